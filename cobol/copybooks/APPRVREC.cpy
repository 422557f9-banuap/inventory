      *          THE ORIGINAL OPERATION FIND THE APPROVAL (APPRVQ'S
      *          CONSUM OPERATION) AND EXECUTE, WITH BOTH OPERATORS
      *          STAMPED ON THIS ROW FOR THE TRAIL.
      *
      * MODIFICATION HISTORY:
      * 2026-10-15  ADDED CREDLMT - AN ORDER ON A DVP ACCOUNT THAT
      *             WOULD BREACH THE INSTITUTION'S CREDIT LIMIT
      *             (ORDMGMT). AP-AMOUNT CARRIES THE ORDER NOTIONAL;
      *             ONLY AN OPERATOR WITH OPERCTL'S CREDAPR
      *             ENTITLEMENT MAY DECIDE IT.
      * 2026-10-15  ADDED CUSTMRG - FOLDING A DUPLICATE CUSTOMER-ID
      *             INTO ITS SURVIVOR (CUSTMRG). AP-ACCOUNT-ID CARRIES
      *             THE LOSING CUSTOMER-ID.
      * 2026-10-15  ADDED REREG - RE-REGISTRATION OF A CUSTODIAL
      *             ACCOUNT TO THE FORMER MINOR (UTMABAT).
      ******************************************************************
       01  APPRVQ-RECORD.
           05  AP-APPROVAL-ID            PIC X(16).
               88  AP-OP-TRANSFER        VALUE 'TRANSFER'.
               88  AP-OP-COOLOFF         VALUE 'COOLOFF '.
               88  AP-OP-PRICEOVR        VALUE 'PRICEOVR'.
               88  AP-OP-REREG           VALUE 'REREG   '.
               88  AP-OP-CUSTMRG         VALUE 'CUSTMRG '.
               88  AP-OP-CREDLMT         VALUE 'CREDLMT '.
           05  AP-ACCOUNT-ID             PIC X(12).
           05  AP-AMOUNT                 PIC S9(13)V99 COMP-3.
           05  AP-DETAIL                 PIC X(60).
