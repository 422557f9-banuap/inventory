      ******************************************************************
      * SODRULE COPYBOOK - SEGREGATION-OF-DUTIES CONFLICT RULE
      * VERSION: 1.0
      * DATE: 2026-10-15
      * PURPOSE: ONE ROW PER CHAIN OF STEPS ONE OPERATOR SHOULD NOT
      *          PERFORM ALONE ON THE SAME CUSTOMER, KEYED ON A RULE
      *          ID. MAINTAINED THROUGH SODMNT; THE NIGHTLY SODRPT
      *          SWEEP JOINS THE CHANGE HISTORY, THE APPROVAL QUEUE,
      *          THE INQUIRY AUDIT LOG AND THE POSTING CREATED-BY
      *          FIELDS AGAINST IT AND FILES EVERY HIT ON EXCPQ.
      *          A PAIR RULE ('P') IS BROKEN WHEN ONE OPERATOR DOES
      *          THE FIRST ACTION AND THEN, WITHIN SR-WINDOW-DAYS
      *          CALENDAR DAYS, THE SECOND ACTION ON THE SAME
      *          CUSTOMER - E.G. ADDRCHG THEN CHECKISS, AUTHADD THEN
      *          DISBURSE. A SELF RULE ('S') IS BROKEN BY THE FIRST
      *          ACTION ALONE ON AN EMPLOYEE-RELATED CUSTOMER THAT IS
      *          THE OPERATOR'S OWN (OP-CUSTOMER-ID) OR IN THE
      *          OPERATOR'S HOUSEHOLD.
      * NOTES:   ACTION CODES - ONE PER KIND OF STEP SODRPT CAN SEE:
      *          ADDRCHG  CUSTOMER ADDRESS CHANGED (ACCTHIST)
      *          CUSTUPD  ANY OTHER CUSTOMER CHANGE (ACCTHIST)
      *          ACCTUPD  ACCOUNT CHANGED (ACCTHIST)
      *          AUTHADD  AUTHORIZED PARTY ADDED (AUTHPTY)
      *          APPRSUBM ITEM SUBMITTED FOR APPROVAL (APPRVQ MAKER)
      *          APPROVE  ITEM APPROVED (APPRVQ CHECKER)
      *          INQUIRY  ACCOUNT VIEWED (INQAUDIT)
      *          CHECKISS CHECK ISSUED ON REQUEST (CHECKISS)
      *          DISBURSE WTH/TRF/DLV POSTED (TRANS CREATED-BY)
      *          ORDER    ORDER ENTERED (ORDERS CREATED-BY)
      *          ANY      MATCHES EVERY ONE OF THE ABOVE
      ******************************************************************
       01  SODRULE-RECORD.
           05  SR-RULE-ID                PIC X(06).
           05  SR-RULE-TYPE              PIC X(01).
               88  SR-PAIR-RULE          VALUE 'P'.
               88  SR-SELF-RULE          VALUE 'S'.
           05  SR-FIRST-ACTION           PIC X(08).
               88  SR-FIRST-KNOWN        VALUE 'ADDRCHG ' 'CUSTUPD '
                                               'ACCTUPD ' 'AUTHADD '
                                               'APPRSUBM' 'APPROVE '
                                               'INQUIRY ' 'CHECKISS'
                                               'DISBURSE' 'ORDER   '
                                               'ANY     '.
           05  SR-SECOND-ACTION          PIC X(08).
               88  SR-SECOND-KNOWN       VALUE 'ADDRCHG ' 'CUSTUPD '
                                               'ACCTUPD ' 'AUTHADD '
                                               'APPRSUBM' 'APPROVE '
                                               'INQUIRY ' 'CHECKISS'
                                               'DISBURSE' 'ORDER   '
                                               'ANY     '.
           05  SR-WINDOW-DAYS            PIC 9(03).
           05  SR-SEVERITY               PIC X(01).
               88  SR-SEV-WARNING        VALUE 'W'.
               88  SR-SEV-ERROR          VALUE 'E'.
           05  SR-ACTIVE-FLAG            PIC X(01).
               88  SR-ACTIVE             VALUE 'A'.
               88  SR-SUSPENDED          VALUE 'S'.
           05  SR-DESCRIPTION            PIC X(40).
           05  CREATED-TIMESTAMP         PIC X(26).
           05  CREATED-BY                PIC X(08).
