      ******************************************************************
      * CORRMAST COPYBOOK - CORRESPONDENT (INTRODUCING BROKER) MASTER
      * VERSION: 1.0
      * DATE: 2026-10-15
      * PURPOSE: ONE ROW PER INTRODUCING FIRM WE CLEAR FOR, KEYED ON
      *          THE CORRESPONDENT-ID EACH OF ITS ACCOUNTS CARRIES ON
      *          ACCOUNT.DAT. HOLDS THE FIRM'S NAME AND CRD NUMBER,
      *          THE BRANDING STMTGEN, CONFGEN AND NOTIFGEN PRINT IN
      *          PLACE OF OURS ON ITS CUSTOMERS' DOCUMENTS (NAME,
      *          ADDRESS, TELEPHONE AND THE CLEARING LEGEND), AND THE
      *          BILLING TERMS CORRBILL APPLIES EACH MONTH: A CHARGE
      *          PER TICKET, THE CORRESPONDENT'S PERCENTAGE SHARE OF
      *          THE COMMISSIONS AND MARGIN INTEREST ITS ACCOUNTS
      *          GENERATE, AND A MONTHLY MINIMUM ON THE TICKET
      *          CHARGES. MAINTAINED THROUGH CORRMNT. A TERMINATED
      *          CORRESPONDENT STAYS ON FILE SO ITS ACCOUNTS STILL
      *          BRAND AND BILL UNTIL THEY ARE MOVED, BUT NO NEW
      *          ACCOUNT MAY BE OPENED UNDER IT.
      ******************************************************************
       01  CORRMAST-RECORD.
           05  CO-CORRESPONDENT-ID       PIC X(06).
           05  CO-FIRM-NAME              PIC X(40).
           05  CO-CRD-NUMBER             PIC X(08).
           05  CO-STATUS                 PIC X(01).
               88  CO-ACTIVE             VALUE 'A'.
               88  CO-TERMINATED         VALUE 'T'.
           05  CO-BRANDING.
               10  CO-BRAND-NAME         PIC X(40).
               10  CO-BRAND-ADDRESS-1    PIC X(40).
               10  CO-BRAND-ADDRESS-2    PIC X(40).
               10  CO-BRAND-PHONE        PIC X(14).
               10  CO-BRAND-LEGEND       PIC X(80).
           05  CO-BILLING-TERMS.
               10  CO-TICKET-CHARGE      PIC 9(05)V99.
               10  CO-COMMISSION-SHARE-PCT
                                         PIC 9(03)V99.
               10  CO-MARGIN-SHARE-PCT   PIC 9(03)V99.
               10  CO-MONTHLY-MINIMUM    PIC 9(07)V99.
           05  CO-EFFECTIVE-DATE         PIC X(08).
           05  CREATED-TIMESTAMP         PIC X(26).
           05  UPDATED-TIMESTAMP         PIC X(26).
           05  FILLER                    PIC X(20).
