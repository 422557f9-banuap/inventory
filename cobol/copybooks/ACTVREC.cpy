      ******************************************************************
      * ACTVREC COPYBOOK - DAILY TRANSACTION ACTIVITY WORK FILE
      * VERSION: 1.0
      * DATE: 2026-10-15
      * PURPOSE: ONE ROW PER TRANS.DAT RECORD THE BUSINESS DATE
      *          TOUCHED, WRITTEN ONCE A NIGHT BY ACTVBLD SO THE
      *          BATCHES THAT WANT ONE DAY'S ACTIVITY READ A SHORT
      *          SORTED FILE INSTEAD OF ALL OF TRANS.DAT. THE SAME
      *          ROWS ARE WRITTEN TWICE: ACTVACCT.DAT IN ACCOUNT,
      *          SYMBOL, TRANSACTION-ID ORDER AND ACTVSYMB.DAT IN
      *          SYMBOL, ACCOUNT, TRANSACTION-ID ORDER.
      *
      * NOTES: EACH FILE OPENS WITH A HEADER ROW AND CLOSES WITH A
      *        TRAILER ROW (ACT-RECORD-TYPE '0' AND '9', SO THE SORT
      *        PUTS THEM THERE), BOTH CARRYING THE BUSINESS DATE AND
      *        THE COUNTS IN ACT-CONTROL-DATA. A READER USES THE FILE
      *        ONLY WHEN THE HEADER DATE IS ITS OWN PROCESSING DATE,
      *        AND PROVES ITS READ AGAINST ACT-RECORD-COUNT ON THE
      *        TRAILER. A DETAIL ROW IS THE TRANSACTION RECORD AS
      *        FILED, WITH THE REASONS IT WAS SELECTED: POSTED ON THE
      *        DATE (TRANSACTION-DATE, OR CREATED THAT DAY - AN AS-OF
      *        POSTING), SETTLING ON THE DATE, STATUS CHANGED ON THE
      *        DATE (UPDATED-TIMESTAMP), OR STILL PENDING (SO AN
      *        OVERDUE SETTLEMENT IS ON THE FILE EVERY NIGHT UNTIL IT
      *        SETTLES OR FAILS). A ROW CAN CARRY MORE THAN ONE.
      ******************************************************************
       01  ACTIVITY-RECORD.
           05  ACT-RECORD-TYPE           PIC X(01).
               88  ACT-HEADER            VALUE '0'.
               88  ACT-DETAIL            VALUE '1'.
               88  ACT-TRAILER           VALUE '9'.
           05  ACT-ACCOUNT-ID            PIC X(12).
           05  ACT-SECURITY-SYMBOL       PIC X(12).
           05  ACT-TRANSACTION-ID        PIC X(16).
           05  ACT-BUSINESS-DATE         PIC X(08).
           05  ACT-REASON-FLAGS.
               10  ACT-POSTED-SW         PIC X(01).
                   88  ACT-POSTED-TODAY  VALUE 'Y'.
               10  ACT-SETTLED-SW        PIC X(01).
                   88  ACT-SETTLED-TODAY VALUE 'Y'.
               10  ACT-CHANGED-SW        PIC X(01).
                   88  ACT-CHANGED-TODAY VALUE 'Y'.
               10  ACT-OPEN-SW           PIC X(01).
                   88  ACT-STILL-PENDING VALUE 'Y'.
           05  ACT-TRANSACTION-IMAGE     PIC X(292).
           05  ACT-CONTROL-DATA REDEFINES ACT-TRANSACTION-IMAGE.
               10  ACT-RECORD-COUNT      PIC 9(09).
               10  ACT-POSTED-COUNT      PIC 9(09).
               10  ACT-SETTLED-COUNT     PIC 9(09).
               10  ACT-CHANGED-COUNT     PIC 9(09).
               10  ACT-PENDING-COUNT     PIC 9(09).
               10  ACT-SCANNED-COUNT     PIC 9(09).
               10  FILLER                PIC X(238).
           05  FILLER                    PIC X(15).
