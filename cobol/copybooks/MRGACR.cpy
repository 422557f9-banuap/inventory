      ******************************************************************
      * MRGACR COPYBOOK - DAILY MARGIN INTEREST ACCRUAL RECORD
      * VERSION: 1.0
      * DATE: 2026-10-15
      * PURPOSE: ONE ROW PER MARGIN ACCOUNT PER NIGHT IT CARRIED A
      *          DEBIT, KEYED ACCOUNT + ACCRUAL DATE. MEBATCH WRITES
      *          THE NIGHT'S DEBIT (MARGIN-BALANCE), THE ANNUAL RATE
      *          IN FORCE FROM THE MRGRATE SCHEDULE (BASE + TIER
      *          SPREAD), AND THE DAY'S INTEREST AT ACTUAL/360 CARRIED
      *          TO SIX DECIMALS SO PENNIES ARE NOT LOST NIGHT BY
      *          NIGHT. AT MONTH END MEBATCH POSTS THE SUM OF THE
      *          ACCOUNT'S UNPOSTED ROWS AS ONE FEE THROUGH TRANPOST
      *          AND STAMPS EACH ROW POSTED, SO A RERUN CANNOT CHARGE
      *          THE SAME DAY TWICE. STMTGEN READS THE PERIOD'S ROWS
      *          FOR THE AVERAGE DEBIT, DAYS, AND RATE LINE.
      ******************************************************************
       01  MRGACR-RECORD.
           05  MA-KEY.
               10  MA-ACCOUNT-ID         PIC X(12).
               10  MA-ACCRUAL-DATE       PIC X(08).
           05  MA-DEBIT-BALANCE          PIC S9(13)V99 COMP-3.
           05  MA-ANNUAL-RATE            PIC S9(02)V9999 COMP-3.
           05  MA-DAILY-INTEREST         PIC S9(09)V9(06) COMP-3.
           05  MA-RATE-EFFECTIVE-DATE    PIC X(08).
           05  MA-POSTED-SW              PIC X(01).
               88  MA-POSTED             VALUE 'Y'.
               88  MA-UNPOSTED           VALUE 'N'.
           05  MA-POSTED-DATE            PIC X(08).
           05  CREATED-TIMESTAMP         PIC X(26).
