      ******************************************************************
      * BRWACR COPYBOOK - DAILY STOCK BORROW FEE ACCRUAL RECORD
      * VERSION: 1.0
      * DATE: 2026-10-15
      * PURPOSE: ONE ROW PER OPEN BORROW PER NIGHT, KEYED ACCOUNT +
      *          SYMBOL + ACCRUAL DATE. BRWFEE WRITES THE NIGHT'S
      *          BORROWED QUANTITY, THE SECPRICE CLOSE IT WAS VALUED
      *          AT, THE BRWRATE ANNUAL RATE, AND THE DAY'S FEE AT
      *          ACTUAL/360 CARRIED TO SIX DECIMALS. AT MONTH END
      *          BRWFEE POSTS EACH ACCOUNT/SYMBOL'S UNPOSTED ROWS AS
      *          ONE FEE THROUGH TRANPOST AND STAMPS THE ROWS POSTED,
      *          SO A RERUN CANNOT CHARGE THE SAME NIGHT TWICE.
      ******************************************************************
       01  BRWACR-RECORD.
           05  BA-KEY.
               10  BA-ACCOUNT-ID         PIC X(12).
               10  BA-SECURITY-SYMBOL    PIC X(12).
               10  BA-ACCRUAL-DATE       PIC X(08).
           05  BA-BORROWED-QUANTITY      PIC S9(09)V999 COMP-3.
           05  BA-CLOSE-PRICE            PIC S9(09)V9999 COMP-3.
           05  BA-ANNUAL-RATE            PIC 9(03)V9999 COMP-3.
           05  BA-DAILY-FEE              PIC S9(09)V9(06) COMP-3.
           05  BA-POSTED-SW              PIC X(01).
               88  BA-POSTED             VALUE 'Y'.
               88  BA-UNPOSTED           VALUE 'N'.
           05  BA-POSTED-DATE            PIC X(08).
           05  CREATED-TIMESTAMP         PIC X(26).
