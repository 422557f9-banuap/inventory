      ******************************************************************
      * ASOFTRD COPYBOOK - AS-OF (BACK-DATED) TRADE QUEUE RECORD
      * VERSION: 1.0
      * DATE: 2026-10-15
      * PURPOSE: ONE ROW PER TRADE TRANPOST POSTED UNDER THE ASOF
      *          OPERATION - A BUY, SEL, SHT OR CVR WHOSE TRADE DATE IS
      *          EARLIER THAN THE DAY IT WAS BOOKED. EVERYTHING BUILT
      *          OFF THE BOOKS BETWEEN THE TWO DATES (POSITION
      *          SNAPSHOTS, DIVIDEND ENTITLEMENTS, MARGIN INTEREST
      *          ACCRUALS, REG T AND PATTERN-DAY-TRADE COUNTS) WAS
      *          WORKED OUT WITHOUT IT. THE NIGHTLY ASOFADJ STEP TAKES
      *          EACH PENDING ROW, ADJUSTS WHAT CAN BE ADJUSTED, FILES
      *          THE REST ON EXCPQ, AND MARKS THE ROW PROCESSED WITH
      *          ITS COUNTS. THE TAX-LOT DATES ARE RESTAMPED BY
      *          TRANPOST AT POSTING TIME AND THE OUTCOME IS CARRIED
      *          HERE FOR THE REPORT: AOF-LOTS-RESTAMPED IS THE NEW
      *          LOT (BUY) OR THE DISPOSAL ROWS (SEL) NOW DATED ON THE
      *          TRADE DATE, AOF-LATER-LOTS-RELIEVED THE LOTS A
      *          BACK-DATED SALE RELIEVED THAT WERE ONLY ACQUIRED
      *          AFTER IT.
      ******************************************************************
       01  ASOFTRD-RECORD.
           05  AOF-TRANSACTION-ID        PIC X(16).
           05  AOF-ACCOUNT-ID            PIC X(12).
           05  AOF-SECURITY-SYMBOL       PIC X(12).
           05  AOF-TRANSACTION-TYPE      PIC X(03).
               88  AOF-BUY               VALUE 'BUY'.
               88  AOF-SELL              VALUE 'SEL'.
               88  AOF-SHORT-SELL        VALUE 'SHT'.
               88  AOF-BUY-COVER         VALUE 'CVR'.
           05  AOF-TRADE-DATE            PIC X(08).
           05  AOF-SETTLEMENT-DATE       PIC X(08).
           05  AOF-POSTED-DATE           PIC X(08).
           05  AOF-QUANTITY              PIC S9(09)V999 COMP-3.
           05  AOF-PRICE                 PIC S9(09)V9999 COMP-3.
           05  AOF-NET-AMOUNT            PIC S9(13)V99 COMP-3.
           05  AOF-LOTS-RESTAMPED        PIC 9(05).
           05  AOF-LATER-LOTS-RELIEVED   PIC 9(05).
           05  AOF-STATUS                PIC X(01).
               88  AOF-PENDING           VALUE 'P'.
               88  AOF-PROCESSED         VALUE 'D'.
           05  AOF-PROCESSED-DATE        PIC X(08).
           05  AOF-ADJUSTED-COUNT        PIC 9(05).
           05  AOF-EXCEPTION-COUNT       PIC 9(05).
           05  CREATED-TIMESTAMP         PIC X(26).
           05  CREATED-BY                PIC X(08).
           05  UPDATED-TIMESTAMP         PIC X(26).
