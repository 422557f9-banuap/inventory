       IDENTIFICATION DIVISION.
       PROGRAM-ID. BRPNL.
      ******************************************************************
      * PROGRAM: BRPNL - MONTHLY BRANCH PROFITABILITY REPORT
      * VERSION: 1.0
      * DATE: 2026-10-15
      * PURPOSE: SHOW WHETHER EACH BRANCH MAKES MONEY. FOR THE PRIOR
      *          CALENDAR MONTH, EVERY REVENUE AND COST THE SYSTEM
      *          ALREADY CAPTURES IS ATTRIBUTED TO THE BRANCH-CODE OF
      *          THE ACCOUNT IT CAME FROM:
      *            REVENUE - COMMISSIONS AND FEES ON THE MONTH'S
      *                      SETTLED TRADES (REPCOMP'S TRADE TEST),
      *                      FEEBILL ADVISORY FEE POSTINGS, MARGIN
      *                      INTEREST AND STOCK BORROW FEES ACCRUED IN
      *                      THE MONTH (MRGACR.DAT, BRWACR.DAT), AND
      *                      REALIZED PRINCIPAL TRADING P&L ON THE FIRM*
      *                      INVENTORY ACCOUNTS (THE LOTDISP.DAT
      *                      DISPOSALS INVPNL REPORTS DAILY, CHARGED TO
      *                      THE INVENTORY ACCOUNT'S OWN BRANCH);
      *            COSTS   - THE REPCOMP PAYOUT REGISTER (REPPAY.DAT),
      *                      THE ERRPNL ERROR-ACCOUNT LOSSES BY THE
      *                      BRANCH THE ERRLOG LEDGER NAMES
      *                      (ERRSUM.DAT),
      *                      AND CLEARING CHARGES PRICED FROM THE FIRM'S
      *                      CLRRATE.DAT CARD THE WAY CLRINV EXPECTS
      *                      THEM - TICKET PLUS SETTLEMENT CHARGE PER
      *                      TRADE SETTLED THROUGH THE FIRM, A FAIL
      *                      CHARGE PER FAIL RECORDED AND A BUY-IN
      *                      CHARGE PER FAIL BOUGHT IN.
      *          THE MONTH IS SAVED TO BRPNL.HIS (ONE ROW PER BRANCH)
      *          AND BRPNL.RPT SHOWS EACH BRANCH'S LINES FOR THE MONTH,
      *          YEAR TO DATE, THE SAME MONTH LAST YEAR AND LAST YEAR
      *          TO THE SAME MONTH, GROUPED BY REGION WITH A REGION
      *          SUBTOTAL AND A FIRM TOTAL. THE REGION OF EACH BRANCH
      *          COMES OFF BRREGION.DAT (BRANCH, REGION CODE AND REGION
      *          NAME PER LINE); A BRANCH NOT LISTED PRINTS UNDER
      *          UNASSIGNED.
      * FUNCTIONS: CALLED BY EODDRIVER ON THE FIRST BUSINESS NIGHT OF
      *            THE MONTH, AFTER REPCOMP AND ERRPNL, OR RUN
      *            STANDALONE AFTER THEM - EITHER WAY FOR THE PRIOR
      *            CALENDAR MONTH. LK-RETURN-CODE: 00 NORMAL, 08 FATAL
      *            SETUP ERROR.
      *
      * NOTES: IF REPPAY.DAT OR ERRSUM.DAT IS MISSING OR HOLDS ANOTHER
      *        MONTH, THAT COST LINE IS LEFT AT ZERO AND THE REPORT
      *        SAYS SO - RERUN BRPNL ONCE THE FEEDING JOB HAS RUN; THE
      *        RERUN REPLACES THE MONTH ON BRPNL.HIS. A TRADE THROUGH A
      *        CLEARING FIRM WITH NO RATE CARD IS COUNTED AS UNPRICED
      *        ON THE CONSOLE. PRIOR-YEAR COLUMNS READ ZERO UNTIL
      *        BRPNL.HIS HOLDS A YEAR OF HISTORY.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANSACTION-FILE ASSIGN TO "TRANS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRANSACTION-ID
               ALTERNATE RECORD KEY IS ACCOUNT-ID OF
                   TRANSACTION-RECORD WITH DUPLICATES
               ALTERNATE RECORD KEY IS SECURITY-SYMBOL OF
                   TRANSACTION-RECORD WITH DUPLICATES
               FILE STATUS IS WS-TRANS-STATUS.

           SELECT ACCOUNT-FILE ASSIGN TO "ACCOUNT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCOUNT-ID OF ACCOUNT-RECORD
               FILE STATUS IS WS-ACCT-STATUS.

           SELECT CLRRATE-FILE ASSIGN TO "CLRRATE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CR-CLEARING-FIRM
               FILE STATUS IS WS-RATE-STATUS.

           SELECT FAILTRK-FILE ASSIGN TO "FAILTRK.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FAIL-TRANSACTION-ID
               FILE STATUS IS WS-FAIL-STATUS.

           SELECT MRGACR-FILE ASSIGN TO "MRGACR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MA-KEY
               FILE STATUS IS WS-MRGACR-STATUS.

           SELECT BRWACR-FILE ASSIGN TO "BRWACR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BA-KEY
               FILE STATUS IS WS-BRWACR-STATUS.

           SELECT LOTDISP-FILE ASSIGN TO "LOTDISP.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-DISP-STATUS.

           SELECT REPPAY-FILE ASSIGN TO "REPPAY.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-REPPAY-STATUS.

           SELECT ERRSUM-FILE ASSIGN TO "ERRSUM.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ERRSUM-STATUS.

           SELECT BRREGION-FILE ASSIGN TO "BRREGION.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGION-STATUS.

           SELECT BRPNLHIS-FILE ASSIGN TO "BRPNL.HIS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BH-KEY
               FILE STATUS IS WS-HIS-STATUS.

           SELECT BRPNL-RPT-FILE ASSIGN TO "BRPNL.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TRANSACTION-FILE.
       COPY TRANSACTION.

       FD  ACCOUNT-FILE.
       COPY ACCOUNT.

       FD  CLRRATE-FILE.
       COPY CLRRATE.

       FD  FAILTRK-FILE.
       COPY FAILTRK.

       FD  MRGACR-FILE.
       COPY MRGACR.

       FD  BRWACR-FILE.
       COPY BRWACR.

       FD  LOTDISP-FILE.
       COPY LOTDISP.

       FD  REPPAY-FILE.
       COPY REPPAY.

       FD  ERRSUM-FILE.
       COPY ERRSUM.

       FD  BRREGION-FILE.
       01  BRREGION-RECORD.
           05  RG-BRANCH-CODE            PIC X(04).
           05  RG-REGION-CODE            PIC X(04).
           05  RG-REGION-NAME            PIC X(20).
           05  FILLER                    PIC X(10).

       FD  BRPNLHIS-FILE.
       COPY BRPNLHIS.

       FD  BRPNL-RPT-FILE.
       01  BRPNL-RPT-LINE                PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-TRANS-STATUS               PIC XX.
           88  TRANS-OK                  VALUE '00'.
           88  TRANS-EOF                 VALUE '10'.
       01  WS-ACCT-STATUS                PIC XX.
       01  WS-RATE-STATUS                PIC XX.
       01  WS-FAIL-STATUS                PIC XX.
           88  FAIL-OK                   VALUE '00'.
       01  WS-MRGACR-STATUS              PIC XX.
           88  MRGACR-OK                 VALUE '00'.
       01  WS-BRWACR-STATUS              PIC XX.
           88  BRWACR-OK                 VALUE '00'.
       01  WS-DISP-STATUS                PIC XX.
           88  DISP-OK                   VALUE '00'.
           88  DISP-EOF                  VALUE '10'.
       01  WS-REPPAY-STATUS              PIC XX.
           88  REPPAY-OK                 VALUE '00'.
       01  WS-ERRSUM-STATUS              PIC XX.
           88  ERRSUM-OK                 VALUE '00'.
       01  WS-REGION-STATUS              PIC XX.
           88  REGION-OK                 VALUE '00'.
       01  WS-HIS-STATUS                 PIC XX.
           88  HIS-OK                    VALUE '00'.
       01  WS-RPT-STATUS                 PIC XX.

       01  WS-CLRRATE-AVAILABLE-SW       PIC X(01) VALUE 'N'.
           88  CLRRATE-AVAILABLE         VALUE 'Y'.
       01  WS-PAYOUTS-LOADED-SW          PIC X(01) VALUE 'N'.
           88  PAYOUTS-LOADED            VALUE 'Y'.
       01  WS-ERRORS-LOADED-SW           PIC X(01) VALUE 'N'.
           88  ERRORS-LOADED             VALUE 'Y'.
       01  WS-HISTORY-DONE-SW            PIC X(01).
           88  HISTORY-DONE              VALUE 'Y'.

       01  WS-ERROR-ACCOUNT-ID           PIC X(12)
                                             VALUE 'FIRMERROR   '.

       01  WS-CURRENT-DATE.
           05  WS-CURRENT-YEAR           PIC 9(04).
           05  WS-CURRENT-MONTH          PIC 9(02).
           05  WS-CURRENT-DAY            PIC 9(02).
       01  WS-CURRENT-TIME.
           05  WS-CURRENT-HOUR           PIC 9(02).
           05  WS-CURRENT-MINUTE         PIC 9(02).
           05  WS-CURRENT-SECOND         PIC 9(02).
           05  WS-CURRENT-HUNDREDTH      PIC 9(02).
       01  WS-TIMESTAMP                  PIC X(26).

       01  WS-REPORT-YEAR                PIC 9(04).
       01  WS-REPORT-MONTH               PIC 9(02).
       01  WS-REPORT-PERIOD              PIC X(06).
       01  WS-PRIOR-YEAR                 PIC 9(04).
       01  WS-PRIOR-PERIOD               PIC X(06).
       01  WS-HISTORY-START              PIC X(06).
       01  WS-LINE-PERIOD                PIC X(06).

      *----------------------------------------------------------------
      * LINE NAMES - THE ORDER IS THE BRPNLHIS LINE ORDER. LINES 1-6
      * ARE REVENUE, 7-9 COSTS.
      *----------------------------------------------------------------
       01  WS-LINE-NAME-VALUES.
           05  FILLER                    PIC X(24)
               VALUE 'COMMISSIONS'.
           05  FILLER                    PIC X(24)
               VALUE 'TRADE FEES'.
           05  FILLER                    PIC X(24)
               VALUE 'ADVISORY FEES'.
           05  FILLER                    PIC X(24)
               VALUE 'MARGIN INTEREST'.
           05  FILLER                    PIC X(24)
               VALUE 'STOCK BORROW FEES'.
           05  FILLER                    PIC X(24)
               VALUE 'PRINCIPAL TRADING P&L'.
           05  FILLER                    PIC X(24)
               VALUE 'REP PAYOUTS'.
           05  FILLER                    PIC X(24)
               VALUE 'ERROR-ACCOUNT LOSSES'.
           05  FILLER                    PIC X(24)
               VALUE 'CLEARING CHARGES'.
       01  WS-LINE-NAMES REDEFINES WS-LINE-NAME-VALUES.
           05  WS-LINE-NAME              PIC X(24) OCCURS 9 TIMES.

       01  WS-LINE-COUNT                 PIC 9(01) VALUE 9.
       01  WS-LAST-REVENUE-LINE          PIC 9(01) VALUE 6.
       01  WS-LINE-INDEX                 PIC 9(02).
       01  WS-COL-INDEX                  PIC 9(02).
       01  WS-WORK-LINE                  PIC 9(02).
       01  WS-WORK-COLUMN                PIC 9(01).
       01  WS-WORK-AMOUNT                PIC S9(13)V99 COMP-3.

      *----------------------------------------------------------------
      * BRANCH TABLE. COLUMN 1 IS THE MONTH BEING REPORTED (BUILT FROM
      * THE SOURCE FILES), 2 YEAR TO DATE, 3 THE SAME MONTH LAST YEAR,
      * 4 LAST YEAR TO THE SAME MONTH (2-4 SUMMED FROM BRPNL.HIS).
      *----------------------------------------------------------------
       01  WS-MAX-BRANCHES               PIC 9(03) VALUE 200.
       01  WS-BRANCH-COUNT               PIC 9(03) VALUE ZERO.
       01  WS-BRANCH-INDEX               PIC 9(03).
       01  WS-BRANCH-FOUND               PIC 9(03).
       01  WS-BRANCH-TABLE.
           05  WS-BR-ENTRY OCCURS 200 TIMES.
               10  WS-BR-REGION          PIC X(04).
               10  WS-BR-BRANCH          PIC X(04).
               10  WS-BR-COLUMNS.
                   15  WS-BR-COLUMN OCCURS 4 TIMES.
                       20  WS-BR-AMOUNT  PIC S9(13)V99 COMP-3
                                         OCCURS 9 TIMES.

       01  WS-SWAP-ENTRY.
           05  WS-SWAP-REGION            PIC X(04).
           05  WS-SWAP-BRANCH            PIC X(04).
           05  WS-SWAP-COLUMNS           PIC X(288).
       01  WS-SORT-INDEX                 PIC 9(03).
       01  WS-SORT-SWAPPED-SW            PIC X(01).
           88  SORT-SWAPPED-THIS-PASS    VALUE 'Y'.

       01  WS-ZERO-COLUMNS.
           05  WS-ZERO-COLUMN OCCURS 4 TIMES.
               10  WS-ZERO-AMOUNT        PIC S9(13)V99 COMP-3
                                         OCCURS 9 TIMES VALUE ZERO.

      *    THE BLOCK BEING PRINTED - A BRANCH, A REGION SUBTOTAL OR
      *    THE FIRM TOTAL - AND THE REGION AND FIRM ACCUMULATORS.
       01  WS-PRINT-COLUMNS.
           05  WS-PRINT-COLUMN OCCURS 4 TIMES.
               10  WS-PRINT-AMOUNT       PIC S9(13)V99 COMP-3
                                         OCCURS 9 TIMES.
       01  WS-REGION-COLUMNS.
           05  WS-REGION-COLUMN OCCURS 4 TIMES.
               10  WS-REGION-AMOUNT      PIC S9(13)V99 COMP-3
                                         OCCURS 9 TIMES.
       01  WS-FIRM-COLUMNS.
           05  WS-FIRM-COLUMN OCCURS 4 TIMES.
               10  WS-FIRM-AMOUNT        PIC S9(13)V99 COMP-3
                                         OCCURS 9 TIMES.
       01  WS-REVENUE-TOTAL              PIC S9(13)V99 COMP-3
                                         OCCURS 4 TIMES.
       01  WS-COST-TOTAL                 PIC S9(13)V99 COMP-3
                                         OCCURS 4 TIMES.

      *----------------------------------------------------------------
      * BRANCH TO REGION, OFF BRREGION.DAT.
      *----------------------------------------------------------------
       01  WS-MAX-REGION-ROWS            PIC 9(03) VALUE 200.
       01  WS-REGION-ROW-COUNT           PIC 9(03) VALUE ZERO.
       01  WS-REGION-INDEX               PIC 9(03).
       01  WS-REGION-TABLE.
           05  WS-RG-ENTRY OCCURS 200 TIMES.
               10  WS-RG-BRANCH          PIC X(04).
               10  WS-RG-REGION          PIC X(04).
               10  WS-RG-NAME            PIC X(20).
       01  WS-UNASSIGNED-REGION          PIC X(04) VALUE HIGH-VALUES.
       01  WS-LOOKUP-REGION              PIC X(04).
       01  WS-LOOKUP-REGION-NAME         PIC X(20).
       01  WS-CURRENT-REGION             PIC X(04).

       01  WS-WORK-BRANCH                PIC X(04).
       01  WS-LOOKUP-ACCOUNT             PIC X(12).
       01  WS-LAST-ACCOUNT-ID            PIC X(12).
       01  WS-LAST-BRANCH                PIC X(04).
       01  WS-LOOKUP-FIRM                PIC X(08).
       01  WS-LAST-FIRM                  PIC X(08).
       01  WS-FIRM-TICKET-RATE           PIC 9(05)V9999.
       01  WS-FIRM-SETTLE-RATE           PIC 9(05)V9999.
       01  WS-FIRM-FAIL-RATE             PIC 9(05)V99.
       01  WS-FIRM-BUYIN-RATE            PIC 9(05)V99.
       01  WS-FIRM-PRICED-SW             PIC X(01).
           88  FIRM-PRICED               VALUE 'Y'.

       01  WS-TRADE-COUNT                PIC 9(07) COMP.
       01  WS-UNPRICED-COUNT             PIC 9(07) COMP.
       01  WS-SAVED-COUNT                PIC 9(07) COMP.
       01  WS-TRADE-DISPLAY              PIC ZZZZZZ9.
       01  WS-UNPRICED-DISPLAY           PIC ZZZZZZ9.
       01  WS-SAVED-DISPLAY              PIC ZZZZZZ9.

       01  WS-COLUMN-HEADINGS.
           05  FILLER                    PIC X(26) VALUE SPACES.
           05  WS-CH-MONTH               PIC X(20).
           05  WS-CH-YTD                 PIC X(20).
           05  WS-CH-PRIOR-MONTH         PIC X(20).
           05  WS-CH-PRIOR-YTD           PIC X(20).
           05  FILLER                    PIC X(26) VALUE SPACES.

       01  WS-PNL-LINE.
           05  FILLER                    PIC X(02).
           05  WS-PL-NAME                PIC X(24).
           05  WS-PL-COLUMN OCCURS 4 TIMES.
               10  FILLER                PIC X(03).
               10  WS-PL-AMOUNT          PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                    PIC X(26).

       LINKAGE SECTION.
       01  LK-RETURN-CODE                PIC 9(02).

       PROCEDURE DIVISION USING LK-RETURN-CODE.
       MAIN-PROCESS.
           MOVE 00 TO LK-RETURN-CODE
           PERFORM INITIALIZE-PROCESS
           PERFORM LOAD-REGIONS-PROCESS THRU LOAD-REGIONS-EXIT
           PERFORM SCAN-TRANSACTIONS-PROCESS THRU
               SCAN-TRANSACTIONS-EXIT
           PERFORM SCAN-MARGIN-PROCESS THRU SCAN-MARGIN-EXIT
           PERFORM SCAN-BORROW-PROCESS THRU SCAN-BORROW-EXIT
           PERFORM SCAN-PRINCIPAL-PROCESS THRU SCAN-PRINCIPAL-EXIT
           PERFORM LOAD-PAYOUTS-PROCESS THRU LOAD-PAYOUTS-EXIT
           PERFORM LOAD-ERROR-LOSSES-PROCESS THRU
               LOAD-ERROR-LOSSES-EXIT
           PERFORM SAVE-MONTH-PROCESS
           PERFORM LOAD-HISTORY-PROCESS
           PERFORM PRINT-REPORT-PROCESS
           PERFORM FINALIZE-PROCESS
           GOBACK.

       INITIALIZE-PROCESS.
           MOVE ZERO TO WS-TRADE-COUNT
           MOVE ZERO TO WS-UNPRICED-COUNT
           MOVE ZERO TO WS-SAVED-COUNT
           MOVE ZERO TO WS-BRANCH-COUNT
           MOVE SPACES TO WS-LAST-ACCOUNT-ID
           MOVE SPACES TO WS-LAST-BRANCH
           MOVE SPACES TO WS-LAST-FIRM

           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           IF WS-CURRENT-MONTH = 1
               COMPUTE WS-REPORT-YEAR = WS-CURRENT-YEAR - 1
               MOVE 12 TO WS-REPORT-MONTH
           ELSE
               MOVE WS-CURRENT-YEAR TO WS-REPORT-YEAR
               COMPUTE WS-REPORT-MONTH = WS-CURRENT-MONTH - 1
           END-IF
           MOVE SPACES TO WS-REPORT-PERIOD
           STRING WS-REPORT-YEAR WS-REPORT-MONTH
               DELIMITED BY SIZE INTO WS-REPORT-PERIOD
           END-STRING
           COMPUTE WS-PRIOR-YEAR = WS-REPORT-YEAR - 1
           MOVE SPACES TO WS-PRIOR-PERIOD
           STRING WS-PRIOR-YEAR WS-REPORT-MONTH
               DELIMITED BY SIZE INTO WS-PRIOR-PERIOD
           END-STRING
           MOVE SPACES TO WS-HISTORY-START
           STRING WS-PRIOR-YEAR '01'
               DELIMITED BY SIZE INTO WS-HISTORY-START
           END-STRING

           OPEN INPUT ACCOUNT-FILE
           IF WS-ACCT-STATUS NOT = '00'
               DISPLAY 'BRPNL: UNABLE TO OPEN ACCOUNT.DAT, '
                   'STATUS = ' WS-ACCT-STATUS
               MOVE 08 TO LK-RETURN-CODE
               GOBACK
           END-IF

           OPEN I-O BRPNLHIS-FILE
           IF WS-HIS-STATUS = '35'
      *        First month ever reported - file has to be created.
               OPEN OUTPUT BRPNLHIS-FILE
               CLOSE BRPNLHIS-FILE
               OPEN I-O BRPNLHIS-FILE
           END-IF
           IF WS-HIS-STATUS NOT = '00'
               DISPLAY 'BRPNL: UNABLE TO OPEN BRPNL.HIS, '
                   'STATUS = ' WS-HIS-STATUS
               CLOSE ACCOUNT-FILE
               MOVE 08 TO LK-RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT BRPNL-RPT-FILE
           IF WS-RPT-STATUS NOT = '00'
               DISPLAY 'BRPNL: UNABLE TO OPEN BRPNL.RPT, '
                   'STATUS = ' WS-RPT-STATUS
               CLOSE ACCOUNT-FILE
               CLOSE BRPNLHIS-FILE
               MOVE 08 TO LK-RETURN-CODE
               GOBACK
           END-IF

           OPEN INPUT CLRRATE-FILE
           IF WS-RATE-STATUS = '00'
               SET CLRRATE-AVAILABLE TO TRUE
           END-IF

           MOVE SPACES TO BRPNL-RPT-LINE
           STRING 'BRANCH PROFITABILITY FOR PERIOD ' DELIMITED BY SIZE
                  WS-REPORT-PERIOD DELIMITED BY SIZE
                  INTO BRPNL-RPT-LINE
           END-STRING
           WRITE BRPNL-RPT-LINE.

       LOAD-REGIONS-PROCESS.
           OPEN INPUT BRREGION-FILE
           IF WS-REGION-STATUS NOT = '00'
               GO TO LOAD-REGIONS-EXIT
           END-IF
           READ BRREGION-FILE
           PERFORM LOAD-ONE-REGION-ROW UNTIL NOT REGION-OK
           CLOSE BRREGION-FILE.

       LOAD-REGIONS-EXIT.
           EXIT.

       LOAD-ONE-REGION-ROW.
           IF RG-BRANCH-CODE NOT = SPACES
              AND RG-REGION-CODE NOT = SPACES
               IF WS-REGION-ROW-COUNT < WS-MAX-REGION-ROWS
                   ADD 1 TO WS-REGION-ROW-COUNT
                   MOVE RG-BRANCH-CODE TO
                       WS-RG-BRANCH(WS-REGION-ROW-COUNT)
                   MOVE RG-REGION-CODE TO
                       WS-RG-REGION(WS-REGION-ROW-COUNT)
                   MOVE RG-REGION-NAME TO
                       WS-RG-NAME(WS-REGION-ROW-COUNT)
               ELSE
                   DISPLAY 'BRPNL: REGION TABLE FULL - BRANCH '
                       RG-BRANCH-CODE ' PRINTS UNASSIGNED'
               END-IF
           END-IF
           READ BRREGION-FILE.

      *----------------------------------------------------------------
      * TRANS.DAT - TRADE COMMISSIONS AND FEES, ADVISORY FEES, AND THE
      * TICKET AND SETTLEMENT CHARGES; THEN FAILTRK.DAT FOR THE FAIL
      * AND BUY-IN CHARGES, WHICH NEED TRANS.DAT FOR THE FIRM.
      *----------------------------------------------------------------
       SCAN-TRANSACTIONS-PROCESS.
           OPEN INPUT TRANSACTION-FILE
           IF WS-TRANS-STATUS NOT = '00'
               DISPLAY 'BRPNL: NO TRANS.DAT ON FILE - NO TRADE, '
                   'ADVISORY OR CLEARING LINES THIS PERIOD'
               GO TO SCAN-TRANSACTIONS-EXIT
           END-IF
           READ TRANSACTION-FILE NEXT RECORD
           IF WS-TRANS-STATUS NOT = '00'
               SET TRANS-EOF TO TRUE
           END-IF
           PERFORM SCAN-ONE-TRANSACTION UNTIL TRANS-EOF

           PERFORM SCAN-FAILS-PROCESS THRU SCAN-FAILS-EXIT
           CLOSE TRANSACTION-FILE.

       SCAN-TRANSACTIONS-EXIT.
           EXIT.

       SCAN-ONE-TRANSACTION.
           MOVE TRANSACTION-DATE OF TRANSACTION-RECORD(1:6) TO
               WS-LINE-PERIOD
           MOVE ACCOUNT-ID OF TRANSACTION-RECORD TO WS-LOOKUP-ACCOUNT

           IF (BUY-TRANS OF TRANSACTION-RECORD
               OR SELL-TRANS OF TRANSACTION-RECORD
               OR SHORT-SELL-TRANS OF TRANSACTION-RECORD
               OR BUY-COVER-TRANS OF TRANSACTION-RECORD)
              AND SETTLED-STATUS OF TRANSACTION-RECORD
              AND WS-LINE-PERIOD = WS-REPORT-PERIOD
               ADD 1 TO WS-TRADE-COUNT
               PERFORM LOOKUP-ACCOUNT-BRANCH
               MOVE 1 TO WS-WORK-LINE
               MOVE COMMISSION OF TRANSACTION-RECORD TO WS-WORK-AMOUNT
               PERFORM ADD-TO-BRANCH-LINE
               MOVE 2 TO WS-WORK-LINE
               MOVE FEES OF TRANSACTION-RECORD TO WS-WORK-AMOUNT
               PERFORM ADD-TO-BRANCH-LINE
           END-IF

           IF FEE-TRANS OF TRANSACTION-RECORD
              AND CREATED-BY OF TRANSACTION-RECORD = 'FEEBILL '
              AND NOT CANCELLED-STATUS OF TRANSACTION-RECORD
              AND WS-LINE-PERIOD = WS-REPORT-PERIOD
               PERFORM LOOKUP-ACCOUNT-BRANCH
               MOVE 3 TO WS-WORK-LINE
               MOVE TRANSACTION-AMOUNT OF TRANSACTION-RECORD TO
                   WS-WORK-AMOUNT
               PERFORM ADD-TO-BRANCH-LINE
           END-IF

           IF SETTLED-STATUS OF TRANSACTION-RECORD
              AND SETTLEMENT-DATE OF TRANSACTION-RECORD(1:6) =
                  WS-REPORT-PERIOD
              AND CLEARING-FIRM OF TRANSACTION-RECORD NOT = SPACES
               MOVE CLEARING-FIRM OF TRANSACTION-RECORD TO
                   WS-LOOKUP-FIRM
               PERFORM LOOKUP-FIRM-RATES
               IF FIRM-PRICED
                   PERFORM LOOKUP-ACCOUNT-BRANCH
                   MOVE 9 TO WS-WORK-LINE
                   COMPUTE WS-WORK-AMOUNT ROUNDED =
                       WS-FIRM-TICKET-RATE + WS-FIRM-SETTLE-RATE
                   PERFORM ADD-TO-BRANCH-LINE
               ELSE
                   ADD 1 TO WS-UNPRICED-COUNT
               END-IF
           END-IF

           READ TRANSACTION-FILE NEXT RECORD
           IF WS-TRANS-STATUS NOT = '00'
               SET TRANS-EOF TO TRUE
           END-IF.

       SCAN-FAILS-PROCESS.
           OPEN INPUT FAILTRK-FILE
           IF WS-FAIL-STATUS NOT = '00'
               GO TO SCAN-FAILS-EXIT
           END-IF
           READ FAILTRK-FILE NEXT RECORD
           PERFORM SCAN-ONE-FAIL UNTIL NOT FAIL-OK
           CLOSE FAILTRK-FILE.

       SCAN-FAILS-EXIT.
           EXIT.

       SCAN-ONE-FAIL.
           IF FAIL-RECORDED-DATE(1:6) = WS-REPORT-PERIOD
              OR (FAIL-BOUGHT-IN
                  AND FAIL-CLOSED-DATE(1:6) = WS-REPORT-PERIOD)
               MOVE FAIL-TRANSACTION-ID TO TRANSACTION-ID
               READ TRANSACTION-FILE
                   INVALID KEY MOVE SPACES TO
                       CLEARING-FIRM OF TRANSACTION-RECORD
               END-READ
               IF CLEARING-FIRM OF TRANSACTION-RECORD NOT = SPACES
                   MOVE CLEARING-FIRM OF TRANSACTION-RECORD TO
                       WS-LOOKUP-FIRM
                   PERFORM LOOKUP-FIRM-RATES
                   IF FIRM-PRICED
                       MOVE FAIL-ACCOUNT-ID TO WS-LOOKUP-ACCOUNT
                       PERFORM LOOKUP-ACCOUNT-BRANCH
                       MOVE 9 TO WS-WORK-LINE
                       IF FAIL-RECORDED-DATE(1:6) = WS-REPORT-PERIOD
                           MOVE WS-FIRM-FAIL-RATE TO WS-WORK-AMOUNT
                           PERFORM ADD-TO-BRANCH-LINE
                       END-IF
                       IF FAIL-BOUGHT-IN
                          AND FAIL-CLOSED-DATE(1:6) = WS-REPORT-PERIOD
                           MOVE WS-FIRM-BUYIN-RATE TO WS-WORK-AMOUNT
                           PERFORM ADD-TO-BRANCH-LINE
                       END-IF
                   ELSE
                       ADD 1 TO WS-UNPRICED-COUNT
                   END-IF
               END-IF
           END-IF
           READ FAILTRK-FILE NEXT RECORD.

      *----------------------------------------------------------------
      * ACCRUAL FILES - THE INTEREST AND BORROW FEES EARNED IN THE
      * MONTH, POSTED OR NOT.
      *----------------------------------------------------------------
       SCAN-MARGIN-PROCESS.
           OPEN INPUT MRGACR-FILE
           IF WS-MRGACR-STATUS NOT = '00'
               GO TO SCAN-MARGIN-EXIT
           END-IF
           READ MRGACR-FILE NEXT RECORD
           PERFORM SCAN-ONE-MARGIN-ACCRUAL UNTIL NOT MRGACR-OK
           CLOSE MRGACR-FILE.

       SCAN-MARGIN-EXIT.
           EXIT.

       SCAN-ONE-MARGIN-ACCRUAL.
           IF MA-ACCRUAL-DATE(1:6) = WS-REPORT-PERIOD
               MOVE MA-ACCOUNT-ID TO WS-LOOKUP-ACCOUNT
               PERFORM LOOKUP-ACCOUNT-BRANCH
               MOVE 4 TO WS-WORK-LINE
               COMPUTE WS-WORK-AMOUNT ROUNDED = MA-DAILY-INTEREST
               PERFORM ADD-TO-BRANCH-LINE
           END-IF
           READ MRGACR-FILE NEXT RECORD.

       SCAN-BORROW-PROCESS.
           OPEN INPUT BRWACR-FILE
           IF WS-BRWACR-STATUS NOT = '00'
               GO TO SCAN-BORROW-EXIT
           END-IF
           READ BRWACR-FILE NEXT RECORD
           PERFORM SCAN-ONE-BORROW-ACCRUAL UNTIL NOT BRWACR-OK
           CLOSE BRWACR-FILE.

       SCAN-BORROW-EXIT.
           EXIT.

       SCAN-ONE-BORROW-ACCRUAL.
           IF BA-ACCRUAL-DATE(1:6) = WS-REPORT-PERIOD
               MOVE BA-ACCOUNT-ID TO WS-LOOKUP-ACCOUNT
               PERFORM LOOKUP-ACCOUNT-BRANCH
               MOVE 5 TO WS-WORK-LINE
               COMPUTE WS-WORK-AMOUNT ROUNDED = BA-DAILY-FEE
               PERFORM ADD-TO-BRANCH-LINE
           END-IF
           READ BRWACR-FILE NEXT RECORD.

      *----------------------------------------------------------------
      * PRINCIPAL TRADING - REALIZED P&L ON THE FIRM* INVENTORY
      * ACCOUNTS, AS INVPNL TAKES IT. THE ERROR ACCOUNT IS A COST LINE
      * OF ITS OWN, OFF ERRSUM.DAT.
      *----------------------------------------------------------------
       SCAN-PRINCIPAL-PROCESS.
           OPEN INPUT LOTDISP-FILE
           IF WS-DISP-STATUS NOT = '00'
               GO TO SCAN-PRINCIPAL-EXIT
           END-IF
           READ LOTDISP-FILE
               AT END SET DISP-EOF TO TRUE
           END-READ
           PERFORM SCAN-ONE-DISPOSAL UNTIL DISP-EOF
           CLOSE LOTDISP-FILE.

       SCAN-PRINCIPAL-EXIT.
           EXIT.

       SCAN-ONE-DISPOSAL.
           IF DISP-ACCOUNT-ID(1:4) = 'FIRM'
              AND DISP-ACCOUNT-ID NOT = WS-ERROR-ACCOUNT-ID
              AND NOT DISP-REVERSED
              AND DISP-DISPOSAL-DATE(1:6) = WS-REPORT-PERIOD
               MOVE DISP-ACCOUNT-ID TO WS-LOOKUP-ACCOUNT
               PERFORM LOOKUP-ACCOUNT-BRANCH
               MOVE 6 TO WS-WORK-LINE
               COMPUTE WS-WORK-AMOUNT =
                   DISP-PROCEEDS - DISP-LOT-COST
               PERFORM ADD-TO-BRANCH-LINE
           END-IF
           READ LOTDISP-FILE
               AT END SET DISP-EOF TO TRUE
           END-READ.

      *----------------------------------------------------------------
      * COSTS FED BY THE MONTH'S REPCOMP AND ERRPNL RUNS.
      *----------------------------------------------------------------
       LOAD-PAYOUTS-PROCESS.
           OPEN INPUT REPPAY-FILE
           IF WS-REPPAY-STATUS NOT = '00'
               DISPLAY 'BRPNL: NO REPPAY.DAT ON FILE - REP PAYOUTS '
                   'NOT CHARGED'
               GO TO LOAD-PAYOUTS-EXIT
           END-IF
           READ REPPAY-FILE
           PERFORM LOAD-ONE-PAYOUT UNTIL NOT REPPAY-OK
           CLOSE REPPAY-FILE
           IF NOT PAYOUTS-LOADED
               DISPLAY 'BRPNL: REPPAY.DAT HOLDS NO PAYOUTS FOR '
                   WS-REPORT-PERIOD ' - RUN REPCOMP FIRST'
           END-IF.

       LOAD-PAYOUTS-EXIT.
           EXIT.

       LOAD-ONE-PAYOUT.
           IF RP-PERIOD = WS-REPORT-PERIOD
               SET PAYOUTS-LOADED TO TRUE
               MOVE RP-BRANCH-CODE TO WS-WORK-BRANCH
               MOVE 7 TO WS-WORK-LINE
               MOVE RP-PAYOUT-AMOUNT TO WS-WORK-AMOUNT
               PERFORM ADD-TO-BRANCH-LINE
           END-IF
           READ REPPAY-FILE.

       LOAD-ERROR-LOSSES-PROCESS.
           OPEN INPUT ERRSUM-FILE
           IF WS-ERRSUM-STATUS NOT = '00'
               DISPLAY 'BRPNL: NO ERRSUM.DAT ON FILE - ERROR-ACCOUNT '
                   'LOSSES NOT CHARGED'
               GO TO LOAD-ERROR-LOSSES-EXIT
           END-IF
           READ ERRSUM-FILE
           PERFORM LOAD-ONE-ERROR-LOSS UNTIL NOT ERRSUM-OK
           CLOSE ERRSUM-FILE
           IF NOT ERRORS-LOADED
               DISPLAY 'BRPNL: ERRSUM.DAT HOLDS NO ERROR P&L FOR '
                   WS-REPORT-PERIOD ' - RUN ERRPNL FIRST'
           END-IF.

       LOAD-ERROR-LOSSES-EXIT.
           EXIT.

       LOAD-ONE-ERROR-LOSS.
      *    ERRSUM CARRIES THE P&L - A LOSS IS NEGATIVE - SO THE COST
      *    LINE IS ITS NEGATIVE; A RECOVERY REDUCES THE COST.
           IF ES-PERIOD = WS-REPORT-PERIOD
               SET ERRORS-LOADED TO TRUE
               MOVE ES-BRANCH-CODE TO WS-WORK-BRANCH
               MOVE 8 TO WS-WORK-LINE
               COMPUTE WS-WORK-AMOUNT = ZERO - ES-REALIZED-PNL
               PERFORM ADD-TO-BRANCH-LINE
           END-IF
           READ ERRSUM-FILE.

      *----------------------------------------------------------------
      * ATTRIBUTION HELPERS.
      *----------------------------------------------------------------
       LOOKUP-ACCOUNT-BRANCH.
      *    TRANS.DAT AND THE ACCRUAL FILES COME IN ACCOUNT ORDER OFTEN
      *    ENOUGH THAT THE LAST ACCOUNT'S BRANCH IS KEPT.
           IF WS-LOOKUP-ACCOUNT NOT = WS-LAST-ACCOUNT-ID
               MOVE WS-LOOKUP-ACCOUNT TO WS-LAST-ACCOUNT-ID
               MOVE SPACES TO WS-LAST-BRANCH
               MOVE WS-LOOKUP-ACCOUNT TO ACCOUNT-ID OF ACCOUNT-RECORD
               READ ACCOUNT-FILE
               IF WS-ACCT-STATUS = '00'
                   MOVE BRANCH-CODE OF ACCOUNT-RECORD TO WS-LAST-BRANCH
               END-IF
           END-IF
           MOVE WS-LAST-BRANCH TO WS-WORK-BRANCH.

       LOOKUP-FIRM-RATES.
           IF WS-LOOKUP-FIRM NOT = WS-LAST-FIRM
               MOVE WS-LOOKUP-FIRM TO WS-LAST-FIRM
               MOVE 'N' TO WS-FIRM-PRICED-SW
               MOVE ZERO TO WS-FIRM-TICKET-RATE
               MOVE ZERO TO WS-FIRM-SETTLE-RATE
               MOVE ZERO TO WS-FIRM-FAIL-RATE
               MOVE ZERO TO WS-FIRM-BUYIN-RATE
               IF CLRRATE-AVAILABLE
                   MOVE WS-LOOKUP-FIRM TO CR-CLEARING-FIRM
                   READ CLRRATE-FILE
                   IF WS-RATE-STATUS = '00'
                       SET FIRM-PRICED TO TRUE
                       MOVE CR-TICKET-RATE TO WS-FIRM-TICKET-RATE
                       MOVE CR-SETTLE-RATE TO WS-FIRM-SETTLE-RATE
                       MOVE CR-FAIL-RATE TO WS-FIRM-FAIL-RATE
                       MOVE CR-BUYIN-RATE TO WS-FIRM-BUYIN-RATE
                   END-IF
               END-IF
           END-IF.

       ADD-TO-BRANCH-LINE.
           MOVE 1 TO WS-WORK-COLUMN
           PERFORM FIND-BRANCH-SLOT
           IF WS-BRANCH-FOUND NOT = ZERO
               ADD WS-WORK-AMOUNT TO
                   WS-BR-AMOUNT(WS-BRANCH-FOUND, WS-WORK-COLUMN,
                                WS-WORK-LINE)
           END-IF.

       FIND-BRANCH-SLOT.
           MOVE ZERO TO WS-BRANCH-FOUND
           MOVE 1 TO WS-BRANCH-INDEX
           PERFORM SCAN-ONE-BRANCH-SLOT
               UNTIL WS-BRANCH-INDEX > WS-BRANCH-COUNT
               OR WS-BRANCH-FOUND NOT = ZERO

           IF WS-BRANCH-FOUND = ZERO
               IF WS-BRANCH-COUNT >= WS-MAX-BRANCHES
                   DISPLAY 'BRPNL: BRANCH TABLE FULL - BRANCH '
                       WS-WORK-BRANCH ' OMITTED'
               ELSE
                   ADD 1 TO WS-BRANCH-COUNT
                   MOVE WS-BRANCH-COUNT TO WS-BRANCH-FOUND
                   MOVE WS-WORK-BRANCH TO
                       WS-BR-BRANCH(WS-BRANCH-FOUND)
                   MOVE WS-ZERO-COLUMNS TO
                       WS-BR-COLUMNS(WS-BRANCH-FOUND)
                   PERFORM LOOKUP-BRANCH-REGION
                   MOVE WS-LOOKUP-REGION TO
                       WS-BR-REGION(WS-BRANCH-FOUND)
               END-IF
           END-IF.

       SCAN-ONE-BRANCH-SLOT.
           IF WS-BR-BRANCH(WS-BRANCH-INDEX) = WS-WORK-BRANCH
               MOVE WS-BRANCH-INDEX TO WS-BRANCH-FOUND
           END-IF
           ADD 1 TO WS-BRANCH-INDEX.

       LOOKUP-BRANCH-REGION.
           MOVE WS-UNASSIGNED-REGION TO WS-LOOKUP-REGION
           MOVE 1 TO WS-REGION-INDEX
           PERFORM MATCH-ONE-REGION-ROW
               UNTIL WS-REGION-INDEX > WS-REGION-ROW-COUNT.

       MATCH-ONE-REGION-ROW.
           IF WS-RG-BRANCH(WS-REGION-INDEX) = WS-WORK-BRANCH
               MOVE WS-RG-REGION(WS-REGION-INDEX) TO WS-LOOKUP-REGION
               MOVE WS-REGION-ROW-COUNT TO WS-REGION-INDEX
           END-IF
           ADD 1 TO WS-REGION-INDEX.

      *----------------------------------------------------------------
      * HISTORY - REPLACE THIS MONTH'S ROWS, THEN SUM THE YEAR-TO-DATE
      * AND PRIOR-YEAR COLUMNS BACK OFF THE FILE.
      *----------------------------------------------------------------
       SAVE-MONTH-PROCESS.
           MOVE WS-REPORT-PERIOD TO BH-PERIOD
           MOVE LOW-VALUES TO BH-BRANCH-CODE
           MOVE 'N' TO WS-HISTORY-DONE-SW
           START BRPNLHIS-FILE KEY IS NOT LESS THAN BH-KEY
               INVALID KEY SET HISTORY-DONE TO TRUE
           END-START
           PERFORM DELETE-ONE-MONTH-ROW UNTIL HISTORY-DONE

           PERFORM GET-CURRENT-TIMESTAMP
           MOVE 1 TO WS-BRANCH-INDEX
           PERFORM SAVE-ONE-BRANCH
               UNTIL WS-BRANCH-INDEX > WS-BRANCH-COUNT.

       DELETE-ONE-MONTH-ROW.
           READ BRPNLHIS-FILE NEXT RECORD
           IF WS-HIS-STATUS NOT = '00'
              OR BH-PERIOD NOT = WS-REPORT-PERIOD
               SET HISTORY-DONE TO TRUE
           ELSE
               DELETE BRPNLHIS-FILE RECORD
           END-IF.

       SAVE-ONE-BRANCH.
           MOVE SPACES TO BRPNLHIS-RECORD
           MOVE WS-REPORT-PERIOD TO BH-PERIOD
           MOVE WS-BR-BRANCH(WS-BRANCH-INDEX) TO BH-BRANCH-CODE
           PERFORM SAVE-ONE-LINE
               VARYING WS-LINE-INDEX FROM 1 BY 1
               UNTIL WS-LINE-INDEX > WS-LINE-COUNT
           MOVE WS-CURRENT-DATE TO BH-RUN-DATE
           MOVE WS-TIMESTAMP TO CREATED-TIMESTAMP OF BRPNLHIS-RECORD
           WRITE BRPNLHIS-RECORD
           IF WS-HIS-STATUS = '00'
               ADD 1 TO WS-SAVED-COUNT
           ELSE
               DISPLAY 'BRPNL: UNABLE TO SAVE BRANCH '
                   BH-BRANCH-CODE ' TO BRPNL.HIS, STATUS = '
                   WS-HIS-STATUS
           END-IF
           ADD 1 TO WS-BRANCH-INDEX.

       SAVE-ONE-LINE.
           MOVE WS-BR-AMOUNT(WS-BRANCH-INDEX, 1, WS-LINE-INDEX) TO
               BH-LINE-AMOUNT(WS-LINE-INDEX).

       LOAD-HISTORY-PROCESS.
           MOVE WS-HISTORY-START TO BH-PERIOD
           MOVE LOW-VALUES TO BH-BRANCH-CODE
           MOVE 'N' TO WS-HISTORY-DONE-SW
           START BRPNLHIS-FILE KEY IS NOT LESS THAN BH-KEY
               INVALID KEY SET HISTORY-DONE TO TRUE
           END-START
           PERFORM LOAD-ONE-HISTORY-ROW UNTIL HISTORY-DONE.

       LOAD-ONE-HISTORY-ROW.
           READ BRPNLHIS-FILE NEXT RECORD
           IF WS-HIS-STATUS NOT = '00'
              OR BH-PERIOD > WS-REPORT-PERIOD
               SET HISTORY-DONE TO TRUE
           ELSE
               MOVE BH-BRANCH-CODE TO WS-WORK-BRANCH
               IF BH-PERIOD(1:4) = WS-REPORT-PERIOD(1:4)
                   MOVE 2 TO WS-WORK-COLUMN
                   PERFORM ADD-HISTORY-COLUMN
               END-IF
               IF BH-PERIOD = WS-PRIOR-PERIOD
                   MOVE 3 TO WS-WORK-COLUMN
                   PERFORM ADD-HISTORY-COLUMN
               END-IF
               IF BH-PERIOD(1:4) = WS-PRIOR-PERIOD(1:4)
                  AND BH-PERIOD NOT > WS-PRIOR-PERIOD
                   MOVE 4 TO WS-WORK-COLUMN
                   PERFORM ADD-HISTORY-COLUMN
               END-IF
           END-IF.

       ADD-HISTORY-COLUMN.
           PERFORM FIND-BRANCH-SLOT
           IF WS-BRANCH-FOUND NOT = ZERO
               PERFORM ADD-ONE-HISTORY-LINE
                   VARYING WS-LINE-INDEX FROM 1 BY 1
                   UNTIL WS-LINE-INDEX > WS-LINE-COUNT
           END-IF.

       ADD-ONE-HISTORY-LINE.
           ADD BH-LINE-AMOUNT(WS-LINE-INDEX) TO
               WS-BR-AMOUNT(WS-BRANCH-FOUND, WS-WORK-COLUMN,
                            WS-LINE-INDEX).

      *----------------------------------------------------------------
      * REPORT - BRANCHES IN REGION ORDER, REGION SUBTOTALS, FIRM
      * TOTAL. THE TABLE IS SORTED IN PLACE THE WAY BOBREP SORTS ITS
      * BRANCH/OFFICER TABLE.
      *----------------------------------------------------------------
       PRINT-REPORT-PROCESS.
           IF WS-BRANCH-COUNT > 1
               SET SORT-SWAPPED-THIS-PASS TO TRUE
               PERFORM SORT-ONE-PASS UNTIL WS-SORT-SWAPPED-SW = 'N'
           END-IF

           MOVE SPACES TO WS-COLUMN-HEADINGS
           STRING '        MONTH ' WS-REPORT-PERIOD
               DELIMITED BY SIZE INTO WS-CH-MONTH
           END-STRING
           STRING '    YTD ' WS-REPORT-PERIOD(1:4) ' TO '
               WS-REPORT-PERIOD(5:2)
               DELIMITED BY SIZE INTO WS-CH-YTD
           END-STRING
           STRING '        MONTH ' WS-PRIOR-PERIOD
               DELIMITED BY SIZE INTO WS-CH-PRIOR-MONTH
           END-STRING
           STRING '    YTD ' WS-PRIOR-PERIOD(1:4) ' TO '
               WS-PRIOR-PERIOD(5:2)
               DELIMITED BY SIZE INTO WS-CH-PRIOR-YTD
           END-STRING

           IF NOT PAYOUTS-LOADED
               MOVE SPACES TO BRPNL-RPT-LINE
               STRING '*** REP PAYOUTS NOT CHARGED - REPCOMP HAS NOT '
                      'RUN FOR ' WS-REPORT-PERIOD ' ***'
                   DELIMITED BY SIZE INTO BRPNL-RPT-LINE
               END-STRING
               WRITE BRPNL-RPT-LINE
           END-IF
           IF NOT ERRORS-LOADED
               MOVE SPACES TO BRPNL-RPT-LINE
               STRING '*** ERROR-ACCOUNT LOSSES NOT CHARGED - ERRPNL '
                      'HAS NOT RUN FOR ' WS-REPORT-PERIOD ' ***'
                   DELIMITED BY SIZE INTO BRPNL-RPT-LINE
               END-STRING
               WRITE BRPNL-RPT-LINE
           END-IF

           MOVE WS-ZERO-COLUMNS TO WS-FIRM-COLUMNS
           MOVE WS-ZERO-COLUMNS TO WS-REGION-COLUMNS
           MOVE LOW-VALUES TO WS-CURRENT-REGION
           MOVE 1 TO WS-BRANCH-INDEX
           PERFORM PRINT-ONE-BRANCH
               UNTIL WS-BRANCH-INDEX > WS-BRANCH-COUNT
           IF WS-BRANCH-COUNT > ZERO
               PERFORM PRINT-REGION-SUBTOTAL
           END-IF

           MOVE SPACES TO BRPNL-RPT-LINE
           WRITE BRPNL-RPT-LINE
           MOVE SPACES TO BRPNL-RPT-LINE
           MOVE 'FIRM TOTAL' TO BRPNL-RPT-LINE
           WRITE BRPNL-RPT-LINE
           MOVE WS-FIRM-COLUMNS TO WS-PRINT-COLUMNS
           PERFORM PRINT-PNL-BLOCK.

       SORT-ONE-PASS.
           MOVE 'N' TO WS-SORT-SWAPPED-SW
           MOVE 1 TO WS-SORT-INDEX
           PERFORM SORT-ONE-ROW
               UNTIL WS-SORT-INDEX >= WS-BRANCH-COUNT.

       SORT-ONE-ROW.
           IF WS-BR-REGION(WS-SORT-INDEX) >
                  WS-BR-REGION(WS-SORT-INDEX + 1)
              OR (WS-BR-REGION(WS-SORT-INDEX) =
                     WS-BR-REGION(WS-SORT-INDEX + 1)
                  AND WS-BR-BRANCH(WS-SORT-INDEX) >
                     WS-BR-BRANCH(WS-SORT-INDEX + 1))
               MOVE WS-BR-ENTRY(WS-SORT-INDEX) TO WS-SWAP-ENTRY
               MOVE WS-BR-ENTRY(WS-SORT-INDEX + 1) TO
                   WS-BR-ENTRY(WS-SORT-INDEX)
               MOVE WS-SWAP-ENTRY TO WS-BR-ENTRY(WS-SORT-INDEX + 1)
               SET SORT-SWAPPED-THIS-PASS TO TRUE
           END-IF
           ADD 1 TO WS-SORT-INDEX.

       PRINT-ONE-BRANCH.
           IF WS-BR-REGION(WS-BRANCH-INDEX) NOT = WS-CURRENT-REGION
               IF WS-CURRENT-REGION NOT = LOW-VALUES
                   PERFORM PRINT-REGION-SUBTOTAL
               END-IF
               MOVE WS-BR-REGION(WS-BRANCH-INDEX) TO WS-CURRENT-REGION
               MOVE WS-ZERO-COLUMNS TO WS-REGION-COLUMNS
               PERFORM PRINT-REGION-HEADER
           END-IF

           MOVE SPACES TO BRPNL-RPT-LINE
           WRITE BRPNL-RPT-LINE
           MOVE SPACES TO BRPNL-RPT-LINE
           IF WS-BR-BRANCH(WS-BRANCH-INDEX) = SPACES
               MOVE 'BRANCH (NONE)' TO BRPNL-RPT-LINE
           ELSE
               STRING 'BRANCH ' DELIMITED BY SIZE
                      WS-BR-BRANCH(WS-BRANCH-INDEX) DELIMITED BY SIZE
                      INTO BRPNL-RPT-LINE
               END-STRING
           END-IF
           WRITE BRPNL-RPT-LINE

           MOVE WS-BR-COLUMNS(WS-BRANCH-INDEX) TO WS-PRINT-COLUMNS
           PERFORM PRINT-PNL-BLOCK
           PERFORM ADD-BRANCH-TO-TOTALS
               VARYING WS-COL-INDEX FROM 1 BY 1
               UNTIL WS-COL-INDEX > 4
           ADD 1 TO WS-BRANCH-INDEX.

       ADD-BRANCH-TO-TOTALS.
           PERFORM ADD-ONE-TOTAL-LINE
               VARYING WS-LINE-INDEX FROM 1 BY 1
               UNTIL WS-LINE-INDEX > WS-LINE-COUNT.

       ADD-ONE-TOTAL-LINE.
           ADD WS-PRINT-AMOUNT(WS-COL-INDEX, WS-LINE-INDEX) TO
               WS-REGION-AMOUNT(WS-COL-INDEX, WS-LINE-INDEX)
           ADD WS-PRINT-AMOUNT(WS-COL-INDEX, WS-LINE-INDEX) TO
               WS-FIRM-AMOUNT(WS-COL-INDEX, WS-LINE-INDEX).

       PRINT-REGION-HEADER.
           MOVE SPACES TO WS-LOOKUP-REGION-NAME
           MOVE 1 TO WS-REGION-INDEX
           PERFORM MATCH-ONE-REGION-NAME
               UNTIL WS-REGION-INDEX > WS-REGION-ROW-COUNT

           MOVE SPACES TO BRPNL-RPT-LINE
           WRITE BRPNL-RPT-LINE
           MOVE SPACES TO BRPNL-RPT-LINE
           IF WS-CURRENT-REGION = WS-UNASSIGNED-REGION
               MOVE 'REGION UNASSIGNED' TO BRPNL-RPT-LINE
           ELSE
               STRING 'REGION ' DELIMITED BY SIZE
                      WS-CURRENT-REGION DELIMITED BY SIZE
                      '  ' DELIMITED BY SIZE
                      WS-LOOKUP-REGION-NAME DELIMITED BY SIZE
                      INTO BRPNL-RPT-LINE
               END-STRING
           END-IF
           WRITE BRPNL-RPT-LINE.

       MATCH-ONE-REGION-NAME.
           IF WS-RG-REGION(WS-REGION-INDEX) = WS-CURRENT-REGION
              AND WS-LOOKUP-REGION-NAME = SPACES
               MOVE WS-RG-NAME(WS-REGION-INDEX) TO
                   WS-LOOKUP-REGION-NAME
           END-IF
           ADD 1 TO WS-REGION-INDEX.

       PRINT-REGION-SUBTOTAL.
           MOVE SPACES TO BRPNL-RPT-LINE
           WRITE BRPNL-RPT-LINE
           MOVE SPACES TO BRPNL-RPT-LINE
           IF WS-CURRENT-REGION = WS-UNASSIGNED-REGION
               MOVE 'REGION UNASSIGNED TOTAL' TO BRPNL-RPT-LINE
           ELSE
               STRING 'REGION ' DELIMITED BY SIZE
                      WS-CURRENT-REGION DELIMITED BY SIZE
                      ' TOTAL' DELIMITED BY SIZE
                      INTO BRPNL-RPT-LINE
               END-STRING
           END-IF
           WRITE BRPNL-RPT-LINE
           MOVE WS-REGION-COLUMNS TO WS-PRINT-COLUMNS
           PERFORM PRINT-PNL-BLOCK.

       PRINT-PNL-BLOCK.
      *    ONE LINE PER REVENUE LINE, TOTAL REVENUE, ONE LINE PER COST
      *    LINE, TOTAL COSTS, AND THE NET CONTRIBUTION, IN FOUR
      *    COLUMNS.
           MOVE WS-COLUMN-HEADINGS TO BRPNL-RPT-LINE
           WRITE BRPNL-RPT-LINE

           PERFORM SUM-ONE-COLUMN
               VARYING WS-COL-INDEX FROM 1 BY 1
               UNTIL WS-COL-INDEX > 4

           PERFORM PRINT-ONE-PNL-LINE
               VARYING WS-LINE-INDEX FROM 1 BY 1
               UNTIL WS-LINE-INDEX > WS-LAST-REVENUE-LINE
           MOVE SPACES TO WS-PNL-LINE
           MOVE 'TOTAL REVENUE' TO WS-PL-NAME
           PERFORM FILL-REVENUE-COLUMN
               VARYING WS-COL-INDEX FROM 1 BY 1
               UNTIL WS-COL-INDEX > 4
           MOVE WS-PNL-LINE TO BRPNL-RPT-LINE
           WRITE BRPNL-RPT-LINE

           COMPUTE WS-WORK-LINE = WS-LAST-REVENUE-LINE + 1
           PERFORM PRINT-ONE-PNL-LINE
               VARYING WS-LINE-INDEX FROM WS-WORK-LINE BY 1
               UNTIL WS-LINE-INDEX > WS-LINE-COUNT
           MOVE SPACES TO WS-PNL-LINE
           MOVE 'TOTAL COSTS' TO WS-PL-NAME
           PERFORM FILL-COST-COLUMN
               VARYING WS-COL-INDEX FROM 1 BY 1
               UNTIL WS-COL-INDEX > 4
           MOVE WS-PNL-LINE TO BRPNL-RPT-LINE
           WRITE BRPNL-RPT-LINE

           MOVE SPACES TO WS-PNL-LINE
           MOVE 'NET CONTRIBUTION' TO WS-PL-NAME
           PERFORM FILL-NET-COLUMN
               VARYING WS-COL-INDEX FROM 1 BY 1
               UNTIL WS-COL-INDEX > 4
           MOVE WS-PNL-LINE TO BRPNL-RPT-LINE
           WRITE BRPNL-RPT-LINE.

       SUM-ONE-COLUMN.
           MOVE ZERO TO WS-REVENUE-TOTAL(WS-COL-INDEX)
           MOVE ZERO TO WS-COST-TOTAL(WS-COL-INDEX)
           PERFORM SUM-ONE-CELL
               VARYING WS-LINE-INDEX FROM 1 BY 1
               UNTIL WS-LINE-INDEX > WS-LINE-COUNT.

       SUM-ONE-CELL.
           IF WS-LINE-INDEX > WS-LAST-REVENUE-LINE
               ADD WS-PRINT-AMOUNT(WS-COL-INDEX, WS-LINE-INDEX) TO
                   WS-COST-TOTAL(WS-COL-INDEX)
           ELSE
               ADD WS-PRINT-AMOUNT(WS-COL-INDEX, WS-LINE-INDEX) TO
                   WS-REVENUE-TOTAL(WS-COL-INDEX)
           END-IF.

       PRINT-ONE-PNL-LINE.
           MOVE SPACES TO WS-PNL-LINE
           MOVE WS-LINE-NAME(WS-LINE-INDEX) TO WS-PL-NAME
           PERFORM FILL-ONE-COLUMN
               VARYING WS-COL-INDEX FROM 1 BY 1
               UNTIL WS-COL-INDEX > 4
           MOVE WS-PNL-LINE TO BRPNL-RPT-LINE
           WRITE BRPNL-RPT-LINE.

       FILL-ONE-COLUMN.
           MOVE WS-PRINT-AMOUNT(WS-COL-INDEX, WS-LINE-INDEX) TO
               WS-PL-AMOUNT(WS-COL-INDEX).

       FILL-REVENUE-COLUMN.
           MOVE WS-REVENUE-TOTAL(WS-COL-INDEX) TO
               WS-PL-AMOUNT(WS-COL-INDEX).

       FILL-COST-COLUMN.
           MOVE WS-COST-TOTAL(WS-COL-INDEX) TO
               WS-PL-AMOUNT(WS-COL-INDEX).

       FILL-NET-COLUMN.
           COMPUTE WS-PL-AMOUNT(WS-COL-INDEX) =
               WS-REVENUE-TOTAL(WS-COL-INDEX) -
               WS-COST-TOTAL(WS-COL-INDEX).

       GET-CURRENT-TIMESTAMP.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CURRENT-TIME FROM TIME

           STRING WS-CURRENT-YEAR '-'
                  WS-CURRENT-MONTH '-'
                  WS-CURRENT-DAY 'T'
                  WS-CURRENT-HOUR ':'
                  WS-CURRENT-MINUTE ':'
                  WS-CURRENT-SECOND '.'
                  WS-CURRENT-HUNDREDTH
                  'Z'
                  DELIMITED BY SIZE
                  INTO WS-TIMESTAMP
           END-STRING.

       FINALIZE-PROCESS.
           CLOSE ACCOUNT-FILE
           CLOSE BRPNLHIS-FILE
           CLOSE BRPNL-RPT-FILE
           IF CLRRATE-AVAILABLE
               CLOSE CLRRATE-FILE
           END-IF

           MOVE WS-TRADE-COUNT TO WS-TRADE-DISPLAY
           MOVE WS-UNPRICED-COUNT TO WS-UNPRICED-DISPLAY
           MOVE WS-SAVED-COUNT TO WS-SAVED-DISPLAY
           DISPLAY 'BRPNL: REPORTED PERIOD ' WS-REPORT-PERIOD
               ' - ' WS-TRADE-DISPLAY ' TRADE(S), '
               WS-SAVED-DISPLAY ' BRANCH ROW(S) SAVED, '
               WS-UNPRICED-DISPLAY ' CLEARING CHARGE(S) UNPRICED'.

       END PROGRAM BRPNL.
