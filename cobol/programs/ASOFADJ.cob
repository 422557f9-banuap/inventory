       IDENTIFICATION DIVISION.
       PROGRAM-ID. ASOFADJ.
      ******************************************************************
      * PROGRAM: ASOFADJ - AS-OF TRADE DOWNSTREAM RE-COMPUTATION STEP
      * VERSION: 1.0
      * DATE: 2026-10-15
      * PURPOSE: WORK EVERY PENDING ROW ON ASOFTRD.DAT - A TRADE
      *          TRANPOST POSTED UNDER THE ASOF OPERATION WITH A TRADE
      *          DATE BEFORE THE DAY IT WAS BOOKED - AND LIST EVERY
      *          RESULT THE SYSTEM BUILT IN BETWEEN WITHOUT IT, EACH
      *          WITH THE ADJUSTMENT MADE OR THE EXCEPTION FILED:
      *          - TAX LOTS: THE ACQUIRE DATE (BUY) OR SALE DATE (SEL)
      *            TRANPOST RESTAMPED, OR AN EXCEPTION IF IT COULD NOT,
      *            AND AN EXCEPTION FOR ANY LOT A BACK-DATED SALE
      *            RELIEVED THAT WAS ONLY ACQUIRED AFTER IT;
      *          - POSITION SNAPSHOTS: EACH POSSNAP IMAGE FROM THE
      *            TRADE DATE UP TO THE BOOKING DATE HAS THE QUANTITY
      *            PUT RIGHT (A ROW IS ADDED WHERE THE IMAGE WAS TAKEN
      *            BUT THE ACCOUNT HELD NONE);
      *          - DIVIDEND/INTEREST ENTITLEMENTS: AN ANNOUNCEMENT
      *            WHOSE RECORD DATE FELL IN THE WINDOW HAS ITS OPEN
      *            RECEIVABLE (DIVRCV) REBOOKED; ONE ALREADY PAID GETS
      *            THE SHORTFALL POSTED THROUGH TRANPOST, AND AN
      *            OVERPAYMENT OR A SHORT HOLDER'S PAYMENT-IN-LIEU IS
      *            FILED FOR THE DIVIDEND DESK;
      *          - MARGIN INTEREST: EACH UNPOSTED MRGACR NIGHT IN THE
      *            WINDOW IS RESTATED OFF THE CORRECTED DEBIT; INTEREST
      *            ALREADY CHARGED AT A MONTH END IS FILED FOR THE
      *            MARGIN DESK WITH THE AMOUNT IT WAS OFF BY;
      *          - REG T: IN A CASH ACCOUNT, A FREE-RIDING OR CASH-
      *            LIQUIDATION PAIRING THE TRADE NOW MAKES IS FILED FOR
      *            COMPLIANCE (REGTSCAN FILES THE STRIKE ITSELF, DATED
      *            THE NIGHT IT SEES IT);
      *          - PATTERN DAY TRADING: A SAME-DAY ROUND TRIP THE
      *            TRADE COMPLETES IS REPORTED AS PICKED UP BY THE NEXT
      *            PDTSCAN WHEN IT IS INSIDE THE FIVE-BUSINESS-DAY
      *            WINDOW, AND FILED WHEN IT IS OLDER THAN THAT.
      *          EACH ROW IS THEN MARKED PROCESSED WITH ITS COUNTS.
      * FUNCTIONS: CALLED BY EODDRIVER ONCE PER NIGHT, BEFORE THE
      *            INTEREST/FEE, SNAPSHOT AND DIVIDEND CALENDAR STEPS
      *            SO THEY RUN OFF CORRECTED ROWS. RETURN CODE 00 IS
      *            NORMAL COMPLETION, 04 MEANS AT LEAST ONE EXCEPTION
      *            WAS FILED ON EXCPQ, 08 IS A FATAL SETUP ERROR.
      *
      * NOTES: THE WINDOW IS THE TRADE DATE UP TO, NOT INCLUDING, THE
      *        BOOKING DATE - THE BOOKING NIGHT'S OWN SNAPSHOT AND
      *        ACCRUAL ARE TAKEN AFTER THE POST AND ALREADY INCLUDE
      *        THE TRADE. CASH MOVES ON THE TRADE DATE IN THIS SYSTEM,
      *        SO THE MARGIN DEBIT IS CORRECTED FROM THE TRADE DATE,
      *        NOT SETTLEMENT. A NIGHT WITH NO MRGACR ROW CARRIED NO
      *        DEBIT THEN; IF A BACK-DATED BUY MAY HAVE CREATED ONE,
      *        THE MISSING NIGHTS ARE FILED RATHER THAN INVENTED,
      *        SINCE THE BALANCE THAT NIGHT IS NOT KEPT ANYWHERE.
      *        TRANS.DAT IS ONLY OPEN WHILE THE REG T AND DAY-TRADE
      *        PAIRINGS ARE LOOKED FOR, SO THE ADJUSTING PAYMENTS CAN
      *        POST THROUGH TRANPOST.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ASOFTRD-FILE ASSIGN TO "ASOFTRD.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AOF-TRANSACTION-ID
               FILE STATUS IS WS-AOF-STATUS.

           SELECT ACCOUNT-FILE ASSIGN TO "ACCOUNT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCOUNT-ID OF ACCOUNT-RECORD
               FILE STATUS IS WS-ACCT-STATUS.

           SELECT TRANSACTION-FILE ASSIGN TO "TRANS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRANSACTION-ID OF TRANSACTION-RECORD
               ALTERNATE RECORD KEY IS ACCOUNT-ID OF
                   TRANSACTION-RECORD WITH DUPLICATES
               ALTERNATE RECORD KEY IS SECURITY-SYMBOL OF
                   TRANSACTION-RECORD WITH DUPLICATES
               FILE STATUS IS WS-TRANS-STATUS.

           SELECT POSSNAP-FILE ASSIGN TO "POSSNAP.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SNAP-KEY
               FILE STATUS IS WS-SNAP-STATUS.

           SELECT DIVANN-FILE ASSIGN TO "DIVANN.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DA-KEY
               FILE STATUS IS WS-ANN-STATUS.

           SELECT DIVRCV-FILE ASSIGN TO "DIVRCV.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DR-KEY
               ALTERNATE RECORD KEY IS DR-ACCOUNT-ID WITH DUPLICATES
               FILE STATUS IS WS-RCV-STATUS.

           SELECT MRGACR-FILE ASSIGN TO "MRGACR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MA-KEY
               FILE STATUS IS WS-ACR-STATUS.

           SELECT BUSCAL-FILE ASSIGN TO "BUSCAL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAL-KEY
               FILE STATUS IS WS-BUSCAL-STATUS.

           SELECT ASOFADJ-RPT-FILE ASSIGN TO "ASOFADJ.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ASOFTRD-FILE.
       COPY ASOFTRD.

       FD  ACCOUNT-FILE.
       COPY ACCOUNT.

       FD  TRANSACTION-FILE.
       COPY TRANSACTION.

       FD  POSSNAP-FILE.
       COPY POSSNAP.

       FD  DIVANN-FILE.
       COPY DIVANN.

       FD  DIVRCV-FILE.
       COPY DIVRCV.

       FD  MRGACR-FILE.
       COPY MRGACR.

       FD  BUSCAL-FILE.
       COPY BUSCAL.

       FD  ASOFADJ-RPT-FILE.
       01  ASOFADJ-RPT-LINE               PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-AOF-STATUS                  PIC XX.
       01  WS-ACCT-STATUS                 PIC XX.
       01  WS-TRANS-STATUS                PIC XX.
       01  WS-SNAP-STATUS                 PIC XX.
       01  WS-ANN-STATUS                  PIC XX.
       01  WS-RCV-STATUS                  PIC XX.
       01  WS-ACR-STATUS                  PIC XX.
       01  WS-BUSCAL-STATUS               PIC XX.
       01  WS-RPT-STATUS                  PIC XX.

       01  WS-QUEUE-AVAILABLE-SW          PIC X(01) VALUE 'Y'.
           88  QUEUE-AVAILABLE            VALUE 'Y'.
       01  WS-SNAPSHOTS-AVAILABLE-SW      PIC X(01) VALUE 'N'.
           88  SNAPSHOTS-AVAILABLE        VALUE 'Y'.
       01  WS-CALENDAR-AVAILABLE-SW       PIC X(01) VALUE 'N'.
           88  CALENDAR-AVAILABLE         VALUE 'Y'.
       01  WS-ACCRUALS-AVAILABLE-SW       PIC X(01) VALUE 'N'.
           88  ACCRUALS-AVAILABLE         VALUE 'Y'.
       01  WS-SNAP-TAKEN-SW               PIC X(01).
           88  SNAP-TAKEN                 VALUE 'Y'.
       01  WS-RCV-FOUND-SW                PIC X(01).
           88  RCV-FOUND                  VALUE 'Y'.

       01  WS-CURRENT-DATE                PIC X(08).
       01  WS-CURRENT-TIME.
           05  WS-CURRENT-HOUR            PIC 9(02).
           05  WS-CURRENT-MINUTE          PIC 9(02).
           05  WS-CURRENT-SECOND          PIC 9(02).
           05  WS-CURRENT-HUNDREDTH       PIC 9(02).
       01  WS-TIMESTAMP                   PIC X(26).

      *    PATTERN-DAY-TRADE WINDOW - FIVE BUSINESS DAYS ENDING
      *    TODAY, STEPPED BACK THE SAME WAY PDTSCAN STEPS IT.
       01  WS-WINDOW-START-DATE           PIC X(08).
       01  WS-BUSDAY-COUNT                PIC 9(02).
       01  WS-BUSDAY-NUM                  PIC 9(08).
       01  WS-BUSDAY-INT                  PIC 9(08).
       01  WS-BUSDAY-REM                  PIC 9(01).
       01  WS-BUSDAY-QUOT                 PIC 9(08).
       01  WS-BUSINESS-DAY-SW             PIC X(01).
           88  IS-BUSINESS-DAY            VALUE 'Y'.
       01  WS-BUSDAY-MARKET               PIC X(04) VALUE 'US  '.

      *    THE TRADE BEING WORKED.
       01  WS-TRADE-ACCOUNT-TYPE          PIC X(02).
           88  TRADE-CASH-ACCOUNT         VALUE 'CA'.
           88  TRADE-MARGIN-ACCOUNT       VALUE 'MA'.
       01  WS-QTY-EFFECT                  PIC S9(09)V999 COMP-3.
       01  WS-CASH-EFFECT                 PIC S9(13)V99 COMP-3.
       01  WS-TRADE-INT                   PIC 9(08).
       01  WS-END-INT                     PIC 9(08).
       01  WS-DAY-INT                     PIC 9(08).
       01  WS-DAY-NUM                     PIC 9(08).
       01  WS-DAY-DATE                    PIC X(08).
       01  WS-WINDOW-DAYS                 PIC 9(05) COMP.
       01  WS-TRADE-ADJUSTED              PIC 9(05).
       01  WS-TRADE-EXCEPTIONS            PIC 9(05).

       01  WS-OLD-QTY                     PIC S9(09)V999 COMP-3.
       01  WS-NEW-QTY                     PIC S9(09)V999 COMP-3.
       01  WS-ENTITLE-DIFF                PIC S9(13)V99 COMP-3.
       01  WS-RCV-AMOUNT                  PIC S9(13)V99 COMP-3.

       01  WS-OLD-DEBIT                   PIC S9(13)V99 COMP-3.
       01  WS-NEW-DEBIT                   PIC S9(13)V99 COMP-3.
       01  WS-NEW-INTEREST                PIC S9(09)V9(06) COMP-3.
       01  WS-INTEREST-DIFF               PIC S9(09)V9(06) COMP-3.
       01  WS-POSTED-DIFF                 PIC S9(09)V9(06) COMP-3.
       01  WS-ACCRUAL-ROWS                PIC 9(05) COMP.
       01  WS-MISSING-NIGHTS              PIC 9(05) COMP.

       01  WS-PAIR-KIND                   PIC X(11).
       01  WS-ASOF-SIDE                   PIC X(01).
           88  ASOF-BUY-SIDE              VALUE 'B'.
       01  WS-SAME-SIDE-SW                PIC X(01).
           88  SAME-SIDE-FOUND            VALUE 'Y'.
       01  WS-OPPOSITE-SIDE-SW            PIC X(01).
           88  OPPOSITE-SIDE-FOUND        VALUE 'Y'.

      *    ONE DETAIL LINE UNDER A TRADE'S HEADING.
       01  WS-DETAIL-CATEGORY             PIC X(10).
       01  WS-DETAIL-TEXT                 PIC X(80).
       01  WS-DETAIL-ACTION               PIC X(20).
       01  WS-EXCEPTION-REASON            PIC X(60).

       01  WS-QUEUED-COUNT                PIC 9(07) COMP.
       01  WS-ADJUSTED-COUNT              PIC 9(07) COMP.
       01  WS-EXCEPTION-COUNT             PIC 9(07) COMP.
       01  WS-FILED-COUNT                 PIC 9(07) COMP.
       01  WS-COUNT-DISPLAY               PIC ZZZZZZ9.
       01  WS-QTY-DISPLAY                 PIC ZZZ,ZZZ,ZZ9.999-.
       01  WS-QTY-DISPLAY-2               PIC ZZZ,ZZZ,ZZ9.999-.
       01  WS-AMOUNT-DISPLAY              PIC ZZZ,ZZZ,ZZ9.99-.
       01  WS-AMOUNT-DISPLAY-2            PIC ZZZ,ZZZ,ZZ9.99-.
       01  WS-INTEREST-DISPLAY            PIC ZZ,ZZ9.999999-.

       01  WS-EXCPQ-OPERATION             PIC X(06) VALUE 'FILE  '.
       01  WS-EXCPQ-RETURN-CODE           PIC 9(02).
       COPY EXCPREC REPLACING EXCPQ-RECORD BY WS-EXCPQ-RECORD.

       01  WS-TRANPOST-OPERATION          PIC X(06) VALUE 'POST  '.
       01  WS-TRANPOST-RETURN-CODE        PIC 9(02).
       01  WS-TRANPOST-START-DATE         PIC X(08).
       01  WS-TRANPOST-END-DATE           PIC X(08).
       01  WS-TRANPOST-HISTORY-BUFFER.
           05  WS-TRANPOST-HIST-COUNT     PIC 9(03).
           05  WS-TRANPOST-HIST-ENTRIES OCCURS 50 TIMES.
               10  WS-THE-TRANSACTION-ID  PIC X(16).
               10  WS-THE-TRANSACTION-TYPE PIC X(03).
               10  WS-THE-TRANSACTION-AMOUNT PIC S9(13)V99 COMP-3.
               10  WS-THE-TRANSACTION-DATE PIC X(08).
               10  WS-THE-TRANSACTION-STATUS PIC X(01).

       01  WS-SUSPQ-OPERATION             PIC X(06) VALUE 'SUBMIT'.
       01  WS-SUSPQ-RETURN-CODE           PIC 9(02).
       COPY SUSPREC REPLACING SUSPQ-RECORD BY WS-SUSPQ-RECORD.

       COPY TRANSACTION REPLACING TRANSACTION-RECORD BY
           WS-TRANSACTION-RECORD.

       LINKAGE SECTION.
       01  LK-RETURN-CODE                 PIC 9(02).

       PROCEDURE DIVISION USING LK-RETURN-CODE.
       MAIN-PROCESS.
           MOVE 00 TO LK-RETURN-CODE
           PERFORM INITIALIZE-PROCESS THRU INITIALIZE-PROCESS-EXIT
           IF QUEUE-AVAILABLE
               PERFORM WORK-QUEUE-PROCESS
           END-IF
           PERFORM FINALIZE-PROCESS
           GOBACK.

       INITIALIZE-PROCESS.
           MOVE ZERO TO WS-QUEUED-COUNT
           MOVE ZERO TO WS-ADJUSTED-COUNT
           MOVE ZERO TO WS-EXCEPTION-COUNT
           MOVE ZERO TO WS-FILED-COUNT
           MOVE 'Y' TO WS-QUEUE-AVAILABLE-SW
           MOVE 'N' TO WS-SNAPSHOTS-AVAILABLE-SW
           MOVE 'N' TO WS-CALENDAR-AVAILABLE-SW
           MOVE 'N' TO WS-ACCRUALS-AVAILABLE-SW
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           PERFORM GET-CURRENT-TIMESTAMP

           OPEN OUTPUT ASOFADJ-RPT-FILE
           MOVE SPACES TO ASOFADJ-RPT-LINE
           STRING 'AS-OF TRADE RE-COMPUTATION RUN ' DELIMITED BY SIZE
                  WS-CURRENT-DATE DELIMITED BY SIZE
                  INTO ASOFADJ-RPT-LINE
           END-STRING
           WRITE ASOFADJ-RPT-LINE

           OPEN I-O ASOFTRD-FILE
           IF WS-AOF-STATUS = '35'
      *        No back-dated trade has ever been booked.
               DISPLAY 'ASOFADJ: NO ASOFTRD.DAT ON FILE - NO AS-OF '
                   'TRADES TO WORK'
               MOVE 'N' TO WS-QUEUE-AVAILABLE-SW
               GO TO INITIALIZE-PROCESS-EXIT
           END-IF
           IF WS-AOF-STATUS NOT = '00'
               DISPLAY 'ASOFADJ: UNABLE TO OPEN ASOFTRD.DAT, STATUS = '
                   WS-AOF-STATUS
               MOVE 08 TO LK-RETURN-CODE
               CLOSE ASOFADJ-RPT-FILE
               GOBACK
           END-IF

      *    EACH DOWNSTREAM FILE IS OPTIONAL - A FILE NEVER CREATED
      *    HOLDS NOTHING THE TRADE COULD HAVE AFFECTED.
           OPEN I-O POSSNAP-FILE
           IF WS-SNAP-STATUS = '00'
               SET SNAPSHOTS-AVAILABLE TO TRUE
           END-IF

           OPEN INPUT DIVANN-FILE
           IF WS-ANN-STATUS = '00'
               OPEN I-O DIVRCV-FILE
               IF WS-RCV-STATUS = '35'
                   OPEN OUTPUT DIVRCV-FILE
                   CLOSE DIVRCV-FILE
                   OPEN I-O DIVRCV-FILE
               END-IF
               IF WS-RCV-STATUS = '00'
                   SET CALENDAR-AVAILABLE TO TRUE
               ELSE
                   DISPLAY 'ASOFADJ: UNABLE TO OPEN DIVRCV.DAT, '
                       'STATUS = ' WS-RCV-STATUS
                       ' - ENTITLEMENTS NOT WORKED'
                   CLOSE DIVANN-FILE
               END-IF
           END-IF

           OPEN I-O MRGACR-FILE
           IF WS-ACR-STATUS = '00'
               SET ACCRUALS-AVAILABLE TO TRUE
           END-IF

           OPEN INPUT BUSCAL-FILE
           PERFORM COMPUTE-WINDOW-START.

       INITIALIZE-PROCESS-EXIT.
           EXIT.

       COMPUTE-WINDOW-START.
      *    STEP BACK FIVE BUSINESS DAYS (INCLUDING TODAY), THE SAME
      *    WALK PDTSCAN COUNTS ROUND TRIPS OVER.
           MOVE WS-CURRENT-DATE TO WS-BUSDAY-NUM
           MOVE 1 TO WS-BUSDAY-COUNT
           PERFORM STEP-BACK-ONE-BUSDAY
               UNTIL WS-BUSDAY-COUNT >= 5
           MOVE WS-BUSDAY-NUM TO WS-WINDOW-START-DATE.

       STEP-BACK-ONE-BUSDAY.
           COMPUTE WS-BUSDAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-BUSDAY-NUM) - 1
           COMPUTE WS-BUSDAY-NUM =
               FUNCTION DATE-OF-INTEGER(WS-BUSDAY-INT)
           PERFORM CHECK-BUSINESS-DAY
           IF IS-BUSINESS-DAY
               ADD 1 TO WS-BUSDAY-COUNT
           END-IF.

       CHECK-BUSINESS-DAY.
           MOVE 'Y' TO WS-BUSINESS-DAY-SW
           DIVIDE WS-BUSDAY-INT BY 7
               GIVING WS-BUSDAY-QUOT REMAINDER WS-BUSDAY-REM
      *    INTEGER-OF-DATE DAY 1 WAS A MONDAY - REMAINDERS 6 AND 0
      *    ARE SATURDAY AND SUNDAY.
           IF WS-BUSDAY-REM = 6 OR WS-BUSDAY-REM = 0
               MOVE 'N' TO WS-BUSINESS-DAY-SW
           ELSE
               IF WS-BUSCAL-STATUS = '00'
                   MOVE WS-BUSDAY-MARKET TO CAL-MARKET
                   MOVE WS-BUSDAY-NUM TO CAL-HOLIDAY-DATE
                   READ BUSCAL-FILE
                   IF WS-BUSCAL-STATUS = '00'
                       MOVE 'N' TO WS-BUSINESS-DAY-SW
                   END-IF
                   MOVE '00' TO WS-BUSCAL-STATUS
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * WORK EACH PENDING AS-OF TRADE
      *----------------------------------------------------------------
       WORK-QUEUE-PROCESS.
           MOVE LOW-VALUES TO AOF-TRANSACTION-ID
           START ASOFTRD-FILE KEY IS NOT LESS THAN AOF-TRANSACTION-ID
               INVALID KEY MOVE '10' TO WS-AOF-STATUS
           END-START
           IF WS-AOF-STATUS = '00'
               READ ASOFTRD-FILE NEXT RECORD
               PERFORM WORK-ONE-QUEUED-TRADE
                   UNTIL WS-AOF-STATUS NOT = '00'
           END-IF.

       WORK-ONE-QUEUED-TRADE.
           IF AOF-PENDING
               PERFORM ADJUST-ONE-TRADE
           END-IF
           READ ASOFTRD-FILE NEXT RECORD.

       ADJUST-ONE-TRADE.
           ADD 1 TO WS-QUEUED-COUNT
           MOVE ZERO TO WS-TRADE-ADJUSTED
           MOVE ZERO TO WS-TRADE-EXCEPTIONS

      *    A BUY OR COVER ADDS SHARES AND DRAWS CASH (RAISING A MARGIN
      *    DEBIT); A SALE OR SHORT SALE DOES THE OPPOSITE.
           IF AOF-BUY OR AOF-BUY-COVER
               MOVE AOF-QUANTITY TO WS-QTY-EFFECT
               MOVE AOF-NET-AMOUNT TO WS-CASH-EFFECT
               MOVE 'B' TO WS-ASOF-SIDE
           ELSE
               COMPUTE WS-QTY-EFFECT = ZERO - AOF-QUANTITY
               COMPUTE WS-CASH-EFFECT = ZERO - AOF-NET-AMOUNT
               MOVE 'S' TO WS-ASOF-SIDE
           END-IF

           MOVE AOF-TRADE-DATE TO WS-DAY-NUM
           COMPUTE WS-TRADE-INT = FUNCTION INTEGER-OF-DATE(WS-DAY-NUM)
           MOVE AOF-POSTED-DATE TO WS-DAY-NUM
           COMPUTE WS-END-INT = FUNCTION INTEGER-OF-DATE(WS-DAY-NUM)
           COMPUTE WS-WINDOW-DAYS = WS-END-INT - WS-TRADE-INT

           PERFORM READ-TRADE-ACCOUNT
           PERFORM WRITE-TRADE-HEADING

           PERFORM REPORT-TAX-LOTS
           IF SNAPSHOTS-AVAILABLE
               PERFORM ADJUST-SNAPSHOTS
           END-IF
           IF CALENDAR-AVAILABLE
               PERFORM ADJUST-ENTITLEMENTS
           END-IF
           IF ACCRUALS-AVAILABLE
              AND TRADE-MARGIN-ACCOUNT
               PERFORM ADJUST-MARGIN-ACCRUALS
           END-IF
           IF TRADE-CASH-ACCOUNT
              AND (AOF-BUY OR AOF-SELL)
               PERFORM CHECK-REG-T THRU CHECK-REG-T-EXIT
           END-IF
           PERFORM CHECK-DAY-TRADE THRU CHECK-DAY-TRADE-EXIT

           IF WS-TRADE-ADJUSTED = ZERO
              AND WS-TRADE-EXCEPTIONS = ZERO
               MOVE SPACES TO WS-DETAIL-CATEGORY
               MOVE 'NO DEPENDENT RESULT AFFECTED' TO WS-DETAIL-TEXT
               MOVE SPACES TO WS-DETAIL-ACTION
               PERFORM WRITE-DETAIL-LINE
           END-IF

           SET AOF-PROCESSED TO TRUE
           MOVE WS-CURRENT-DATE TO AOF-PROCESSED-DATE
           MOVE WS-TRADE-ADJUSTED TO AOF-ADJUSTED-COUNT
           MOVE WS-TRADE-EXCEPTIONS TO AOF-EXCEPTION-COUNT
           MOVE WS-TIMESTAMP TO UPDATED-TIMESTAMP OF ASOFTRD-RECORD
           REWRITE ASOFTRD-RECORD
           IF WS-AOF-STATUS NOT = '00'
               DISPLAY 'ASOFADJ: UNABLE TO MARK ' AOF-TRANSACTION-ID
                   ' PROCESSED, STATUS = ' WS-AOF-STATUS
               MOVE '00' TO WS-AOF-STATUS
           END-IF

           ADD WS-TRADE-ADJUSTED TO WS-ADJUSTED-COUNT
           ADD WS-TRADE-EXCEPTIONS TO WS-EXCEPTION-COUNT.

       READ-TRADE-ACCOUNT.
           MOVE SPACES TO WS-TRADE-ACCOUNT-TYPE
           OPEN INPUT ACCOUNT-FILE
           IF WS-ACCT-STATUS = '00'
               MOVE AOF-ACCOUNT-ID TO ACCOUNT-ID OF ACCOUNT-RECORD
               READ ACCOUNT-FILE
               IF WS-ACCT-STATUS = '00'
                   MOVE ACCOUNT-TYPE OF ACCOUNT-RECORD TO
                       WS-TRADE-ACCOUNT-TYPE
               END-IF
               CLOSE ACCOUNT-FILE
           END-IF.

       WRITE-TRADE-HEADING.
           MOVE SPACES TO ASOFADJ-RPT-LINE
           WRITE ASOFADJ-RPT-LINE
           MOVE AOF-QUANTITY TO WS-QTY-DISPLAY
           MOVE SPACES TO ASOFADJ-RPT-LINE
           STRING 'AS-OF ' DELIMITED BY SIZE
                  AOF-TRANSACTION-TYPE DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  AOF-TRANSACTION-ID DELIMITED BY SIZE
                  ' ACCOUNT ' DELIMITED BY SIZE
                  AOF-ACCOUNT-ID DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  AOF-SECURITY-SYMBOL DELIMITED BY SIZE
                  ' QTY ' DELIMITED BY SIZE
                  WS-QTY-DISPLAY DELIMITED BY SIZE
                  ' TRADED ' DELIMITED BY SIZE
                  AOF-TRADE-DATE DELIMITED BY SIZE
                  ' BOOKED ' DELIMITED BY SIZE
                  AOF-POSTED-DATE DELIMITED BY SIZE
                  INTO ASOFADJ-RPT-LINE
           END-STRING
           WRITE ASOFADJ-RPT-LINE.

      *----------------------------------------------------------------
      * TAX LOTS - RESTAMPED BY TRANPOST AT POSTING TIME
      *----------------------------------------------------------------
       REPORT-TAX-LOTS.
           IF AOF-BUY
               IF AOF-LOTS-RESTAMPED > ZERO
                   MOVE 'TAX LOT' TO WS-DETAIL-CATEGORY
                   MOVE SPACES TO WS-DETAIL-TEXT
                   STRING 'ACQUIRE DATE RESTAMPED TO '
                              DELIMITED BY SIZE
                          AOF-TRADE-DATE DELIMITED BY SIZE
                          INTO WS-DETAIL-TEXT
                   END-STRING
                   MOVE 'ADJUSTED' TO WS-DETAIL-ACTION
                   PERFORM WRITE-DETAIL-LINE
                   ADD 1 TO WS-TRADE-ADJUSTED
               ELSE
                   MOVE 'TAX LOT' TO WS-DETAIL-CATEGORY
                   MOVE SPACES TO WS-EXCEPTION-REASON
                   STRING 'AS-OF BUY LOT NOT REDATED TO '
                              DELIMITED BY SIZE
                          AOF-TRADE-DATE DELIMITED BY SIZE
                          ' - FIX ACQUIRE DATE' DELIMITED BY SIZE
                          INTO WS-EXCEPTION-REASON
                   END-STRING
                   PERFORM FILE-AS-OF-EXCEPTION
               END-IF
           END-IF

           IF AOF-SELL
               IF AOF-LOTS-RESTAMPED > ZERO
                   MOVE AOF-LOTS-RESTAMPED TO WS-COUNT-DISPLAY
                   MOVE 'DISPOSAL' TO WS-DETAIL-CATEGORY
                   MOVE SPACES TO WS-DETAIL-TEXT
                   STRING WS-COUNT-DISPLAY DELIMITED BY SIZE
                          ' ROW(S) SALE DATE RESTAMPED TO '
                              DELIMITED BY SIZE
                          AOF-TRADE-DATE DELIMITED BY SIZE
                          INTO WS-DETAIL-TEXT
                   END-STRING
                   MOVE 'ADJUSTED' TO WS-DETAIL-ACTION
                   PERFORM WRITE-DETAIL-LINE
                   ADD AOF-LOTS-RESTAMPED TO WS-TRADE-ADJUSTED
               ELSE
                   MOVE 'DISPOSAL' TO WS-DETAIL-CATEGORY
                   MOVE SPACES TO WS-EXCEPTION-REASON
                   STRING 'AS-OF SALE DISPOSALS NOT REDATED TO '
                              DELIMITED BY SIZE
                          AOF-TRADE-DATE DELIMITED BY SIZE
                          INTO WS-EXCEPTION-REASON
                   END-STRING
                   PERFORM FILE-AS-OF-EXCEPTION
               END-IF
               IF AOF-LATER-LOTS-RELIEVED > ZERO
                   MOVE AOF-LATER-LOTS-RELIEVED TO WS-COUNT-DISPLAY
                   MOVE 'DISPOSAL' TO WS-DETAIL-CATEGORY
                   MOVE SPACES TO WS-EXCEPTION-REASON
                   STRING 'SALE RELIEVED' DELIMITED BY SIZE
                          WS-COUNT-DISPLAY DELIMITED BY SIZE
                          ' LOT(S) ACQUIRED AFTER ' DELIMITED BY SIZE
                          AOF-TRADE-DATE DELIMITED BY SIZE
                          INTO WS-EXCEPTION-REASON
                   END-STRING
                   PERFORM FILE-AS-OF-EXCEPTION
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * POSITION SNAPSHOTS - EVERY IMAGE FROM THE TRADE DATE ON
      *----------------------------------------------------------------
       ADJUST-SNAPSHOTS.
           MOVE WS-TRADE-INT TO WS-DAY-INT
           PERFORM ADJUST-ONE-SNAPSHOT-DATE
               UNTIL WS-DAY-INT NOT < WS-END-INT.

       ADJUST-ONE-SNAPSHOT-DATE.
           COMPUTE WS-DAY-NUM = FUNCTION DATE-OF-INTEGER(WS-DAY-INT)
           MOVE WS-DAY-NUM TO WS-DAY-DATE
           MOVE WS-DAY-DATE TO SNAP-DATE
           MOVE AOF-ACCOUNT-ID TO SNAP-ACCOUNT-ID
           MOVE AOF-SECURITY-SYMBOL TO SNAP-SECURITY-SYMBOL
           READ POSSNAP-FILE
           IF WS-SNAP-STATUS = '00'
               MOVE SNAP-QUANTITY TO WS-OLD-QTY
               COMPUTE WS-NEW-QTY = WS-OLD-QTY + WS-QTY-EFFECT
      *        A PURCHASE INTO A LONG HOLDING RE-AVERAGES THE COST.
               IF WS-QTY-EFFECT > ZERO
                  AND WS-OLD-QTY NOT < ZERO
                  AND WS-NEW-QTY > ZERO
                   COMPUTE SNAP-COST-BASIS ROUNDED =
                       (WS-OLD-QTY * SNAP-COST-BASIS +
                        WS-QTY-EFFECT * AOF-PRICE) / WS-NEW-QTY
               END-IF
               MOVE WS-NEW-QTY TO SNAP-QUANTITY
               IF WS-NEW-QTY = ZERO
                   SET SNAP-CLOSED-POSITION TO TRUE
               ELSE
                   SET SNAP-OPEN-POSITION TO TRUE
               END-IF
               REWRITE POSSNAP-RECORD
               PERFORM REPORT-SNAPSHOT-LINE
           ELSE
               PERFORM CHECK-SNAPSHOT-TAKEN
               IF SNAP-TAKEN
                   MOVE SPACES TO POSSNAP-RECORD
                   MOVE WS-DAY-DATE TO SNAP-DATE
                   MOVE AOF-ACCOUNT-ID TO SNAP-ACCOUNT-ID
                   MOVE AOF-SECURITY-SYMBOL TO SNAP-SECURITY-SYMBOL
                   MOVE WS-QTY-EFFECT TO SNAP-QUANTITY
                   MOVE AOF-PRICE TO SNAP-COST-BASIS
                   SET SNAP-OPEN-POSITION TO TRUE
                   MOVE ZERO TO WS-OLD-QTY
                   MOVE WS-QTY-EFFECT TO WS-NEW-QTY
                   WRITE POSSNAP-RECORD
                   PERFORM REPORT-SNAPSHOT-LINE
               END-IF
           END-IF
           ADD 1 TO WS-DAY-INT.

       CHECK-SNAPSHOT-TAKEN.
      *    NO ROW FOR THE ACCOUNT - ONLY ADD ONE IF SNAPBAT ACTUALLY
      *    TOOK AN IMAGE THAT DAY.
           MOVE 'N' TO WS-SNAP-TAKEN-SW
           MOVE WS-DAY-DATE TO SNAP-DATE
           MOVE LOW-VALUES TO SNAP-ACCOUNT-ID
           MOVE LOW-VALUES TO SNAP-SECURITY-SYMBOL
           START POSSNAP-FILE KEY IS NOT LESS THAN SNAP-KEY
               INVALID KEY MOVE '10' TO WS-SNAP-STATUS
           END-START
           IF WS-SNAP-STATUS = '00'
               READ POSSNAP-FILE NEXT RECORD
               IF WS-SNAP-STATUS = '00'
                  AND SNAP-DATE = WS-DAY-DATE
                   SET SNAP-TAKEN TO TRUE
               END-IF
           END-IF.

       REPORT-SNAPSHOT-LINE.
           MOVE 'SNAPSHOT' TO WS-DETAIL-CATEGORY
           MOVE WS-OLD-QTY TO WS-QTY-DISPLAY
           MOVE WS-NEW-QTY TO WS-QTY-DISPLAY-2
           MOVE SPACES TO WS-DETAIL-TEXT
           STRING WS-DAY-DATE DELIMITED BY SIZE
                  ' QTY ' DELIMITED BY SIZE
                  WS-QTY-DISPLAY DELIMITED BY SIZE
                  ' TO ' DELIMITED BY SIZE
                  WS-QTY-DISPLAY-2 DELIMITED BY SIZE
                  INTO WS-DETAIL-TEXT
           END-STRING
           IF WS-SNAP-STATUS = '00'
               MOVE 'ADJUSTED' TO WS-DETAIL-ACTION
               ADD 1 TO WS-TRADE-ADJUSTED
           ELSE
               MOVE SPACES TO WS-DETAIL-ACTION
               STRING 'FAILED STATUS ' DELIMITED BY SIZE
                      WS-SNAP-STATUS DELIMITED BY SIZE
                      INTO WS-DETAIL-ACTION
               END-STRING
           END-IF
           PERFORM WRITE-DETAIL-LINE.

      *----------------------------------------------------------------
      * DIVIDEND/INTEREST ENTITLEMENTS - RECORD DATE IN THE WINDOW
      *----------------------------------------------------------------
       ADJUST-ENTITLEMENTS.
           MOVE AOF-SECURITY-SYMBOL TO DA-SECURITY-SYMBOL
           MOVE LOW-VALUES TO DA-PAY-DATE
           START DIVANN-FILE KEY IS NOT LESS THAN DA-KEY
               INVALID KEY MOVE '10' TO WS-ANN-STATUS
           END-START
           IF WS-ANN-STATUS = '00'
               READ DIVANN-FILE NEXT RECORD
               PERFORM ADJUST-ONE-ENTITLEMENT
                   UNTIL WS-ANN-STATUS NOT = '00'
           END-IF
           MOVE '00' TO WS-ANN-STATUS.

       ADJUST-ONE-ENTITLEMENT.
           IF DA-SECURITY-SYMBOL NOT = AOF-SECURITY-SYMBOL
               MOVE '10' TO WS-ANN-STATUS
           ELSE
               IF DA-RECORD-DATE NOT < AOF-TRADE-DATE
                  AND DA-RECORD-DATE < AOF-POSTED-DATE
                  AND NOT DA-CANCELLED
                   PERFORM WORK-ONE-ENTITLEMENT THRU
                       WORK-ONE-ENTITLEMENT-EXIT
               END-IF
               READ DIVANN-FILE NEXT RECORD
           END-IF.

       WORK-ONE-ENTITLEMENT.
      *    SAME ARITHMETIC DIVCAL BOOKS AND DIVPOST PAYS WITH.
           IF DA-DIVIDEND
               COMPUTE WS-ENTITLE-DIFF ROUNDED =
                   WS-QTY-EFFECT * DA-PER-SHARE-AMOUNT
           ELSE
               COMPUTE WS-ENTITLE-DIFF ROUNDED =
                   WS-QTY-EFFECT * DA-INTEREST-RATE / 1200
           END-IF
           IF WS-ENTITLE-DIFF = ZERO
               GO TO WORK-ONE-ENTITLEMENT-EXIT
           END-IF

           EVALUATE TRUE
               WHEN DA-ANNOUNCED
      *            DIVCAL HAS NOT BOOKED IT YET - IT WILL BOOK OFF THE
      *            IMAGE JUST CORRECTED.
                   MOVE 'ENTITLE' TO WS-DETAIL-CATEGORY
                   MOVE SPACES TO WS-DETAIL-TEXT
                   STRING 'PAY ' DELIMITED BY SIZE
                          DA-PAY-DATE DELIMITED BY SIZE
                          ' RECORD ' DELIMITED BY SIZE
                          DA-RECORD-DATE DELIMITED BY SIZE
                          ' NOT YET BOOKED' DELIMITED BY SIZE
                          INTO WS-DETAIL-TEXT
                   END-STRING
                   MOVE 'BOOKS CORRECTED' TO WS-DETAIL-ACTION
                   PERFORM WRITE-DETAIL-LINE
               WHEN DA-RECEIVABLE-BOOKED
                   PERFORM ADJUST-RECEIVABLE
               WHEN DA-PAID
                   PERFORM ADJUST-PAID-ENTITLEMENT THRU
                       ADJUST-PAID-ENTITLEMENT-EXIT
           END-EVALUATE.

       WORK-ONE-ENTITLEMENT-EXIT.
           EXIT.

       ADJUST-RECEIVABLE.
      *    STILL OPEN - REBOOK THE ACCOUNT'S ROW SO THE RECEIVABLE
      *    AGREES WITH THE CORRECTED IMAGE DIVPOST WILL PAY FROM.
           MOVE DA-SECURITY-SYMBOL TO DR-SECURITY-SYMBOL
           MOVE DA-PAY-DATE TO DR-PAY-DATE
           MOVE AOF-ACCOUNT-ID TO DR-ACCOUNT-ID
           READ DIVRCV-FILE
           IF WS-RCV-STATUS = '00'
               SET RCV-FOUND TO TRUE
               MOVE DR-QUANTITY TO WS-OLD-QTY
           ELSE
               MOVE 'N' TO WS-RCV-FOUND-SW
               MOVE ZERO TO WS-OLD-QTY
           END-IF
           COMPUTE WS-NEW-QTY = WS-OLD-QTY + WS-QTY-EFFECT
           IF DA-DIVIDEND
               COMPUTE WS-RCV-AMOUNT ROUNDED =
                   WS-NEW-QTY * DA-PER-SHARE-AMOUNT
           ELSE
               COMPUTE WS-RCV-AMOUNT ROUNDED =
                   WS-NEW-QTY * DA-INTEREST-RATE / 1200
               IF WS-RCV-AMOUNT < ZERO
                   MOVE ZERO TO WS-RCV-AMOUNT
               END-IF
           END-IF

           EVALUATE TRUE
               WHEN WS-RCV-AMOUNT = ZERO AND RCV-FOUND
                   DELETE DIVRCV-FILE RECORD
               WHEN WS-RCV-AMOUNT = ZERO
                   MOVE '00' TO WS-RCV-STATUS
               WHEN RCV-FOUND
                   MOVE WS-NEW-QTY TO DR-QUANTITY
                   MOVE WS-RCV-AMOUNT TO DR-AMOUNT
                   MOVE WS-TIMESTAMP TO
                       UPDATED-TIMESTAMP OF DIVRCV-RECORD
                   REWRITE DIVRCV-RECORD
               WHEN OTHER
                   MOVE SPACES TO DIVRCV-RECORD
                   MOVE DA-SECURITY-SYMBOL TO DR-SECURITY-SYMBOL
                   MOVE DA-PAY-DATE TO DR-PAY-DATE
                   MOVE AOF-ACCOUNT-ID TO DR-ACCOUNT-ID
                   MOVE DA-PAYMENT-TYPE TO DR-PAYMENT-TYPE
                   MOVE DA-RECORD-DATE TO DR-RECORD-DATE
                   MOVE WS-NEW-QTY TO DR-QUANTITY
                   MOVE WS-RCV-AMOUNT TO DR-AMOUNT
                   SET DR-OPEN TO TRUE
                   MOVE WS-TIMESTAMP TO
                       CREATED-TIMESTAMP OF DIVRCV-RECORD
                   MOVE WS-TIMESTAMP TO
                       UPDATED-TIMESTAMP OF DIVRCV-RECORD
                   WRITE DIVRCV-RECORD
           END-EVALUATE

           MOVE WS-RCV-AMOUNT TO WS-AMOUNT-DISPLAY
           MOVE 'RECEIVABLE' TO WS-DETAIL-CATEGORY
           MOVE SPACES TO WS-DETAIL-TEXT
           STRING 'PAY ' DELIMITED BY SIZE
                  DA-PAY-DATE DELIMITED BY SIZE
                  ' RECORD ' DELIMITED BY SIZE
                  DA-RECORD-DATE DELIMITED BY SIZE
                  ' REBOOKED AT ' DELIMITED BY SIZE
                  WS-AMOUNT-DISPLAY DELIMITED BY SIZE
                  INTO WS-DETAIL-TEXT
           END-STRING
           IF WS-RCV-STATUS = '00'
               MOVE 'ADJUSTED' TO WS-DETAIL-ACTION
               ADD 1 TO WS-TRADE-ADJUSTED
           ELSE
               MOVE SPACES TO WS-DETAIL-ACTION
               STRING 'FAILED STATUS ' DELIMITED BY SIZE
                      WS-RCV-STATUS DELIMITED BY SIZE
                      INTO WS-DETAIL-ACTION
               END-STRING
           END-IF
           PERFORM WRITE-DETAIL-LINE.

       ADJUST-PAID-ENTITLEMENT.
      *    ALREADY PAID OFF THE UNCORRECTED IMAGE. A LONG HOLDER WHO
      *    WAS PAID SHORT GETS THE DIFFERENCE POSTED NOW; TAKING MONEY
      *    BACK, OR A SHORT HOLDER'S PAYMENT-IN-LIEU, IS THE DIVIDEND
      *    DESK'S CALL.
           MOVE ZERO TO WS-NEW-QTY
           IF SNAPSHOTS-AVAILABLE
               MOVE DA-RECORD-DATE TO SNAP-DATE
               MOVE AOF-ACCOUNT-ID TO SNAP-ACCOUNT-ID
               MOVE AOF-SECURITY-SYMBOL TO SNAP-SECURITY-SYMBOL
               READ POSSNAP-FILE
               IF WS-SNAP-STATUS = '00'
                   MOVE SNAP-QUANTITY TO WS-NEW-QTY
               END-IF
           END-IF
           COMPUTE WS-OLD-QTY = WS-NEW-QTY - WS-QTY-EFFECT

           MOVE 'PAID' TO WS-DETAIL-CATEGORY
           IF WS-ENTITLE-DIFF > ZERO
              AND WS-OLD-QTY NOT < ZERO
              AND WS-NEW-QTY NOT < ZERO
               PERFORM POST-ENTITLEMENT-ADJUSTMENT
               GO TO ADJUST-PAID-ENTITLEMENT-EXIT
           END-IF

           MOVE WS-ENTITLE-DIFF TO WS-AMOUNT-DISPLAY
           MOVE SPACES TO WS-EXCEPTION-REASON
           STRING 'PAID ' DELIMITED BY SIZE
                  DA-PAY-DATE DELIMITED BY SIZE
                  ' OFF BY ' DELIMITED BY SIZE
                  WS-AMOUNT-DISPLAY DELIMITED BY SIZE
                  ' - RECLAIM/PIL REVIEW' DELIMITED BY SIZE
                  INTO WS-EXCEPTION-REASON
           END-STRING
           PERFORM FILE-AS-OF-EXCEPTION.

       ADJUST-PAID-ENTITLEMENT-EXIT.
           EXIT.

       POST-ENTITLEMENT-ADJUSTMENT.
           MOVE SPACES TO WS-TRANSACTION-RECORD
           MOVE AOF-ACCOUNT-ID TO ACCOUNT-ID OF WS-TRANSACTION-RECORD
           IF DA-DIVIDEND
               MOVE 'DIV' TO TRANSACTION-TYPE OF WS-TRANSACTION-RECORD
           ELSE
               MOVE 'INT' TO TRANSACTION-TYPE OF WS-TRANSACTION-RECORD
           END-IF
           MOVE WS-ENTITLE-DIFF TO
               TRANSACTION-AMOUNT OF WS-TRANSACTION-RECORD
           MOVE WS-CURRENT-DATE TO
               TRANSACTION-DATE OF WS-TRANSACTION-RECORD
           MOVE WS-CURRENT-DATE TO
               SETTLEMENT-DATE OF WS-TRANSACTION-RECORD
           MOVE AOF-SECURITY-SYMBOL TO
               SECURITY-SYMBOL OF WS-TRANSACTION-RECORD
           MOVE ZERO TO QUANTITY OF WS-TRANSACTION-RECORD
           MOVE ZERO TO PRICE OF WS-TRANSACTION-RECORD
           MOVE ZERO TO COMMISSION OF WS-TRANSACTION-RECORD
           MOVE ZERO TO FEES OF WS-TRANSACTION-RECORD
           MOVE WS-ENTITLE-DIFF TO NET-AMOUNT OF WS-TRANSACTION-RECORD
           MOVE 'ASOFADJ' TO CREATED-BY OF WS-TRANSACTION-RECORD
           MOVE 'ASOFADJ' TO UPDATED-BY OF WS-TRANSACTION-RECORD
           STRING 'AS-OF ADJ PAY ' DELIMITED BY SIZE
                  DA-PAY-DATE DELIMITED BY SIZE
                  INTO TRANSACTION-DESC OF WS-TRANSACTION-RECORD
           END-STRING

           CALL 'TRANPOST' USING WS-TRANPOST-OPERATION,
                                  WS-TRANSACTION-RECORD,
                                  WS-TRANPOST-RETURN-CODE,
                                  WS-TRANPOST-START-DATE,
                                  WS-TRANPOST-END-DATE,
                                  WS-TRANPOST-HISTORY-BUFFER

           MOVE WS-ENTITLE-DIFF TO WS-AMOUNT-DISPLAY
           MOVE SPACES TO WS-DETAIL-TEXT
           STRING 'PAY ' DELIMITED BY SIZE
                  DA-PAY-DATE DELIMITED BY SIZE
                  ' RECORD ' DELIMITED BY SIZE
                  DA-RECORD-DATE DELIMITED BY SIZE
                  ' SHORTFALL ' DELIMITED BY SIZE
                  WS-AMOUNT-DISPLAY DELIMITED BY SIZE
                  INTO WS-DETAIL-TEXT
           END-STRING
           IF WS-TRANPOST-RETURN-CODE = 00
               MOVE 'POSTED' TO WS-DETAIL-ACTION
               ADD 1 TO WS-TRADE-ADJUSTED
           ELSE
      *        A REJECTED ADJUSTMENT GOES ON SUSPENSE WITH ITS FULL
      *        IMAGE, THE SAME AS A REJECTED DIVPOST PAYMENT.
               MOVE SPACES TO WS-DETAIL-ACTION
               STRING 'SUSPENSE RC=' DELIMITED BY SIZE
                      WS-TRANPOST-RETURN-CODE DELIMITED BY SIZE
                      INTO WS-DETAIL-ACTION
               END-STRING
               ADD 1 TO WS-TRADE-EXCEPTIONS
               MOVE SPACES TO WS-SUSPQ-RECORD
               MOVE 'ASOFADJ ' TO SQ-SOURCE OF WS-SUSPQ-RECORD
               MOVE WS-TRANPOST-RETURN-CODE TO
                   SQ-REJECT-REASON OF WS-SUSPQ-RECORD
               MOVE WS-TRANSACTION-RECORD TO
                   SQ-TRANSACTION-IMAGE OF WS-SUSPQ-RECORD
               CALL 'SUSPQ' USING WS-SUSPQ-OPERATION,
                                   WS-SUSPQ-RECORD,
                                   WS-SUSPQ-RETURN-CODE
           END-IF
           PERFORM WRITE-DETAIL-LINE.

      *----------------------------------------------------------------
      * MARGIN INTEREST ACCRUALS - EVERY NIGHT IN THE WINDOW
      *----------------------------------------------------------------
       ADJUST-MARGIN-ACCRUALS.
           MOVE ZERO TO WS-ACCRUAL-ROWS
           MOVE ZERO TO WS-POSTED-DIFF
           MOVE AOF-ACCOUNT-ID TO MA-ACCOUNT-ID
           MOVE AOF-TRADE-DATE TO MA-ACCRUAL-DATE
           START MRGACR-FILE KEY IS NOT LESS THAN MA-KEY
               INVALID KEY MOVE '10' TO WS-ACR-STATUS
           END-START
           IF WS-ACR-STATUS = '00'
               READ MRGACR-FILE NEXT RECORD
               PERFORM RESTATE-ONE-ACCRUAL
                   UNTIL WS-ACR-STATUS NOT = '00'
           END-IF
           MOVE '00' TO WS-ACR-STATUS

           IF WS-POSTED-DIFF NOT = ZERO
               MOVE 'ACCRUAL' TO WS-DETAIL-CATEGORY
               MOVE WS-POSTED-DIFF TO WS-INTEREST-DISPLAY
               MOVE SPACES TO WS-EXCEPTION-REASON
               STRING 'MARGIN INTEREST CHARGED OFF BY '
                          DELIMITED BY SIZE
                      WS-INTEREST-DISPLAY DELIMITED BY SIZE
                      INTO WS-EXCEPTION-REASON
               END-STRING
               PERFORM FILE-AS-OF-EXCEPTION
           END-IF

      *    A BACK-DATED PURCHASE MAY HAVE PUT A CREDIT ACCOUNT INTO
      *    DEBIT ON NIGHTS MEBATCH THEREFORE SKIPPED.
           IF WS-CASH-EFFECT > ZERO
              AND WS-ACCRUAL-ROWS < WS-WINDOW-DAYS
               COMPUTE WS-MISSING-NIGHTS =
                   WS-WINDOW-DAYS - WS-ACCRUAL-ROWS
               MOVE WS-MISSING-NIGHTS TO WS-COUNT-DISPLAY
               MOVE 'ACCRUAL' TO WS-DETAIL-CATEGORY
               MOVE SPACES TO WS-EXCEPTION-REASON
               STRING 'NO ACCRUAL ON' DELIMITED BY SIZE
                      WS-COUNT-DISPLAY DELIMITED BY SIZE
                      ' NIGHT(S) - DEBIT MAY HAVE BEEN MISSED'
                          DELIMITED BY SIZE
                      INTO WS-EXCEPTION-REASON
               END-STRING
               PERFORM FILE-AS-OF-EXCEPTION
           END-IF.

       RESTATE-ONE-ACCRUAL.
           IF MA-ACCOUNT-ID NOT = AOF-ACCOUNT-ID
              OR MA-ACCRUAL-DATE NOT < AOF-POSTED-DATE
               MOVE '10' TO WS-ACR-STATUS
           ELSE
               ADD 1 TO WS-ACCRUAL-ROWS
               MOVE MA-DEBIT-BALANCE TO WS-OLD-DEBIT
               COMPUTE WS-NEW-DEBIT = WS-OLD-DEBIT + WS-CASH-EFFECT
               IF WS-NEW-DEBIT < ZERO
                   MOVE ZERO TO WS-NEW-DEBIT
               END-IF
      *        SAME ACTUAL/360 ARITHMETIC MEBATCH ACCRUES WITH.
               COMPUTE WS-NEW-INTEREST ROUNDED =
                   WS-NEW-DEBIT * MA-ANNUAL-RATE / 36000
               COMPUTE WS-INTEREST-DIFF =
                   WS-NEW-INTEREST - MA-DAILY-INTEREST

               MOVE WS-OLD-DEBIT TO WS-AMOUNT-DISPLAY
               MOVE WS-NEW-DEBIT TO WS-AMOUNT-DISPLAY-2
               MOVE 'ACCRUAL' TO WS-DETAIL-CATEGORY
               MOVE SPACES TO WS-DETAIL-TEXT
               STRING MA-ACCRUAL-DATE DELIMITED BY SIZE
                      ' DEBIT ' DELIMITED BY SIZE
                      WS-AMOUNT-DISPLAY DELIMITED BY SIZE
                      ' TO ' DELIMITED BY SIZE
                      WS-AMOUNT-DISPLAY-2 DELIMITED BY SIZE
                      INTO WS-DETAIL-TEXT
               END-STRING

               IF MA-UNPOSTED
                   MOVE WS-NEW-DEBIT TO MA-DEBIT-BALANCE
                   MOVE WS-NEW-INTEREST TO MA-DAILY-INTEREST
                   REWRITE MRGACR-RECORD
                   IF WS-ACR-STATUS = '00'
                       MOVE 'RESTATED' TO WS-DETAIL-ACTION
                       ADD 1 TO WS-TRADE-ADJUSTED
                   ELSE
                       MOVE SPACES TO WS-DETAIL-ACTION
                       STRING 'FAILED STATUS ' DELIMITED BY SIZE
                              WS-ACR-STATUS DELIMITED BY SIZE
                              INTO WS-DETAIL-ACTION
                       END-STRING
                       MOVE '00' TO WS-ACR-STATUS
                   END-IF
               ELSE
                   ADD WS-INTEREST-DIFF TO WS-POSTED-DIFF
                   MOVE 'ALREADY CHARGED' TO WS-DETAIL-ACTION
               END-IF
               PERFORM WRITE-DETAIL-LINE
               READ MRGACR-FILE NEXT RECORD
           END-IF.

      *----------------------------------------------------------------
      * REG T - PAIRINGS IN A CASH ACCOUNT THE TRADE NOW MAKES
      *----------------------------------------------------------------
       CHECK-REG-T.
           OPEN INPUT TRANSACTION-FILE
           IF WS-TRANS-STATUS NOT = '00'
               GO TO CHECK-REG-T-EXIT
           END-IF
           MOVE AOF-ACCOUNT-ID TO ACCOUNT-ID OF TRANSACTION-RECORD
           START TRANSACTION-FILE KEY IS NOT LESS THAN
               ACCOUNT-ID OF TRANSACTION-RECORD
               INVALID KEY MOVE '10' TO WS-TRANS-STATUS
           END-START
           PERFORM PAIR-ONE-REG-T-TRADE
               UNTIL WS-TRANS-STATUS NOT = '00'
           CLOSE TRANSACTION-FILE.

       CHECK-REG-T-EXIT.
           EXIT.

       PAIR-ONE-REG-T-TRADE.
           READ TRANSACTION-FILE NEXT RECORD
           IF WS-TRANS-STATUS = '00'
               IF ACCOUNT-ID OF TRANSACTION-RECORD NOT = AOF-ACCOUNT-ID
                   MOVE '10' TO WS-TRANS-STATUS
               ELSE
                   IF TRANSACTION-ID OF TRANSACTION-RECORD NOT =
                          AOF-TRANSACTION-ID
                      AND NOT CANCELLED-STATUS OF TRANSACTION-RECORD
                       PERFORM JUDGE-REG-T-PAIR
                   END-IF
               END-IF
           END-IF.

       JUDGE-REG-T-PAIR.
      *    THE SAME TWO TESTS REGTSCAN APPLIES, WITH THE AS-OF TRADE
      *    ON ONE SIDE OF THE PAIR.
           MOVE SPACES TO WS-PAIR-KIND
           IF AOF-BUY
              AND SELL-TRANS OF TRANSACTION-RECORD
               IF SECURITY-SYMBOL OF TRANSACTION-RECORD =
                      AOF-SECURITY-SYMBOL
                   IF TRANSACTION-DATE OF TRANSACTION-RECORD NOT <
                          AOF-TRADE-DATE
                      AND TRANSACTION-DATE OF TRANSACTION-RECORD <
                          AOF-SETTLEMENT-DATE
                       MOVE 'FREE-RIDING' TO WS-PAIR-KIND
                   END-IF
               ELSE
                   IF TRANSACTION-DATE OF TRANSACTION-RECORD >
                          AOF-TRADE-DATE
                      AND SETTLEMENT-DATE OF TRANSACTION-RECORD NOT >
                          AOF-SETTLEMENT-DATE
                       MOVE 'LIQUIDATION' TO WS-PAIR-KIND
                   END-IF
               END-IF
           END-IF
           IF AOF-SELL
              AND BUY-TRANS OF TRANSACTION-RECORD
               IF SECURITY-SYMBOL OF TRANSACTION-RECORD =
                      AOF-SECURITY-SYMBOL
                   IF AOF-TRADE-DATE NOT <
                          TRANSACTION-DATE OF TRANSACTION-RECORD
                      AND AOF-TRADE-DATE <
                          SETTLEMENT-DATE OF TRANSACTION-RECORD
                       MOVE 'FREE-RIDING' TO WS-PAIR-KIND
                   END-IF
               ELSE
                   IF AOF-TRADE-DATE >
                          TRANSACTION-DATE OF TRANSACTION-RECORD
                      AND AOF-SETTLEMENT-DATE NOT >
                          SETTLEMENT-DATE OF TRANSACTION-RECORD
                       MOVE 'LIQUIDATION' TO WS-PAIR-KIND
                   END-IF
               END-IF
           END-IF

           IF WS-PAIR-KIND NOT = SPACES
               MOVE 'REG T' TO WS-DETAIL-CATEGORY
               MOVE SPACES TO WS-EXCEPTION-REASON
               STRING 'REG T ' DELIMITED BY SIZE
                      WS-PAIR-KIND DELIMITED BY SIZE
                      ' WITH ' DELIMITED BY SIZE
                      TRANSACTION-ID OF TRANSACTION-RECORD
                          DELIMITED BY SIZE
                      ' - REVIEW STRIKE' DELIMITED BY SIZE
                      INTO WS-EXCEPTION-REASON
               END-STRING
               PERFORM FILE-AS-OF-EXCEPTION
           END-IF.

      *----------------------------------------------------------------
      * PATTERN DAY TRADING - A ROUND TRIP THE TRADE COMPLETES
      *----------------------------------------------------------------
       CHECK-DAY-TRADE.
           MOVE 'N' TO WS-SAME-SIDE-SW
           MOVE 'N' TO WS-OPPOSITE-SIDE-SW
           OPEN INPUT TRANSACTION-FILE
           IF WS-TRANS-STATUS NOT = '00'
               GO TO CHECK-DAY-TRADE-EXIT
           END-IF
           MOVE AOF-ACCOUNT-ID TO ACCOUNT-ID OF TRANSACTION-RECORD
           START TRANSACTION-FILE KEY IS NOT LESS THAN
               ACCOUNT-ID OF TRANSACTION-RECORD
               INVALID KEY MOVE '10' TO WS-TRANS-STATUS
           END-START
           PERFORM SCAN-ONE-DAY-TRADE
               UNTIL WS-TRANS-STATUS NOT = '00'
           CLOSE TRANSACTION-FILE

      *    PDTSCAN COUNTS A DATE+SYMBOL ONCE BOTH SIDES ARE PRESENT -
      *    THE TRADE ONLY ADDS A TRIP WHEN IT SUPPLIES THE MISSING
      *    SIDE.
           IF NOT OPPOSITE-SIDE-FOUND
              OR SAME-SIDE-FOUND
               GO TO CHECK-DAY-TRADE-EXIT
           END-IF

           MOVE 'PDT' TO WS-DETAIL-CATEGORY
           IF AOF-TRADE-DATE NOT < WS-WINDOW-START-DATE
               MOVE SPACES TO WS-DETAIL-TEXT
               STRING 'ROUND TRIP ' DELIMITED BY SIZE
                      AOF-SECURITY-SYMBOL DELIMITED BY SIZE
                      ' ON ' DELIMITED BY SIZE
                      AOF-TRADE-DATE DELIMITED BY SIZE
                      ' INSIDE FIVE-DAY WINDOW' DELIMITED BY SIZE
                      INTO WS-DETAIL-TEXT
               END-STRING
               MOVE 'NEXT PDTSCAN COUNTS' TO WS-DETAIL-ACTION
               PERFORM WRITE-DETAIL-LINE
           ELSE
               MOVE SPACES TO WS-EXCEPTION-REASON
               STRING 'DAY TRADE ' DELIMITED BY SIZE
                      AOF-SECURITY-SYMBOL DELIMITED BY SIZE
                      ' ON ' DELIMITED BY SIZE
                      AOF-TRADE-DATE DELIMITED BY SIZE
                      ' MISSED BY PDT COUNT' DELIMITED BY SIZE
                      INTO WS-EXCEPTION-REASON
               END-STRING
               PERFORM FILE-AS-OF-EXCEPTION
           END-IF.

       CHECK-DAY-TRADE-EXIT.
           EXIT.

       SCAN-ONE-DAY-TRADE.
           READ TRANSACTION-FILE NEXT RECORD
           IF WS-TRANS-STATUS = '00'
               IF ACCOUNT-ID OF TRANSACTION-RECORD NOT = AOF-ACCOUNT-ID
                   MOVE '10' TO WS-TRANS-STATUS
               ELSE
                   IF TRANSACTION-ID OF TRANSACTION-RECORD NOT =
                          AOF-TRANSACTION-ID
                      AND NOT CANCELLED-STATUS OF TRANSACTION-RECORD
                      AND SECURITY-SYMBOL OF TRANSACTION-RECORD =
                          AOF-SECURITY-SYMBOL
                      AND TRANSACTION-DATE OF TRANSACTION-RECORD =
                          AOF-TRADE-DATE
                       PERFORM CLASSIFY-DAY-TRADE-SIDE
                   END-IF
               END-IF
           END-IF.

       CLASSIFY-DAY-TRADE-SIDE.
           IF BUY-TRANS OF TRANSACTION-RECORD
              OR BUY-COVER-TRANS OF TRANSACTION-RECORD
               IF ASOF-BUY-SIDE
                   SET SAME-SIDE-FOUND TO TRUE
               ELSE
                   SET OPPOSITE-SIDE-FOUND TO TRUE
               END-IF
           END-IF
           IF SELL-TRANS OF TRANSACTION-RECORD
              OR SHORT-SELL-TRANS OF TRANSACTION-RECORD
               IF ASOF-BUY-SIDE
                   SET OPPOSITE-SIDE-FOUND TO TRUE
               ELSE
                   SET SAME-SIDE-FOUND TO TRUE
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * REPORT AND EXCEPTION HELPERS
      *----------------------------------------------------------------
       FILE-AS-OF-EXCEPTION.
           MOVE SPACES TO WS-EXCPQ-RECORD
           SET EX-SEV-WARNING OF WS-EXCPQ-RECORD TO TRUE
           MOVE 'ASOFADJ ' TO EX-SOURCE-PROGRAM OF WS-EXCPQ-RECORD
           MOVE WS-CURRENT-DATE TO EX-BUSINESS-DATE OF WS-EXCPQ-RECORD
           STRING AOF-TRANSACTION-ID DELIMITED BY SIZE
                  AOF-ACCOUNT-ID DELIMITED BY SIZE
                  INTO EX-RECORD-KEY OF WS-EXCPQ-RECORD
           END-STRING
           MOVE WS-EXCEPTION-REASON TO EX-REASON OF WS-EXCPQ-RECORD
           CALL 'EXCPQ' USING WS-EXCPQ-OPERATION,
                               WS-EXCPQ-RECORD,
                               WS-EXCPQ-RETURN-CODE
           IF WS-EXCPQ-RETURN-CODE = 00
               ADD 1 TO WS-FILED-COUNT
           ELSE
               DISPLAY 'ASOFADJ: EXCEPTION FOR ' AOF-TRANSACTION-ID
                   ' DID NOT FILE, RC=' WS-EXCPQ-RETURN-CODE
           END-IF
           ADD 1 TO WS-TRADE-EXCEPTIONS
           MOVE 04 TO LK-RETURN-CODE

           MOVE WS-EXCEPTION-REASON TO WS-DETAIL-TEXT
           MOVE 'EXCEPTION' TO WS-DETAIL-ACTION
           PERFORM WRITE-DETAIL-LINE.

       WRITE-DETAIL-LINE.
           MOVE SPACES TO ASOFADJ-RPT-LINE
           STRING '  ' DELIMITED BY SIZE
                  WS-DETAIL-CATEGORY DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-DETAIL-TEXT DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-DETAIL-ACTION DELIMITED BY SIZE
                  INTO ASOFADJ-RPT-LINE
           END-STRING
           WRITE ASOFADJ-RPT-LINE.

       GET-CURRENT-TIMESTAMP.
           ACCEPT WS-CURRENT-TIME FROM TIME

           STRING WS-CURRENT-DATE(1:4) '-'
                  WS-CURRENT-DATE(5:2) '-'
                  WS-CURRENT-DATE(7:2) 'T'
                  WS-CURRENT-HOUR ':'
                  WS-CURRENT-MINUTE ':'
                  WS-CURRENT-SECOND '.'
                  WS-CURRENT-HUNDREDTH
                  'Z'
                  DELIMITED BY SIZE
                  INTO WS-TIMESTAMP
           END-STRING.

       FINALIZE-PROCESS.
           IF QUEUE-AVAILABLE
               CLOSE ASOFTRD-FILE
           END-IF
           IF SNAPSHOTS-AVAILABLE
               CLOSE POSSNAP-FILE
           END-IF
           IF CALENDAR-AVAILABLE
               CLOSE DIVANN-FILE
               CLOSE DIVRCV-FILE
           END-IF
           IF ACCRUALS-AVAILABLE
               CLOSE MRGACR-FILE
           END-IF
           IF WS-BUSCAL-STATUS = '00'
               CLOSE BUSCAL-FILE
           END-IF

           MOVE SPACES TO ASOFADJ-RPT-LINE
           WRITE ASOFADJ-RPT-LINE
           MOVE WS-QUEUED-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO ASOFADJ-RPT-LINE
           STRING 'AS-OF TRADES WORKED:     ' DELIMITED BY SIZE
                  WS-COUNT-DISPLAY DELIMITED BY SIZE
                  INTO ASOFADJ-RPT-LINE
           END-STRING
           WRITE ASOFADJ-RPT-LINE
           MOVE WS-ADJUSTED-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO ASOFADJ-RPT-LINE
           STRING 'RESULTS ADJUSTED:        ' DELIMITED BY SIZE
                  WS-COUNT-DISPLAY DELIMITED BY SIZE
                  INTO ASOFADJ-RPT-LINE
           END-STRING
           WRITE ASOFADJ-RPT-LINE
           MOVE WS-EXCEPTION-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO ASOFADJ-RPT-LINE
           STRING 'EXCEPTIONS RAISED:       ' DELIMITED BY SIZE
                  WS-COUNT-DISPLAY DELIMITED BY SIZE
                  INTO ASOFADJ-RPT-LINE
           END-STRING
           WRITE ASOFADJ-RPT-LINE
           MOVE WS-FILED-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO ASOFADJ-RPT-LINE
           STRING '  OF WHICH ON EXCPQ:     ' DELIMITED BY SIZE
                  WS-COUNT-DISPLAY DELIMITED BY SIZE
                  INTO ASOFADJ-RPT-LINE
           END-STRING
           WRITE ASOFADJ-RPT-LINE
           CLOSE ASOFADJ-RPT-FILE

           MOVE WS-QUEUED-COUNT TO WS-COUNT-DISPLAY
           DISPLAY 'ASOFADJ: ' WS-COUNT-DISPLAY
               ' AS-OF TRADE(S) WORKED, RETURN CODE = '
               LK-RETURN-CODE.

       END PROGRAM ASOFADJ.
