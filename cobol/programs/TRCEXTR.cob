       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRCEXTR.
      ******************************************************************
      * PROGRAM: TRCEXTR - TRACE/MSRB FIXED-INCOME TRADE REPORTING
      *          EXTRACT
      * VERSION: 1.0
      * DATE: 2026-10-15
      * PURPOSE: PICK UP EVERY FIXED-INCOME-SECURITY TRADE TRANPOST
      *          HAS POSTED TO TRANS.DAT TODAY AND NOT YET REPORTED,
      *          AND WRITE IT TO THE REPORTING FILE (TRCEXTR.DAT) IN
      *          THE REGULATOR'S FIXED-WIDTH LAYOUT - CUSIP OFF
      *          SECMAST, CAPACITY OFF TRADE-CAPACITY, QUANTITY,
      *          PRICE, YIELD, EXECUTION TIME AND CONTRA PARTY - IN
      *          PLACE OF RE-KEYING EACH TRADE INTO THE WEB FORM.
      *          A TRANPOST REVERSAL OF A REPORTED TRADE GOES OUT AS
      *          A CANCEL RECORD NAMING THE ORIGINAL; A TRADE REBOOKED
      *          UNDER THE TRADE-REF-NUMBER OF A CANCELLED ONE GOES
      *          OUT AS A CORRECTION OF IT. EVERY NEW OR CORRECTED
      *          TRADE REPORTED MORE THAN WS-REPORT-WINDOW-MINUTES
      *          AFTER ITS EXECUTION IS LISTED ON THE LATE-REPORT
      *          EXCEPTIONS LIST (TRCLATE.RPT).
      * FUNCTIONS: STANDALONE BATCH JOB - RUN THROUGH THE TRADING DAY
      *            AT LEAST AS OFTEN AS THE REPORTING WINDOW. EACH RUN
      *            REBUILDS TRCEXTR.DAT WITH ONLY WHAT IS NEW SINCE
      *            THE LAST RUN, FOR SUBMISSION.
      *
      * NOTES: TRCSENT.DAT, KEYED ON TRANSACTION-ID, LOGS EVERY TRADE
      *        ALREADY REPORTED (OR DELIBERATELY NOT REPORTED), SO A
      *        RERUN NEVER SENDS A TRADE TWICE AND A LATER REVERSAL
      *        CAN FIND WHAT IT IS CANCELLING. REVERSALS ARE WORKED
      *        BEFORE NEW TRADES ON EACH RUN, SO A REVERSE-AND-REBOOK
      *        CAUGHT BY ONE RUN STILL GOES OUT AS CANCEL THEN
      *        CORRECTION. A TRADE REVERSED BEFORE IT WAS EVER
      *        REPORTED IS LOGGED AS SUPPRESSED AND NOTHING IS SENT
      *        FOR EITHER SIDE. WHEN A TRADE CARRIES NO EXECUTION-TIME
      *        THE TIME IT WAS POSTED STANDS IN FOR IT. YIELD IS THE
      *        STANDARD APPROXIMATE YIELD TO MATURITY OFF THE
      *        SECMAST COUPON AND MATURITY (PRICE PER 1.0000 OF
      *        PAR); WITH NO USABLE MATURITY IT IS THE CURRENT YIELD.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANSACTION-FILE ASSIGN TO "TRANS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRANSACTION-ID
               ALTERNATE RECORD KEY IS ACCOUNT-ID OF TRANSACTION-RECORD
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS SECURITY-SYMBOL OF
                   TRANSACTION-RECORD WITH DUPLICATES
               FILE STATUS IS WS-FILE-STATUS.

           SELECT SECMAST-FILE ASSIGN TO "SECMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SEC-SYMBOL
               FILE STATUS IS WS-SECMAST-STATUS.

           SELECT TRCSENT-FILE ASSIGN TO "TRCSENT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRS-TRANSACTION-ID
               ALTERNATE RECORD KEY IS TRS-TRADE-REF WITH DUPLICATES
               FILE STATUS IS WS-SENT-STATUS.

           SELECT TRCEXTR-FILE ASSIGN TO "TRCEXTR.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-EXTR-STATUS.

           SELECT TRCLATE-RPT-FILE ASSIGN TO "TRCLATE.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TRANSACTION-FILE.
       COPY TRANSACTION.

       FD  SECMAST-FILE.
       COPY SECMAST.

       FD  TRCSENT-FILE.
       01  TRCSENT-RECORD.
           05  TRS-TRANSACTION-ID        PIC X(16).
           05  TRS-TRADE-REF             PIC X(20).
           05  TRS-RECORD-TYPE           PIC X(01).
               88  TRS-SENT-NEW          VALUE 'N'.
               88  TRS-SENT-CORRECTION   VALUE 'R'.
               88  TRS-SENT-CANCEL       VALUE 'X'.
           05  TRS-STATE                 PIC X(01).
               88  TRS-REPORTED          VALUE 'A'.
               88  TRS-CANCELLED         VALUE 'X'.
               88  TRS-CORRECTED         VALUE 'C'.
               88  TRS-SUPPRESSED        VALUE 'S'.
           05  TRS-ORIGINAL-ID           PIC X(16).
           05  TRS-REPORT-DATE           PIC X(08).
           05  TRS-REPORT-TIME           PIC X(08).
           05  TRS-LATE-FLAG             PIC X(01).
               88  TRS-REPORTED-LATE     VALUE 'Y'.
           05  FILLER                    PIC X(10).

       FD  TRCEXTR-FILE.
       01  TRCEXTR-RECORD.
           05  TRC-RECORD-TYPE           PIC X(01).
               88  TRC-HEADER            VALUE 'H'.
               88  TRC-NEW-TRADE         VALUE 'N'.
               88  TRC-CORRECTION        VALUE 'R'.
               88  TRC-CANCEL            VALUE 'X'.
               88  TRC-TRAILER           VALUE 'T'.
           05  TRC-CONTROL-ID            PIC X(16).
           05  TRC-ORIGINAL-ID           PIC X(16).
           05  TRC-CUSIP                 PIC X(09).
           05  TRC-SYMBOL                PIC X(12).
           05  TRC-SIDE                  PIC X(01).
           05  TRC-CAPACITY              PIC X(01).
           05  TRC-QUANTITY              PIC 9(09)V999.
           05  TRC-PRICE                 PIC 9(09)V9999.
           05  TRC-YIELD-SIGN            PIC X(01).
           05  TRC-YIELD                 PIC 9(03)V9999.
           05  TRC-TRADE-DATE            PIC X(08).
           05  TRC-EXECUTION-TIME        PIC X(08).
           05  TRC-CONTRA-TYPE           PIC X(01).
           05  TRC-CONTRA-ID             PIC X(10).
           05  TRC-TRADE-REF             PIC X(20).
           05  FILLER                    PIC X(10).
       01  TRCEXTR-CONTROL-RECORD.
           05  TRCC-RECORD-TYPE          PIC X(01).
           05  TRCC-REPORT-DATE          PIC X(08).
           05  TRCC-REPORT-TIME          PIC X(08).
           05  TRCC-RECORD-COUNT         PIC 9(07).
           05  FILLER                    PIC X(122).

       FD  TRCLATE-RPT-FILE.
       01  TRCLATE-RPT-LINE              PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS                PIC XX.
           88  FILE-OK                   VALUE '00'.
           88  FILE-EOF                  VALUE '10'.
       01  WS-SECMAST-STATUS             PIC XX.
       01  WS-SENT-STATUS                PIC XX.
       01  WS-EXTR-STATUS                PIC XX.
       01  WS-RPT-STATUS                 PIC XX.

      *    THE REGULATOR'S REPORTING WINDOW, IN MINUTES FROM
      *    EXECUTION.
       01  WS-REPORT-WINDOW-MINUTES      PIC 9(05) VALUE 00015.

       01  WS-FIRM-ACCOUNT-PREFIX        PIC X(04) VALUE 'FIRM'.

       01  WS-CURRENT-DATE.
           05  WS-CURRENT-YEAR           PIC 9(04).
           05  WS-CURRENT-MONTH          PIC 9(02).
           05  WS-CURRENT-DAY            PIC 9(02).
       01  WS-TODAY-DATE REDEFINES WS-CURRENT-DATE PIC X(08).
       01  WS-CURRENT-TIME.
           05  WS-CURRENT-HOUR           PIC 9(02).
           05  WS-CURRENT-MINUTE         PIC 9(02).
           05  WS-CURRENT-SECOND         PIC 9(02).
           05  WS-CURRENT-HUNDREDTH      PIC 9(02).
       01  WS-RUN-TIME                   PIC X(08).
       01  WS-TODAY-STAMP                PIC X(10).

       01  WS-PASS-SW                    PIC X(01).
           88  REVERSAL-PASS             VALUE 'R'.
           88  TRADE-PASS                VALUE 'T'.
       01  WS-CANDIDATE-SW               PIC X(01).
           88  IS-CANDIDATE              VALUE 'Y'.

       01  WS-ORIGINAL-ID                PIC X(16).
       01  WS-CORRECTED-ID               PIC X(16).
       01  WS-REF-SCAN-SW                PIC X(01).
           88  REF-SCAN-DONE             VALUE 'Y'.
       01  WS-LATE-SW                    PIC X(01).
           88  REPORTED-LATE             VALUE 'Y'.

      *----------------------------------------------------------------
      * EXECUTION-TO-REPORT ELAPSED MINUTES.
      *----------------------------------------------------------------
       01  WS-EXEC-TIME                  PIC X(08).
       01  WS-EXEC-TIME-PARTS REDEFINES WS-EXEC-TIME.
           05  WS-EXEC-HOUR              PIC 9(02).
           05  FILLER                    PIC X(01).
           05  WS-EXEC-MINUTE            PIC 9(02).
           05  FILLER                    PIC X(01).
           05  WS-EXEC-SECOND            PIC 9(02).
       01  WS-DATE-NUM                   PIC 9(08).
       01  WS-TRADE-INT                  PIC 9(08).
       01  WS-MATURITY-INT               PIC 9(08).
       01  WS-EXEC-MINUTES               PIC S9(11) COMP-3.
       01  WS-RUN-MINUTES                PIC S9(11) COMP-3.
       01  WS-ELAPSED-MINUTES            PIC S9(11) COMP-3.
       01  WS-ELAPSED-DISPLAY            PIC ZZZ,ZZZ,ZZ9-.

      *----------------------------------------------------------------
      * YIELD WORK AREAS.
      *----------------------------------------------------------------
       01  WS-YEARS-TO-MATURITY          PIC S9(05)V9(06) COMP-3.
       01  WS-YIELD                      PIC S9(05)V9(04) COMP-3.
       01  WS-ANNUAL-COUPON              PIC S9(03)V9(06) COMP-3.

       01  WS-SCANNED-COUNT              PIC 9(07) COMP.
       01  WS-NEW-COUNT                  PIC 9(07) COMP.
       01  WS-CORRECT-COUNT              PIC 9(07) COMP.
       01  WS-CANCEL-COUNT               PIC 9(07) COMP.
       01  WS-SUPPRESS-COUNT             PIC 9(07) COMP.
       01  WS-LATE-COUNT                 PIC 9(07) COMP.
       01  WS-DETAIL-COUNT               PIC 9(07) COMP.
       01  WS-SCANNED-DISPLAY            PIC ZZZZZZ9.
       01  WS-NEW-DISPLAY                PIC ZZZZZZ9.
       01  WS-CORRECT-DISPLAY            PIC ZZZZZZ9.
       01  WS-CANCEL-DISPLAY             PIC ZZZZZZ9.
       01  WS-SUPPRESS-DISPLAY           PIC ZZZZZZ9.
       01  WS-LATE-DISPLAY               PIC ZZZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           PERFORM INITIALIZE-PROCESS
           SET REVERSAL-PASS TO TRUE
           PERFORM SCAN-TRANSACTIONS-PROCESS
           SET TRADE-PASS TO TRUE
           PERFORM SCAN-TRANSACTIONS-PROCESS
           PERFORM FINALIZE-PROCESS
           STOP RUN.

       INITIALIZE-PROCESS.
           MOVE ZERO TO WS-SCANNED-COUNT
           MOVE ZERO TO WS-NEW-COUNT
           MOVE ZERO TO WS-CORRECT-COUNT
           MOVE ZERO TO WS-CANCEL-COUNT
           MOVE ZERO TO WS-SUPPRESS-COUNT
           MOVE ZERO TO WS-LATE-COUNT
           MOVE ZERO TO WS-DETAIL-COUNT

           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CURRENT-TIME FROM TIME
           MOVE SPACES TO WS-RUN-TIME
           STRING WS-CURRENT-HOUR ':'
                  WS-CURRENT-MINUTE ':'
                  WS-CURRENT-SECOND
                  DELIMITED BY SIZE
                  INTO WS-RUN-TIME
           END-STRING
           MOVE SPACES TO WS-TODAY-STAMP
           STRING WS-CURRENT-YEAR '-'
                  WS-CURRENT-MONTH '-'
                  WS-CURRENT-DAY
                  DELIMITED BY SIZE
                  INTO WS-TODAY-STAMP
           END-STRING
           MOVE WS-CURRENT-DATE TO WS-DATE-NUM
           COMPUTE WS-RUN-MINUTES =
               FUNCTION INTEGER-OF-DATE(WS-DATE-NUM) * 1440
               + WS-CURRENT-HOUR * 60 + WS-CURRENT-MINUTE

           OPEN INPUT TRANSACTION-FILE
           IF WS-FILE-STATUS NOT = '00'
               DISPLAY 'TRCEXTR: UNABLE TO OPEN TRANS.DAT, STATUS = '
                   WS-FILE-STATUS
               STOP RUN
           END-IF

           OPEN INPUT SECMAST-FILE
           IF WS-SECMAST-STATUS NOT = '00'
               DISPLAY 'TRCEXTR: UNABLE TO OPEN SECMAST.DAT, '
                   'STATUS = ' WS-SECMAST-STATUS
               STOP RUN
           END-IF

           OPEN I-O TRCSENT-FILE
           IF WS-SENT-STATUS = '35'
               OPEN OUTPUT TRCSENT-FILE
               CLOSE TRCSENT-FILE
               OPEN I-O TRCSENT-FILE
           END-IF
           IF WS-SENT-STATUS NOT = '00'
               DISPLAY 'TRCEXTR: UNABLE TO OPEN TRCSENT.DAT, '
                   'STATUS = ' WS-SENT-STATUS
               STOP RUN
           END-IF

           OPEN OUTPUT TRCEXTR-FILE
           IF WS-EXTR-STATUS NOT = '00'
               DISPLAY 'TRCEXTR: UNABLE TO OPEN TRCEXTR.DAT, '
                   'STATUS = ' WS-EXTR-STATUS
               STOP RUN
           END-IF

           OPEN OUTPUT TRCLATE-RPT-FILE
           IF WS-RPT-STATUS NOT = '00'
               DISPLAY 'TRCEXTR: UNABLE TO OPEN TRCLATE.RPT, '
                   'STATUS = ' WS-RPT-STATUS
               STOP RUN
           END-IF

           MOVE SPACES TO TRCEXTR-RECORD
           MOVE 'H' TO TRCC-RECORD-TYPE
           MOVE WS-TODAY-DATE TO TRCC-REPORT-DATE
           MOVE WS-RUN-TIME TO TRCC-REPORT-TIME
           MOVE ZERO TO TRCC-RECORD-COUNT
           WRITE TRCEXTR-RECORD

           MOVE SPACES TO TRCLATE-RPT-LINE
           STRING 'FIXED-INCOME TRADE REPORTING - LATE REPORTS '
                      DELIMITED BY SIZE
                  WS-TODAY-DATE DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-RUN-TIME DELIMITED BY SIZE
                  INTO TRCLATE-RPT-LINE
           END-STRING
           WRITE TRCLATE-RPT-LINE
           MOVE SPACES TO TRCLATE-RPT-LINE
           WRITE TRCLATE-RPT-LINE.

      *----------------------------------------------------------------
      * ONE WALK OF TRANS.DAT PER PASS - REVERSALS FIRST, THEN TRADES.
      *----------------------------------------------------------------
       SCAN-TRANSACTIONS-PROCESS.
           MOVE LOW-VALUES TO TRANSACTION-ID
           START TRANSACTION-FILE KEY IS NOT LESS THAN TRANSACTION-ID
               INVALID KEY SET FILE-EOF TO TRUE
           END-START
           IF NOT FILE-EOF
               READ TRANSACTION-FILE NEXT RECORD
           END-IF
           PERFORM CHECK-ONE-TRANSACTION THRU CHECK-ONE-EXIT
               UNTIL FILE-EOF.

       CHECK-ONE-TRANSACTION.
           IF REVERSAL-PASS
               ADD 1 TO WS-SCANNED-COUNT
           END-IF
           PERFORM SCREEN-CANDIDATE THRU SCREEN-CANDIDATE-EXIT
           IF NOT IS-CANDIDATE
               GO TO CHECK-ONE-NEXT
           END-IF

           IF REVERSAL-PASS
               PERFORM REPORT-REVERSAL THRU REPORT-REVERSAL-EXIT
           ELSE
               PERFORM REPORT-TRADE THRU REPORT-TRADE-EXIT
           END-IF.

       CHECK-ONE-NEXT.
           READ TRANSACTION-FILE NEXT RECORD.

       CHECK-ONE-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * A TRADE (OR ITS REVERSAL) POSTED TODAY IN A FIXED-INCOME
      * SECURITY, NOT ALREADY ON TRCSENT.DAT, BELONGING TO THIS PASS.
      *----------------------------------------------------------------
       SCREEN-CANDIDATE.
           MOVE 'N' TO WS-CANDIDATE-SW

           IF NOT BUY-TRANS OF TRANSACTION-RECORD
              AND NOT SELL-TRANS OF TRANSACTION-RECORD
              AND NOT SHORT-SELL-TRANS OF TRANSACTION-RECORD
              AND NOT BUY-COVER-TRANS OF TRANSACTION-RECORD
               GO TO SCREEN-CANDIDATE-EXIT
           END-IF
           IF CORP-REORG-SUBTYPE OF TRANSACTION-RECORD
               GO TO SCREEN-CANDIDATE-EXIT
           END-IF
           IF CREATED-TIMESTAMP OF TRANSACTION-RECORD (1:10) NOT =
                  WS-TODAY-STAMP
               GO TO SCREEN-CANDIDATE-EXIT
           END-IF
           IF REVERSAL-PASS
              AND REVERSAL-OF-ID OF TRANSACTION-RECORD = SPACES
               GO TO SCREEN-CANDIDATE-EXIT
           END-IF
           IF TRADE-PASS
              AND REVERSAL-OF-ID OF TRANSACTION-RECORD NOT = SPACES
               GO TO SCREEN-CANDIDATE-EXIT
           END-IF

           MOVE TRANSACTION-ID TO TRS-TRANSACTION-ID
           READ TRCSENT-FILE
           IF WS-SENT-STATUS = '00'
               GO TO SCREEN-CANDIDATE-EXIT
           END-IF

           MOVE SECURITY-SYMBOL OF TRANSACTION-RECORD TO SEC-SYMBOL
           READ SECMAST-FILE
           IF WS-SECMAST-STATUS NOT = '00'
               GO TO SCREEN-CANDIDATE-EXIT
           END-IF
           IF NOT FIXED-INCOME-SECURITY
               GO TO SCREEN-CANDIDATE-EXIT
           END-IF

           SET IS-CANDIDATE TO TRUE.

       SCREEN-CANDIDATE-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * A REVERSAL CANCELS THE ORIGINAL IF THE ORIGINAL WAS REPORTED.
      * IF IT NEVER WAS, BOTH SIDES ARE LOGGED SUPPRESSED AND NOTHING
      * GOES TO THE REGULATOR.
      *----------------------------------------------------------------
       REPORT-REVERSAL.
           MOVE REVERSAL-OF-ID OF TRANSACTION-RECORD TO WS-ORIGINAL-ID
           MOVE WS-ORIGINAL-ID TO TRS-TRANSACTION-ID
           READ TRCSENT-FILE
           IF WS-SENT-STATUS NOT = '00'
               MOVE SPACES TO TRCSENT-RECORD
               MOVE WS-ORIGINAL-ID TO TRS-TRANSACTION-ID
               MOVE TRADE-REF-NUMBER OF TRANSACTION-RECORD TO
                   TRS-TRADE-REF
               MOVE 'N' TO TRS-RECORD-TYPE
               SET TRS-SUPPRESSED TO TRUE
               PERFORM STAMP-AND-WRITE-SENT
               MOVE SPACES TO TRCSENT-RECORD
               MOVE TRANSACTION-ID TO TRS-TRANSACTION-ID
               MOVE TRADE-REF-NUMBER OF TRANSACTION-RECORD TO
                   TRS-TRADE-REF
               MOVE 'X' TO TRS-RECORD-TYPE
               SET TRS-SUPPRESSED TO TRUE
               MOVE WS-ORIGINAL-ID TO TRS-ORIGINAL-ID
               PERFORM STAMP-AND-WRITE-SENT
               ADD 1 TO WS-SUPPRESS-COUNT
               GO TO REPORT-REVERSAL-EXIT
           END-IF

           IF TRS-CANCELLED OR TRS-SUPPRESSED
               GO TO REPORT-REVERSAL-EXIT
           END-IF

           SET TRS-CANCELLED TO TRUE
           REWRITE TRCSENT-RECORD
           IF WS-SENT-STATUS NOT = '00'
               DISPLAY 'TRCEXTR: UNABLE TO MARK ' WS-ORIGINAL-ID
                   ' CANCELLED, STATUS = ' WS-SENT-STATUS
           END-IF

           PERFORM BUILD-DETAIL-RECORD
           MOVE 'X' TO TRC-RECORD-TYPE
           MOVE WS-ORIGINAL-ID TO TRC-ORIGINAL-ID
      *    THE OFFSET RUNS THE OTHER WAY - THE CANCEL DESCRIBES THE
      *    TRADE BEING CANCELLED.
           IF TRC-SIDE = 'B'
               MOVE 'S' TO TRC-SIDE
           ELSE
               MOVE 'B' TO TRC-SIDE
           END-IF
           WRITE TRCEXTR-RECORD
           ADD 1 TO WS-DETAIL-COUNT
           ADD 1 TO WS-CANCEL-COUNT

           MOVE SPACES TO TRCSENT-RECORD
           MOVE TRANSACTION-ID TO TRS-TRANSACTION-ID
           MOVE TRADE-REF-NUMBER OF TRANSACTION-RECORD TO TRS-TRADE-REF
           MOVE 'X' TO TRS-RECORD-TYPE
           SET TRS-REPORTED TO TRUE
           MOVE WS-ORIGINAL-ID TO TRS-ORIGINAL-ID
           PERFORM STAMP-AND-WRITE-SENT.

       REPORT-REVERSAL-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * A NEW TRADE, OR A CORRECTION WHEN ITS TRADE-REF-NUMBER BELONGS
      * TO A REPORTED TRADE THAT HAS SINCE BEEN CANCELLED.
      *----------------------------------------------------------------
       REPORT-TRADE.
           MOVE SPACES TO WS-CORRECTED-ID
           IF TRADE-REF-NUMBER OF TRANSACTION-RECORD NOT = SPACES
               PERFORM FIND-CANCELLED-ORIGINAL
           END-IF

           PERFORM BUILD-DETAIL-RECORD
           IF WS-CORRECTED-ID NOT = SPACES
               MOVE 'R' TO TRC-RECORD-TYPE
               MOVE WS-CORRECTED-ID TO TRC-ORIGINAL-ID
               ADD 1 TO WS-CORRECT-COUNT
           ELSE
               MOVE 'N' TO TRC-RECORD-TYPE
               ADD 1 TO WS-NEW-COUNT
           END-IF
           PERFORM CHECK-LATE-REPORT THRU CHECK-LATE-REPORT-END
           WRITE TRCEXTR-RECORD
           ADD 1 TO WS-DETAIL-COUNT

           IF WS-CORRECTED-ID NOT = SPACES
               MOVE WS-CORRECTED-ID TO TRS-TRANSACTION-ID
               READ TRCSENT-FILE
               IF WS-SENT-STATUS = '00'
                   SET TRS-CORRECTED TO TRUE
                   REWRITE TRCSENT-RECORD
               END-IF
           END-IF

           MOVE SPACES TO TRCSENT-RECORD
           MOVE TRANSACTION-ID TO TRS-TRANSACTION-ID
           MOVE TRADE-REF-NUMBER OF TRANSACTION-RECORD TO TRS-TRADE-REF
           MOVE TRC-RECORD-TYPE TO TRS-RECORD-TYPE
           SET TRS-REPORTED TO TRUE
           MOVE WS-CORRECTED-ID TO TRS-ORIGINAL-ID
           MOVE WS-LATE-SW TO TRS-LATE-FLAG
           PERFORM STAMP-AND-WRITE-SENT.

       REPORT-TRADE-EXIT.
           EXIT.

       FIND-CANCELLED-ORIGINAL.
           MOVE 'N' TO WS-REF-SCAN-SW
           MOVE TRADE-REF-NUMBER OF TRANSACTION-RECORD TO TRS-TRADE-REF
           START TRCSENT-FILE KEY IS EQUAL TO TRS-TRADE-REF
               INVALID KEY SET REF-SCAN-DONE TO TRUE
           END-START
           PERFORM CHECK-ONE-REF-ROW UNTIL REF-SCAN-DONE.

       CHECK-ONE-REF-ROW.
           READ TRCSENT-FILE NEXT RECORD
           IF WS-SENT-STATUS NOT = '00'
               SET REF-SCAN-DONE TO TRUE
           ELSE
               IF TRS-TRADE-REF NOT =
                      TRADE-REF-NUMBER OF TRANSACTION-RECORD
                   SET REF-SCAN-DONE TO TRUE
               ELSE
                   IF TRS-CANCELLED
                      AND NOT TRS-SENT-CANCEL
                       MOVE TRS-TRANSACTION-ID TO WS-CORRECTED-ID
                       SET REF-SCAN-DONE TO TRUE
                   END-IF
               END-IF
           END-IF.

       BUILD-DETAIL-RECORD.
           MOVE SPACES TO TRCEXTR-RECORD
           MOVE TRANSACTION-ID TO TRC-CONTROL-ID
           MOVE SEC-CUSIP TO TRC-CUSIP
           MOVE SECURITY-SYMBOL OF TRANSACTION-RECORD TO TRC-SYMBOL
           IF BUY-TRANS OF TRANSACTION-RECORD
              OR BUY-COVER-TRANS OF TRANSACTION-RECORD
               MOVE 'B' TO TRC-SIDE
           ELSE
               MOVE 'S' TO TRC-SIDE
           END-IF
           MOVE TRADE-CAPACITY OF TRANSACTION-RECORD TO TRC-CAPACITY
           MOVE QUANTITY OF TRANSACTION-RECORD TO TRC-QUANTITY
           MOVE PRICE OF TRANSACTION-RECORD TO TRC-PRICE
           PERFORM COMPUTE-TRADE-YIELD THRU COMPUTE-TRADE-YIELD-END
           IF WS-YIELD < ZERO
               MOVE '-' TO TRC-YIELD-SIGN
           ELSE
               MOVE '+' TO TRC-YIELD-SIGN
           END-IF
           MOVE WS-YIELD TO TRC-YIELD
           MOVE TRANSACTION-DATE OF TRANSACTION-RECORD TO
               TRC-TRADE-DATE
           PERFORM FIND-EXECUTION-TIME
           MOVE WS-EXEC-TIME TO TRC-EXECUTION-TIME
      *    A TRADE IN A FIRM ACCOUNT WAS DONE WITH ANOTHER DEALER; ANY
      *    OTHER WAS DONE WITH A CUSTOMER.
           IF ACCOUNT-ID OF TRANSACTION-RECORD (1:4) =
                  WS-FIRM-ACCOUNT-PREFIX
               MOVE 'D' TO TRC-CONTRA-TYPE
           ELSE
               MOVE 'C' TO TRC-CONTRA-TYPE
           END-IF
           MOVE COUNTERPARTY-ID OF TRANSACTION-RECORD TO TRC-CONTRA-ID
           MOVE TRADE-REF-NUMBER OF TRANSACTION-RECORD TO
               TRC-TRADE-REF.

      *----------------------------------------------------------------
      * APPROXIMATE YIELD TO MATURITY, IN PERCENT:
      *   (COUPON + (PAR - PRICE) / YEARS) / ((PAR + PRICE) / 2)
      * WITH PAR 1.0000. NO USABLE MATURITY FALLS BACK TO THE CURRENT
      * YIELD, COUPON / PRICE.
      *----------------------------------------------------------------
       COMPUTE-TRADE-YIELD.
           MOVE ZERO TO WS-YIELD
           IF PRICE OF TRANSACTION-RECORD NOT > ZERO
               GO TO COMPUTE-TRADE-YIELD-END
           END-IF
           COMPUTE WS-ANNUAL-COUPON =
               SEC-COUPON-RATE OF SECMAST-RECORD / 100

           MOVE ZERO TO WS-YEARS-TO-MATURITY
           IF SEC-MATURITY-DATE OF SECMAST-RECORD NUMERIC
              AND TRANSACTION-DATE OF TRANSACTION-RECORD NUMERIC
              AND SEC-MATURITY-DATE OF SECMAST-RECORD >
                  TRANSACTION-DATE OF TRANSACTION-RECORD
               MOVE SEC-MATURITY-DATE OF SECMAST-RECORD TO WS-DATE-NUM
               COMPUTE WS-MATURITY-INT =
                   FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
               MOVE TRANSACTION-DATE OF TRANSACTION-RECORD TO
                   WS-DATE-NUM
               COMPUTE WS-TRADE-INT =
                   FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
               COMPUTE WS-YEARS-TO-MATURITY =
                   (WS-MATURITY-INT - WS-TRADE-INT) / 365.25
           END-IF

           IF WS-YEARS-TO-MATURITY > ZERO
               COMPUTE WS-YIELD ROUNDED =
                   (WS-ANNUAL-COUPON
                    + (1 - PRICE OF TRANSACTION-RECORD)
                      / WS-YEARS-TO-MATURITY)
                   / ((1 + PRICE OF TRANSACTION-RECORD) / 2) * 100
                   ON SIZE ERROR MOVE ZERO TO WS-YIELD
               END-COMPUTE
           ELSE
               COMPUTE WS-YIELD ROUNDED =
                   WS-ANNUAL-COUPON / PRICE OF TRANSACTION-RECORD
                   * 100
                   ON SIZE ERROR MOVE ZERO TO WS-YIELD
               END-COMPUTE
           END-IF.

       COMPUTE-TRADE-YIELD-END.
           IF WS-YIELD > 999.9999 OR WS-YIELD < -999.9999
               MOVE ZERO TO WS-YIELD
           END-IF.

      *----------------------------------------------------------------
      * EXECUTION-TIME AS HH:MM:SS, OR THE TIME THE TRADE WAS POSTED
      * WHEN THE TRADE CARRIES NONE.
      *----------------------------------------------------------------
       FIND-EXECUTION-TIME.
           MOVE EXECUTION-TIME OF TRANSACTION-RECORD TO WS-EXEC-TIME
           IF WS-EXEC-HOUR NOT NUMERIC
              OR WS-EXEC-MINUTE NOT NUMERIC
               MOVE CREATED-TIMESTAMP OF TRANSACTION-RECORD (12:8) TO
                   WS-EXEC-TIME
           END-IF.

       CHECK-LATE-REPORT.
           MOVE 'N' TO WS-LATE-SW
           IF WS-EXEC-HOUR NOT NUMERIC
              OR WS-EXEC-MINUTE NOT NUMERIC
              OR TRANSACTION-DATE OF TRANSACTION-RECORD NOT NUMERIC
               GO TO CHECK-LATE-REPORT-END
           END-IF
           MOVE TRANSACTION-DATE OF TRANSACTION-RECORD TO WS-DATE-NUM
           COMPUTE WS-TRADE-INT =
               FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
           COMPUTE WS-EXEC-MINUTES =
               WS-TRADE-INT * 1440
               + WS-EXEC-HOUR * 60 + WS-EXEC-MINUTE
           COMPUTE WS-ELAPSED-MINUTES =
               WS-RUN-MINUTES - WS-EXEC-MINUTES
           IF WS-ELAPSED-MINUTES > WS-REPORT-WINDOW-MINUTES
               SET REPORTED-LATE TO TRUE
               ADD 1 TO WS-LATE-COUNT
               MOVE WS-ELAPSED-MINUTES TO WS-ELAPSED-DISPLAY
               MOVE SPACES TO TRCLATE-RPT-LINE
               STRING 'TRANS ' DELIMITED BY SIZE
                      TRANSACTION-ID DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      TRC-CUSIP DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      TRC-SYMBOL DELIMITED BY SIZE
                      ' EXECUTED ' DELIMITED BY SIZE
                      TRC-TRADE-DATE DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WS-EXEC-TIME DELIMITED BY SIZE
                      ' REPORTED ' DELIMITED BY SIZE
                      WS-RUN-TIME DELIMITED BY SIZE
                      ' -' DELIMITED BY SIZE
                      WS-ELAPSED-DISPLAY DELIMITED BY SIZE
                      ' MIN' DELIMITED BY SIZE
                      INTO TRCLATE-RPT-LINE
               END-STRING
               WRITE TRCLATE-RPT-LINE
           END-IF.

       CHECK-LATE-REPORT-END.
           EXIT.

       STAMP-AND-WRITE-SENT.
           MOVE WS-TODAY-DATE TO TRS-REPORT-DATE
           MOVE WS-RUN-TIME TO TRS-REPORT-TIME
           IF TRS-LATE-FLAG = SPACE
               MOVE 'N' TO TRS-LATE-FLAG
           END-IF
           WRITE TRCSENT-RECORD
           IF WS-SENT-STATUS NOT = '00'
               DISPLAY 'TRCEXTR: UNABLE TO LOG ' TRS-TRANSACTION-ID
                   ' ON TRCSENT.DAT, STATUS = ' WS-SENT-STATUS
           END-IF.

       FINALIZE-PROCESS.
           MOVE SPACES TO TRCEXTR-RECORD
           MOVE 'T' TO TRCC-RECORD-TYPE
           MOVE WS-TODAY-DATE TO TRCC-REPORT-DATE
           MOVE WS-RUN-TIME TO TRCC-REPORT-TIME
           MOVE WS-DETAIL-COUNT TO TRCC-RECORD-COUNT
           WRITE TRCEXTR-RECORD

           IF WS-LATE-COUNT = ZERO
               MOVE '     NO LATE REPORTS' TO TRCLATE-RPT-LINE
               WRITE TRCLATE-RPT-LINE
           END-IF

           CLOSE TRANSACTION-FILE
           CLOSE SECMAST-FILE
           CLOSE TRCSENT-FILE
           CLOSE TRCEXTR-FILE
           CLOSE TRCLATE-RPT-FILE

           MOVE WS-SCANNED-COUNT TO WS-SCANNED-DISPLAY
           MOVE WS-NEW-COUNT TO WS-NEW-DISPLAY
           MOVE WS-CORRECT-COUNT TO WS-CORRECT-DISPLAY
           MOVE WS-CANCEL-COUNT TO WS-CANCEL-DISPLAY
           MOVE WS-SUPPRESS-COUNT TO WS-SUPPRESS-DISPLAY
           MOVE WS-LATE-COUNT TO WS-LATE-DISPLAY
           DISPLAY 'TRCEXTR: SCANNED ' WS-SCANNED-DISPLAY
               ' TRANSACTION(S), REPORTED ' WS-NEW-DISPLAY
               ' NEW, ' WS-CORRECT-DISPLAY ' CORRECTION(S), '
               WS-CANCEL-DISPLAY ' CANCEL(S)'
           DISPLAY 'TRCEXTR: ' WS-SUPPRESS-DISPLAY
               ' REVERSED BEFORE REPORTING, ' WS-LATE-DISPLAY
               ' LATE REPORT(S)'.

       END PROGRAM TRCEXTR.
