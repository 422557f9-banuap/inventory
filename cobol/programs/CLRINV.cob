       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLRINV.
      ******************************************************************
      * PROGRAM: CLRINV - CLEARING FIRM INVOICE RECONCILIATION
      * VERSION: 1.0
      * DATE: 2026-10-15
      * PURPOSE: LOAD THE CLEARING FIRMS' MONTHLY INVOICE DETAIL
      *          (CLRINV.DAT) THROUGH THE COMMON FILEGATE INTAKE GATE
      *          AND CHECK EVERY CHARGE AGAINST WHAT WE ACTUALLY SENT
      *          EACH FIRM THAT MONTH, PRICED FROM THE FIRM'S RATE
      *          CARD ON CLRRATE.DAT:
      *            TICKET - ONE PER DETAIL ON THE NIGHTLY CLRSETL
      *                     EXTRACT (READ BACK OFF CLREXTR.HIS);
      *            SETTLE - ONE PER TRADE TRANS.DAT SHOWS SETTLED
      *                     THROUGH THE FIRM IN THE MONTH;
      *            FAIL   - ONE PER FAILTRK ROW RECORDED IN THE MONTH;
      *            BUYIN  - ONE PER FAIL BOUGHT IN DURING THE MONTH.
      *          CLRINV.RPT LISTS THE DISPUTED TICKETS (BILLED BUT
      *          NEVER SENT, BILLED MORE OFTEN THAN SENT, OR BILLED
      *          ABOVE THE CARD RATE) AND THEN, FIRM BY FIRM, THE
      *          BILLED VERSUS EXPECTED UNITS AND DOLLARS AND THE
      *          VARIANCE FOR EACH CHARGE CATEGORY.
      * FUNCTIONS: STANDALONE BATCH JOB - RUN ON RECEIPT OF EACH
      *            MONTH'S INVOICE FILE, BEFORE THE INVOICES ARE PAID.
      *
      * NOTES: THE INVOICE MONTH IS TAKEN FROM THE FIRST DETAIL LINE;
      *        A LINE FOR ANY OTHER MONTH, OR WITH A CATEGORY NOT
      *        LISTED ABOVE, IS REJECTED AND COUNTED. TICKET LINES ARE
      *        MATCHED BY TRADE-REF-NUMBER THROUGH A SORT OF THE
      *        BILLED TICKETS TOGETHER WITH THE TICKETS SENT, SO A
      *        MONTH OF EXTRACTS NEEDS NO IN-MEMORY TABLE. A FIRM
      *        WITH NO RATE CARD IS PRICED AT ZERO AND FLAGGED.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLRINVENV-FILE ASSIGN TO "CLRINV.ENV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ENV-STATUS.

           SELECT CLRINV-FILE ASSIGN TO "CLRINV.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-INV-STATUS.

           SELECT CLRHIST-FILE ASSIGN TO "CLREXTR.HIS"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.

           SELECT TRANSACTION-FILE ASSIGN TO "TRANS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRANSACTION-ID
               ALTERNATE RECORD KEY IS ACCOUNT-ID OF TRANSACTION-RECORD
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS SECURITY-SYMBOL OF
                   TRANSACTION-RECORD WITH DUPLICATES
               FILE STATUS IS WS-FILE-STATUS.

           SELECT FAILTRK-FILE ASSIGN TO "FAILTRK.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FAIL-TRANSACTION-ID
               FILE STATUS IS WS-FAIL-STATUS.

           SELECT CLRRATE-FILE ASSIGN TO "CLRRATE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CR-CLEARING-FIRM
               FILE STATUS IS WS-RATE-STATUS.

           SELECT TICKET-SORT-FILE ASSIGN TO "CLRINV.SRT".

           SELECT CLRINV-RPT-FILE ASSIGN TO "CLRINV.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CLRINVENV-FILE.
       COPY FILEENV.

       FD  CLRINV-FILE.
       01  CLRINV-RECORD.
           05  CIV-CLEARING-FIRM         PIC X(08).
           05  CIV-INVOICE-MONTH         PIC X(06).
           05  CIV-CHARGE-CATEGORY       PIC X(06).
               88  CIV-TICKET-CHARGE     VALUE 'TICKET'.
               88  CIV-SETTLE-CHARGE     VALUE 'SETTLE'.
               88  CIV-FAIL-CHARGE       VALUE 'FAIL  '.
               88  CIV-BUYIN-CHARGE      VALUE 'BUYIN '.
           05  CIV-TRADE-REF-NUMBER      PIC X(20).
           05  CIV-ACTIVITY-DATE         PIC X(08).
           05  CIV-UNITS                 PIC 9(07).
           05  CIV-CHARGE-AMOUNT         PIC 9(09)V99.
           05  FILLER                    PIC X(14).

       FD  CLRHIST-FILE.
       01  CLRHIST-RECORD.
           05  CLRHIST-RECORD-TYPE       PIC X(01).
               88  CLRHIST-DETAIL        VALUE 'D'.
           05  CLRHIST-CLEARING-FIRM     PIC X(08).
           05  CLRHIST-SETTLEMENT-DATE   PIC X(08).
           05  CLRHIST-TRANSACTION-ID    PIC X(16).
           05  CLRHIST-ACCOUNT-ID        PIC X(12).
           05  CLRHIST-TRANSACTION-TYPE  PIC X(03).
           05  CLRHIST-SECURITY-SYMBOL   PIC X(12).
           05  CLRHIST-QUANTITY          PIC S9(09)V999 COMP-3.
           05  CLRHIST-PRICE             PIC S9(09)V9999 COMP-3.
           05  CLRHIST-NET-AMOUNT        PIC S9(13)V99 COMP-3.
           05  CLRHIST-TRADE-REF-NUMBER  PIC X(20).
           05  CLRHIST-RECORD-COUNT      PIC 9(07).
           05  CLRHIST-TOTAL-AMOUNT      PIC S9(13)V99 COMP-3.
           05  FILLER                    PIC X(10).

       FD  TRANSACTION-FILE.
       COPY TRANSACTION.

       FD  FAILTRK-FILE.
       COPY FAILTRK.

       FD  CLRRATE-FILE.
       COPY CLRRATE.

       SD  TICKET-SORT-FILE.
       01  TICKET-SORT-RECORD.
           05  SRT-CLEARING-FIRM         PIC X(08).
           05  SRT-TRADE-REF-NUMBER      PIC X(20).
           05  SRT-SIDE                  PIC X(01).
               88  SRT-SENT              VALUE 'A'.
               88  SRT-BILLED            VALUE 'B'.
           05  SRT-ACTIVITY-DATE         PIC X(08).
           05  SRT-CHARGE-AMOUNT         PIC 9(09)V99.

       FD  CLRINV-RPT-FILE.
       01  CLRINV-RPT-LINE               PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-ENV-STATUS                 PIC XX.
       01  WS-GATE-OPERATION             PIC X(06).
       01  WS-GATE-RETURN-CODE           PIC 9(02).
       COPY FILEENV REPLACING FILEENV-RECORD BY WS-ENVELOPE.
       01  WS-ACTUAL-COUNT               PIC 9(07).
       01  WS-ACTUAL-AMOUNT              PIC 9(13)V99.

       01  WS-INV-STATUS                 PIC XX.
           88  INV-EOF                   VALUE '10'.
       01  WS-HIST-STATUS                PIC XX.
           88  HIST-EOF                  VALUE '10'.
       01  WS-FILE-STATUS                PIC XX.
           88  FILE-OK                   VALUE '00'.
           88  FILE-EOF                  VALUE '10'.
       01  WS-FAIL-STATUS                PIC XX.
           88  FAIL-FILE-EOF             VALUE '10'.
       01  WS-RATE-STATUS                PIC XX.
       01  WS-RPT-STATUS                 PIC XX.

       01  WS-RATE-FILE-SW               PIC X(01) VALUE 'N'.
           88  RATE-FILE-OPEN            VALUE 'Y'.
       01  WS-FAIL-FILE-SW               PIC X(01) VALUE 'N'.
           88  FAIL-FILE-OPEN            VALUE 'Y'.
       01  WS-SORT-EOF-SW                PIC X(01) VALUE 'N'.
           88  SORT-OUTPUT-EOF           VALUE 'Y'.

       01  WS-CURRENT-DATE               PIC X(08).
       01  WS-INVOICE-MONTH              PIC X(06) VALUE SPACES.

      *----------------------------------------------------------------
      * ONE ROW PER CLEARING FIRM SEEN ON EITHER SIDE. CATEGORY 1 IS
      * TICKET, 2 SETTLE, 3 FAIL, 4 BUYIN.
      *----------------------------------------------------------------
       01  WS-MAX-FIRMS                  PIC 9(03) VALUE 100.
       01  WS-FIRM-COUNT                 PIC 9(03) VALUE ZERO.
       01  WS-FIRM-INDEX                 PIC 9(03).
       01  WS-SEARCH-INDEX               PIC 9(03).
       01  WS-FOUND-INDEX                PIC 9(03).
       01  WS-LOOKUP-FIRM                PIC X(08).
       01  WS-FIRM-TABLE.
           05  WS-FIRM-ENTRY OCCURS 100 TIMES.
               10  WS-FT-FIRM            PIC X(08).
               10  WS-FT-NAME            PIC X(30).
               10  WS-FT-RATE-SW         PIC X(01).
                   88  WS-FT-HAS-RATE    VALUE 'Y'.
               10  WS-FT-EFFECTIVE-DATE  PIC X(08).
               10  WS-FT-DISPUTE-COUNT   PIC 9(07) COMP.
               10  WS-FT-DISPUTE-AMOUNT  PIC S9(11)V99 COMP-3.
               10  WS-FT-CATEGORY OCCURS 4 TIMES.
                   15  WS-FT-RATE        PIC 9(05)V9999.
                   15  WS-FT-BILLED-UNITS PIC 9(07) COMP.
                   15  WS-FT-BILLED-AMOUNT PIC S9(11)V99 COMP-3.
                   15  WS-FT-EXPECTED-UNITS PIC 9(07) COMP.

       01  WS-CATEGORY-INDEX             PIC 9(01).
       01  WS-CATEGORY-NAMES.
           05  FILLER                    PIC X(06) VALUE 'TICKET'.
           05  FILLER                    PIC X(06) VALUE 'SETTLE'.
           05  FILLER                    PIC X(06) VALUE 'FAIL  '.
           05  FILLER                    PIC X(06) VALUE 'BUYIN '.
       01  WS-CATEGORY-NAME-TABLE REDEFINES WS-CATEGORY-NAMES.
           05  WS-CATEGORY-NAME OCCURS 4 TIMES PIC X(06).

      *----------------------------------------------------------------
      * ONE TRADE REFERENCE'S WORTH OF THE SORTED TICKET STREAM.
      *----------------------------------------------------------------
       01  WS-GROUP-OPEN-SW              PIC X(01) VALUE 'N'.
           88  TICKET-GROUP-OPEN         VALUE 'Y'.
       01  WS-GROUP-FIRM                 PIC X(08).
       01  WS-GROUP-REF                  PIC X(20).
       01  WS-GROUP-DATE                 PIC X(08).
       01  WS-GROUP-SENT                 PIC 9(05).
       01  WS-GROUP-BILLED               PIC 9(05).
       01  WS-GROUP-BILLED-AMOUNT        PIC S9(11)V99 COMP-3.
       01  WS-GROUP-ALLOWED-AMOUNT       PIC S9(11)V99 COMP-3.
       01  WS-GROUP-DISPUTED-AMOUNT      PIC S9(11)V99 COMP-3.
       01  WS-DISPUTE-REASON             PIC X(30).

       01  WS-EXPECTED-AMOUNT            PIC S9(11)V99 COMP-3.
       01  WS-VARIANCE-AMOUNT            PIC S9(11)V99 COMP-3.
       01  WS-FIRM-BILLED-TOTAL          PIC S9(11)V99 COMP-3.
       01  WS-FIRM-EXPECTED-TOTAL        PIC S9(11)V99 COMP-3.
       01  WS-FIRM-VARIANCE-TOTAL        PIC S9(11)V99 COMP-3.

       01  WS-UNITS-DISPLAY              PIC Z,ZZZ,ZZ9.
       01  WS-UNITS-DISPLAY-2            PIC Z,ZZZ,ZZ9.
       01  WS-RATE-DISPLAY               PIC ZZ,ZZ9.9999.
       01  WS-AMOUNT-DISPLAY             PIC ZZZ,ZZZ,ZZ9.99-.
       01  WS-AMOUNT-DISPLAY-2           PIC ZZZ,ZZZ,ZZ9.99-.
       01  WS-AMOUNT-DISPLAY-3           PIC ZZZ,ZZZ,ZZ9.99-.

       01  WS-LOADED-COUNT               PIC 9(07) COMP.
       01  WS-REJECT-COUNT               PIC 9(07) COMP.
       01  WS-SENT-COUNT                 PIC 9(07) COMP.
       01  WS-DISPUTE-COUNT              PIC 9(07) COMP.
       01  WS-LOADED-DISPLAY             PIC ZZZZZZ9.
       01  WS-REJECT-DISPLAY             PIC ZZZZZZ9.
       01  WS-SENT-DISPLAY               PIC ZZZZZZ9.
       01  WS-DISPUTE-DISPLAY            PIC ZZZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           PERFORM INITIALIZE-PROCESS
           SORT TICKET-SORT-FILE
               ON ASCENDING KEY SRT-CLEARING-FIRM
               ON ASCENDING KEY SRT-TRADE-REF-NUMBER
               ON ASCENDING KEY SRT-SIDE
               INPUT PROCEDURE IS LOAD-TICKETS-PROCESS
               OUTPUT PROCEDURE IS MATCH-TICKETS-PROCESS
           PERFORM COUNT-SETTLEMENTS-PROCESS
           PERFORM COUNT-FAILS-PROCESS THRU COUNT-FAILS-EXIT
           PERFORM REPORT-VARIANCE-PROCESS
           PERFORM FINALIZE-PROCESS
           STOP RUN.

       INITIALIZE-PROCESS.
           MOVE ZERO TO WS-LOADED-COUNT
           MOVE ZERO TO WS-REJECT-COUNT
           MOVE ZERO TO WS-SENT-COUNT
           MOVE ZERO TO WS-DISPUTE-COUNT
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD

           OPEN INPUT CLRINV-FILE
           IF WS-INV-STATUS NOT = '00'
               DISPLAY 'CLRINV: UNABLE TO OPEN CLRINV.DAT, STATUS = '
                   WS-INV-STATUS
               STOP RUN
           END-IF

           PERFORM VALIDATE-CONTROL-ENVELOPE THRU
               VALIDATE-ENVELOPE-EXIT

           OPEN INPUT TRANSACTION-FILE
           IF WS-FILE-STATUS NOT = '00'
               DISPLAY 'CLRINV: UNABLE TO OPEN TRANS.DAT, STATUS = '
                   WS-FILE-STATUS
               CLOSE CLRINV-FILE
               STOP RUN
           END-IF

           OPEN INPUT CLRRATE-FILE
           IF WS-RATE-STATUS = '00'
               SET RATE-FILE-OPEN TO TRUE
           ELSE
               DISPLAY 'CLRINV: NO CLRRATE.DAT - EVERY FIRM PRICED '
                   'AT ZERO'
           END-IF

           OPEN OUTPUT CLRINV-RPT-FILE
           IF WS-RPT-STATUS NOT = '00'
               DISPLAY 'CLRINV: UNABLE TO OPEN CLRINV.RPT, STATUS = '
                   WS-RPT-STATUS
               CLOSE CLRINV-FILE
               CLOSE TRANSACTION-FILE
               STOP RUN
           END-IF.

      *----------------------------------------------------------------
      * SORT INPUT: THE INVOICE FIRST (IT FIXES THE MONTH), THEN THE
      * TICKETS SENT THAT MONTH. NON-TICKET CHARGES ARE ONLY TOTALLED.
      *----------------------------------------------------------------
       LOAD-TICKETS-PROCESS.
           READ CLRINV-FILE
               AT END SET INV-EOF TO TRUE
           END-READ
           IF NOT INV-EOF
               MOVE CIV-INVOICE-MONTH TO WS-INVOICE-MONTH
           END-IF
           PERFORM LOAD-ONE-INVOICE-LINE UNTIL INV-EOF

           MOVE SPACES TO CLRINV-RPT-LINE
           STRING 'CLEARING FIRM INVOICE RECONCILIATION - MONTH '
                      DELIMITED BY SIZE
                  WS-INVOICE-MONTH DELIMITED BY SIZE
                  '  RUN ' DELIMITED BY SIZE
                  WS-CURRENT-DATE DELIMITED BY SIZE
                  INTO CLRINV-RPT-LINE
           END-STRING
           WRITE CLRINV-RPT-LINE
           MOVE SPACES TO CLRINV-RPT-LINE
           WRITE CLRINV-RPT-LINE
           MOVE 'DISPUTED TICKETS' TO CLRINV-RPT-LINE
           WRITE CLRINV-RPT-LINE
           MOVE SPACES TO CLRINV-RPT-LINE
           STRING '  FIRM     TRADE REF            LAST DATE  SENT '
                      DELIMITED BY SIZE
                  'BILLED    BILLED AMOUNT   DISPUTED AMOUNT  REASON'
                      DELIMITED BY SIZE
                  INTO CLRINV-RPT-LINE
           END-STRING
           WRITE CLRINV-RPT-LINE

           OPEN INPUT CLRHIST-FILE
           IF WS-HIST-STATUS NOT = '00'
               DISPLAY 'CLRINV: NO CLREXTR.HIS - NO TICKETS SENT ON '
                   'FILE, EVERY BILLED TICKET IS DISPUTED'
           ELSE
               READ CLRHIST-FILE
                   AT END SET HIST-EOF TO TRUE
               END-READ
               PERFORM LOAD-ONE-SENT-TICKET UNTIL HIST-EOF
               CLOSE CLRHIST-FILE
           END-IF.

       LOAD-ONE-INVOICE-LINE.
           EVALUATE TRUE
               WHEN CIV-TICKET-CHARGE
                   MOVE 1 TO WS-CATEGORY-INDEX
               WHEN CIV-SETTLE-CHARGE
                   MOVE 2 TO WS-CATEGORY-INDEX
               WHEN CIV-FAIL-CHARGE
                   MOVE 3 TO WS-CATEGORY-INDEX
               WHEN CIV-BUYIN-CHARGE
                   MOVE 4 TO WS-CATEGORY-INDEX
               WHEN OTHER
                   MOVE ZERO TO WS-CATEGORY-INDEX
           END-EVALUATE

           IF WS-CATEGORY-INDEX = ZERO
              OR CIV-INVOICE-MONTH NOT = WS-INVOICE-MONTH
              OR CIV-CLEARING-FIRM = SPACES
              OR CIV-CHARGE-AMOUNT IS NOT NUMERIC
               ADD 1 TO WS-REJECT-COUNT
               DISPLAY 'CLRINV: INVOICE LINE REJECTED - FIRM '
                   CIV-CLEARING-FIRM ' MONTH ' CIV-INVOICE-MONTH
                   ' CATEGORY ' CIV-CHARGE-CATEGORY
           ELSE
               MOVE CIV-CLEARING-FIRM TO WS-LOOKUP-FIRM
               PERFORM FIND-FIRM-SLOT
               IF WS-FOUND-INDEX NOT = ZERO
                   ADD 1 TO WS-LOADED-COUNT
                   IF CIV-UNITS IS NUMERIC AND CIV-UNITS > ZERO
                       ADD CIV-UNITS TO WS-FT-BILLED-UNITS
                           (WS-FOUND-INDEX, WS-CATEGORY-INDEX)
                   ELSE
                       ADD 1 TO WS-FT-BILLED-UNITS
                           (WS-FOUND-INDEX, WS-CATEGORY-INDEX)
                   END-IF
                   ADD CIV-CHARGE-AMOUNT TO WS-FT-BILLED-AMOUNT
                       (WS-FOUND-INDEX, WS-CATEGORY-INDEX)
                   IF CIV-TICKET-CHARGE
                       MOVE CIV-CLEARING-FIRM TO SRT-CLEARING-FIRM
                       MOVE CIV-TRADE-REF-NUMBER TO
                           SRT-TRADE-REF-NUMBER
                       SET SRT-BILLED TO TRUE
                       MOVE CIV-ACTIVITY-DATE TO SRT-ACTIVITY-DATE
                       MOVE CIV-CHARGE-AMOUNT TO SRT-CHARGE-AMOUNT
                       RELEASE TICKET-SORT-RECORD
                   END-IF
               END-IF
           END-IF

           READ CLRINV-FILE
               AT END SET INV-EOF TO TRUE
           END-READ.

       LOAD-ONE-SENT-TICKET.
           IF CLRHIST-DETAIL
              AND CLRHIST-SETTLEMENT-DATE(1:6) = WS-INVOICE-MONTH
              AND CLRHIST-CLEARING-FIRM NOT = SPACES
               MOVE CLRHIST-CLEARING-FIRM TO WS-LOOKUP-FIRM
               PERFORM FIND-FIRM-SLOT
               IF WS-FOUND-INDEX NOT = ZERO
                   ADD 1 TO WS-SENT-COUNT
                   ADD 1 TO WS-FT-EXPECTED-UNITS(WS-FOUND-INDEX, 1)
                   MOVE CLRHIST-CLEARING-FIRM TO SRT-CLEARING-FIRM
                   MOVE CLRHIST-TRADE-REF-NUMBER TO
                       SRT-TRADE-REF-NUMBER
                   SET SRT-SENT TO TRUE
                   MOVE CLRHIST-SETTLEMENT-DATE TO SRT-ACTIVITY-DATE
                   MOVE ZERO TO SRT-CHARGE-AMOUNT
                   RELEASE TICKET-SORT-RECORD
               END-IF
           END-IF
           READ CLRHIST-FILE
               AT END SET HIST-EOF TO TRUE
           END-READ.

      *----------------------------------------------------------------
      * SORT OUTPUT: WALK EACH FIRM/TRADE-REF GROUP AND DISPUTE WHAT
      * WAS BILLED BEYOND WHAT WAS SENT, OR ABOVE THE CARD RATE.
      *----------------------------------------------------------------
       MATCH-TICKETS-PROCESS.
           MOVE 'N' TO WS-SORT-EOF-SW
           MOVE 'N' TO WS-GROUP-OPEN-SW
           RETURN TICKET-SORT-FILE
               AT END SET SORT-OUTPUT-EOF TO TRUE
           END-RETURN
           PERFORM MATCH-ONE-TICKET UNTIL SORT-OUTPUT-EOF
           IF TICKET-GROUP-OPEN
               PERFORM CLOSE-TICKET-GROUP
           END-IF.

       MATCH-ONE-TICKET.
           IF NOT TICKET-GROUP-OPEN
              OR SRT-CLEARING-FIRM NOT = WS-GROUP-FIRM
              OR SRT-TRADE-REF-NUMBER NOT = WS-GROUP-REF
               IF TICKET-GROUP-OPEN
                   PERFORM CLOSE-TICKET-GROUP
               END-IF
               MOVE SRT-CLEARING-FIRM TO WS-GROUP-FIRM
               MOVE SRT-TRADE-REF-NUMBER TO WS-GROUP-REF
               MOVE ZERO TO WS-GROUP-SENT
               MOVE ZERO TO WS-GROUP-BILLED
               MOVE ZERO TO WS-GROUP-BILLED-AMOUNT
               SET TICKET-GROUP-OPEN TO TRUE
           END-IF

           MOVE SRT-ACTIVITY-DATE TO WS-GROUP-DATE
           IF SRT-SENT
               ADD 1 TO WS-GROUP-SENT
           ELSE
               ADD 1 TO WS-GROUP-BILLED
               ADD SRT-CHARGE-AMOUNT TO WS-GROUP-BILLED-AMOUNT
           END-IF

           RETURN TICKET-SORT-FILE
               AT END SET SORT-OUTPUT-EOF TO TRUE
           END-RETURN.

       CLOSE-TICKET-GROUP.
           IF WS-GROUP-BILLED > ZERO
               MOVE WS-GROUP-FIRM TO WS-LOOKUP-FIRM
               PERFORM FIND-FIRM-SLOT
               MOVE ZERO TO WS-GROUP-ALLOWED-AMOUNT
               IF WS-FOUND-INDEX NOT = ZERO
                   IF WS-GROUP-SENT < WS-GROUP-BILLED
                       COMPUTE WS-GROUP-ALLOWED-AMOUNT ROUNDED =
                           WS-GROUP-SENT *
                           WS-FT-RATE(WS-FOUND-INDEX, 1)
                   ELSE
                       COMPUTE WS-GROUP-ALLOWED-AMOUNT ROUNDED =
                           WS-GROUP-BILLED *
                           WS-FT-RATE(WS-FOUND-INDEX, 1)
                   END-IF
               END-IF
               MOVE SPACES TO WS-DISPUTE-REASON
               EVALUATE TRUE
                   WHEN WS-GROUP-SENT = ZERO
                       MOVE 'NOT ON ANY EXTRACT SENT' TO
                           WS-DISPUTE-REASON
                   WHEN WS-GROUP-BILLED > WS-GROUP-SENT
                       MOVE 'BILLED MORE OFTEN THAN SENT' TO
                           WS-DISPUTE-REASON
                   WHEN WS-GROUP-BILLED-AMOUNT >
                        WS-GROUP-ALLOWED-AMOUNT
                       MOVE 'CHARGED ABOVE RATE CARD' TO
                           WS-DISPUTE-REASON
               END-EVALUATE
               IF WS-DISPUTE-REASON NOT = SPACES
                   COMPUTE WS-GROUP-DISPUTED-AMOUNT =
                       WS-GROUP-BILLED-AMOUNT - WS-GROUP-ALLOWED-AMOUNT
                   IF WS-GROUP-DISPUTED-AMOUNT < ZERO
                       MOVE ZERO TO WS-GROUP-DISPUTED-AMOUNT
                   END-IF
                   PERFORM WRITE-DISPUTED-TICKET
               END-IF
           END-IF
           MOVE 'N' TO WS-GROUP-OPEN-SW.

       WRITE-DISPUTED-TICKET.
           ADD 1 TO WS-DISPUTE-COUNT
           IF WS-FOUND-INDEX NOT = ZERO
               ADD 1 TO WS-FT-DISPUTE-COUNT(WS-FOUND-INDEX)
               ADD WS-GROUP-DISPUTED-AMOUNT TO
                   WS-FT-DISPUTE-AMOUNT(WS-FOUND-INDEX)
           END-IF
           MOVE WS-GROUP-SENT TO WS-UNITS-DISPLAY
           MOVE WS-GROUP-BILLED TO WS-UNITS-DISPLAY-2
           MOVE WS-GROUP-BILLED-AMOUNT TO WS-AMOUNT-DISPLAY
           MOVE WS-GROUP-DISPUTED-AMOUNT TO WS-AMOUNT-DISPLAY-2
           MOVE SPACES TO CLRINV-RPT-LINE
           STRING '  ' DELIMITED BY SIZE
                  WS-GROUP-FIRM DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-GROUP-REF DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-GROUP-DATE DELIMITED BY SIZE
                  WS-UNITS-DISPLAY(6:4) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-UNITS-DISPLAY-2(4:6) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-AMOUNT-DISPLAY DELIMITED BY SIZE
                  '   ' DELIMITED BY SIZE
                  WS-AMOUNT-DISPLAY-2 DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  WS-DISPUTE-REASON DELIMITED BY SIZE
                  INTO CLRINV-RPT-LINE
           END-STRING
           WRITE CLRINV-RPT-LINE.

      *----------------------------------------------------------------
      * EXPECTED SETTLEMENTS, FAILS AND BUY-INS FOR THE MONTH.
      *----------------------------------------------------------------
       COUNT-SETTLEMENTS-PROCESS.
           MOVE LOW-VALUES TO TRANSACTION-ID
           START TRANSACTION-FILE KEY IS NOT LESS THAN TRANSACTION-ID
               INVALID KEY SET FILE-EOF TO TRUE
           END-START
           IF NOT FILE-EOF
               READ TRANSACTION-FILE NEXT RECORD
                   AT END SET FILE-EOF TO TRUE
               END-READ
           END-IF
           PERFORM COUNT-ONE-SETTLEMENT UNTIL FILE-EOF.

       COUNT-ONE-SETTLEMENT.
           IF SETTLED-STATUS OF TRANSACTION-RECORD
              AND SETTLEMENT-DATE OF TRANSACTION-RECORD(1:6) =
                  WS-INVOICE-MONTH
              AND CLEARING-FIRM OF TRANSACTION-RECORD NOT = SPACES
               MOVE CLEARING-FIRM OF TRANSACTION-RECORD TO
                   WS-LOOKUP-FIRM
               PERFORM FIND-FIRM-SLOT
               IF WS-FOUND-INDEX NOT = ZERO
                   ADD 1 TO WS-FT-EXPECTED-UNITS(WS-FOUND-INDEX, 2)
               END-IF
           END-IF
           READ TRANSACTION-FILE NEXT RECORD
               AT END SET FILE-EOF TO TRUE
           END-READ.

       COUNT-FAILS-PROCESS.
      *    FAILTRK DOES NOT CARRY THE CLEARING FIRM - THE FAILED
      *    TRADE ITSELF ON TRANS.DAT DOES.
           OPEN INPUT FAILTRK-FILE
           IF WS-FAIL-STATUS NOT = '00'
               DISPLAY 'CLRINV: NO FAILTRK.DAT - NO FAILS OR BUY-INS '
                   'EXPECTED'
               GO TO COUNT-FAILS-EXIT
           END-IF
           SET FAIL-FILE-OPEN TO TRUE
           READ FAILTRK-FILE NEXT RECORD
               AT END SET FAIL-FILE-EOF TO TRUE
           END-READ
           PERFORM COUNT-ONE-FAIL UNTIL FAIL-FILE-EOF.

       COUNT-FAILS-EXIT.
           EXIT.

       COUNT-ONE-FAIL.
           IF FAIL-RECORDED-DATE(1:6) = WS-INVOICE-MONTH
              OR (FAIL-BOUGHT-IN
                  AND FAIL-CLOSED-DATE(1:6) = WS-INVOICE-MONTH)
               MOVE FAIL-TRANSACTION-ID TO TRANSACTION-ID
               READ TRANSACTION-FILE
                   INVALID KEY MOVE SPACES TO
                       CLEARING-FIRM OF TRANSACTION-RECORD
               END-READ
               IF CLEARING-FIRM OF TRANSACTION-RECORD NOT = SPACES
                   MOVE CLEARING-FIRM OF TRANSACTION-RECORD TO
                       WS-LOOKUP-FIRM
                   PERFORM FIND-FIRM-SLOT
                   IF WS-FOUND-INDEX NOT = ZERO
                       IF FAIL-RECORDED-DATE(1:6) = WS-INVOICE-MONTH
                           ADD 1 TO
                               WS-FT-EXPECTED-UNITS(WS-FOUND-INDEX, 3)
                       END-IF
                       IF FAIL-BOUGHT-IN
                          AND FAIL-CLOSED-DATE(1:6) = WS-INVOICE-MONTH
                           ADD 1 TO
                               WS-FT-EXPECTED-UNITS(WS-FOUND-INDEX, 4)
                       END-IF
                   END-IF
               END-IF
           END-IF
           READ FAILTRK-FILE NEXT RECORD
               AT END SET FAIL-FILE-EOF TO TRUE
           END-READ.

      *----------------------------------------------------------------
      * FIRM TABLE. A NEW FIRM PICKS UP ITS RATE CARD ON FIRST SIGHT.
      *----------------------------------------------------------------
       FIND-FIRM-SLOT.
           MOVE ZERO TO WS-FOUND-INDEX
           MOVE 1 TO WS-SEARCH-INDEX
           PERFORM SCAN-ONE-FIRM-SLOT
               UNTIL WS-SEARCH-INDEX > WS-FIRM-COUNT
               OR WS-FOUND-INDEX NOT = ZERO
           IF WS-FOUND-INDEX = ZERO
               IF WS-FIRM-COUNT < WS-MAX-FIRMS
                   PERFORM ADD-FIRM-SLOT
               ELSE
                   DISPLAY 'CLRINV: FIRM TABLE FULL - ' WS-LOOKUP-FIRM
                       ' NOT RECONCILED'
               END-IF
           END-IF.

       SCAN-ONE-FIRM-SLOT.
           IF WS-FT-FIRM(WS-SEARCH-INDEX) = WS-LOOKUP-FIRM
               MOVE WS-SEARCH-INDEX TO WS-FOUND-INDEX
           END-IF
           ADD 1 TO WS-SEARCH-INDEX.

       ADD-FIRM-SLOT.
           ADD 1 TO WS-FIRM-COUNT
           MOVE WS-FIRM-COUNT TO WS-FOUND-INDEX
           MOVE WS-LOOKUP-FIRM TO WS-FT-FIRM(WS-FOUND-INDEX)
           MOVE SPACES TO WS-FT-NAME(WS-FOUND-INDEX)
           MOVE SPACES TO WS-FT-EFFECTIVE-DATE(WS-FOUND-INDEX)
           MOVE 'N' TO WS-FT-RATE-SW(WS-FOUND-INDEX)
           MOVE ZERO TO WS-FT-DISPUTE-COUNT(WS-FOUND-INDEX)
           MOVE ZERO TO WS-FT-DISPUTE-AMOUNT(WS-FOUND-INDEX)
           MOVE 1 TO WS-CATEGORY-INDEX
           PERFORM CLEAR-ONE-FIRM-CATEGORY 4 TIMES

           IF RATE-FILE-OPEN
               MOVE WS-LOOKUP-FIRM TO CR-CLEARING-FIRM
               READ CLRRATE-FILE
               IF WS-RATE-STATUS = '00'
                   SET WS-FT-HAS-RATE(WS-FOUND-INDEX) TO TRUE
                   MOVE CR-FIRM-NAME TO WS-FT-NAME(WS-FOUND-INDEX)
                   MOVE CR-EFFECTIVE-DATE TO
                       WS-FT-EFFECTIVE-DATE(WS-FOUND-INDEX)
                   MOVE CR-TICKET-RATE TO WS-FT-RATE(WS-FOUND-INDEX, 1)
                   MOVE CR-SETTLE-RATE TO WS-FT-RATE(WS-FOUND-INDEX, 2)
                   MOVE CR-FAIL-RATE TO WS-FT-RATE(WS-FOUND-INDEX, 3)
                   MOVE CR-BUYIN-RATE TO WS-FT-RATE(WS-FOUND-INDEX, 4)
               END-IF
           END-IF.

       CLEAR-ONE-FIRM-CATEGORY.
           MOVE ZERO TO WS-FT-RATE(WS-FOUND-INDEX, WS-CATEGORY-INDEX)
           MOVE ZERO TO
               WS-FT-BILLED-UNITS(WS-FOUND-INDEX, WS-CATEGORY-INDEX)
           MOVE ZERO TO
               WS-FT-BILLED-AMOUNT(WS-FOUND-INDEX, WS-CATEGORY-INDEX)
           MOVE ZERO TO
               WS-FT-EXPECTED-UNITS(WS-FOUND-INDEX, WS-CATEGORY-INDEX)
           ADD 1 TO WS-CATEGORY-INDEX.

      *----------------------------------------------------------------
      * VARIANCE BY FIRM AND CHARGE CATEGORY.
      *----------------------------------------------------------------
       REPORT-VARIANCE-PROCESS.
           MOVE SPACES TO CLRINV-RPT-LINE
           WRITE CLRINV-RPT-LINE
           MOVE 'VARIANCE BY CHARGE CATEGORY' TO CLRINV-RPT-LINE
           WRITE CLRINV-RPT-LINE
           MOVE SPACES TO CLRINV-RPT-LINE
           STRING '  CATEGORY  BILLED UNITS    BILLED AMOUNT  '
                      DELIMITED BY SIZE
                  'EXPECTED UNITS    CARD RATE  EXPECTED AMOUNT'
                      DELIMITED BY SIZE
                  '         VARIANCE' DELIMITED BY SIZE
                  INTO CLRINV-RPT-LINE
           END-STRING
           WRITE CLRINV-RPT-LINE
           MOVE 1 TO WS-FIRM-INDEX
           PERFORM REPORT-ONE-FIRM UNTIL WS-FIRM-INDEX > WS-FIRM-COUNT.

       REPORT-ONE-FIRM.
           MOVE SPACES TO CLRINV-RPT-LINE
           WRITE CLRINV-RPT-LINE
           MOVE SPACES TO CLRINV-RPT-LINE
           IF WS-FT-HAS-RATE(WS-FIRM-INDEX)
               STRING 'FIRM ' DELIMITED BY SIZE
                      WS-FT-FIRM(WS-FIRM-INDEX) DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WS-FT-NAME(WS-FIRM-INDEX) DELIMITED BY SIZE
                      ' RATE CARD EFFECTIVE ' DELIMITED BY SIZE
                      WS-FT-EFFECTIVE-DATE(WS-FIRM-INDEX)
                          DELIMITED BY SIZE
                      INTO CLRINV-RPT-LINE
               END-STRING
           ELSE
               STRING 'FIRM ' DELIMITED BY SIZE
                      WS-FT-FIRM(WS-FIRM-INDEX) DELIMITED BY SIZE
                      ' *** NO RATE CARD - EXPECTED CHARGES PRICED '
                          DELIMITED BY SIZE
                      'AT ZERO ***' DELIMITED BY SIZE
                      INTO CLRINV-RPT-LINE
               END-STRING
           END-IF
           WRITE CLRINV-RPT-LINE

           MOVE ZERO TO WS-FIRM-BILLED-TOTAL
           MOVE ZERO TO WS-FIRM-EXPECTED-TOTAL
           MOVE 1 TO WS-CATEGORY-INDEX
           PERFORM REPORT-ONE-CATEGORY 4 TIMES

           COMPUTE WS-FIRM-VARIANCE-TOTAL =
               WS-FIRM-BILLED-TOTAL - WS-FIRM-EXPECTED-TOTAL
           MOVE WS-FIRM-BILLED-TOTAL TO WS-AMOUNT-DISPLAY
           MOVE WS-FIRM-EXPECTED-TOTAL TO WS-AMOUNT-DISPLAY-2
           MOVE WS-FIRM-VARIANCE-TOTAL TO WS-AMOUNT-DISPLAY-3
           MOVE SPACES TO CLRINV-RPT-LINE
           STRING '  TOTAL                 ' DELIMITED BY SIZE
                  WS-AMOUNT-DISPLAY DELIMITED BY SIZE
                  '                             ' DELIMITED BY SIZE
                  WS-AMOUNT-DISPLAY-2 DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  WS-AMOUNT-DISPLAY-3 DELIMITED BY SIZE
                  INTO CLRINV-RPT-LINE
           END-STRING
           WRITE CLRINV-RPT-LINE

           IF WS-FT-DISPUTE-COUNT(WS-FIRM-INDEX) > ZERO
               MOVE WS-FT-DISPUTE-COUNT(WS-FIRM-INDEX) TO
                   WS-UNITS-DISPLAY
               MOVE WS-FT-DISPUTE-AMOUNT(WS-FIRM-INDEX) TO
                   WS-AMOUNT-DISPLAY
               MOVE SPACES TO CLRINV-RPT-LINE
               STRING '  DISPUTED TICKETS ' DELIMITED BY SIZE
                      WS-UNITS-DISPLAY DELIMITED BY SIZE
                      '  DISPUTED AMOUNT ' DELIMITED BY SIZE
                      WS-AMOUNT-DISPLAY DELIMITED BY SIZE
                      INTO CLRINV-RPT-LINE
               END-STRING
               WRITE CLRINV-RPT-LINE
           END-IF
           ADD 1 TO WS-FIRM-INDEX.

       REPORT-ONE-CATEGORY.
           COMPUTE WS-EXPECTED-AMOUNT ROUNDED =
               WS-FT-EXPECTED-UNITS(WS-FIRM-INDEX, WS-CATEGORY-INDEX)
               * WS-FT-RATE(WS-FIRM-INDEX, WS-CATEGORY-INDEX)
           COMPUTE WS-VARIANCE-AMOUNT =
               WS-FT-BILLED-AMOUNT(WS-FIRM-INDEX, WS-CATEGORY-INDEX)
               - WS-EXPECTED-AMOUNT
           ADD WS-FT-BILLED-AMOUNT(WS-FIRM-INDEX, WS-CATEGORY-INDEX)
               TO WS-FIRM-BILLED-TOTAL
           ADD WS-EXPECTED-AMOUNT TO WS-FIRM-EXPECTED-TOTAL

           MOVE WS-FT-BILLED-UNITS(WS-FIRM-INDEX, WS-CATEGORY-INDEX)
               TO WS-UNITS-DISPLAY
           MOVE WS-FT-BILLED-AMOUNT(WS-FIRM-INDEX, WS-CATEGORY-INDEX)
               TO WS-AMOUNT-DISPLAY
           MOVE WS-FT-EXPECTED-UNITS(WS-FIRM-INDEX, WS-CATEGORY-INDEX)
               TO WS-UNITS-DISPLAY-2
           MOVE WS-FT-RATE(WS-FIRM-INDEX, WS-CATEGORY-INDEX) TO
               WS-RATE-DISPLAY
           MOVE WS-EXPECTED-AMOUNT TO WS-AMOUNT-DISPLAY-2
           MOVE WS-VARIANCE-AMOUNT TO WS-AMOUNT-DISPLAY-3
           MOVE SPACES TO CLRINV-RPT-LINE
           STRING '  ' DELIMITED BY SIZE
                  WS-CATEGORY-NAME(WS-CATEGORY-INDEX) DELIMITED BY SIZE
                  '     ' DELIMITED BY SIZE
                  WS-UNITS-DISPLAY DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  WS-AMOUNT-DISPLAY DELIMITED BY SIZE
                  '       ' DELIMITED BY SIZE
                  WS-UNITS-DISPLAY-2 DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  WS-RATE-DISPLAY DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  WS-AMOUNT-DISPLAY-2 DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  WS-AMOUNT-DISPLAY-3 DELIMITED BY SIZE
                  INTO CLRINV-RPT-LINE
           END-STRING
           WRITE CLRINV-RPT-LINE
           ADD 1 TO WS-CATEGORY-INDEX.

       VALIDATE-CONTROL-ENVELOPE.
      *    THE COMMON INTAKE GATE (FILEGATE): THE ENVELOPE COUNTS THE
      *    INVOICE LINES AND HASHES THEIR CHARGE AMOUNTS, AND THE
      *    LEDGER REFUSES AN INVOICE FILE ALREADY CONSUMED. NO
      *    CLRINV.ENV YET LOADS UNVERIFIED WITH A WARNING.
           MOVE SPACES TO WS-ENVELOPE
           OPEN INPUT CLRINVENV-FILE
           IF WS-ENV-STATUS NOT = '00'
               DISPLAY 'CLRINV: NO CLRINV.ENV ENVELOPE - '
                   'INVOICE LOADS UNVERIFIED'
               GO TO VALIDATE-ENVELOPE-EXIT
           END-IF
           READ CLRINVENV-FILE INTO WS-ENVELOPE
               AT END
                   DISPLAY 'CLRINV: CLRINV.ENV IS EMPTY - '
                       'INVOICE LOADS UNVERIFIED'
                   CLOSE CLRINVENV-FILE
                   MOVE SPACES TO WS-ENVELOPE
                   GO TO VALIDATE-ENVELOPE-EXIT
           END-READ
           CLOSE CLRINVENV-FILE

           MOVE ZERO TO WS-ACTUAL-COUNT
           MOVE ZERO TO WS-ACTUAL-AMOUNT
           READ CLRINV-FILE
               AT END SET INV-EOF TO TRUE
           END-READ
           PERFORM PRESCAN-ONE-LINE UNTIL INV-EOF
           CLOSE CLRINV-FILE
           OPEN INPUT CLRINV-FILE
           IF WS-INV-STATUS NOT = '00'
               DISPLAY 'CLRINV: UNABLE TO RE-OPEN CLRINV.DAT, '
                   'STATUS = ' WS-INV-STATUS
               STOP RUN
           END-IF

           MOVE 'VERIFY' TO WS-GATE-OPERATION
           CALL 'FILEGATE' USING WS-GATE-OPERATION,
                                  WS-ENVELOPE,
                                  WS-ACTUAL-COUNT,
                                  WS-ACTUAL-AMOUNT,
                                  WS-GATE-RETURN-CODE
           IF WS-GATE-RETURN-CODE NOT = 00
               DISPLAY 'CLRINV: INVOICE FILE REFUSED BY THE INTAKE '
                   'GATE, RC=' WS-GATE-RETURN-CODE
                   ' - NOTHING RECONCILED'
               CLOSE CLRINV-FILE
               STOP RUN
           END-IF.

       VALIDATE-ENVELOPE-EXIT.
           EXIT.

       PRESCAN-ONE-LINE.
           ADD 1 TO WS-ACTUAL-COUNT
           IF CIV-CHARGE-AMOUNT IS NUMERIC
               ADD CIV-CHARGE-AMOUNT TO WS-ACTUAL-AMOUNT
           END-IF
           READ CLRINV-FILE
               AT END SET INV-EOF TO TRUE
           END-READ.

       FINALIZE-PROCESS.
           IF ENV-FILE-ID OF WS-ENVELOPE NOT = SPACES
               MOVE 'CONSUM' TO WS-GATE-OPERATION
               CALL 'FILEGATE' USING WS-GATE-OPERATION,
                                      WS-ENVELOPE,
                                      WS-ACTUAL-COUNT,
                                      WS-ACTUAL-AMOUNT,
                                      WS-GATE-RETURN-CODE
           END-IF
           CLOSE CLRINV-FILE
           CLOSE TRANSACTION-FILE
           IF RATE-FILE-OPEN
               CLOSE CLRRATE-FILE
           END-IF
           IF FAIL-FILE-OPEN
               CLOSE FAILTRK-FILE
           END-IF
           CLOSE CLRINV-RPT-FILE

           MOVE WS-LOADED-COUNT TO WS-LOADED-DISPLAY
           MOVE WS-REJECT-COUNT TO WS-REJECT-DISPLAY
           MOVE WS-SENT-COUNT TO WS-SENT-DISPLAY
           MOVE WS-DISPUTE-COUNT TO WS-DISPUTE-DISPLAY
           DISPLAY 'CLRINV: ' WS-LOADED-DISPLAY ' INVOICE LINE(S) '
               'LOADED, ' WS-REJECT-DISPLAY ' REJECTED, '
               WS-SENT-DISPLAY ' TICKET(S) SENT, '
               WS-DISPUTE-DISPLAY ' DISPUTED TICKET(S)'.

       END PROGRAM CLRINV.
