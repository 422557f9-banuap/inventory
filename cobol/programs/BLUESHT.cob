       IDENTIFICATION DIVISION.
       PROGRAM-ID. BLUESHT.
      ******************************************************************
      * PROGRAM: BLUESHT - ELECTRONIC BLUE SHEET RESPONSE GENERATOR
      * VERSION: 1.0
      * DATE: 2026-10-15
      * PURPOSE: ANSWER A REGULATOR'S BLUE-SHEET TRADING REQUEST IN
      *          PLACE OF PULLING TRADES OFF TRANS.DAT, THE TRANARCH
      *          ARCHIVE AND CUSTOMER.DAT BY HAND. THE REQUEST FILE
      *          (BSREQ.DAT) IS ONE 'H' RECORD - REQUEST ID, DATE
      *          RECEIVED AND THE TRADE-DATE RANGE ASKED FOR - AND
      *          ONE 'S' RECORD PER SYMBOL. EVERY BUY, SEL, SHT AND
      *          CVR IN THOSE SYMBOLS AND DATES, LIVE OR ARCHIVED, IS
      *          WRITTEN TO THE RESPONSE FILE (BSRESP.DAT) IN THE
      *          ELECTRONIC BLUE SHEET LAYOUT WITH THE ACCOUNT TYPE
      *          AND THE CUSTOMER'S NAME, ADDRESS, TIN AND
      *          EMPLOYEE-FLAG ATTACHED, PLUS TRADE CAPACITY,
      *          EXECUTION TIME AND EXCHANGE, BETWEEN A HEADER AND A
      *          TRAILER CARRYING THE CONTROL TOTALS. THE COVER
      *          REPORT (BLUESHT.RPT) GIVES THE RESPONSE DUE DATE,
      *          THE PER-SYMBOL COUNTS AND ANY TRADE WHOSE ACCOUNT OR
      *          CUSTOMER COULD NOT BE FOUND.
      * FUNCTIONS: STANDALONE BATCH JOB - RUN WHEN A REQUEST ARRIVES.
      *
      * NOTES: THE RESPONSE IS DUE WS-RESPONSE-BUSINESS-DAYS BUSINESS
      *        DAYS AFTER THE DATE RECEIVED (TODAY WHEN THE REQUEST
      *        CARRIES NONE), COUNTED OFF BUSCAL THE WAY EXPHSCAN
      *        COUNTS. A TRADE CARRYING NO EXECUTION-TIME REPORTS THE
      *        TIME IT WAS POSTED, AS TRCEXTR DOES. THE EXCHANGE IS
      *        THE ROUTING DESTINATION ORDROUTE SENDS EVERY ORDER TO
      *        FOR A TRADE WORKED THROUGH AN ORDER, AND OVER-THE-
      *        COUNTER FOR ONE BOOKED WITHOUT ONE. A TRADE LATER
      *        REVERSED THROUGH TRANPOST IS STILL REPORTED, FLAGGED
      *        CANCELLED; THE REVERSING ENTRY ITSELF IS NOT A TRADE
      *        AND IS LEFT OUT, AS ARE CORPORATE-REORGANIZATION
      *        BOOKINGS.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BSREQ-FILE ASSIGN TO "BSREQ.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-REQ-STATUS.

           SELECT TRANSACTION-FILE ASSIGN TO "TRANS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRANSACTION-ID OF TRANSACTION-RECORD
               ALTERNATE RECORD KEY IS ACCOUNT-ID OF TRANSACTION-RECORD
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS SECURITY-SYMBOL OF
                   TRANSACTION-RECORD WITH DUPLICATES
               FILE STATUS IS WS-FILE-STATUS.

           SELECT TRANSARCH-FILE ASSIGN TO "TRANSARCH.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ARCH-STATUS.

           SELECT ACCOUNT-FILE ASSIGN TO "ACCOUNT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCOUNT-ID OF ACCOUNT-RECORD
               FILE STATUS IS WS-ACCOUNT-STATUS.

           SELECT CUSTOMER-FILE ASSIGN TO "CUSTOMER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUSTOMER-ID OF CUSTOMER-RECORD
               FILE STATUS IS WS-CUST-STATUS.

           SELECT SECMAST-FILE ASSIGN TO "SECMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SEC-SYMBOL
               FILE STATUS IS WS-SECMAST-STATUS.

           SELECT BUSCAL-FILE ASSIGN TO "BUSCAL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CAL-KEY
               FILE STATUS IS WS-BUSCAL-STATUS.

           SELECT BSRESP-FILE ASSIGN TO "BSRESP.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RESP-STATUS.

           SELECT BLUESHT-RPT-FILE ASSIGN TO "BLUESHT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BSREQ-FILE.
       01  BSREQ-RECORD.
           05  BSQ-RECORD-TYPE           PIC X(01).
               88  BSQ-HEADER            VALUE 'H'.
               88  BSQ-SYMBOL-REC        VALUE 'S'.
           05  BSQ-HEADER-DATA.
               10  BSQ-REQUEST-ID        PIC X(20).
               10  BSQ-RECEIVED-DATE     PIC X(08).
               10  BSQ-FROM-DATE         PIC X(08).
               10  BSQ-TO-DATE           PIC X(08).
               10  BSQ-REQUESTOR         PIC X(30).
           05  BSQ-SYMBOL-DATA REDEFINES BSQ-HEADER-DATA.
               10  BSQ-SYMBOL            PIC X(12).
               10  FILLER                PIC X(62).
           05  FILLER                    PIC X(10).

       FD  TRANSACTION-FILE.
       COPY TRANSACTION.

       FD  TRANSARCH-FILE.
       COPY TRANSACTION REPLACING TRANSACTION-RECORD BY
           ARCHIVE-RECORD.

       FD  ACCOUNT-FILE.
       COPY ACCOUNT.

       FD  CUSTOMER-FILE.
       COPY CUSTOMER.

       FD  SECMAST-FILE.
       COPY SECMAST.

       FD  BUSCAL-FILE.
       COPY BUSCAL.

       FD  BSRESP-FILE.
       01  BSRESP-RECORD.
           05  BSR-RECORD-TYPE           PIC X(01).
               88  BSR-HEADER            VALUE 'H'.
               88  BSR-DETAIL            VALUE 'D'.
               88  BSR-TRAILER           VALUE 'T'.
           05  BSR-REQUEST-ID            PIC X(20).
           05  BSR-TRADE-DATE            PIC X(08).
           05  BSR-SYMBOL                PIC X(12).
           05  BSR-CUSIP                 PIC X(09).
           05  BSR-BUY-SELL-CODE         PIC X(02).
           05  BSR-QUANTITY              PIC 9(09)V999.
           05  BSR-PRICE                 PIC 9(09)V9999.
           05  BSR-PRINCIPAL             PIC 9(13)V99.
           05  BSR-EXECUTION-TIME        PIC X(08).
           05  BSR-EXCHANGE              PIC X(08).
           05  BSR-TRADE-CAPACITY        PIC X(01).
           05  BSR-CANCEL-FLAG           PIC X(01).
           05  BSR-SOURCE                PIC X(01).
           05  BSR-TRANSACTION-ID        PIC X(16).
           05  BSR-TRADE-REF             PIC X(20).
           05  BSR-CONTRA-ID             PIC X(10).
           05  BSR-ACCOUNT-ID            PIC X(12).
           05  BSR-ACCOUNT-TYPE          PIC X(02).
           05  BSR-CUSTOMER-ID           PIC X(10).
           05  BSR-CUSTOMER-TYPE         PIC X(01).
           05  BSR-TIN                   PIC X(11).
           05  BSR-NAME                  PIC X(60).
           05  BSR-ADDRESS-LINE1         PIC X(40).
           05  BSR-ADDRESS-LINE2         PIC X(40).
           05  BSR-CITY                  PIC X(30).
           05  BSR-STATE                 PIC X(02).
           05  BSR-ZIP-CODE              PIC X(10).
           05  BSR-COUNTRY               PIC X(03).
           05  BSR-EMPLOYEE-FLAG         PIC X(01).
           05  FILLER                    PIC X(21).
       01  BSRESP-CONTROL-RECORD.
           05  BSRC-RECORD-TYPE          PIC X(01).
           05  BSRC-REQUEST-ID           PIC X(20).
           05  BSRC-RUN-DATE             PIC X(08).
           05  BSRC-FROM-DATE            PIC X(08).
           05  BSRC-TO-DATE              PIC X(08).
           05  BSRC-RECEIVED-DATE        PIC X(08).
           05  BSRC-DUE-DATE             PIC X(08).
           05  BSRC-SYMBOL-COUNT         PIC 9(05).
           05  BSRC-RECORD-COUNT         PIC 9(07).
           05  BSRC-BUY-QUANTITY         PIC 9(13)V999.
           05  BSRC-SELL-QUANTITY        PIC 9(13)V999.
           05  BSRC-TOTAL-PRINCIPAL      PIC 9(15)V99.
           05  FILLER                    PIC X(278).

       FD  BLUESHT-RPT-FILE.
       01  BLUESHT-RPT-LINE              PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-REQ-STATUS                 PIC XX.
           88  REQ-EOF                   VALUE '10'.
       01  WS-FILE-STATUS                PIC XX.
           88  FILE-OK                   VALUE '00'.
           88  FILE-EOF                  VALUE '10'.
       01  WS-ARCH-STATUS                PIC XX.
           88  ARCH-EOF                  VALUE '10'.
       01  WS-ACCOUNT-STATUS             PIC XX.
       01  WS-CUST-STATUS                PIC XX.
       01  WS-SECMAST-STATUS             PIC XX.
       01  WS-BUSCAL-STATUS              PIC XX.
       01  WS-RESP-STATUS                PIC XX.
       01  WS-RPT-STATUS                 PIC XX.

       01  WS-ARCHIVE-SW                 PIC X(01).
           88  ARCHIVE-AVAILABLE         VALUE 'Y'.
       01  WS-SECMAST-SW                 PIC X(01).
           88  SECMAST-AVAILABLE         VALUE 'Y'.

      *    WHAT A TRADE REPORTS AS ITS EXCHANGE - THE ROUTING
      *    DESTINATION ORDROUTE SENDS EVERY ORDER TO, OR OFF-EXCHANGE
      *    FOR A TRADE BOOKED WITHOUT AN ORDER.
       01  WS-ROUTED-EXCHANGE            PIC X(08) VALUE 'PRIMARY '.
       01  WS-OTC-EXCHANGE               PIC X(08) VALUE 'OTC     '.

      *    BUSINESS DAYS THE REGULATOR ALLOWS FOR THE RESPONSE.
       01  WS-RESPONSE-BUSINESS-DAYS     PIC 9(02) VALUE 10.

       01  WS-CURRENT-DATE.
           05  WS-CURRENT-YEAR           PIC 9(04).
           05  WS-CURRENT-MONTH          PIC 9(02).
           05  WS-CURRENT-DAY            PIC 9(02).
       01  WS-TODAY-DATE REDEFINES WS-CURRENT-DATE PIC X(08).

      *----------------------------------------------------------------
      * THE REQUEST.
      *----------------------------------------------------------------
       01  WS-REQUEST-ID                 PIC X(20).
       01  WS-RECEIVED-DATE              PIC X(08).
       01  WS-FROM-DATE                  PIC X(08).
       01  WS-TO-DATE                    PIC X(08).
       01  WS-REQUESTOR                  PIC X(30).
       01  WS-DUE-DATE                   PIC X(08).
       01  WS-HEADER-SW                  PIC X(01).
           88  HEADER-FOUND              VALUE 'Y'.

       01  WS-MAX-SYMBOLS                PIC 9(05) COMP VALUE 500.
       01  WS-SYMBOL-COUNT               PIC 9(05) COMP.
       01  WS-SYMBOL-TABLE.
           05  WS-SYMBOL-ENTRY OCCURS 500 TIMES
                   INDEXED BY WS-SYM-IDX.
               10  WS-SE-SYMBOL          PIC X(12).
               10  WS-SE-TRADE-COUNT     PIC 9(07) COMP.
       01  WS-SYM-SUB                    PIC 9(05) COMP.
       01  WS-LOOKUP-SYMBOL              PIC X(12).
       01  WS-SYMBOL-FOUND-SW            PIC X(01).
           88  SYMBOL-FOUND              VALUE 'Y'.
       01  WS-SYMBOL-SCAN-SW             PIC X(01).
           88  SYMBOL-SCAN-DONE          VALUE 'Y'.

      *----------------------------------------------------------------
      * THE TRADE BEING WRITTEN, FROM EITHER FILE.
      *----------------------------------------------------------------
       COPY TRANSACTION REPLACING TRANSACTION-RECORD BY
           WS-TRADE-RECORD.
       01  WS-TRADE-SOURCE               PIC X(01).
           88  LIVE-TRADE                VALUE 'L'.
           88  ARCHIVED-TRADE            VALUE 'A'.
       01  WS-ACCOUNT-FOUND-SW           PIC X(01).
           88  ACCOUNT-FOUND             VALUE 'Y'.
       01  WS-CUSTOMER-FOUND-SW          PIC X(01).
           88  CUSTOMER-FOUND            VALUE 'Y'.
       01  WS-PRINCIPAL                  PIC S9(13)V99 COMP-3.

      *----------------------------------------------------------------
      * BUSINESS-DAY ARITHMETIC (AS EXPHSCAN).
      *----------------------------------------------------------------
       01  WS-BUSINESS-DAY-SW            PIC X(01).
           88  IS-BUSINESS-DAY           VALUE 'Y'.
       01  WS-BUSDAY-MARKET              PIC X(04) VALUE 'US  '.
       01  WS-BUSDAY-TARGET              PIC 9(02).
       01  WS-BUSDAY-COUNT               PIC 9(02).
       01  WS-BUSDAY-INT                 PIC 9(08).
       01  WS-BUSDAY-NUM                 PIC 9(08).
       01  WS-BUSDAY-REM                 PIC 9(01).

      *----------------------------------------------------------------
      * CONTROL TOTALS.
      *----------------------------------------------------------------
       01  WS-DETAIL-COUNT               PIC 9(07) COMP.
       01  WS-LIVE-COUNT                 PIC 9(07) COMP.
       01  WS-ARCHIVE-COUNT              PIC 9(07) COMP.
       01  WS-CANCEL-COUNT               PIC 9(07) COMP.
       01  WS-MISSING-COUNT              PIC 9(07) COMP.
       01  WS-BUY-QUANTITY               PIC S9(13)V999 COMP-3.
       01  WS-SELL-QUANTITY              PIC S9(13)V999 COMP-3.
       01  WS-TOTAL-PRINCIPAL            PIC S9(15)V99 COMP-3.
       01  WS-COUNT-DISPLAY              PIC ZZZZZZ9.
       01  WS-DETAIL-DISPLAY             PIC ZZZZZZ9.
       01  WS-LIVE-DISPLAY               PIC ZZZZZZ9.
       01  WS-ARCHIVE-DISPLAY            PIC ZZZZZZ9.
       01  WS-CANCEL-DISPLAY             PIC ZZZZZZ9.
       01  WS-MISSING-DISPLAY            PIC ZZZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           PERFORM INITIALIZE-PROCESS
           PERFORM LOAD-REQUEST-PROCESS THRU LOAD-REQUEST-EXIT
           PERFORM OPEN-TRADE-FILES-PROCESS
           PERFORM WRITE-RESPONSE-HEADER
           PERFORM SCAN-LIVE-SYMBOL
               VARYING WS-SYM-SUB FROM 1 BY 1
               UNTIL WS-SYM-SUB > WS-SYMBOL-COUNT
           IF ARCHIVE-AVAILABLE
               PERFORM SCAN-ARCHIVE-PROCESS
           END-IF
           PERFORM FINALIZE-PROCESS
           STOP RUN.

       INITIALIZE-PROCESS.
           MOVE ZERO TO WS-SYMBOL-COUNT
           MOVE ZERO TO WS-DETAIL-COUNT
           MOVE ZERO TO WS-LIVE-COUNT
           MOVE ZERO TO WS-ARCHIVE-COUNT
           MOVE ZERO TO WS-CANCEL-COUNT
           MOVE ZERO TO WS-MISSING-COUNT
           MOVE ZERO TO WS-BUY-QUANTITY
           MOVE ZERO TO WS-SELL-QUANTITY
           MOVE ZERO TO WS-TOTAL-PRINCIPAL
           MOVE 'N' TO WS-HEADER-SW

           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.

      *----------------------------------------------------------------
      * READ THE REQUEST - ITS HEADER AND THE SYMBOLS ASKED FOR.
      *----------------------------------------------------------------
       LOAD-REQUEST-PROCESS.
           OPEN INPUT BSREQ-FILE
           IF WS-REQ-STATUS NOT = '00'
               DISPLAY 'BLUESHT: UNABLE TO OPEN BSREQ.DAT, STATUS = '
                   WS-REQ-STATUS
               STOP RUN
           END-IF

           READ BSREQ-FILE
           PERFORM LOAD-ONE-REQUEST-RECORD UNTIL REQ-EOF
           CLOSE BSREQ-FILE

           IF NOT HEADER-FOUND
               DISPLAY 'BLUESHT: BSREQ.DAT CARRIES NO REQUEST HEADER'
               STOP RUN
           END-IF
           IF WS-FROM-DATE = SPACES OR WS-TO-DATE = SPACES
              OR WS-FROM-DATE > WS-TO-DATE
               DISPLAY 'BLUESHT: REQUEST ' WS-REQUEST-ID
                   ' HAS NO USABLE DATE RANGE'
               STOP RUN
           END-IF
           IF WS-SYMBOL-COUNT = ZERO
               DISPLAY 'BLUESHT: REQUEST ' WS-REQUEST-ID
                   ' NAMES NO SYMBOLS'
               STOP RUN
           END-IF

           IF WS-RECEIVED-DATE = SPACES
               MOVE WS-TODAY-DATE TO WS-RECEIVED-DATE
           END-IF
           IF WS-RECEIVED-DATE IS NOT NUMERIC
               DISPLAY 'BLUESHT: REQUEST ' WS-REQUEST-ID
                   ' HAS AN INVALID DATE RECEIVED ' WS-RECEIVED-DATE
               STOP RUN
           END-IF
           MOVE WS-RECEIVED-DATE TO WS-BUSDAY-NUM
           MOVE WS-RESPONSE-BUSINESS-DAYS TO WS-BUSDAY-TARGET
           PERFORM ADD-BUSINESS-DAYS
           MOVE WS-BUSDAY-NUM TO WS-DUE-DATE.

       LOAD-REQUEST-EXIT.
           EXIT.

       LOAD-ONE-REQUEST-RECORD.
           EVALUATE TRUE
               WHEN BSQ-HEADER
                   IF HEADER-FOUND
                       DISPLAY 'BLUESHT: SECOND REQUEST HEADER '
                           BSQ-REQUEST-ID ' IGNORED'
                   ELSE
                       MOVE 'Y' TO WS-HEADER-SW
                       MOVE BSQ-REQUEST-ID TO WS-REQUEST-ID
                       MOVE BSQ-RECEIVED-DATE TO WS-RECEIVED-DATE
                       MOVE BSQ-FROM-DATE TO WS-FROM-DATE
                       MOVE BSQ-TO-DATE TO WS-TO-DATE
                       MOVE BSQ-REQUESTOR TO WS-REQUESTOR
                   END-IF
               WHEN BSQ-SYMBOL-REC
                   PERFORM ADD-REQUEST-SYMBOL THRU
                       ADD-REQUEST-SYMBOL-EXIT
               WHEN OTHER
                   DISPLAY 'BLUESHT: UNKNOWN REQUEST RECORD TYPE '
                       BSQ-RECORD-TYPE ' IGNORED'
           END-EVALUATE

           READ BSREQ-FILE.

       ADD-REQUEST-SYMBOL.
           IF BSQ-SYMBOL = SPACES
               GO TO ADD-REQUEST-SYMBOL-EXIT
           END-IF
           MOVE BSQ-SYMBOL TO WS-LOOKUP-SYMBOL
           PERFORM FIND-REQUEST-SYMBOL
           IF SYMBOL-FOUND
               GO TO ADD-REQUEST-SYMBOL-EXIT
           END-IF
           IF WS-SYMBOL-COUNT >= WS-MAX-SYMBOLS
               DISPLAY 'BLUESHT: SYMBOL TABLE FULL - ' BSQ-SYMBOL
                   ' NOT SEARCHED'
               GO TO ADD-REQUEST-SYMBOL-EXIT
           END-IF
           ADD 1 TO WS-SYMBOL-COUNT
           SET WS-SYM-IDX TO WS-SYMBOL-COUNT
           MOVE BSQ-SYMBOL TO WS-SE-SYMBOL (WS-SYM-IDX)
           MOVE ZERO TO WS-SE-TRADE-COUNT (WS-SYM-IDX).

       ADD-REQUEST-SYMBOL-EXIT.
           EXIT.

      * LOOK UP THE SYMBOL IN WS-LOOKUP-SYMBOL ON THE REQUEST TABLE,
      * LOOK UP THE SYMBOL IN WS-LOOKUP-SYMBOL ON THE REQUEST,
      * LEAVING WS-SYM-IDX ON IT WHEN FOUND.
      *----------------------------------------------------------------
       FIND-REQUEST-SYMBOL.
           MOVE 'N' TO WS-SYMBOL-FOUND-SW
           IF WS-SYMBOL-COUNT > ZERO
               SET WS-SYM-IDX TO 1
               SEARCH WS-SYMBOL-ENTRY
                   AT END
                       MOVE 'N' TO WS-SYMBOL-FOUND-SW
                   WHEN WS-SYM-IDX > WS-SYMBOL-COUNT
                       MOVE 'N' TO WS-SYMBOL-FOUND-SW
                   WHEN WS-SE-SYMBOL (WS-SYM-IDX) = WS-LOOKUP-SYMBOL
                       MOVE 'Y' TO WS-SYMBOL-FOUND-SW
               END-SEARCH
           END-IF.

       OPEN-TRADE-FILES-PROCESS.
           OPEN INPUT TRANSACTION-FILE
           IF WS-FILE-STATUS NOT = '00'
               DISPLAY 'BLUESHT: UNABLE TO OPEN TRANS.DAT, STATUS = '
                   WS-FILE-STATUS
               STOP RUN
           END-IF

           OPEN INPUT TRANSARCH-FILE
           IF WS-ARCH-STATUS = '00'
               MOVE 'Y' TO WS-ARCHIVE-SW
           ELSE
               MOVE 'N' TO WS-ARCHIVE-SW
               DISPLAY 'BLUESHT: NO TRANSARCH.DAT ON FILE - LIVE '
                   'TRADES ONLY'
           END-IF

           OPEN INPUT ACCOUNT-FILE
           IF WS-ACCOUNT-STATUS NOT = '00'
               DISPLAY 'BLUESHT: UNABLE TO OPEN ACCOUNT.DAT, '
                   'STATUS = ' WS-ACCOUNT-STATUS
               STOP RUN
           END-IF

           OPEN INPUT CUSTOMER-FILE
           IF WS-CUST-STATUS NOT = '00'
               DISPLAY 'BLUESHT: UNABLE TO OPEN CUSTOMER.DAT, '
                   'STATUS = ' WS-CUST-STATUS
               STOP RUN
           END-IF

           OPEN INPUT SECMAST-FILE
           IF WS-SECMAST-STATUS = '00'
               MOVE 'Y' TO WS-SECMAST-SW
           ELSE
               MOVE 'N' TO WS-SECMAST-SW
           END-IF

           OPEN OUTPUT BSRESP-FILE
           IF WS-RESP-STATUS NOT = '00'
               DISPLAY 'BLUESHT: UNABLE TO OPEN BSRESP.DAT, '
                   'STATUS = ' WS-RESP-STATUS
               STOP RUN
           END-IF

           OPEN OUTPUT BLUESHT-RPT-FILE
           IF WS-RPT-STATUS NOT = '00'
               DISPLAY 'BLUESHT: UNABLE TO OPEN BLUESHT.RPT, '
                   'STATUS = ' WS-RPT-STATUS
               STOP RUN
           END-IF.

       WRITE-RESPONSE-HEADER.
           MOVE SPACES TO BSRESP-CONTROL-RECORD
           MOVE 'H' TO BSRC-RECORD-TYPE
           MOVE WS-REQUEST-ID TO BSRC-REQUEST-ID
           MOVE WS-TODAY-DATE TO BSRC-RUN-DATE
           MOVE WS-FROM-DATE TO BSRC-FROM-DATE
           MOVE WS-TO-DATE TO BSRC-TO-DATE
           MOVE WS-RECEIVED-DATE TO BSRC-RECEIVED-DATE
           MOVE WS-DUE-DATE TO BSRC-DUE-DATE
           MOVE WS-SYMBOL-COUNT TO BSRC-SYMBOL-COUNT
           MOVE ZERO TO BSRC-RECORD-COUNT
           MOVE ZERO TO BSRC-BUY-QUANTITY
           MOVE ZERO TO BSRC-SELL-QUANTITY
           MOVE ZERO TO BSRC-TOTAL-PRINCIPAL
           WRITE BSRESP-CONTROL-RECORD

           MOVE SPACES TO BLUESHT-RPT-LINE
           STRING 'ELECTRONIC BLUE SHEET RESPONSE - REQUEST '
                      DELIMITED BY SIZE
                  WS-REQUEST-ID DELIMITED BY '  '
                  ' RUN ' DELIMITED BY SIZE
                  WS-TODAY-DATE DELIMITED BY SIZE
                  INTO BLUESHT-RPT-LINE
           END-STRING
           WRITE BLUESHT-RPT-LINE
           MOVE SPACES TO BLUESHT-RPT-LINE
           STRING 'REQUESTED BY ' DELIMITED BY SIZE
                  WS-REQUESTOR DELIMITED BY '  '
                  '  TRADE DATES ' DELIMITED BY SIZE
                  WS-FROM-DATE DELIMITED BY SIZE
                  ' THROUGH ' DELIMITED BY SIZE
                  WS-TO-DATE DELIMITED BY SIZE
                  INTO BLUESHT-RPT-LINE
           END-STRING
           WRITE BLUESHT-RPT-LINE
           MOVE SPACES TO BLUESHT-RPT-LINE
           STRING 'RECEIVED ' DELIMITED BY SIZE
                  WS-RECEIVED-DATE DELIMITED BY SIZE
                  '  RESPONSE DUE ' DELIMITED BY SIZE
                  WS-DUE-DATE DELIMITED BY SIZE
                  INTO BLUESHT-RPT-LINE
           END-STRING
           IF WS-TODAY-DATE > WS-DUE-DATE
               MOVE '- PAST DUE' TO BLUESHT-RPT-LINE (42:10)
           END-IF
           WRITE BLUESHT-RPT-LINE
           MOVE SPACES TO BLUESHT-RPT-LINE
           WRITE BLUESHT-RPT-LINE.

      *----------------------------------------------------------------
      * LIVE TRADES - WALK TRANS.DAT ON ITS SECURITY-SYMBOL KEY FOR
      * EACH SYMBOL ASKED FOR.
      *----------------------------------------------------------------
       SCAN-LIVE-SYMBOL.
           MOVE 'N' TO WS-SYMBOL-SCAN-SW
           MOVE WS-SE-SYMBOL (WS-SYM-SUB) TO
               SECURITY-SYMBOL OF TRANSACTION-RECORD
           START TRANSACTION-FILE KEY = SECURITY-SYMBOL OF
               TRANSACTION-RECORD
               INVALID KEY MOVE 'Y' TO WS-SYMBOL-SCAN-SW
           END-START
           IF NOT SYMBOL-SCAN-DONE
               READ TRANSACTION-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-SYMBOL-SCAN-SW
               END-READ
           END-IF
           PERFORM CHECK-LIVE-TRADE UNTIL SYMBOL-SCAN-DONE.

       CHECK-LIVE-TRADE.
           IF SECURITY-SYMBOL OF TRANSACTION-RECORD NOT =
              WS-SE-SYMBOL (WS-SYM-SUB)
               MOVE 'Y' TO WS-SYMBOL-SCAN-SW
           ELSE
               MOVE TRANSACTION-RECORD TO WS-TRADE-RECORD
               MOVE 'L' TO WS-TRADE-SOURCE
               PERFORM SELECT-TRADE THRU SELECT-TRADE-EXIT
               READ TRANSACTION-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-SYMBOL-SCAN-SW
               END-READ
           END-IF.

      *----------------------------------------------------------------
      * ARCHIVED TRADES - ONE PASS OF TRANSARCH.DAT, KEEPING THOSE IN
      * A SYMBOL ASKED FOR. AN ARCHIVED TRADE HAS LEFT TRANS.DAT, SO
      * NOTHING IS REPORTED TWICE.
      *----------------------------------------------------------------
       SCAN-ARCHIVE-PROCESS.
           READ TRANSARCH-FILE
           PERFORM CHECK-ARCHIVED-TRADE UNTIL ARCH-EOF.

       CHECK-ARCHIVED-TRADE.
           MOVE SECURITY-SYMBOL OF ARCHIVE-RECORD TO WS-LOOKUP-SYMBOL
           PERFORM FIND-REQUEST-SYMBOL
           IF SYMBOL-FOUND
               MOVE ARCHIVE-RECORD TO WS-TRADE-RECORD
               MOVE 'A' TO WS-TRADE-SOURCE
               PERFORM SELECT-TRADE THRU SELECT-TRADE-EXIT
           END-IF

           READ TRANSARCH-FILE.

      *----------------------------------------------------------------
      * KEEP A TRADE IN THE DATE RANGE AND WRITE ITS DETAIL RECORD.
      *----------------------------------------------------------------
       SELECT-TRADE.
           IF NOT BUY-TRANS OF WS-TRADE-RECORD
              AND NOT SELL-TRANS OF WS-TRADE-RECORD
              AND NOT SHORT-SELL-TRANS OF WS-TRADE-RECORD
              AND NOT BUY-COVER-TRANS OF WS-TRADE-RECORD
               GO TO SELECT-TRADE-EXIT
           END-IF
           IF TRANSACTION-DATE OF WS-TRADE-RECORD < WS-FROM-DATE
              OR TRANSACTION-DATE OF WS-TRADE-RECORD > WS-TO-DATE
               GO TO SELECT-TRADE-EXIT
           END-IF
           IF REVERSAL-OF-ID OF WS-TRADE-RECORD NOT = SPACES
               GO TO SELECT-TRADE-EXIT
           END-IF
           IF CORP-REORG-SUBTYPE OF WS-TRADE-RECORD
               GO TO SELECT-TRADE-EXIT
           END-IF

           PERFORM FIND-ACCOUNT-AND-CUSTOMER
           PERFORM BUILD-DETAIL-RECORD
           WRITE BSRESP-RECORD
           IF WS-RESP-STATUS NOT = '00'
               DISPLAY 'BLUESHT: WRITE FAILED FOR TRANSACTION '
                   TRANSACTION-ID OF WS-TRADE-RECORD
                   ', STATUS = ' WS-RESP-STATUS
               GO TO SELECT-TRADE-EXIT
           END-IF

           ADD 1 TO WS-DETAIL-COUNT
           IF LIVE-TRADE
               ADD 1 TO WS-LIVE-COUNT
           ELSE
               ADD 1 TO WS-ARCHIVE-COUNT
           END-IF
           IF CANCELLED-STATUS OF WS-TRADE-RECORD
               ADD 1 TO WS-CANCEL-COUNT
           END-IF
           IF BUY-TRANS OF WS-TRADE-RECORD
              OR BUY-COVER-TRANS OF WS-TRADE-RECORD
               ADD BSR-QUANTITY TO WS-BUY-QUANTITY
           ELSE
               ADD BSR-QUANTITY TO WS-SELL-QUANTITY
           END-IF
           ADD BSR-PRINCIPAL TO WS-TOTAL-PRINCIPAL
           MOVE SECURITY-SYMBOL OF WS-TRADE-RECORD TO WS-LOOKUP-SYMBOL
           PERFORM FIND-REQUEST-SYMBOL
           IF SYMBOL-FOUND
               ADD 1 TO WS-SE-TRADE-COUNT (WS-SYM-IDX)
           END-IF

           IF NOT ACCOUNT-FOUND OR NOT CUSTOMER-FOUND
               PERFORM REPORT-MISSING-PARTY
           END-IF.

       SELECT-TRADE-EXIT.
           EXIT.

       FIND-ACCOUNT-AND-CUSTOMER.
           MOVE 'N' TO WS-ACCOUNT-FOUND-SW
           MOVE 'N' TO WS-CUSTOMER-FOUND-SW
           MOVE ACCOUNT-ID OF WS-TRADE-RECORD TO
               ACCOUNT-ID OF ACCOUNT-RECORD
           READ ACCOUNT-FILE
           IF WS-ACCOUNT-STATUS = '00'
               MOVE 'Y' TO WS-ACCOUNT-FOUND-SW
               MOVE CUSTOMER-ID OF ACCOUNT-RECORD TO
                   CUSTOMER-ID OF CUSTOMER-RECORD
               READ CUSTOMER-FILE
               IF WS-CUST-STATUS = '00'
                   MOVE 'Y' TO WS-CUSTOMER-FOUND-SW
               END-IF
           END-IF.

       BUILD-DETAIL-RECORD.
           MOVE SPACES TO BSRESP-RECORD
           MOVE 'D' TO BSR-RECORD-TYPE
           MOVE WS-REQUEST-ID TO BSR-REQUEST-ID
           MOVE TRANSACTION-DATE OF WS-TRADE-RECORD TO BSR-TRADE-DATE
           MOVE SECURITY-SYMBOL OF WS-TRADE-RECORD TO BSR-SYMBOL

           IF SECMAST-AVAILABLE
               MOVE SECURITY-SYMBOL OF WS-TRADE-RECORD TO SEC-SYMBOL
               READ SECMAST-FILE
               IF WS-SECMAST-STATUS = '00'
                   MOVE SEC-CUSIP TO BSR-CUSIP
               END-IF
           END-IF

           EVALUATE TRUE
               WHEN BUY-TRANS OF WS-TRADE-RECORD
                   MOVE 'B ' TO BSR-BUY-SELL-CODE
               WHEN SELL-TRANS OF WS-TRADE-RECORD
                   MOVE 'S ' TO BSR-BUY-SELL-CODE
               WHEN SHORT-SELL-TRANS OF WS-TRADE-RECORD
                   MOVE 'SS' TO BSR-BUY-SELL-CODE
               WHEN BUY-COVER-TRANS OF WS-TRADE-RECORD
                   MOVE 'BC' TO BSR-BUY-SELL-CODE
           END-EVALUATE

           MOVE QUANTITY OF WS-TRADE-RECORD TO BSR-QUANTITY
           MOVE PRICE OF WS-TRADE-RECORD TO BSR-PRICE
           COMPUTE WS-PRINCIPAL ROUNDED =
               QUANTITY OF WS-TRADE-RECORD * PRICE OF WS-TRADE-RECORD
           MOVE WS-PRINCIPAL TO BSR-PRINCIPAL

           MOVE EXECUTION-TIME OF WS-TRADE-RECORD TO
               BSR-EXECUTION-TIME
           IF BSR-EXECUTION-TIME = SPACES
               MOVE CREATED-TIMESTAMP OF WS-TRADE-RECORD (12:8) TO
                   BSR-EXECUTION-TIME
           END-IF
           IF ORDER-ID OF WS-TRADE-RECORD NOT = SPACES
               MOVE WS-ROUTED-EXCHANGE TO BSR-EXCHANGE
           ELSE
               MOVE WS-OTC-EXCHANGE TO BSR-EXCHANGE
           END-IF
           MOVE TRADE-CAPACITY OF WS-TRADE-RECORD TO BSR-TRADE-CAPACITY
           IF CANCELLED-STATUS OF WS-TRADE-RECORD
               MOVE 'Y' TO BSR-CANCEL-FLAG
           ELSE
               MOVE 'N' TO BSR-CANCEL-FLAG
           END-IF
           MOVE WS-TRADE-SOURCE TO BSR-SOURCE
           MOVE TRANSACTION-ID OF WS-TRADE-RECORD TO BSR-TRANSACTION-ID
           MOVE TRADE-REF-NUMBER OF WS-TRADE-RECORD TO BSR-TRADE-REF
           MOVE COUNTERPARTY-ID OF WS-TRADE-RECORD TO BSR-CONTRA-ID
           MOVE ACCOUNT-ID OF WS-TRADE-RECORD TO BSR-ACCOUNT-ID

           IF ACCOUNT-FOUND
               MOVE ACCOUNT-TYPE OF ACCOUNT-RECORD TO BSR-ACCOUNT-TYPE
               MOVE CUSTOMER-ID OF ACCOUNT-RECORD TO BSR-CUSTOMER-ID
           END-IF
           IF CUSTOMER-FOUND
               PERFORM MOVE-CUSTOMER-PARTICULARS
           END-IF.

       MOVE-CUSTOMER-PARTICULARS.
           MOVE CUSTOMER-TYPE OF CUSTOMER-RECORD TO BSR-CUSTOMER-TYPE
           MOVE SSN-EIN OF CUSTOMER-RECORD TO BSR-TIN
           IF INDIVIDUAL-CUSTOMER OF CUSTOMER-RECORD
               STRING FIRST-NAME OF CUSTOMER-RECORD DELIMITED BY '  '
                      ' ' DELIMITED BY SIZE
                      MIDDLE-NAME OF CUSTOMER-RECORD DELIMITED BY '  '
                      ' ' DELIMITED BY SIZE
                      LAST-NAME OF CUSTOMER-RECORD DELIMITED BY '  '
                      INTO BSR-NAME
               END-STRING
           ELSE
               MOVE COMPANY-NAME OF CUSTOMER-RECORD TO BSR-NAME
           END-IF
           MOVE ADDRESS-LINE1 OF CUSTOMER-RECORD TO BSR-ADDRESS-LINE1
           MOVE ADDRESS-LINE2 OF CUSTOMER-RECORD TO BSR-ADDRESS-LINE2
           MOVE CITY OF CUSTOMER-RECORD TO BSR-CITY
           MOVE STATE OF CUSTOMER-RECORD TO BSR-STATE
           MOVE ZIP-CODE OF CUSTOMER-RECORD TO BSR-ZIP-CODE
           MOVE COUNTRY OF CUSTOMER-RECORD TO BSR-COUNTRY
           IF EMPLOYEE-RELATED OF CUSTOMER-RECORD
               MOVE 'Y' TO BSR-EMPLOYEE-FLAG
           ELSE
               MOVE 'N' TO BSR-EMPLOYEE-FLAG
           END-IF.

       REPORT-MISSING-PARTY.
           ADD 1 TO WS-MISSING-COUNT
           MOVE SPACES TO BLUESHT-RPT-LINE
           IF NOT ACCOUNT-FOUND
               STRING 'NO ACCOUNT ' DELIMITED BY SIZE
                      ACCOUNT-ID OF WS-TRADE-RECORD DELIMITED BY SIZE
                      ' FOR TRANSACTION ' DELIMITED BY SIZE
                      TRANSACTION-ID OF WS-TRADE-RECORD
                          DELIMITED BY SIZE
                      ' - SENT WITHOUT CUSTOMER PARTICULARS'
                          DELIMITED BY SIZE
                      INTO BLUESHT-RPT-LINE
               END-STRING
           ELSE
               STRING 'NO CUSTOMER ' DELIMITED BY SIZE
                      CUSTOMER-ID OF ACCOUNT-RECORD DELIMITED BY SIZE
                      ' FOR TRANSACTION ' DELIMITED BY SIZE
                      TRANSACTION-ID OF WS-TRADE-RECORD
                          DELIMITED BY SIZE
                      ' - SENT WITHOUT CUSTOMER PARTICULARS'
                          DELIMITED BY SIZE
                      INTO BLUESHT-RPT-LINE
               END-STRING
           END-IF
           WRITE BLUESHT-RPT-LINE.

       FINALIZE-PROCESS.
           MOVE SPACES TO BSRESP-CONTROL-RECORD
           MOVE 'T' TO BSRC-RECORD-TYPE
           MOVE WS-REQUEST-ID TO BSRC-REQUEST-ID
           MOVE WS-TODAY-DATE TO BSRC-RUN-DATE
           MOVE WS-FROM-DATE TO BSRC-FROM-DATE
           MOVE WS-TO-DATE TO BSRC-TO-DATE
           MOVE WS-RECEIVED-DATE TO BSRC-RECEIVED-DATE
           MOVE WS-DUE-DATE TO BSRC-DUE-DATE
           MOVE WS-SYMBOL-COUNT TO BSRC-SYMBOL-COUNT
           MOVE WS-DETAIL-COUNT TO BSRC-RECORD-COUNT
           MOVE WS-BUY-QUANTITY TO BSRC-BUY-QUANTITY
           MOVE WS-SELL-QUANTITY TO BSRC-SELL-QUANTITY
           MOVE WS-TOTAL-PRINCIPAL TO BSRC-TOTAL-PRINCIPAL
           WRITE BSRESP-CONTROL-RECORD

           MOVE SPACES TO BLUESHT-RPT-LINE
           WRITE BLUESHT-RPT-LINE
           PERFORM REPORT-SYMBOL-COUNT
               VARYING WS-SYM-SUB FROM 1 BY 1
               UNTIL WS-SYM-SUB > WS-SYMBOL-COUNT

           MOVE WS-DETAIL-COUNT TO WS-DETAIL-DISPLAY
           MOVE SPACES TO BLUESHT-RPT-LINE
           STRING 'TOTAL TRADES REPORTED: ' DELIMITED BY SIZE
                  WS-DETAIL-DISPLAY DELIMITED BY SIZE
                  INTO BLUESHT-RPT-LINE
           END-STRING
           WRITE BLUESHT-RPT-LINE

           CLOSE TRANSACTION-FILE
           IF ARCHIVE-AVAILABLE
               CLOSE TRANSARCH-FILE
           END-IF
           CLOSE ACCOUNT-FILE
           CLOSE CUSTOMER-FILE
           IF SECMAST-AVAILABLE
               CLOSE SECMAST-FILE
           END-IF
           CLOSE BSRESP-FILE
           CLOSE BLUESHT-RPT-FILE

           MOVE WS-LIVE-COUNT TO WS-LIVE-DISPLAY
           MOVE WS-ARCHIVE-COUNT TO WS-ARCHIVE-DISPLAY
           MOVE WS-CANCEL-COUNT TO WS-CANCEL-DISPLAY
           MOVE WS-MISSING-COUNT TO WS-MISSING-DISPLAY

           DISPLAY 'BLUESHT: REQUEST ' WS-REQUEST-ID
               ' DUE ' WS-DUE-DATE
           DISPLAY 'BLUESHT: TRADES REPORTED:          '
               WS-DETAIL-DISPLAY
           DISPLAY 'BLUESHT:   FROM TRANS.DAT:         '
               WS-LIVE-DISPLAY
           DISPLAY 'BLUESHT:   FROM TRANSARCH.DAT:     '
               WS-ARCHIVE-DISPLAY
           DISPLAY 'BLUESHT:   CANCELLED:              '
               WS-CANCEL-DISPLAY
           DISPLAY 'BLUESHT:   MISSING CUSTOMER DATA:  '
               WS-MISSING-DISPLAY.

       REPORT-SYMBOL-COUNT.
           MOVE WS-SE-TRADE-COUNT (WS-SYM-SUB) TO WS-COUNT-DISPLAY
           MOVE SPACES TO BLUESHT-RPT-LINE
           STRING 'SYMBOL ' DELIMITED BY SIZE
                  WS-SE-SYMBOL (WS-SYM-SUB) DELIMITED BY SIZE
                  ' TRADES: ' DELIMITED BY SIZE
                  WS-COUNT-DISPLAY DELIMITED BY SIZE
                  INTO BLUESHT-RPT-LINE
           END-STRING
           WRITE BLUESHT-RPT-LINE.

      *----------------------------------------------------------------
      * ADD WS-BUSDAY-TARGET BUSINESS DAYS TO THE YYYYMMDD DATE IN
      * WS-BUSDAY-NUM, LEAVING THE RESULT THERE - THE SAME COUNT
      * EXPHSCAN USES.
      *----------------------------------------------------------------
       ADD-BUSINESS-DAYS.
           COMPUTE WS-BUSDAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-BUSDAY-NUM)
           MOVE ZERO TO WS-BUSDAY-COUNT
           PERFORM ADVANCE-ONE-BUSINESS-DAY
               UNTIL WS-BUSDAY-COUNT >= WS-BUSDAY-TARGET
           COMPUTE WS-BUSDAY-NUM =
               FUNCTION DATE-OF-INTEGER(WS-BUSDAY-INT).

       ADVANCE-ONE-BUSINESS-DAY.
           ADD 1 TO WS-BUSDAY-INT
           PERFORM CHECK-BUSINESS-DAY THRU CHECK-BUSINESS-DAY-EXIT
           IF IS-BUSINESS-DAY
               ADD 1 TO WS-BUSDAY-COUNT
           END-IF.

       CHECK-BUSINESS-DAY.
           MOVE 'Y' TO WS-BUSINESS-DAY-SW

      *    DAY 1 OF THE INTEGER-OF-DATE EPOCH WAS A MONDAY, SO
      *    REMAINDER 6 IS SATURDAY AND 0 IS SUNDAY.
           COMPUTE WS-BUSDAY-REM =
               FUNCTION REM(WS-BUSDAY-INT, 7)
           IF WS-BUSDAY-REM = 0 OR WS-BUSDAY-REM = 6
               MOVE 'N' TO WS-BUSINESS-DAY-SW
               GO TO CHECK-BUSINESS-DAY-EXIT
           END-IF

           OPEN INPUT BUSCAL-FILE
           IF WS-BUSCAL-STATUS NOT = '00'
      *        No calendar on file - weekends are still skipped but
      *        no market holidays are known.
               GO TO CHECK-BUSINESS-DAY-EXIT
           END-IF

           MOVE WS-BUSDAY-MARKET TO CAL-MARKET
           COMPUTE WS-BUSDAY-NUM =
               FUNCTION DATE-OF-INTEGER(WS-BUSDAY-INT)
           MOVE WS-BUSDAY-NUM TO CAL-HOLIDAY-DATE
           READ BUSCAL-FILE
           IF WS-BUSCAL-STATUS = '00'
               MOVE 'N' TO WS-BUSINESS-DAY-SW
           END-IF

           CLOSE BUSCAL-FILE.

       CHECK-BUSINESS-DAY-EXIT.
           EXIT.
