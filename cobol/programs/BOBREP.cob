      *             FRAGMENTS. A CUSTOMER IN NO HOUSEHOLD IS LEFT OUT
      *             OF THE ROLL-UP - THE OFFICER SECTION ALREADY
      *             CARRIES THEM.
      * 2026-10-15  THE OFFICER SECTION IS NOW SEGREGATED BY
      *             CORRESPONDENT FIRM (CORRESPONDENT-ID ON
      *             ACCOUNT.DAT): OUR OWN ACCOUNTS FIRST, THEN EACH
      *             CORRESPONDENT'S BOOK UNDER ITS OWN HEADER (NAMED
      *             OFF CORRMAST.DAT WHEN ON FILE) WITH ITS BRANCHES,
      *             OFFICERS AND A CORRESPONDENT SUBTOTAL. A FIRM THAT
      *             CLEARS FOR NOBODY SEES THE REPORT EXACTLY AS
      *             BEFORE.
      ******************************************************************

       ENVIRONMENT DIVISION.
               RECORD KEY IS HH-KEY
               FILE STATUS IS WS-HH-STATUS.

           SELECT CORRMAST-FILE ASSIGN TO "CORRMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CO-CORRESPONDENT-ID
               FILE STATUS IS WS-CORR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-FILE.
       FD  HSHLD-FILE.
       COPY HSHLD.

       FD  CORRMAST-FILE.
       COPY CORRMAST.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS                PIC XX.
           88  FILE-OK                   VALUE '00'.
       01  WS-HOUSEHOLDS-AVAILABLE-SW    PIC X(01) VALUE 'Y'.
           88  HOUSEHOLDS-AVAILABLE      VALUE 'Y'.

       01  WS-CORR-STATUS                PIC XX.
       01  WS-CORRMAST-AVAILABLE-SW      PIC X(01) VALUE 'Y'.
           88  CORRMAST-AVAILABLE        VALUE 'Y'.
       01  WS-ANY-CORRESPONDENT-SW       PIC X(01) VALUE 'N'.
           88  ANY-CORRESPONDENT         VALUE 'Y'.

       01  WS-MAX-HOUSEHOLDS             PIC 9(04) VALUE 0500.
       01  WS-HH-COUNT                   PIC 9(04) VALUE ZERO.
       01  WS-HH-SEARCH-INDEX            PIC 9(04) VALUE ZERO.
           05  WS-OFFICER-COUNT          PIC 9(04) VALUE ZERO.
           05  WS-OFFICER-ENTRY OCCURS 500 TIMES
                   INDEXED BY WS-OFFICER-IDX.
               10  WS-TBL-CORRESPONDENT  PIC X(06).
               10  WS-TBL-BRANCH-CODE    PIC X(04).
               10  WS-TBL-OFFICER        PIC X(08).
               10  WS-TBL-ACCOUNT-COUNT  PIC 9(07) COMP.
       01  WS-SEARCH-INDEX               PIC 9(04).

       01  WS-SWAP-ENTRY.
           05  WS-SWAP-CORRESPONDENT     PIC X(06).
           05  WS-SWAP-BRANCH-CODE       PIC X(04).
           05  WS-SWAP-OFFICER           PIC X(08).
           05  WS-SWAP-ACCOUNT-COUNT     PIC 9(07) COMP.
       01  WS-SORT-SWAPPED-SW            PIC X(01).
           88  SORT-SWAPPED-THIS-PASS    VALUE 'Y'.

       01  WS-CURRENT-CORRESPONDENT      PIC X(06).
       01  WS-CORR-COUNT                 PIC 9(07) COMP.
       01  WS-CORR-TOTAL                 PIC S9(13)V99 COMP-3.
       01  WS-CURRENT-BRANCH-CODE        PIC X(04).
       01  WS-BRANCH-COUNT               PIC 9(07) COMP.
       01  WS-BRANCH-TOTAL               PIC S9(13)V99 COMP-3.
               MOVE 'N' TO WS-HOUSEHOLDS-AVAILABLE-SW
               DISPLAY 'BOBREP: NO HSHLD.DAT ON FILE - HOUSEHOLD '
                   'ROLL-UP SKIPPED'
           END-IF

           OPEN INPUT CORRMAST-FILE
           IF WS-CORR-STATUS NOT = '00'
               MOVE 'N' TO WS-CORRMAST-AVAILABLE-SW
           END-IF.

       BUILD-OFFICER-TABLE-PROCESS.
               ELSE
                   ADD 1 TO WS-OFFICER-COUNT
                   MOVE WS-OFFICER-COUNT TO WS-FOUND-INDEX
                   MOVE CORRESPONDENT-ID OF ACCOUNT-RECORD TO
                       WS-TBL-CORRESPONDENT(WS-FOUND-INDEX)
                   IF NOT SELF-CLEARED-ACCOUNT OF ACCOUNT-RECORD
                       SET ANY-CORRESPONDENT TO TRUE
                   END-IF
                   MOVE BRANCH-CODE OF ACCOUNT-RECORD TO
                       WS-TBL-BRANCH-CODE(WS-FOUND-INDEX)
                   MOVE ACCOUNT-OFFICER OF ACCOUNT-RECORD TO
           END-IF.

       SCAN-ONE-OFFICER-SLOT.
           IF WS-TBL-CORRESPONDENT(WS-SEARCH-INDEX) =
                  CORRESPONDENT-ID OF ACCOUNT-RECORD
              AND WS-TBL-BRANCH-CODE(WS-SEARCH-INDEX) = BRANCH-CODE OF
                  ACCOUNT-RECORD
              AND WS-TBL-OFFICER(WS-SEARCH-INDEX) = ACCOUNT-OFFICER OF
                  ACCOUNT-RECORD
               UNTIL WS-SORT-OUTER-INDEX >= WS-OFFICER-COUNT.

       SORT-ONE-ROW.
      *    OUR OWN ACCOUNTS (BLANK CORRESPONDENT) SORT FIRST.
           IF WS-TBL-CORRESPONDENT(WS-SORT-OUTER-INDEX) >
                  WS-TBL-CORRESPONDENT(WS-SORT-OUTER-INDEX + 1)
              OR (WS-TBL-CORRESPONDENT(WS-SORT-OUTER-INDEX) =
                     WS-TBL-CORRESPONDENT(WS-SORT-OUTER-INDEX + 1)
                  AND WS-TBL-BRANCH-CODE(WS-SORT-OUTER-INDEX) >
                     WS-TBL-BRANCH-CODE(WS-SORT-OUTER-INDEX + 1))
              OR (WS-TBL-CORRESPONDENT(WS-SORT-OUTER-INDEX) =
                     WS-TBL-CORRESPONDENT(WS-SORT-OUTER-INDEX + 1)
                  AND WS-TBL-BRANCH-CODE(WS-SORT-OUTER-INDEX) =
                     WS-TBL-BRANCH-CODE(WS-SORT-OUTER-INDEX + 1)
                  AND WS-TBL-OFFICER(WS-SORT-OUTER-INDEX) >
                     WS-TBL-OFFICER(WS-SORT-OUTER-INDEX + 1))
           PERFORM WRITE-REPORT-HEADER

           IF WS-OFFICER-COUNT > ZERO
               MOVE HIGH-VALUES TO WS-CURRENT-CORRESPONDENT
               MOVE ZERO TO WS-CORR-COUNT
               MOVE ZERO TO WS-CORR-TOTAL
               MOVE SPACES TO WS-CURRENT-BRANCH-CODE
               MOVE ZERO TO WS-BRANCH-COUNT
               MOVE ZERO TO WS-BRANCH-TOTAL
                   UNTIL WS-SEARCH-INDEX > WS-OFFICER-COUNT

               PERFORM WRITE-BRANCH-SUBTOTAL
               PERFORM WRITE-CORRESPONDENT-SUBTOTAL
           END-IF

           PERFORM WRITE-GRAND-TOTAL.

       PRINT-ONE-OFFICER-LINE.
      *    A NEW CORRESPONDENT CLOSES THE BRANCH IN PROGRESS TOO, SO
      *    THE SAME BRANCH CODE UNDER TWO FIRMS NEVER RUNS TOGETHER.
           IF WS-TBL-CORRESPONDENT(WS-SEARCH-INDEX) NOT =
                  WS-CURRENT-CORRESPONDENT
               PERFORM WRITE-BRANCH-SUBTOTAL
               PERFORM WRITE-CORRESPONDENT-SUBTOTAL
               MOVE WS-TBL-CORRESPONDENT(WS-SEARCH-INDEX) TO
                   WS-CURRENT-CORRESPONDENT
               MOVE ZERO TO WS-CORR-COUNT
               MOVE ZERO TO WS-CORR-TOTAL
               MOVE ZERO TO WS-BRANCH-COUNT
               MOVE HIGH-VALUES TO WS-CURRENT-BRANCH-CODE
               PERFORM WRITE-CORRESPONDENT-HEADER
           END-IF

           IF WS-TBL-BRANCH-CODE(WS-SEARCH-INDEX) NOT =
                  WS-CURRENT-BRANCH-CODE
               PERFORM WRITE-BRANCH-SUBTOTAL
           ADD WS-TBL-ACCOUNT-COUNT(WS-SEARCH-INDEX) TO
               WS-BRANCH-COUNT
           ADD WS-TBL-AUM-TOTAL(WS-SEARCH-INDEX) TO WS-BRANCH-TOTAL
           ADD WS-TBL-ACCOUNT-COUNT(WS-SEARCH-INDEX) TO WS-CORR-COUNT
           ADD WS-TBL-AUM-TOTAL(WS-SEARCH-INDEX) TO WS-CORR-TOTAL
           ADD WS-TBL-ACCOUNT-COUNT(WS-SEARCH-INDEX) TO WS-GRAND-COUNT
           ADD WS-TBL-AUM-TOTAL(WS-SEARCH-INDEX) TO WS-GRAND-TOTAL

               PERFORM EMIT-RPT-LINE
           END-IF.

       WRITE-CORRESPONDENT-HEADER.
           IF ANY-CORRESPONDENT
               MOVE SPACES TO RPT-LINE
               IF WS-CURRENT-CORRESPONDENT = SPACES
                   MOVE 'SELF-CLEARED ACCOUNTS' TO RPT-LINE
               ELSE
                   MOVE SPACES TO CO-FIRM-NAME
                   IF CORRMAST-AVAILABLE
                       MOVE WS-CURRENT-CORRESPONDENT TO
                           CO-CORRESPONDENT-ID
                       READ CORRMAST-FILE
                       IF WS-CORR-STATUS NOT = '00'
                           MOVE SPACES TO CO-FIRM-NAME
                       END-IF
                   END-IF
                   STRING 'CORRESPONDENT ' DELIMITED BY SIZE
                          WS-CURRENT-CORRESPONDENT DELIMITED BY SIZE
                          '  ' DELIMITED BY SIZE
                          CO-FIRM-NAME DELIMITED BY SIZE
                          INTO RPT-LINE
                   END-STRING
               END-IF
               PERFORM EMIT-RPT-LINE

               MOVE SPACES TO RPT-LINE
               PERFORM EMIT-RPT-LINE
           END-IF.

       WRITE-CORRESPONDENT-SUBTOTAL.
           IF ANY-CORRESPONDENT AND WS-CORR-COUNT > ZERO
               MOVE WS-CORR-COUNT TO WS-COUNT-DISPLAY
               MOVE WS-CORR-TOTAL TO WS-AUM-DISPLAY
               MOVE SPACES TO RPT-LINE
               IF WS-CURRENT-CORRESPONDENT = SPACES
                   STRING 'SELF-CLEARED TOTAL  ACCOUNTS: '
                              DELIMITED BY SIZE
                          WS-COUNT-DISPLAY DELIMITED BY SIZE
                          '  AUM: ' DELIMITED BY SIZE
                          WS-AUM-DISPLAY DELIMITED BY SIZE
                          INTO RPT-LINE
                   END-STRING
               ELSE
                   STRING 'CORRESPONDENT ' DELIMITED BY SIZE
                          WS-CURRENT-CORRESPONDENT DELIMITED BY SIZE
                          ' TOTAL  ACCOUNTS: ' DELIMITED BY SIZE
                          WS-COUNT-DISPLAY DELIMITED BY SIZE
                          '  AUM: ' DELIMITED BY SIZE
                          WS-AUM-DISPLAY DELIMITED BY SIZE
                          INTO RPT-LINE
                   END-STRING
               END-IF
               PERFORM EMIT-RPT-LINE

               MOVE SPACES TO RPT-LINE
               PERFORM EMIT-RPT-LINE
           END-IF.

       WRITE-GRAND-TOTAL.
           MOVE WS-GRAND-COUNT TO WS-COUNT-DISPLAY
           MOVE WS-GRAND-TOTAL TO WS-AUM-DISPLAY
           IF HOUSEHOLDS-AVAILABLE
               CLOSE HSHLD-FILE
           END-IF
           IF CORRMAST-AVAILABLE
               CLOSE CORRMAST-FILE
           END-IF

           MOVE WS-SCANNED-COUNT TO WS-SCANNED-DISPLAY
           DISPLAY 'BOBREP: SCANNED ' WS-SCANNED-DISPLAY
