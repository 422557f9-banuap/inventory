      *          LETTER ASKED ABOUT.
      * FUNCTIONS: STANDALONE BATCH JOB - RUN NIGHTLY AFTER EXECLOAD
      *            AND PRICELOAD, FOR THE CURRENT BUSINESS DATE.
      *
      * MODIFICATION HISTORY:
      * 2026-10-15  THE DAY'S TRADES ARE COLLECTED FROM TODAY'S
      *             ACTIVITY FILE (ACTVSYMB.DAT, BUILT BY ACTVBLD IN
      *             SYMBOL ORDER - IT CARRIES EVERY TRADE POSTED TODAY)
      *             INSTEAD OF ALL OF TRANS.DAT, AND THE READ IS PROVED
      *             AGAINST THE FILE'S TRAILER COUNT. WITH NO ACTIVITY
      *             FILE DATED TODAY IT SCANS TRANS.DAT AS BEFORE.
      ******************************************************************

       ENVIRONMENT DIVISION.
                   TRANSACTION-RECORD WITH DUPLICATES
               FILE STATUS IS WS-TRANS-STATUS.

           SELECT ACTIVITY-FILE ASSIGN TO "ACTVSYMB.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ACTV-STATUS.

           SELECT ACCOUNT-FILE ASSIGN TO "ACCOUNT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
       FD  TRANSACTION-FILE.
       COPY TRANSACTION.

       FD  ACTIVITY-FILE.
       COPY ACTVREC.

       FD  ACCOUNT-FILE.
       COPY ACCOUNT.

           88  TRANS-OK                  VALUE '00'.
           88  TRANS-EOF                 VALUE '10'.

       01  WS-ACTV-STATUS                PIC XX.
       01  WS-ACTV-IN-USE-SW             PIC X(01) VALUE 'N'.
           88  ACTIVITY-IN-USE           VALUE 'Y'.
       01  WS-ACTV-TRAILER-SW            PIC X(01) VALUE 'N'.
           88  ACTIVITY-TRAILER-SEEN     VALUE 'Y'.
       01  WS-ACTV-READ-COUNT            PIC 9(09).
       01  WS-ACTV-EXPECTED-COUNT        PIC 9(09).
       01  WS-ACTV-READ-DISPLAY          PIC ZZZZZZZZ9.
       01  WS-ACTV-EXPECTED-DISPLAY      PIC ZZZZZZZZ9.

       01  WS-ACCT-STATUS                PIC XX.
       01  WS-HSHLD-STATUS               PIC XX.
       01  WS-EXEC-STATUS                PIC XX.
               GO TO COLLECT-TRADES-EXIT
           END-IF

           PERFORM OPEN-ACTIVITY-FILE
           PERFORM READ-NEXT-TRANSACTION
           IF WS-TRANS-STATUS NOT = '00'
               SET TRANS-EOF TO TRUE
           END-IF
           PERFORM COLLECT-ONE-TRADE UNTIL TRANS-EOF
           PERFORM PROVE-ACTIVITY-READ
           CLOSE TRANSACTION-FILE.

       COLLECT-TRADES-EXIT.
                   WS-TT-HOUSEHOLD-ID(WS-TRADE-COUNT)
           END-IF

           PERFORM READ-NEXT-TRANSACTION
           IF WS-TRANS-STATUS NOT = '00'
               SET TRANS-EOF TO TRUE
           END-IF.

      *    TODAY'S ACTIVITY FILE (ACTVBLD) STANDS IN FOR THE FULL
      *    TRANS.DAT SCAN WHEN ITS HEADER CARRIES TODAY'S DATE.
       OPEN-ACTIVITY-FILE.
           MOVE 'N' TO WS-ACTV-IN-USE-SW
           MOVE 'N' TO WS-ACTV-TRAILER-SW
           MOVE ZERO TO WS-ACTV-READ-COUNT
           MOVE ZERO TO WS-ACTV-EXPECTED-COUNT
           OPEN INPUT ACTIVITY-FILE
           IF WS-ACTV-STATUS = '00'
               READ ACTIVITY-FILE
               IF WS-ACTV-STATUS = '00'
                  AND ACT-HEADER
                  AND ACT-BUSINESS-DATE = WS-CURRENT-DATE
                   SET ACTIVITY-IN-USE TO TRUE
                   MOVE ACT-RECORD-COUNT TO WS-ACTV-EXPECTED-COUNT
               ELSE
                   CLOSE ACTIVITY-FILE
               END-IF
           END-IF
           IF NOT ACTIVITY-IN-USE
               DISPLAY 'TRDSURV: NO ACTIVITY FILE FOR '
                   WS-CURRENT-DATE ' - SCANNING TRANS.DAT'
           END-IF.

       READ-NEXT-TRANSACTION.
           IF ACTIVITY-IN-USE
               READ ACTIVITY-FILE
               IF WS-ACTV-STATUS = '00'
                  AND ACT-DETAIL
                   ADD 1 TO WS-ACTV-READ-COUNT
                   MOVE ACT-TRANSACTION-IMAGE TO TRANSACTION-RECORD
                   MOVE '00' TO WS-TRANS-STATUS
               ELSE
                   IF WS-ACTV-STATUS = '00'
                      AND ACT-TRAILER
                       SET ACTIVITY-TRAILER-SEEN TO TRUE
                   END-IF
                   MOVE '10' TO WS-TRANS-STATUS
               END-IF
           ELSE
               READ TRANSACTION-FILE NEXT RECORD
           END-IF.

      *    EVERY DETAIL ON THE FILE MUST HAVE BEEN READ, UP TO THE
      *    TRAILER - A SHORT FILE MEANS TRADES MAY HAVE BEEN MISSED.
       PROVE-ACTIVITY-READ.
           IF ACTIVITY-IN-USE
               CLOSE ACTIVITY-FILE
               MOVE WS-ACTV-READ-COUNT TO WS-ACTV-READ-DISPLAY
               MOVE WS-ACTV-EXPECTED-COUNT TO WS-ACTV-EXPECTED-DISPLAY
               IF ACTIVITY-TRAILER-SEEN
                  AND WS-ACTV-READ-COUNT = WS-ACTV-EXPECTED-COUNT
                   DISPLAY 'TRDSURV: READ ' WS-ACTV-READ-DISPLAY
                       ' OF ' WS-ACTV-EXPECTED-DISPLAY
                       ' ACTIVITY RECORD(S) FOR ' WS-CURRENT-DATE
               ELSE
                   DISPLAY 'TRDSURV: READ ' WS-ACTV-READ-DISPLAY
                       ' OF ' WS-ACTV-EXPECTED-DISPLAY
                       ' ACTIVITY RECORD(S) - ACTIVITY FILE SHORT'
               END-IF
           END-IF.

       RESOLVE-HOUSEHOLD.
      *    ACCOUNT -> CUSTOMER -> HOUSEHOLD. AN ACCOUNT WITH NO
      *    HOUSEHOLD ROW RESOLVES TO SPACES AND ONLY PAIRS AGAINST
