      *          COMPLIANCE CHASES, INSTEAD OF LEAFING THROUGH
      *          INITIALED PRINTOUTS.
      * FUNCTIONS: STANDALONE BATCH JOB - RUN NIGHTLY OR ON DEMAND.
      *
      * MODIFICATION HISTORY:
      * 2026-10-15  THE NIGHTLY RUN NO LONGER RESCANS ALL OF TRANS.DAT.
      *             THE BRANCH-DAYS STILL UNREVIEWED AT THE END OF EACH
      *             RUN ARE KEPT ON BLOTOPEN.DAT; THE NEXT RUN STARTS
      *             FROM THEM AND ADDS THE DAY'S TRADES FROM TODAY'S
      *             ACTIVITY FILE (ACTVACCT.DAT, BUILT BY ACTVBLD),
      *             PROVED AGAINST THE FILE'S TRAILER COUNT. WITH NO
      *             ACTIVITY FILE DATED TODAY, OR NO BLOTOPEN.DAT FROM
      *             TODAY'S OR YESTERDAY'S RUN, IT SCANS TRANS.DAT AS
      *             BEFORE.
      ******************************************************************

       ENVIRONMENT DIVISION.
                   TRANSACTION-RECORD WITH DUPLICATES
               FILE STATUS IS WS-TRANS-STATUS.

           SELECT ACTIVITY-FILE ASSIGN TO "ACTVACCT.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ACTV-STATUS.

           SELECT BLOTOPEN-FILE ASSIGN TO "BLOTOPEN.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-OPEN-STATUS.

           SELECT ACCOUNT-FILE ASSIGN TO "ACCOUNT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
       FD  TRANSACTION-FILE.
       COPY TRANSACTION.

       FD  ACTIVITY-FILE.
       COPY ACTVREC.

      *    BRANCH-DAYS STILL UNREVIEWED AT THE END OF THE LAST RUN,
      *    AFTER A HEADER ROW CARRYING THAT RUN'S DATE.
       FD  BLOTOPEN-FILE.
       01  BLOTOPEN-RECORD.
           05  BO-RECORD-TYPE            PIC X(01).
               88  BO-HEADER             VALUE 'H'.
               88  BO-DETAIL             VALUE 'D'.
           05  BO-BRANCH-CODE            PIC X(04).
           05  BO-TRADE-DATE             PIC X(08).
           05  FILLER                    PIC X(11).

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

       01  WS-OPEN-STATUS                PIC XX.
       01  WS-CARRIED-SW                 PIC X(01) VALUE 'N'.
           88  CARRY-FORWARD-LOADED      VALUE 'Y'.
       01  WS-PAIR-FULL-SW               PIC X(01) VALUE 'N'.
           88  PAIR-TABLE-FULL           VALUE 'Y'.
       01  WS-COLLECTED-SW               PIC X(01) VALUE 'N'.
           88  TRADE-DAYS-COLLECTED      VALUE 'Y'.
       01  WS-DATE-NUM                   PIC 9(08).
       01  WS-DATE-INT                   PIC 9(08).
       01  WS-PRIOR-DATE                 PIC X(08).
       01  WS-CARRIED-COUNT              PIC 9(04) COMP.
       01  WS-CARRIED-DISPLAY            PIC ZZZ9.

       01  WS-ACCT-STATUS                PIC XX.
       01  WS-REV-STATUS                 PIC XX.
           88  REV-OK                    VALUE '00'.
           PERFORM COLLECT-TRADE-DAYS THRU COLLECT-EXIT
           PERFORM MARK-REVIEWED-DAYS THRU MARK-REVIEWED-EXIT
           PERFORM REPORT-UNREVIEWED
           PERFORM SAVE-OPEN-PAIRS THRU SAVE-OPEN-PAIRS-EXIT
           PERFORM FINALIZE-PROCESS
           STOP RUN.

           MOVE ZERO TO WS-PAIR-COUNT
           MOVE ZERO TO WS-UNREVIEWED-COUNT
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           MOVE WS-CURRENT-DATE TO WS-DATE-NUM
           COMPUTE WS-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-DATE-NUM) - 1
           COMPUTE WS-DATE-NUM =
               FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
           MOVE WS-DATE-NUM TO WS-PRIOR-DATE

           OPEN OUTPUT BLOTRPT-FILE
           IF WS-RPT-STATUS NOT = '00'
           END-IF
           OPEN INPUT ACCOUNT-FILE

      *    TODAY'S ACTIVITY IS ONLY ENOUGH ON TOP OF WHAT THE LAST RUN
      *    LEFT OPEN - WITHOUT BOTH, EVERY TRADE DAY IS COLLECTED
      *    AFRESH FROM TRANS.DAT.
           PERFORM OPEN-ACTIVITY-FILE
           IF ACTIVITY-IN-USE
               PERFORM LOAD-OPEN-PAIRS THRU LOAD-OPEN-PAIRS-EXIT
               IF NOT CARRY-FORWARD-LOADED
                   CLOSE ACTIVITY-FILE
                   MOVE 'N' TO WS-ACTV-IN-USE-SW
                   MOVE ZERO TO WS-PAIR-COUNT
                   DISPLAY 'BLOTRPT: NO BLOTOPEN.DAT FROM '
                       WS-PRIOR-DATE ' OR LATER - SCANNING TRANS.DAT'
               END-IF
           END-IF

           PERFORM READ-NEXT-TRANSACTION
           IF WS-TRANS-STATUS NOT = '00'
               SET TRANS-EOF TO TRUE
           END-IF
           PERFORM COLLECT-ONE-TRADE THRU COLLECT-ONE-EXIT
               UNTIL TRANS-EOF
           PERFORM PROVE-ACTIVITY-READ
           SET TRADE-DAYS-COLLECTED TO TRUE

           CLOSE ACCOUNT-FILE
           CLOSE TRANSACTION-FILE.
           PERFORM FIND-OR-ADD-PAIR THRU FIND-OR-ADD-EXIT.

       COLLECT-ONE-NEXT.
           PERFORM READ-NEXT-TRANSACTION
           IF WS-TRANS-STATUS NOT = '00'
               SET TRANS-EOF TO TRUE
           END-IF.
       COLLECT-ONE-EXIT.
           EXIT.

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
               DISPLAY 'BLOTRPT: NO ACTIVITY FILE FOR '
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
      *    TRAILER - A SHORT FILE MEANS A TRADE DAY MAY HAVE BEEN
      *    MISSED.
       PROVE-ACTIVITY-READ.
           IF ACTIVITY-IN-USE
               CLOSE ACTIVITY-FILE
               MOVE WS-ACTV-READ-COUNT TO WS-ACTV-READ-DISPLAY
               MOVE WS-ACTV-EXPECTED-COUNT TO WS-ACTV-EXPECTED-DISPLAY
               IF ACTIVITY-TRAILER-SEEN
                  AND WS-ACTV-READ-COUNT = WS-ACTV-EXPECTED-COUNT
                   DISPLAY 'BLOTRPT: READ ' WS-ACTV-READ-DISPLAY
                       ' OF ' WS-ACTV-EXPECTED-DISPLAY
                       ' ACTIVITY RECORD(S) FOR ' WS-CURRENT-DATE
               ELSE
                   DISPLAY 'BLOTRPT: READ ' WS-ACTV-READ-DISPLAY
                       ' OF ' WS-ACTV-EXPECTED-DISPLAY
                       ' ACTIVITY RECORD(S) - ACTIVITY FILE SHORT'
               END-IF
           END-IF.

      *    THE LAST RUN'S OPEN BRANCH-DAYS SEED THE TABLE, BUT ONLY IF
      *    THAT RUN WAS TODAY OR YESTERDAY - AN OLDER FILE WOULD MISS
      *    THE DAYS TRADED IN BETWEEN.
       LOAD-OPEN-PAIRS.
           MOVE 'N' TO WS-CARRIED-SW
           MOVE ZERO TO WS-CARRIED-COUNT
           OPEN INPUT BLOTOPEN-FILE
           IF WS-OPEN-STATUS NOT = '00'
               GO TO LOAD-OPEN-PAIRS-EXIT
           END-IF
           READ BLOTOPEN-FILE
           IF WS-OPEN-STATUS NOT = '00'
              OR NOT BO-HEADER
              OR BO-TRADE-DATE < WS-PRIOR-DATE
               CLOSE BLOTOPEN-FILE
               GO TO LOAD-OPEN-PAIRS-EXIT
           END-IF
           SET CARRY-FORWARD-LOADED TO TRUE
           READ BLOTOPEN-FILE
           PERFORM LOAD-ONE-OPEN-PAIR
               UNTIL WS-OPEN-STATUS NOT = '00'
           CLOSE BLOTOPEN-FILE
           MOVE WS-CARRIED-COUNT TO WS-CARRIED-DISPLAY
           DISPLAY 'BLOTRPT: ' WS-CARRIED-DISPLAY
               ' UNREVIEWED BRANCH-DAY(S) CARRIED FORWARD'.

       LOAD-OPEN-PAIRS-EXIT.
           EXIT.

       LOAD-ONE-OPEN-PAIR.
           IF BO-DETAIL
              AND WS-PAIR-COUNT >= 2000
               SET PAIR-TABLE-FULL TO TRUE
           END-IF
           IF BO-DETAIL
              AND WS-PAIR-COUNT < 2000
               ADD 1 TO WS-PAIR-COUNT
               ADD 1 TO WS-CARRIED-COUNT
               MOVE BO-BRANCH-CODE TO WS-PAIR-BRANCH(WS-PAIR-COUNT)
               MOVE BO-TRADE-DATE TO WS-PAIR-DATE(WS-PAIR-COUNT)
               MOVE 'N' TO WS-PAIR-REVIEWED-SW(WS-PAIR-COUNT)
           END-IF
           READ BLOTOPEN-FILE.

       FIND-OR-ADD-PAIR.
           MOVE 'N' TO WS-PAIR-FOUND-SW
           MOVE 1 TO WS-PAIR-INDEX
           IF WS-PAIR-COUNT >= 2000
               DISPLAY 'BLOTRPT: PAIR TABLE FULL - RESULTS '
                   'INCOMPLETE'
               SET PAIR-TABLE-FULL TO TRUE
               GO TO FIND-OR-ADD-EXIT
           END-IF
           ADD 1 TO WS-PAIR-COUNT
           END-IF
           ADD 1 TO WS-PAIR-INDEX.

      *    WHAT IS STILL UNREVIEWED IS KEPT FOR THE NEXT RUN. A RUN
      *    WHOSE TABLE FILLED SAW ONLY PART OF THE PICTURE, SO IT
      *    LEAVES NO HEADER AND THE NEXT RUN SCANS TRANS.DAT. A RUN
      *    THAT NEVER GOT TO TRANS.DAT LEAVES THE LAST FILE ALONE.
       SAVE-OPEN-PAIRS.
           IF NOT TRADE-DAYS-COLLECTED
               GO TO SAVE-OPEN-PAIRS-EXIT
           END-IF
           OPEN OUTPUT BLOTOPEN-FILE
           IF WS-OPEN-STATUS NOT = '00'
               DISPLAY 'BLOTRPT: UNABLE TO OPEN BLOTOPEN.DAT, '
                   'STATUS = ' WS-OPEN-STATUS
           ELSE
               IF NOT PAIR-TABLE-FULL
                   MOVE SPACES TO BLOTOPEN-RECORD
                   SET BO-HEADER TO TRUE
                   MOVE WS-CURRENT-DATE TO BO-TRADE-DATE
                   WRITE BLOTOPEN-RECORD
                   MOVE 1 TO WS-PAIR-INDEX
                   PERFORM SAVE-ONE-OPEN-PAIR
                       UNTIL WS-PAIR-INDEX > WS-PAIR-COUNT
               END-IF
               CLOSE BLOTOPEN-FILE
           END-IF.

       SAVE-OPEN-PAIRS-EXIT.
           EXIT.

       SAVE-ONE-OPEN-PAIR.
           IF WS-PAIR-REVIEWED-SW(WS-PAIR-INDEX) = 'N'
               MOVE SPACES TO BLOTOPEN-RECORD
               SET BO-DETAIL TO TRUE
               MOVE WS-PAIR-BRANCH(WS-PAIR-INDEX) TO BO-BRANCH-CODE
               MOVE WS-PAIR-DATE(WS-PAIR-INDEX) TO BO-TRADE-DATE
               WRITE BLOTOPEN-RECORD
           END-IF
           ADD 1 TO WS-PAIR-INDEX.

       FINALIZE-PROCESS.
           MOVE WS-UNREVIEWED-COUNT TO WS-UNREVIEWED-DISPLAY
           MOVE SPACES TO BLOTRPT-LINE
