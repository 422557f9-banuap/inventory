      *          AS BOUGHT-IN, AND ANY EXCESS OF THE BUY-IN COST
      *          OVER THE ORIGINAL FAIL MONEY IS CHARGED OUT TO THE
      *          FAILING ACCOUNT AS A FEE THROUGH TRANPOST.
      *          A FAIL IN A REG SHO THRESHOLD-LIST SECURITY
      *          (SEC-THRESHOLD-FLAG, LOADED BY THRLOAD) IS A
      *          MANDATORY CLOSE-OUT FROM ITS EARLIER CLOSE-OUT DAY:
      *          THE BUY-IN IS FORCED THEN, AND THE FAILING ACCOUNT
      *          GOES IN THE PRE-BORROW PENALTY BOX (REG-PREBORROW-
      *          FLAG, ENFORCED BY ORDMGMT ON EVERY SHORT SALE) UNTIL
      *          NO OPEN CLOSE-OUT REMAINS AGAINST IT.
      * FUNCTIONS: STANDALONE BATCH JOB - RUN NIGHTLY AFTER FAILSCAN
      *            AND EXECLOAD.
      ******************************************************************
               RECORD KEY IS ACCOUNT-ID OF ACCOUNT-RECORD
               FILE STATUS IS WS-ACCT-STATUS.

           SELECT SECMAST-FILE ASSIGN TO "SECMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SEC-SYMBOL
               FILE STATUS IS WS-SECMAST-STATUS.

           SELECT BUYIN-RPT-FILE ASSIGN TO "BUYIN.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
       FD  ACCOUNT-FILE.
       COPY ACCOUNT.

       FD  SECMAST-FILE.
       COPY SECMAST.

       FD  BUYIN-RPT-FILE.
       01  BUYIN-RPT-LINE                PIC X(132).

       01  WS-NOTIFQ-STATUS              PIC XX.
       01  WS-ACCT-STATUS                PIC XX.
       01  WS-RPT-STATUS                 PIC XX.
       01  WS-SECMAST-STATUS             PIC XX.
       01  WS-SECMAST-SW                 PIC X(01) VALUE 'N'.
           88  SECMAST-AVAILABLE         VALUE 'Y'.

       01  WS-BUYIN-AGE-DAYS             PIC 9(03) VALUE 010.
      *    A FAIL IN A THRESHOLD-LIST NAME IS CLOSED OUT SOONER THAN
      *    THE GENERAL BUY-IN AGE.
       01  WS-THRESHOLD-CLOSEOUT-DAYS    PIC 9(03) VALUE 003.
       01  WS-THRESHOLD-FAIL-SW          PIC X(01).
           88  THRESHOLD-FAIL            VALUE 'Y'.

      *----------------------------------------------------------------
      * PENALTY-BOX BOOKKEEPING - ACCOUNTS WHOSE CLOSE-OUT FAILS HAVE
      * CLOSED, AND THOSE STILL CARRYING AN OPEN ONE AT THE END OF
      * THE RUN. AN ACCOUNT ONLY IN THE FIRST TABLE COMES OUT.
      *----------------------------------------------------------------
       01  WS-MAX-BOX-ACCOUNTS           PIC 9(05) VALUE 01000.
       01  WS-BOX-INDEX                  PIC 9(05).
       01  WS-BOX-FOUND                  PIC 9(05).
       01  WS-CLOSED-BOX-COUNT           PIC 9(05) VALUE ZERO.
       01  WS-CLOSED-BOX-TABLE.
           05  WS-CLOSED-BOX-ACCOUNT     PIC X(12) OCCURS 1000 TIMES.
       01  WS-OPEN-BOX-COUNT             PIC 9(05) VALUE ZERO.
       01  WS-OPEN-BOX-TABLE.
           05  WS-OPEN-BOX-ACCOUNT       PIC X(12) OCCURS 1000 TIMES.
       01  WS-BOX-ACCOUNT-ID             PIC X(12).
       01  WS-SUB-INDEX                  PIC 9(05).

       01  WS-CURRENT-DATE               PIC X(08).
       01  WS-TODAY-NUM                  PIC 9(08).

       01  WS-GENERATED-COUNT            PIC 9(07) COMP.
       01  WS-CLOSED-COUNT               PIC 9(07) COMP.
       01  WS-BOXED-COUNT                PIC 9(07) COMP.
       01  WS-RELEASED-COUNT             PIC 9(07) COMP.
       01  WS-BOXED-DISPLAY              PIC ZZZZZZ9.
       01  WS-RELEASED-DISPLAY           PIC ZZZZZZ9.
       01  WS-GENERATED-DISPLAY          PIC ZZZZZZ9.
       01  WS-CLOSED-DISPLAY             PIC ZZZZZZ9.
       01  WS-AMOUNT-DISPLAY             PIC Z,ZZZ,ZZZ,ZZ9.99-.
       MAIN-PROCESS.
           PERFORM INITIALIZE-PROCESS
           PERFORM WORK-FAILS-PROCESS
           PERFORM RELEASE-PENALTY-BOX-PROCESS THRU
               RELEASE-PENALTY-BOX-EXIT
           PERFORM FINALIZE-PROCESS
           STOP RUN.

       INITIALIZE-PROCESS.
           MOVE ZERO TO WS-GENERATED-COUNT
           MOVE ZERO TO WS-CLOSED-COUNT
           MOVE ZERO TO WS-BOXED-COUNT
           MOVE ZERO TO WS-RELEASED-COUNT
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           MOVE WS-CURRENT-DATE TO WS-TODAY-NUM
           COMPUTE WS-TODAY-INT =
               STOP RUN
           END-IF

           OPEN I-O ACCOUNT-FILE

      *    NO SECURITY MASTER MEANS NO THRESHOLD LIST - EVERY FAIL
      *    WAITS FOR THE GENERAL BUY-IN AGE.
           OPEN INPUT SECMAST-FILE
           IF WS-SECMAST-STATUS = '00'
               SET SECMAST-AVAILABLE TO TRUE
           END-IF

           OPEN OUTPUT BUYIN-RPT-FILE
           IF WS-RPT-STATUS NOT = '00'
               GO TO WORK-ONE-FAIL-NEXT
           END-IF

      *    A THRESHOLD-LIST FAIL ON ITS CLOSE-OUT DAY PUTS THE
      *    ACCOUNT IN THE PENALTY BOX ONCE, WHETHER OR NOT A BUY-IN
      *    IS ALREADY WORKING.
           PERFORM CHECK-THRESHOLD-FAIL
           IF FAIL-SETTLEMENT-DATE IS NUMERIC
               MOVE FAIL-SETTLEMENT-DATE TO WS-SETTLE-NUM
               COMPUTE WS-SETTLE-INT =
                   FUNCTION INTEGER-OF-DATE(WS-SETTLE-NUM)
               COMPUTE WS-AGE-DAYS = WS-TODAY-INT - WS-SETTLE-INT
               IF THRESHOLD-FAIL
                  AND WS-AGE-DAYS NOT < WS-THRESHOLD-CLOSEOUT-DAYS
                  AND NOT FAIL-THRESHOLD-CLOSEOUT
                   PERFORM APPLY-PENALTY-BOX THRU
                       APPLY-PENALTY-BOX-EXIT
               END-IF
           END-IF

           IF FAIL-BUYIN-ORDER-ID NOT = SPACES
               PERFORM CHECK-BUYIN-FILLED THRU CHECK-FILLED-EXIT
               GO TO WORK-ONE-FAIL-NEXT
           IF FAIL-SETTLEMENT-DATE NOT NUMERIC
               GO TO WORK-ONE-FAIL-NEXT
           END-IF
           IF WS-AGE-DAYS < WS-BUYIN-AGE-DAYS
              AND NOT FAIL-THRESHOLD-CLOSEOUT
               GO TO WORK-ONE-FAIL-NEXT
           END-IF

       WORK-ONE-FAIL-EXIT.
           EXIT.

       CHECK-THRESHOLD-FAIL.
           MOVE 'N' TO WS-THRESHOLD-FAIL-SW
           IF SECMAST-AVAILABLE
               MOVE FAIL-SECURITY-SYMBOL TO SEC-SYMBOL
               READ SECMAST-FILE
               IF WS-SECMAST-STATUS = '00'
                  AND THRESHOLD-SECURITY
                   SET THRESHOLD-FAIL TO TRUE
               END-IF
           END-IF.

       APPLY-PENALTY-BOX.
      *    THE FAIL IS MARKED FIRST SO THE BOX IS APPLIED ONCE, AND
      *    THE MARK IS WHAT KEEPS THE ACCOUNT IN UNTIL IT CLOSES.
           MOVE 'Y' TO FAIL-CLOSEOUT-FLAG
           REWRITE FAILTRK-RECORD

           MOVE FAIL-ACCOUNT-ID TO ACCOUNT-ID OF ACCOUNT-RECORD
           READ ACCOUNT-FILE
           IF WS-ACCT-STATUS NOT = '00'
               DISPLAY 'BUYIN: ACCOUNT ' FAIL-ACCOUNT-ID
                   ' NOT FOUND - PENALTY BOX NOT APPLIED'
               GO TO APPLY-PENALTY-BOX-EXIT
           END-IF
           IF NOT PREBORROW-REQUIRED OF ACCOUNT-RECORD
               MOVE 'Y' TO REG-PREBORROW-FLAG OF ACCOUNT-RECORD
               REWRITE ACCOUNT-RECORD
               ADD 1 TO WS-BOXED-COUNT
           END-IF

           MOVE SPACES TO BUYIN-RPT-LINE
           STRING 'FAIL ' DELIMITED BY SIZE
                  FAIL-TRANSACTION-ID DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  FAIL-SECURITY-SYMBOL DELIMITED BY SIZE
                  ' THRESHOLD CLOSE-OUT - ACCOUNT '
                      DELIMITED BY SIZE
                  FAIL-ACCOUNT-ID DELIMITED BY SIZE
                  ' PRE-BORROW REQUIRED' DELIMITED BY SIZE
                  INTO BUYIN-RPT-LINE
           END-STRING
           WRITE BUYIN-RPT-LINE.

       APPLY-PENALTY-BOX-EXIT.
           EXIT.

       GENERATE-BUYIN-ORDER.
           MOVE SPACES TO WS-ORDER-RECORD
           MOVE FAIL-ACCOUNT-ID TO ACCOUNT-ID OF WS-ORDER-RECORD
                   WS-TRANPOST-RETURN-CODE
           END-IF.

      *----------------------------------------------------------------
      * THE PENALTY BOX LIFTS ONLY WHEN NO OPEN CLOSE-OUT FAIL IS
      * LEFT FOR THE ACCOUNT - A SECOND CLOSE-OUT STILL WORKING KEEPS
      * IT IN. ONE MORE PASS OF FAILTRK SORTS THE CLOSE-OUT FAILS
      * INTO OPEN AND CLOSED (BOUGHT IN HERE OR RESOLVED THROUGH
      * FAILRES), THEN EVERY ACCOUNT WITH A CLOSED ONE AND NO OPEN
      * ONE LEFT IS RELEASED.
      *----------------------------------------------------------------
       RELEASE-PENALTY-BOX-PROCESS.
           MOVE '00' TO WS-FAIL-STATUS
           MOVE LOW-VALUES TO FAIL-TRANSACTION-ID
           START FAILTRK-FILE KEY >= FAIL-TRANSACTION-ID
               INVALID KEY SET FAIL-FILE-EOF TO TRUE
           END-START
           IF NOT FAIL-FILE-EOF
               READ FAILTRK-FILE NEXT RECORD
               IF WS-FAIL-STATUS NOT = '00'
                   SET FAIL-FILE-EOF TO TRUE
               END-IF
           END-IF
           PERFORM NOTE-ONE-CLOSEOUT UNTIL FAIL-FILE-EOF
           IF WS-CLOSED-BOX-COUNT = ZERO
               GO TO RELEASE-PENALTY-BOX-EXIT
           END-IF

           MOVE 1 TO WS-BOX-INDEX
           PERFORM RELEASE-ONE-ACCOUNT
               UNTIL WS-BOX-INDEX > WS-CLOSED-BOX-COUNT.

       RELEASE-PENALTY-BOX-EXIT.
           EXIT.

       NOTE-ONE-CLOSEOUT.
           IF FAIL-THRESHOLD-CLOSEOUT
              AND NOT FAIL-OPEN
               MOVE FAIL-ACCOUNT-ID TO WS-BOX-ACCOUNT-ID
               PERFORM NOTE-CLOSED-BOX-ACCOUNT
           END-IF
           IF FAIL-OPEN
              AND FAIL-THRESHOLD-CLOSEOUT
               MOVE ZERO TO WS-BOX-FOUND
               MOVE 1 TO WS-BOX-INDEX
               PERFORM FIND-OPEN-BOX-ACCOUNT
                   UNTIL WS-BOX-INDEX > WS-OPEN-BOX-COUNT
                   OR WS-BOX-FOUND NOT = ZERO
               IF WS-BOX-FOUND = ZERO
                  AND WS-OPEN-BOX-COUNT < WS-MAX-BOX-ACCOUNTS
                   ADD 1 TO WS-OPEN-BOX-COUNT
                   MOVE FAIL-ACCOUNT-ID TO
                       WS-OPEN-BOX-ACCOUNT(WS-OPEN-BOX-COUNT)
               END-IF
           END-IF
           READ FAILTRK-FILE NEXT RECORD
           IF WS-FAIL-STATUS NOT = '00'
               SET FAIL-FILE-EOF TO TRUE
           END-IF.

       FIND-OPEN-BOX-ACCOUNT.
           IF WS-OPEN-BOX-ACCOUNT(WS-BOX-INDEX) = FAIL-ACCOUNT-ID
               MOVE WS-BOX-INDEX TO WS-BOX-FOUND
           END-IF
           ADD 1 TO WS-BOX-INDEX.

       NOTE-CLOSED-BOX-ACCOUNT.
           MOVE ZERO TO WS-BOX-FOUND
           MOVE 1 TO WS-BOX-INDEX
           PERFORM FIND-CLOSED-BOX-ACCOUNT
               UNTIL WS-BOX-INDEX > WS-CLOSED-BOX-COUNT
               OR WS-BOX-FOUND NOT = ZERO
           IF WS-BOX-FOUND = ZERO
              AND WS-CLOSED-BOX-COUNT < WS-MAX-BOX-ACCOUNTS
               ADD 1 TO WS-CLOSED-BOX-COUNT
               MOVE WS-BOX-ACCOUNT-ID TO
                   WS-CLOSED-BOX-ACCOUNT(WS-CLOSED-BOX-COUNT)
           END-IF.

       FIND-CLOSED-BOX-ACCOUNT.
           IF WS-CLOSED-BOX-ACCOUNT(WS-BOX-INDEX) = WS-BOX-ACCOUNT-ID
               MOVE WS-BOX-INDEX TO WS-BOX-FOUND
           END-IF
           ADD 1 TO WS-BOX-INDEX.

       RELEASE-ONE-ACCOUNT.
           MOVE WS-CLOSED-BOX-ACCOUNT(WS-BOX-INDEX) TO
               WS-BOX-ACCOUNT-ID
           MOVE ZERO TO WS-BOX-FOUND
           MOVE 1 TO WS-SUB-INDEX
           PERFORM MATCH-OPEN-BOX-ACCOUNT
               UNTIL WS-SUB-INDEX > WS-OPEN-BOX-COUNT
               OR WS-BOX-FOUND NOT = ZERO
           IF WS-BOX-FOUND = ZERO
               MOVE WS-BOX-ACCOUNT-ID TO ACCOUNT-ID OF ACCOUNT-RECORD
               READ ACCOUNT-FILE
               IF WS-ACCT-STATUS = '00'
                  AND PREBORROW-REQUIRED OF ACCOUNT-RECORD
                   MOVE 'N' TO REG-PREBORROW-FLAG OF ACCOUNT-RECORD
                   REWRITE ACCOUNT-RECORD
                   ADD 1 TO WS-RELEASED-COUNT
                   MOVE SPACES TO BUYIN-RPT-LINE
                   STRING 'ACCOUNT ' DELIMITED BY SIZE
                          WS-BOX-ACCOUNT-ID DELIMITED BY SIZE
                          ' CLOSE-OUT COMPLETE - PRE-BORROW '
                              DELIMITED BY SIZE
                          'RESTRICTION LIFTED' DELIMITED BY SIZE
                          INTO BUYIN-RPT-LINE
                   END-STRING
                   WRITE BUYIN-RPT-LINE
               END-IF
           END-IF
           ADD 1 TO WS-BOX-INDEX.

       MATCH-OPEN-BOX-ACCOUNT.
           IF WS-OPEN-BOX-ACCOUNT(WS-SUB-INDEX) = WS-BOX-ACCOUNT-ID
               MOVE WS-SUB-INDEX TO WS-BOX-FOUND
           END-IF
           ADD 1 TO WS-SUB-INDEX.

       FINALIZE-PROCESS.
           CLOSE FAILTRK-FILE
           CLOSE ACCOUNT-FILE
           IF SECMAST-AVAILABLE
               CLOSE SECMAST-FILE
           END-IF
           CLOSE BUYIN-RPT-FILE

           MOVE WS-GENERATED-COUNT TO WS-GENERATED-DISPLAY
           MOVE WS-CLOSED-COUNT TO WS-CLOSED-DISPLAY
           MOVE WS-BOXED-COUNT TO WS-BOXED-DISPLAY
           MOVE WS-RELEASED-COUNT TO WS-RELEASED-DISPLAY
           DISPLAY 'BUYIN: GENERATED ' WS-GENERATED-DISPLAY
               ' BUY-IN(S), CLOSED ' WS-CLOSED-DISPLAY
           DISPLAY 'BUYIN: PENALTY BOX - ' WS-BOXED-DISPLAY
               ' ACCOUNT(S) IN, ' WS-RELEASED-DISPLAY
               ' RELEASED'.

       END PROGRAM BUYIN.
