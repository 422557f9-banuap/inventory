       IDENTIFICATION DIVISION.
       PROGRAM-ID. THRLOAD.
      ******************************************************************
      * PROGRAM: THRLOAD - DAILY REG SHO THRESHOLD-LIST LOAD
      * VERSION: 1.0
      * DATE: 2026-10-15
      * PURPOSE: APPLY THE EXCHANGES' DAILY REG SHO THRESHOLD
      *          SECURITIES LIST (THRESHIN.DAT, ONE SYMBOL PER LINE,
      *          ALL MARKETS CONCATENATED) TO THE SECURITY MASTER. THE
      *          LIST IS THE FULL LIST, NOT DELTAS: A SYMBOL ON IT IS
      *          FLAGGED (SEC-THRESHOLD-FLAG) AND KEEPS THE DATE IT
      *          FIRST CAME ON, AND A FLAGGED SYMBOL NO LONGER ON IT IS
      *          CLEARED. A LISTED SYMBOL WE DO NOT CARRY IS COUNTED
      *          AND SKIPPED. THE TRANSMISSION PASSES THE COMMON
      *          FILEGATE INTAKE GATE FIRST, SO A TRUNCATED LIST
      *          CANNOT SILENTLY UNFLAG HALF THE NAMES AND A RE-SENT
      *          ONE DOES NOT LOAD TWICE.
      * FUNCTIONS: STANDALONE BATCH JOB - RUN ONCE PER BUSINESS DAY
      *            ON RECEIPT OF THE LIST, BEFORE THE MARKET OPENS, SO
      *            ORDMGMT ENFORCES PRE-BORROW ON THE DAY'S LIST AND
      *            THE NIGHTLY BUYIN RUN SEES THE SAME NAMES.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT THRESHENV-FILE ASSIGN TO "THRESHIN.ENV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ENV-STATUS.

           SELECT THRESHIN-FILE ASSIGN TO "THRESHIN.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-IN-STATUS.

           SELECT SECMAST-FILE ASSIGN TO "SECMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SEC-SYMBOL
               FILE STATUS IS WS-SECMAST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  THRESHIN-FILE.
       01  THRESHIN-RECORD.
           05  THIN-SYMBOL               PIC X(12).
           05  THIN-MARKET               PIC X(10).
           05  THIN-LIST-DATE            PIC X(08).
           05  FILLER                    PIC X(20).

       FD  THRESHENV-FILE.
       COPY FILEENV.

       FD  SECMAST-FILE.
       COPY SECMAST.

       WORKING-STORAGE SECTION.
       01  WS-ENV-STATUS                 PIC XX.
       01  WS-GATE-OPERATION             PIC X(06).
       01  WS-GATE-RETURN-CODE           PIC 9(02).
       COPY FILEENV REPLACING FILEENV-RECORD BY WS-ENVELOPE.
       01  WS-ACTUAL-COUNT               PIC 9(07).
       01  WS-ACTUAL-AMOUNT              PIC 9(13)V99.

       01  WS-IN-STATUS                  PIC XX.
           88  THRESHIN-OK               VALUE '00'.
           88  THRESHIN-EOF              VALUE '10'.

       01  WS-SECMAST-STATUS             PIC XX.
           88  SECMAST-EOF               VALUE '10'.

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

      *----------------------------------------------------------------
      * THE DAY'S LIST, HELD WHOLE SO THE MASTER SWEEP CAN TELL A
      * LISTED SYMBOL FROM ONE THAT HAS COME OFF.
      *----------------------------------------------------------------
       01  WS-MAX-LISTED                 PIC 9(05) VALUE 05000.
       01  WS-LISTED-COUNT               PIC 9(05) VALUE ZERO.
       01  WS-LISTED-INDEX               PIC 9(05).
       01  WS-LISTED-FOUND               PIC 9(05).
       01  WS-LISTED-TABLE.
           05  WS-LISTED-ENTRY OCCURS 5000 TIMES.
               10  WS-LT-SYMBOL          PIC X(12).
               10  WS-LT-LIST-DATE       PIC X(08).
               10  WS-LT-MATCHED-SW      PIC X(01).
                   88  WS-LT-MATCHED     VALUE 'Y'.

       01  WS-ADDED-COUNT                PIC 9(07) COMP.
       01  WS-KEPT-COUNT                 PIC 9(07) COMP.
       01  WS-REMOVED-COUNT              PIC 9(07) COMP.
       01  WS-UNKNOWN-COUNT              PIC 9(07) COMP.
       01  WS-REJECTED-COUNT             PIC 9(07) COMP.
       01  WS-ADDED-DISPLAY              PIC ZZZZZZ9.
       01  WS-KEPT-DISPLAY               PIC ZZZZZZ9.
       01  WS-REMOVED-DISPLAY            PIC ZZZZZZ9.
       01  WS-UNKNOWN-DISPLAY            PIC ZZZZZZ9.
       01  WS-REJECTED-DISPLAY           PIC ZZZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           PERFORM INITIALIZE-PROCESS
           PERFORM LOAD-LIST-PROCESS
           PERFORM SWEEP-MASTER-PROCESS
           PERFORM REPORT-UNKNOWN-SYMBOLS
           PERFORM FINALIZE-PROCESS
           STOP RUN.

       INITIALIZE-PROCESS.
           MOVE ZERO TO WS-ADDED-COUNT
           MOVE ZERO TO WS-KEPT-COUNT
           MOVE ZERO TO WS-REMOVED-COUNT
           MOVE ZERO TO WS-UNKNOWN-COUNT
           MOVE ZERO TO WS-REJECTED-COUNT
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD

           OPEN INPUT THRESHIN-FILE
           IF WS-IN-STATUS NOT = '00'
               DISPLAY 'THRLOAD: UNABLE TO OPEN THRESHIN.DAT, '
                   'STATUS = ' WS-IN-STATUS
               STOP RUN
           END-IF

           PERFORM VALIDATE-CONTROL-ENVELOPE THRU
               VALIDATE-ENVELOPE-EXIT

           OPEN I-O SECMAST-FILE
           IF WS-SECMAST-STATUS NOT = '00'
               DISPLAY 'THRLOAD: UNABLE TO OPEN SECMAST.DAT, '
                   'STATUS = ' WS-SECMAST-STATUS
               CLOSE THRESHIN-FILE
               STOP RUN
           END-IF.

       LOAD-LIST-PROCESS.
           READ THRESHIN-FILE
               AT END SET THRESHIN-EOF TO TRUE
           END-READ
           PERFORM LOAD-ONE-SYMBOL UNTIL THRESHIN-EOF.

       LOAD-ONE-SYMBOL.
      *    A SYMBOL LISTED BY MORE THAN ONE MARKET IS HELD ONCE.
           IF THIN-SYMBOL = SPACES
               ADD 1 TO WS-REJECTED-COUNT
           ELSE
               MOVE ZERO TO WS-LISTED-FOUND
               MOVE 1 TO WS-LISTED-INDEX
               PERFORM FIND-LISTED-SYMBOL
                   UNTIL WS-LISTED-INDEX > WS-LISTED-COUNT
                   OR WS-LISTED-FOUND NOT = ZERO
               IF WS-LISTED-FOUND = ZERO
                   IF WS-LISTED-COUNT < WS-MAX-LISTED
                       ADD 1 TO WS-LISTED-COUNT
                       MOVE THIN-SYMBOL TO
                           WS-LT-SYMBOL(WS-LISTED-COUNT)
                       IF THIN-LIST-DATE IS NUMERIC
                           MOVE THIN-LIST-DATE TO
                               WS-LT-LIST-DATE(WS-LISTED-COUNT)
                       ELSE
                           MOVE WS-CURRENT-DATE TO
                               WS-LT-LIST-DATE(WS-LISTED-COUNT)
                       END-IF
                       MOVE 'N' TO WS-LT-MATCHED-SW(WS-LISTED-COUNT)
                   ELSE
                       ADD 1 TO WS-REJECTED-COUNT
                       DISPLAY 'THRLOAD: LIST TABLE FULL - '
                           THIN-SYMBOL ' NOT LOADED'
                   END-IF
               END-IF
           END-IF

           READ THRESHIN-FILE
               AT END SET THRESHIN-EOF TO TRUE
           END-READ.

       FIND-LISTED-SYMBOL.
           IF WS-LT-SYMBOL(WS-LISTED-INDEX) = THIN-SYMBOL
               MOVE WS-LISTED-INDEX TO WS-LISTED-FOUND
           END-IF
           ADD 1 TO WS-LISTED-INDEX.

      *----------------------------------------------------------------
      * ONE PASS OF THE SECURITY MASTER - FLAG WHAT IS LISTED, CLEAR
      * WHAT HAS COME OFF, AND LEAVE EVERYTHING ELSE UNTOUCHED.
      *----------------------------------------------------------------
       SWEEP-MASTER-PROCESS.
           MOVE LOW-VALUES TO SEC-SYMBOL
           START SECMAST-FILE KEY IS NOT LESS THAN SEC-SYMBOL
               INVALID KEY SET SECMAST-EOF TO TRUE
           END-START
           IF NOT SECMAST-EOF
               READ SECMAST-FILE NEXT RECORD
               IF WS-SECMAST-STATUS NOT = '00'
                   SET SECMAST-EOF TO TRUE
               END-IF
           END-IF
           PERFORM SWEEP-ONE-SECURITY UNTIL SECMAST-EOF.

       SWEEP-ONE-SECURITY.
           MOVE ZERO TO WS-LISTED-FOUND
           MOVE 1 TO WS-LISTED-INDEX
           PERFORM MATCH-LISTED-SECURITY
               UNTIL WS-LISTED-INDEX > WS-LISTED-COUNT
               OR WS-LISTED-FOUND NOT = ZERO

           IF WS-LISTED-FOUND NOT = ZERO
               MOVE 'Y' TO WS-LT-MATCHED-SW(WS-LISTED-FOUND)
               IF THRESHOLD-SECURITY
                   ADD 1 TO WS-KEPT-COUNT
               ELSE
                   SET THRESHOLD-SECURITY TO TRUE
                   MOVE WS-LT-LIST-DATE(WS-LISTED-FOUND) TO
                       SEC-THRESHOLD-DATE
                   PERFORM REWRITE-SECURITY
                   ADD 1 TO WS-ADDED-COUNT
               END-IF
           ELSE
               IF THRESHOLD-SECURITY
                   MOVE 'N' TO SEC-THRESHOLD-FLAG
                   MOVE SPACES TO SEC-THRESHOLD-DATE
                   PERFORM REWRITE-SECURITY
                   ADD 1 TO WS-REMOVED-COUNT
               END-IF
           END-IF

           READ SECMAST-FILE NEXT RECORD
           IF WS-SECMAST-STATUS NOT = '00'
               SET SECMAST-EOF TO TRUE
           END-IF.

       MATCH-LISTED-SECURITY.
           IF WS-LT-SYMBOL(WS-LISTED-INDEX) = SEC-SYMBOL
               MOVE WS-LISTED-INDEX TO WS-LISTED-FOUND
           END-IF
           ADD 1 TO WS-LISTED-INDEX.

       REWRITE-SECURITY.
           PERFORM GET-CURRENT-TIMESTAMP
           MOVE WS-TIMESTAMP TO UPDATED-TIMESTAMP OF SECMAST-RECORD
           MOVE 'THRLOAD ' TO UPDATED-BY OF SECMAST-RECORD
           REWRITE SECMAST-RECORD
           IF WS-SECMAST-STATUS NOT = '00'
               DISPLAY 'THRLOAD: REWRITE OF ' SEC-SYMBOL
                   ' FAILED, STATUS = ' WS-SECMAST-STATUS
           END-IF.

       REPORT-UNKNOWN-SYMBOLS.
           MOVE 1 TO WS-LISTED-INDEX
           PERFORM REPORT-ONE-UNKNOWN
               UNTIL WS-LISTED-INDEX > WS-LISTED-COUNT.

       REPORT-ONE-UNKNOWN.
           IF NOT WS-LT-MATCHED(WS-LISTED-INDEX)
               ADD 1 TO WS-UNKNOWN-COUNT
               DISPLAY 'THRLOAD: LISTED SYMBOL '
                   WS-LT-SYMBOL(WS-LISTED-INDEX)
                   ' IS NOT ON THE SECURITY MASTER - SKIPPED'
           END-IF
           ADD 1 TO WS-LISTED-INDEX.

       VALIDATE-CONTROL-ENVELOPE.
      *    THE COMMON INTAKE GATE (FILEGATE): ENVELOPE COUNT MUST
      *    MATCH THE PRE-SCAN (THE LIST CARRIES NO AMOUNTS, SO THE
      *    HASH IS ZERO) AND THE LEDGER REFUSES A TRANSMISSION
      *    ALREADY CONSUMED. NO THRESHIN.ENV YET LOADS UNVERIFIED
      *    WITH A WARNING.
           MOVE SPACES TO WS-ENVELOPE
           OPEN INPUT THRESHENV-FILE
           IF WS-ENV-STATUS NOT = '00'
               DISPLAY 'THRLOAD: NO THRESHIN.ENV ENVELOPE - '
                   'TRANSMISSION LOADS UNVERIFIED'
               GO TO VALIDATE-ENVELOPE-EXIT
           END-IF
           READ THRESHENV-FILE INTO WS-ENVELOPE
               AT END
                   DISPLAY 'THRLOAD: THRESHIN.ENV IS EMPTY - '
                       'TRANSMISSION LOADS UNVERIFIED'
                   CLOSE THRESHENV-FILE
                   MOVE SPACES TO WS-ENVELOPE
                   GO TO VALIDATE-ENVELOPE-EXIT
           END-READ
           CLOSE THRESHENV-FILE

           MOVE ZERO TO WS-ACTUAL-COUNT
           MOVE ZERO TO WS-ACTUAL-AMOUNT
           READ THRESHIN-FILE
               AT END SET THRESHIN-EOF TO TRUE
           END-READ
           PERFORM PRESCAN-ONE-RECORD UNTIL THRESHIN-EOF
           CLOSE THRESHIN-FILE
           OPEN INPUT THRESHIN-FILE
           IF WS-IN-STATUS NOT = '00'
               DISPLAY 'THRLOAD: UNABLE TO RE-OPEN THRESHIN.DAT, '
                   'STATUS = ' WS-IN-STATUS
               STOP RUN
           END-IF

           MOVE 'VERIFY' TO WS-GATE-OPERATION
           CALL 'FILEGATE' USING WS-GATE-OPERATION,
                                  WS-ENVELOPE,
                                  WS-ACTUAL-COUNT,
                                  WS-ACTUAL-AMOUNT,
                                  WS-GATE-RETURN-CODE
           IF WS-GATE-RETURN-CODE NOT = 00
               DISPLAY 'THRLOAD: TRANSMISSION REFUSED BY THE INTAKE '
                   'GATE, RC=' WS-GATE-RETURN-CODE
                   ' - NOTHING LOADED'
               CLOSE THRESHIN-FILE
               STOP RUN
           END-IF.

       VALIDATE-ENVELOPE-EXIT.
           EXIT.

       PRESCAN-ONE-RECORD.
           ADD 1 TO WS-ACTUAL-COUNT
           READ THRESHIN-FILE
               AT END SET THRESHIN-EOF TO TRUE
           END-READ.

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
           IF ENV-FILE-ID OF WS-ENVELOPE NOT = SPACES
               MOVE 'CONSUM' TO WS-GATE-OPERATION
               CALL 'FILEGATE' USING WS-GATE-OPERATION,
                                      WS-ENVELOPE,
                                      WS-ACTUAL-COUNT,
                                      WS-ACTUAL-AMOUNT,
                                      WS-GATE-RETURN-CODE
           END-IF
           CLOSE THRESHIN-FILE
           CLOSE SECMAST-FILE

           MOVE WS-ADDED-COUNT TO WS-ADDED-DISPLAY
           MOVE WS-KEPT-COUNT TO WS-KEPT-DISPLAY
           MOVE WS-REMOVED-COUNT TO WS-REMOVED-DISPLAY
           MOVE WS-UNKNOWN-COUNT TO WS-UNKNOWN-DISPLAY
           MOVE WS-REJECTED-COUNT TO WS-REJECTED-DISPLAY
           DISPLAY 'THRLOAD: ' WS-ADDED-DISPLAY ' ADDED, '
               WS-KEPT-DISPLAY ' STILL LISTED, '
               WS-REMOVED-DISPLAY ' REMOVED, '
               WS-UNKNOWN-DISPLAY ' NOT CARRIED, '
               WS-REJECTED-DISPLAY ' REJECTED'.

       END PROGRAM THRLOAD.
