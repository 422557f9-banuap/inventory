      *             SINCE THE PRIOR SNAPSHOT - IT USED TO BE A
      *             POINTER TELLING THE READER TO GO OPEN
      *             CASHPRF.RPT THEMSELVES.
      * 2026-10-15  CARRIES THE LATEST ALLOCRPT RUN'S ASSET ALLOCATION
      *             EXCEPTION COUNTS OFF ALLOCCNT.DAT - ACCOUNTS AND
      *             HOUSEHOLDS OUTSIDE THEIR OBJECTIVE'S BAND.
      * 2026-10-15  ADDED A BY-CORRESPONDENT SECTION: NEW ACCOUNTS,
      *             CLOSURES, MARGIN CALLS PENDING, AND TODAY'S TRADE
      *             COUNT AND TOTAL FOR EACH CORRESPONDENT FIRM
      *             (CORRESPONDENT-ID ON ACCOUNT.DAT), WITH OUR OWN
      *             SELF-CLEARED BOOK AS THE REMAINDER OF THE FIRM
      *             FIGURES. NOT PRINTED WHEN NO ACCOUNT CARRIES A
      *             CORRESPONDENT.
      ******************************************************************

       ENVIRONMENT DIVISION.
               RECORD KEY IS CP-SNAPSHOT-DATE
               FILE STATUS IS WS-CASHPRF-STATUS.

           SELECT ALLOCCNT-FILE ASSIGN TO "ALLOCCNT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALLOC-STATUS.

           SELECT FLASHRPT-RPT-FILE ASSIGN TO "FLASHRPT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           05  CP-SNAPSHOT-DATE          PIC X(08).
           05  CP-TOTAL-BALANCE          PIC S9(15)V99 COMP-3.

       FD  ALLOCCNT-FILE.
       01  ALLOCCNT-RECORD.
           05  AC-RUN-DATE               PIC X(08).
           05  AC-ACCOUNTS-REVIEWED      PIC 9(07).
           05  AC-ACCOUNTS-OUT-OF-BAND   PIC 9(07).
           05  AC-HOUSEHOLDS-OUT-OF-BAND PIC 9(07).
           05  AC-ACCOUNTS-NO-BAND       PIC 9(07).

       FD  FLASHRPT-RPT-FILE.
       01  FLASHRPT-RPT-LINE             PIC X(132).

           88  CASHPRF-OK                VALUE '00'.
           88  CASHPRF-EOF               VALUE '10'.
       01  WS-RPT-STATUS                 PIC XX.
       01  WS-ALLOC-STATUS               PIC XX.

       01  WS-CASH-FOUND-SW              PIC X(01).
           88  CASH-SNAPSHOT-FOUND       VALUE 'Y'.
               10  WS-SRC-PROGRAM        PIC X(08).
               10  WS-SRC-COUNT          PIC 9(05) COMP.

      *    ONE ROW PER CORRESPONDENT WITH AN ACCOUNT ON FILE, BUILT
      *    ON THE ACCOUNT PASS AND ADDED TO ON THE TRADE PASS.
       01  WS-MAX-CORRESPONDENTS         PIC 9(03) VALUE 100.
       01  WS-CORR-COUNT                 PIC 9(03) VALUE ZERO.
       01  WS-CORR-INDEX                 PIC 9(03).
       01  WS-CORR-FOUND                 PIC 9(03).
       01  WS-CORR-TABLE.
           05  WS-CORR-ENTRY OCCURS 100 TIMES.
               10  WS-CF-CORRESPONDENT   PIC X(06).
               10  WS-CF-NEW-ACCOUNTS    PIC 9(07) COMP.
               10  WS-CF-CLOSED-ACCOUNTS PIC 9(07) COMP.
               10  WS-CF-MARGIN-CALLS    PIC 9(07) COMP.
               10  WS-CF-TRADE-COUNT     PIC 9(07) COMP.
               10  WS-CF-TRADE-TOTAL     PIC S9(15)V99 COMP-3.
       01  WS-SELF-NEW                   PIC 9(07) COMP.
       01  WS-SELF-CLOSED                PIC 9(07) COMP.
       01  WS-SELF-MARGIN                PIC 9(07) COMP.
       01  WS-SELF-TRADES                PIC 9(07) COMP.
       01  WS-SELF-TRADE-TOTAL           PIC S9(15)V99 COMP-3.

       01  WS-CORR-LINE.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-CL-NAME                PIC X(13).
           05  FILLER                    PIC X(05) VALUE ' NEW '.
           05  WS-CL-NEW                 PIC ZZZ,ZZ9.
           05  FILLER                    PIC X(08) VALUE ' CLOSED '.
           05  WS-CL-CLOSED              PIC ZZZ,ZZ9.
           05  FILLER                    PIC X(08) VALUE ' MARGIN '.
           05  WS-CL-MARGIN              PIC ZZZ,ZZ9.
           05  FILLER                    PIC X(08) VALUE ' TRADES '.
           05  WS-CL-TRADES              PIC ZZZ,ZZ9.
           05  FILLER                    PIC X(07) VALUE ' TOTAL '.
           05  WS-CL-TOTAL               PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                    PIC X(35) VALUE SPACES.

       01  WS-COUNT-DISPLAY              PIC ZZZ,ZZ9.
       01  WS-DELTA-DISPLAY              PIC ZZZ,ZZ9-.
       01  WS-AMOUNT-DISPLAY             PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           MOVE -1 TO WS-PRIOR-SUSPENSE
           MOVE -1 TO WS-PRIOR-FAILS
           MOVE ZERO TO WS-SOURCE-COUNT
           MOVE ZERO TO WS-CORR-COUNT
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD

           OPEN INPUT FLASHPRV-FILE
           IF MARGIN-CALL-PENDING OF ACCOUNT-RECORD
               ADD 1 TO WS-MARGIN-CALLS
           END-IF
           IF NOT SELF-CLEARED-ACCOUNT OF ACCOUNT-RECORD
               PERFORM COUNT-CORRESPONDENT-ACCOUNT
           END-IF
           READ ACCOUNT-FILE NEXT RECORD
           IF WS-ACCT-STATUS NOT = '00'
               SET ACCT-EOF TO TRUE
           END-IF.

       COUNT-CORRESPONDENT-ACCOUNT.
           PERFORM FIND-CORRESPONDENT-SLOT
           IF WS-CORR-FOUND = ZERO
              AND WS-CORR-COUNT < WS-MAX-CORRESPONDENTS
               ADD 1 TO WS-CORR-COUNT
               MOVE WS-CORR-COUNT TO WS-CORR-FOUND
               MOVE CORRESPONDENT-ID OF ACCOUNT-RECORD TO
                   WS-CF-CORRESPONDENT(WS-CORR-FOUND)
               MOVE ZERO TO WS-CF-NEW-ACCOUNTS(WS-CORR-FOUND)
               MOVE ZERO TO WS-CF-CLOSED-ACCOUNTS(WS-CORR-FOUND)
               MOVE ZERO TO WS-CF-MARGIN-CALLS(WS-CORR-FOUND)
               MOVE ZERO TO WS-CF-TRADE-COUNT(WS-CORR-FOUND)
               MOVE ZERO TO WS-CF-TRADE-TOTAL(WS-CORR-FOUND)
           END-IF
           IF WS-CORR-FOUND NOT = ZERO
               IF OPEN-DATE OF ACCOUNT-RECORD = WS-CURRENT-DATE
                   ADD 1 TO WS-CF-NEW-ACCOUNTS(WS-CORR-FOUND)
               END-IF
               IF CLOSE-DATE OF ACCOUNT-RECORD = WS-CURRENT-DATE
                   ADD 1 TO WS-CF-CLOSED-ACCOUNTS(WS-CORR-FOUND)
               END-IF
               IF MARGIN-CALL-PENDING OF ACCOUNT-RECORD
                   ADD 1 TO WS-CF-MARGIN-CALLS(WS-CORR-FOUND)
               END-IF
           END-IF.

       FIND-CORRESPONDENT-SLOT.
           MOVE ZERO TO WS-CORR-FOUND
           MOVE 1 TO WS-CORR-INDEX
           PERFORM LOOK-FOR-CORRESPONDENT-SLOT
               UNTIL WS-CORR-INDEX > WS-CORR-COUNT
               OR WS-CORR-FOUND NOT = ZERO.

       LOOK-FOR-CORRESPONDENT-SLOT.
           IF WS-CF-CORRESPONDENT(WS-CORR-INDEX) =
                  CORRESPONDENT-ID OF ACCOUNT-RECORD
               MOVE WS-CORR-INDEX TO WS-CORR-FOUND
           END-IF
           ADD 1 TO WS-CORR-INDEX.

       COUNT-MOVEMENT-PROCESS.
           OPEN INPUT TRANSACTION-FILE
           IF WS-TRANS-STATUS NOT = '00'
               GO TO COUNT-MOVEMENT-DONE
           END-IF
      *    THE TRADE'S ACCOUNT IS ONLY READ BACK WHEN THERE ARE
      *    CORRESPONDENTS TO SEGREGATE.
           IF WS-CORR-COUNT > ZERO
               OPEN INPUT ACCOUNT-FILE
               IF WS-ACCT-STATUS NOT = '00'
                   MOVE ZERO TO WS-CORR-COUNT
               END-IF
           END-IF
           READ TRANSACTION-FILE NEXT RECORD
           IF WS-TRANS-STATUS NOT = '00'
               SET TRANS-EOF TO TRUE
           END-IF
           PERFORM COUNT-ONE-MOVEMENT UNTIL TRANS-EOF
           CLOSE TRANSACTION-FILE
           IF WS-CORR-COUNT > ZERO
               CLOSE ACCOUNT-FILE
           END-IF.

       COUNT-MOVEMENT-DONE.
           EXIT.
                       ADD 1 TO WS-TRADE-COUNT
                       ADD TRANSACTION-AMOUNT OF TRANSACTION-RECORD
                           TO WS-TRADE-TOTAL
                       IF WS-CORR-COUNT > ZERO
                           PERFORM COUNT-CORRESPONDENT-TRADE
                       END-IF
                   WHEN DEPOSIT-TRANS OF TRANSACTION-RECORD
                   WHEN WITHDRAWAL-TRANS OF TRANSACTION-RECORD
                       ADD 1 TO WS-MONEY-COUNT
               SET TRANS-EOF TO TRUE
           END-IF.

       COUNT-CORRESPONDENT-TRADE.
           MOVE ACCOUNT-ID OF TRANSACTION-RECORD TO
               ACCOUNT-ID OF ACCOUNT-RECORD
           READ ACCOUNT-FILE
           IF WS-ACCT-STATUS = '00'
              AND NOT SELF-CLEARED-ACCOUNT OF ACCOUNT-RECORD
               PERFORM FIND-CORRESPONDENT-SLOT
               IF WS-CORR-FOUND NOT = ZERO
                   ADD 1 TO WS-CF-TRADE-COUNT(WS-CORR-FOUND)
                   ADD TRANSACTION-AMOUNT OF TRANSACTION-RECORD TO
                       WS-CF-TRADE-TOTAL(WS-CORR-FOUND)
               END-IF
           END-IF.

       COUNT-SUSPENSE-PROCESS.
           OPEN INPUT SUSPQ-FILE
           IF WS-SUSP-STATUS NOT = '00'
           MOVE SPACES TO FLASHRPT-RPT-LINE
           WRITE FLASHRPT-RPT-LINE
           PERFORM READ-CASH-SNAPSHOT THRU READ-CASH-EXIT
           PERFORM WRITE-CASH-PROOF-SECTION

           MOVE SPACES TO FLASHRPT-RPT-LINE
           WRITE FLASHRPT-RPT-LINE
           PERFORM WRITE-ALLOCATION-SECTION THRU
               WRITE-ALLOCATION-EXIT

           IF WS-CORR-COUNT > ZERO
               PERFORM WRITE-CORRESPONDENT-SECTION
           END-IF.

       WRITE-CORRESPONDENT-SECTION.
           MOVE SPACES TO FLASHRPT-RPT-LINE
           WRITE FLASHRPT-RPT-LINE
           MOVE SPACES TO FLASHRPT-RPT-LINE
           MOVE 'BY CORRESPONDENT' TO FLASHRPT-RPT-LINE
           WRITE FLASHRPT-RPT-LINE

      *    OUR OWN BOOK IS WHATEVER THE CORRESPONDENTS DO NOT ACCOUNT
      *    FOR IN THE FIRM FIGURES ABOVE.
           MOVE WS-NEW-ACCOUNTS TO WS-SELF-NEW
           MOVE WS-CLOSED-ACCOUNTS TO WS-SELF-CLOSED
           MOVE WS-MARGIN-CALLS TO WS-SELF-MARGIN
           MOVE WS-TRADE-COUNT TO WS-SELF-TRADES
           MOVE WS-TRADE-TOTAL TO WS-SELF-TRADE-TOTAL
           MOVE 1 TO WS-CORR-INDEX
           PERFORM WRITE-ONE-CORRESPONDENT-LINE
               UNTIL WS-CORR-INDEX > WS-CORR-COUNT

           MOVE 'SELF-CLEARED' TO WS-CL-NAME
           MOVE WS-SELF-NEW TO WS-CL-NEW
           MOVE WS-SELF-CLOSED TO WS-CL-CLOSED
           MOVE WS-SELF-MARGIN TO WS-CL-MARGIN
           MOVE WS-SELF-TRADES TO WS-CL-TRADES
           MOVE WS-SELF-TRADE-TOTAL TO WS-CL-TOTAL
           MOVE WS-CORR-LINE TO FLASHRPT-RPT-LINE
           WRITE FLASHRPT-RPT-LINE.

       WRITE-ONE-CORRESPONDENT-LINE.
           MOVE SPACES TO WS-CL-NAME
           STRING 'CORR ' DELIMITED BY SIZE
                  WS-CF-CORRESPONDENT(WS-CORR-INDEX) DELIMITED BY SIZE
                  INTO WS-CL-NAME
           END-STRING
           MOVE WS-CF-NEW-ACCOUNTS(WS-CORR-INDEX) TO WS-CL-NEW
           MOVE WS-CF-CLOSED-ACCOUNTS(WS-CORR-INDEX) TO WS-CL-CLOSED
           MOVE WS-CF-MARGIN-CALLS(WS-CORR-INDEX) TO WS-CL-MARGIN
           MOVE WS-CF-TRADE-COUNT(WS-CORR-INDEX) TO WS-CL-TRADES
           MOVE WS-CF-TRADE-TOTAL(WS-CORR-INDEX) TO WS-CL-TOTAL
           MOVE WS-CORR-LINE TO FLASHRPT-RPT-LINE
           WRITE FLASHRPT-RPT-LINE

           SUBTRACT WS-CF-NEW-ACCOUNTS(WS-CORR-INDEX) FROM WS-SELF-NEW
           SUBTRACT WS-CF-CLOSED-ACCOUNTS(WS-CORR-INDEX) FROM
               WS-SELF-CLOSED
           SUBTRACT WS-CF-MARGIN-CALLS(WS-CORR-INDEX) FROM
               WS-SELF-MARGIN
           SUBTRACT WS-CF-TRADE-COUNT(WS-CORR-INDEX) FROM
               WS-SELF-TRADES
           SUBTRACT WS-CF-TRADE-TOTAL(WS-CORR-INDEX) FROM
               WS-SELF-TRADE-TOTAL
           ADD 1 TO WS-CORR-INDEX.

       READ-CASH-SNAPSHOT.
      *    THE LAST TWO SNAPSHOT ROWS GIVE THE LATEST TOTAL AND THE
               END-IF
           END-IF.

       WRITE-ALLOCATION-SECTION.
      *    ALLOCRPT RUNS MONTHLY, SO THE COUNTS CARRY THE DATE OF THE
      *    RUN THEY CAME FROM.
           MOVE SPACES TO FLASHRPT-RPT-LINE
           MOVE 'ASSET ALLOCATION EXCEPTIONS (ALLOCRPT)' TO
               FLASHRPT-RPT-LINE
           WRITE FLASHRPT-RPT-LINE

           OPEN INPUT ALLOCCNT-FILE
           IF WS-ALLOC-STATUS NOT = '00'
               MOVE SPACES TO FLASHRPT-RPT-LINE
               MOVE 'NO ALLOCRPT RUN ON FILE' TO FLASHRPT-RPT-LINE
               WRITE FLASHRPT-RPT-LINE
               GO TO WRITE-ALLOCATION-EXIT
           END-IF
           READ ALLOCCNT-FILE
           IF WS-ALLOC-STATUS NOT = '00'
               MOVE SPACES TO FLASHRPT-RPT-LINE
               MOVE 'NO ALLOCRPT RUN ON FILE' TO FLASHRPT-RPT-LINE
               WRITE FLASHRPT-RPT-LINE
               CLOSE ALLOCCNT-FILE
               GO TO WRITE-ALLOCATION-EXIT
           END-IF
           CLOSE ALLOCCNT-FILE

           MOVE AC-ACCOUNTS-OUT-OF-BAND TO WS-COUNT-DISPLAY
           MOVE SPACES TO FLASHRPT-RPT-LINE
           STRING 'ACCOUNTS OUT OF BAND. . ' DELIMITED BY SIZE
                  WS-COUNT-DISPLAY DELIMITED BY SIZE
                  '  AS OF ' DELIMITED BY SIZE
                  AC-RUN-DATE DELIMITED BY SIZE
                  INTO FLASHRPT-RPT-LINE
           END-STRING
           WRITE FLASHRPT-RPT-LINE

           MOVE AC-HOUSEHOLDS-OUT-OF-BAND TO WS-COUNT-DISPLAY
           MOVE SPACES TO FLASHRPT-RPT-LINE
           STRING 'HOUSEHOLDS OUT OF BAND. ' DELIMITED BY SIZE
                  WS-COUNT-DISPLAY DELIMITED BY SIZE
                  INTO FLASHRPT-RPT-LINE
           END-STRING
           WRITE FLASHRPT-RPT-LINE

           MOVE AC-ACCOUNTS-NO-BAND TO WS-COUNT-DISPLAY
           MOVE SPACES TO FLASHRPT-RPT-LINE
           STRING 'ACCOUNTS WITH NO BAND . ' DELIMITED BY SIZE
                  WS-COUNT-DISPLAY DELIMITED BY SIZE
                  INTO FLASHRPT-RPT-LINE
           END-STRING
           WRITE FLASHRPT-RPT-LINE.

       WRITE-ALLOCATION-EXIT.
           EXIT.

       WRITE-COUNT-LINE-NEW.
           MOVE SPACES TO FLASHRPT-RPT-LINE
           STRING 'NEW ACCOUNTS TODAY. . . ' DELIMITED BY SIZE
