      *          MAINTENANCE-FEE - POSTING EACH THROUGH TRANPOST SO
      *          THE BALANCE CHANGE IS APPLIED AND LEAVES AN AUDITABLE
      *          TRANSACTION RECORD, JUST LIKE ANY OTHER POSTING.
      * FUNCTIONS: CALLED BY EODDRIVER EVERY NIGHT, OR RUN STANDALONE.
      *            MARGIN INTEREST ACCRUES EACH NIGHT; CREDIT INTEREST,
      *            MARGIN INTEREST AND THE MAINTENANCE FEE POST ONLY ON
      *            THE LAST CALENDAR DAY OF THE MONTH.
      *
      * MODIFICATION HISTORY:
      * 2026-08-08  ADDED CHECKPOINT/RESTART - THE LAST ACCOUNT-ID
      * 2026-08-22  AN ACCRUAL TRANPOST REJECTS IS NOW ALSO FILED ON
      *             THE SUSPENSE QUEUE (SUSPQ.DAT) FOR OPS TO REPAIR
      *             THROUGH THE SUSPREP SCREEN.
      * 2026-10-15  MARGIN INTEREST NOW ACCRUES DAILY OFF THE MARGIN
      *             RATE SCHEDULE (MRGRATE.DAT, MAINTAINED BY
      *             MRGMAINT) INSTEAD OF MONTH-END MARGIN-BALANCE
      *             TIMES THE ACCOUNT'S CREDIT INTEREST-RATE: EACH
      *             NIGHT'S DEBIT IS CHARGED THE BASE RATE PLUS ITS
      *             TIER SPREAD, ACTUAL/360, INTO MRGACR.DAT, AND ON
      *             THE LAST DAY OF THE MONTH THE ACCOUNT'S UNPOSTED
      *             ACCRUALS POST AS ONE FEE THROUGH TRANPOST. NO
      *             SCHEDULE ON FILE KEEPS THE OLD CALCULATION.
      * 2026-10-15  THE MARGIN INTEREST FEE NOW CARRIES
      *             TRANSACTION-SUBTYPE 'MINT' SO IT IS NOT MISTAKEN
      *             FOR THE MAINTENANCE FEE DOWNSTREAM.
      * 2026-10-15  CREDIT INTEREST AND THE MAINTENANCE FEE (AND, WITH
      *             NO MARGIN RATE SCHEDULE ON FILE, THE MONTHLY MARGIN
      *             INTEREST) NOW POST ONLY ON THE LAST CALENDAR DAY OF
      *             THE MONTH. EODDRIVER CALLS THIS STEP EVERY NIGHT
      *             FOR THE DAILY MARGIN ACCRUAL, AND EVERY OTHER NIGHT
      *             WAS POSTING A FULL MONTH OF EACH.
      ******************************************************************

       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHECKPOINT-STATUS.

           SELECT MRGRATE-FILE ASSIGN TO "MRGRATE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MR-EFFECTIVE-DATE
               FILE STATUS IS WS-RATE-STATUS.

           SELECT MRGACR-FILE ASSIGN TO "MRGACR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MA-KEY
               FILE STATUS IS WS-MRGACR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-FILE.
       FD  CHECKPOINT-FILE.
       01  CHECKPOINT-RECORD             PIC X(12).

       FD  MRGRATE-FILE.
       COPY MRGRATE.

       FD  MRGACR-FILE.
       COPY MRGACR.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS                PIC XX.
           88  FILE-OK                   VALUE '00'.

       01  WS-CURRENT-DATE               PIC 9(08).

       01  WS-RATE-STATUS                PIC XX.
       01  WS-MRGACR-STATUS              PIC XX.

       01  WS-SCHEDULE-SW                PIC X(01) VALUE 'N'.
           88  SCHEDULE-LOADED           VALUE 'Y'.
       01  WS-MONTH-END-SW               PIC X(01) VALUE 'N'.
           88  TODAY-IS-MONTH-END        VALUE 'Y'.
       01  WS-TOMORROW-INT               PIC 9(08).
       01  WS-TOMORROW-NUM               PIC 9(08).
       01  WS-TOMORROW-PARTS REDEFINES WS-TOMORROW-NUM.
           05  WS-TOMORROW-YEAR          PIC 9(04).
           05  WS-TOMORROW-MONTH         PIC 9(02).
           05  WS-TOMORROW-DAY           PIC 9(02).

       01  WS-RATE-IN-FORCE.
           05  WS-RATE-EFFECTIVE-DATE    PIC X(08).
           05  WS-RATE-BASE              PIC 9(02)V9999.
           05  WS-RATE-TIER-TABLE.
               10  WS-RATE-TIER OCCURS 5 TIMES.
                   15  WS-RATE-TIER-CEILING PIC 9(13)V99.
                   15  WS-RATE-TIER-SPREAD PIC S9(02)V9999.
       01  WS-TIER-INDEX                 PIC 9(01).
       01  WS-TIER-FOUND-SW              PIC X(01).
           88  TIER-FOUND                VALUE 'Y'.
       01  WS-ANNUAL-RATE                PIC S9(02)V9999 COMP-3.
       01  WS-MONTH-ACCRUAL              PIC S9(11)V9(06) COMP-3.
       01  WS-ACCRUAL-ROWS               PIC 9(03) COMP.

       01  WS-CURRENT-TIME.
           05  WS-CURRENT-HOUR           PIC 9(02).
           05  WS-CURRENT-MINUTE         PIC 9(02).
           05  WS-CURRENT-SECOND         PIC 9(02).
           05  WS-CURRENT-HUNDREDTH      PIC 9(02).
       01  WS-TIMESTAMP                  PIC X(26).

       01  WS-ACCRUED-COUNT              PIC 9(07) COMP.
       01  WS-ACCRUED-DISPLAY            PIC ZZZZZZ9.

       01  WS-SCANNED-COUNT              PIC 9(07) COMP.
       01  WS-POSTED-COUNT               PIC 9(07) COMP.


       01  WS-POST-TYPE                  PIC X(03).
       01  WS-POST-AMOUNT                PIC S9(13)V99 COMP-3.
       01  WS-POST-SUBTYPE               PIC X(04).


       01  WS-SUSPQ-OPERATION             PIC X(06) VALUE 'SUBMIT'.
           MOVE ZERO TO WS-SCANNED-COUNT
           MOVE ZERO TO WS-POSTED-COUNT
           MOVE ZERO TO WS-CHECKPOINT-COUNT
           MOVE ZERO TO WS-ACCRUED-COUNT
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD

      *    INTEREST AND FEES POST ON THE LAST CALENDAR DAY OF THE
      *    MONTH - TOMORROW IS IN A DIFFERENT MONTH.
           MOVE 'N' TO WS-MONTH-END-SW
           COMPUTE WS-TOMORROW-INT =
               FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE) + 1
           COMPUTE WS-TOMORROW-NUM =
               FUNCTION DATE-OF-INTEGER(WS-TOMORROW-INT)
           IF WS-TOMORROW-NUM(5:2) NOT = WS-CURRENT-DATE(5:2)
               SET TODAY-IS-MONTH-END TO TRUE
           END-IF

           OPEN INPUT ACCOUNT-FILE
           IF WS-FILE-STATUS NOT = '00'
               DISPLAY 'MEBATCH: UNABLE TO OPEN ACCOUNT.DAT, STATUS = '
               GOBACK
           END-IF

           PERFORM LOAD-MARGIN-SCHEDULE THRU LOAD-MARGIN-SCHEDULE-EXIT

           IF SCHEDULE-LOADED
               OPEN I-O MRGACR-FILE
               IF WS-MRGACR-STATUS = '35'
      *            First accrual ever written - file has to be
      *            created.
                   OPEN OUTPUT MRGACR-FILE
                   CLOSE MRGACR-FILE
                   OPEN I-O MRGACR-FILE
               END-IF
               IF WS-MRGACR-STATUS NOT = '00'
                   DISPLAY 'MEBATCH: UNABLE TO OPEN MRGACR.DAT, '
                       'STATUS = ' WS-MRGACR-STATUS
                   CLOSE ACCOUNT-FILE
                   MOVE 08 TO LK-RETURN-CODE
                   GOBACK
               END-IF
           END-IF

           PERFORM READ-CHECKPOINT-PROCESS.

       LOAD-MARGIN-SCHEDULE.
      *    THE SCHEDULE IN FORCE IS THE ROW WITH THE LATEST EFFECTIVE
      *    DATE NOT AFTER TODAY. NO FILE, OR NO ROW YET IN FORCE,
      *    LEAVES THE OLD MONTH-END CALCULATION IN PLACE.
           MOVE 'N' TO WS-SCHEDULE-SW
           OPEN INPUT MRGRATE-FILE
           IF WS-RATE-STATUS NOT = '00'
               DISPLAY 'MEBATCH: NO MRGRATE.DAT ON FILE - MARGIN '
                   'INTEREST AT ACCOUNT INTEREST-RATE'
               GO TO LOAD-MARGIN-SCHEDULE-EXIT
           END-IF

           MOVE LOW-VALUES TO MR-EFFECTIVE-DATE
           START MRGRATE-FILE KEY IS NOT LESS THAN MR-EFFECTIVE-DATE
               INVALID KEY MOVE '10' TO WS-RATE-STATUS
           END-START
           IF WS-RATE-STATUS = '00'
               READ MRGRATE-FILE NEXT RECORD
               PERFORM TAKE-ONE-SCHEDULE-ROW
                   UNTIL WS-RATE-STATUS NOT = '00'
           END-IF
           CLOSE MRGRATE-FILE

           IF SCHEDULE-LOADED
               DISPLAY 'MEBATCH: MARGIN RATE SCHEDULE EFFECTIVE '
                   WS-RATE-EFFECTIVE-DATE ' IN FORCE'
           ELSE
               DISPLAY 'MEBATCH: NO MARGIN RATE SCHEDULE IN FORCE - '
                   'MARGIN INTEREST AT ACCOUNT INTEREST-RATE'
           END-IF.

       LOAD-MARGIN-SCHEDULE-EXIT.
           EXIT.

       TAKE-ONE-SCHEDULE-ROW.
           IF MR-EFFECTIVE-DATE > WS-CURRENT-DATE
               MOVE '10' TO WS-RATE-STATUS
           ELSE
               MOVE MR-EFFECTIVE-DATE TO WS-RATE-EFFECTIVE-DATE
               MOVE MR-BASE-RATE TO WS-RATE-BASE
               MOVE MR-TIER-TABLE TO WS-RATE-TIER-TABLE
               SET SCHEDULE-LOADED TO TRUE
               READ MRGRATE-FILE NEXT RECORD
           END-IF.

       READ-CHECKPOINT-PROCESS.
           MOVE SPACES TO WS-CHECKPOINT-KEY
           OPEN INPUT CHECKPOINT-FILE
       ACCRUE-ONE-ACCOUNT.
           ADD 1 TO WS-SCANNED-COUNT

      *    ONLY MARGIN INTEREST ACCRUES NIGHTLY - CREDIT INTEREST AND
      *    THE MAINTENANCE FEE ARE MONTHLY AMOUNTS AND POST ONCE, ON
      *    THE LAST CALENDAR DAY OF THE MONTH.
           IF ACTIVE-ACCOUNT
               IF TODAY-IS-MONTH-END
                   PERFORM ACCRUE-CASH-INTEREST
               END-IF
               PERFORM ACCRUE-MARGIN-INTEREST
               IF TODAY-IS-MONTH-END
                   PERFORM ASSESS-MAINTENANCE-FEE
               END-IF
           END-IF

           ADD 1 TO WS-CHECKPOINT-COUNT
                   ACCOUNT-BALANCE * INTEREST-RATE / 1200
               IF WS-CASH-INTEREST > ZERO
                   MOVE 'INT' TO WS-POST-TYPE
                   MOVE SPACES TO WS-POST-SUBTYPE
                   MOVE WS-CASH-INTEREST TO WS-POST-AMOUNT
                   PERFORM POST-ACCRUAL
               END-IF
           END-IF.

       ACCRUE-MARGIN-INTEREST.
           IF SCHEDULE-LOADED
               PERFORM ACCRUE-DAILY-MARGIN THRU
                   ACCRUE-DAILY-MARGIN-EXIT
               IF TODAY-IS-MONTH-END
                   PERFORM POST-MONTH-MARGIN THRU
                       POST-MONTH-MARGIN-EXIT
               END-IF
           ELSE
               IF TODAY-IS-MONTH-END AND MARGIN-BALANCE > ZERO
                       AND INTEREST-RATE > ZERO
                   COMPUTE WS-MARGIN-INTEREST ROUNDED =
                       MARGIN-BALANCE * INTEREST-RATE / 1200
                   IF WS-MARGIN-INTEREST > ZERO
                       MOVE 'FEE' TO WS-POST-TYPE
                       MOVE 'MINT' TO WS-POST-SUBTYPE
                       MOVE WS-MARGIN-INTEREST TO WS-POST-AMOUNT
                       PERFORM POST-ACCRUAL
                   END-IF
               END-IF
           END-IF.

       ACCRUE-DAILY-MARGIN.
           IF MARGIN-BALANCE NOT > ZERO
               GO TO ACCRUE-DAILY-MARGIN-EXIT
           END-IF

      *    THE TIER THE NIGHT'S DEBIT FALLS IN SETS THE SPREAD FOR
      *    THE WHOLE DEBIT. A ZERO CEILING IS THE OPEN-ENDED TOP
      *    TIER; A DEBIT PAST EVERY CEILING TAKES THE LAST TIER.
           MOVE 'N' TO WS-TIER-FOUND-SW
           MOVE 1 TO WS-TIER-INDEX
           PERFORM FIND-MARGIN-TIER
               UNTIL TIER-FOUND OR WS-TIER-INDEX > 5
           IF NOT TIER-FOUND
               MOVE 5 TO WS-TIER-INDEX
           END-IF
           COMPUTE WS-ANNUAL-RATE =
               WS-RATE-BASE + WS-RATE-TIER-SPREAD(WS-TIER-INDEX)
           IF WS-ANNUAL-RATE < ZERO
               MOVE ZERO TO WS-ANNUAL-RATE
           END-IF

           MOVE ACCOUNT-ID OF ACCOUNT-RECORD TO MA-ACCOUNT-ID
           MOVE WS-CURRENT-DATE TO MA-ACCRUAL-DATE
           READ MRGACR-FILE
           IF WS-MRGACR-STATUS = '00'
      *        A RERUN OF THE NIGHT RESTATES ITS OWN ROW, UNLESS THE
      *        ROW HAS ALREADY GONE OUT IN A MONTH-END POSTING.
               IF MA-POSTED
                   GO TO ACCRUE-DAILY-MARGIN-EXIT
               END-IF
               PERFORM BUILD-ACCRUAL-FIELDS
               REWRITE MRGACR-RECORD
           ELSE
               MOVE SPACES TO MRGACR-RECORD
               MOVE ACCOUNT-ID OF ACCOUNT-RECORD TO MA-ACCOUNT-ID
               MOVE WS-CURRENT-DATE TO MA-ACCRUAL-DATE
               PERFORM BUILD-ACCRUAL-FIELDS
               PERFORM GET-CURRENT-TIMESTAMP
               MOVE WS-TIMESTAMP TO
                   CREATED-TIMESTAMP OF MRGACR-RECORD
               WRITE MRGACR-RECORD
           END-IF

           IF WS-MRGACR-STATUS = '00'
               ADD 1 TO WS-ACCRUED-COUNT
           ELSE
               DISPLAY 'MEBATCH: UNABLE TO WRITE MARGIN ACCRUAL FOR '
                   ACCOUNT-ID OF ACCOUNT-RECORD ', STATUS = '
                   WS-MRGACR-STATUS
           END-IF.

       ACCRUE-DAILY-MARGIN-EXIT.
           EXIT.

       FIND-MARGIN-TIER.
           IF WS-RATE-TIER-CEILING(WS-TIER-INDEX) = ZERO
              OR MARGIN-BALANCE NOT >
                 WS-RATE-TIER-CEILING(WS-TIER-INDEX)
               SET TIER-FOUND TO TRUE
           ELSE
               ADD 1 TO WS-TIER-INDEX
           END-IF.

       BUILD-ACCRUAL-FIELDS.
           MOVE MARGIN-BALANCE TO MA-DEBIT-BALANCE
           MOVE WS-ANNUAL-RATE TO MA-ANNUAL-RATE
           COMPUTE MA-DAILY-INTEREST ROUNDED =
               MARGIN-BALANCE * WS-ANNUAL-RATE / 36000
           MOVE WS-RATE-EFFECTIVE-DATE TO MA-RATE-EFFECTIVE-DATE
           SET MA-UNPOSTED TO TRUE
           MOVE SPACES TO MA-POSTED-DATE.

       POST-MONTH-MARGIN.
      *    EVERY UNPOSTED ROW FOR THE ACCOUNT GOES OUT IN ONE FEE -
      *    A MONTH END THE BATCH MISSED IS PICKED UP BY THE NEXT ONE.
           MOVE ZERO TO WS-MONTH-ACCRUAL
           MOVE ZERO TO WS-ACCRUAL-ROWS
           PERFORM START-ACCOUNT-ACCRUALS
           PERFORM SUM-ONE-ACCRUAL
               UNTIL WS-MRGACR-STATUS NOT = '00'

           COMPUTE WS-MARGIN-INTEREST ROUNDED = WS-MONTH-ACCRUAL
           IF WS-MARGIN-INTEREST NOT > ZERO
      *        Under half a cent so far - it stays unposted and
      *        carries into next month's charge.
               GO TO POST-MONTH-MARGIN-EXIT
           END-IF

           MOVE 'FEE' TO WS-POST-TYPE
           MOVE 'MINT' TO WS-POST-SUBTYPE
           MOVE WS-MARGIN-INTEREST TO WS-POST-AMOUNT
           PERFORM POST-ACCRUAL

      *    POSTED OR FILED ON THE SUSPENSE QUEUE, THE CHARGE HAS LEFT
      *    THE ACCRUAL FILE EITHER WAY - THE ROWS ARE STAMPED SO NEXT
      *    MONTH DOES NOT BILL THEM A SECOND TIME.
           PERFORM START-ACCOUNT-ACCRUALS
           PERFORM MARK-ONE-ACCRUAL-POSTED
               UNTIL WS-MRGACR-STATUS NOT = '00'.

       POST-MONTH-MARGIN-EXIT.
           EXIT.

       START-ACCOUNT-ACCRUALS.
           MOVE ACCOUNT-ID OF ACCOUNT-RECORD TO MA-ACCOUNT-ID
           MOVE LOW-VALUES TO MA-ACCRUAL-DATE
           START MRGACR-FILE KEY IS NOT LESS THAN MA-KEY
               INVALID KEY MOVE '10' TO WS-MRGACR-STATUS
           END-START
           IF WS-MRGACR-STATUS = '00'
               PERFORM READ-NEXT-ACCOUNT-ACCRUAL
           END-IF.

       READ-NEXT-ACCOUNT-ACCRUAL.
           READ MRGACR-FILE NEXT RECORD
           IF WS-MRGACR-STATUS = '00'
              AND (MA-ACCOUNT-ID NOT = ACCOUNT-ID OF ACCOUNT-RECORD
                   OR MA-ACCRUAL-DATE > WS-CURRENT-DATE)
               MOVE '10' TO WS-MRGACR-STATUS
           END-IF.

       SUM-ONE-ACCRUAL.
           IF MA-UNPOSTED
               ADD MA-DAILY-INTEREST TO WS-MONTH-ACCRUAL
               ADD 1 TO WS-ACCRUAL-ROWS
           END-IF
           PERFORM READ-NEXT-ACCOUNT-ACCRUAL.

       MARK-ONE-ACCRUAL-POSTED.
           IF MA-UNPOSTED
               SET MA-POSTED TO TRUE
               MOVE WS-CURRENT-DATE TO MA-POSTED-DATE
               REWRITE MRGACR-RECORD
           END-IF
           PERFORM READ-NEXT-ACCOUNT-ACCRUAL.

       ASSESS-MAINTENANCE-FEE.
           IF MAINTENANCE-FEE > ZERO
               MOVE 'FEE' TO WS-POST-TYPE
               MOVE SPACES TO WS-POST-SUBTYPE
               MOVE MAINTENANCE-FEE TO WS-POST-AMOUNT
               PERFORM POST-ACCRUAL
           END-IF.
           MOVE WS-POST-AMOUNT TO NET-AMOUNT OF WS-TRANSACTION-RECORD
           MOVE 'MEBATCH' TO CREATED-BY OF WS-TRANSACTION-RECORD
           MOVE 'MEBATCH' TO UPDATED-BY OF WS-TRANSACTION-RECORD
           MOVE WS-POST-SUBTYPE TO
               TRANSACTION-SUBTYPE OF WS-TRANSACTION-RECORD

           CALL 'TRANPOST' USING WS-TRANPOST-OPERATION,
                                  WS-TRANSACTION-RECORD,
                               WS-SUSPQ-RECORD,
                               WS-SUSPQ-RETURN-CODE.

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
           CLOSE ACCOUNT-FILE
           IF SCHEDULE-LOADED
               CLOSE MRGACR-FILE
           END-IF
           PERFORM CLEAR-CHECKPOINT-PROCESS
           MOVE WS-SCANNED-COUNT TO WS-SCANNED-DISPLAY
           MOVE WS-POSTED-COUNT TO WS-POSTED-DISPLAY
           MOVE WS-ACCRUED-COUNT TO WS-ACCRUED-DISPLAY
           DISPLAY 'MEBATCH: SCANNED ' WS-SCANNED-DISPLAY
               ' ACCOUNT(S), POSTED ' WS-POSTED-DISPLAY
               ' ACCRUAL(S), ' WS-ACCRUED-DISPLAY
               ' DAILY MARGIN ACCRUAL(S)'.

       END PROGRAM MEBATCH.
