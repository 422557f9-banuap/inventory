       IDENTIFICATION DIVISION.
       PROGRAM-ID. TAX5498.
      ******************************************************************
      * PROGRAM: TAX5498 - ANNUAL FORM 5498 IRA CONTRIBUTION EXTRACT
      * VERSION: 1.0
      * DATE: 2026-10-15
      * PURPOSE: FOR EVERY IRA ACCOUNT, SUM THE TAX YEAR'S
      *          CONTRIBUTIONS AND ROLLOVERS OFF TRANS.DAT, PICK UP
      *          THE DECEMBER 31 FAIR MARKET VALUE THE IRAFMV STEP
      *          CAPTURED ON IRAFMV.DAT, JOIN THE ACCOUNT TO ITS
      *          CUSTOMER, AND WRITE ONE 5498-SHAPED EXTRACT RECORD
      *          PER ACCOUNT TO TAX5498.DAT FOR THE TAX REPORTING
      *          VENDOR.
      * FUNCTIONS: STANDALONE BATCH JOB - RUN ONCE A YEAR, AFTER THE
      *            APRIL 15 CONTRIBUTION DEADLINE, FOR THE PRIOR
      *            CALENDAR YEAR. IT IS DELIBERATELY NOT AN EODDRIVER
      *            STEP: A PRIOR-YEAR ('PRYR') CONTRIBUTION MAY BE MADE
      *            UP TO THE DEADLINE, SO THE DRIVER'S YEARLY CYCLE
      *            (THE FIRST OR LAST BUSINESS NIGHT OF THE YEAR) IS
      *            MONTHS TOO EARLY, AND ITS ONLY CYCLE THAT FALLS
      *            AFTER THE DEADLINE IN TIME - THE FIRST BUSINESS
      *            NIGHT OF MAY - IS MONTHLY, WHICH WOULD REFILE THE
      *            FORMS EVERY MONTH.
      *            OPERATIONS SUBMITS IT ONCE THE DEADLINE HAS PASSED,
      *            IN TIME FOR THE VENDOR TO FILE AND MAIL THE FORMS BY
      *            THE MAY 31 DUE DATE.
      *
      * MODIFICATION HISTORY:
      * 2026-10-15  IRA SUBTYPES. TAX5498-IRA-SUBTYPE ('T', 'R' OR
      *             'S') TELLS THE VENDOR WHICH BOX THE CONTRIBUTIONS
      *             BELONG IN - BOX 1 FOR A TRADITIONAL IRA, BOX 10
      *             FOR A ROTH, BOX 8 FOR A SEP. THE CASH LEG OF A ROTH
      *             CONVERSION ('RCNV' DEP) IS NO LONGER COUNTED AS A
      *             CONTRIBUTION; INSTEAD THE YEAR'S CONVERSIONS INTO A
      *             ROTH ARE SUMMED OFF THE ROTHCONV.DAT LEDGER INTO
      *             TAX5498-ROTH-CONVERSIONS (BOX 3). BOTH NEW FIELDS
      *             TAKEN FROM FILLER.
      * 2026-10-15  HEADER NOW STATES WHY THE RUN IS SUBMITTED BY
      *             HAND AFTER THE APRIL DEADLINE RATHER THAN CALLED ON
      *             AN EODDRIVER CYCLE. NO CODE CHANGE.
      *
      * NOTES: A DEP CARRYING TRANSACTION-SUBTYPE 'ROLL' IS A
      *        ROLLOVER AND IS REPORTED APART FROM CONTRIBUTIONS. A
      *        DEP CARRYING 'PRYR' WAS MADE BETWEEN JANUARY 1 AND
      *        APRIL 15 FOR THE YEAR BEFORE, SO ONE DATED IN THAT
      *        WINDOW OF THE YEAR AFTER THE TAX YEAR COUNTS TOWARD THE
      *        TAX YEAR (AND IS ALSO SHOWN SEPARATELY), WHILE ONE
      *        DATED IN THE TAX YEAR ITSELF BELONGS TO THE YEAR BEFORE
      *        AND IS LEFT OUT. EVERY OTHER DEP DATED IN THE TAX YEAR
      *        IS A CONTRIBUTION. ESTXFER'S DEPOSITS INTO A
      *        BENEFICIARY'S ACCOUNT ARE ESTATE TRANSFERS, NOT
      *        CONTRIBUTIONS, AND CANCELLED DEPOSITS AND REVERSALS ARE
      *        SKIPPED. AN IRA WITH NO ACTIVITY STILL GETS A RECORD
      *        WHEN IT HAD A YEAR-END VALUE. AN IRA WITH ACTIVITY BUT
      *        NO IRAFMV.DAT ROW FOR THE YEAR IS WRITTEN WITH
      *        TAX5498-FMV-MISSING SET SO THE FORM IS HELD, NOT
      *        FILED WITH A ZERO VALUE.
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

           SELECT ACCOUNT-FILE ASSIGN TO "ACCOUNT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCOUNT-ID OF ACCOUNT-RECORD
               FILE STATUS IS WS-ACCOUNT-STATUS.

           SELECT CUSTOMER-FILE ASSIGN TO "CUSTOMER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUSTOMER-ID OF CUSTOMER-RECORD
               ALTERNATE RECORD KEY IS SSN-EIN WITH DUPLICATES
               FILE STATUS IS WS-CUSTOMER-STATUS.

           SELECT IRAFMV-FILE ASSIGN TO "IRAFMV.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FMV-KEY
               FILE STATUS IS WS-FMV-STATUS.

           SELECT ROTHCONV-FILE ASSIGN TO "ROTHCONV.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RCNV-KEY
               FILE STATUS IS WS-RCNV-STATUS.

           SELECT TAX5498-FILE ASSIGN TO "TAX5498.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-EXTR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TRANSACTION-FILE.
       COPY TRANSACTION.

       FD  ACCOUNT-FILE.
       COPY ACCOUNT.

       FD  CUSTOMER-FILE.
       COPY CUSTOMER.

       FD  IRAFMV-FILE.
       COPY IRAFMV.

       FD  ROTHCONV-FILE.
       COPY ROTHCONV.

       FD  TAX5498-FILE.
       01  TAX5498-RECORD.
           05  TAX5498-ACCOUNT-ID            PIC X(12).
           05  TAX5498-CUSTOMER-ID           PIC X(10).
           05  TAX5498-SSN-EIN               PIC X(11).
           05  TAX5498-CUSTOMER-NAME         PIC X(60).
           05  TAX5498-TAX-YEAR              PIC 9(04).
           05  TAX5498-CONTRIBUTIONS         PIC S9(11)V99 COMP-3.
           05  TAX5498-PRIOR-YEAR-CONTRIB    PIC S9(11)V99 COMP-3.
           05  TAX5498-ROLLOVERS             PIC S9(13)V99 COMP-3.
           05  TAX5498-FAIR-MARKET-VALUE     PIC S9(13)V99 COMP-3.
           05  TAX5498-FMV-DATE              PIC X(08).
           05  TAX5498-FMV-MISSING           PIC X(01).
           05  TAX5498-IRA-SUBTYPE           PIC X(01).
           05  TAX5498-ROTH-CONVERSIONS      PIC S9(13)V99 COMP-3.
           05  FILLER                        PIC X(11).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS                PIC XX.
       01  WS-ACCOUNT-STATUS             PIC XX.
           88  ACCOUNT-EOF               VALUE '10'.
       01  WS-CUSTOMER-STATUS            PIC XX.
       01  WS-FMV-STATUS                 PIC XX.
       01  WS-EXTR-STATUS                PIC XX.
       01  WS-RCNV-STATUS                PIC XX.

       01  WS-FMV-FILE-SW                PIC X(01) VALUE 'N'.
           88  FMV-FILE-AVAILABLE        VALUE 'Y'.
       01  WS-FMV-FOUND-SW               PIC X(01) VALUE 'N'.
           88  FMV-FOUND                 VALUE 'Y'.
       01  WS-TRANS-DONE-SW              PIC X(01) VALUE 'N'.
           88  TRANS-SCAN-DONE           VALUE 'Y'.
       01  WS-ROTHCONV-SW                PIC X(01) VALUE 'N'.
           88  ROTHCONV-AVAILABLE        VALUE 'Y'.
       01  WS-RCNV-DONE-SW               PIC X(01) VALUE 'N'.
           88  RCNV-SCAN-DONE            VALUE 'Y'.

       01  WS-CURRENT-DATE.
           05  WS-CURRENT-YEAR           PIC 9(04).
           05  WS-CURRENT-MONTH          PIC 9(02).
           05  WS-CURRENT-DAY            PIC 9(02).

       01  WS-TAX-YEAR                   PIC 9(04).
       01  WS-TRANS-YEAR                 PIC 9(04).

      *    A 'PRYR' DEPOSIT DATED FROM JANUARY 1 THROUGH THE APRIL
      *    DEADLINE OF THE FOLLOWING YEAR COUNTS TOWARD THE TAX YEAR.
       01  WS-CONTRIB-DEADLINE-MMDD      PIC X(04) VALUE '0415'.
       01  WS-PRYR-WINDOW-START.
           05  WS-PRYR-START-YEAR        PIC 9(04).
           05  FILLER                    PIC X(04) VALUE '0101'.
       01  WS-PRYR-WINDOW-END.
           05  WS-PRYR-END-YEAR          PIC 9(04).
           05  WS-PRYR-END-MMDD          PIC X(04).

       01  WS-CONTRIBUTIONS              PIC S9(11)V99 COMP-3.
       01  WS-PRIOR-YEAR-CONTRIB         PIC S9(11)V99 COMP-3.
       01  WS-ROLLOVERS                  PIC S9(13)V99 COMP-3.
       01  WS-ROTH-CONVERSIONS           PIC S9(13)V99 COMP-3.
       01  WS-ACTIVITY-COUNT             PIC 9(05).

       01  WS-SCANNED-COUNT              PIC 9(07) COMP.
       01  WS-WRITTEN-COUNT              PIC 9(07) COMP.
       01  WS-HELD-COUNT                 PIC 9(07) COMP.
       01  WS-SCANNED-DISPLAY            PIC ZZZZZZ9.
       01  WS-WRITTEN-DISPLAY            PIC ZZZZZZ9.
       01  WS-HELD-DISPLAY               PIC ZZZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           PERFORM INITIALIZE-PROCESS
           PERFORM EXTRACT-IRA-ACCOUNTS-PROCESS
           PERFORM FINALIZE-PROCESS
           STOP RUN.

       INITIALIZE-PROCESS.
           MOVE ZERO TO WS-SCANNED-COUNT
           MOVE ZERO TO WS-WRITTEN-COUNT
           MOVE ZERO TO WS-HELD-COUNT

           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           SUBTRACT 1 FROM WS-CURRENT-YEAR GIVING WS-TAX-YEAR
           ADD 1 TO WS-TAX-YEAR GIVING WS-PRYR-START-YEAR
           MOVE WS-PRYR-START-YEAR TO WS-PRYR-END-YEAR
           MOVE WS-CONTRIB-DEADLINE-MMDD TO WS-PRYR-END-MMDD

           OPEN INPUT TRANSACTION-FILE
           IF WS-FILE-STATUS NOT = '00'
               DISPLAY 'TAX5498: UNABLE TO OPEN TRANS.DAT, STATUS = '
                   WS-FILE-STATUS
               STOP RUN
           END-IF

           OPEN INPUT ACCOUNT-FILE
           IF WS-ACCOUNT-STATUS NOT = '00'
               DISPLAY 'TAX5498: UNABLE TO OPEN ACCOUNT.DAT, '
                   'STATUS = ' WS-ACCOUNT-STATUS
               CLOSE TRANSACTION-FILE
               STOP RUN
           END-IF

           OPEN INPUT CUSTOMER-FILE
           IF WS-CUSTOMER-STATUS NOT = '00'
               DISPLAY 'TAX5498: UNABLE TO OPEN CUSTOMER.DAT, '
                   'STATUS = ' WS-CUSTOMER-STATUS
               CLOSE TRANSACTION-FILE
               CLOSE ACCOUNT-FILE
               STOP RUN
           END-IF

           OPEN INPUT IRAFMV-FILE
           IF WS-FMV-STATUS = '00'
               MOVE 'Y' TO WS-FMV-FILE-SW
           ELSE
               MOVE 'N' TO WS-FMV-FILE-SW
               DISPLAY 'TAX5498: NO IRAFMV.DAT ON FILE - EVERY '
                   'RECORD WILL BE HELD FOR A MISSING YEAR-END VALUE'
           END-IF

      *    NO LEDGER MEANS NO ROTH CONVERSION HAS EVER BEEN POSTED.
           OPEN INPUT ROTHCONV-FILE
           IF WS-RCNV-STATUS = '00'
               MOVE 'Y' TO WS-ROTHCONV-SW
           ELSE
               MOVE 'N' TO WS-ROTHCONV-SW
           END-IF

           OPEN OUTPUT TAX5498-FILE
           IF WS-EXTR-STATUS NOT = '00'
               DISPLAY 'TAX5498: UNABLE TO OPEN TAX5498.DAT, '
                   'STATUS = ' WS-EXTR-STATUS
               CLOSE TRANSACTION-FILE
               CLOSE ACCOUNT-FILE
               CLOSE CUSTOMER-FILE
               IF FMV-FILE-AVAILABLE
                   CLOSE IRAFMV-FILE
               END-IF
               IF ROTHCONV-AVAILABLE
                   CLOSE ROTHCONV-FILE
               END-IF
               STOP RUN
           END-IF.

       EXTRACT-IRA-ACCOUNTS-PROCESS.
           READ ACCOUNT-FILE NEXT RECORD
           PERFORM EXTRACT-ONE-ACCOUNT UNTIL ACCOUNT-EOF.

       EXTRACT-ONE-ACCOUNT.
           IF IRA-ACCOUNT OF ACCOUNT-RECORD
               ADD 1 TO WS-SCANNED-COUNT
               PERFORM APPLY-IRA-ACCOUNT THRU APPLY-IRA-ACCOUNT-EXIT
           END-IF

           READ ACCOUNT-FILE NEXT RECORD.

       APPLY-IRA-ACCOUNT.
           MOVE ZERO TO WS-CONTRIBUTIONS
           MOVE ZERO TO WS-PRIOR-YEAR-CONTRIB
           MOVE ZERO TO WS-ROLLOVERS
           MOVE ZERO TO WS-ROTH-CONVERSIONS
           MOVE ZERO TO WS-ACTIVITY-COUNT

           MOVE 'N' TO WS-TRANS-DONE-SW
           MOVE ACCOUNT-ID OF ACCOUNT-RECORD TO
               ACCOUNT-ID OF TRANSACTION-RECORD
           START TRANSACTION-FILE KEY IS NOT LESS THAN
                   ACCOUNT-ID OF TRANSACTION-RECORD
               INVALID KEY SET TRANS-SCAN-DONE TO TRUE
           END-START
           PERFORM SUM-ONE-IRA-DEPOSIT UNTIL TRANS-SCAN-DONE

           IF ROTH-IRA OF ACCOUNT-RECORD
              AND ROTHCONV-AVAILABLE
               MOVE 'N' TO WS-RCNV-DONE-SW
               MOVE ACCOUNT-ID OF ACCOUNT-RECORD TO RCNV-ROTH-ACCOUNT-ID
               MOVE LOW-VALUES TO RCNV-CONVERSION-ID
               START ROTHCONV-FILE KEY IS NOT LESS THAN RCNV-KEY
                   INVALID KEY SET RCNV-SCAN-DONE TO TRUE
               END-START
               PERFORM SUM-ONE-ROTH-CONVERSION UNTIL RCNV-SCAN-DONE
           END-IF

           PERFORM READ-YEAR-END-VALUE
           IF NOT FMV-FOUND
              AND WS-ACTIVITY-COUNT = ZERO
      *        Not open at year end and nothing went in - no form.
               GO TO APPLY-IRA-ACCOUNT-EXIT
           END-IF

           MOVE CUSTOMER-ID OF ACCOUNT-RECORD TO
               CUSTOMER-ID OF CUSTOMER-RECORD
           READ CUSTOMER-FILE
           IF WS-CUSTOMER-STATUS NOT = '00'
               DISPLAY 'TAX5498: CUSTOMER ' CUSTOMER-ID OF
                   ACCOUNT-RECORD ' FOR ACCOUNT ' ACCOUNT-ID OF
                   ACCOUNT-RECORD ' NOT ON FILE - SKIPPED'
               GO TO APPLY-IRA-ACCOUNT-EXIT
           END-IF

           PERFORM WRITE-TAX5498-RECORD.

       APPLY-IRA-ACCOUNT-EXIT.
           EXIT.

       SUM-ONE-IRA-DEPOSIT.
           READ TRANSACTION-FILE NEXT RECORD
           IF WS-FILE-STATUS NOT = '00'
              OR ACCOUNT-ID OF TRANSACTION-RECORD NOT =
                 ACCOUNT-ID OF ACCOUNT-RECORD
               SET TRANS-SCAN-DONE TO TRUE
           ELSE
               IF DEPOSIT-TRANS OF TRANSACTION-RECORD
                  AND NOT CANCELLED-STATUS OF TRANSACTION-RECORD
                  AND REVERSAL-OF-ID OF TRANSACTION-RECORD = SPACES
                  AND CREATED-BY OF TRANSACTION-RECORD NOT = 'ESTXFER '
                  AND NOT IRA-CONVERSION-SUBTYPE OF TRANSACTION-RECORD
                   PERFORM CLASSIFY-IRA-DEPOSIT
               END-IF
           END-IF.

       SUM-ONE-ROTH-CONVERSION.
           READ ROTHCONV-FILE NEXT RECORD
           IF WS-RCNV-STATUS NOT = '00'
              OR RCNV-ROTH-ACCOUNT-ID NOT = ACCOUNT-ID OF ACCOUNT-RECORD
               SET RCNV-SCAN-DONE TO TRUE
           ELSE
               IF RCNV-TAX-YEAR = WS-TAX-YEAR
                   ADD RCNV-TAXABLE-AMOUNT TO WS-ROTH-CONVERSIONS
                   ADD 1 TO WS-ACTIVITY-COUNT
               END-IF
           END-IF.

       CLASSIFY-IRA-DEPOSIT.
           MOVE TRANSACTION-DATE OF TRANSACTION-RECORD (1:4) TO
               WS-TRANS-YEAR

           EVALUATE TRUE
               WHEN IRA-ROLLOVER-SUBTYPE OF TRANSACTION-RECORD
                   IF WS-TRANS-YEAR = WS-TAX-YEAR
                       ADD TRANSACTION-AMOUNT OF TRANSACTION-RECORD TO
                           WS-ROLLOVERS
                       ADD 1 TO WS-ACTIVITY-COUNT
                   END-IF
               WHEN IRA-PRIOR-YEAR-SUBTYPE OF TRANSACTION-RECORD
                   IF TRANSACTION-DATE OF TRANSACTION-RECORD NOT <
                      WS-PRYR-WINDOW-START
                      AND TRANSACTION-DATE OF TRANSACTION-RECORD
                      NOT > WS-PRYR-WINDOW-END
                       ADD TRANSACTION-AMOUNT OF TRANSACTION-RECORD TO
                           WS-CONTRIBUTIONS
                       ADD TRANSACTION-AMOUNT OF TRANSACTION-RECORD TO
                           WS-PRIOR-YEAR-CONTRIB
                       ADD 1 TO WS-ACTIVITY-COUNT
                   END-IF
               WHEN OTHER
                   IF WS-TRANS-YEAR = WS-TAX-YEAR
                       ADD TRANSACTION-AMOUNT OF TRANSACTION-RECORD TO
                           WS-CONTRIBUTIONS
                       ADD 1 TO WS-ACTIVITY-COUNT
                   END-IF
           END-EVALUATE.

       READ-YEAR-END-VALUE.
           MOVE 'N' TO WS-FMV-FOUND-SW
           IF FMV-FILE-AVAILABLE
               MOVE ACCOUNT-ID OF ACCOUNT-RECORD TO FMV-ACCOUNT-ID
               MOVE WS-TAX-YEAR TO FMV-TAX-YEAR
               READ IRAFMV-FILE
               IF WS-FMV-STATUS = '00'
                   SET FMV-FOUND TO TRUE
               END-IF
           END-IF.

       WRITE-TAX5498-RECORD.
           MOVE SPACES TO TAX5498-RECORD
           MOVE ACCOUNT-ID OF ACCOUNT-RECORD TO TAX5498-ACCOUNT-ID
           MOVE CUSTOMER-ID OF CUSTOMER-RECORD TO TAX5498-CUSTOMER-ID
           MOVE SSN-EIN OF CUSTOMER-RECORD TO TAX5498-SSN-EIN
           MOVE WS-TAX-YEAR TO TAX5498-TAX-YEAR
           MOVE WS-CONTRIBUTIONS TO TAX5498-CONTRIBUTIONS
           MOVE WS-PRIOR-YEAR-CONTRIB TO TAX5498-PRIOR-YEAR-CONTRIB
           MOVE WS-ROLLOVERS TO TAX5498-ROLLOVERS
           MOVE WS-ROTH-CONVERSIONS TO TAX5498-ROTH-CONVERSIONS
           IF ROTH-IRA OF ACCOUNT-RECORD
               MOVE 'R' TO TAX5498-IRA-SUBTYPE
           ELSE
               IF SEP-IRA OF ACCOUNT-RECORD
                   MOVE 'S' TO TAX5498-IRA-SUBTYPE
               ELSE
                   MOVE 'T' TO TAX5498-IRA-SUBTYPE
               END-IF
           END-IF

           IF FMV-FOUND
               MOVE FMV-TOTAL-VALUE TO TAX5498-FAIR-MARKET-VALUE
               MOVE FMV-VALUATION-DATE TO TAX5498-FMV-DATE
               MOVE 'N' TO TAX5498-FMV-MISSING
           ELSE
               MOVE ZERO TO TAX5498-FAIR-MARKET-VALUE
               MOVE 'Y' TO TAX5498-FMV-MISSING
               ADD 1 TO WS-HELD-COUNT
               DISPLAY 'TAX5498: NO YEAR-END VALUE FOR ACCOUNT '
                   ACCOUNT-ID OF ACCOUNT-RECORD ' - RECORD HELD'
           END-IF

           IF CORPORATE-CUSTOMER OF CUSTOMER-RECORD
              OR INSTITUTIONAL-CUSTOMER OF CUSTOMER-RECORD
               MOVE COMPANY-NAME OF CUSTOMER-RECORD TO
                   TAX5498-CUSTOMER-NAME
           ELSE
               STRING FIRST-NAME OF CUSTOMER-RECORD DELIMITED BY SPACE
                      ' ' DELIMITED BY SIZE
                      LAST-NAME OF CUSTOMER-RECORD DELIMITED BY SPACE
                      INTO TAX5498-CUSTOMER-NAME
               END-STRING
           END-IF

           WRITE TAX5498-RECORD
           ADD 1 TO WS-WRITTEN-COUNT.

       FINALIZE-PROCESS.
           CLOSE TRANSACTION-FILE
           CLOSE ACCOUNT-FILE
           CLOSE CUSTOMER-FILE
           IF FMV-FILE-AVAILABLE
               CLOSE IRAFMV-FILE
           END-IF
           IF ROTHCONV-AVAILABLE
               CLOSE ROTHCONV-FILE
           END-IF
           CLOSE TAX5498-FILE

           MOVE WS-SCANNED-COUNT TO WS-SCANNED-DISPLAY
           MOVE WS-WRITTEN-COUNT TO WS-WRITTEN-DISPLAY
           MOVE WS-HELD-COUNT TO WS-HELD-DISPLAY
           DISPLAY 'TAX5498: SCANNED ' WS-SCANNED-DISPLAY
               ' IRA ACCOUNT(S) FOR TAX YEAR ' WS-TAX-YEAR
               ', WROTE ' WS-WRITTEN-DISPLAY ' RECORD(S), '
               WS-HELD-DISPLAY ' HELD FOR MISSING YEAR-END VALUE'.

       END PROGRAM TAX5498.
