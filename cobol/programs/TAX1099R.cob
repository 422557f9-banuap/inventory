       IDENTIFICATION DIVISION.
       PROGRAM-ID. TAX1099R.
      ******************************************************************
      * PROGRAM: TAX1099R - ANNUAL FORM 1099-R IRA DISTRIBUTION EXTRACT
      * VERSION: 1.0
      * DATE: 2026-10-15
      * PURPOSE: SCAN TRANS.DAT FOR THE TAX YEAR'S WITHDRAWALS FROM IRA
      *          ACCOUNTS - ORDINARY WITHDRAWALS, THE RMD PAYOUTS
      *          TAKEN AGAINST RMDBATCH'S NOTICES, AND ESTXFER'S CASH
      *          ESTATE PAYOUTS ALIKE - AND WRITE ONE 1099-R-SHAPED
      *          EXTRACT RECORD PER DISTRIBUTION TO TAX1099R.DAT FOR
      *          THE TAX REPORTING VENDOR, CARRYING THE GROSS AND
      *          TAXABLE AMOUNTS, THE DISTRIBUTION CODE, AND THE
      *          FEDERAL AND STATE TAX WITHHELD FROM WHDETL.DAT.
      * FUNCTIONS: CALLED BY EODDRIVER ON THE FIRST BUSINESS NIGHT OF
      *            THE YEAR, ALONGSIDE TAX1099, OR RUN STANDALONE -
      *            EITHER WAY FOR THE PRIOR CALENDAR YEAR.
      *            LK-RETURN-CODE: 00 NORMAL, 08 FATAL SETUP ERROR.
      *
      * MODIFICATION HISTORY:
      * 2026-10-15  IRA SUBTYPES. A ROTH IRA DISTRIBUTION IS CODED
      *             'Q' (QUALIFIED - OWNER 59 1/2 OR DECEASED AND THE
      *             ROTH FIVE-YEAR CLOCK MET, NOTHING TAXABLE), 'T'
      *             (59 1/2 OR DECEASED BUT THE CLOCK NOT MET) OR 'J'
      *             (EARLY), THE LAST TWO WITH TAXABLE AMOUNT NOT
      *             DETERMINED. ROTH CONVERSIONS ARE LEFT OUT OF THE
      *             TRANS.DAT SCAN AND REPORTED INSTEAD FROM THE
      *             ROTHCONV.DAT LEDGER, ONE RECORD PER CONVERSION
      *             AGAINST THE TRADITIONAL OR SEP IRA IT CAME FROM,
      *             TAXABLE AT THE CONVERTED FAIR MARKET VALUE, CODE
      *             '2' UNDER 59 1/2 AND '7' OTHERWISE.
      *             TAX1099R-IRA-SUBTYPE AND
      *             TAX1099R-TAXABLE-NOT-DETERMINED TAKEN FROM FILLER.
      * 2026-10-15  NOW CALLABLE AS A SCHEDULED EODDRIVER STEP:
      *             LK-RETURN-CODE ADDED (00 NORMAL; 08 FATAL SETUP
      *             ERROR) AND GOBACK REPLACES STOP RUN, THE SAME
      *             CONVERSION TAX1099 GOT. RUN STANDALONE IT STILL
      *             ENDS THE JOB AS BEFORE.
      *
      * NOTES: GROSS IS TRANSACTION-AMOUNT - TRANPOST LEAVES THE GROSS
      *        THERE AND PUTS THE AFTER-WITHHOLDING FIGURE IN
      *        NET-AMOUNT. TAXABLE AMOUNT IS THE GROSS; A WITHDRAWAL
      *        FROM AN IRA IS FULLY TAXABLE UNLESS THE VENDOR IS TOLD
      *        OTHERWISE. FEDERAL WITHHOLDING IS THE 'FED' WHDETL ROW
      *        PLUS ANY 'BWH' BACKUP WITHHOLDING ROW; STATE
      *        WITHHOLDING IS THE STATE-CODE ROW. 'NRA' ROWS BELONG TO
      *        THE 1042-S AND ARE LEFT OUT, AS ARE ROWS MARKED
      *        REVERSED. DISTRIBUTION CODE IS '4' (DEATH) FOR AN
      *        ESTXFER PAYOUT, '1' (EARLY, NO KNOWN EXCEPTION) WHEN THE
      *        OWNER HAD NOT REACHED AGE 59 1/2 ON THE DISTRIBUTION
      *        DATE, OTHERWISE '7' (NORMAL) - WHICH IS WHERE EVERY RMD
      *        PAYOUT LANDS. A CANCELLED WITHDRAWAL AND THE REVERSAL
      *        THAT BACKED IT OUT ARE BOTH SKIPPED.
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

           SELECT WHDETL-FILE ASSIGN TO "WHDETL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WD-KEY
               FILE STATUS IS WS-WHDETL-STATUS.

           SELECT ROTHCONV-FILE ASSIGN TO "ROTHCONV.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RCNV-KEY
               FILE STATUS IS WS-RCNV-STATUS.

           SELECT TAX1099R-FILE ASSIGN TO "TAX1099R.DAT"
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

       FD  WHDETL-FILE.
       COPY WHDETL.

       FD  ROTHCONV-FILE.
       COPY ROTHCONV.

       FD  TAX1099R-FILE.
       01  TAX1099R-RECORD.
           05  TAX1099R-ACCOUNT-ID           PIC X(12).
           05  TAX1099R-CUSTOMER-ID          PIC X(10).
           05  TAX1099R-SSN-EIN              PIC X(11).
           05  TAX1099R-CUSTOMER-NAME        PIC X(60).
           05  TAX1099R-TAX-YEAR             PIC 9(04).
           05  TAX1099R-TRANSACTION-ID       PIC X(16).
           05  TAX1099R-DIST-DATE            PIC X(08).
           05  TAX1099R-GROSS-AMOUNT         PIC S9(13)V99 COMP-3.
           05  TAX1099R-TAXABLE-AMOUNT       PIC S9(13)V99 COMP-3.
           05  TAX1099R-FED-WITHHELD         PIC S9(11)V99 COMP-3.
           05  TAX1099R-STATE-WITHHELD       PIC S9(11)V99 COMP-3.
           05  TAX1099R-STATE-CODE           PIC X(02).
           05  TAX1099R-DIST-CODE            PIC X(02).
           05  TAX1099R-IRA-SUBTYPE          PIC X(01).
           05  TAX1099R-TAXABLE-NOT-DETERMINED PIC X(01).
           05  FILLER                        PIC X(18).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS                PIC XX.
           88  FILE-OK                   VALUE '00'.
           88  FILE-EOF                  VALUE '10'.

       01  WS-ACCOUNT-STATUS             PIC XX.
       01  WS-CUSTOMER-STATUS            PIC XX.
       01  WS-WHDETL-STATUS              PIC XX.
       01  WS-EXTR-STATUS                PIC XX.
       01  WS-RCNV-STATUS                PIC XX.
           88  RCNV-EOF                  VALUE '10'.

       01  WS-WHDETL-SW                  PIC X(01) VALUE 'N'.
           88  WHDETL-AVAILABLE          VALUE 'Y'.
       01  WS-WH-SCAN-DONE-SW            PIC X(01) VALUE 'N'.
           88  WH-SCAN-DONE              VALUE 'Y'.
       01  WS-ROTHCONV-SW                PIC X(01) VALUE 'N'.
           88  ROTHCONV-AVAILABLE        VALUE 'Y'.

       01  WS-CURRENT-DATE.
           05  WS-CURRENT-YEAR           PIC 9(04).
           05  WS-CURRENT-MONTH          PIC 9(02).
           05  WS-CURRENT-DAY            PIC 9(02).

       01  WS-TAX-YEAR                   PIC 9(04).
       01  WS-TRANS-YEAR                 PIC 9(04).

      *    THE DATE THE OWNER TURNS 59 1/2, BUILT AS YYYYMMDD SO IT
      *    COMPARES DIRECTLY AGAINST TRANSACTION-DATE.
       01  WS-BIRTH-DATE.
           05  WS-BIRTH-YEAR             PIC 9(04).
           05  WS-BIRTH-MONTH            PIC 9(02).
           05  WS-BIRTH-DAY              PIC 9(02).
       01  WS-HALF-DATE.
           05  WS-HALF-YEAR              PIC 9(04).
           05  WS-HALF-MONTH             PIC 9(02).
           05  WS-HALF-DAY               PIC 9(02).

      *    JANUARY 1 OF THE FIFTH YEAR AFTER THE ROTH CLOCK STARTED.
       01  WS-FIVE-YEAR-DATE.
           05  WS-FIVE-YEAR-YEAR         PIC 9(04).
           05  WS-FIVE-YEAR-MMDD         PIC X(04).

       01  WS-DIST-TRANSACTION-ID        PIC X(16).
       01  WS-DIST-DATE                  PIC X(08).
       01  WS-GROSS-AMOUNT               PIC S9(13)V99 COMP-3.
       01  WS-TAXABLE-AMOUNT             PIC S9(13)V99 COMP-3.
       01  WS-TAXABLE-ND-FLAG            PIC X(01).

       01  WS-FED-WITHHELD               PIC S9(11)V99 COMP-3.
       01  WS-STATE-WITHHELD             PIC S9(11)V99 COMP-3.
       01  WS-STATE-CODE                 PIC X(02).
       01  WS-DIST-CODE                  PIC X(02).

       01  WS-SCANNED-COUNT              PIC 9(07) COMP.
       01  WS-WRITTEN-COUNT              PIC 9(07) COMP.
       01  WS-SCANNED-DISPLAY            PIC ZZZZZZ9.
       01  WS-WRITTEN-DISPLAY            PIC ZZZZZZ9.
       01  WS-CONVERSION-COUNT           PIC 9(07) COMP.
       01  WS-CONVERSION-DISPLAY         PIC ZZZZZZ9.

       LINKAGE SECTION.
       01  LK-RETURN-CODE                PIC 9(02).

       PROCEDURE DIVISION USING LK-RETURN-CODE.
       MAIN-PROCESS.
           MOVE 00 TO LK-RETURN-CODE
           PERFORM INITIALIZE-PROCESS
           PERFORM EXTRACT-DISTRIBUTIONS-PROCESS
           IF ROTHCONV-AVAILABLE
               PERFORM EXTRACT-CONVERSIONS-PROCESS
           END-IF
           PERFORM FINALIZE-PROCESS
           GOBACK.

       INITIALIZE-PROCESS.
           MOVE ZERO TO WS-SCANNED-COUNT
           MOVE ZERO TO WS-WRITTEN-COUNT
           MOVE ZERO TO WS-CONVERSION-COUNT

           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           SUBTRACT 1 FROM WS-CURRENT-YEAR GIVING WS-TAX-YEAR

           OPEN INPUT TRANSACTION-FILE
           IF WS-FILE-STATUS NOT = '00'
               DISPLAY 'TAX1099R: UNABLE TO OPEN TRANS.DAT, STATUS = '
                   WS-FILE-STATUS
               MOVE 08 TO LK-RETURN-CODE
               GOBACK
           END-IF

           OPEN INPUT ACCOUNT-FILE
           IF WS-ACCOUNT-STATUS NOT = '00'
               DISPLAY 'TAX1099R: UNABLE TO OPEN ACCOUNT.DAT, '
                   'STATUS = ' WS-ACCOUNT-STATUS
               CLOSE TRANSACTION-FILE
               MOVE 08 TO LK-RETURN-CODE
               GOBACK
           END-IF

           OPEN INPUT CUSTOMER-FILE
           IF WS-CUSTOMER-STATUS NOT = '00'
               DISPLAY 'TAX1099R: UNABLE TO OPEN CUSTOMER.DAT, '
                   'STATUS = ' WS-CUSTOMER-STATUS
               CLOSE TRANSACTION-FILE
               CLOSE ACCOUNT-FILE
               MOVE 08 TO LK-RETURN-CODE
               GOBACK
           END-IF

      *    NO DETAIL FILE MEANS NOTHING WAS EVER WITHHELD - EVERY
      *    DISTRIBUTION GOES OUT WITH ZERO WITHHOLDING.
           OPEN INPUT WHDETL-FILE
           IF WS-WHDETL-STATUS = '00'
               MOVE 'Y' TO WS-WHDETL-SW
           ELSE
               MOVE 'N' TO WS-WHDETL-SW
           END-IF

      *    NO LEDGER MEANS NO ROTH CONVERSION HAS EVER BEEN POSTED.
           OPEN INPUT ROTHCONV-FILE
           IF WS-RCNV-STATUS = '00'
               MOVE 'Y' TO WS-ROTHCONV-SW
           ELSE
               MOVE 'N' TO WS-ROTHCONV-SW
           END-IF

           OPEN OUTPUT TAX1099R-FILE
           IF WS-EXTR-STATUS NOT = '00'
               DISPLAY 'TAX1099R: UNABLE TO OPEN TAX1099R.DAT, '
                   'STATUS = ' WS-EXTR-STATUS
               CLOSE TRANSACTION-FILE
               CLOSE ACCOUNT-FILE
               CLOSE CUSTOMER-FILE
               IF WHDETL-AVAILABLE
                   CLOSE WHDETL-FILE
               END-IF
               IF ROTHCONV-AVAILABLE
                   CLOSE ROTHCONV-FILE
               END-IF
               MOVE 08 TO LK-RETURN-CODE
               GOBACK
           END-IF.

       EXTRACT-DISTRIBUTIONS-PROCESS.
           READ TRANSACTION-FILE NEXT RECORD
           PERFORM EXTRACT-ONE-TRANSACTION UNTIL FILE-EOF.

       EXTRACT-ONE-TRANSACTION.
           ADD 1 TO WS-SCANNED-COUNT
           MOVE TRANSACTION-DATE OF TRANSACTION-RECORD (1:4) TO
               WS-TRANS-YEAR

           IF WS-TRANS-YEAR = WS-TAX-YEAR
              AND WITHDRAWAL-TRANS OF TRANSACTION-RECORD
              AND NOT CANCELLED-STATUS OF TRANSACTION-RECORD
              AND REVERSAL-OF-ID OF TRANSACTION-RECORD = SPACES
              AND NOT IRA-CONVERSION-SUBTYPE OF TRANSACTION-RECORD
               PERFORM APPLY-DISTRIBUTION THRU
                   APPLY-DISTRIBUTION-EXIT
           END-IF

           READ TRANSACTION-FILE NEXT RECORD.

       APPLY-DISTRIBUTION.
           MOVE ACCOUNT-ID OF TRANSACTION-RECORD TO
               ACCOUNT-ID OF ACCOUNT-RECORD
           READ ACCOUNT-FILE
           IF WS-ACCOUNT-STATUS NOT = '00'
               DISPLAY 'TAX1099R: TRANSACTION ' TRANSACTION-ID OF
                   TRANSACTION-RECORD ' REFERENCES UNKNOWN ACCOUNT '
                   ACCOUNT-ID OF TRANSACTION-RECORD ' - SKIPPED'
               GO TO APPLY-DISTRIBUTION-EXIT
           END-IF
           IF NOT IRA-ACCOUNT OF ACCOUNT-RECORD
               GO TO APPLY-DISTRIBUTION-EXIT
           END-IF

           MOVE CUSTOMER-ID OF ACCOUNT-RECORD TO
               CUSTOMER-ID OF CUSTOMER-RECORD
           READ CUSTOMER-FILE
           IF WS-CUSTOMER-STATUS NOT = '00'
               DISPLAY 'TAX1099R: CUSTOMER ' CUSTOMER-ID OF
                   ACCOUNT-RECORD ' FOR DISTRIBUTION ' TRANSACTION-ID
                   OF TRANSACTION-RECORD ' NOT ON FILE - SKIPPED'
               GO TO APPLY-DISTRIBUTION-EXIT
           END-IF

           MOVE TRANSACTION-ID OF TRANSACTION-RECORD TO
               WS-DIST-TRANSACTION-ID
           MOVE TRANSACTION-DATE OF TRANSACTION-RECORD TO WS-DIST-DATE
           MOVE TRANSACTION-AMOUNT OF TRANSACTION-RECORD TO
               WS-GROSS-AMOUNT
           MOVE TRANSACTION-AMOUNT OF TRANSACTION-RECORD TO
               WS-TAXABLE-AMOUNT
           MOVE 'N' TO WS-TAXABLE-ND-FLAG

           PERFORM GATHER-WITHHOLDING
           PERFORM COMPUTE-AGE-59-HALF-DATE
           IF ROTH-IRA OF ACCOUNT-RECORD
               PERFORM DETERMINE-ROTH-DISTRIBUTION-CODE
           ELSE
               PERFORM DETERMINE-DISTRIBUTION-CODE
           END-IF
           PERFORM WRITE-TAX1099R-RECORD.

       APPLY-DISTRIBUTION-EXIT.
           EXIT.

       GATHER-WITHHOLDING.
           MOVE ZERO TO WS-FED-WITHHELD
           MOVE ZERO TO WS-STATE-WITHHELD
           MOVE SPACES TO WS-STATE-CODE

           IF WHDETL-AVAILABLE
               MOVE 'N' TO WS-WH-SCAN-DONE-SW
               MOVE TRANSACTION-ID OF TRANSACTION-RECORD TO
                   WD-TRANSACTION-ID
               MOVE LOW-VALUES TO WD-JURISDICTION
               START WHDETL-FILE KEY IS NOT LESS THAN WD-KEY
                   INVALID KEY SET WH-SCAN-DONE TO TRUE
               END-START
               PERFORM GATHER-ONE-WH-ROW UNTIL WH-SCAN-DONE
           END-IF.

       GATHER-ONE-WH-ROW.
           READ WHDETL-FILE NEXT RECORD
           IF WS-WHDETL-STATUS NOT = '00'
              OR WD-TRANSACTION-ID NOT =
                 TRANSACTION-ID OF TRANSACTION-RECORD
               SET WH-SCAN-DONE TO TRUE
           ELSE
               IF NOT WD-REVERSED
                   EVALUATE WD-JURISDICTION
                       WHEN 'FED'
                       WHEN 'BWH'
                           ADD WD-AMOUNT TO WS-FED-WITHHELD
                       WHEN 'NRA'
                           CONTINUE
                       WHEN OTHER
                           ADD WD-AMOUNT TO WS-STATE-WITHHELD
                           MOVE WD-JURISDICTION(1:2) TO WS-STATE-CODE
                   END-EVALUATE
               END-IF
           END-IF.

      *    WITH NO USABLE DATE OF BIRTH THE 59 1/2 DATE IS LEFT AT
      *    ZERO, SO THE OWNER IS TREATED AS PAST IT - NO EARLY CODE IS
      *    CLAIMED WITHOUT THE DATE TO SUPPORT IT.
       COMPUTE-AGE-59-HALF-DATE.
           MOVE ZERO TO WS-HALF-DATE
           IF DATE-OF-BIRTH OF CUSTOMER-RECORD IS NUMERIC
               MOVE DATE-OF-BIRTH OF CUSTOMER-RECORD TO WS-BIRTH-DATE
               COMPUTE WS-HALF-YEAR = WS-BIRTH-YEAR + 59
               COMPUTE WS-HALF-MONTH = WS-BIRTH-MONTH + 6
               IF WS-HALF-MONTH > 12
                   SUBTRACT 12 FROM WS-HALF-MONTH
                   ADD 1 TO WS-HALF-YEAR
               END-IF
               MOVE WS-BIRTH-DAY TO WS-HALF-DAY
           END-IF.

       DETERMINE-DISTRIBUTION-CODE.
           MOVE '7 ' TO WS-DIST-CODE

           IF CREATED-BY OF TRANSACTION-RECORD = 'ESTXFER '
               MOVE '4 ' TO WS-DIST-CODE
           ELSE
               IF WS-DIST-DATE < WS-HALF-DATE
                   MOVE '1 ' TO WS-DIST-CODE
               END-IF
           END-IF.

      *    A ROTH DISTRIBUTION IS QUALIFIED - AND NOTHING IS TAXABLE -
      *    WHEN THE OWNER IS 59 1/2 OR HAS DIED AND FIVE TAX YEARS
      *    HAVE RUN SINCE THE ROTH CLOCK STARTED. OTHERWISE THE
      *    TAXABLE PART DEPENDS ON THE OWNER'S BASIS, WHICH IS NOT
      *    KEPT HERE, SO IT GOES OUT AS NOT DETERMINED.
       DETERMINE-ROTH-DISTRIBUTION-CODE.
           MOVE 'J ' TO WS-DIST-CODE
           IF CREATED-BY OF TRANSACTION-RECORD = 'ESTXFER '
              OR WS-DIST-DATE NOT < WS-HALF-DATE
               MOVE 'T ' TO WS-DIST-CODE
               IF ROTH-CLOCK-START-DATE OF ACCOUNT-RECORD IS NUMERIC
                   MOVE ROTH-CLOCK-START-DATE OF ACCOUNT-RECORD (1:4)
                       TO WS-FIVE-YEAR-YEAR
                   ADD 5 TO WS-FIVE-YEAR-YEAR
                   MOVE '0101' TO WS-FIVE-YEAR-MMDD
                   IF WS-DIST-DATE NOT < WS-FIVE-YEAR-DATE
                       MOVE 'Q ' TO WS-DIST-CODE
                   END-IF
               END-IF
           END-IF

           MOVE ZERO TO WS-TAXABLE-AMOUNT
           IF WS-DIST-CODE NOT = 'Q '
               MOVE 'Y' TO WS-TAXABLE-ND-FLAG
           END-IF.

       EXTRACT-CONVERSIONS-PROCESS.
           READ ROTHCONV-FILE NEXT RECORD
           PERFORM EXTRACT-ONE-CONVERSION UNTIL RCNV-EOF
                                         OR WS-RCNV-STATUS NOT = '00'.

       EXTRACT-ONE-CONVERSION.
           IF RCNV-TAX-YEAR = WS-TAX-YEAR
               PERFORM APPLY-CONVERSION THRU APPLY-CONVERSION-EXIT
           END-IF

           READ ROTHCONV-FILE NEXT RECORD.

      *    A CONVERSION IS A DISTRIBUTION FROM THE TRADITIONAL OR SEP
      *    IRA IT LEFT, TAXABLE IN FULL AT THE FAIR MARKET VALUE IT
      *    WAS CONVERTED AT. NOTHING IS WITHHELD ON A CONVERSION.
       APPLY-CONVERSION.
           MOVE RCNV-FROM-ACCOUNT-ID TO ACCOUNT-ID OF ACCOUNT-RECORD
           READ ACCOUNT-FILE
           IF WS-ACCOUNT-STATUS NOT = '00'
               DISPLAY 'TAX1099R: CONVERSION ' RCNV-CONVERSION-ID
                   ' REFERENCES UNKNOWN ACCOUNT ' RCNV-FROM-ACCOUNT-ID
                   ' - SKIPPED'
               GO TO APPLY-CONVERSION-EXIT
           END-IF

           MOVE CUSTOMER-ID OF ACCOUNT-RECORD TO
               CUSTOMER-ID OF CUSTOMER-RECORD
           READ CUSTOMER-FILE
           IF WS-CUSTOMER-STATUS NOT = '00'
               DISPLAY 'TAX1099R: CUSTOMER ' CUSTOMER-ID OF
                   ACCOUNT-RECORD ' FOR CONVERSION ' RCNV-CONVERSION-ID
                   ' NOT ON FILE - SKIPPED'
               GO TO APPLY-CONVERSION-EXIT
           END-IF

           MOVE RCNV-CONVERSION-ID TO WS-DIST-TRANSACTION-ID
           MOVE RCNV-CONVERSION-DATE TO WS-DIST-DATE
           MOVE RCNV-TAXABLE-AMOUNT TO WS-GROSS-AMOUNT
           MOVE RCNV-TAXABLE-AMOUNT TO WS-TAXABLE-AMOUNT
           MOVE 'N' TO WS-TAXABLE-ND-FLAG
           MOVE ZERO TO WS-FED-WITHHELD
           MOVE ZERO TO WS-STATE-WITHHELD
           MOVE SPACES TO WS-STATE-CODE

           PERFORM COMPUTE-AGE-59-HALF-DATE
           IF WS-DIST-DATE < WS-HALF-DATE
               MOVE '2 ' TO WS-DIST-CODE
           ELSE
               MOVE '7 ' TO WS-DIST-CODE
           END-IF

           PERFORM WRITE-TAX1099R-RECORD
           ADD 1 TO WS-CONVERSION-COUNT.

       APPLY-CONVERSION-EXIT.
           EXIT.

       WRITE-TAX1099R-RECORD.
           MOVE SPACES TO TAX1099R-RECORD
           MOVE ACCOUNT-ID OF ACCOUNT-RECORD TO TAX1099R-ACCOUNT-ID
           MOVE CUSTOMER-ID OF CUSTOMER-RECORD TO TAX1099R-CUSTOMER-ID
           MOVE SSN-EIN OF CUSTOMER-RECORD TO TAX1099R-SSN-EIN
           MOVE WS-TAX-YEAR TO TAX1099R-TAX-YEAR
           MOVE WS-DIST-TRANSACTION-ID TO TAX1099R-TRANSACTION-ID
           MOVE WS-DIST-DATE TO TAX1099R-DIST-DATE
           MOVE WS-GROSS-AMOUNT TO TAX1099R-GROSS-AMOUNT
           MOVE WS-TAXABLE-AMOUNT TO TAX1099R-TAXABLE-AMOUNT
           MOVE WS-FED-WITHHELD TO TAX1099R-FED-WITHHELD
           MOVE WS-STATE-WITHHELD TO TAX1099R-STATE-WITHHELD
           MOVE WS-STATE-CODE TO TAX1099R-STATE-CODE
           MOVE WS-DIST-CODE TO TAX1099R-DIST-CODE
           IF ROTH-IRA OF ACCOUNT-RECORD
               MOVE 'R' TO TAX1099R-IRA-SUBTYPE
           ELSE
               IF SEP-IRA OF ACCOUNT-RECORD
                   MOVE 'S' TO TAX1099R-IRA-SUBTYPE
               ELSE
                   MOVE 'T' TO TAX1099R-IRA-SUBTYPE
               END-IF
           END-IF
           MOVE WS-TAXABLE-ND-FLAG TO TAX1099R-TAXABLE-NOT-DETERMINED

           IF CORPORATE-CUSTOMER OF CUSTOMER-RECORD
              OR INSTITUTIONAL-CUSTOMER OF CUSTOMER-RECORD
               MOVE COMPANY-NAME OF CUSTOMER-RECORD TO
                   TAX1099R-CUSTOMER-NAME
           ELSE
               STRING FIRST-NAME OF CUSTOMER-RECORD DELIMITED BY SPACE
                      ' ' DELIMITED BY SIZE
                      LAST-NAME OF CUSTOMER-RECORD DELIMITED BY SPACE
                      INTO TAX1099R-CUSTOMER-NAME
               END-STRING
           END-IF

           WRITE TAX1099R-RECORD
           ADD 1 TO WS-WRITTEN-COUNT.

       FINALIZE-PROCESS.
           CLOSE TRANSACTION-FILE
           CLOSE ACCOUNT-FILE
           CLOSE CUSTOMER-FILE
           IF WHDETL-AVAILABLE
               CLOSE WHDETL-FILE
           END-IF
           IF ROTHCONV-AVAILABLE
               CLOSE ROTHCONV-FILE
           END-IF
           CLOSE TAX1099R-FILE

           MOVE WS-SCANNED-COUNT TO WS-SCANNED-DISPLAY
           MOVE WS-WRITTEN-COUNT TO WS-WRITTEN-DISPLAY
           DISPLAY 'TAX1099R: SCANNED ' WS-SCANNED-DISPLAY
               ' TRANSACTION(S) FOR TAX YEAR ' WS-TAX-YEAR
               ', WROTE ' WS-WRITTEN-DISPLAY ' DISTRIBUTION RECORD(S)'
           MOVE WS-CONVERSION-COUNT TO WS-CONVERSION-DISPLAY
           DISPLAY 'TAX1099R: ' WS-CONVERSION-DISPLAY
               ' OF THEM ROTH CONVERSION(S) FROM ROTHCONV.DAT'.

       END PROGRAM TAX1099R.
