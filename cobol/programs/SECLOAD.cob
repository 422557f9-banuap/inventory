       IDENTIFICATION DIVISION.
       PROGRAM-ID. SECLOAD.
      ******************************************************************
      * PROGRAM: SECLOAD - NIGHTLY VENDOR SECURITY MASTER FEED LOAD
      * VERSION: 1.0
      * DATE: 2026-10-15
      * PURPOSE: APPLY THE REFERENCE-DATA VENDOR'S NIGHTLY SECURITY
      *          MASTER FEED (SECFEED.DAT, ONE RECORD PER SECURITY THE
      *          VENDOR REPORTS) TO SECMAST.DAT, SO NEW ISSUES, CUSIP
      *          CHANGES, HALTS, DELISTINGS, COUPON CHANGES AND OPTION
      *          SERIES ARE ON FILE BEFORE A TRADE NEEDS THEM:
      *            - A SYMBOL WE DO NOT CARRY IS ADDED, SUBJECT TO THE
      *              SAME OPTION AND FIXED-INCOME RULES SECMGMT
      *              APPLIES ON CREATE;
      *            - A CHANGED CUSIP OR DESCRIPTION IS APPLIED;
      *            - A HALT OR DELISTING MOVES SEC-STATUS, AND A HALT
      *              THE VENDOR HAS LIFTED RETURNS THE SYMBOL TO
      *              ACTIVE (A DELISTING IS NEVER UNDONE FROM THE
      *              FEED - THAT STAYS A SECMGMT DECISION);
      *            - COUPON RATE AND MATURITY ON A FIXED-INCOME ROW,
      *              AND THE CONTRACT TERMS ON AN OPTION ROW, ARE
      *              REFRESHED.
      *          EVERY FIELD CHANGED IS WRITTEN BEFORE AND AFTER TO
      *          SECHIST.DAT AND LISTED ON SECLOAD.RPT. ANY CHANGED
      *          SECURITY A CUSTOMER STILL HOLDS IS LISTED AGAIN IN
      *          THE OPERATIONS SECTION OF THE REPORT WITH ITS HOLDER
      *          COUNT AND QUANTITY, AND OPENED ON EXCPQ FOR REVIEW.
      * FUNCTIONS: STANDALONE BATCH JOB - RUN NIGHTLY ON RECEIPT OF
      *            THE FEED, BEFORE THE ORDER ENTRY DAY OPENS. IT IS
      *            NOT AN EODDRIVER STEP - IT WAITS ON THE VENDOR'S
      *            DELIVERY, NOT THE BATCH WINDOW, AND IS SUBMITTED
      *            WHEN THE FEED LANDS.
      *
      * NOTES: A BLANK FEED FIELD (OR A NON-NUMERIC ONE, FOR A NUMERIC
      *        ATTRIBUTE) MEANS THE VENDOR DID NOT SUPPLY IT AND THE
      *        FILE VALUE IS KEPT. THE FEED NEVER CHANGES A ROW'S
      *        ASSET CLASS - A MISMATCH IS REJECTED FOR OPERATIONS TO
      *        LOOK AT. THE REG SHO THRESHOLD FIELDS BELONG TO THRLOAD
      *        AND ARE NOT TOUCHED. THE FEED CARRIES NO AMOUNT, SO ITS
      *        ENVELOPE HASH IS ZERO.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SECFEEDENV-FILE ASSIGN TO "SECFEED.ENV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ENV-STATUS.

           SELECT SECFEED-FILE ASSIGN TO "SECFEED.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FEED-STATUS.

           SELECT SECMAST-FILE ASSIGN TO "SECMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SEC-SYMBOL
               FILE STATUS IS WS-SECMAST-STATUS.

           SELECT SECHIST-FILE ASSIGN TO "SECHIST.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.

           SELECT POSITION-FILE ASSIGN TO "POSITION.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS POSITION-KEY
               FILE STATUS IS WS-POS-STATUS.

           SELECT SECLOAD-RPT-FILE ASSIGN TO "SECLOAD.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SECFEED-FILE.
       01  SECFEED-RECORD.
           05  SF-SYMBOL                 PIC X(12).
           05  SF-CUSIP                  PIC X(09).
           05  SF-DESCRIPTION            PIC X(40).
           05  SF-ASSET-CLASS            PIC X(02).
           05  SF-STATUS                 PIC X(01).
               88  SF-ACTIVE             VALUE 'A'.
               88  SF-HALTED             VALUE 'H'.
               88  SF-DELISTED           VALUE 'D'.
           05  SF-UNDERLYING-SYMBOL      PIC X(12).
           05  SF-OPTION-TYPE            PIC X(01).
           05  SF-STRIKE-PRICE           PIC 9(09)V9999.
           05  SF-EXPIRY-DATE            PIC X(08).
           05  SF-CONTRACT-MULTIPLIER    PIC 9(05).
           05  SF-MATURITY-DATE          PIC X(08).
           05  SF-COUPON-RATE            PIC 9(02)V9(04).
           05  SF-COUPON-FREQUENCY       PIC 9(02).
           05  FILLER                    PIC X(20).

       FD  SECFEEDENV-FILE.
       COPY FILEENV.

       FD  SECMAST-FILE.
       COPY SECMAST.

       FD  SECHIST-FILE.
       COPY SECHIST.

       FD  POSITION-FILE.
       COPY POSITION.

       FD  SECLOAD-RPT-FILE.
       01  SECLOAD-RPT-LINE              PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-ENV-STATUS                 PIC XX.
       01  WS-GATE-OPERATION             PIC X(06).
       01  WS-GATE-RETURN-CODE           PIC 9(02).
       COPY FILEENV REPLACING FILEENV-RECORD BY WS-ENVELOPE.
       01  WS-ACTUAL-COUNT               PIC 9(07).
       01  WS-ACTUAL-AMOUNT              PIC 9(13)V99.

       01  WS-FEED-STATUS                PIC XX.
           88  FEED-EOF                  VALUE '10'.
       01  WS-SECMAST-STATUS             PIC XX.
       01  WS-HIST-STATUS                PIC XX.
       01  WS-HIST-AVAILABLE-SW          PIC X(01) VALUE 'Y'.
           88  HIST-AVAILABLE            VALUE 'Y'.
       01  WS-POS-STATUS                 PIC XX.
           88  POS-EOF                   VALUE '10'.
       01  WS-RPT-STATUS                 PIC XX.

       01  WS-EXCPQ-OPERATION            PIC X(06) VALUE 'FILE  '.
       01  WS-EXCPQ-RETURN-CODE          PIC 9(02).
       COPY EXCPREC REPLACING EXCPQ-RECORD BY WS-EXCPQ-RECORD.

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

       01  WS-REJECT-REASON              PIC X(50).

      *----------------------------------------------------------------
      * FIELD CHANGES FOR THE SECURITY IN HAND, HELD UNTIL THE
      * REWRITE SUCCEEDS AND THEN WRITTEN TO HISTORY AND THE REPORT.
      *----------------------------------------------------------------
       01  WS-STAGE-COUNT                PIC 9(02).
       01  WS-STAGE-INDEX                PIC 9(02).
       01  WS-STAGE-TABLE.
           05  WS-STAGE-ENTRY OCCURS 12 TIMES.
               10  WS-STG-FIELD          PIC X(16).
               10  WS-STG-BEFORE         PIC X(40).
               10  WS-STG-AFTER          PIC X(40).
       01  WS-CHG-FIELD                  PIC X(16).
       01  WS-CHG-BEFORE                 PIC X(40).
       01  WS-CHG-AFTER                  PIC X(40).
       01  WS-CHANGE-SUMMARY             PIC X(40).
       01  WS-SUMMARY-POINTER            PIC 9(03).

       01  WS-STRIKE-DISPLAY             PIC ZZZ,ZZZ,ZZ9.9999.
       01  WS-COUPON-DISPLAY             PIC Z9.9999.
       01  WS-MULT-DISPLAY               PIC ZZZZ9.
       01  WS-SAVED-STATUS               PIC X(01).

      *----------------------------------------------------------------
      * SECURITIES CHANGED TONIGHT, CHECKED AGAINST CUSTOMER HOLDINGS
      * IN ONE PASS OF THE POSITION FILE AT THE END.
      *----------------------------------------------------------------
       01  WS-MAX-CHANGED                PIC 9(05) VALUE 05000.
       01  WS-CHANGED-COUNT              PIC 9(05) VALUE ZERO.
       01  WS-CHANGED-INDEX              PIC 9(05).
       01  WS-SEARCH-INDEX               PIC 9(05).
       01  WS-FOUND-INDEX                PIC 9(05).
       01  WS-CHANGED-TABLE.
           05  WS-CHANGED-ENTRY OCCURS 5000 TIMES.
               10  WS-CS-SYMBOL          PIC X(12).
               10  WS-CS-SUMMARY         PIC X(40).
               10  WS-CS-HOLDERS         PIC 9(07) COMP.
               10  WS-CS-QUANTITY        PIC S9(11)V999 COMP-3.

       01  WS-QTY-DISPLAY                PIC ZZZ,ZZZ,ZZ9.999-.
       01  WS-HOLDERS-DISPLAY            PIC ZZZZZZ9.

       01  WS-READ-COUNT                 PIC 9(07) COMP.
       01  WS-ADDED-COUNT                PIC 9(07) COMP.
       01  WS-CHANGED-SEC-COUNT          PIC 9(07) COMP.
       01  WS-FIELD-CHANGE-COUNT         PIC 9(07) COMP.
       01  WS-UNCHANGED-COUNT            PIC 9(07) COMP.
       01  WS-REJECT-COUNT               PIC 9(07) COMP.
       01  WS-HELD-COUNT                 PIC 9(07) COMP.
       01  WS-READ-DISPLAY               PIC ZZZZZZ9.
       01  WS-ADDED-DISPLAY              PIC ZZZZZZ9.
       01  WS-CHANGED-DISPLAY            PIC ZZZZZZ9.
       01  WS-FIELD-DISPLAY              PIC ZZZZZZ9.
       01  WS-UNCHANGED-DISPLAY          PIC ZZZZZZ9.
       01  WS-REJECT-DISPLAY             PIC ZZZZZZ9.
       01  WS-HELD-DISPLAY               PIC ZZZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           PERFORM INITIALIZE-PROCESS
           PERFORM LOAD-FEED-PROCESS
           PERFORM CHECK-HOLDINGS-PROCESS THRU CHECK-HOLDINGS-EXIT
           PERFORM FINALIZE-PROCESS
           STOP RUN.

       INITIALIZE-PROCESS.
           MOVE ZERO TO WS-READ-COUNT
           MOVE ZERO TO WS-ADDED-COUNT
           MOVE ZERO TO WS-CHANGED-SEC-COUNT
           MOVE ZERO TO WS-FIELD-CHANGE-COUNT
           MOVE ZERO TO WS-UNCHANGED-COUNT
           MOVE ZERO TO WS-REJECT-COUNT
           MOVE ZERO TO WS-HELD-COUNT
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD

           OPEN INPUT SECFEED-FILE
           IF WS-FEED-STATUS NOT = '00'
               DISPLAY 'SECLOAD: UNABLE TO OPEN SECFEED.DAT, '
                   'STATUS = ' WS-FEED-STATUS
               STOP RUN
           END-IF

           PERFORM VALIDATE-CONTROL-ENVELOPE THRU
               VALIDATE-ENVELOPE-EXIT

           OPEN I-O SECMAST-FILE
           IF WS-SECMAST-STATUS = '35'
      *        First security ever written - file has to be created.
               OPEN OUTPUT SECMAST-FILE
               CLOSE SECMAST-FILE
               OPEN I-O SECMAST-FILE
           END-IF
           IF WS-SECMAST-STATUS NOT = '00'
               DISPLAY 'SECLOAD: UNABLE TO OPEN SECMAST.DAT, '
                   'STATUS = ' WS-SECMAST-STATUS
               CLOSE SECFEED-FILE
               STOP RUN
           END-IF

           OPEN EXTEND SECHIST-FILE
           IF WS-HIST-STATUS NOT = '00'
               OPEN OUTPUT SECHIST-FILE
           END-IF
           IF WS-HIST-STATUS NOT = '00'
               DISPLAY 'SECLOAD: UNABLE TO OPEN SECHIST.DAT, '
                   'STATUS = ' WS-HIST-STATUS ' - HISTORY NOT KEPT'
               MOVE 'N' TO WS-HIST-AVAILABLE-SW
           END-IF

           OPEN OUTPUT SECLOAD-RPT-FILE
           IF WS-RPT-STATUS NOT = '00'
               DISPLAY 'SECLOAD: UNABLE TO OPEN SECLOAD.RPT, '
                   'STATUS = ' WS-RPT-STATUS
               CLOSE SECFEED-FILE
               CLOSE SECMAST-FILE
               STOP RUN
           END-IF

           MOVE SPACES TO SECLOAD-RPT-LINE
           STRING 'SECURITY MASTER VENDOR FEED LOAD ' DELIMITED BY SIZE
                  WS-CURRENT-DATE DELIMITED BY SIZE
                  INTO SECLOAD-RPT-LINE
           END-STRING
           WRITE SECLOAD-RPT-LINE
           MOVE SPACES TO SECLOAD-RPT-LINE
           WRITE SECLOAD-RPT-LINE
           STRING '  SYMBOL       FIELD            BEFORE'
                      DELIMITED BY SIZE
                  '                                   AFTER'
                      DELIMITED BY SIZE
                  INTO SECLOAD-RPT-LINE
           END-STRING
           WRITE SECLOAD-RPT-LINE.

       LOAD-FEED-PROCESS.
           READ SECFEED-FILE
               AT END SET FEED-EOF TO TRUE
           END-READ
           PERFORM APPLY-ONE-FEED-RECORD THRU APPLY-ONE-EXIT
               UNTIL FEED-EOF.

       APPLY-ONE-FEED-RECORD.
           ADD 1 TO WS-READ-COUNT
           MOVE ZERO TO WS-STAGE-COUNT
           IF SF-SYMBOL = SPACES
               MOVE 'NO SYMBOL ON FEED RECORD' TO WS-REJECT-REASON
               PERFORM REJECT-FEED-RECORD
               GO TO APPLY-ONE-NEXT
           END-IF

           MOVE SF-SYMBOL TO SEC-SYMBOL
           READ SECMAST-FILE
           IF WS-SECMAST-STATUS = '23'
               PERFORM ADD-NEW-SECURITY THRU ADD-NEW-SECURITY-EXIT
               GO TO APPLY-ONE-NEXT
           END-IF
           IF WS-SECMAST-STATUS NOT = '00'
               MOVE 'SECURITY MASTER READ FAILED' TO WS-REJECT-REASON
               PERFORM REJECT-FEED-RECORD
               GO TO APPLY-ONE-NEXT
           END-IF

           IF SF-ASSET-CLASS NOT = SPACES
              AND SF-ASSET-CLASS NOT = SEC-ASSET-CLASS
               MOVE 'ASSET CLASS DIFFERS FROM SECURITY MASTER'
                   TO WS-REJECT-REASON
               PERFORM REJECT-FEED-RECORD
               GO TO APPLY-ONE-NEXT
           END-IF

           PERFORM STAGE-IDENTITY-CHANGES
           PERFORM STAGE-STATUS-CHANGE
           IF FIXED-INCOME-SECURITY
               PERFORM STAGE-FIXED-INCOME-CHANGES
           END-IF
           IF OPTION-SECURITY
               PERFORM STAGE-OPTION-CHANGES
           END-IF

           IF WS-STAGE-COUNT = ZERO
               ADD 1 TO WS-UNCHANGED-COUNT
               GO TO APPLY-ONE-NEXT
           END-IF

           PERFORM GET-CURRENT-TIMESTAMP
           MOVE WS-TIMESTAMP TO UPDATED-TIMESTAMP OF SECMAST-RECORD
           MOVE 'SECLOAD ' TO UPDATED-BY OF SECMAST-RECORD
           REWRITE SECMAST-RECORD
           IF WS-SECMAST-STATUS NOT = '00'
               MOVE 'SECURITY MASTER REWRITE FAILED' TO
                   WS-REJECT-REASON
               PERFORM REJECT-FEED-RECORD
               GO TO APPLY-ONE-NEXT
           END-IF

           ADD 1 TO WS-CHANGED-SEC-COUNT
           MOVE SPACES TO WS-CHANGE-SUMMARY
           MOVE 1 TO WS-SUMMARY-POINTER
           MOVE 1 TO WS-STAGE-INDEX
           PERFORM WRITE-ONE-STAGED-CHANGE
               UNTIL WS-STAGE-INDEX > WS-STAGE-COUNT
           PERFORM REMEMBER-CHANGED-SECURITY.

       APPLY-ONE-NEXT.
           READ SECFEED-FILE
               AT END SET FEED-EOF TO TRUE
           END-READ.

       APPLY-ONE-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * A NEW ISSUE. THE OPTION AND FIXED-INCOME TERMS ARE HELD TO
      * THE SAME RULES SECMGMT ENFORCES ON A KEYED CREATE.
      *----------------------------------------------------------------
       ADD-NEW-SECURITY.
           IF SF-DESCRIPTION = SPACES
               MOVE 'NEW SECURITY WITHOUT A DESCRIPTION' TO
                   WS-REJECT-REASON
               PERFORM REJECT-FEED-RECORD
               GO TO ADD-NEW-SECURITY-EXIT
           END-IF
           IF SF-ASSET-CLASS NOT = 'EQ' AND SF-ASSET-CLASS NOT = 'FI'
              AND SF-ASSET-CLASS NOT = 'MF'
              AND SF-ASSET-CLASS NOT = 'MM'
              AND SF-ASSET-CLASS NOT = 'OP'
               MOVE 'NEW SECURITY WITH AN UNKNOWN ASSET CLASS' TO
                   WS-REJECT-REASON
               PERFORM REJECT-FEED-RECORD
               GO TO ADD-NEW-SECURITY-EXIT
           END-IF

           MOVE SPACES TO SECMAST-RECORD
           MOVE SF-SYMBOL TO SEC-SYMBOL
           MOVE SF-CUSIP TO SEC-CUSIP
           MOVE SF-DESCRIPTION TO SEC-DESCRIPTION
           MOVE SF-ASSET-CLASS TO SEC-ASSET-CLASS
           MOVE SF-STATUS TO SEC-STATUS
           IF NOT HALTED-SECURITY AND NOT DELISTED-SECURITY
               SET ACTIVE-SECURITY TO TRUE
           END-IF
           MOVE ZERO TO SEC-STRIKE-PRICE
           MOVE ZERO TO SEC-CONTRACT-MULTIPLIER
           MOVE ZERO TO SEC-COUPON-RATE
           MOVE ZERO TO SEC-COUPON-FREQUENCY
           MOVE ZERO TO SEC-BP-CEILING(1)
           MOVE ZERO TO SEC-BP-LOAD-PCT(1)
           MOVE ZERO TO SEC-BP-CEILING(2)
           MOVE ZERO TO SEC-BP-LOAD-PCT(2)
           MOVE ZERO TO SEC-BP-CEILING(3)
           MOVE ZERO TO SEC-BP-LOAD-PCT(3)
           MOVE ZERO TO SEC-MM-DAILY-FACTOR
           MOVE 'N' TO SEC-THRESHOLD-FLAG

           IF OPTION-SECURITY
               IF SF-UNDERLYING-SYMBOL = SPACES
                  OR (SF-OPTION-TYPE NOT = 'C'
                      AND SF-OPTION-TYPE NOT = 'P')
                  OR SF-STRIKE-PRICE IS NOT NUMERIC
                  OR SF-EXPIRY-DATE IS NOT NUMERIC
                   MOVE 'NEW OPTION WITHOUT FULL CONTRACT TERMS' TO
                       WS-REJECT-REASON
                   PERFORM REJECT-FEED-RECORD
                   GO TO ADD-NEW-SECURITY-EXIT
               END-IF
               IF SF-STRIKE-PRICE = ZERO
                   MOVE 'NEW OPTION WITHOUT FULL CONTRACT TERMS' TO
                       WS-REJECT-REASON
                   PERFORM REJECT-FEED-RECORD
                   GO TO ADD-NEW-SECURITY-EXIT
               END-IF
               MOVE SF-UNDERLYING-SYMBOL TO SEC-UNDERLYING-SYMBOL
               MOVE SF-OPTION-TYPE TO SEC-OPTION-TYPE
               MOVE SF-STRIKE-PRICE TO SEC-STRIKE-PRICE
               MOVE SF-EXPIRY-DATE TO SEC-EXPIRY-DATE
               MOVE 100 TO SEC-CONTRACT-MULTIPLIER
               IF SF-CONTRACT-MULTIPLIER IS NUMERIC
                   IF SF-CONTRACT-MULTIPLIER > ZERO
                       MOVE SF-CONTRACT-MULTIPLIER TO
                           SEC-CONTRACT-MULTIPLIER
                   END-IF
               END-IF
           END-IF

           IF FIXED-INCOME-SECURITY
               IF SF-MATURITY-DATE IS NOT NUMERIC
                  OR SF-COUPON-FREQUENCY IS NOT NUMERIC
                  OR SF-COUPON-RATE IS NOT NUMERIC
                   MOVE 'NEW BOND WITHOUT MATURITY OR COUPON TERMS'
                       TO WS-REJECT-REASON
                   PERFORM REJECT-FEED-RECORD
                   GO TO ADD-NEW-SECURITY-EXIT
               END-IF
               IF SF-COUPON-FREQUENCY NOT = 1
                  AND SF-COUPON-FREQUENCY NOT = 2
                  AND SF-COUPON-FREQUENCY NOT = 4
                  AND SF-COUPON-FREQUENCY NOT = 12
                  AND (SF-COUPON-FREQUENCY NOT = ZERO
                       OR SF-COUPON-RATE NOT = ZERO)
                   MOVE 'NEW BOND WITH AN INVALID COUPON FREQUENCY'
                       TO WS-REJECT-REASON
                   PERFORM REJECT-FEED-RECORD
                   GO TO ADD-NEW-SECURITY-EXIT
               END-IF
               MOVE SF-MATURITY-DATE TO SEC-MATURITY-DATE
               MOVE SF-COUPON-RATE TO SEC-COUPON-RATE
               MOVE SF-COUPON-FREQUENCY TO SEC-COUPON-FREQUENCY
           END-IF

           PERFORM GET-CURRENT-TIMESTAMP
           MOVE WS-TIMESTAMP TO CREATED-TIMESTAMP OF SECMAST-RECORD
           MOVE WS-TIMESTAMP TO UPDATED-TIMESTAMP OF SECMAST-RECORD
           MOVE 'SECLOAD ' TO CREATED-BY OF SECMAST-RECORD
           MOVE 'SECLOAD ' TO UPDATED-BY OF SECMAST-RECORD
           WRITE SECMAST-RECORD
           IF WS-SECMAST-STATUS NOT = '00'
               MOVE 'SECURITY MASTER WRITE FAILED' TO WS-REJECT-REASON
               PERFORM REJECT-FEED-RECORD
               GO TO ADD-NEW-SECURITY-EXIT
           END-IF

           ADD 1 TO WS-ADDED-COUNT
           MOVE 'NEW-SECURITY' TO WS-CHG-FIELD
           MOVE SPACES TO WS-CHG-BEFORE
           MOVE SPACES TO WS-CHG-AFTER
           STRING SEC-CUSIP DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  SEC-ASSET-CLASS DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  SEC-DESCRIPTION DELIMITED BY SIZE
                  INTO WS-CHG-AFTER
           END-STRING
           PERFORM STAGE-FIELD-CHANGE
           MOVE SPACES TO WS-CHANGE-SUMMARY
           MOVE 1 TO WS-SUMMARY-POINTER
           MOVE 1 TO WS-STAGE-INDEX
           PERFORM WRITE-ONE-STAGED-CHANGE
               UNTIL WS-STAGE-INDEX > WS-STAGE-COUNT.

       ADD-NEW-SECURITY-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * CHANGES TO AN EXISTING ROW. EACH STAGE PARAGRAPH APPLIES ITS
      * FIELDS TO THE RECORD IN HAND AND STAGES THE BEFORE/AFTER.
      *----------------------------------------------------------------
       STAGE-IDENTITY-CHANGES.
           IF SF-CUSIP NOT = SPACES AND SF-CUSIP NOT = SEC-CUSIP
               MOVE 'CUSIP' TO WS-CHG-FIELD
               MOVE SEC-CUSIP TO WS-CHG-BEFORE
               MOVE SF-CUSIP TO WS-CHG-AFTER
               PERFORM STAGE-FIELD-CHANGE
               MOVE SF-CUSIP TO SEC-CUSIP
           END-IF
           IF SF-DESCRIPTION NOT = SPACES
              AND SF-DESCRIPTION NOT = SEC-DESCRIPTION
               MOVE 'DESCRIPTION' TO WS-CHG-FIELD
               MOVE SEC-DESCRIPTION TO WS-CHG-BEFORE
               MOVE SF-DESCRIPTION TO WS-CHG-AFTER
               PERFORM STAGE-FIELD-CHANGE
               MOVE SF-DESCRIPTION TO SEC-DESCRIPTION
           END-IF.

       STAGE-STATUS-CHANGE.
           MOVE SEC-STATUS TO WS-SAVED-STATUS
           EVALUATE TRUE
               WHEN SF-HALTED AND ACTIVE-SECURITY
                   SET HALTED-SECURITY TO TRUE
               WHEN SF-DELISTED AND NOT DELISTED-SECURITY
                   SET DELISTED-SECURITY TO TRUE
               WHEN SF-ACTIVE AND HALTED-SECURITY
                   SET ACTIVE-SECURITY TO TRUE
               WHEN SF-ACTIVE AND DELISTED-SECURITY
                   DISPLAY 'SECLOAD: ' SF-SYMBOL ' REPORTED ACTIVE '
                       'BUT DELISTED ON FILE - LEFT DELISTED'
           END-EVALUATE
           IF SEC-STATUS NOT = WS-SAVED-STATUS
               MOVE 'STATUS' TO WS-CHG-FIELD
               MOVE WS-SAVED-STATUS TO WS-CHG-BEFORE
               MOVE SEC-STATUS TO WS-CHG-AFTER
               PERFORM STAGE-FIELD-CHANGE
           END-IF.

       STAGE-FIXED-INCOME-CHANGES.
           IF SF-COUPON-RATE IS NUMERIC
              AND SF-COUPON-RATE NOT = SEC-COUPON-RATE
               MOVE 'COUPON-RATE' TO WS-CHG-FIELD
               MOVE SEC-COUPON-RATE TO WS-COUPON-DISPLAY
               MOVE WS-COUPON-DISPLAY TO WS-CHG-BEFORE
               MOVE SF-COUPON-RATE TO WS-COUPON-DISPLAY
               MOVE WS-COUPON-DISPLAY TO WS-CHG-AFTER
               PERFORM STAGE-FIELD-CHANGE
               MOVE SF-COUPON-RATE TO SEC-COUPON-RATE
           END-IF
           IF SF-MATURITY-DATE IS NUMERIC
              AND SF-MATURITY-DATE NOT = SEC-MATURITY-DATE
               MOVE 'MATURITY-DATE' TO WS-CHG-FIELD
               MOVE SEC-MATURITY-DATE TO WS-CHG-BEFORE
               MOVE SF-MATURITY-DATE TO WS-CHG-AFTER
               PERFORM STAGE-FIELD-CHANGE
               MOVE SF-MATURITY-DATE TO SEC-MATURITY-DATE
           END-IF.

       STAGE-OPTION-CHANGES.
           IF SF-UNDERLYING-SYMBOL NOT = SPACES
              AND SF-UNDERLYING-SYMBOL NOT = SEC-UNDERLYING-SYMBOL
               MOVE 'UNDERLYING' TO WS-CHG-FIELD
               MOVE SEC-UNDERLYING-SYMBOL TO WS-CHG-BEFORE
               MOVE SF-UNDERLYING-SYMBOL TO WS-CHG-AFTER
               PERFORM STAGE-FIELD-CHANGE
               MOVE SF-UNDERLYING-SYMBOL TO SEC-UNDERLYING-SYMBOL
           END-IF
           IF (SF-OPTION-TYPE = 'C' OR SF-OPTION-TYPE = 'P')
              AND SF-OPTION-TYPE NOT = SEC-OPTION-TYPE
               MOVE 'OPTION-TYPE' TO WS-CHG-FIELD
               MOVE SEC-OPTION-TYPE TO WS-CHG-BEFORE
               MOVE SF-OPTION-TYPE TO WS-CHG-AFTER
               PERFORM STAGE-FIELD-CHANGE
               MOVE SF-OPTION-TYPE TO SEC-OPTION-TYPE
           END-IF
           IF SF-STRIKE-PRICE IS NUMERIC
               IF SF-STRIKE-PRICE > ZERO
                  AND SF-STRIKE-PRICE NOT = SEC-STRIKE-PRICE
                   MOVE 'STRIKE-PRICE' TO WS-CHG-FIELD
                   MOVE SEC-STRIKE-PRICE TO WS-STRIKE-DISPLAY
                   MOVE WS-STRIKE-DISPLAY TO WS-CHG-BEFORE
                   MOVE SF-STRIKE-PRICE TO WS-STRIKE-DISPLAY
                   MOVE WS-STRIKE-DISPLAY TO WS-CHG-AFTER
                   PERFORM STAGE-FIELD-CHANGE
                   MOVE SF-STRIKE-PRICE TO SEC-STRIKE-PRICE
               END-IF
           END-IF
           IF SF-EXPIRY-DATE IS NUMERIC
              AND SF-EXPIRY-DATE NOT = SEC-EXPIRY-DATE
               MOVE 'EXPIRY-DATE' TO WS-CHG-FIELD
               MOVE SEC-EXPIRY-DATE TO WS-CHG-BEFORE
               MOVE SF-EXPIRY-DATE TO WS-CHG-AFTER
               PERFORM STAGE-FIELD-CHANGE
               MOVE SF-EXPIRY-DATE TO SEC-EXPIRY-DATE
           END-IF
           IF SF-CONTRACT-MULTIPLIER IS NUMERIC
               IF SF-CONTRACT-MULTIPLIER > ZERO
                  AND SF-CONTRACT-MULTIPLIER NOT =
                      SEC-CONTRACT-MULTIPLIER
                   MOVE 'MULTIPLIER' TO WS-CHG-FIELD
                   MOVE SEC-CONTRACT-MULTIPLIER TO WS-MULT-DISPLAY
                   MOVE WS-MULT-DISPLAY TO WS-CHG-BEFORE
                   MOVE SF-CONTRACT-MULTIPLIER TO WS-MULT-DISPLAY
                   MOVE WS-MULT-DISPLAY TO WS-CHG-AFTER
                   PERFORM STAGE-FIELD-CHANGE
                   MOVE SF-CONTRACT-MULTIPLIER TO
                       SEC-CONTRACT-MULTIPLIER
               END-IF
           END-IF.

       STAGE-FIELD-CHANGE.
           IF WS-STAGE-COUNT < 12
               ADD 1 TO WS-STAGE-COUNT
               MOVE WS-CHG-FIELD TO WS-STG-FIELD(WS-STAGE-COUNT)
               MOVE WS-CHG-BEFORE TO WS-STG-BEFORE(WS-STAGE-COUNT)
               MOVE WS-CHG-AFTER TO WS-STG-AFTER(WS-STAGE-COUNT)
           END-IF.

       WRITE-ONE-STAGED-CHANGE.
           ADD 1 TO WS-FIELD-CHANGE-COUNT
           IF HIST-AVAILABLE
               MOVE SPACES TO SECHIST-RECORD
               MOVE SEC-SYMBOL TO SH-SYMBOL
               MOVE WS-CURRENT-DATE TO SH-CHANGE-DATE
               MOVE WS-STG-FIELD(WS-STAGE-INDEX) TO SH-FIELD-NAME
               MOVE WS-STG-BEFORE(WS-STAGE-INDEX) TO SH-BEFORE-VALUE
               MOVE WS-STG-AFTER(WS-STAGE-INDEX) TO SH-AFTER-VALUE
               MOVE 'SECLOAD ' TO SH-CHANGED-BY
               MOVE WS-TIMESTAMP TO SH-CHANGED-TIMESTAMP
               WRITE SECHIST-RECORD
           END-IF

           MOVE SPACES TO SECLOAD-RPT-LINE
           STRING '  ' DELIMITED BY SIZE
                  SEC-SYMBOL DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-STG-FIELD(WS-STAGE-INDEX) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-STG-BEFORE(WS-STAGE-INDEX) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-STG-AFTER(WS-STAGE-INDEX) DELIMITED BY SIZE
                  INTO SECLOAD-RPT-LINE
           END-STRING
           WRITE SECLOAD-RPT-LINE

      *    A SHORT LIST OF WHAT CHANGED, FOR THE OPERATIONS SECTION.
           STRING WS-STG-FIELD(WS-STAGE-INDEX) DELIMITED BY SPACE
                  ' ' DELIMITED BY SIZE
                  INTO WS-CHANGE-SUMMARY
                  WITH POINTER WS-SUMMARY-POINTER
               ON OVERFLOW CONTINUE
           END-STRING
           ADD 1 TO WS-STAGE-INDEX.

       REMEMBER-CHANGED-SECURITY.
           IF WS-CHANGED-COUNT < WS-MAX-CHANGED
               ADD 1 TO WS-CHANGED-COUNT
               MOVE SEC-SYMBOL TO WS-CS-SYMBOL(WS-CHANGED-COUNT)
               MOVE WS-CHANGE-SUMMARY TO
                   WS-CS-SUMMARY(WS-CHANGED-COUNT)
               MOVE ZERO TO WS-CS-HOLDERS(WS-CHANGED-COUNT)
               MOVE ZERO TO WS-CS-QUANTITY(WS-CHANGED-COUNT)
           ELSE
               DISPLAY 'SECLOAD: CHANGED-SECURITY TABLE FULL - '
                   SEC-SYMBOL ' NOT CHECKED AGAINST HOLDINGS'
           END-IF.

       REJECT-FEED-RECORD.
           ADD 1 TO WS-REJECT-COUNT
           MOVE SPACES TO SECLOAD-RPT-LINE
           STRING '  ' DELIMITED BY SIZE
                  SF-SYMBOL DELIMITED BY SIZE
                  ' *** REJECTED - ' DELIMITED BY SIZE
                  WS-REJECT-REASON DELIMITED BY SIZE
                  INTO SECLOAD-RPT-LINE
           END-STRING
           WRITE SECLOAD-RPT-LINE.

      *----------------------------------------------------------------
      * WHICH OF TONIGHT'S CHANGES TOUCH A SECURITY CUSTOMERS HOLD.
      *----------------------------------------------------------------
       CHECK-HOLDINGS-PROCESS.
           MOVE SPACES TO SECLOAD-RPT-LINE
           WRITE SECLOAD-RPT-LINE
           MOVE 'CHANGED SECURITIES HELD BY CUSTOMERS - OPERATIONS'
               TO SECLOAD-RPT-LINE
           WRITE SECLOAD-RPT-LINE
           IF WS-CHANGED-COUNT = ZERO
               MOVE '  NONE' TO SECLOAD-RPT-LINE
               WRITE SECLOAD-RPT-LINE
               GO TO CHECK-HOLDINGS-EXIT
           END-IF

           OPEN INPUT POSITION-FILE
           IF WS-POS-STATUS NOT = '00'
               DISPLAY 'SECLOAD: UNABLE TO OPEN POSITION.DAT, '
                   'STATUS = ' WS-POS-STATUS
                   ' - HOLDINGS NOT CHECKED'
               MOVE '  POSITION FILE UNAVAILABLE - NOT CHECKED'
                   TO SECLOAD-RPT-LINE
               WRITE SECLOAD-RPT-LINE
               GO TO CHECK-HOLDINGS-EXIT
           END-IF
           MOVE LOW-VALUES TO POSITION-KEY
           START POSITION-FILE KEY IS NOT LESS THAN POSITION-KEY
               INVALID KEY SET POS-EOF TO TRUE
           END-START
           IF NOT POS-EOF
               READ POSITION-FILE NEXT RECORD
                   AT END SET POS-EOF TO TRUE
               END-READ
           END-IF
           PERFORM COUNT-ONE-HOLDING UNTIL POS-EOF
           CLOSE POSITION-FILE

           MOVE 1 TO WS-CHANGED-INDEX
           PERFORM REPORT-ONE-HELD-CHANGE
               UNTIL WS-CHANGED-INDEX > WS-CHANGED-COUNT
           IF WS-HELD-COUNT = ZERO
               MOVE '  NONE' TO SECLOAD-RPT-LINE
               WRITE SECLOAD-RPT-LINE
           END-IF.

       CHECK-HOLDINGS-EXIT.
           EXIT.

       COUNT-ONE-HOLDING.
           IF OPEN-POSITION AND POSITION-QUANTITY NOT = ZERO
               MOVE ZERO TO WS-FOUND-INDEX
               MOVE 1 TO WS-SEARCH-INDEX
               PERFORM SCAN-ONE-CHANGED-SLOT
                   UNTIL WS-SEARCH-INDEX > WS-CHANGED-COUNT
                   OR WS-FOUND-INDEX NOT = ZERO
               IF WS-FOUND-INDEX NOT = ZERO
                   ADD 1 TO WS-CS-HOLDERS(WS-FOUND-INDEX)
                   ADD POSITION-QUANTITY TO
                       WS-CS-QUANTITY(WS-FOUND-INDEX)
               END-IF
           END-IF
           READ POSITION-FILE NEXT RECORD
               AT END SET POS-EOF TO TRUE
           END-READ.

       SCAN-ONE-CHANGED-SLOT.
           IF WS-CS-SYMBOL(WS-SEARCH-INDEX) =
              SECURITY-SYMBOL OF POSITION-RECORD
               MOVE WS-SEARCH-INDEX TO WS-FOUND-INDEX
           END-IF
           ADD 1 TO WS-SEARCH-INDEX.

       REPORT-ONE-HELD-CHANGE.
           IF WS-CS-HOLDERS(WS-CHANGED-INDEX) > ZERO
               ADD 1 TO WS-HELD-COUNT
               MOVE WS-CS-HOLDERS(WS-CHANGED-INDEX) TO
                   WS-HOLDERS-DISPLAY
               MOVE WS-CS-QUANTITY(WS-CHANGED-INDEX) TO WS-QTY-DISPLAY
               MOVE SPACES TO SECLOAD-RPT-LINE
               STRING '  ' DELIMITED BY SIZE
                      WS-CS-SYMBOL(WS-CHANGED-INDEX) DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WS-HOLDERS-DISPLAY DELIMITED BY SIZE
                      ' HOLDER(S) ' DELIMITED BY SIZE
                      WS-QTY-DISPLAY DELIMITED BY SIZE
                      '  CHANGED: ' DELIMITED BY SIZE
                      WS-CS-SUMMARY(WS-CHANGED-INDEX) DELIMITED BY SIZE
                      INTO SECLOAD-RPT-LINE
               END-STRING
               WRITE SECLOAD-RPT-LINE
               PERFORM FILE-HELD-CHANGE-EXCEPTION
           END-IF
           ADD 1 TO WS-CHANGED-INDEX.

       FILE-HELD-CHANGE-EXCEPTION.
           MOVE SPACES TO WS-EXCPQ-RECORD
           MOVE 'SECLOAD ' TO EX-SOURCE-PROGRAM OF WS-EXCPQ-RECORD
           MOVE WS-CURRENT-DATE TO EX-BUSINESS-DATE OF WS-EXCPQ-RECORD
           SET EX-SEV-WARNING OF WS-EXCPQ-RECORD TO TRUE
           MOVE WS-CS-SYMBOL(WS-CHANGED-INDEX) TO
               EX-RECORD-KEY OF WS-EXCPQ-RECORD
           STRING 'HELD SECURITY CHANGED BY VENDOR FEED: '
                      DELIMITED BY SIZE
                  WS-CS-SUMMARY(WS-CHANGED-INDEX) DELIMITED BY SIZE
                  INTO EX-REASON OF WS-EXCPQ-RECORD
           END-STRING
           CALL 'EXCPQ' USING WS-EXCPQ-OPERATION,
                               WS-EXCPQ-RECORD,
                               WS-EXCPQ-RETURN-CODE
           IF WS-EXCPQ-RETURN-CODE NOT = 00
               DISPLAY 'SECLOAD: EXCPQ FILE FAILED FOR '
                   WS-CS-SYMBOL(WS-CHANGED-INDEX) ', RC='
                   WS-EXCPQ-RETURN-CODE
           END-IF.

       VALIDATE-CONTROL-ENVELOPE.
      *    THE COMMON INTAKE GATE (FILEGATE): THE ENVELOPE COUNTS THE
      *    FEED RECORDS (THE FEED HAS NO AMOUNT - THE HASH IS ZERO)
      *    AND THE LEDGER REFUSES A FEED ALREADY CONSUMED. NO
      *    SECFEED.ENV YET LOADS UNVERIFIED WITH A WARNING.
           MOVE SPACES TO WS-ENVELOPE
           OPEN INPUT SECFEEDENV-FILE
           IF WS-ENV-STATUS NOT = '00'
               DISPLAY 'SECLOAD: NO SECFEED.ENV ENVELOPE - '
                   'FEED LOADS UNVERIFIED'
               GO TO VALIDATE-ENVELOPE-EXIT
           END-IF
           READ SECFEEDENV-FILE INTO WS-ENVELOPE
               AT END
                   DISPLAY 'SECLOAD: SECFEED.ENV IS EMPTY - '
                       'FEED LOADS UNVERIFIED'
                   CLOSE SECFEEDENV-FILE
                   MOVE SPACES TO WS-ENVELOPE
                   GO TO VALIDATE-ENVELOPE-EXIT
           END-READ
           CLOSE SECFEEDENV-FILE

           MOVE ZERO TO WS-ACTUAL-COUNT
           MOVE ZERO TO WS-ACTUAL-AMOUNT
           READ SECFEED-FILE
               AT END SET FEED-EOF TO TRUE
           END-READ
           PERFORM PRESCAN-ONE-RECORD UNTIL FEED-EOF
           CLOSE SECFEED-FILE
           OPEN INPUT SECFEED-FILE
           IF WS-FEED-STATUS NOT = '00'
               DISPLAY 'SECLOAD: UNABLE TO RE-OPEN SECFEED.DAT, '
                   'STATUS = ' WS-FEED-STATUS
               STOP RUN
           END-IF

           MOVE 'VERIFY' TO WS-GATE-OPERATION
           CALL 'FILEGATE' USING WS-GATE-OPERATION,
                                  WS-ENVELOPE,
                                  WS-ACTUAL-COUNT,
                                  WS-ACTUAL-AMOUNT,
                                  WS-GATE-RETURN-CODE
           IF WS-GATE-RETURN-CODE NOT = 00
               DISPLAY 'SECLOAD: FEED REFUSED BY THE INTAKE GATE, '
                   'RC=' WS-GATE-RETURN-CODE
                   ' - SECURITY MASTER LEFT UNCHANGED'
               CLOSE SECFEED-FILE
               STOP RUN
           END-IF.

       VALIDATE-ENVELOPE-EXIT.
           EXIT.

       PRESCAN-ONE-RECORD.
           ADD 1 TO WS-ACTUAL-COUNT
           READ SECFEED-FILE
               AT END SET FEED-EOF TO TRUE
           END-READ.

       GET-CURRENT-TIMESTAMP.
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
           CLOSE SECFEED-FILE
           CLOSE SECMAST-FILE
           IF HIST-AVAILABLE
               CLOSE SECHIST-FILE
           END-IF
           CLOSE SECLOAD-RPT-FILE

           MOVE WS-READ-COUNT TO WS-READ-DISPLAY
           MOVE WS-ADDED-COUNT TO WS-ADDED-DISPLAY
           MOVE WS-CHANGED-SEC-COUNT TO WS-CHANGED-DISPLAY
           MOVE WS-FIELD-CHANGE-COUNT TO WS-FIELD-DISPLAY
           MOVE WS-UNCHANGED-COUNT TO WS-UNCHANGED-DISPLAY
           MOVE WS-REJECT-COUNT TO WS-REJECT-DISPLAY
           MOVE WS-HELD-COUNT TO WS-HELD-DISPLAY
           DISPLAY 'SECLOAD: ' WS-READ-DISPLAY ' FEED RECORD(S), '
               WS-ADDED-DISPLAY ' ADDED, ' WS-CHANGED-DISPLAY
               ' CHANGED (' WS-FIELD-DISPLAY ' FIELD(S)), '
               WS-UNCHANGED-DISPLAY ' UNCHANGED, '
               WS-REJECT-DISPLAY ' REJECTED'
           DISPLAY 'SECLOAD: ' WS-HELD-DISPLAY ' CHANGED SECURITY(S) '
               'HELD BY CUSTOMERS - SEE SECLOAD.RPT AND EXCPQ'.

       END PROGRAM SECLOAD.
