       IDENTIFICATION DIVISION.
       PROGRAM-ID. BNKREC.
      ******************************************************************
      * PROGRAM: BNKREC - BAI2 BANK STATEMENT CASH RECONCILIATION
      * VERSION: 1.0
      * DATE: 2026-10-15
      * PURPOSE: LOAD THE BANK'S DAILY BAI2 STATEMENT (BAI2IN.DAT)
      *          FOR THE FIRM'S OPERATING AND CUSTOMER BANK ACCOUNTS
      *          THROUGH THE COMMON FILEGATE INTAKE GATE AND MATCH
      *          EVERY DETAIL (16) RECORD AGAINST THE FIRM'S OWN MONEY
      *          MOVEMENT FOR THE STATEMENT DATE:
      *            - ACH AND WIRE CREDITS RECEIVED (ACHINTF, READ BACK
      *              OFF THE ACHIN.HIS GENERATION FILE);
      *            - ACH AND WIRE DEBITS SENT (THE ACHOUT.DAT BATCH);
      *            - CHECKS THE BANK PAID (CHECKISS ROWS CHKPAID
      *              CLEARED WITH THAT PAID DATE);
      *            - THE CARD/CHECK PROCESSOR'S NET SETTLEMENT
      *              (CARDIN.DAT ITEMS LESS CARDRSP.DAT RETURNS);
      *            - WITHHOLDING REMITTANCES (WHREMIT.DAT).
      *          BNKREC.RPT LISTS THE MATCHED ITEMS, THE BANK ITEMS
      *          NOBODY BOOKED (AGED FROM THEIR STATEMENT DATE), AND
      *          THE BOOK ITEMS THE BANK HAS NOT YET SHOWN. EACH NEW
      *          UNMATCHED BANK ITEM IS OPENED ON EXCPQ AND CARRIED ON
      *          BNKOPEN.DAT UNTIL A LATER BOOK ENTRY CLEARS IT. THE
      *          DAY'S BANK-VERSUS-BOOK PROOF GOES TO BNKPRF.DAT FOR
      *          CASHPRF.
      * FUNCTIONS: STANDALONE BATCH JOB - RUN EACH BUSINESS MORNING
      *            ON RECEIPT OF THE PRIOR DAY'S STATEMENT, BEFORE
      *            CASHPRF. IT IS NOT AN EODDRIVER STEP - THE BANK'S
      *            STATEMENT COMES IN AFTER THE BATCH WINDOW HAS
      *            CLOSED, SO IT IS SUBMITTED WHEN THE FILE LANDS.
      *
      * NOTES: A DETAIL MATCHES A BOOK ITEM OF THE SAME DIRECTION AND
      *        AMOUNT, PREFERRING ONE WHOSE REFERENCE (THE ACH/WIRE
      *        EXTERNAL REFERENCE, THE CHECK NUMBER, THE WITHHOLDING
      *        JURISDICTION) EQUALS THE DETAIL'S BANK OR CUSTOMER
      *        REFERENCE; LEADING ZEROS ARE IGNORED ON BOTH SIDES.
      *        BAI2 TYPE CODES 100-399 ARE CREDITS AND 400-699
      *        DEBITS; ANYTHING ELSE (LOAN AND NON-MONETARY CODES)
      *        IS COUNTED AND LEFT OUT OF THE RECONCILIATION. BAI2
      *        AMOUNTS CARRY NO DECIMAL POINT - THE LAST TWO DIGITS
      *        ARE CENTS.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BAI2ENV-FILE ASSIGN TO "BAI2IN.ENV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ENV-STATUS.

           SELECT BAI2IN-FILE ASSIGN TO "BAI2IN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BAI-STATUS.

           SELECT ACHIN-FILE ASSIGN TO "ACHIN.HIS"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ACHIN-STATUS.

           SELECT ACHOUT-FILE ASSIGN TO "ACHOUT.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ACHOUT-STATUS.

           SELECT CHECKISS-FILE ASSIGN TO "CHECKISS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CK-CHECK-NUMBER
               FILE STATUS IS WS-ISS-STATUS.

           SELECT CARDIN-FILE ASSIGN TO "CARDIN.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CARDIN-STATUS.

           SELECT CARDRSP-FILE ASSIGN TO "CARDRSP.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CARDRSP-STATUS.

           SELECT WHREMIT-FILE ASSIGN TO "WHREMIT.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-WHREMIT-STATUS.

           SELECT BNKOPEN-FILE ASSIGN TO "BNKOPEN.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BO-ITEM-KEY
               FILE STATUS IS WS-OPEN-STATUS.

           SELECT BNKPRF-FILE ASSIGN TO "BNKPRF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BP-STATEMENT-DATE
               FILE STATUS IS WS-PRF-STATUS.

           SELECT BNKREC-RPT-FILE ASSIGN TO "BNKREC.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BAI2IN-FILE.
       01  BAI2IN-RECORD                 PIC X(200).

       FD  BAI2ENV-FILE.
       COPY FILEENV.

       FD  ACHIN-FILE.
       COPY ACHIN.

       FD  ACHOUT-FILE.
       01  ACHOUT-RECORD.
           05  ACHOUT-RECORD-TYPE         PIC X(01).
               88  ACHOUT-HEADER          VALUE 'H'.
               88  ACHOUT-DETAIL          VALUE 'D'.
               88  ACHOUT-TRAILER         VALUE 'T'.
           05  ACHOUT-PROCESS-DATE        PIC X(08).
           05  ACHOUT-ACCOUNT-ID          PIC X(12).
           05  ACHOUT-AMOUNT              PIC 9(11)V99.
           05  ACHOUT-EXTERNAL-REF        PIC X(20).
           05  ACHOUT-TRANSACTION-ID      PIC X(16).
           05  ACHOUT-RECORD-COUNT        PIC 9(07).
           05  ACHOUT-TOTAL-AMOUNT        PIC 9(11)V99.
           05  FILLER                     PIC X(10).

       FD  CHECKISS-FILE.
       COPY CHECKISS.

       FD  CARDIN-FILE.
       01  CARDIN-RECORD.
           05  CIN-ITEM-TYPE             PIC X(01).
           05  CIN-ACCOUNT-ID            PIC X(12).
           05  CIN-AMOUNT                PIC 9(11)V99.
           05  CIN-ITEM-REF              PIC X(20).
           05  CIN-PRESENT-DATE          PIC X(08).
           05  FILLER                    PIC X(16).

       FD  CARDRSP-FILE.
       01  CARDRSP-RECORD.
           05  RSP-ITEM-TYPE             PIC X(01).
           05  RSP-ACCOUNT-ID            PIC X(12).
           05  RSP-AMOUNT                PIC 9(11)V99.
           05  RSP-ITEM-REF              PIC X(20).
           05  RSP-RETURN-REASON         PIC X(05).
           05  FILLER                    PIC X(14).

       FD  WHREMIT-FILE.
       01  WHREMIT-RECORD.
           05  WR-REMIT-DATE             PIC X(08).
           05  WR-JURISDICTION           PIC X(03).
           05  WR-AMOUNT                 PIC 9(13)V99.
           05  WR-ITEM-COUNT             PIC 9(07).
           05  FILLER                    PIC X(10).

       FD  BNKOPEN-FILE.
       COPY BNKITEM.

       FD  BNKPRF-FILE.
       COPY BNKPRF.

       FD  BNKREC-RPT-FILE.
       01  BNKREC-RPT-LINE               PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-ENV-STATUS                 PIC XX.
       01  WS-GATE-OPERATION             PIC X(06).
       01  WS-GATE-RETURN-CODE           PIC 9(02).
       COPY FILEENV REPLACING FILEENV-RECORD BY WS-ENVELOPE.
       01  WS-ACTUAL-COUNT               PIC 9(07).
       01  WS-ACTUAL-AMOUNT              PIC 9(13)V99.

       01  WS-BAI-STATUS                 PIC XX.
           88  BAI-EOF                   VALUE '10'.
       01  WS-ACHIN-STATUS               PIC XX.
           88  ACHIN-EOF                 VALUE '10'.
       01  WS-ACHOUT-STATUS              PIC XX.
           88  ACHOUT-EOF                VALUE '10'.
       01  WS-ISS-STATUS                 PIC XX.
           88  ISS-EOF                   VALUE '10'.
       01  WS-CARDIN-STATUS              PIC XX.
           88  CARDIN-EOF                VALUE '10'.
       01  WS-CARDRSP-STATUS             PIC XX.
           88  CARDRSP-EOF               VALUE '10'.
       01  WS-WHREMIT-STATUS             PIC XX.
           88  WHREMIT-EOF               VALUE '10'.
       01  WS-OPEN-STATUS                PIC XX.
           88  OPEN-ITEM-EOF             VALUE '10'.
       01  WS-PRF-STATUS                 PIC XX.
       01  WS-RPT-STATUS                 PIC XX.

       01  WS-EXCPQ-OPERATION            PIC X(06) VALUE 'FILE  '.
       01  WS-EXCPQ-RETURN-CODE          PIC 9(02).
       COPY EXCPREC REPLACING EXCPQ-RECORD BY WS-EXCPQ-RECORD.

       01  WS-CURRENT-DATE.
           05  WS-CURRENT-YEAR           PIC 9(04).
           05  WS-CURRENT-MONTH          PIC 9(02).
           05  WS-CURRENT-DAY            PIC 9(02).
       01  WS-CURRENT-DATE-NUM REDEFINES WS-CURRENT-DATE
                                         PIC 9(08).

       01  WS-CURRENT-TIME.
           05  WS-CURRENT-HOUR           PIC 9(02).
           05  WS-CURRENT-MINUTE         PIC 9(02).
           05  WS-CURRENT-SECOND         PIC 9(02).
           05  WS-CURRENT-HUNDREDTH      PIC 9(02).

       01  WS-TIMESTAMP                  PIC X(26).

       01  WS-STATEMENT-DATE             PIC X(08) VALUE SPACES.
       01  WS-ITEM-DATE-NUM              PIC 9(08).
       01  WS-ITEM-AGE                   PIC 9(05).

      *----------------------------------------------------------------
      * ONE BAI2 RECORD BROKEN AT ITS COMMAS. A 03 RECORD CAN CARRY
      * SEVERAL SUMMARY TYPE/AMOUNT GROUPS; A 16 RECORD'S REFERENCES
      * SHIFT RIGHT WHEN ITS FUNDS TYPE CARRIES AVAILABILITY DETAIL.
      *----------------------------------------------------------------
       01  WS-BAI-FIELD-COUNT            PIC 9(03).
       01  WS-BAI-FIELD-INDEX            PIC 9(03).
       01  WS-BAI-REF-INDEX              PIC 9(03).
       01  WS-BAI-FIELDS.
           05  WS-BAI-FIELD OCCURS 20 TIMES PIC X(40).
       01  WS-BAI-RECORD-CODE            PIC X(02).
       01  WS-BAI-ACCOUNT                PIC X(20) VALUE SPACES.
       01  WS-BAI-AS-OF                  PIC X(06).
       01  WS-BAI-TYPE-NUM               PIC 9(03).

       01  WS-AMOUNT-TEXT                PIC X(40).
       01  WS-AMOUNT-LENGTH              PIC 9(03).
       01  WS-AMOUNT-START               PIC 9(03).
       01  WS-AMOUNT-CENTS               PIC 9(15).
       01  WS-PARSED-AMOUNT              PIC S9(13)V99.
       01  WS-AMOUNT-NEGATIVE-SW         PIC X(01).
           88  AMOUNT-NEGATIVE           VALUE 'Y'.

       01  WS-STRIP-TEXT                 PIC X(20).
       01  WS-STRIP-WORK                 PIC X(20).
       01  WS-STRIP-ZEROS                PIC 9(03).
       01  WS-CHECK-NUMBER-TEXT          PIC 9(10).

       01  WS-DETAIL-SEQUENCE            PIC 9(06) VALUE ZERO.

      *----------------------------------------------------------------
      * BANK SIDE - TODAY'S DETAILS FOLLOWED BY THE ITEMS CARRIED
      * FORWARD FROM EARLIER STATEMENTS.
      *----------------------------------------------------------------
       01  WS-MAX-BANK                   PIC 9(05) VALUE 05000.
       01  WS-BANK-COUNT                 PIC 9(05) VALUE ZERO.
       01  WS-BANK-INDEX                 PIC 9(05).
       01  WS-BANK-TABLE.
           05  WS-BANK-ENTRY OCCURS 5000 TIMES.
               10  WS-BANK-DATE          PIC X(08).
               10  WS-BANK-SEQUENCE      PIC 9(06).
               10  WS-BANK-ACCOUNT       PIC X(20).
               10  WS-BANK-TYPE          PIC X(03).
               10  WS-BANK-DIRECTION     PIC X(01).
               10  WS-BANK-AMOUNT        PIC S9(11)V99 COMP-3.
               10  WS-BANK-REF           PIC X(16).
               10  WS-BANK-CUST-REF      PIC X(16).
               10  WS-BANK-TEXT          PIC X(40).
               10  WS-BANK-EXCEPTION-ID  PIC X(16).
               10  WS-BANK-CARRIED-SW    PIC X(01).
                   88  WS-BANK-CARRIED   VALUE 'Y'.
               10  WS-BANK-MATCH         PIC 9(05).

      *----------------------------------------------------------------
      * BOOK SIDE - THE FIRM'S OWN MONEY MOVEMENT FOR THE DATE.
      *----------------------------------------------------------------
       01  WS-MAX-BOOK                   PIC 9(05) VALUE 05000.
       01  WS-BOOK-COUNT                 PIC 9(05) VALUE ZERO.
       01  WS-BOOK-INDEX                 PIC 9(05).
       01  WS-BOOK-FOUND                 PIC 9(05).
       01  WS-BOOK-TABLE.
           05  WS-BOOK-ENTRY OCCURS 5000 TIMES.
               10  WS-BOOK-SOURCE        PIC X(08).
               10  WS-BOOK-REF           PIC X(20).
               10  WS-BOOK-DIRECTION     PIC X(01).
               10  WS-BOOK-AMOUNT        PIC S9(11)V99 COMP-3.
               10  WS-BOOK-MATCHED-SW    PIC X(01).
                   88  WS-BOOK-MATCHED   VALUE 'Y'.

       01  WS-NEW-SOURCE                 PIC X(08).
       01  WS-NEW-REF                    PIC X(20).
       01  WS-NEW-DIRECTION              PIC X(01).
       01  WS-NEW-AMOUNT                 PIC S9(11)V99 COMP-3.
       01  WS-REF-REQUIRED-SW            PIC X(01).
           88  REF-REQUIRED              VALUE 'Y'.

       01  WS-CARD-SETTLEMENT            PIC S9(13)V99 COMP-3.

      *----------------------------------------------------------------
      * PROOF TOTALS.
      *----------------------------------------------------------------
       01  WS-ACCOUNT-COUNT              PIC 9(05) VALUE ZERO.
       01  WS-OPENING-LEDGER             PIC S9(13)V99 COMP-3.
       01  WS-CLOSING-LEDGER             PIC S9(13)V99 COMP-3.
       01  WS-BANK-CREDITS               PIC S9(13)V99 COMP-3.
       01  WS-BANK-DEBITS                PIC S9(13)V99 COMP-3.
       01  WS-BOOK-CREDITS               PIC S9(13)V99 COMP-3.
       01  WS-BOOK-DEBITS                PIC S9(13)V99 COMP-3.
       01  WS-UNMATCHED-BANK-CR          PIC S9(13)V99 COMP-3.
       01  WS-UNMATCHED-BANK-DR          PIC S9(13)V99 COMP-3.
       01  WS-UNMATCHED-BOOK-CR          PIC S9(13)V99 COMP-3.
       01  WS-UNMATCHED-BOOK-DR          PIC S9(13)V99 COMP-3.
       01  WS-CARRIED-CLEARED-NET        PIC S9(13)V99 COMP-3.
       01  WS-PROOF-EXPECTED             PIC S9(13)V99 COMP-3.
       01  WS-PROOF-DIFFERENCE           PIC S9(13)V99 COMP-3.

      *----------------------------------------------------------------
      * AGING OF THE OPEN BANK ITEMS, BY DAYS SINCE STATEMENT DATE.
      *----------------------------------------------------------------
       01  WS-AGE-BUCKETS.
           05  WS-AGE-BUCKET OCCURS 4 TIMES.
               10  WS-AGE-BUCKET-COUNT   PIC 9(07) COMP.
               10  WS-AGE-BUCKET-AMOUNT  PIC S9(13)V99 COMP-3.
       01  WS-AGE-BUCKET-INDEX           PIC 9(01).
       01  WS-AGE-BUCKET-LABELS.
           05  FILLER                    PIC X(12) VALUE '0-1 DAYS    '.
           05  FILLER                    PIC X(12) VALUE '2-5 DAYS    '.
           05  FILLER                    PIC X(12) VALUE '6-30 DAYS   '.
           05  FILLER                    PIC X(12) VALUE 'OVER 30 DAYS'.
       01  WS-AGE-LABEL-TABLE REDEFINES WS-AGE-BUCKET-LABELS.
           05  WS-AGE-LABEL OCCURS 4 TIMES PIC X(12).

       01  WS-DIRECTION-TEXT             PIC X(06).
       01  WS-AMOUNT-DISPLAY             PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
       01  WS-AGE-DISPLAY                PIC ZZZZ9.
       01  WS-COUNT-DISPLAY              PIC ZZZZZZ9.

       01  WS-MATCHED-COUNT              PIC 9(07) COMP.
       01  WS-NEW-OPEN-COUNT             PIC 9(07) COMP.
       01  WS-CARRIED-OPEN-COUNT         PIC 9(07) COMP.
       01  WS-CARRIED-CLEARED-COUNT      PIC 9(07) COMP.
       01  WS-BOOK-OPEN-COUNT            PIC 9(07) COMP.
       01  WS-SKIPPED-COUNT              PIC 9(07) COMP.
       01  WS-DETAIL-DISPLAY             PIC ZZZZZZ9.
       01  WS-MATCHED-DISPLAY            PIC ZZZZZZ9.
       01  WS-NEW-OPEN-DISPLAY           PIC ZZZZZZ9.
       01  WS-CARRIED-OPEN-DISPLAY       PIC ZZZZZZ9.
       01  WS-CLEARED-DISPLAY            PIC ZZZZZZ9.
       01  WS-BOOK-OPEN-DISPLAY          PIC ZZZZZZ9.
       01  WS-SKIPPED-DISPLAY            PIC ZZZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           PERFORM INITIALIZE-PROCESS
           PERFORM LOAD-STATEMENT-PROCESS
           PERFORM LOAD-CARRIED-ITEMS-PROCESS
           PERFORM LOAD-ACH-CREDITS-PROCESS THRU
               LOAD-ACH-CREDITS-EXIT
           PERFORM LOAD-ACH-DEBITS-PROCESS THRU
               LOAD-ACH-DEBITS-EXIT
           PERFORM LOAD-PAID-CHECKS-PROCESS THRU
               LOAD-PAID-CHECKS-EXIT
           PERFORM LOAD-CARD-SETTLEMENT-PROCESS THRU
               LOAD-CARD-SETTLEMENT-EXIT
           PERFORM LOAD-REMITTANCES-PROCESS THRU
               LOAD-REMITTANCES-EXIT
           PERFORM MATCH-ITEMS-PROCESS
           PERFORM REPORT-MATCHED-PROCESS
           PERFORM REPORT-OPEN-BANK-PROCESS
           PERFORM REPORT-OPEN-BOOK-PROCESS
           PERFORM WRITE-PROOF-PROCESS
           PERFORM FINALIZE-PROCESS
           STOP RUN.

       INITIALIZE-PROCESS.
           MOVE ZERO TO WS-OPENING-LEDGER
           MOVE ZERO TO WS-CLOSING-LEDGER
           MOVE ZERO TO WS-BANK-CREDITS
           MOVE ZERO TO WS-BANK-DEBITS
           MOVE ZERO TO WS-BOOK-CREDITS
           MOVE ZERO TO WS-BOOK-DEBITS
           MOVE ZERO TO WS-UNMATCHED-BANK-CR
           MOVE ZERO TO WS-UNMATCHED-BANK-DR
           MOVE ZERO TO WS-UNMATCHED-BOOK-CR
           MOVE ZERO TO WS-UNMATCHED-BOOK-DR
           MOVE ZERO TO WS-CARRIED-CLEARED-NET
           MOVE ZERO TO WS-MATCHED-COUNT
           MOVE ZERO TO WS-NEW-OPEN-COUNT
           MOVE ZERO TO WS-CARRIED-OPEN-COUNT
           MOVE ZERO TO WS-CARRIED-CLEARED-COUNT
           MOVE ZERO TO WS-BOOK-OPEN-COUNT
           MOVE ZERO TO WS-SKIPPED-COUNT
           MOVE 1 TO WS-AGE-BUCKET-INDEX
           PERFORM CLEAR-ONE-AGE-BUCKET 4 TIMES
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD

           OPEN INPUT BAI2IN-FILE
           IF WS-BAI-STATUS NOT = '00'
               DISPLAY 'BNKREC: UNABLE TO OPEN BAI2IN.DAT, '
                   'STATUS = ' WS-BAI-STATUS
               STOP RUN
           END-IF

           PERFORM VALIDATE-CONTROL-ENVELOPE THRU
               VALIDATE-ENVELOPE-EXIT

           OPEN I-O BNKOPEN-FILE
           IF WS-OPEN-STATUS = '35'
               OPEN OUTPUT BNKOPEN-FILE
               CLOSE BNKOPEN-FILE
               OPEN I-O BNKOPEN-FILE
           END-IF
           IF WS-OPEN-STATUS NOT = '00'
               DISPLAY 'BNKREC: UNABLE TO OPEN BNKOPEN.DAT, '
                   'STATUS = ' WS-OPEN-STATUS
               CLOSE BAI2IN-FILE
               STOP RUN
           END-IF

           OPEN I-O BNKPRF-FILE
           IF WS-PRF-STATUS = '35'
               OPEN OUTPUT BNKPRF-FILE
               CLOSE BNKPRF-FILE
               OPEN I-O BNKPRF-FILE
           END-IF
           IF WS-PRF-STATUS NOT = '00'
               DISPLAY 'BNKREC: UNABLE TO OPEN BNKPRF.DAT, '
                   'STATUS = ' WS-PRF-STATUS
               CLOSE BAI2IN-FILE
               CLOSE BNKOPEN-FILE
               STOP RUN
           END-IF

           OPEN OUTPUT BNKREC-RPT-FILE
           IF WS-RPT-STATUS NOT = '00'
               DISPLAY 'BNKREC: UNABLE TO OPEN BNKREC.RPT, STATUS = '
                   WS-RPT-STATUS
               CLOSE BAI2IN-FILE
               CLOSE BNKOPEN-FILE
               CLOSE BNKPRF-FILE
               STOP RUN
           END-IF.

       CLEAR-ONE-AGE-BUCKET.
           MOVE ZERO TO WS-AGE-BUCKET-COUNT(WS-AGE-BUCKET-INDEX)
           MOVE ZERO TO WS-AGE-BUCKET-AMOUNT(WS-AGE-BUCKET-INDEX)
           ADD 1 TO WS-AGE-BUCKET-INDEX.

      *----------------------------------------------------------------
      * THE STATEMENT ITSELF. 02 GIVES THE AS-OF DATE, 03 THE BANK
      * ACCOUNT AND ITS LEDGER BALANCES, 16 THE DETAIL; THE TRAILERS
      * AND 88 CONTINUATIONS ADD NOTHING THE RECONCILIATION USES.
      *----------------------------------------------------------------
       LOAD-STATEMENT-PROCESS.
           READ BAI2IN-FILE
               AT END SET BAI-EOF TO TRUE
           END-READ
           PERFORM LOAD-ONE-BAI-RECORD UNTIL BAI-EOF
           IF WS-STATEMENT-DATE = SPACES
               MOVE WS-CURRENT-DATE TO WS-STATEMENT-DATE
           END-IF.

       LOAD-ONE-BAI-RECORD.
           PERFORM SPLIT-BAI-RECORD
           EVALUATE WS-BAI-RECORD-CODE
               WHEN '02'
                   MOVE WS-BAI-FIELD(5) TO WS-BAI-AS-OF
                   IF WS-BAI-AS-OF IS NUMERIC
                      AND WS-STATEMENT-DATE = SPACES
                       STRING '20' WS-BAI-AS-OF DELIMITED BY SIZE
                           INTO WS-STATEMENT-DATE
                       END-STRING
                   END-IF
               WHEN '03'
                   PERFORM LOAD-ACCOUNT-SUMMARY
               WHEN '16'
                   PERFORM LOAD-BANK-DETAIL
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           READ BAI2IN-FILE
               AT END SET BAI-EOF TO TRUE
           END-READ.

       SPLIT-BAI-RECORD.
           MOVE SPACES TO WS-BAI-FIELDS
           MOVE ZERO TO WS-BAI-FIELD-COUNT
           UNSTRING BAI2IN-RECORD DELIMITED BY ',' OR '/'
               INTO WS-BAI-FIELD(1)  WS-BAI-FIELD(2)
                    WS-BAI-FIELD(3)  WS-BAI-FIELD(4)
                    WS-BAI-FIELD(5)  WS-BAI-FIELD(6)
                    WS-BAI-FIELD(7)  WS-BAI-FIELD(8)
                    WS-BAI-FIELD(9)  WS-BAI-FIELD(10)
                    WS-BAI-FIELD(11) WS-BAI-FIELD(12)
                    WS-BAI-FIELD(13) WS-BAI-FIELD(14)
                    WS-BAI-FIELD(15) WS-BAI-FIELD(16)
                    WS-BAI-FIELD(17) WS-BAI-FIELD(18)
                    WS-BAI-FIELD(19) WS-BAI-FIELD(20)
               TALLYING IN WS-BAI-FIELD-COUNT
           END-UNSTRING
           MOVE WS-BAI-FIELD(1) TO WS-BAI-RECORD-CODE.

       LOAD-ACCOUNT-SUMMARY.
      *    SUMMARY GROUPS RUN TYPE, AMOUNT, ITEM COUNT, FUNDS TYPE
      *    FROM THE FOURTH FIELD ON; 010 IS OPENING LEDGER AND 015
      *    CLOSING LEDGER.
           ADD 1 TO WS-ACCOUNT-COUNT
           MOVE WS-BAI-FIELD(2) TO WS-BAI-ACCOUNT
           MOVE 4 TO WS-BAI-FIELD-INDEX
           PERFORM LOAD-ONE-SUMMARY-GROUP
               UNTIL WS-BAI-FIELD-INDEX > 19.

       LOAD-ONE-SUMMARY-GROUP.
           IF WS-BAI-FIELD(WS-BAI-FIELD-INDEX) = '010'
               MOVE WS-BAI-FIELD(WS-BAI-FIELD-INDEX + 1) TO
                   WS-AMOUNT-TEXT
               PERFORM PARSE-BAI-AMOUNT
               ADD WS-PARSED-AMOUNT TO WS-OPENING-LEDGER
           END-IF
           IF WS-BAI-FIELD(WS-BAI-FIELD-INDEX) = '015'
               MOVE WS-BAI-FIELD(WS-BAI-FIELD-INDEX + 1) TO
                   WS-AMOUNT-TEXT
               PERFORM PARSE-BAI-AMOUNT
               ADD WS-PARSED-AMOUNT TO WS-CLOSING-LEDGER
           END-IF
           ADD 4 TO WS-BAI-FIELD-INDEX.

       LOAD-BANK-DETAIL.
           ADD 1 TO WS-DETAIL-SEQUENCE
           MOVE ZERO TO WS-BAI-TYPE-NUM
           IF WS-BAI-FIELD(2)(1:3) IS NUMERIC
               MOVE WS-BAI-FIELD(2)(1:3) TO WS-BAI-TYPE-NUM
           END-IF
           IF WS-BAI-TYPE-NUM < 100 OR WS-BAI-TYPE-NUM > 699
               ADD 1 TO WS-SKIPPED-COUNT
           ELSE
               IF WS-BANK-COUNT >= WS-MAX-BANK
                   DISPLAY 'BNKREC: BANK ITEM TABLE FULL - DETAIL '
                       WS-DETAIL-SEQUENCE ' NOT RECONCILED'
               ELSE
                   PERFORM ADD-BANK-DETAIL
               END-IF
           END-IF.

       ADD-BANK-DETAIL.
           ADD 1 TO WS-BANK-COUNT
           MOVE WS-BAI-FIELD(3) TO WS-AMOUNT-TEXT
           PERFORM PARSE-BAI-AMOUNT
           MOVE WS-STATEMENT-DATE TO WS-BANK-DATE(WS-BANK-COUNT)
           MOVE WS-DETAIL-SEQUENCE TO WS-BANK-SEQUENCE(WS-BANK-COUNT)
           MOVE WS-BAI-ACCOUNT TO WS-BANK-ACCOUNT(WS-BANK-COUNT)
           MOVE WS-BAI-FIELD(2) TO WS-BANK-TYPE(WS-BANK-COUNT)
           MOVE WS-PARSED-AMOUNT TO WS-BANK-AMOUNT(WS-BANK-COUNT)
           MOVE SPACES TO WS-BANK-EXCEPTION-ID(WS-BANK-COUNT)
           MOVE 'N' TO WS-BANK-CARRIED-SW(WS-BANK-COUNT)
           MOVE ZERO TO WS-BANK-MATCH(WS-BANK-COUNT)
           IF WS-BAI-TYPE-NUM < 400
               MOVE 'C' TO WS-BANK-DIRECTION(WS-BANK-COUNT)
               ADD WS-PARSED-AMOUNT TO WS-BANK-CREDITS
           ELSE
               MOVE 'D' TO WS-BANK-DIRECTION(WS-BANK-COUNT)
               ADD WS-PARSED-AMOUNT TO WS-BANK-DEBITS
           END-IF

      *    FUNDS TYPE S CARRIES THREE AVAILABILITY AMOUNTS AND V A
      *    VALUE DATE AND TIME AHEAD OF THE REFERENCES.
           MOVE 5 TO WS-BAI-REF-INDEX
           IF WS-BAI-FIELD(4) = 'S'
               MOVE 8 TO WS-BAI-REF-INDEX
           END-IF
           IF WS-BAI-FIELD(4) = 'V'
               MOVE 7 TO WS-BAI-REF-INDEX
           END-IF
           MOVE WS-BAI-FIELD(WS-BAI-REF-INDEX) TO WS-STRIP-TEXT
           PERFORM STRIP-LEADING-ZEROS
           MOVE WS-STRIP-TEXT TO WS-BANK-REF(WS-BANK-COUNT)
           MOVE WS-BAI-FIELD(WS-BAI-REF-INDEX + 1) TO WS-STRIP-TEXT
           PERFORM STRIP-LEADING-ZEROS
           MOVE WS-STRIP-TEXT TO WS-BANK-CUST-REF(WS-BANK-COUNT)
           MOVE WS-BAI-FIELD(WS-BAI-REF-INDEX + 2) TO
               WS-BANK-TEXT(WS-BANK-COUNT).

       PARSE-BAI-AMOUNT.
      *    UNSIGNED OR SIGNED WHOLE CENTS; AN EMPTY FIELD IS ZERO.
           MOVE ZERO TO WS-PARSED-AMOUNT
           MOVE ZERO TO WS-AMOUNT-CENTS
           MOVE 'N' TO WS-AMOUNT-NEGATIVE-SW
           MOVE 1 TO WS-AMOUNT-START
           MOVE ZERO TO WS-AMOUNT-LENGTH
           INSPECT WS-AMOUNT-TEXT TALLYING WS-AMOUNT-LENGTH
               FOR CHARACTERS BEFORE INITIAL SPACE
           IF WS-AMOUNT-LENGTH > ZERO
               IF WS-AMOUNT-TEXT(1:1) = '-' OR WS-AMOUNT-TEXT(1:1) =
                  '+'
                   IF WS-AMOUNT-TEXT(1:1) = '-'
                       SET AMOUNT-NEGATIVE TO TRUE
                   END-IF
                   MOVE 2 TO WS-AMOUNT-START
                   SUBTRACT 1 FROM WS-AMOUNT-LENGTH
               END-IF
           END-IF
           IF WS-AMOUNT-LENGTH > ZERO AND WS-AMOUNT-LENGTH < 16
               IF WS-AMOUNT-TEXT(WS-AMOUNT-START:WS-AMOUNT-LENGTH)
                  IS NUMERIC
                   MOVE WS-AMOUNT-TEXT(WS-AMOUNT-START:
                       WS-AMOUNT-LENGTH) TO WS-AMOUNT-CENTS
                   COMPUTE WS-PARSED-AMOUNT = WS-AMOUNT-CENTS / 100
                   IF AMOUNT-NEGATIVE
                       COMPUTE WS-PARSED-AMOUNT =
                           ZERO - WS-PARSED-AMOUNT
                   END-IF
               END-IF
           END-IF.

       STRIP-LEADING-ZEROS.
           MOVE ZERO TO WS-STRIP-ZEROS
           INSPECT WS-STRIP-TEXT TALLYING WS-STRIP-ZEROS
               FOR LEADING '0'
           IF WS-STRIP-ZEROS > ZERO AND WS-STRIP-ZEROS < 20
               MOVE WS-STRIP-TEXT(WS-STRIP-ZEROS + 1:) TO
                   WS-STRIP-WORK
               MOVE WS-STRIP-WORK TO WS-STRIP-TEXT
           END-IF.

      *----------------------------------------------------------------
      * BANK ITEMS STILL OPEN FROM EARLIER STATEMENTS GET ANOTHER
      * CHANCE AGAINST TODAY'S BOOK.
      *----------------------------------------------------------------
       LOAD-CARRIED-ITEMS-PROCESS.
           MOVE LOW-VALUES TO BO-ITEM-KEY
           START BNKOPEN-FILE KEY IS NOT LESS THAN BO-ITEM-KEY
               INVALID KEY SET OPEN-ITEM-EOF TO TRUE
           END-START
           IF NOT OPEN-ITEM-EOF
               READ BNKOPEN-FILE NEXT RECORD
               IF WS-OPEN-STATUS NOT = '00'
                   SET OPEN-ITEM-EOF TO TRUE
               END-IF
           END-IF
           PERFORM LOAD-ONE-CARRIED-ITEM UNTIL OPEN-ITEM-EOF.

       LOAD-ONE-CARRIED-ITEM.
      *    A STATEMENT RE-RUN WITHOUT AN ENVELOPE FINDS ITS OWN ITEMS
      *    ALREADY CARRIED - THOSE ARE ON THE TABLE FROM THE FILE.
           IF BO-STATEMENT-DATE NOT = WS-STATEMENT-DATE
               IF WS-BANK-COUNT >= WS-MAX-BANK
                   DISPLAY 'BNKREC: BANK ITEM TABLE FULL - CARRIED '
                       'ITEM ' BO-ITEM-KEY ' NOT RECONCILED'
               ELSE
                   ADD 1 TO WS-BANK-COUNT
                   MOVE BO-STATEMENT-DATE TO
                       WS-BANK-DATE(WS-BANK-COUNT)
                   MOVE BO-SEQUENCE TO WS-BANK-SEQUENCE(WS-BANK-COUNT)
                   MOVE BO-BANK-ACCOUNT TO
                       WS-BANK-ACCOUNT(WS-BANK-COUNT)
                   MOVE BO-TYPE-CODE TO WS-BANK-TYPE(WS-BANK-COUNT)
                   MOVE BO-DIRECTION TO
                       WS-BANK-DIRECTION(WS-BANK-COUNT)
                   MOVE BO-AMOUNT TO WS-BANK-AMOUNT(WS-BANK-COUNT)
                   MOVE BO-BANK-REF TO WS-BANK-REF(WS-BANK-COUNT)
                   MOVE BO-CUSTOMER-REF TO
                       WS-BANK-CUST-REF(WS-BANK-COUNT)
                   MOVE BO-TEXT TO WS-BANK-TEXT(WS-BANK-COUNT)
                   MOVE BO-EXCEPTION-ID TO
                       WS-BANK-EXCEPTION-ID(WS-BANK-COUNT)
                   MOVE 'Y' TO WS-BANK-CARRIED-SW(WS-BANK-COUNT)
                   MOVE ZERO TO WS-BANK-MATCH(WS-BANK-COUNT)
               END-IF
           END-IF

           READ BNKOPEN-FILE NEXT RECORD
           IF WS-OPEN-STATUS NOT = '00'
               SET OPEN-ITEM-EOF TO TRUE
           END-IF.

      *----------------------------------------------------------------
      * BOOK SIDE. EACH SOURCE IS OPTIONAL - A FEED THAT DID NOT RUN
      * SIMPLY CONTRIBUTES NOTHING, AND ITS BANK ITEMS STAY OPEN.
      *----------------------------------------------------------------
       LOAD-ACH-CREDITS-PROCESS.
      *    ACHINTF ROLLS EVERY PROCESSED ENTRY ONTO ACHIN.HIS. ONLY
      *    THE CREDITS ARE TAKEN HERE - A DEBIT THAT POSTED LEAVES
      *    THE BANK AS ITS ACHOUT.DAT INSTRUCTION.
           OPEN INPUT ACHIN-FILE
           IF WS-ACHIN-STATUS NOT = '00'
               GO TO LOAD-ACH-CREDITS-EXIT
           END-IF
           READ ACHIN-FILE
               AT END SET ACHIN-EOF TO TRUE
           END-READ
           PERFORM LOAD-ONE-ACH-CREDIT UNTIL ACHIN-EOF
           CLOSE ACHIN-FILE.

       LOAD-ACH-CREDITS-EXIT.
           EXIT.

       LOAD-ONE-ACH-CREDIT.
           IF ACHIN-CREDIT-ENTRY
              AND ACHIN-EFFECTIVE-DATE = WS-STATEMENT-DATE
               MOVE 'ACH/WIRE' TO WS-NEW-SOURCE
               MOVE ACHIN-EXTERNAL-REF TO WS-NEW-REF
               MOVE 'C' TO WS-NEW-DIRECTION
               MOVE ACHIN-AMOUNT TO WS-NEW-AMOUNT
               PERFORM ADD-BOOK-ITEM
           END-IF
           READ ACHIN-FILE
               AT END SET ACHIN-EOF TO TRUE
           END-READ.

       LOAD-ACH-DEBITS-PROCESS.
           OPEN INPUT ACHOUT-FILE
           IF WS-ACHOUT-STATUS NOT = '00'
               GO TO LOAD-ACH-DEBITS-EXIT
           END-IF
           READ ACHOUT-FILE
               AT END SET ACHOUT-EOF TO TRUE
           END-READ
           PERFORM LOAD-ONE-ACH-DEBIT UNTIL ACHOUT-EOF
           CLOSE ACHOUT-FILE.

       LOAD-ACH-DEBITS-EXIT.
           EXIT.

       LOAD-ONE-ACH-DEBIT.
           IF ACHOUT-DETAIL
              AND ACHOUT-PROCESS-DATE = WS-STATEMENT-DATE
               MOVE 'ACHOUT  ' TO WS-NEW-SOURCE
               MOVE ACHOUT-EXTERNAL-REF TO WS-NEW-REF
               MOVE 'D' TO WS-NEW-DIRECTION
               MOVE ACHOUT-AMOUNT TO WS-NEW-AMOUNT
               PERFORM ADD-BOOK-ITEM
           END-IF
           READ ACHOUT-FILE
               AT END SET ACHOUT-EOF TO TRUE
           END-READ.

       LOAD-PAID-CHECKS-PROCESS.
      *    CHKPAID STAMPS THE BANK'S PAID DATE AS CK-CLEARED-DATE.
           OPEN INPUT CHECKISS-FILE
           IF WS-ISS-STATUS NOT = '00'
               GO TO LOAD-PAID-CHECKS-EXIT
           END-IF
           READ CHECKISS-FILE NEXT RECORD
           IF WS-ISS-STATUS NOT = '00'
               SET ISS-EOF TO TRUE
           END-IF
           PERFORM LOAD-ONE-PAID-CHECK UNTIL ISS-EOF
           CLOSE CHECKISS-FILE.

       LOAD-PAID-CHECKS-EXIT.
           EXIT.

       LOAD-ONE-PAID-CHECK.
           IF CK-CLEARED AND CK-CLEARED-DATE = WS-STATEMENT-DATE
               MOVE 'CHECK   ' TO WS-NEW-SOURCE
               MOVE CK-CHECK-NUMBER TO WS-CHECK-NUMBER-TEXT
               MOVE WS-CHECK-NUMBER-TEXT TO WS-NEW-REF
               MOVE 'D' TO WS-NEW-DIRECTION
               MOVE CK-AMOUNT TO WS-NEW-AMOUNT
               PERFORM ADD-BOOK-ITEM
           END-IF
           READ CHECKISS-FILE NEXT RECORD
           IF WS-ISS-STATUS NOT = '00'
               SET ISS-EOF TO TRUE
           END-IF.

       LOAD-CARD-SETTLEMENT-PROCESS.
      *    THE PROCESSOR SETTLES THE DAY'S PRESENTMENTS AS ONE DEBIT -
      *    EVERYTHING PRESENTED LESS WHAT CARDPRES RETURNED.
           MOVE ZERO TO WS-CARD-SETTLEMENT
           OPEN INPUT CARDIN-FILE
           IF WS-CARDIN-STATUS NOT = '00'
               GO TO LOAD-CARD-SETTLEMENT-EXIT
           END-IF
           READ CARDIN-FILE
               AT END SET CARDIN-EOF TO TRUE
           END-READ
           PERFORM SUM-ONE-CARD-ITEM UNTIL CARDIN-EOF
           CLOSE CARDIN-FILE

           OPEN INPUT CARDRSP-FILE
           IF WS-CARDRSP-STATUS = '00'
               READ CARDRSP-FILE
                   AT END SET CARDRSP-EOF TO TRUE
               END-READ
               PERFORM SUM-ONE-CARD-RETURN UNTIL CARDRSP-EOF
               CLOSE CARDRSP-FILE
           END-IF

           IF WS-CARD-SETTLEMENT > ZERO
               MOVE 'CARDSETL' TO WS-NEW-SOURCE
               MOVE SPACES TO WS-NEW-REF
               MOVE 'D' TO WS-NEW-DIRECTION
               MOVE WS-CARD-SETTLEMENT TO WS-NEW-AMOUNT
               PERFORM ADD-BOOK-ITEM
           END-IF.

       LOAD-CARD-SETTLEMENT-EXIT.
           EXIT.

       SUM-ONE-CARD-ITEM.
           IF CIN-PRESENT-DATE = WS-STATEMENT-DATE
               ADD CIN-AMOUNT TO WS-CARD-SETTLEMENT
           END-IF
           READ CARDIN-FILE
               AT END SET CARDIN-EOF TO TRUE
           END-READ.

       SUM-ONE-CARD-RETURN.
           SUBTRACT RSP-AMOUNT FROM WS-CARD-SETTLEMENT
           READ CARDRSP-FILE
               AT END SET CARDRSP-EOF TO TRUE
           END-READ.

       LOAD-REMITTANCES-PROCESS.
           OPEN INPUT WHREMIT-FILE
           IF WS-WHREMIT-STATUS NOT = '00'
               GO TO LOAD-REMITTANCES-EXIT
           END-IF
           READ WHREMIT-FILE
               AT END SET WHREMIT-EOF TO TRUE
           END-READ
           PERFORM LOAD-ONE-REMITTANCE UNTIL WHREMIT-EOF
           CLOSE WHREMIT-FILE.

       LOAD-REMITTANCES-EXIT.
           EXIT.

       LOAD-ONE-REMITTANCE.
           IF WR-REMIT-DATE = WS-STATEMENT-DATE AND WR-AMOUNT > ZERO
               MOVE 'WHREMIT ' TO WS-NEW-SOURCE
               MOVE WR-JURISDICTION TO WS-NEW-REF
               MOVE 'D' TO WS-NEW-DIRECTION
               MOVE WR-AMOUNT TO WS-NEW-AMOUNT
               PERFORM ADD-BOOK-ITEM
           END-IF
           READ WHREMIT-FILE
               AT END SET WHREMIT-EOF TO TRUE
           END-READ.

       ADD-BOOK-ITEM.
           IF WS-BOOK-COUNT >= WS-MAX-BOOK
               DISPLAY 'BNKREC: BOOK ITEM TABLE FULL - ' WS-NEW-SOURCE
                   ' ' WS-NEW-REF ' NOT RECONCILED'
           ELSE
               ADD 1 TO WS-BOOK-COUNT
               MOVE WS-NEW-SOURCE TO WS-BOOK-SOURCE(WS-BOOK-COUNT)
               MOVE WS-NEW-REF TO WS-STRIP-TEXT
               PERFORM STRIP-LEADING-ZEROS
               MOVE WS-STRIP-TEXT TO WS-BOOK-REF(WS-BOOK-COUNT)
               MOVE WS-NEW-DIRECTION TO
                   WS-BOOK-DIRECTION(WS-BOOK-COUNT)
               MOVE WS-NEW-AMOUNT TO WS-BOOK-AMOUNT(WS-BOOK-COUNT)
               MOVE 'N' TO WS-BOOK-MATCHED-SW(WS-BOOK-COUNT)
               IF WS-NEW-DIRECTION = 'C'
                   ADD WS-NEW-AMOUNT TO WS-BOOK-CREDITS
               ELSE
                   ADD WS-NEW-AMOUNT TO WS-BOOK-DEBITS
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * MATCHING. FIRST PASS INSISTS ON A REFERENCE AGREEING AS WELL
      * AS DIRECTION AND AMOUNT; THE SECOND TAKES WHATEVER IS LEFT ON
      * DIRECTION AND AMOUNT ALONE.
      *----------------------------------------------------------------
       MATCH-ITEMS-PROCESS.
           SET REF-REQUIRED TO TRUE
           MOVE 1 TO WS-BANK-INDEX
           PERFORM MATCH-ONE-BANK-ITEM
               UNTIL WS-BANK-INDEX > WS-BANK-COUNT
           MOVE 'N' TO WS-REF-REQUIRED-SW
           MOVE 1 TO WS-BANK-INDEX
           PERFORM MATCH-ONE-BANK-ITEM
               UNTIL WS-BANK-INDEX > WS-BANK-COUNT.

       MATCH-ONE-BANK-ITEM.
           IF WS-BANK-MATCH(WS-BANK-INDEX) = ZERO
               MOVE ZERO TO WS-BOOK-FOUND
               MOVE 1 TO WS-BOOK-INDEX
               PERFORM TRY-ONE-BOOK-ITEM
                   UNTIL WS-BOOK-INDEX > WS-BOOK-COUNT
                   OR WS-BOOK-FOUND NOT = ZERO
               IF WS-BOOK-FOUND NOT = ZERO
                   MOVE WS-BOOK-FOUND TO WS-BANK-MATCH(WS-BANK-INDEX)
                   MOVE 'Y' TO WS-BOOK-MATCHED-SW(WS-BOOK-FOUND)
                   ADD 1 TO WS-MATCHED-COUNT
               END-IF
           END-IF
           ADD 1 TO WS-BANK-INDEX.

       TRY-ONE-BOOK-ITEM.
           IF NOT WS-BOOK-MATCHED(WS-BOOK-INDEX)
              AND WS-BOOK-DIRECTION(WS-BOOK-INDEX) =
                  WS-BANK-DIRECTION(WS-BANK-INDEX)
              AND WS-BOOK-AMOUNT(WS-BOOK-INDEX) =
                  WS-BANK-AMOUNT(WS-BANK-INDEX)
               IF REF-REQUIRED
                   IF WS-BOOK-REF(WS-BOOK-INDEX) NOT = SPACES
                      AND (WS-BOOK-REF(WS-BOOK-INDEX) =
                           WS-BANK-REF(WS-BANK-INDEX)
                        OR WS-BOOK-REF(WS-BOOK-INDEX) =
                           WS-BANK-CUST-REF(WS-BANK-INDEX))
                       MOVE WS-BOOK-INDEX TO WS-BOOK-FOUND
                   END-IF
               ELSE
                   MOVE WS-BOOK-INDEX TO WS-BOOK-FOUND
               END-IF
           END-IF
           ADD 1 TO WS-BOOK-INDEX.

      *----------------------------------------------------------------
      * REPORTS.
      *----------------------------------------------------------------
       REPORT-MATCHED-PROCESS.
           MOVE SPACES TO BNKREC-RPT-LINE
           STRING 'BANK STATEMENT RECONCILIATION ' DELIMITED BY SIZE
                  WS-CURRENT-DATE DELIMITED BY SIZE
                  '  STATEMENT AS OF ' DELIMITED BY SIZE
                  WS-STATEMENT-DATE DELIMITED BY SIZE
                  INTO BNKREC-RPT-LINE
           END-STRING
           WRITE BNKREC-RPT-LINE
           MOVE SPACES TO BNKREC-RPT-LINE
           WRITE BNKREC-RPT-LINE
           MOVE 'MATCHED ITEMS' TO BNKREC-RPT-LINE
           WRITE BNKREC-RPT-LINE

           MOVE 1 TO WS-BANK-INDEX
           PERFORM REPORT-ONE-MATCHED
               UNTIL WS-BANK-INDEX > WS-BANK-COUNT.

       REPORT-ONE-MATCHED.
           IF WS-BANK-MATCH(WS-BANK-INDEX) NOT = ZERO
               MOVE WS-BANK-MATCH(WS-BANK-INDEX) TO WS-BOOK-INDEX
               PERFORM SET-DIRECTION-TEXT
               MOVE WS-BANK-AMOUNT(WS-BANK-INDEX) TO WS-AMOUNT-DISPLAY
               MOVE SPACES TO BNKREC-RPT-LINE
               STRING '  ' DELIMITED BY SIZE
                      WS-BANK-DATE(WS-BANK-INDEX) DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WS-BANK-ACCOUNT(WS-BANK-INDEX) DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WS-BANK-TYPE(WS-BANK-INDEX) DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WS-DIRECTION-TEXT DELIMITED BY SIZE
                      WS-AMOUNT-DISPLAY DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WS-BANK-REF(WS-BANK-INDEX) DELIMITED BY SIZE
                      ' = ' DELIMITED BY SIZE
                      WS-BOOK-SOURCE(WS-BOOK-INDEX) DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WS-BOOK-REF(WS-BOOK-INDEX) DELIMITED BY SIZE
                      INTO BNKREC-RPT-LINE
               END-STRING
               WRITE BNKREC-RPT-LINE
           END-IF
           ADD 1 TO WS-BANK-INDEX.

       SET-DIRECTION-TEXT.
           IF WS-BANK-DIRECTION(WS-BANK-INDEX) = 'C'
               MOVE 'CREDIT' TO WS-DIRECTION-TEXT
           ELSE
               MOVE 'DEBIT ' TO WS-DIRECTION-TEXT
           END-IF.

       REPORT-OPEN-BANK-PROCESS.
           MOVE SPACES TO BNKREC-RPT-LINE
           WRITE BNKREC-RPT-LINE
           STRING 'BANK ITEMS NOT ON THE BOOKS (AGE IN DAYS FROM '
                      DELIMITED BY SIZE
                  'STATEMENT DATE)' DELIMITED BY SIZE
                  INTO BNKREC-RPT-LINE
           END-STRING
           WRITE BNKREC-RPT-LINE

           MOVE 1 TO WS-BANK-INDEX
           PERFORM SETTLE-ONE-BANK-ITEM
               UNTIL WS-BANK-INDEX > WS-BANK-COUNT

           MOVE SPACES TO BNKREC-RPT-LINE
           WRITE BNKREC-RPT-LINE
           MOVE 'OPEN BANK ITEM AGING' TO BNKREC-RPT-LINE
           WRITE BNKREC-RPT-LINE
           MOVE 1 TO WS-AGE-BUCKET-INDEX
           PERFORM REPORT-ONE-AGE-BUCKET 4 TIMES.

       SETTLE-ONE-BANK-ITEM.
      *    MATCHED CARRIED ITEMS COME OFF THE OPEN FILE; NEW UNMATCHED
      *    ITEMS GO ONTO IT AND INTO EXCPQ; CARRIED UNMATCHED ITEMS
      *    STAY WHERE THEY ARE AND AGE.
           IF WS-BANK-MATCH(WS-BANK-INDEX) NOT = ZERO
               IF WS-BANK-CARRIED(WS-BANK-INDEX)
                   PERFORM CLEAR-CARRIED-ITEM
               END-IF
           ELSE
               IF WS-BANK-CARRIED(WS-BANK-INDEX)
                   ADD 1 TO WS-CARRIED-OPEN-COUNT
               ELSE
                   ADD 1 TO WS-NEW-OPEN-COUNT
                   IF WS-BANK-DIRECTION(WS-BANK-INDEX) = 'C'
                       ADD WS-BANK-AMOUNT(WS-BANK-INDEX) TO
                           WS-UNMATCHED-BANK-CR
                   ELSE
                       ADD WS-BANK-AMOUNT(WS-BANK-INDEX) TO
                           WS-UNMATCHED-BANK-DR
                   END-IF
                   PERFORM FILE-OPEN-BANK-EXCEPTION
                   PERFORM SAVE-OPEN-BANK-ITEM
               END-IF
               PERFORM AGE-OPEN-BANK-ITEM
               PERFORM WRITE-OPEN-BANK-LINE
           END-IF
           ADD 1 TO WS-BANK-INDEX.

       CLEAR-CARRIED-ITEM.
           ADD 1 TO WS-CARRIED-CLEARED-COUNT
           IF WS-BANK-DIRECTION(WS-BANK-INDEX) = 'C'
               ADD WS-BANK-AMOUNT(WS-BANK-INDEX) TO
                   WS-CARRIED-CLEARED-NET
           ELSE
               SUBTRACT WS-BANK-AMOUNT(WS-BANK-INDEX) FROM
                   WS-CARRIED-CLEARED-NET
           END-IF
           MOVE WS-BANK-DATE(WS-BANK-INDEX) TO BO-STATEMENT-DATE
           MOVE WS-BANK-SEQUENCE(WS-BANK-INDEX) TO BO-SEQUENCE
           DELETE BNKOPEN-FILE RECORD
               INVALID KEY
                   DISPLAY 'BNKREC: UNABLE TO CLEAR OPEN ITEM '
                       BO-ITEM-KEY ', STATUS = ' WS-OPEN-STATUS
           END-DELETE.

       FILE-OPEN-BANK-EXCEPTION.
           PERFORM SET-DIRECTION-TEXT
           MOVE WS-BANK-AMOUNT(WS-BANK-INDEX) TO WS-AMOUNT-DISPLAY
           MOVE SPACES TO WS-EXCPQ-RECORD
           MOVE 'BNKREC  ' TO EX-SOURCE-PROGRAM OF WS-EXCPQ-RECORD
           MOVE WS-CURRENT-DATE TO EX-BUSINESS-DATE OF WS-EXCPQ-RECORD
           SET EX-SEV-ERROR OF WS-EXCPQ-RECORD TO TRUE
           STRING WS-BANK-DATE(WS-BANK-INDEX) DELIMITED BY SIZE
                  '-' DELIMITED BY SIZE
                  WS-BANK-SEQUENCE(WS-BANK-INDEX) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-BANK-ACCOUNT(WS-BANK-INDEX) DELIMITED BY SPACE
                  INTO EX-RECORD-KEY OF WS-EXCPQ-RECORD
           END-STRING
           STRING 'UNMATCHED BANK ' DELIMITED BY SIZE
                  WS-DIRECTION-TEXT DELIMITED BY SPACE
                  ' TYPE ' DELIMITED BY SIZE
                  WS-BANK-TYPE(WS-BANK-INDEX) DELIMITED BY SIZE
                  WS-AMOUNT-DISPLAY DELIMITED BY SIZE
                  ' REF ' DELIMITED BY SIZE
                  WS-BANK-REF(WS-BANK-INDEX) DELIMITED BY SIZE
                  INTO EX-REASON OF WS-EXCPQ-RECORD
           END-STRING
           CALL 'EXCPQ' USING WS-EXCPQ-OPERATION,
                               WS-EXCPQ-RECORD,
                               WS-EXCPQ-RETURN-CODE
           IF WS-EXCPQ-RETURN-CODE = 00
               MOVE EX-EXCEPTION-ID OF WS-EXCPQ-RECORD TO
                   WS-BANK-EXCEPTION-ID(WS-BANK-INDEX)
           ELSE
               DISPLAY 'BNKREC: EXCPQ FILE FAILED FOR BANK ITEM '
                   WS-BANK-SEQUENCE(WS-BANK-INDEX) ', RC='
                   WS-EXCPQ-RETURN-CODE
           END-IF.

       SAVE-OPEN-BANK-ITEM.
           PERFORM GET-CURRENT-TIMESTAMP
           MOVE SPACES TO BNKITEM-RECORD
           MOVE WS-BANK-DATE(WS-BANK-INDEX) TO BO-STATEMENT-DATE
           MOVE WS-BANK-SEQUENCE(WS-BANK-INDEX) TO BO-SEQUENCE
           MOVE WS-BANK-ACCOUNT(WS-BANK-INDEX) TO BO-BANK-ACCOUNT
           MOVE WS-BANK-TYPE(WS-BANK-INDEX) TO BO-TYPE-CODE
           MOVE WS-BANK-DIRECTION(WS-BANK-INDEX) TO BO-DIRECTION
           MOVE WS-BANK-AMOUNT(WS-BANK-INDEX) TO BO-AMOUNT
           MOVE WS-BANK-REF(WS-BANK-INDEX) TO BO-BANK-REF
           MOVE WS-BANK-CUST-REF(WS-BANK-INDEX) TO BO-CUSTOMER-REF
           MOVE WS-BANK-TEXT(WS-BANK-INDEX) TO BO-TEXT
           MOVE WS-BANK-EXCEPTION-ID(WS-BANK-INDEX) TO BO-EXCEPTION-ID
           MOVE WS-TIMESTAMP TO CREATED-TIMESTAMP OF BNKITEM-RECORD
           MOVE WS-TIMESTAMP TO UPDATED-TIMESTAMP OF BNKITEM-RECORD
           WRITE BNKITEM-RECORD
           IF WS-OPEN-STATUS = '22'
      *        Statement re-run without an envelope - replace the row.
               REWRITE BNKITEM-RECORD
           END-IF
           IF WS-OPEN-STATUS NOT = '00'
               DISPLAY 'BNKREC: UNABLE TO CARRY OPEN ITEM '
                   BO-ITEM-KEY ', STATUS = ' WS-OPEN-STATUS
           END-IF.

       AGE-OPEN-BANK-ITEM.
           MOVE WS-BANK-DATE(WS-BANK-INDEX) TO WS-ITEM-DATE-NUM
           MOVE ZERO TO WS-ITEM-AGE
           IF WS-BANK-DATE(WS-BANK-INDEX) IS NUMERIC
              AND WS-ITEM-DATE-NUM < WS-CURRENT-DATE-NUM
               COMPUTE WS-ITEM-AGE =
                   FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE-NUM) -
                   FUNCTION INTEGER-OF-DATE(WS-ITEM-DATE-NUM)
           END-IF
           EVALUATE TRUE
               WHEN WS-ITEM-AGE < 2
                   MOVE 1 TO WS-AGE-BUCKET-INDEX
               WHEN WS-ITEM-AGE < 6
                   MOVE 2 TO WS-AGE-BUCKET-INDEX
               WHEN WS-ITEM-AGE < 31
                   MOVE 3 TO WS-AGE-BUCKET-INDEX
               WHEN OTHER
                   MOVE 4 TO WS-AGE-BUCKET-INDEX
           END-EVALUATE
           ADD 1 TO WS-AGE-BUCKET-COUNT(WS-AGE-BUCKET-INDEX)
           ADD WS-BANK-AMOUNT(WS-BANK-INDEX) TO
               WS-AGE-BUCKET-AMOUNT(WS-AGE-BUCKET-INDEX).

       WRITE-OPEN-BANK-LINE.
           PERFORM SET-DIRECTION-TEXT
           MOVE WS-BANK-AMOUNT(WS-BANK-INDEX) TO WS-AMOUNT-DISPLAY
           MOVE WS-ITEM-AGE TO WS-AGE-DISPLAY
           MOVE SPACES TO BNKREC-RPT-LINE
           STRING '  ' DELIMITED BY SIZE
                  WS-BANK-DATE(WS-BANK-INDEX) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-BANK-ACCOUNT(WS-BANK-INDEX) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-BANK-TYPE(WS-BANK-INDEX) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-DIRECTION-TEXT DELIMITED BY SIZE
                  WS-AMOUNT-DISPLAY DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-BANK-REF(WS-BANK-INDEX) DELIMITED BY SIZE
                  ' AGE ' DELIMITED BY SIZE
                  WS-AGE-DISPLAY DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-BANK-EXCEPTION-ID(WS-BANK-INDEX) DELIMITED BY SIZE
                  INTO BNKREC-RPT-LINE
           END-STRING
           WRITE BNKREC-RPT-LINE.

       REPORT-ONE-AGE-BUCKET.
           MOVE WS-AGE-BUCKET-COUNT(WS-AGE-BUCKET-INDEX) TO
               WS-COUNT-DISPLAY
           MOVE WS-AGE-BUCKET-AMOUNT(WS-AGE-BUCKET-INDEX) TO
               WS-AMOUNT-DISPLAY
           MOVE SPACES TO BNKREC-RPT-LINE
           STRING '  ' DELIMITED BY SIZE
                  WS-AGE-LABEL(WS-AGE-BUCKET-INDEX) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-COUNT-DISPLAY DELIMITED BY SIZE
                  ' ITEM(S) ' DELIMITED BY SIZE
                  WS-AMOUNT-DISPLAY DELIMITED BY SIZE
                  INTO BNKREC-RPT-LINE
           END-STRING
           WRITE BNKREC-RPT-LINE
           ADD 1 TO WS-AGE-BUCKET-INDEX.

       REPORT-OPEN-BOOK-PROCESS.
           MOVE SPACES TO BNKREC-RPT-LINE
           WRITE BNKREC-RPT-LINE
           MOVE 'BOOK ITEMS NOT YET SHOWN BY THE BANK'
               TO BNKREC-RPT-LINE
           WRITE BNKREC-RPT-LINE
           MOVE 1 TO WS-BOOK-INDEX
           PERFORM REPORT-ONE-OPEN-BOOK
               UNTIL WS-BOOK-INDEX > WS-BOOK-COUNT.

       REPORT-ONE-OPEN-BOOK.
           IF NOT WS-BOOK-MATCHED(WS-BOOK-INDEX)
               ADD 1 TO WS-BOOK-OPEN-COUNT
               IF WS-BOOK-DIRECTION(WS-BOOK-INDEX) = 'C'
                   MOVE 'CREDIT' TO WS-DIRECTION-TEXT
                   ADD WS-BOOK-AMOUNT(WS-BOOK-INDEX) TO
                       WS-UNMATCHED-BOOK-CR
               ELSE
                   MOVE 'DEBIT ' TO WS-DIRECTION-TEXT
                   ADD WS-BOOK-AMOUNT(WS-BOOK-INDEX) TO
                       WS-UNMATCHED-BOOK-DR
               END-IF
               MOVE WS-BOOK-AMOUNT(WS-BOOK-INDEX) TO WS-AMOUNT-DISPLAY
               MOVE SPACES TO BNKREC-RPT-LINE
               STRING '  ' DELIMITED BY SIZE
                      WS-BOOK-SOURCE(WS-BOOK-INDEX) DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WS-DIRECTION-TEXT DELIMITED BY SIZE
                      WS-AMOUNT-DISPLAY DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WS-BOOK-REF(WS-BOOK-INDEX) DELIMITED BY SIZE
                      INTO BNKREC-RPT-LINE
               END-STRING
               WRITE BNKREC-RPT-LINE
           END-IF
           ADD 1 TO WS-BOOK-INDEX.

      *----------------------------------------------------------------
      * THE DAY'S PROOF, PRINTED HERE AND KEPT FOR CASHPRF.
      *----------------------------------------------------------------
       WRITE-PROOF-PROCESS.
           COMPUTE WS-PROOF-EXPECTED =
               WS-OPENING-LEDGER
               + WS-BOOK-CREDITS - WS-BOOK-DEBITS
               - WS-UNMATCHED-BOOK-CR + WS-UNMATCHED-BOOK-DR
               - WS-CARRIED-CLEARED-NET
               + WS-UNMATCHED-BANK-CR - WS-UNMATCHED-BANK-DR
           COMPUTE WS-PROOF-DIFFERENCE =
               WS-CLOSING-LEDGER - WS-PROOF-EXPECTED

           MOVE SPACES TO BNKREC-RPT-LINE
           WRITE BNKREC-RPT-LINE
           MOVE 'BANK VERSUS BOOK PROOF' TO BNKREC-RPT-LINE
           WRITE BNKREC-RPT-LINE
           MOVE WS-OPENING-LEDGER TO WS-AMOUNT-DISPLAY
           MOVE 'OPENING LEDGER                   ' TO
               BNKREC-RPT-LINE
           PERFORM WRITE-PROOF-LINE
           MOVE WS-BOOK-CREDITS TO WS-AMOUNT-DISPLAY
           MOVE '  + BOOK CREDITS                 ' TO
               BNKREC-RPT-LINE
           PERFORM WRITE-PROOF-LINE
           MOVE WS-BOOK-DEBITS TO WS-AMOUNT-DISPLAY
           MOVE '  - BOOK DEBITS                  ' TO
               BNKREC-RPT-LINE
           PERFORM WRITE-PROOF-LINE
           MOVE WS-UNMATCHED-BOOK-CR TO WS-AMOUNT-DISPLAY
           MOVE '  - BOOK CREDITS NOT AT BANK     ' TO
               BNKREC-RPT-LINE
           PERFORM WRITE-PROOF-LINE
           MOVE WS-UNMATCHED-BOOK-DR TO WS-AMOUNT-DISPLAY
           MOVE '  + BOOK DEBITS NOT AT BANK      ' TO
               BNKREC-RPT-LINE
           PERFORM WRITE-PROOF-LINE
           MOVE WS-CARRIED-CLEARED-NET TO WS-AMOUNT-DISPLAY
           MOVE '  - EARLIER BANK ITEMS CLEARED   ' TO
               BNKREC-RPT-LINE
           PERFORM WRITE-PROOF-LINE
           MOVE WS-UNMATCHED-BANK-CR TO WS-AMOUNT-DISPLAY
           MOVE '  + BANK CREDITS NOT ON BOOKS    ' TO
               BNKREC-RPT-LINE
           PERFORM WRITE-PROOF-LINE
           MOVE WS-UNMATCHED-BANK-DR TO WS-AMOUNT-DISPLAY
           MOVE '  - BANK DEBITS NOT ON BOOKS     ' TO
               BNKREC-RPT-LINE
           PERFORM WRITE-PROOF-LINE
           MOVE WS-PROOF-EXPECTED TO WS-AMOUNT-DISPLAY
           MOVE 'EXPECTED CLOSING LEDGER          ' TO
               BNKREC-RPT-LINE
           PERFORM WRITE-PROOF-LINE
           MOVE WS-CLOSING-LEDGER TO WS-AMOUNT-DISPLAY
           MOVE 'CLOSING LEDGER PER BANK          ' TO
               BNKREC-RPT-LINE
           PERFORM WRITE-PROOF-LINE
           MOVE WS-PROOF-DIFFERENCE TO WS-AMOUNT-DISPLAY
           IF WS-PROOF-DIFFERENCE = ZERO
               MOVE 'DIFFERENCE - PROOF TIES          ' TO
                   BNKREC-RPT-LINE
           ELSE
               MOVE 'DIFFERENCE *** DOES NOT TIE ***  ' TO
                   BNKREC-RPT-LINE
               DISPLAY 'BNKREC: BANK PROOF DOES NOT TIE - DIFFERENCE '
                   WS-AMOUNT-DISPLAY
           END-IF
           PERFORM WRITE-PROOF-LINE

           PERFORM GET-CURRENT-TIMESTAMP
           MOVE SPACES TO BNKPRF-RECORD
           MOVE WS-STATEMENT-DATE TO BP-STATEMENT-DATE
           MOVE WS-ACCOUNT-COUNT TO BP-ACCOUNT-COUNT
           MOVE WS-OPENING-LEDGER TO BP-OPENING-LEDGER
           MOVE WS-CLOSING-LEDGER TO BP-CLOSING-LEDGER
           MOVE WS-BANK-CREDITS TO BP-BANK-CREDITS
           MOVE WS-BANK-DEBITS TO BP-BANK-DEBITS
           MOVE WS-BOOK-CREDITS TO BP-BOOK-CREDITS
           MOVE WS-BOOK-DEBITS TO BP-BOOK-DEBITS
           MOVE WS-UNMATCHED-BANK-CR TO BP-UNMATCHED-BANK-CR
           MOVE WS-UNMATCHED-BANK-DR TO BP-UNMATCHED-BANK-DR
           MOVE WS-UNMATCHED-BOOK-CR TO BP-UNMATCHED-BOOK-CR
           MOVE WS-UNMATCHED-BOOK-DR TO BP-UNMATCHED-BOOK-DR
           MOVE WS-CARRIED-CLEARED-NET TO BP-CARRIED-CLEARED-NET
           COMPUTE BP-OPEN-ITEM-COUNT =
               WS-NEW-OPEN-COUNT + WS-CARRIED-OPEN-COUNT
           MOVE WS-TIMESTAMP TO CREATED-TIMESTAMP OF BNKPRF-RECORD
           WRITE BNKPRF-RECORD
           IF WS-PRF-STATUS = '22'
      *        Rerun of the same statement - replace its proof.
               REWRITE BNKPRF-RECORD
           END-IF
           IF WS-PRF-STATUS NOT = '00'
               DISPLAY 'BNKREC: UNABLE TO RECORD PROOF, STATUS = '
                   WS-PRF-STATUS
           END-IF.

       WRITE-PROOF-LINE.
           MOVE WS-AMOUNT-DISPLAY TO BNKREC-RPT-LINE(36:23)
           WRITE BNKREC-RPT-LINE.

       VALIDATE-CONTROL-ENVELOPE.
      *    THE COMMON INTAKE GATE (FILEGATE): THE ENVELOPE COUNTS THE
      *    DETAIL (16) RECORDS AND HASHES THEIR AMOUNTS IN DOLLARS,
      *    AND THE LEDGER REFUSES A STATEMENT ALREADY CONSUMED. NO
      *    BAI2IN.ENV YET LOADS UNVERIFIED WITH A WARNING.
           MOVE SPACES TO WS-ENVELOPE
           OPEN INPUT BAI2ENV-FILE
           IF WS-ENV-STATUS NOT = '00'
               DISPLAY 'BNKREC: NO BAI2IN.ENV ENVELOPE - '
                   'STATEMENT LOADS UNVERIFIED'
               GO TO VALIDATE-ENVELOPE-EXIT
           END-IF
           READ BAI2ENV-FILE INTO WS-ENVELOPE
               AT END
                   DISPLAY 'BNKREC: BAI2IN.ENV IS EMPTY - '
                       'STATEMENT LOADS UNVERIFIED'
                   CLOSE BAI2ENV-FILE
                   MOVE SPACES TO WS-ENVELOPE
                   GO TO VALIDATE-ENVELOPE-EXIT
           END-READ
           CLOSE BAI2ENV-FILE

           MOVE ZERO TO WS-ACTUAL-COUNT
           MOVE ZERO TO WS-ACTUAL-AMOUNT
           READ BAI2IN-FILE
               AT END SET BAI-EOF TO TRUE
           END-READ
           PERFORM PRESCAN-ONE-RECORD UNTIL BAI-EOF
           CLOSE BAI2IN-FILE
           OPEN INPUT BAI2IN-FILE
           IF WS-BAI-STATUS NOT = '00'
               DISPLAY 'BNKREC: UNABLE TO RE-OPEN BAI2IN.DAT, '
                   'STATUS = ' WS-BAI-STATUS
               STOP RUN
           END-IF

           MOVE 'VERIFY' TO WS-GATE-OPERATION
           CALL 'FILEGATE' USING WS-GATE-OPERATION,
                                  WS-ENVELOPE,
                                  WS-ACTUAL-COUNT,
                                  WS-ACTUAL-AMOUNT,
                                  WS-GATE-RETURN-CODE
           IF WS-GATE-RETURN-CODE NOT = 00
               DISPLAY 'BNKREC: STATEMENT REFUSED BY THE INTAKE '
                   'GATE, RC=' WS-GATE-RETURN-CODE
                   ' - NOTHING RECONCILED'
               CLOSE BAI2IN-FILE
               STOP RUN
           END-IF.

       VALIDATE-ENVELOPE-EXIT.
           EXIT.

       PRESCAN-ONE-RECORD.
           PERFORM SPLIT-BAI-RECORD
           IF WS-BAI-RECORD-CODE = '16'
               ADD 1 TO WS-ACTUAL-COUNT
               MOVE WS-BAI-FIELD(3) TO WS-AMOUNT-TEXT
               PERFORM PARSE-BAI-AMOUNT
               IF WS-PARSED-AMOUNT < ZERO
                   SUBTRACT WS-PARSED-AMOUNT FROM WS-ACTUAL-AMOUNT
               ELSE
                   ADD WS-PARSED-AMOUNT TO WS-ACTUAL-AMOUNT
               END-IF
           END-IF
           READ BAI2IN-FILE
               AT END SET BAI-EOF TO TRUE
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
           CLOSE BAI2IN-FILE
           CLOSE BNKOPEN-FILE
           CLOSE BNKPRF-FILE
           CLOSE BNKREC-RPT-FILE

           MOVE WS-DETAIL-SEQUENCE TO WS-DETAIL-DISPLAY
           MOVE WS-MATCHED-COUNT TO WS-MATCHED-DISPLAY
           MOVE WS-NEW-OPEN-COUNT TO WS-NEW-OPEN-DISPLAY
           MOVE WS-CARRIED-OPEN-COUNT TO WS-CARRIED-OPEN-DISPLAY
           MOVE WS-CARRIED-CLEARED-COUNT TO WS-CLEARED-DISPLAY
           MOVE WS-BOOK-OPEN-COUNT TO WS-BOOK-OPEN-DISPLAY
           MOVE WS-SKIPPED-COUNT TO WS-SKIPPED-DISPLAY
           DISPLAY 'BNKREC: ' WS-DETAIL-DISPLAY ' BANK DETAIL(S), '
               WS-MATCHED-DISPLAY ' MATCHED, '
               WS-SKIPPED-DISPLAY ' NON-CASH SKIPPED'
           DISPLAY 'BNKREC: ' WS-NEW-OPEN-DISPLAY ' NEW OPEN, '
               WS-CARRIED-OPEN-DISPLAY ' STILL OPEN, '
               WS-CLEARED-DISPLAY ' EARLIER ITEM(S) CLEARED, '
               WS-BOOK-OPEN-DISPLAY ' BOOK ITEM(S) NOT AT BANK'.

       END PROGRAM BNKREC.
