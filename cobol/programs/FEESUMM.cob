       IDENTIFICATION DIVISION.
       PROGRAM-ID. FEESUMM.
      ******************************************************************
      * PROGRAM: FEESUMM - ANNUAL FEES-AND-COSTS SUMMARY PER ACCOUNT
      * VERSION: 1.0
      * DATE: 2026-10-15
      * PURPOSE: TOTAL, FOR EVERY ACCOUNT, WHAT THE CUSTOMER PAID US
      *          OVER A CALENDAR YEAR - MAINTENANCE FEES, ADVISORY
      *          FEES, COMMISSIONS AND TRADE FEES, MARGIN INTEREST,
      *          STOCK BORROW FEES, FUND SALES LOADS AND ANY OTHER FEE
      *          POSTING - BROKEN OUT BY CATEGORY AND QUARTER. THE
      *          YEAR'S ACTIVITY IS READ FROM TRANS.DAT AND, WHEN ONE
      *          IS ON FILE, THE TRANSARCH.DAT ARCHIVE, SO A YEAR
      *          TRANARCH HAS ALREADY SWEPT STILL ADDS UP. EACH
      *          ACCOUNT WITH ANY COST IS ARCHIVED TO FEEARCH.DAT
      *          (REPRINTED BY FEERPRT) AND QUEUED ON NOTIFQ.DAT AS A
      *          'FEESUMM ' NOTICE, WHICH NOTIFGEN DELIVERS ON THE
      *          CUSTOMER'S DELIVPRF NOTICE CHANNEL.
      * FUNCTIONS: CALLED BY EODDRIVER ON THE FIRST BUSINESS NIGHT OF
      *            THE YEAR, OR RUN STANDALONE - EITHER WAY FOR THE
      *            PRIOR CALENDAR YEAR UNLESS A FOUR-DIGIT YEAR IN
      *            FEESUMM.CTL OVERRIDES IT FOR A RERUN.
      *            LK-RETURN-CODE: 00 NORMAL, 08 FATAL SETUP ERROR.
      *
      * NOTES: A CANCELLED OR FAILED POSTING NEVER COST THE CUSTOMER
      *        ANYTHING AND IS SKIPPED. A REVERSED POSTING IS MARKED
      *        CANCELLED BY TRANPOST'S REVERS, AND ITS OFFSETTING
      *        ENTRY (REVERSAL-OF-ID SET) IS SKIPPED WITH IT, SO A
      *        REFUNDED FEE DROPS OUT OF THE SUMMARY ALTOGETHER.
      *        A MEBATCH FEE POSTED BEFORE THE 'MINT' SUBTYPE EXISTED
      *        CANNOT BE TOLD FROM A MAINTENANCE FEE AND IS REPORTED
      *        AS ONE.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-FILE ASSIGN TO "FEESUMM.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.

           SELECT TRANSACTION-FILE ASSIGN TO "TRANS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRANSACTION-ID
               ALTERNATE RECORD KEY IS ACCOUNT-ID OF TRANSACTION-RECORD
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS SECURITY-SYMBOL OF
                   TRANSACTION-RECORD WITH DUPLICATES
               FILE STATUS IS WS-FILE-STATUS.

           SELECT TRANSARCH-FILE ASSIGN TO "TRANSARCH.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ARCH-STATUS.

           SELECT ACCOUNT-FILE ASSIGN TO "ACCOUNT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCOUNT-ID OF ACCOUNT-RECORD
               FILE STATUS IS WS-ACCOUNT-STATUS.

           SELECT SECMAST-FILE ASSIGN TO "SECMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SEC-SYMBOL
               FILE STATUS IS WS-SEC-STATUS.

           SELECT DELIVPRF-FILE ASSIGN TO "DELIVPRF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DP-CUSTOMER-ID
               FILE STATUS IS WS-DLV-STATUS.

           SELECT FEEARCH-FILE ASSIGN TO "FEEARCH.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FA-KEY
               FILE STATUS IS WS-FEEARCH-STATUS.

           SELECT NOTIFQ-FILE ASSIGN TO "NOTIFQ.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NQ-KEY
               FILE STATUS IS WS-NOTIFQ-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-FILE.
       01  CONTROL-RECORD.
           05  CTL-YEAR                  PIC X(04).

       FD  TRANSACTION-FILE.
       COPY TRANSACTION.

       FD  TRANSARCH-FILE.
       COPY TRANSACTION REPLACING TRANSACTION-RECORD BY
           ARCHIVE-RECORD.

       FD  ACCOUNT-FILE.
       COPY ACCOUNT.

       FD  SECMAST-FILE.
       COPY SECMAST.

       FD  DELIVPRF-FILE.
       COPY DELIVPRF.

       FD  FEEARCH-FILE.
       COPY FEEARCH.

       FD  NOTIFQ-FILE.
       COPY NOTIFQ.

       WORKING-STORAGE SECTION.
       01  WS-CTL-STATUS                 PIC XX.
       01  WS-FILE-STATUS                PIC XX.
           88  FILE-OK                   VALUE '00'.
           88  FILE-EOF                  VALUE '10'.
       01  WS-ARCH-STATUS                PIC XX.
           88  ARCH-OK                   VALUE '00'.
           88  ARCH-EOF                  VALUE '10'.
       01  WS-ACCOUNT-STATUS             PIC XX.
       01  WS-SEC-STATUS                 PIC XX.
       01  WS-DLV-STATUS                 PIC XX.
       01  WS-FEEARCH-STATUS             PIC XX.
       01  WS-NOTIFQ-STATUS              PIC XX.

       01  WS-SECMAST-AVAILABLE-SW       PIC X(01) VALUE 'N'.
           88  SECMAST-AVAILABLE         VALUE 'Y'.
       01  WS-PREFS-AVAILABLE-SW         PIC X(01) VALUE 'N'.
           88  PREFS-AVAILABLE           VALUE 'Y'.

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

       01  WS-SUMMARY-YEAR               PIC 9(04).
       01  WS-TRANS-YEAR                 PIC 9(04).
       01  WS-TRANS-MONTH                PIC 9(02).
       01  WS-QUARTER                    PIC 9(01).
       01  WS-CATEGORY                   PIC 9(01).
       01  WS-COST-AMOUNT                PIC S9(11)V99 COMP-3.

      *----------------------------------------------------------------
      * COST CATEGORY NAMES - THE ORDER IS THE FEEARCH CATEGORY ORDER.
      *----------------------------------------------------------------
       01  WS-CATEGORY-NAME-VALUES.
           05  FILLER                    PIC X(24)
               VALUE 'ACCOUNT MAINTENANCE FEES'.
           05  FILLER                    PIC X(24)
               VALUE 'ADVISORY FEES'.
           05  FILLER                    PIC X(24)
               VALUE 'COMMISSIONS/TRADE FEES'.
           05  FILLER                    PIC X(24)
               VALUE 'MARGIN INTEREST'.
           05  FILLER                    PIC X(24)
               VALUE 'STOCK BORROW FEES'.
           05  FILLER                    PIC X(24)
               VALUE 'FUND SALES LOADS'.
           05  FILLER                    PIC X(24)
               VALUE 'OTHER FEES'.
       01  WS-CATEGORY-NAMES REDEFINES WS-CATEGORY-NAME-VALUES.
           05  WS-CATEGORY-NAME          PIC X(24) OCCURS 7 TIMES.

      *----------------------------------------------------------------
      * PER-ACCOUNT ACCUMULATORS, BUILT IN ONE PASS OVER THE POSTINGS.
      *----------------------------------------------------------------
       01  WS-MAX-ACCOUNTS               PIC 9(05) VALUE 05000.
       01  WS-ACCOUNT-COUNT              PIC 9(05) VALUE ZERO.
       01  WS-SEARCH-INDEX               PIC 9(05) VALUE ZERO.
       01  WS-FOUND-INDEX                PIC 9(05) VALUE ZERO.
       01  WS-CAT-INDEX                  PIC 9(01).
       01  WS-QTR-INDEX                  PIC 9(01).
       01  WS-TABLE-FULL-SW              PIC X(01) VALUE 'N'.
           88  ACCOUNT-TABLE-FULL        VALUE 'Y'.

       01  WS-ACCOUNT-TABLE.
           05  WS-ACCT-ENTRY OCCURS 5000 TIMES.
               10  WS-TBL-ACCOUNT-ID     PIC X(12).
               10  WS-TBL-CATEGORY OCCURS 7 TIMES.
                   15  WS-TBL-AMOUNT     PIC S9(11)V99 COMP-3
                                         OCCURS 4 TIMES.

       01  WS-EVENT-AMOUNT-DISPLAY       PIC ZZ,ZZZ,ZZ9.99-.

       01  WS-SCANNED-COUNT              PIC 9(07) COMP.
       01  WS-ARCHIVED-COUNT             PIC 9(07) COMP.
       01  WS-QUEUED-COUNT               PIC 9(07) COMP.
       01  WS-SCANNED-DISPLAY            PIC ZZZZZZ9.
       01  WS-ARCHIVED-DISPLAY           PIC ZZZZZZ9.
       01  WS-QUEUED-DISPLAY             PIC ZZZZZZ9.

       LINKAGE SECTION.
       01  LK-RETURN-CODE                PIC 9(02).

       PROCEDURE DIVISION USING LK-RETURN-CODE.
       MAIN-PROCESS.
           MOVE 00 TO LK-RETURN-CODE
           PERFORM INITIALIZE-PROCESS
           PERFORM SCAN-LIVE-POSTINGS
           PERFORM SCAN-ARCHIVED-POSTINGS
           PERFORM WRITE-SUMMARIES-PROCESS
           PERFORM FINALIZE-PROCESS
           GOBACK.

       INITIALIZE-PROCESS.
           MOVE ZERO TO WS-SCANNED-COUNT
           MOVE ZERO TO WS-ARCHIVED-COUNT
           MOVE ZERO TO WS-QUEUED-COUNT
           MOVE ZERO TO WS-ACCOUNT-COUNT

           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           SUBTRACT 1 FROM WS-CURRENT-YEAR GIVING WS-SUMMARY-YEAR

           OPEN INPUT CONTROL-FILE
           IF WS-CTL-STATUS = '00'
               READ CONTROL-FILE
               IF WS-CTL-STATUS = '00'
                  AND CTL-YEAR IS NUMERIC
                   MOVE CTL-YEAR TO WS-SUMMARY-YEAR
               END-IF
               CLOSE CONTROL-FILE
           END-IF

           OPEN INPUT TRANSACTION-FILE
           IF WS-FILE-STATUS NOT = '00'
               DISPLAY 'FEESUMM: UNABLE TO OPEN TRANS.DAT, STATUS = '
                   WS-FILE-STATUS
               MOVE 08 TO LK-RETURN-CODE
               GOBACK
           END-IF

           OPEN INPUT ACCOUNT-FILE
           IF WS-ACCOUNT-STATUS NOT = '00'
               DISPLAY 'FEESUMM: UNABLE TO OPEN ACCOUNT.DAT, '
                   'STATUS = ' WS-ACCOUNT-STATUS
               CLOSE TRANSACTION-FILE
               MOVE 08 TO LK-RETURN-CODE
               GOBACK
           END-IF

      *    NO SECURITY MASTER MEANS NO FUND LOADS CAN BE TOLD APART -
      *    EVERY TRADE COMMISSION THEN REPORTS AS A COMMISSION.
           OPEN INPUT SECMAST-FILE
           IF WS-SEC-STATUS = '00'
               SET SECMAST-AVAILABLE TO TRUE
           END-IF

           OPEN INPUT DELIVPRF-FILE
           IF WS-DLV-STATUS = '00'
               SET PREFS-AVAILABLE TO TRUE
           END-IF

           OPEN I-O FEEARCH-FILE
           IF WS-FEEARCH-STATUS = '35'
               OPEN OUTPUT FEEARCH-FILE
               CLOSE FEEARCH-FILE
               OPEN I-O FEEARCH-FILE
           END-IF
           IF WS-FEEARCH-STATUS NOT = '00'
               DISPLAY 'FEESUMM: UNABLE TO OPEN FEEARCH.DAT, '
                   'STATUS = ' WS-FEEARCH-STATUS
               CLOSE TRANSACTION-FILE
               CLOSE ACCOUNT-FILE
               MOVE 08 TO LK-RETURN-CODE
               GOBACK
           END-IF

           OPEN I-O NOTIFQ-FILE
           IF WS-NOTIFQ-STATUS = '35'
               OPEN OUTPUT NOTIFQ-FILE
               CLOSE NOTIFQ-FILE
               OPEN I-O NOTIFQ-FILE
           END-IF
           IF WS-NOTIFQ-STATUS NOT = '00'
               DISPLAY 'FEESUMM: UNABLE TO OPEN NOTIFQ.DAT, '
                   'STATUS = ' WS-NOTIFQ-STATUS
               CLOSE TRANSACTION-FILE
               CLOSE ACCOUNT-FILE
               CLOSE FEEARCH-FILE
               MOVE 08 TO LK-RETURN-CODE
               GOBACK
           END-IF.

       SCAN-LIVE-POSTINGS.
           READ TRANSACTION-FILE NEXT RECORD
           PERFORM SCAN-ONE-LIVE-POSTING UNTIL NOT FILE-OK.

       SCAN-ONE-LIVE-POSTING.
           PERFORM APPLY-COST-POSTING THRU APPLY-COST-POSTING-EXIT
           READ TRANSACTION-FILE NEXT RECORD.

       SCAN-ARCHIVED-POSTINGS.
      *    NO ARCHIVE ON FILE SIMPLY MEANS NOTHING HAS BEEN SWEPT YET.
           OPEN INPUT TRANSARCH-FILE
           IF WS-ARCH-STATUS = '00'
               READ TRANSARCH-FILE
                   AT END SET ARCH-EOF TO TRUE
               END-READ
               PERFORM SCAN-ONE-ARCHIVED-POSTING UNTIL NOT ARCH-OK
               CLOSE TRANSARCH-FILE
           END-IF.

       SCAN-ONE-ARCHIVED-POSTING.
           MOVE ARCHIVE-RECORD TO TRANSACTION-RECORD
           PERFORM APPLY-COST-POSTING THRU APPLY-COST-POSTING-EXIT
           READ TRANSARCH-FILE
               AT END SET ARCH-EOF TO TRUE
           END-READ.

      *----------------------------------------------------------------
      * CLASSIFY ONE POSTING AND ADD ITS COST TO THE ACCOUNT'S SLOT.
      * TRANSACTION-RECORD HOLDS THE POSTING, LIVE OR ARCHIVED.
      *----------------------------------------------------------------
       APPLY-COST-POSTING.
           ADD 1 TO WS-SCANNED-COUNT
           MOVE TRANSACTION-DATE OF TRANSACTION-RECORD (1:4) TO
               WS-TRANS-YEAR
           IF WS-TRANS-YEAR NOT = WS-SUMMARY-YEAR
               GO TO APPLY-COST-POSTING-EXIT
           END-IF
           IF CANCELLED-STATUS OF TRANSACTION-RECORD
              OR FAILED-STATUS OF TRANSACTION-RECORD
              OR REVERSAL-OF-ID OF TRANSACTION-RECORD NOT = SPACES
               GO TO APPLY-COST-POSTING-EXIT
           END-IF
           IF NOT FEE-TRANS OF TRANSACTION-RECORD
              AND NOT BUY-TRANS OF TRANSACTION-RECORD
              AND NOT SELL-TRANS OF TRANSACTION-RECORD
              AND NOT SHORT-SELL-TRANS OF TRANSACTION-RECORD
              AND NOT BUY-COVER-TRANS OF TRANSACTION-RECORD
               GO TO APPLY-COST-POSTING-EXIT
           END-IF

           PERFORM FIND-ACCOUNT-SLOT
           IF WS-FOUND-INDEX = ZERO
               IF ACCOUNT-TABLE-FULL
                   GO TO APPLY-COST-POSTING-EXIT
               END-IF
               IF WS-ACCOUNT-COUNT < WS-MAX-ACCOUNTS
                   ADD 1 TO WS-ACCOUNT-COUNT
                   MOVE WS-ACCOUNT-COUNT TO WS-FOUND-INDEX
                   MOVE ACCOUNT-ID OF TRANSACTION-RECORD TO
                       WS-TBL-ACCOUNT-ID(WS-FOUND-INDEX)
                   PERFORM CLEAR-ACCOUNT-SLOT
                       VARYING WS-CAT-INDEX FROM 1 BY 1
                       UNTIL WS-CAT-INDEX > 7
               ELSE
                   MOVE 'Y' TO WS-TABLE-FULL-SW
                   DISPLAY 'FEESUMM: ACCOUNT TABLE FULL AT '
                       WS-MAX-ACCOUNTS ' ACCOUNTS - REMAINING '
                       'ACCOUNTS WILL BE SKIPPED'
                   GO TO APPLY-COST-POSTING-EXIT
               END-IF
           END-IF

           MOVE TRANSACTION-DATE OF TRANSACTION-RECORD (5:2) TO
               WS-TRANS-MONTH
           COMPUTE WS-QUARTER = (WS-TRANS-MONTH - 1) / 3 + 1

           IF FEE-TRANS OF TRANSACTION-RECORD
               PERFORM CLASSIFY-FEE-POSTING
               MOVE TRANSACTION-AMOUNT OF TRANSACTION-RECORD TO
                   WS-COST-AMOUNT
               PERFORM ADD-COST-TO-SLOT
           ELSE
               PERFORM CLASSIFY-TRADE-COMMISSION
               MOVE COMMISSION OF TRANSACTION-RECORD TO WS-COST-AMOUNT
               PERFORM ADD-COST-TO-SLOT
               MOVE 3 TO WS-CATEGORY
               MOVE FEES OF TRANSACTION-RECORD TO WS-COST-AMOUNT
               PERFORM ADD-COST-TO-SLOT
           END-IF.

       APPLY-COST-POSTING-EXIT.
           EXIT.

       CLASSIFY-FEE-POSTING.
           EVALUATE CREATED-BY OF TRANSACTION-RECORD
               WHEN 'MEBATCH '
                   IF MARGIN-INTEREST-SUBTYPE OF TRANSACTION-RECORD
                       MOVE 4 TO WS-CATEGORY
                   ELSE
                       MOVE 1 TO WS-CATEGORY
                   END-IF
               WHEN 'FEEBILL '
                   MOVE 2 TO WS-CATEGORY
               WHEN 'BRWFEE  '
                   MOVE 5 TO WS-CATEGORY
               WHEN 'LOITRUE '
                   MOVE 6 TO WS-CATEGORY
               WHEN OTHER
                   MOVE 7 TO WS-CATEGORY
           END-EVALUATE.

       CLASSIFY-TRADE-COMMISSION.
      *    A FUND BUY PRICED OFF A BREAKPOINT SCHEDULE CARRIES ITS
      *    SALES LOAD IN COMMISSION (SEE TRANPOST COMPUTE-FUND-LOAD).
           MOVE 3 TO WS-CATEGORY
           IF BUY-TRANS OF TRANSACTION-RECORD
              AND SECMAST-AVAILABLE
               MOVE SECURITY-SYMBOL OF TRANSACTION-RECORD TO
                   SEC-SYMBOL
               READ SECMAST-FILE
               IF WS-SEC-STATUS = '00'
                  AND MUTUAL-FUND-SECURITY
                  AND SEC-BP-CEILING(1) > ZERO
                   MOVE 6 TO WS-CATEGORY
               END-IF
           END-IF.

       ADD-COST-TO-SLOT.
           ADD WS-COST-AMOUNT TO
               WS-TBL-AMOUNT(WS-FOUND-INDEX, WS-CATEGORY, WS-QUARTER).

       CLEAR-ACCOUNT-SLOT.
           MOVE ZERO TO WS-TBL-AMOUNT(WS-FOUND-INDEX, WS-CAT-INDEX, 1)
           MOVE ZERO TO WS-TBL-AMOUNT(WS-FOUND-INDEX, WS-CAT-INDEX, 2)
           MOVE ZERO TO WS-TBL-AMOUNT(WS-FOUND-INDEX, WS-CAT-INDEX, 3)
           MOVE ZERO TO WS-TBL-AMOUNT(WS-FOUND-INDEX, WS-CAT-INDEX, 4).

       FIND-ACCOUNT-SLOT.
           MOVE ZERO TO WS-FOUND-INDEX
           MOVE 1 TO WS-SEARCH-INDEX
           PERFORM SCAN-ONE-ACCOUNT-SLOT
               UNTIL WS-SEARCH-INDEX > WS-ACCOUNT-COUNT
               OR WS-FOUND-INDEX NOT = ZERO.

       SCAN-ONE-ACCOUNT-SLOT.
           IF WS-TBL-ACCOUNT-ID(WS-SEARCH-INDEX) =
              ACCOUNT-ID OF TRANSACTION-RECORD
               MOVE WS-SEARCH-INDEX TO WS-FOUND-INDEX
           ELSE
               ADD 1 TO WS-SEARCH-INDEX
           END-IF.

      *----------------------------------------------------------------
      * ARCHIVE AND QUEUE ONE SUMMARY PER ACCOUNT THAT PAID ANYTHING.
      *----------------------------------------------------------------
       WRITE-SUMMARIES-PROCESS.
           PERFORM GET-CURRENT-TIMESTAMP
           MOVE 1 TO WS-SEARCH-INDEX
           PERFORM WRITE-ONE-SUMMARY THRU WRITE-ONE-SUMMARY-EXIT
               UNTIL WS-SEARCH-INDEX > WS-ACCOUNT-COUNT.

       WRITE-ONE-SUMMARY.
           MOVE SPACES TO FEEARCH-RECORD
           MOVE WS-TBL-ACCOUNT-ID(WS-SEARCH-INDEX) TO FA-ACCOUNT-ID
           MOVE WS-SUMMARY-YEAR TO FA-YEAR
           MOVE ZERO TO FA-GRAND-TOTAL
           MOVE ZERO TO FA-QUARTER-TOTAL(1)
           MOVE ZERO TO FA-QUARTER-TOTAL(2)
           MOVE ZERO TO FA-QUARTER-TOTAL(3)
           MOVE ZERO TO FA-QUARTER-TOTAL(4)
           PERFORM BUILD-ARCHIVE-CATEGORY
               VARYING WS-CAT-INDEX FROM 1 BY 1
               UNTIL WS-CAT-INDEX > 7

      *    COMMISSION-FREE TRADES LEAVE A SLOT THAT NETS TO NOTHING -
      *    NO SUMMARY IS SENT FOR A YEAR THAT COST THE CUSTOMER ZERO.
           IF FA-GRAND-TOTAL = ZERO
               GO TO WRITE-ONE-SUMMARY-NEXT
           END-IF

           MOVE FA-ACCOUNT-ID TO ACCOUNT-ID OF ACCOUNT-RECORD
           READ ACCOUNT-FILE
           IF WS-ACCOUNT-STATUS NOT = '00'
               DISPLAY 'FEESUMM: ACCOUNT ' FA-ACCOUNT-ID
                   ' NO LONGER ON FILE - SKIPPED'
               GO TO WRITE-ONE-SUMMARY-NEXT
           END-IF
           MOVE CUSTOMER-ID OF ACCOUNT-RECORD TO FA-CUSTOMER-ID
           MOVE ACCOUNT-NAME OF ACCOUNT-RECORD TO FA-ACCOUNT-NAME

      *    NOBODY GOES ELECTRONIC WITHOUT A RECORDED CONSENT.
           MOVE 'P' TO FA-CHANNEL
           IF PREFS-AVAILABLE
               MOVE FA-CUSTOMER-ID TO DP-CUSTOMER-ID
               READ DELIVPRF-FILE
               IF WS-DLV-STATUS = '00'
                  AND DP-NOTC-ELECTRONIC
                   MOVE 'E' TO FA-CHANNEL
               END-IF
           END-IF

           MOVE WS-CURRENT-DATE TO FA-GENERATED-DATE
           MOVE WS-TIMESTAMP TO CREATED-TIMESTAMP OF FEEARCH-RECORD
           MOVE 'FEESUMM ' TO CREATED-BY OF FEEARCH-RECORD

           WRITE FEEARCH-RECORD
           IF WS-FEEARCH-STATUS = '22'
               REWRITE FEEARCH-RECORD
           END-IF
           IF WS-FEEARCH-STATUS NOT = '00'
               DISPLAY 'FEESUMM: UNABLE TO ARCHIVE SUMMARY FOR '
                   FA-ACCOUNT-ID ', STATUS = ' WS-FEEARCH-STATUS
               GO TO WRITE-ONE-SUMMARY-NEXT
           END-IF
           ADD 1 TO WS-ARCHIVED-COUNT

           PERFORM QUEUE-SUMMARY-NOTICE.

       WRITE-ONE-SUMMARY-NEXT.
           ADD 1 TO WS-SEARCH-INDEX.

       WRITE-ONE-SUMMARY-EXIT.
           EXIT.

       BUILD-ARCHIVE-CATEGORY.
           MOVE WS-CATEGORY-NAME(WS-CAT-INDEX) TO
               FA-CATEGORY-NAME(WS-CAT-INDEX)
           MOVE ZERO TO FA-CATEGORY-TOTAL(WS-CAT-INDEX)
           PERFORM BUILD-ARCHIVE-QUARTER
               VARYING WS-QTR-INDEX FROM 1 BY 1
               UNTIL WS-QTR-INDEX > 4.

       BUILD-ARCHIVE-QUARTER.
           MOVE WS-TBL-AMOUNT(WS-SEARCH-INDEX, WS-CAT-INDEX,
               WS-QTR-INDEX) TO
               FA-QUARTER-AMOUNT(WS-CAT-INDEX, WS-QTR-INDEX)
           ADD FA-QUARTER-AMOUNT(WS-CAT-INDEX, WS-QTR-INDEX) TO
               FA-CATEGORY-TOTAL(WS-CAT-INDEX)
               FA-QUARTER-TOTAL(WS-QTR-INDEX)
               FA-GRAND-TOTAL.

       QUEUE-SUMMARY-NOTICE.
      *    THE SUMMARY YEAR RIDES IN EVENT-DATA POSITIONS 6-9 - THAT
      *    IS HOW NOTIFGEN FINDS THE FEEARCH ROW TO DELIVER.
           MOVE SPACES TO NOTIFQ-RECORD
           MOVE FA-ACCOUNT-ID TO NQ-ACCOUNT-ID
           MOVE 'FEESUMM ' TO NQ-NOTICE-TYPE
           MOVE WS-CURRENT-DATE TO NQ-CREATED-DATE
           MOVE FA-CUSTOMER-ID TO NQ-CUSTOMER-ID
           MOVE FA-GRAND-TOTAL TO WS-EVENT-AMOUNT-DISPLAY
           STRING 'YEAR ' DELIMITED BY SIZE
                  FA-YEAR DELIMITED BY SIZE
                  ' FEES AND COSTS ' DELIMITED BY SIZE
                  WS-EVENT-AMOUNT-DISPLAY DELIMITED BY SIZE
                  INTO NQ-EVENT-DATA
           END-STRING
           SET NQ-PENDING TO TRUE
           MOVE SPACES TO NQ-SENT-DATE
           WRITE NOTIFQ-RECORD
           EVALUATE WS-NOTIFQ-STATUS
               WHEN '00'
                   ADD 1 TO WS-QUEUED-COUNT
               WHEN '22'
      *            ALREADY QUEUED BY AN EARLIER RUN TODAY.
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'FEESUMM: UNABLE TO QUEUE NOTICE FOR '
                       FA-ACCOUNT-ID ', STATUS = ' WS-NOTIFQ-STATUS
           END-EVALUATE.

       GET-CURRENT-TIMESTAMP.
           ACCEPT WS-CURRENT-TIME FROM TIME
           MOVE SPACES TO WS-TIMESTAMP
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
           CLOSE TRANSACTION-FILE
           CLOSE ACCOUNT-FILE
           IF SECMAST-AVAILABLE
               CLOSE SECMAST-FILE
           END-IF
           IF PREFS-AVAILABLE
               CLOSE DELIVPRF-FILE
           END-IF
           CLOSE FEEARCH-FILE
           CLOSE NOTIFQ-FILE

           MOVE WS-SCANNED-COUNT TO WS-SCANNED-DISPLAY
           MOVE WS-ARCHIVED-COUNT TO WS-ARCHIVED-DISPLAY
           MOVE WS-QUEUED-COUNT TO WS-QUEUED-DISPLAY
           DISPLAY 'FEESUMM: SCANNED ' WS-SCANNED-DISPLAY
               ' POSTING(S) FOR ' WS-SUMMARY-YEAR
               ', ARCHIVED ' WS-ARCHIVED-DISPLAY
               ' SUMMARY(S), QUEUED ' WS-QUEUED-DISPLAY
               ' NOTICE(S)'.

       END PROGRAM FEESUMM.
