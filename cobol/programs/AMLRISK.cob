       IDENTIFICATION DIVISION.
       PROGRAM-ID. AMLRISK.
      ******************************************************************
      * PROGRAM: AMLRISK - PERIODIC AML RISK-RATING RECALCULATION
      * VERSION: 1.0
      * DATE: 2026-10-15
      * PURPOSE: RE-SCORE EVERY CUSTOMER NOT CLOSED FROM THE FACTORS
      *          THE SYSTEM ALREADY HOLDS AND SET AML-RISK-RATING FROM
      *          THE SCORE, INSTEAD OF LEAVING THE RATING KEYED AT
      *          ONBOARDING FOREVER. THE FACTORS ARE:
      *          - COUNTRY OF RESIDENCE (HIGH-RISK JURISDICTION, OR
      *            ANY OTHER COUNTRY OUTSIDE THE USA);
      *          - CUSTOMER-TYPE (CORPORATE OR INSTITUTIONAL);
      *          - ACCOUNT TYPES OWNED (MARGIN, TRUST);
      *          - ACCOUNTS CARRYING AMLMON'S AML-REVIEW-PENDING FLAG;
      *          - TRDSURV CASES ON EXCPQ.DAT AGAINST THE CUSTOMER'S
      *            ACCOUNTS, TRADES OR ORDERS IN THE LOOKBACK WINDOW;
      *          - CTREXTR FILINGS IN THE WINDOW (CTREXTR.HIS);
      *          - WATCH-LIST NEAR-MATCHES - A LISTED NAME CARRYING
      *            THE CUSTOMER'S SURNAME AS A WORD, A LISTED ENTITY
      *            NAME EQUAL TO THE COMPANY NAME, OR THE SAME
      *            SSN-EIN;
      *          - ACH/WIRE VOLUME IN THE WINDOW (ACHIN.HIS).
      *          EVERY CUSTOMER SCORED GETS A LINE ON AMLRISK.RPT
      *          SHOWING EACH FACTOR'S POINTS, THE TOTAL, AND THE OLD
      *          AND NEW RATING. A CHANGED RATING IS APPLIED THROUGH
      *          CUSTMGMT UPDATE (SO ACCTHIST AND THE FORWARD JOURNAL
      *          SEE IT LIKE ANY OTHER CUSTOMER CHANGE), AND A RAISE
      *          TO HIGH FILES AN ENHANCED DUE DILIGENCE EXCEPTION ON
      *          EXCPQ (SOURCE 'AMLRISK').
      * FUNCTIONS: CALLED BY EODDRIVER ON THE LAST BUSINESS NIGHT OF
      *            THE MONTH AFTER AMLMON, OR RUN STANDALONE; EITHER
      *            WAY AFTER THE DAY'S TRDSURV AND CTREXTR RUNS.
      *            LK-RETURN-CODE: 00 NORMAL (INCLUDING NO CUSTOMERS ON
      *            FILE), 08 FATAL SETUP ERROR.
      *
      * NOTES: CUSTOMER.DAT IS SCORED IN ONE READ-ONLY PASS AND THE
      *        CHANGES HELD IN A TABLE, THEN APPLIED THROUGH CUSTMGMT
      *        ONCE THE PASS HAS CLOSED THE FILE. CHANGES BEYOND THE
      *        TABLE ARE REPORTED AND PICKED UP ON THE NEXT RUN. THE
      *        RUN UPDATES UNDER ITS OWN PROGRAM IDENTITY ('AMLRISK '),
      *        WHICH OPERCTL PROVISIONS IN CODE. A FACTOR SOURCE NOT
      *        YET ON FILE SIMPLY CONTRIBUTES NOTHING.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-FILE ASSIGN TO "CUSTOMER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUSTOMER-ID OF CUSTOMER-RECORD
               FILE STATUS IS WS-CUST-STATUS.

           SELECT ACCOUNT-FILE ASSIGN TO "ACCOUNT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCOUNT-ID OF ACCOUNT-RECORD
               ALTERNATE RECORD KEY IS CUSTOMER-ID OF ACCOUNT-RECORD
                   WITH DUPLICATES
               FILE STATUS IS WS-ACCT-STATUS.

           SELECT TRANSACTION-FILE ASSIGN TO "TRANS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRANSACTION-ID
               FILE STATUS IS WS-TRANS-STATUS.

           SELECT ORDER-FILE ASSIGN TO "ORDERS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ORDER-ID OF ORDER-RECORD
               FILE STATUS IS WS-ORD-STATUS.

           SELECT WATCHLST-FILE ASSIGN TO "WATCHLST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WL-ENTRY-ID
               FILE STATUS IS WS-WATCH-STATUS.

           SELECT EXCPQ-FILE ASSIGN TO "EXCPQ.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EX-EXCEPTION-ID OF EXCPQ-RECORD
               FILE STATUS IS WS-EXCPQ-STATUS.

           SELECT CTRHIST-FILE ASSIGN TO "CTREXTR.HIS"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CTR-STATUS.

           SELECT ACHIN-FILE ASSIGN TO "ACHIN.HIS"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ACHIN-STATUS.

           SELECT AMLRISK-RPT-FILE ASSIGN TO "AMLRISK.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-FILE.
       COPY CUSTOMER.

       FD  ACCOUNT-FILE.
       COPY ACCOUNT.

       FD  TRANSACTION-FILE.
       COPY TRANSACTION.

       FD  ORDER-FILE.
       COPY ORDER.

       FD  WATCHLST-FILE.
       COPY WATCHLST.

       FD  EXCPQ-FILE.
       COPY EXCPREC.

      *    CTREXTR'S CUSTOMER FILING RECORD, AS APPENDED TO THE
      *    GENERATION FILE - ONLY THE LEADING FIELDS ARE NEEDED HERE.
       FD  CTRHIST-FILE.
       01  CTRHIST-RECORD.
           05  CTH-RECORD-TYPE           PIC X(01).
               88  CTH-CUSTOMER          VALUE 'C'.
           05  CTH-BUSINESS-DATE         PIC X(08).
           05  CTH-CUSTOMER-ID           PIC X(10).
           05  FILLER                    PIC X(224).

       FD  ACHIN-FILE.
       COPY ACHIN.

       FD  AMLRISK-RPT-FILE.
       01  AMLRISK-RPT-LINE              PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-CUST-STATUS                PIC XX.
           88  CUST-OK                   VALUE '00'.
           88  CUST-EOF                  VALUE '10'.
       01  WS-ACCT-STATUS                PIC XX.
       01  WS-TRANS-STATUS               PIC XX.
       01  WS-ORD-STATUS                 PIC XX.
       01  WS-WATCH-STATUS               PIC XX.
           88  WATCH-EOF                 VALUE '10'.
       01  WS-EXCPQ-STATUS               PIC XX.
           88  EXCPQ-EOF                 VALUE '10'.
       01  WS-CTR-STATUS                 PIC XX.
       01  WS-ACHIN-STATUS               PIC XX.
       01  WS-RPT-STATUS                 PIC XX.

       01  WS-TRANS-OPEN-SW              PIC X(01) VALUE 'N'.
           88  TRANS-FILE-OPEN           VALUE 'Y'.
       01  WS-ORD-OPEN-SW                PIC X(01) VALUE 'N'.
           88  ORDER-FILE-OPEN           VALUE 'Y'.
       01  WS-CTR-EOF-SW                 PIC X(01).
           88  CTR-EOF                   VALUE 'Y'.
       01  WS-ACHIN-EOF-SW               PIC X(01).
           88  ACHIN-EOF                 VALUE 'Y'.
       01  WS-ACCT-SCAN-DONE-SW          PIC X(01).
           88  ACCT-SCAN-DONE            VALUE 'Y'.

       01  WS-CURRENT-DATE               PIC X(08).
       01  WS-CURRENT-DATE-NUM           PIC 9(08).
       01  WS-CURRENT-DATE-INT           PIC 9(08).
       01  WS-WINDOW-START-DATE          PIC X(08).
       01  WS-WINDOW-START-NUM           PIC 9(08).
       01  WS-WINDOW-START-INT           PIC 9(08).
       01  WS-LOOKBACK-DAYS              PIC 9(03) VALUE 090.

      *----------------------------------------------------------------
      * SCORING WEIGHTS. A FACTOR THAT CAN REPEAT IS CAPPED SO NO ONE
      * NOISY SOURCE RATES A CUSTOMER HIGH ON ITS OWN.
      *----------------------------------------------------------------
       01  WS-PTS-HIGH-RISK-COUNTRY      PIC 9(03) VALUE 040.
       01  WS-PTS-FOREIGN-COUNTRY        PIC 9(03) VALUE 015.
       01  WS-PTS-CORPORATE              PIC 9(03) VALUE 015.
       01  WS-PTS-INSTITUTIONAL          PIC 9(03) VALUE 010.
       01  WS-PTS-MARGIN-ACCOUNT         PIC 9(03) VALUE 005.
       01  WS-PTS-TRUST-ACCOUNT          PIC 9(03) VALUE 010.
       01  WS-PTS-PER-AML-FLAG           PIC 9(03) VALUE 020.
       01  WS-CAP-AML-FLAG               PIC 9(03) VALUE 040.
       01  WS-PTS-PER-SURV-CASE          PIC 9(03) VALUE 010.
       01  WS-CAP-SURV-CASE              PIC 9(03) VALUE 030.
       01  WS-PTS-PER-CTR-FILING         PIC 9(03) VALUE 015.
       01  WS-CAP-CTR-FILING             PIC 9(03) VALUE 030.
       01  WS-PTS-PER-NEAR-MATCH         PIC 9(03) VALUE 025.
       01  WS-CAP-NEAR-MATCH             PIC 9(03) VALUE 050.
       01  WS-ACH-HIGH-VOLUME            PIC 9(11)V99
                                              VALUE 250000.00.
       01  WS-ACH-MEDIUM-VOLUME          PIC 9(11)V99
                                              VALUE 050000.00.
       01  WS-PTS-ACH-HIGH               PIC 9(03) VALUE 020.
       01  WS-PTS-ACH-MEDIUM             PIC 9(03) VALUE 010.
       01  WS-MEDIUM-RISK-SCORE          PIC 9(03) VALUE 030.
       01  WS-HIGH-RISK-SCORE            PIC 9(03) VALUE 060.

       01  WS-HIGH-RISK-COUNTRY-DATA.
           05  FILLER PIC X(27) VALUE 'AFGCUBIRNMMRPRKRUSSYRVENYEM'.
       01  WS-HIGH-RISK-COUNTRY-TABLE REDEFINES
               WS-HIGH-RISK-COUNTRY-DATA.
           05  WS-HIGH-RISK-COUNTRY OCCURS 9 TIMES PIC X(03).
       01  WS-COUNTRY-INDEX              PIC 9(02).
       01  WS-COUNTRY-FOUND-SW           PIC X(01).
           88  HIGH-RISK-COUNTRY-FOUND   VALUE 'Y'.

      *----------------------------------------------------------------
      * FACTOR SOURCES, LOADED ONCE BEFORE THE CUSTOMER PASS.
      *----------------------------------------------------------------
       01  WS-MAX-WATCH                  PIC 9(04) VALUE 0500.
       01  WS-WATCH-COUNT                PIC 9(04) VALUE ZERO.
       01  WS-WATCH-INDEX                PIC 9(04).
       01  WS-WATCH-TABLE.
           05  WS-WATCH-ENTRY OCCURS 500 TIMES.
               10  WS-WT-LISTED-NAME     PIC X(50).
               10  WS-WT-SSN-EIN         PIC X(11).

       01  WS-MAX-SURV                   PIC 9(04) VALUE 0500.
       01  WS-SURV-COUNT                 PIC 9(04) VALUE ZERO.
       01  WS-SURV-INDEX                 PIC 9(04).
       01  WS-SURV-TABLE.
           05  WS-SURV-ENTRY OCCURS 500 TIMES.
               10  WS-ST-ACCOUNT-ID      PIC X(12).
               10  WS-ST-CASES           PIC 9(05) COMP.
       01  WS-SURV-ACCOUNT-ID            PIC X(12).

       01  WS-MAX-CTR                    PIC 9(04) VALUE 1000.
       01  WS-CTR-COUNT                  PIC 9(04) VALUE ZERO.
       01  WS-CTR-INDEX                  PIC 9(04).
       01  WS-CTR-TABLE.
           05  WS-CTR-ENTRY OCCURS 1000 TIMES.
               10  WS-CT-CUSTOMER-ID     PIC X(10).
               10  WS-CT-FILINGS         PIC 9(05) COMP.

       01  WS-MAX-ACH                    PIC 9(04) VALUE 1000.
       01  WS-ACH-COUNT                  PIC 9(04) VALUE ZERO.
       01  WS-ACH-INDEX                  PIC 9(04).
       01  WS-ACH-TABLE.
           05  WS-ACH-ENTRY OCCURS 1000 TIMES.
               10  WS-AT-ACCOUNT-ID      PIC X(12).
               10  WS-AT-VOLUME          PIC S9(13)V99 COMP-3.

       01  WS-FOUND-INDEX                PIC 9(04).

      *----------------------------------------------------------------
      * ONE CUSTOMER'S FACTORS.
      *----------------------------------------------------------------
       01  WS-FACTORS.
           05  WS-FX-COUNTRY             PIC 9(03).
           05  WS-FX-TYPE                PIC 9(03).
           05  WS-FX-ACCOUNTS            PIC 9(03).
           05  WS-FX-AMLMON              PIC 9(03).
           05  WS-FX-SURV                PIC 9(03).
           05  WS-FX-CTR                 PIC 9(03).
           05  WS-FX-WATCH               PIC 9(03).
           05  WS-FX-ACH                 PIC 9(03).
       01  WS-TOTAL-SCORE                PIC 9(04).
       01  WS-NEW-RATING                 PIC X(01).
       01  WS-HAS-MARGIN-SW              PIC X(01).
           88  HAS-MARGIN-ACCOUNT        VALUE 'Y'.
       01  WS-HAS-TRUST-SW               PIC X(01).
           88  HAS-TRUST-ACCOUNT         VALUE 'Y'.
       01  WS-AML-FLAG-COUNT             PIC 9(05) COMP.
       01  WS-SURV-CASE-COUNT            PIC 9(05) COMP.
       01  WS-CTR-FILING-COUNT           PIC 9(05) COMP.
       01  WS-NEAR-MATCH-COUNT           PIC 9(05) COMP.
       01  WS-ACH-VOLUME                 PIC S9(13)V99 COMP-3.
       01  WS-FACTOR-POINTS              PIC 9(05).
       01  WS-SEARCH-CUSTOMER-ID         PIC X(10).

       01  WS-NEAR-LISTED                PIC X(52).
       01  WS-NEAR-PATTERN               PIC X(37).
       01  WS-NEAR-LEN                   PIC 9(02).
       01  WS-NEAR-TALLY                 PIC 9(03).
       01  WS-SURNAME-LEN                PIC 9(02).

      *----------------------------------------------------------------
      * RATING CHANGES HELD FOR THE CUSTMGMT PASS, EACH WITH ITS
      * FINISHED REPORT LINE (THE OUTCOME IS FILLED IN WHEN APPLIED).
      *----------------------------------------------------------------
       01  WS-MAX-CHANGES                PIC 9(04) VALUE 1000.
       01  WS-CHANGE-COUNT               PIC 9(04) VALUE ZERO.
       01  WS-CHANGE-INDEX               PIC 9(04).
       01  WS-CHANGE-TABLE.
           05  WS-CHANGE-ENTRY OCCURS 1000 TIMES.
               10  WS-CH-CUSTOMER-ID     PIC X(10).
               10  WS-CH-OLD-RATING      PIC X(01).
               10  WS-CH-NEW-RATING      PIC X(01).
               10  WS-CH-SCORE           PIC 9(04).
               10  WS-CH-LINE            PIC X(132).

       01  WS-DETAIL-LINE.
           05  DL-CUSTOMER-ID            PIC X(10).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  DL-COUNTRY                PIC ZZ9.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  DL-TYPE                   PIC ZZ9.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  DL-ACCOUNTS               PIC ZZ9.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  DL-AMLMON                 PIC ZZ9.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  DL-SURV                   PIC ZZ9.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  DL-CTR                    PIC ZZ9.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  DL-WATCH                  PIC ZZ9.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  DL-ACH                    PIC ZZ9.
           05  FILLER                    PIC X(03) VALUE SPACES.
           05  DL-TOTAL                  PIC ZZZ9.
           05  FILLER                    PIC X(04) VALUE SPACES.
           05  DL-OLD-RATING             PIC X(01).
           05  FILLER                    PIC X(05) VALUE SPACES.
           05  DL-NEW-RATING             PIC X(01).
           05  FILLER                    PIC X(03) VALUE SPACES.
           05  DL-OUTCOME                PIC X(50).
           05  FILLER                    PIC X(08) VALUE SPACES.

       01  WS-HEADING-LINE.
           05  FILLER                    PIC X(50) VALUE
               'CUSTOMER    CTY  TYP  ACT  AML  SRV  CTR  WCH  ACH'.
           05  FILLER                    PIC X(82) VALUE
               '  TOTAL   OLD   NEW  OUTCOME'.

      *----------------------------------------------------------------
      * CUSTMGMT AND EXCPQ CALL AREAS.
      *----------------------------------------------------------------
       01  WS-CUSTMGMT-OPERATION         PIC X(06).
       01  WS-CUSTMGMT-RETURN-CODE       PIC 9(02).
       01  WS-CUSTMGMT-INVALID-FIELD     PIC X(20).
       COPY CUSTOMER REPLACING CUSTOMER-RECORD BY
           WS-CUSTOMER-RECORD.
       COPY DELIVPRF REPLACING DELIVPRF-RECORD BY
           WS-DELIVPRF-RECORD.
       01  WS-CUSTMGMT-SEARCH-BUFFER.
           05  WS-SRCH-COUNT             PIC 9(03).
           05  WS-SRCH-MORE-SW           PIC X(01).
           05  WS-SRCH-ENTRIES OCCURS 20 TIMES.
               10  WS-SE-CUSTOMER-ID     PIC X(10).
               10  WS-SE-LAST-NAME       PIC X(35).
               10  WS-SE-FIRST-NAME      PIC X(25).
               10  WS-SE-CITY            PIC X(30).
               10  WS-SE-STATUS          PIC X(01).

       01  WS-EXCPQ-OPERATION            PIC X(06) VALUE 'FILE  '.
       01  WS-EXCPQ-RETURN-CODE          PIC 9(02).
       COPY EXCPREC REPLACING EXCPQ-RECORD BY WS-EXCPQ-RECORD.
       01  WS-SCORE-DISPLAY              PIC ZZZ9.
       01  WS-RC-DISPLAY                 PIC 99.

       01  WS-SCORED-COUNT               PIC 9(07) COMP.
       01  WS-CHANGED-COUNT              PIC 9(07) COMP.
       01  WS-EDD-COUNT                  PIC 9(07) COMP.
       01  WS-FAILED-COUNT               PIC 9(07) COMP.
       01  WS-SCORED-DISPLAY             PIC ZZZZZZ9.
       01  WS-CHANGED-DISPLAY            PIC ZZZZZZ9.
       01  WS-EDD-DISPLAY                PIC ZZZZZZ9.
       01  WS-FAILED-DISPLAY             PIC ZZZZZZ9.

       LINKAGE SECTION.
       01  LK-RETURN-CODE                PIC 9(02).

       PROCEDURE DIVISION USING LK-RETURN-CODE.
       MAIN-PROCESS.
           MOVE 00 TO LK-RETURN-CODE
           PERFORM INITIALIZE-PROCESS
           PERFORM LOAD-WATCH-TABLE-PROCESS THRU
               LOAD-WATCH-TABLE-EXIT
           PERFORM LOAD-SURVEILLANCE-PROCESS THRU
               LOAD-SURVEILLANCE-EXIT
           PERFORM LOAD-CTR-FILINGS-PROCESS THRU
               LOAD-CTR-FILINGS-EXIT
           PERFORM LOAD-ACH-VOLUME-PROCESS THRU
               LOAD-ACH-VOLUME-EXIT
           PERFORM SCORE-CUSTOMERS-PROCESS
           PERFORM APPLY-CHANGES-PROCESS
           PERFORM FINALIZE-PROCESS
           GOBACK.

       INITIALIZE-PROCESS.
           MOVE ZERO TO WS-SCORED-COUNT
           MOVE ZERO TO WS-CHANGED-COUNT
           MOVE ZERO TO WS-EDD-COUNT
           MOVE ZERO TO WS-FAILED-COUNT

           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           MOVE WS-CURRENT-DATE TO WS-CURRENT-DATE-NUM
           COMPUTE WS-CURRENT-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE-NUM)
           COMPUTE WS-WINDOW-START-INT =
               WS-CURRENT-DATE-INT - WS-LOOKBACK-DAYS
           COMPUTE WS-WINDOW-START-NUM =
               FUNCTION DATE-OF-INTEGER(WS-WINDOW-START-INT)
           MOVE WS-WINDOW-START-NUM TO WS-WINDOW-START-DATE

           OPEN INPUT CUSTOMER-FILE
           IF WS-CUST-STATUS = '35'
               DISPLAY 'AMLRISK: NO CUSTOMER.DAT ON FILE - NOTHING '
                   'TO SCORE'
               GOBACK
           END-IF
           IF WS-CUST-STATUS NOT = '00'
               DISPLAY 'AMLRISK: UNABLE TO OPEN CUSTOMER.DAT, '
                   'STATUS = ' WS-CUST-STATUS
               MOVE 08 TO LK-RETURN-CODE
               GOBACK
           END-IF

           OPEN INPUT ACCOUNT-FILE
           IF WS-ACCT-STATUS NOT = '00'
               DISPLAY 'AMLRISK: UNABLE TO OPEN ACCOUNT.DAT, '
                   'STATUS = ' WS-ACCT-STATUS
               CLOSE CUSTOMER-FILE
               MOVE 08 TO LK-RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT AMLRISK-RPT-FILE
           IF WS-RPT-STATUS NOT = '00'
               DISPLAY 'AMLRISK: UNABLE TO OPEN AMLRISK.RPT, '
                   'STATUS = ' WS-RPT-STATUS
               CLOSE CUSTOMER-FILE
               CLOSE ACCOUNT-FILE
               MOVE 08 TO LK-RETURN-CODE
               GOBACK
           END-IF

           MOVE SPACES TO AMLRISK-RPT-LINE
           STRING 'AML RISK-RATING RECALCULATION ' DELIMITED BY SIZE
                  WS-CURRENT-DATE DELIMITED BY SIZE
                  '  (LOOKBACK FROM ' DELIMITED BY SIZE
                  WS-WINDOW-START-DATE DELIMITED BY SIZE
                  ')' DELIMITED BY SIZE
                  INTO AMLRISK-RPT-LINE
           END-STRING
           WRITE AMLRISK-RPT-LINE
           WRITE AMLRISK-RPT-LINE FROM WS-HEADING-LINE.

      *================================================================
      * FACTOR SOURCE LOADS
      *================================================================
       LOAD-WATCH-TABLE-PROCESS.
           OPEN INPUT WATCHLST-FILE
           IF WS-WATCH-STATUS NOT = '00'
               GO TO LOAD-WATCH-TABLE-EXIT
           END-IF
           READ WATCHLST-FILE NEXT RECORD
           PERFORM LOAD-ONE-WATCH-ENTRY UNTIL WS-WATCH-STATUS NOT = '00'
           CLOSE WATCHLST-FILE.

       LOAD-WATCH-TABLE-EXIT.
           EXIT.

       LOAD-ONE-WATCH-ENTRY.
           IF WS-WATCH-COUNT < WS-MAX-WATCH
               ADD 1 TO WS-WATCH-COUNT
               MOVE WL-LISTED-NAME TO WS-WT-LISTED-NAME(WS-WATCH-COUNT)
               MOVE WL-SSN-EIN TO WS-WT-SSN-EIN(WS-WATCH-COUNT)
           END-IF
           READ WATCHLST-FILE NEXT RECORD.

       LOAD-SURVEILLANCE-PROCESS.
      *    TRDSURV FILES A CASE KEYED BY WHATEVER IT CAUGHT - A
      *    TRANSACTION-ID (WASH TRADE), AN ORDER-ID (MARKING THE
      *    CLOSE) OR AN ACCOUNT-ID (CANCEL/REPLACE). EACH IS TURNED
      *    BACK INTO ITS ACCOUNT.
           OPEN INPUT EXCPQ-FILE
           IF WS-EXCPQ-STATUS NOT = '00'
               GO TO LOAD-SURVEILLANCE-EXIT
           END-IF
           OPEN INPUT TRANSACTION-FILE
           IF WS-TRANS-STATUS = '00'
               SET TRANS-FILE-OPEN TO TRUE
           END-IF
           OPEN INPUT ORDER-FILE
           IF WS-ORD-STATUS = '00'
               SET ORDER-FILE-OPEN TO TRUE
           END-IF

           READ EXCPQ-FILE NEXT RECORD
           PERFORM LOAD-ONE-SURV-CASE UNTIL WS-EXCPQ-STATUS NOT = '00'

           CLOSE EXCPQ-FILE
           IF TRANS-FILE-OPEN
               CLOSE TRANSACTION-FILE
           END-IF
           IF ORDER-FILE-OPEN
               CLOSE ORDER-FILE
           END-IF.

       LOAD-SURVEILLANCE-EXIT.
           EXIT.

       LOAD-ONE-SURV-CASE.
           IF EX-SOURCE-PROGRAM OF EXCPQ-RECORD = 'TRDSURV '
              AND EX-BUSINESS-DATE OF EXCPQ-RECORD NOT <
                  WS-WINDOW-START-DATE
               PERFORM RESOLVE-SURV-ACCOUNT
               IF WS-SURV-ACCOUNT-ID NOT = SPACES
                   PERFORM ADD-SURV-CASE
               END-IF
           END-IF
           READ EXCPQ-FILE NEXT RECORD.

       RESOLVE-SURV-ACCOUNT.
           MOVE SPACES TO WS-SURV-ACCOUNT-ID
           MOVE EX-RECORD-KEY OF EXCPQ-RECORD TO
               ACCOUNT-ID OF ACCOUNT-RECORD
           READ ACCOUNT-FILE
           IF WS-ACCT-STATUS = '00'
               MOVE ACCOUNT-ID OF ACCOUNT-RECORD TO WS-SURV-ACCOUNT-ID
           ELSE
               IF TRANS-FILE-OPEN
                   MOVE EX-RECORD-KEY OF EXCPQ-RECORD TO
                       TRANSACTION-ID OF TRANSACTION-RECORD
                   READ TRANSACTION-FILE
                   IF WS-TRANS-STATUS = '00'
                       MOVE ACCOUNT-ID OF TRANSACTION-RECORD TO
                           WS-SURV-ACCOUNT-ID
                   END-IF
               END-IF
               IF WS-SURV-ACCOUNT-ID = SPACES
                  AND ORDER-FILE-OPEN
                   MOVE EX-RECORD-KEY OF EXCPQ-RECORD TO
                       ORDER-ID OF ORDER-RECORD
                   READ ORDER-FILE
                   IF WS-ORD-STATUS = '00'
                       MOVE ACCOUNT-ID OF ORDER-RECORD TO
                           WS-SURV-ACCOUNT-ID
                   END-IF
               END-IF
           END-IF.

       ADD-SURV-CASE.
           MOVE ZERO TO WS-FOUND-INDEX
           MOVE 1 TO WS-SURV-INDEX
           PERFORM SCAN-ONE-SURV-SLOT
               UNTIL WS-SURV-INDEX > WS-SURV-COUNT
               OR WS-FOUND-INDEX NOT = ZERO
           IF WS-FOUND-INDEX = ZERO
              AND WS-SURV-COUNT < WS-MAX-SURV
               ADD 1 TO WS-SURV-COUNT
               MOVE WS-SURV-COUNT TO WS-FOUND-INDEX
               MOVE WS-SURV-ACCOUNT-ID TO
                   WS-ST-ACCOUNT-ID(WS-FOUND-INDEX)
               MOVE ZERO TO WS-ST-CASES(WS-FOUND-INDEX)
           END-IF
           IF WS-FOUND-INDEX NOT = ZERO
               ADD 1 TO WS-ST-CASES(WS-FOUND-INDEX)
           END-IF.

       SCAN-ONE-SURV-SLOT.
           IF WS-ST-ACCOUNT-ID(WS-SURV-INDEX) = WS-SURV-ACCOUNT-ID
               MOVE WS-SURV-INDEX TO WS-FOUND-INDEX
           ELSE
               ADD 1 TO WS-SURV-INDEX
           END-IF.

       LOAD-CTR-FILINGS-PROCESS.
           OPEN INPUT CTRHIST-FILE
           IF WS-CTR-STATUS NOT = '00'
               GO TO LOAD-CTR-FILINGS-EXIT
           END-IF
           MOVE 'N' TO WS-CTR-EOF-SW
           READ CTRHIST-FILE
               AT END SET CTR-EOF TO TRUE
           END-READ
           PERFORM LOAD-ONE-CTR-FILING UNTIL CTR-EOF
           CLOSE CTRHIST-FILE.

       LOAD-CTR-FILINGS-EXIT.
           EXIT.

       LOAD-ONE-CTR-FILING.
           IF CTH-CUSTOMER
              AND CTH-BUSINESS-DATE NOT < WS-WINDOW-START-DATE
               MOVE ZERO TO WS-FOUND-INDEX
               MOVE 1 TO WS-CTR-INDEX
               PERFORM SCAN-ONE-CTR-SLOT
                   UNTIL WS-CTR-INDEX > WS-CTR-COUNT
                   OR WS-FOUND-INDEX NOT = ZERO
               IF WS-FOUND-INDEX = ZERO
                  AND WS-CTR-COUNT < WS-MAX-CTR
                   ADD 1 TO WS-CTR-COUNT
                   MOVE WS-CTR-COUNT TO WS-FOUND-INDEX
                   MOVE CTH-CUSTOMER-ID TO
                       WS-CT-CUSTOMER-ID(WS-FOUND-INDEX)
                   MOVE ZERO TO WS-CT-FILINGS(WS-FOUND-INDEX)
               END-IF
               IF WS-FOUND-INDEX NOT = ZERO
                   ADD 1 TO WS-CT-FILINGS(WS-FOUND-INDEX)
               END-IF
           END-IF
           READ CTRHIST-FILE
               AT END SET CTR-EOF TO TRUE
           END-READ.

       SCAN-ONE-CTR-SLOT.
           IF WS-CT-CUSTOMER-ID(WS-CTR-INDEX) = CTH-CUSTOMER-ID
               MOVE WS-CTR-INDEX TO WS-FOUND-INDEX
           ELSE
               ADD 1 TO WS-CTR-INDEX
           END-IF.

       LOAD-ACH-VOLUME-PROCESS.
      *    ACHINTF ROLLS EVERY PROCESSED ENTRY ONTO ACHIN.HIS; BOTH
      *    DIRECTIONS COUNT TOWARD AN ACCOUNT'S VOLUME.
           OPEN INPUT ACHIN-FILE
           IF WS-ACHIN-STATUS NOT = '00'
               GO TO LOAD-ACH-VOLUME-EXIT
           END-IF
           MOVE 'N' TO WS-ACHIN-EOF-SW
           READ ACHIN-FILE
               AT END SET ACHIN-EOF TO TRUE
           END-READ
           PERFORM LOAD-ONE-ACH-ENTRY UNTIL ACHIN-EOF
           CLOSE ACHIN-FILE.

       LOAD-ACH-VOLUME-EXIT.
           EXIT.

       LOAD-ONE-ACH-ENTRY.
           IF ACHIN-EFFECTIVE-DATE NOT < WS-WINDOW-START-DATE
               MOVE ZERO TO WS-FOUND-INDEX
               MOVE 1 TO WS-ACH-INDEX
               PERFORM SCAN-ONE-ACH-SLOT
                   UNTIL WS-ACH-INDEX > WS-ACH-COUNT
                   OR WS-FOUND-INDEX NOT = ZERO
               IF WS-FOUND-INDEX = ZERO
                  AND WS-ACH-COUNT < WS-MAX-ACH
                   ADD 1 TO WS-ACH-COUNT
                   MOVE WS-ACH-COUNT TO WS-FOUND-INDEX
                   MOVE ACHIN-ACCOUNT-ID TO
                       WS-AT-ACCOUNT-ID(WS-FOUND-INDEX)
                   MOVE ZERO TO WS-AT-VOLUME(WS-FOUND-INDEX)
               END-IF
               IF WS-FOUND-INDEX NOT = ZERO
                   ADD ACHIN-AMOUNT TO WS-AT-VOLUME(WS-FOUND-INDEX)
               END-IF
           END-IF
           READ ACHIN-FILE
               AT END SET ACHIN-EOF TO TRUE
           END-READ.

       SCAN-ONE-ACH-SLOT.
           IF WS-AT-ACCOUNT-ID(WS-ACH-INDEX) = ACHIN-ACCOUNT-ID
               MOVE WS-ACH-INDEX TO WS-FOUND-INDEX
           ELSE
               ADD 1 TO WS-ACH-INDEX
           END-IF.

      *================================================================
      * CUSTOMER SCORING PASS
      *================================================================
       SCORE-CUSTOMERS-PROCESS.
           READ CUSTOMER-FILE NEXT RECORD
           PERFORM SCORE-ONE-CUSTOMER UNTIL NOT CUST-OK
           CLOSE CUSTOMER-FILE
           CLOSE ACCOUNT-FILE.

       SCORE-ONE-CUSTOMER.
           IF NOT CLOSED-CUSTOMER OF CUSTOMER-RECORD
               ADD 1 TO WS-SCORED-COUNT
               MOVE ZERO TO WS-FACTORS
               PERFORM SCORE-COUNTRY
               PERFORM SCORE-CUSTOMER-TYPE
               PERFORM SCORE-ACCOUNTS
               PERFORM SCORE-CTR-FILINGS
               PERFORM SCORE-NEAR-MATCHES
               PERFORM RATE-CUSTOMER
               PERFORM REPORT-CUSTOMER-SCORE
           END-IF
           READ CUSTOMER-FILE NEXT RECORD.

       SCORE-COUNTRY.
           IF COUNTRY OF CUSTOMER-RECORD NOT = SPACES
              AND COUNTRY OF CUSTOMER-RECORD NOT = 'USA'
               MOVE 'N' TO WS-COUNTRY-FOUND-SW
               MOVE 1 TO WS-COUNTRY-INDEX
               PERFORM SCAN-ONE-HIGH-RISK-COUNTRY
                   UNTIL WS-COUNTRY-INDEX > 9
                   OR HIGH-RISK-COUNTRY-FOUND
               IF HIGH-RISK-COUNTRY-FOUND
                   MOVE WS-PTS-HIGH-RISK-COUNTRY TO WS-FX-COUNTRY
               ELSE
                   MOVE WS-PTS-FOREIGN-COUNTRY TO WS-FX-COUNTRY
               END-IF
           END-IF.

       SCAN-ONE-HIGH-RISK-COUNTRY.
           IF WS-HIGH-RISK-COUNTRY(WS-COUNTRY-INDEX) =
              COUNTRY OF CUSTOMER-RECORD
               SET HIGH-RISK-COUNTRY-FOUND TO TRUE
           ELSE
               ADD 1 TO WS-COUNTRY-INDEX
           END-IF.

       SCORE-CUSTOMER-TYPE.
           EVALUATE TRUE
               WHEN CORPORATE-CUSTOMER OF CUSTOMER-RECORD
                   MOVE WS-PTS-CORPORATE TO WS-FX-TYPE
               WHEN INSTITUTIONAL-CUSTOMER OF CUSTOMER-RECORD
                   MOVE WS-PTS-INSTITUTIONAL TO WS-FX-TYPE
           END-EVALUATE.

       SCORE-ACCOUNTS.
      *    ONE WALK OF THE CUSTOMER'S ACCOUNTS FEEDS FOUR FACTORS -
      *    ACCOUNT TYPES, AMLMON FLAGS, SURVEILLANCE CASES AND
      *    ACH/WIRE VOLUME.
           MOVE 'N' TO WS-HAS-MARGIN-SW
           MOVE 'N' TO WS-HAS-TRUST-SW
           MOVE ZERO TO WS-AML-FLAG-COUNT
           MOVE ZERO TO WS-SURV-CASE-COUNT
           MOVE ZERO TO WS-ACH-VOLUME
           MOVE 'N' TO WS-ACCT-SCAN-DONE-SW
           MOVE CUSTOMER-ID OF CUSTOMER-RECORD TO
               WS-SEARCH-CUSTOMER-ID
           MOVE CUSTOMER-ID OF CUSTOMER-RECORD TO
               CUSTOMER-ID OF ACCOUNT-RECORD
           START ACCOUNT-FILE KEY >= CUSTOMER-ID OF ACCOUNT-RECORD
               INVALID KEY SET ACCT-SCAN-DONE TO TRUE
           END-START
           PERFORM SCORE-ONE-ACCOUNT UNTIL ACCT-SCAN-DONE

           IF HAS-MARGIN-ACCOUNT
               ADD WS-PTS-MARGIN-ACCOUNT TO WS-FX-ACCOUNTS
           END-IF
           IF HAS-TRUST-ACCOUNT
               ADD WS-PTS-TRUST-ACCOUNT TO WS-FX-ACCOUNTS
           END-IF

           COMPUTE WS-FACTOR-POINTS =
               WS-AML-FLAG-COUNT * WS-PTS-PER-AML-FLAG
           IF WS-FACTOR-POINTS > WS-CAP-AML-FLAG
               MOVE WS-CAP-AML-FLAG TO WS-FACTOR-POINTS
           END-IF
           MOVE WS-FACTOR-POINTS TO WS-FX-AMLMON

           COMPUTE WS-FACTOR-POINTS =
               WS-SURV-CASE-COUNT * WS-PTS-PER-SURV-CASE
           IF WS-FACTOR-POINTS > WS-CAP-SURV-CASE
               MOVE WS-CAP-SURV-CASE TO WS-FACTOR-POINTS
           END-IF
           MOVE WS-FACTOR-POINTS TO WS-FX-SURV

           IF WS-ACH-VOLUME NOT < WS-ACH-HIGH-VOLUME
               MOVE WS-PTS-ACH-HIGH TO WS-FX-ACH
           ELSE
               IF WS-ACH-VOLUME NOT < WS-ACH-MEDIUM-VOLUME
                   MOVE WS-PTS-ACH-MEDIUM TO WS-FX-ACH
               END-IF
           END-IF.

       SCORE-ONE-ACCOUNT.
           READ ACCOUNT-FILE NEXT RECORD KEY IS CUSTOMER-ID OF
               ACCOUNT-RECORD
           IF WS-ACCT-STATUS NOT = '00'
               SET ACCT-SCAN-DONE TO TRUE
           ELSE
               IF CUSTOMER-ID OF ACCOUNT-RECORD NOT =
                  WS-SEARCH-CUSTOMER-ID
                   SET ACCT-SCAN-DONE TO TRUE
               ELSE
                   IF NOT CLOSED-ACCOUNT
                       PERFORM SCORE-ACCOUNT-FACTORS
                   END-IF
               END-IF
           END-IF.

       SCORE-ACCOUNT-FACTORS.
           IF MARGIN-ACCOUNT
               SET HAS-MARGIN-ACCOUNT TO TRUE
           END-IF
           IF TRUST-ACCOUNT
               SET HAS-TRUST-ACCOUNT TO TRUE
           END-IF
           IF AML-REVIEW-PENDING
               ADD 1 TO WS-AML-FLAG-COUNT
           END-IF

           MOVE ZERO TO WS-FOUND-INDEX
           MOVE ACCOUNT-ID OF ACCOUNT-RECORD TO WS-SURV-ACCOUNT-ID
           MOVE 1 TO WS-SURV-INDEX
           PERFORM SCAN-ONE-SURV-SLOT
               UNTIL WS-SURV-INDEX > WS-SURV-COUNT
               OR WS-FOUND-INDEX NOT = ZERO
           IF WS-FOUND-INDEX NOT = ZERO
               ADD WS-ST-CASES(WS-FOUND-INDEX) TO WS-SURV-CASE-COUNT
           END-IF

           MOVE ZERO TO WS-FOUND-INDEX
           MOVE 1 TO WS-ACH-INDEX
           PERFORM SCAN-ONE-ACCOUNT-ACH
               UNTIL WS-ACH-INDEX > WS-ACH-COUNT
               OR WS-FOUND-INDEX NOT = ZERO
           IF WS-FOUND-INDEX NOT = ZERO
               ADD WS-AT-VOLUME(WS-FOUND-INDEX) TO WS-ACH-VOLUME
           END-IF.

       SCAN-ONE-ACCOUNT-ACH.
           IF WS-AT-ACCOUNT-ID(WS-ACH-INDEX) =
              ACCOUNT-ID OF ACCOUNT-RECORD
               MOVE WS-ACH-INDEX TO WS-FOUND-INDEX
           ELSE
               ADD 1 TO WS-ACH-INDEX
           END-IF.

       SCORE-CTR-FILINGS.
           MOVE ZERO TO WS-CTR-FILING-COUNT
           MOVE 1 TO WS-CTR-INDEX
           PERFORM SCAN-ONE-CUSTOMER-CTR
               UNTIL WS-CTR-INDEX > WS-CTR-COUNT
               OR WS-CTR-FILING-COUNT NOT = ZERO
           COMPUTE WS-FACTOR-POINTS =
               WS-CTR-FILING-COUNT * WS-PTS-PER-CTR-FILING
           IF WS-FACTOR-POINTS > WS-CAP-CTR-FILING
               MOVE WS-CAP-CTR-FILING TO WS-FACTOR-POINTS
           END-IF
           MOVE WS-FACTOR-POINTS TO WS-FX-CTR.

       SCAN-ONE-CUSTOMER-CTR.
           IF WS-CT-CUSTOMER-ID(WS-CTR-INDEX) =
              CUSTOMER-ID OF CUSTOMER-RECORD
               MOVE WS-CT-FILINGS(WS-CTR-INDEX) TO WS-CTR-FILING-COUNT
           ELSE
               ADD 1 TO WS-CTR-INDEX
           END-IF.

       SCORE-NEAR-MATCHES.
      *    THE SURNAME IS LOOKED FOR AS A WHOLE WORD OF THE LISTED
      *    NAME (SPACE-BOUNDED), AND ONLY WHEN IT IS AT LEAST THREE
      *    LETTERS, SO A SHORT SURNAME DOES NOT MATCH HALF THE LIST.
           MOVE ZERO TO WS-NEAR-MATCH-COUNT
           MOVE ZERO TO WS-SURNAME-LEN
           IF INDIVIDUAL-CUSTOMER OF CUSTOMER-RECORD
               INSPECT LAST-NAME OF CUSTOMER-RECORD TALLYING
                   WS-SURNAME-LEN FOR CHARACTERS BEFORE INITIAL SPACE
           END-IF
           IF WS-SURNAME-LEN NOT < 3
               MOVE SPACES TO WS-NEAR-PATTERN
               MOVE LAST-NAME OF CUSTOMER-RECORD(1:WS-SURNAME-LEN) TO
                   WS-NEAR-PATTERN(2:WS-SURNAME-LEN)
               COMPUTE WS-NEAR-LEN = WS-SURNAME-LEN + 2
           END-IF
           MOVE 1 TO WS-WATCH-INDEX
           PERFORM NEAR-MATCH-ONE-ENTRY
               UNTIL WS-WATCH-INDEX > WS-WATCH-COUNT
           COMPUTE WS-FACTOR-POINTS =
               WS-NEAR-MATCH-COUNT * WS-PTS-PER-NEAR-MATCH
           IF WS-FACTOR-POINTS > WS-CAP-NEAR-MATCH
               MOVE WS-CAP-NEAR-MATCH TO WS-FACTOR-POINTS
           END-IF
           MOVE WS-FACTOR-POINTS TO WS-FX-WATCH.

       NEAR-MATCH-ONE-ENTRY.
           MOVE ZERO TO WS-NEAR-TALLY
           IF WS-SURNAME-LEN NOT < 3
               MOVE SPACES TO WS-NEAR-LISTED
               MOVE WS-WT-LISTED-NAME(WS-WATCH-INDEX) TO
                   WS-NEAR-LISTED(2:50)
               INSPECT WS-NEAR-LISTED TALLYING WS-NEAR-TALLY
                   FOR ALL WS-NEAR-PATTERN(1:WS-NEAR-LEN)
           END-IF
           IF WS-WT-SSN-EIN(WS-WATCH-INDEX) NOT = SPACES
              AND WS-WT-SSN-EIN(WS-WATCH-INDEX) =
                  SSN-EIN OF CUSTOMER-RECORD
               ADD 1 TO WS-NEAR-TALLY
           END-IF
           IF COMPANY-NAME OF CUSTOMER-RECORD NOT = SPACES
              AND WS-WT-LISTED-NAME(WS-WATCH-INDEX) =
                  COMPANY-NAME OF CUSTOMER-RECORD
               ADD 1 TO WS-NEAR-TALLY
           END-IF
           IF WS-NEAR-TALLY > ZERO
               ADD 1 TO WS-NEAR-MATCH-COUNT
           END-IF
           ADD 1 TO WS-WATCH-INDEX.

       RATE-CUSTOMER.
           COMPUTE WS-TOTAL-SCORE = WS-FX-COUNTRY + WS-FX-TYPE +
               WS-FX-ACCOUNTS + WS-FX-AMLMON + WS-FX-SURV +
               WS-FX-CTR + WS-FX-WATCH + WS-FX-ACH
           EVALUATE TRUE
               WHEN WS-TOTAL-SCORE NOT < WS-HIGH-RISK-SCORE
                   MOVE 'H' TO WS-NEW-RATING
               WHEN WS-TOTAL-SCORE NOT < WS-MEDIUM-RISK-SCORE
                   MOVE 'M' TO WS-NEW-RATING
               WHEN OTHER
                   MOVE 'L' TO WS-NEW-RATING
           END-EVALUATE.

       REPORT-CUSTOMER-SCORE.
           MOVE CUSTOMER-ID OF CUSTOMER-RECORD TO DL-CUSTOMER-ID
           MOVE WS-FX-COUNTRY TO DL-COUNTRY
           MOVE WS-FX-TYPE TO DL-TYPE
           MOVE WS-FX-ACCOUNTS TO DL-ACCOUNTS
           MOVE WS-FX-AMLMON TO DL-AMLMON
           MOVE WS-FX-SURV TO DL-SURV
           MOVE WS-FX-CTR TO DL-CTR
           MOVE WS-FX-WATCH TO DL-WATCH
           MOVE WS-FX-ACH TO DL-ACH
           MOVE WS-TOTAL-SCORE TO DL-TOTAL
           MOVE AML-RISK-RATING OF CUSTOMER-RECORD TO DL-OLD-RATING
           MOVE WS-NEW-RATING TO DL-NEW-RATING

           IF WS-NEW-RATING = AML-RISK-RATING OF CUSTOMER-RECORD
               MOVE 'UNCHANGED' TO DL-OUTCOME
               WRITE AMLRISK-RPT-LINE FROM WS-DETAIL-LINE
           ELSE
               IF WS-CHANGE-COUNT < WS-MAX-CHANGES
                   ADD 1 TO WS-CHANGE-COUNT
                   MOVE CUSTOMER-ID OF CUSTOMER-RECORD TO
                       WS-CH-CUSTOMER-ID(WS-CHANGE-COUNT)
                   MOVE AML-RISK-RATING OF CUSTOMER-RECORD TO
                       WS-CH-OLD-RATING(WS-CHANGE-COUNT)
                   MOVE WS-NEW-RATING TO
                       WS-CH-NEW-RATING(WS-CHANGE-COUNT)
                   MOVE WS-TOTAL-SCORE TO WS-CH-SCORE(WS-CHANGE-COUNT)
                   MOVE SPACES TO DL-OUTCOME
                   MOVE WS-DETAIL-LINE TO WS-CH-LINE(WS-CHANGE-COUNT)
               ELSE
                   MOVE 'NOT APPLIED - CHANGE TABLE FULL, NEXT RUN'
                       TO DL-OUTCOME
                   WRITE AMLRISK-RPT-LINE FROM WS-DETAIL-LINE
               END-IF
           END-IF.

      *================================================================
      * APPLY THE CHANGES THROUGH CUSTMGMT
      *================================================================
       APPLY-CHANGES-PROCESS.
           MOVE 1 TO WS-CHANGE-INDEX
           PERFORM APPLY-ONE-CHANGE THRU APPLY-ONE-CHANGE-EXIT
               UNTIL WS-CHANGE-INDEX > WS-CHANGE-COUNT.

       APPLY-ONE-CHANGE.
           MOVE WS-CH-LINE(WS-CHANGE-INDEX) TO WS-DETAIL-LINE

           MOVE SPACES TO WS-CUSTOMER-RECORD
           MOVE WS-CH-CUSTOMER-ID(WS-CHANGE-INDEX) TO
               CUSTOMER-ID OF WS-CUSTOMER-RECORD
           MOVE 'READ  ' TO WS-CUSTMGMT-OPERATION
           PERFORM CALL-CUSTMGMT
           IF WS-CUSTMGMT-RETURN-CODE NOT = 00
               GO TO APPLY-ONE-CHANGE-FAILED
           END-IF

           MOVE WS-CH-NEW-RATING(WS-CHANGE-INDEX) TO
               AML-RISK-RATING OF WS-CUSTOMER-RECORD
           MOVE 'AMLRISK ' TO UPDATED-BY OF WS-CUSTOMER-RECORD
           MOVE 'UPDATE' TO WS-CUSTMGMT-OPERATION
           PERFORM CALL-CUSTMGMT
           IF WS-CUSTMGMT-RETURN-CODE NOT = 00
               GO TO APPLY-ONE-CHANGE-FAILED
           END-IF

           ADD 1 TO WS-CHANGED-COUNT
           IF WS-CH-NEW-RATING(WS-CHANGE-INDEX) = 'H'
               PERFORM FILE-EDD-EXCEPTION
           ELSE
               IF WS-CH-OLD-RATING(WS-CHANGE-INDEX) = 'H'
                   MOVE 'LOWERED FROM HIGH' TO DL-OUTCOME
               ELSE
                   MOVE 'RATING UPDATED' TO DL-OUTCOME
               END-IF
           END-IF
           GO TO APPLY-ONE-CHANGE-REPORT.

       APPLY-ONE-CHANGE-FAILED.
           ADD 1 TO WS-FAILED-COUNT
           MOVE WS-CUSTMGMT-RETURN-CODE TO WS-RC-DISPLAY
           MOVE SPACES TO DL-OUTCOME
           STRING 'NOT APPLIED - CUSTMGMT ' DELIMITED BY SIZE
                  WS-CUSTMGMT-OPERATION DELIMITED BY SPACE
                  ' RC ' DELIMITED BY SIZE
                  WS-RC-DISPLAY DELIMITED BY SIZE
                  INTO DL-OUTCOME
           END-STRING.

       APPLY-ONE-CHANGE-REPORT.
           WRITE AMLRISK-RPT-LINE FROM WS-DETAIL-LINE
           ADD 1 TO WS-CHANGE-INDEX.

       APPLY-ONE-CHANGE-EXIT.
           EXIT.

       CALL-CUSTMGMT.
           CALL 'CUSTMGMT' USING WS-CUSTMGMT-OPERATION,
                                  WS-CUSTOMER-RECORD,
                                  WS-CUSTMGMT-RETURN-CODE,
                                  WS-CUSTMGMT-INVALID-FIELD,
                                  WS-DELIVPRF-RECORD,
                                  WS-CUSTMGMT-SEARCH-BUFFER.

       FILE-EDD-EXCEPTION.
      *    A RAISE TO HIGH OPENS AN ENHANCED DUE DILIGENCE ITEM FOR
      *    THE COMPLIANCE DESK.
           MOVE WS-CH-SCORE(WS-CHANGE-INDEX) TO WS-SCORE-DISPLAY
           MOVE SPACES TO WS-EXCPQ-RECORD
           MOVE 'AMLRISK ' TO EX-SOURCE-PROGRAM OF WS-EXCPQ-RECORD
           MOVE WS-CURRENT-DATE TO EX-BUSINESS-DATE OF WS-EXCPQ-RECORD
           SET EX-SEV-WARNING OF WS-EXCPQ-RECORD TO TRUE
           MOVE WS-CH-CUSTOMER-ID(WS-CHANGE-INDEX) TO
               EX-RECORD-KEY OF WS-EXCPQ-RECORD
           STRING 'AML RISK RAISED TO HIGH (SCORE ' DELIMITED BY SIZE
                  WS-SCORE-DISPLAY DELIMITED BY SIZE
                  ') - ENHANCED DUE DILIGENCE' DELIMITED BY SIZE
                  INTO EX-REASON OF WS-EXCPQ-RECORD
           END-STRING
           CALL 'EXCPQ' USING WS-EXCPQ-OPERATION,
                               WS-EXCPQ-RECORD,
                               WS-EXCPQ-RETURN-CODE
           IF WS-EXCPQ-RETURN-CODE = 00
               ADD 1 TO WS-EDD-COUNT
               MOVE SPACES TO DL-OUTCOME
               STRING 'RAISED TO HIGH - EDD ' DELIMITED BY SIZE
                      EX-EXCEPTION-ID OF WS-EXCPQ-RECORD
                          DELIMITED BY SIZE
                      INTO DL-OUTCOME
               END-STRING
           ELSE
               MOVE 'RAISED TO HIGH - EDD EXCEPTION NOT FILED' TO
                   DL-OUTCOME
           END-IF.

       FINALIZE-PROCESS.
           CLOSE AMLRISK-RPT-FILE

           MOVE WS-SCORED-COUNT TO WS-SCORED-DISPLAY
           MOVE WS-CHANGED-COUNT TO WS-CHANGED-DISPLAY
           MOVE WS-EDD-COUNT TO WS-EDD-DISPLAY
           MOVE WS-FAILED-COUNT TO WS-FAILED-DISPLAY
           DISPLAY 'AMLRISK: SCORED ' WS-SCORED-DISPLAY
               ' CUSTOMER(S), RATING CHANGED ' WS-CHANGED-DISPLAY
               ', EDD FILED ' WS-EDD-DISPLAY
               ', NOT APPLIED ' WS-FAILED-DISPLAY.

       END PROGRAM AMLRISK.
