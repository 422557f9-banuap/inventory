      *          FOR THE PRINT VENDOR - THE PER-TRADE CONFIRMATION THE
      *          REGULATORS REQUIRE, WHICH THE MONTHLY STATEMENT RUN
      *          (STMTGEN) DOES NOT SATISFY.
      * FUNCTIONS: CALLED BY EODDRIVER AFTER SETTLBAT, OR RUN
      *            STANDALONE. RETURN CODE 00 IS NORMAL COMPLETION,
      *            08 IS A FATAL SETUP ERROR (A FILE COULD NOT BE
      *            OPENED).
      *             COMPCONF.PRT, THE COMPLIANCE REVIEW COPY, SO THE
      *             EMPLOYEE-TRADING FILE BUILDS ITSELF INSTEAD OF
      *             DEPENDING ON A PAPER LIST OF ACCOUNT NUMBERS.
      * 2026-10-15  A NEW-ISSUE ALLOCATION BUY (SUBTYPE 'NISS') NOW
      *             CARRIES THE PUBLIC OFFERING PRICE AND THE
      *             PROSPECTUS-DELIVERY NOTE, NAMING THE FINAL
      *             PROSPECTUS OFF IPOOFFR.DAT, ON ITS CONFIRMATION.
      * 2026-10-15  A PRINCIPAL TRADE CARRYING A MARKUP.DAT ROW (A
      *             RETAIL FIXED-INCOME TRADE PRICED BY MKUPCALC) NOW
      *             DISCLOSES THE PREVAILING MARKET PRICE AND THE
      *             MARKUP OR MARKDOWN IN DOLLARS AND AS A PERCENTAGE
      *             OF THAT PRICE UNDER THE CAPACITY LINE.
      * 2026-10-15  A CONFIRM FOR AN ACCOUNT INTRODUCED BY A
      *             CORRESPONDENT FIRM (CORRESPONDENT-ID ON
      *             ACCOUNT.DAT) NOW OPENS WITH THAT FIRM'S BRAND
      *             NAME, ADDRESS, TELEPHONE AND CLEARING LEGEND OFF
      *             CORRMAST.DAT. NO CORRMAST.DAT, OR A CORRESPONDENT
      *             NOT ON IT, LEAVES THE CONFIRM UNBRANDED.
      * 2026-10-15  READS TODAY'S ACTIVITY FILE (ACTVACCT.DAT, BUILT
      *             BY ACTVBLD - IT CARRIES EVERY TRADE SETTLING TODAY)
      *             INSTEAD OF ALL OF TRANS.DAT, SO CONFIRMS NOW COME
      *             OUT IN ACCOUNT ORDER, AND PROVES THE READ AGAINST
      *             THE FILE'S TRAILER COUNT (04 IF SHORT). WITH NO
      *             ACTIVITY FILE DATED TODAY IT SCANS TRANS.DAT AS
      *             BEFORE. EODDRIVER NOW RUNS IT JUST AFTER ACTVBLD.
      ******************************************************************

       ENVIRONMENT DIVISION.
                   TRANSACTION-RECORD WITH DUPLICATES
               FILE STATUS IS WS-FILE-STATUS.

           SELECT ACTIVITY-FILE ASSIGN TO "ACTVACCT.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ACTV-STATUS.

           SELECT ACCOUNT-FILE ASSIGN TO "ACCOUNT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-COMP-STATUS.

           SELECT IPOOFFR-FILE ASSIGN TO "IPOOFFR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IPO-OFFERING-ID
               FILE STATUS IS WS-IPOOFFR-STATUS.

           SELECT MARKUP-FILE ASSIGN TO "MARKUP.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MKP-TRANSACTION-ID
               FILE STATUS IS WS-MARKUP-STATUS.

           SELECT CORRMAST-FILE ASSIGN TO "CORRMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CO-CORRESPONDENT-ID
               FILE STATUS IS WS-CORR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TRANSACTION-FILE.
       COPY TRANSACTION.

       FD  ACTIVITY-FILE.
       COPY ACTVREC.

       FD  ACCOUNT-FILE.
       COPY ACCOUNT.

       FD  COMPCONF-FILE.
       01  COMPCONF-LINE                 PIC X(132).

       FD  IPOOFFR-FILE.
       COPY IPOOFFR.

       FD  MARKUP-FILE.
       COPY MARKUP.

       FD  CORRMAST-FILE.
       COPY CORRMAST.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS                PIC XX.
           88  FILE-OK                   VALUE '00'.
           88  FILE-EOF                  VALUE '10'.

       01  WS-ACTV-STATUS                PIC XX.
       01  WS-ACTV-IN-USE-SW             PIC X(01) VALUE 'N'.
           88  ACTIVITY-IN-USE           VALUE 'Y'.
       01  WS-ACTV-TRAILER-SW            PIC X(01) VALUE 'N'.
           88  ACTIVITY-TRAILER-SEEN     VALUE 'Y'.
       01  WS-ACTV-READ-COUNT            PIC 9(09).
       01  WS-ACTV-EXPECTED-COUNT        PIC 9(09).
       01  WS-ACTV-READ-DISPLAY          PIC ZZZZZZZZ9.
       01  WS-ACTV-EXPECTED-DISPLAY      PIC ZZZZZZZZ9.

       01  WS-ACCOUNT-STATUS             PIC XX.
       01  WS-CUSTOMER-STATUS            PIC XX.
       01  WS-CONF-STATUS                PIC XX.
       01  WS-COMP-STATUS                PIC XX.
       01  WS-IPOOFFR-STATUS             PIC XX.
       01  WS-OFFERINGS-SW               PIC X(01) VALUE 'N'.
           88  OFFERINGS-AVAILABLE       VALUE 'Y'.
       01  WS-MARKUP-STATUS              PIC XX.
       01  WS-MARKUPS-SW                 PIC X(01) VALUE 'N'.
           88  MARKUPS-AVAILABLE         VALUE 'Y'.
       01  WS-CORR-STATUS                PIC XX.
       01  WS-CORRESPONDENTS-SW          PIC X(01) VALUE 'N'.
           88  CORRESPONDENTS-AVAILABLE  VALUE 'Y'.
       01  WS-BRANDED-SW                 PIC X(01) VALUE 'N'.
           88  BRANDED-CONFIRM           VALUE 'Y'.
       01  WS-PMP-DISPLAY                PIC ZZZ,ZZZ,ZZ9.9999-.
       01  WS-MARKUP-AMT-DISPLAY         PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
       01  WS-MARKUP-PCT-DISPLAY         PIC ZZ9.9999-.

       01  WS-CURRENT-DATE               PIC X(08).


       PROCEDURE DIVISION USING LK-RETURN-CODE.
       MAIN-PROCESS.
           MOVE 00 TO LK-RETURN-CODE
           PERFORM INITIALIZE-PROCESS
           PERFORM OPEN-ACTIVITY-FILE
           PERFORM GENERATE-CONFIRMS-PROCESS
           PERFORM PROVE-ACTIVITY-READ
           PERFORM FINALIZE-PROCESS
           GOBACK.

       INITIALIZE-PROCESS.
               CLOSE CONFIRM-FILE
               MOVE 08 TO LK-RETURN-CODE
               GOBACK
           END-IF

      *    NO IPOOFFR.DAT MEANS NO NEW ISSUES HAVE EVER BEEN
      *    ALLOCATED - EVERY CONFIRM IS AN ORDINARY ONE.
           MOVE 'N' TO WS-OFFERINGS-SW
           OPEN INPUT IPOOFFR-FILE
           IF WS-IPOOFFR-STATUS = '00'
               SET OFFERINGS-AVAILABLE TO TRUE
           END-IF

      *    NO MARKUP.DAT MEANS NO FIXED-INCOME MARKUPS HAVE BEEN
      *    COMPUTED - NO CONFIRM CARRIES THE DISCLOSURE.
           MOVE 'N' TO WS-MARKUPS-SW
           OPEN INPUT MARKUP-FILE
           IF WS-MARKUP-STATUS = '00'
               SET MARKUPS-AVAILABLE TO TRUE
           END-IF

      *    NO CORRMAST.DAT MEANS WE CLEAR FOR NO CORRESPONDENT - EVERY
      *    CONFIRM GOES OUT IN OUR OWN NAME.
           MOVE 'N' TO WS-CORRESPONDENTS-SW
           OPEN INPUT CORRMAST-FILE
           IF WS-CORR-STATUS = '00'
               SET CORRESPONDENTS-AVAILABLE TO TRUE
           END-IF.

      *    TODAY'S ACTIVITY FILE (ACTVBLD) STANDS IN FOR THE FULL
      *    TRANS.DAT SCAN WHEN ITS HEADER CARRIES TODAY'S DATE.
       OPEN-ACTIVITY-FILE.
           MOVE 'N' TO WS-ACTV-IN-USE-SW
           MOVE 'N' TO WS-ACTV-TRAILER-SW
           MOVE ZERO TO WS-ACTV-READ-COUNT
           MOVE ZERO TO WS-ACTV-EXPECTED-COUNT
           OPEN INPUT ACTIVITY-FILE
           IF WS-ACTV-STATUS = '00'
               READ ACTIVITY-FILE
               IF WS-ACTV-STATUS = '00'
                  AND ACT-HEADER
                  AND ACT-BUSINESS-DATE = WS-CURRENT-DATE
                   SET ACTIVITY-IN-USE TO TRUE
                   MOVE ACT-RECORD-COUNT TO WS-ACTV-EXPECTED-COUNT
               ELSE
                   CLOSE ACTIVITY-FILE
               END-IF
           END-IF
           IF NOT ACTIVITY-IN-USE
               DISPLAY 'CONFGEN: NO ACTIVITY FILE FOR '
                   WS-CURRENT-DATE ' - SCANNING TRANS.DAT'
           END-IF.

       READ-NEXT-TRANSACTION.
           IF ACTIVITY-IN-USE
               READ ACTIVITY-FILE
               IF WS-ACTV-STATUS = '00'
                  AND ACT-DETAIL
                   ADD 1 TO WS-ACTV-READ-COUNT
                   MOVE ACT-TRANSACTION-IMAGE TO TRANSACTION-RECORD
                   MOVE '00' TO WS-FILE-STATUS
               ELSE
                   IF WS-ACTV-STATUS = '00'
                      AND ACT-TRAILER
                       SET ACTIVITY-TRAILER-SEEN TO TRUE
                   END-IF
                   MOVE '10' TO WS-FILE-STATUS
               END-IF
           ELSE
               READ TRANSACTION-FILE NEXT RECORD
           END-IF.

      *    EVERY DETAIL ON THE FILE MUST HAVE BEEN READ, UP TO THE
      *    TRAILER - A SHORT FILE MEANS CONFIRMS MAY HAVE BEEN MISSED.
       PROVE-ACTIVITY-READ.
           IF ACTIVITY-IN-USE
               CLOSE ACTIVITY-FILE
               MOVE WS-ACTV-READ-COUNT TO WS-ACTV-READ-DISPLAY
               MOVE WS-ACTV-EXPECTED-COUNT TO WS-ACTV-EXPECTED-DISPLAY
               IF ACTIVITY-TRAILER-SEEN
                  AND WS-ACTV-READ-COUNT = WS-ACTV-EXPECTED-COUNT
                   DISPLAY 'CONFGEN: READ ' WS-ACTV-READ-DISPLAY
                       ' OF ' WS-ACTV-EXPECTED-DISPLAY
                       ' ACTIVITY RECORD(S) FOR ' WS-CURRENT-DATE
               ELSE
                   DISPLAY 'CONFGEN: READ ' WS-ACTV-READ-DISPLAY
                       ' OF ' WS-ACTV-EXPECTED-DISPLAY
                       ' ACTIVITY RECORD(S) - ACTIVITY FILE SHORT'
                   MOVE 04 TO LK-RETURN-CODE
               END-IF
           END-IF.

       GENERATE-CONFIRMS-PROCESS.
           PERFORM READ-NEXT-TRANSACTION
           PERFORM CHECK-ONE-TRANSACTION UNTIL FILE-EOF.

       CHECK-ONE-TRANSACTION.
               PERFORM WRITE-ONE-CONFIRMATION
           END-IF

           PERFORM READ-NEXT-TRANSACTION.

       WRITE-ONE-CONFIRMATION.
           PERFORM LOOKUP-MAILING-BLOCK THRU LOOKUP-MAILING-EXIT
           MOVE PRINT-RULE-LINE TO CONF-LINE
           PERFORM EMIT-CONF-LINE

           IF BRANDED-CONFIRM
               PERFORM WRITE-BRANDING-BLOCK
           END-IF

           MOVE SPACES TO CONF-LINE
           IF BUY-TRANS OF TRANSACTION-RECORD
               STRING 'TRADE CONFIRMATION - BOUGHT' DELIMITED BY SIZE
           END-IF
           PERFORM EMIT-CONF-LINE

           IF PRINCIPAL-TRADE OF TRANSACTION-RECORD
              AND MARKUPS-AVAILABLE
               PERFORM WRITE-MARKUP-DISCLOSURE THRU
                   WRITE-MARKUP-DISCLOSURE-EXIT
           END-IF

           IF BUY-TRANS OF TRANSACTION-RECORD
              AND NEW-ISSUE-SUBTYPE OF TRANSACTION-RECORD
               PERFORM WRITE-NEW-ISSUE-NOTE
           END-IF

           MOVE PRINT-BLANK-LINE TO CONF-LINE
           PERFORM EMIT-CONF-LINE

           ADD 1 TO WS-CONFIRM-COUNT.

      *    A NEW-ISSUE PURCHASER MUST BE SENT THE FINAL PROSPECTUS
      *    (OR TOLD WHERE IT IS FILED) NO LATER THAN THE CONFIRM.
      *    IPOALLOC PUTS THE OFFERING ID IN TRANSACTION-DESC 11-20.
       WRITE-NEW-ISSUE-NOTE.
           MOVE SPACES TO IPO-PROSPECTUS-REF
           IF OFFERINGS-AVAILABLE
               MOVE TRANSACTION-DESC OF TRANSACTION-RECORD (11:10)
                   TO IPO-OFFERING-ID
               READ IPOOFFR-FILE
               IF WS-IPOOFFR-STATUS NOT = '00'
                   MOVE SPACES TO IPO-PROSPECTUS-REF
               END-IF
           END-IF

           MOVE SPACES TO CONF-LINE
           STRING 'NEW ISSUE - PURCHASED AT THE PUBLIC OFFERING '
                      DELIMITED BY SIZE
                  'PRICE, NO COMMISSION CHARGED' DELIMITED BY SIZE
                  INTO CONF-LINE
           END-STRING
           PERFORM EMIT-CONF-LINE

           MOVE SPACES TO CONF-LINE
           IF IPO-PROSPECTUS-REF = SPACES
               STRING 'PROSPECTUS DELIVERY: THE FINAL PROSPECTUS FOR '
                          DELIMITED BY SIZE
                      'THIS OFFERING IS ENCLOSED OR FOLLOWS UNDER '
                          DELIMITED BY SIZE
                      'SEPARATE COVER' DELIMITED BY SIZE
                      INTO CONF-LINE
               END-STRING
           ELSE
               STRING 'PROSPECTUS DELIVERY: FINAL PROSPECTUS '
                          DELIMITED BY SIZE
                      IPO-PROSPECTUS-REF DELIMITED BY SIZE
                      ' - ENCLOSED OR FOLLOWS UNDER SEPARATE COVER'
                          DELIMITED BY SIZE
                      INTO CONF-LINE
               END-STRING
           END-IF
           PERFORM EMIT-CONF-LINE.

      *    A RETAIL CUSTOMER TRADING A BOND WITH THE FIRM AS
      *    PRINCIPAL IS TOLD THE MARKUP OR MARKDOWN AGAINST THE
      *    PREVAILING MARKET PRICE. ONLY TRADES MKUPCALC PRICED HAVE A
      *    MARKUP.DAT ROW - ANY OTHER PRINCIPAL TRADE PRINTS NOTHING.
       WRITE-MARKUP-DISCLOSURE.
           MOVE TRANSACTION-ID TO MKP-TRANSACTION-ID
           READ MARKUP-FILE
           IF WS-MARKUP-STATUS NOT = '00'
               GO TO WRITE-MARKUP-DISCLOSURE-EXIT
           END-IF

           MOVE SPACES TO CONF-LINE
           IF MKP-NO-PRICE
               STRING 'PREVAILING MARKET PRICE NOT DETERMINABLE - '
                          DELIMITED BY SIZE
                      'MARKUP/MARKDOWN UNDER REVIEW' DELIMITED BY SIZE
                      INTO CONF-LINE
               END-STRING
               PERFORM EMIT-CONF-LINE
               GO TO WRITE-MARKUP-DISCLOSURE-EXIT
           END-IF

           MOVE MKP-PREVAILING-PRICE TO WS-PMP-DISPLAY
           STRING 'PREVAILING MARKET PRICE ' DELIMITED BY SIZE
                  WS-PMP-DISPLAY DELIMITED BY SIZE
                  INTO CONF-LINE
           END-STRING
           PERFORM EMIT-CONF-LINE

           MOVE MKP-DOLLAR-MARKUP TO WS-MARKUP-AMT-DISPLAY
           MOVE MKP-PERCENT-MARKUP TO WS-MARKUP-PCT-DISPLAY
           MOVE SPACES TO CONF-LINE
           IF MKP-MARKUP-SIDE
               STRING 'MARKUP ' DELIMITED BY SIZE
                      WS-MARKUP-AMT-DISPLAY DELIMITED BY SIZE
                      ' (' DELIMITED BY SIZE
                      WS-MARKUP-PCT-DISPLAY DELIMITED BY SIZE
                      ' PCT OF PREVAILING MARKET PRICE)'
                          DELIMITED BY SIZE
                      INTO CONF-LINE
               END-STRING
           ELSE
               STRING 'MARKDOWN ' DELIMITED BY SIZE
                      WS-MARKUP-AMT-DISPLAY DELIMITED BY SIZE
                      ' (' DELIMITED BY SIZE
                      WS-MARKUP-PCT-DISPLAY DELIMITED BY SIZE
                      ' PCT OF PREVAILING MARKET PRICE)'
                          DELIMITED BY SIZE
                      INTO CONF-LINE
               END-STRING
           END-IF
           PERFORM EMIT-CONF-LINE.

       WRITE-MARKUP-DISCLOSURE-EXIT.
           EXIT.

       LOOKUP-MAILING-BLOCK.
           MOVE 'N' TO WS-ADDRESS-FOUND-SW
           MOVE 'N' TO WS-EMPLOYEE-COPY-SW
           MOVE 'N' TO WS-BRANDED-SW
           MOVE SPACES TO WS-MAILING-NAME

           MOVE ACCOUNT-ID OF TRANSACTION-RECORD TO
           END-IF
           MOVE ACCOUNT-NAME OF ACCOUNT-RECORD TO WS-MAILING-NAME

           IF CORRESPONDENTS-AVAILABLE
              AND NOT SELF-CLEARED-ACCOUNT OF ACCOUNT-RECORD
               MOVE CORRESPONDENT-ID OF ACCOUNT-RECORD TO
                   CO-CORRESPONDENT-ID
               READ CORRMAST-FILE
               IF WS-CORR-STATUS = '00'
                   SET BRANDED-CONFIRM TO TRUE
               END-IF
           END-IF

           MOVE CUSTOMER-ID OF ACCOUNT-RECORD TO
               CUSTOMER-ID OF CUSTOMER-RECORD
           READ CUSTOMER-FILE
       LOOKUP-MAILING-EXIT.
           EXIT.

       WRITE-BRANDING-BLOCK.
           MOVE SPACES TO CONF-LINE
           MOVE CO-BRAND-NAME TO CONF-LINE
           PERFORM EMIT-CONF-LINE

           MOVE SPACES TO CONF-LINE
           STRING CO-BRAND-ADDRESS-1 DELIMITED BY '  '
                  '  ' DELIMITED BY SIZE
                  CO-BRAND-ADDRESS-2 DELIMITED BY '  '
                  '  ' DELIMITED BY SIZE
                  CO-BRAND-PHONE DELIMITED BY SIZE
                  INTO CONF-LINE
           END-STRING
           PERFORM EMIT-CONF-LINE

           IF CO-BRAND-LEGEND NOT = SPACES
               MOVE SPACES TO CONF-LINE
               MOVE CO-BRAND-LEGEND TO CONF-LINE
               PERFORM EMIT-CONF-LINE
           END-IF.

       EMIT-CONF-LINE.
           WRITE CONF-LINE
           IF EMPLOYEE-COPY-WANTED
           CLOSE CUSTOMER-FILE
           CLOSE CONFIRM-FILE
           CLOSE COMPCONF-FILE
           IF OFFERINGS-AVAILABLE
               CLOSE IPOOFFR-FILE
           END-IF
           IF MARKUPS-AVAILABLE
               CLOSE MARKUP-FILE
           END-IF
           IF CORRESPONDENTS-AVAILABLE
               CLOSE CORRMAST-FILE
           END-IF

           MOVE WS-SCANNED-COUNT TO WS-SCANNED-DISPLAY
           MOVE WS-CONFIRM-COUNT TO WS-CONFIRM-DISPLAY
