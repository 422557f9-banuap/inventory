      *             FOR ANY ARCHIVED PERIOD ON DEMAND INSTEAD OF THE
      *             BRANCH SAYING "WE DON'T HAVE THAT ANYMORE". A
      *             RERUN FOR THE SAME PERIOD REPLACES THE ROW.
      * 2026-10-15  PRINTED STATEMENTS NOW CARRY A MARGIN INTEREST
      *             LINE - AVERAGE DEBIT, DAYS CHARGED, AND AVERAGE
      *             ANNUAL RATE - BUILT FROM THE PERIOD'S DAILY
      *             ACCRUAL ROWS ON MRGACR.DAT. NO ROWS (OR NO FILE)
      *             MEANS NO LINE.
      * 2026-10-15  EACH TRANSACTION LINE NOW ENDS WITH THE POSTING'S
      *             TRANSACTION-DESC, WHEN THE POSTING CARRIED ONE.
      * 2026-10-15  PRINTED STATEMENTS NOW CARRY A DIVIDENDS PAYABLE
      *             LINE - THE ACCOUNT'S OPEN RECEIVABLE ROWS ON
      *             DIVRCV.DAT (RECORD DATE PASSED, CASH NOT YET
      *             PAID). NO OPEN ROWS (OR NO FILE) MEANS NO LINE.
      * 2026-10-15  CONSOLIDATED HOUSEHOLD STATEMENTS. ACCOUNTS OF A
      *             HOUSEHOLD MEMBER WHO HAS ELECTED CONSOLIDATION
      *             (HH-STMT-ELECTION ON HSHLD.DAT) ARE LEFT OUT OF THE
      *             ACCOUNT PASS AND STATEMENTED AFTER IT, ONE
      *             STATEMENT PER HOUSEHOLD: A SUMMARY PAGE (TOTAL
      *             VALUE OF CASH AND HOLDINGS, ASSET MIX BY
      *             SEC-ASSET-CLASS, PERIOD ACTIVITY, THE ACCOUNTS
      *             INCLUDED) FOLLOWED BY EACH ACCOUNT'S SECTION IN THE
      *             USUAL LAYOUT. THE STATEMENT GOES ELECTRONIC ONLY
      *             WHEN EVERY CONSOLIDATED MEMBER HAS E-DELIVERY
      *             CONSENT ON DELIVPRF.DAT, OTHERWISE IT PRINTS.
      *             E-DELIVERY EXTRACT RECORDS CARRY THE HOUSEHOLD-ID.
      *             THE SUMMARY IS ARCHIVED TO STMTARCH.DAT AS A
      *             HOUSEHOLD ROW NEXT TO THE ACCOUNT ROWS SO STMTRPRT
      *             CAN REPRINT THE WHOLE STATEMENT. MEMBERS WHO HAVE
      *             NOT ELECTED IT KEEP THEIR SEPARATE STATEMENTS.
      *             HOLDINGS ARE PRICED OFF SECPRICE.DAT WITH PORTVAL'S
      *             AVERAGE-COST FALLBACK.
      * 2026-10-15  ACCOUNTS INTRODUCED BY A CORRESPONDENT FIRM
      *             (CORRESPONDENT-ID ON ACCOUNT.DAT) ARE BRANDED FOR
      *             IT: PAGE 1 OF THE PRINTED STATEMENT OPENS WITH THE
      *             FIRM'S BRAND NAME, ADDRESS, TELEPHONE AND CLEARING
      *             LEGEND FROM CORRMAST.DAT, AND THE E-DELIVERY
      *             EXTRACT RECORD CARRIES THE CORRESPONDENT-ID AND
      *             BRAND NAME SO THE PROVIDER CAN BRAND IT THE SAME
      *             WAY. IN A HOUSEHOLD STATEMENT EACH ACCOUNT SECTION
      *             IS BRANDED FOR ITS OWN ACCOUNT. OUR OWN ACCOUNTS,
      *             AND ANY ACCOUNT WHOSE CORRESPONDENT IS NOT ON FILE,
      *             PRINT UNBRANDED AS BEFORE.
      ******************************************************************

       ENVIRONMENT DIVISION.
           SELECT ACCOUNT-FILE ASSIGN TO "ACCOUNT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCOUNT-ID OF ACCOUNT-RECORD
               ALTERNATE RECORD KEY IS CUSTOMER-ID OF ACCOUNT-RECORD
                   WITH DUPLICATES
               FILE STATUS IS WS-FILE-STATUS.

           SELECT TRANSACTION-FILE ASSIGN TO "TRANS.DAT"
               RECORD KEY IS SA-KEY
               FILE STATUS IS WS-ARCH-STATUS.

           SELECT MRGACR-FILE ASSIGN TO "MRGACR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MA-KEY
               FILE STATUS IS WS-MRGACR-STATUS.

           SELECT DIVRCV-FILE ASSIGN TO "DIVRCV.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DR-KEY
               ALTERNATE RECORD KEY IS DR-ACCOUNT-ID WITH DUPLICATES
               FILE STATUS IS WS-RCV-STATUS.

           SELECT HSHLD-FILE ASSIGN TO "HSHLD.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HH-KEY
               FILE STATUS IS WS-HH-STATUS.

           SELECT POSITION-FILE ASSIGN TO "POSITION.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS POSITION-KEY
               FILE STATUS IS WS-POS-STATUS.

           SELECT SECPRICE-FILE ASSIGN TO "SECPRICE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PRC-SYMBOL
               FILE STATUS IS WS-PRICE-STATUS.

           SELECT SECMAST-FILE ASSIGN TO "SECMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SEC-SYMBOL
               FILE STATUS IS WS-SEC-STATUS.

           SELECT CORRMAST-FILE ASSIGN TO "CORRMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CO-CORRESPONDENT-ID
               FILE STATUS IS WS-CORR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-FILE.
           05  SX-TOTAL-FEES             PIC S9(13)V99 COMP-3.
           05  SX-TOTAL-INTEREST         PIC S9(13)V99 COMP-3.
           05  SX-TXN-COUNT              PIC 9(05).
           05  SX-HOUSEHOLD-ID           PIC X(10).
           05  SX-CORRESPONDENT-ID       PIC X(06).
           05  SX-BRAND-NAME             PIC X(40).

       FD  STMTGEN-RPT-FILE.
       01  STMTGEN-RPT-LINE              PIC X(132).
       FD  STMTARCH-FILE.
       COPY STMTARCH.

       FD  MRGACR-FILE.
       COPY MRGACR.

       FD  DIVRCV-FILE.
       COPY DIVRCV.

       FD  HSHLD-FILE.
       COPY HSHLD.

       FD  POSITION-FILE.
       COPY POSITION.

       FD  SECPRICE-FILE.
       COPY SECPRICE.

       FD  SECMAST-FILE.
       COPY SECMAST.

       FD  CORRMAST-FILE.
       COPY CORRMAST.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS                PIC XX.
           88  FILE-OK                   VALUE '00'.
       01  WS-EXTR-STATUS                PIC XX.
       01  WS-CTLRPT-STATUS              PIC XX.
       01  WS-ARCH-STATUS                PIC XX.
       01  WS-MRGACR-STATUS              PIC XX.
       01  WS-RCV-STATUS                 PIC XX.
       01  WS-HH-STATUS                  PIC XX.
       01  WS-POS-STATUS                 PIC XX.
       01  WS-PRICE-STATUS               PIC XX.
       01  WS-SEC-STATUS                 PIC XX.
       01  WS-CORR-STATUS                PIC XX.

       01  WS-POSITIONS-AVAILABLE-SW     PIC X(01) VALUE 'Y'.
           88  POSITIONS-AVAILABLE       VALUE 'Y'.
       01  WS-PRICES-AVAILABLE-SW        PIC X(01) VALUE 'Y'.
           88  PRICES-AVAILABLE          VALUE 'Y'.
       01  WS-SECMAST-AVAILABLE-SW       PIC X(01) VALUE 'Y'.
           88  SECMAST-AVAILABLE         VALUE 'Y'.
       01  WS-CORRMAST-AVAILABLE-SW      PIC X(01) VALUE 'Y'.
           88  CORRMAST-AVAILABLE        VALUE 'Y'.
       01  WS-BRANDED-SW                 PIC X(01) VALUE 'N'.
           88  BRANDED-STATEMENT         VALUE 'Y'.

      *----------------------------------------------------------------
      * CONSOLIDATING MEMBERS - EVERY HSHLD.DAT MEMBER WHO HAS ELECTED
      * THE HOUSEHOLD STATEMENT, IN HOUSEHOLD ORDER AS THE FILE IS
      * KEYED, SO EACH HOUSEHOLD'S MEMBERS SIT TOGETHER.
      *----------------------------------------------------------------
       01  WS-MAX-CONSOL-MEMBERS         PIC 9(05) VALUE 02000.
       01  WS-CONSOL-COUNT               PIC 9(05) VALUE ZERO.
       01  WS-CONSOL-TABLE.
           05  WS-CON-ENTRY OCCURS 2000 TIMES.
               10  WS-CON-CUSTOMER-ID    PIC X(10).
               10  WS-CON-HOUSEHOLD-ID   PIC X(10).
               10  WS-CON-HOUSEHOLD-NAME PIC X(40).
       01  WS-CON-INDEX                  PIC 9(05).
       01  WS-CON-FOUND-INDEX            PIC 9(05).
       01  WS-HH-FIRST-INDEX             PIC 9(05).
       01  WS-HH-LAST-INDEX              PIC 9(05).
       01  WS-MEMBER-INDEX               PIC 9(05).
       01  WS-LOOKUP-CUSTOMER-ID         PIC X(10).

      *    SPACES WHILE STATEMENTING A SINGLE ACCOUNT; THE HOUSEHOLD
      *    WHILE STATEMENTING ONE OF ITS ACCOUNT SECTIONS.
       01  WS-STMT-HOUSEHOLD-ID          PIC X(10) VALUE SPACES.
       01  WS-HOUSEHOLD-NAME             PIC X(40).

       01  WS-SUMMARY-PASS-SW            PIC X(01) VALUE 'N'.
           88  SUMMARY-PASS              VALUE 'Y'.
       01  WS-MEMBER-DONE-SW             PIC X(01).
           88  MEMBER-DONE               VALUE 'Y'.

       01  WS-HH-ACCOUNT-COUNT           PIC 9(05).
       01  WS-HH-OPENING-BALANCE         PIC S9(13)V99 COMP-3.
       01  WS-HH-CLOSING-BALANCE         PIC S9(13)V99 COMP-3.
       01  WS-HH-TOTAL-FEES              PIC S9(13)V99 COMP-3.
       01  WS-HH-TOTAL-INTEREST          PIC S9(13)V99 COMP-3.
       01  WS-HH-TXN-COUNT               PIC 9(05).
       01  WS-HH-CREDITS                 PIC S9(13)V99 COMP-3.
       01  WS-HH-DEBITS                  PIC S9(13)V99 COMP-3.
       01  WS-HH-TOTAL-VALUE             PIC S9(13)V99 COMP-3.
       01  WS-HH-CASH-VALUE              PIC S9(13)V99 COMP-3.
       01  WS-HH-EQUITY-VALUE            PIC S9(13)V99 COMP-3.
       01  WS-HH-FIXED-INC-VALUE         PIC S9(13)V99 COMP-3.
       01  WS-HH-FUND-VALUE              PIC S9(13)V99 COMP-3.
       01  WS-HH-MONEY-MKT-VALUE         PIC S9(13)V99 COMP-3.
       01  WS-HH-OPTION-VALUE            PIC S9(13)V99 COMP-3.
       01  WS-HH-OTHER-VALUE             PIC S9(13)V99 COMP-3.

       01  WS-PERIOD-CREDITS             PIC S9(13)V99 COMP-3.
       01  WS-PERIOD-DEBITS              PIC S9(13)V99 COMP-3.
       01  WS-ACCOUNT-VALUE              PIC S9(13)V99 COMP-3.
       01  WS-HOLDING-VALUE              PIC S9(13)V99 COMP-3.
       01  WS-UNIT-PRICE                 PIC S9(09)V9999 COMP-3.

      *    THE SUMMARY PAGE'S ACCOUNT LIST. A HOUSEHOLD WITH MORE
      *    ACCOUNTS THAN THIS STILL GETS EVERY SECTION; THE LIST ENDS
      *    WITH A COUNT OF THE REST.
       01  WS-MAX-HH-ACCOUNTS            PIC 9(03) VALUE 100.
       01  WS-HH-LIST-TABLE.
           05  WS-HHL-ENTRY OCCURS 100 TIMES.
               10  WS-HHL-ACCOUNT-ID     PIC X(12).
               10  WS-HHL-ACCOUNT-NAME   PIC X(50).
               10  WS-HHL-VALUE          PIC S9(13)V99 COMP-3.
       01  WS-HHL-INDEX                  PIC 9(05).
       01  WS-HHL-COUNT                  PIC 9(05).
       01  WS-HHL-MORE-COUNT             PIC 9(05).
       01  WS-HHL-MORE-DISPLAY           PIC ZZZZ9.

       01  WS-MIX-LABEL                  PIC X(20).
       01  WS-MIX-VALUE                  PIC S9(13)V99 COMP-3.
       01  WS-MIX-PCT                    PIC S9(05)V99 COMP-3.
       01  WS-MIX-PCT-DISPLAY            PIC ----9.99.

       01  WS-HOUSEHOLD-STMT-COUNT       PIC 9(07) COMP.
       01  WS-CONSOL-ACCOUNT-COUNT       PIC 9(07) COMP.
       01  WS-HOUSEHOLD-STMT-DISPLAY     PIC ZZZZZZ9.
       01  WS-CONSOL-ACCOUNT-DISPLAY     PIC ZZZZZZ9.

       01  WS-RECEIVABLES-AVAILABLE-SW   PIC X(01) VALUE 'Y'.
           88  RECEIVABLES-AVAILABLE     VALUE 'Y'.
       01  WS-DIVIDENDS-PAYABLE          PIC S9(13)V99 COMP-3.

       01  WS-MARGIN-AVAILABLE-SW        PIC X(01) VALUE 'Y'.
           88  MARGIN-AVAILABLE          VALUE 'Y'.
       01  WS-MARGIN-DAYS                PIC 9(03).
       01  WS-MARGIN-DEBIT-SUM           PIC S9(15)V99 COMP-3.
       01  WS-MARGIN-RATE-SUM            PIC S9(05)V9999 COMP-3.
       01  WS-MARGIN-AVG-DEBIT           PIC S9(13)V99 COMP-3.
       01  WS-MARGIN-AVG-RATE            PIC S9(02)V9999 COMP-3.
       01  WS-MARGIN-DAYS-DISPLAY        PIC ZZ9.
       01  WS-MARGIN-RATE-DISPLAY        PIC Z9.9999.

       01  WS-PREFS-AVAILABLE-SW         PIC X(01) VALUE 'Y'.
           88  PREFS-AVAILABLE           VALUE 'Y'.
       MAIN-PROCESS.
           PERFORM INITIALIZE-PROCESS
           PERFORM GENERATE-STATEMENTS-PROCESS
           PERFORM GENERATE-HOUSEHOLD-STATEMENTS
           PERFORM FINALIZE-PROCESS
           MOVE 00 TO LK-RETURN-CODE
           GOBACK.
           MOVE ZERO TO WS-STATEMENT-COUNT
           MOVE ZERO TO WS-PRINT-COUNT
           MOVE ZERO TO WS-EDELIV-COUNT
           MOVE ZERO TO WS-HOUSEHOLD-STMT-COUNT
           MOVE ZERO TO WS-CONSOL-ACCOUNT-COUNT
           PERFORM SET-STATEMENT-PERIOD

           OPEN INPUT ACCOUNT-FILE
                   'STATUS = ' WS-ARCH-STATUS
               MOVE 08 TO LK-RETURN-CODE
               GOBACK
           END-IF

           OPEN INPUT MRGACR-FILE
           IF WS-MRGACR-STATUS NOT = '00'
               MOVE 'N' TO WS-MARGIN-AVAILABLE-SW
           END-IF

           OPEN INPUT DIVRCV-FILE
           IF WS-RCV-STATUS NOT = '00'
               MOVE 'N' TO WS-RECEIVABLES-AVAILABLE-SW
           END-IF

           OPEN INPUT POSITION-FILE
           IF WS-POS-STATUS NOT = '00'
               MOVE 'N' TO WS-POSITIONS-AVAILABLE-SW
           END-IF

           OPEN INPUT SECPRICE-FILE
           IF WS-PRICE-STATUS NOT = '00'
               MOVE 'N' TO WS-PRICES-AVAILABLE-SW
           END-IF

           OPEN INPUT SECMAST-FILE
           IF WS-SEC-STATUS NOT = '00'
               MOVE 'N' TO WS-SECMAST-AVAILABLE-SW
           END-IF

           OPEN INPUT CORRMAST-FILE
           IF WS-CORR-STATUS NOT = '00'
               MOVE 'N' TO WS-CORRMAST-AVAILABLE-SW
           END-IF

           PERFORM LOAD-CONSOLIDATING-MEMBERS.

       LOAD-CONSOLIDATING-MEMBERS.
      *    NO HSHLD.DAT MEANS NO ELECTIONS - EVERY ACCOUNT IS
      *    STATEMENTED ON ITS OWN, AS BEFORE HOUSEHOLDS EXISTED.
           MOVE ZERO TO WS-CONSOL-COUNT
           OPEN INPUT HSHLD-FILE
           IF WS-HH-STATUS = '00'
               READ HSHLD-FILE NEXT RECORD
               PERFORM LOAD-ONE-MEMBER UNTIL WS-HH-STATUS NOT = '00'
               CLOSE HSHLD-FILE
           END-IF.

       LOAD-ONE-MEMBER.
      *    A CUSTOMER ELECTING IN TWO HOUSEHOLDS IS CONSOLIDATED INTO
      *    THE FIRST ONLY, SO NO ACCOUNT IS STATEMENTED TWICE.
           IF HH-STMT-CONSOLIDATED
               MOVE HH-CUSTOMER-ID TO WS-LOOKUP-CUSTOMER-ID
               PERFORM FIND-CONSOLIDATING-MEMBER
               IF WS-CON-FOUND-INDEX = ZERO
                   IF WS-CONSOL-COUNT < WS-MAX-CONSOL-MEMBERS
                       ADD 1 TO WS-CONSOL-COUNT
                       MOVE HH-CUSTOMER-ID TO
                           WS-CON-CUSTOMER-ID(WS-CONSOL-COUNT)
                       MOVE HH-HOUSEHOLD-ID TO
                           WS-CON-HOUSEHOLD-ID(WS-CONSOL-COUNT)
                       MOVE HH-HOUSEHOLD-NAME TO
                           WS-CON-HOUSEHOLD-NAME(WS-CONSOL-COUNT)
                   ELSE
                       DISPLAY 'STMTGEN: CONSOLIDATION TABLE FULL - '
                           'CUSTOMER ' HH-CUSTOMER-ID
                           ' STATEMENTED SEPARATELY'
                   END-IF
               END-IF
           END-IF
           READ HSHLD-FILE NEXT RECORD.

       FIND-CONSOLIDATING-MEMBER.
           MOVE ZERO TO WS-CON-FOUND-INDEX
           MOVE 1 TO WS-CON-INDEX
           PERFORM SCAN-ONE-CONSOLIDATING-MEMBER
               UNTIL WS-CON-INDEX > WS-CONSOL-COUNT
                  OR WS-CON-FOUND-INDEX NOT = ZERO.

       SCAN-ONE-CONSOLIDATING-MEMBER.
           IF WS-CON-CUSTOMER-ID(WS-CON-INDEX) = WS-LOOKUP-CUSTOMER-ID
               MOVE WS-CON-INDEX TO WS-CON-FOUND-INDEX
           ELSE
               ADD 1 TO WS-CON-INDEX
           END-IF.

       SET-STATEMENT-PERIOD.
       GENERATE-ONE-STATEMENT.
           ADD 1 TO WS-SCANNED-COUNT

           MOVE ZERO TO WS-CON-FOUND-INDEX
           IF ACTIVE-ACCOUNT AND WS-CONSOL-COUNT > ZERO
               MOVE CUSTOMER-ID OF ACCOUNT-RECORD TO
                   WS-LOOKUP-CUSTOMER-ID
               PERFORM FIND-CONSOLIDATING-MEMBER
           END-IF

      *    A CONSOLIDATING MEMBER'S ACCOUNT WAITS FOR THE HOUSEHOLD
      *    PASS.
           IF ACTIVE-ACCOUNT AND WS-CON-FOUND-INDEX = ZERO
               PERFORM SET-DELIVERY-CHANNEL
               PERFORM BUILD-STATEMENT
               ADD 1 TO WS-STATEMENT-COUNT
           MOVE ZERO TO WS-TOTAL-FEES
           MOVE ZERO TO WS-TOTAL-INTEREST
           MOVE ZERO TO WS-TXN-COUNT
           MOVE ZERO TO WS-PERIOD-CREDITS
           MOVE ZERO TO WS-PERIOD-DEBITS
           MOVE 1 TO PRINT-PAGE-NUMBER
           MOVE ZERO TO PRINT-LINE-COUNT
           PERFORM LOOKUP-CORRESPONDENT

           IF PRINT-CHANNEL
               PERFORM WRITE-STATEMENT-HEADER
           MOVE WS-TXN-COUNT TO SA-TXN-COUNT
           MOVE WS-CHANNEL-SW TO SA-CHANNEL
           MOVE SPACES TO CREATED-TIMESTAMP OF STMTARCH-RECORD
           MOVE WS-STMT-HOUSEHOLD-ID TO SA-HOUSEHOLD-ID
           PERFORM CLEAR-ARCHIVE-SUMMARY
           PERFORM WRITE-ARCHIVE-ROW.

       CLEAR-ARCHIVE-SUMMARY.
           MOVE ZERO TO SA-HH-ACCOUNT-COUNT
           MOVE ZERO TO SA-HH-TOTAL-VALUE
           MOVE ZERO TO SA-HH-CASH-VALUE
           MOVE ZERO TO SA-HH-EQUITY-VALUE
           MOVE ZERO TO SA-HH-FIXED-INC-VALUE
           MOVE ZERO TO SA-HH-FUND-VALUE
           MOVE ZERO TO SA-HH-MONEY-MKT-VALUE
           MOVE ZERO TO SA-HH-OPTION-VALUE
           MOVE ZERO TO SA-HH-OTHER-VALUE
           MOVE ZERO TO SA-HH-CREDITS
           MOVE ZERO TO SA-HH-DEBITS.

       WRITE-ARCHIVE-ROW.
           WRITE STMTARCH-RECORD
           IF WS-ARCH-STATUS = '22'
      *        Rerun for the same period - replace the archived row.
           END-IF
           IF WS-ARCH-STATUS NOT = '00'
               DISPLAY 'STMTGEN: UNABLE TO ARCHIVE STATEMENT FOR '
                   SA-ACCOUNT-ID ', STATUS = ' WS-ARCH-STATUS
           END-IF.

       WRITE-EXTRACT-RECORD.
           MOVE WS-TOTAL-FEES TO SX-TOTAL-FEES
           MOVE WS-TOTAL-INTEREST TO SX-TOTAL-INTEREST
           MOVE WS-TXN-COUNT TO SX-TXN-COUNT
           MOVE WS-STMT-HOUSEHOLD-ID TO SX-HOUSEHOLD-ID
           IF BRANDED-STATEMENT
               MOVE CO-CORRESPONDENT-ID TO SX-CORRESPONDENT-ID
               MOVE CO-BRAND-NAME TO SX-BRAND-NAME
           END-IF
           WRITE STMTEXTR-RECORD.

       LOOKUP-CORRESPONDENT.
      *    A CORRESPONDENT NOT ON FILE (OR NO FILE) LEAVES THE
      *    STATEMENT IN OUR OWN NAME RATHER THAN HOLDING IT BACK.
           MOVE 'N' TO WS-BRANDED-SW
           IF CORRMAST-AVAILABLE
              AND NOT SELF-CLEARED-ACCOUNT OF ACCOUNT-RECORD
               MOVE CORRESPONDENT-ID OF ACCOUNT-RECORD TO
                   CO-CORRESPONDENT-ID
               READ CORRMAST-FILE
               IF WS-CORR-STATUS = '00'
                   MOVE 'Y' TO WS-BRANDED-SW
               END-IF
           END-IF.

       WRITE-BRANDING-BLOCK.
           MOVE SPACES TO STMT-LINE
           MOVE CO-BRAND-NAME TO STMT-LINE
           WRITE STMT-LINE

           MOVE SPACES TO STMT-LINE
           STRING CO-BRAND-ADDRESS-1 DELIMITED BY '  '
                  '  ' DELIMITED BY SIZE
                  CO-BRAND-ADDRESS-2 DELIMITED BY '  '
                  '  ' DELIMITED BY SIZE
                  CO-BRAND-PHONE DELIMITED BY SIZE
                  INTO STMT-LINE
           END-STRING
           WRITE STMT-LINE

           IF CO-BRAND-LEGEND NOT = SPACES
               MOVE SPACES TO STMT-LINE
               MOVE CO-BRAND-LEGEND TO STMT-LINE
               WRITE STMT-LINE
           END-IF

           MOVE SPACES TO STMT-LINE
           WRITE STMT-LINE.

       SCAN-ACCOUNT-TRANSACTIONS.
           MOVE ACCOUNT-ID OF ACCOUNT-RECORD TO WS-SEARCH-ACCOUNT-ID
           MOVE ACCOUNT-ID OF ACCOUNT-RECORD TO
               WHEN DIVIDEND-TRANS OF TRANSACTION-RECORD
                   ADD TRANSACTION-AMOUNT OF TRANSACTION-RECORD TO
                       WS-PERIOD-NET
                   ADD TRANSACTION-AMOUNT OF TRANSACTION-RECORD TO
                       WS-PERIOD-CREDITS
               WHEN INTEREST-TRANS OF TRANSACTION-RECORD
                   ADD TRANSACTION-AMOUNT OF TRANSACTION-RECORD TO
                       WS-PERIOD-NET
                   ADD TRANSACTION-AMOUNT OF TRANSACTION-RECORD TO
                       WS-TOTAL-INTEREST
                   ADD TRANSACTION-AMOUNT OF TRANSACTION-RECORD TO
                       WS-PERIOD-CREDITS
               WHEN WITHDRAWAL-TRANS OF TRANSACTION-RECORD
                   SUBTRACT TRANSACTION-AMOUNT OF TRANSACTION-RECORD
                       FROM WS-PERIOD-NET
                   ADD TRANSACTION-AMOUNT OF TRANSACTION-RECORD TO
                       WS-PERIOD-DEBITS
               WHEN FEE-TRANS OF TRANSACTION-RECORD
                   SUBTRACT TRANSACTION-AMOUNT OF TRANSACTION-RECORD
                       FROM WS-PERIOD-NET
                   ADD TRANSACTION-AMOUNT OF TRANSACTION-RECORD TO
                       WS-TOTAL-FEES
                   ADD TRANSACTION-AMOUNT OF TRANSACTION-RECORD TO
                       WS-PERIOD-DEBITS
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

      *    THE HOUSEHOLD SUMMARY PASS ONLY TOTALS - THE LINES PRINT
      *    IN THE ACCOUNT'S OWN SECTION.
           IF PRINT-CHANNEL AND NOT SUMMARY-PASS
               PERFORM WRITE-TRANSACTION-LINE
           END-IF.

           END-STRING
           WRITE STMT-LINE

           IF BRANDED-STATEMENT AND PRINT-PAGE-NUMBER = 1
               PERFORM WRITE-BRANDING-BLOCK
           END-IF

           MOVE PRINT-PAGE-NUMBER TO WS-PAGE-DISPLAY
           MOVE SPACES TO STMT-LINE
           STRING 'STATEMENT FOR ACCOUNT ' DELIMITED BY SIZE
                      BY SIZE
                  '  ' DELIMITED BY SIZE
                  WS-TXN-AMOUNT-DISPLAY DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  TRANSACTION-DESC OF TRANSACTION-RECORD DELIMITED
                      BY SIZE
                  INTO STMT-LINE
           END-STRING
           PERFORM EMIT-STATEMENT-LINE.
                  WS-AMOUNT-DISPLAY DELIMITED BY SIZE
                  INTO STMT-LINE
           END-STRING
           PERFORM EMIT-STATEMENT-LINE

           IF MARGIN-AVAILABLE
               PERFORM WRITE-MARGIN-INTEREST-LINE
           END-IF

           IF RECEIVABLES-AVAILABLE
               PERFORM WRITE-DIVIDENDS-PAYABLE-LINE
           END-IF.

       WRITE-MARGIN-INTEREST-LINE.
      *    ONE ROW ON MRGACR.DAT PER NIGHT THE ACCOUNT CARRIED A
      *    DEBIT IN THE PERIOD - THE ROW COUNT IS THE DAYS CHARGED.
           MOVE ZERO TO WS-MARGIN-DAYS
           MOVE ZERO TO WS-MARGIN-DEBIT-SUM
           MOVE ZERO TO WS-MARGIN-RATE-SUM
           MOVE ACCOUNT-ID OF ACCOUNT-RECORD TO MA-ACCOUNT-ID
           MOVE WS-PERIOD-START-DATE TO MA-ACCRUAL-DATE
           START MRGACR-FILE KEY IS NOT LESS THAN MA-KEY
               INVALID KEY MOVE '10' TO WS-MRGACR-STATUS
           END-START
           IF WS-MRGACR-STATUS = '00'
               PERFORM READ-NEXT-MARGIN-ACCRUAL
               PERFORM ADD-ONE-MARGIN-ACCRUAL
                   UNTIL WS-MRGACR-STATUS NOT = '00'
           END-IF

           IF WS-MARGIN-DAYS > ZERO
               COMPUTE WS-MARGIN-AVG-DEBIT ROUNDED =
                   WS-MARGIN-DEBIT-SUM / WS-MARGIN-DAYS
               COMPUTE WS-MARGIN-AVG-RATE ROUNDED =
                   WS-MARGIN-RATE-SUM / WS-MARGIN-DAYS
               MOVE WS-MARGIN-AVG-DEBIT TO WS-AMOUNT-DISPLAY
               MOVE WS-MARGIN-DAYS TO WS-MARGIN-DAYS-DISPLAY
               MOVE WS-MARGIN-AVG-RATE TO WS-MARGIN-RATE-DISPLAY
               MOVE SPACES TO STMT-LINE
               STRING 'MARGIN INTEREST - AVERAGE DEBIT: '
                          DELIMITED BY SIZE
                      WS-AMOUNT-DISPLAY DELIMITED BY SIZE
                      '  DAYS: ' DELIMITED BY SIZE
                      WS-MARGIN-DAYS-DISPLAY DELIMITED BY SIZE
                      '  RATE: ' DELIMITED BY SIZE
                      WS-MARGIN-RATE-DISPLAY DELIMITED BY SIZE
                      '%' DELIMITED BY SIZE
                      INTO STMT-LINE
               END-STRING
               PERFORM EMIT-STATEMENT-LINE
           END-IF.

       READ-NEXT-MARGIN-ACCRUAL.
           READ MRGACR-FILE NEXT RECORD
           IF WS-MRGACR-STATUS = '00'
              AND (MA-ACCOUNT-ID NOT = ACCOUNT-ID OF ACCOUNT-RECORD
                   OR MA-ACCRUAL-DATE > WS-PERIOD-END-DATE)
               MOVE '10' TO WS-MRGACR-STATUS
           END-IF.

       ADD-ONE-MARGIN-ACCRUAL.
           ADD 1 TO WS-MARGIN-DAYS
           ADD MA-DEBIT-BALANCE TO WS-MARGIN-DEBIT-SUM
           ADD MA-ANNUAL-RATE TO WS-MARGIN-RATE-SUM
           PERFORM READ-NEXT-MARGIN-ACCRUAL.

       WRITE-DIVIDENDS-PAYABLE-LINE.
           MOVE ZERO TO WS-DIVIDENDS-PAYABLE
           MOVE ACCOUNT-ID OF ACCOUNT-RECORD TO DR-ACCOUNT-ID
           START DIVRCV-FILE KEY IS EQUAL TO DR-ACCOUNT-ID
               INVALID KEY MOVE '10' TO WS-RCV-STATUS
           END-START
           IF WS-RCV-STATUS = '00'
               PERFORM READ-NEXT-ACCOUNT-RECEIVABLE
               PERFORM ADD-ONE-RECEIVABLE
                   UNTIL WS-RCV-STATUS NOT = '00'
           END-IF

           IF WS-DIVIDENDS-PAYABLE NOT = ZERO
               MOVE WS-DIVIDENDS-PAYABLE TO WS-AMOUNT-DISPLAY
               MOVE SPACES TO STMT-LINE
               STRING 'DIVIDENDS PAYABLE: ' DELIMITED BY SIZE
                      WS-AMOUNT-DISPLAY DELIMITED BY SIZE
                      INTO STMT-LINE
               END-STRING
               PERFORM EMIT-STATEMENT-LINE
           END-IF.

       READ-NEXT-ACCOUNT-RECEIVABLE.
           READ DIVRCV-FILE NEXT RECORD
           IF WS-RCV-STATUS = '00'
              AND DR-ACCOUNT-ID NOT = ACCOUNT-ID OF ACCOUNT-RECORD
               MOVE '10' TO WS-RCV-STATUS
           END-IF.

       ADD-ONE-RECEIVABLE.
           IF DR-OPEN
               ADD DR-AMOUNT TO WS-DIVIDENDS-PAYABLE
           END-IF
           PERFORM READ-NEXT-ACCOUNT-RECEIVABLE.

       WRITE-STATEMENT-FOOTER.
           MOVE SPACES TO STMT-LINE
           MOVE SPACES TO STMT-LINE
           PERFORM EMIT-STATEMENT-LINE.

      *----------------------------------------------------------------
      * HOUSEHOLD PASS - ONE CONSOLIDATED STATEMENT PER HOUSEHOLD WITH
      * AT LEAST ONE ELECTING MEMBER. THE MEMBERS' ACTIVE ACCOUNTS ARE
      * WALKED TWICE ON THE CUSTOMER-ID ALTERNATE KEY: ONCE TO TOTAL
      * THE SUMMARY PAGE, THEN AGAIN TO PRINT EACH ACCOUNT'S SECTION
      * THROUGH BUILD-STATEMENT.
      *----------------------------------------------------------------
       GENERATE-HOUSEHOLD-STATEMENTS.
           MOVE 1 TO WS-CON-INDEX
           PERFORM BUILD-HOUSEHOLD-STATEMENT
               UNTIL WS-CON-INDEX > WS-CONSOL-COUNT
           MOVE SPACES TO WS-STMT-HOUSEHOLD-ID.

       BUILD-HOUSEHOLD-STATEMENT.
           MOVE WS-CON-INDEX TO WS-HH-FIRST-INDEX
           MOVE WS-CON-HOUSEHOLD-ID(WS-CON-INDEX) TO
               WS-STMT-HOUSEHOLD-ID
           MOVE WS-CON-HOUSEHOLD-NAME(WS-CON-INDEX) TO
               WS-HOUSEHOLD-NAME
           MOVE 'N' TO WS-MEMBER-DONE-SW
           PERFORM FIND-HOUSEHOLD-END UNTIL MEMBER-DONE
           COMPUTE WS-HH-LAST-INDEX = WS-CON-INDEX - 1

           PERFORM SET-HOUSEHOLD-CHANNEL
           PERFORM ZERO-HOUSEHOLD-TOTALS

           SET SUMMARY-PASS TO TRUE
           PERFORM SUMMARIZE-MEMBER-ACCOUNTS
               VARYING WS-MEMBER-INDEX FROM WS-HH-FIRST-INDEX BY 1
               UNTIL WS-MEMBER-INDEX > WS-HH-LAST-INDEX
           MOVE 'N' TO WS-SUMMARY-PASS-SW

      *    MEMBERS WITH NO ACTIVE ACCOUNT GET NO STATEMENT AT ALL.
           IF WS-HH-ACCOUNT-COUNT > ZERO
               IF PRINT-CHANNEL
                   PERFORM WRITE-HOUSEHOLD-SUMMARY-PAGE
               END-IF
               PERFORM STATEMENT-MEMBER-ACCOUNTS
                   VARYING WS-MEMBER-INDEX FROM WS-HH-FIRST-INDEX BY 1
                   UNTIL WS-MEMBER-INDEX > WS-HH-LAST-INDEX
               PERFORM ARCHIVE-HOUSEHOLD-SUMMARY
               ADD 1 TO WS-HOUSEHOLD-STMT-COUNT
               ADD 1 TO WS-STATEMENT-COUNT
               IF PRINT-CHANNEL
                   ADD 1 TO WS-PRINT-COUNT
               ELSE
                   ADD 1 TO WS-EDELIV-COUNT
               END-IF
           END-IF.

       FIND-HOUSEHOLD-END.
           ADD 1 TO WS-CON-INDEX
           IF WS-CON-INDEX > WS-CONSOL-COUNT
               SET MEMBER-DONE TO TRUE
           ELSE
               IF WS-CON-HOUSEHOLD-ID(WS-CON-INDEX) NOT =
                  WS-STMT-HOUSEHOLD-ID
                   SET MEMBER-DONE TO TRUE
               END-IF
           END-IF.

       SET-HOUSEHOLD-CHANNEL.
      *    ELECTRONIC ONLY WHEN EVERY CONSOLIDATED MEMBER HAS
      *    CONSENTED - NOBODY GOES ELECTRONIC WITHOUT A RECORDED
      *    CONSENT.
           MOVE 'E' TO WS-CHANNEL-SW
           IF PREFS-AVAILABLE
               PERFORM CHECK-MEMBER-CHANNEL
                   VARYING WS-MEMBER-INDEX FROM WS-HH-FIRST-INDEX BY 1
                   UNTIL WS-MEMBER-INDEX > WS-HH-LAST-INDEX
           ELSE
               MOVE 'P' TO WS-CHANNEL-SW
           END-IF.

       CHECK-MEMBER-CHANNEL.
           MOVE WS-CON-CUSTOMER-ID(WS-MEMBER-INDEX) TO
               DP-CUSTOMER-ID OF DELIVPRF-RECORD
           READ DELIVPRF-FILE
           IF WS-DELIV-STATUS NOT = '00'
              OR NOT DP-STMT-ELECTRONIC
               MOVE 'P' TO WS-CHANNEL-SW
           END-IF.

       ZERO-HOUSEHOLD-TOTALS.
           MOVE ZERO TO WS-HH-ACCOUNT-COUNT
           MOVE ZERO TO WS-HH-OPENING-BALANCE
           MOVE ZERO TO WS-HH-CLOSING-BALANCE
           MOVE ZERO TO WS-HH-TOTAL-FEES
           MOVE ZERO TO WS-HH-TOTAL-INTEREST
           MOVE ZERO TO WS-HH-TXN-COUNT
           MOVE ZERO TO WS-HH-CREDITS
           MOVE ZERO TO WS-HH-DEBITS
           MOVE ZERO TO WS-HH-TOTAL-VALUE
           MOVE ZERO TO WS-HH-CASH-VALUE
           MOVE ZERO TO WS-HH-EQUITY-VALUE
           MOVE ZERO TO WS-HH-FIXED-INC-VALUE
           MOVE ZERO TO WS-HH-FUND-VALUE
           MOVE ZERO TO WS-HH-MONEY-MKT-VALUE
           MOVE ZERO TO WS-HH-OPTION-VALUE
           MOVE ZERO TO WS-HH-OTHER-VALUE
           MOVE ZERO TO WS-HHL-COUNT
           MOVE ZERO TO WS-HHL-MORE-COUNT.

       START-MEMBER-ACCOUNTS.
           MOVE 'N' TO WS-MEMBER-DONE-SW
           MOVE WS-CON-CUSTOMER-ID(WS-MEMBER-INDEX) TO
               CUSTOMER-ID OF ACCOUNT-RECORD
           START ACCOUNT-FILE KEY IS EQUAL TO
               CUSTOMER-ID OF ACCOUNT-RECORD
               INVALID KEY SET MEMBER-DONE TO TRUE
           END-START
           IF NOT MEMBER-DONE
               PERFORM READ-NEXT-MEMBER-ACCOUNT
           END-IF.

       READ-NEXT-MEMBER-ACCOUNT.
           READ ACCOUNT-FILE NEXT RECORD
           IF WS-FILE-STATUS NOT = '00'
               SET MEMBER-DONE TO TRUE
           ELSE
               IF CUSTOMER-ID OF ACCOUNT-RECORD NOT =
                  WS-CON-CUSTOMER-ID(WS-MEMBER-INDEX)
                   SET MEMBER-DONE TO TRUE
               END-IF
           END-IF.

       SUMMARIZE-MEMBER-ACCOUNTS.
           PERFORM START-MEMBER-ACCOUNTS
           PERFORM SUMMARIZE-ONE-ACCOUNT UNTIL MEMBER-DONE.

       SUMMARIZE-ONE-ACCOUNT.
           IF ACTIVE-ACCOUNT
               ADD 1 TO WS-HH-ACCOUNT-COUNT
               MOVE ZERO TO WS-PERIOD-NET
               MOVE ZERO TO WS-TOTAL-FEES
               MOVE ZERO TO WS-TOTAL-INTEREST
               MOVE ZERO TO WS-TXN-COUNT
               MOVE ZERO TO WS-PERIOD-CREDITS
               MOVE ZERO TO WS-PERIOD-DEBITS
               IF TRANSACTIONS-AVAILABLE
                   PERFORM SCAN-ACCOUNT-TRANSACTIONS
               END-IF
               MOVE ACCOUNT-BALANCE OF ACCOUNT-RECORD TO
                   WS-CLOSING-BALANCE
               COMPUTE WS-OPENING-BALANCE =
                   WS-CLOSING-BALANCE - WS-PERIOD-NET
               ADD WS-OPENING-BALANCE TO WS-HH-OPENING-BALANCE
               ADD WS-CLOSING-BALANCE TO WS-HH-CLOSING-BALANCE
               ADD WS-TOTAL-FEES TO WS-HH-TOTAL-FEES
               ADD WS-TOTAL-INTEREST TO WS-HH-TOTAL-INTEREST
               ADD WS-TXN-COUNT TO WS-HH-TXN-COUNT
               ADD WS-PERIOD-CREDITS TO WS-HH-CREDITS
               ADD WS-PERIOD-DEBITS TO WS-HH-DEBITS

               MOVE WS-CLOSING-BALANCE TO WS-ACCOUNT-VALUE
               ADD WS-CLOSING-BALANCE TO WS-HH-CASH-VALUE
               IF POSITIONS-AVAILABLE
                   PERFORM VALUE-ACCOUNT-HOLDINGS
               END-IF
               ADD WS-ACCOUNT-VALUE TO WS-HH-TOTAL-VALUE

               IF WS-HHL-COUNT < WS-MAX-HH-ACCOUNTS
                   ADD 1 TO WS-HHL-COUNT
                   MOVE ACCOUNT-ID OF ACCOUNT-RECORD TO
                       WS-HHL-ACCOUNT-ID(WS-HHL-COUNT)
                   MOVE ACCOUNT-NAME OF ACCOUNT-RECORD TO
                       WS-HHL-ACCOUNT-NAME(WS-HHL-COUNT)
                   MOVE WS-ACCOUNT-VALUE TO WS-HHL-VALUE(WS-HHL-COUNT)
               ELSE
                   ADD 1 TO WS-HHL-MORE-COUNT
               END-IF
           END-IF
           PERFORM READ-NEXT-MEMBER-ACCOUNT.

       VALUE-ACCOUNT-HOLDINGS.
           MOVE ACCOUNT-ID OF ACCOUNT-RECORD TO WS-SEARCH-ACCOUNT-ID
           MOVE ACCOUNT-ID OF ACCOUNT-RECORD TO
               ACCOUNT-ID OF POSITION-RECORD
           MOVE LOW-VALUES TO SECURITY-SYMBOL OF POSITION-RECORD

           START POSITION-FILE KEY >= POSITION-KEY OF POSITION-RECORD
               INVALID KEY MOVE '10' TO WS-POS-STATUS
           END-START

           IF WS-POS-STATUS = '00'
               PERFORM VALUE-ONE-HOLDING
                   UNTIL WS-POS-STATUS NOT = '00'
           END-IF

      *    Leave the file positioned cleanly for the next account.
           MOVE '00' TO WS-POS-STATUS.

       VALUE-ONE-HOLDING.
           READ POSITION-FILE NEXT RECORD
           IF WS-POS-STATUS = '00'
               IF ACCOUNT-ID OF POSITION-RECORD = WS-SEARCH-ACCOUNT-ID
                   IF OPEN-POSITION
                       PERFORM ADD-HOLDING-TO-MIX
                   END-IF
               ELSE
                   MOVE '10' TO WS-POS-STATUS
               END-IF
           END-IF.

       ADD-HOLDING-TO-MIX.
      *    NO PRICE ON FILE VALUES THE HOLDING AT AVERAGE-COST-BASIS,
      *    AS PORTVAL DOES.
           MOVE AVERAGE-COST-BASIS TO WS-UNIT-PRICE
           IF PRICES-AVAILABLE
               MOVE SECURITY-SYMBOL OF POSITION-RECORD TO PRC-SYMBOL
               READ SECPRICE-FILE
               IF WS-PRICE-STATUS = '00'
                  AND PRC-CLOSE-PRICE > ZERO
                   MOVE PRC-CLOSE-PRICE TO WS-UNIT-PRICE
               END-IF
           END-IF
           COMPUTE WS-HOLDING-VALUE ROUNDED =
               POSITION-QUANTITY * WS-UNIT-PRICE
           ADD WS-HOLDING-VALUE TO WS-ACCOUNT-VALUE

           MOVE '99' TO WS-SEC-STATUS
           IF SECMAST-AVAILABLE
               MOVE SECURITY-SYMBOL OF POSITION-RECORD TO SEC-SYMBOL
               READ SECMAST-FILE
           END-IF
           IF WS-SEC-STATUS = '00'
               EVALUATE TRUE
                   WHEN EQUITY-SECURITY
                       ADD WS-HOLDING-VALUE TO WS-HH-EQUITY-VALUE
                   WHEN FIXED-INCOME-SECURITY
                       ADD WS-HOLDING-VALUE TO WS-HH-FIXED-INC-VALUE
                   WHEN MUTUAL-FUND-SECURITY
                       ADD WS-HOLDING-VALUE TO WS-HH-FUND-VALUE
                   WHEN MONEY-MARKET-SECURITY
                       ADD WS-HOLDING-VALUE TO WS-HH-MONEY-MKT-VALUE
                   WHEN OPTION-SECURITY
                       ADD WS-HOLDING-VALUE TO WS-HH-OPTION-VALUE
                   WHEN OTHER
                       ADD WS-HOLDING-VALUE TO WS-HH-OTHER-VALUE
               END-EVALUATE
           ELSE
               ADD WS-HOLDING-VALUE TO WS-HH-OTHER-VALUE
           END-IF.

       STATEMENT-MEMBER-ACCOUNTS.
           PERFORM START-MEMBER-ACCOUNTS
           PERFORM STATEMENT-ONE-MEMBER-ACCOUNT UNTIL MEMBER-DONE.

       STATEMENT-ONE-MEMBER-ACCOUNT.
           IF ACTIVE-ACCOUNT
               PERFORM BUILD-STATEMENT
               ADD 1 TO WS-CONSOL-ACCOUNT-COUNT
           END-IF
           PERFORM READ-NEXT-MEMBER-ACCOUNT.

       WRITE-HOUSEHOLD-SUMMARY-PAGE.
           MOVE ALL '=' TO STMT-LINE(1:70)
           WRITE STMT-LINE

           MOVE SPACES TO STMT-LINE
           STRING 'CONSOLIDATED HOUSEHOLD STATEMENT ' DELIMITED BY SIZE
                  WS-STMT-HOUSEHOLD-ID DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  WS-HOUSEHOLD-NAME DELIMITED BY SIZE
                  INTO STMT-LINE
           END-STRING
           WRITE STMT-LINE

           MOVE SPACES TO STMT-LINE
           STRING 'PERIOD ' DELIMITED BY SIZE
                  WS-PERIOD-START-DATE DELIMITED BY SIZE
                  ' THROUGH ' DELIMITED BY SIZE
                  WS-PERIOD-END-DATE DELIMITED BY SIZE
                  INTO STMT-LINE
           END-STRING
           WRITE STMT-LINE

           MOVE SPACES TO STMT-LINE
           WRITE STMT-LINE

           MOVE WS-HH-TOTAL-VALUE TO WS-AMOUNT-DISPLAY
           MOVE SPACES TO STMT-LINE
           STRING 'HOUSEHOLD TOTAL VALUE:        ' DELIMITED BY SIZE
                  WS-AMOUNT-DISPLAY DELIMITED BY SIZE
                  INTO STMT-LINE
           END-STRING
           WRITE STMT-LINE

           MOVE SPACES TO STMT-LINE
           WRITE STMT-LINE
           MOVE 'ASSET MIX                                 PERCENT'
               TO STMT-LINE
           WRITE STMT-LINE
           MOVE '  CASH' TO WS-MIX-LABEL
           MOVE WS-HH-CASH-VALUE TO WS-MIX-VALUE
           PERFORM WRITE-ASSET-MIX-LINE
           MOVE '  EQUITIES' TO WS-MIX-LABEL
           MOVE WS-HH-EQUITY-VALUE TO WS-MIX-VALUE
           PERFORM WRITE-ASSET-MIX-LINE
           MOVE '  FIXED INCOME' TO WS-MIX-LABEL
           MOVE WS-HH-FIXED-INC-VALUE TO WS-MIX-VALUE
           PERFORM WRITE-ASSET-MIX-LINE
           MOVE '  MUTUAL FUNDS' TO WS-MIX-LABEL
           MOVE WS-HH-FUND-VALUE TO WS-MIX-VALUE
           PERFORM WRITE-ASSET-MIX-LINE
           MOVE '  MONEY MARKET' TO WS-MIX-LABEL
           MOVE WS-HH-MONEY-MKT-VALUE TO WS-MIX-VALUE
           PERFORM WRITE-ASSET-MIX-LINE
           MOVE '  OPTIONS' TO WS-MIX-LABEL
           MOVE WS-HH-OPTION-VALUE TO WS-MIX-VALUE
           PERFORM WRITE-ASSET-MIX-LINE
           MOVE '  OTHER' TO WS-MIX-LABEL
           MOVE WS-HH-OTHER-VALUE TO WS-MIX-VALUE
           PERFORM WRITE-ASSET-MIX-LINE

           MOVE SPACES TO STMT-LINE
           WRITE STMT-LINE
           MOVE 'PERIOD ACTIVITY' TO STMT-LINE
           WRITE STMT-LINE
           MOVE '  OPENING CASH BALANCE' TO WS-MIX-LABEL
           MOVE WS-HH-OPENING-BALANCE TO WS-MIX-VALUE
           PERFORM WRITE-ACTIVITY-LINE
           MOVE '  DEPOSITS/INCOME' TO WS-MIX-LABEL
           MOVE WS-HH-CREDITS TO WS-MIX-VALUE
           PERFORM WRITE-ACTIVITY-LINE
           MOVE '  WITHDRAWALS/FEES' TO WS-MIX-LABEL
           MOVE WS-HH-DEBITS TO WS-MIX-VALUE
           PERFORM WRITE-ACTIVITY-LINE
           MOVE '  CLOSING CASH BALANCE' TO WS-MIX-LABEL
           MOVE WS-HH-CLOSING-BALANCE TO WS-MIX-VALUE
           PERFORM WRITE-ACTIVITY-LINE
           MOVE '  FEES CHARGED' TO WS-MIX-LABEL
           MOVE WS-HH-TOTAL-FEES TO WS-MIX-VALUE
           PERFORM WRITE-ACTIVITY-LINE
           MOVE '  INTEREST POSTED' TO WS-MIX-LABEL
           MOVE WS-HH-TOTAL-INTEREST TO WS-MIX-VALUE
           PERFORM WRITE-ACTIVITY-LINE

           MOVE SPACES TO STMT-LINE
           WRITE STMT-LINE
           MOVE 'ACCOUNTS IN THIS STATEMENT' TO STMT-LINE
           WRITE STMT-LINE
           PERFORM WRITE-HOUSEHOLD-ACCOUNT-LINE
               VARYING WS-HHL-INDEX FROM 1 BY 1
               UNTIL WS-HHL-INDEX > WS-HHL-COUNT
           IF WS-HHL-MORE-COUNT > ZERO
               MOVE WS-HHL-MORE-COUNT TO WS-HHL-MORE-DISPLAY
               MOVE SPACES TO STMT-LINE
               STRING '  AND ' DELIMITED BY SIZE
                      WS-HHL-MORE-DISPLAY DELIMITED BY SIZE
                      ' FURTHER ACCOUNT(S) - SEE THE SECTIONS THAT '
                          DELIMITED BY SIZE
                      'FOLLOW' DELIMITED BY SIZE
                      INTO STMT-LINE
               END-STRING
               WRITE STMT-LINE
           END-IF

           MOVE SPACES TO STMT-LINE
           WRITE STMT-LINE
           MOVE ALL '=' TO STMT-LINE(1:70)
           WRITE STMT-LINE
           MOVE SPACES TO STMT-LINE
           WRITE STMT-LINE.

       WRITE-ASSET-MIX-LINE.
           MOVE ZERO TO WS-MIX-PCT
           IF WS-HH-TOTAL-VALUE NOT = ZERO
               COMPUTE WS-MIX-PCT ROUNDED =
                   WS-MIX-VALUE * 100 / WS-HH-TOTAL-VALUE
           END-IF
           MOVE WS-MIX-VALUE TO WS-AMOUNT-DISPLAY
           MOVE WS-MIX-PCT TO WS-MIX-PCT-DISPLAY
           MOVE SPACES TO STMT-LINE
           STRING WS-MIX-LABEL DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  WS-AMOUNT-DISPLAY DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  WS-MIX-PCT-DISPLAY DELIMITED BY SIZE
                  '%' DELIMITED BY SIZE
                  INTO STMT-LINE
           END-STRING
           WRITE STMT-LINE.

       WRITE-ACTIVITY-LINE.
           MOVE WS-MIX-VALUE TO WS-AMOUNT-DISPLAY
           MOVE SPACES TO STMT-LINE
           STRING WS-MIX-LABEL DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  WS-AMOUNT-DISPLAY DELIMITED BY SIZE
                  INTO STMT-LINE
           END-STRING
           WRITE STMT-LINE.

       WRITE-HOUSEHOLD-ACCOUNT-LINE.
           MOVE WS-HHL-VALUE(WS-HHL-INDEX) TO WS-AMOUNT-DISPLAY
           MOVE SPACES TO STMT-LINE
           STRING '  ' DELIMITED BY SIZE
                  WS-HHL-ACCOUNT-ID(WS-HHL-INDEX) DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  WS-HHL-ACCOUNT-NAME(WS-HHL-INDEX) DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  WS-AMOUNT-DISPLAY DELIMITED BY SIZE
                  INTO STMT-LINE
           END-STRING
           WRITE STMT-LINE.

       ARCHIVE-HOUSEHOLD-SUMMARY.
           MOVE SPACES TO STMTARCH-RECORD
           MOVE '**' TO SA-HH-MARKER
           MOVE WS-STMT-HOUSEHOLD-ID TO SA-HH-KEY-ID
           MOVE WS-PERIOD-START-DATE(1:6) TO SA-PERIOD
           MOVE WS-PERIOD-START-DATE TO SA-PERIOD-START
           MOVE WS-PERIOD-END-DATE TO SA-PERIOD-END
           MOVE WS-HOUSEHOLD-NAME TO SA-ACCOUNT-NAME
           MOVE WS-HH-OPENING-BALANCE TO SA-OPENING-BALANCE
           MOVE WS-HH-CLOSING-BALANCE TO SA-CLOSING-BALANCE
           MOVE WS-HH-TOTAL-FEES TO SA-TOTAL-FEES
           MOVE WS-HH-TOTAL-INTEREST TO SA-TOTAL-INTEREST
           MOVE WS-HH-TXN-COUNT TO SA-TXN-COUNT
           MOVE WS-CHANNEL-SW TO SA-CHANNEL
           MOVE WS-STMT-HOUSEHOLD-ID TO SA-HOUSEHOLD-ID
           MOVE WS-HH-ACCOUNT-COUNT TO SA-HH-ACCOUNT-COUNT
           MOVE WS-HH-TOTAL-VALUE TO SA-HH-TOTAL-VALUE
           MOVE WS-HH-CASH-VALUE TO SA-HH-CASH-VALUE
           MOVE WS-HH-EQUITY-VALUE TO SA-HH-EQUITY-VALUE
           MOVE WS-HH-FIXED-INC-VALUE TO SA-HH-FIXED-INC-VALUE
           MOVE WS-HH-FUND-VALUE TO SA-HH-FUND-VALUE
           MOVE WS-HH-MONEY-MKT-VALUE TO SA-HH-MONEY-MKT-VALUE
           MOVE WS-HH-OPTION-VALUE TO SA-HH-OPTION-VALUE
           MOVE WS-HH-OTHER-VALUE TO SA-HH-OTHER-VALUE
           MOVE WS-HH-CREDITS TO SA-HH-CREDITS
           MOVE WS-HH-DEBITS TO SA-HH-DEBITS
           PERFORM WRITE-ARCHIVE-ROW.

       FINALIZE-PROCESS.
           PERFORM WRITE-CHANNEL-CONTROL-REPORT

           CLOSE STMTEXTR-FILE
           CLOSE STMTGEN-RPT-FILE
           CLOSE STMTARCH-FILE
           IF MARGIN-AVAILABLE
               CLOSE MRGACR-FILE
           END-IF
           IF RECEIVABLES-AVAILABLE
               CLOSE DIVRCV-FILE
           END-IF
           IF POSITIONS-AVAILABLE
               CLOSE POSITION-FILE
           END-IF
           IF PRICES-AVAILABLE
               CLOSE SECPRICE-FILE
           END-IF
           IF SECMAST-AVAILABLE
               CLOSE SECMAST-FILE
           END-IF
           IF CORRMAST-AVAILABLE
               CLOSE CORRMAST-FILE
           END-IF

           MOVE WS-SCANNED-COUNT TO WS-SCANNED-DISPLAY
           MOVE WS-STATEMENT-COUNT TO WS-STATEMENT-DISPLAY
           DISPLAY 'STMTGEN: SCANNED ' WS-SCANNED-DISPLAY
               ' ACCOUNT(S), PRODUCED ' WS-STATEMENT-DISPLAY
               ' STATEMENT(S) (' WS-PRINT-DISPLAY ' PRINT, '
               WS-EDELIV-DISPLAY ' ELECTRONIC), '
               WS-HOUSEHOLD-STMT-DISPLAY ' HOUSEHOLD STATEMENT(S) '
               'COVERING ' WS-CONSOL-ACCOUNT-DISPLAY ' ACCOUNT(S)'.

       WRITE-CHANNEL-CONTROL-REPORT.
           MOVE WS-SCANNED-COUNT TO WS-SCANNED-DISPLAY
           MOVE WS-STATEMENT-COUNT TO WS-STATEMENT-DISPLAY
           MOVE WS-PRINT-COUNT TO WS-PRINT-DISPLAY
           MOVE WS-EDELIV-COUNT TO WS-EDELIV-DISPLAY
           MOVE WS-HOUSEHOLD-STMT-COUNT TO WS-HOUSEHOLD-STMT-DISPLAY
           MOVE WS-CONSOL-ACCOUNT-COUNT TO WS-CONSOL-ACCOUNT-DISPLAY

           MOVE SPACES TO STMTGEN-RPT-LINE
           STRING 'STATEMENT RUN CHANNEL CONTROL - PERIOD '
                  WS-EDELIV-DISPLAY DELIMITED BY SIZE
                  INTO STMTGEN-RPT-LINE
           END-STRING
           WRITE STMTGEN-RPT-LINE

      *    STATEMENTS PRODUCED COUNTS EACH HOUSEHOLD STATEMENT ONCE;
      *    ACCOUNTS SCANNED LESS THE ACCOUNTS CONSOLIDATED IS WHAT THE
      *    ACCOUNT PASS HAD TO STATEMENT.
           MOVE SPACES TO STMTGEN-RPT-LINE
           STRING 'HOUSEHOLD STATEMENTS ' DELIMITED BY SIZE
                  WS-HOUSEHOLD-STMT-DISPLAY DELIMITED BY SIZE
                  INTO STMTGEN-RPT-LINE
           END-STRING
           WRITE STMTGEN-RPT-LINE

           MOVE SPACES TO STMTGEN-RPT-LINE
           STRING 'ACCOUNTS CONSOLIDATED' DELIMITED BY SIZE
                  WS-CONSOL-ACCOUNT-DISPLAY DELIMITED BY SIZE
                  INTO STMTGEN-RPT-LINE
           END-STRING
           WRITE STMTGEN-RPT-LINE.

       END PROGRAM STMTGEN.
