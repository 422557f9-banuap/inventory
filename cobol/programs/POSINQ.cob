       IDENTIFICATION DIVISION.
       PROGRAM-ID. POSINQ.
      ******************************************************************
      * PROGRAM: POSINQ - ONLINE POSITION AND TAX-LOT INQUIRY SCREEN
      * VERSION: 1.0
      * DATE: 2026-10-15
      * PURPOSE: INTERACTIVE TERMINAL INQUIRY, IN THE ACCTINQ SCREEN
      *          STYLE, SO THE BRANCH CAN ANSWER A HOLDINGS QUESTION
      *          WITHOUT ASKING OPERATIONS TO RUN PORTVAL. AN OPERATOR
      *          KEYS IN AN ACCOUNT-ID AND THE SCREEN LISTS EACH OPEN
      *          POSITION.DAT HOLDING WITH ITS QUANTITY, AVERAGE COST,
      *          SECPRICE.DAT CLOSING PRICE, MARKET VALUE, UNREALIZED
      *          GAIN/LOSS AND THE NUMBER OF OPEN ORDERS AGAINST THE
      *          SYMBOL. KEYING A ROW NUMBER DRILLS INTO THAT HOLDING -
      *          ITS OPEN TAXLOT.DAT LOTS (ACQUIRE DATE, COST, DAYS
      *          HELD, RESTRICTION) AND ITS OPEN, WORKING AND HELD
      *          ORDERS.DAT ORDERS.
      * FUNCTIONS: READ ACCOUNT.DAT BY ACCOUNT-ID, WALK POSITION.DAT AND
      *            TAXLOT.DAT ON THEIR ACCOUNT-LEADING KEYS, READ
      *            SECPRICE.DAT BY SYMBOL, WALK ORDERS.DAT ON ITS
      *            ACCOUNT-ID ALTERNATE KEY, PAINT THE RESULT, AND LOOP
      *            UNTIL THE OPERATOR KEYS 'X' TO EXIT.
      *
      * NOTES: DISPLAY-ONLY, LIKE ACCTINQ - EVERY FILE IS OPENED INPUT
      *        ONLY. THE OPERATOR SIGNS ON THROUGH OPERCTL, THE NIGHTLY
      *        BATCH WINDOW IS CHECKED THROUGH SYSMODE (AN EMERGENCY
      *        OVERRIDE IS LOGGED TO ACCTHIST.DAT), AND EVERY ACCOUNT
      *        LOOKED UP IS APPENDED TO THE INQUIRY AUDIT LOG
      *        (INQAUDIT.DAT) IN THE SAME LAYOUT ACCTINQ WRITES.
      *        A HOLDING WITH NO PRICE ON SECPRICE.DAT IS VALUED AT
      *        COST, AS PORTVAL DOES, AND SHOWS 'NO PRICE'. THE
      *        RESTRICTED-STOCK HOLDING PERIOD IS THE SAME 180 DAYS
      *        ORDMGMT ENFORCES AT ORDER ENTRY. SECPRICE.DAT,
      *        TAXLOT.DAT AND ORDERS.DAT ARE OPTIONAL - A MISSING FILE
      *        LEAVES ITS COLUMNS BLANK INSTEAD OF REFUSING THE INQUIRY.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT-FILE ASSIGN TO "ACCOUNT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCOUNT-ID OF ACCOUNT-RECORD
               FILE STATUS IS WS-ACCT-STATUS.

           SELECT POSITION-FILE ASSIGN TO "POSITION.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS POSITION-KEY
               FILE STATUS IS WS-POS-STATUS.

           SELECT SECPRICE-FILE ASSIGN TO "SECPRICE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRC-SYMBOL
               FILE STATUS IS WS-PRICE-STATUS.

           SELECT TAXLOT-FILE ASSIGN TO "TAXLOT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TAXLOT-KEY
               FILE STATUS IS WS-TAXLOT-STATUS.

           SELECT ORDER-FILE ASSIGN TO "ORDERS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ORDER-ID
               ALTERNATE RECORD KEY IS ACCOUNT-ID OF ORDER-RECORD
                   WITH DUPLICATES
               FILE STATUS IS WS-ORDER-STATUS.

           SELECT INQAUDIT-FILE ASSIGN TO "INQAUDIT.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT ACCTHIST-FILE ASSIGN TO "ACCTHIST.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-MODEHIST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-FILE.
       COPY ACCOUNT.

       FD  POSITION-FILE.
       COPY POSITION.

       FD  SECPRICE-FILE.
       COPY SECPRICE.

       FD  TAXLOT-FILE.
       COPY TAXLOT.

       FD  ORDER-FILE.
       COPY ORDER.

       FD  INQAUDIT-FILE.
       01  INQAUDIT-RECORD.
           05  IA-TIMESTAMP              PIC X(26).
           05  IA-OPERATOR-ID            PIC X(08).
           05  IA-ACCOUNT-ID             PIC X(12).
           05  FILLER                    PIC X(10).

       FD  ACCTHIST-FILE.
       COPY ACCTHIST.

       WORKING-STORAGE SECTION.
       01  WS-ACCT-STATUS                PIC XX.
           88  ACCT-FILE-OK              VALUE '00'.
           88  ACCT-RECORD-NOT-FOUND     VALUE '23'.

       01  WS-POS-STATUS                 PIC XX.
       01  WS-PRICE-STATUS               PIC XX.
       01  WS-TAXLOT-STATUS              PIC XX.
       01  WS-ORDER-STATUS               PIC XX.
       01  WS-AUDIT-STATUS               PIC XX.

       01  WS-PRICE-OPEN-SW              PIC X(01) VALUE 'N'.
           88  PRICE-FILE-OPEN           VALUE 'Y'.
       01  WS-TAXLOT-OPEN-SW             PIC X(01) VALUE 'N'.
           88  TAXLOT-FILE-OPEN          VALUE 'Y'.
       01  WS-ORDER-OPEN-SW              PIC X(01) VALUE 'N'.
           88  ORDER-FILE-OPEN           VALUE 'Y'.

       01  WS-CONTINUE-SW                PIC X(01) VALUE 'Y'.
           88  CONTINUE-INQUIRY          VALUE 'Y'.
       01  WS-BROWSE-SW                  PIC X(01) VALUE 'N'.
           88  BROWSE-DONE               VALUE 'Y'.
       01  WS-POS-SCAN-DONE-SW           PIC X(01) VALUE 'N'.
           88  POS-SCAN-DONE             VALUE 'Y'.
       01  WS-LOT-SCAN-DONE-SW           PIC X(01) VALUE 'N'.
           88  LOT-SCAN-DONE             VALUE 'Y'.
       01  WS-ORD-SCAN-DONE-SW           PIC X(01) VALUE 'N'.
           88  ORD-SCAN-DONE             VALUE 'Y'.
       01  WS-MORE-HOLDINGS-SW           PIC X(01) VALUE 'N'.
           88  MORE-HOLDINGS             VALUE 'Y'.
       01  WS-PRICED-SW                  PIC X(01) VALUE 'N'.
           88  HOLDING-PRICED            VALUE 'Y'.
       01  WS-LIST-ORDERS-SW             PIC X(01) VALUE 'N'.
           88  LIST-ORDERS               VALUE 'Y'.

       01  WS-INQUIRY-ACCOUNT-ID         PIC X(12).
       01  WS-EXIT-KEY                   PIC X(01).
       01  WS-SELECT-KEY                 PIC X(02).
       01  WS-SELECT-NUMBER REDEFINES WS-SELECT-KEY
                                         PIC 9(02).
       01  WS-SELECT-DIGIT               PIC 9(01).
       01  WS-SELECT-ROW                 PIC 9(02).
       01  WS-SCREEN-MESSAGE             PIC X(60).
       01  WS-LOT-MESSAGE                PIC X(60).
       01  WS-ORDER-MESSAGE              PIC X(60).

      *    ONE SCREEN PAGE OF HOLDINGS, EIGHT LOTS AND FOUR ORDERS ON
      *    THE DETAIL SCREEN.
       01  WS-PAGE-ROWS                  PIC 9(02) VALUE 12.
       01  WS-LOT-ROWS                   PIC 9(02) VALUE 08.
       01  WS-ORDER-ROWS                 PIC 9(02) VALUE 04.

      *    SAME RULE 144 HOLDING PERIOD ORDMGMT ENFORCES.
       01  WS-HOLDING-PERIOD-DAYS        PIC 9(03) VALUE 180.

       01  WS-PAGE-START-SYMBOL          PIC X(12).
       01  WS-PAGE-LAST-SYMBOL           PIC X(12).
       01  WS-ROW-COUNT                  PIC 9(02).
       01  WS-LOT-COUNT                  PIC 9(05).
       01  WS-LOTS-NOT-SHOWN             PIC 9(05).
       01  WS-SYMBOL-ORDER-COUNT         PIC 9(04).
       01  WS-ORDERS-NOT-SHOWN           PIC 9(04).
       01  WS-HOLDING-COUNT              PIC 9(05).
       01  WS-COUNT-DISPLAY              PIC ZZZZ9.

       01  WS-ROW-TABLE.
           05  WS-ROW-ENTRY OCCURS 12 TIMES.
               10  WS-ROW-SYMBOL         PIC X(12).
               10  WS-ROW-LINE           PIC X(79).

       01  WS-LOT-TABLE.
           05  WS-LOT-LINE OCCURS 8 TIMES
                                         PIC X(79).

       01  WS-ORDER-TABLE.
           05  WS-ORDER-LINE OCCURS 4 TIMES
                                         PIC X(79).

       01  WS-DETAIL-SYMBOL              PIC X(12).
       01  WS-DETAIL-PRICE               PIC S9(09)V9999 COMP-3.
       01  WS-DETAIL-PRICE-TEXT          PIC X(09).
       01  WS-DETAIL-PRICE-DATE          PIC X(08).
       01  WS-DETAIL-PRICED-SW           PIC X(01) VALUE 'N'.
           88  DETAIL-PRICED             VALUE 'Y'.

       01  WS-COST-VALUE                 PIC S9(13)V99 COMP-3.
       01  WS-MARKET-VALUE               PIC S9(13)V99 COMP-3.
       01  WS-GAIN-LOSS                  PIC S9(13)V99 COMP-3.
       01  WS-TOTAL-MARKET-VALUE         PIC S9(13)V99 COMP-3.
       01  WS-TOTAL-GAIN-LOSS            PIC S9(13)V99 COMP-3.
       01  WS-ORDER-PRICE                PIC S9(09)V9999 COMP-3.

       01  WS-TODAY-NUM                  PIC 9(08).
       01  WS-TODAY-INT                  PIC S9(08).
       01  WS-ACQUIRE-DATE-NUM           PIC 9(08).
       01  WS-ACQUIRE-INT                PIC S9(08).
       01  WS-HELD-DAYS                  PIC S9(08).

       01  WS-POS-HEADING.
           05  FILLER                    PIC X(02) VALUE ' #'.
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  FILLER                    PIC X(12) VALUE 'SYMBOL'.
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  FILLER                    PIC X(12) VALUE
                                             '    QUANTITY'.
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  FILLER                    PIC X(09) VALUE ' AVG COST'.
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  FILLER                    PIC X(09) VALUE '    PRICE'.
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  FILLER                    PIC X(12) VALUE
                                             'MARKET VALUE'.
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  FILLER                    PIC X(12) VALUE
                                             ' GAIN/LOSS  '.
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  FILLER                    PIC X(04) VALUE 'ORDS'.

       01  WS-POS-DETAIL.
           05  PD-ROW                    PIC Z9.
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  PD-SYMBOL                 PIC X(12).
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  PD-QUANTITY               PIC ZZZZZZ9.999-.
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  PD-AVG-COST               PIC ZZZZZ9.99.
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  PD-PRICE                  PIC ZZZZZ9.99.
           05  PD-PRICE-TEXT REDEFINES PD-PRICE
                                         PIC X(09).
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  PD-MARKET-VALUE           PIC ZZZZZZZ9.99-.
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  PD-GAIN-LOSS              PIC ZZZZZZZ9.99-.
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  PD-OPEN-ORDERS            PIC ZZZ9.

       01  WS-POS-TOTAL-LINE.
           05  FILLER                    PIC X(03) VALUE SPACES.
           05  PT-LABEL                  PIC X(45).
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  PT-MARKET-VALUE           PIC ZZZZZZZ9.99-.
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  PT-GAIN-LOSS              PIC ZZZZZZZ9.99-.
           05  FILLER                    PIC X(05) VALUE SPACES.

       01  WS-LOT-HEADING.
           05  FILLER                    PIC X(05) VALUE '  LOT'.
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  FILLER                    PIC X(10) VALUE 'ACQUIRED'.
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  FILLER                    PIC X(12) VALUE
                                             '    QUANTITY'.
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  FILLER                    PIC X(11) VALUE
                                             '  LOT COST '.
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  FILLER                    PIC X(05) VALUE ' DAYS'.
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  FILLER                    PIC X(12) VALUE
                                             ' GAIN/LOSS  '.
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  FILLER                    PIC X(18) VALUE 'RESTRICTION'.

       01  WS-LOT-DETAIL.
           05  LD-LOT-NUMBER             PIC ZZZZ9.
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  LD-ACQUIRE-DATE           PIC X(10).
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  LD-QUANTITY               PIC ZZZZZZ9.999-.
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  LD-COST-PRICE             PIC ZZZZZ9.9999.
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  LD-HELD-DAYS              PIC ZZZZ9.
           05  LD-HELD-DAYS-TEXT REDEFINES LD-HELD-DAYS
                                         PIC X(05).
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  LD-GAIN-LOSS              PIC ZZZZZZZ9.99-.
           05  LD-GAIN-LOSS-TEXT REDEFINES LD-GAIN-LOSS
                                         PIC X(12).
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  LD-RESTRICTION            PIC X(18).

       01  WS-ORDER-HEADING.
           05  FILLER                    PIC X(16) VALUE 'ORDER ID'.
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  FILLER                    PIC X(03) VALUE 'SID'.
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  FILLER                    PIC X(03) VALUE 'TYP'.
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  FILLER                    PIC X(12) VALUE
                                             '    QUANTITY'.
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  FILLER                    PIC X(11) VALUE
                                             '  LMT/STOP '.
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  FILLER                    PIC X(12) VALUE
                                             '      FILLED'.
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  FILLER                    PIC X(07) VALUE 'STATUS'.
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  FILLER                    PIC X(08) VALUE 'ENTERED'.

       01  WS-ORDER-DETAIL.
           05  OD-ORDER-ID               PIC X(16).
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  OD-SIDE                   PIC X(03).
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  OD-TYPE                   PIC X(03).
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  OD-QUANTITY               PIC ZZZZZZ9.999-.
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  OD-PRICE                  PIC ZZZZZ9.9999.
           05  OD-PRICE-TEXT REDEFINES OD-PRICE
                                         PIC X(11).
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  OD-FILLED-QUANTITY        PIC ZZZZZZ9.999-.
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  OD-STATUS                 PIC X(07).
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  OD-ORDER-DATE             PIC X(08).

       01  WS-MODEHIST-STATUS            PIC XX.
       01  WS-SYSMODE-OPERATION          PIC X(06) VALUE 'CHECK '.
       01  WS-SYSMODE-SET-BY             PIC X(08) VALUE SPACES.
       01  WS-SYSMODE-MODE               PIC X(01).
       01  WS-SYSMODE-RETURN-CODE        PIC 9(02).
       01  WS-OVERRIDE-ANSWER            PIC X(01).
       01  WS-MODE-DATE                  PIC X(08).
       01  WS-MODE-TIME                  PIC 9(08).
       01  WS-MODE-TIMESTAMP             PIC X(26).

       01  WS-SIGNON-OPERATION           PIC X(06) VALUE 'SIGNON'.
       01  WS-OPERCTL-RETURN-CODE        PIC 9(02).
       COPY OPERATOR REPLACING OPERATOR-RECORD BY WS-OPERATOR-RECORD.
       01  WS-CONTROLLED-OPERATION       PIC X(08) VALUE SPACES.
       01  WS-SIGNON-ID                  PIC X(08).

       01  WS-CURRENT-DATE-PARTS.
           05  WS-CURRENT-YEAR           PIC 9(04).
           05  WS-CURRENT-MONTH          PIC 9(02).
           05  WS-CURRENT-DAY            PIC 9(02).

       01  WS-CURRENT-TIME.
           05  WS-CURRENT-HOUR           PIC 9(02).
           05  WS-CURRENT-MINUTE         PIC 9(02).
           05  WS-CURRENT-SECOND         PIC 9(02).
           05  WS-CURRENT-HUNDREDTH     PIC 9(02).

       01  WS-TIMESTAMP                  PIC X(26).

       SCREEN SECTION.
       01  POSITION-INQUIRY-SCREEN.
           05  BLANK SCREEN.
           05  LINE 01 COLUMN 25 VALUE 'ONLINE POSITION INQUIRY'.
           05  LINE 03 COLUMN 05 VALUE 'Account ID . . .'.
           05  LINE 03 COLUMN 22 PIC X(12) FROM WS-INQUIRY-ACCOUNT-ID.
           05  LINE 03 COLUMN 36 PIC X(44)
               FROM ACCOUNT-NAME OF ACCOUNT-RECORD.
           05  LINE 05 COLUMN 02 PIC X(79) FROM WS-POS-HEADING.
           05  LINE 06 COLUMN 02 PIC X(79) FROM WS-ROW-LINE (1).
           05  LINE 07 COLUMN 02 PIC X(79) FROM WS-ROW-LINE (2).
           05  LINE 08 COLUMN 02 PIC X(79) FROM WS-ROW-LINE (3).
           05  LINE 09 COLUMN 02 PIC X(79) FROM WS-ROW-LINE (4).
           05  LINE 10 COLUMN 02 PIC X(79) FROM WS-ROW-LINE (5).
           05  LINE 11 COLUMN 02 PIC X(79) FROM WS-ROW-LINE (6).
           05  LINE 12 COLUMN 02 PIC X(79) FROM WS-ROW-LINE (7).
           05  LINE 13 COLUMN 02 PIC X(79) FROM WS-ROW-LINE (8).
           05  LINE 14 COLUMN 02 PIC X(79) FROM WS-ROW-LINE (9).
           05  LINE 15 COLUMN 02 PIC X(79) FROM WS-ROW-LINE (10).
           05  LINE 16 COLUMN 02 PIC X(79) FROM WS-ROW-LINE (11).
           05  LINE 17 COLUMN 02 PIC X(79) FROM WS-ROW-LINE (12).
           05  LINE 18 COLUMN 02 PIC X(79) FROM WS-POS-TOTAL-LINE.
           05  LINE 20 COLUMN 05 PIC X(60) FROM WS-SCREEN-MESSAGE.
           05  LINE 22 COLUMN 05
               VALUE 'Row # for lots and orders, N=next page, '.
           05  LINE 22 COLUMN 45
               VALUE 'Enter=new account, X=exit'.
           05  LINE 23 COLUMN 05 PIC X(02) USING WS-SELECT-KEY.

       01  POSITION-DETAIL-SCREEN.
           05  BLANK SCREEN.
           05  LINE 01 COLUMN 20
               VALUE 'POSITION DETAIL - TAX LOTS AND OPEN ORDERS'.
           05  LINE 02 COLUMN 02 VALUE 'Account'.
           05  LINE 02 COLUMN 10 PIC X(12) FROM WS-INQUIRY-ACCOUNT-ID.
           05  LINE 02 COLUMN 24 VALUE 'Symbol'.
           05  LINE 02 COLUMN 31 PIC X(12) FROM WS-DETAIL-SYMBOL.
           05  LINE 02 COLUMN 45 VALUE 'Price'.
           05  LINE 02 COLUMN 51 PIC X(09) FROM WS-DETAIL-PRICE-TEXT.
           05  LINE 02 COLUMN 62 VALUE 'As of'.
           05  LINE 02 COLUMN 68 PIC X(08) FROM WS-DETAIL-PRICE-DATE.
           05  LINE 04 COLUMN 02 PIC X(79) FROM WS-LOT-HEADING.
           05  LINE 05 COLUMN 02 PIC X(79) FROM WS-LOT-LINE (1).
           05  LINE 06 COLUMN 02 PIC X(79) FROM WS-LOT-LINE (2).
           05  LINE 07 COLUMN 02 PIC X(79) FROM WS-LOT-LINE (3).
           05  LINE 08 COLUMN 02 PIC X(79) FROM WS-LOT-LINE (4).
           05  LINE 09 COLUMN 02 PIC X(79) FROM WS-LOT-LINE (5).
           05  LINE 10 COLUMN 02 PIC X(79) FROM WS-LOT-LINE (6).
           05  LINE 11 COLUMN 02 PIC X(79) FROM WS-LOT-LINE (7).
           05  LINE 12 COLUMN 02 PIC X(79) FROM WS-LOT-LINE (8).
           05  LINE 13 COLUMN 02 PIC X(60) FROM WS-LOT-MESSAGE.
           05  LINE 15 COLUMN 02 PIC X(79) FROM WS-ORDER-HEADING.
           05  LINE 16 COLUMN 02 PIC X(79) FROM WS-ORDER-LINE (1).
           05  LINE 17 COLUMN 02 PIC X(79) FROM WS-ORDER-LINE (2).
           05  LINE 18 COLUMN 02 PIC X(79) FROM WS-ORDER-LINE (3).
           05  LINE 19 COLUMN 02 PIC X(79) FROM WS-ORDER-LINE (4).
           05  LINE 20 COLUMN 02 PIC X(60) FROM WS-ORDER-MESSAGE.
           05  LINE 22 COLUMN 05
               VALUE 'Enter to return to the holdings, X to exit'.
           05  LINE 23 COLUMN 05 PIC X(01) USING WS-EXIT-KEY.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           PERFORM INITIALIZE-PROCESS
           PERFORM INQUIRY-LOOP-PROCESS UNTIL NOT CONTINUE-INQUIRY
           PERFORM FINALIZE-PROCESS
           STOP RUN.

       INITIALIZE-PROCESS.
           PERFORM OPERATOR-SIGNON-PROCESS THRU OPERATOR-SIGNON-EXIT
           PERFORM CHECK-RUN-MODE THRU CHECK-RUN-MODE-EXIT

           ACCEPT WS-CURRENT-DATE-PARTS FROM DATE YYYYMMDD
           MOVE WS-CURRENT-DATE-PARTS TO WS-TODAY-NUM
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-NUM)

           OPEN INPUT ACCOUNT-FILE
           IF WS-ACCT-STATUS NOT = '00'
               DISPLAY 'POSINQ: UNABLE TO OPEN ACCOUNT.DAT, STATUS = '
                   WS-ACCT-STATUS
               STOP RUN
           END-IF

           OPEN INPUT POSITION-FILE
           IF WS-POS-STATUS NOT = '00'
               DISPLAY 'POSINQ: UNABLE TO OPEN POSITION.DAT, STATUS = '
                   WS-POS-STATUS
               CLOSE ACCOUNT-FILE
               STOP RUN
           END-IF

           OPEN INPUT SECPRICE-FILE
           IF WS-PRICE-STATUS = '00'
               SET PRICE-FILE-OPEN TO TRUE
           END-IF

           OPEN INPUT TAXLOT-FILE
           IF WS-TAXLOT-STATUS = '00'
               SET TAXLOT-FILE-OPEN TO TRUE
           END-IF

           OPEN INPUT ORDER-FILE
           IF WS-ORDER-STATUS = '00'
               SET ORDER-FILE-OPEN TO TRUE
           END-IF.

       OPERATOR-SIGNON-PROCESS.
           DISPLAY 'Operator ID: ' WITH NO ADVANCING
           ACCEPT WS-SIGNON-ID
           MOVE SPACES TO WS-OPERATOR-RECORD
           MOVE WS-SIGNON-ID TO
               OP-OPERATOR-ID OF WS-OPERATOR-RECORD

           CALL 'OPERCTL' USING WS-SIGNON-OPERATION,
                                 WS-OPERATOR-RECORD,
                                 WS-CONTROLLED-OPERATION,
                                 WS-OPERCTL-RETURN-CODE

      *    RC 01 MEANS OPERATOR.DAT IS NOT YET IN USE - THE SIGN-ON
      *    IS ACCEPTED FOR BOOTSTRAPPING BUT STILL AUDITED.
           IF WS-OPERCTL-RETURN-CODE NOT = 00
              AND WS-OPERCTL-RETURN-CODE NOT = 01
               DISPLAY 'POSINQ: OPERATOR ' WS-SIGNON-ID
                   ' IS NOT SIGNED ON - INQUIRY REFUSED'
               STOP RUN
           END-IF.

       OPERATOR-SIGNON-EXIT.
           EXIT.

       CHECK-RUN-MODE.
      *    THE NIGHTLY BATCH WINDOW OWNS THE FILES - NEW ONLINE WORK
      *    WAITS, UNLESS AN OPERATOR TAKES THE EMERGENCY OVERRIDE,
      *    WHICH IS LOGGED TO ACCTHIST.DAT.
           CALL 'SYSMODE' USING WS-SYSMODE-OPERATION,
                                 WS-SYSMODE-SET-BY,
                                 WS-SYSMODE-MODE,
                                 WS-SYSMODE-RETURN-CODE
           IF WS-SYSMODE-MODE NOT = 'B'
               GO TO CHECK-RUN-MODE-EXIT
           END-IF

           DISPLAY 'POSINQ: THE NIGHTLY BATCH WINDOW IS RUNNING - '
               'PLEASE SIGN ON AGAIN ONCE IT CLOSES'
           DISPLAY 'Emergency override? (Y/N): ' WITH NO ADVANCING
           ACCEPT WS-OVERRIDE-ANSWER
           IF WS-OVERRIDE-ANSWER NOT = 'Y'
              AND WS-OVERRIDE-ANSWER NOT = 'y'
               STOP RUN
           END-IF

           OPEN EXTEND ACCTHIST-FILE
           IF WS-MODEHIST-STATUS NOT = '00'
               OPEN OUTPUT ACCTHIST-FILE
           END-IF
           IF WS-MODEHIST-STATUS = '00'
               MOVE SPACES TO ACCTHIST-RECORD
               SET HIST-IS-OVERRIDE TO TRUE
               MOVE 'POSINQ  ' TO HIST-ENTITY-ID
               MOVE WS-SIGNON-ID TO HIST-CHANGED-BY
               ACCEPT WS-MODE-DATE FROM DATE YYYYMMDD
               ACCEPT WS-MODE-TIME FROM TIME
               MOVE SPACES TO WS-MODE-TIMESTAMP
               STRING WS-MODE-DATE 'T' WS-MODE-TIME
                   DELIMITED BY SIZE INTO WS-MODE-TIMESTAMP
               END-STRING
               MOVE WS-MODE-TIMESTAMP TO HIST-CHANGED-TIMESTAMP
               WRITE ACCTHIST-RECORD
               CLOSE ACCTHIST-FILE
           END-IF
           DISPLAY 'POSINQ: OVERRIDE LOGGED - PROCEED WITH CARE'.

       CHECK-RUN-MODE-EXIT.
           EXIT.

       INQUIRY-LOOP-PROCESS.
           MOVE SPACES TO WS-INQUIRY-ACCOUNT-ID
           MOVE SPACES TO WS-SCREEN-MESSAGE
           MOVE SPACES TO ACCOUNT-RECORD

           DISPLAY 'Enter account ID, or X to exit: '
               WITH NO ADVANCING
           ACCEPT WS-INQUIRY-ACCOUNT-ID

           IF WS-INQUIRY-ACCOUNT-ID = 'X' OR WS-INQUIRY-ACCOUNT-ID = 'x'
               MOVE 'N' TO WS-CONTINUE-SW
           ELSE
               PERFORM LOOKUP-ACCOUNT-PROCESS THRU LOOKUP-ACCOUNT-EXIT
               PERFORM BROWSE-HOLDINGS-PROCESS THRU BROWSE-HOLDINGS-EXIT
                   UNTIL BROWSE-DONE
           END-IF.

       LOOKUP-ACCOUNT-PROCESS.
           MOVE 'N' TO WS-BROWSE-SW
           MOVE LOW-VALUES TO WS-PAGE-START-SYMBOL
           MOVE ZERO TO WS-HOLDING-COUNT
           MOVE ZERO TO WS-TOTAL-MARKET-VALUE
           MOVE ZERO TO WS-TOTAL-GAIN-LOSS

           MOVE WS-INQUIRY-ACCOUNT-ID TO ACCOUNT-ID OF ACCOUNT-RECORD
           READ ACCOUNT-FILE
               KEY IS ACCOUNT-ID OF ACCOUNT-RECORD
               INVALID KEY
                   MOVE SPACES TO ACCOUNT-RECORD
                   MOVE 'ACCOUNT NOT FOUND' TO WS-SCREEN-MESSAGE
                   GO TO LOOKUP-ACCOUNT-EXIT
           END-READ

           PERFORM WRITE-INQUIRY-AUDIT
           PERFORM SUM-ACCOUNT-HOLDINGS

           IF WS-HOLDING-COUNT = ZERO
               MOVE 'NO OPEN POSITIONS ON FILE FOR THIS ACCOUNT' TO
                   WS-SCREEN-MESSAGE
           END-IF.

       LOOKUP-ACCOUNT-EXIT.
           EXIT.

       WRITE-INQUIRY-AUDIT.
           OPEN EXTEND INQAUDIT-FILE
           IF WS-AUDIT-STATUS NOT = '00'
               OPEN OUTPUT INQAUDIT-FILE
           END-IF
           IF WS-AUDIT-STATUS = '00'
               PERFORM GET-CURRENT-TIMESTAMP
               MOVE SPACES TO INQAUDIT-RECORD
               MOVE WS-TIMESTAMP TO IA-TIMESTAMP
               MOVE WS-SIGNON-ID TO IA-OPERATOR-ID
               MOVE ACCOUNT-ID OF ACCOUNT-RECORD TO IA-ACCOUNT-ID
               WRITE INQAUDIT-RECORD
               CLOSE INQAUDIT-FILE
           END-IF.

       GET-CURRENT-TIMESTAMP.
           ACCEPT WS-CURRENT-DATE-PARTS FROM DATE YYYYMMDD
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

      *    ACCOUNT TOTALS COVER EVERY OPEN HOLDING, NOT JUST THE PAGE
      *    ON THE SCREEN, SO THEY ARE TAKEN IN A PASS OF THEIR OWN.
       SUM-ACCOUNT-HOLDINGS.
           PERFORM START-POSITION-SCAN
           PERFORM SUM-ONE-HOLDING UNTIL POS-SCAN-DONE

           MOVE SPACES TO PT-LABEL
           MOVE WS-HOLDING-COUNT TO WS-COUNT-DISPLAY
           STRING 'ACCOUNT TOTAL - ' DELIMITED BY SIZE
                  WS-COUNT-DISPLAY DELIMITED BY SIZE
                  ' OPEN HOLDING(S)' DELIMITED BY SIZE
                  INTO PT-LABEL
           END-STRING
           MOVE WS-TOTAL-MARKET-VALUE TO PT-MARKET-VALUE
           MOVE WS-TOTAL-GAIN-LOSS TO PT-GAIN-LOSS.

       SUM-ONE-HOLDING.
           PERFORM READ-NEXT-POSITION
           IF NOT POS-SCAN-DONE
              AND OPEN-POSITION
              AND POSITION-QUANTITY NOT = ZERO
               PERFORM PRICE-HOLDING
               ADD 1 TO WS-HOLDING-COUNT
               ADD WS-MARKET-VALUE TO WS-TOTAL-MARKET-VALUE
               ADD WS-GAIN-LOSS TO WS-TOTAL-GAIN-LOSS
           END-IF.

      *    POSITION.DAT IS KEYED ACCOUNT-ID + SYMBOL, SO ONE ACCOUNT'S
      *    HOLDINGS ARE CONTIGUOUS. A PAGE STARTS AFTER THE LAST SYMBOL
      *    SHOWN ON THE PAGE BEFORE (LOW-VALUES FOR THE FIRST PAGE).
       START-POSITION-SCAN.
           MOVE 'N' TO WS-POS-SCAN-DONE-SW
           MOVE ACCOUNT-ID OF ACCOUNT-RECORD TO
               ACCOUNT-ID OF POSITION-RECORD
           MOVE WS-PAGE-START-SYMBOL TO
               SECURITY-SYMBOL OF POSITION-RECORD
           START POSITION-FILE KEY > POSITION-KEY
               INVALID KEY SET POS-SCAN-DONE TO TRUE
           END-START.

       READ-NEXT-POSITION.
           READ POSITION-FILE NEXT RECORD
           IF WS-POS-STATUS NOT = '00'
               SET POS-SCAN-DONE TO TRUE
           ELSE
               IF ACCOUNT-ID OF POSITION-RECORD NOT =
                  ACCOUNT-ID OF ACCOUNT-RECORD
                   SET POS-SCAN-DONE TO TRUE
               END-IF
           END-IF.

      *    MARKET VALUE AT THE SECPRICE.DAT CLOSE; A HOLDING WITH NO
      *    PRICE ON FILE IS CARRIED AT COST, SO ITS GAIN/LOSS IS ZERO.
       PRICE-HOLDING.
           MOVE 'N' TO WS-PRICED-SW
           COMPUTE WS-COST-VALUE ROUNDED =
               POSITION-QUANTITY * AVERAGE-COST-BASIS

           IF PRICE-FILE-OPEN
               MOVE SECURITY-SYMBOL OF POSITION-RECORD TO PRC-SYMBOL
               READ SECPRICE-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY SET HOLDING-PRICED TO TRUE
               END-READ
           END-IF

           IF HOLDING-PRICED
               COMPUTE WS-MARKET-VALUE ROUNDED =
                   POSITION-QUANTITY * PRC-CLOSE-PRICE
           ELSE
               MOVE WS-COST-VALUE TO WS-MARKET-VALUE
           END-IF
           COMPUTE WS-GAIN-LOSS = WS-MARKET-VALUE - WS-COST-VALUE.

       BROWSE-HOLDINGS-PROCESS.
           PERFORM LOAD-HOLDINGS-PAGE

           MOVE SPACES TO WS-SELECT-KEY
           DISPLAY POSITION-INQUIRY-SCREEN
           ACCEPT POSITION-INQUIRY-SCREEN
           MOVE SPACES TO WS-SCREEN-MESSAGE

           IF WS-SELECT-KEY = SPACES
               SET BROWSE-DONE TO TRUE
               GO TO BROWSE-HOLDINGS-EXIT
           END-IF

           IF WS-SELECT-KEY = 'X' OR WS-SELECT-KEY = 'x'
               SET BROWSE-DONE TO TRUE
               MOVE 'N' TO WS-CONTINUE-SW
               GO TO BROWSE-HOLDINGS-EXIT
           END-IF

           IF WS-SELECT-KEY = 'N' OR WS-SELECT-KEY = 'n'
               IF MORE-HOLDINGS
                   MOVE WS-PAGE-LAST-SYMBOL TO WS-PAGE-START-SYMBOL
               ELSE
                   MOVE LOW-VALUES TO WS-PAGE-START-SYMBOL
                   MOVE 'LAST PAGE REACHED - BACK TO THE FIRST PAGE' TO
                       WS-SCREEN-MESSAGE
               END-IF
               GO TO BROWSE-HOLDINGS-EXIT
           END-IF

           MOVE ZERO TO WS-SELECT-ROW
           IF WS-SELECT-KEY (1:1) NUMERIC
              AND WS-SELECT-KEY (2:1) = SPACE
               MOVE WS-SELECT-KEY (1:1) TO WS-SELECT-DIGIT
               MOVE WS-SELECT-DIGIT TO WS-SELECT-ROW
           END-IF
           IF WS-SELECT-NUMBER NUMERIC
               MOVE WS-SELECT-NUMBER TO WS-SELECT-ROW
           END-IF

           IF WS-SELECT-ROW < 1 OR WS-SELECT-ROW > WS-ROW-COUNT
               MOVE 'INVALID SELECTION - KEY A ROW NUMBER FROM THE LIST'
                   TO WS-SCREEN-MESSAGE
               GO TO BROWSE-HOLDINGS-EXIT
           END-IF

           PERFORM SHOW-POSITION-DETAIL.

       BROWSE-HOLDINGS-EXIT.
           EXIT.

       LOAD-HOLDINGS-PAGE.
           MOVE SPACES TO WS-ROW-TABLE
           MOVE ZERO TO WS-ROW-COUNT
           MOVE 'N' TO WS-MORE-HOLDINGS-SW
           MOVE SPACES TO WS-PAGE-LAST-SYMBOL

           IF ACCOUNT-ID OF ACCOUNT-RECORD = SPACES
               SET BROWSE-DONE TO TRUE
               MOVE SPACES TO PT-LABEL
               MOVE ZERO TO PT-MARKET-VALUE
               MOVE ZERO TO PT-GAIN-LOSS
           ELSE
               PERFORM START-POSITION-SCAN
               PERFORM LOAD-ONE-HOLDING UNTIL POS-SCAN-DONE
           END-IF

           IF MORE-HOLDINGS AND WS-SCREEN-MESSAGE = SPACES
               MOVE 'MORE HOLDINGS - KEY N FOR THE NEXT PAGE' TO
                   WS-SCREEN-MESSAGE
           END-IF.

       LOAD-ONE-HOLDING.
           PERFORM READ-NEXT-POSITION
           IF NOT POS-SCAN-DONE
              AND OPEN-POSITION
              AND POSITION-QUANTITY NOT = ZERO
               IF WS-ROW-COUNT NOT < WS-PAGE-ROWS
                   SET MORE-HOLDINGS TO TRUE
                   SET POS-SCAN-DONE TO TRUE
               ELSE
                   PERFORM BUILD-HOLDING-ROW
               END-IF
           END-IF.

       BUILD-HOLDING-ROW.
           ADD 1 TO WS-ROW-COUNT
           PERFORM PRICE-HOLDING

           MOVE SECURITY-SYMBOL OF POSITION-RECORD TO WS-DETAIL-SYMBOL
           MOVE 'N' TO WS-LIST-ORDERS-SW
           PERFORM SCAN-SYMBOL-ORDERS

           MOVE WS-ROW-COUNT TO PD-ROW
           MOVE SECURITY-SYMBOL OF POSITION-RECORD TO PD-SYMBOL
           MOVE POSITION-QUANTITY TO PD-QUANTITY
           MOVE AVERAGE-COST-BASIS TO PD-AVG-COST
           IF HOLDING-PRICED
               MOVE PRC-CLOSE-PRICE TO PD-PRICE
           ELSE
               MOVE ' NO PRICE' TO PD-PRICE-TEXT
           END-IF
           MOVE WS-MARKET-VALUE TO PD-MARKET-VALUE
           MOVE WS-GAIN-LOSS TO PD-GAIN-LOSS
           MOVE WS-SYMBOL-ORDER-COUNT TO PD-OPEN-ORDERS

           MOVE SECURITY-SYMBOL OF POSITION-RECORD TO
               WS-ROW-SYMBOL (WS-ROW-COUNT)
           MOVE WS-POS-DETAIL TO WS-ROW-LINE (WS-ROW-COUNT)
           MOVE SECURITY-SYMBOL OF POSITION-RECORD TO
               WS-PAGE-LAST-SYMBOL.

      *    DRILL-DOWN FOR ONE HOLDING - ITS OPEN LOTS AND ITS OPEN,
      *    WORKING AND HELD ORDERS.
       SHOW-POSITION-DETAIL.
           MOVE WS-ROW-SYMBOL (WS-SELECT-ROW) TO WS-DETAIL-SYMBOL
           PERFORM PRICE-DETAIL-SYMBOL
           PERFORM LOAD-SYMBOL-LOTS THRU LOAD-SYMBOL-LOTS-EXIT

           MOVE SPACES TO WS-ORDER-TABLE
           MOVE SPACES TO WS-ORDER-MESSAGE
           SET LIST-ORDERS TO TRUE
           PERFORM SCAN-SYMBOL-ORDERS
           EVALUATE TRUE
               WHEN NOT ORDER-FILE-OPEN
                   MOVE 'ORDERS.DAT NOT AVAILABLE' TO WS-ORDER-MESSAGE
               WHEN WS-SYMBOL-ORDER-COUNT = ZERO
                   MOVE 'NO OPEN ORDERS AGAINST THIS SYMBOL' TO
                       WS-ORDER-MESSAGE
               WHEN WS-SYMBOL-ORDER-COUNT > WS-ORDER-ROWS
                   COMPUTE WS-ORDERS-NOT-SHOWN =
                       WS-SYMBOL-ORDER-COUNT - WS-ORDER-ROWS
                   MOVE WS-ORDERS-NOT-SHOWN TO WS-COUNT-DISPLAY
                   STRING WS-COUNT-DISPLAY DELIMITED BY SIZE
                          ' MORE OPEN ORDER(S) NOT SHOWN'
                              DELIMITED BY SIZE
                          INTO WS-ORDER-MESSAGE
                   END-STRING
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           MOVE SPACE TO WS-EXIT-KEY
           DISPLAY POSITION-DETAIL-SCREEN
           ACCEPT POSITION-DETAIL-SCREEN
           IF WS-EXIT-KEY = 'X' OR WS-EXIT-KEY = 'x'
               SET BROWSE-DONE TO TRUE
               MOVE 'N' TO WS-CONTINUE-SW
           END-IF.

       PRICE-DETAIL-SYMBOL.
           MOVE 'N' TO WS-DETAIL-PRICED-SW
           MOVE ZERO TO WS-DETAIL-PRICE
           MOVE ' NO PRICE' TO WS-DETAIL-PRICE-TEXT
           MOVE SPACES TO WS-DETAIL-PRICE-DATE

           IF PRICE-FILE-OPEN
               MOVE WS-DETAIL-SYMBOL TO PRC-SYMBOL
               READ SECPRICE-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY SET DETAIL-PRICED TO TRUE
               END-READ
           END-IF

           IF DETAIL-PRICED
               MOVE PRC-CLOSE-PRICE TO WS-DETAIL-PRICE
               MOVE PRC-CLOSE-PRICE TO PD-PRICE
               MOVE PD-PRICE-TEXT TO WS-DETAIL-PRICE-TEXT
               MOVE PRC-PRICE-DATE TO WS-DETAIL-PRICE-DATE
           END-IF.

      *    TAXLOT.DAT IS KEYED ACCOUNT + SYMBOL + LOT NUMBER, SO THE
      *    HOLDING'S LOTS COME BACK IN LOT-NUMBER (ACQUISITION) ORDER.
       LOAD-SYMBOL-LOTS.
           MOVE SPACES TO WS-LOT-TABLE
           MOVE SPACES TO WS-LOT-MESSAGE
           MOVE ZERO TO WS-LOT-COUNT

           IF NOT TAXLOT-FILE-OPEN
               MOVE 'TAXLOT.DAT NOT AVAILABLE' TO WS-LOT-MESSAGE
               GO TO LOAD-SYMBOL-LOTS-EXIT
           END-IF

           MOVE 'N' TO WS-LOT-SCAN-DONE-SW
           MOVE ACCOUNT-ID OF ACCOUNT-RECORD TO LOT-ACCOUNT-ID
           MOVE WS-DETAIL-SYMBOL TO LOT-SECURITY-SYMBOL
           MOVE ZERO TO LOT-NUMBER
           START TAXLOT-FILE KEY >= TAXLOT-KEY
               INVALID KEY SET LOT-SCAN-DONE TO TRUE
           END-START

           PERFORM LOAD-ONE-LOT UNTIL LOT-SCAN-DONE

           IF WS-LOT-COUNT = ZERO
               MOVE 'NO OPEN TAX LOTS ON FILE FOR THIS HOLDING' TO
                   WS-LOT-MESSAGE
           END-IF
           IF WS-LOT-COUNT > WS-LOT-ROWS
               COMPUTE WS-LOTS-NOT-SHOWN = WS-LOT-COUNT - WS-LOT-ROWS
               MOVE WS-LOTS-NOT-SHOWN TO WS-COUNT-DISPLAY
               STRING WS-COUNT-DISPLAY DELIMITED BY SIZE
                      ' MORE OPEN LOT(S) NOT SHOWN' DELIMITED BY SIZE
                      INTO WS-LOT-MESSAGE
               END-STRING
           END-IF.

       LOAD-SYMBOL-LOTS-EXIT.
           EXIT.

       LOAD-ONE-LOT.
           READ TAXLOT-FILE NEXT RECORD
           IF WS-TAXLOT-STATUS NOT = '00'
               SET LOT-SCAN-DONE TO TRUE
           ELSE
               IF LOT-ACCOUNT-ID NOT = ACCOUNT-ID OF ACCOUNT-RECORD
                  OR LOT-SECURITY-SYMBOL NOT = WS-DETAIL-SYMBOL
                   SET LOT-SCAN-DONE TO TRUE
               ELSE
                   IF OPEN-LOT AND LOT-QUANTITY NOT = ZERO
                       ADD 1 TO WS-LOT-COUNT
                       IF WS-LOT-COUNT NOT > WS-LOT-ROWS
                           PERFORM BUILD-LOT-ROW
                       END-IF
                   END-IF
               END-IF
           END-IF.

       BUILD-LOT-ROW.
           MOVE LOT-NUMBER TO LD-LOT-NUMBER
           MOVE SPACES TO LD-ACQUIRE-DATE
           STRING LOT-ACQUIRE-DATE (1:4) '-'
                  LOT-ACQUIRE-DATE (5:2) '-'
                  LOT-ACQUIRE-DATE (7:2)
                  DELIMITED BY SIZE
                  INTO LD-ACQUIRE-DATE
           END-STRING
           MOVE LOT-QUANTITY TO LD-QUANTITY
           MOVE LOT-COST-PRICE TO LD-COST-PRICE

           MOVE ZERO TO WS-HELD-DAYS
           IF LOT-ACQUIRE-DATE NUMERIC
               MOVE LOT-ACQUIRE-DATE TO WS-ACQUIRE-DATE-NUM
               COMPUTE WS-ACQUIRE-INT = FUNCTION
                   INTEGER-OF-DATE(WS-ACQUIRE-DATE-NUM)
               COMPUTE WS-HELD-DAYS = WS-TODAY-INT - WS-ACQUIRE-INT
               MOVE WS-HELD-DAYS TO LD-HELD-DAYS
           ELSE
               MOVE SPACES TO LD-HELD-DAYS-TEXT
           END-IF

           IF DETAIL-PRICED
               COMPUTE WS-GAIN-LOSS ROUNDED =
                   LOT-QUANTITY * (WS-DETAIL-PRICE - LOT-COST-PRICE)
               MOVE WS-GAIN-LOSS TO LD-GAIN-LOSS
           ELSE
               MOVE '    NO PRICE' TO LD-GAIN-LOSS-TEXT
           END-IF

      *    A RESTRICTED LOT IS SELLABLE ONCE ITS HOLDING PERIOD HAS
      *    RUN; CONTROL STOCK STAYS VOLUME-LIMITED REGARDLESS.
           EVALUATE TRUE
               WHEN RESTRICTED-LOT
                   IF LOT-ACQUIRE-DATE NUMERIC
                      AND WS-HELD-DAYS NOT < WS-HOLDING-PERIOD-DAYS
                       MOVE 'R144 - PERIOD MET' TO LD-RESTRICTION
                   ELSE
                       MOVE 'R144 - IN HOLDING' TO LD-RESTRICTION
                   END-IF
               WHEN CONTROL-LOT
                   MOVE 'CONTROL STOCK' TO LD-RESTRICTION
               WHEN OTHER
                   MOVE 'FREE' TO LD-RESTRICTION
           END-EVALUATE

           MOVE WS-LOT-DETAIL TO WS-LOT-LINE (WS-LOT-COUNT).

      *    COUNTS THE ACCOUNT'S OPEN, WORKING AND HELD ORDERS IN
      *    WS-DETAIL-SYMBOL THROUGH THE ACCOUNT-ID ALTERNATE KEY, AND
      *    FILLS THE DETAIL SCREEN'S ORDER ROWS WHEN LIST-ORDERS IS ON.
       SCAN-SYMBOL-ORDERS.
           MOVE ZERO TO WS-SYMBOL-ORDER-COUNT
           IF ORDER-FILE-OPEN
               MOVE 'N' TO WS-ORD-SCAN-DONE-SW
               MOVE ACCOUNT-ID OF ACCOUNT-RECORD TO
                   ACCOUNT-ID OF ORDER-RECORD
               START ORDER-FILE
                   KEY IS EQUAL TO ACCOUNT-ID OF ORDER-RECORD
                   INVALID KEY SET ORD-SCAN-DONE TO TRUE
               END-START
               PERFORM SCAN-ONE-ORDER UNTIL ORD-SCAN-DONE
           END-IF.

       SCAN-ONE-ORDER.
           READ ORDER-FILE NEXT RECORD
           IF WS-ORDER-STATUS NOT = '00'
              AND WS-ORDER-STATUS NOT = '02'
               SET ORD-SCAN-DONE TO TRUE
           ELSE
               IF ACCOUNT-ID OF ORDER-RECORD NOT =
                  ACCOUNT-ID OF ACCOUNT-RECORD
                   SET ORD-SCAN-DONE TO TRUE
               ELSE
                   IF SECURITY-SYMBOL OF ORDER-RECORD =
                      WS-DETAIL-SYMBOL
                      AND (OPEN-ORDER OR WORKING-ORDER OR HELD-ORDER)
                       ADD 1 TO WS-SYMBOL-ORDER-COUNT
                       IF LIST-ORDERS
                          AND WS-SYMBOL-ORDER-COUNT NOT > WS-ORDER-ROWS
                           PERFORM BUILD-ORDER-ROW
                       END-IF
                   END-IF
               END-IF
           END-IF.

       BUILD-ORDER-ROW.
           MOVE ORDER-ID TO OD-ORDER-ID
           MOVE ORDER-SIDE TO OD-SIDE
           MOVE ORDER-TYPE TO OD-TYPE
           MOVE QUANTITY TO OD-QUANTITY
           MOVE FILLED-QUANTITY TO OD-FILLED-QUANTITY
           MOVE ORDER-DATE TO OD-ORDER-DATE

           MOVE ZERO TO WS-ORDER-PRICE
           IF LIMIT-PRICE > ZERO
               MOVE LIMIT-PRICE TO WS-ORDER-PRICE
           ELSE
               IF STOP-PRICE > ZERO
                   MOVE STOP-PRICE TO WS-ORDER-PRICE
               END-IF
           END-IF
           IF WS-ORDER-PRICE > ZERO
               MOVE WS-ORDER-PRICE TO OD-PRICE
           ELSE
               MOVE '     MARKET' TO OD-PRICE-TEXT
           END-IF

           EVALUATE TRUE
               WHEN OPEN-ORDER
                   MOVE 'OPEN' TO OD-STATUS
               WHEN WORKING-ORDER
                   MOVE 'WORKING' TO OD-STATUS
               WHEN OTHER
                   MOVE 'HELD' TO OD-STATUS
           END-EVALUATE

           MOVE WS-ORDER-DETAIL TO
               WS-ORDER-LINE (WS-SYMBOL-ORDER-COUNT).

       FINALIZE-PROCESS.
           CLOSE ACCOUNT-FILE
           CLOSE POSITION-FILE
           IF PRICE-FILE-OPEN
               CLOSE SECPRICE-FILE
           END-IF
           IF TAXLOT-FILE-OPEN
               CLOSE TAXLOT-FILE
           END-IF
           IF ORDER-FILE-OPEN
               CLOSE ORDER-FILE
           END-IF.

       END PROGRAM POSINQ.
