       IDENTIFICATION DIVISION.
       PROGRAM-ID. REBALGEN.
      ******************************************************************
      * PROGRAM: REBALGEN - MANAGED-ACCOUNT MODEL REBALANCE GENERATOR
      * VERSION: 1.0
      * DATE: 2026-10-15
      * PURPOSE: FOR EVERY ACTIVE ASSIGNMENT ON MODELASN.DAT THAT
      *          DRIFTCHK HAS FLAGGED, WORK OUT THE BUYS AND SELLS THAT
      *          RETURN THE ACCOUNT TO ITS MODEL AND CREATE THEM AS
      *          MARKET ORDERS THROUGH ORDMGMT UNDER THE REBALGEN
      *          IDENTITY - ORDMGMT CREATES THEM HELD, AND NOTHING
      *          REACHES THE STREET UNTIL THE ACCOUNT'S ADVISOR
      *          RELEASES EACH ONE (ORDENTRY, RELEAS). EVERY PLANNED,
      *          PLACED, REJECTED AND SKIPPED TRADE IS LISTED ON
      *          REBALGEN.RPT BY ACCOUNT FOR THE ADVISOR'S REVIEW.
      * FUNCTIONS: CALLED BY EODDRIVER EVERY NIGHT, AFTER DRIFTCHK,
      *            OR RUN STANDALONE AFTER IT. LK-RETURN-CODE: 00
      *            NORMAL (INCLUDING NO MODELASN.DAT ON FILE), 08 FATAL
      *            SETUP ERROR.
      *
      * NOTES: THE ACCOUNT IS VALUED AND EACH HOLDING MAPPED TO ITS
      *        MODEL TARGET EXACTLY AS DRIFTCHK DOES. FOR EACH TARGET
      *        THE GAP BETWEEN ITS TARGET VALUE AND ITS CURRENT VALUE
      *        IS TRADED: AN UNDERWEIGHT SYMBOL TARGET BUYS THE
      *        SYMBOL, AN UNDERWEIGHT CLASS TARGET BUYS ITS VEHICLE,
      *        AN OVERWEIGHT SYMBOL TARGET SELLS THE SYMBOL, AND AN
      *        OVERWEIGHT CLASS TARGET SELLS EVERY HOLDING IN THE
      *        CLASS PRO RATA. A HOLDING OUTSIDE THE MODEL IS SOLD
      *        OUT. CASH IS THE RESIDUAL AND IS NEVER TRADED.
      *        QUANTITIES ARE WHOLE SHARES; A TRADE WORTH LESS THAN
      *        WS-MIN-TRADE-VALUE IS NOT WORTH THE TICKET.
      *
      *        A TRADE IS SKIPPED (AND LISTED WITH ITS REASON) WHEN:
      *          - A BUY'S SYMBOL IS ON THE FIRM RESTRICTED OR GREY
      *            LIST, OR A SELL'S SYMBOL IS ON THE RESTRICTED LIST
      *            (RESTLIST.DAT, INSIDE ITS EFFECTIVE WINDOW);
      *          - A BUY WOULD WASH A LOSS - THE ACCOUNT DISPOSED OF
      *            THE SYMBOL AT A LOSS WITHIN WS-WASH-WINDOW-DAYS
      *            (LOTDISP.DAT, UNREVERSED);
      *          - A SELL AT A LOSS WOULD BE WASHED - AN OPEN LOT OF
      *            THE SYMBOL WAS ACQUIRED WITHIN THE WINDOW;
      *          - NO LOTS ARE SELLABLE. A SELL IS CAPPED AT THE OPEN
      *            FREE LOTS PLUS RESTRICTED LOTS PAST THE RULE 144
      *            HOLDING PERIOD; CONTROL LOTS ARE NEVER SOLD BY A
      *            MODEL. AN ACCOUNT WITH NO TAX LOTS FOR THE SYMBOL
      *            SELLS AGAINST THE POSITION QUANTITY;
      *          - NO PRICE IS ON FILE FOR A SYMBOL NOT YET HELD.
      *        ORDMGMT STILL RUNS ITS OWN CREATE GATES; A TICKET IT
      *        REFUSES IS LISTED WITH ITS RETURN CODE.
      *
      *        AN ACCOUNT STILL CARRYING A REBALGEN ORDER THAT IS
      *        HELD, OPEN OR WORKING IS LEFT ALONE - THE LAST
      *        REBALANCE HAS NOT RUN ITS COURSE. ONCE AN ACCOUNT'S
      *        ORDERS ARE CREATED ITS ASSIGNMENT IS STAMPED WITH THE
      *        REBALANCE DATE AND ITS DRIFT FLAG CLEARED; THE NEXT
      *        DRIFTCHK RE-FLAGS IT IF IT IS STILL OUT.
      *
      *        ACCOUNT.DAT, SECMAST.DAT, TAXLOT.DAT, RESTLIST.DAT AND
      *        ORDERS.DAT ARE OPENED ONLY WHILE AN ACCOUNT'S TRADES
      *        ARE PLANNED AND CLOSED AGAIN BEFORE ORDMGMT IS CALLED,
      *        WHICH OPENS THEM ITSELF.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MODELASN-FILE ASSIGN TO "MODELASN.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MDA-ACCOUNT-ID
               FILE STATUS IS WS-ASN-STATUS.

           SELECT MODEL-FILE ASSIGN TO "MODEL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MD-MODEL-ID
               FILE STATUS IS WS-MODEL-STATUS.

           SELECT ACCOUNT-FILE ASSIGN TO "ACCOUNT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACCOUNT-ID OF ACCOUNT-RECORD
               FILE STATUS IS WS-ACCT-STATUS.

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

           SELECT TAXLOT-FILE ASSIGN TO "TAXLOT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TAXLOT-KEY
               FILE STATUS IS WS-TAXLOT-STATUS.

           SELECT LOTDISP-FILE ASSIGN TO "LOTDISP.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-DISP-STATUS.

           SELECT RESTLIST-FILE ASSIGN TO "RESTLIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RL-SEC-SYMBOL
               FILE STATUS IS WS-RESTLIST-STATUS.

           SELECT ORDER-FILE ASSIGN TO "ORDERS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ORDER-ID OF ORDER-RECORD
               ALTERNATE RECORD KEY IS ACCOUNT-ID OF ORDER-RECORD
                   WITH DUPLICATES
               FILE STATUS IS WS-ORDER-STATUS.

           SELECT REBALGEN-FILE ASSIGN TO "REBALGEN.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MODELASN-FILE.
       COPY MODELASN.

       FD  MODEL-FILE.
       COPY MODEL.

       FD  ACCOUNT-FILE.
       COPY ACCOUNT.

       FD  POSITION-FILE.
       COPY POSITION.

       FD  SECPRICE-FILE.
       COPY SECPRICE.

       FD  SECMAST-FILE.
       COPY SECMAST.

       FD  TAXLOT-FILE.
       COPY TAXLOT.

       FD  LOTDISP-FILE.
       COPY LOTDISP.

       FD  RESTLIST-FILE.
       COPY RESTLIST.

       FD  ORDER-FILE.
       COPY ORDER.

       FD  REBALGEN-FILE.
       01  RPT-LINE                      PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-ASN-STATUS                 PIC XX.
           88  ASN-EOF                   VALUE '10'.
       01  WS-MODEL-STATUS               PIC XX.
       01  WS-ACCT-STATUS                PIC XX.
       01  WS-POS-STATUS                 PIC XX.
       01  WS-PRICE-STATUS               PIC XX.
       01  WS-SEC-STATUS                 PIC XX.
       01  WS-TAXLOT-STATUS              PIC XX.
       01  WS-DISP-STATUS                PIC XX.
       01  WS-RESTLIST-STATUS            PIC XX.
       01  WS-ORDER-STATUS               PIC XX.
       01  WS-RPT-STATUS                 PIC XX.

       01  WS-POSITIONS-AVAILABLE-SW     PIC X(01) VALUE 'Y'.
           88  POSITIONS-AVAILABLE       VALUE 'Y'.
       01  WS-PRICES-AVAILABLE-SW        PIC X(01) VALUE 'Y'.
           88  PRICES-AVAILABLE          VALUE 'Y'.
       01  WS-SECMAST-OPEN-SW            PIC X(01).
           88  SECMAST-OPEN              VALUE 'Y'.
       01  WS-TAXLOT-OPEN-SW             PIC X(01).
           88  TAXLOT-OPEN               VALUE 'Y'.
       01  WS-RESTLIST-OPEN-SW           PIC X(01).
           88  RESTLIST-OPEN             VALUE 'Y'.
       01  WS-ORDERS-OPEN-SW             PIC X(01).
           88  ORDERS-OPEN               VALUE 'Y'.
       01  WS-HOLDINGS-OVERFLOW-SW       PIC X(01).
           88  HOLDINGS-OVERFLOW         VALUE 'Y'.
       01  WS-PENDING-SW                 PIC X(01).
           88  REBALANCE-PENDING         VALUE 'Y'.
       01  WS-ORDER-SCAN-SW              PIC X(01).
           88  ORDER-SCAN-DONE           VALUE 'Y'.
       01  WS-LOT-SCAN-SW                PIC X(01).
           88  LOT-SCAN-DONE             VALUE 'Y'.
       01  WS-LOTS-FOUND-SW              PIC X(01).
           88  LOTS-FOUND                VALUE 'Y'.
       01  WS-RECENT-BUY-SW              PIC X(01).
           88  RECENT-BUY                VALUE 'Y'.
       01  WS-LISTED-SW                  PIC X(01).
           88  SYMBOL-LISTED             VALUE 'Y'.
           88  SYMBOL-NOT-LISTED         VALUE 'N'.
       01  WS-LISTED-TYPE                PIC X(01).
           88  LISTED-RESTRICTED         VALUE 'R'.
       01  WS-LOSS-SALE-SW               PIC X(01).
           88  RECENT-LOSS-SALE          VALUE 'Y'.

       01  WS-CURRENT-DATE               PIC X(08).
       01  WS-TODAY-NUM                  PIC 9(08).
       01  WS-TODAY-INT                  PIC 9(08).
       01  WS-EVENT-DATE-NUM             PIC 9(08).
       01  WS-EVENT-INT                  PIC 9(08).
       01  WS-ELAPSED-DAYS               PIC S9(08).
       01  WS-WASH-WINDOW-DAYS           PIC 9(03) VALUE 030.
       01  WS-HOLDING-PERIOD-DAYS        PIC 9(03) VALUE 180.
       01  WS-MIN-TRADE-VALUE            PIC S9(07)V99 COMP-3
                                         VALUE 100.00.

       01  WS-SEARCH-ACCOUNT-ID          PIC X(12).
       01  WS-SKIP-REASON                PIC X(40).

      *    THE ACCOUNT BEING REBALANCED - ITS HOLDINGS, EACH MAPPED TO
      *    THE MODEL TARGET IT COUNTS TOWARD (ZERO = NOT IN THE
      *    MODEL), AND THE CURRENT VALUE OF EVERY TARGET.
       01  WS-MAX-HOLDINGS               PIC 9(03) VALUE 200.
       01  WS-HLD-COUNT                  PIC 9(03).
       01  WS-HLD-INDEX                  PIC 9(03).
       01  WS-HOLDING-TABLE.
           05  WS-HOLDING-ENTRY OCCURS 200 TIMES.
               10  WS-HLD-SYMBOL         PIC X(12).
               10  WS-HLD-CLASS          PIC X(02).
               10  WS-HLD-QUANTITY       PIC S9(09)V999 COMP-3.
               10  WS-HLD-PRICE          PIC S9(09)V9999 COMP-3.
               10  WS-HLD-AVG-COST       PIC S9(09)V9999 COMP-3.
               10  WS-HLD-VALUE          PIC S9(13)V99 COMP-3.
               10  WS-HLD-TARGET         PIC 9(02).

       01  WS-TGT-INDEX                  PIC 9(02).
       01  WS-TARGET-TABLE.
           05  WS-TARGET-ENTRY OCCURS 20 TIMES.
               10  WS-TGT-VALUE          PIC S9(13)V99 COMP-3.

       01  WS-TOTAL-VALUE                PIC S9(13)V99 COMP-3.
       01  WS-UNIT-PRICE                 PIC S9(09)V9999 COMP-3.
       01  WS-HOLDING-VALUE              PIC S9(13)V99 COMP-3.
       01  WS-TARGET-VALUE               PIC S9(13)V99 COMP-3.
       01  WS-GAP-VALUE                  PIC S9(13)V99 COMP-3.
       01  WS-EXCESS-VALUE               PIC S9(13)V99 COMP-3.

      *    THE TRADE BEING PLANNED, AND THE SELLABLE QUANTITY AND
      *    WASH-SALE EXPOSURE OF ITS SYMBOL.
       01  WS-TRADE-SIDE                 PIC X(03).
       01  WS-TRADE-SYMBOL               PIC X(12).
       01  WS-TRADE-PRICE                PIC S9(09)V9999 COMP-3.
       01  WS-TRADE-AVG-COST             PIC S9(09)V9999 COMP-3.
       01  WS-TRADE-HELD-QTY             PIC S9(09)V999 COMP-3.
       01  WS-TRADE-SHARES               PIC S9(09) COMP-3.
       01  WS-TRADE-VALUE                PIC S9(13)V99 COMP-3.
       01  WS-SELLABLE-QUANTITY          PIC S9(09)V999 COMP-3.
       01  WS-SELLABLE-SHARES            PIC S9(09) COMP-3.

       01  WS-MAX-TRADES                 PIC 9(03) VALUE 220.
       01  WS-TRD-COUNT                  PIC 9(03).
       01  WS-TRD-INDEX                  PIC 9(03).
       01  WS-TRADE-TABLE.
           05  WS-TRADE-ENTRY OCCURS 220 TIMES.
               10  WS-TRD-SIDE           PIC X(03).
               10  WS-TRD-SYMBOL         PIC X(12).
               10  WS-TRD-QUANTITY       PIC S9(09) COMP-3.
               10  WS-TRD-PRICE          PIC S9(09)V9999 COMP-3.
               10  WS-TRD-VALUE          PIC S9(13)V99 COMP-3.
               10  WS-TRD-STATE          PIC X(01).
                   88  TRD-PLANNED       VALUE 'P'.
                   88  TRD-SKIPPED       VALUE 'S'.
                   88  TRD-PLACED        VALUE 'O'.
                   88  TRD-REJECTED      VALUE 'R'.
               10  WS-TRD-RESULT         PIC X(40).

      *    RECENT LOSS DISPOSALS, LOADED ONCE FROM LOTDISP.DAT - A BUY
      *    OF ONE OF THESE IN THE SAME ACCOUNT WOULD WASH THE LOSS.
       01  WS-MAX-LOSS-SALES             PIC 9(04) VALUE 2000.
       01  WS-LOSS-COUNT                 PIC 9(04).
       01  WS-LOSS-INDEX                 PIC 9(04).
       01  WS-LOSS-SALE-TABLE.
           05  WS-LOSS-SALE-ENTRY OCCURS 2000 TIMES.
               10  WS-LSS-ACCOUNT-ID     PIC X(12).
               10  WS-LSS-SYMBOL         PIC X(12).

       01  WS-ORDMGMT-OPERATION          PIC X(06).
       01  WS-ORDMGMT-RETURN-CODE        PIC 9(02).
       COPY ORDER REPLACING ORDER-RECORD BY WS-ORDER-RECORD.
       01  WS-SUITABILITY-OVERRIDE       PIC X(01) VALUE SPACE.
       01  WS-ACCOUNT-ORDERS-PLACED      PIC 9(03).

       01  WS-SCANNED-COUNT              PIC 9(07) COMP.
       01  WS-REBALANCED-COUNT           PIC 9(07) COMP.
       01  WS-NOT-FLAGGED-COUNT          PIC 9(07) COMP.
       01  WS-SKIPPED-COUNT              PIC 9(07) COMP.
       01  WS-PLACED-COUNT               PIC 9(07) COMP.
       01  WS-REJECTED-COUNT             PIC 9(07) COMP.
       01  WS-TRADES-SKIPPED-COUNT       PIC 9(07) COMP.
       01  WS-COUNT-DISPLAY              PIC ZZZ,ZZ9.
       01  WS-RC-DISPLAY                 PIC 99.
       01  WS-VALUE-DISPLAY              PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.

       01  WS-TRADE-HEADING.
           05  FILLER                    PIC X(06) VALUE SPACES.
           05  FILLER                    PIC X(06) VALUE 'SIDE  '.
           05  FILLER                    PIC X(14)
                                         VALUE 'SYMBOL        '.
           05  FILLER                    PIC X(12)
                                         VALUE '    QUANTITY'.
           05  FILLER                    PIC X(15)
                                         VALUE '          PRICE'.
           05  FILLER                    PIC X(21)
                                         VALUE '      ESTIMATED VALUE'.
           05  FILLER                    PIC X(10) VALUE '  RESULT  '.
           05  FILLER                    PIC X(48) VALUE SPACES.

       01  WS-TRADE-LINE.
           05  FILLER                    PIC X(06) VALUE SPACES.
           05  WS-TL-SIDE                PIC X(03).
           05  FILLER                    PIC X(03) VALUE SPACES.
           05  WS-TL-SYMBOL              PIC X(12).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-TL-QUANTITY            PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-TL-PRICE               PIC ZZZ,ZZ9.9999.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-TL-VALUE               PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-TL-RESULT              PIC X(50).
           05  FILLER                    PIC X(08) VALUE SPACES.

       COPY PRINT-LINE.
       01  WS-PAGE-DISPLAY               PIC ZZZ9.

       LINKAGE SECTION.
       01  LK-RETURN-CODE                PIC 9(02).

       PROCEDURE DIVISION USING LK-RETURN-CODE.
       MAIN-PROCESS.
           MOVE 00 TO LK-RETURN-CODE
           PERFORM INITIALIZE-PROCESS
           PERFORM LOAD-LOSS-SALES THRU LOAD-LOSS-SALES-EXIT
           PERFORM REBALANCE-ASSIGNMENTS-PROCESS
           PERFORM WRITE-RUN-TOTALS
           PERFORM FINALIZE-PROCESS
           GOBACK.

       INITIALIZE-PROCESS.
           MOVE ZERO TO WS-SCANNED-COUNT
           MOVE ZERO TO WS-REBALANCED-COUNT
           MOVE ZERO TO WS-NOT-FLAGGED-COUNT
           MOVE ZERO TO WS-SKIPPED-COUNT
           MOVE ZERO TO WS-PLACED-COUNT
           MOVE ZERO TO WS-REJECTED-COUNT
           MOVE ZERO TO WS-TRADES-SKIPPED-COUNT
           MOVE ZERO TO WS-LOSS-COUNT
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           MOVE WS-CURRENT-DATE TO WS-TODAY-NUM
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-TODAY-NUM)

           OPEN I-O MODELASN-FILE
           IF WS-ASN-STATUS NOT = '00'
               DISPLAY 'REBALGEN: NO MODELASN.DAT ON FILE - NO '
                   'ACCOUNTS ASSIGNED TO A MODEL'
               GOBACK
           END-IF

           OPEN INPUT MODEL-FILE
           IF WS-MODEL-STATUS NOT = '00'
               DISPLAY 'REBALGEN: UNABLE TO OPEN MODEL.DAT, '
                   'STATUS = ' WS-MODEL-STATUS
               CLOSE MODELASN-FILE
               MOVE 08 TO LK-RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT REBALGEN-FILE
           IF WS-RPT-STATUS NOT = '00'
               DISPLAY 'REBALGEN: UNABLE TO OPEN REBALGEN.RPT, '
                   'STATUS = ' WS-RPT-STATUS
               CLOSE MODELASN-FILE
               CLOSE MODEL-FILE
               MOVE 08 TO LK-RETURN-CODE
               GOBACK
           END-IF

           OPEN INPUT POSITION-FILE
           IF WS-POS-STATUS NOT = '00'
               MOVE 'N' TO WS-POSITIONS-AVAILABLE-SW
               DISPLAY 'REBALGEN: NO POSITION.DAT ON FILE - ACCOUNTS '
                   'VALUED ON CASH ONLY'
           END-IF
           OPEN INPUT SECPRICE-FILE
           IF WS-PRICE-STATUS NOT = '00'
               MOVE 'N' TO WS-PRICES-AVAILABLE-SW
           END-IF

           PERFORM WRITE-REPORT-HEADER.

      ******************************************************************
      * LOSS DISPOSALS INSIDE THE WASH-SALE WINDOW, UNREVERSED. NO
      * LOTDISP.DAT ON FILE MEANS NO DISPOSALS TO PROTECT.
      ******************************************************************
       LOAD-LOSS-SALES.
           OPEN INPUT LOTDISP-FILE
           IF WS-DISP-STATUS NOT = '00'
               GO TO LOAD-LOSS-SALES-EXIT
           END-IF
           READ LOTDISP-FILE
           PERFORM LOAD-ONE-LOSS-SALE UNTIL WS-DISP-STATUS NOT = '00'
           CLOSE LOTDISP-FILE.

       LOAD-LOSS-SALES-EXIT.
           EXIT.

       LOAD-ONE-LOSS-SALE.
           IF NOT DISP-REVERSED
              AND DISP-PROCEEDS < DISP-LOT-COST
              AND DISP-DISPOSAL-DATE NUMERIC
               MOVE DISP-DISPOSAL-DATE TO WS-EVENT-DATE-NUM
               COMPUTE WS-EVENT-INT =
                   FUNCTION INTEGER-OF-DATE(WS-EVENT-DATE-NUM)
               COMPUTE WS-ELAPSED-DAYS = WS-TODAY-INT - WS-EVENT-INT
               IF WS-ELAPSED-DAYS NOT GREATER THAN WS-WASH-WINDOW-DAYS
                   IF WS-LOSS-COUNT < WS-MAX-LOSS-SALES
                       ADD 1 TO WS-LOSS-COUNT
                       MOVE DISP-ACCOUNT-ID TO
                           WS-LSS-ACCOUNT-ID(WS-LOSS-COUNT)
                       MOVE DISP-SECURITY-SYMBOL TO
                           WS-LSS-SYMBOL(WS-LOSS-COUNT)
                   ELSE
                       DISPLAY 'REBALGEN: LOSS-SALE TABLE FULL - '
                           'LATER DISPOSALS NOT PROTECTED'
                   END-IF
               END-IF
           END-IF
           READ LOTDISP-FILE.

      ******************************************************************
      * ONE PASS OF MODELASN.DAT - EACH FLAGGED ASSIGNMENT IS PLANNED,
      * ITS ORDERS PLACED, AND THE ASSIGNMENT STAMPED.
      ******************************************************************
       REBALANCE-ASSIGNMENTS-PROCESS.
           READ MODELASN-FILE NEXT RECORD
           IF WS-ASN-STATUS NOT = '00'
               SET ASN-EOF TO TRUE
           END-IF
           PERFORM REBALANCE-ONE-ASSIGNMENT THRU
               REBALANCE-ONE-ASSIGNMENT-EXIT
               UNTIL ASN-EOF.

       REBALANCE-ONE-ASSIGNMENT.
           ADD 1 TO WS-SCANNED-COUNT
           IF NOT MDA-ACTIVE
              OR NOT MDA-DRIFTED
               ADD 1 TO WS-NOT-FLAGGED-COUNT
               GO TO REBALANCE-ONE-ASSIGNMENT-NEXT
           END-IF

           MOVE MDA-MODEL-ID TO MD-MODEL-ID
           READ MODEL-FILE
           IF WS-MODEL-STATUS NOT = '00'
               MOVE 'MODEL NOT ON FILE' TO WS-SKIP-REASON
               GO TO REBALANCE-ONE-ASSIGNMENT-SKIP
           END-IF

           PERFORM OPEN-PLANNING-FILES
           IF WS-ACCT-STATUS NOT = '00'
               PERFORM CLOSE-PLANNING-FILES
               MOVE 'ACCOUNT.DAT UNAVAILABLE' TO WS-SKIP-REASON
               GO TO REBALANCE-ONE-ASSIGNMENT-SKIP
           END-IF

           MOVE MDA-ACCOUNT-ID TO ACCOUNT-ID OF ACCOUNT-RECORD
           READ ACCOUNT-FILE
           IF WS-ACCT-STATUS NOT = '00'
               PERFORM CLOSE-PLANNING-FILES
               MOVE 'ACCOUNT NOT ON FILE' TO WS-SKIP-REASON
               GO TO REBALANCE-ONE-ASSIGNMENT-SKIP
           END-IF
           IF NOT ACTIVE-ACCOUNT
               PERFORM CLOSE-PLANNING-FILES
               MOVE 'ACCOUNT NOT ACTIVE' TO WS-SKIP-REASON
               GO TO REBALANCE-ONE-ASSIGNMENT-SKIP
           END-IF

           PERFORM CHECK-PENDING-REBALANCE
           IF REBALANCE-PENDING
               PERFORM CLOSE-PLANNING-FILES
               MOVE 'EARLIER REBALANCE ORDERS STILL PENDING' TO
                   WS-SKIP-REASON
               GO TO REBALANCE-ONE-ASSIGNMENT-SKIP
           END-IF

           PERFORM VALUE-MODEL-ACCOUNT
           IF HOLDINGS-OVERFLOW
               PERFORM CLOSE-PLANNING-FILES
               MOVE 'TOO MANY HOLDINGS TO REBALANCE' TO WS-SKIP-REASON
               GO TO REBALANCE-ONE-ASSIGNMENT-SKIP
           END-IF
           IF WS-TOTAL-VALUE NOT > ZERO
               PERFORM CLOSE-PLANNING-FILES
               MOVE 'NO VALUE TO REBALANCE' TO WS-SKIP-REASON
               GO TO REBALANCE-ONE-ASSIGNMENT-SKIP
           END-IF

           MOVE ZERO TO WS-TRD-COUNT
           PERFORM PLAN-MODEL-TRADES
           PERFORM CLOSE-PLANNING-FILES

           MOVE ZERO TO WS-ACCOUNT-ORDERS-PLACED
           MOVE 1 TO WS-TRD-INDEX
           PERFORM PLACE-ONE-TRADE UNTIL WS-TRD-INDEX > WS-TRD-COUNT

           PERFORM PRINT-ACCOUNT-TRADES

           IF WS-ACCOUNT-ORDERS-PLACED > ZERO
               ADD 1 TO WS-REBALANCED-COUNT
               MOVE WS-CURRENT-DATE TO MDA-LAST-REBAL-DATE
               MOVE 'N' TO MDA-DRIFT-FLAG
               REWRITE MODELASN-RECORD
               IF WS-ASN-STATUS NOT = '00'
                   DISPLAY 'REBALGEN: UNABLE TO STAMP ASSIGNMENT FOR '
                       MDA-ACCOUNT-ID ', STATUS = ' WS-ASN-STATUS
               END-IF
           END-IF
           GO TO REBALANCE-ONE-ASSIGNMENT-NEXT.

       REBALANCE-ONE-ASSIGNMENT-SKIP.
           ADD 1 TO WS-SKIPPED-COUNT
           MOVE SPACES TO RPT-LINE
           STRING MDA-ACCOUNT-ID DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  MDA-MODEL-ID DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  MDA-ADVISOR DELIMITED BY SIZE
                  '  NOT REBALANCED - ' DELIMITED BY SIZE
                  WS-SKIP-REASON DELIMITED BY SIZE
                  INTO RPT-LINE
           END-STRING
           PERFORM EMIT-RPT-LINE
           MOVE SPACES TO RPT-LINE
           PERFORM EMIT-RPT-LINE.

       REBALANCE-ONE-ASSIGNMENT-NEXT.
           READ MODELASN-FILE NEXT RECORD
           IF WS-ASN-STATUS NOT = '00'
               SET ASN-EOF TO TRUE
           END-IF.

       REBALANCE-ONE-ASSIGNMENT-EXIT.
           EXIT.

       OPEN-PLANNING-FILES.
           MOVE 'N' TO WS-SECMAST-OPEN-SW
           MOVE 'N' TO WS-TAXLOT-OPEN-SW
           MOVE 'N' TO WS-RESTLIST-OPEN-SW
           MOVE 'N' TO WS-ORDERS-OPEN-SW
           OPEN INPUT ACCOUNT-FILE
           OPEN INPUT SECMAST-FILE
           IF WS-SEC-STATUS = '00'
               SET SECMAST-OPEN TO TRUE
           END-IF
           OPEN INPUT TAXLOT-FILE
           IF WS-TAXLOT-STATUS = '00'
               SET TAXLOT-OPEN TO TRUE
           END-IF
           OPEN INPUT RESTLIST-FILE
           IF WS-RESTLIST-STATUS = '00'
               SET RESTLIST-OPEN TO TRUE
           END-IF
           OPEN INPUT ORDER-FILE
           IF WS-ORDER-STATUS = '00'
               SET ORDERS-OPEN TO TRUE
           END-IF.

       CLOSE-PLANNING-FILES.
           IF WS-ACCT-STATUS NOT = '35'
               CLOSE ACCOUNT-FILE
           END-IF
           IF SECMAST-OPEN
               CLOSE SECMAST-FILE
           END-IF
           IF TAXLOT-OPEN
               CLOSE TAXLOT-FILE
           END-IF
           IF RESTLIST-OPEN
               CLOSE RESTLIST-FILE
           END-IF
           IF ORDERS-OPEN
               CLOSE ORDER-FILE
           END-IF.

       CHECK-PENDING-REBALANCE.
      *    ANY REBALGEN ORDER FOR THE ACCOUNT STILL HELD, OPEN OR
      *    WORKING MEANS THE LAST REBALANCE IS STILL IN FLIGHT.
           MOVE 'N' TO WS-PENDING-SW
           IF ORDERS-OPEN
               MOVE 'N' TO WS-ORDER-SCAN-SW
               MOVE MDA-ACCOUNT-ID TO ACCOUNT-ID OF ORDER-RECORD
               START ORDER-FILE KEY = ACCOUNT-ID OF ORDER-RECORD
                   INVALID KEY SET ORDER-SCAN-DONE TO TRUE
               END-START
               PERFORM CHECK-ONE-PENDING-ORDER
                   UNTIL ORDER-SCAN-DONE
           END-IF.

       CHECK-ONE-PENDING-ORDER.
           READ ORDER-FILE NEXT RECORD
           IF WS-ORDER-STATUS NOT = '00' AND NOT = '02'
               SET ORDER-SCAN-DONE TO TRUE
           ELSE
               IF ACCOUNT-ID OF ORDER-RECORD NOT = MDA-ACCOUNT-ID
                   SET ORDER-SCAN-DONE TO TRUE
               ELSE
                   IF CREATED-BY OF ORDER-RECORD = 'REBALGEN'
                      AND (HELD-ORDER OF ORDER-RECORD
                           OR OPEN-ORDER OF ORDER-RECORD
                           OR WORKING-ORDER OF ORDER-RECORD)
                       SET REBALANCE-PENDING TO TRUE
                       SET ORDER-SCAN-DONE TO TRUE
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      * VALUATION - CASH PLUS EVERY OPEN POSITION, EACH HOLDING MAPPED
      * TO ITS MODEL TARGET, THE SAME WAY DRIFTCHK MEASURED IT.
      ******************************************************************
       VALUE-MODEL-ACCOUNT.
           MOVE 'N' TO WS-HOLDINGS-OVERFLOW-SW
           MOVE ZERO TO WS-HLD-COUNT
           MOVE ACCOUNT-BALANCE OF ACCOUNT-RECORD TO WS-TOTAL-VALUE
           MOVE 1 TO WS-TGT-INDEX
           PERFORM ZERO-ONE-TARGET UNTIL WS-TGT-INDEX > 20

           IF POSITIONS-AVAILABLE
               MOVE MDA-ACCOUNT-ID TO WS-SEARCH-ACCOUNT-ID
               MOVE MDA-ACCOUNT-ID TO ACCOUNT-ID OF POSITION-RECORD
               MOVE LOW-VALUES TO SECURITY-SYMBOL OF POSITION-RECORD
               START POSITION-FILE
                   KEY >= POSITION-KEY OF POSITION-RECORD
                   INVALID KEY MOVE '10' TO WS-POS-STATUS
               END-START
               IF WS-POS-STATUS = '00'
                   PERFORM LOAD-ONE-HOLDING
                       UNTIL WS-POS-STATUS NOT = '00'
               END-IF
      *        Leave the file positioned cleanly for the next account.
               MOVE '00' TO WS-POS-STATUS
           END-IF

           MOVE 1 TO WS-HLD-INDEX
           PERFORM MAP-ONE-HOLDING UNTIL WS-HLD-INDEX > WS-HLD-COUNT.

       ZERO-ONE-TARGET.
           MOVE ZERO TO WS-TGT-VALUE(WS-TGT-INDEX)
           ADD 1 TO WS-TGT-INDEX.

       LOAD-ONE-HOLDING.
           READ POSITION-FILE NEXT RECORD
           IF WS-POS-STATUS = '00'
               IF ACCOUNT-ID OF POSITION-RECORD = WS-SEARCH-ACCOUNT-ID
                   IF OPEN-POSITION
                      AND POSITION-QUANTITY NOT = ZERO
                       PERFORM ADD-ONE-HOLDING
                   END-IF
               ELSE
                   MOVE '10' TO WS-POS-STATUS
               END-IF
           END-IF.

       ADD-ONE-HOLDING.
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
           ADD WS-HOLDING-VALUE TO WS-TOTAL-VALUE

           IF WS-HLD-COUNT >= WS-MAX-HOLDINGS
               SET HOLDINGS-OVERFLOW TO TRUE
           ELSE
               ADD 1 TO WS-HLD-COUNT
               MOVE SECURITY-SYMBOL OF POSITION-RECORD TO
                   WS-HLD-SYMBOL(WS-HLD-COUNT)
               MOVE POSITION-QUANTITY TO WS-HLD-QUANTITY(WS-HLD-COUNT)
               MOVE WS-UNIT-PRICE TO WS-HLD-PRICE(WS-HLD-COUNT)
               MOVE AVERAGE-COST-BASIS TO
                   WS-HLD-AVG-COST(WS-HLD-COUNT)
               MOVE WS-HOLDING-VALUE TO WS-HLD-VALUE(WS-HLD-COUNT)
               MOVE ZERO TO WS-HLD-TARGET(WS-HLD-COUNT)
               MOVE SPACES TO WS-HLD-CLASS(WS-HLD-COUNT)
               IF SECMAST-OPEN
                   MOVE SECURITY-SYMBOL OF POSITION-RECORD TO
                       SEC-SYMBOL
                   READ SECMAST-FILE
                   IF WS-SEC-STATUS = '00'
                       MOVE SEC-ASSET-CLASS TO
                           WS-HLD-CLASS(WS-HLD-COUNT)
                   END-IF
               END-IF
           END-IF.

       MAP-ONE-HOLDING.
      *    A SYMBOL TARGET CLAIMS THE HOLDING FIRST; ONLY THEN DOES
      *    A CLASS TARGET FOR ITS ASSET CLASS.
           MOVE 1 TO WS-TGT-INDEX
           PERFORM MATCH-SYMBOL-TARGET
               UNTIL WS-TGT-INDEX > MD-TARGET-COUNT
               OR WS-HLD-TARGET(WS-HLD-INDEX) NOT = ZERO
           IF WS-HLD-TARGET(WS-HLD-INDEX) = ZERO
              AND WS-HLD-CLASS(WS-HLD-INDEX) NOT = SPACES
               MOVE 1 TO WS-TGT-INDEX
               PERFORM MATCH-CLASS-TARGET
                   UNTIL WS-TGT-INDEX > MD-TARGET-COUNT
                   OR WS-HLD-TARGET(WS-HLD-INDEX) NOT = ZERO
           END-IF
           IF WS-HLD-TARGET(WS-HLD-INDEX) NOT = ZERO
               ADD WS-HLD-VALUE(WS-HLD-INDEX) TO
                   WS-TGT-VALUE(WS-HLD-TARGET(WS-HLD-INDEX))
           END-IF
           ADD 1 TO WS-HLD-INDEX.

       MATCH-SYMBOL-TARGET.
           IF MD-SYMBOL-TARGET(WS-TGT-INDEX)
              AND MD-TGT-SYMBOL(WS-TGT-INDEX) =
                  WS-HLD-SYMBOL(WS-HLD-INDEX)
               MOVE WS-TGT-INDEX TO WS-HLD-TARGET(WS-HLD-INDEX)
           ELSE
               ADD 1 TO WS-TGT-INDEX
           END-IF.

       MATCH-CLASS-TARGET.
           IF MD-CLASS-TARGET(WS-TGT-INDEX)
              AND MD-TGT-CLASS(WS-TGT-INDEX) =
                  WS-HLD-CLASS(WS-HLD-INDEX)
               MOVE WS-TGT-INDEX TO WS-HLD-TARGET(WS-HLD-INDEX)
           ELSE
               ADD 1 TO WS-TGT-INDEX
           END-IF.

      ******************************************************************
      * TRADE PLANNING - EVERY TARGET TRADED TO ITS WEIGHT, EVERY
      * HOLDING OUTSIDE THE MODEL SOLD OUT.
      ******************************************************************
       PLAN-MODEL-TRADES.
           MOVE 1 TO WS-TGT-INDEX
           PERFORM PLAN-ONE-TARGET UNTIL WS-TGT-INDEX > MD-TARGET-COUNT
           MOVE 1 TO WS-HLD-INDEX
           PERFORM PLAN-ONE-UNMODELLED
               UNTIL WS-HLD-INDEX > WS-HLD-COUNT.

       PLAN-ONE-TARGET.
           COMPUTE WS-TARGET-VALUE ROUNDED =
               WS-TOTAL-VALUE * MD-TGT-WEIGHT(WS-TGT-INDEX) / 100
           COMPUTE WS-GAP-VALUE =
               WS-TARGET-VALUE - WS-TGT-VALUE(WS-TGT-INDEX)
           IF WS-GAP-VALUE NOT LESS THAN WS-MIN-TRADE-VALUE
               PERFORM PLAN-TARGET-BUY
           END-IF
           IF WS-GAP-VALUE < ZERO
               COMPUTE WS-EXCESS-VALUE = ZERO - WS-GAP-VALUE
               IF WS-EXCESS-VALUE NOT LESS THAN WS-MIN-TRADE-VALUE
                   MOVE 1 TO WS-HLD-INDEX
                   PERFORM PLAN-ONE-TARGET-SELL
                       UNTIL WS-HLD-INDEX > WS-HLD-COUNT
               END-IF
           END-IF
           ADD 1 TO WS-TGT-INDEX.

       PLAN-TARGET-BUY.
      *    A SYMBOL TARGET BUYS ITSELF; A CLASS TARGET BUYS ITS
      *    VEHICLE. A SYMBOL ALREADY HELD IS PRICED AS VALUED.
           MOVE 'BUY' TO WS-TRADE-SIDE
           MOVE MD-TGT-SYMBOL(WS-TGT-INDEX) TO WS-TRADE-SYMBOL
           MOVE ZERO TO WS-TRADE-PRICE
           MOVE 1 TO WS-HLD-INDEX
           PERFORM FIND-HELD-PRICE
               UNTIL WS-HLD-INDEX > WS-HLD-COUNT
               OR WS-TRADE-PRICE > ZERO
           IF WS-TRADE-PRICE = ZERO
              AND PRICES-AVAILABLE
               MOVE WS-TRADE-SYMBOL TO PRC-SYMBOL
               READ SECPRICE-FILE
               IF WS-PRICE-STATUS = '00'
                  AND PRC-CLOSE-PRICE > ZERO
                   MOVE PRC-CLOSE-PRICE TO WS-TRADE-PRICE
               END-IF
           END-IF
           IF WS-TRADE-PRICE = ZERO
               MOVE ZERO TO WS-TRADE-SHARES
               MOVE WS-GAP-VALUE TO WS-TRADE-VALUE
               MOVE 'SKIPPED - NO PRICE ON FILE' TO WS-SKIP-REASON
               PERFORM ADD-SKIPPED-TRADE
           ELSE
               COMPUTE WS-TRADE-SHARES = WS-GAP-VALUE / WS-TRADE-PRICE
               PERFORM PLAN-BUY-TRADE
           END-IF.

       FIND-HELD-PRICE.
           IF WS-HLD-SYMBOL(WS-HLD-INDEX) = WS-TRADE-SYMBOL
               MOVE WS-HLD-PRICE(WS-HLD-INDEX) TO WS-TRADE-PRICE
           ELSE
               ADD 1 TO WS-HLD-INDEX
           END-IF.

       PLAN-ONE-TARGET-SELL.
      *    AN OVERWEIGHT TARGET IS TRIMMED ACROSS EVERY HOLDING MAPPED
      *    TO IT, EACH BY ITS SHARE OF THE TARGET'S VALUE - FOR A
      *    SYMBOL TARGET THAT IS THE ONE HOLDING.
           IF WS-HLD-TARGET(WS-HLD-INDEX) = WS-TGT-INDEX
              AND WS-HLD-QUANTITY(WS-HLD-INDEX) > ZERO
              AND WS-TGT-VALUE(WS-TGT-INDEX) > ZERO
               COMPUTE WS-TRADE-SHARES =
                   WS-HLD-QUANTITY(WS-HLD-INDEX) * WS-EXCESS-VALUE
                   / WS-TGT-VALUE(WS-TGT-INDEX)
               PERFORM PLAN-SELL-TRADE
           END-IF
           ADD 1 TO WS-HLD-INDEX.

       PLAN-ONE-UNMODELLED.
           IF WS-HLD-TARGET(WS-HLD-INDEX) = ZERO
              AND WS-HLD-QUANTITY(WS-HLD-INDEX) > ZERO
               COMPUTE WS-TRADE-SHARES = WS-HLD-QUANTITY(WS-HLD-INDEX)
               PERFORM PLAN-SELL-TRADE
           END-IF
           ADD 1 TO WS-HLD-INDEX.

       PLAN-BUY-TRADE.
           COMPUTE WS-TRADE-VALUE ROUNDED =
               WS-TRADE-SHARES * WS-TRADE-PRICE
           IF WS-TRADE-SHARES NOT > ZERO
              OR WS-TRADE-VALUE < WS-MIN-TRADE-VALUE
               GO TO PLAN-BUY-TRADE-EXIT
           END-IF

           PERFORM CHECK-FIRM-LIST
           IF SYMBOL-LISTED
               MOVE 'SKIPPED - ON THE FIRM LIST' TO WS-SKIP-REASON
               PERFORM ADD-SKIPPED-TRADE
               GO TO PLAN-BUY-TRADE-EXIT
           END-IF

           PERFORM CHECK-RECENT-LOSS-SALE
           IF RECENT-LOSS-SALE
               MOVE 'SKIPPED - WASH SALE, RECENT LOSS SALE' TO
                   WS-SKIP-REASON
               PERFORM ADD-SKIPPED-TRADE
               GO TO PLAN-BUY-TRADE-EXIT
           END-IF

           PERFORM ADD-PLANNED-TRADE.

       PLAN-BUY-TRADE-EXIT.
           EXIT.

       PLAN-SELL-TRADE.
           MOVE 'SEL' TO WS-TRADE-SIDE
           MOVE WS-HLD-SYMBOL(WS-HLD-INDEX) TO WS-TRADE-SYMBOL
           MOVE WS-HLD-PRICE(WS-HLD-INDEX) TO WS-TRADE-PRICE
           MOVE WS-HLD-AVG-COST(WS-HLD-INDEX) TO WS-TRADE-AVG-COST
           MOVE WS-HLD-QUANTITY(WS-HLD-INDEX) TO WS-TRADE-HELD-QTY
           IF WS-TRADE-SHARES > WS-TRADE-HELD-QTY
               COMPUTE WS-TRADE-SHARES = WS-TRADE-HELD-QTY
           END-IF
           COMPUTE WS-TRADE-VALUE ROUNDED =
               WS-TRADE-SHARES * WS-TRADE-PRICE
           IF WS-TRADE-SHARES NOT > ZERO
              OR WS-TRADE-VALUE < WS-MIN-TRADE-VALUE
               GO TO PLAN-SELL-TRADE-EXIT
           END-IF

           PERFORM CHECK-FIRM-LIST
           IF SYMBOL-LISTED
              AND LISTED-RESTRICTED
               MOVE 'SKIPPED - ON THE RESTRICTED LIST' TO
                   WS-SKIP-REASON
               PERFORM ADD-SKIPPED-TRADE
               GO TO PLAN-SELL-TRADE-EXIT
           END-IF

           PERFORM SCAN-SYMBOL-LOTS
           IF WS-TRADE-PRICE < WS-TRADE-AVG-COST
              AND RECENT-BUY
               MOVE 'SKIPPED - WASH SALE, RECENT PURCHASE' TO
                   WS-SKIP-REASON
               PERFORM ADD-SKIPPED-TRADE
               GO TO PLAN-SELL-TRADE-EXIT
           END-IF

           COMPUTE WS-SELLABLE-SHARES = WS-SELLABLE-QUANTITY
           IF WS-SELLABLE-SHARES NOT > ZERO
               MOVE 'SKIPPED - NO SELLABLE LOTS' TO WS-SKIP-REASON
               PERFORM ADD-SKIPPED-TRADE
               GO TO PLAN-SELL-TRADE-EXIT
           END-IF
           IF WS-TRADE-SHARES > WS-SELLABLE-SHARES
               MOVE WS-SELLABLE-SHARES TO WS-TRADE-SHARES
               COMPUTE WS-TRADE-VALUE ROUNDED =
                   WS-TRADE-SHARES * WS-TRADE-PRICE
           END-IF

           PERFORM ADD-PLANNED-TRADE.

       PLAN-SELL-TRADE-EXIT.
           EXIT.

       SCAN-SYMBOL-LOTS.
      *    SELLABLE = OPEN FREE LOTS PLUS RESTRICTED LOTS PAST THE
      *    HOLDING PERIOD (CONTROL LOTS ARE NOT THE MODEL'S TO SELL).
      *    NO LOTS KEPT FOR THE SYMBOL SELLS AGAINST THE POSITION.
           MOVE ZERO TO WS-SELLABLE-QUANTITY
           MOVE 'N' TO WS-LOTS-FOUND-SW
           MOVE 'N' TO WS-RECENT-BUY-SW
           IF TAXLOT-OPEN
               MOVE 'N' TO WS-LOT-SCAN-SW
               MOVE MDA-ACCOUNT-ID TO LOT-ACCOUNT-ID
               MOVE WS-TRADE-SYMBOL TO LOT-SECURITY-SYMBOL
               MOVE ZERO TO LOT-NUMBER
               START TAXLOT-FILE KEY IS NOT LESS THAN TAXLOT-KEY
                   INVALID KEY SET LOT-SCAN-DONE TO TRUE
               END-START
               PERFORM SCAN-ONE-LOT UNTIL LOT-SCAN-DONE
           END-IF
           IF NOT LOTS-FOUND
               MOVE WS-TRADE-HELD-QTY TO WS-SELLABLE-QUANTITY
           END-IF.

       SCAN-ONE-LOT.
           READ TAXLOT-FILE NEXT RECORD
           IF WS-TAXLOT-STATUS NOT = '00'
               SET LOT-SCAN-DONE TO TRUE
           ELSE
               IF LOT-ACCOUNT-ID NOT = MDA-ACCOUNT-ID
                  OR LOT-SECURITY-SYMBOL NOT = WS-TRADE-SYMBOL
                   SET LOT-SCAN-DONE TO TRUE
               ELSE
                   IF OPEN-LOT AND LOT-QUANTITY > ZERO
                       SET LOTS-FOUND TO TRUE
                       PERFORM JUDGE-ONE-LOT
                   END-IF
               END-IF
           END-IF.

       JUDGE-ONE-LOT.
           MOVE 99999 TO WS-ELAPSED-DAYS
           IF LOT-ACQUIRE-DATE NUMERIC
               MOVE LOT-ACQUIRE-DATE TO WS-EVENT-DATE-NUM
               COMPUTE WS-EVENT-INT =
                   FUNCTION INTEGER-OF-DATE(WS-EVENT-DATE-NUM)
               COMPUTE WS-ELAPSED-DAYS = WS-TODAY-INT - WS-EVENT-INT
           END-IF
           IF WS-ELAPSED-DAYS NOT GREATER THAN WS-WASH-WINDOW-DAYS
               SET RECENT-BUY TO TRUE
           END-IF
           EVALUATE TRUE
               WHEN RESTRICTED-LOT
                   IF LOT-ACQUIRE-DATE NUMERIC
                      AND WS-ELAPSED-DAYS NOT LESS THAN
                          WS-HOLDING-PERIOD-DAYS
                       ADD LOT-QUANTITY TO WS-SELLABLE-QUANTITY
                   END-IF
               WHEN CONTROL-LOT
                   CONTINUE
               WHEN OTHER
                   ADD LOT-QUANTITY TO WS-SELLABLE-QUANTITY
           END-EVALUATE.

       CHECK-FIRM-LIST.
      *    NO RESTLIST.DAT ON FILE MEANS NO LIST. A ROW ONLY COUNTS
      *    INSIDE ITS EFFECTIVE WINDOW.
           MOVE 'N' TO WS-LISTED-SW
           MOVE SPACE TO WS-LISTED-TYPE
           IF RESTLIST-OPEN
               MOVE WS-TRADE-SYMBOL TO RL-SEC-SYMBOL
               READ RESTLIST-FILE
               IF WS-RESTLIST-STATUS = '00'
                   IF RL-EFFECTIVE-DATE NOT > WS-CURRENT-DATE
                      AND (RL-EXPIRY-DATE = SPACES
                           OR RL-EXPIRY-DATE NOT < WS-CURRENT-DATE)
                       SET SYMBOL-LISTED TO TRUE
                       MOVE RL-LIST-TYPE TO WS-LISTED-TYPE
                   END-IF
               END-IF
           END-IF.

       CHECK-RECENT-LOSS-SALE.
           MOVE 'N' TO WS-LOSS-SALE-SW
           MOVE 1 TO WS-LOSS-INDEX
           PERFORM SCAN-ONE-LOSS-SALE
               UNTIL WS-LOSS-INDEX > WS-LOSS-COUNT
               OR RECENT-LOSS-SALE.

       SCAN-ONE-LOSS-SALE.
           IF WS-LSS-ACCOUNT-ID(WS-LOSS-INDEX) = MDA-ACCOUNT-ID
              AND WS-LSS-SYMBOL(WS-LOSS-INDEX) = WS-TRADE-SYMBOL
               SET RECENT-LOSS-SALE TO TRUE
           ELSE
               ADD 1 TO WS-LOSS-INDEX
           END-IF.

       ADD-PLANNED-TRADE.
           IF WS-TRD-COUNT < WS-MAX-TRADES
               ADD 1 TO WS-TRD-COUNT
               PERFORM FILL-TRADE-ENTRY
               SET TRD-PLANNED(WS-TRD-COUNT) TO TRUE
               MOVE SPACES TO WS-TRD-RESULT(WS-TRD-COUNT)
           ELSE
               DISPLAY 'REBALGEN: TRADE TABLE FULL FOR '
                   MDA-ACCOUNT-ID ' - ' WS-TRADE-SIDE ' '
                   WS-TRADE-SYMBOL ' NOT PLANNED'
           END-IF.

       ADD-SKIPPED-TRADE.
           ADD 1 TO WS-TRADES-SKIPPED-COUNT
           IF WS-TRD-COUNT < WS-MAX-TRADES
               ADD 1 TO WS-TRD-COUNT
               PERFORM FILL-TRADE-ENTRY
               SET TRD-SKIPPED(WS-TRD-COUNT) TO TRUE
               MOVE WS-SKIP-REASON TO WS-TRD-RESULT(WS-TRD-COUNT)
           END-IF.

       FILL-TRADE-ENTRY.
           MOVE WS-TRADE-SIDE TO WS-TRD-SIDE(WS-TRD-COUNT)
           MOVE WS-TRADE-SYMBOL TO WS-TRD-SYMBOL(WS-TRD-COUNT)
           MOVE WS-TRADE-SHARES TO WS-TRD-QUANTITY(WS-TRD-COUNT)
           MOVE WS-TRADE-PRICE TO WS-TRD-PRICE(WS-TRD-COUNT)
           MOVE WS-TRADE-VALUE TO WS-TRD-VALUE(WS-TRD-COUNT).

      ******************************************************************
      * ORDER PLACEMENT - EVERY PLANNED TRADE BECOMES A HELD GTC
      * MARKET ORDER AWAITING THE ADVISOR.
      ******************************************************************
       PLACE-ONE-TRADE.
           IF TRD-PLANNED(WS-TRD-INDEX)
               MOVE SPACES TO WS-ORDER-RECORD
               MOVE MDA-ACCOUNT-ID TO ACCOUNT-ID OF WS-ORDER-RECORD
               MOVE WS-TRD-SYMBOL(WS-TRD-INDEX) TO
                   SECURITY-SYMBOL OF WS-ORDER-RECORD
               MOVE WS-TRD-SIDE(WS-TRD-INDEX) TO
                   ORDER-SIDE OF WS-ORDER-RECORD
               SET MARKET-ORDER OF WS-ORDER-RECORD TO TRUE
               MOVE WS-TRD-QUANTITY(WS-TRD-INDEX) TO
                   QUANTITY OF WS-ORDER-RECORD
               MOVE ZERO TO LIMIT-PRICE OF WS-ORDER-RECORD
               MOVE ZERO TO STOP-PRICE OF WS-ORDER-RECORD
               MOVE WS-CURRENT-DATE TO ORDER-DATE OF WS-ORDER-RECORD
               SET GTC-ORDER OF WS-ORDER-RECORD TO TRUE
               MOVE 'REBALGEN' TO CREATED-BY OF WS-ORDER-RECORD
               MOVE 'REBALGEN' TO UPDATED-BY OF WS-ORDER-RECORD

               MOVE 'CREATE' TO WS-ORDMGMT-OPERATION
               CALL 'ORDMGMT' USING WS-ORDMGMT-OPERATION,
                                     WS-ORDER-RECORD,
                                     WS-ORDMGMT-RETURN-CODE,
                                     WS-SUITABILITY-OVERRIDE
               IF WS-ORDMGMT-RETURN-CODE = 00
                   SET TRD-PLACED(WS-TRD-INDEX) TO TRUE
                   ADD 1 TO WS-PLACED-COUNT
                   ADD 1 TO WS-ACCOUNT-ORDERS-PLACED
                   MOVE SPACES TO WS-TRD-RESULT(WS-TRD-INDEX)
                   STRING 'HELD FOR ADVISOR - ORDER ' DELIMITED BY SIZE
                          ORDER-ID OF WS-ORDER-RECORD DELIMITED BY SIZE
                          INTO WS-TRD-RESULT(WS-TRD-INDEX)
                   END-STRING
               ELSE
                   SET TRD-REJECTED(WS-TRD-INDEX) TO TRUE
                   ADD 1 TO WS-REJECTED-COUNT
                   MOVE WS-ORDMGMT-RETURN-CODE TO WS-RC-DISPLAY
                   MOVE SPACES TO WS-TRD-RESULT(WS-TRD-INDEX)
                   STRING 'REJECTED BY ORDMGMT, RC ' DELIMITED BY SIZE
                          WS-RC-DISPLAY DELIMITED BY SIZE
                          INTO WS-TRD-RESULT(WS-TRD-INDEX)
                   END-STRING
               END-IF
           END-IF
           ADD 1 TO WS-TRD-INDEX.

      ******************************************************************
      * REPORT - ONE SECTION PER FLAGGED ACCOUNT.
      ******************************************************************
       PRINT-ACCOUNT-TRADES.
           MOVE WS-TOTAL-VALUE TO WS-VALUE-DISPLAY
           MOVE SPACES TO RPT-LINE
           STRING 'ACCOUNT ' DELIMITED BY SIZE
                  MDA-ACCOUNT-ID DELIMITED BY SIZE
                  '  MODEL ' DELIMITED BY SIZE
                  MDA-MODEL-ID DELIMITED BY SIZE
                  '  ADVISOR ' DELIMITED BY SIZE
                  MDA-ADVISOR DELIMITED BY SIZE
                  '  TOTAL VALUE ' DELIMITED BY SIZE
                  WS-VALUE-DISPLAY DELIMITED BY SIZE
                  INTO RPT-LINE
           END-STRING
           PERFORM EMIT-RPT-LINE

           IF WS-TRD-COUNT = ZERO
               MOVE SPACES TO RPT-LINE
               MOVE '      NO TRADE LARGE ENOUGH TO PLACE' TO RPT-LINE
               PERFORM EMIT-RPT-LINE
           ELSE
               MOVE WS-TRADE-HEADING TO RPT-LINE
               PERFORM EMIT-RPT-LINE
               MOVE 1 TO WS-TRD-INDEX
               PERFORM PRINT-ONE-TRADE UNTIL WS-TRD-INDEX > WS-TRD-COUNT
           END-IF

           MOVE SPACES TO RPT-LINE
           PERFORM EMIT-RPT-LINE.

       PRINT-ONE-TRADE.
           MOVE WS-TRD-SIDE(WS-TRD-INDEX) TO WS-TL-SIDE
           MOVE WS-TRD-SYMBOL(WS-TRD-INDEX) TO WS-TL-SYMBOL
           MOVE WS-TRD-QUANTITY(WS-TRD-INDEX) TO WS-TL-QUANTITY
           MOVE WS-TRD-PRICE(WS-TRD-INDEX) TO WS-TL-PRICE
           MOVE WS-TRD-VALUE(WS-TRD-INDEX) TO WS-TL-VALUE
           MOVE WS-TRD-RESULT(WS-TRD-INDEX) TO WS-TL-RESULT
           MOVE WS-TRADE-LINE TO RPT-LINE
           PERFORM EMIT-RPT-LINE
           ADD 1 TO WS-TRD-INDEX.

       WRITE-RUN-TOTALS.
           MOVE SPACES TO RPT-LINE
           PERFORM EMIT-RPT-LINE

           MOVE WS-SCANNED-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO RPT-LINE
           STRING 'ASSIGNMENTS SCANNED . . . . . . . ' DELIMITED BY SIZE
                  WS-COUNT-DISPLAY DELIMITED BY SIZE
                  INTO RPT-LINE
           END-STRING
           PERFORM EMIT-RPT-LINE

           MOVE WS-NOT-FLAGGED-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO RPT-LINE
           STRING 'NOT FLAGGED OR SUSPENDED. . . . . ' DELIMITED BY SIZE
                  WS-COUNT-DISPLAY DELIMITED BY SIZE
                  INTO RPT-LINE
           END-STRING
           PERFORM EMIT-RPT-LINE

           MOVE WS-REBALANCED-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO RPT-LINE
           STRING 'ACCOUNTS REBALANCED . . . . . . . ' DELIMITED BY SIZE
                  WS-COUNT-DISPLAY DELIMITED BY SIZE
                  INTO RPT-LINE
           END-STRING
           PERFORM EMIT-RPT-LINE

           MOVE WS-SKIPPED-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO RPT-LINE
           STRING 'ACCOUNTS NOT REBALANCED . . . . . ' DELIMITED BY SIZE
                  WS-COUNT-DISPLAY DELIMITED BY SIZE
                  INTO RPT-LINE
           END-STRING
           PERFORM EMIT-RPT-LINE

           MOVE WS-PLACED-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO RPT-LINE
           STRING 'ORDERS HELD FOR ADVISORS. . . . . ' DELIMITED BY SIZE
                  WS-COUNT-DISPLAY DELIMITED BY SIZE
                  INTO RPT-LINE
           END-STRING
           PERFORM EMIT-RPT-LINE

           MOVE WS-REJECTED-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO RPT-LINE
           STRING 'ORDERS REJECTED BY ORDMGMT. . . . ' DELIMITED BY SIZE
                  WS-COUNT-DISPLAY DELIMITED BY SIZE
                  INTO RPT-LINE
           END-STRING
           PERFORM EMIT-RPT-LINE

           MOVE WS-TRADES-SKIPPED-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO RPT-LINE
           STRING 'TRADES SKIPPED. . . . . . . . . . ' DELIMITED BY SIZE
                  WS-COUNT-DISPLAY DELIMITED BY SIZE
                  INTO RPT-LINE
           END-STRING
           PERFORM EMIT-RPT-LINE.

       WRITE-REPORT-HEADER.
           MOVE PRINT-RULE-LINE TO RPT-LINE
           WRITE RPT-LINE

           MOVE PRINT-PAGE-NUMBER TO WS-PAGE-DISPLAY
           MOVE SPACES TO RPT-LINE
           STRING 'MODEL REBALANCE ORDERS FOR ADVISOR APPROVAL - '
                      DELIMITED BY SIZE
                  WS-CURRENT-DATE DELIMITED BY SIZE
                  '  PAGE ' DELIMITED BY SIZE
                  WS-PAGE-DISPLAY DELIMITED BY SIZE
                  INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE

           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE.

       EMIT-RPT-LINE.
           WRITE RPT-LINE
           ADD 1 TO PRINT-LINE-COUNT
           IF PRINT-LINE-COUNT >= PRINT-LINES-PER-PAGE
               PERFORM REPORT-PAGE-BREAK
           END-IF.

       REPORT-PAGE-BREAK.
           ADD 1 TO PRINT-PAGE-NUMBER
           MOVE ZERO TO PRINT-LINE-COUNT
           PERFORM WRITE-REPORT-HEADER.

       FINALIZE-PROCESS.
           CLOSE MODELASN-FILE
           CLOSE MODEL-FILE
           CLOSE REBALGEN-FILE
           IF POSITIONS-AVAILABLE
               CLOSE POSITION-FILE
           END-IF
           IF PRICES-AVAILABLE
               CLOSE SECPRICE-FILE
           END-IF

           MOVE WS-REBALANCED-COUNT TO WS-COUNT-DISPLAY
           DISPLAY 'REBALGEN: REBALANCED ' WS-COUNT-DISPLAY
               ' ACCOUNT(S)'
           MOVE WS-PLACED-COUNT TO WS-COUNT-DISPLAY
           DISPLAY 'REBALGEN: ORDERS HELD FOR ADVISORS '
               WS-COUNT-DISPLAY.

       END PROGRAM REBALGEN.
