      *            SUITABILITY CHECK); CANCELS GO THROUGH CANCEL.
      *
      * MODIFICATION HISTORY:
      * 2026-10-15  A CREATE HELD BACK FOR A CREDIT OFFICER (ORDMGMT
      *             RC 14, OVER A DVP INSTITUTION'S CREDIT LIMIT) IS
      *             NOW EXPLAINED ON THE SCREEN.
      * 2026-10-15  ADDED V=VALIDATE - THE TICKET IS KEYED AS FOR AN
      *             ORDER AND RUN THROUGH ORDMGMT'S VALIDATE-ONLY
      *             OPERATION, WHICH LISTS EVERY CHECK IT FAILS
      *             (AUTHORIZED PARTY INCLUDED) AND SUBMITS NOTHING,
      *             SO THE BRANCH FIXES THE WHOLE TICKET BEFORE
      *             KEYING IT WITH O. THE TICKET KEYING AND RECORD
      *             BUILD ARE SHARED BY BOTH ACTIONS.
      * 2026-10-15  ADDED THE DIRECTED VENUE FIELD - LEFT BLANK THE
      *             ORDER IS NON-DIRECTED AND THE FIRM ROUTES IT;
      *             FILLED IN, ORDROUTE SENDS IT WHERE THE CUSTOMER
      *             SAID AND THE ROUTING DISCLOSURE COUNTS IT AS
      *             DIRECTED.
      * 2026-10-15  ADDED FIVE SELL-LOT LINES - A SELL TICKET CAN NAME
      *             THE TAX LOTS TO RELIEVE (LOT NUMBER AND QUANTITY;
      *             A BLANK QUANTITY TAKES THE WHOLE LOT). ORDMGMT
      *             CHECKS THE LOTS COVER THE ORDER, AND THE FILL
      *             RELIEVES THEM WHATEVER THE ACCOUNT'S ELECTION.
      * 2026-10-15  ADDED THE STOP PRICE FIELD - A STP TICKET CARRIES
      *             ITS STOP HERE (AND A LIMIT PRICE TOO FOR A STOP-
      *             LIMIT); ORDMGMT HOLDS IT UNTIL STOPTRIG SEES THE
      *             MARKET TOUCH THE STOP.
      * 2026-09-03  ADDED THE CAPACITY (A/P) FIELD - AGENCY UNLESS
      *             THE DESK MARKS THE TICKET PRINCIPAL. ORDMGMT
      *             DEFAULTS A BLANK TO AGENCY AND FORCES PRINCIPAL
       01  WS-ENTRY-TYPE                 PIC X(03).
       01  WS-ENTRY-QUANTITY             PIC 9(09)V999.
       01  WS-ENTRY-LIMIT                PIC 9(09)V9999.
       01  WS-ENTRY-STOP                 PIC 9(09)V9999.
       01  WS-ENTRY-LOCATE               PIC X(16).
       01  WS-ENTRY-PARTY                PIC X(10).
       01  WS-ENTRY-CAPACITY             PIC X(01).
       01  WS-ENTRY-VENUE                PIC X(08).
       01  WS-ENTRY-LOTS.
           05  WS-ENTRY-LOT-1            PIC 9(05).
           05  WS-ENTRY-LOT-QTY-1        PIC 9(09)V999.
           05  WS-ENTRY-LOT-2            PIC 9(05).
           05  WS-ENTRY-LOT-QTY-2        PIC 9(09)V999.
           05  WS-ENTRY-LOT-3            PIC 9(05).
           05  WS-ENTRY-LOT-QTY-3        PIC 9(09)V999.
           05  WS-ENTRY-LOT-4            PIC 9(05).
           05  WS-ENTRY-LOT-QTY-4        PIC 9(09)V999.
           05  WS-ENTRY-LOT-5            PIC 9(05).
           05  WS-ENTRY-LOT-QTY-5        PIC 9(09)V999.
       01  WS-ENTRY-LOT-TABLE REDEFINES WS-ENTRY-LOTS.
           05  WS-ENTRY-LOT OCCURS 5 TIMES.
               10  WS-ENTRY-LOT-NUMBER   PIC 9(05).
               10  WS-ENTRY-LOT-QTY      PIC 9(09)V999.
       01  WS-ENTRY-LOT-INDEX            PIC 9(02) COMP.

       01  WS-AUTHCHK-SCOPE              PIC X(01) VALUE 'T'.
       01  WS-AUTHCHK-FUNCTION           PIC X(08) VALUE 'ORDER   '.
       01  WS-AUTHCHK-RETURN-CODE        PIC 9(02).

       COPY VALLIST REPLACING VALIDATION-LIST BY WS-VALIDATION-LIST.
       01  WS-FAILURE-INDEX              PIC 9(02) COMP.

       01  WS-BALANCE-DISPLAY            PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
       01  WS-QTY-DISPLAY                PIC ZZZ,ZZZ,ZZ9.999-.
       01  WS-SCREEN-MESSAGE             PIC X(60).
       01  WS-SCREEN-PROMPT              PIC X(50).

       SCREEN SECTION.
       01  ORDER-ENTRY-SCREEN.
           05  LINE 08 COLUMN 05 VALUE 'Quantity . . . .'.
           05  LINE 08 COLUMN 22 PIC 9(09).999
               USING WS-ENTRY-QUANTITY.
           05  LINE 09 COLUMN 05 VALUE 'Type MKT/LMT/STP'.
           05  LINE 09 COLUMN 22 PIC X(03) USING WS-ENTRY-TYPE.
           05  LINE 10 COLUMN 05 VALUE 'Limit Price. . .'.
           05  LINE 10 COLUMN 22 PIC 9(09).9999
               USING WS-ENTRY-LIMIT.
           05  LINE 11 COLUMN 05 VALUE 'Stop Price . . .'.
           05  LINE 11 COLUMN 22 PIC 9(09).9999
               USING WS-ENTRY-STOP.
           05  LINE 12 COLUMN 05 VALUE 'Locate (short) .'.
           05  LINE 12 COLUMN 22 PIC X(16) USING WS-ENTRY-LOCATE.
           05  LINE 13 COLUMN 05 VALUE 'Acting party . .'.
           05  LINE 13 COLUMN 22 PIC X(10) USING WS-ENTRY-PARTY.
           05  LINE 14 COLUMN 05 VALUE 'Capacity (A/P) .'.
           05  LINE 14 COLUMN 22 PIC X(01)
               USING WS-ENTRY-CAPACITY.
           05  LINE 14 COLUMN 29 VALUE 'Directed venue'.
           05  LINE 14 COLUMN 44 PIC X(08) USING WS-ENTRY-VENUE.
           05  LINE 15 COLUMN 05 VALUE 'Sell lot 1 . . .'.
           05  LINE 15 COLUMN 22 PIC 9(05) USING WS-ENTRY-LOT-1.
           05  LINE 15 COLUMN 29 VALUE 'Qty'.
           05  LINE 15 COLUMN 33 PIC 9(09).999
               USING WS-ENTRY-LOT-QTY-1.
           05  LINE 16 COLUMN 05 VALUE 'Sell lot 2 . . .'.
           05  LINE 16 COLUMN 22 PIC 9(05) USING WS-ENTRY-LOT-2.
           05  LINE 16 COLUMN 29 VALUE 'Qty'.
           05  LINE 16 COLUMN 33 PIC 9(09).999
               USING WS-ENTRY-LOT-QTY-2.
           05  LINE 17 COLUMN 05 VALUE 'Sell lot 3 . . .'.
           05  LINE 17 COLUMN 22 PIC 9(05) USING WS-ENTRY-LOT-3.
           05  LINE 17 COLUMN 29 VALUE 'Qty'.
           05  LINE 17 COLUMN 33 PIC 9(09).999
               USING WS-ENTRY-LOT-QTY-3.
           05  LINE 18 COLUMN 05 VALUE 'Sell lot 4 . . .'.
           05  LINE 18 COLUMN 22 PIC 9(05) USING WS-ENTRY-LOT-4.
           05  LINE 18 COLUMN 29 VALUE 'Qty'.
           05  LINE 18 COLUMN 33 PIC 9(09).999
               USING WS-ENTRY-LOT-QTY-4.
           05  LINE 19 COLUMN 05 VALUE 'Sell lot 5 . . .'.
           05  LINE 19 COLUMN 22 PIC 9(05) USING WS-ENTRY-LOT-5.
           05  LINE 19 COLUMN 29 VALUE 'Qty'.
           05  LINE 19 COLUMN 33 PIC 9(09).999
               USING WS-ENTRY-LOT-QTY-5.
           05  LINE 21 COLUMN 05 PIC X(60) FROM WS-SCREEN-MESSAGE.
           05  LINE 22 COLUMN 05 PIC X(50) FROM WS-SCREEN-PROMPT.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           DISPLAY 'CASH AVAILABLE ' WS-BALANCE-DISPLAY
           PERFORM LIST-ACCOUNT-POSITIONS THRU LIST-POSITIONS-EXIT

           DISPLAY 'O=Order  V=Validate  L=List open orders  '
               'C=Cancel  R=Release held  N=Next account: '
               WITH NO ADVANCING
           ACCEPT WS-ACTION-KEY

           EVALUATE WS-ACTION-KEY
               WHEN 'o'
                   PERFORM ENTER-ONE-ORDER THRU
                       ENTER-ONE-ORDER-EXIT
               WHEN 'V'
               WHEN 'v'
                   PERFORM VALIDATE-ONE-ORDER THRU
                       VALIDATE-ONE-ORDER-EXIT
               WHEN 'L'
               WHEN 'l'
                   PERFORM LIST-OPEN-ORDERS THRU LIST-OPEN-ORDERS-EXIT
           END-IF.

       ENTER-ONE-ORDER.
           MOVE 'Enter to submit the ticket' TO WS-SCREEN-PROMPT
           PERFORM KEY-ORDER-TICKET

      *    A CALLER WHO IS NOT THE OWNER NEEDS A LIVE AUTHORIZED-
      *    PARTY ROW - THE POA IN THE DRAWER STOPPED COUNTING.
               END-IF
           END-IF

           PERFORM BUILD-ORDER-RECORD

           MOVE 'CREATE' TO WS-ORDMGMT-OPERATION
           CALL 'ORDMGMT' USING WS-ORDMGMT-OPERATION,
                                 WS-ORDER-RECORD,
                                 WS-ORDMGMT-RETURN-CODE,
                                 WS-SUITABILITY-OVERRIDE

           PERFORM SHOW-ORDER-VERDICT.

       ENTER-ONE-ORDER-EXIT.
           EXIT.

       VALIDATE-ONE-ORDER.
      *    THE SAME TICKET, RUN THROUGH EVERY ORDMGMT CHECK WITHOUT
      *    CREATING ANYTHING - THE ACTING PARTY IS CHECKED THERE TOO,
      *    AS A PREVIEW THAT LOGS NO USE OF THE AUTHORITY.
           MOVE 'Enter to check the ticket - nothing is submitted'
               TO WS-SCREEN-PROMPT
           PERFORM KEY-ORDER-TICKET
           PERFORM BUILD-ORDER-RECORD

           MOVE SPACES TO WS-VALIDATION-LIST
           MOVE WS-ENTRY-PARTY TO VL-ACTING-PARTY
           MOVE 'VALIDT' TO WS-ORDMGMT-OPERATION
           CALL 'ORDMGMT' USING WS-ORDMGMT-OPERATION,
                                 WS-ORDER-RECORD,
                                 WS-ORDMGMT-RETURN-CODE,
                                 WS-SUITABILITY-OVERRIDE,
                                 WS-VALIDATION-LIST

           IF VL-FAILURE-COUNT = ZERO
               DISPLAY 'ORDENTRY: ALL CHECKS PASSED - KEY O TO '
                   'SUBMIT THE TICKET'
               GO TO VALIDATE-ONE-ORDER-EXIT
           END-IF

           DISPLAY 'ORDENTRY: TICKET FAILS ' VL-FAILURE-COUNT
               ' CHECK(S):'
           PERFORM SHOW-ONE-FAILURE
               VARYING WS-FAILURE-INDEX FROM 1 BY 1
               UNTIL WS-FAILURE-INDEX > VL-FAILURE-COUNT
           IF VL-OVERFLOW
               DISPLAY '  ... AND MORE - FIX THESE AND CHECK AGAIN'
           END-IF.

       VALIDATE-ONE-ORDER-EXIT.
           EXIT.

       SHOW-ONE-FAILURE.
           DISPLAY '  ' VL-CHECK (WS-FAILURE-INDEX)
               ' RC=' VL-CODE (WS-FAILURE-INDEX)
               ' ' VL-REASON (WS-FAILURE-INDEX).

       KEY-ORDER-TICKET.
           MOVE SPACES TO WS-ENTRY-SIDE
           MOVE SPACES TO WS-ENTRY-SYMBOL
           MOVE SPACES TO WS-ENTRY-TYPE
           MOVE ZERO TO WS-ENTRY-QUANTITY
           MOVE ZERO TO WS-ENTRY-LIMIT
           MOVE ZERO TO WS-ENTRY-STOP
           MOVE SPACES TO WS-ENTRY-LOCATE
           MOVE SPACES TO WS-ENTRY-PARTY
           MOVE SPACES TO WS-ENTRY-CAPACITY
           MOVE SPACES TO WS-ENTRY-VENUE
           MOVE ZERO TO WS-ENTRY-LOT-1 WS-ENTRY-LOT-QTY-1
                        WS-ENTRY-LOT-2 WS-ENTRY-LOT-QTY-2
                        WS-ENTRY-LOT-3 WS-ENTRY-LOT-QTY-3
                        WS-ENTRY-LOT-4 WS-ENTRY-LOT-QTY-4
                        WS-ENTRY-LOT-5 WS-ENTRY-LOT-QTY-5
           MOVE SPACES TO WS-SCREEN-MESSAGE

           DISPLAY ORDER-ENTRY-SCREEN
           ACCEPT ORDER-ENTRY-SCREEN.

       BUILD-ORDER-RECORD.
           MOVE SPACES TO WS-ORDER-RECORD
           MOVE WS-INQUIRY-ACCOUNT-ID TO
               ACCOUNT-ID OF WS-ORDER-RECORD
           MOVE WS-ENTRY-TYPE TO ORDER-TYPE OF WS-ORDER-RECORD
           MOVE WS-ENTRY-QUANTITY TO QUANTITY OF WS-ORDER-RECORD
           MOVE WS-ENTRY-LIMIT TO LIMIT-PRICE OF WS-ORDER-RECORD
           MOVE WS-ENTRY-STOP TO STOP-PRICE OF WS-ORDER-RECORD
           MOVE WS-ENTRY-LOCATE TO LOCATE-REF OF WS-ORDER-RECORD
           MOVE WS-ENTRY-CAPACITY TO
               ORDER-CAPACITY OF WS-ORDER-RECORD
           MOVE WS-ENTRY-VENUE TO DIRECTED-VENUE OF WS-ORDER-RECORD
           MOVE WS-SIGNON-ID TO CREATED-BY OF WS-ORDER-RECORD
           MOVE WS-SIGNON-ID TO UPDATED-BY OF WS-ORDER-RECORD
           MOVE ZERO TO SPECIFIC-LOT-COUNT OF WS-ORDER-RECORD
           MOVE 1 TO WS-ENTRY-LOT-INDEX
           PERFORM COPY-ONE-ENTRY-LOT
               UNTIL WS-ENTRY-LOT-INDEX > 5.

       COPY-ONE-ENTRY-LOT.
      *    ONLY THE LINES WITH A LOT NUMBER COUNT; A BLANK QUANTITY
      *    GOES THROUGH AS ZERO AND ORDMGMT TAKES THE WHOLE LOT.
           IF WS-ENTRY-LOT-NUMBER(WS-ENTRY-LOT-INDEX) > ZERO
               ADD 1 TO SPECIFIC-LOT-COUNT OF WS-ORDER-RECORD
               MOVE WS-ENTRY-LOT-NUMBER(WS-ENTRY-LOT-INDEX) TO
                   SPEC-LOT-NUMBER OF WS-ORDER-RECORD
                       (SPECIFIC-LOT-COUNT OF WS-ORDER-RECORD)
               MOVE WS-ENTRY-LOT-QTY(WS-ENTRY-LOT-INDEX) TO
                   SPEC-LOT-QUANTITY OF WS-ORDER-RECORD
                       (SPECIFIC-LOT-COUNT OF WS-ORDER-RECORD)
           END-IF
           ADD 1 TO WS-ENTRY-LOT-INDEX.

       SHOW-ORDER-VERDICT.
           EVALUATE WS-ORDMGMT-RETURN-CODE
                   END-IF
               WHEN 03
                   DISPLAY 'ORDENTRY: REJECTED - INVALID TICKET '
                       '(SIDE, SYMBOL, QUANTITY, LIMIT OR STOP '
                       'PRICE, A SHORT SALE WITHOUT A LOCATE, OR '
                       'SELL LOTS THAT ARE NOT OPEN OR DO NOT ADD '
                       'UP TO THE QUANTITY)'
               WHEN 05
                   DISPLAY 'ORDENTRY: REJECTED - INSUFFICIENT '
                       'UNRESERVED CASH: OPEN ORDERS ALREADY HOLD '
               WHEN 13
                   DISPLAY 'ORDENTRY: REJECTED - OPERATOR IS NOT '
                       'ENTITLED TO CREATE ORDERS'
               WHEN 14
                   DISPLAY 'ORDENTRY: NOT ACCEPTED - OVER THE '
                       'INSTITUTION''S DVP CREDIT LIMIT; SENT TO A '
                       'CREDIT OFFICER - RE-ENTER ONCE APPROVED'
               WHEN 15
                   DISPLAY 'ORDENTRY: REJECTED - NO SIGNED MARGIN '
                       'OR OPTIONS AGREEMENT ON FILE FOR THIS '
