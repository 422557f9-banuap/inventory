      * FUNCTIONS: UPDPOS (APPLY A BUY OR SELL TO A POSITION, CREATING
      *            IT IF THIS IS THE FIRST TRADE IN THE SYMBOL), READ
      *
      * NOTES: A 'DLV' UPDPOS KEEPS THE LOTS IT TAKES OFF THE BOOK IN
      *        THE CARRY AREA IN WORKING-STORAGE, WITH THE DELIVERING
      *        ACCOUNT AND SYMBOL, AND THE 'RCV' THAT FOLLOWS IT LANDS
      *        THEM - SO A CALLER POSTS ITS DELIVERY FIRST AND ITS
      *        RECEIPT(S) STRAIGHT AFTER. ONLY A RECEIPT INTO THE
      *        DELIVERING ACCOUNT (A REORGANIZATION) OR OF THE
      *        DELIVERED SYMBOL (AN IN-KIND MOVE) TAKES THE CARRY; ANY
      *        OTHER IS A NEW LOT DATED TODAY. A RECEIPT THAT LANDS
      *        THE CARRY SPENDS IT, EXCEPT THE DELIVERED SHARES COMING
      *        BACK INTO THE DELIVERING ACCOUNT (A SPIN-OFF'S PARENT),
      *        WHICH LEAVES IT FOR THE CHILD'S RECEIPT. THE NEXT 'DLV'
      *        REPLACES WHATEVER IS LEFT.
      *
      * MODIFICATION HISTORY:
      * 2026-08-22  UPDPOS NOW VALIDATES LS-SECURITY-SYMBOL AGAINST
      *             THE SECURITY MASTER (SECMAST.DAT, MAINTAINED BY
      *             FWDJRNL SUBPROGRAM) SO THE RECOVER UTILITY CAN
      *             REPLAY A RESTORED BACKUP FORWARD TO A POINT IN
      *             TIME INSTEAD OF THE BRANCHES RE-KEYING THE DAY.
      * 2026-10-15  UPDPOS NOW TAKES THE SECURITIES DELIVERY TYPES.
      *             'DLV' RELIEVES SHARES LIKE A SEL BUT WRITES NO
      *             DISPOSAL ROWS - NOTHING WAS SOLD - AND CARRIES
      *             THE RELIEVED LOT SLICES (QUANTITY, COST,
      *             ACQUISITION DATE, RESTRICTION) FORWARD. 'RCV'
      *             ADDS SHARES LIKE A BUY AT LS-PRICE AS THE BASIS
      *             PER SHARE, BUT LANDS THE CARRIED LOTS PRO RATA
      *             INSTEAD OF ONE NEW LOT, SO A MERGER EXCHANGE OR
      *             SPIN-OFF KEEPS THE HOLDER'S ACQUISITION DATES AND
      *             SPREADS THE CARRIED BASIS THE WAY THE ORIGINAL
      *             LOTS HELD IT. A RECEIPT WITH NOTHING CARRIED IS
      *             ONE NEW LOT DATED TODAY, THE SAME AS A BUY.
      * 2026-10-15  LOT RELIEF NOW FOLLOWS THE ACCOUNT'S COST BASIS
      *             METHOD ELECTION, PASSED IN LS-COST-BASIS-METHOD
      *             (THE ACCOUNT'S COST-BASIS-METHOD): FIFO, LIFO,
      *             HIGHEST-COST OR LOWEST-COST FIRST, OR SPECIFIC
      *             IDENTIFICATION. A SEL CARRYING AN LS-ORDER-ID
      *             WHOSE ORDER NAMES SPECIFIC LOTS (READ BACK
      *             THROUGH ORDMGMT) RELIEVES THOSE LOTS FIRST, EACH
      *             UP TO ITS NAMED QUANTITY; WHATEVER IS LEFT - OR A
      *             SPECIFIC-ID ACCOUNT SELLING WITHOUT NAMED LOTS -
      *             FOLLOWS THE ELECTION, FIFO FOR SPECIFIC-ID. THE
      *             DISPOSAL ROWS FOLLOW THE LOTS ACTUALLY RELIEVED.
      *             A REVERSAL STILL DRAINS FIFO.
      * 2026-10-15  NEW CARRY OPERATION RETURNS WHAT THE LAST 'DLV'
      *             CARRIED - QUANTITY IN LS-POSITION-QUANTITY, COST
      *             PER SHARE IN LS-PRICE - SO A CALLER MOVING SHARES
      *             IN KIND (INKJRNL) CAN PRICE ITS 'RCV' AT THE LOTS'
      *             OWN COST. AN 'RCV' OF THE WHOLE CARRIED QUANTITY
      *             AT THAT PRICE TAKES THE CARRIED COST TO THE CENT
      *             RATHER THAN QUANTITY TIMES THE ROUNDED PRICE, SO
      *             EVERY LANDED LOT KEEPS ITS COST EXACTLY.
      * 2026-10-15  UPDPOS REPORTS EACH CHANGE IT WRITES TO
      *             POSITION-QUANTITY, AND EACH NEW POSITION ROW, TO
      *             CTLTOTAL SO EODDRIVER CAN PROVE EACH BATCH STEP'S
      *             EFFECT ON POSITION.DAT AGAINST WHAT IT POSTED.
      * 2026-10-15  EVERY POSITION IMAGE JOURNALED TO FWDJRNL IS NOW
      *             ALSO FILED AS A CHANGE EVENT (CREATED FOR A NEW
      *             ROW, UPDATED OTHERWISE) THROUGH CDCPUB, CORRELATED
      *             BY THE ORDER BEHIND THE TRADE WHEN THE CALLER
      *             PASSES ONE, FOR THE DOWNSTREAM CHANGE FEED CDCEXTR
      *             SENDS OUT.
      * 2026-10-15  THE CARRY NOW REMEMBERS THE DELIVERING ACCOUNT AND
      *             SYMBOL AND IS SPENT BY THE RECEIPT THAT LANDS IT, SO
      *             A LATER UNRELATED 'RCV' IN THE SAME RUN UNIT (A SOAP
      *             RECEIPT AFTER INKJRNL, A BATCH STEP AFTER CORPACT)
      *             NO LONGER TAKES AN EARLIER DELIVERY'S DATES, FLAGS
      *             AND COST. CARRY ANSWERS ONLY FOR THE DELIVERING
      *             ACCOUNT AND SYMBOL.
      ******************************************************************

       ENVIRONMENT DIVISION.
           88  UPDATE-POSITION-OPERATION VALUE 'UPDPOS'.
           88  REVERSE-POSITION-OPERATION VALUE 'REVPOS'.
           88  READ-OPERATION            VALUE 'READ  '.
           88  CARRY-OPERATION           VALUE 'CARRY '.

       01  WS-REVERSAL-MODE-SW           PIC X(01) VALUE 'N'.
           88  REVERSAL-MODE             VALUE 'Y'.
       01  WS-SUPPRESS-DISPOSAL-SW      PIC X(01) VALUE 'N'.
           88  SUPPRESS-DISPOSALS        VALUE 'Y'.
       01  WS-DELIVERY-MODE-SW           PIC X(01) VALUE 'N'.
           88  DELIVERY-MODE             VALUE 'Y'.

       01  WS-RETURN-CODE                PIC 9(02).
           88  SUCCESS                   VALUE 00.

       01  WS-TODAY-DATE                 PIC X(08).

       01  WS-RELIEF-METHOD              PIC X(01) VALUE 'F'.
           88  FIFO-RELIEF               VALUE 'F'.
           88  LIFO-RELIEF               VALUE 'L'.
           88  HIGHEST-COST-RELIEF       VALUE 'H'.
           88  LOWEST-COST-RELIEF        VALUE 'C'.
           88  SPECIFIC-ID-RELIEF        VALUE 'S'.
       01  WS-UNNAMED-REMAINING          PIC S9(09)V999 COMP-3.
       01  WS-NAMED-TAKE                 PIC S9(09)V999 COMP-3.
       01  WS-NAMED-INDEX                PIC 9(02) COMP.
       01  WS-ORDMGMT-READ-OP            PIC X(06) VALUE 'READ  '.
       01  WS-ORDMGMT-RETURN-CODE        PIC 9(02).
       01  WS-ORDMGMT-OVERRIDE           PIC X(01) VALUE SPACE.
       COPY ORDER REPLACING ORDER-RECORD BY WS-ORDER-RECORD.

      *    OPEN LOTS OF THE POSITION BEING RELIEVED UNDER A LIFO,
      *    HIGHEST-COST OR LOWEST-COST ELECTION, IN LOT-NUMBER
      *    (ACQUISITION) ORDER. LOTS PAST THE TABLE ARE LEFT TO THE
      *    FIFO WALK THAT FOLLOWS.
       01  WS-RELIEF-MAX                 PIC 9(03) COMP VALUE 500.
       01  WS-RELIEF-COUNT               PIC 9(03) COMP.
       01  WS-RELIEF-INDEX               PIC 9(03) COMP.
       01  WS-RELIEF-PICK                PIC 9(03) COMP.
       01  WS-RELIEF-TABLE.
           05  WS-RELIEF-LOT OCCURS 500 TIMES.
               10  WS-RELIEF-LOT-NUMBER  PIC 9(05).
               10  WS-RELIEF-LOT-COST    PIC S9(09)V9999 COMP-3.
               10  WS-RELIEF-LOT-USED    PIC X(01).

      *    LOT SLICES THE LAST 'DLV' TOOK OFF THE BOOK, HELD FOR THE
      *    'RCV' POSTINGS THAT FOLLOW IT. A DELIVERY RELIEVING MORE
      *    LOTS THAN THE TABLE HOLDS FOLDS THE NEWEST INTO THE LAST
      *    SLOT.
       01  WS-CARRY-MAX                  PIC 9(03) COMP VALUE 200.
       01  WS-CARRY-COUNT                PIC 9(03) COMP VALUE ZERO.
       01  WS-CARRY-INDEX                PIC 9(03) COMP.
       01  WS-CARRY-TOTAL-QUANTITY       PIC S9(11)V999 COMP-3
                                         VALUE ZERO.
       01  WS-CARRY-TOTAL-COST           PIC S9(15)V99 COMP-3
                                         VALUE ZERO.
       01  WS-CARRY-ACCOUNT-ID           PIC X(12) VALUE SPACES.
       01  WS-CARRY-SYMBOL               PIC X(12) VALUE SPACES.
       01  WS-CARRY-PAIRED-SW            PIC X(01) VALUE 'N'.
           88  CARRY-PAIRED              VALUE 'Y'.
       01  WS-CARRY-TABLE.
           05  WS-CARRY-LOT OCCURS 200 TIMES.
               10  WS-CARRY-QUANTITY     PIC S9(09)V999 COMP-3.
               10  WS-CARRY-COST         PIC S9(13)V99 COMP-3.
               10  WS-CARRY-ACQUIRE-DATE PIC X(08).
               10  WS-CARRY-RESTRICTION  PIC X(01).
       01  WS-DELIVERY-AVG-COST          PIC S9(09)V9999 COMP-3.
       01  WS-RECEIPT-BASIS              PIC S9(15)V99 COMP-3.
       01  WS-CARRY-UNIT-COST            PIC S9(09)V9999 COMP-3.
       01  WS-RECEIPT-QTY-LEFT           PIC S9(09)V999 COMP-3.
       01  WS-RECEIPT-COST-LEFT          PIC S9(15)V99 COMP-3.
       01  WS-RECEIVED-LOT-QTY           PIC S9(09)V999 COMP-3.
       01  WS-RECEIVED-LOT-COST          PIC S9(15)V99 COMP-3.

       01  WS-JOURNAL-FILE-ID            PIC X(08).
       01  WS-JOURNAL-ACTION             PIC X(01) VALUE 'W'.
       01  WS-JOURNAL-KEY                PIC X(32).
       01  WS-JOURNAL-PROGRAM            PIC X(08) VALUE 'POSMGMT '.
       01  WS-JOURNAL-IMAGE              PIC X(600).

       01  WS-CDC-ENTITY-TYPE            PIC X(08) VALUE 'POSITION'.
       01  WS-CDC-EVENT-TYPE             PIC X(08) VALUE 'UPDATED '.
       01  WS-CDC-KEY                    PIC X(32).
       01  WS-CDC-CORRELATION-ID         PIC X(16).
       01  WS-CDC-IMAGE                  PIC X(800).

       01  WS-CURRENT-DATE.
           05  WS-CURRENT-YEAR           PIC 9(04).
           05  WS-CURRENT-MONTH          PIC 9(02).

       01  WS-TIMESTAMP                  PIC X(26).

       01  WS-CTLTOTAL-OPERATION         PIC X(06) VALUE 'CLAIM '.
       01  WS-CTLTOTAL-RETURN-CODE       PIC 9(02).
       01  WS-PRIOR-QUANTITY             PIC S9(09)V999 COMP-3.
       01  WS-NEW-POSITION-COUNT         PIC S9(01) COMP-3.
       COPY CTLFIG.

       LINKAGE SECTION.
       01  LS-OPERATION-CODE             PIC X(06).
       01  LS-ACCOUNT-ID                 PIC X(12).
       01  LS-PRICE                      PIC S9(09)V9999 COMP-3.
       01  LS-POSITION-QUANTITY          PIC S9(09)V999 COMP-3.
       01  LS-RETURN-CODE                PIC 9(02).
       01  LS-ORDER-ID                   PIC X(16).
       01  LS-COST-BASIS-METHOD          PIC X(01).

       PROCEDURE DIVISION USING LS-OPERATION-CODE
                               LS-ACCOUNT-ID
                               LS-QUANTITY
                               LS-PRICE
                               LS-POSITION-QUANTITY
                               LS-RETURN-CODE
                               LS-ORDER-ID
                               LS-COST-BASIS-METHOD.

       MAIN-PROCESS.
           MOVE LS-OPERATION-CODE TO WS-OPERATION

           MOVE 'N' TO WS-REVERSAL-MODE-SW
           MOVE 'N' TO WS-SUPPRESS-DISPOSAL-SW
           MOVE 'N' TO WS-DELIVERY-MODE-SW
           MOVE 'N' TO WS-CARRY-PAIRED-SW

           EVALUATE TRUE
               WHEN UPDATE-POSITION-OPERATION
                   PERFORM UPDATE-POSITION-PROCESS THRU
                       UPDATE-POSITION-EXIT
                   IF LS-TRANSACTION-TYPE = 'RCV'
                       PERFORM RELEASE-CARRY
                   END-IF
               WHEN REVERSE-POSITION-OPERATION
                   SET REVERSAL-MODE TO TRUE
                   PERFORM UPDATE-POSITION-PROCESS THRU
               WHEN READ-OPERATION
                   PERFORM READ-POSITION-PROCESS THRU
                       READ-POSITION-EXIT
               WHEN CARRY-OPERATION
                   PERFORM READ-CARRY-PROCESS
               WHEN OTHER
                   MOVE 04 TO WS-RETURN-CODE
           END-EVALUATE
               GO TO UPDATE-POSITION-EXIT
           END-IF

           IF LS-TRANSACTION-TYPE = 'RCV'
               PERFORM CHECK-CARRY-PAIRING
               PERFORM PRICE-RECEIPT
           END-IF

           OPEN I-O POSITION-FILE
           IF WS-FILE-STATUS = '35'
      *        First position ever recorded - file has to be created.
           MOVE LS-SECURITY-SYMBOL TO SECURITY-SYMBOL OF POSITION-RECORD
           READ POSITION-FILE
           IF WS-FILE-STATUS = '00'
               MOVE POSITION-QUANTITY TO WS-PRIOR-QUANTITY
               MOVE ZERO TO WS-NEW-POSITION-COUNT
               IF REVERSAL-MODE
                   PERFORM APPLY-REVERSAL-TO-POSITION THRU
                       APPLY-REVERSAL-EXIT
                   PERFORM APPLY-TRADE-TO-POSITION
               END-IF
           ELSE
               MOVE ZERO TO WS-PRIOR-QUANTITY
               MOVE 1 TO WS-NEW-POSITION-COUNT
               PERFORM CREATE-NEW-POSITION THRU CREATE-POSITION-EXIT
           END-IF

       APPLY-TRADE-TO-POSITION.
           EVALUATE LS-TRANSACTION-TYPE
               WHEN 'BUY'
               WHEN 'RCV'
      *            BUYING AGAINST A SHORT POSITION IS A CVR - THE
      *            LONG-BOOK AVERAGE ARITHMETIC CANNOT ABSORB A
      *            NEGATIVE HELD VALUE. A RECEIPT ADDS TO THE
      *            AVERAGE THE SAME WAY, AT ITS CARRIED BASIS.
                   IF POSITION-QUANTITY < ZERO
                       MOVE 04 TO WS-RETURN-CODE
                   ELSE
                       ELSE
                           COMPUTE WS-HELD-VALUE =
                               POSITION-QUANTITY * AVERAGE-COST-BASIS
                           IF LS-TRANSACTION-TYPE = 'RCV'
                               MOVE WS-RECEIPT-BASIS TO WS-TRADE-VALUE
                           ELSE
                               COMPUTE WS-TRADE-VALUE =
                                   LS-QUANTITY * LS-PRICE
                           END-IF
                           COMPUTE WS-NEW-COST-BASIS =
                               (WS-HELD-VALUE + WS-TRADE-VALUE) /
                               WS-NEW-QUANTITY
                       SET OPEN-POSITION TO TRUE
                   END-IF
               WHEN 'SEL'
               WHEN 'DLV'
                   MOVE AVERAGE-COST-BASIS TO WS-DELIVERY-AVG-COST
                   IF LS-QUANTITY > POSITION-QUANTITY
                       MOVE 04 TO WS-RETURN-CODE
                   ELSE
               IF WS-FILE-STATUS = '00'
                   MOVE 00 TO WS-RETURN-CODE
                   PERFORM JOURNAL-POSITION-IMAGE
                   PERFORM CLAIM-POSITION-CHANGE
                   EVALUATE LS-TRANSACTION-TYPE
                       WHEN 'BUY'
                           PERFORM WRITE-NEW-TAX-LOT THRU
                       WHEN 'CVR'
                           PERFORM RELIEVE-STOCK-BORROW THRU
                               RELIEVE-STOCK-BORROW-EXIT
                       WHEN 'DLV'
                           PERFORM CARRY-DELIVERED-LOTS
                       WHEN 'RCV'
                           PERFORM WRITE-RECEIVED-TAX-LOTS THRU
                               WRITE-RECEIVED-TAX-LOTS-EXIT
                   END-EVALUATE
               ELSE
                   MOVE 03 TO WS-RETURN-CODE
           IF WS-FILE-STATUS = '00'
               MOVE 00 TO WS-RETURN-CODE
               PERFORM JOURNAL-POSITION-IMAGE
               PERFORM CLAIM-POSITION-CHANGE
               IF LS-TRANSACTION-TYPE = 'SEL'
                   PERFORM RELIEVE-REVERSED-LOT THRU
                       RELIEVE-REVERSED-EXIT
       CREATE-NEW-POSITION.
           IF LS-TRANSACTION-TYPE NOT = 'BUY'
              AND LS-TRANSACTION-TYPE NOT = 'SHT'
              AND LS-TRANSACTION-TYPE NOT = 'RCV'
      *        Can't open a new position with a sale or a cover.
               MOVE 04 TO WS-RETURN-CODE
               MOVE ZERO TO POSITION-QUANTITY
           WRITE POSITION-RECORD
           IF WS-FILE-STATUS = '00'
               MOVE 00 TO WS-RETURN-CODE
               MOVE 'CREATED ' TO WS-CDC-EVENT-TYPE
               PERFORM JOURNAL-POSITION-IMAGE
               PERFORM CLAIM-POSITION-CHANGE
               EVALUATE LS-TRANSACTION-TYPE
                   WHEN 'BUY'
                       PERFORM WRITE-NEW-TAX-LOT THRU
                           WRITE-NEW-TAX-LOT-EXIT
                   WHEN 'RCV'
                       PERFORM WRITE-RECEIVED-TAX-LOTS THRU
                           WRITE-RECEIVED-TAX-LOTS-EXIT
                   WHEN OTHER
                       PERFORM EXTEND-STOCK-BORROW THRU
                           EXTEND-STOCK-BORROW-EXIT
               END-EVALUATE
           ELSE
               MOVE 03 TO WS-RETURN-CODE
           END-IF

           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           MOVE LS-QUANTITY TO WS-RELIEF-REMAINING

      *    A SALE OR DELIVERY FOLLOWS THE ACCOUNT'S ELECTION; A
      *    REVERSAL (OR AN ACCOUNT WITH NO ELECTION) DRAINS FIFO.
           MOVE 'F' TO WS-RELIEF-METHOD
           IF NOT REVERSAL-MODE
               MOVE LS-COST-BASIS-METHOD TO WS-RELIEF-METHOD
               IF NOT LIFO-RELIEF
                  AND NOT HIGHEST-COST-RELIEF
                  AND NOT LOWEST-COST-RELIEF
                  AND NOT SPECIFIC-ID-RELIEF
                   MOVE 'F' TO WS-RELIEF-METHOD
               END-IF
           END-IF

      *    LOTS THE SELL ORDER NAMED COME OFF FIRST, WHATEVER THE
      *    ELECTION.
           IF LS-TRANSACTION-TYPE = 'SEL'
              AND NOT REVERSAL-MODE
              AND LS-ORDER-ID NOT = SPACES
               PERFORM RELIEVE-NAMED-LOTS THRU RELIEVE-NAMED-LOTS-EXIT
           END-IF

           IF WS-RELIEF-REMAINING > ZERO
              AND (LIFO-RELIEF OR HIGHEST-COST-RELIEF
                   OR LOWEST-COST-RELIEF)
               PERFORM RELIEVE-BY-ELECTION THRU
                   RELIEVE-BY-ELECTION-EXIT
           END-IF

           IF WS-RELIEF-REMAINING > ZERO
               MOVE 'N' TO WS-LOT-SCAN-DONE-SW
               MOVE LS-ACCOUNT-ID TO LOT-ACCOUNT-ID
               MOVE LS-SECURITY-SYMBOL TO LOT-SECURITY-SYMBOL
               MOVE ZERO TO LOT-NUMBER
               START TAXLOT-FILE KEY >= TAXLOT-KEY
                   INVALID KEY SET LOT-SCAN-DONE TO TRUE
               END-START
               PERFORM RELIEVE-ONE-LOT UNTIL LOT-SCAN-DONE
           END-IF

           CLOSE TAXLOT-FILE
           IF NOT SUPPRESS-DISPOSALS
               END-IF
           END-IF.

       RELIEVE-NAMED-LOTS.
      *    THE ORDER IS READ BACK THROUGH ORDMGMT. ONLY A SELL ORDER
      *    FOR THIS ACCOUNT AND SYMBOL COUNTS; EACH NAMED LOT GIVES
      *    UP AT MOST ITS NAMED QUANTITY, AND NEVER MORE THAN THE
      *    POSTING STILL NEEDS (A PART-FILLED ORDER POSTS LESS THAN
      *    IT NAMED).
           MOVE SPACES TO WS-ORDER-RECORD
           MOVE LS-ORDER-ID TO ORDER-ID OF WS-ORDER-RECORD
           CALL 'ORDMGMT' USING WS-ORDMGMT-READ-OP,
                                 WS-ORDER-RECORD,
                                 WS-ORDMGMT-RETURN-CODE,
                                 WS-ORDMGMT-OVERRIDE
           IF WS-ORDMGMT-RETURN-CODE NOT = 00
              OR NOT SELL-ORDER OF WS-ORDER-RECORD
              OR ACCOUNT-ID OF WS-ORDER-RECORD NOT = LS-ACCOUNT-ID
              OR SECURITY-SYMBOL OF WS-ORDER-RECORD NOT =
                     LS-SECURITY-SYMBOL
              OR SPECIFIC-LOT-COUNT OF WS-ORDER-RECORD NOT NUMERIC
              OR SPECIFIC-LOT-COUNT OF WS-ORDER-RECORD > 10
               GO TO RELIEVE-NAMED-LOTS-EXIT
           END-IF

           MOVE 1 TO WS-NAMED-INDEX
           PERFORM RELIEVE-ONE-NAMED-LOT
               UNTIL WS-NAMED-INDEX >
                         SPECIFIC-LOT-COUNT OF WS-ORDER-RECORD
                  OR WS-RELIEF-REMAINING NOT GREATER THAN ZERO.

       RELIEVE-NAMED-LOTS-EXIT.
           EXIT.

       RELIEVE-ONE-NAMED-LOT.
           MOVE LS-ACCOUNT-ID TO LOT-ACCOUNT-ID
           MOVE LS-SECURITY-SYMBOL TO LOT-SECURITY-SYMBOL
           MOVE SPEC-LOT-NUMBER OF WS-ORDER-RECORD (WS-NAMED-INDEX)
               TO LOT-NUMBER
           READ TAXLOT-FILE
           IF WS-TAXLOT-STATUS = '00'
              AND OPEN-LOT AND LOT-QUANTITY > ZERO
               MOVE SPEC-LOT-QUANTITY OF WS-ORDER-RECORD
                        (WS-NAMED-INDEX) TO WS-NAMED-TAKE
               IF WS-NAMED-TAKE > WS-RELIEF-REMAINING
                   MOVE WS-RELIEF-REMAINING TO WS-NAMED-TAKE
               END-IF
               COMPUTE WS-UNNAMED-REMAINING =
                   WS-RELIEF-REMAINING - WS-NAMED-TAKE
               MOVE WS-NAMED-TAKE TO WS-RELIEF-REMAINING
               IF WS-NAMED-TAKE > ZERO
                   PERFORM APPLY-RELIEF-TO-LOT
               END-IF
               ADD WS-UNNAMED-REMAINING TO WS-RELIEF-REMAINING
           ELSE
               DISPLAY 'POSMGMT: ORDER ' LS-ORDER-ID ' NAMES LOT '
                   SPEC-LOT-NUMBER OF WS-ORDER-RECORD (WS-NAMED-INDEX)
                   ' FOR ' LS-ACCOUNT-ID ' BUT THE LOT IS NOT OPEN'
           END-IF
           ADD 1 TO WS-NAMED-INDEX.

       RELIEVE-BY-ELECTION.
      *    THE OPEN LOTS ARE TABLED IN ACQUISITION ORDER, THEN TAKEN
      *    ONE AT A TIME - THE NEWEST FOR LIFO, THE DEAREST OR
      *    CHEAPEST COST PRICE OTHERWISE (THE OLDER LOT WINS A TIE)
      *    - UNTIL THE RELIEF IS COVERED OR THE TABLE IS SPENT.
           MOVE ZERO TO WS-RELIEF-COUNT
           MOVE 'N' TO WS-LOT-SCAN-DONE-SW
           MOVE LS-ACCOUNT-ID TO LOT-ACCOUNT-ID
           MOVE LS-SECURITY-SYMBOL TO LOT-SECURITY-SYMBOL
           MOVE ZERO TO LOT-NUMBER
           START TAXLOT-FILE KEY >= TAXLOT-KEY
               INVALID KEY SET LOT-SCAN-DONE TO TRUE
           END-START
           PERFORM TABLE-ONE-RELIEF-LOT UNTIL LOT-SCAN-DONE

           IF WS-RELIEF-COUNT = ZERO
               GO TO RELIEVE-BY-ELECTION-EXIT
           END-IF

           MOVE 1 TO WS-RELIEF-PICK
           PERFORM RELIEVE-ONE-ELECTED-LOT
               UNTIL WS-RELIEF-REMAINING NOT GREATER THAN ZERO
                  OR WS-RELIEF-PICK = ZERO.

       RELIEVE-BY-ELECTION-EXIT.
           EXIT.

       TABLE-ONE-RELIEF-LOT.
           READ TAXLOT-FILE NEXT RECORD
           IF WS-TAXLOT-STATUS NOT = '00'
               SET LOT-SCAN-DONE TO TRUE
           ELSE
               IF LOT-ACCOUNT-ID NOT = LS-ACCOUNT-ID
                  OR LOT-SECURITY-SYMBOL NOT = LS-SECURITY-SYMBOL
                  OR WS-RELIEF-COUNT NOT LESS THAN WS-RELIEF-MAX
                   SET LOT-SCAN-DONE TO TRUE
               ELSE
                   IF OPEN-LOT AND LOT-QUANTITY > ZERO
                       ADD 1 TO WS-RELIEF-COUNT
                       MOVE LOT-NUMBER TO
                           WS-RELIEF-LOT-NUMBER(WS-RELIEF-COUNT)
                       MOVE LOT-COST-PRICE TO
                           WS-RELIEF-LOT-COST(WS-RELIEF-COUNT)
                       MOVE 'N' TO WS-RELIEF-LOT-USED(WS-RELIEF-COUNT)
                   END-IF
               END-IF
           END-IF.

       RELIEVE-ONE-ELECTED-LOT.
           MOVE ZERO TO WS-RELIEF-PICK
           MOVE 1 TO WS-RELIEF-INDEX
           PERFORM CONSIDER-ONE-RELIEF-LOT
               UNTIL WS-RELIEF-INDEX > WS-RELIEF-COUNT
           IF WS-RELIEF-PICK NOT = ZERO
               MOVE 'Y' TO WS-RELIEF-LOT-USED(WS-RELIEF-PICK)
               MOVE LS-ACCOUNT-ID TO LOT-ACCOUNT-ID
               MOVE LS-SECURITY-SYMBOL TO LOT-SECURITY-SYMBOL
               MOVE WS-RELIEF-LOT-NUMBER(WS-RELIEF-PICK) TO LOT-NUMBER
               READ TAXLOT-FILE
               IF WS-TAXLOT-STATUS = '00'
                  AND OPEN-LOT AND LOT-QUANTITY > ZERO
                   PERFORM APPLY-RELIEF-TO-LOT
               END-IF
           END-IF.

       CONSIDER-ONE-RELIEF-LOT.
           IF WS-RELIEF-LOT-USED(WS-RELIEF-INDEX) = 'N'
               EVALUATE TRUE
                   WHEN WS-RELIEF-PICK = ZERO
                   WHEN LIFO-RELIEF
                       MOVE WS-RELIEF-INDEX TO WS-RELIEF-PICK
                   WHEN HIGHEST-COST-RELIEF
                       IF WS-RELIEF-LOT-COST(WS-RELIEF-INDEX) >
                          WS-RELIEF-LOT-COST(WS-RELIEF-PICK)
                           MOVE WS-RELIEF-INDEX TO WS-RELIEF-PICK
                       END-IF
                   WHEN LOWEST-COST-RELIEF
                       IF WS-RELIEF-LOT-COST(WS-RELIEF-INDEX) <
                          WS-RELIEF-LOT-COST(WS-RELIEF-PICK)
                           MOVE WS-RELIEF-INDEX TO WS-RELIEF-PICK
                       END-IF
               END-EVALUATE
           END-IF
           ADD 1 TO WS-RELIEF-INDEX.

       APPLY-RELIEF-TO-LOT.
           IF LOT-QUANTITY NOT GREATER THAN WS-RELIEF-REMAINING
               MOVE LOT-QUANTITY TO WS-RELIEVED-QUANTITY
           IF NOT SUPPRESS-DISPOSALS
               PERFORM WRITE-LOT-DISPOSAL
           END-IF
           IF DELIVERY-MODE
               PERFORM CARRY-ONE-SLICE
           END-IF

           SUBTRACT WS-RELIEVED-QUANTITY FROM LOT-QUANTITY
           SUBTRACT WS-RELIEVED-QUANTITY FROM WS-RELIEF-REMAINING
                   WS-TAXLOT-STATUS
           END-IF.

       CARRY-DELIVERED-LOTS.
      *    A DELIVERY RELIEVES FIFO LIKE A SALE BUT IS NOT ONE - NO
      *    DISPOSAL ROWS; THE RELIEVED SLICES GO TO THE CARRY AREA
      *    FOR THE RECEIPT. SHARES THE LOT LEDGER DOES NOT COVER
      *    (HELD FROM BEFORE LOT KEEPING) CARRY AT THE POSITION'S
      *    AVERAGE COST, DATED TODAY.
           PERFORM CLEAR-CARRY
           MOVE LS-ACCOUNT-ID TO WS-CARRY-ACCOUNT-ID
           MOVE LS-SECURITY-SYMBOL TO WS-CARRY-SYMBOL
           SET SUPPRESS-DISPOSALS TO TRUE
           SET DELIVERY-MODE TO TRUE
           MOVE LS-QUANTITY TO WS-RELIEF-REMAINING
           PERFORM RELIEVE-TAX-LOTS THRU RELIEVE-TAX-LOTS-EXIT

           IF WS-RELIEF-REMAINING > ZERO
               ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
               MOVE WS-RELIEF-REMAINING TO WS-RELIEVED-QUANTITY
               MOVE WS-DELIVERY-AVG-COST TO LOT-COST-PRICE
               MOVE WS-TODAY-DATE TO LOT-ACQUIRE-DATE
               MOVE SPACE TO LOT-RESTRICTION-FLAG
               PERFORM CARRY-ONE-SLICE
           END-IF.

       CLEAR-CARRY.
           MOVE ZERO TO WS-CARRY-COUNT
           MOVE ZERO TO WS-CARRY-TOTAL-QUANTITY
           MOVE ZERO TO WS-CARRY-TOTAL-COST
           MOVE SPACES TO WS-CARRY-ACCOUNT-ID
           MOVE SPACES TO WS-CARRY-SYMBOL.

       CHECK-CARRY-PAIRING.
      *    AN 'RCV' LANDS THE CARRY ONLY AS THE DELIVERY'S OWN
      *    RECEIPT - INTO THE DELIVERING ACCOUNT (A REORGANIZATION'S
      *    NEW OR RETURNED SHARES) OR OF THE DELIVERED SYMBOL (AN
      *    IN-KIND MOVE TO ANOTHER ACCOUNT).
           MOVE 'N' TO WS-CARRY-PAIRED-SW
           IF WS-CARRY-COUNT > ZERO
              AND WS-CARRY-TOTAL-QUANTITY > ZERO
              AND (LS-ACCOUNT-ID = WS-CARRY-ACCOUNT-ID
                   OR LS-SECURITY-SYMBOL = WS-CARRY-SYMBOL)
               SET CARRY-PAIRED TO TRUE
           END-IF.

       RELEASE-CARRY.
      *    A RECEIPT THAT LANDED THE CARRY SPENDS IT - UNLESS IT WAS
      *    THE DELIVERED SHARES COMING BACK INTO THE DELIVERING
      *    ACCOUNT (A SPIN-OFF'S PARENT), WHOSE CHILD SHARES ARE STILL
      *    TO BE RECEIVED AGAINST THE SAME LOTS.
           IF CARRY-PAIRED
              AND (LS-ACCOUNT-ID NOT = WS-CARRY-ACCOUNT-ID
                   OR LS-SECURITY-SYMBOL NOT = WS-CARRY-SYMBOL)
               PERFORM CLEAR-CARRY
           END-IF.

       CARRY-ONE-SLICE.
           IF WS-CARRY-COUNT < WS-CARRY-MAX
               ADD 1 TO WS-CARRY-COUNT
               MOVE WS-CARRY-COUNT TO WS-CARRY-INDEX
               MOVE ZERO TO WS-CARRY-QUANTITY(WS-CARRY-INDEX)
               MOVE ZERO TO WS-CARRY-COST(WS-CARRY-INDEX)
               MOVE LOT-ACQUIRE-DATE TO
                   WS-CARRY-ACQUIRE-DATE(WS-CARRY-INDEX)
               MOVE LOT-RESTRICTION-FLAG TO
                   WS-CARRY-RESTRICTION(WS-CARRY-INDEX)
           ELSE
               MOVE WS-CARRY-MAX TO WS-CARRY-INDEX
           END-IF
           ADD WS-RELIEVED-QUANTITY TO
               WS-CARRY-QUANTITY(WS-CARRY-INDEX)
           COMPUTE WS-CARRY-COST(WS-CARRY-INDEX) ROUNDED =
               WS-CARRY-COST(WS-CARRY-INDEX) +
               WS-RELIEVED-QUANTITY * LOT-COST-PRICE
           ADD WS-RELIEVED-QUANTITY TO WS-CARRY-TOTAL-QUANTITY
           COMPUTE WS-CARRY-TOTAL-COST ROUNDED =
               WS-CARRY-TOTAL-COST +
               WS-RELIEVED-QUANTITY * LOT-COST-PRICE.

       PRICE-RECEIPT.
      *    A RECEIPT IS BASED AT QUANTITY TIMES LS-PRICE - EXCEPT
      *    THAT THE WHOLE CARRIED QUANTITY PRICED AT THE CARRIED COST
      *    PER SHARE TAKES THE CARRIED COST ITSELF, SO AN IN-KIND
      *    MOVE DOES NOT PICK UP PENNIES FROM THE ROUNDED PRICE.
           COMPUTE WS-RECEIPT-BASIS ROUNDED = LS-QUANTITY * LS-PRICE
           IF CARRY-PAIRED
              AND LS-QUANTITY = WS-CARRY-TOTAL-QUANTITY
               COMPUTE WS-CARRY-UNIT-COST ROUNDED =
                   WS-CARRY-TOTAL-COST / WS-CARRY-TOTAL-QUANTITY
               IF LS-PRICE = WS-CARRY-UNIT-COST
                   MOVE WS-CARRY-TOTAL-COST TO WS-RECEIPT-BASIS
               END-IF
           END-IF.

       READ-CARRY-PROCESS.
      *    WHAT THE LAST 'DLV' IN THIS RUN TOOK OFF THE BOOK FOR THE
      *    ACCOUNT AND SYMBOL ASKED ABOUT. NOTHING CARRIED FOR THEM IS
      *    NOT FOUND.
           IF WS-CARRY-COUNT = ZERO
              OR WS-CARRY-TOTAL-QUANTITY NOT GREATER THAN ZERO
              OR LS-ACCOUNT-ID NOT = WS-CARRY-ACCOUNT-ID
              OR LS-SECURITY-SYMBOL NOT = WS-CARRY-SYMBOL
               MOVE ZERO TO LS-POSITION-QUANTITY
               MOVE ZERO TO LS-PRICE
               MOVE 01 TO WS-RETURN-CODE
           ELSE
               MOVE WS-CARRY-TOTAL-QUANTITY TO LS-POSITION-QUANTITY
               COMPUTE LS-PRICE ROUNDED =
                   WS-CARRY-TOTAL-COST / WS-CARRY-TOTAL-QUANTITY
               MOVE 00 TO WS-RETURN-CODE
           END-IF.

       WRITE-RECEIVED-TAX-LOTS.
      *    THE RECEIVED QUANTITY IS SPREAD OVER THE CARRIED SLICES
      *    BY THEIR SHARE OF THE CARRIED QUANTITY, AND THE RECEIPT'S
      *    BASIS (SET BY PRICE-RECEIPT) BY THEIR SHARE OF THE
      *    CARRIED COST; THE LAST SLICE TAKES THE ROUNDING. EACH
      *    KEEPS ITS ACQUISITION DATE AND RESTRICTION.
           IF NOT CARRY-PAIRED
               PERFORM WRITE-NEW-TAX-LOT THRU WRITE-NEW-TAX-LOT-EXIT
               GO TO WRITE-RECEIVED-TAX-LOTS-EXIT
           END-IF

           OPEN I-O TAXLOT-FILE
           IF WS-TAXLOT-STATUS = '35'
               OPEN OUTPUT TAXLOT-FILE
               CLOSE TAXLOT-FILE
               OPEN I-O TAXLOT-FILE
           END-IF
           IF WS-TAXLOT-STATUS NOT = '00'
               DISPLAY 'POSMGMT: UNABLE TO OPEN TAXLOT.DAT, STATUS = '
                   WS-TAXLOT-STATUS ' - LOTS NOT RECORDED FOR '
                   LS-ACCOUNT-ID
               GO TO WRITE-RECEIVED-TAX-LOTS-EXIT
           END-IF

           PERFORM FIND-NEXT-LOT-NUMBER
           MOVE LS-QUANTITY TO WS-RECEIPT-QTY-LEFT
           MOVE WS-RECEIPT-BASIS TO WS-RECEIPT-COST-LEFT
           MOVE 1 TO WS-CARRY-INDEX
           PERFORM WRITE-ONE-RECEIVED-LOT
               UNTIL WS-CARRY-INDEX > WS-CARRY-COUNT

           CLOSE TAXLOT-FILE.

       WRITE-RECEIVED-TAX-LOTS-EXIT.
           EXIT.

       WRITE-ONE-RECEIVED-LOT.
           IF WS-CARRY-INDEX = WS-CARRY-COUNT
               MOVE WS-RECEIPT-QTY-LEFT TO WS-RECEIVED-LOT-QTY
               MOVE WS-RECEIPT-COST-LEFT TO WS-RECEIVED-LOT-COST
           ELSE
               COMPUTE WS-RECEIVED-LOT-QTY ROUNDED =
                   LS-QUANTITY * WS-CARRY-QUANTITY(WS-CARRY-INDEX)
                   / WS-CARRY-TOTAL-QUANTITY
               IF WS-CARRY-TOTAL-COST > ZERO
                   COMPUTE WS-RECEIVED-LOT-COST ROUNDED =
                       WS-RECEIPT-BASIS *
                       WS-CARRY-COST(WS-CARRY-INDEX)
                       / WS-CARRY-TOTAL-COST
               ELSE
                   COMPUTE WS-RECEIVED-LOT-COST ROUNDED =
                       WS-RECEIPT-BASIS *
                       WS-CARRY-QUANTITY(WS-CARRY-INDEX)
                       / WS-CARRY-TOTAL-QUANTITY
               END-IF
           END-IF
           SUBTRACT WS-RECEIVED-LOT-QTY FROM WS-RECEIPT-QTY-LEFT
           SUBTRACT WS-RECEIVED-LOT-COST FROM WS-RECEIPT-COST-LEFT

           IF WS-RECEIVED-LOT-QTY > ZERO
               MOVE LS-ACCOUNT-ID TO LOT-ACCOUNT-ID
               MOVE LS-SECURITY-SYMBOL TO LOT-SECURITY-SYMBOL
               MOVE WS-NEXT-LOT-NUMBER TO LOT-NUMBER
               MOVE WS-RECEIVED-LOT-QTY TO LOT-QUANTITY
               MOVE WS-RECEIVED-LOT-QTY TO LOT-ORIGINAL-QUANTITY
               COMPUTE LOT-COST-PRICE ROUNDED =
                   WS-RECEIVED-LOT-COST / WS-RECEIVED-LOT-QTY
               MOVE WS-CARRY-ACQUIRE-DATE(WS-CARRY-INDEX) TO
                   LOT-ACQUIRE-DATE
               MOVE WS-CARRY-RESTRICTION(WS-CARRY-INDEX) TO
                   LOT-RESTRICTION-FLAG
               SET OPEN-LOT TO TRUE
               PERFORM GET-CURRENT-TIMESTAMP
               MOVE WS-TIMESTAMP TO CREATED-TIMESTAMP OF TAXLOT-RECORD
               MOVE WS-TIMESTAMP TO UPDATED-TIMESTAMP OF TAXLOT-RECORD
               WRITE TAXLOT-RECORD
               IF WS-TAXLOT-STATUS = '00'
                   PERFORM JOURNAL-TAXLOT-IMAGE
                   ADD 1 TO WS-NEXT-LOT-NUMBER
               ELSE
                   DISPLAY 'POSMGMT: UNABLE TO WRITE TAX LOT FOR '
                       LS-ACCOUNT-ID ', STATUS = ' WS-TAXLOT-STATUS
               END-IF
           END-IF

           ADD 1 TO WS-CARRY-INDEX.

       WRITE-LOT-DISPOSAL.
           MOVE SPACES TO LOTDISP-RECORD
           MOVE ZERO TO DISP-DISALLOWED-LOSS
       READ-POSITION-EXIT.
           EXIT.

      *    THE CHANGE JUST WRITTEN TO POSITION.DAT - THE QUANTITY MOVED
      *    AND, FOR A NEW POSITION, THE ROW ITSELF - IS REPORTED TO
      *    CTLTOTAL, SO EODDRIVER CAN PROVE A BATCH STEP'S EFFECT ON
      *    THE FILE AGAINST WHAT IT POSTED.
       CLAIM-POSITION-CHANGE.
           MOVE ZERO TO CF-ACCOUNT-COUNT
           MOVE ZERO TO CF-ACCOUNT-BALANCE
           MOVE ZERO TO CF-SETTLED-BALANCE
           MOVE ZERO TO CF-TRANS-COUNT
           MOVE ZERO TO CF-TRANS-AMOUNT
           MOVE WS-NEW-POSITION-COUNT TO CF-POSITION-COUNT
           COMPUTE CF-POSITION-QUANTITY =
               POSITION-QUANTITY - WS-PRIOR-QUANTITY
           CALL 'CTLTOTAL' USING WS-CTLTOTAL-OPERATION,
                                 CTLFIG-RECORD,
                                 WS-CTLTOTAL-RETURN-CODE.

       JOURNAL-POSITION-IMAGE.
      *    AFTER-IMAGE TO THE FORWARD-RECOVERY JOURNAL - A LOST
      *    POSITION.DAT REPLAYS FROM BACKUP INSTEAD OF A RE-KEYED
                                 WS-JOURNAL-ACTION,
                                 WS-JOURNAL-KEY,
                                 WS-JOURNAL-PROGRAM,
                                 WS-JOURNAL-IMAGE
           PERFORM PUBLISH-POSITION-EVENT.

       PUBLISH-POSITION-EVENT.
      *    THE SAME IMAGE GOES TO THE CHANGE-DATA-CAPTURE FEED. THE
      *    WRITE OF A NEW ROW SETS CREATED; IT DROPS BACK TO UPDATED
      *    ONCE PUBLISHED.
           MOVE WS-JOURNAL-KEY TO WS-CDC-KEY
           IF LS-ORDER-ID NOT = SPACES
               MOVE LS-ORDER-ID TO WS-CDC-CORRELATION-ID
           ELSE
               MOVE ACCOUNT-ID OF POSITION-RECORD TO
                   WS-CDC-CORRELATION-ID
           END-IF
           MOVE SPACES TO WS-CDC-IMAGE
           MOVE POSITION-RECORD TO WS-CDC-IMAGE
           CALL 'CDCPUB' USING WS-CDC-ENTITY-TYPE,
                                WS-CDC-EVENT-TYPE,
                                WS-CDC-KEY,
                                WS-CDC-CORRELATION-ID,
                                WS-JOURNAL-PROGRAM,
                                WS-CDC-IMAGE
           MOVE 'UPDATED ' TO WS-CDC-EVENT-TYPE.

       JOURNAL-TAXLOT-IMAGE.
           MOVE 'TAXLOT  ' TO WS-JOURNAL-FILE-ID
