       IDENTIFICATION DIVISION.
       PROGRAM-ID. INKJRNL.
      ******************************************************************
      * PROGRAM: INKJRNL - IN-KIND SECURITIES JOURNAL
      * VERSION: 1.0
      * DATE: 2026-10-15
      * PURPOSE: MOVE SHARES FROM ONE INTERNAL ACCOUNT TO ANOTHER
      *          WITHOUT SELLING THEM - E.G. FROM A CUSTOMER'S
      *          INDIVIDUAL ACCOUNT TO THEIR TRUST, OR AS A GIFT TO A
      *          FAMILY MEMBER'S ACCOUNT. THE SHARES LEAVE AS A DLV
      *          AND ARRIVE AS AN RCV, BOTH POSTED THROUGH TRANPOST
      *          WITH TRANSACTION-SUBTYPE 'JNLK', SO THE JOURNAL
      *          SHOWS ON BOTH ACCOUNTS' STATEMENTS AND HISTORY. THE
      *          RCV IS PRICED AT WHAT POSMGMT CARRIED OFF THE DLV
      *          (ITS CARRY OPERATION), SO THE LOTS LAND AT THEIR OWN
      *          COST AND ACQUISITION DATES - NO SALE, NO NEW BASIS,
      *          NO TAXABLE EVENT. EVERY JOURNAL LEAVES A ROW ON
      *          INKJRNL.DAT, WITH THE GIFT-DATE FAIR MARKET VALUE
      *          WHEN THE OWNERS DIFFER.
      * FUNCTIONS: JRNL   - POST A JOURNAL. THE CALLER FILLS IN
      *                     IKJ-FROM-ACCOUNT-ID, IKJ-TO-ACCOUNT-ID,
      *                     IKJ-SECURITY-SYMBOL, IKJ-QUANTITY,
      *                     IKJ-PARTY-ID (SPACES WHEN THE OWNER IS
      *                     ACTING) AND CREATED-BY (THE OPERATOR); THE
      *                     COMPLETED LEDGER ROW COMES BACK.
      *            READ   - READ A LEDGER ROW BY IKJ-KEY.
      *
      * NOTES: BOTH ACCOUNTS MUST BE ACTIVE, NOT FROZEN OR ESCHEATED,
      *        AND NEITHER MAY BE AN IRA - MONEY INTO OR OUT OF AN IRA
      *        IS A CONTRIBUTION OR DISTRIBUTION, AND A CONVERSION
      *        GOES THROUGH ROTHCONV. A SOURCE UNDER LITIGATION HOLD
      *        CANNOT DELIVER. RETURN CODES:
      *          01 ACCOUNT OR POSITION NOT FOUND
      *          03 INVALID REQUEST OR ACCOUNT TYPE
      *          04 FILE ERROR
      *          05 SOURCE HOLDS LESS THAN THE QUANTITY
      *          06 ACCOUNT FLAGGED, OR A GIFT WOULD MOVE RESTRICTED
      *             LOTS INSIDE THEIR HOLDING PERIOD OR CONTROL STOCK
      *          13 PARTY HAS NO LIVE DISBURSEMENT AUTHORITY
      *          15 RECEIVING ACCOUNT LACKS THE AGREEMENT ON FILE
      *        OR TRANPOST'S CODE WHEN A LEG IS REJECTED. A REJECTED
      *        OUTGOING LEG RECORDS NOTHING. ONCE THE SHARES HAVE LEFT,
      *        A REJECTED INCOMING LEG GOES TO THE SUSPENSE QUEUE (THE
      *        CARRIED LOTS DO NOT OUTLIVE THIS RUN, SO A RESUBMISSION
      *        LANDS ONE LOT), THE LEDGER ROW IS STILL WRITTEN WITH
      *        IKJ-STATUS 'S', AND TRANPOST'S CODE IS RETURNED.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT-FILE ASSIGN TO "ACCOUNT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACCOUNT-ID OF ACCOUNT-RECORD
               FILE STATUS IS WS-ACCOUNT-STATUS.

           SELECT POSITION-FILE ASSIGN TO "POSITION.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS POSITION-KEY
               FILE STATUS IS WS-POS-STATUS.

           SELECT TAXLOT-FILE ASSIGN TO "TAXLOT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TAXLOT-KEY
               FILE STATUS IS WS-TAXLOT-STATUS.

           SELECT SECMAST-FILE ASSIGN TO "SECMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SEC-SYMBOL
               FILE STATUS IS WS-SECMAST-STATUS.

           SELECT AGRMNT-FILE ASSIGN TO "AGRMNT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AG-ACCOUNT-ID
               FILE STATUS IS WS-AGRMNT-STATUS.

           SELECT SECPRICE-FILE ASSIGN TO "SECPRICE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PRC-SYMBOL
               FILE STATUS IS WS-PRICE-STATUS.

           SELECT INKJRNL-FILE ASSIGN TO "INKJRNL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IKJ-KEY
               FILE STATUS IS WS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-FILE.
       COPY ACCOUNT.

       FD  POSITION-FILE.
       COPY POSITION.

       FD  TAXLOT-FILE.
       COPY TAXLOT.

       FD  SECMAST-FILE.
       COPY SECMAST.

       FD  AGRMNT-FILE.
       COPY AGRMNT.

       FD  SECPRICE-FILE.
       COPY SECPRICE.

       FD  INKJRNL-FILE.
       COPY INKJRNL.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS                PIC XX.
       01  WS-ACCOUNT-STATUS             PIC XX.
       01  WS-POS-STATUS                 PIC XX.
       01  WS-TAXLOT-STATUS              PIC XX.
       01  WS-SECMAST-STATUS             PIC XX.
       01  WS-AGRMNT-STATUS              PIC XX.
       01  WS-PRICE-STATUS               PIC XX.

       01  WS-OPERATION                  PIC X(06).
           88  JOURNAL-OPERATION         VALUE 'JRNL  '.
           88  READ-OPERATION            VALUE 'READ  '.

       COPY RETURN-CODES REPLACING RC-CODE BY WS-RETURN-CODE.

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

       01  WS-OPERATOR-ID                PIC X(08).
       01  WS-AVERAGE-COST               PIC S9(09)V9999 COMP-3.

      *    A GIFT MAY ONLY MOVE FREE STOCK AND RESTRICTED LOTS PAST
      *    THE RULE 144 HOLDING PERIOD - THE SAME PERIOD ORDMGMT
      *    APPLIES TO A SALE. CONTROL STOCK PASSING TO ANOTHER OWNER
      *    GOES TO COMPLIANCE. BETWEEN ACCOUNTS OF THE SAME OWNER THE
      *    RESTRICTION SIMPLY TRAVELS WITH THE LOT.
       01  WS-HOLDING-PERIOD-DAYS        PIC 9(03) VALUE 180.
       01  WS-GIFTABLE-QUANTITY          PIC S9(11)V999 COMP-3.
       01  WS-LOT-SCAN-DONE-SW           PIC X(01).
           88  LOT-SCAN-DONE             VALUE 'Y'.
       01  WS-ACQUIRE-DATE-NUM           PIC 9(08).
       01  WS-ACQUIRE-INT                PIC 9(08).
       01  WS-TODAY-NUM                  PIC 9(08).
       01  WS-TODAY-INT                  PIC 9(08).
       01  WS-HELD-DAYS                  PIC S9(08).

       01  WS-AUTHCHK-SCOPE              PIC X(01) VALUE 'D'.
       01  WS-AUTHCHK-FUNCTION           PIC X(08) VALUE 'JOURNAL '.
       01  WS-AUTHCHK-RETURN-CODE        PIC 9(02).

       01  WS-LEG-TYPE                   PIC X(03).
       01  WS-LEG-ACCOUNT-ID             PIC X(12).
       01  WS-LEG-COUNTERPARTY           PIC X(12).
       01  WS-LEG-PRICE                  PIC S9(09)V9999 COMP-3.
       01  WS-LEG-AMOUNT                 PIC S9(13)V99 COMP-3.

       01  WS-POSMGMT-OPERATION          PIC X(06) VALUE 'CARRY '.
       01  WS-POSMGMT-TRANS-TYPE         PIC X(03) VALUE SPACES.
       01  WS-POSMGMT-QUANTITY           PIC S9(09)V999 COMP-3
                                         VALUE ZERO.
       01  WS-CARRIED-QUANTITY           PIC S9(09)V999 COMP-3.
       01  WS-CARRIED-PRICE              PIC S9(09)V9999 COMP-3.
       01  WS-POSMGMT-RETURN-CODE        PIC 9(02).
       01  WS-POSMGMT-ORDER-ID           PIC X(16) VALUE SPACES.
       01  WS-POSMGMT-BASIS-METHOD       PIC X(01) VALUE SPACE.

       01  WS-TRANPOST-OPERATION         PIC X(06) VALUE 'POST  '.
       01  WS-TRANPOST-RETURN-CODE       PIC 9(02).
       01  WS-TRANPOST-START-DATE        PIC X(08) VALUE SPACES.
       01  WS-TRANPOST-END-DATE          PIC X(08) VALUE SPACES.
       01  WS-TRANPOST-HISTORY-BUFFER.
           05  WS-TP-HIST-COUNT          PIC 9(03).
           05  WS-TP-HIST-ENTRIES OCCURS 50 TIMES.
               10  WS-TP-HE-ID           PIC X(16).
               10  WS-TP-HE-TYPE         PIC X(03).
               10  WS-TP-HE-AMOUNT       PIC S9(13)V99 COMP-3.
               10  WS-TP-HE-DATE         PIC X(08).
               10  WS-TP-HE-STATUS       PIC X(01).
       COPY TRANSACTION REPLACING TRANSACTION-RECORD BY
           WS-TRANSACTION-RECORD.

       01  WS-SUSPQ-OPERATION            PIC X(06) VALUE 'SUBMIT'.
       01  WS-SUSPQ-RETURN-CODE          PIC 9(02).
       COPY SUSPREC REPLACING SUSPQ-RECORD BY WS-SUSPQ-RECORD.

       LINKAGE SECTION.
       01  LS-OPERATION-CODE             PIC X(06).
       COPY INKJRNL REPLACING INKJRNL-RECORD BY LS-INKJRNL-RECORD.
       01  LS-RETURN-CODE                PIC 9(02).

       PROCEDURE DIVISION USING LS-OPERATION-CODE
                               LS-INKJRNL-RECORD
                               LS-RETURN-CODE.

       MAIN-PROCESS.
           MOVE LS-OPERATION-CODE TO WS-OPERATION

           EVALUATE TRUE
               WHEN JOURNAL-OPERATION
                   PERFORM JOURNAL-PROCESS THRU JOURNAL-EXIT
               WHEN READ-OPERATION
                   PERFORM READ-JOURNAL-PROCESS THRU
                       READ-JOURNAL-EXIT
               WHEN OTHER
                   MOVE 03 TO WS-RETURN-CODE
           END-EVALUATE

           MOVE WS-RETURN-CODE TO LS-RETURN-CODE
           GOBACK.

       JOURNAL-PROCESS.
           MOVE 00 TO WS-RETURN-CODE
           MOVE LS-INKJRNL-RECORD TO INKJRNL-RECORD

           IF IKJ-FROM-ACCOUNT-ID OF INKJRNL-RECORD = SPACES
              OR IKJ-TO-ACCOUNT-ID OF INKJRNL-RECORD = SPACES
              OR IKJ-FROM-ACCOUNT-ID OF INKJRNL-RECORD =
                 IKJ-TO-ACCOUNT-ID OF INKJRNL-RECORD
              OR IKJ-SECURITY-SYMBOL OF INKJRNL-RECORD = SPACES
              OR IKJ-QUANTITY OF INKJRNL-RECORD NOT > ZERO
               MOVE 03 TO WS-RETURN-CODE
               GO TO JOURNAL-EXIT
           END-IF

           IF CREATED-BY OF INKJRNL-RECORD = SPACES
               MOVE 'INKJRNL ' TO WS-OPERATOR-ID
           ELSE
               MOVE CREATED-BY OF INKJRNL-RECORD TO WS-OPERATOR-ID
           END-IF

           PERFORM VALIDATE-JOURNAL-ACCOUNTS THRU
               VALIDATE-ACCOUNTS-EXIT
           IF WS-RETURN-CODE NOT = 00
               GO TO JOURNAL-EXIT
           END-IF

      *    SOMEONE OTHER THAN THE OWNER MOVING SHARES OUT NEEDS A
      *    LIVE AUTHORITY WITH DISBURSEMENT SCOPE ON THE SOURCE -
      *    AUTHCHK LOGS WHICH AUTHORITY WAS USED.
           IF IKJ-PARTY-ID OF INKJRNL-RECORD NOT = SPACES
               CALL 'AUTHCHK' USING IKJ-FROM-ACCOUNT-ID OF
                                         INKJRNL-RECORD,
                                     IKJ-PARTY-ID OF INKJRNL-RECORD,
                                     WS-AUTHCHK-SCOPE,
                                     WS-AUTHCHK-FUNCTION,
                                     WS-OPERATOR-ID,
                                     WS-AUTHCHK-RETURN-CODE
               IF WS-AUTHCHK-RETURN-CODE NOT = 00
                   MOVE 13 TO WS-RETURN-CODE
                   GO TO JOURNAL-EXIT
               END-IF
           END-IF

           PERFORM CHECK-RECEIVING-AGREEMENT THRU
               CHECK-RECEIVING-AGREEMENT-EXIT
           IF WS-RETURN-CODE NOT = 00
               GO TO JOURNAL-EXIT
           END-IF

           PERFORM CHECK-SOURCE-POSITION THRU
               CHECK-SOURCE-POSITION-EXIT
           IF WS-RETURN-CODE NOT = 00
               GO TO JOURNAL-EXIT
           END-IF

           IF IKJ-GIFT OF INKJRNL-RECORD
               PERFORM CHECK-GIFTABLE-LOTS THRU
                   CHECK-GIFTABLE-LOTS-EXIT
               IF WS-RETURN-CODE NOT = 00
                   GO TO JOURNAL-EXIT
               END-IF
           END-IF

           PERFORM GET-CURRENT-TIMESTAMP
           MOVE WS-CURRENT-DATE TO IKJ-JOURNAL-DATE OF INKJRNL-RECORD

           IF IKJ-GIFT OF INKJRNL-RECORD
               PERFORM VALUE-GIFTED-SHARES
           ELSE
               MOVE ZERO TO IKJ-GIFT-FMV-PRICE OF INKJRNL-RECORD
               MOVE ZERO TO IKJ-GIFT-FMV-AMOUNT OF INKJRNL-RECORD
               MOVE SPACE TO IKJ-PRICE-SOURCE OF INKJRNL-RECORD
           END-IF

      *    OUTGOING LEG - DLV OF THE SHARES AT THEIR AVERAGE COST.
      *    POSMGMT RELIEVES THE LOTS BY THE SOURCE ACCOUNT'S COST
      *    BASIS ELECTION AND HOLDS THEM FOR THE RECEIPT.
           MOVE 'DLV' TO WS-LEG-TYPE
           MOVE IKJ-FROM-ACCOUNT-ID OF INKJRNL-RECORD TO
               WS-LEG-ACCOUNT-ID
           MOVE IKJ-TO-ACCOUNT-ID OF INKJRNL-RECORD TO
               WS-LEG-COUNTERPARTY
           MOVE WS-AVERAGE-COST TO WS-LEG-PRICE
           COMPUTE WS-LEG-AMOUNT ROUNDED =
               IKJ-QUANTITY OF INKJRNL-RECORD * WS-AVERAGE-COST
           PERFORM POST-JOURNAL-LEG
           IF WS-TRANPOST-RETURN-CODE NOT = 00
               MOVE WS-TRANPOST-RETURN-CODE TO WS-RETURN-CODE
               GO TO JOURNAL-EXIT
           END-IF
           MOVE TRANSACTION-ID OF WS-TRANSACTION-RECORD TO
               IKJ-JOURNAL-ID OF INKJRNL-RECORD

           PERFORM GET-CARRIED-BASIS

      *    INCOMING LEG - RCV AT THE CARRIED COST, SO THE LOTS LAND
      *    AT THEIR OWN COST AND ACQUISITION DATES.
           MOVE 'RCV' TO WS-LEG-TYPE
           MOVE IKJ-TO-ACCOUNT-ID OF INKJRNL-RECORD TO
               WS-LEG-ACCOUNT-ID
           MOVE IKJ-FROM-ACCOUNT-ID OF INKJRNL-RECORD TO
               WS-LEG-COUNTERPARTY
           MOVE WS-CARRIED-PRICE TO WS-LEG-PRICE
           MOVE IKJ-CARRIED-BASIS OF INKJRNL-RECORD TO WS-LEG-AMOUNT
           PERFORM POST-JOURNAL-LEG
           IF WS-TRANPOST-RETURN-CODE = 00
               MOVE TRANSACTION-ID OF WS-TRANSACTION-RECORD TO
                   IKJ-IN-TRANSACTION-ID OF INKJRNL-RECORD
               SET IKJ-POSTED OF INKJRNL-RECORD TO TRUE
           ELSE
               PERFORM SUBMIT-TO-SUSPENSE
               MOVE SPACES TO IKJ-IN-TRANSACTION-ID OF INKJRNL-RECORD
               SET IKJ-IN-LEG-SUSPENDED OF INKJRNL-RECORD TO TRUE
               MOVE WS-TRANPOST-RETURN-CODE TO WS-RETURN-CODE
           END-IF

           PERFORM WRITE-JOURNAL-LEDGER

           MOVE INKJRNL-RECORD TO LS-INKJRNL-RECORD.

       JOURNAL-EXIT.
           EXIT.

       VALIDATE-JOURNAL-ACCOUNTS.
      *    BOTH ACCOUNTS MUST BE ACTIVE NON-IRA ACCOUNTS CLEAR OF
      *    REGULATORY FREEZE AND ESCHEATMENT; THE SOURCE ALSO CLEAR
      *    OF LITIGATION HOLD. DIFFERENT OWNERS MAKE IT A GIFT.
           OPEN INPUT ACCOUNT-FILE
           IF WS-ACCOUNT-STATUS NOT = '00'
               MOVE 04 TO WS-RETURN-CODE
               GO TO VALIDATE-ACCOUNTS-EXIT
           END-IF

           MOVE IKJ-FROM-ACCOUNT-ID OF INKJRNL-RECORD TO
               ACCOUNT-ID OF ACCOUNT-RECORD
           READ ACCOUNT-FILE
           IF WS-ACCOUNT-STATUS NOT = '00'
               MOVE 01 TO WS-RETURN-CODE
               CLOSE ACCOUNT-FILE
               GO TO VALIDATE-ACCOUNTS-EXIT
           END-IF
           IF IRA-ACCOUNT OF ACCOUNT-RECORD
              OR NOT ACTIVE-ACCOUNT OF ACCOUNT-RECORD
               MOVE 03 TO WS-RETURN-CODE
               CLOSE ACCOUNT-FILE
               GO TO VALIDATE-ACCOUNTS-EXIT
           END-IF
           IF ACCOUNT-FROZEN OF ACCOUNT-RECORD
              OR LITIGATION-HOLD OF ACCOUNT-RECORD
              OR ACCOUNT-ESCHEATED OF ACCOUNT-RECORD
               MOVE 06 TO WS-RETURN-CODE
               CLOSE ACCOUNT-FILE
               GO TO VALIDATE-ACCOUNTS-EXIT
           END-IF
           MOVE CUSTOMER-ID OF ACCOUNT-RECORD TO
               IKJ-FROM-CUSTOMER-ID OF INKJRNL-RECORD

           MOVE IKJ-TO-ACCOUNT-ID OF INKJRNL-RECORD TO
               ACCOUNT-ID OF ACCOUNT-RECORD
           READ ACCOUNT-FILE
           IF WS-ACCOUNT-STATUS NOT = '00'
               MOVE 01 TO WS-RETURN-CODE
               CLOSE ACCOUNT-FILE
               GO TO VALIDATE-ACCOUNTS-EXIT
           END-IF
           IF IRA-ACCOUNT OF ACCOUNT-RECORD
              OR NOT ACTIVE-ACCOUNT OF ACCOUNT-RECORD
               MOVE 03 TO WS-RETURN-CODE
               CLOSE ACCOUNT-FILE
               GO TO VALIDATE-ACCOUNTS-EXIT
           END-IF
           IF ACCOUNT-FROZEN OF ACCOUNT-RECORD
              OR ACCOUNT-ESCHEATED OF ACCOUNT-RECORD
               MOVE 06 TO WS-RETURN-CODE
               CLOSE ACCOUNT-FILE
               GO TO VALIDATE-ACCOUNTS-EXIT
           END-IF
           MOVE CUSTOMER-ID OF ACCOUNT-RECORD TO
               IKJ-TO-CUSTOMER-ID OF INKJRNL-RECORD
           CLOSE ACCOUNT-FILE

           IF IKJ-TO-CUSTOMER-ID OF INKJRNL-RECORD =
              IKJ-FROM-CUSTOMER-ID OF INKJRNL-RECORD
               SET IKJ-SAME-OWNER OF INKJRNL-RECORD TO TRUE
           ELSE
               SET IKJ-GIFT OF INKJRNL-RECORD TO TRUE
           END-IF.

       VALIDATE-ACCOUNTS-EXIT.
           EXIT.

       CHECK-RECEIVING-AGREEMENT.
      *    THE RECEIVING ACCOUNT MUST HAVE ITS AGREEMENTS ROW ON FILE,
      *    THE SAME ROW ORDMGMT WANTS BEFORE IT WILL TAKE A TICKET,
      *    AND OPTION CONTRACTS ONLY GO TO AN ACCOUNT WITH A SIGNED
      *    OPTIONS AGREEMENT. NO AGRMNT.DAT ON FILE YET LEAVES THE
      *    GATE OPEN FOR BOOTSTRAPPING, AS IT DOES IN ORDMGMT.
           OPEN INPUT AGRMNT-FILE
           IF WS-AGRMNT-STATUS = '35'
               GO TO CHECK-RECEIVING-AGREEMENT-EXIT
           END-IF
           IF WS-AGRMNT-STATUS NOT = '00'
               MOVE 15 TO WS-RETURN-CODE
               GO TO CHECK-RECEIVING-AGREEMENT-EXIT
           END-IF

           MOVE IKJ-TO-ACCOUNT-ID OF INKJRNL-RECORD TO
               AG-ACCOUNT-ID OF AGRMNT-RECORD
           READ AGRMNT-FILE
           IF WS-AGRMNT-STATUS NOT = '00'
               MOVE 15 TO WS-RETURN-CODE
               CLOSE AGRMNT-FILE
               GO TO CHECK-RECEIVING-AGREEMENT-EXIT
           END-IF
           CLOSE AGRMNT-FILE

           IF AG-OPTIONS-SIGNED OF AGRMNT-RECORD
               GO TO CHECK-RECEIVING-AGREEMENT-EXIT
           END-IF

           OPEN INPUT SECMAST-FILE
           IF WS-SECMAST-STATUS NOT = '00'
               GO TO CHECK-RECEIVING-AGREEMENT-EXIT
           END-IF
           MOVE IKJ-SECURITY-SYMBOL OF INKJRNL-RECORD TO
               SEC-SYMBOL OF SECMAST-RECORD
           READ SECMAST-FILE
           IF WS-SECMAST-STATUS = '00'
              AND OPTION-SECURITY OF SECMAST-RECORD
               MOVE 15 TO WS-RETURN-CODE
           END-IF
           CLOSE SECMAST-FILE.

       CHECK-RECEIVING-AGREEMENT-EXIT.
           EXIT.

       CHECK-SOURCE-POSITION.
      *    THE SOURCE MUST HOLD AT LEAST THE QUANTITY JOURNALED, LONG.
           OPEN INPUT POSITION-FILE
           IF WS-POS-STATUS NOT = '00'
               MOVE 04 TO WS-RETURN-CODE
               GO TO CHECK-SOURCE-POSITION-EXIT
           END-IF
           MOVE IKJ-FROM-ACCOUNT-ID OF INKJRNL-RECORD TO
               ACCOUNT-ID OF POSITION-RECORD
           MOVE IKJ-SECURITY-SYMBOL OF INKJRNL-RECORD TO
               SECURITY-SYMBOL OF POSITION-RECORD
           READ POSITION-FILE
           IF WS-POS-STATUS NOT = '00'
               MOVE 01 TO WS-RETURN-CODE
               CLOSE POSITION-FILE
               GO TO CHECK-SOURCE-POSITION-EXIT
           END-IF
           IF NOT OPEN-POSITION
              OR POSITION-QUANTITY < IKJ-QUANTITY OF INKJRNL-RECORD
               MOVE 05 TO WS-RETURN-CODE
               CLOSE POSITION-FILE
               GO TO CHECK-SOURCE-POSITION-EXIT
           END-IF
           MOVE AVERAGE-COST-BASIS TO WS-AVERAGE-COST
           CLOSE POSITION-FILE

           MOVE WS-AVERAGE-COST TO IKJ-AVERAGE-COST OF INKJRNL-RECORD.

       CHECK-SOURCE-POSITION-EXIT.
           EXIT.

       CHECK-GIFTABLE-LOTS.
      *    NO TAXLOT.DAT (POSITIONS OPENED BEFORE LOT KEEPING) LEAVES
      *    THE GIFT UNCHECKED, AS IT DOES A SALE IN ORDMGMT.
           MOVE ZERO TO WS-GIFTABLE-QUANTITY

           OPEN INPUT TAXLOT-FILE
           IF WS-TAXLOT-STATUS NOT = '00'
               GO TO CHECK-GIFTABLE-LOTS-EXIT
           END-IF

           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           MOVE WS-CURRENT-DATE TO WS-TODAY-NUM
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-NUM)

           MOVE 'N' TO WS-LOT-SCAN-DONE-SW
           MOVE IKJ-FROM-ACCOUNT-ID OF INKJRNL-RECORD TO
               LOT-ACCOUNT-ID
           MOVE IKJ-SECURITY-SYMBOL OF INKJRNL-RECORD TO
               LOT-SECURITY-SYMBOL
           MOVE ZERO TO LOT-NUMBER
           START TAXLOT-FILE KEY >= TAXLOT-KEY
               INVALID KEY SET LOT-SCAN-DONE TO TRUE
           END-START
           PERFORM TALLY-ONE-GIFTABLE-LOT UNTIL LOT-SCAN-DONE
           CLOSE TAXLOT-FILE

           IF IKJ-QUANTITY OF INKJRNL-RECORD > WS-GIFTABLE-QUANTITY
               MOVE 06 TO WS-RETURN-CODE
           END-IF.

       CHECK-GIFTABLE-LOTS-EXIT.
           EXIT.

       TALLY-ONE-GIFTABLE-LOT.
           READ TAXLOT-FILE NEXT RECORD
           IF WS-TAXLOT-STATUS NOT = '00'
               SET LOT-SCAN-DONE TO TRUE
           ELSE
               IF LOT-ACCOUNT-ID NOT =
                      IKJ-FROM-ACCOUNT-ID OF INKJRNL-RECORD
                  OR LOT-SECURITY-SYMBOL NOT =
                      IKJ-SECURITY-SYMBOL OF INKJRNL-RECORD
                   SET LOT-SCAN-DONE TO TRUE
               ELSE
                   IF OPEN-LOT AND LOT-QUANTITY > ZERO
                       PERFORM JUDGE-ONE-GIFTABLE-LOT
                   END-IF
               END-IF
           END-IF.

       JUDGE-ONE-GIFTABLE-LOT.
           EVALUATE TRUE
               WHEN RESTRICTED-LOT
                   IF LOT-ACQUIRE-DATE NUMERIC
                       MOVE LOT-ACQUIRE-DATE TO WS-ACQUIRE-DATE-NUM
                       COMPUTE WS-ACQUIRE-INT = FUNCTION
                           INTEGER-OF-DATE(WS-ACQUIRE-DATE-NUM)
                       COMPUTE WS-HELD-DAYS =
                           WS-TODAY-INT - WS-ACQUIRE-INT
                       IF WS-HELD-DAYS NOT LESS THAN
                          WS-HOLDING-PERIOD-DAYS
                           ADD LOT-QUANTITY TO WS-GIFTABLE-QUANTITY
                       END-IF
                   END-IF
               WHEN CONTROL-LOT
                   CONTINUE
               WHEN OTHER
                   ADD LOT-QUANTITY TO WS-GIFTABLE-QUANTITY
           END-EVALUATE.

       GET-CARRIED-BASIS.
      *    THE LOTS THE DLV RELIEVED ARE HELD IN POSMGMT FOR THE
      *    RECEIPT; THEIR COST PER SHARE PRICES THE RCV. SHOULD
      *    NOTHING BE CARRIED, THE AVERAGE COST STANDS IN.
           CALL 'POSMGMT' USING WS-POSMGMT-OPERATION,
                                 IKJ-FROM-ACCOUNT-ID OF INKJRNL-RECORD,
                                 IKJ-SECURITY-SYMBOL OF INKJRNL-RECORD,
                                 WS-POSMGMT-TRANS-TYPE,
                                 WS-POSMGMT-QUANTITY,
                                 WS-CARRIED-PRICE,
                                 WS-CARRIED-QUANTITY,
                                 WS-POSMGMT-RETURN-CODE,
                                 WS-POSMGMT-ORDER-ID,
                                 WS-POSMGMT-BASIS-METHOD
           IF WS-POSMGMT-RETURN-CODE NOT = 00
              OR WS-CARRIED-QUANTITY NOT =
                 IKJ-QUANTITY OF INKJRNL-RECORD
               MOVE WS-AVERAGE-COST TO WS-CARRIED-PRICE
           END-IF
           COMPUTE IKJ-CARRIED-BASIS OF INKJRNL-RECORD ROUNDED =
               IKJ-QUANTITY OF INKJRNL-RECORD * WS-CARRIED-PRICE.

       VALUE-GIFTED-SHARES.
      *    GIFT-DATE FAIR MARKET VALUE - THE SECPRICE.DAT CLOSE,
      *    FALLING BACK TO THE AVERAGE COST WHEN NO PRICE IS ON FILE.
           MOVE WS-AVERAGE-COST TO IKJ-GIFT-FMV-PRICE OF INKJRNL-RECORD
           SET IKJ-COST-PRICE OF INKJRNL-RECORD TO TRUE
           OPEN INPUT SECPRICE-FILE
           IF WS-PRICE-STATUS = '00'
               MOVE IKJ-SECURITY-SYMBOL OF INKJRNL-RECORD TO
                   PRC-SYMBOL
               READ SECPRICE-FILE
               IF WS-PRICE-STATUS = '00'
                  AND PRC-CLOSE-PRICE > ZERO
                   MOVE PRC-CLOSE-PRICE TO
                       IKJ-GIFT-FMV-PRICE OF INKJRNL-RECORD
                   SET IKJ-MARKET-PRICE OF INKJRNL-RECORD TO TRUE
               END-IF
               CLOSE SECPRICE-FILE
           END-IF

           COMPUTE IKJ-GIFT-FMV-AMOUNT OF INKJRNL-RECORD ROUNDED =
               IKJ-QUANTITY OF INKJRNL-RECORD *
               IKJ-GIFT-FMV-PRICE OF INKJRNL-RECORD.

       POST-JOURNAL-LEG.
           MOVE SPACES TO WS-TRANSACTION-RECORD
           MOVE WS-LEG-ACCOUNT-ID TO
               ACCOUNT-ID OF WS-TRANSACTION-RECORD
           MOVE WS-LEG-TYPE TO TRANSACTION-TYPE OF WS-TRANSACTION-RECORD
           MOVE WS-LEG-AMOUNT TO
               TRANSACTION-AMOUNT OF WS-TRANSACTION-RECORD
           MOVE WS-CURRENT-DATE TO
               TRANSACTION-DATE OF WS-TRANSACTION-RECORD
           MOVE WS-CURRENT-DATE TO
               SETTLEMENT-DATE OF WS-TRANSACTION-RECORD
           MOVE IKJ-SECURITY-SYMBOL OF INKJRNL-RECORD TO
               SECURITY-SYMBOL OF WS-TRANSACTION-RECORD
           MOVE IKJ-QUANTITY OF INKJRNL-RECORD TO
               QUANTITY OF WS-TRANSACTION-RECORD
           MOVE WS-LEG-PRICE TO PRICE OF WS-TRANSACTION-RECORD
           MOVE ZERO TO COMMISSION OF WS-TRANSACTION-RECORD
           MOVE ZERO TO FEES OF WS-TRANSACTION-RECORD
           MOVE WS-LEG-AMOUNT TO NET-AMOUNT OF WS-TRANSACTION-RECORD
           MOVE WS-LEG-COUNTERPARTY TO
               COUNTERPARTY-ID OF WS-TRANSACTION-RECORD
           MOVE WS-OPERATOR-ID TO CREATED-BY OF WS-TRANSACTION-RECORD
           MOVE WS-OPERATOR-ID TO UPDATED-BY OF WS-TRANSACTION-RECORD
           SET IN-KIND-JOURNAL-SUBTYPE OF WS-TRANSACTION-RECORD
               TO TRUE
           IF WS-LEG-TYPE = 'DLV'
               STRING 'IN-KIND JNL TO ' DELIMITED BY SIZE
                      WS-LEG-COUNTERPARTY DELIMITED BY SPACE
                      INTO TRANSACTION-DESC OF WS-TRANSACTION-RECORD
               END-STRING
           ELSE
               STRING 'IN-KIND JNL FROM ' DELIMITED BY SIZE
                      WS-LEG-COUNTERPARTY DELIMITED BY SPACE
                      INTO TRANSACTION-DESC OF WS-TRANSACTION-RECORD
               END-STRING
           END-IF

           CALL 'TRANPOST' USING WS-TRANPOST-OPERATION,
                                  WS-TRANSACTION-RECORD,
                                  WS-TRANPOST-RETURN-CODE,
                                  WS-TRANPOST-START-DATE,
                                  WS-TRANPOST-END-DATE,
                                  WS-TRANPOST-HISTORY-BUFFER.

       SUBMIT-TO-SUSPENSE.
      *    THE SHARES HAVE ALREADY LEFT THE SOURCE, SO A REJECTED
      *    INCOMING LEG IS QUEUED FOR REPAIR. THE CARRIED LOTS ARE
      *    GONE BY THE TIME IT IS RESUBMITTED, SO IT LANDS AS ONE LOT
      *    AT THE CARRIED COST PER SHARE, DATED THE RESUBMISSION.
           MOVE SPACES TO WS-SUSPQ-RECORD
           MOVE 'INKJRNL ' TO SQ-SOURCE OF WS-SUSPQ-RECORD
           MOVE WS-TRANPOST-RETURN-CODE TO
               SQ-REJECT-REASON OF WS-SUSPQ-RECORD
           MOVE WS-TRANSACTION-RECORD TO
               SQ-TRANSACTION-IMAGE OF WS-SUSPQ-RECORD
           CALL 'SUSPQ' USING WS-SUSPQ-OPERATION,
                               WS-SUSPQ-RECORD,
                               WS-SUSPQ-RETURN-CODE.

       WRITE-JOURNAL-LEDGER.
           MOVE WS-TIMESTAMP TO CREATED-TIMESTAMP OF INKJRNL-RECORD
           MOVE WS-OPERATOR-ID TO CREATED-BY OF INKJRNL-RECORD

           OPEN I-O INKJRNL-FILE
           IF WS-FILE-STATUS = '35'
      *        First journal ever recorded - file has to be created.
               OPEN OUTPUT INKJRNL-FILE
               CLOSE INKJRNL-FILE
               OPEN I-O INKJRNL-FILE
           END-IF
           IF WS-FILE-STATUS NOT = '00'
               DISPLAY 'INKJRNL: UNABLE TO OPEN INKJRNL.DAT, '
                   'STATUS = ' WS-FILE-STATUS ' - JOURNAL '
                   IKJ-JOURNAL-ID OF INKJRNL-RECORD
                   ' POSTED BUT NOT RECORDED'
               MOVE 04 TO WS-RETURN-CODE
           ELSE
               WRITE INKJRNL-RECORD
               IF WS-FILE-STATUS = '22'
                   REWRITE INKJRNL-RECORD
               END-IF
               IF WS-FILE-STATUS NOT = '00'
                   DISPLAY 'INKJRNL: WRITE FAILED ON INKJRNL.DAT, '
                       'STATUS = ' WS-FILE-STATUS ' - JOURNAL '
                       IKJ-JOURNAL-ID OF INKJRNL-RECORD
                       ' POSTED BUT NOT RECORDED'
                   MOVE 04 TO WS-RETURN-CODE
               END-IF
               CLOSE INKJRNL-FILE
           END-IF.

       READ-JOURNAL-PROCESS.
           OPEN INPUT INKJRNL-FILE
           IF WS-FILE-STATUS NOT = '00'
               MOVE 04 TO WS-RETURN-CODE
               GO TO READ-JOURNAL-EXIT
           END-IF

           MOVE IKJ-KEY OF LS-INKJRNL-RECORD TO
               IKJ-KEY OF INKJRNL-RECORD
           READ INKJRNL-FILE
           EVALUATE WS-FILE-STATUS
               WHEN '00'
                   MOVE 00 TO WS-RETURN-CODE
                   MOVE INKJRNL-RECORD TO LS-INKJRNL-RECORD
               WHEN '23'
                   MOVE 01 TO WS-RETURN-CODE
               WHEN OTHER
                   MOVE 04 TO WS-RETURN-CODE
           END-EVALUATE

           CLOSE INKJRNL-FILE.

       READ-JOURNAL-EXIT.
           EXIT.

       GET-CURRENT-TIMESTAMP.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
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

       END PROGRAM INKJRNL.
