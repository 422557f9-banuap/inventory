      *            CORRESPONDING BUY/SEL TRANSACTION-RECORD.
      *
      * MODIFICATION HISTORY:
      * 2026-10-15  DVP COUNTERPARTY CREDIT: AN ORDER ON A DVP/RVP
      *             ACCOUNT IS PRICED (LIMIT, ELSE STOP, ELSE THE
      *             SECPRICE CLOSE; A FUND ORDER AT ITS AMOUNT) AND
      *             JUDGED AGAINST THE INSTITUTION'S LIMITS ON
      *             CREDLIM.DAT - THE PER-TRADE LIMIT, AND THE GROSS
      *             LIMIT OVER THE TRADES PENDING DELIVERY ON DVPLEDG
      *             PLUS THE OPEN, WORKING AND HELD ORDERS ON EVERY
      *             DVP ACCOUNT THE INSTITUTION OWNS. A BREACH (OR NO
      *             LIMIT ROW, OR A SUSPENDED ONE) NEEDS AN APPROVED
      *             APPRVQ CREDLMT ITEM FROM A CREDIT OFFICER; WITHOUT
      *             ONE THE ITEM IS SUBMITTED AND THE CREATE RETURNS
      *             THE PENDING-APPROVAL CODE. VALIDT ONLY LOOKS. NO
      *             CREDLIM.DAT ON FILE LEAVES THE GATE OPEN.
      * 2026-10-15  VALIDATE-ONLY OPERATION ('VALIDT', WITH A FIFTH
      *             PARAMETER, THE VALLIST FAILURE LIST): RUNS EVERY
      *             CREATE CHECK - ENTITLEMENT, AUTHORIZED PARTY,
      *             TICKET FIELDS, SECURITY, REP LICENSING, BLUE-SKY,
      *             RESTRICTED LIST, AGREEMENTS, PRE-BORROW,
      *             SUITABILITY, DAY-TRADE POWER, REG T SETTLED FUNDS,
      *             RULE 144 AND NAMED LOTS, BUYING POWER - WITHOUT
      *             STOPPING AT THE FIRST, AND LISTS EVERY FAILURE.
      *             NOTHING IS WRITTEN, RESERVED OR DRAWN, NO
      *             COMPLIANCE CASE IS FILED, AND THE CALLER'S TICKET
      *             COMES BACK AS IT WAS SENT. THE RETURN CODE IS THE
      *             ONE CREATE WOULD HAVE STOPPED ON.
      * 2026-10-15  EVERY ORDER IMAGE JOURNALED TO FWDJRNL IS NOW ALSO
      *             FILED AS A CHANGE EVENT (CREATED, CANCELED, OR
      *             UPDATED FOR ANY OTHER STATE CHANGE) THROUGH CDCPUB,
      *             CORRELATED BY ORDER ID, FOR THE DOWNSTREAM CHANGE
      *             FEED CDCEXTR SENDS OUT.
      * 2026-10-15  ORDER-ROUTING DISCLOSURE: CREATE KEEPS THE
      *             CUSTOMER'S DIRECTED-VENUE AND CLEARS ROUTED-VENUE;
      *             WORK STAMPS THE VENUE ORDROUTE SENT THE ORDER TO;
      *             FILL RECORDS THE EXECUTING VENUE ON THE EXECFILE
      *             ROW (THE CALLER'S, ELSE THE ORDER'S ROUTED-VENUE)
      *             SO RTDISCL CAN REPORT ROUTING BY VENUE.
      * 2026-10-15  REG SHO: A SHORT SALE IN A SYMBOL ON THE THRESHOLD
      *             LIST (SEC-THRESHOLD-FLAG, LOADED DAILY BY THRLOAD),
      *             OR FOR AN ACCOUNT BUYIN HAS PUT IN THE PRE-BORROW
      *             PENALTY BOX (REG-PREBORROW-FLAG), MUST ARRIVE
      *             PRE-BORROWED (PREBORROW-FLAG 'Y', THE BORROW
      *             REFERENCE IN LOCATE-REF) OR IS REFUSED WITH THE
      *             SHARED COMPLIANCE CODE 06 - A LOCATE ALONE IS NOT
      *             ENOUGH THERE. THE FLAG IS CLEARED ON EVERY OTHER
      *             SIDE.
      * 2026-10-15  MUTUAL-FUND ORDERS: AN ORDER IN AN 'MF' SYMBOL IS
      *             FLAGGED FUND-ORDER AND TRADES AT THE FUND'S NEXT
      *             NAV - A BUY OR SELL ONLY, ALWAYS AT MARKET, IN
      *             SHARES (QUANTITY) OR IN DOLLARS (ORDER-AMOUNT,
      *             QUANTITY ZERO). FUND-NAV-DATE IS TODAY WHEN THE
      *             ORDER IS ENTERED BEFORE THE 4 PM CUT-OFF ON A
      *             BUSINESS DAY (BUSCAL.DAT), ELSE THE NEXT BUSINESS
      *             DAY. A DOLLAR AMOUNT ON ANY OTHER SYMBOL, OR
      *             BOTH A QUANTITY AND AN AMOUNT, IS THE SHARED
      *             VALIDATION CODE. FILL OF A DOLLAR FUND ORDER
      *             TAKES ITS SHARE COUNT FROM THE CONFIRM.
      * 2026-10-15  SPECIFIC-LOT IDENTIFICATION: A SELL MAY NAME UP TO
      *             TEN TAX LOTS (SPECIFIC-LOT-COUNT AND THE
      *             SPECIFIC-LOT TABLE ON THE ORDER). CREATE CHECKS
      *             EACH NAMED LOT IS AN OPEN LOT OF THIS ACCOUNT AND
      *             SYMBOL, NAMED ONCE, NOT OVERDRAWN, AND THAT THE
      *             NAMED QUANTITIES ADD UP TO THE ORDER QUANTITY -
      *             OTHERWISE THE SHARED VALIDATION CODE. A NAMED
      *             RESTRICTED LOT STILL IN ITS HOLDING PERIOD, OR
      *             NAMED CONTROL STOCK OVER THE VOLUME LIMIT, IS THE
      *             COMPLIANCE-HOLD CODE. A ZERO LOT QUANTITY IS
      *             FILLED IN WITH THE LOT'S WHOLE OPEN QUANTITY. ANY
      *             OTHER SIDE NAMING LOTS IS REFUSED.
      * 2026-10-15  AN ORDER CREATED BY REBALGEN (MODEL REBALANCING)
      *             IS CREATED HELD, LIKE AN EMPLOYEE ORDER - THE
      *             ACCOUNT'S ADVISOR APPROVES IT THROUGH RELEAS
      *             BEFORE ORDROUTE WILL SEND IT.
      * 2026-10-15  STOP ORDERS: CREATE NOW REQUIRES A STP ORDER TO
      *             CARRY A STOP PRICE (STOP-PRICE, OR FOR OLDER
      *             CALLERS THE STOP KEYED IN LIMIT-PRICE, WHICH IS
      *             MOVED ACROSS) AND REFUSES ONE WITHOUT WITH THE
      *             SHARED VALIDATION CODE. A STOP-LIMIT CARRIES BOTH
      *             PRICES. THE NEW TRIGGR OPERATION, CALLED BY THE
      *             STOPTRIG SWEEP WHEN THE MARKET TOUCHES THE STOP,
      *             CONVERTS AN OPEN STOP TO A MARKET ORDER (OR A
      *             LIMIT ORDER AT LIMIT-PRICE FOR A STOP-LIMIT),
      *             STAMPS STOP-TRIGGER-DATE, AND JOURNALS A TRIGGR
      *             EVENT - THE ORDER STAYS OPEN SO THE NEXT ORDROUTE
      *             CUT SENDS IT TO THE STREET.
      * 2026-09-03  THE DAY-TRADE BUYING-POWER DRAW-DOWN NOW COMMITS
      *             ONLY AFTER THE ORDER WRITES CLEANLY (THE SAME
      *             STANCE AS PLACE-RESERVATION) - A TICKET A LATER
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCOUNT-ID OF ACCOUNT-RECORD
               ALTERNATE RECORD KEY IS CUSTOMER-ID OF ACCOUNT-RECORD
                   WITH DUPLICATES
               FILE STATUS IS WS-ACCOUNT-STATUS.

           SELECT CUSTOMER-FILE ASSIGN TO "CUSTOMER.DAT"
               RECORD KEY IS EXEC-KEY
               FILE STATUS IS WS-EXEC-STATUS.

           SELECT BUSCAL-FILE ASSIGN TO "BUSCAL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAL-KEY
               FILE STATUS IS WS-BUSCAL-STATUS.

           SELECT CREDLIM-FILE ASSIGN TO "CREDLIM.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CL-CUSTOMER-ID
               FILE STATUS IS WS-CREDLIM-STATUS.

           SELECT DVPLEDG-FILE ASSIGN TO "DVPLEDG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DL-TRANSACTION-ID
               ALTERNATE RECORD KEY IS DL-ACCOUNT-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-DVPLEDG-STATUS.

           SELECT SECPRICE-FILE ASSIGN TO "SECPRICE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRC-SYMBOL
               FILE STATUS IS WS-SECPRICE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ORDER-FILE.
       FD  EXECFILE-FILE.
       COPY EXECFILE.

       FD  BUSCAL-FILE.
       COPY BUSCAL.

       FD  CREDLIM-FILE.
       COPY CREDLIM.

       FD  DVPLEDG-FILE.
       COPY DVPLEDG.

       FD  SECPRICE-FILE.
       COPY SECPRICE.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS                PIC XX.
       01  WS-ACCOUNT-STATUS             PIC XX.
       01  WS-DVP-ORDER-SW               PIC X(01) VALUE 'N'.
           88  DVP-ORDER                 VALUE 'Y'.

      *    DVP COUNTERPARTY CREDIT - THE INSTITUTION'S UNSETTLED
      *    EXPOSURE AGAINST ITS CREDLIM.DAT LIMITS.
       01  WS-CREDLIM-STATUS             PIC XX.
       01  WS-DVPLEDG-STATUS             PIC XX.
       01  WS-SECPRICE-STATUS            PIC XX.
       01  WS-CREDIT-SW                  PIC X(01) VALUE 'Y'.
           88  CREDIT-OK                 VALUE 'Y'.
           88  CREDIT-PENDING            VALUE 'P'.
       01  WS-CREDIT-LIMIT-SW            PIC X(01) VALUE 'N'.
           88  CREDIT-LIMIT-FOUND        VALUE 'Y'.
       01  WS-CREDIT-PRICES-SW           PIC X(01) VALUE 'N'.
           88  CREDIT-PRICES-OPEN        VALUE 'Y'.
       01  WS-CREDIT-ORDERS-SW           PIC X(01) VALUE 'N'.
           88  CREDIT-ORDERS-OPEN        VALUE 'Y'.
       01  WS-CREDIT-LEDGER-SW           PIC X(01) VALUE 'N'.
           88  CREDIT-LEDGER-OPEN        VALUE 'Y'.
       01  WS-CREDIT-ACCT-DONE-SW        PIC X(01).
           88  CREDIT-ACCT-SCAN-DONE     VALUE 'Y'.
       01  WS-CREDIT-LEDG-DONE-SW        PIC X(01).
           88  CREDIT-LEDG-SCAN-DONE     VALUE 'Y'.
       01  WS-CREDIT-ORDER-DONE-SW       PIC X(01).
           88  CREDIT-ORDER-SCAN-DONE    VALUE 'Y'.
       01  WS-CREDIT-CUSTOMER-ID         PIC X(10).
       01  WS-CREDIT-ACCOUNT-ID          PIC X(12).
       01  WS-CREDIT-NOTIONAL            PIC S9(13)V99 COMP-3.
       01  WS-CREDIT-EXPOSURE            PIC S9(15)V99 COMP-3.
       01  WS-CREDIT-ORDER-VALUE         PIC S9(13)V99 COMP-3.
       01  WS-CREDIT-PRICE               PIC S9(09)V9999 COMP-3.
       01  WS-CR-SYMBOL                  PIC X(12).
       01  WS-CR-QUANTITY                PIC S9(09)V999 COMP-3.
       01  WS-CR-LIMIT-PRICE             PIC S9(09)V9999 COMP-3.
       01  WS-CR-STOP-PRICE              PIC S9(09)V9999 COMP-3.
       01  WS-CR-AMOUNT                  PIC S9(13)V99 COMP-3.

       01  WS-APPRVQ-OPERATION           PIC X(06).
       01  WS-APPRVQ-RETURN-CODE         PIC 9(02).
       COPY APPRVREC REPLACING APPRVQ-RECORD BY WS-APPRVQ-RECORD.
       01  WS-APPRVQ-CHECKER             PIC X(08) VALUE SPACES.

       01  WS-DTBP-STATUS                PIC XX.
       01  WS-DAY-TRADE-SW               PIC X(01) VALUE 'Y'.
           88  DAY-TRADE-OK              VALUE 'Y'.
       01  WS-TODAY-NUM                  PIC 9(08).
       01  WS-TODAY-INT                  PIC 9(08).
       01  WS-HELD-DAYS                  PIC S9(08).
       01  WS-SPEC-LOT-SW                PIC X(01) VALUE 'Y'.
           88  SPEC-LOTS-OK              VALUE 'Y'.
           88  SPEC-LOTS-INVALID         VALUE 'N'.
           88  SPEC-LOTS-RESTRICTED      VALUE 'R'.
       01  WS-SPEC-INDEX                 PIC 9(02) COMP.
       01  WS-SPEC-PRIOR-INDEX           PIC 9(02) COMP.
       01  WS-SPEC-TOTAL-QUANTITY        PIC S9(09)V999 COMP-3.
       01  WS-SPEC-CONTROL-QUANTITY      PIC S9(09)V999 COMP-3.
       01  WS-OPTION-SYMBOL-SW           PIC X(01) VALUE 'N'.
           88  OPTION-SYMBOL             VALUE 'Y'.
       01  WS-THRESHOLD-SYMBOL-SW        PIC X(01) VALUE 'N'.
           88  THRESHOLD-SYMBOL          VALUE 'Y'.
       01  WS-PREBORROW-SW               PIC X(01) VALUE 'Y'.
           88  PREBORROW-OK              VALUE 'Y'.
           88  PREBORROW-BLOCKED         VALUE 'N'.
       01  WS-AGREEMENT-SW               PIC X(01) VALUE 'Y'.
           88  AGREEMENT-OK              VALUE 'Y'.
           88  AGREEMENT-BLOCKED         VALUE 'N'.
       01  WS-NEW-FILLED-PRICE           PIC S9(09)V9999 COMP-3.

       01  WS-GTC-DEFAULT-DAYS           PIC 9(03) VALUE 090.

      *    MUTUAL-FUND NAV CUT-OFF - AN ORDER IN BEFORE 4 PM ON A
      *    BUSINESS DAY GETS THAT DAY'S NAV, LATER THE NEXT ONE'S.
       01  WS-FUND-SYMBOL-SW             PIC X(01) VALUE 'N'.
           88  FUND-SYMBOL               VALUE 'Y'.
       01  WS-FUND-CUTOFF-TIME           PIC 9(08) VALUE 16000000.
       01  WS-ENTRY-TIME                 PIC 9(08).
       01  WS-BUSCAL-STATUS              PIC XX.
       01  WS-NAV-CALENDAR-SW            PIC X(01) VALUE 'N'.
           88  NAV-CALENDAR-OPEN         VALUE 'Y'.
       01  WS-NAV-BUSINESS-DAY-SW        PIC X(01) VALUE 'Y'.
           88  NAV-BUSINESS-DAY          VALUE 'Y'.
       01  WS-NAV-INT                    PIC 9(08).
       01  WS-NAV-NUM                    PIC 9(08).
       01  WS-NAV-REM                    PIC 9(01).
       01  WS-NAV-MARKET                 PIC X(04) VALUE 'US  '.
       01  WS-EXPIRY-INT                 PIC 9(08).
       01  WS-EXPIRY-NUM                 PIC 9(08).

           88  FILL-OPERATION            VALUE 'FILL  '.
           88  CANCEL-OPERATION          VALUE 'CANCEL'.
           88  RELEASE-OPERATION         VALUE 'RELEAS'.
           88  TRIGGER-OPERATION         VALUE 'TRIGGR'.
           88  VALIDATE-OPERATION        VALUE 'VALIDT'.

      *    VALIDATE-ONLY RUN - CHECKS REPORT, NOTHING IS FILED.
       01  WS-VALIDATE-ONLY-SW           PIC X(01) VALUE 'N'.
           88  VALIDATE-ONLY             VALUE 'Y'.
       01  WS-VALIDATE-CODE              PIC 9(02).
       01  WS-VALIDATE-CHECK             PIC X(08).
       01  WS-VALIDATE-REASON            PIC X(50).
       COPY ORDER REPLACING ORDER-RECORD BY WS-VALIDATE-SAVE-ORDER.

       01  WS-AUTHCHK-SCOPE              PIC X(01) VALUE 'T'.
       01  WS-AUTHCHK-FUNCTION           PIC X(08) VALUE 'PREVIEW '.
       01  WS-AUTHCHK-RETURN-CODE        PIC 9(02).

       01  WS-EMPLOYEE-SW                PIC X(01) VALUE 'N'.
           88  EMPLOYEE-ACCOUNT          VALUE 'Y'.
       01  WS-JOURNAL-PROGRAM            PIC X(08) VALUE 'ORDMGMT '.
       01  WS-JOURNAL-IMAGE              PIC X(600).

       01  WS-CDC-ENTITY-TYPE            PIC X(08) VALUE 'ORDER   '.
       01  WS-CDC-EVENT-TYPE             PIC X(08).
       01  WS-CDC-KEY                    PIC X(32).
       01  WS-CDC-CORRELATION-ID         PIC X(16).
       01  WS-CDC-IMAGE                  PIC X(800).

       01  WS-OPERCTL-OPERATION          PIC X(06) VALUE 'CHECK '.
       01  WS-OPERCTL-RETURN-CODE        PIC 9(02).
       COPY OPERATOR REPLACING OPERATOR-RECORD BY WS-OPERATOR-RECORD.
       01  LS-RETURN-CODE                PIC 9(02).
       01  LS-SUITABILITY-OVERRIDE       PIC X(01).
           88  OVERRIDE-SUITABILITY      VALUE 'Y'.
      *    PASSED ONLY ON 'VALIDT' - NO OTHER OPERATION TOUCHES IT.
       COPY VALLIST REPLACING VALIDATION-LIST BY LS-VALIDATION-LIST.

       PROCEDURE DIVISION USING LS-OPERATION-CODE
                               LS-ORDER-RECORD
                               LS-RETURN-CODE
                               LS-SUITABILITY-OVERRIDE
                               LS-VALIDATION-LIST.

       MAIN-PROCESS.
           MOVE LS-OPERATION-CODE TO WS-OPERATION
      *    THE OPERATION CODES DOUBLE AS THE EVENT-JOURNAL TYPES.
           MOVE WS-OPERATION TO WS-EVENT-TYPE
           MOVE 'N' TO WS-VALIDATE-ONLY-SW

           EVALUATE TRUE
               WHEN CREATE-OPERATION
               WHEN RELEASE-OPERATION
                   PERFORM RELEASE-ORDER-PROCESS THRU
                       RELEASE-ORDER-EXIT
               WHEN TRIGGER-OPERATION
                   PERFORM TRIGGER-ORDER-PROCESS THRU
                       TRIGGER-ORDER-EXIT
               WHEN VALIDATE-OPERATION
                   PERFORM VALIDATE-ORDER-PROCESS THRU
                       VALIDATE-ORDER-EXIT
               WHEN OTHER
                   MOVE 03 TO WS-RETURN-CODE
           END-EVALUATE
               GO TO CREATE-ORDER-EXIT
           END-IF

      *    AN ORDER IS FOR A QUANTITY OR (FUNDS ONLY, CHECKED
      *    ONCE THE SECURITY MASTER HAS BEEN READ) A DOLLAR
      *    AMOUNT - ONE OR THE OTHER, NEVER BOTH.
           IF ORDER-AMOUNT OF LS-ORDER-RECORD NOT NUMERIC
               MOVE ZERO TO ORDER-AMOUNT OF LS-ORDER-RECORD
           END-IF
           IF ACCOUNT-ID OF LS-ORDER-RECORD = SPACES
              OR SECURITY-SYMBOL OF LS-ORDER-RECORD = SPACES
              OR QUANTITY OF LS-ORDER-RECORD < ZERO
              OR ORDER-AMOUNT OF LS-ORDER-RECORD < ZERO
              OR (QUANTITY OF LS-ORDER-RECORD = ZERO
                  AND ORDER-AMOUNT OF LS-ORDER-RECORD = ZERO)
              OR (QUANTITY OF LS-ORDER-RECORD > ZERO
                  AND ORDER-AMOUNT OF LS-ORDER-RECORD > ZERO)
               MOVE 03 TO WS-RETURN-CODE
               GO TO CREATE-ORDER-EXIT
           END-IF
               GO TO CREATE-ORDER-EXIT
           END-IF

      *    ONLY A SELL NAMES TAX LOTS, AND NO MORE THAN THE TABLE
      *    HOLDS. SLOTS PAST THE COUNT ARE CLEARED SO AN OLDER
      *    CALLER'S SPACES NEVER REACH THE FILE.
           IF SPECIFIC-LOT-COUNT OF LS-ORDER-RECORD NOT NUMERIC
               MOVE ZERO TO SPECIFIC-LOT-COUNT OF LS-ORDER-RECORD
           END-IF
           IF SPECIFIC-LOT-COUNT OF LS-ORDER-RECORD > 10
              OR (SPECIFIC-LOT-COUNT OF LS-ORDER-RECORD > ZERO
                  AND NOT SELL-ORDER OF LS-ORDER-RECORD)
               MOVE 03 TO WS-RETURN-CODE
               GO TO CREATE-ORDER-EXIT
           END-IF
           COMPUTE WS-SPEC-INDEX =
               SPECIFIC-LOT-COUNT OF LS-ORDER-RECORD + 1
           PERFORM CLEAR-ONE-SPEC-SLOT
               UNTIL WS-SPEC-INDEX > 10

      *    NO LOCATE, NO SHORT - THE BORROW MUST BE LINED UP BEFORE
      *    THE ORDER EXISTS, NOT AFTER IT FILLS.
           IF SHORT-ORDER OF LS-ORDER-RECORD
               GO TO CREATE-ORDER-EXIT
           END-IF

           IF NOT SHORT-ORDER OF LS-ORDER-RECORD
              OR NOT PRE-BORROWED OF LS-ORDER-RECORD
               MOVE SPACE TO PREBORROW-FLAG OF LS-ORDER-RECORD
           END-IF

      *    WHERE THE ORDER WENT IS ORDROUTE'S TO SAY, NOT THE
      *    CALLER'S.
           MOVE SPACES TO ROUTED-VENUE OF LS-ORDER-RECORD

           IF LIMIT-ORDER OF LS-ORDER-RECORD
              AND LIMIT-PRICE OF LS-ORDER-RECORD NOT GREATER THAN ZERO
               MOVE 03 TO WS-RETURN-CODE
               GO TO CREATE-ORDER-EXIT
           END-IF

      *    A STOP WAITS ON ITS STOP PRICE FOR THE STOPTRIG SWEEP. AN
      *    OLDER CALLER KEYS THE STOP IN LIMIT-PRICE - IT MOVES
      *    ACROSS SO THE ORDER TRIGGERS AS A PLAIN STOP. ANY OTHER
      *    ORDER TYPE CARRIES NO STOP.
           IF STOP-PRICE OF LS-ORDER-RECORD NOT NUMERIC
              OR NOT STOP-ORDER OF LS-ORDER-RECORD
               MOVE ZERO TO STOP-PRICE OF LS-ORDER-RECORD
           END-IF
           MOVE SPACES TO STOP-TRIGGER-DATE OF LS-ORDER-RECORD
           IF STOP-ORDER OF LS-ORDER-RECORD
               IF STOP-PRICE OF LS-ORDER-RECORD NOT GREATER THAN ZERO
                   MOVE LIMIT-PRICE OF LS-ORDER-RECORD TO
                       STOP-PRICE OF LS-ORDER-RECORD
                   MOVE ZERO TO LIMIT-PRICE OF LS-ORDER-RECORD
               END-IF
               IF STOP-PRICE OF LS-ORDER-RECORD NOT GREATER THAN ZERO
                   MOVE 03 TO WS-RETURN-CODE
                   GO TO CREATE-ORDER-EXIT
               END-IF
           END-IF

           PERFORM CHECK-SECURITY-MASTER THRU
               CHECK-SECURITY-MASTER-EXIT
           IF SECURITY-BLOCKED
               GO TO CREATE-ORDER-EXIT
           END-IF

      *    A FUND IS BOUGHT OR REDEEMED WITH THE FUND COMPANY AT ITS
      *    NEXT NAV - NO SHORT SIDE, NO LIMIT, NO STOP. A DOLLAR
      *    AMOUNT MEANS NOTHING ON AN EXCHANGE-TRADED SYMBOL.
           IF FUND-SYMBOL
               IF NOT BUY-ORDER OF LS-ORDER-RECORD
                  AND NOT SELL-ORDER OF LS-ORDER-RECORD
                   MOVE 03 TO WS-RETURN-CODE
                   GO TO CREATE-ORDER-EXIT
               END-IF
               MOVE 'MKT' TO ORDER-TYPE OF LS-ORDER-RECORD
               MOVE ZERO TO LIMIT-PRICE OF LS-ORDER-RECORD
               MOVE ZERO TO STOP-PRICE OF LS-ORDER-RECORD
           ELSE
               IF ORDER-AMOUNT OF LS-ORDER-RECORD > ZERO
                   MOVE 03 TO WS-RETURN-CODE
                   GO TO CREATE-ORDER-EXIT
               END-IF
           END-IF

      *    THE REP OF RECORD (THE ACCOUNT-OFFICER) MUST BE LICENSED
      *    - ACTIVE ON THE REP MASTER AND REGISTERED, UNEXPIRED, IN
      *    THE CUSTOMER'S STATE - BEFORE THE TICKET IS ACCEPTED.
               END-IF
           END-IF

      *    REG SHO: A SHORT IN A THRESHOLD-LIST NAME, OR FOR AN
      *    ACCOUNT IN THE PENALTY BOX, NEEDS THE SHARES ALREADY
      *    BORROWED - A LOCATE ALONE IS WHAT LET THE FAIL HAPPEN.
           IF SHORT-ORDER OF LS-ORDER-RECORD
               PERFORM CHECK-PRE-BORROW THRU CHECK-PRE-BORROW-EXIT
               IF PREBORROW-BLOCKED
                   MOVE 06 TO WS-RETURN-CODE
                   GO TO CREATE-ORDER-EXIT
               END-IF
           END-IF

           IF BUY-ORDER OF LS-ORDER-RECORD
              AND NOT OVERRIDE-SUITABILITY
               PERFORM CHECK-TRADE-SUITABILITY THRU
               END-IF
           END-IF

      *    NAMED LOTS MUST BE REAL, OPEN, AND ADD UP TO THE ORDER -
      *    THE CUSTOMER'S TAX OUTCOME IS DECIDED HERE, NOT AT THE
      *    FILL.
           IF SPECIFIC-LOT-COUNT OF LS-ORDER-RECORD > ZERO
               PERFORM CHECK-SPECIFIC-LOTS THRU
                   CHECK-SPECIFIC-LOTS-EXIT
               IF SPEC-LOTS-INVALID
                   MOVE 03 TO WS-RETURN-CODE
                   GO TO CREATE-ORDER-EXIT
               END-IF
               IF SPEC-LOTS-RESTRICTED
                   MOVE 06 TO WS-RETURN-CODE
                   GO TO CREATE-ORDER-EXIT
               END-IF
           END-IF

      *    AN OPEN BUY RESERVES ITS NOTIONAL AGAINST THE ACCOUNT -
      *    THREE TICKETS AGAINST THE SAME CASH STOPPED BEING A
      *    SUSPENSE ITEM AND BECAME A REJECT.
               END-IF
           END-IF

      *    AN INSTITUTION DELIVERING AGAINST A CUSTODIAN RUNS UP
      *    UNSETTLED EXPOSURE WITH US - AN ORDER THAT WOULD TAKE IT
      *    OVER ITS CREDIT LIMITS WAITS FOR A CREDIT OFFICER.
           PERFORM CHECK-DVP-CREDIT-LIMIT THRU CHECK-CREDIT-EXIT
           IF CREDIT-PENDING
               MOVE 14 TO WS-RETURN-CODE
               GO TO CREATE-ORDER-EXIT
           END-IF

           OPEN I-O ORDER-FILE
           IF WS-FILE-STATUS = '35'
      *        First order ever written - file has to be created.
               PERFORM GENERATE-ORDER-ID
           END-IF
      *    AN EMPLOYEE OR EMPLOYEE-RELATED ACCOUNT'S ORDER WAITS IN
      *    HELD STATUS UNTIL A COMPLIANCE OPERATOR RELEASES IT. A
      *    MODEL REBALANCE ORDER WAITS THE SAME WAY FOR THE ADVISOR.
           PERFORM CHECK-EMPLOYEE-STATUS THRU CHECK-EMPLOYEE-EXIT
           IF EMPLOYEE-ACCOUNT
              OR CREATED-BY OF ORDER-RECORD = 'REBALGEN'
               SET HELD-ORDER OF ORDER-RECORD TO TRUE
           ELSE
               SET OPEN-ORDER OF ORDER-RECORD TO TRUE
               MOVE WS-CURRENT-DATE TO ORDER-DATE OF ORDER-RECORD
           END-IF
           PERFORM SET-TIME-IN-FORCE
      *    A FUND ORDER WAITS FOR ITS NAV DATE AND THEN FOR THE FUND
      *    COMPANY'S CONFIRM - IT IS A DAY ORDER FOR THAT NAV, AND
      *    ORDEXP AGES IT RATHER THAN EXPIRING IT.
           MOVE 'N' TO FUND-AGED-FLAG OF ORDER-RECORD
           IF FUND-SYMBOL
               SET FUND-ORDER OF ORDER-RECORD TO TRUE
               PERFORM SET-FUND-NAV-DATE
               SET DAY-ORDER OF ORDER-RECORD TO TRUE
               MOVE FUND-NAV-DATE OF ORDER-RECORD TO
                   EXPIRY-DATE OF ORDER-RECORD
           ELSE
               MOVE SPACE TO FUND-ORDER-FLAG OF ORDER-RECORD
               MOVE SPACES TO FUND-NAV-DATE OF ORDER-RECORD
           END-IF
      *    CAPACITY DEFAULTS TO AGENCY; AN ORDER FOR A FIRM
      *    INVENTORY ACCOUNT IS ALWAYS PRINCIPAL - A FACILITATION
      *    CROSS STOPS BOOKING AS IF A CUSTOMER OWNED BOTH SIDES.
       CREATE-ORDER-EXIT.
           EXIT.

       VALIDATE-ORDER-PROCESS.
      *    VALIDATE-ONLY: THE SAME CHECKS, IN THE SAME ORDER, AS
      *    CREATE-ORDER-PROCESS, BUT A FAILURE IS LISTED AND THE
      *    NEXT CHECK STILL RUNS, SO THE BRANCH SEES EVERYTHING WRONG
      *    WITH THE TICKET AT ONCE. NOTHING IS OPENED FOR OUTPUT. THE
      *    CREATE NORMALIZATIONS ARE APPLIED SO THE CHECKS SEE WHAT
      *    CREATE WOULD, THEN THE CALLER'S TICKET IS PUT BACK.
           SET VALIDATE-ONLY TO TRUE
           MOVE 00 TO WS-RETURN-CODE
           MOVE LS-ORDER-RECORD TO WS-VALIDATE-SAVE-ORDER
           MOVE ZERO TO VL-FAILURE-COUNT
           MOVE 'N' TO VL-OVERFLOW-FLAG

           MOVE CREATED-BY OF LS-ORDER-RECORD TO
               OP-OPERATOR-ID OF WS-OPERATOR-RECORD
           MOVE 'ORDCRT  ' TO WS-CONTROLLED-OPERATION
           PERFORM CHECK-OPERATOR-ENTITLEMENT
           IF WS-OPERCTL-RETURN-CODE NOT = 00
               MOVE 13 TO WS-VALIDATE-CODE
               MOVE 'OPERATOR' TO WS-VALIDATE-CHECK
               MOVE 'OPERATOR NOT ENTITLED TO ENTER ORDERS'
                   TO WS-VALIDATE-REASON
               PERFORM RECORD-VALIDATION-FAILURE
           END-IF

      *    A THIRD PARTY ACTING FOR THE OWNER NEEDS A LIVE TRADING
      *    AUTHORIZATION - ASKED AS A PREVIEW, SO NO USAGE IS LOGGED.
           IF VL-ACTING-PARTY NOT = SPACES
               CALL 'AUTHCHK' USING ACCOUNT-ID OF LS-ORDER-RECORD,
                                     VL-ACTING-PARTY,
                                     WS-AUTHCHK-SCOPE,
                                     WS-AUTHCHK-FUNCTION,
                                     CREATED-BY OF LS-ORDER-RECORD,
                                     WS-AUTHCHK-RETURN-CODE
               IF WS-AUTHCHK-RETURN-CODE NOT = 00
                   MOVE 13 TO WS-VALIDATE-CODE
                   MOVE 'AUTHPTY ' TO WS-VALIDATE-CHECK
                   MOVE 'ACTING PARTY NOT AUTHORIZED TO TRADE'
                       TO WS-VALIDATE-REASON
                   PERFORM RECORD-VALIDATION-FAILURE
               END-IF
           END-IF

      *    WITH NO ACCOUNT OR NO SYMBOL THERE IS NOTHING FOR THE
      *    REMAINING CHECKS TO LOOK UP.
           IF ORDER-AMOUNT OF LS-ORDER-RECORD NOT NUMERIC
               MOVE ZERO TO ORDER-AMOUNT OF LS-ORDER-RECORD
           END-IF
           IF ACCOUNT-ID OF LS-ORDER-RECORD = SPACES
              OR SECURITY-SYMBOL OF LS-ORDER-RECORD = SPACES
               MOVE 03 TO WS-VALIDATE-CODE
               MOVE 'TICKET  ' TO WS-VALIDATE-CHECK
               MOVE 'ACCOUNT AND SYMBOL ARE BOTH REQUIRED'
                   TO WS-VALIDATE-REASON
               PERFORM RECORD-VALIDATION-FAILURE
               GO TO VALIDATE-ORDER-RESTORE
           END-IF
           IF QUANTITY OF LS-ORDER-RECORD < ZERO
              OR ORDER-AMOUNT OF LS-ORDER-RECORD < ZERO
              OR (QUANTITY OF LS-ORDER-RECORD = ZERO
                  AND ORDER-AMOUNT OF LS-ORDER-RECORD = ZERO)
              OR (QUANTITY OF LS-ORDER-RECORD > ZERO
                  AND ORDER-AMOUNT OF LS-ORDER-RECORD > ZERO)
               MOVE 03 TO WS-VALIDATE-CODE
               MOVE 'QUANTITY' TO WS-VALIDATE-CHECK
               MOVE 'GIVE A QUANTITY OR AN AMOUNT - ONE, NOT BOTH'
                   TO WS-VALIDATE-REASON
               PERFORM RECORD-VALIDATION-FAILURE
           END-IF

           IF NOT BUY-ORDER OF LS-ORDER-RECORD
              AND NOT SELL-ORDER OF LS-ORDER-RECORD
              AND NOT SHORT-ORDER OF LS-ORDER-RECORD
              AND NOT COVER-ORDER OF LS-ORDER-RECORD
               MOVE 03 TO WS-VALIDATE-CODE
               MOVE 'SIDE    ' TO WS-VALIDATE-CHECK
               MOVE 'SIDE MUST BE BUY, SELL, SHORT OR COVER'
                   TO WS-VALIDATE-REASON
               PERFORM RECORD-VALIDATION-FAILURE
           END-IF

           IF SPECIFIC-LOT-COUNT OF LS-ORDER-RECORD NOT NUMERIC
               MOVE ZERO TO SPECIFIC-LOT-COUNT OF LS-ORDER-RECORD
           END-IF
           IF SPECIFIC-LOT-COUNT OF LS-ORDER-RECORD > 10
              OR (SPECIFIC-LOT-COUNT OF LS-ORDER-RECORD > ZERO
                  AND NOT SELL-ORDER OF LS-ORDER-RECORD)
               MOVE 03 TO WS-VALIDATE-CODE
               MOVE 'LOTS    ' TO WS-VALIDATE-CHECK
               MOVE 'ONLY A SELL NAMES LOTS, AT MOST 10'
                   TO WS-VALIDATE-REASON
               PERFORM RECORD-VALIDATION-FAILURE
           ELSE
               COMPUTE WS-SPEC-INDEX =
                   SPECIFIC-LOT-COUNT OF LS-ORDER-RECORD + 1
               PERFORM CLEAR-ONE-SPEC-SLOT
                   UNTIL WS-SPEC-INDEX > 10
           END-IF

           IF SHORT-ORDER OF LS-ORDER-RECORD
              AND LOCATE-REF OF LS-ORDER-RECORD = SPACES
               MOVE 03 TO WS-VALIDATE-CODE
               MOVE 'LOCATE  ' TO WS-VALIDATE-CHECK
               MOVE 'SHORT SALE NEEDS A LOCATE REFERENCE'
                   TO WS-VALIDATE-REASON
               PERFORM RECORD-VALIDATION-FAILURE
           END-IF
           IF NOT SHORT-ORDER OF LS-ORDER-RECORD
              OR NOT PRE-BORROWED OF LS-ORDER-RECORD
               MOVE SPACE TO PREBORROW-FLAG OF LS-ORDER-RECORD
           END-IF

           IF LIMIT-ORDER OF LS-ORDER-RECORD
              AND LIMIT-PRICE OF LS-ORDER-RECORD NOT GREATER THAN ZERO
               MOVE 03 TO WS-VALIDATE-CODE
               MOVE 'LIMIT   ' TO WS-VALIDATE-CHECK
               MOVE 'LIMIT ORDER NEEDS A LIMIT PRICE'
                   TO WS-VALIDATE-REASON
               PERFORM RECORD-VALIDATION-FAILURE
           END-IF

           IF STOP-PRICE OF LS-ORDER-RECORD NOT NUMERIC
              OR NOT STOP-ORDER OF LS-ORDER-RECORD
               MOVE ZERO TO STOP-PRICE OF LS-ORDER-RECORD
           END-IF
           IF STOP-ORDER OF LS-ORDER-RECORD
               IF STOP-PRICE OF LS-ORDER-RECORD NOT GREATER THAN ZERO
                   MOVE LIMIT-PRICE OF LS-ORDER-RECORD TO
                       STOP-PRICE OF LS-ORDER-RECORD
                   MOVE ZERO TO LIMIT-PRICE OF LS-ORDER-RECORD
               END-IF
               IF STOP-PRICE OF LS-ORDER-RECORD NOT GREATER THAN ZERO
                   MOVE 03 TO WS-VALIDATE-CODE
                   MOVE 'STOP    ' TO WS-VALIDATE-CHECK
                   MOVE 'STOP ORDER NEEDS A STOP PRICE'
                       TO WS-VALIDATE-REASON
                   PERFORM RECORD-VALIDATION-FAILURE
               END-IF
           END-IF

           PERFORM CHECK-SECURITY-MASTER THRU
               CHECK-SECURITY-MASTER-EXIT
           IF SECURITY-BLOCKED
               MOVE 12 TO WS-VALIDATE-CODE
               MOVE 'SECURITY' TO WS-VALIDATE-CHECK
               MOVE 'SYMBOL UNKNOWN, DELISTED OR EXPIRED'
                   TO WS-VALIDATE-REASON
               PERFORM RECORD-VALIDATION-FAILURE
           END-IF

           IF FUND-SYMBOL
               IF NOT BUY-ORDER OF LS-ORDER-RECORD
                  AND NOT SELL-ORDER OF LS-ORDER-RECORD
                   MOVE 03 TO WS-VALIDATE-CODE
                   MOVE 'FUND    ' TO WS-VALIDATE-CHECK
                   MOVE 'A FUND IS ONLY BOUGHT OR SOLD'
                       TO WS-VALIDATE-REASON
                   PERFORM RECORD-VALIDATION-FAILURE
               END-IF
               MOVE 'MKT' TO ORDER-TYPE OF LS-ORDER-RECORD
               MOVE ZERO TO LIMIT-PRICE OF LS-ORDER-RECORD
               MOVE ZERO TO STOP-PRICE OF LS-ORDER-RECORD
           ELSE
               IF ORDER-AMOUNT OF LS-ORDER-RECORD > ZERO
                   MOVE 03 TO WS-VALIDATE-CODE
                   MOVE 'AMOUNT  ' TO WS-VALIDATE-CHECK
                   MOVE 'DOLLAR AMOUNT ONLY ON A FUND ORDER'
                       TO WS-VALIDATE-REASON
                   PERFORM RECORD-VALIDATION-FAILURE
               END-IF
           END-IF

           PERFORM CHECK-REP-LICENSE THRU CHECK-REP-LICENSE-EXIT
           IF REP-LICENSE-BLOCKED
               MOVE 13 TO WS-VALIDATE-CODE
               MOVE 'REPLIC  ' TO WS-VALIDATE-CHECK
               MOVE 'REP NOT LICENSED IN THE CUSTOMER STATE'
                   TO WS-VALIDATE-REASON
               PERFORM RECORD-VALIDATION-FAILURE
           END-IF

           IF BUY-ORDER OF LS-ORDER-RECORD
               PERFORM CHECK-BLUE-SKY THRU CHECK-BLUE-SKY-EXIT
               IF BLUESKY-BLOCKED
                   MOVE 06 TO WS-VALIDATE-CODE
                   MOVE 'BLUESKY ' TO WS-VALIDATE-CHECK
                   MOVE 'SECURITY NOT REGISTERED IN CUSTOMER STATE'
                       TO WS-VALIDATE-REASON
                   PERFORM RECORD-VALIDATION-FAILURE
               END-IF
           END-IF

      *    A GREY-LISTED NAME PASSES - THE GREY LIST IS NEVER SHOWN
      *    TO THE BRANCH.
           PERFORM CHECK-RESTRICTED-LIST THRU
               CHECK-RESTRICTED-LIST-EXIT
           IF LIST-BLOCKED
               MOVE 06 TO WS-VALIDATE-CODE
               MOVE 'RESTLIST' TO WS-VALIDATE-CHECK
               MOVE 'SYMBOL IS ON THE FIRM RESTRICTED LIST'
                   TO WS-VALIDATE-REASON
               PERFORM RECORD-VALIDATION-FAILURE
           END-IF

           IF SHORT-ORDER OF LS-ORDER-RECORD
              OR COVER-ORDER OF LS-ORDER-RECORD
              OR OPTION-SYMBOL
               PERFORM CHECK-ACCOUNT-AGREEMENTS THRU
                   CHECK-AGREEMENTS-EXIT
               IF AGREEMENT-BLOCKED
                   MOVE 15 TO WS-VALIDATE-CODE
                   MOVE 'AGREEMNT' TO WS-VALIDATE-CHECK
                   MOVE 'NO SIGNED MARGIN OR OPTIONS AGREEMENT'
                       TO WS-VALIDATE-REASON
                   PERFORM RECORD-VALIDATION-FAILURE
               END-IF
           END-IF

           IF SHORT-ORDER OF LS-ORDER-RECORD
               PERFORM CHECK-PRE-BORROW THRU CHECK-PRE-BORROW-EXIT
               IF PREBORROW-BLOCKED
                   MOVE 06 TO WS-VALIDATE-CODE
                   MOVE 'PREBORRW' TO WS-VALIDATE-CHECK
                   MOVE 'REG SHO - SHARES MUST BE PRE-BORROWED'
                       TO WS-VALIDATE-REASON
                   PERFORM RECORD-VALIDATION-FAILURE
               END-IF
           END-IF

           IF BUY-ORDER OF LS-ORDER-RECORD
              AND NOT OVERRIDE-SUITABILITY
               PERFORM CHECK-TRADE-SUITABILITY THRU
                   CHECK-SUITABILITY-EXIT
               IF SUITABILITY-BLOCKED
                   MOVE 09 TO WS-VALIDATE-CODE
                   MOVE 'SUITABLE' TO WS-VALIDATE-CHECK
                   MOVE 'UNSUITABLE FOR THE CUSTOMER PROFILE'
                       TO WS-VALIDATE-REASON
                   PERFORM RECORD-VALIDATION-FAILURE
               END-IF
           END-IF

           IF BUY-ORDER OF LS-ORDER-RECORD
              OR SHORT-ORDER OF LS-ORDER-RECORD
               PERFORM CHECK-DAY-TRADE-POWER THRU
                   CHECK-DAY-TRADE-EXIT
               IF DAY-TRADE-BLOCKED
                   MOVE 06 TO WS-VALIDATE-CODE
                   MOVE 'DAYTRADE' TO WS-VALIDATE-CHECK
                   MOVE 'EXCEEDS DAY-TRADE BUYING POWER'
                       TO WS-VALIDATE-REASON
                   PERFORM RECORD-VALIDATION-FAILURE
               END-IF
           END-IF

           IF BUY-ORDER OF LS-ORDER-RECORD
               PERFORM CHECK-SETTLED-FUNDS THRU
                   CHECK-SETTLED-FUNDS-EXIT
               IF SETTLED-FUNDS-BLOCKED
                   MOVE 06 TO WS-VALIDATE-CODE
                   MOVE 'REGT    ' TO WS-VALIDATE-CHECK
                   MOVE 'REG T RESTRICTED - SETTLED FUNDS SHORT'
                       TO WS-VALIDATE-REASON
                   PERFORM RECORD-VALIDATION-FAILURE
               END-IF
           END-IF

           IF SELL-ORDER OF LS-ORDER-RECORD
               PERFORM CHECK-RESTRICTED-LOTS THRU
                   CHECK-RESTRICTED-EXIT
               IF RESTRICTION-BLOCKED
                   MOVE 06 TO WS-VALIDATE-CODE
                   MOVE 'RULE144 ' TO WS-VALIDATE-CHECK
                   MOVE 'RESTRICTED LOTS NOT YET SELLABLE'
                       TO WS-VALIDATE-REASON
                   PERFORM RECORD-VALIDATION-FAILURE
               END-IF
           END-IF

      *    A LOT COUNT ALREADY LISTED AS BAD IS NOT WALKED.
           IF SPECIFIC-LOT-COUNT OF LS-ORDER-RECORD > ZERO
              AND SPECIFIC-LOT-COUNT OF LS-ORDER-RECORD NOT > 10
              AND SELL-ORDER OF LS-ORDER-RECORD
               PERFORM CHECK-SPECIFIC-LOTS THRU
                   CHECK-SPECIFIC-LOTS-EXIT
               IF SPEC-LOTS-INVALID
                   MOVE 03 TO WS-VALIDATE-CODE
                   MOVE 'SPECLOTS' TO WS-VALIDATE-CHECK
                   MOVE 'NAMED LOTS NOT OPEN OR NOT EQUAL TO ORDER'
                       TO WS-VALIDATE-REASON
                   PERFORM RECORD-VALIDATION-FAILURE
               END-IF
               IF SPEC-LOTS-RESTRICTED
                   MOVE 06 TO WS-VALIDATE-CODE
                   MOVE 'SPECLOTS' TO WS-VALIDATE-CHECK
                   MOVE 'A NAMED LOT IS RESTRICTED'
                       TO WS-VALIDATE-REASON
                   PERFORM RECORD-VALIDATION-FAILURE
               END-IF
           END-IF

           IF (BUY-ORDER OF LS-ORDER-RECORD
               OR COVER-ORDER OF LS-ORDER-RECORD)
              AND LIMIT-PRICE OF LS-ORDER-RECORD GREATER THAN ZERO
               PERFORM CHECK-BUYING-POWER-RESERVE THRU
                   CHECK-RESERVE-EXIT
               IF RESERVE-BLOCKED
                   MOVE 05 TO WS-VALIDATE-CODE
                   MOVE 'BUYPOWER' TO WS-VALIDATE-CHECK
                   MOVE 'INSUFFICIENT BUYING POWER AFTER RESERVES'
                       TO WS-VALIDATE-REASON
                   PERFORM RECORD-VALIDATION-FAILURE
               END-IF
           END-IF

           PERFORM CHECK-DVP-CREDIT-LIMIT THRU CHECK-CREDIT-EXIT
           IF CREDIT-PENDING
               MOVE 14 TO WS-VALIDATE-CODE
               MOVE 'CREDLMT ' TO WS-VALIDATE-CHECK
               MOVE 'OVER DVP CREDIT LIMIT - CREDIT OFFICER TO APPROVE'
                   TO WS-VALIDATE-REASON
               PERFORM RECORD-VALIDATION-FAILURE
           END-IF.

       VALIDATE-ORDER-RESTORE.
           MOVE WS-VALIDATE-SAVE-ORDER TO LS-ORDER-RECORD.

       VALIDATE-ORDER-EXIT.
           EXIT.

       RECORD-VALIDATION-FAILURE.
      *    THE FIRST FAILURE IS THE CODE CREATE WOULD HAVE STOPPED
      *    ON; EVERY ONE GOES ON THE LIST WHILE THERE IS ROOM.
           IF WS-RETURN-CODE = 00
               MOVE WS-VALIDATE-CODE TO WS-RETURN-CODE
           END-IF
           IF VL-FAILURE-COUNT NOT < 20
               SET VL-OVERFLOW TO TRUE
           ELSE
               ADD 1 TO VL-FAILURE-COUNT
               MOVE WS-VALIDATE-CODE TO VL-CODE (VL-FAILURE-COUNT)
               MOVE WS-VALIDATE-CHECK TO VL-CHECK (VL-FAILURE-COUNT)
               MOVE WS-VALIDATE-REASON TO
                   VL-REASON (VL-FAILURE-COUNT)
           END-IF.

       CHECK-BUYING-POWER-RESERVE.
      *    FUNDS JUDGED AS AVAILABLE BALANCE LESS THE ACCOUNT'S
      *    OPEN RESERVATIONS. NO RESRV.DAT YET MEANS NOTHING IS
           EXIT.


       CHECK-DVP-CREDIT-LIMIT.
      *    EVERY DVP/RVP ACCOUNT AN INSTITUTION OWNS COUNTS AGAINST
      *    ITS ONE ROW ON CREDLIM.DAT. EXPOSURE IS THE TRADES STILL
      *    PENDING DELIVERY ON DVPLEDG PLUS THE OPEN, WORKING AND
      *    HELD ORDERS ON THOSE ACCOUNTS, BUYS AND SELLS ALIKE - A
      *    FAILED DELIVERY EITHER WAY LEAVES US HOLDING THE TRADE.
      *    NO CREDLIM.DAT YET MEANS CREDIT CONTROLS ARE NOT YET IN
      *    USE; ONCE IT EXISTS, AN INSTITUTION WITH NO ROW (OR A
      *    SUSPENDED ONE) HAS NO CREDIT EXTENDED AT ALL.
           MOVE 'Y' TO WS-CREDIT-SW

           OPEN INPUT CREDLIM-FILE
           IF WS-CREDLIM-STATUS NOT = '00'
               GO TO CHECK-CREDIT-EXIT
           END-IF

           OPEN INPUT ACCOUNT-FILE
           IF WS-ACCOUNT-STATUS NOT = '00'
               CLOSE CREDLIM-FILE
               GO TO CHECK-CREDIT-EXIT
           END-IF
           MOVE ACCOUNT-ID OF LS-ORDER-RECORD TO
               ACCOUNT-ID OF ACCOUNT-RECORD
           READ ACCOUNT-FILE
           IF WS-ACCOUNT-STATUS NOT = '00'
              OR NOT DVP-ACCOUNT OF ACCOUNT-RECORD
               CLOSE ACCOUNT-FILE
               CLOSE CREDLIM-FILE
               GO TO CHECK-CREDIT-EXIT
           END-IF
           MOVE CUSTOMER-ID OF ACCOUNT-RECORD TO WS-CREDIT-CUSTOMER-ID

           MOVE WS-CREDIT-CUSTOMER-ID TO CL-CUSTOMER-ID
           READ CREDLIM-FILE
           IF WS-CREDLIM-STATUS = '00'
               MOVE 'Y' TO WS-CREDIT-LIMIT-SW
           ELSE
               MOVE 'N' TO WS-CREDIT-LIMIT-SW
           END-IF
           CLOSE CREDLIM-FILE

           MOVE 'N' TO WS-CREDIT-PRICES-SW
           OPEN INPUT SECPRICE-FILE
           IF WS-SECPRICE-STATUS = '00'
               MOVE 'Y' TO WS-CREDIT-PRICES-SW
           END-IF
           MOVE 'N' TO WS-CREDIT-LEDGER-SW
           OPEN INPUT DVPLEDG-FILE
           IF WS-DVPLEDG-STATUS = '00'
               MOVE 'Y' TO WS-CREDIT-LEDGER-SW
           END-IF
           MOVE 'N' TO WS-CREDIT-ORDERS-SW
           OPEN INPUT ORDER-FILE
           IF WS-FILE-STATUS = '00'
               MOVE 'Y' TO WS-CREDIT-ORDERS-SW
           END-IF

           MOVE SECURITY-SYMBOL OF LS-ORDER-RECORD TO WS-CR-SYMBOL
           MOVE QUANTITY OF LS-ORDER-RECORD TO WS-CR-QUANTITY
           MOVE LIMIT-PRICE OF LS-ORDER-RECORD TO WS-CR-LIMIT-PRICE
           MOVE STOP-PRICE OF LS-ORDER-RECORD TO WS-CR-STOP-PRICE
           MOVE ORDER-AMOUNT OF LS-ORDER-RECORD TO WS-CR-AMOUNT
           PERFORM PRICE-CREDIT-ORDER
           MOVE WS-CREDIT-ORDER-VALUE TO WS-CREDIT-NOTIONAL

           MOVE ZERO TO WS-CREDIT-EXPOSURE
           MOVE 'N' TO WS-CREDIT-ACCT-DONE-SW
           START ACCOUNT-FILE KEY IS EQUAL TO
                   CUSTOMER-ID OF ACCOUNT-RECORD
               INVALID KEY SET CREDIT-ACCT-SCAN-DONE TO TRUE
           END-START
           PERFORM SUM-ONE-CREDIT-ACCOUNT
               UNTIL CREDIT-ACCT-SCAN-DONE

           CLOSE ACCOUNT-FILE
           IF CREDIT-PRICES-OPEN
               CLOSE SECPRICE-FILE
           END-IF
           IF CREDIT-LEDGER-OPEN
               CLOSE DVPLEDG-FILE
           END-IF
           IF CREDIT-ORDERS-OPEN
               CLOSE ORDER-FILE
           END-IF

           IF CREDIT-LIMIT-FOUND
              AND CL-ACTIVE
              AND WS-CREDIT-NOTIONAL NOT > CL-TRADE-LIMIT
              AND WS-CREDIT-EXPOSURE + WS-CREDIT-NOTIONAL
                  NOT > CL-GROSS-LIMIT
               GO TO CHECK-CREDIT-EXIT
           END-IF

      *    OVER THE LIMIT - AN APPROVED CREDLMT ITEM FOR THIS TICKET
      *    RELEASES IT ONCE; OTHERWISE ONE IS SUBMITTED AND THE
      *    ORDER IS HELD BACK. RC 01 MEANS THE QUEUE IS NOT YET IN
      *    USE AND THE GATE IS OPEN. A VALIDATE-ONLY RUN LOOKS AT
      *    THE QUEUE WITHOUT BURNING OR SUBMITTING ANYTHING.
           PERFORM BUILD-CREDIT-APPROVAL
           IF VALIDATE-ONLY
               MOVE 'CHECK ' TO WS-APPRVQ-OPERATION
           ELSE
               MOVE 'CONSUM' TO WS-APPRVQ-OPERATION
           END-IF
           CALL 'APPRVQ' USING WS-APPRVQ-OPERATION,
                                WS-APPRVQ-RECORD,
                                WS-APPRVQ-CHECKER,
                                WS-APPRVQ-RETURN-CODE
           IF WS-APPRVQ-RETURN-CODE = 00
              OR WS-APPRVQ-RETURN-CODE = 01
               GO TO CHECK-CREDIT-EXIT
           END-IF

           MOVE 'P' TO WS-CREDIT-SW
           IF VALIDATE-ONLY
               GO TO CHECK-CREDIT-EXIT
           END-IF

           PERFORM BUILD-CREDIT-APPROVAL
           MOVE CREATED-BY OF LS-ORDER-RECORD TO
               AP-MAKER-ID OF WS-APPRVQ-RECORD
           MOVE 'SUBMIT' TO WS-APPRVQ-OPERATION
           CALL 'APPRVQ' USING WS-APPRVQ-OPERATION,
                                WS-APPRVQ-RECORD,
                                WS-APPRVQ-CHECKER,
                                WS-APPRVQ-RETURN-CODE
           IF WS-APPRVQ-RETURN-CODE NOT = 00
               DISPLAY 'ORDMGMT: UNABLE TO QUEUE CREDIT APPROVAL FOR '
                   'ACCOUNT ' ACCOUNT-ID OF LS-ORDER-RECORD
                   ', RC = ' WS-APPRVQ-RETURN-CODE
           END-IF.

       CHECK-CREDIT-EXIT.
           EXIT.

       BUILD-CREDIT-APPROVAL.
      *    THE ITEM IS PINNED TO THE TICKET - ACCOUNT, NOTIONAL,
      *    SIDE, SYMBOL AND INSTITUTION - SO AN APPROVAL FOR ONE
      *    ORDER DOES NOT RELEASE ANOTHER.
           MOVE SPACES TO WS-APPRVQ-RECORD
           MOVE ACCOUNT-ID OF LS-ORDER-RECORD TO
               AP-ACCOUNT-ID OF WS-APPRVQ-RECORD
           SET AP-OP-CREDLMT OF WS-APPRVQ-RECORD TO TRUE
           MOVE WS-CREDIT-NOTIONAL TO AP-AMOUNT OF WS-APPRVQ-RECORD
           STRING ORDER-SIDE OF LS-ORDER-RECORD DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  SECURITY-SYMBOL OF LS-ORDER-RECORD
                      DELIMITED BY SIZE
                  ' OVER DVP CREDIT LIMIT - INST ' DELIMITED BY SIZE
                  WS-CREDIT-CUSTOMER-ID DELIMITED BY SIZE
                  INTO AP-DETAIL OF WS-APPRVQ-RECORD
           END-STRING.

       SUM-ONE-CREDIT-ACCOUNT.
           READ ACCOUNT-FILE NEXT RECORD
           IF WS-ACCOUNT-STATUS NOT = '00'
              OR CUSTOMER-ID OF ACCOUNT-RECORD NOT =
                 WS-CREDIT-CUSTOMER-ID
               SET CREDIT-ACCT-SCAN-DONE TO TRUE
           ELSE
               IF DVP-ACCOUNT OF ACCOUNT-RECORD
                   MOVE ACCOUNT-ID OF ACCOUNT-RECORD TO
                       WS-CREDIT-ACCOUNT-ID
                   IF CREDIT-LEDGER-OPEN
                       PERFORM SUM-CREDIT-LEDGER
                   END-IF
                   IF CREDIT-ORDERS-OPEN
                       PERFORM SUM-CREDIT-ORDERS
                   END-IF
               END-IF
           END-IF.

       SUM-CREDIT-LEDGER.
           MOVE 'N' TO WS-CREDIT-LEDG-DONE-SW
           MOVE WS-CREDIT-ACCOUNT-ID TO DL-ACCOUNT-ID
           START DVPLEDG-FILE KEY IS EQUAL TO DL-ACCOUNT-ID
               INVALID KEY SET CREDIT-LEDG-SCAN-DONE TO TRUE
           END-START
           PERFORM SUM-ONE-CREDIT-DELIVERY
               UNTIL CREDIT-LEDG-SCAN-DONE.

       SUM-ONE-CREDIT-DELIVERY.
           READ DVPLEDG-FILE NEXT RECORD
           IF WS-DVPLEDG-STATUS NOT = '00'
              OR DL-ACCOUNT-ID NOT = WS-CREDIT-ACCOUNT-ID
               SET CREDIT-LEDG-SCAN-DONE TO TRUE
           ELSE
               IF DL-PENDING
                   IF DL-NET-AMOUNT < ZERO
                       SUBTRACT DL-NET-AMOUNT FROM WS-CREDIT-EXPOSURE
                   ELSE
                       ADD DL-NET-AMOUNT TO WS-CREDIT-EXPOSURE
                   END-IF
               END-IF
           END-IF.

       SUM-CREDIT-ORDERS.
           MOVE 'N' TO WS-CREDIT-ORDER-DONE-SW
           MOVE WS-CREDIT-ACCOUNT-ID TO ACCOUNT-ID OF ORDER-RECORD
           START ORDER-FILE KEY IS EQUAL TO ACCOUNT-ID OF ORDER-RECORD
               INVALID KEY SET CREDIT-ORDER-SCAN-DONE TO TRUE
           END-START
           PERFORM SUM-ONE-CREDIT-ORDER
               UNTIL CREDIT-ORDER-SCAN-DONE.

       SUM-ONE-CREDIT-ORDER.
      *    A PART-FILLED WORKING ORDER COUNTS IN FULL - TRANPOST
      *    ONLY BOOKS IT TO DVPLEDG ONCE IT IS FILLED.
           READ ORDER-FILE NEXT RECORD
           IF WS-FILE-STATUS NOT = '00'
              OR ACCOUNT-ID OF ORDER-RECORD NOT = WS-CREDIT-ACCOUNT-ID
               SET CREDIT-ORDER-SCAN-DONE TO TRUE
           ELSE
               IF OPEN-ORDER OF ORDER-RECORD
                  OR WORKING-ORDER OF ORDER-RECORD
                  OR HELD-ORDER OF ORDER-RECORD
                   MOVE SECURITY-SYMBOL OF ORDER-RECORD TO
                       WS-CR-SYMBOL
                   MOVE QUANTITY OF ORDER-RECORD TO WS-CR-QUANTITY
                   MOVE LIMIT-PRICE OF ORDER-RECORD TO
                       WS-CR-LIMIT-PRICE
                   MOVE STOP-PRICE OF ORDER-RECORD TO
                       WS-CR-STOP-PRICE
                   MOVE ORDER-AMOUNT OF ORDER-RECORD TO WS-CR-AMOUNT
                   PERFORM PRICE-CREDIT-ORDER
                   ADD WS-CREDIT-ORDER-VALUE TO WS-CREDIT-EXPOSURE
               END-IF
           END-IF.

       PRICE-CREDIT-ORDER.
      *    A DOLLAR-AMOUNT FUND ORDER IS ITS AMOUNT. OTHERWISE THE
      *    QUANTITY AT THE LIMIT, ELSE THE STOP, ELSE THE LAST
      *    SECPRICE CLOSE - A MARKET ORDER IN A NAME WITH NO CLOSE ON
      *    FILE CANNOT BE SIZED AND COUNTS AS ZERO.
           MOVE ZERO TO WS-CREDIT-ORDER-VALUE
           IF WS-CR-AMOUNT NOT NUMERIC
               MOVE ZERO TO WS-CR-AMOUNT
           END-IF
           IF WS-CR-STOP-PRICE NOT NUMERIC
               MOVE ZERO TO WS-CR-STOP-PRICE
           END-IF
           IF WS-CR-AMOUNT > ZERO
               MOVE WS-CR-AMOUNT TO WS-CREDIT-ORDER-VALUE
           ELSE
               MOVE ZERO TO WS-CREDIT-PRICE
               IF WS-CR-LIMIT-PRICE > ZERO
                   MOVE WS-CR-LIMIT-PRICE TO WS-CREDIT-PRICE
               ELSE
                   IF WS-CR-STOP-PRICE > ZERO
                       MOVE WS-CR-STOP-PRICE TO WS-CREDIT-PRICE
                   ELSE
                       IF CREDIT-PRICES-OPEN
                           MOVE WS-CR-SYMBOL TO PRC-SYMBOL
                           READ SECPRICE-FILE
                           IF WS-SECPRICE-STATUS = '00'
                               MOVE PRC-CLOSE-PRICE TO
                                   WS-CREDIT-PRICE
                           END-IF
                       END-IF
                   END-IF
               END-IF
               COMPUTE WS-CREDIT-ORDER-VALUE ROUNDED =
                   WS-CR-QUANTITY * WS-CREDIT-PRICE
           END-IF.

       CHECK-OPERATOR-ENTITLEMENT.
      *    RC 13 IS THE SHARED NOT-ENTITLED CODE; RC 01 MEANS THE
      *    OPERATOR FILE IS NOT YET IN USE AND THE OPERATION IS
               END-IF
           END-IF.

       SET-FUND-NAV-DATE.
      *    TODAY'S NAV BEFORE THE CUT-OFF ON A BUSINESS DAY,
      *    OTHERWISE THE NEXT BUSINESS DAY'S. NO BUSCAL.DAT STILL
      *    SKIPS WEEKENDS.
           MOVE 'N' TO WS-NAV-CALENDAR-SW
           OPEN INPUT BUSCAL-FILE
           IF WS-BUSCAL-STATUS = '00'
               SET NAV-CALENDAR-OPEN TO TRUE
           END-IF

           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-ENTRY-TIME FROM TIME
           MOVE WS-CURRENT-DATE TO WS-NAV-NUM
           COMPUTE WS-NAV-INT = FUNCTION INTEGER-OF-DATE(WS-NAV-NUM)
           PERFORM CHECK-NAV-BUSINESS-DAY
           IF WS-ENTRY-TIME NOT < WS-FUND-CUTOFF-TIME
               MOVE 'N' TO WS-NAV-BUSINESS-DAY-SW
           END-IF
           PERFORM ADVANCE-NAV-DATE
               UNTIL NAV-BUSINESS-DAY
           COMPUTE WS-NAV-NUM = FUNCTION DATE-OF-INTEGER(WS-NAV-INT)
           MOVE WS-NAV-NUM TO FUND-NAV-DATE OF ORDER-RECORD

           IF NAV-CALENDAR-OPEN
               CLOSE BUSCAL-FILE
           END-IF.

       ADVANCE-NAV-DATE.
           ADD 1 TO WS-NAV-INT
           PERFORM CHECK-NAV-BUSINESS-DAY.

       CHECK-NAV-BUSINESS-DAY.
      *    DAY 1 OF THE INTEGER-OF-DATE EPOCH WAS A MONDAY, SO
      *    REMAINDER 6 IS SATURDAY AND 0 IS SUNDAY.
           MOVE 'Y' TO WS-NAV-BUSINESS-DAY-SW
           COMPUTE WS-NAV-REM = FUNCTION REM(WS-NAV-INT, 7)
           IF WS-NAV-REM = 0 OR WS-NAV-REM = 6
               MOVE 'N' TO WS-NAV-BUSINESS-DAY-SW
           ELSE
               IF NAV-CALENDAR-OPEN
                   COMPUTE WS-NAV-NUM =
                       FUNCTION DATE-OF-INTEGER(WS-NAV-INT)
                   MOVE WS-NAV-MARKET TO CAL-MARKET
                   MOVE WS-NAV-NUM TO CAL-HOLIDAY-DATE
                   READ BUSCAL-FILE
                   IF WS-BUSCAL-STATUS = '00'
                       MOVE 'N' TO WS-NAV-BUSINESS-DAY-SW
                   END-IF
               END-IF
           END-IF.

       CHECK-TRADE-SUITABILITY.
           MOVE 'Y' TO WS-SUITABILITY-SW

       CHECK-SECURITY-MASTER.
           MOVE 'Y' TO WS-SECURITY-SW
           MOVE 'N' TO WS-OPTION-SYMBOL-SW
           MOVE 'N' TO WS-FUND-SYMBOL-SW
           MOVE 'N' TO WS-THRESHOLD-SYMBOL-SW

           OPEN INPUT SECMAST-FILE
           IF WS-SECMAST-STATUS = '35'
               IF DELISTED-SECURITY OF SECMAST-RECORD
                   MOVE 'N' TO WS-SECURITY-SW
               END-IF
               IF MUTUAL-FUND-SECURITY OF SECMAST-RECORD
                   SET FUND-SYMBOL TO TRUE
               END-IF
               IF THRESHOLD-SECURITY OF SECMAST-RECORD
                   SET THRESHOLD-SYMBOL TO TRUE
               END-IF
      *        AN EXPIRED OPTION CONTRACT CANNOT BE TICKETED - THE
      *        NIGHTLY OPTEXP BATCH IS THE ONLY THING THAT TOUCHES
      *        IT FROM EXPIRY ON.
       RELEASE-ORDER-EXIT.
           EXIT.

       TRIGGER-ORDER-PROCESS.
      *    THE MARKET TOUCHED THE STOP - A PLAIN STOP BECOMES A
      *    MARKET ORDER, A STOP-LIMIT A LIMIT ORDER AT ITS LIMIT
      *    PRICE. THE ORDER STAYS OPEN FOR THE NEXT ROUTING CUT.
      *    THE TRIGGERING JOB RIDES IN ON UPDATED-BY.
           OPEN I-O ORDER-FILE
           IF WS-FILE-STATUS NOT = '00'
               MOVE 04 TO WS-RETURN-CODE
               GO TO TRIGGER-ORDER-EXIT
           END-IF

           MOVE ORDER-ID OF LS-ORDER-RECORD TO ORDER-ID OF ORDER-RECORD
           READ ORDER-FILE
           IF WS-FILE-STATUS NOT = '00'
               MOVE 01 TO WS-RETURN-CODE
               GO TO TRIGGER-ORDER-CLOSE
           END-IF

           IF NOT OPEN-ORDER OF ORDER-RECORD
              OR NOT STOP-ORDER OF ORDER-RECORD
               MOVE 03 TO WS-RETURN-CODE
               MOVE ORDER-RECORD TO LS-ORDER-RECORD
               GO TO TRIGGER-ORDER-CLOSE
           END-IF

           IF LIMIT-PRICE OF ORDER-RECORD GREATER THAN ZERO
               SET LIMIT-ORDER OF ORDER-RECORD TO TRUE
           ELSE
               SET MARKET-ORDER OF ORDER-RECORD TO TRUE
           END-IF
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           MOVE WS-CURRENT-DATE TO STOP-TRIGGER-DATE OF ORDER-RECORD
           MOVE UPDATED-BY OF LS-ORDER-RECORD TO
               UPDATED-BY OF ORDER-RECORD
           PERFORM GET-CURRENT-TIMESTAMP
           MOVE WS-TIMESTAMP TO UPDATED-TIMESTAMP OF ORDER-RECORD
           REWRITE ORDER-RECORD
           IF WS-FILE-STATUS = '00'
               MOVE 00 TO WS-RETURN-CODE
               MOVE ORDER-RECORD TO LS-ORDER-RECORD
               PERFORM JOURNAL-ORDER-IMAGE
           ELSE
               MOVE 04 TO WS-RETURN-CODE
           END-IF

       TRIGGER-ORDER-CLOSE.
           CLOSE ORDER-FILE

       TRIGGER-ORDER-EXIT.
           EXIT.

       CHECK-RESTRICTED-LOTS.
      *    THE SELLABLE QUANTITY IS THE SUM OF OPEN LOTS THAT ARE
      *    FREE STOCK OR RESTRICTED LOTS PAST THE RULE 144 HOLDING
                   ADD LOT-QUANTITY TO WS-SELLABLE-QUANTITY
           END-EVALUATE.

       CLEAR-ONE-SPEC-SLOT.
           MOVE ZERO TO SPEC-LOT-NUMBER OF LS-ORDER-RECORD
                            (WS-SPEC-INDEX)
           MOVE ZERO TO SPEC-LOT-QUANTITY OF LS-ORDER-RECORD
                            (WS-SPEC-INDEX)
           ADD 1 TO WS-SPEC-INDEX.

       CHECK-SPECIFIC-LOTS.
      *    EACH NAMED LOT IS READ BY KEY. THE LOT MUST BE OPEN WITH
      *    QUANTITY LEFT, NAMED ONLY ONCE, AND NOT ASKED FOR MORE
      *    THAN IT HOLDS; THE NAMED QUANTITIES MUST EQUAL THE ORDER
      *    QUANTITY. WITHOUT TAXLOT.DAT THERE IS NOTHING TO NAME.
           MOVE 'Y' TO WS-SPEC-LOT-SW
           MOVE ZERO TO WS-SPEC-TOTAL-QUANTITY
           MOVE ZERO TO WS-SPEC-CONTROL-QUANTITY

           OPEN INPUT TAXLOT-FILE
           IF WS-TAXLOT-STATUS NOT = '00'
               MOVE 'N' TO WS-SPEC-LOT-SW
               GO TO CHECK-SPECIFIC-LOTS-EXIT
           END-IF

           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           MOVE WS-CURRENT-DATE TO WS-TODAY-NUM
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-NUM)

           MOVE 1 TO WS-SPEC-INDEX
           PERFORM CHECK-ONE-SPECIFIC-LOT THRU
               CHECK-ONE-SPECIFIC-LOT-EXIT
               UNTIL WS-SPEC-INDEX >
                         SPECIFIC-LOT-COUNT OF LS-ORDER-RECORD
                  OR NOT SPEC-LOTS-OK
           CLOSE TAXLOT-FILE

           IF NOT SPEC-LOTS-OK
               GO TO CHECK-SPECIFIC-LOTS-EXIT
           END-IF
           IF WS-SPEC-TOTAL-QUANTITY NOT = QUANTITY OF LS-ORDER-RECORD
               MOVE 'N' TO WS-SPEC-LOT-SW
               GO TO CHECK-SPECIFIC-LOTS-EXIT
           END-IF
           IF WS-SPEC-CONTROL-QUANTITY > WS-CONTROL-VOLUME-LIMIT
               MOVE 'R' TO WS-SPEC-LOT-SW
           END-IF.

       CHECK-SPECIFIC-LOTS-EXIT.
           EXIT.

       CHECK-ONE-SPECIFIC-LOT.
           MOVE 1 TO WS-SPEC-PRIOR-INDEX
           PERFORM MATCH-ONE-PRIOR-SPEC-LOT
               UNTIL WS-SPEC-PRIOR-INDEX NOT LESS THAN WS-SPEC-INDEX
           IF NOT SPEC-LOTS-OK
               GO TO CHECK-ONE-SPECIFIC-LOT-EXIT
           END-IF

           MOVE ACCOUNT-ID OF LS-ORDER-RECORD TO LOT-ACCOUNT-ID
           MOVE SECURITY-SYMBOL OF LS-ORDER-RECORD TO
               LOT-SECURITY-SYMBOL
           MOVE SPEC-LOT-NUMBER OF LS-ORDER-RECORD (WS-SPEC-INDEX)
               TO LOT-NUMBER
           READ TAXLOT-FILE
           IF WS-TAXLOT-STATUS NOT = '00'
              OR NOT OPEN-LOT
              OR LOT-QUANTITY NOT > ZERO
               MOVE 'N' TO WS-SPEC-LOT-SW
               GO TO CHECK-ONE-SPECIFIC-LOT-EXIT
           END-IF

           IF SPEC-LOT-QUANTITY OF LS-ORDER-RECORD (WS-SPEC-INDEX)
                  NOT NUMERIC
              OR SPEC-LOT-QUANTITY OF LS-ORDER-RECORD (WS-SPEC-INDEX)
                  NOT > ZERO
               MOVE LOT-QUANTITY TO
                   SPEC-LOT-QUANTITY OF LS-ORDER-RECORD (WS-SPEC-INDEX)
           END-IF
           IF SPEC-LOT-QUANTITY OF LS-ORDER-RECORD (WS-SPEC-INDEX)
                  > LOT-QUANTITY
               MOVE 'N' TO WS-SPEC-LOT-SW
               GO TO CHECK-ONE-SPECIFIC-LOT-EXIT
           END-IF
           ADD SPEC-LOT-QUANTITY OF LS-ORDER-RECORD (WS-SPEC-INDEX)
               TO WS-SPEC-TOTAL-QUANTITY

           EVALUATE TRUE
               WHEN RESTRICTED-LOT
                   IF LOT-ACQUIRE-DATE NOT NUMERIC
                       MOVE 'R' TO WS-SPEC-LOT-SW
                       GO TO CHECK-ONE-SPECIFIC-LOT-EXIT
                   END-IF
                   MOVE LOT-ACQUIRE-DATE TO WS-ACQUIRE-DATE-NUM
                   COMPUTE WS-ACQUIRE-INT = FUNCTION
                       INTEGER-OF-DATE(WS-ACQUIRE-DATE-NUM)
                   COMPUTE WS-HELD-DAYS =
                       WS-TODAY-INT - WS-ACQUIRE-INT
                   IF WS-HELD-DAYS < WS-HOLDING-PERIOD-DAYS
                       MOVE 'R' TO WS-SPEC-LOT-SW
                   END-IF
               WHEN CONTROL-LOT
                   ADD SPEC-LOT-QUANTITY OF LS-ORDER-RECORD
                           (WS-SPEC-INDEX)
                       TO WS-SPEC-CONTROL-QUANTITY
           END-EVALUATE
           ADD 1 TO WS-SPEC-INDEX.

       CHECK-ONE-SPECIFIC-LOT-EXIT.
           EXIT.

       MATCH-ONE-PRIOR-SPEC-LOT.
           IF SPEC-LOT-NUMBER OF LS-ORDER-RECORD (WS-SPEC-PRIOR-INDEX)
              = SPEC-LOT-NUMBER OF LS-ORDER-RECORD (WS-SPEC-INDEX)
               MOVE 'N' TO WS-SPEC-LOT-SW
           END-IF
           ADD 1 TO WS-SPEC-PRIOR-INDEX.

       CHECK-REP-LICENSE.
      *    NO REPMAST.DAT ON FILE LEAVES THE GATE OPEN FOR
      *    BOOTSTRAPPING; SO DOES AN ACCOUNT WITH NO OFFICER OR AN
              OR (BS-EXPIRY-DATE NOT = SPACES
                  AND BS-EXPIRY-DATE < WS-CURRENT-DATE)
               SET BLUESKY-WARN TO TRUE
           END-IF

      *    A VALIDATE-ONLY RUN FILES NO CASE - THE TICKET MAY NEVER
      *    BE SUBMITTED.
           IF BLUESKY-WARN
              AND NOT VALIDATE-ONLY
               MOVE SPACES TO WS-EXCPQ-RECORD
               MOVE 'ORDMGMT ' TO
                   EX-SOURCE-PROGRAM OF WS-EXCPQ-RECORD
           CLOSE RESTLIST-FILE

           IF LIST-GREY-REPORT
              AND NOT VALIDATE-ONLY
               MOVE SPACES TO WS-EXCPQ-RECORD
               MOVE 'ORDMGMT ' TO
                   EX-SOURCE-PROGRAM OF WS-EXCPQ-RECORD
       CHECK-AGREEMENTS-EXIT.
           EXIT.

       CHECK-PRE-BORROW.
      *    A PRE-BORROWED SHORT ALWAYS PASSES. OTHERWISE THE SYMBOL'S
      *    THRESHOLD FLAG (READ WITH THE SECURITY MASTER) OR THE
      *    ACCOUNT'S PENALTY-BOX FLAG BLOCKS; AN ACCOUNT THAT CANNOT
      *    BE READ IS LEFT TO THE SYMBOL TEST ALONE.
           MOVE 'Y' TO WS-PREBORROW-SW
           IF PRE-BORROWED OF LS-ORDER-RECORD
               GO TO CHECK-PRE-BORROW-EXIT
           END-IF
           IF THRESHOLD-SYMBOL
               MOVE 'N' TO WS-PREBORROW-SW
               GO TO CHECK-PRE-BORROW-EXIT
           END-IF

           OPEN INPUT ACCOUNT-FILE
           IF WS-ACCOUNT-STATUS NOT = '00'
               GO TO CHECK-PRE-BORROW-EXIT
           END-IF
           MOVE ACCOUNT-ID OF LS-ORDER-RECORD TO
               ACCOUNT-ID OF ACCOUNT-RECORD
           READ ACCOUNT-FILE
           IF WS-ACCOUNT-STATUS = '00'
              AND PREBORROW-REQUIRED OF ACCOUNT-RECORD
               MOVE 'N' TO WS-PREBORROW-SW
           END-IF
           CLOSE ACCOUNT-FILE.

       CHECK-PRE-BORROW-EXIT.
           EXIT.

       READ-ORDER-PROCESS.
           OPEN INPUT ORDER-FILE
           IF WS-FILE-STATUS NOT = '00'
           END-IF

           SET WORKING-ORDER OF ORDER-RECORD TO TRUE
           IF ROUTED-VENUE OF LS-ORDER-RECORD NOT = SPACES
               MOVE ROUTED-VENUE OF LS-ORDER-RECORD TO
                   ROUTED-VENUE OF ORDER-RECORD
           END-IF
           PERFORM GET-CURRENT-TIMESTAMP
           MOVE WS-TIMESTAMP TO UPDATED-TIMESTAMP OF ORDER-RECORD
           REWRITE ORDER-RECORD
               GO TO FILL-ORDER-CLOSE
           END-IF

      *    A DOLLAR-AMOUNT FUND ORDER LEARNS ITS SHARE COUNT FROM
      *    THE FUND COMPANY'S CONFIRM, WHICH FILLS IT IN ONE PIECE.
           IF FUND-ORDER OF ORDER-RECORD
              AND QUANTITY OF ORDER-RECORD = ZERO
               MOVE FILLED-QUANTITY OF LS-ORDER-RECORD TO
                   QUANTITY OF ORDER-RECORD
           END-IF

      *    THE CALLER'S FILLED-QUANTITY/FILLED-PRICE ARE THIS
      *    EXECUTION'S PIECE, NOT THE ORDER TOTAL - THE ORDER
      *    ACCUMULATES ACROSS FILL CALLS AND AN OVERFILL IS REFUSED.
                  DELIMITED BY SIZE
                  INTO EXEC-TIME
           END-STRING
           IF ROUTED-VENUE OF LS-ORDER-RECORD NOT = SPACES
               MOVE ROUTED-VENUE OF LS-ORDER-RECORD TO EXEC-VENUE
           ELSE
               MOVE ROUTED-VENUE OF ORDER-RECORD TO EXEC-VENUE
           END-IF

           WRITE EXECFILE-RECORD
           IF WS-EXEC-STATUS = '00'
                                 WS-JOURNAL-KEY,
                                 WS-JOURNAL-PROGRAM,
                                 WS-JOURNAL-IMAGE
           PERFORM WRITE-ORDER-EVENT THRU WRITE-ORDER-EVENT-EXIT
           PERFORM PUBLISH-ORDER-EVENT.

       PUBLISH-ORDER-EVENT.
      *    THE SAME IMAGE GOES TO THE CHANGE-DATA-CAPTURE FEED. THE
      *    ORDER'S NEW STATE IS ORDER-STATUS ON THE IMAGE; THE EVENT
      *    TYPE ONLY SAYS WHETHER THE ORDER WAS BORN, CANCELLED, OR
      *    MOVED ON.
           EVALUATE WS-EVENT-TYPE
               WHEN 'CREATE'
                   MOVE 'CREATED ' TO WS-CDC-EVENT-TYPE
               WHEN 'CANCEL'
                   MOVE 'CANCELED' TO WS-CDC-EVENT-TYPE
               WHEN OTHER
                   MOVE 'UPDATED ' TO WS-CDC-EVENT-TYPE
           END-EVALUATE
           MOVE WS-JOURNAL-KEY TO WS-CDC-KEY
           MOVE ORDER-ID OF ORDER-RECORD TO WS-CDC-CORRELATION-ID
           MOVE SPACES TO WS-CDC-IMAGE
           MOVE ORDER-RECORD TO WS-CDC-IMAGE
           CALL 'CDCPUB' USING WS-CDC-ENTITY-TYPE,
                                WS-CDC-EVENT-TYPE,
                                WS-CDC-KEY,
                                WS-CDC-CORRELATION-ID,
                                WS-JOURNAL-PROGRAM,
                                WS-CDC-IMAGE.

       WRITE-ORDER-EVENT.
      *    THE ORDER EVENT JOURNAL IS THE LIFECYCLE RECORD THE
           MOVE SECURITY-SYMBOL OF ORDER-RECORD TO
               OE-SECURITY-SYMBOL
           MOVE ORDER-SIDE OF ORDER-RECORD TO OE-SIDE
           EVALUATE WS-EVENT-TYPE
               WHEN 'FILL  '
                   MOVE FILLED-QUANTITY OF ORDER-RECORD TO OE-QUANTITY
                   MOVE FILLED-PRICE OF ORDER-RECORD TO OE-PRICE
               WHEN 'TRIGGR'
                   MOVE QUANTITY OF ORDER-RECORD TO OE-QUANTITY
                   MOVE STOP-PRICE OF ORDER-RECORD TO OE-PRICE
               WHEN OTHER
                   MOVE QUANTITY OF ORDER-RECORD TO OE-QUANTITY
                   MOVE LIMIT-PRICE OF ORDER-RECORD TO OE-PRICE
           END-EVALUATE
           MOVE ORDER-STATUS OF ORDER-RECORD TO OE-ORDER-STATUS
           MOVE UPDATED-BY OF ORDER-RECORD TO OE-OPERATOR
           WRITE ORDEVT-RECORD
