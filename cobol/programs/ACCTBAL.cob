      * FUNCTIONS: CALCULATE BALANCES, VALIDATE TRANSACTIONS
      *
      * MODIFICATION HISTORY
      * 2026-10-15  UPDBAL REPORTS EACH CHANGE IT MAKES TO
      *             ACCOUNT-BALANCE TO CTLTOTAL, SO EODDRIVER CAN PROVE
      *             EACH BATCH STEP'S EFFECT ON ACCOUNT.DAT AGAINST
      *             WHAT IT POSTED.
      * 2026-10-15  A NEW LINKAGE PARAMETER, LS-ORDER-ID, CARRIES THE
      *             POSTING'S ORDER-ID IN FROM TRANPOST AND ON TO
      *             POSMGMT, SO A SALE RELIEVES THE TAX LOTS NAMED ON
      *             ITS SELL ORDER. SPACES WHEN THE POSTING HAS NO
      *             ORDER. THE ACCOUNT'S COST-BASIS-METHOD GOES TO
      *             POSMGMT WITH IT, SO LOT RELIEF FOLLOWS THE
      *             ACCOUNT'S ELECTION.
      * 2026-10-15  THE IRA CONTRIBUTION LIMIT NOW FOLLOWS THE
      *             ACCOUNT'S IRA-SUBTYPE - A SEP IRA IS HELD TO
      *             WS-SEP-CONTRIBUTION-LIMIT, TRADITIONAL AND ROTH TO
      *             WS-IRA-CONTRIBUTION-LIMIT. A DEP ARRIVING ON THE
      *             'ROLLOVER', 'CONVERSN' OR 'REVERSAL' CHANNEL IS
      *             NOT A CONTRIBUTION AND SKIPS THE LIMIT; ONE ON
      *             'PRIORYR ' IS MEASURED AGAINST LAST YEAR'S
      *             CONTRIBUTIONS AND REFUSED (16) AFTER APRIL 15.
      *             ROLLOVER, CONVERSION AND REVERSAL ROWS NO LONGER
      *             COUNT IN THE YEAR-TO-DATE SUM. UPDBAL STARTS A ROTH
      *             IRA'S FIVE-YEAR CLOCK (ROTH-CLOCK-START-DATE,
      *             JANUARY 1 OF THE YEAR) ON ITS FIRST DEP OR RCV.
      * 2026-10-15  VALIDATE AND UPDBAL NOW TAKE THE SECURITIES
      *             DELIVERY TYPES 'DLV' AND 'RCV'. NEITHER MOVES
      *             CASH - THE AMOUNT IS THE COST BASIS CARRIED AND
      *             MAY BE ZERO FOR A GIFTED OR ZERO-COST HOLDING -
      *             SO BOTH SKIP THE BALANCE LEG AND GO STRAIGHT TO
      *             POSMGMT. A DLV MUST NOT DELIVER MORE THAN THE
      *             POSITION ON FILE, THE SAME CHECK A SEL GETS.
      * 2026-09-03  DVP/RVP: A TRADE ON AN ACCOUNT CARRYING THE
      *             REG-DVP-FLAG MOVES ITS POSITION BUT NOT ITS
      *             CASH - THE MONEY SETTLES DELIVERY-VERSUS-PAYMENT
       01  WS-POSMGMT-CALL-OP            PIC X(06).
       01  WS-POSMGMT-READ-OP            PIC X(06) VALUE 'READ  '.
       01  WS-POSMGMT-RETURN-CODE        PIC 9(02).

       01  WS-CTLTOTAL-OPERATION         PIC X(06) VALUE 'CLAIM '.
       01  WS-CTLTOTAL-RETURN-CODE       PIC 9(02).
       01  WS-PRIOR-BALANCE              PIC S9(13)V99 COMP-3.
       COPY CTLFIG.
       01  WS-POSMGMT-QUANTITY           PIC S9(09)V999 COMP-3.

       01  WS-CONVERTED-AMOUNT           PIC S9(13)V99 COMP-3.
       01  WS-HIST-CONVERTED-AMOUNT      PIC S9(13)V99 COMP-3.

       01  WS-IRA-CONTRIBUTION-LIMIT     PIC 9(07)V99 VALUE 7000.00.
       01  WS-SEP-CONTRIBUTION-LIMIT     PIC 9(07)V99 VALUE 70000.00.
       01  WS-IRA-APPLIED-LIMIT          PIC 9(07)V99.
       01  WS-IRA-YTD-CONTRIBUTIONS      PIC S9(13)V99 COMP-3.
       01  WS-IRA-LIMIT-YEAR             PIC 9(04).
       01  WS-IRA-CONTRIB-YEAR           PIC 9(04).
       01  WS-PRIOR-YEAR-DEADLINE-MMDD   PIC 9(04) VALUE 0415.
       01  WS-TODAY-DATE.
           05  WS-CURRENT-YEAR           PIC 9(04).
           05  FILLER                    PIC 9(04).
       01  LS-TRANSACTION-CURRENCY       PIC X(03).
       01  LS-TRANSACTION-ID             PIC X(16).
       01  LS-DEPOSIT-CHANNEL            PIC X(08).
       01  LS-ORDER-ID                   PIC X(16).

       PROCEDURE DIVISION USING LS-OPERATION-CODE
                               LS-ACCOUNT-ID
                               LS-ACCOUNT-VERSION
                               LS-TRANSACTION-CURRENCY
                               LS-TRANSACTION-ID
                               LS-DEPOSIT-CHANNEL
                               LS-ORDER-ID.

       MAIN-PROCESS.
           MOVE LS-OPERATION-CODE TO WS-OPERATION
           GOBACK.

       UPDATE-ACCOUNT-BALANCE.
           IF LS-TRANSACTION-AMOUNT < ZERO
              OR (LS-TRANSACTION-AMOUNT = ZERO
                  AND LS-TRANSACTION-TYPE NOT = 'DLV'
                  AND LS-TRANSACTION-TYPE NOT = 'RCV')
               MOVE 03 TO WS-RETURN-CODE
               GO TO UPDATE-BALANCE-EXIT
           END-IF
           MOVE LS-ACCOUNT-ID TO ACCOUNT-ID OF ACCOUNT-RECORD
           READ ACCOUNT-FILE
           IF WS-FILE-STATUS = '00'
               MOVE ACCOUNT-BALANCE TO WS-PRIOR-BALANCE
               IF LS-ACCOUNT-VERSION NOT = ACCOUNT-VERSION OF
                  ACCOUNT-RECORD
                   MOVE 07 TO WS-RETURN-CODE
                               FROM AVAILABLE-BALANCE
                       END-IF
                       PERFORM POST-POSITION-CHANGE
                   WHEN 'DLV'
                   WHEN 'RCV'
      *                A SECURITIES DELIVERY MOVES SHARES AND THEIR
      *                LOTS ONLY - THERE IS NO CASH LEG.
                       PERFORM POST-POSITION-CHANGE
                   WHEN OTHER
                       MOVE 03 TO WS-RETURN-CODE
                       GO TO UPDATE-BALANCE-EXIT
               END-EVALUATE

               IF LS-TRANSACTION-TYPE = 'DEP' OR 'WTH' OR 'BUY' OR 'SEL'
                  OR 'SHT' OR 'CVR' OR 'DLV' OR 'RCV'
                   ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
                   MOVE WS-TODAY-DATE TO LAST-ACTIVITY-DATE OF
                       ACCOUNT-RECORD
               END-IF

      *        THE FIRST MONEY INTO A ROTH IRA - A CONTRIBUTION OR A
      *        CONVERSION'S CASH OR SHARES - STARTS ITS FIVE-YEAR
      *        CLOCK ON JANUARY 1 OF THE YEAR.
               IF IRA-ACCOUNT OF ACCOUNT-RECORD
                  AND ROTH-IRA OF ACCOUNT-RECORD
                  AND ROTH-CLOCK-START-DATE OF ACCOUNT-RECORD = SPACES
                  AND (LS-TRANSACTION-TYPE = 'DEP' OR 'RCV')
                  AND LS-DEPOSIT-CHANNEL NOT = 'REVERSAL'
                   STRING WS-CURRENT-YEAR '0101' DELIMITED BY SIZE
                       INTO ROTH-CLOCK-START-DATE OF ACCOUNT-RECORD
                   END-STRING
               END-IF

               MOVE ACCOUNT-BALANCE TO WS-CALCULATED-BALANCE
               ADD 1 TO ACCOUNT-VERSION OF ACCOUNT-RECORD
               REWRITE ACCOUNT-RECORD
               IF WS-FILE-STATUS = '00'
                   PERFORM CLAIM-BALANCE-CHANGE
               END-IF
               IF WS-FILE-STATUS = '00' AND WS-POSMGMT-RETURN-CODE = 00
                   MOVE 00 TO WS-RETURN-CODE
                   MOVE ACCOUNT-VERSION OF ACCOUNT-RECORD TO
       UPDATE-BALANCE-EXIT.
           EXIT.

      *    THE CHANGE JUST REWRITTEN TO ACCOUNT-BALANCE IS REPORTED TO
      *    CTLTOTAL, SO EODDRIVER CAN PROVE A BATCH STEP'S EFFECT ON
      *    ACCOUNT.DAT AGAINST WHAT IT POSTED.
       CLAIM-BALANCE-CHANGE.
           MOVE ZERO TO CF-ACCOUNT-COUNT
           COMPUTE CF-ACCOUNT-BALANCE =
               ACCOUNT-BALANCE - WS-PRIOR-BALANCE
           MOVE ZERO TO CF-SETTLED-BALANCE
           MOVE ZERO TO CF-TRANS-COUNT
           MOVE ZERO TO CF-TRANS-AMOUNT
           MOVE ZERO TO CF-POSITION-COUNT
           MOVE ZERO TO CF-POSITION-QUANTITY
           CALL 'CTLTOTAL' USING WS-CTLTOTAL-OPERATION,
                                 CTLFIG-RECORD,
                                 WS-CTLTOTAL-RETURN-CODE.

       LOOKUP-DEPOSIT-HOLD-DAYS.
           MOVE ZERO TO WS-HOLD-DAYS-APPLIED
           MOVE 'N' TO WS-HOLD-FOUND-SW
                                 LS-QUANTITY,
                                 LS-PRICE,
                                 WS-POSMGMT-QUANTITY,
                                 WS-POSMGMT-RETURN-CODE,
                                 LS-ORDER-ID,
                                 COST-BASIS-METHOD OF ACCOUNT-RECORD.

       VALIDATE-TRANSACTION-FUNDS.
           IF LS-TRANSACTION-AMOUNT < ZERO
              OR (LS-TRANSACTION-AMOUNT = ZERO
                  AND LS-TRANSACTION-TYPE NOT = 'DLV'
                  AND LS-TRANSACTION-TYPE NOT = 'RCV')
               MOVE 03 TO WS-RETURN-CODE
               GO TO VALIDATE-EXIT
           END-IF
                                   MOVE 00 TO WS-RETURN-CODE
                               END-IF
                           WHEN 'SEL'
                           WHEN 'DLV'
                               PERFORM CHECK-SELL-QUANTITY
                                   THRU CHECK-SELL-QUANTITY-EXIT
                           WHEN 'RCV'
                               MOVE 00 TO WS-RETURN-CODE
                           WHEN 'DIV'
                           WHEN 'INT'
                               MOVE 00 TO WS-RETURN-CODE
           EXIT.

       CHECK-IRA-CONTRIBUTION-LIMIT.
      *    A ROLLOVER, A ROTH CONVERSION, OR A REVERSAL PUTTING BACK
      *    A DISTRIBUTION IS NOT A CONTRIBUTION AND HAS NO LIMIT.
           IF LS-DEPOSIT-CHANNEL = 'ROLLOVER' OR 'CONVERSN'
              OR 'REVERSAL'
               MOVE 00 TO WS-RETURN-CODE
               GO TO CHECK-IRA-LIMIT-EXIT
           END-IF

           MOVE ZERO TO WS-IRA-YTD-CONTRIBUTIONS
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD

      *    A PRIOR-YEAR CONTRIBUTION IS ONLY TAKEN UP TO THE APRIL
      *    DEADLINE AND IS MEASURED AGAINST LAST YEAR'S TOTAL.
           MOVE WS-CURRENT-YEAR TO WS-IRA-LIMIT-YEAR
           IF LS-DEPOSIT-CHANNEL = 'PRIORYR '
               IF WS-TODAY-DATE(5:4) > WS-PRIOR-YEAR-DEADLINE-MMDD
                   MOVE 16 TO WS-RETURN-CODE
                   GO TO CHECK-IRA-LIMIT-EXIT
               END-IF
               SUBTRACT 1 FROM WS-IRA-LIMIT-YEAR
           END-IF

           IF SEP-IRA OF ACCOUNT-RECORD
               MOVE WS-SEP-CONTRIBUTION-LIMIT TO WS-IRA-APPLIED-LIMIT
           ELSE
               MOVE WS-IRA-CONTRIBUTION-LIMIT TO WS-IRA-APPLIED-LIMIT
           END-IF

           OPEN INPUT TRANSACTION-FILE
           IF WS-TRANS-STATUS NOT = '00'
               MOVE 04 TO WS-RETURN-CODE
           CLOSE TRANSACTION-FILE

           IF WS-IRA-YTD-CONTRIBUTIONS + WS-CONVERTED-AMOUNT >
              WS-IRA-APPLIED-LIMIT
               MOVE 08 TO WS-RETURN-CODE
           ELSE
               MOVE 00 TO WS-RETURN-CODE
           IF WS-TRANS-STATUS = '00'
               IF ACCOUNT-ID OF TRANSACTION-RECORD = LS-ACCOUNT-ID
                   IF DEPOSIT-TRANS OF TRANSACTION-RECORD
                      AND NOT CANCELLED-STATUS OF TRANSACTION-RECORD
                      AND NOT IRA-ROLLOVER-SUBTYPE OF TRANSACTION-RECORD
                      AND NOT IRA-CONVERSION-SUBTYPE OF
                          TRANSACTION-RECORD
                      AND REVERSAL-OF-ID OF TRANSACTION-RECORD = SPACES
                       MOVE TRANSACTION-DATE OF TRANSACTION-RECORD(1:4)
                           TO WS-IRA-CONTRIB-YEAR
                       IF IRA-PRIOR-YEAR-SUBTYPE OF TRANSACTION-RECORD
                           SUBTRACT 1 FROM WS-IRA-CONTRIB-YEAR
                       END-IF
                       IF WS-IRA-CONTRIB-YEAR = WS-IRA-LIMIT-YEAR
                           PERFORM CONVERT-HISTORICAL-TRANS-AMOUNT THRU
                               CONVERT-HISTORICAL-EXIT
                           ADD WS-HIST-CONVERTED-AMOUNT TO
                               WS-IRA-YTD-CONTRIBUTIONS
                       END-IF
                   END-IF
               ELSE
                   MOVE '10' TO WS-TRANS-STATUS
                                 LS-QUANTITY,
                                 LS-PRICE,
                                 WS-POSMGMT-QUANTITY,
                                 WS-POSMGMT-RETURN-CODE,
                                 LS-ORDER-ID,
                                 COST-BASIS-METHOD OF ACCOUNT-RECORD

           IF WS-POSMGMT-RETURN-CODE = 00
              AND LS-QUANTITY NOT GREATER THAN WS-POSMGMT-QUANTITY
                                 LS-QUANTITY,
                                 LS-PRICE,
                                 WS-POSMGMT-QUANTITY,
                                 WS-POSMGMT-RETURN-CODE,
                                 LS-ORDER-ID,
                                 COST-BASIS-METHOD OF ACCOUNT-RECORD

           IF WS-POSMGMT-RETURN-CODE = 00
              AND WS-POSMGMT-QUANTITY < ZERO
