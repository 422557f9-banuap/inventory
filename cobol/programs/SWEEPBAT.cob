      *          SELLING BACK OUT OF THE SWEEP HAPPENS AT POSTING TIME
      *          IN TRANPOST, WHICH REDEEMS SWEEP SHARES WHEN A
      *          POSTING WOULD OTHERWISE FAIL FOR INSUFFICIENT FUNDS.
      *          EACH BUSINESS NIGHT THE ENROLLMENT'S SWEEP POSITION
      *          ALSO ACCRUES THE FUND'S DAILY DIVIDEND (SECMAST
      *          SEC-MM-DAILY-FACTOR) INTO SWPACR.DAT, THROUGH TO THE
      *          NEXT BUSINESS DAY. ON THE LAST BUSINESS DAY OF THE
      *          MONTH THE UNPAID ACCRUALS POST AS ONE DIV AND ARE
      *          REINVESTED IN THE SWEEP SYMBOL; A POSITION FOUND
      *          REDEEMED TO ZERO HAS ITS ACCRUALS PAID OUT AS CASH
      *          THAT NIGHT. A REJECTED DIV GOES ON THE SUSPENSE
      *          QUEUE.
      * FUNCTIONS: STANDALONE BATCH JOB - RUN NIGHTLY, AFTER THE
      *            EODDRIVER WINDOW, ALONGSIDE THE OTHER STANDALONE
      *            NIGHTLY JOBS (AMLMON, MARGCALL).
               RECORD KEY IS ACCOUNT-ID
               FILE STATUS IS WS-FILE-STATUS.

           SELECT SECMAST-FILE ASSIGN TO "SECMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SEC-SYMBOL
               FILE STATUS IS WS-SECMAST-STATUS.

           SELECT SWPACR-FILE ASSIGN TO "SWPACR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SWA-KEY
               FILE STATUS IS WS-SWPACR-STATUS.

           SELECT BUSCAL-FILE ASSIGN TO "BUSCAL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAL-KEY
               FILE STATUS IS WS-BUSCAL-STATUS.

           SELECT SWEEPBAT-LOG-FILE ASSIGN TO "SWEEPBAT.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.
       FD  ACCOUNT-FILE.
       COPY ACCOUNT.

       FD  SECMAST-FILE.
       COPY SECMAST.

       FD  SWPACR-FILE.
       COPY SWPACR.

       FD  BUSCAL-FILE.
       COPY BUSCAL.

       FD  SWEEPBAT-LOG-FILE.
       01  SWEEPBAT-LOG-LINE             PIC X(132).

       01  WS-FILE-STATUS                PIC XX.
       01  WS-LOG-STATUS                 PIC XX.

       01  WS-SECMAST-STATUS             PIC XX.
       01  WS-SWPACR-STATUS              PIC XX.
       01  WS-BUSCAL-STATUS              PIC XX.

       01  WS-CURRENT-DATE               PIC X(08).
       01  WS-CURRENT-TIME.
           05  WS-CURRENT-HOUR           PIC 9(02).
           05  WS-CURRENT-MINUTE         PIC 9(02).
           05  WS-CURRENT-SECOND         PIC 9(02).
           05  WS-CURRENT-HUNDREDTH      PIC 9(02).
       01  WS-TIMESTAMP                  PIC X(26).

       01  WS-SECMAST-OPEN-SW            PIC X(01) VALUE 'N'.
           88  SECMAST-OPEN              VALUE 'Y'.
       01  WS-ACCRUALS-OPEN-SW           PIC X(01) VALUE 'N'.
           88  ACCRUALS-OPEN             VALUE 'Y'.
       01  WS-CALENDAR-OPEN-SW           PIC X(01) VALUE 'N'.
           88  CALENDAR-OPEN             VALUE 'Y'.
       01  WS-BUSINESS-DAY-SW            PIC X(01).
           88  BUSINESS-DAY              VALUE 'Y'.
       01  WS-TODAY-BUSINESS-SW          PIC X(01) VALUE 'N'.
           88  TODAY-IS-BUSINESS-DAY     VALUE 'Y'.
       01  WS-PAY-DATE-SW                PIC X(01) VALUE 'N'.
           88  TODAY-IS-PAY-DATE         VALUE 'Y'.
       01  WS-CAL-MARKET                 PIC X(04) VALUE 'US  '.
       01  WS-TODAY-INT                  PIC 9(08).
       01  WS-CAL-INT                    PIC 9(08).
       01  WS-CAL-NUM                    PIC 9(08).
       01  WS-CAL-REM                    PIC 9(01).
       01  WS-DAYS-ACCRUED               PIC 9(02).

       01  WS-POSMGMT-READ-OP            PIC X(06) VALUE 'READ  '.
       01  WS-POSMGMT-RETURN-CODE        PIC 9(02).
       01  WS-POSMGMT-TYPE               PIC X(03) VALUE SPACES.
       01  WS-POSMGMT-QUANTITY           PIC S9(09)V999 COMP-3
                                         VALUE ZERO.
       01  WS-POSMGMT-PRICE              PIC S9(09)V9999 COMP-3
                                         VALUE ZERO.
       01  WS-NO-ORDER-ID                PIC X(16) VALUE SPACES.
       01  WS-NO-COST-BASIS-METHOD       PIC X(01) VALUE SPACE.
       01  WS-SWEEP-SHARES               PIC S9(09)V999 COMP-3.

       01  WS-DAILY-FACTOR               PIC 9(01)V9(09) COMP-3.
       01  WS-UNPAID-INCOME              PIC S9(11)V9(06) COMP-3.
       01  WS-UNPAID-ROWS                PIC 9(05) COMP.
       01  WS-INCOME-AMOUNT              PIC S9(13)V99 COMP-3.
       01  WS-PAYOUT-TYPE-SW             PIC X(01).
           88  MONTH-END-PAYOUT          VALUE 'M'.
           88  REDEMPTION-PAYOUT         VALUE 'R'.
       01  WS-ACCRUAL-NOTE               PIC X(60).

       01  WS-EXCESS-CASH                PIC S9(13)V99 COMP-3.
       01  WS-AMOUNT-DISPLAY             PIC Z(09)9.99.
       COPY TRANSACTION REPLACING TRANSACTION-RECORD BY
           WS-TRANSACTION-RECORD.

       01  WS-SUSPQ-OPERATION            PIC X(06) VALUE 'SUBMIT'.
       01  WS-SUSPQ-RETURN-CODE          PIC 9(02).
       COPY SUSPREC REPLACING SUSPQ-RECORD BY WS-SUSPQ-RECORD.

       01  WS-SCANNED-COUNT              PIC 9(07) COMP.
       01  WS-SWEPT-COUNT                PIC 9(07) COMP.
       01  WS-REJECTED-COUNT             PIC 9(07) COMP.
       01  WS-SCANNED-DISPLAY            PIC ZZZZZZ9.
       01  WS-SWEPT-DISPLAY              PIC ZZZZZZ9.
       01  WS-REJECTED-DISPLAY           PIC ZZZZZZ9.
       01  WS-ACCRUED-COUNT              PIC 9(07) COMP.
       01  WS-PAID-COUNT                 PIC 9(07) COMP.
       01  WS-REINVESTED-COUNT           PIC 9(07) COMP.
       01  WS-ACCRUED-DISPLAY            PIC ZZZZZZ9.
       01  WS-PAID-DISPLAY               PIC ZZZZZZ9.
       01  WS-REINVESTED-DISPLAY         PIC ZZZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           MOVE ZERO TO WS-SCANNED-COUNT
           MOVE ZERO TO WS-SWEPT-COUNT
           MOVE ZERO TO WS-REJECTED-COUNT
           MOVE ZERO TO WS-ACCRUED-COUNT
           MOVE ZERO TO WS-PAID-COUNT
           MOVE ZERO TO WS-REINVESTED-COUNT
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD

           OPEN INPUT SWEEPENR-FILE
                  WS-CURRENT-DATE DELIMITED BY SIZE
                  INTO SWEEPBAT-LOG-LINE
           END-STRING
           WRITE SWEEPBAT-LOG-LINE

           PERFORM OPEN-ACCRUAL-FILES
           PERFORM SET-ACCRUAL-CALENDAR.

       OPEN-ACCRUAL-FILES.
      *    NO SECMAST.DAT MEANS NO DAILY FACTOR TO ACCRUE OFF, BUT
      *    ROWS ALREADY ON SWPACR.DAT ARE STILL PAID ON SCHEDULE.
           OPEN INPUT SECMAST-FILE
           IF WS-SECMAST-STATUS = '00'
               SET SECMAST-OPEN TO TRUE
           END-IF

           OPEN I-O SWPACR-FILE
           IF WS-SWPACR-STATUS = '35'
      *        First accrual ever written - file has to be created.
               OPEN OUTPUT SWPACR-FILE
               CLOSE SWPACR-FILE
               OPEN I-O SWPACR-FILE
           END-IF
           IF WS-SWPACR-STATUS = '00'
               SET ACCRUALS-OPEN TO TRUE
           ELSE
               DISPLAY 'SWEEPBAT: UNABLE TO OPEN SWPACR.DAT, '
                   'STATUS = ' WS-SWPACR-STATUS
                   ' - NO DIVIDEND ACCRUAL THIS RUN'
           END-IF.

       SET-ACCRUAL-CALENDAR.
      *    A NIGHT ACCRUES THROUGH TO THE NEXT BUSINESS DAY, SO A
      *    FRIDAY CARRIES THE WEEKEND AND A RUN ON A NON-BUSINESS
      *    DAY ACCRUES NOTHING. DIVIDENDS PAY ON THE LAST BUSINESS
      *    DAY OF THE MONTH - THE NEXT BUSINESS DAY FALLS IN A
      *    DIFFERENT MONTH. NO BUSCAL.DAT STILL SKIPS WEEKENDS.
           OPEN INPUT BUSCAL-FILE
           IF WS-BUSCAL-STATUS = '00'
               SET CALENDAR-OPEN TO TRUE
           END-IF

           MOVE WS-CURRENT-DATE TO WS-CAL-NUM
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-CAL-NUM)
           MOVE WS-TODAY-INT TO WS-CAL-INT
           PERFORM CHECK-BUSINESS-DAY
           MOVE WS-BUSINESS-DAY-SW TO WS-TODAY-BUSINESS-SW

           PERFORM ADVANCE-CALENDAR-DATE
           PERFORM ADVANCE-CALENDAR-DATE
               UNTIL BUSINESS-DAY
           COMPUTE WS-DAYS-ACCRUED = WS-CAL-INT - WS-TODAY-INT
           COMPUTE WS-CAL-NUM = FUNCTION DATE-OF-INTEGER(WS-CAL-INT)
           IF TODAY-IS-BUSINESS-DAY
              AND WS-CAL-NUM(5:2) NOT = WS-CURRENT-DATE(5:2)
               SET TODAY-IS-PAY-DATE TO TRUE
           END-IF

           IF CALENDAR-OPEN
               CLOSE BUSCAL-FILE
           END-IF.

       ADVANCE-CALENDAR-DATE.
           ADD 1 TO WS-CAL-INT
           PERFORM CHECK-BUSINESS-DAY.

       CHECK-BUSINESS-DAY.
      *    DAY 1 OF THE INTEGER-OF-DATE EPOCH WAS A MONDAY, SO
      *    REMAINDER 6 IS SATURDAY AND 0 IS SUNDAY.
           MOVE 'Y' TO WS-BUSINESS-DAY-SW
           COMPUTE WS-CAL-REM = FUNCTION REM(WS-CAL-INT, 7)
           IF WS-CAL-REM = 0 OR WS-CAL-REM = 6
               MOVE 'N' TO WS-BUSINESS-DAY-SW
           ELSE
               IF CALENDAR-OPEN
                   COMPUTE WS-CAL-NUM =
                       FUNCTION DATE-OF-INTEGER(WS-CAL-INT)
                   MOVE WS-CAL-MARKET TO CAL-MARKET
                   MOVE WS-CAL-NUM TO CAL-HOLIDAY-DATE
                   READ BUSCAL-FILE
                   IF WS-BUSCAL-STATUS = '00'
                       MOVE 'N' TO WS-BUSINESS-DAY-SW
                   END-IF
               END-IF
           END-IF.

       SWEEP-ACCOUNTS-PROCESS.
           MOVE LOW-VALUES TO SWEEP-ACCOUNT-ID OF SWEEPENR-RECORD
                   EVALUATE-SWEEP-EXIT
           END-IF

      *    A SUSPENDED ENROLLMENT STOPS SWEEPING NEW CASH IN, BUT
      *    SHARES ALREADY HELD GO ON EARNING.
           IF ACCRUALS-OPEN
               PERFORM ACCRUE-SWEEP-DIVIDEND THRU
                   ACCRUE-SWEEP-DIVIDEND-EXIT
           END-IF

           READ SWEEPENR-FILE NEXT RECORD.

       EVALUATE-SWEEP-CANDIDATE.
           END-IF
           WRITE SWEEPBAT-LOG-LINE.

       ACCRUE-SWEEP-DIVIDEND.
      *    TONIGHT'S SHARE BALANCE, AFTER ANY SWEEP JUST POSTED.
           MOVE ZERO TO WS-SWEEP-SHARES
           CALL 'POSMGMT' USING WS-POSMGMT-READ-OP,
                                 SWEEP-ACCOUNT-ID OF SWEEPENR-RECORD,
                                 SWEEP-SYMBOL OF SWEEPENR-RECORD,
                                 WS-POSMGMT-TYPE,
                                 WS-POSMGMT-QUANTITY,
                                 WS-POSMGMT-PRICE,
                                 WS-SWEEP-SHARES,
                                 WS-POSMGMT-RETURN-CODE,
                                 WS-NO-ORDER-ID,
                                 WS-NO-COST-BASIS-METHOD
           IF WS-POSMGMT-RETURN-CODE = 01
               MOVE ZERO TO WS-SWEEP-SHARES
           ELSE
               IF WS-POSMGMT-RETURN-CODE NOT = 00
                   MOVE ZERO TO WS-INCOME-AMOUNT
                   MOVE 'SWEEP POSITION UNREADABLE - NOT ACCRUED'
                       TO WS-ACCRUAL-NOTE
                   PERFORM LOG-ACCRUAL-EVENT
                   GO TO ACCRUE-SWEEP-DIVIDEND-EXIT
               END-IF
           END-IF

      *    A SWEEP POSITION REDEEMED TO NOTHING TAKES ITS ACCRUED
      *    INCOME WITH IT - PAID AS CASH TONIGHT, NOT REINVESTED.
           IF WS-SWEEP-SHARES NOT > ZERO
               SET REDEMPTION-PAYOUT TO TRUE
               PERFORM PAY-SWEEP-ACCRUALS THRU PAY-SWEEP-ACCRUALS-EXIT
               GO TO ACCRUE-SWEEP-DIVIDEND-EXIT
           END-IF

           IF TODAY-IS-BUSINESS-DAY
               PERFORM WRITE-NIGHT-ACCRUAL THRU
                   WRITE-NIGHT-ACCRUAL-EXIT
           END-IF

           IF TODAY-IS-PAY-DATE
               SET MONTH-END-PAYOUT TO TRUE
               PERFORM PAY-SWEEP-ACCRUALS THRU PAY-SWEEP-ACCRUALS-EXIT
           END-IF.

       ACCRUE-SWEEP-DIVIDEND-EXIT.
           EXIT.

       WRITE-NIGHT-ACCRUAL.
           PERFORM GET-DAILY-FACTOR
           IF WS-DAILY-FACTOR NOT > ZERO
               MOVE ZERO TO WS-INCOME-AMOUNT
               MOVE 'NO DAILY DIVIDEND FACTOR ON SECMAST - NOT ACCRUED'
                   TO WS-ACCRUAL-NOTE
               PERFORM LOG-ACCRUAL-EVENT
               GO TO WRITE-NIGHT-ACCRUAL-EXIT
           END-IF

           MOVE SWEEP-ACCOUNT-ID OF SWEEPENR-RECORD TO SWA-ACCOUNT-ID
           MOVE WS-CURRENT-DATE TO SWA-ACCRUAL-DATE
           READ SWPACR-FILE
           IF WS-SWPACR-STATUS = '00'
      *        A RERUN OF THE NIGHT RESTATES ITS OWN ROW, UNLESS THE
      *        ROW HAS ALREADY BEEN PAID.
               IF SWA-PAID
                   GO TO WRITE-NIGHT-ACCRUAL-EXIT
               END-IF
               PERFORM BUILD-ACCRUAL-FIELDS
               REWRITE SWPACR-RECORD
           ELSE
               MOVE SPACES TO SWPACR-RECORD
               MOVE SWEEP-ACCOUNT-ID OF SWEEPENR-RECORD TO
                   SWA-ACCOUNT-ID
               MOVE WS-CURRENT-DATE TO SWA-ACCRUAL-DATE
               PERFORM BUILD-ACCRUAL-FIELDS
               PERFORM GET-CURRENT-TIMESTAMP
               MOVE WS-TIMESTAMP TO CREATED-TIMESTAMP OF SWPACR-RECORD
               WRITE SWPACR-RECORD
           END-IF

           IF WS-SWPACR-STATUS = '00'
               ADD 1 TO WS-ACCRUED-COUNT
           ELSE
               DISPLAY 'SWEEPBAT: UNABLE TO WRITE SWEEP ACCRUAL FOR '
                   SWEEP-ACCOUNT-ID OF SWEEPENR-RECORD ', STATUS = '
                   WS-SWPACR-STATUS
           END-IF.

       WRITE-NIGHT-ACCRUAL-EXIT.
           EXIT.

       GET-DAILY-FACTOR.
           MOVE ZERO TO WS-DAILY-FACTOR
           IF SECMAST-OPEN
               MOVE SWEEP-SYMBOL OF SWEEPENR-RECORD TO SEC-SYMBOL
               READ SECMAST-FILE
               IF WS-SECMAST-STATUS = '00'
                  AND MONEY-MARKET-SECURITY
                  AND SEC-MM-DAILY-FACTOR NUMERIC
                   MOVE SEC-MM-DAILY-FACTOR TO WS-DAILY-FACTOR
               END-IF
           END-IF.

       BUILD-ACCRUAL-FIELDS.
           MOVE SWEEP-SYMBOL OF SWEEPENR-RECORD TO SWA-SWEEP-SYMBOL
           MOVE WS-SWEEP-SHARES TO SWA-SHARE-BALANCE
           MOVE WS-DAILY-FACTOR TO SWA-DAILY-FACTOR
           MOVE WS-DAYS-ACCRUED TO SWA-DAYS-ACCRUED
           COMPUTE SWA-ACCRUED-INCOME ROUNDED =
               WS-SWEEP-SHARES * WS-DAILY-FACTOR * WS-DAYS-ACCRUED
           SET SWA-UNPAID TO TRUE
           MOVE SPACES TO SWA-PAID-DATE
           MOVE SPACE TO SWA-PAYOUT-TYPE.

       PAY-SWEEP-ACCRUALS.
      *    EVERY UNPAID ROW FOR THE ACCOUNT GOES OUT IN ONE DIV - A
      *    MONTH END THE BATCH MISSED IS PICKED UP BY THE NEXT ONE.
           MOVE ZERO TO WS-UNPAID-INCOME
           MOVE ZERO TO WS-UNPAID-ROWS
           PERFORM START-ACCOUNT-ACCRUALS
           PERFORM SUM-ONE-ACCRUAL
               UNTIL WS-SWPACR-STATUS NOT = '00'
           IF WS-UNPAID-ROWS = ZERO
               GO TO PAY-SWEEP-ACCRUALS-EXIT
           END-IF

           COMPUTE WS-INCOME-AMOUNT ROUNDED = WS-UNPAID-INCOME
           IF WS-INCOME-AMOUNT NOT > ZERO
              AND MONTH-END-PAYOUT
      *        Under half a cent so far - it stays unpaid and
      *        carries into next month's dividend.
               GO TO PAY-SWEEP-ACCRUALS-EXIT
           END-IF

      *    A REDEEMED POSITION'S ROWS CLOSE OUT EVEN WHEN THEY COME
      *    TO LESS THAN A CENT - THERE IS NO LONGER A BALANCE FOR
      *    THEM TO CARRY FORWARD ON.
           IF WS-INCOME-AMOUNT > ZERO
               PERFORM POST-SWEEP-DIVIDEND
               IF WS-TRANPOST-RETURN-CODE = 00
                   ADD 1 TO WS-PAID-COUNT
                   IF MONTH-END-PAYOUT
                       PERFORM REINVEST-SWEEP-DIVIDEND THRU
                           REINVEST-SWEEP-DIVIDEND-EXIT
                   END-IF
               END-IF
           END-IF

      *    POSTED OR FILED ON THE SUSPENSE QUEUE, THE INCOME HAS LEFT
      *    THE ACCRUAL FILE EITHER WAY - THE ROWS ARE STAMPED SO THE
      *    NEXT PAYOUT DOES NOT PAY THEM A SECOND TIME.
           PERFORM START-ACCOUNT-ACCRUALS
           PERFORM MARK-ONE-ACCRUAL-PAID
               UNTIL WS-SWPACR-STATUS NOT = '00'.

       PAY-SWEEP-ACCRUALS-EXIT.
           EXIT.

       START-ACCOUNT-ACCRUALS.
           MOVE SWEEP-ACCOUNT-ID OF SWEEPENR-RECORD TO SWA-ACCOUNT-ID
           MOVE LOW-VALUES TO SWA-ACCRUAL-DATE
           START SWPACR-FILE KEY IS NOT LESS THAN SWA-KEY
               INVALID KEY MOVE '10' TO WS-SWPACR-STATUS
           END-START
           IF WS-SWPACR-STATUS = '00'
               PERFORM READ-NEXT-ACCOUNT-ACCRUAL
           END-IF.

       READ-NEXT-ACCOUNT-ACCRUAL.
           READ SWPACR-FILE NEXT RECORD
           IF WS-SWPACR-STATUS = '00'
              AND (SWA-ACCOUNT-ID NOT =
                       SWEEP-ACCOUNT-ID OF SWEEPENR-RECORD
                   OR SWA-ACCRUAL-DATE > WS-CURRENT-DATE)
               MOVE '10' TO WS-SWPACR-STATUS
           END-IF.

       SUM-ONE-ACCRUAL.
           IF SWA-UNPAID
               ADD SWA-ACCRUED-INCOME TO WS-UNPAID-INCOME
               ADD 1 TO WS-UNPAID-ROWS
           END-IF
           PERFORM READ-NEXT-ACCOUNT-ACCRUAL.

       MARK-ONE-ACCRUAL-PAID.
           IF SWA-UNPAID
               SET SWA-PAID TO TRUE
               MOVE WS-CURRENT-DATE TO SWA-PAID-DATE
               MOVE WS-PAYOUT-TYPE-SW TO SWA-PAYOUT-TYPE
               REWRITE SWPACR-RECORD
           END-IF
           PERFORM READ-NEXT-ACCOUNT-ACCRUAL.

       POST-SWEEP-DIVIDEND.
           MOVE SPACES TO WS-TRANSACTION-RECORD
           MOVE SWEEP-ACCOUNT-ID OF SWEEPENR-RECORD TO
               ACCOUNT-ID OF WS-TRANSACTION-RECORD
           MOVE 'DIV' TO TRANSACTION-TYPE OF WS-TRANSACTION-RECORD
           MOVE WS-INCOME-AMOUNT TO TRANSACTION-AMOUNT OF
               WS-TRANSACTION-RECORD
           MOVE WS-CURRENT-DATE TO TRANSACTION-DATE OF
               WS-TRANSACTION-RECORD
           MOVE WS-CURRENT-DATE TO SETTLEMENT-DATE OF
               WS-TRANSACTION-RECORD
           MOVE SWEEP-SYMBOL OF SWEEPENR-RECORD TO
               SECURITY-SYMBOL OF WS-TRANSACTION-RECORD
           MOVE ZERO TO QUANTITY OF WS-TRANSACTION-RECORD
           MOVE ZERO TO PRICE OF WS-TRANSACTION-RECORD
           MOVE ZERO TO COMMISSION OF WS-TRANSACTION-RECORD
           MOVE ZERO TO FEES OF WS-TRANSACTION-RECORD
           MOVE WS-INCOME-AMOUNT TO NET-AMOUNT OF WS-TRANSACTION-RECORD
           IF MONTH-END-PAYOUT
               MOVE 'SWEEP DIVIDEND MONTH END' TO
                   TRANSACTION-DESC OF WS-TRANSACTION-RECORD
           ELSE
               MOVE 'SWEEP DIVIDEND ON REDEMPTION' TO
                   TRANSACTION-DESC OF WS-TRANSACTION-RECORD
           END-IF
           MOVE 'SWEEPBAT' TO CREATED-BY OF WS-TRANSACTION-RECORD
           MOVE 'SWEEPBAT' TO UPDATED-BY OF WS-TRANSACTION-RECORD

           CALL 'TRANPOST' USING WS-TRANPOST-OPERATION,
                                  WS-TRANSACTION-RECORD,
                                  WS-TRANPOST-RETURN-CODE,
                                  WS-TRANPOST-START-DATE,
                                  WS-TRANPOST-END-DATE,
                                  WS-TRANPOST-HISTORY-BUFFER

           IF WS-TRANPOST-RETURN-CODE = 00
               IF MONTH-END-PAYOUT
                   MOVE 'MONTH-END SWEEP DIVIDEND PAID'
                       TO WS-ACCRUAL-NOTE
               ELSE
                   MOVE 'SWEEP REDEEMED - ACCRUED DIVIDEND PAID IN CASH'
                       TO WS-ACCRUAL-NOTE
               END-IF
           ELSE
               MOVE SPACES TO WS-ACCRUAL-NOTE
               STRING 'SWEEP DIVIDEND REJECTED RC=' DELIMITED BY SIZE
                      WS-TRANPOST-RETURN-CODE DELIMITED BY SIZE
                      ' - ON SUSPENSE QUEUE' DELIMITED BY SIZE
                      INTO WS-ACCRUAL-NOTE
               END-STRING
               PERFORM SUBMIT-TO-SUSPENSE
           END-IF
           PERFORM LOG-ACCRUAL-EVENT.

       REINVEST-SWEEP-DIVIDEND.
      *    THE DIVIDEND BUYS MORE OF THE SWEEP SYMBOL AT $1.00 THE
      *    SAME WAY THE NIGHTLY SWEEP DOES. A REJECTED ORDER OR BUY
      *    LEAVES THE DIVIDEND AS CASH FOR TOMORROW NIGHT'S SWEEP.
           MOVE WS-INCOME-AMOUNT TO WS-EXCESS-CASH
           PERFORM PLACE-SWEEP-ORDER THRU PLACE-SWEEP-ORDER-EXIT
           IF WS-ORDMGMT-RETURN-CODE NOT = 00
               MOVE SPACES TO WS-ACCRUAL-NOTE
               STRING 'DIVIDEND REINVEST ORDER REJECTED RC='
                          DELIMITED BY SIZE
                      WS-ORDMGMT-RETURN-CODE DELIMITED BY SIZE
                      ' - LEFT AS CASH' DELIMITED BY SIZE
                      INTO WS-ACCRUAL-NOTE
               END-STRING
               PERFORM LOG-ACCRUAL-EVENT
               GO TO REINVEST-SWEEP-DIVIDEND-EXIT
           END-IF

           PERFORM POST-SWEEP-BUY
           IF WS-TRANPOST-RETURN-CODE = 00
               ADD 1 TO WS-REINVESTED-COUNT
               MOVE 'SWEEP DIVIDEND REINVESTED' TO WS-ACCRUAL-NOTE
           ELSE
               MOVE SPACES TO WS-ACCRUAL-NOTE
               STRING 'DIVIDEND REINVEST BUY REJECTED RC='
                          DELIMITED BY SIZE
                      WS-TRANPOST-RETURN-CODE DELIMITED BY SIZE
                      ' - LEFT AS CASH' DELIMITED BY SIZE
                      INTO WS-ACCRUAL-NOTE
               END-STRING
           END-IF
           PERFORM LOG-ACCRUAL-EVENT.

       REINVEST-SWEEP-DIVIDEND-EXIT.
           EXIT.

       LOG-ACCRUAL-EVENT.
           MOVE WS-INCOME-AMOUNT TO WS-AMOUNT-DISPLAY
           MOVE SPACES TO SWEEPBAT-LOG-LINE
           STRING 'ACCOUNT ' DELIMITED BY SIZE
                  SWEEP-ACCOUNT-ID OF SWEEPENR-RECORD
                      DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-ACCRUAL-NOTE DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-AMOUNT-DISPLAY DELIMITED BY SIZE
                  INTO SWEEPBAT-LOG-LINE
           END-STRING
           WRITE SWEEPBAT-LOG-LINE.

       SUBMIT-TO-SUSPENSE.
      *    A REJECTED POSTING GOES ON THE SUSPENSE QUEUE WITH ITS
      *    FULL INTENDED TRANSACTION, SO OPS WORK IT THROUGH THE
      *    SUSPREP SCREEN INSTEAD OF RE-KEYING FROM A REPORT.
           MOVE SPACES TO WS-SUSPQ-RECORD
           MOVE 'SWEEPBAT' TO SQ-SOURCE OF WS-SUSPQ-RECORD
           MOVE WS-TRANPOST-RETURN-CODE TO
               SQ-REJECT-REASON OF WS-SUSPQ-RECORD
           MOVE WS-TRANSACTION-RECORD TO
               SQ-TRANSACTION-IMAGE OF WS-SUSPQ-RECORD
           CALL 'SUSPQ' USING WS-SUSPQ-OPERATION,
                               WS-SUSPQ-RECORD,
                               WS-SUSPQ-RETURN-CODE.

       GET-CURRENT-TIMESTAMP.
           ACCEPT WS-CURRENT-TIME FROM TIME

           STRING WS-CURRENT-DATE(1:4) '-'
                  WS-CURRENT-DATE(5:2) '-'
                  WS-CURRENT-DATE(7:2) 'T'
                  WS-CURRENT-HOUR ':'
                  WS-CURRENT-MINUTE ':'
                  WS-CURRENT-SECOND '.'
                  WS-CURRENT-HUNDREDTH
                  'Z'
                  DELIMITED BY SIZE
                  INTO WS-TIMESTAMP
           END-STRING.

       FINALIZE-PROCESS.
           CLOSE SWEEPENR-FILE
           CLOSE ACCOUNT-FILE
           IF SECMAST-OPEN
               CLOSE SECMAST-FILE
           END-IF
           IF ACCRUALS-OPEN
               CLOSE SWPACR-FILE
           END-IF
           CLOSE SWEEPBAT-LOG-FILE

           MOVE WS-SCANNED-COUNT TO WS-SCANNED-DISPLAY
           MOVE WS-REJECTED-COUNT TO WS-REJECTED-DISPLAY
           DISPLAY 'SWEEPBAT: SCANNED ' WS-SCANNED-DISPLAY
               ' ENROLLMENT(S), SWEPT ' WS-SWEPT-DISPLAY
               ', REJECTED ' WS-REJECTED-DISPLAY
           MOVE WS-ACCRUED-COUNT TO WS-ACCRUED-DISPLAY
           MOVE WS-PAID-COUNT TO WS-PAID-DISPLAY
           MOVE WS-REINVESTED-COUNT TO WS-REINVESTED-DISPLAY
           DISPLAY 'SWEEPBAT: ACCRUED ' WS-ACCRUED-DISPLAY
               ' SWEEP DIVIDEND(S), PAID ' WS-PAID-DISPLAY
               ', REINVESTED ' WS-REINVESTED-DISPLAY.

       END PROGRAM SWEEPBAT.
