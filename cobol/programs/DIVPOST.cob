      *          A DIV OR INT TRANSACTION FOR THAT ACCOUNT THROUGH
      *          TRANPOST - THE SAME PATH ANY OTHER POSTING TAKES -
      *          INSTEAD OF SOMEONE KEYING ONE TRANSACTION PER ACCOUNT.
      * FUNCTIONS: CALLED BY THE DIVCAL STEP FOR EVERY ANNOUNCEMENT
      *            ON THE DIVIDEND CALENDAR WHOSE PAY DATE HAS COME,
      *            OR RUN STANDALONE ON A PAY DATE FOR THE SYMBOL
      *            NAMED IN A HAND-KEYED DIVPOST.CTL.
      *
      * NOTES: POSITION-FILE IS KEYED ON ACCOUNT-ID + SECURITY-SYMBOL
      *        WITH NO ALTERNATE KEY ON SECURITY-SYMBOL ALONE, SO
      *        MEBATCH ACCRUES CASH AND MARGIN INTEREST.
      *
      * MODIFICATION HISTORY:
      * 2026-10-15  A MONEY-MARKET SYMBOL WHOSE SECMAST ROW CARRIES A
      *             DAILY DIVIDEND FACTOR IS NO LONGER PAID HERE -
      *             SWEEPBAT ACCRUES IT NIGHTLY AND PAYS IT AT MONTH
      *             END, SO A DIVPOST RUN FOR IT WOULD PAY THE SAME
      *             INCOME TWICE. THE RUN IS LOGGED AND POSTS NOTHING.
      * 2026-10-15  NOW CALLABLE AS A STEP: LK-RETURN-CODE ADDED (00
      *             NORMAL, 08 FATAL SETUP ERROR) AND GOBACK REPLACES
      *             STOP RUN, THE SAME CONVERSION ACHINTF GOT. THE
      *             DIVCAL STEP WRITES DIVPOST.CTL FROM THE DIVIDEND
      *             CALENDAR AND CALLS IN ONCE PER ANNOUNCEMENT DUE,
      *             SO EVERY SWITCH IS NOW RESET AT STARTUP AND
      *             DIVPOST.LOG IS EXTENDED RATHER THAN REPLACED -
      *             EACH RUN STILL OPENS WITH ITS OWN HEADER LINE.
      * 2026-10-15  A SHORT HOLDER (NEGATIVE QUANTITY ON THE RECORD-
      *             DATE IMAGE OR LIVE POSITION) IS NO LONGER SKIPPED
      *             ON A DIVIDEND - IT OWES THE DIVIDEND TO WHOEVER
      *             LENT THE SHARES. THE SHORT ACCOUNT IS DEBITED A
      *             PAYMENT-IN-LIEU (FEE, SUBTYPE 'PIL ') AND THE SAME
      *             AMOUNT IS CREDITED TO THE HOUSE STOCK-LOAN ACCOUNT
      *             (DIV, SUBTYPE 'PIL ') CARRYING THE BORROW'S LOCATE
      *             REFERENCE OFF STKBRW.DAT, FROM WHICH STOCK LOAN
      *             SETTLES WITH THE LENDER. THE SUBTYPE KEEPS TAX1099
      *             FROM REPORTING EITHER LEG AS A DIVIDEND. A SHORT
      *             WITH NO BORROW ROW IS STILL CHARGED AND CREDITED,
      *             AND THE RUN LOG FLAGS IT FOR STOCK LOAN.
      * 2026-08-23  A RECORD DATE WITH NO IMAGE ON POSSNAP.DAT (THE
      *             SNAPSHOT WAS MISSED, OR THE DATE AGED PAST
      *             SNAPBAT'S RETENTION PURGE) NO LONGER ENDS AS A
               RECORD KEY IS PRC-SYMBOL
               FILE STATUS IS WS-PRICE-STATUS.

           SELECT STKBRW-FILE ASSIGN TO "STKBRW.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BRW-KEY
               FILE STATUS IS WS-BRW-STATUS.

           SELECT SECMAST-FILE ASSIGN TO "SECMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SEC-SYMBOL
               FILE STATUS IS WS-SECMAST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-FILE.
       FD  SECPRICE-FILE.
       COPY SECPRICE.

       FD  STKBRW-FILE.
       COPY STKBRW.

       FD  SECMAST-FILE.
       COPY SECMAST.

       WORKING-STORAGE SECTION.
       01  WS-CTL-STATUS                  PIC XX.
       01  WS-LOG-STATUS                  PIC XX.
           88  REINVEST-SYMBOL-LISTED     VALUE 'Y'.
       01  WS-LIST-CHECK-DATE             PIC X(08).
       01  WS-PRICE-STATUS                PIC XX.
       01  WS-BRW-STATUS                  PIC XX.
       01  WS-SECMAST-STATUS              PIC XX.
       01  WS-SWEEP-ACCRUED-SW            PIC X(01) VALUE 'N'.
           88  SWEEP-SYMBOL-ACCRUED       VALUE 'Y'.

       01  WS-DRIP-AVAILABLE-SW           PIC X(01) VALUE 'N'.
           88  DRIP-AVAILABLE             VALUE 'Y'.
       01  WS-PRICES-AVAILABLE-SW         PIC X(01) VALUE 'N'.
           88  PRICES-AVAILABLE           VALUE 'Y'.
       01  WS-BORROWS-AVAILABLE-SW        PIC X(01) VALUE 'N'.
           88  BORROWS-AVAILABLE          VALUE 'Y'.

       01  WS-DRIP-PRICE                  PIC S9(09)V9999 COMP-3.
       01  WS-DRIP-SHARES                 PIC S9(09)V999 COMP-3.
       01  WS-SUITABILITY-OVERRIDE        PIC X(01) VALUE SPACE.
       01  WS-POST-TYPE                   PIC X(03).
       01  WS-PAYMENT-AMOUNT              PIC S9(13)V99 COMP-3.
       01  WS-POST-ACCOUNT-ID             PIC X(12).
       01  WS-POST-SUBTYPE                PIC X(04).
       01  WS-POST-DESC                   PIC X(30).
       01  WS-POST-TRADE-REF              PIC X(20).

      *    THE HOUSE ACCOUNT THAT CARRIES WHAT THE FIRM OWES STOCK
      *    LENDERS. IT IS OPENED ONCE BY OPS; IF IT IS MISSING THE
      *    CREDIT IS REJECTED AND LANDS ON THE SUSPENSE QUEUE.
       01  WS-STOCK-LOAN-ACCOUNT          PIC X(12)
                                          VALUE 'FIRMSTKLOAN '.
       01  WS-PIL-COUNT                   PIC 9(07) COMP.
       01  WS-PIL-DISPLAY                 PIC ZZZZZZ9.

       01  WS-SCANNED-COUNT               PIC 9(07) COMP.
       01  WS-POSTED-COUNT                PIC 9(07) COMP.
       COPY TRANSACTION REPLACING TRANSACTION-RECORD BY
           WS-TRANSACTION-RECORD.

       LINKAGE SECTION.
       01  LK-RETURN-CODE                 PIC 9(02).

       PROCEDURE DIVISION USING LK-RETURN-CODE.
       MAIN-PROCESS.
           MOVE 00 TO LK-RETURN-CODE
           PERFORM INITIALIZE-PROCESS
           IF SWEEP-SYMBOL-ACCRUED
               PERFORM LOG-ACCRUED-SWEEP-SYMBOL
           ELSE
               PERFORM PAY-POSITIONS-PROCESS THRU PAY-POSITIONS-EXIT
           END-IF
           PERFORM FINALIZE-PROCESS
           GOBACK.

       INITIALIZE-PROCESS.
           MOVE ZERO TO WS-SCANNED-COUNT
           MOVE ZERO TO WS-POSTED-COUNT
           MOVE ZERO TO WS-REINVESTED-COUNT
           MOVE ZERO TO WS-PIL-COUNT
           MOVE 'N' TO WS-SNAPSHOT-MODE-SW
           MOVE 'N' TO WS-SNAP-IMAGE-SW
           MOVE 'N' TO WS-DRIP-AVAILABLE-SW
           MOVE 'N' TO WS-PRICES-AVAILABLE-SW
           MOVE 'N' TO WS-BORROWS-AVAILABLE-SW
           MOVE 'N' TO WS-SWEEP-ACCRUED-SW

           PERFORM READ-CONTROL-RECORD

           IF WS-SECURITY-SYMBOL = SPACES
               DISPLAY 'DIVPOST: NO SECURITY SYMBOL IN DIVPOST.CTL'
               MOVE 08 TO LK-RETURN-CODE
               GOBACK
           END-IF

           IF NOT DIVIDEND-PAYMENT AND NOT INTEREST-PAYMENT
               DISPLAY 'DIVPOST: INVALID PAYMENT TYPE IN DIVPOST.CTL'
               MOVE 08 TO LK-RETURN-CODE
               GOBACK
           END-IF

           PERFORM CHECK-SWEEP-ACCRUAL

           OPEN INPUT POSITION-FILE
           IF WS-FILE-STATUS NOT = '00'
               DISPLAY 'DIVPOST: UNABLE TO OPEN POSITION.DAT, '
                   'STATUS = ' WS-FILE-STATUS
               MOVE 08 TO LK-RETURN-CODE
               GOBACK
           END-IF

           IF DIVIDEND-PAYMENT
               IF WS-PRICE-STATUS = '00'
                   SET PRICES-AVAILABLE TO TRUE
               END-IF
               OPEN INPUT STKBRW-FILE
               IF WS-BRW-STATUS = '00'
                   SET BORROWS-AVAILABLE TO TRUE
               END-IF
           END-IF

           IF WS-RECORD-DATE NOT = SPACES
               END-IF
           END-IF

           OPEN EXTEND DIVPOST-LOG-FILE
           IF WS-LOG-STATUS = '35'
               OPEN OUTPUT DIVPOST-LOG-FILE
           END-IF
           MOVE SPACES TO DIVPOST-LOG-LINE
           IF SNAPSHOT-MODE
               STRING 'DIVPOST RUN FOR ' DELIMITED BY SIZE
                      WS-SECURITY-SYMBOL DELIMITED BY SPACE
           IF WS-CTL-STATUS NOT = '00'
               DISPLAY 'DIVPOST: UNABLE TO OPEN DIVPOST.CTL, STATUS = '
                   WS-CTL-STATUS
               MOVE 08 TO LK-RETURN-CODE
               GOBACK
           END-IF

           READ CONTROL-FILE
           IF WS-CTL-STATUS NOT = '00'
               DISPLAY 'DIVPOST: DIVPOST.CTL IS EMPTY'
               CLOSE CONTROL-FILE
               MOVE 08 TO LK-RETURN-CODE
               GOBACK
           END-IF

           MOVE CTL-SECURITY-SYMBOL TO WS-SECURITY-SYMBOL

           CLOSE CONTROL-FILE.

       CHECK-SWEEP-ACCRUAL.
      *    A MONEY-MARKET SWEEP FUND WITH A DAILY FACTOR ON FILE IS
      *    ACCRUED AND PAID BY SWEEPBAT. NO SECMAST.DAT, OR NO ROW,
      *    PAYS AS BEFORE.
           OPEN INPUT SECMAST-FILE
           IF WS-SECMAST-STATUS = '00'
               MOVE WS-SECURITY-SYMBOL TO SEC-SYMBOL
               READ SECMAST-FILE
               IF WS-SECMAST-STATUS = '00'
                  AND MONEY-MARKET-SECURITY
                  AND SEC-MM-DAILY-FACTOR NUMERIC
                  AND SEC-MM-DAILY-FACTOR > ZERO
                   SET SWEEP-SYMBOL-ACCRUED TO TRUE
               END-IF
               CLOSE SECMAST-FILE
           END-IF.

       LOG-ACCRUED-SWEEP-SYMBOL.
           DISPLAY 'DIVPOST: ' WS-SECURITY-SYMBOL
               ' ACCRUES DAILY THROUGH SWEEPBAT - NOTHING PAID'
           MOVE SPACES TO DIVPOST-LOG-LINE
           STRING WS-SECURITY-SYMBOL DELIMITED BY SPACE
                  ' CARRIES A DAILY DIVIDEND FACTOR AND IS ACCRUED AND'
                      DELIMITED BY SIZE
                  ' PAID BY SWEEPBAT - NOTHING POSTED'
                      DELIMITED BY SIZE
                  INTO DIVPOST-LOG-LINE
           END-STRING
           WRITE DIVPOST-LOG-LINE.

       PAY-POSITIONS-PROCESS.
           IF SNAPSHOT-MODE
               PERFORM PAY-SNAPSHOT-POSITIONS
           READ POSITION-FILE NEXT RECORD.

       PAY-ONE-ACCOUNT.
      *    A SHORT HOLDER IS NOT PAID - IT OWES THE DIVIDEND TO THE
      *    LENDER OF THE SHARES IT SOLD.
           IF DIVIDEND-PAYMENT
              AND WS-PAY-QUANTITY < ZERO
               PERFORM CHARGE-PAYMENT-IN-LIEU THRU
                   CHARGE-PAYMENT-IN-LIEU-EXIT
           ELSE
               PERFORM PAY-LONG-HOLDER
           END-IF.

       PAY-LONG-HOLDER.
           MOVE WS-PAY-ACCOUNT-ID TO WS-POST-ACCOUNT-ID
           MOVE SPACES TO WS-POST-SUBTYPE
           MOVE SPACES TO WS-POST-DESC
           MOVE SPACES TO WS-POST-TRADE-REF
           IF DIVIDEND-PAYMENT
               MOVE 'DIV' TO WS-POST-TYPE
               COMPUTE WS-PAYMENT-AMOUNT ROUNDED =
               END-IF
           END-IF.

       CHARGE-PAYMENT-IN-LIEU.
           COMPUTE WS-PAYMENT-AMOUNT ROUNDED =
               ZERO - (WS-PAY-QUANTITY * WS-PER-SHARE-AMOUNT)
           IF WS-PAYMENT-AMOUNT NOT > ZERO
               GO TO CHARGE-PAYMENT-IN-LIEU-EXIT
           END-IF

           MOVE SPACES TO WS-POST-TRADE-REF
           IF BORROWS-AVAILABLE
               MOVE WS-PAY-ACCOUNT-ID TO BRW-ACCOUNT-ID
               MOVE WS-SECURITY-SYMBOL TO BRW-SECURITY-SYMBOL
               READ STKBRW-FILE
               IF WS-BRW-STATUS = '00'
                   MOVE BRW-LOCATE-REF TO WS-POST-TRADE-REF
               END-IF
           ELSE
               MOVE '23' TO WS-BRW-STATUS
           END-IF
      *    A BORROW RETURNED SINCE THE RECORD DATE STILL HAS ITS ROW
      *    (AND ITS LOCATE REFERENCE); ONLY A SHORT WITH NO ROW AT
      *    ALL IS FLAGGED FOR STOCK LOAN TO TRACE BY HAND.
           IF WS-BRW-STATUS NOT = '00'
               PERFORM LOG-NO-BORROW-ROW
           END-IF

           MOVE WS-PAY-ACCOUNT-ID TO WS-POST-ACCOUNT-ID
           MOVE 'FEE' TO WS-POST-TYPE
           MOVE 'PIL ' TO WS-POST-SUBTYPE
           MOVE SPACES TO WS-POST-DESC
           STRING 'PAYMENT IN LIEU ' DELIMITED BY SIZE
                  WS-SECURITY-SYMBOL DELIMITED BY SPACE
                  INTO WS-POST-DESC
           END-STRING
           PERFORM POST-PAYMENT
           IF WS-TRANPOST-RETURN-CODE = 00
               ADD 1 TO WS-PIL-COUNT
           END-IF

      *    THE LENDER IS OWED WHETHER OR NOT THE DEBIT POSTED - A
      *    REJECTED DEBIT IS REPAIRED OFF THE SUSPENSE QUEUE.
           MOVE WS-STOCK-LOAN-ACCOUNT TO WS-POST-ACCOUNT-ID
           MOVE 'DIV' TO WS-POST-TYPE
           MOVE SPACES TO WS-POST-DESC
           STRING 'PIL ' DELIMITED BY SIZE
                  WS-SECURITY-SYMBOL DELIMITED BY SPACE
                  ' SHORT ' DELIMITED BY SIZE
                  WS-PAY-ACCOUNT-ID DELIMITED BY SPACE
                  INTO WS-POST-DESC
           END-STRING
           PERFORM POST-PAYMENT.

       CHARGE-PAYMENT-IN-LIEU-EXIT.
           EXIT.

       LOG-NO-BORROW-ROW.
           MOVE SPACES TO DIVPOST-LOG-LINE
           STRING 'ACCOUNT ' DELIMITED BY SIZE
                  WS-PAY-ACCOUNT-ID DELIMITED BY SIZE
                  ' SHORT WITH NO STKBRW BORROW ROW - PAYMENT IN LIEU'
                      DELIMITED BY SIZE
                  ' CREDITED WITHOUT A LOCATE REFERENCE'
                      DELIMITED BY SIZE
                  INTO DIVPOST-LOG-LINE
           END-STRING
           WRITE DIVPOST-LOG-LINE.

       REINVEST-DIVIDEND.
           IF NOT DRIP-AVAILABLE
               GO TO REINVEST-DIVIDEND-EXIT

       POST-PAYMENT.
           MOVE SPACES TO WS-TRANSACTION-RECORD
           MOVE WS-POST-ACCOUNT-ID TO
               ACCOUNT-ID OF WS-TRANSACTION-RECORD
           MOVE WS-POST-TYPE TO TRANSACTION-TYPE OF
               WS-TRANSACTION-RECORD
           MOVE WS-PAYMENT-AMOUNT TO NET-AMOUNT OF WS-TRANSACTION-RECORD
           MOVE 'DIVPOST' TO CREATED-BY OF WS-TRANSACTION-RECORD
           MOVE 'DIVPOST' TO UPDATED-BY OF WS-TRANSACTION-RECORD
           MOVE WS-POST-SUBTYPE TO
               TRANSACTION-SUBTYPE OF WS-TRANSACTION-RECORD
           MOVE WS-POST-DESC TO
               TRANSACTION-DESC OF WS-TRANSACTION-RECORD
           MOVE WS-POST-TRADE-REF TO
               TRADE-REF-NUMBER OF WS-TRANSACTION-RECORD

           CALL 'TRANPOST' USING WS-TRANPOST-OPERATION,
                                  WS-TRANSACTION-RECORD,
                                  WS-TRANPOST-HISTORY-BUFFER

           MOVE WS-PAYMENT-AMOUNT TO WS-AMOUNT-DISPLAY
           MOVE SPACES TO DIVPOST-LOG-LINE
           IF WS-TRANPOST-RETURN-CODE = 00
               ADD 1 TO WS-POSTED-COUNT
               STRING 'ACCOUNT ' DELIMITED BY SIZE
                      WS-POST-ACCOUNT-ID DELIMITED BY SIZE
                      ' TYPE ' DELIMITED BY SIZE
                      WS-POST-TYPE DELIMITED BY SIZE
                      ' AMOUNT ' DELIMITED BY SIZE
               END-STRING
           ELSE
               STRING 'ACCOUNT ' DELIMITED BY SIZE
                      WS-POST-ACCOUNT-ID DELIMITED BY SIZE
                      ' TYPE ' DELIMITED BY SIZE
                      WS-POST-TYPE DELIMITED BY SIZE
                      ' AMOUNT ' DELIMITED BY SIZE
           IF PRICES-AVAILABLE
               CLOSE SECPRICE-FILE
           END-IF
           IF BORROWS-AVAILABLE
               CLOSE STKBRW-FILE
           END-IF
           CLOSE DIVPOST-LOG-FILE
           MOVE WS-SCANNED-COUNT TO WS-SCANNED-DISPLAY
           MOVE WS-POSTED-COUNT TO WS-POSTED-DISPLAY
           MOVE WS-REINVESTED-COUNT TO WS-REINVESTED-DISPLAY
           MOVE WS-PIL-COUNT TO WS-PIL-DISPLAY
           DISPLAY 'DIVPOST: SCANNED ' WS-SCANNED-DISPLAY
               ' POSITION(S), POSTED ' WS-POSTED-DISPLAY
               ' PAYMENT(S), REINVESTED ' WS-REINVESTED-DISPLAY
               ', CHARGED ' WS-PIL-DISPLAY ' PAYMENT(S) IN LIEU'.

       END PROGRAM DIVPOST.
