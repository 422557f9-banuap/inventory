       IDENTIFICATION DIVISION.
       PROGRAM-ID. ROTHCONV.
      ******************************************************************
      * PROGRAM: ROTHCONV - ROTH IRA CONVERSION
      * VERSION: 1.0
      * DATE: 2026-10-15
      * PURPOSE: CONVERT CASH OR SHARES FROM A TRADITIONAL OR SEP IRA
      *          TO A ROTH IRA OF THE SAME CUSTOMER. CASH MOVES AS A
      *          WTH/DEP PAIR AND SHARES AS A DLV/RCV PAIR, BOTH LEGS
      *          POSTED THROUGH TRANPOST WITH TRANSACTION-SUBTYPE
      *          'RCNV' SO NEITHER IS WITHHELD ON NOR COUNTED AGAINST
      *          THE CONTRIBUTION LIMIT. EVERY CONVERSION LEAVES A
      *          ROW ON ROTHCONV.DAT WITH THE TAXABLE AMOUNT FOR THE
      *          1099-R AND THE DATE ITS FIVE-YEAR CLOCK RUNS OUT.
      * FUNCTIONS: CONVRT - POST A CONVERSION. THE CALLER FILLS IN
      *                     RCNV-FROM-ACCOUNT-ID, RCNV-ROTH-ACCOUNT-ID
      *                     AND EITHER RCNV-CASH-AMOUNT OR
      *                     RCNV-SECURITY-SYMBOL + RCNV-QUANTITY; THE
      *                     COMPLETED LEDGER ROW COMES BACK.
      *            READ   - READ A LEDGER ROW BY RCNV-KEY.
      *
      * NOTES: A SHARE CONVERSION IS VALUED AT THE SECPRICE.DAT CLOSE,
      *        FALLING BACK TO THE POSITION'S AVERAGE-COST-BASIS WHEN
      *        NO PRICE IS ON FILE (RCNV-PRICE-SOURCE SAYS WHICH).
      *        THE SHARES LEAVE THE SOURCE IRA AT THEIR CARRIED BASIS
      *        AND ARRIVE IN THE ROTH AT THAT FAIR MARKET VALUE, THE
      *        AMOUNT ON WHICH THE CONVERSION IS TAXED. A REJECTED
      *        OUTGOING LEG RETURNS TRANPOST'S CODE AND NOTHING IS
      *        RECORDED. ONCE THE OUTGOING LEG HAS POSTED THE
      *        CONVERSION HAS HAPPENED FOR TAX PURPOSES - IF THE
      *        INCOMING LEG IS THEN REJECTED IT GOES TO THE SUSPENSE
      *        QUEUE, THE LEDGER ROW IS STILL WRITTEN WITH
      *        RCNV-STATUS 'S', AND TRANPOST'S CODE IS RETURNED.
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

           SELECT SECPRICE-FILE ASSIGN TO "SECPRICE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PRC-SYMBOL
               FILE STATUS IS WS-PRICE-STATUS.

           SELECT ROTHCONV-FILE ASSIGN TO "ROTHCONV.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RCNV-KEY
               FILE STATUS IS WS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-FILE.
       COPY ACCOUNT.

       FD  POSITION-FILE.
       COPY POSITION.

       FD  SECPRICE-FILE.
       COPY SECPRICE.

       FD  ROTHCONV-FILE.
       COPY ROTHCONV.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS                PIC XX.
       01  WS-ACCOUNT-STATUS             PIC XX.
       01  WS-POS-STATUS                 PIC XX.
       01  WS-PRICE-STATUS               PIC XX.

       01  WS-OPERATION                  PIC X(06).
           88  CONVERT-OPERATION         VALUE 'CONVRT'.
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

       01  WS-CONVERSION-TYPE-SW         PIC X(01).
           88  CASH-CONVERSION           VALUE 'C'.
           88  SHARE-CONVERSION          VALUE 'S'.

       01  WS-FROM-CUSTOMER-ID           PIC X(10).
       01  WS-AVERAGE-COST               PIC S9(09)V9999 COMP-3.
       01  WS-CARRIED-BASIS              PIC S9(13)V99 COMP-3.
       01  WS-FIVE-YEAR-YEAR             PIC 9(04).

       01  WS-LEG-TYPE                   PIC X(03).
       01  WS-LEG-ACCOUNT-ID             PIC X(12).
       01  WS-LEG-COUNTERPARTY           PIC X(12).
       01  WS-LEG-AMOUNT                 PIC S9(13)V99 COMP-3.
       01  WS-LEG-PRICE                  PIC S9(09)V9999 COMP-3.

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
       COPY ROTHCONV REPLACING ROTHCONV-RECORD BY LS-ROTHCONV-RECORD.
       01  LS-RETURN-CODE                PIC 9(02).

       PROCEDURE DIVISION USING LS-OPERATION-CODE
                               LS-ROTHCONV-RECORD
                               LS-RETURN-CODE.

       MAIN-PROCESS.
           MOVE LS-OPERATION-CODE TO WS-OPERATION

           EVALUATE TRUE
               WHEN CONVERT-OPERATION
                   PERFORM CONVERT-PROCESS THRU CONVERT-EXIT
               WHEN READ-OPERATION
                   PERFORM READ-CONVERSION-PROCESS THRU
                       READ-CONVERSION-EXIT
               WHEN OTHER
                   MOVE 03 TO WS-RETURN-CODE
           END-EVALUATE

           MOVE WS-RETURN-CODE TO LS-RETURN-CODE
           GOBACK.

       CONVERT-PROCESS.
           MOVE 00 TO WS-RETURN-CODE
           MOVE LS-ROTHCONV-RECORD TO ROTHCONV-RECORD

           IF RCNV-CASH-AMOUNT OF ROTHCONV-RECORD > ZERO
              AND RCNV-SECURITY-SYMBOL OF ROTHCONV-RECORD = SPACES
               SET CASH-CONVERSION TO TRUE
               MOVE ZERO TO RCNV-QUANTITY OF ROTHCONV-RECORD
           ELSE
               IF RCNV-CASH-AMOUNT OF ROTHCONV-RECORD = ZERO
                  AND RCNV-SECURITY-SYMBOL OF ROTHCONV-RECORD
                      NOT = SPACES
                  AND RCNV-QUANTITY OF ROTHCONV-RECORD > ZERO
                   SET SHARE-CONVERSION TO TRUE
               ELSE
                   MOVE 03 TO WS-RETURN-CODE
                   GO TO CONVERT-EXIT
               END-IF
           END-IF

           PERFORM VALIDATE-CONVERSION-ACCOUNTS THRU
               VALIDATE-ACCOUNTS-EXIT
           IF WS-RETURN-CODE NOT = 00
               GO TO CONVERT-EXIT
           END-IF

           PERFORM GET-CURRENT-TIMESTAMP
           MOVE WS-CURRENT-DATE TO
               RCNV-CONVERSION-DATE OF ROTHCONV-RECORD
           MOVE WS-CURRENT-YEAR TO RCNV-TAX-YEAR OF ROTHCONV-RECORD
           COMPUTE WS-FIVE-YEAR-YEAR = WS-CURRENT-YEAR + 5
           STRING WS-FIVE-YEAR-YEAR '0101'
                  DELIMITED BY SIZE
                  INTO RCNV-FIVE-YEAR-DATE OF ROTHCONV-RECORD
           END-STRING

           IF SHARE-CONVERSION
               PERFORM VALUE-CONVERTED-SHARES THRU
                   VALUE-CONVERTED-SHARES-EXIT
               IF WS-RETURN-CODE NOT = 00
                   GO TO CONVERT-EXIT
               END-IF
           ELSE
               MOVE ZERO TO RCNV-FMV-PRICE OF ROTHCONV-RECORD
               MOVE SPACE TO RCNV-PRICE-SOURCE OF ROTHCONV-RECORD
               MOVE RCNV-CASH-AMOUNT OF ROTHCONV-RECORD TO
                   RCNV-TAXABLE-AMOUNT OF ROTHCONV-RECORD
           END-IF

      *    OUTGOING LEG - WTH OF THE CASH OR DLV OF THE SHARES AT
      *    THEIR CARRIED BASIS.
           MOVE RCNV-FROM-ACCOUNT-ID OF ROTHCONV-RECORD TO
               WS-LEG-ACCOUNT-ID
           MOVE RCNV-ROTH-ACCOUNT-ID OF ROTHCONV-RECORD TO
               WS-LEG-COUNTERPARTY
           IF CASH-CONVERSION
               MOVE 'WTH' TO WS-LEG-TYPE
               MOVE RCNV-CASH-AMOUNT OF ROTHCONV-RECORD TO
                   WS-LEG-AMOUNT
               MOVE ZERO TO WS-LEG-PRICE
           ELSE
               MOVE 'DLV' TO WS-LEG-TYPE
               MOVE WS-CARRIED-BASIS TO WS-LEG-AMOUNT
               MOVE WS-AVERAGE-COST TO WS-LEG-PRICE
           END-IF
           PERFORM POST-CONVERSION-LEG
           IF WS-TRANPOST-RETURN-CODE NOT = 00
               MOVE WS-TRANPOST-RETURN-CODE TO WS-RETURN-CODE
               GO TO CONVERT-EXIT
           END-IF
           MOVE TRANSACTION-ID OF WS-TRANSACTION-RECORD TO
               RCNV-CONVERSION-ID OF ROTHCONV-RECORD

      *    INCOMING LEG - DEP OF THE CASH OR RCV OF THE SHARES AT THE
      *    FAIR MARKET VALUE THEY WERE CONVERTED AT.
           MOVE RCNV-ROTH-ACCOUNT-ID OF ROTHCONV-RECORD TO
               WS-LEG-ACCOUNT-ID
           MOVE RCNV-FROM-ACCOUNT-ID OF ROTHCONV-RECORD TO
               WS-LEG-COUNTERPARTY
           IF CASH-CONVERSION
               MOVE 'DEP' TO WS-LEG-TYPE
           ELSE
               MOVE 'RCV' TO WS-LEG-TYPE
               MOVE RCNV-FMV-PRICE OF ROTHCONV-RECORD TO WS-LEG-PRICE
           END-IF
           MOVE RCNV-TAXABLE-AMOUNT OF ROTHCONV-RECORD TO
               WS-LEG-AMOUNT
           PERFORM POST-CONVERSION-LEG
           IF WS-TRANPOST-RETURN-CODE = 00
               MOVE TRANSACTION-ID OF WS-TRANSACTION-RECORD TO
                   RCNV-IN-TRANSACTION-ID OF ROTHCONV-RECORD
               SET RCNV-POSTED OF ROTHCONV-RECORD TO TRUE
           ELSE
               PERFORM SUBMIT-TO-SUSPENSE
               MOVE SPACES TO RCNV-IN-TRANSACTION-ID OF ROTHCONV-RECORD
               SET RCNV-IN-LEG-SUSPENDED OF ROTHCONV-RECORD TO TRUE
               MOVE WS-TRANPOST-RETURN-CODE TO WS-RETURN-CODE
           END-IF

           PERFORM WRITE-CONVERSION-LEDGER

           MOVE ROTHCONV-RECORD TO LS-ROTHCONV-RECORD.

       CONVERT-EXIT.
           EXIT.

       VALIDATE-CONVERSION-ACCOUNTS.
      *    THE SOURCE MUST BE AN OPEN TRADITIONAL OR SEP IRA AND THE
      *    TARGET AN OPEN ROTH IRA, BOTH OWNED BY THE SAME CUSTOMER.
           OPEN INPUT ACCOUNT-FILE
           IF WS-ACCOUNT-STATUS NOT = '00'
               MOVE 04 TO WS-RETURN-CODE
               GO TO VALIDATE-ACCOUNTS-EXIT
           END-IF

           MOVE RCNV-FROM-ACCOUNT-ID OF ROTHCONV-RECORD TO
               ACCOUNT-ID OF ACCOUNT-RECORD
           READ ACCOUNT-FILE
           IF WS-ACCOUNT-STATUS NOT = '00'
               MOVE 01 TO WS-RETURN-CODE
               CLOSE ACCOUNT-FILE
               GO TO VALIDATE-ACCOUNTS-EXIT
           END-IF
           IF NOT IRA-ACCOUNT OF ACCOUNT-RECORD
              OR ROTH-IRA OF ACCOUNT-RECORD
              OR CLOSED-ACCOUNT OF ACCOUNT-RECORD
               MOVE 03 TO WS-RETURN-CODE
               CLOSE ACCOUNT-FILE
               GO TO VALIDATE-ACCOUNTS-EXIT
           END-IF
           MOVE CUSTOMER-ID OF ACCOUNT-RECORD TO WS-FROM-CUSTOMER-ID

           MOVE RCNV-ROTH-ACCOUNT-ID OF ROTHCONV-RECORD TO
               ACCOUNT-ID OF ACCOUNT-RECORD
           READ ACCOUNT-FILE
           IF WS-ACCOUNT-STATUS NOT = '00'
               MOVE 01 TO WS-RETURN-CODE
               CLOSE ACCOUNT-FILE
               GO TO VALIDATE-ACCOUNTS-EXIT
           END-IF
           IF NOT IRA-ACCOUNT OF ACCOUNT-RECORD
              OR NOT ROTH-IRA OF ACCOUNT-RECORD
              OR CLOSED-ACCOUNT OF ACCOUNT-RECORD
              OR CUSTOMER-ID OF ACCOUNT-RECORD NOT = WS-FROM-CUSTOMER-ID
               MOVE 03 TO WS-RETURN-CODE
               CLOSE ACCOUNT-FILE
               GO TO VALIDATE-ACCOUNTS-EXIT
           END-IF
           MOVE WS-FROM-CUSTOMER-ID TO
               RCNV-CUSTOMER-ID OF ROTHCONV-RECORD
           CLOSE ACCOUNT-FILE.

       VALIDATE-ACCOUNTS-EXIT.
           EXIT.

       VALUE-CONVERTED-SHARES.
      *    THE SOURCE IRA MUST HOLD AT LEAST THE QUANTITY CONVERTED.
           OPEN INPUT POSITION-FILE
           IF WS-POS-STATUS NOT = '00'
               MOVE 04 TO WS-RETURN-CODE
               GO TO VALUE-CONVERTED-SHARES-EXIT
           END-IF
           MOVE RCNV-FROM-ACCOUNT-ID OF ROTHCONV-RECORD TO
               ACCOUNT-ID OF POSITION-RECORD
           MOVE RCNV-SECURITY-SYMBOL OF ROTHCONV-RECORD TO
               SECURITY-SYMBOL OF POSITION-RECORD
           READ POSITION-FILE
           IF WS-POS-STATUS NOT = '00'
               MOVE 01 TO WS-RETURN-CODE
               CLOSE POSITION-FILE
               GO TO VALUE-CONVERTED-SHARES-EXIT
           END-IF
           IF NOT OPEN-POSITION
              OR POSITION-QUANTITY < RCNV-QUANTITY OF ROTHCONV-RECORD
               MOVE 05 TO WS-RETURN-CODE
               CLOSE POSITION-FILE
               GO TO VALUE-CONVERTED-SHARES-EXIT
           END-IF
           MOVE AVERAGE-COST-BASIS TO WS-AVERAGE-COST
           CLOSE POSITION-FILE

           COMPUTE WS-CARRIED-BASIS ROUNDED =
               RCNV-QUANTITY OF ROTHCONV-RECORD * WS-AVERAGE-COST

           MOVE WS-AVERAGE-COST TO RCNV-FMV-PRICE OF ROTHCONV-RECORD
           SET RCNV-COST-PRICE OF ROTHCONV-RECORD TO TRUE
           OPEN INPUT SECPRICE-FILE
           IF WS-PRICE-STATUS = '00'
               MOVE RCNV-SECURITY-SYMBOL OF ROTHCONV-RECORD TO
                   PRC-SYMBOL
               READ SECPRICE-FILE
               IF WS-PRICE-STATUS = '00'
                  AND PRC-CLOSE-PRICE > ZERO
                   MOVE PRC-CLOSE-PRICE TO
                       RCNV-FMV-PRICE OF ROTHCONV-RECORD
                   SET RCNV-MARKET-PRICE OF ROTHCONV-RECORD TO TRUE
               END-IF
               CLOSE SECPRICE-FILE
           END-IF

           COMPUTE RCNV-TAXABLE-AMOUNT OF ROTHCONV-RECORD ROUNDED =
               RCNV-QUANTITY OF ROTHCONV-RECORD *
               RCNV-FMV-PRICE OF ROTHCONV-RECORD.

       VALUE-CONVERTED-SHARES-EXIT.
           EXIT.

       POST-CONVERSION-LEG.
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
           IF SHARE-CONVERSION
               MOVE RCNV-SECURITY-SYMBOL OF ROTHCONV-RECORD TO
                   SECURITY-SYMBOL OF WS-TRANSACTION-RECORD
               MOVE RCNV-QUANTITY OF ROTHCONV-RECORD TO
                   QUANTITY OF WS-TRANSACTION-RECORD
           ELSE
               MOVE ZERO TO QUANTITY OF WS-TRANSACTION-RECORD
           END-IF
           MOVE WS-LEG-PRICE TO PRICE OF WS-TRANSACTION-RECORD
           MOVE ZERO TO COMMISSION OF WS-TRANSACTION-RECORD
           MOVE ZERO TO FEES OF WS-TRANSACTION-RECORD
           MOVE WS-LEG-AMOUNT TO NET-AMOUNT OF WS-TRANSACTION-RECORD
           MOVE WS-LEG-COUNTERPARTY TO
               COUNTERPARTY-ID OF WS-TRANSACTION-RECORD
           MOVE 'ROTHCONV' TO CREATED-BY OF WS-TRANSACTION-RECORD
           MOVE 'ROTHCONV' TO UPDATED-BY OF WS-TRANSACTION-RECORD
           SET IRA-CONVERSION-SUBTYPE OF WS-TRANSACTION-RECORD TO TRUE
           MOVE 'ROTH IRA CONVERSION' TO
               TRANSACTION-DESC OF WS-TRANSACTION-RECORD

           CALL 'TRANPOST' USING WS-TRANPOST-OPERATION,
                                  WS-TRANSACTION-RECORD,
                                  WS-TRANPOST-RETURN-CODE,
                                  WS-TRANPOST-START-DATE,
                                  WS-TRANPOST-END-DATE,
                                  WS-TRANPOST-HISTORY-BUFFER.

       SUBMIT-TO-SUSPENSE.
      *    THE OUTGOING LEG HAS ALREADY POSTED, SO A REJECTED INCOMING
      *    LEG IS QUEUED WITH ITS FULL INTENDED TRANSACTION FOR REPAIR.
           MOVE SPACES TO WS-SUSPQ-RECORD
           MOVE 'ROTHCONV' TO SQ-SOURCE OF WS-SUSPQ-RECORD
           MOVE WS-TRANPOST-RETURN-CODE TO
               SQ-REJECT-REASON OF WS-SUSPQ-RECORD
           MOVE WS-TRANSACTION-RECORD TO
               SQ-TRANSACTION-IMAGE OF WS-SUSPQ-RECORD
           CALL 'SUSPQ' USING WS-SUSPQ-OPERATION,
                               WS-SUSPQ-RECORD,
                               WS-SUSPQ-RETURN-CODE.

       WRITE-CONVERSION-LEDGER.
           MOVE WS-TIMESTAMP TO CREATED-TIMESTAMP OF ROTHCONV-RECORD
           MOVE 'ROTHCONV' TO CREATED-BY OF ROTHCONV-RECORD

           OPEN I-O ROTHCONV-FILE
           IF WS-FILE-STATUS = '35'
      *        First conversion ever recorded - file has to be created.
               OPEN OUTPUT ROTHCONV-FILE
               CLOSE ROTHCONV-FILE
               OPEN I-O ROTHCONV-FILE
           END-IF
           IF WS-FILE-STATUS NOT = '00'
               DISPLAY 'ROTHCONV: UNABLE TO OPEN ROTHCONV.DAT, '
                   'STATUS = ' WS-FILE-STATUS ' - CONVERSION '
                   RCNV-CONVERSION-ID OF ROTHCONV-RECORD
                   ' POSTED BUT NOT RECORDED'
               MOVE 04 TO WS-RETURN-CODE
           ELSE
               WRITE ROTHCONV-RECORD
               IF WS-FILE-STATUS = '22'
                   REWRITE ROTHCONV-RECORD
               END-IF
               IF WS-FILE-STATUS NOT = '00'
                   DISPLAY 'ROTHCONV: WRITE FAILED ON ROTHCONV.DAT, '
                       'STATUS = ' WS-FILE-STATUS ' - CONVERSION '
                       RCNV-CONVERSION-ID OF ROTHCONV-RECORD
                       ' POSTED BUT NOT RECORDED'
                   MOVE 04 TO WS-RETURN-CODE
               END-IF
               CLOSE ROTHCONV-FILE
           END-IF.

       READ-CONVERSION-PROCESS.
           OPEN INPUT ROTHCONV-FILE
           IF WS-FILE-STATUS NOT = '00'
               MOVE 04 TO WS-RETURN-CODE
               GO TO READ-CONVERSION-EXIT
           END-IF

           MOVE RCNV-KEY OF LS-ROTHCONV-RECORD TO
               RCNV-KEY OF ROTHCONV-RECORD
           READ ROTHCONV-FILE
           EVALUATE WS-FILE-STATUS
               WHEN '00'
                   MOVE 00 TO WS-RETURN-CODE
                   MOVE ROTHCONV-RECORD TO LS-ROTHCONV-RECORD
               WHEN '23'
                   MOVE 01 TO WS-RETURN-CODE
               WHEN OTHER
                   MOVE 04 TO WS-RETURN-CODE
           END-EVALUATE

           CLOSE ROTHCONV-FILE.

       READ-CONVERSION-EXIT.
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

       END PROGRAM ROTHCONV.
