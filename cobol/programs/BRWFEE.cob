       IDENTIFICATION DIVISION.
       PROGRAM-ID. BRWFEE.
      ******************************************************************
      * PROGRAM: BRWFEE - NIGHTLY STOCK BORROW FEE ACCRUAL
      * VERSION: 1.0
      * DATE: 2026-10-15
      * PURPOSE: CHARGE SHORT SELLERS FOR THE STOCK THE FIRM BORROWS
      *          ON THEIR BEHALF. EACH NIGHT EVERY OPEN STKBRW ROW IS
      *          VALUED AT ITS SECPRICE CLOSE AND ACCRUES ONE DAY'S
      *          FEE - BORROWED QUANTITY TIMES CLOSE TIMES THE
      *          SYMBOL'S BRWRATE ANNUAL RATE, ACTUAL/360 - INTO
      *          BRWACR.DAT. ON THE LAST CALENDAR DAY OF THE MONTH
      *          EACH ACCOUNT/SYMBOL'S UNPOSTED ACCRUALS POST AS ONE
      *          FEE THROUGH TRANPOST, DESCRIBED ON THE STATEMENT AS
      *          A STOCK BORROW FEE FOR THE SYMBOL, AND THE ROWS ARE
      *          STAMPED POSTED.
      * FUNCTIONS: CALLED BY EODDRIVER EACH NIGHT, OR RUN STANDALONE.
      *            RETURN CODE 00 IS NORMAL COMPLETION (INCLUDING NO
      *            STKBRW.DAT OR BRWRATE.DAT ON FILE YET), 04 IS
      *            COMPLETE WITH BORROWS LEFT UNCHARGED FOR WANT OF A
      *            CLOSING PRICE, 08 IS A FATAL SETUP ERROR.
      *
      * NOTES: A SYMBOL WITH NO BRWRATE ROW IS GENERAL COLLATERAL AND
      *        ACCRUES NOTHING. A BORROW WITH NO SECPRICE CLOSE IS
      *        SKIPPED FOR THE NIGHT AND PRINTED ON BRWFEE.RPT - THE
      *        FEE IS NOT GUESSED AT COST BASIS.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STKBRW-FILE ASSIGN TO "STKBRW.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BRW-KEY
               FILE STATUS IS WS-BRW-STATUS.

           SELECT BRWRATE-FILE ASSIGN TO "BRWRATE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BR-SECURITY-SYMBOL
               FILE STATUS IS WS-RATE-STATUS.

           SELECT SECPRICE-FILE ASSIGN TO "SECPRICE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRC-SYMBOL
               FILE STATUS IS WS-PRICE-STATUS.

           SELECT BRWACR-FILE ASSIGN TO "BRWACR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BA-KEY
               FILE STATUS IS WS-BRWACR-STATUS.

           SELECT BRWFEE-RPT-FILE ASSIGN TO "BRWFEE.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STKBRW-FILE.
       COPY STKBRW.

       FD  BRWRATE-FILE.
       COPY BRWRATE.

       FD  SECPRICE-FILE.
       COPY SECPRICE.

       FD  BRWACR-FILE.
       COPY BRWACR.

       FD  BRWFEE-RPT-FILE.
       01  BRWFEE-RPT-LINE               PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-BRW-STATUS                 PIC XX.
           88  BRW-FILE-OK               VALUE '00'.
           88  BRW-FILE-EOF              VALUE '10'.

       01  WS-RATE-STATUS                PIC XX.
       01  WS-PRICE-STATUS               PIC XX.
       01  WS-BRWACR-STATUS              PIC XX.
       01  WS-RPT-STATUS                 PIC XX.

       01  WS-RATES-AVAILABLE-SW         PIC X(01) VALUE 'Y'.
           88  RATES-AVAILABLE           VALUE 'Y'.
       01  WS-PRICES-AVAILABLE-SW        PIC X(01) VALUE 'Y'.
           88  PRICES-AVAILABLE          VALUE 'Y'.

       01  WS-CURRENT-DATE               PIC 9(08).

       01  WS-MONTH-END-SW               PIC X(01) VALUE 'N'.
           88  TODAY-IS-MONTH-END        VALUE 'Y'.
       01  WS-TOMORROW-INT               PIC 9(08).
       01  WS-TOMORROW-NUM               PIC 9(08).

       01  WS-CURRENT-TIME.
           05  WS-CURRENT-HOUR           PIC 9(02).
           05  WS-CURRENT-MINUTE         PIC 9(02).
           05  WS-CURRENT-SECOND         PIC 9(02).
           05  WS-CURRENT-HUNDREDTH      PIC 9(02).
       01  WS-TIMESTAMP                  PIC X(26).

       01  WS-GROUP-ACCOUNT-ID           PIC X(12).
       01  WS-GROUP-SYMBOL               PIC X(12).
       01  WS-GROUP-ACCRUAL              PIC S9(11)V9(06) COMP-3.
       01  WS-GROUP-FEE                  PIC S9(13)V99 COMP-3.

       01  WS-SCANNED-COUNT              PIC 9(07) COMP.
       01  WS-ACCRUED-COUNT              PIC 9(07) COMP.
       01  WS-NO-RATE-COUNT              PIC 9(07) COMP.
       01  WS-UNPRICED-COUNT             PIC 9(07) COMP.
       01  WS-POSTED-COUNT               PIC 9(07) COMP.
       01  WS-REJECTED-COUNT             PIC 9(07) COMP.
       01  WS-COUNT-DISPLAY              PIC ZZZ,ZZ9.
       01  WS-QTY-DISPLAY                PIC ZZZ,ZZZ,ZZ9.999-.
       01  WS-AMOUNT-DISPLAY             PIC ZZZ,ZZZ,ZZ9.99-.

       01  WS-TRANPOST-OPERATION         PIC X(06) VALUE 'POST  '.
       01  WS-TRANPOST-RETURN-CODE       PIC 9(02).
       01  WS-TRANPOST-START-DATE        PIC X(08).
       01  WS-TRANPOST-END-DATE          PIC X(08).
       01  WS-TRANPOST-HISTORY-BUFFER.
           05  WS-TRANPOST-HIST-COUNT    PIC 9(03).
           05  WS-TRANPOST-HIST-ENTRIES OCCURS 50 TIMES.
               10  WS-THE-TRANSACTION-ID PIC X(16).
               10  WS-THE-TRANSACTION-TYPE PIC X(03).
               10  WS-THE-TRANSACTION-AMOUNT PIC S9(13)V99 COMP-3.
               10  WS-THE-TRANSACTION-DATE PIC X(08).
               10  WS-THE-TRANSACTION-STATUS PIC X(01).

       01  WS-SUSPQ-OPERATION            PIC X(06) VALUE 'SUBMIT'.
       01  WS-SUSPQ-RETURN-CODE          PIC 9(02).
       COPY SUSPREC REPLACING SUSPQ-RECORD BY WS-SUSPQ-RECORD.

       COPY TRANSACTION REPLACING TRANSACTION-RECORD BY
           WS-TRANSACTION-RECORD.

       LINKAGE SECTION.
       01  LK-RETURN-CODE                PIC 9(02).

       PROCEDURE DIVISION USING LK-RETURN-CODE.
       MAIN-PROCESS.
           MOVE 00 TO LK-RETURN-CODE
           PERFORM INITIALIZE-PROCESS
           PERFORM ACCRUE-BORROWS-PROCESS THRU ACCRUE-BORROWS-EXIT
           IF TODAY-IS-MONTH-END
               PERFORM POST-MONTH-FEES-PROCESS
           END-IF
           PERFORM FINALIZE-PROCESS
           GOBACK.

       INITIALIZE-PROCESS.
           MOVE ZERO TO WS-SCANNED-COUNT
           MOVE ZERO TO WS-ACCRUED-COUNT
           MOVE ZERO TO WS-NO-RATE-COUNT
           MOVE ZERO TO WS-UNPRICED-COUNT
           MOVE ZERO TO WS-POSTED-COUNT
           MOVE ZERO TO WS-REJECTED-COUNT
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD

      *    THE MONTH'S FEES POST ON THE LAST CALENDAR DAY OF THE
      *    MONTH - TOMORROW IS IN A DIFFERENT MONTH.
           MOVE 'N' TO WS-MONTH-END-SW
           COMPUTE WS-TOMORROW-INT =
               FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE) + 1
           COMPUTE WS-TOMORROW-NUM =
               FUNCTION DATE-OF-INTEGER(WS-TOMORROW-INT)
           IF WS-TOMORROW-NUM(5:2) NOT = WS-CURRENT-DATE(5:2)
               SET TODAY-IS-MONTH-END TO TRUE
           END-IF

           OPEN INPUT STKBRW-FILE
           IF WS-BRW-STATUS NOT = '00'
               DISPLAY 'BRWFEE: NO STKBRW.DAT ON FILE - NO BORROWS '
                   'TO CHARGE'
               GOBACK
           END-IF

           OPEN INPUT BRWRATE-FILE
           IF WS-RATE-STATUS NOT = '00'
               MOVE 'N' TO WS-RATES-AVAILABLE-SW
               DISPLAY 'BRWFEE: NO BRWRATE.DAT ON FILE - NO BORROW '
                   'FEES ACCRUE TONIGHT'
           END-IF

           OPEN INPUT SECPRICE-FILE
           IF WS-PRICE-STATUS NOT = '00'
               MOVE 'N' TO WS-PRICES-AVAILABLE-SW
               DISPLAY 'BRWFEE: NO SECPRICE.DAT ON FILE - BORROWS '
                   'CANNOT BE VALUED TONIGHT'
           END-IF

           OPEN I-O BRWACR-FILE
           IF WS-BRWACR-STATUS = '35'
      *        First accrual ever written - file has to be created.
               OPEN OUTPUT BRWACR-FILE
               CLOSE BRWACR-FILE
               OPEN I-O BRWACR-FILE
           END-IF
           IF WS-BRWACR-STATUS NOT = '00'
               DISPLAY 'BRWFEE: UNABLE TO OPEN BRWACR.DAT, STATUS = '
                   WS-BRWACR-STATUS
               CLOSE STKBRW-FILE
               MOVE 08 TO LK-RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT BRWFEE-RPT-FILE
           IF WS-RPT-STATUS NOT = '00'
               DISPLAY 'BRWFEE: UNABLE TO OPEN BRWFEE.RPT, STATUS = '
                   WS-RPT-STATUS
               CLOSE STKBRW-FILE
               CLOSE BRWACR-FILE
               MOVE 08 TO LK-RETURN-CODE
               GOBACK
           END-IF

           MOVE SPACES TO BRWFEE-RPT-LINE
           STRING 'STOCK BORROW FEE ACCRUAL FOR ' DELIMITED BY SIZE
                  WS-CURRENT-DATE DELIMITED BY SIZE
                  INTO BRWFEE-RPT-LINE
           END-STRING
           WRITE BRWFEE-RPT-LINE.

       ACCRUE-BORROWS-PROCESS.
           IF NOT RATES-AVAILABLE
               GO TO ACCRUE-BORROWS-EXIT
           END-IF

           MOVE LOW-VALUES TO BRW-KEY
           START STKBRW-FILE KEY IS NOT LESS THAN BRW-KEY
               INVALID KEY MOVE '10' TO WS-BRW-STATUS
           END-START
           IF BRW-FILE-OK
               READ STKBRW-FILE NEXT RECORD
               PERFORM ACCRUE-ONE-BORROW THRU ACCRUE-ONE-BORROW-EXIT
                   UNTIL NOT BRW-FILE-OK
           END-IF.

       ACCRUE-BORROWS-EXIT.
           EXIT.

       ACCRUE-ONE-BORROW.
           IF NOT BRW-OPEN
              OR BRW-BORROWED-QUANTITY NOT > ZERO
               GO TO ACCRUE-ONE-BORROW-NEXT
           END-IF
           ADD 1 TO WS-SCANNED-COUNT

           MOVE BRW-SECURITY-SYMBOL TO BR-SECURITY-SYMBOL
           READ BRWRATE-FILE
           IF WS-RATE-STATUS NOT = '00'
              OR BR-ANNUAL-RATE = ZERO
               ADD 1 TO WS-NO-RATE-COUNT
               GO TO ACCRUE-ONE-BORROW-NEXT
           END-IF

           MOVE '23' TO WS-PRICE-STATUS
           IF PRICES-AVAILABLE
               MOVE BRW-SECURITY-SYMBOL TO PRC-SYMBOL
               READ SECPRICE-FILE
           END-IF
           IF WS-PRICE-STATUS NOT = '00'
              OR PRC-CLOSE-PRICE NOT > ZERO
               ADD 1 TO WS-UNPRICED-COUNT
               MOVE 04 TO LK-RETURN-CODE
               MOVE BRW-BORROWED-QUANTITY TO WS-QTY-DISPLAY
               MOVE SPACES TO BRWFEE-RPT-LINE
               STRING 'NO CLOSE - NOT CHARGED  ' DELIMITED BY SIZE
                      BRW-ACCOUNT-ID DELIMITED BY SIZE
                      '  ' DELIMITED BY SIZE
                      BRW-SECURITY-SYMBOL DELIMITED BY SIZE
                      '  QTY ' DELIMITED BY SIZE
                      WS-QTY-DISPLAY DELIMITED BY SIZE
                      INTO BRWFEE-RPT-LINE
               END-STRING
               WRITE BRWFEE-RPT-LINE
               GO TO ACCRUE-ONE-BORROW-NEXT
           END-IF

           MOVE BRW-ACCOUNT-ID TO BA-ACCOUNT-ID
           MOVE BRW-SECURITY-SYMBOL TO BA-SECURITY-SYMBOL
           MOVE WS-CURRENT-DATE TO BA-ACCRUAL-DATE
           READ BRWACR-FILE
           IF WS-BRWACR-STATUS = '00'
      *        A RERUN OF THE NIGHT RESTATES ITS OWN ROW, UNLESS THE
      *        ROW HAS ALREADY GONE OUT IN A MONTH-END POSTING.
               IF BA-POSTED
                   GO TO ACCRUE-ONE-BORROW-NEXT
               END-IF
               PERFORM BUILD-ACCRUAL-FIELDS
               REWRITE BRWACR-RECORD
           ELSE
               MOVE SPACES TO BRWACR-RECORD
               MOVE BRW-ACCOUNT-ID TO BA-ACCOUNT-ID
               MOVE BRW-SECURITY-SYMBOL TO BA-SECURITY-SYMBOL
               MOVE WS-CURRENT-DATE TO BA-ACCRUAL-DATE
               PERFORM BUILD-ACCRUAL-FIELDS
               PERFORM GET-CURRENT-TIMESTAMP
               MOVE WS-TIMESTAMP TO
                   CREATED-TIMESTAMP OF BRWACR-RECORD
               WRITE BRWACR-RECORD
           END-IF

           IF WS-BRWACR-STATUS = '00'
               ADD 1 TO WS-ACCRUED-COUNT
           ELSE
               DISPLAY 'BRWFEE: UNABLE TO WRITE ACCRUAL FOR '
                   BRW-ACCOUNT-ID ' ' BRW-SECURITY-SYMBOL
                   ', STATUS = ' WS-BRWACR-STATUS
           END-IF.

       ACCRUE-ONE-BORROW-NEXT.
           READ STKBRW-FILE NEXT RECORD.

       ACCRUE-ONE-BORROW-EXIT.
           EXIT.

       BUILD-ACCRUAL-FIELDS.
           MOVE BRW-BORROWED-QUANTITY TO BA-BORROWED-QUANTITY
           MOVE PRC-CLOSE-PRICE TO BA-CLOSE-PRICE
           MOVE BR-ANNUAL-RATE TO BA-ANNUAL-RATE
           COMPUTE BA-DAILY-FEE ROUNDED =
               BRW-BORROWED-QUANTITY * PRC-CLOSE-PRICE
               * BR-ANNUAL-RATE / 36000
           SET BA-UNPOSTED TO TRUE
           MOVE SPACES TO BA-POSTED-DATE.

       POST-MONTH-FEES-PROCESS.
      *    THE FILE IS IN ACCOUNT/SYMBOL/DATE ORDER, SO EACH
      *    ACCOUNT/SYMBOL'S ROWS ARE CONTIGUOUS AND POST AS ONE FEE.
      *    EVERY UNPOSTED ROW GOES OUT - A MONTH END THE BATCH MISSED
      *    IS PICKED UP BY THE NEXT ONE.
           MOVE LOW-VALUES TO BA-KEY
           START BRWACR-FILE KEY IS NOT LESS THAN BA-KEY
               INVALID KEY MOVE '10' TO WS-BRWACR-STATUS
           END-START
           IF WS-BRWACR-STATUS = '00'
               READ BRWACR-FILE NEXT RECORD
               PERFORM POST-ONE-BORROW-GROUP THRU
                   POST-ONE-BORROW-GROUP-EXIT
                   UNTIL WS-BRWACR-STATUS NOT = '00'
           END-IF.

       POST-ONE-BORROW-GROUP.
           MOVE BA-ACCOUNT-ID TO WS-GROUP-ACCOUNT-ID
           MOVE BA-SECURITY-SYMBOL TO WS-GROUP-SYMBOL
           MOVE ZERO TO WS-GROUP-ACCRUAL
           PERFORM SUM-ONE-BORROW-ROW
               UNTIL WS-BRWACR-STATUS NOT = '00'
                  OR BA-ACCOUNT-ID NOT = WS-GROUP-ACCOUNT-ID
                  OR BA-SECURITY-SYMBOL NOT = WS-GROUP-SYMBOL

           COMPUTE WS-GROUP-FEE ROUNDED = WS-GROUP-ACCRUAL
           IF WS-GROUP-FEE NOT > ZERO
      *        Nothing unposted, or under half a cent so far - it
      *        carries into next month's charge.
               GO TO POST-ONE-BORROW-GROUP-EXIT
           END-IF

           PERFORM POST-BORROW-FEE

      *    POSTED OR FILED ON THE SUSPENSE QUEUE, THE CHARGE HAS LEFT
      *    THE ACCRUAL FILE EITHER WAY - THE GROUP'S ROWS ARE STAMPED
      *    SO NEXT MONTH DOES NOT BILL THEM A SECOND TIME. THE MARK
      *    PASS ENDS POSITIONED ON THE NEXT GROUP'S FIRST ROW.
           MOVE WS-GROUP-ACCOUNT-ID TO BA-ACCOUNT-ID
           MOVE WS-GROUP-SYMBOL TO BA-SECURITY-SYMBOL
           MOVE LOW-VALUES TO BA-ACCRUAL-DATE
           START BRWACR-FILE KEY IS NOT LESS THAN BA-KEY
               INVALID KEY MOVE '10' TO WS-BRWACR-STATUS
           END-START
           IF WS-BRWACR-STATUS = '00'
               READ BRWACR-FILE NEXT RECORD
               PERFORM MARK-ONE-BORROW-ROW
                   UNTIL WS-BRWACR-STATUS NOT = '00'
                      OR BA-ACCOUNT-ID NOT = WS-GROUP-ACCOUNT-ID
                      OR BA-SECURITY-SYMBOL NOT = WS-GROUP-SYMBOL
           END-IF.

       POST-ONE-BORROW-GROUP-EXIT.
           EXIT.

       SUM-ONE-BORROW-ROW.
           IF BA-UNPOSTED
              AND BA-ACCRUAL-DATE NOT > WS-CURRENT-DATE
               ADD BA-DAILY-FEE TO WS-GROUP-ACCRUAL
           END-IF
           READ BRWACR-FILE NEXT RECORD.

       MARK-ONE-BORROW-ROW.
           IF BA-UNPOSTED
              AND BA-ACCRUAL-DATE NOT > WS-CURRENT-DATE
               SET BA-POSTED TO TRUE
               MOVE WS-CURRENT-DATE TO BA-POSTED-DATE
               REWRITE BRWACR-RECORD
           END-IF
           READ BRWACR-FILE NEXT RECORD.

       POST-BORROW-FEE.
           MOVE SPACES TO WS-TRANSACTION-RECORD
           MOVE WS-GROUP-ACCOUNT-ID TO
               ACCOUNT-ID OF WS-TRANSACTION-RECORD
           MOVE 'FEE' TO TRANSACTION-TYPE OF WS-TRANSACTION-RECORD
           MOVE WS-GROUP-FEE TO TRANSACTION-AMOUNT OF
               WS-TRANSACTION-RECORD
           MOVE WS-CURRENT-DATE TO TRANSACTION-DATE OF
               WS-TRANSACTION-RECORD
           MOVE WS-CURRENT-DATE TO SETTLEMENT-DATE OF
               WS-TRANSACTION-RECORD
           MOVE WS-GROUP-SYMBOL TO SECURITY-SYMBOL OF
               WS-TRANSACTION-RECORD
           MOVE ZERO TO QUANTITY OF WS-TRANSACTION-RECORD
           MOVE ZERO TO PRICE OF WS-TRANSACTION-RECORD
           MOVE ZERO TO COMMISSION OF WS-TRANSACTION-RECORD
           MOVE ZERO TO FEES OF WS-TRANSACTION-RECORD
           MOVE WS-GROUP-FEE TO NET-AMOUNT OF WS-TRANSACTION-RECORD
           MOVE 'BRWFEE' TO CREATED-BY OF WS-TRANSACTION-RECORD
           MOVE 'BRWFEE' TO UPDATED-BY OF WS-TRANSACTION-RECORD
           STRING 'STOCK BORROW FEE ' DELIMITED BY SIZE
                  WS-GROUP-SYMBOL DELIMITED BY SPACE
                  INTO TRANSACTION-DESC OF WS-TRANSACTION-RECORD
           END-STRING

           CALL 'TRANPOST' USING WS-TRANPOST-OPERATION,
                                  WS-TRANSACTION-RECORD,
                                  WS-TRANPOST-RETURN-CODE,
                                  WS-TRANPOST-START-DATE,
                                  WS-TRANPOST-END-DATE,
                                  WS-TRANPOST-HISTORY-BUFFER

           MOVE WS-GROUP-FEE TO WS-AMOUNT-DISPLAY
           MOVE SPACES TO BRWFEE-RPT-LINE
           IF WS-TRANPOST-RETURN-CODE = 00
               ADD 1 TO WS-POSTED-COUNT
               STRING 'POSTED MONTH FEE        ' DELIMITED BY SIZE
                      WS-GROUP-ACCOUNT-ID DELIMITED BY SIZE
                      '  ' DELIMITED BY SIZE
                      WS-GROUP-SYMBOL DELIMITED BY SIZE
                      '  ' DELIMITED BY SIZE
                      WS-AMOUNT-DISPLAY DELIMITED BY SIZE
                      INTO BRWFEE-RPT-LINE
               END-STRING
           ELSE
               ADD 1 TO WS-REJECTED-COUNT
               PERFORM SUBMIT-TO-SUSPENSE
               STRING 'REJECTED TO SUSPENSE    ' DELIMITED BY SIZE
                      WS-GROUP-ACCOUNT-ID DELIMITED BY SIZE
                      '  ' DELIMITED BY SIZE
                      WS-GROUP-SYMBOL DELIMITED BY SIZE
                      '  ' DELIMITED BY SIZE
                      WS-AMOUNT-DISPLAY DELIMITED BY SIZE
                      '  RC ' DELIMITED BY SIZE
                      WS-TRANPOST-RETURN-CODE DELIMITED BY SIZE
                      INTO BRWFEE-RPT-LINE
               END-STRING
           END-IF
           WRITE BRWFEE-RPT-LINE.

       SUBMIT-TO-SUSPENSE.
      *    A REJECTED POSTING GOES ON THE SUSPENSE QUEUE WITH ITS
      *    FULL INTENDED TRANSACTION, SO OPS WORK IT THROUGH THE
      *    SUSPREP SCREEN INSTEAD OF RE-KEYING FROM A REPORT.
           MOVE SPACES TO WS-SUSPQ-RECORD
           MOVE 'BRWFEE  ' TO SQ-SOURCE OF WS-SUSPQ-RECORD
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
           MOVE SPACES TO BRWFEE-RPT-LINE
           WRITE BRWFEE-RPT-LINE
           MOVE WS-SCANNED-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO BRWFEE-RPT-LINE
           STRING 'OPEN BORROWS SCANNED:   ' DELIMITED BY SIZE
                  WS-COUNT-DISPLAY DELIMITED BY SIZE
                  INTO BRWFEE-RPT-LINE
           END-STRING
           WRITE BRWFEE-RPT-LINE
           MOVE WS-ACCRUED-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO BRWFEE-RPT-LINE
           STRING 'FEES ACCRUED:           ' DELIMITED BY SIZE
                  WS-COUNT-DISPLAY DELIMITED BY SIZE
                  INTO BRWFEE-RPT-LINE
           END-STRING
           WRITE BRWFEE-RPT-LINE
           MOVE WS-NO-RATE-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO BRWFEE-RPT-LINE
           STRING 'GENERAL COLLATERAL:     ' DELIMITED BY SIZE
                  WS-COUNT-DISPLAY DELIMITED BY SIZE
                  INTO BRWFEE-RPT-LINE
           END-STRING
           WRITE BRWFEE-RPT-LINE
           MOVE WS-UNPRICED-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO BRWFEE-RPT-LINE
           STRING 'UNPRICED - NOT CHARGED: ' DELIMITED BY SIZE
                  WS-COUNT-DISPLAY DELIMITED BY SIZE
                  INTO BRWFEE-RPT-LINE
           END-STRING
           WRITE BRWFEE-RPT-LINE
           IF TODAY-IS-MONTH-END
               MOVE WS-POSTED-COUNT TO WS-COUNT-DISPLAY
               MOVE SPACES TO BRWFEE-RPT-LINE
               STRING 'MONTH FEES POSTED:      ' DELIMITED BY SIZE
                      WS-COUNT-DISPLAY DELIMITED BY SIZE
                      INTO BRWFEE-RPT-LINE
               END-STRING
               WRITE BRWFEE-RPT-LINE
               MOVE WS-REJECTED-COUNT TO WS-COUNT-DISPLAY
               MOVE SPACES TO BRWFEE-RPT-LINE
               STRING 'MONTH FEES REJECTED:    ' DELIMITED BY SIZE
                      WS-COUNT-DISPLAY DELIMITED BY SIZE
                      INTO BRWFEE-RPT-LINE
               END-STRING
               WRITE BRWFEE-RPT-LINE
           END-IF

           CLOSE STKBRW-FILE
           IF RATES-AVAILABLE
               CLOSE BRWRATE-FILE
           END-IF
           IF PRICES-AVAILABLE
               CLOSE SECPRICE-FILE
           END-IF
           CLOSE BRWACR-FILE
           CLOSE BRWFEE-RPT-FILE

           MOVE WS-ACCRUED-COUNT TO WS-COUNT-DISPLAY
           DISPLAY 'BRWFEE: ACCRUED ' WS-COUNT-DISPLAY
               ' BORROW FEE(S) FOR ' WS-CURRENT-DATE.

       END PROGRAM BRWFEE.
