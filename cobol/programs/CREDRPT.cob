       IDENTIFICATION DIVISION.
       PROGRAM-ID. CREDRPT.
      ******************************************************************
      * PROGRAM: CREDRPT - DVP COUNTERPARTY CREDIT UTILIZATION REPORT
      * VERSION: 1.0
      * DATE: 2026-10-15
      * PURPOSE: ONE LINE PER INSTITUTION WITH DVP/RVP ACCOUNTS
      *          (REG-DVP-FLAG) SHOWING ITS UNSETTLED EXPOSURE WITH US
      *          AGAINST ITS CREDLIM.DAT LIMITS - THE TRADES STILL
      *          PENDING DELIVERY ON DVPLEDG.DAT, THE OPEN, WORKING AND
      *          HELD ORDERS ON ORDERS.DAT (PRICED AS ORDMGMT PRICES
      *          THEM AT ACCEPTANCE - LIMIT, ELSE STOP, ELSE THE
      *          SECPRICE.DAT CLOSE; A FUND ORDER AT ITS AMOUNT), THE
      *          GROSS LIMIT AND THE PERCENT OF IT USED, AND THE
      *          PER-TRADE LIMIT. AN INSTITUTION OVER ITS GROSS LIMIT,
      *          WITH NO LIMIT ROW, OR WITH ITS ROW SUSPENDED IS
      *          FLAGGED - ITS NEXT ORDER GOES TO A CREDIT OFFICER ON
      *          APPRVQ - AND ONE AT OR OVER THE WARNING PERCENT IS
      *          MARKED FOR CREDIT TO LOOK AT BEFORE IT GETS THERE.
      * FUNCTIONS: CALLED BY EODDRIVER EACH BUSINESS NIGHT AFTER
      *            SETTLEMENT AND ORDER EXPIRATION, OR RUN STANDALONE
      *            AFTER DVPCONF AND PRICELOAD. LK-RETURN-CODE: 00
      *            NORMAL (INCLUDING NO ACCOUNTS ON FILE), 08 FATAL
      *            SETUP ERROR.
      *
      * NOTES: THE ACCOUNT FILE IS WALKED ON ITS CUSTOMER-ID KEY, SO
      *        EACH INSTITUTION'S DVP ACCOUNTS COME TOGETHER AND ARE
      *        TOTALLED AT THE CONTROL BREAK. AN INSTITUTION ON
      *        CREDLIM.DAT WITH NO DVP ACCOUNT HAS NOTHING TO REPORT.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT-FILE ASSIGN TO "ACCOUNT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCOUNT-ID OF ACCOUNT-RECORD
               ALTERNATE RECORD KEY IS CUSTOMER-ID OF ACCOUNT-RECORD
                   WITH DUPLICATES
               FILE STATUS IS WS-ACCT-STATUS.

           SELECT CREDLIM-FILE ASSIGN TO "CREDLIM.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CL-CUSTOMER-ID
               FILE STATUS IS WS-CL-STATUS.

           SELECT DVPLEDG-FILE ASSIGN TO "DVPLEDG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DL-TRANSACTION-ID
               ALTERNATE RECORD KEY IS DL-ACCOUNT-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-LEDG-STATUS.

           SELECT ORDER-FILE ASSIGN TO "ORDERS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ORDER-ID
               ALTERNATE RECORD KEY IS ACCOUNT-ID OF ORDER-RECORD
                   WITH DUPLICATES
               FILE STATUS IS WS-ORD-STATUS.

           SELECT SECPRICE-FILE ASSIGN TO "SECPRICE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRC-SYMBOL
               FILE STATUS IS WS-PRICE-STATUS.

           SELECT CREDRPT-RPT-FILE ASSIGN TO "CREDRPT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-FILE.
       COPY ACCOUNT.

       FD  CREDLIM-FILE.
       COPY CREDLIM.

       FD  DVPLEDG-FILE.
       COPY DVPLEDG.

       FD  ORDER-FILE.
       COPY ORDER.

       FD  SECPRICE-FILE.
       COPY SECPRICE.

       FD  CREDRPT-RPT-FILE.
       01  CREDRPT-RPT-LINE              PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-ACCT-STATUS                PIC XX.
           88  ACCT-OK                   VALUE '00'.
           88  ACCT-EOF                  VALUE '10'.

       01  WS-CL-STATUS                  PIC XX.
       01  WS-LEDG-STATUS                PIC XX.
       01  WS-ORD-STATUS                 PIC XX.
       01  WS-PRICE-STATUS               PIC XX.
       01  WS-RPT-STATUS                 PIC XX.

       01  WS-LEDGER-SW                  PIC X(01) VALUE 'N'.
           88  LEDGER-OPEN               VALUE 'Y'.
       01  WS-ORDERS-SW                  PIC X(01) VALUE 'N'.
           88  ORDERS-OPEN               VALUE 'Y'.
       01  WS-PRICES-SW                  PIC X(01) VALUE 'N'.
           88  PRICES-OPEN               VALUE 'Y'.
       01  WS-LEDG-DONE-SW               PIC X(01).
           88  LEDG-SCAN-DONE            VALUE 'Y'.
       01  WS-ORDER-DONE-SW              PIC X(01).
           88  ORDER-SCAN-DONE           VALUE 'Y'.

      *    AT OR OVER THIS PERCENT OF THE GROSS LIMIT IS A WARNING.
       01  WS-WARNING-PCT                PIC 9(03)V99 VALUE 090.00.

       01  WS-CURRENT-DATE               PIC X(08).

       01  WS-WORK-CUSTOMER-ID           PIC X(10).
       01  WS-WORK-ACCOUNT-ID            PIC X(12).
       01  WS-INST-ACCOUNTS              PIC 9(05) COMP.
       01  WS-INST-PENDING               PIC S9(15)V99 COMP-3.
       01  WS-INST-ORDERS                PIC S9(15)V99 COMP-3.
       01  WS-INST-EXPOSURE              PIC S9(15)V99 COMP-3.
       01  WS-UTIL-PCT                   PIC S9(05)V99 COMP-3.
       01  WS-ORDER-VALUE                PIC S9(13)V99 COMP-3.
       01  WS-UNIT-PRICE                 PIC S9(09)V9999 COMP-3.
       01  WS-FIRM-EXPOSURE              PIC S9(15)V99 COMP-3.

       01  WS-DETAIL-LINE.
           05  DT-CUSTOMER-ID            PIC X(10).
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  DT-NAME                   PIC X(22).
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  DT-ACCOUNTS               PIC ZZ9.
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  DT-PENDING                PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  DT-ORDERS                 PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  DT-GROSS-LIMIT            PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  DT-UTIL-PCT               PIC ZZZZ9.99.
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  DT-TRADE-LIMIT            PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  DT-FLAG                   PIC X(09).

       01  WS-HEADING-LINE.
           05  FILLER                    PIC X(11) VALUE 'INSTITUTN'.
           05  FILLER                    PIC X(23) VALUE 'NAME'.
           05  FILLER                    PIC X(04) VALUE 'ACT'.
           05  FILLER                    PIC X(19) VALUE
               '       PENDING DVP'.
           05  FILLER                    PIC X(19) VALUE
               '       OPEN ORDERS'.
           05  FILLER                    PIC X(19) VALUE
               '       GROSS LIMIT'.
           05  FILLER                    PIC X(09) VALUE 'PCT USED'.
           05  FILLER                    PIC X(19) VALUE
               '       TRADE LIMIT'.
           05  FILLER                    PIC X(09) VALUE 'FLAG'.

       01  WS-INSTITUTION-COUNT          PIC 9(07) COMP.
       01  WS-BREACH-COUNT               PIC 9(07) COMP.
       01  WS-WARNING-COUNT              PIC 9(07) COMP.
       01  WS-INSTITUTION-DISPLAY        PIC ZZZZZZ9.
       01  WS-BREACH-DISPLAY             PIC ZZZZZZ9.
       01  WS-WARNING-DISPLAY            PIC ZZZZZZ9.
       01  WS-VALUE-DISPLAY              PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.

       LINKAGE SECTION.
       01  LK-RETURN-CODE                PIC 9(02).

       PROCEDURE DIVISION USING LK-RETURN-CODE.
       MAIN-PROCESS.
           MOVE 00 TO LK-RETURN-CODE
           PERFORM INITIALIZE-PROCESS
           PERFORM SCAN-ACCOUNTS-PROCESS
           PERFORM FINALIZE-PROCESS
           GOBACK.

       INITIALIZE-PROCESS.
           MOVE ZERO TO WS-INSTITUTION-COUNT
           MOVE ZERO TO WS-BREACH-COUNT
           MOVE ZERO TO WS-WARNING-COUNT
           MOVE ZERO TO WS-FIRM-EXPOSURE
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD

           OPEN INPUT ACCOUNT-FILE
           IF WS-ACCT-STATUS NOT = '00'
               DISPLAY 'CREDRPT: NO ACCOUNT.DAT ON FILE - NOTHING '
                   'TO REPORT'
               GOBACK
           END-IF

      *    NO LIMIT FILE IS REPORTED, NOT FATAL - EVERY INSTITUTION
      *    THEN SHOWS WITHOUT A LIMIT.
           OPEN INPUT CREDLIM-FILE

           OPEN INPUT DVPLEDG-FILE
           IF WS-LEDG-STATUS = '00'
               SET LEDGER-OPEN TO TRUE
           END-IF
           OPEN INPUT ORDER-FILE
           IF WS-ORD-STATUS = '00'
               SET ORDERS-OPEN TO TRUE
           END-IF
           OPEN INPUT SECPRICE-FILE
           IF WS-PRICE-STATUS = '00'
               SET PRICES-OPEN TO TRUE
           END-IF

           OPEN OUTPUT CREDRPT-RPT-FILE
           IF WS-RPT-STATUS NOT = '00'
               DISPLAY 'CREDRPT: UNABLE TO OPEN CREDRPT.RPT, '
                   'STATUS = ' WS-RPT-STATUS
               MOVE 08 TO LK-RETURN-CODE
               GOBACK
           END-IF

           MOVE SPACES TO CREDRPT-RPT-LINE
           STRING 'DVP COUNTERPARTY CREDIT UTILIZATION '
                      DELIMITED BY SIZE
                  WS-CURRENT-DATE DELIMITED BY SIZE
                  INTO CREDRPT-RPT-LINE
           END-STRING
           WRITE CREDRPT-RPT-LINE
           MOVE SPACES TO CREDRPT-RPT-LINE
           WRITE CREDRPT-RPT-LINE
           MOVE WS-HEADING-LINE TO CREDRPT-RPT-LINE
           WRITE CREDRPT-RPT-LINE.

       SCAN-ACCOUNTS-PROCESS.
           MOVE SPACES TO WS-WORK-CUSTOMER-ID
           MOVE LOW-VALUES TO CUSTOMER-ID OF ACCOUNT-RECORD
           START ACCOUNT-FILE KEY IS NOT LESS THAN
                   CUSTOMER-ID OF ACCOUNT-RECORD
               INVALID KEY SET ACCT-EOF TO TRUE
           END-START
           IF NOT ACCT-EOF
               READ ACCOUNT-FILE NEXT RECORD
               IF WS-ACCT-STATUS NOT = '00'
                   SET ACCT-EOF TO TRUE
               END-IF
           END-IF
           PERFORM SCAN-ONE-ACCOUNT UNTIL ACCT-EOF

           IF WS-WORK-CUSTOMER-ID NOT = SPACES
               PERFORM REPORT-ONE-INSTITUTION THRU
                   REPORT-ONE-INSTITUTION-EXIT
           END-IF.

       SCAN-ONE-ACCOUNT.
           IF DVP-ACCOUNT OF ACCOUNT-RECORD
               IF CUSTOMER-ID OF ACCOUNT-RECORD NOT =
                  WS-WORK-CUSTOMER-ID
                   IF WS-WORK-CUSTOMER-ID NOT = SPACES
                       PERFORM REPORT-ONE-INSTITUTION THRU
                           REPORT-ONE-INSTITUTION-EXIT
                   END-IF
                   MOVE CUSTOMER-ID OF ACCOUNT-RECORD TO
                       WS-WORK-CUSTOMER-ID
                   MOVE ZERO TO WS-INST-ACCOUNTS
                   MOVE ZERO TO WS-INST-PENDING
                   MOVE ZERO TO WS-INST-ORDERS
               END-IF
               ADD 1 TO WS-INST-ACCOUNTS
               MOVE ACCOUNT-ID OF ACCOUNT-RECORD TO WS-WORK-ACCOUNT-ID
               IF LEDGER-OPEN
                   PERFORM SUM-ACCOUNT-LEDGER
               END-IF
               IF ORDERS-OPEN
                   PERFORM SUM-ACCOUNT-ORDERS
               END-IF
           END-IF

           READ ACCOUNT-FILE NEXT RECORD
           IF WS-ACCT-STATUS NOT = '00'
               SET ACCT-EOF TO TRUE
           END-IF.

       SUM-ACCOUNT-LEDGER.
           MOVE 'N' TO WS-LEDG-DONE-SW
           MOVE WS-WORK-ACCOUNT-ID TO DL-ACCOUNT-ID
           START DVPLEDG-FILE KEY IS EQUAL TO DL-ACCOUNT-ID
               INVALID KEY SET LEDG-SCAN-DONE TO TRUE
           END-START
           PERFORM SUM-ONE-DELIVERY UNTIL LEDG-SCAN-DONE.

       SUM-ONE-DELIVERY.
           READ DVPLEDG-FILE NEXT RECORD
           IF WS-LEDG-STATUS NOT = '00'
              OR DL-ACCOUNT-ID NOT = WS-WORK-ACCOUNT-ID
               SET LEDG-SCAN-DONE TO TRUE
           ELSE
               IF DL-PENDING
                   IF DL-NET-AMOUNT < ZERO
                       SUBTRACT DL-NET-AMOUNT FROM WS-INST-PENDING
                   ELSE
                       ADD DL-NET-AMOUNT TO WS-INST-PENDING
                   END-IF
               END-IF
           END-IF.

       SUM-ACCOUNT-ORDERS.
           MOVE 'N' TO WS-ORDER-DONE-SW
           MOVE WS-WORK-ACCOUNT-ID TO ACCOUNT-ID OF ORDER-RECORD
           START ORDER-FILE KEY IS EQUAL TO ACCOUNT-ID OF ORDER-RECORD
               INVALID KEY SET ORDER-SCAN-DONE TO TRUE
           END-START
           PERFORM SUM-ONE-ORDER UNTIL ORDER-SCAN-DONE.

       SUM-ONE-ORDER.
           READ ORDER-FILE NEXT RECORD
           IF WS-ORD-STATUS NOT = '00'
              OR ACCOUNT-ID OF ORDER-RECORD NOT = WS-WORK-ACCOUNT-ID
               SET ORDER-SCAN-DONE TO TRUE
           ELSE
               IF OPEN-ORDER
                  OR WORKING-ORDER
                  OR HELD-ORDER
                   PERFORM PRICE-ONE-ORDER
                   ADD WS-ORDER-VALUE TO WS-INST-ORDERS
               END-IF
           END-IF.

       PRICE-ONE-ORDER.
      *    THE SAME PRICING ORDMGMT USES WHEN IT ACCEPTS THE ORDER.
           MOVE ZERO TO WS-ORDER-VALUE
           IF ORDER-AMOUNT NOT NUMERIC
               MOVE ZERO TO ORDER-AMOUNT
           END-IF
           IF STOP-PRICE NOT NUMERIC
               MOVE ZERO TO STOP-PRICE
           END-IF
           IF ORDER-AMOUNT > ZERO
               MOVE ORDER-AMOUNT TO WS-ORDER-VALUE
           ELSE
               MOVE ZERO TO WS-UNIT-PRICE
               IF LIMIT-PRICE > ZERO
                   MOVE LIMIT-PRICE TO WS-UNIT-PRICE
               ELSE
                   IF STOP-PRICE > ZERO
                       MOVE STOP-PRICE TO WS-UNIT-PRICE
                   ELSE
                       IF PRICES-OPEN
                           MOVE SECURITY-SYMBOL OF ORDER-RECORD TO
                               PRC-SYMBOL
                           READ SECPRICE-FILE
                           IF WS-PRICE-STATUS = '00'
                               MOVE PRC-CLOSE-PRICE TO WS-UNIT-PRICE
                           END-IF
                       END-IF
                   END-IF
               END-IF
               COMPUTE WS-ORDER-VALUE ROUNDED =
                   QUANTITY * WS-UNIT-PRICE
           END-IF.

       REPORT-ONE-INSTITUTION.
           ADD 1 TO WS-INSTITUTION-COUNT
           COMPUTE WS-INST-EXPOSURE = WS-INST-PENDING + WS-INST-ORDERS
           ADD WS-INST-EXPOSURE TO WS-FIRM-EXPOSURE

           MOVE SPACES TO WS-DETAIL-LINE
           MOVE WS-WORK-CUSTOMER-ID TO DT-CUSTOMER-ID
           MOVE WS-INST-ACCOUNTS TO DT-ACCOUNTS
           MOVE WS-INST-PENDING TO DT-PENDING
           MOVE WS-INST-ORDERS TO DT-ORDERS
           MOVE ZERO TO DT-GROSS-LIMIT
           MOVE ZERO TO DT-TRADE-LIMIT
           MOVE ZERO TO DT-UTIL-PCT

           MOVE WS-WORK-CUSTOMER-ID TO CL-CUSTOMER-ID
           READ CREDLIM-FILE
           IF WS-CL-STATUS NOT = '00'
               MOVE '** NO LIMIT ON FILE **' TO DT-NAME
               MOVE 'NO LIMIT' TO DT-FLAG
               ADD 1 TO WS-BREACH-COUNT
               GO TO REPORT-ONE-INSTITUTION-WRITE
           END-IF

           MOVE CL-INSTITUTION-NAME TO DT-NAME
           MOVE CL-GROSS-LIMIT TO DT-GROSS-LIMIT
           MOVE CL-TRADE-LIMIT TO DT-TRADE-LIMIT

           IF CL-GROSS-LIMIT > ZERO
               COMPUTE WS-UTIL-PCT ROUNDED =
                   WS-INST-EXPOSURE * 100 / CL-GROSS-LIMIT
                   ON SIZE ERROR MOVE 99999.99 TO WS-UTIL-PCT
               END-COMPUTE
           ELSE
               IF WS-INST-EXPOSURE > ZERO
                   MOVE 99999.99 TO WS-UTIL-PCT
               ELSE
                   MOVE ZERO TO WS-UTIL-PCT
               END-IF
           END-IF
           MOVE WS-UTIL-PCT TO DT-UTIL-PCT

           EVALUATE TRUE
               WHEN CL-SUSPENDED
                   MOVE 'SUSPENDED' TO DT-FLAG
                   ADD 1 TO WS-BREACH-COUNT
               WHEN WS-INST-EXPOSURE > CL-GROSS-LIMIT
                   MOVE 'BREACH' TO DT-FLAG
                   ADD 1 TO WS-BREACH-COUNT
               WHEN WS-UTIL-PCT NOT < WS-WARNING-PCT
                   MOVE 'WARNING' TO DT-FLAG
                   ADD 1 TO WS-WARNING-COUNT
               WHEN OTHER
                   MOVE SPACES TO DT-FLAG
           END-EVALUATE.

       REPORT-ONE-INSTITUTION-WRITE.
           MOVE WS-DETAIL-LINE TO CREDRPT-RPT-LINE
           WRITE CREDRPT-RPT-LINE.

       REPORT-ONE-INSTITUTION-EXIT.
           EXIT.

       FINALIZE-PROCESS.
           MOVE SPACES TO CREDRPT-RPT-LINE
           WRITE CREDRPT-RPT-LINE
           MOVE WS-FIRM-EXPOSURE TO WS-VALUE-DISPLAY
           MOVE SPACES TO CREDRPT-RPT-LINE
           STRING 'FIRM-WIDE DVP EXPOSURE ' DELIMITED BY SIZE
                  WS-VALUE-DISPLAY DELIMITED BY SIZE
                  INTO CREDRPT-RPT-LINE
           END-STRING
           WRITE CREDRPT-RPT-LINE

           CLOSE ACCOUNT-FILE
           CLOSE CREDLIM-FILE
           IF LEDGER-OPEN
               CLOSE DVPLEDG-FILE
           END-IF
           IF ORDERS-OPEN
               CLOSE ORDER-FILE
           END-IF
           IF PRICES-OPEN
               CLOSE SECPRICE-FILE
           END-IF
           CLOSE CREDRPT-RPT-FILE

           MOVE WS-INSTITUTION-COUNT TO WS-INSTITUTION-DISPLAY
           MOVE WS-BREACH-COUNT TO WS-BREACH-DISPLAY
           MOVE WS-WARNING-COUNT TO WS-WARNING-DISPLAY
           DISPLAY 'CREDRPT: REPORTED ' WS-INSTITUTION-DISPLAY
               ' INSTITUTION(S), ' WS-BREACH-DISPLAY
               ' OVER LIMIT OR WITHOUT ONE, ' WS-WARNING-DISPLAY
               ' AT WARNING'.

       END PROGRAM CREDRPT.
