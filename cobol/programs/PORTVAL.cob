      *        USES FOR ITS BRANCH/OFFICER TOTALS. REPORT LINES ROUTE
      *        THROUGH EMIT-RPT-LINE AND THE SHARED PRINT-LINE PAGE
      *        CONTROL, LIKE BOBREP.
      *
      * MODIFICATION HISTORY:
      * 2026-10-15  EACH ACCOUNT NOW SHOWS A DIVIDENDS PAYABLE LINE -
      *             THE SUM OF ITS OPEN RECEIVABLE ROWS ON DIVRCV.DAT,
      *             BOOKED BY DIVCAL ON RECORD DATE AND CLEARED WHEN
      *             THE PAY DATE'S CASH POSTS - AND THE AMOUNT IS
      *             INCLUDED IN THE ACCOUNT TOTAL. NO OPEN ROWS (OR NO
      *             FILE) MEANS NO LINE.
      ******************************************************************

       ENVIRONMENT DIVISION.
               RECORD KEY IS PRC-SYMBOL
               FILE STATUS IS WS-PRICE-STATUS.

           SELECT DIVRCV-FILE ASSIGN TO "DIVRCV.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DR-KEY
               ALTERNATE RECORD KEY IS DR-ACCOUNT-ID WITH DUPLICATES
               FILE STATUS IS WS-RCV-STATUS.

           SELECT PORTVAL-FILE ASSIGN TO "PORTVAL.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
       FD  SECPRICE-FILE.
       COPY SECPRICE.

       FD  DIVRCV-FILE.
       COPY DIVRCV.

       FD  PORTVAL-FILE.
       01  RPT-LINE                      PIC X(132).

       01  WS-POS-STATUS                 PIC XX.
       01  WS-PRICE-STATUS               PIC XX.
       01  WS-RPT-STATUS                 PIC XX.
       01  WS-RCV-STATUS                 PIC XX.

       01  WS-POSITIONS-AVAILABLE-SW     PIC X(01) VALUE 'Y'.
           88  POSITIONS-AVAILABLE       VALUE 'Y'.
       01  WS-PRICES-AVAILABLE-SW        PIC X(01) VALUE 'Y'.
           88  PRICES-AVAILABLE          VALUE 'Y'.

       01  WS-RECEIVABLES-AVAILABLE-SW   PIC X(01) VALUE 'Y'.
           88  RECEIVABLES-AVAILABLE     VALUE 'Y'.

       01  WS-PRICE-FOUND-SW             PIC X(01) VALUE 'N'.
           88  MARKET-PRICE-FOUND        VALUE 'Y'.

       01  WS-HOLDING-VALUE              PIC S9(13)V99 COMP-3.
       01  WS-HOLDING-GAIN               PIC S9(13)V99 COMP-3.
       01  WS-SECURITIES-VALUE           PIC S9(13)V99 COMP-3.
       01  WS-DIVIDENDS-PAYABLE          PIC S9(13)V99 COMP-3.
       01  WS-ACCOUNT-TOTAL              PIC S9(13)V99 COMP-3.

       01  WS-MAX-OFFICERS               PIC 9(04) VALUE 0500.
                   'HOLDINGS VALUED AT COST BASIS'
           END-IF

           OPEN INPUT DIVRCV-FILE
           IF WS-RCV-STATUS NOT = '00'
               MOVE 'N' TO WS-RECEIVABLES-AVAILABLE-SW
           END-IF

           OPEN OUTPUT PORTVAL-FILE
           IF WS-RPT-STATUS NOT = '00'
               DISPLAY 'PORTVAL: UNABLE TO OPEN PORTVAL.PRT, '
               IF PRICES-AVAILABLE
                   CLOSE SECPRICE-FILE
               END-IF
               IF RECEIVABLES-AVAILABLE
                   CLOSE DIVRCV-FILE
               END-IF
               STOP RUN
           END-IF


       BUILD-ACCOUNT-STATEMENT.
           MOVE ZERO TO WS-SECURITIES-VALUE
           MOVE ZERO TO WS-DIVIDENDS-PAYABLE

           MOVE SPACES TO RPT-LINE
           STRING 'ACCOUNT ' DELIMITED BY SIZE
               PERFORM LIST-ACCOUNT-HOLDINGS
           END-IF

           IF RECEIVABLES-AVAILABLE
               PERFORM SUM-ACCOUNT-RECEIVABLES
           END-IF

           COMPUTE WS-ACCOUNT-TOTAL =
               WS-SECURITIES-VALUE +
               ACCOUNT-BALANCE OF ACCOUNT-RECORD +
               WS-DIVIDENDS-PAYABLE

           MOVE ACCOUNT-BALANCE OF ACCOUNT-RECORD TO WS-TOTAL-DISPLAY
           MOVE SPACES TO RPT-LINE
           END-STRING
           PERFORM EMIT-RPT-LINE

           IF WS-DIVIDENDS-PAYABLE NOT = ZERO
               MOVE WS-DIVIDENDS-PAYABLE TO WS-TOTAL-DISPLAY
               MOVE SPACES TO RPT-LINE
               STRING '  DIVIDENDS PAYABLE  ' DELIMITED BY SIZE
                      WS-TOTAL-DISPLAY DELIMITED BY SIZE
                      INTO RPT-LINE
               END-STRING
               PERFORM EMIT-RPT-LINE
           END-IF

           MOVE WS-ACCOUNT-TOTAL TO WS-TOTAL-DISPLAY
           MOVE SPACES TO RPT-LINE
           STRING '  ACCOUNT TOTAL      ' DELIMITED BY SIZE

           PERFORM ROLL-UP-OFFICER-TOTAL.

       SUM-ACCOUNT-RECEIVABLES.
      *    DECLARED BUT NOT YET PAID - RECORD DATE HAS PASSED, THE
      *    PAY DATE'S CASH HAS NOT LANDED. A SHORT HOLDER'S ROW IS
      *    NEGATIVE (THE PAYMENT-IN-LIEU IT WILL BE CHARGED).
           MOVE ACCOUNT-ID OF ACCOUNT-RECORD TO DR-ACCOUNT-ID
           START DIVRCV-FILE KEY IS EQUAL TO DR-ACCOUNT-ID
               INVALID KEY MOVE '10' TO WS-RCV-STATUS
           END-START
           IF WS-RCV-STATUS = '00'
               PERFORM READ-NEXT-ACCOUNT-RECEIVABLE
               PERFORM ADD-ONE-RECEIVABLE
                   UNTIL WS-RCV-STATUS NOT = '00'
           END-IF.

       READ-NEXT-ACCOUNT-RECEIVABLE.
           READ DIVRCV-FILE NEXT RECORD
           IF WS-RCV-STATUS = '00'
              AND DR-ACCOUNT-ID NOT = ACCOUNT-ID OF ACCOUNT-RECORD
               MOVE '10' TO WS-RCV-STATUS
           END-IF.

       ADD-ONE-RECEIVABLE.
           IF DR-OPEN
               ADD DR-AMOUNT TO WS-DIVIDENDS-PAYABLE
           END-IF
           PERFORM READ-NEXT-ACCOUNT-RECEIVABLE.

       LIST-ACCOUNT-HOLDINGS.
           MOVE ACCOUNT-ID OF ACCOUNT-RECORD TO WS-SEARCH-ACCOUNT-ID
           MOVE ACCOUNT-ID OF ACCOUNT-RECORD TO
           IF PRICES-AVAILABLE
               CLOSE SECPRICE-FILE
           END-IF
           IF RECEIVABLES-AVAILABLE
               CLOSE DIVRCV-FILE
           END-IF
           CLOSE PORTVAL-FILE

           MOVE WS-SCANNED-COUNT TO WS-SCANNED-DISPLAY
