      *          PULLED BACK THROUGH TRANPOST'S HISTA OPERATION
      *          (LIVE FILE PLUS THE TRANSARCH ARCHIVE) FOR THE SAME
      *          DATE RANGE. OUTPUT GOES TO STMTRPRT.PRT.
      *          A CONSOLIDATED HOUSEHOLD STATEMENT IS REPRINTED BY
      *          LEAVING THE ACCOUNT BLANK AND GIVING THE HOUSEHOLD-ID
      *          AFTER THE PERIOD: THE HOUSEHOLD SUMMARY PAGE COMES
      *          FROM THE HOUSEHOLD'S OWN ARCHIVE ROW, THEN EACH
      *          MEMBER ACCOUNT ARCHIVED UNDER THAT HOUSEHOLD FOR THE
      *          PERIOD IS REPRINTED AS ABOVE.
      * FUNCTIONS: STANDALONE JOB - RUN ON DEMAND BY THE BRANCH.
      * MODIFICATION HISTORY:
      * 2026-10-15  HOUSEHOLD REPRINT - BLANK ACCOUNT PLUS HOUSEHOLD-ID
      *             REPRINTS THE CONSOLIDATED STATEMENT.
      ******************************************************************

       ENVIRONMENT DIVISION.
       01  CONTROL-RECORD.
           05  CTL-ACCOUNT-ID            PIC X(12).
           05  CTL-PERIOD                PIC X(06).
           05  CTL-HOUSEHOLD-ID          PIC X(10).

       FD  STMTARCH-FILE.
       COPY STMTARCH.

       01  WS-ACCOUNT-ID                 PIC X(12).
       01  WS-PERIOD                     PIC X(06).
       01  WS-HOUSEHOLD-ID               PIC X(10).
       01  WS-MEMBER-PRINT-COUNT         PIC 9(05) VALUE 0.
       01  WS-MIX-LABEL                  PIC X(24).
       01  WS-MIX-AMOUNT                 PIC S9(13)V99 COMP-3.

       01  WS-AMOUNT-DISPLAY             PIC ZZZ,ZZZ,ZZ9.99-.
       01  WS-HIST-AMOUNT-DISPLAY        PIC ZZZ,ZZZ,ZZ9.99-.
       PROCEDURE DIVISION.
       MAIN-PROCESS.
           PERFORM INITIALIZE-PROCESS
           IF WS-ACCOUNT-ID = SPACES
               PERFORM REPRINT-HOUSEHOLD-PROCESS THRU
                   REPRINT-HOUSEHOLD-EXIT
           ELSE
               PERFORM REPRINT-STATEMENT-PROCESS THRU
                   REPRINT-STATEMENT-EXIT
           END-IF
           PERFORM FINALIZE-PROCESS
           STOP RUN.

           END-IF
           MOVE CTL-ACCOUNT-ID TO WS-ACCOUNT-ID
           MOVE CTL-PERIOD TO WS-PERIOD
           MOVE CTL-HOUSEHOLD-ID TO WS-HOUSEHOLD-ID
           CLOSE CONTROL-FILE

           IF WS-PERIOD = SPACES
              OR (WS-ACCOUNT-ID = SPACES AND WS-HOUSEHOLD-ID = SPACES)
               DISPLAY 'STMTRPRT: PERIOD (YYYYMM) AND AN ACCOUNT OR '
                   'HOUSEHOLD ARE REQUIRED ON STMTRPRT.CTL'
               STOP RUN
           END-IF

       REPRINT-STATEMENT-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * HOUSEHOLD REPRINT - SUMMARY PAGE FROM THE '**' HOUSEHOLD ROW,
      * THEN EVERY MEMBER ACCOUNT ROW CARRYING THE HOUSEHOLD-ID FOR THE
      * PERIOD. MEMBER ROWS ARE KEYED BY ACCOUNT, SO THE ARCHIVE IS
      * READ THROUGH FROM THE TOP.
      *----------------------------------------------------------------
       REPRINT-HOUSEHOLD-PROCESS.
           MOVE '**' TO SA-HH-MARKER
           MOVE WS-HOUSEHOLD-ID TO SA-HH-KEY-ID
           MOVE WS-PERIOD TO SA-PERIOD
           READ STMTARCH-FILE
           IF WS-ARCH-STATUS NOT = '00'
               DISPLAY 'STMTRPRT: NO ARCHIVED HOUSEHOLD STATEMENT FOR '
                   WS-HOUSEHOLD-ID ' PERIOD ' WS-PERIOD
               GO TO REPRINT-HOUSEHOLD-EXIT
           END-IF

           PERFORM WRITE-HOUSEHOLD-SUMMARY

           MOVE LOW-VALUES TO SA-KEY
           START STMTARCH-FILE KEY IS NOT LESS THAN SA-KEY
               INVALID KEY MOVE '10' TO WS-ARCH-STATUS
           END-START
           IF WS-ARCH-STATUS = '00'
               READ STMTARCH-FILE NEXT RECORD
               PERFORM REPRINT-ONE-MEMBER-ROW
                   UNTIL WS-ARCH-STATUS NOT = '00'
           END-IF

           DISPLAY 'STMTRPRT: REPRINTED HOUSEHOLD ' WS-HOUSEHOLD-ID
               ' PERIOD ' WS-PERIOD ' - ' WS-MEMBER-PRINT-COUNT
               ' ACCOUNT(S)'.

       REPRINT-HOUSEHOLD-EXIT.
           EXIT.

       REPRINT-ONE-MEMBER-ROW.
           IF SA-PERIOD = WS-PERIOD
              AND SA-HOUSEHOLD-ID = WS-HOUSEHOLD-ID
              AND NOT SA-HOUSEHOLD-ROW
               MOVE SA-ACCOUNT-ID TO WS-ACCOUNT-ID
               PERFORM WRITE-REPRINT-HEADER
               PERFORM WRITE-TRANSACTION-DETAIL THRU
                   WRITE-TRANSACTION-DETAIL-EXIT
               PERFORM WRITE-REPRINT-SUMMARY
               ADD 1 TO WS-MEMBER-PRINT-COUNT
           END-IF
           READ STMTARCH-FILE NEXT RECORD.

       WRITE-HOUSEHOLD-SUMMARY.
           MOVE ALL '=' TO RPRT-LINE
           WRITE RPRT-LINE

           MOVE SPACES TO RPRT-LINE
           STRING 'CONSOLIDATED HOUSEHOLD STATEMENT REPRINT '
                      DELIMITED BY SIZE
                  SA-HOUSEHOLD-ID DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  SA-ACCOUNT-NAME DELIMITED BY SIZE
                  INTO RPRT-LINE
           END-STRING
           WRITE RPRT-LINE

           MOVE SPACES TO RPRT-LINE
           STRING 'PERIOD ' DELIMITED BY SIZE
                  SA-PERIOD-START DELIMITED BY SIZE
                  ' THROUGH ' DELIMITED BY SIZE
                  SA-PERIOD-END DELIMITED BY SIZE
                  INTO RPRT-LINE
           END-STRING
           WRITE RPRT-LINE

           MOVE SPACES TO RPRT-LINE
           WRITE RPRT-LINE

           MOVE 'HOUSEHOLD TOTAL VALUE:' TO WS-MIX-LABEL
           MOVE SA-HH-TOTAL-VALUE TO WS-MIX-AMOUNT
           PERFORM WRITE-HOUSEHOLD-AMOUNT-LINE
           MOVE '  CASH' TO WS-MIX-LABEL
           MOVE SA-HH-CASH-VALUE TO WS-MIX-AMOUNT
           PERFORM WRITE-HOUSEHOLD-AMOUNT-LINE
           MOVE '  EQUITIES' TO WS-MIX-LABEL
           MOVE SA-HH-EQUITY-VALUE TO WS-MIX-AMOUNT
           PERFORM WRITE-HOUSEHOLD-AMOUNT-LINE
           MOVE '  FIXED INCOME' TO WS-MIX-LABEL
           MOVE SA-HH-FIXED-INC-VALUE TO WS-MIX-AMOUNT
           PERFORM WRITE-HOUSEHOLD-AMOUNT-LINE
           MOVE '  MUTUAL FUNDS' TO WS-MIX-LABEL
           MOVE SA-HH-FUND-VALUE TO WS-MIX-AMOUNT
           PERFORM WRITE-HOUSEHOLD-AMOUNT-LINE
           MOVE '  MONEY MARKET' TO WS-MIX-LABEL
           MOVE SA-HH-MONEY-MKT-VALUE TO WS-MIX-AMOUNT
           PERFORM WRITE-HOUSEHOLD-AMOUNT-LINE
           MOVE '  OPTIONS' TO WS-MIX-LABEL
           MOVE SA-HH-OPTION-VALUE TO WS-MIX-AMOUNT
           PERFORM WRITE-HOUSEHOLD-AMOUNT-LINE
           MOVE '  OTHER' TO WS-MIX-LABEL
           MOVE SA-HH-OTHER-VALUE TO WS-MIX-AMOUNT
           PERFORM WRITE-HOUSEHOLD-AMOUNT-LINE

           MOVE SPACES TO RPRT-LINE
           WRITE RPRT-LINE
           MOVE 'OPENING CASH BALANCE:' TO WS-MIX-LABEL
           MOVE SA-OPENING-BALANCE TO WS-MIX-AMOUNT
           PERFORM WRITE-HOUSEHOLD-AMOUNT-LINE
           MOVE 'DEPOSITS/INCOME:' TO WS-MIX-LABEL
           MOVE SA-HH-CREDITS TO WS-MIX-AMOUNT
           PERFORM WRITE-HOUSEHOLD-AMOUNT-LINE
           MOVE 'WITHDRAWALS/FEES:' TO WS-MIX-LABEL
           MOVE SA-HH-DEBITS TO WS-MIX-AMOUNT
           PERFORM WRITE-HOUSEHOLD-AMOUNT-LINE
           MOVE 'CLOSING CASH BALANCE:' TO WS-MIX-LABEL
           MOVE SA-CLOSING-BALANCE TO WS-MIX-AMOUNT
           PERFORM WRITE-HOUSEHOLD-AMOUNT-LINE
           MOVE 'TOTAL FEES CHARGED:' TO WS-MIX-LABEL
           MOVE SA-TOTAL-FEES TO WS-MIX-AMOUNT
           PERFORM WRITE-HOUSEHOLD-AMOUNT-LINE
           MOVE 'TOTAL INTEREST POSTED:' TO WS-MIX-LABEL
           MOVE SA-TOTAL-INTEREST TO WS-MIX-AMOUNT
           PERFORM WRITE-HOUSEHOLD-AMOUNT-LINE

           MOVE ALL '=' TO RPRT-LINE
           WRITE RPRT-LINE.

       WRITE-HOUSEHOLD-AMOUNT-LINE.
           MOVE WS-MIX-AMOUNT TO WS-AMOUNT-DISPLAY
           MOVE SPACES TO RPRT-LINE
           STRING WS-MIX-LABEL DELIMITED BY SIZE
                  WS-AMOUNT-DISPLAY DELIMITED BY SIZE
                  INTO RPRT-LINE
           END-STRING
           WRITE RPRT-LINE.

       WRITE-REPRINT-HEADER.
           MOVE ALL '=' TO RPRT-LINE
           WRITE RPRT-LINE
