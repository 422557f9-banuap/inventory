      *             BALREBLD APPLIES ON REPLAY) BEFORE IT JOINS THE
      *             EXPECTED MOVEMENT - AT FACE VALUE EVERY FOREIGN
      *             POSTING BROKE THE PENNY-PROOF.
      * 2026-10-15  THE REPORT NOW CLOSES WITH THE BANK-VERSUS-BOOK
      *             PROOF BNKREC LEFT ON BNKPRF.DAT FOR THE LATEST
      *             STATEMENT DATE NOT AFTER TODAY - BANK LEDGER
      *             BALANCES, BOOK MOVEMENT, THE ITEMS STILL OPEN ON
      *             EITHER SIDE AND WHETHER THE BANK PROOF TIES.
      * 2026-10-15  NOW CALLABLE AS A SCHEDULED EODDRIVER STEP:
      *             LK-RETURN-CODE ADDED (00 NORMAL, INCLUDING NOTHING
      *             ON FILE TO PROCESS; 08 FATAL SETUP ERROR) AND GOBACK
      *             REPLACES STOP RUN, THE SAME CONVERSION ACHINTF AND
      *             MEBATCH GOT. RUN STANDALONE IT STILL ENDS THE JOB AS
      *             BEFORE.
      ******************************************************************

       ENVIRONMENT DIVISION.
               RECORD KEY IS CP-SNAPSHOT-DATE
               FILE STATUS IS WS-SNAP-STATUS.

           SELECT BNKPRF-FILE ASSIGN TO "BNKPRF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BP-STATEMENT-DATE
               FILE STATUS IS WS-BNKPRF-STATUS.

           SELECT CASHPRF-RPT-FILE ASSIGN TO "CASHPRF.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           05  CP-SNAPSHOT-DATE          PIC X(08).
           05  CP-TOTAL-BALANCE          PIC S9(15)V99 COMP-3.

       FD  BNKPRF-FILE.
       COPY BNKPRF.

       FD  CASHPRF-RPT-FILE.
       01  CASHPRF-RPT-LINE              PIC X(132).


       01  WS-RPT-STATUS                 PIC XX.

       01  WS-BNKPRF-STATUS              PIC XX.
           88  BNKPRF-OK                 VALUE '00'.
           88  BNKPRF-EOF                VALUE '10'.
       01  WS-BANK-PROOF-SW              PIC X(01) VALUE 'N'.
           88  BANK-PROOF-FOUND          VALUE 'Y'.
       01  WS-BANK-PROOF-RECORD          PIC X(200).
       01  WS-BANK-EXPECTED              PIC S9(15)V99 COMP-3.
       01  WS-BANK-DIFFERENCE            PIC S9(15)V99 COMP-3.
       01  WS-BANK-OPEN-DISPLAY          PIC ZZZZZZ9.

       01  WS-CURRENT-DATE               PIC X(08).

       01  WS-TOTAL-BALANCE              PIC S9(15)V99 COMP-3.

       01  WS-AMOUNT-DISPLAY             PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99-.

       LINKAGE SECTION.
       01  LK-RETURN-CODE                PIC 9(02).

       PROCEDURE DIVISION USING LK-RETURN-CODE.
       MAIN-PROCESS.
           PERFORM INITIALIZE-PROCESS
           PERFORM SUM-CUSTOMER-BALANCES
           PERFORM SUM-ACH-TOTALS THRU SUM-ACH-TOTALS-EXIT
           PERFORM FIND-PRIOR-SNAPSHOT
           PERFORM PROVE-CASH-POSITION THRU PROVE-CASH-EXIT
           PERFORM REPORT-BANK-PROOF THRU REPORT-BANK-PROOF-EXIT
           PERFORM RECORD-TODAYS-SNAPSHOT
           PERFORM FINALIZE-PROCESS
           MOVE 00 TO LK-RETURN-CODE
           GOBACK.

       INITIALIZE-PROCESS.
           MOVE ZERO TO WS-TOTAL-BALANCE
           IF WS-FILE-STATUS NOT = '00'
               DISPLAY 'CASHPRF: UNABLE TO OPEN ACCOUNT.DAT, '
                   'STATUS = ' WS-FILE-STATUS
               MOVE 08 TO LK-RETURN-CODE
               GOBACK
           END-IF

           OPEN INPUT TRANSACTION-FILE
               DISPLAY 'CASHPRF: UNABLE TO OPEN TRANS.DAT, STATUS = '
                   WS-TRANS-STATUS
               CLOSE ACCOUNT-FILE
               MOVE 08 TO LK-RETURN-CODE
               GOBACK
           END-IF

           OPEN I-O CASHPRF-FILE
                   'STATUS = ' WS-SNAP-STATUS
               CLOSE ACCOUNT-FILE
               CLOSE TRANSACTION-FILE
               MOVE 08 TO LK-RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT CASHPRF-RPT-FILE
               CLOSE ACCOUNT-FILE
               CLOSE TRANSACTION-FILE
               CLOSE CASHPRF-FILE
               MOVE 08 TO LK-RETURN-CODE
               GOBACK
           END-IF.

       SUM-CUSTOMER-BALANCES.
       PROVE-CASH-EXIT.
           EXIT.

       REPORT-BANK-PROOF.
      *    BNKREC RECONCILES THE BANK'S STATEMENT AGAINST THE BOOK
      *    MOVEMENT; ITS PROOF FOR THE LATEST STATEMENT NOT AFTER
      *    TODAY IS SHOWN HERE SO THE CASH PROOF AND THE BANK PROOF
      *    SIT ON ONE PAGE. NO BNKPRF.DAT YET - NO SECTION.
           MOVE 'N' TO WS-BANK-PROOF-SW
           OPEN INPUT BNKPRF-FILE
           IF WS-BNKPRF-STATUS NOT = '00'
               GO TO REPORT-BANK-PROOF-EXIT
           END-IF

           MOVE LOW-VALUES TO BP-STATEMENT-DATE
           START BNKPRF-FILE KEY IS NOT LESS THAN BP-STATEMENT-DATE
               INVALID KEY MOVE '10' TO WS-BNKPRF-STATUS
           END-START
           IF BNKPRF-OK
               READ BNKPRF-FILE NEXT RECORD
               PERFORM SCAN-ONE-BANK-PROOF UNTIL NOT BNKPRF-OK
           END-IF
           CLOSE BNKPRF-FILE

           MOVE SPACES TO CASHPRF-RPT-LINE
           WRITE CASHPRF-RPT-LINE
           IF NOT BANK-PROOF-FOUND
               MOVE 'BANK VERSUS BOOK - NO BANK STATEMENT PROOF ON FILE'
                   TO CASHPRF-RPT-LINE
               WRITE CASHPRF-RPT-LINE
               GO TO REPORT-BANK-PROOF-EXIT
           END-IF
           MOVE WS-BANK-PROOF-RECORD TO BNKPRF-RECORD

           COMPUTE WS-BANK-EXPECTED =
               BP-OPENING-LEDGER
               + BP-BOOK-CREDITS - BP-BOOK-DEBITS
               - BP-UNMATCHED-BOOK-CR + BP-UNMATCHED-BOOK-DR
               - BP-CARRIED-CLEARED-NET
               + BP-UNMATCHED-BANK-CR - BP-UNMATCHED-BANK-DR
           COMPUTE WS-BANK-DIFFERENCE =
               BP-CLOSING-LEDGER - WS-BANK-EXPECTED

           MOVE SPACES TO CASHPRF-RPT-LINE
           STRING 'BANK VERSUS BOOK - STATEMENT OF ' DELIMITED BY SIZE
                  BP-STATEMENT-DATE DELIMITED BY SIZE
                  INTO CASHPRF-RPT-LINE
           END-STRING
           WRITE CASHPRF-RPT-LINE

           MOVE BP-OPENING-LEDGER TO WS-AMOUNT-DISPLAY
           MOVE 'BANK OPENING LEDGER                ' TO
               CASHPRF-RPT-LINE
           PERFORM WRITE-BANK-PROOF-LINE
           MOVE BP-CLOSING-LEDGER TO WS-AMOUNT-DISPLAY
           MOVE 'BANK CLOSING LEDGER                ' TO
               CASHPRF-RPT-LINE
           PERFORM WRITE-BANK-PROOF-LINE
           COMPUTE WS-BANK-EXPECTED = BP-BOOK-CREDITS - BP-BOOK-DEBITS
           MOVE WS-BANK-EXPECTED TO WS-AMOUNT-DISPLAY
           MOVE 'BOOK NET MOVEMENT                  ' TO
               CASHPRF-RPT-LINE
           PERFORM WRITE-BANK-PROOF-LINE
           COMPUTE WS-BANK-EXPECTED =
               BP-UNMATCHED-BANK-CR - BP-UNMATCHED-BANK-DR
           MOVE WS-BANK-EXPECTED TO WS-AMOUNT-DISPLAY
           MOVE 'BANK ITEMS NOT ON BOOKS (NET)      ' TO
               CASHPRF-RPT-LINE
           PERFORM WRITE-BANK-PROOF-LINE
           COMPUTE WS-BANK-EXPECTED =
               BP-UNMATCHED-BOOK-CR - BP-UNMATCHED-BOOK-DR
           MOVE WS-BANK-EXPECTED TO WS-AMOUNT-DISPLAY
           MOVE 'BOOK ITEMS NOT AT BANK (NET)       ' TO
               CASHPRF-RPT-LINE
           PERFORM WRITE-BANK-PROOF-LINE
           MOVE BP-CARRIED-CLEARED-NET TO WS-AMOUNT-DISPLAY
           MOVE 'EARLIER BANK ITEMS CLEARED (NET)   ' TO
               CASHPRF-RPT-LINE
           PERFORM WRITE-BANK-PROOF-LINE

           MOVE BP-OPEN-ITEM-COUNT TO WS-BANK-OPEN-DISPLAY
           MOVE SPACES TO CASHPRF-RPT-LINE
           STRING 'OPEN BANK ITEMS CARRIED            '
                  DELIMITED BY SIZE
                  WS-BANK-OPEN-DISPLAY DELIMITED BY SIZE
                  INTO CASHPRF-RPT-LINE
           END-STRING
           WRITE CASHPRF-RPT-LINE

           MOVE WS-BANK-DIFFERENCE TO WS-AMOUNT-DISPLAY
           MOVE SPACES TO CASHPRF-RPT-LINE
           IF WS-BANK-DIFFERENCE = ZERO
               STRING 'BANK PROOF DIFFERENCE              '
                      DELIMITED BY SIZE
                      WS-AMOUNT-DISPLAY DELIMITED BY SIZE
                      '  - BANK PROOF TIES' DELIMITED BY SIZE
                      INTO CASHPRF-RPT-LINE
               END-STRING
           ELSE
               STRING 'BANK PROOF DIFFERENCE              '
                      DELIMITED BY SIZE
                      WS-AMOUNT-DISPLAY DELIMITED BY SIZE
                      '  *** BANK PROOF DOES NOT TIE ***'
                          DELIMITED BY SIZE
                      INTO CASHPRF-RPT-LINE
               END-STRING
               DISPLAY 'CASHPRF: BANK PROOF FOR ' BP-STATEMENT-DATE
                   ' DOES NOT TIE - DIFFERENCE ' WS-AMOUNT-DISPLAY
           END-IF
           WRITE CASHPRF-RPT-LINE.

       REPORT-BANK-PROOF-EXIT.
           EXIT.

       SCAN-ONE-BANK-PROOF.
           IF BP-STATEMENT-DATE NOT > WS-CURRENT-DATE
               SET BANK-PROOF-FOUND TO TRUE
               MOVE BNKPRF-RECORD TO WS-BANK-PROOF-RECORD
               READ BNKPRF-FILE NEXT RECORD
           ELSE
               MOVE '10' TO WS-BNKPRF-STATUS
           END-IF.

       WRITE-BANK-PROOF-LINE.
           MOVE WS-AMOUNT-DISPLAY TO CASHPRF-RPT-LINE(36:23)
           WRITE CASHPRF-RPT-LINE.

       WRITE-PROOF-LINE-TOTAL.
           MOVE SPACES TO CASHPRF-RPT-LINE
           STRING 'TOTAL BALANCES (TRADE-DATE BASIS)  '
