       IDENTIFICATION DIVISION.
       PROGRAM-ID. CTLPROOF.
      ******************************************************************
      * PROGRAM: CTLPROOF - BATCH STEP CONTROL-TOTAL PROOF REPORT
      * VERSION: 1.0
      * DATE: 2026-10-15
      * PURPOSE: PRINT TONIGHT'S CONTROL-TOTAL LEDGER (CTLTOT.DAT,
      *          WRITTEN BY EODDRIVER AS EACH STEP FINISHES) TO
      *          CTLPROOF.RPT - ONE LINE PER STEP SAYING WHETHER ITS
      *          EFFECT ON ACCOUNT.DAT, TRANS.DAT AND POSITION.DAT
      *          PROVED AGAINST WHAT IT REPORTED POSTING, AND FOR A
      *          STEP THAT DID NOT, EVERY FIGURE THAT BROKE WITH ITS
      *          BEFORE, AFTER, REPORTED AND UNEXPLAINED VALUES.
      * FUNCTIONS: CALLABLE AS A SCHEDULED EODDRIVER STEP (RUN EVEN
      *            AFTER THE WINDOW HAS BEEN STOPPED, SINCE A MATERIAL
      *            BREAK IS WHAT STOPS IT) OR STANDALONE.
      *            LK-RETURN-CODE: 00 EVERY STEP PROVED (OR NOTHING ON
      *            THE LEDGER FOR TODAY), 04 AT LEAST ONE BREAK, 08
      *            THE REPORT COULD NOT BE OPENED.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CTLTOT-FILE ASSIGN TO "CTLTOT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CT-KEY
               FILE STATUS IS WS-CTLTOT-STATUS.

           SELECT CTLPROOF-RPT-FILE ASSIGN TO "CTLPROOF.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CTLTOT-FILE.
       COPY CTLTOT.

       FD  CTLPROOF-RPT-FILE.
       01  CTLPROOF-RPT-LINE             PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-CTLTOT-STATUS              PIC XX.
           88  CTLTOT-OK                 VALUE '00'.
       01  WS-RPT-STATUS                 PIC XX.

       01  WS-CURRENT-DATE               PIC X(08).
       01  WS-LEDGER-AVAILABLE-SW        PIC X(01) VALUE 'N'.
           88  LEDGER-AVAILABLE          VALUE 'Y'.

       01  WS-STEP-COUNT                 PIC 9(03) VALUE ZERO.
       01  WS-PROVED-COUNT               PIC 9(03) VALUE ZERO.
       01  WS-IMMATERIAL-COUNT           PIC 9(03) VALUE ZERO.
       01  WS-MATERIAL-COUNT             PIC 9(03) VALUE ZERO.
       01  WS-COUNT-DISPLAY              PIC ZZ9.

       01  WS-VERDICT                    PIC X(40).
       01  WS-FIGURE-NAME                PIC X(20).

       01  WS-COUNT-EDIT                 PIC ZZZ,ZZZ,ZZ9-.
       01  WS-AMOUNT-EDIT                PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99-.
       01  WS-QUANTITY-EDIT              PIC ZZZ,ZZZ,ZZZ,ZZ9.999-.
       01  WS-EDIT-BEFORE                PIC X(24) JUSTIFIED RIGHT.
       01  WS-EDIT-AFTER                 PIC X(24) JUSTIFIED RIGHT.
       01  WS-EDIT-REPORTED              PIC X(24) JUSTIFIED RIGHT.
       01  WS-EDIT-UNEXPLAINED           PIC X(24) JUSTIFIED RIGHT.

       LINKAGE SECTION.
       01  LK-RETURN-CODE                PIC 9(02).

       PROCEDURE DIVISION USING LK-RETURN-CODE.
       MAIN-PROCESS.
           MOVE 00 TO LK-RETURN-CODE
           PERFORM INITIALIZE-PROCESS THRU INITIALIZE-PROCESS-EXIT
           IF LK-RETURN-CODE NOT = 00
               GOBACK
           END-IF
           IF LEDGER-AVAILABLE
               PERFORM REPORT-LEDGER-ROWS
           END-IF
           PERFORM FINALIZE-PROCESS
           GOBACK.

       INITIALIZE-PROCESS.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD

           OPEN OUTPUT CTLPROOF-RPT-FILE
           IF WS-RPT-STATUS NOT = '00'
               DISPLAY 'CTLPROOF: UNABLE TO OPEN CTLPROOF.RPT, '
                   'STATUS = ' WS-RPT-STATUS
               MOVE 08 TO LK-RETURN-CODE
               GO TO INITIALIZE-PROCESS-EXIT
           END-IF

           MOVE SPACES TO CTLPROOF-RPT-LINE
           STRING 'BATCH STEP CONTROL-TOTAL PROOF FOR '
                  DELIMITED BY SIZE
                  WS-CURRENT-DATE DELIMITED BY SIZE
                  INTO CTLPROOF-RPT-LINE
           END-STRING
           WRITE CTLPROOF-RPT-LINE

      *    NO LEDGER YET MEANS NO STEP HAS BEEN PROVED - NOTHING TO
      *    REPORT, WHICH IS NOT AN ERROR.
           OPEN INPUT CTLTOT-FILE
           IF WS-CTLTOT-STATUS NOT = '00'
               DISPLAY 'CTLPROOF: NO CTLTOT.DAT ON FILE - NOTHING TO '
                   'REPORT'
               GO TO INITIALIZE-PROCESS-EXIT
           END-IF
           SET LEDGER-AVAILABLE TO TRUE.

       INITIALIZE-PROCESS-EXIT.
           EXIT.

       REPORT-LEDGER-ROWS.
           MOVE WS-CURRENT-DATE TO CT-BUSINESS-DATE
           MOVE LOW-VALUES TO CT-STEP-NAME
           START CTLTOT-FILE KEY IS NOT LESS THAN CT-KEY
               INVALID KEY MOVE '10' TO WS-CTLTOT-STATUS
           END-START

           IF CTLTOT-OK
               READ CTLTOT-FILE NEXT RECORD
               PERFORM REPORT-ONE-STEP
                   UNTIL WS-CTLTOT-STATUS NOT = '00'
           END-IF.

       REPORT-ONE-STEP.
           IF CT-BUSINESS-DATE NOT = WS-CURRENT-DATE
               MOVE '10' TO WS-CTLTOT-STATUS
           ELSE
               ADD 1 TO WS-STEP-COUNT
               EVALUATE TRUE
                   WHEN CT-PROVED
                       ADD 1 TO WS-PROVED-COUNT
                       MOVE 'PROVED' TO WS-VERDICT
                   WHEN CT-IMMATERIAL-BREAK
                       ADD 1 TO WS-IMMATERIAL-COUNT
                       MOVE 'OUT OF PROOF - IMMATERIAL' TO WS-VERDICT
                   WHEN OTHER
                       ADD 1 TO WS-MATERIAL-COUNT
                       MOVE 'OUT OF PROOF - MATERIAL, WINDOW STOPPED'
                           TO WS-VERDICT
               END-EVALUATE

               MOVE SPACES TO CTLPROOF-RPT-LINE
               STRING 'STEP ' DELIMITED BY SIZE
                      CT-STEP-NAME DELIMITED BY SIZE
                      '  PROGRAM ' DELIMITED BY SIZE
                      CT-PROGRAM DELIMITED BY SIZE
                      '  CC ' DELIMITED BY SIZE
                      CT-STEP-RETURN-CODE DELIMITED BY SIZE
                      '  ' DELIMITED BY SIZE
                      WS-VERDICT DELIMITED BY SIZE
                      INTO CTLPROOF-RPT-LINE
               END-STRING
               WRITE CTLPROOF-RPT-LINE

               IF NOT CT-PROVED
                   PERFORM REPORT-STEP-BREAKS
               END-IF

               READ CTLTOT-FILE NEXT RECORD
           END-IF.

       REPORT-STEP-BREAKS.
           MOVE SPACES TO CTLPROOF-RPT-LINE
           STRING '      FIGURE              '
                  DELIMITED BY SIZE
                  '                  BEFORE' DELIMITED BY SIZE
                  '                   AFTER' DELIMITED BY SIZE
                  '                REPORTED' DELIMITED BY SIZE
                  '             UNEXPLAINED' DELIMITED BY SIZE
                  INTO CTLPROOF-RPT-LINE
           END-STRING
           WRITE CTLPROOF-RPT-LINE

           IF CT-ACCOUNT-COUNT(4) NOT = ZERO
               MOVE 'ACCOUNT RECORDS' TO WS-FIGURE-NAME
               MOVE CT-ACCOUNT-COUNT(1) TO WS-COUNT-EDIT
               MOVE WS-COUNT-EDIT TO WS-EDIT-BEFORE
               MOVE CT-ACCOUNT-COUNT(2) TO WS-COUNT-EDIT
               MOVE WS-COUNT-EDIT TO WS-EDIT-AFTER
               MOVE CT-ACCOUNT-COUNT(3) TO WS-COUNT-EDIT
               MOVE WS-COUNT-EDIT TO WS-EDIT-REPORTED
               MOVE CT-ACCOUNT-COUNT(4) TO WS-COUNT-EDIT
               MOVE WS-COUNT-EDIT TO WS-EDIT-UNEXPLAINED
               PERFORM WRITE-BREAK-LINE
           END-IF
           IF CT-ACCOUNT-BALANCE(4) NOT = ZERO
               MOVE 'ACCOUNT-BALANCE' TO WS-FIGURE-NAME
               MOVE CT-ACCOUNT-BALANCE(1) TO WS-AMOUNT-EDIT
               MOVE WS-AMOUNT-EDIT TO WS-EDIT-BEFORE
               MOVE CT-ACCOUNT-BALANCE(2) TO WS-AMOUNT-EDIT
               MOVE WS-AMOUNT-EDIT TO WS-EDIT-AFTER
               MOVE CT-ACCOUNT-BALANCE(3) TO WS-AMOUNT-EDIT
               MOVE WS-AMOUNT-EDIT TO WS-EDIT-REPORTED
               MOVE CT-ACCOUNT-BALANCE(4) TO WS-AMOUNT-EDIT
               MOVE WS-AMOUNT-EDIT TO WS-EDIT-UNEXPLAINED
               PERFORM WRITE-BREAK-LINE
           END-IF
           IF CT-SETTLED-BALANCE(4) NOT = ZERO
               MOVE 'SETTLED-BALANCE' TO WS-FIGURE-NAME
               MOVE CT-SETTLED-BALANCE(1) TO WS-AMOUNT-EDIT
               MOVE WS-AMOUNT-EDIT TO WS-EDIT-BEFORE
               MOVE CT-SETTLED-BALANCE(2) TO WS-AMOUNT-EDIT
               MOVE WS-AMOUNT-EDIT TO WS-EDIT-AFTER
               MOVE CT-SETTLED-BALANCE(3) TO WS-AMOUNT-EDIT
               MOVE WS-AMOUNT-EDIT TO WS-EDIT-REPORTED
               MOVE CT-SETTLED-BALANCE(4) TO WS-AMOUNT-EDIT
               MOVE WS-AMOUNT-EDIT TO WS-EDIT-UNEXPLAINED
               PERFORM WRITE-BREAK-LINE
           END-IF
           IF CT-TRANS-COUNT(4) NOT = ZERO
               MOVE 'TRANSACTION RECORDS' TO WS-FIGURE-NAME
               MOVE CT-TRANS-COUNT(1) TO WS-COUNT-EDIT
               MOVE WS-COUNT-EDIT TO WS-EDIT-BEFORE
               MOVE CT-TRANS-COUNT(2) TO WS-COUNT-EDIT
               MOVE WS-COUNT-EDIT TO WS-EDIT-AFTER
               MOVE CT-TRANS-COUNT(3) TO WS-COUNT-EDIT
               MOVE WS-COUNT-EDIT TO WS-EDIT-REPORTED
               MOVE CT-TRANS-COUNT(4) TO WS-COUNT-EDIT
               MOVE WS-COUNT-EDIT TO WS-EDIT-UNEXPLAINED
               PERFORM WRITE-BREAK-LINE
           END-IF
           IF CT-TRANS-AMOUNT(4) NOT = ZERO
               MOVE 'TRANSACTION-AMOUNT' TO WS-FIGURE-NAME
               MOVE CT-TRANS-AMOUNT(1) TO WS-AMOUNT-EDIT
               MOVE WS-AMOUNT-EDIT TO WS-EDIT-BEFORE
               MOVE CT-TRANS-AMOUNT(2) TO WS-AMOUNT-EDIT
               MOVE WS-AMOUNT-EDIT TO WS-EDIT-AFTER
               MOVE CT-TRANS-AMOUNT(3) TO WS-AMOUNT-EDIT
               MOVE WS-AMOUNT-EDIT TO WS-EDIT-REPORTED
               MOVE CT-TRANS-AMOUNT(4) TO WS-AMOUNT-EDIT
               MOVE WS-AMOUNT-EDIT TO WS-EDIT-UNEXPLAINED
               PERFORM WRITE-BREAK-LINE
           END-IF
           IF CT-POSITION-COUNT(4) NOT = ZERO
               MOVE 'POSITION RECORDS' TO WS-FIGURE-NAME
               MOVE CT-POSITION-COUNT(1) TO WS-COUNT-EDIT
               MOVE WS-COUNT-EDIT TO WS-EDIT-BEFORE
               MOVE CT-POSITION-COUNT(2) TO WS-COUNT-EDIT
               MOVE WS-COUNT-EDIT TO WS-EDIT-AFTER
               MOVE CT-POSITION-COUNT(3) TO WS-COUNT-EDIT
               MOVE WS-COUNT-EDIT TO WS-EDIT-REPORTED
               MOVE CT-POSITION-COUNT(4) TO WS-COUNT-EDIT
               MOVE WS-COUNT-EDIT TO WS-EDIT-UNEXPLAINED
               PERFORM WRITE-BREAK-LINE
           END-IF
           IF CT-POSITION-QUANTITY(4) NOT = ZERO
               MOVE 'POSITION-QUANTITY' TO WS-FIGURE-NAME
               MOVE CT-POSITION-QUANTITY(1) TO WS-QUANTITY-EDIT
               MOVE WS-QUANTITY-EDIT TO WS-EDIT-BEFORE
               MOVE CT-POSITION-QUANTITY(2) TO WS-QUANTITY-EDIT
               MOVE WS-QUANTITY-EDIT TO WS-EDIT-AFTER
               MOVE CT-POSITION-QUANTITY(3) TO WS-QUANTITY-EDIT
               MOVE WS-QUANTITY-EDIT TO WS-EDIT-REPORTED
               MOVE CT-POSITION-QUANTITY(4) TO WS-QUANTITY-EDIT
               MOVE WS-QUANTITY-EDIT TO WS-EDIT-UNEXPLAINED
               PERFORM WRITE-BREAK-LINE
           END-IF.

       WRITE-BREAK-LINE.
           MOVE SPACES TO CTLPROOF-RPT-LINE
           STRING '      ' DELIMITED BY SIZE
                  WS-FIGURE-NAME DELIMITED BY SIZE
                  WS-EDIT-BEFORE DELIMITED BY SIZE
                  WS-EDIT-AFTER DELIMITED BY SIZE
                  WS-EDIT-REPORTED DELIMITED BY SIZE
                  WS-EDIT-UNEXPLAINED DELIMITED BY SIZE
                  INTO CTLPROOF-RPT-LINE
           END-STRING
           WRITE CTLPROOF-RPT-LINE.

       FINALIZE-PROCESS.
           MOVE SPACES TO CTLPROOF-RPT-LINE
           WRITE CTLPROOF-RPT-LINE
           MOVE WS-STEP-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO CTLPROOF-RPT-LINE
           STRING 'STEPS ON THE LEDGER   ' DELIMITED BY SIZE
                  WS-COUNT-DISPLAY DELIMITED BY SIZE
                  INTO CTLPROOF-RPT-LINE
           END-STRING
           WRITE CTLPROOF-RPT-LINE
           MOVE WS-PROVED-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO CTLPROOF-RPT-LINE
           STRING 'PROVED                ' DELIMITED BY SIZE
                  WS-COUNT-DISPLAY DELIMITED BY SIZE
                  INTO CTLPROOF-RPT-LINE
           END-STRING
           WRITE CTLPROOF-RPT-LINE
           MOVE WS-IMMATERIAL-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO CTLPROOF-RPT-LINE
           STRING 'IMMATERIAL BREAKS     ' DELIMITED BY SIZE
                  WS-COUNT-DISPLAY DELIMITED BY SIZE
                  INTO CTLPROOF-RPT-LINE
           END-STRING
           WRITE CTLPROOF-RPT-LINE
           MOVE WS-MATERIAL-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO CTLPROOF-RPT-LINE
           STRING 'MATERIAL BREAKS       ' DELIMITED BY SIZE
                  WS-COUNT-DISPLAY DELIMITED BY SIZE
                  INTO CTLPROOF-RPT-LINE
           END-STRING
           WRITE CTLPROOF-RPT-LINE

           IF LEDGER-AVAILABLE
               CLOSE CTLTOT-FILE
           END-IF
           CLOSE CTLPROOF-RPT-FILE

           IF WS-IMMATERIAL-COUNT > ZERO
              OR WS-MATERIAL-COUNT > ZERO
               MOVE 04 TO LK-RETURN-CODE
           END-IF
           DISPLAY 'CTLPROOF: ' WS-STEP-COUNT ' STEPS, '
               WS-PROVED-COUNT ' PROVED, '
               WS-IMMATERIAL-COUNT ' IMMATERIAL BREAKS, '
               WS-MATERIAL-COUNT ' MATERIAL BREAKS'.

       END PROGRAM CTLPROOF.
