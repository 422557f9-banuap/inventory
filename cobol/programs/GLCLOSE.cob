      * FUNCTIONS: STANDALONE BATCH JOB - RUN AT MONTH END. AN OUT-
      *            OF-BALANCE DATE ABORTS THE RUN BEFORE ANYTHING IS
      *            APPLIED.
      *
      * MODIFICATION HISTORY:
      * 2026-10-15  NOW CALLABLE AS A SCHEDULED EODDRIVER STEP:
      *             LK-RETURN-CODE ADDED (00 NORMAL, INCLUDING NOTHING
      *             ON FILE TO PROCESS; 08 FATAL SETUP ERROR) AND GOBACK
      *             REPLACES STOP RUN, THE SAME CONVERSION ACHINTF AND
      *             MEBATCH GOT. RUN STANDALONE IT STILL ENDS THE JOB AS
      *             BEFORE. A PERIOD ALREADY CLOSED RETURNS 04 AND A
      *             BUSINESS DATE OUT OF BALANCE RETURNS 08.
      ******************************************************************

       ENVIRONMENT DIVISION.
       01  WS-LATE-DISPLAY               PIC ZZZZZZ9.
       01  WS-AMOUNT-DISPLAY             PIC ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99-.

       LINKAGE SECTION.
       01  LK-RETURN-CODE                PIC 9(02).

       PROCEDURE DIVISION USING LK-RETURN-CODE.
       MAIN-PROCESS.
           PERFORM INITIALIZE-PROCESS
           PERFORM ACCUMULATE-JOURNAL-PROCESS
               DISPLAY 'GLCLOSE: A BUSINESS DATE IS OUT OF BALANCE '
                   '- NOTHING APPLIED, NOTHING CLOSED'
               PERFORM CLOSE-ALL-FILES
               MOVE 08 TO LK-RETURN-CODE
               GOBACK
           END-IF
           PERFORM APPLY-TO-BALANCES
           PERFORM PRINT-TRIAL-BALANCE
           PERFORM CLOSE-THE-PERIOD
           PERFORM ROTATE-JOURNAL THRU ROTATE-JOURNAL-EXIT
           PERFORM FINALIZE-PROCESS
           MOVE 00 TO LK-RETURN-CODE
           GOBACK.

       INITIALIZE-PROCESS.
           MOVE ZERO TO WS-LINE-COUNT
           IF WS-JRNL-STATUS = '35'
               DISPLAY 'GLCLOSE: NO GLJRNL.DAT ON FILE - NOTHING TO '
                   'CLOSE'
               MOVE 00 TO LK-RETURN-CODE
               GOBACK
           END-IF
           IF WS-JRNL-STATUS NOT = '00'
               DISPLAY 'GLCLOSE: UNABLE TO OPEN GLJRNL.DAT, '
                   'STATUS = ' WS-JRNL-STATUS
               MOVE 08 TO LK-RETURN-CODE
               GOBACK
           END-IF

           OPEN I-O GLPERIOD-FILE
           IF WS-PER-STATUS NOT = '00'
               DISPLAY 'GLCLOSE: UNABLE TO OPEN GLPERIOD.DAT, '
                   'STATUS = ' WS-PER-STATUS
               MOVE 08 TO LK-RETURN-CODE
               GOBACK
           END-IF

      *    RE-CLOSING A PERIOD WOULD RESTATE A REPORTED MONTH.
              AND GP-CLOSED
               DISPLAY 'GLCLOSE: PERIOD ' WS-CLOSE-PERIOD
                   ' IS ALREADY CLOSED - RUN REFUSED'
               MOVE 04 TO LK-RETURN-CODE
               GOBACK
           END-IF

           OPEN I-O GLBAL-FILE
           IF WS-BAL-STATUS NOT = '00'
               DISPLAY 'GLCLOSE: UNABLE TO OPEN GLBAL.DAT, '
                   'STATUS = ' WS-BAL-STATUS
               MOVE 08 TO LK-RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT GLCLOSE-RPT-FILE
           IF WS-RPT-STATUS NOT = '00'
               DISPLAY 'GLCLOSE: UNABLE TO OPEN GLCLOSE.RPT, '
                   'STATUS = ' WS-RPT-STATUS
               MOVE 08 TO LK-RETURN-CODE
               GOBACK
           END-IF

           MOVE SPACES TO GLCLOSE-RPT-LINE
