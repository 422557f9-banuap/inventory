      *          WAS THE HAND-KEYED VERSION OF EXACTLY THAT.
      * FUNCTIONS: STANDALONE BATCH JOB - RUN AT QUARTER END (AND
      *            MONTH END FOR MONTHLY SCHEDULES).
      *
      * MODIFICATION HISTORY:
      * 2026-10-15  NOW CALLABLE AS A SCHEDULED EODDRIVER STEP:
      *             LK-RETURN-CODE ADDED (00 NORMAL, INCLUDING NOTHING
      *             ON FILE TO PROCESS; 08 FATAL SETUP ERROR) AND GOBACK
      *             REPLACES STOP RUN, THE SAME CONVERSION ACHINTF AND
      *             MEBATCH GOT. RUN STANDALONE IT STILL ENDS THE JOB AS
      *             BEFORE.
      ******************************************************************

       ENVIRONMENT DIVISION.
       01  WS-FEE-DISPLAY                PIC ZZZ,ZZ9.99-.
       01  WS-BPS-DISPLAY                PIC ZZZ9.

       LINKAGE SECTION.
       01  LK-RETURN-CODE                PIC 9(02).

       PROCEDURE DIVISION USING LK-RETURN-CODE.
       MAIN-PROCESS.
           PERFORM INITIALIZE-PROCESS
           PERFORM BILL-SCHEDULES-PROCESS
           PERFORM FINALIZE-PROCESS
           MOVE 00 TO LK-RETURN-CODE
           GOBACK.

       INITIALIZE-PROCESS.
           MOVE ZERO TO WS-BILLED-COUNT
           IF WS-FEE-STATUS = '35'
               DISPLAY 'FEEBILL: NO FEESCHED.DAT ON FILE - NOTHING '
                   'TO BILL'
               MOVE 00 TO LK-RETURN-CODE
               GOBACK
           END-IF
           IF WS-FEE-STATUS NOT = '00'
               DISPLAY 'FEEBILL: UNABLE TO OPEN FEESCHED.DAT, '
                   'STATUS = ' WS-FEE-STATUS
               MOVE 08 TO LK-RETURN-CODE
               GOBACK
           END-IF

           OPEN INPUT ACCOUNT-FILE
               DISPLAY 'FEEBILL: UNABLE TO OPEN FEEBILL.RPT, '
                   'STATUS = ' WS-RPT-STATUS
               CLOSE FEESCHED-FILE
               MOVE 08 TO LK-RETURN-CODE
               GOBACK
           END-IF

           MOVE SPACES TO FEEBILL-RPT-LINE
