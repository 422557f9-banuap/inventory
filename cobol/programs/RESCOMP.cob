      *          RESCOMP.RPT, AND EACH COMPUTATION IS APPENDED TO
      *          RESHIST.DAT SO THE EXAMINER CAN SEE THE TREND.
      * FUNCTIONS: STANDALONE BATCH JOB - RUN WEEKLY.
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

       01  WS-AMOUNT-DISPLAY             PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.

       LINKAGE SECTION.
       01  LK-RETURN-CODE                PIC 9(02).

       PROCEDURE DIVISION USING LK-RETURN-CODE.
       MAIN-PROCESS.
           PERFORM INITIALIZE-PROCESS
           PERFORM SUM-ACCOUNT-SIDE-PROCESS
           PERFORM PRINT-FORMULA-REPORT
           PERFORM APPEND-HISTORY-RECORD THRU APPEND-HISTORY-EXIT
           PERFORM FINALIZE-PROCESS
           MOVE 00 TO LK-RETURN-CODE
           GOBACK.

       INITIALIZE-PROCESS.
           MOVE ZERO TO WS-FREE-CREDITS
           IF WS-FILE-STATUS NOT = '00'
               DISPLAY 'RESCOMP: UNABLE TO OPEN ACCOUNT.DAT, '
                   'STATUS = ' WS-FILE-STATUS
               MOVE 08 TO LK-RETURN-CODE
               GOBACK
           END-IF

           OPEN INPUT TRANSACTION-FILE
               IF FAILS-AVAILABLE
                   CLOSE FAILTRK-FILE
               END-IF
               MOVE 08 TO LK-RETURN-CODE
               GOBACK
           END-IF.

       SUM-ACCOUNT-SIDE-PROCESS.
