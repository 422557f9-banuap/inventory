      *          WITH AN EARLY-WARNING ALARM WHEN NET CAPITAL FALLS
      *          UNDER 120 PERCENT OF THE MINIMUM.
      * FUNCTIONS: STANDALONE BATCH JOB - RUN MONTHLY AFTER GLCLOSE.
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

       01  WS-AMOUNT-DISPLAY             PIC ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99-.

       LINKAGE SECTION.
       01  LK-RETURN-CODE                PIC 9(02).

       PROCEDURE DIVISION USING LK-RETURN-CODE.
       MAIN-PROCESS.
           PERFORM INITIALIZE-PROCESS
           PERFORM SUM-GL-CAPITAL-PROCESS THRU SUM-GL-EXIT
           PERFORM CHARGE-AGED-FAILS THRU CHARGE-FAILS-EXIT
           PERFORM PRINT-COMPUTATION
           PERFORM FINALIZE-PROCESS
           MOVE 00 TO LK-RETURN-CODE
           GOBACK.

       INITIALIZE-PROCESS.
           MOVE ZERO TO WS-TENTATIVE-CAPITAL
           IF WS-RPT-STATUS NOT = '00'
               DISPLAY 'NETCAP: UNABLE TO OPEN NETCAP.RPT, '
                   'STATUS = ' WS-RPT-STATUS
               MOVE 08 TO LK-RETURN-CODE
               GOBACK
           END-IF

           MOVE SPACES TO NETCAP-RPT-LINE
