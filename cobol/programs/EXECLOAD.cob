      *          HAND. AN EXECUTION THAT DOES NOT MATCH AN ORDER (OR
      *          THAT ORDMGMT REFUSES, E.G. AN OVERFILL) GOES ON THE
      *          EXCEPTION REPORT (EXECLOAD.EXC) RATHER THAN BEING
      *          DROPPED SILENTLY. THE EXECUTING VENUE ON EACH
      *          EXECUTION RIDES THROUGH TO THE EXECFILE.DAT ROW; A
      *          BLANK VENUE FALLS BACK TO WHERE ORDROUTE SENT THE
      *          ORDER.
      * FUNCTIONS: STANDALONE BATCH JOB - RUN EACH TIME AN EXECUTION
      *            FILE ARRIVES FROM THE MARKET.
      ******************************************************************
           05  EXIN-QUANTITY             PIC 9(09)V999.
           05  EXIN-PRICE                PIC 9(09)V9999.
           05  EXIN-EXEC-TIME            PIC X(08).
           05  EXIN-VENUE                PIC X(08).
           05  FILLER                    PIC X(02).

       FD  EXCEPTION-FILE.
       01  EXCEPTION-LINE                PIC X(132).
           MOVE EXIN-ORDER-ID TO ORDER-ID OF WS-ORDER-RECORD
           MOVE EXIN-QUANTITY TO FILLED-QUANTITY OF WS-ORDER-RECORD
           MOVE EXIN-PRICE TO FILLED-PRICE OF WS-ORDER-RECORD
           MOVE EXIN-VENUE TO ROUTED-VENUE OF WS-ORDER-RECORD

           MOVE 'FILL  ' TO WS-ORDMGMT-OPERATION
           CALL 'ORDMGMT' USING WS-ORDMGMT-OPERATION,
