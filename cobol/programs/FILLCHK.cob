      *             THE FIRST ARCHIVE RUN WOULD HAVE REPORTED EVERY
      *             ARCHIVED TRADE'S ORDER AS AN UNPOSTED FILL, AND A
      *             FULL TABLE MADE EVERY LATER ORDER A FALSE BREAK.
      * 2026-10-15  NOW CALLABLE AS A SCHEDULED EODDRIVER STEP:
      *             LK-RETURN-CODE ADDED (00 NORMAL, INCLUDING NOTHING
      *             ON FILE TO PROCESS; 08 FATAL SETUP ERROR) AND GOBACK
      *             REPLACES STOP RUN, THE SAME CONVERSION ACHINTF AND
      *             MEBATCH GOT. RUN STANDALONE IT STILL ENDS THE JOB AS
      *             BEFORE.
      ******************************************************************

       ENVIRONMENT DIVISION.
       01  WS-ORDERS-DISPLAY             PIC ZZZZZZ9.
       01  WS-DRIFT-DISPLAY              PIC ZZZZZZ9.

       LINKAGE SECTION.
       01  LK-RETURN-CODE                PIC 9(02).

       PROCEDURE DIVISION USING LK-RETURN-CODE.
       MAIN-PROCESS.
           PERFORM INITIALIZE-PROCESS
           PERFORM EXTRACT-POSTINGS-PROCESS
           PERFORM SORT-POSTINGS-PROCESS
           PERFORM MATCH-STREAMS-PROCESS
           PERFORM FINALIZE-PROCESS
           MOVE 00 TO LK-RETURN-CODE
           GOBACK.

       INITIALIZE-PROCESS.
           MOVE ZERO TO WS-ORDERS-CHECKED
           IF WS-FILE-STATUS NOT = '00'
               DISPLAY 'FILLCHK: UNABLE TO OPEN ORDERS.DAT, '
                   'STATUS = ' WS-FILE-STATUS
               MOVE 08 TO LK-RETURN-CODE
               GOBACK
           END-IF

           OPEN INPUT TRANSACTION-FILE
               DISPLAY 'FILLCHK: UNABLE TO OPEN TRANS.DAT, '
                   'STATUS = ' WS-TRANS-STATUS
               CLOSE ORDER-FILE
               MOVE 08 TO LK-RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT FILLCHK-RPT-FILE
                   'STATUS = ' WS-RPT-STATUS
               CLOSE ORDER-FILE
               CLOSE TRANSACTION-FILE
               MOVE 08 TO LK-RETURN-CODE
               GOBACK
           END-IF

           MOVE SPACES TO FILLCHK-RPT-LINE
               CLOSE ORDER-FILE
               CLOSE TRANSACTION-FILE
               CLOSE FILLCHK-RPT-FILE
               MOVE 08 TO LK-RETURN-CODE
               GOBACK
           END-IF

           READ TRANSACTION-FILE NEXT RECORD
               CLOSE ORDER-FILE
               CLOSE TRANSACTION-FILE
               CLOSE FILLCHK-RPT-FILE
               MOVE 08 TO LK-RETURN-CODE
               GOBACK
           END-IF.

       MATCH-STREAMS-PROCESS.
