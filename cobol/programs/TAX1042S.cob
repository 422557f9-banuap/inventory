      *          TAX1099 PICKS ITS TAX YEAR.
      * FUNCTIONS: STANDALONE BATCH JOB - RUN ONCE A YEAR, IN
      *            JANUARY, FOR THE PRIOR CALENDAR YEAR.
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
       01  WS-WRITTEN-COUNT              PIC 9(07) COMP.
       01  WS-WRITTEN-DISPLAY            PIC ZZZZZZ9.

       LINKAGE SECTION.
       01  LK-RETURN-CODE                PIC 9(02).

       PROCEDURE DIVISION USING LK-RETURN-CODE.
       MAIN-PROCESS.
           PERFORM INITIALIZE-PROCESS
           PERFORM EXTRACT-ACCUMULATIONS-PROCESS
           PERFORM FINALIZE-PROCESS
           MOVE 00 TO LK-RETURN-CODE
           GOBACK.

       INITIALIZE-PROCESS.
           MOVE ZERO TO WS-WRITTEN-COUNT
           IF WS-ACC-STATUS = '35'
               DISPLAY 'TAX1042S: NO NRAACC.DAT ON FILE - NOTHING '
                   'TO EXTRACT'
               MOVE 00 TO LK-RETURN-CODE
               GOBACK
           END-IF
           IF WS-ACC-STATUS NOT = '00'
               DISPLAY 'TAX1042S: UNABLE TO OPEN NRAACC.DAT, '
                   'STATUS = ' WS-ACC-STATUS
               MOVE 08 TO LK-RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT TAX1042S-FILE
               DISPLAY 'TAX1042S: UNABLE TO OPEN TAX1042S.DAT, '
                   'STATUS = ' WS-OUT-STATUS
               CLOSE NRAACC-FILE
               MOVE 08 TO LK-RETURN-CODE
               GOBACK
           END-IF.

       EXTRACT-ACCUMULATIONS-PROCESS.
