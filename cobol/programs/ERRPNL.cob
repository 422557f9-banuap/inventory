      * FUNCTIONS: STANDALONE BATCH JOB - RUN MONTHLY, IN THE FIRST
      *            WEEK, FOR THE PRIOR CALENDAR MONTH, THE SAME WAY
      *            LOTGAIN PICKS ITS TAX YEAR.
      *
      * MODIFICATION HISTORY:
      * 2026-10-15  EACH ROLL-UP LINE IS ALSO WRITTEN TO ERRSUM.DAT
      *             (REPLACED EACH RUN) SO BRPNL CAN CHARGE THE LOSS TO
      *             THE BRANCH.
      * 2026-10-15  NOW CALLABLE AS A SCHEDULED EODDRIVER STEP:
      *             LK-RETURN-CODE ADDED (00 NORMAL, INCLUDING NOTHING
      *             ON FILE TO PROCESS; 08 FATAL SETUP ERROR) AND GOBACK
      *             REPLACES STOP RUN, THE SAME CONVERSION ACHINTF AND
      *             MEBATCH GOT. RUN STANDALONE IT STILL ENDS THE JOB AS
      *             BEFORE.
      ******************************************************************

       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

           SELECT ERRSUM-FILE ASSIGN TO "ERRSUM.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ERRSUM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LOTDISP-FILE.
       FD  ERRPNL-RPT-FILE.
       01  ERRPNL-RPT-LINE               PIC X(132).

       FD  ERRSUM-FILE.
       COPY ERRSUM.

       WORKING-STORAGE SECTION.
       01  WS-DISP-STATUS                PIC XX.
           88  DISP-OK                   VALUE '00'.
           88  ERRLOG-EOF                VALUE '10'.

       01  WS-RPT-STATUS                 PIC XX.
       01  WS-ERRSUM-STATUS              PIC XX.

       01  WS-ERROR-ACCOUNT-ID           PIC X(12)
                                             VALUE 'FIRMERROR   '.
       01  WS-COUNT-DISPLAY              PIC ZZZZ9.
       01  WS-AMOUNT-DISPLAY             PIC Z,ZZZ,ZZZ,ZZ9.99-.

       LINKAGE SECTION.
       01  LK-RETURN-CODE                PIC 9(02).

       PROCEDURE DIVISION USING LK-RETURN-CODE.
       MAIN-PROCESS.
           PERFORM INITIALIZE-PROCESS
           PERFORM SCAN-DISPOSALS-PROCESS
           PERFORM PRINT-ROLLUP-PROCESS
           PERFORM FINALIZE-PROCESS
           MOVE 00 TO LK-RETURN-CODE
           GOBACK.

       INITIALIZE-PROCESS.
           MOVE ZERO TO WS-SLOT-COUNT
           IF WS-DISP-STATUS = '35'
               DISPLAY 'ERRPNL: NO LOTDISP.DAT ON FILE - NOTHING TO '
                   'REPORT'
               MOVE 00 TO LK-RETURN-CODE
               GOBACK
           END-IF
           IF WS-DISP-STATUS NOT = '00'
               DISPLAY 'ERRPNL: UNABLE TO OPEN LOTDISP.DAT, '
                   'STATUS = ' WS-DISP-STATUS
               MOVE 08 TO LK-RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT ERRPNL-RPT-FILE
               DISPLAY 'ERRPNL: UNABLE TO OPEN ERRPNL.RPT, '
                   'STATUS = ' WS-RPT-STATUS
               CLOSE LOTDISP-FILE
               MOVE 08 TO LK-RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT ERRSUM-FILE
           IF WS-ERRSUM-STATUS NOT = '00'
               DISPLAY 'ERRPNL: UNABLE TO OPEN ERRSUM.DAT, '
                   'STATUS = ' WS-ERRSUM-STATUS
               CLOSE LOTDISP-FILE
               CLOSE ERRPNL-RPT-FILE
               MOVE 08 TO LK-RETURN-CODE
               GOBACK
           END-IF

           MOVE SPACES TO ERRPNL-RPT-LINE
                  INTO ERRPNL-RPT-LINE
           END-STRING
           WRITE ERRPNL-RPT-LINE
           PERFORM WRITE-SUMMARY-ROW
           ADD 1 TO WS-SLOT-INDEX.

       WRITE-SUMMARY-ROW.
           MOVE SPACES TO ERRSUM-RECORD
           MOVE WS-REPORT-PERIOD TO ES-PERIOD
           MOVE WS-TBL-BRANCH(WS-SLOT-INDEX) TO ES-BRANCH-CODE
           MOVE WS-TBL-BROKER(WS-SLOT-INDEX) TO ES-BROKER-ID
           MOVE WS-TBL-COUNT(WS-SLOT-INDEX) TO ES-CLOSEOUT-COUNT
           MOVE WS-TBL-GAIN(WS-SLOT-INDEX) TO ES-REALIZED-PNL
           WRITE ERRSUM-RECORD
           IF WS-ERRSUM-STATUS NOT = '00'
               DISPLAY 'ERRPNL: UNABLE TO WRITE ERRSUM.DAT FOR BRANCH '
                   ES-BRANCH-CODE ', STATUS = ' WS-ERRSUM-STATUS
           END-IF.

       FINALIZE-PROCESS.
           CLOSE LOTDISP-FILE
           CLOSE ERRPNL-RPT-FILE
           CLOSE ERRSUM-FILE

           MOVE WS-DISPOSAL-COUNT TO WS-DISPOSAL-DISPLAY
           DISPLAY 'ERRPNL: REPORTED ' WS-DISPOSAL-DISPLAY
