       IDENTIFICATION DIVISION.
       PROGRAM-ID. FEERPRT.
      ******************************************************************
      * PROGRAM: FEERPRT - ON-DEMAND ANNUAL FEES-AND-COSTS REPRINT
      * VERSION: 1.0
      * DATE: 2026-10-15
      * PURPOSE: REPRINT ONE ACCOUNT'S ANNUAL FEES-AND-COSTS SUMMARY
      *          FROM THE ROW FEESUMM ARCHIVED ON FEEARCH.DAT. THE
      *          CALLER DROPS THE ACCOUNT-ID AND YEAR (YYYY) IN
      *          FEERPRT.CTL - THE SAME ONE-LINE CONTROL FILE PATTERN
      *          STMTRPRT USES. OUTPUT GOES TO FEERPRT.PRT IN THE
      *          LAYOUT NOTIFGEN DELIVERED.
      * FUNCTIONS: STANDALONE JOB - RUN ON DEMAND BY THE BRANCH.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-FILE ASSIGN TO "FEERPRT.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.

           SELECT FEEARCH-FILE ASSIGN TO "FEEARCH.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FA-KEY
               FILE STATUS IS WS-ARCH-STATUS.

           SELECT REPRINT-FILE ASSIGN TO "FEERPRT.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-FILE.
       01  CONTROL-RECORD.
           05  CTL-ACCOUNT-ID            PIC X(12).
           05  CTL-YEAR                  PIC X(04).

       FD  FEEARCH-FILE.
       COPY FEEARCH.

       FD  REPRINT-FILE.
       01  RPRT-LINE                     PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-CTL-STATUS                 PIC XX.
       01  WS-ARCH-STATUS                PIC XX.
       01  WS-RPT-STATUS                 PIC XX.

       01  WS-ACCOUNT-ID                 PIC X(12).
       01  WS-YEAR                       PIC X(04).

       01  WS-CAT-INDEX                  PIC 9(01).

       01  WS-FEE-DETAIL-LINE.
           05  WS-FD-LABEL               PIC X(24).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-FD-QUARTER OCCURS 4 TIMES.
               10  WS-FD-AMOUNT          PIC ZZ,ZZZ,ZZ9.99-.
               10  FILLER                PIC X(02) VALUE SPACES.
           05  WS-FD-TOTAL               PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                    PIC X(27) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           PERFORM INITIALIZE-PROCESS
           PERFORM REPRINT-SUMMARY-PROCESS THRU REPRINT-SUMMARY-EXIT
           PERFORM FINALIZE-PROCESS
           STOP RUN.

       INITIALIZE-PROCESS.
           OPEN INPUT CONTROL-FILE
           IF WS-CTL-STATUS NOT = '00'
               DISPLAY 'FEERPRT: UNABLE TO OPEN FEERPRT.CTL, '
                   'STATUS = ' WS-CTL-STATUS
               STOP RUN
           END-IF

           READ CONTROL-FILE
           IF WS-CTL-STATUS NOT = '00'
               DISPLAY 'FEERPRT: FEERPRT.CTL IS EMPTY'
               CLOSE CONTROL-FILE
               STOP RUN
           END-IF
           MOVE CTL-ACCOUNT-ID TO WS-ACCOUNT-ID
           MOVE CTL-YEAR TO WS-YEAR
           CLOSE CONTROL-FILE

           IF WS-ACCOUNT-ID = SPACES OR WS-YEAR = SPACES
               DISPLAY 'FEERPRT: ACCOUNT AND YEAR (YYYY) ARE '
                   'BOTH REQUIRED ON FEERPRT.CTL'
               STOP RUN
           END-IF

           OPEN INPUT FEEARCH-FILE
           IF WS-ARCH-STATUS NOT = '00'
               DISPLAY 'FEERPRT: UNABLE TO OPEN FEEARCH.DAT, '
                   'STATUS = ' WS-ARCH-STATUS
               STOP RUN
           END-IF

           OPEN OUTPUT REPRINT-FILE
           IF WS-RPT-STATUS NOT = '00'
               DISPLAY 'FEERPRT: UNABLE TO OPEN FEERPRT.PRT, '
                   'STATUS = ' WS-RPT-STATUS
               CLOSE FEEARCH-FILE
               STOP RUN
           END-IF.

       REPRINT-SUMMARY-PROCESS.
           MOVE WS-ACCOUNT-ID TO FA-ACCOUNT-ID
           MOVE WS-YEAR TO FA-YEAR
           READ FEEARCH-FILE
           IF WS-ARCH-STATUS NOT = '00'
               DISPLAY 'FEERPRT: NO ARCHIVED SUMMARY FOR ACCOUNT '
                   WS-ACCOUNT-ID ' YEAR ' WS-YEAR
               GO TO REPRINT-SUMMARY-EXIT
           END-IF

           MOVE ALL '=' TO RPRT-LINE
           WRITE RPRT-LINE

           MOVE SPACES TO RPRT-LINE
           STRING 'ANNUAL FEES AND COSTS REPRINT FOR ACCOUNT '
                      DELIMITED BY SIZE
                  FA-ACCOUNT-ID DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  FA-ACCOUNT-NAME DELIMITED BY SIZE
                  INTO RPRT-LINE
           END-STRING
           WRITE RPRT-LINE

           MOVE SPACES TO RPRT-LINE
           STRING 'CALENDAR YEAR ' DELIMITED BY SIZE
                  FA-YEAR DELIMITED BY SIZE
                  '   PRODUCED ' DELIMITED BY SIZE
                  FA-GENERATED-DATE DELIMITED BY SIZE
                  INTO RPRT-LINE
           END-STRING
           WRITE RPRT-LINE

           MOVE SPACES TO RPRT-LINE
           WRITE RPRT-LINE

           MOVE SPACES TO RPRT-LINE
           STRING 'CATEGORY                  ' DELIMITED BY SIZE
                  '     QUARTER 1       QUARTER 2 ' DELIMITED BY SIZE
                  '      QUARTER 3       QUARTER 4' DELIMITED BY SIZE
                  '       YEAR TOTAL' DELIMITED BY SIZE
                  INTO RPRT-LINE
           END-STRING
           WRITE RPRT-LINE

           PERFORM WRITE-CATEGORY-LINE
               VARYING WS-CAT-INDEX FROM 1 BY 1
               UNTIL WS-CAT-INDEX > 7

           MOVE 'TOTAL FEES AND COSTS' TO WS-FD-LABEL
           MOVE FA-QUARTER-TOTAL(1) TO WS-FD-AMOUNT(1)
           MOVE FA-QUARTER-TOTAL(2) TO WS-FD-AMOUNT(2)
           MOVE FA-QUARTER-TOTAL(3) TO WS-FD-AMOUNT(3)
           MOVE FA-QUARTER-TOTAL(4) TO WS-FD-AMOUNT(4)
           MOVE FA-GRAND-TOTAL TO WS-FD-TOTAL
           MOVE WS-FEE-DETAIL-LINE TO RPRT-LINE
           WRITE RPRT-LINE

           MOVE ALL '=' TO RPRT-LINE
           WRITE RPRT-LINE
           DISPLAY 'FEERPRT: REPRINTED ACCOUNT ' WS-ACCOUNT-ID
               ' YEAR ' WS-YEAR.

       REPRINT-SUMMARY-EXIT.
           EXIT.

       WRITE-CATEGORY-LINE.
           MOVE FA-CATEGORY-NAME(WS-CAT-INDEX) TO WS-FD-LABEL
           MOVE FA-QUARTER-AMOUNT(WS-CAT-INDEX, 1) TO WS-FD-AMOUNT(1)
           MOVE FA-QUARTER-AMOUNT(WS-CAT-INDEX, 2) TO WS-FD-AMOUNT(2)
           MOVE FA-QUARTER-AMOUNT(WS-CAT-INDEX, 3) TO WS-FD-AMOUNT(3)
           MOVE FA-QUARTER-AMOUNT(WS-CAT-INDEX, 4) TO WS-FD-AMOUNT(4)
           MOVE FA-CATEGORY-TOTAL(WS-CAT-INDEX) TO WS-FD-TOTAL
           MOVE WS-FEE-DETAIL-LINE TO RPRT-LINE
           WRITE RPRT-LINE.

       FINALIZE-PROCESS.
           CLOSE FEEARCH-FILE
           CLOSE REPRINT-FILE.

       END PROGRAM FEERPRT.
