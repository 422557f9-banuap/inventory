       IDENTIFICATION DIVISION.
       PROGRAM-ID. SOAPUSE.
      ******************************************************************
      * PROGRAM: SOAPUSE - SOAP API DAILY USAGE REPORT
      * VERSION: 1.0
      * DATE: 2026-10-15
      * PURPOSE: REPORT THE DAY'S SOAP-SERVER TRAFFIC BY CALLING CLIENT
      *          AND OPERATION - REQUESTS MADE, ACCEPTED, QUEUED FOR
      *          THE BATCH WINDOW, AND REFUSED AT THE CLIENT REGISTRY
      *          CHECK - WITH A TOTAL PER CLIENT AND FOR THE DAY, READ
      *          BACK OUT OF THE COMPLETION LINES SOAP-SERVER WRITES
      *          TO ITS LOG (LAYOUT IN THE SOAPLOG COPYBOOK). GIVES
      *          OPERATIONS THE NUMBERS TO SET EACH CLIENT'S DAILY
      *          CEILING ON SOAPCLNT.DAT AND SHOWS WHO IS KNOCKING ON
      *          OPERATIONS THEY ARE NOT ENTITLED TO.
      * FUNCTIONS: CALLABLE AS A SCHEDULED EODDRIVER STEP OR
      *            STANDALONE. LK-RETURN-CODE: 00 NORMAL (INCLUDING NO
      *            TRAFFIC OR NO LOG ON FILE), 08 THE REPORT OR ITS
      *            WORK FILES COULD NOT BE OPENED.
      *
      * NOTES: THE LOG HAS NO KEY, SO THE DAY'S COMPLETION LINES ARE
      *        EXTRACTED AND SORTED BY CLIENT AND OPERATION INTO A
      *        WORK FILE AND REPORTED WITH CONTROL BREAKS, THE SAME
      *        EXTRACT-SORT-READ PATTERN FILLCHK USES FOR TRANS.DAT.
      *        A REQUEST THAT NAMED NO CLIENT IS SHOWN AS (NONE).
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOG-FILE ASSIGN TO 'cobol/data/soap-server.log'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.

           SELECT USEEXTR-FILE ASSIGN TO "SOAPUSE.EXT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-EXTR-STATUS.

           SELECT USE-SORT-FILE ASSIGN TO "SOAPUSE.SRT".

           SELECT USEWORK-FILE ASSIGN TO "SOAPUSE.WRK"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-WORK-STATUS.

           SELECT SOAPUSE-RPT-FILE ASSIGN TO "SOAPUSE.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LOG-FILE.
       01  LOG-RECORD                    PIC X(200).

       FD  USEEXTR-FILE.
       01  EXT-USAGE.
           05  EXT-CLIENT-ID             PIC X(16).
           05  EXT-OPERATION             PIC X(24).
           05  EXT-OUTCOME               PIC X(24).

       SD  USE-SORT-FILE.
       01  SRT-USAGE.
           05  SRT-CLIENT-ID             PIC X(16).
           05  SRT-OPERATION             PIC X(24).
           05  SRT-OUTCOME               PIC X(24).

       FD  USEWORK-FILE.
       01  WORK-USAGE.
           05  WRK-CLIENT-ID             PIC X(16).
           05  WRK-OPERATION             PIC X(24).
           05  WRK-OUTCOME               PIC X(24).

       FD  SOAPUSE-RPT-FILE.
       01  SOAPUSE-RPT-LINE              PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-LOG-STATUS                 PIC XX.
           88  LOG-OK                    VALUE '00'.
       01  WS-EXTR-STATUS                PIC XX.
       01  WS-WORK-STATUS                PIC XX.
           88  WORK-OK                   VALUE '00'.
       01  WS-RPT-STATUS                 PIC XX.

       01  WS-REPORT-DATE                PIC X(08).

       COPY SOAPLOG.

       01  WS-FIRST-ROW-SW               PIC X(01) VALUE 'Y'.
           88  FIRST-ROW                 VALUE 'Y'.
       01  WS-HOLD-CLIENT-ID             PIC X(16).
       01  WS-HOLD-OPERATION             PIC X(24).
       01  WS-PRINT-CLIENT-ID            PIC X(16).

       01  WS-USAGE-COUNTS.
           05  WS-COUNT-SET OCCURS 3 TIMES.
               10  WS-REQUEST-COUNT      PIC 9(07) COMP.
               10  WS-ACCEPTED-COUNT     PIC 9(07) COMP.
               10  WS-QUEUED-COUNT       PIC 9(07) COMP.
               10  WS-REFUSED-COUNT      PIC 9(07) COMP.
      *    SET 1 IS THE OPERATION, 2 THE CLIENT, 3 THE DAY.
       01  WS-SET                        PIC 9(01) COMP.

       01  WS-REQUEST-EDIT               PIC Z,ZZZ,ZZ9.
       01  WS-ACCEPTED-EDIT              PIC Z,ZZZ,ZZ9.
       01  WS-QUEUED-EDIT                PIC Z,ZZZ,ZZ9.
       01  WS-REFUSED-EDIT               PIC Z,ZZZ,ZZ9.
       01  WS-LINE-LABEL-1               PIC X(16).
       01  WS-LINE-LABEL-2               PIC X(24).

       LINKAGE SECTION.
       01  LK-RETURN-CODE                PIC 9(02).

       PROCEDURE DIVISION USING LK-RETURN-CODE.
       MAIN-PROCESS.
           MOVE 00 TO LK-RETURN-CODE
           PERFORM INITIALIZE-PROCESS THRU INITIALIZE-PROCESS-EXIT
           IF LK-RETURN-CODE NOT = 00
               GOBACK
           END-IF
           PERFORM EXTRACT-LOG-PROCESS
           PERFORM SORT-USAGE-PROCESS THRU SORT-USAGE-PROCESS-EXIT
           IF LK-RETURN-CODE = 00
               PERFORM REPORT-USAGE-PROCESS
           END-IF
           PERFORM FINALIZE-PROCESS
           GOBACK.

       INITIALIZE-PROCESS.
           ACCEPT WS-REPORT-DATE FROM DATE YYYYMMDD
           PERFORM CLEAR-COUNT-SET
               VARYING WS-SET FROM 1 BY 1 UNTIL WS-SET > 3

           OPEN OUTPUT SOAPUSE-RPT-FILE
           IF WS-RPT-STATUS NOT = '00'
               DISPLAY 'SOAPUSE: UNABLE TO OPEN SOAPUSE.RPT, '
                   'STATUS = ' WS-RPT-STATUS
               MOVE 08 TO LK-RETURN-CODE
               GO TO INITIALIZE-PROCESS-EXIT
           END-IF

           OPEN OUTPUT USEEXTR-FILE
           IF WS-EXTR-STATUS NOT = '00'
               DISPLAY 'SOAPUSE: UNABLE TO OPEN SOAPUSE.EXT, '
                   'STATUS = ' WS-EXTR-STATUS
               CLOSE SOAPUSE-RPT-FILE
               MOVE 08 TO LK-RETURN-CODE
               GO TO INITIALIZE-PROCESS-EXIT
           END-IF

           MOVE SPACES TO SOAPUSE-RPT-LINE
           STRING 'SOAP API USAGE BY CLIENT AND OPERATION FOR '
                  DELIMITED BY SIZE
                  WS-REPORT-DATE DELIMITED BY SIZE
                  INTO SOAPUSE-RPT-LINE
           END-STRING
           WRITE SOAPUSE-RPT-LINE
           MOVE SPACES TO SOAPUSE-RPT-LINE
           WRITE SOAPUSE-RPT-LINE
           MOVE SPACES TO SOAPUSE-RPT-LINE
           STRING 'CLIENT            ' DELIMITED BY SIZE
                  'OPERATION                 ' DELIMITED BY SIZE
                  ' REQUESTS' DELIMITED BY SIZE
                  '  ACCEPTED' DELIMITED BY SIZE
                  '    QUEUED' DELIMITED BY SIZE
                  '   REFUSED' DELIMITED BY SIZE
                  INTO SOAPUSE-RPT-LINE
           END-STRING
           WRITE SOAPUSE-RPT-LINE.

       INITIALIZE-PROCESS-EXIT.
           EXIT.

       CLEAR-COUNT-SET.
           MOVE ZERO TO WS-REQUEST-COUNT(WS-SET)
           MOVE ZERO TO WS-ACCEPTED-COUNT(WS-SET)
           MOVE ZERO TO WS-QUEUED-COUNT(WS-SET)
           MOVE ZERO TO WS-REFUSED-COUNT(WS-SET).

      *    ONLY COMPLETION LINES FOR THE REPORT DATE ARE TAKEN - THE
      *    START LINES AND EARLIER DAYS' TRAFFIC ARE PASSED OVER. NO
      *    LOG ON FILE IS A DAY WITH NO TRAFFIC.
       EXTRACT-LOG-PROCESS.
           OPEN INPUT LOG-FILE
           IF LOG-OK
               READ LOG-FILE
               PERFORM EXTRACT-ONE-LINE
                   UNTIL NOT LOG-OK
               CLOSE LOG-FILE
           END-IF
           CLOSE USEEXTR-FILE.

       EXTRACT-ONE-LINE.
           MOVE LOG-RECORD TO SOAP-LOG-COMPLETION-LINE
           IF LC-COMPLETION-LINE
              AND LC-LOG-DATE = WS-REPORT-DATE
               MOVE LC-CLIENT-ID TO EXT-CLIENT-ID
               MOVE LC-OPERATION TO EXT-OPERATION
               MOVE LC-OUTCOME TO EXT-OUTCOME
               WRITE EXT-USAGE
           END-IF
           READ LOG-FILE.

       SORT-USAGE-PROCESS.
           SORT USE-SORT-FILE
               ON ASCENDING KEY SRT-CLIENT-ID
                                SRT-OPERATION
               USING USEEXTR-FILE
               GIVING USEWORK-FILE

           OPEN INPUT USEWORK-FILE
           IF NOT WORK-OK
               DISPLAY 'SOAPUSE: UNABLE TO OPEN SOAPUSE.WRK, '
                   'STATUS = ' WS-WORK-STATUS
               MOVE 08 TO LK-RETURN-CODE
           END-IF.

       SORT-USAGE-PROCESS-EXIT.
           EXIT.

       REPORT-USAGE-PROCESS.
           READ USEWORK-FILE
           IF NOT WORK-OK
               MOVE SPACES TO SOAPUSE-RPT-LINE
               STRING 'NO SOAP REQUESTS LOGGED FOR '
                      DELIMITED BY SIZE
                      WS-REPORT-DATE DELIMITED BY SIZE
                      INTO SOAPUSE-RPT-LINE
               END-STRING
               WRITE SOAPUSE-RPT-LINE
           ELSE
               PERFORM REPORT-ONE-USAGE
                   UNTIL NOT WORK-OK
               PERFORM PRINT-OPERATION-LINE
               PERFORM PRINT-CLIENT-TOTAL
               PERFORM PRINT-DAY-TOTAL
           END-IF
           CLOSE USEWORK-FILE.

      *    CONTROL BREAKS ON CLIENT, THEN OPERATION WITHIN CLIENT.
       REPORT-ONE-USAGE.
           EVALUATE TRUE
               WHEN FIRST-ROW
                   MOVE 'N' TO WS-FIRST-ROW-SW
                   MOVE WRK-CLIENT-ID TO WS-HOLD-CLIENT-ID
                   MOVE WRK-OPERATION TO WS-HOLD-OPERATION
               WHEN WRK-CLIENT-ID NOT = WS-HOLD-CLIENT-ID
                   PERFORM PRINT-OPERATION-LINE
                   PERFORM PRINT-CLIENT-TOTAL
                   MOVE WRK-CLIENT-ID TO WS-HOLD-CLIENT-ID
                   MOVE WRK-OPERATION TO WS-HOLD-OPERATION
               WHEN WRK-OPERATION NOT = WS-HOLD-OPERATION
                   PERFORM PRINT-OPERATION-LINE
                   MOVE WRK-OPERATION TO WS-HOLD-OPERATION
           END-EVALUATE

           ADD 1 TO WS-REQUEST-COUNT(1)
           EVALUATE WRK-OUTCOME
               WHEN 'ACCEPTED'
                   ADD 1 TO WS-ACCEPTED-COUNT(1)
               WHEN 'QUEUED'
                   ADD 1 TO WS-QUEUED-COUNT(1)
               WHEN OTHER
                   ADD 1 TO WS-REFUSED-COUNT(1)
           END-EVALUATE

           READ USEWORK-FILE.

      *    EACH LEVEL'S COUNTS ROLL UP INTO THE NEXT AS IT IS PRINTED.
       PRINT-OPERATION-LINE.
           IF WS-HOLD-CLIENT-ID = SPACES
               MOVE '(NONE)' TO WS-PRINT-CLIENT-ID
           ELSE
               MOVE WS-HOLD-CLIENT-ID TO WS-PRINT-CLIENT-ID
           END-IF
           MOVE WS-PRINT-CLIENT-ID TO WS-LINE-LABEL-1
           MOVE WS-HOLD-OPERATION TO WS-LINE-LABEL-2
           MOVE 1 TO WS-SET
           PERFORM WRITE-COUNT-LINE
           PERFORM ROLL-UP-COUNT-SET.

       PRINT-CLIENT-TOTAL.
           MOVE SPACES TO WS-LINE-LABEL-1
           MOVE '  CLIENT TOTAL' TO WS-LINE-LABEL-2
           MOVE 2 TO WS-SET
           PERFORM WRITE-COUNT-LINE
           PERFORM ROLL-UP-COUNT-SET
           MOVE SPACES TO SOAPUSE-RPT-LINE
           WRITE SOAPUSE-RPT-LINE.

       PRINT-DAY-TOTAL.
           MOVE 'ALL CLIENTS' TO WS-LINE-LABEL-1
           MOVE 'DAY TOTAL' TO WS-LINE-LABEL-2
           MOVE 3 TO WS-SET
           PERFORM WRITE-COUNT-LINE.

       ROLL-UP-COUNT-SET.
           ADD WS-REQUEST-COUNT(WS-SET) TO WS-REQUEST-COUNT(WS-SET + 1)
           ADD WS-ACCEPTED-COUNT(WS-SET) TO
               WS-ACCEPTED-COUNT(WS-SET + 1)
           ADD WS-QUEUED-COUNT(WS-SET) TO WS-QUEUED-COUNT(WS-SET + 1)
           ADD WS-REFUSED-COUNT(WS-SET) TO WS-REFUSED-COUNT(WS-SET + 1)
           PERFORM CLEAR-COUNT-SET.

       WRITE-COUNT-LINE.
           MOVE WS-REQUEST-COUNT(WS-SET) TO WS-REQUEST-EDIT
           MOVE WS-ACCEPTED-COUNT(WS-SET) TO WS-ACCEPTED-EDIT
           MOVE WS-QUEUED-COUNT(WS-SET) TO WS-QUEUED-EDIT
           MOVE WS-REFUSED-COUNT(WS-SET) TO WS-REFUSED-EDIT
           MOVE SPACES TO SOAPUSE-RPT-LINE
           STRING WS-LINE-LABEL-1 DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  WS-LINE-LABEL-2 DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  WS-REQUEST-EDIT DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-ACCEPTED-EDIT DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-QUEUED-EDIT DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-REFUSED-EDIT DELIMITED BY SIZE
                  INTO SOAPUSE-RPT-LINE
           END-STRING
           WRITE SOAPUSE-RPT-LINE.

       FINALIZE-PROCESS.
           CLOSE SOAPUSE-RPT-FILE
           MOVE WS-REQUEST-COUNT(3) TO WS-REQUEST-EDIT
           DISPLAY 'SOAPUSE: SOAP REQUESTS REPORTED FOR '
               WS-REPORT-DATE ': ' WS-REQUEST-EDIT.
