       IDENTIFICATION DIVISION.
       PROGRAM-ID. RETMNT.
      ******************************************************************
      * PROGRAM: RETMNT - RECORDS RETENTION CATALOG MAINTENANCE
      * VERSION: 1.0
      * DATE: 2026-10-15
      * PURPOSE: CREATE, REPLACE OR REMOVE ROWS ON THE RETENTION
      *          CATALOG (RETCAT.DAT) FROM A CONTROL FILE (RETMNT.CTL -
      *          FILE ID, ACTION A/D, RETENTION MONTHS, DISPOSITION
      *          A/P/X, GOVERNING RULE, DATA FILE, DATE FIELD,
      *          OPERATOR), THEN PRINT THE WHOLE SCHEDULE TO
      *          RETSCHED.RPT - WHAT IS KEPT, FOR HOW LONG, UNDER WHICH
      *          RULE, WHAT HAPPENS TO IT AFTERWARDS, AND WHEN RETPURGE
      *          LAST WORKED IT - FOR COMPLIANCE AND THE EXAMINERS.
      * FUNCTIONS: STANDALONE UTILITY - RUN AS COMPLIANCE CHANGES THE
      *            SCHEDULE. AN EMPTY OR MISSING RETMNT.CTL JUST
      *            REPRINTS THE SCHEDULE.
      * NOTES:   FOR A FILE RETPURGE WORKS (RT-PURGE-SUPPORTED) THE DATA
      *          FILE AND DATE FIELD COME FROM THE TABLE BELOW, NOT THE
      *          CONTROL LINE, AND THE DISPOSITION MUST BE A OR P. ANY
      *          OTHER FILE MAY ONLY BE CATALOGUED AS X - DISPOSED OF BY
      *          ITS OWN JOB - AND MUST NAME ITS DATA FILE.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-FILE ASSIGN TO "RETMNT.CTL"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.

           SELECT RETCAT-FILE ASSIGN TO "RETCAT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RT-FILE-ID
               FILE STATUS IS WS-RT-STATUS.

           SELECT RETSCHED-RPT-FILE ASSIGN TO "RETSCHED.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-FILE.
       01  CONTROL-RECORD.
           05  CTL-FILE-ID               PIC X(08).
           05  CTL-ACTION                PIC X(01).
               88  CTL-ADD-ACTION        VALUE 'A'.
               88  CTL-DELETE-ACTION     VALUE 'D'.
           05  CTL-RETENTION-MONTHS      PIC X(03).
           05  CTL-DISPOSITION           PIC X(01).
           05  CTL-AUTHORITY             PIC X(24).
           05  CTL-DATA-FILE             PIC X(30).
           05  CTL-DATE-FIELD            PIC X(24).
           05  CTL-OPERATOR              PIC X(08).
           05  FILLER                    PIC X(01).

       FD  RETCAT-FILE.
       COPY RETCAT.

       FD  RETSCHED-RPT-FILE.
       01  RETSCHED-RPT-LINE             PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-CTL-STATUS                 PIC XX.
           88  CTL-OK                    VALUE '00'.
           88  CTL-EOF                   VALUE '10'.

       01  WS-RT-STATUS                  PIC XX.
       01  WS-RPT-STATUS                 PIC XX.

       01  WS-CATALOG-EOF-SW             PIC X(01) VALUE 'N'.
           88  CATALOG-EOF               VALUE 'Y'.

      *----------------------------------------------------------------
      * FILES RETPURGE KNOWS HOW TO WORK - THE DATA FILE IT OPENS AND
      * THE FIELD IT AGES EACH RECORD BY. KEPT IN STEP WITH THE
      * DISPATCH IN RETPURGE AND THE RT-PURGE-SUPPORTED 88-LEVEL.
      *----------------------------------------------------------------
       01  WS-PURGE-FILE-DATA.
           05  FILLER.
               10  FILLER PIC X(08)      VALUE 'ORDEVT  '.
               10  FILLER PIC X(30)      VALUE 'ORDEVT.DAT'.
               10  FILLER PIC X(24)      VALUE 'OE-EVENT-DATE'.
           05  FILLER.
               10  FILLER PIC X(08)      VALUE 'NOTIFQ  '.
               10  FILLER PIC X(30)      VALUE 'NOTIFQ.DAT'.
               10  FILLER PIC X(24)      VALUE 'NQ-SENT-DATE (SENT)'.
           05  FILLER.
               10  FILLER PIC X(08)      VALUE 'EXCPQ   '.
               10  FILLER PIC X(30)      VALUE 'EXCPQ.DAT'.
               10  FILLER PIC X(24)      VALUE 'EX-DISPOSED-DATE'.
           05  FILLER.
               10  FILLER PIC X(08)      VALUE 'INQAUDIT'.
               10  FILLER PIC X(30)      VALUE 'INQAUDIT.DAT'.
               10  FILLER PIC X(24)      VALUE 'IA-TIMESTAMP'.
           05  FILLER.
               10  FILLER PIC X(08)      VALUE 'FWDJRNL '.
               10  FILLER PIC X(30)      VALUE 'FWDJRNL.DAT'.
               10  FILLER PIC X(24)      VALUE 'FJ-TIMESTAMP'.
           05  FILLER.
               10  FILLER PIC X(08)      VALUE 'ACCTHIST'.
               10  FILLER PIC X(30)      VALUE 'ACCTHIST.DAT'.
               10  FILLER PIC X(24)      VALUE
                   'HIST-CHANGED-TIMESTAMP'.
           05  FILLER.
               10  FILLER PIC X(08)      VALUE 'SUSPQ   '.
               10  FILLER PIC X(30)      VALUE 'SUSPQ.DAT'.
               10  FILLER PIC X(24)      VALUE 'SQ-RESOLVED-DATE'.
           05  FILLER.
               10  FILLER PIC X(08)      VALUE 'ERRLOG  '.
               10  FILLER PIC X(30)      VALUE 'ERRLOG.DAT'.
               10  FILLER PIC X(24)      VALUE 'CREATED-TIMESTAMP'.
           05  FILLER.
               10  FILLER PIC X(08)      VALUE 'SOAPLOG '.
               10  FILLER PIC X(30)      VALUE
                   'cobol/data/soap-server.log'.
               10  FILLER PIC X(24)      VALUE 'LOG LINE DATE'.

       01  WS-PURGE-FILE-TABLE REDEFINES WS-PURGE-FILE-DATA.
           05  WS-PF-ENTRY OCCURS 9 TIMES.
               10  WS-PF-FILE-ID         PIC X(08).
               10  WS-PF-DATA-FILE       PIC X(30).
               10  WS-PF-DATE-FIELD      PIC X(24).

       01  WS-PF-INDEX                   PIC 9(02).
       01  WS-PF-FOUND-SW                PIC X(01) VALUE 'N'.
           88  PURGE-FILE-FOUND          VALUE 'Y'.

       01  WS-CURRENT-DATE.
           05  WS-CURRENT-YEAR           PIC 9(04).
           05  WS-CURRENT-MONTH          PIC 9(02).
           05  WS-CURRENT-DAY            PIC 9(02).

       01  WS-CURRENT-TIME.
           05  WS-CURRENT-HOUR           PIC 9(02).
           05  WS-CURRENT-MINUTE         PIC 9(02).
           05  WS-CURRENT-SECOND         PIC 9(02).
           05  WS-CURRENT-HUNDREDTH      PIC 9(02).

       01  WS-TIMESTAMP                  PIC X(26).

       01  WS-APPLIED-COUNT              PIC 9(07) COMP.
       01  WS-REJECT-COUNT               PIC 9(07) COMP.
       01  WS-SCHEDULE-COUNT             PIC 9(07) COMP.
       01  WS-APPLIED-DISPLAY            PIC ZZZZZZ9.
       01  WS-REJECT-DISPLAY             PIC ZZZZZZ9.
       01  WS-SCHEDULE-DISPLAY           PIC ZZZZZZ9.

       01  WS-MONTHS-DISPLAY             PIC ZZ9.
       01  WS-REMOVED-DISPLAY            PIC ZZZZZZZZ9.
       01  WS-DISPOSITION-TEXT           PIC X(08).
       01  WS-RPT-LINE                   PIC X(132).

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           PERFORM INITIALIZE-PROCESS
           PERFORM APPLY-CATALOG-PROCESS
           PERFORM PRINT-SCHEDULE-PROCESS
           PERFORM FINALIZE-PROCESS
           STOP RUN.

       INITIALIZE-PROCESS.
           MOVE ZERO TO WS-APPLIED-COUNT
           MOVE ZERO TO WS-REJECT-COUNT
           MOVE ZERO TO WS-SCHEDULE-COUNT

           OPEN I-O RETCAT-FILE
           IF WS-RT-STATUS = '35'
      *        First file ever catalogued - file is created.
               OPEN OUTPUT RETCAT-FILE
               CLOSE RETCAT-FILE
               OPEN I-O RETCAT-FILE
           END-IF
           IF WS-RT-STATUS NOT = '00'
               DISPLAY 'RETMNT: UNABLE TO OPEN RETCAT.DAT, '
                   'STATUS = ' WS-RT-STATUS
               STOP RUN
           END-IF

           OPEN OUTPUT RETSCHED-RPT-FILE
           IF WS-RPT-STATUS NOT = '00'
               DISPLAY 'RETMNT: UNABLE TO OPEN RETSCHED.RPT, '
                   'STATUS = ' WS-RPT-STATUS
               CLOSE RETCAT-FILE
               STOP RUN
           END-IF.

       APPLY-CATALOG-PROCESS.
           OPEN INPUT CONTROL-FILE
           IF WS-CTL-STATUS NOT = '00'
               DISPLAY 'RETMNT: NO RETMNT.CTL ON FILE - SCHEDULE '
                   'REPRINTED ONLY'
           ELSE
               READ CONTROL-FILE
                   AT END SET CTL-EOF TO TRUE
               END-READ
               PERFORM APPLY-ONE-LINE THRU APPLY-ONE-EXIT
                   UNTIL CTL-EOF
               CLOSE CONTROL-FILE
           END-IF.

       APPLY-ONE-LINE.
           IF CTL-FILE-ID = SPACES
               ADD 1 TO WS-REJECT-COUNT
               GO TO APPLY-ONE-NEXT
           END-IF

           IF CTL-DELETE-ACTION
               MOVE CTL-FILE-ID TO RT-FILE-ID
               DELETE RETCAT-FILE RECORD
               IF WS-RT-STATUS = '00'
                   ADD 1 TO WS-APPLIED-COUNT
               ELSE
                   ADD 1 TO WS-REJECT-COUNT
               END-IF
               GO TO APPLY-ONE-NEXT
           END-IF

      *    A RETENTION PERIOD IS A WHOLE NUMBER OF MONTHS AND NEVER
      *    ZERO - NOTHING ON THE CATALOG IS DESTROYED THE DAY IT IS
      *    WRITTEN.
           IF NOT CTL-ADD-ACTION
              OR CTL-RETENTION-MONTHS NOT NUMERIC
               ADD 1 TO WS-REJECT-COUNT
               DISPLAY 'RETMNT: BAD LINE FOR FILE ' CTL-FILE-ID
                   ' - SKIPPED'
               GO TO APPLY-ONE-NEXT
           END-IF
           IF CTL-RETENTION-MONTHS = '000'
               ADD 1 TO WS-REJECT-COUNT
               DISPLAY 'RETMNT: ZERO RETENTION FOR FILE ' CTL-FILE-ID
                   ' - SKIPPED'
               GO TO APPLY-ONE-NEXT
           END-IF

           MOVE 'N' TO WS-PF-FOUND-SW
           MOVE 1 TO WS-PF-INDEX
           PERFORM SCAN-PURGE-FILE-TABLE
               UNTIL WS-PF-INDEX > 9
               OR PURGE-FILE-FOUND

           IF PURGE-FILE-FOUND
               IF CTL-DISPOSITION NOT = 'A'
                  AND CTL-DISPOSITION NOT = 'P'
                   ADD 1 TO WS-REJECT-COUNT
                   DISPLAY 'RETMNT: FILE ' CTL-FILE-ID
                       ' IS PURGED BY RETPURGE - DISPOSITION MUST '
                       'BE A OR P'
                   GO TO APPLY-ONE-NEXT
               END-IF
           ELSE
               IF CTL-DISPOSITION NOT = 'X'
                  OR CTL-DATA-FILE = SPACES
                   ADD 1 TO WS-REJECT-COUNT
                   DISPLAY 'RETMNT: FILE ' CTL-FILE-ID
                       ' IS NOT WORKED BY RETPURGE - CATALOG AS X '
                       'WITH ITS DATA FILE'
                   GO TO APPLY-ONE-NEXT
               END-IF
           END-IF

           PERFORM GET-CURRENT-TIMESTAMP
           MOVE CTL-FILE-ID TO RT-FILE-ID
           READ RETCAT-FILE
           IF WS-RT-STATUS NOT = '00'
               MOVE SPACES TO RETCAT-RECORD
               MOVE CTL-FILE-ID TO RT-FILE-ID
               MOVE ZERO TO RT-LAST-REMOVED-COUNT
               MOVE WS-TIMESTAMP TO CREATED-TIMESTAMP
           END-IF

           IF PURGE-FILE-FOUND
               MOVE WS-PF-DATA-FILE(WS-PF-INDEX) TO RT-DATA-FILE
               MOVE WS-PF-DATE-FIELD(WS-PF-INDEX) TO RT-DATE-FIELD
           ELSE
               MOVE CTL-DATA-FILE TO RT-DATA-FILE
               MOVE CTL-DATE-FIELD TO RT-DATE-FIELD
           END-IF
           MOVE CTL-RETENTION-MONTHS TO RT-RETENTION-MONTHS
           MOVE CTL-DISPOSITION TO RT-DISPOSITION
           MOVE CTL-AUTHORITY TO RT-AUTHORITY
           MOVE WS-TIMESTAMP TO UPDATED-TIMESTAMP
           MOVE CTL-OPERATOR TO UPDATED-BY

           IF WS-RT-STATUS = '00'
               REWRITE RETCAT-RECORD
           ELSE
               WRITE RETCAT-RECORD
           END-IF

           IF WS-RT-STATUS = '00'
               ADD 1 TO WS-APPLIED-COUNT
           ELSE
               ADD 1 TO WS-REJECT-COUNT
               DISPLAY 'RETMNT: UNABLE TO APPLY FILE ' CTL-FILE-ID
                   ', STATUS = ' WS-RT-STATUS
           END-IF.

       APPLY-ONE-NEXT.
           READ CONTROL-FILE
               AT END SET CTL-EOF TO TRUE
           END-READ.

       APPLY-ONE-EXIT.
           EXIT.

       SCAN-PURGE-FILE-TABLE.
           IF WS-PF-FILE-ID(WS-PF-INDEX) = CTL-FILE-ID
               SET PURGE-FILE-FOUND TO TRUE
           ELSE
               ADD 1 TO WS-PF-INDEX
           END-IF.

       PRINT-SCHEDULE-PROCESS.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD

           MOVE SPACES TO WS-RPT-LINE
           STRING 'BOOKS AND RECORDS RETENTION SCHEDULE - AS OF '
                  WS-CURRENT-DATE
                  DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING
           WRITE RETSCHED-RPT-LINE FROM WS-RPT-LINE
           MOVE SPACES TO RETSCHED-RPT-LINE
           WRITE RETSCHED-RPT-LINE

           MOVE SPACES TO WS-RPT-LINE
           STRING 'FILE ID  DATA FILE                      '
                  'AGED BY                  MOS DISPOSAL '
                  'GOVERNING RULE           LAST RUN '
                  '  REMOVED'
                  DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING
           WRITE RETSCHED-RPT-LINE FROM WS-RPT-LINE

           MOVE LOW-VALUES TO RT-FILE-ID
           START RETCAT-FILE KEY IS NOT LESS THAN RT-FILE-ID
           IF WS-RT-STATUS NOT = '00'
               SET CATALOG-EOF TO TRUE
           ELSE
               MOVE 'N' TO WS-CATALOG-EOF-SW
               READ RETCAT-FILE NEXT RECORD
                   AT END SET CATALOG-EOF TO TRUE
               END-READ
           END-IF
           PERFORM PRINT-ONE-CATALOG-ROW
               UNTIL CATALOG-EOF

           MOVE WS-SCHEDULE-COUNT TO WS-SCHEDULE-DISPLAY
           MOVE SPACES TO RETSCHED-RPT-LINE
           WRITE RETSCHED-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING 'FILES CATALOGUED: ' WS-SCHEDULE-DISPLAY
                  '   DISPOSAL A = ARCHIVED TO RETARCH.DAT, '
                  'P = PURGED, X = BY ITS OWN JOB'
                  DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING
           WRITE RETSCHED-RPT-LINE FROM WS-RPT-LINE.

       PRINT-ONE-CATALOG-ROW.
           ADD 1 TO WS-SCHEDULE-COUNT
           MOVE RT-RETENTION-MONTHS TO WS-MONTHS-DISPLAY
           MOVE RT-LAST-REMOVED-COUNT TO WS-REMOVED-DISPLAY
           EVALUATE TRUE
               WHEN RT-ARCHIVE
                   MOVE 'ARCHIVE ' TO WS-DISPOSITION-TEXT
               WHEN RT-PURGE
                   MOVE 'PURGE   ' TO WS-DISPOSITION-TEXT
               WHEN OTHER
                   MOVE 'OWN JOB ' TO WS-DISPOSITION-TEXT
           END-EVALUATE

           MOVE SPACES TO WS-RPT-LINE
           IF RT-LAST-RUN-DATE = SPACES
               STRING RT-FILE-ID ' '
                      RT-DATA-FILE ' '
                      RT-DATE-FIELD ' '
                      WS-MONTHS-DISPLAY ' '
                      WS-DISPOSITION-TEXT ' '
                      RT-AUTHORITY ' '
                      'NEVER   '
                      DELIMITED BY SIZE INTO WS-RPT-LINE
               END-STRING
           ELSE
               STRING RT-FILE-ID ' '
                      RT-DATA-FILE ' '
                      RT-DATE-FIELD ' '
                      WS-MONTHS-DISPLAY ' '
                      WS-DISPOSITION-TEXT ' '
                      RT-AUTHORITY ' '
                      RT-LAST-RUN-DATE ' '
                      WS-REMOVED-DISPLAY
                      DELIMITED BY SIZE INTO WS-RPT-LINE
               END-STRING
           END-IF
           WRITE RETSCHED-RPT-LINE FROM WS-RPT-LINE

           READ RETCAT-FILE NEXT RECORD
               AT END SET CATALOG-EOF TO TRUE
           END-READ.

       GET-CURRENT-TIMESTAMP.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CURRENT-TIME FROM TIME

           STRING WS-CURRENT-YEAR '-'
                  WS-CURRENT-MONTH '-'
                  WS-CURRENT-DAY 'T'
                  WS-CURRENT-HOUR ':'
                  WS-CURRENT-MINUTE ':'
                  WS-CURRENT-SECOND '.'
                  WS-CURRENT-HUNDREDTH
                  'Z'
                  DELIMITED BY SIZE
                  INTO WS-TIMESTAMP
           END-STRING.

       FINALIZE-PROCESS.
           CLOSE RETCAT-FILE
           CLOSE RETSCHED-RPT-FILE

           MOVE WS-APPLIED-COUNT TO WS-APPLIED-DISPLAY
           MOVE WS-REJECT-COUNT TO WS-REJECT-DISPLAY
           DISPLAY 'RETMNT: APPLIED ' WS-APPLIED-DISPLAY
               ' LINE(S), REJECTED ' WS-REJECT-DISPLAY
               ', SCHEDULE PRINTED TO RETSCHED.RPT'.

       END PROGRAM RETMNT.
