       IDENTIFICATION DIVISION.
       PROGRAM-ID. CDCPUB.
      ******************************************************************
      * PROGRAM: CDCPUB - CHANGE-DATA-CAPTURE EVENT PUBLISHER
      * VERSION: 1.0
      * DATE: 2026-10-15
      * PURPOSE: FILE ONE SEQUENCED CHANGE EVENT ON CDCEVT.DAT FOR A
      *          WRITE, REWRITE, OR DELETE A MASTER-FILE OWNER JUST
      *          COMMITTED - THE NEXT SEQUENCE NUMBER OFF THE CONTROL
      *          ROW, THE BUSINESS DATE, THE CALLER'S CORRELATION ID,
      *          AND THE AFTER-IMAGE. THE SAME SHAPE FOR EVERY OWNER
      *          SO DOWNSTREAM SYSTEMS READ ONE FEED, NOT FIVE.
      *          AN EVENT-FILE ERROR IS REPORTED ON THE OPERATOR LOG
      *          BUT NEVER FAILS THE BUSINESS UPDATE THAT ALREADY
      *          COMMITTED - THE SAME STANCE AS FWDJRNL.
      * FUNCTIONS: CALLED BY ACCTMGMT, CUSTMGMT, TRANPOST, ORDMGMT,
      *            AND POSMGMT AFTER EACH SUCCESSFUL MASTER-FILE
      *            UPDATE. CDCEXTR SENDS THE EVENTS OUT.
      *
      * NOTES: THE SEQUENCE IS TAKEN UNDER THE RECORD LOCK ON THE
      *        CONTROL ROW, SO ONLINE AND BATCH CALLERS NEVER SHARE A
      *        NUMBER. A NUMBER TAKEN FOR AN EVENT THAT THEN FAILS TO
      *        WRITE IS REPORTED AND LEFT AS A GAP. NO CDCEVT.DAT ON
      *        FILE IS CREATED WITH ITS CONTROL ROW ON THE FIRST CALL.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CDCEVT-FILE ASSIGN TO "CDCEVT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CE-SEQUENCE
               FILE STATUS IS WS-CDC-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CDCEVT-FILE.
       COPY CDCEVT.

       WORKING-STORAGE SECTION.
       01  WS-CDC-STATUS                 PIC XX.

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
       01  WS-NEW-SEQUENCE               PIC 9(12).

       LINKAGE SECTION.
       01  LS-ENTITY-TYPE                PIC X(08).
       01  LS-EVENT-TYPE                 PIC X(08).
       01  LS-ENTITY-KEY                 PIC X(32).
       01  LS-CORRELATION-ID             PIC X(16).
       01  LS-PROGRAM-ID                 PIC X(08).
       01  LS-AFTER-IMAGE                PIC X(800).

       PROCEDURE DIVISION USING LS-ENTITY-TYPE
                               LS-EVENT-TYPE
                               LS-ENTITY-KEY
                               LS-CORRELATION-ID
                               LS-PROGRAM-ID
                               LS-AFTER-IMAGE.

       MAIN-PROCESS.
           OPEN I-O CDCEVT-FILE
           IF WS-CDC-STATUS = '35'
               OPEN OUTPUT CDCEVT-FILE
               CLOSE CDCEVT-FILE
               OPEN I-O CDCEVT-FILE
           END-IF
           IF WS-CDC-STATUS NOT = '00'
               DISPLAY 'CDCPUB: UNABLE TO OPEN CDCEVT.DAT, '
                   'STATUS = ' WS-CDC-STATUS
                   ' - EVENT FOR ' LS-ENTITY-TYPE ' LOST'
               GOBACK
           END-IF

           PERFORM GET-CURRENT-TIMESTAMP
           PERFORM ASSIGN-SEQUENCE THRU ASSIGN-SEQUENCE-EXIT
           IF WS-NEW-SEQUENCE = ZERO
               CLOSE CDCEVT-FILE
               GOBACK
           END-IF

           MOVE SPACES TO CDCEVT-RECORD
           MOVE WS-NEW-SEQUENCE TO CE-SEQUENCE
           MOVE WS-CURRENT-DATE TO CE-BUSINESS-DATE
           MOVE WS-TIMESTAMP TO CE-TIMESTAMP
           MOVE LS-CORRELATION-ID TO CE-CORRELATION-ID
           MOVE LS-PROGRAM-ID TO CE-SOURCE-PROGRAM
           MOVE LS-ENTITY-TYPE TO CE-ENTITY-TYPE
           MOVE LS-EVENT-TYPE TO CE-EVENT-TYPE
           MOVE LS-ENTITY-KEY TO CE-ENTITY-KEY
           MOVE LS-AFTER-IMAGE TO CE-AFTER-IMAGE
           WRITE CDCEVT-RECORD
           IF WS-CDC-STATUS NOT = '00'
               DISPLAY 'CDCPUB: EVENT WRITE FAILED FOR '
                   LS-ENTITY-TYPE ' SEQUENCE ' WS-NEW-SEQUENCE
                   ', STATUS = ' WS-CDC-STATUS
           END-IF

           CLOSE CDCEVT-FILE
           GOBACK.

      *    THE NEXT NUMBER COMES OFF THE CONTROL ROW, WHICH IS FILED
      *    THE FIRST TIME AN EVENT IS EVER PUBLISHED. ZERO BACK MEANS
      *    NO NUMBER COULD BE TAKEN AND THE EVENT IS LOST.
       ASSIGN-SEQUENCE.
           MOVE ZERO TO WS-NEW-SEQUENCE
           MOVE ZERO TO CE-SEQUENCE
           READ CDCEVT-FILE
           IF WS-CDC-STATUS = '23'
               MOVE SPACES TO CDCEVT-RECORD
               MOVE ZERO TO CE-SEQUENCE
               MOVE WS-CURRENT-DATE TO CE-BUSINESS-DATE
               MOVE WS-TIMESTAMP TO CE-TIMESTAMP
               SET CE-CONTROL-ROW TO TRUE
               MOVE ZERO TO CE-LAST-ASSIGNED
               MOVE ZERO TO CE-LAST-EXTRACTED
               WRITE CDCEVT-RECORD
               IF WS-CDC-STATUS NOT = '00'
                   GO TO ASSIGN-SEQUENCE-FAILED
               END-IF
           END-IF
           IF WS-CDC-STATUS NOT = '00'
               GO TO ASSIGN-SEQUENCE-FAILED
           END-IF

           ADD 1 TO CE-LAST-ASSIGNED
           MOVE WS-TIMESTAMP TO CE-TIMESTAMP
           REWRITE CDCEVT-RECORD
           IF WS-CDC-STATUS NOT = '00'
               GO TO ASSIGN-SEQUENCE-FAILED
           END-IF
           MOVE CE-LAST-ASSIGNED TO WS-NEW-SEQUENCE
           GO TO ASSIGN-SEQUENCE-EXIT.

       ASSIGN-SEQUENCE-FAILED.
           DISPLAY 'CDCPUB: NO SEQUENCE FROM CDCEVT.DAT CONTROL ROW, '
               'STATUS = ' WS-CDC-STATUS
               ' - EVENT FOR ' LS-ENTITY-TYPE ' LOST'.

       ASSIGN-SEQUENCE-EXIT.
           EXIT.

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

       END PROGRAM CDCPUB.
