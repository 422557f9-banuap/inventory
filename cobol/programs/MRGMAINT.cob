       IDENTIFICATION DIVISION.
       PROGRAM-ID. MRGMAINT.
      ******************************************************************
      * PROGRAM: MRGMAINT - MARGIN INTEREST RATE SCHEDULE MAINTENANCE
      * VERSION: 1.0
      * DATE: 2026-10-15
      * PURPOSE: CREATE OR REPLACE MARGIN RATE SCHEDULE ROWS ON
      *          MRGRATE.DAT FROM A CONTROL FILE (MRGRATE.CTL - ONE
      *          LINE PER EFFECTIVE DATE: BASE RATE, FIVE CEILING/
      *          SPREAD TIERS), THE SAME CONTROL-FILE PATTERN FEEMAINT
      *          USES. MEBATCH APPLIES THE SCHEDULE NIGHTLY.
      * FUNCTIONS: STANDALONE UTILITY - RUN ON DEMAND, WHENEVER THE
      *            BROKER CALL RATE OR THE FIRM'S SPREADS CHANGE.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-FILE ASSIGN TO "MRGRATE.CTL"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.

           SELECT MRGRATE-FILE ASSIGN TO "MRGRATE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MR-EFFECTIVE-DATE
               FILE STATUS IS WS-RATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-FILE.
       01  CONTROL-RECORD.
           05  CTL-EFFECTIVE-DATE        PIC X(08).
           05  CTL-BASE-RATE             PIC 9(02)V9999.
           05  CTL-TIER OCCURS 5 TIMES.
               10  CTL-TIER-CEILING      PIC 9(13)V99.
               10  CTL-TIER-SPREAD       PIC S9(02)V9999.
           05  FILLER                    PIC X(10).

       FD  MRGRATE-FILE.
       COPY MRGRATE.

       WORKING-STORAGE SECTION.
       01  WS-CTL-STATUS                 PIC XX.
           88  CTL-OK                    VALUE '00'.
           88  CTL-EOF                   VALUE '10'.

       01  WS-RATE-STATUS                PIC XX.
       01  WS-TIER-INDEX                 PIC 9(01).

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
       01  WS-APPLIED-DISPLAY            PIC ZZZZZZ9.
       01  WS-REJECT-DISPLAY             PIC ZZZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           PERFORM INITIALIZE-PROCESS
           PERFORM APPLY-SCHEDULES-PROCESS
           PERFORM FINALIZE-PROCESS
           STOP RUN.

       INITIALIZE-PROCESS.
           MOVE ZERO TO WS-APPLIED-COUNT
           MOVE ZERO TO WS-REJECT-COUNT

           OPEN INPUT CONTROL-FILE
           IF WS-CTL-STATUS NOT = '00'
               DISPLAY 'MRGMAINT: NO MRGRATE.CTL ON FILE - NOTHING '
                   'TO DO'
               STOP RUN
           END-IF

           OPEN I-O MRGRATE-FILE
           IF WS-RATE-STATUS = '35'
      *        First schedule ever written - file has to be created.
               OPEN OUTPUT MRGRATE-FILE
               CLOSE MRGRATE-FILE
               OPEN I-O MRGRATE-FILE
           END-IF
           IF WS-RATE-STATUS NOT = '00'
               DISPLAY 'MRGMAINT: UNABLE TO OPEN MRGRATE.DAT, '
                   'STATUS = ' WS-RATE-STATUS
               CLOSE CONTROL-FILE
               STOP RUN
           END-IF.

       APPLY-SCHEDULES-PROCESS.
           READ CONTROL-FILE
               AT END SET CTL-EOF TO TRUE
           END-READ
           PERFORM APPLY-ONE-SCHEDULE THRU APPLY-ONE-EXIT
               UNTIL CTL-EOF.

       APPLY-ONE-SCHEDULE.
           IF CTL-EFFECTIVE-DATE IS NOT NUMERIC
              OR CTL-BASE-RATE IS NOT NUMERIC
              OR CTL-BASE-RATE = ZERO
               ADD 1 TO WS-REJECT-COUNT
               DISPLAY 'MRGMAINT: BAD SCHEDULE LINE FOR '''
                   CTL-EFFECTIVE-DATE ''' - SKIPPED'
               GO TO APPLY-ONE-NEXT
           END-IF

           MOVE CTL-EFFECTIVE-DATE TO MR-EFFECTIVE-DATE
           READ MRGRATE-FILE
           IF WS-RATE-STATUS = '00'
               PERFORM BUILD-SCHEDULE-FIELDS
               PERFORM GET-CURRENT-TIMESTAMP
               MOVE WS-TIMESTAMP TO
                   UPDATED-TIMESTAMP OF MRGRATE-RECORD
               REWRITE MRGRATE-RECORD
           ELSE
               MOVE SPACES TO MRGRATE-RECORD
               MOVE CTL-EFFECTIVE-DATE TO MR-EFFECTIVE-DATE
               PERFORM BUILD-SCHEDULE-FIELDS
               PERFORM GET-CURRENT-TIMESTAMP
               MOVE WS-TIMESTAMP TO
                   CREATED-TIMESTAMP OF MRGRATE-RECORD
               MOVE WS-TIMESTAMP TO
                   UPDATED-TIMESTAMP OF MRGRATE-RECORD
               WRITE MRGRATE-RECORD
           END-IF

           IF WS-RATE-STATUS = '00'
               ADD 1 TO WS-APPLIED-COUNT
           ELSE
               ADD 1 TO WS-REJECT-COUNT
               DISPLAY 'MRGMAINT: UNABLE TO APPLY SCHEDULE FOR '
                   CTL-EFFECTIVE-DATE ', STATUS = ' WS-RATE-STATUS
           END-IF.

       APPLY-ONE-NEXT.
           READ CONTROL-FILE
               AT END SET CTL-EOF TO TRUE
           END-READ.

       APPLY-ONE-EXIT.
           EXIT.

       BUILD-SCHEDULE-FIELDS.
           MOVE CTL-BASE-RATE TO MR-BASE-RATE
           MOVE 1 TO WS-TIER-INDEX
           PERFORM COPY-ONE-TIER UNTIL WS-TIER-INDEX > 5.

       COPY-ONE-TIER.
           MOVE CTL-TIER-CEILING(WS-TIER-INDEX) TO
               MR-TIER-CEILING(WS-TIER-INDEX)
           MOVE CTL-TIER-SPREAD(WS-TIER-INDEX) TO
               MR-TIER-SPREAD(WS-TIER-INDEX)
           ADD 1 TO WS-TIER-INDEX.

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
           CLOSE CONTROL-FILE
           CLOSE MRGRATE-FILE

           MOVE WS-APPLIED-COUNT TO WS-APPLIED-DISPLAY
           MOVE WS-REJECT-COUNT TO WS-REJECT-DISPLAY
           DISPLAY 'MRGMAINT: APPLIED ' WS-APPLIED-DISPLAY
               ' SCHEDULE(S), REJECTED ' WS-REJECT-DISPLAY.

       END PROGRAM MRGMAINT.
