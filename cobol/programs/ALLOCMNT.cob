       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALLOCMNT.
      ******************************************************************
      * PROGRAM: ALLOCMNT - ASSET ALLOCATION BAND MAINTENANCE
      * VERSION: 1.0
      * DATE: 2026-10-15
      * PURPOSE: CREATE OR REPLACE ALLOCATION BAND ROWS ON ALLOCBND.DAT
      *          FROM A CONTROL FILE (ALLOCBND.CTL - ONE LINE PER
      *          OBJECTIVE AND RISK TOLERANCE: A DESCRIPTION, THEN A
      *          MINIMUM/MAXIMUM PERCENT PAIR FOR EACH OF THE SEVEN
      *          ASSET CLASSES), THE SAME CONTROL-FILE PATTERN
      *          MRGMAINT USES. ALLOCRPT APPLIES THE BANDS.
      * FUNCTIONS: STANDALONE UTILITY - RUN ON DEMAND, WHENEVER
      *            SUPERVISION CHANGES THE FIRM'S ALLOCATION BANDS.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-FILE ASSIGN TO "ALLOCBND.CTL"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.

           SELECT ALLOCBND-FILE ASSIGN TO "ALLOCBND.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AB-KEY
               FILE STATUS IS WS-BAND-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-FILE.
       01  CONTROL-RECORD.
           05  CTL-OBJECTIVE             PIC X(02).
           05  CTL-RISK-TOLERANCE        PIC X(01).
           05  CTL-DESCRIPTION           PIC X(30).
           05  CTL-CLASS-BAND OCCURS 7 TIMES.
               10  CTL-MIN-PERCENT       PIC 9(03)V99.
               10  CTL-MAX-PERCENT       PIC 9(03)V99.
           05  FILLER                    PIC X(10).

       FD  ALLOCBND-FILE.
       COPY ALLOCBND.

       WORKING-STORAGE SECTION.
       01  WS-CTL-STATUS                 PIC XX.
           88  CTL-OK                    VALUE '00'.
           88  CTL-EOF                   VALUE '10'.

       01  WS-BAND-STATUS                PIC XX.
       01  WS-CLASS-INDEX                PIC 9(01).

       01  WS-BAND-VALID-SW              PIC X(01).
           88  BAND-VALID                VALUE 'Y'.

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
           PERFORM APPLY-BANDS-PROCESS
           PERFORM FINALIZE-PROCESS
           STOP RUN.

       INITIALIZE-PROCESS.
           MOVE ZERO TO WS-APPLIED-COUNT
           MOVE ZERO TO WS-REJECT-COUNT

           OPEN INPUT CONTROL-FILE
           IF WS-CTL-STATUS NOT = '00'
               DISPLAY 'ALLOCMNT: NO ALLOCBND.CTL ON FILE - NOTHING '
                   'TO DO'
               STOP RUN
           END-IF

           OPEN I-O ALLOCBND-FILE
           IF WS-BAND-STATUS = '35'
      *        First band ever written - file has to be created.
               OPEN OUTPUT ALLOCBND-FILE
               CLOSE ALLOCBND-FILE
               OPEN I-O ALLOCBND-FILE
           END-IF
           IF WS-BAND-STATUS NOT = '00'
               DISPLAY 'ALLOCMNT: UNABLE TO OPEN ALLOCBND.DAT, '
                   'STATUS = ' WS-BAND-STATUS
               CLOSE CONTROL-FILE
               STOP RUN
           END-IF.

       APPLY-BANDS-PROCESS.
           READ CONTROL-FILE
               AT END SET CTL-EOF TO TRUE
           END-READ
           PERFORM APPLY-ONE-BAND THRU APPLY-ONE-EXIT
               UNTIL CTL-EOF.

       APPLY-ONE-BAND.
           MOVE 'Y' TO WS-BAND-VALID-SW
           IF CTL-OBJECTIVE NOT = 'GR' AND NOT = 'IN'
                             AND NOT = 'BA' AND NOT = 'SP'
               MOVE 'N' TO WS-BAND-VALID-SW
           END-IF
           IF CTL-RISK-TOLERANCE NOT = 'L' AND NOT = 'M'
                                  AND NOT = 'H' AND NOT = SPACE
               MOVE 'N' TO WS-BAND-VALID-SW
           END-IF
           MOVE 1 TO WS-CLASS-INDEX
           PERFORM CHECK-ONE-CLASS-BAND UNTIL WS-CLASS-INDEX > 7

           IF NOT BAND-VALID
               ADD 1 TO WS-REJECT-COUNT
               DISPLAY 'ALLOCMNT: BAD BAND LINE FOR '''
                   CTL-OBJECTIVE CTL-RISK-TOLERANCE ''' - SKIPPED'
               GO TO APPLY-ONE-NEXT
           END-IF

           MOVE CTL-OBJECTIVE TO AB-OBJECTIVE
           MOVE CTL-RISK-TOLERANCE TO AB-RISK-TOLERANCE
           READ ALLOCBND-FILE
           IF WS-BAND-STATUS = '00'
               PERFORM BUILD-BAND-FIELDS
               PERFORM GET-CURRENT-TIMESTAMP
               MOVE WS-TIMESTAMP TO
                   UPDATED-TIMESTAMP OF ALLOCBND-RECORD
               REWRITE ALLOCBND-RECORD
           ELSE
               MOVE SPACES TO ALLOCBND-RECORD
               MOVE CTL-OBJECTIVE TO AB-OBJECTIVE
               MOVE CTL-RISK-TOLERANCE TO AB-RISK-TOLERANCE
               PERFORM BUILD-BAND-FIELDS
               PERFORM GET-CURRENT-TIMESTAMP
               MOVE WS-TIMESTAMP TO
                   CREATED-TIMESTAMP OF ALLOCBND-RECORD
               MOVE WS-TIMESTAMP TO
                   UPDATED-TIMESTAMP OF ALLOCBND-RECORD
               WRITE ALLOCBND-RECORD
           END-IF

           IF WS-BAND-STATUS = '00'
               ADD 1 TO WS-APPLIED-COUNT
           ELSE
               ADD 1 TO WS-REJECT-COUNT
               DISPLAY 'ALLOCMNT: UNABLE TO APPLY BAND FOR '
                   CTL-OBJECTIVE CTL-RISK-TOLERANCE
                   ', STATUS = ' WS-BAND-STATUS
           END-IF.

       APPLY-ONE-NEXT.
           READ CONTROL-FILE
               AT END SET CTL-EOF TO TRUE
           END-READ.

       APPLY-ONE-EXIT.
           EXIT.

       CHECK-ONE-CLASS-BAND.
           IF CTL-MIN-PERCENT(WS-CLASS-INDEX) IS NOT NUMERIC
              OR CTL-MAX-PERCENT(WS-CLASS-INDEX) IS NOT NUMERIC
               MOVE 'N' TO WS-BAND-VALID-SW
           ELSE
               IF CTL-MIN-PERCENT(WS-CLASS-INDEX) >
                      CTL-MAX-PERCENT(WS-CLASS-INDEX)
                  OR CTL-MAX-PERCENT(WS-CLASS-INDEX) > 100
                   MOVE 'N' TO WS-BAND-VALID-SW
               END-IF
           END-IF
           ADD 1 TO WS-CLASS-INDEX.

       BUILD-BAND-FIELDS.
           MOVE CTL-DESCRIPTION TO AB-DESCRIPTION
           MOVE 1 TO WS-CLASS-INDEX
           PERFORM COPY-ONE-CLASS-BAND UNTIL WS-CLASS-INDEX > 7.

       COPY-ONE-CLASS-BAND.
           MOVE CTL-MIN-PERCENT(WS-CLASS-INDEX) TO
               AB-MIN-PERCENT(WS-CLASS-INDEX)
           MOVE CTL-MAX-PERCENT(WS-CLASS-INDEX) TO
               AB-MAX-PERCENT(WS-CLASS-INDEX)
           ADD 1 TO WS-CLASS-INDEX.

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
           CLOSE ALLOCBND-FILE

           MOVE WS-APPLIED-COUNT TO WS-APPLIED-DISPLAY
           MOVE WS-REJECT-COUNT TO WS-REJECT-DISPLAY
           DISPLAY 'ALLOCMNT: APPLIED ' WS-APPLIED-DISPLAY
               ' BAND(S), REJECTED ' WS-REJECT-DISPLAY.

       END PROGRAM ALLOCMNT.
