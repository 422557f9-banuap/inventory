       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAJAMNT.
      ******************************************************************
      * PROGRAM: MAJAMNT - STATE AGE-OF-MAJORITY TABLE MAINTENANCE
      * VERSION: 1.0
      * DATE: 2026-10-15
      * PURPOSE: CREATE, REPLACE, OR REMOVE STATE ROWS ON MAJAGE.DAT
      *          FROM A CONTROL FILE (MAJAMNT.CTL - STATE, ACTION A/D,
      *          UTMA AGE, UGMA AGE, LATEST UTMA AGE A DONOR MAY
      *          ELECT, OPERATOR). UTMAMNT AND UTMABAT TAKE THE
      *          CUSTODIAL TERMINATION AGE FROM THE TABLE.
      * FUNCTIONS: STANDALONE UTILITY - RUN AS STATE LAW CHANGES.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-FILE ASSIGN TO "MAJAMNT.CTL"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.

           SELECT MAJAGE-FILE ASSIGN TO "MAJAGE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MA-STATE
               FILE STATUS IS WS-MA-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-FILE.
       01  CONTROL-RECORD.
           05  CTL-STATE                 PIC X(02).
           05  CTL-ACTION                PIC X(01).
               88  CTL-ADD-ACTION        VALUE 'A'.
               88  CTL-DELETE-ACTION     VALUE 'D'.
           05  CTL-UTMA-AGE              PIC X(02).
           05  CTL-UGMA-AGE              PIC X(02).
           05  CTL-UTMA-MAX-ELECTED-AGE  PIC X(02).
           05  CTL-OPERATOR              PIC X(08).
           05  FILLER                    PIC X(10).

       FD  MAJAGE-FILE.
       COPY MAJAGE.

       WORKING-STORAGE SECTION.
       01  WS-CTL-STATUS                 PIC XX.
           88  CTL-OK                    VALUE '00'.
           88  CTL-EOF                   VALUE '10'.

       01  WS-MA-STATUS                  PIC XX.

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
           PERFORM APPLY-STATES-PROCESS
           PERFORM FINALIZE-PROCESS
           STOP RUN.

       INITIALIZE-PROCESS.
           MOVE ZERO TO WS-APPLIED-COUNT
           MOVE ZERO TO WS-REJECT-COUNT

           OPEN INPUT CONTROL-FILE
           IF WS-CTL-STATUS NOT = '00'
               DISPLAY 'MAJAMNT: NO MAJAMNT.CTL ON FILE - NOTHING '
                   'TO DO'
               STOP RUN
           END-IF

           OPEN I-O MAJAGE-FILE
           IF WS-MA-STATUS = '35'
      *        First state ever recorded - file is created.
               OPEN OUTPUT MAJAGE-FILE
               CLOSE MAJAGE-FILE
               OPEN I-O MAJAGE-FILE
           END-IF
           IF WS-MA-STATUS NOT = '00'
               DISPLAY 'MAJAMNT: UNABLE TO OPEN MAJAGE.DAT, '
                   'STATUS = ' WS-MA-STATUS
               CLOSE CONTROL-FILE
               STOP RUN
           END-IF.

       APPLY-STATES-PROCESS.
           READ CONTROL-FILE
               AT END SET CTL-EOF TO TRUE
           END-READ
           PERFORM APPLY-ONE-LINE THRU APPLY-ONE-EXIT
               UNTIL CTL-EOF.

       APPLY-ONE-LINE.
           IF CTL-STATE = SPACES
               ADD 1 TO WS-REJECT-COUNT
               GO TO APPLY-ONE-NEXT
           END-IF

           IF CTL-DELETE-ACTION
               MOVE CTL-STATE TO MA-STATE
               DELETE MAJAGE-FILE RECORD
               IF WS-MA-STATUS = '00'
                   ADD 1 TO WS-APPLIED-COUNT
               ELSE
                   ADD 1 TO WS-REJECT-COUNT
               END-IF
               GO TO APPLY-ONE-NEXT
           END-IF

      *    AN ELECTED AGE CAN ONLY EXTEND THE CUSTODIANSHIP, SO THE
      *    LATEST ELECTABLE AGE MAY NOT FALL BELOW THE UTMA AGE.
           IF CTL-UTMA-AGE NOT NUMERIC
              OR CTL-UGMA-AGE NOT NUMERIC
              OR CTL-UTMA-MAX-ELECTED-AGE NOT NUMERIC
              OR CTL-UTMA-MAX-ELECTED-AGE < CTL-UTMA-AGE
               ADD 1 TO WS-REJECT-COUNT
               DISPLAY 'MAJAMNT: BAD LINE FOR STATE ' CTL-STATE
                   ' - SKIPPED'
               GO TO APPLY-ONE-NEXT
           END-IF

           MOVE CTL-STATE TO MA-STATE
           READ MAJAGE-FILE
           IF WS-MA-STATUS = '00'
               PERFORM BUILD-STATE-FIELDS
               REWRITE MAJAGE-RECORD
           ELSE
               MOVE SPACES TO MAJAGE-RECORD
               MOVE CTL-STATE TO MA-STATE
               PERFORM BUILD-STATE-FIELDS
               WRITE MAJAGE-RECORD
           END-IF

           IF WS-MA-STATUS = '00'
               ADD 1 TO WS-APPLIED-COUNT
           ELSE
               ADD 1 TO WS-REJECT-COUNT
               DISPLAY 'MAJAMNT: UNABLE TO APPLY STATE ' CTL-STATE
                   ', STATUS = ' WS-MA-STATUS
           END-IF.

       APPLY-ONE-NEXT.
           READ CONTROL-FILE
               AT END SET CTL-EOF TO TRUE
           END-READ.

       APPLY-ONE-EXIT.
           EXIT.

       BUILD-STATE-FIELDS.
           MOVE CTL-UTMA-AGE TO MA-UTMA-AGE
           MOVE CTL-UGMA-AGE TO MA-UGMA-AGE
           MOVE CTL-UTMA-MAX-ELECTED-AGE TO MA-UTMA-MAX-ELECTED-AGE
           MOVE CTL-OPERATOR TO CREATED-BY OF MAJAGE-RECORD
           PERFORM GET-CURRENT-TIMESTAMP
           MOVE WS-TIMESTAMP TO
               CREATED-TIMESTAMP OF MAJAGE-RECORD.

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
           CLOSE MAJAGE-FILE

           MOVE WS-APPLIED-COUNT TO WS-APPLIED-DISPLAY
           MOVE WS-REJECT-COUNT TO WS-REJECT-DISPLAY
           DISPLAY 'MAJAMNT: APPLIED ' WS-APPLIED-DISPLAY
               ' LINE(S), REJECTED ' WS-REJECT-DISPLAY.

       END PROGRAM MAJAMNT.
