       IDENTIFICATION DIVISION.
       PROGRAM-ID. SODMNT.
      ******************************************************************
      * PROGRAM: SODMNT - SEGREGATION-OF-DUTIES RULE MAINTENANCE
      * VERSION: 1.0
      * DATE: 2026-10-15
      * PURPOSE: CREATE, REPLACE, SUSPEND OR REMOVE CONFLICT RULES ON
      *          SODRULE.DAT FROM A CONTROL FILE (SODMNT.CTL - RULE ID,
      *          ACTION A/S/D, RULE TYPE P/S, FIRST ACTION, SECOND
      *          ACTION, WINDOW DAYS, SEVERITY W/E, DESCRIPTION,
      *          OPERATOR). THE NIGHTLY SODRPT SWEEP READS THE TABLE.
      *          ACTION S KEEPS THE RULE ON FILE BUT OUT OF THE SWEEP.
      * FUNCTIONS: STANDALONE UTILITY - RUN AS COMPLIANCE CHANGES THE
      *            RULES.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-FILE ASSIGN TO "SODMNT.CTL"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.

           SELECT SODRULE-FILE ASSIGN TO "SODRULE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SR-RULE-ID OF SODRULE-RECORD
               FILE STATUS IS WS-SR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-FILE.
       01  CONTROL-RECORD.
           05  CTL-RULE-ID               PIC X(06).
           05  CTL-ACTION                PIC X(01).
               88  CTL-ADD-ACTION        VALUE 'A'.
               88  CTL-SUSPEND-ACTION    VALUE 'S'.
               88  CTL-DELETE-ACTION     VALUE 'D'.
           05  CTL-RULE-TYPE             PIC X(01).
           05  CTL-FIRST-ACTION          PIC X(08).
           05  CTL-SECOND-ACTION         PIC X(08).
           05  CTL-WINDOW-DAYS           PIC X(03).
           05  CTL-SEVERITY              PIC X(01).
           05  CTL-DESCRIPTION           PIC X(40).
           05  CTL-OPERATOR              PIC X(08).
           05  FILLER                    PIC X(04).

       FD  SODRULE-FILE.
       COPY SODRULE.

       WORKING-STORAGE SECTION.
       01  WS-CTL-STATUS                 PIC XX.
           88  CTL-OK                    VALUE '00'.
           88  CTL-EOF                   VALUE '10'.

       01  WS-SR-STATUS                  PIC XX.

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

      *    THE CANDIDATE ROW IS BUILT HERE FIRST SO ITS ACTION CODES
      *    CAN BE PROVED AGAINST THE 88-LEVELS BEFORE IT IS WRITTEN.
       COPY SODRULE REPLACING SODRULE-RECORD BY WS-SODRULE-RECORD.

       01  WS-APPLIED-COUNT              PIC 9(07) COMP.
       01  WS-REJECT-COUNT               PIC 9(07) COMP.
       01  WS-APPLIED-DISPLAY            PIC ZZZZZZ9.
       01  WS-REJECT-DISPLAY             PIC ZZZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           PERFORM INITIALIZE-PROCESS
           PERFORM APPLY-RULES-PROCESS
           PERFORM FINALIZE-PROCESS
           STOP RUN.

       INITIALIZE-PROCESS.
           MOVE ZERO TO WS-APPLIED-COUNT
           MOVE ZERO TO WS-REJECT-COUNT

           OPEN INPUT CONTROL-FILE
           IF WS-CTL-STATUS NOT = '00'
               DISPLAY 'SODMNT: NO SODMNT.CTL ON FILE - NOTHING '
                   'TO DO'
               STOP RUN
           END-IF

           OPEN I-O SODRULE-FILE
           IF WS-SR-STATUS = '35'
      *        First rule ever recorded - file is created.
               OPEN OUTPUT SODRULE-FILE
               CLOSE SODRULE-FILE
               OPEN I-O SODRULE-FILE
           END-IF
           IF WS-SR-STATUS NOT = '00'
               DISPLAY 'SODMNT: UNABLE TO OPEN SODRULE.DAT, '
                   'STATUS = ' WS-SR-STATUS
               CLOSE CONTROL-FILE
               STOP RUN
           END-IF.

       APPLY-RULES-PROCESS.
           READ CONTROL-FILE
               AT END SET CTL-EOF TO TRUE
           END-READ
           PERFORM APPLY-ONE-LINE THRU APPLY-ONE-EXIT
               UNTIL CTL-EOF.

       APPLY-ONE-LINE.
           IF CTL-RULE-ID = SPACES
               ADD 1 TO WS-REJECT-COUNT
               GO TO APPLY-ONE-NEXT
           END-IF

           IF CTL-DELETE-ACTION
               MOVE CTL-RULE-ID TO SR-RULE-ID OF SODRULE-RECORD
               DELETE SODRULE-FILE RECORD
               IF WS-SR-STATUS = '00'
                   ADD 1 TO WS-APPLIED-COUNT
               ELSE
                   ADD 1 TO WS-REJECT-COUNT
               END-IF
               GO TO APPLY-ONE-NEXT
           END-IF

           IF CTL-SUSPEND-ACTION
               MOVE CTL-RULE-ID TO SR-RULE-ID OF SODRULE-RECORD
               READ SODRULE-FILE
               IF WS-SR-STATUS = '00'
                   SET SR-SUSPENDED OF SODRULE-RECORD TO TRUE
                   REWRITE SODRULE-RECORD
               END-IF
               IF WS-SR-STATUS = '00'
                   ADD 1 TO WS-APPLIED-COUNT
               ELSE
                   ADD 1 TO WS-REJECT-COUNT
                   DISPLAY 'SODMNT: UNABLE TO SUSPEND RULE '
                       CTL-RULE-ID ', STATUS = ' WS-SR-STATUS
               END-IF
               GO TO APPLY-ONE-NEXT
           END-IF

           MOVE SPACES TO WS-SODRULE-RECORD
           MOVE CTL-RULE-ID TO SR-RULE-ID OF WS-SODRULE-RECORD
           MOVE CTL-RULE-TYPE TO SR-RULE-TYPE OF WS-SODRULE-RECORD
           MOVE CTL-FIRST-ACTION TO
               SR-FIRST-ACTION OF WS-SODRULE-RECORD
           MOVE CTL-SECOND-ACTION TO
               SR-SECOND-ACTION OF WS-SODRULE-RECORD
           MOVE CTL-SEVERITY TO SR-SEVERITY OF WS-SODRULE-RECORD
           IF CTL-SEVERITY = SPACE
               SET SR-SEV-WARNING OF WS-SODRULE-RECORD TO TRUE
           END-IF
           SET SR-ACTIVE OF WS-SODRULE-RECORD TO TRUE
           MOVE CTL-DESCRIPTION TO
               SR-DESCRIPTION OF WS-SODRULE-RECORD

      *    A PAIR RULE NEEDS BOTH STEPS AND A WINDOW; A SELF RULE
      *    NEEDS ONLY THE ONE STEP AND HAS NO WINDOW.
           IF NOT SR-FIRST-KNOWN OF WS-SODRULE-RECORD
              OR (NOT SR-SEV-WARNING OF WS-SODRULE-RECORD
                  AND NOT SR-SEV-ERROR OF WS-SODRULE-RECORD)
              OR (NOT SR-PAIR-RULE OF WS-SODRULE-RECORD
                  AND NOT SR-SELF-RULE OF WS-SODRULE-RECORD)
              OR (SR-PAIR-RULE OF WS-SODRULE-RECORD
                  AND (NOT SR-SECOND-KNOWN OF WS-SODRULE-RECORD
                       OR CTL-WINDOW-DAYS NOT NUMERIC))
               ADD 1 TO WS-REJECT-COUNT
               DISPLAY 'SODMNT: BAD LINE FOR RULE ' CTL-RULE-ID
                   ' - SKIPPED'
               GO TO APPLY-ONE-NEXT
           END-IF

           IF SR-PAIR-RULE OF WS-SODRULE-RECORD
               MOVE CTL-WINDOW-DAYS TO
                   SR-WINDOW-DAYS OF WS-SODRULE-RECORD
           ELSE
               MOVE SPACES TO SR-SECOND-ACTION OF WS-SODRULE-RECORD
               MOVE ZERO TO SR-WINDOW-DAYS OF WS-SODRULE-RECORD
           END-IF
           MOVE CTL-OPERATOR TO CREATED-BY OF WS-SODRULE-RECORD
           PERFORM GET-CURRENT-TIMESTAMP
           MOVE WS-TIMESTAMP TO CREATED-TIMESTAMP OF WS-SODRULE-RECORD

           MOVE CTL-RULE-ID TO SR-RULE-ID OF SODRULE-RECORD
           READ SODRULE-FILE
           IF WS-SR-STATUS = '00'
               MOVE WS-SODRULE-RECORD TO SODRULE-RECORD
               REWRITE SODRULE-RECORD
           ELSE
               MOVE WS-SODRULE-RECORD TO SODRULE-RECORD
               WRITE SODRULE-RECORD
           END-IF

           IF WS-SR-STATUS = '00'
               ADD 1 TO WS-APPLIED-COUNT
           ELSE
               ADD 1 TO WS-REJECT-COUNT
               DISPLAY 'SODMNT: UNABLE TO APPLY RULE ' CTL-RULE-ID
                   ', STATUS = ' WS-SR-STATUS
           END-IF.

       APPLY-ONE-NEXT.
           READ CONTROL-FILE
               AT END SET CTL-EOF TO TRUE
           END-READ.

       APPLY-ONE-EXIT.
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

       FINALIZE-PROCESS.
           CLOSE CONTROL-FILE
           CLOSE SODRULE-FILE

           MOVE WS-APPLIED-COUNT TO WS-APPLIED-DISPLAY
           MOVE WS-REJECT-COUNT TO WS-REJECT-DISPLAY
           DISPLAY 'SODMNT: APPLIED ' WS-APPLIED-DISPLAY
               ' LINE(S), REJECTED ' WS-REJECT-DISPLAY.

       END PROGRAM SODMNT.
