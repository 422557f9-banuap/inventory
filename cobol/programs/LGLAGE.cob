       IDENTIFICATION DIVISION.
       PROGRAM-ID. LGLAGE.
      ******************************************************************
      * PROGRAM: LGLAGE - LEGAL PROCESS ANSWER-DEADLINE AGING REPORT
      * VERSION: 1.0
      * DATE: 2026-10-15
      * PURPOSE: LIST EVERY LEGAL PROCESS ON LEGALPRC.DAT THE FIRM HAS
      *          NOT YET ANSWERED, AGED BY DAYS TO ITS ANSWER DEADLINE
      *          - OVERDUE, DUE WITHIN WS-DUE-SOON-DAYS CALENDAR DAYS,
      *          OR LATER - WITH TOTALS PER BUCKET ON LGLAGE.RPT. A
      *          PROCESS ENTERING THE DUE-SOON WINDOW IS FILED ON THE
      *          EXCEPTION REPOSITORY (EXCPQ) AS A WARNING, AND AGAIN
      *          AS AN ERROR ONCE THE DEADLINE HAS PASSED; LP-AGING-
      *          STAGE KEEPS EACH FROM BEING FILED TWICE. A RELEASED
      *          PROCESS NEEDS NO ANSWER AND IS SKIPPED.
      * FUNCTIONS: CALLED BY EODDRIVER EVERY NIGHT, OR RUN
      *            STANDALONE. LK-RETURN-CODE: 00 NORMAL (INCLUDING NO
      *            LEGALPRC.DAT ON FILE), 08 FATAL SETUP ERROR.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LEGALPRC-FILE ASSIGN TO "LEGALPRC.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LP-KEY
               FILE STATUS IS WS-LP-STATUS.

           SELECT LGLAGE-RPT-FILE ASSIGN TO "LGLAGE.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LEGALPRC-FILE.
       COPY LEGALPRC.

       FD  LGLAGE-RPT-FILE.
       01  LGLAGE-RPT-LINE               PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-LP-STATUS                  PIC XX.
           88  LEGALPRC-OK               VALUE '00'.
           88  LEGALPRC-EOF              VALUE '10'.
       01  WS-RPT-STATUS                 PIC XX.

       01  WS-CURRENT-DATE.
           05  WS-CURRENT-YEAR           PIC 9(04).
           05  WS-CURRENT-MONTH          PIC 9(02).
           05  WS-CURRENT-DAY            PIC 9(02).
       01  WS-TODAY REDEFINES WS-CURRENT-DATE PIC X(08).
       01  WS-TODAY-NUM REDEFINES WS-CURRENT-DATE PIC 9(08).

       01  WS-CURRENT-TIME.
           05  WS-CURRENT-HOUR           PIC 9(02).
           05  WS-CURRENT-MINUTE         PIC 9(02).
           05  WS-CURRENT-SECOND         PIC 9(02).
           05  WS-CURRENT-HUNDREDTH      PIC 9(02).
       01  WS-TIMESTAMP                  PIC X(26).

      *    CALENDAR DAYS AHEAD OF THE ANSWER DEADLINE THAT A PROCESS
      *    IS RAISED AS DUE SOON.
       01  WS-DUE-SOON-DAYS              PIC S9(03) VALUE 5.

       01  WS-TODAY-INT                  PIC 9(08).
       01  WS-DEADLINE-NUM               PIC 9(08).
       01  WS-DAYS-LEFT                  PIC S9(05).
       01  WS-DAYS-DISPLAY               PIC ----9.
       01  WS-BUCKET-TEXT                PIC X(08).
       01  WS-AMOUNT-DISPLAY             PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.

       01  WS-EXCPQ-OPERATION            PIC X(06) VALUE 'FILE  '.
       01  WS-EXCPQ-RETURN-CODE          PIC 9(02).
       01  WS-FILE-SEVERITY              PIC X(01).
       COPY EXCPREC REPLACING EXCPQ-RECORD BY WS-EXCPQ-RECORD.

       01  WS-OPEN-COUNT                 PIC 9(07) COMP.
       01  WS-OVERDUE-COUNT              PIC 9(07) COMP.
       01  WS-DUE-SOON-COUNT             PIC 9(07) COMP.
       01  WS-LATER-COUNT                PIC 9(07) COMP.
       01  WS-FILED-COUNT                PIC 9(07) COMP.
       01  WS-OPEN-DISPLAY               PIC ZZZZZZ9.
       01  WS-OVERDUE-DISPLAY            PIC ZZZZZZ9.
       01  WS-DUE-SOON-DISPLAY           PIC ZZZZZZ9.
       01  WS-LATER-DISPLAY              PIC ZZZZZZ9.
       01  WS-FILED-DISPLAY              PIC ZZZZZZ9.

       LINKAGE SECTION.
       01  LK-RETURN-CODE                PIC 9(02).

       PROCEDURE DIVISION USING LK-RETURN-CODE.
       MAIN-PROCESS.
           MOVE 00 TO LK-RETURN-CODE
           PERFORM INITIALIZE-PROCESS
           PERFORM AGE-PROCESSES-PROCESS
           PERFORM FINALIZE-PROCESS
           GOBACK.

       INITIALIZE-PROCESS.
           MOVE ZERO TO WS-OPEN-COUNT
           MOVE ZERO TO WS-OVERDUE-COUNT
           MOVE ZERO TO WS-DUE-SOON-COUNT
           MOVE ZERO TO WS-LATER-COUNT
           MOVE ZERO TO WS-FILED-COUNT
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-NUM)

           OPEN I-O LEGALPRC-FILE
           IF WS-LP-STATUS = '35'
               DISPLAY 'LGLAGE: NO LEGALPRC.DAT ON FILE - NOTHING TO '
                   'AGE'
               GOBACK
           END-IF
           IF WS-LP-STATUS NOT = '00'
               DISPLAY 'LGLAGE: UNABLE TO OPEN LEGALPRC.DAT, STATUS = '
                   WS-LP-STATUS
               MOVE 08 TO LK-RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT LGLAGE-RPT-FILE
           IF WS-RPT-STATUS NOT = '00'
               DISPLAY 'LGLAGE: UNABLE TO OPEN LGLAGE.RPT, STATUS = '
                   WS-RPT-STATUS
               CLOSE LEGALPRC-FILE
               MOVE 08 TO LK-RETURN-CODE
               GOBACK
           END-IF

           MOVE SPACES TO LGLAGE-RPT-LINE
           STRING 'LEGAL PROCESS ANSWER-DEADLINE AGING AS OF '
                  DELIMITED BY SIZE
                  WS-TODAY DELIMITED BY SIZE
                  INTO LGLAGE-RPT-LINE
           END-STRING
           WRITE LGLAGE-RPT-LINE
           MOVE SPACES TO LGLAGE-RPT-LINE
           STRING 'BUCKET   DAYS ACCOUNT      SEQ TYPE CASE NUMBER'
                  DELIMITED BY SIZE
                  '          DEADLINE          AMOUNT HELD AGENCY'
                  DELIMITED BY SIZE
                  INTO LGLAGE-RPT-LINE
           END-STRING
           WRITE LGLAGE-RPT-LINE.

       AGE-PROCESSES-PROCESS.
           MOVE LOW-VALUES TO LP-KEY
           START LEGALPRC-FILE KEY IS NOT LESS THAN LP-KEY
               INVALID KEY MOVE '10' TO WS-LP-STATUS
           END-START

           IF LEGALPRC-OK
               READ LEGALPRC-FILE NEXT RECORD
               PERFORM AGE-ONE-PROCESS THRU AGE-ONE-PROCESS-EXIT
                   UNTIL LEGALPRC-EOF
           END-IF.

       AGE-ONE-PROCESS.
           IF LP-RELEASED
              OR LP-ANSWERED-DATE NOT = SPACES
              OR LP-ANSWER-DEADLINE NOT NUMERIC
               GO TO AGE-ONE-PROCESS-NEXT
           END-IF

           ADD 1 TO WS-OPEN-COUNT
           MOVE LP-ANSWER-DEADLINE TO WS-DEADLINE-NUM
           COMPUTE WS-DAYS-LEFT =
               FUNCTION INTEGER-OF-DATE(WS-DEADLINE-NUM)
               - WS-TODAY-INT

           EVALUATE TRUE
               WHEN WS-DAYS-LEFT < ZERO
                   ADD 1 TO WS-OVERDUE-COUNT
                   MOVE 'OVERDUE' TO WS-BUCKET-TEXT
                   IF NOT LP-AGED-OVERDUE
                       MOVE 'E' TO WS-FILE-SEVERITY
                       PERFORM FILE-DEADLINE-EXCEPTION
                       IF WS-EXCPQ-RETURN-CODE = 00
                           SET LP-AGED-OVERDUE TO TRUE
                           PERFORM REWRITE-LEGAL-PROCESS
                       END-IF
                   END-IF
               WHEN WS-DAYS-LEFT NOT > WS-DUE-SOON-DAYS
                   ADD 1 TO WS-DUE-SOON-COUNT
                   MOVE 'DUE SOON' TO WS-BUCKET-TEXT
                   IF LP-NOT-AGED
                       MOVE 'W' TO WS-FILE-SEVERITY
                       PERFORM FILE-DEADLINE-EXCEPTION
                       IF WS-EXCPQ-RETURN-CODE = 00
                           SET LP-AGED-DUE-SOON TO TRUE
                           PERFORM REWRITE-LEGAL-PROCESS
                       END-IF
                   END-IF
               WHEN OTHER
                   ADD 1 TO WS-LATER-COUNT
                   MOVE 'LATER' TO WS-BUCKET-TEXT
           END-EVALUATE

           PERFORM REPORT-AGED-PROCESS.

       AGE-ONE-PROCESS-NEXT.
           READ LEGALPRC-FILE NEXT RECORD.

       AGE-ONE-PROCESS-EXIT.
           EXIT.

       FILE-DEADLINE-EXCEPTION.
           MOVE SPACES TO WS-EXCPQ-RECORD
           MOVE WS-FILE-SEVERITY TO EX-SEVERITY OF WS-EXCPQ-RECORD
           MOVE 'LGLAGE  ' TO EX-SOURCE-PROGRAM OF WS-EXCPQ-RECORD
           MOVE WS-TODAY TO EX-BUSINESS-DATE OF WS-EXCPQ-RECORD
           MOVE LP-KEY TO EX-RECORD-KEY OF WS-EXCPQ-RECORD
           STRING 'LEGAL PROCESS ANSWER DUE ' DELIMITED BY SIZE
                  LP-ANSWER-DEADLINE DELIMITED BY SIZE
                  ' CASE ' DELIMITED BY SIZE
                  LP-CASE-NUMBER DELIMITED BY '  '
                  INTO EX-REASON OF WS-EXCPQ-RECORD
           END-STRING
           CALL 'EXCPQ' USING WS-EXCPQ-OPERATION,
                               WS-EXCPQ-RECORD,
                               WS-EXCPQ-RETURN-CODE
           IF WS-EXCPQ-RETURN-CODE = 00
               ADD 1 TO WS-FILED-COUNT
           ELSE
               DISPLAY 'LGLAGE: DEADLINE FOR ' LP-ACCOUNT-ID '/'
                   LP-PROCESS-SEQ ' DID NOT FILE, RC='
                   WS-EXCPQ-RETURN-CODE
           END-IF.

       REWRITE-LEGAL-PROCESS.
           PERFORM GET-CURRENT-TIMESTAMP
           MOVE WS-TIMESTAMP TO UPDATED-TIMESTAMP OF LEGALPRC-RECORD
           MOVE 'LGLAGE  ' TO UPDATED-BY OF LEGALPRC-RECORD
           REWRITE LEGALPRC-RECORD
           IF WS-LP-STATUS NOT = '00'
               DISPLAY 'LGLAGE: FILED ' LP-ACCOUNT-ID '/'
                   LP-PROCESS-SEQ ' BUT COULD NOT MARK IT, STATUS = '
                   WS-LP-STATUS
           END-IF.

       REPORT-AGED-PROCESS.
           MOVE WS-DAYS-LEFT TO WS-DAYS-DISPLAY
           MOVE LP-AMOUNT-HELD TO WS-AMOUNT-DISPLAY
           MOVE SPACES TO LGLAGE-RPT-LINE
           STRING WS-BUCKET-TEXT DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-DAYS-DISPLAY DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  LP-ACCOUNT-ID DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  LP-PROCESS-SEQ DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  LP-PROCESS-TYPE DELIMITED BY SIZE
                  '   ' DELIMITED BY SIZE
                  LP-CASE-NUMBER DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  LP-ANSWER-DEADLINE DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-AMOUNT-DISPLAY DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  LP-AGENCY-NAME DELIMITED BY SIZE
                  INTO LGLAGE-RPT-LINE
           END-STRING
           WRITE LGLAGE-RPT-LINE.

       GET-CURRENT-TIMESTAMP.
           ACCEPT WS-CURRENT-TIME FROM TIME
           MOVE SPACES TO WS-TIMESTAMP
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
           CLOSE LEGALPRC-FILE

           MOVE WS-OPEN-COUNT TO WS-OPEN-DISPLAY
           MOVE WS-OVERDUE-COUNT TO WS-OVERDUE-DISPLAY
           MOVE WS-DUE-SOON-COUNT TO WS-DUE-SOON-DISPLAY
           MOVE WS-LATER-COUNT TO WS-LATER-DISPLAY
           MOVE WS-FILED-COUNT TO WS-FILED-DISPLAY

           MOVE SPACES TO LGLAGE-RPT-LINE
           STRING 'UNANSWERED ' DELIMITED BY SIZE
                  WS-OPEN-DISPLAY DELIMITED BY SIZE
                  '  OVERDUE ' DELIMITED BY SIZE
                  WS-OVERDUE-DISPLAY DELIMITED BY SIZE
                  '  DUE SOON ' DELIMITED BY SIZE
                  WS-DUE-SOON-DISPLAY DELIMITED BY SIZE
                  '  LATER ' DELIMITED BY SIZE
                  WS-LATER-DISPLAY DELIMITED BY SIZE
                  INTO LGLAGE-RPT-LINE
           END-STRING
           WRITE LGLAGE-RPT-LINE
           CLOSE LGLAGE-RPT-FILE

           DISPLAY 'LGLAGE: ' WS-OPEN-DISPLAY
               ' UNANSWERED PROCESS(ES), OVERDUE ' WS-OVERDUE-DISPLAY
               ', DUE SOON ' WS-DUE-SOON-DISPLAY
               ', FILED ON EXCPQ ' WS-FILED-DISPLAY.

       END PROGRAM LGLAGE.
