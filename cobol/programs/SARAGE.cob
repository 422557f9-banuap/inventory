       IDENTIFICATION DIVISION.
       PROGRAM-ID. SARAGE.
      ******************************************************************
      * PROGRAM: SARAGE - SAR FILING-DEADLINE AND REVIEW AGING
      * VERSION: 1.0
      * DATE: 2026-10-15
      * PURPOSE: AGE EVERY CASE ON SARCASE.DAT THAT HAS A DATE
      *          RUNNING - A DETERMINED CASE AGAINST ITS 30-DAY FILING
      *          DEADLINE (OVERDUE, DUE WITHIN WS-DUE-SOON-DAYS
      *          CALENDAR DAYS, OR LATER) AND A FILED CASE AGAINST ITS
      *          CONTINUING-ACTIVITY REVIEW DATE - WITH TOTALS PER
      *          BUCKET ON SARAGE.RPT. A CASE ENTERING THE DUE-SOON
      *          WINDOW IS FILED ON THE EXCEPTION REPOSITORY (EXCPQ) AS
      *          A WARNING, AGAIN AS AN ERROR ONCE THE DEADLINE HAS
      *          PASSED, AND A FILED CASE AS A WARNING WHEN ITS REVIEW
      *          FALLS DUE; SC-AGING-STAGE KEEPS EACH FROM BEING FILED
      *          TWICE.
      * FUNCTIONS: CALLED BY EODDRIVER EVERY NIGHT, OR RUN
      *            STANDALONE. LK-RETURN-CODE: 00 NORMAL (INCLUDING NO
      *            SARCASE.DAT ON FILE), 08 FATAL SETUP ERROR.
      *
      * NOTES: EXCPQ AND SARAGE.RPT ARE READ WELL BEYOND THE SAR
      *        ANALYSTS, SO NEITHER CARRIES ANYTHING ABOUT THE SUBJECT
      *        OR THE ACTIVITY - ONLY THE CASE-ID, ITS STATUS AND THE
      *        DATES. THE CASE ITSELF IS READ THROUGH SARMNT.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SARCASE-FILE ASSIGN TO "SARCASE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SC-CASE-ID
               FILE STATUS IS WS-SC-STATUS.

           SELECT SARAGE-RPT-FILE ASSIGN TO "SARAGE.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SARCASE-FILE.
       COPY SARCASE.

       FD  SARAGE-RPT-FILE.
       01  SARAGE-RPT-LINE               PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-SC-STATUS                  PIC XX.
           88  SARCASE-OK                VALUE '00'.
           88  SARCASE-EOF               VALUE '10'.
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

      *    CALENDAR DAYS AHEAD OF THE FILING DEADLINE THAT A CASE IS
      *    RAISED AS DUE SOON.
       01  WS-DUE-SOON-DAYS              PIC S9(03) VALUE 5.

       01  WS-TODAY-INT                  PIC 9(08).
       01  WS-DEADLINE-NUM               PIC 9(08).
       01  WS-DEADLINE-TEXT              PIC X(08).
       01  WS-DAYS-LEFT                  PIC S9(05).
       01  WS-DAYS-DISPLAY               PIC ----9.
       01  WS-BUCKET-TEXT                PIC X(10).
       01  WS-STAGE-WANTED               PIC X(01).

       01  WS-EXCPQ-OPERATION            PIC X(06) VALUE 'FILE  '.
       01  WS-EXCPQ-RETURN-CODE          PIC 9(02).
       01  WS-FILE-SEVERITY              PIC X(01).
       COPY EXCPREC REPLACING EXCPQ-RECORD BY WS-EXCPQ-RECORD.

       01  WS-AGED-COUNT                 PIC 9(07) COMP.
       01  WS-OVERDUE-COUNT              PIC 9(07) COMP.
       01  WS-DUE-SOON-COUNT             PIC 9(07) COMP.
       01  WS-LATER-COUNT                PIC 9(07) COMP.
       01  WS-REVIEW-DUE-COUNT           PIC 9(07) COMP.
       01  WS-FILED-COUNT                PIC 9(07) COMP.
       01  WS-AGED-DISPLAY               PIC ZZZZZZ9.
       01  WS-OVERDUE-DISPLAY            PIC ZZZZZZ9.
       01  WS-DUE-SOON-DISPLAY           PIC ZZZZZZ9.
       01  WS-LATER-DISPLAY              PIC ZZZZZZ9.
       01  WS-REVIEW-DUE-DISPLAY         PIC ZZZZZZ9.
       01  WS-FILED-DISPLAY              PIC ZZZZZZ9.

       LINKAGE SECTION.
       01  LK-RETURN-CODE                PIC 9(02).

       PROCEDURE DIVISION USING LK-RETURN-CODE.
       MAIN-PROCESS.
           MOVE 00 TO LK-RETURN-CODE
           PERFORM INITIALIZE-PROCESS
           PERFORM AGE-CASES-PROCESS
           PERFORM FINALIZE-PROCESS
           GOBACK.

       INITIALIZE-PROCESS.
           MOVE ZERO TO WS-AGED-COUNT
           MOVE ZERO TO WS-OVERDUE-COUNT
           MOVE ZERO TO WS-DUE-SOON-COUNT
           MOVE ZERO TO WS-LATER-COUNT
           MOVE ZERO TO WS-REVIEW-DUE-COUNT
           MOVE ZERO TO WS-FILED-COUNT
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-NUM)

           OPEN I-O SARCASE-FILE
           IF WS-SC-STATUS = '35'
               DISPLAY 'SARAGE: NO SARCASE.DAT ON FILE - NOTHING TO '
                   'AGE'
               GOBACK
           END-IF
           IF WS-SC-STATUS NOT = '00'
               DISPLAY 'SARAGE: UNABLE TO OPEN SARCASE.DAT, STATUS = '
                   WS-SC-STATUS
               MOVE 08 TO LK-RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT SARAGE-RPT-FILE
           IF WS-RPT-STATUS NOT = '00'
               DISPLAY 'SARAGE: UNABLE TO OPEN SARAGE.RPT, STATUS = '
                   WS-RPT-STATUS
               CLOSE SARCASE-FILE
               MOVE 08 TO LK-RETURN-CODE
               GOBACK
           END-IF

           MOVE SPACES TO SARAGE-RPT-LINE
           STRING 'SAR FILING-DEADLINE AND REVIEW AGING AS OF '
                  DELIMITED BY SIZE
                  WS-TODAY DELIMITED BY SIZE
                  INTO SARAGE-RPT-LINE
           END-STRING
           WRITE SARAGE-RPT-LINE
           MOVE SPACES TO SARAGE-RPT-LINE
           STRING 'BUCKET      DAYS CASE-ID          ST DETERMINED'
                  DELIMITED BY SIZE
                  ' DEADLINE FILED    REVIEW   REVIEWS'
                  DELIMITED BY SIZE
                  INTO SARAGE-RPT-LINE
           END-STRING
           WRITE SARAGE-RPT-LINE.

       AGE-CASES-PROCESS.
           MOVE LOW-VALUES TO SC-CASE-ID
           START SARCASE-FILE KEY IS NOT LESS THAN SC-CASE-ID
               INVALID KEY MOVE '10' TO WS-SC-STATUS
           END-START

           IF SARCASE-OK
               READ SARCASE-FILE NEXT RECORD
               PERFORM AGE-ONE-CASE THRU AGE-ONE-CASE-EXIT
                   UNTIL SARCASE-EOF
           END-IF.

       AGE-ONE-CASE.
           EVALUATE TRUE
               WHEN SC-DETERMINED
                   MOVE SC-FILING-DEADLINE TO WS-DEADLINE-TEXT
               WHEN SC-FILED
                   MOVE SC-NEXT-REVIEW-DATE TO WS-DEADLINE-TEXT
               WHEN OTHER
                   GO TO AGE-ONE-CASE-NEXT
           END-EVALUATE
           IF WS-DEADLINE-TEXT NOT NUMERIC
               GO TO AGE-ONE-CASE-NEXT
           END-IF

           ADD 1 TO WS-AGED-COUNT
           MOVE WS-DEADLINE-TEXT TO WS-DEADLINE-NUM
           COMPUTE WS-DAYS-LEFT =
               FUNCTION INTEGER-OF-DATE(WS-DEADLINE-NUM)
               - WS-TODAY-INT

           IF SC-FILED
               PERFORM AGE-FILED-CASE
           ELSE
               PERFORM AGE-DETERMINED-CASE
           END-IF

           PERFORM REPORT-AGED-CASE.

       AGE-ONE-CASE-NEXT.
           READ SARCASE-FILE NEXT RECORD.

       AGE-ONE-CASE-EXIT.
           EXIT.

       AGE-DETERMINED-CASE.
           MOVE SPACE TO WS-STAGE-WANTED
           EVALUATE TRUE
               WHEN WS-DAYS-LEFT < ZERO
                   ADD 1 TO WS-OVERDUE-COUNT
                   MOVE 'OVERDUE' TO WS-BUCKET-TEXT
                   IF NOT SC-AGED-OVERDUE
                       MOVE 'E' TO WS-FILE-SEVERITY
                       MOVE 'O' TO WS-STAGE-WANTED
                   END-IF
               WHEN WS-DAYS-LEFT NOT > WS-DUE-SOON-DAYS
                   ADD 1 TO WS-DUE-SOON-COUNT
                   MOVE 'DUE SOON' TO WS-BUCKET-TEXT
                   IF SC-NOT-AGED
                       MOVE 'W' TO WS-FILE-SEVERITY
                       MOVE 'W' TO WS-STAGE-WANTED
                   END-IF
               WHEN OTHER
                   ADD 1 TO WS-LATER-COUNT
                   MOVE 'LATER' TO WS-BUCKET-TEXT
           END-EVALUATE

           IF WS-STAGE-WANTED NOT = SPACE
               PERFORM FILE-CASE-EXCEPTION
           END-IF.

       AGE-FILED-CASE.
           IF WS-DAYS-LEFT > ZERO
               ADD 1 TO WS-LATER-COUNT
               MOVE 'LATER' TO WS-BUCKET-TEXT
           ELSE
               ADD 1 TO WS-REVIEW-DUE-COUNT
               MOVE 'REVIEW DUE' TO WS-BUCKET-TEXT
               IF NOT SC-AGED-REVIEW-DUE
                   MOVE 'W' TO WS-FILE-SEVERITY
                   MOVE 'R' TO WS-STAGE-WANTED
                   PERFORM FILE-CASE-EXCEPTION
               END-IF
           END-IF.

       FILE-CASE-EXCEPTION.
      *    THE REASON NAMES THE DATE THAT IS RUNNING AND NOTHING ELSE
      *    - SEE NOTES.
           MOVE SPACES TO WS-EXCPQ-RECORD
           MOVE WS-FILE-SEVERITY TO EX-SEVERITY OF WS-EXCPQ-RECORD
           MOVE 'SARAGE  ' TO EX-SOURCE-PROGRAM OF WS-EXCPQ-RECORD
           MOVE WS-TODAY TO EX-BUSINESS-DATE OF WS-EXCPQ-RECORD
           MOVE SC-CASE-ID TO EX-RECORD-KEY OF WS-EXCPQ-RECORD
           IF WS-STAGE-WANTED = 'R'
               STRING 'CASE REVIEW DUE ' DELIMITED BY SIZE
                      WS-DEADLINE-TEXT DELIMITED BY SIZE
                      INTO EX-REASON OF WS-EXCPQ-RECORD
               END-STRING
           ELSE
               STRING 'CASE FILING DUE ' DELIMITED BY SIZE
                      WS-DEADLINE-TEXT DELIMITED BY SIZE
                      INTO EX-REASON OF WS-EXCPQ-RECORD
               END-STRING
           END-IF
           CALL 'EXCPQ' USING WS-EXCPQ-OPERATION,
                               WS-EXCPQ-RECORD,
                               WS-EXCPQ-RETURN-CODE
           IF WS-EXCPQ-RETURN-CODE = 00
               ADD 1 TO WS-FILED-COUNT
               MOVE WS-STAGE-WANTED TO SC-AGING-STAGE
               PERFORM REWRITE-CASE
           ELSE
               DISPLAY 'SARAGE: CASE ' SC-CASE-ID
                   ' DID NOT FILE, RC=' WS-EXCPQ-RETURN-CODE
           END-IF.

       REWRITE-CASE.
           PERFORM GET-CURRENT-TIMESTAMP
           MOVE WS-TIMESTAMP TO UPDATED-TIMESTAMP OF SARCASE-RECORD
           MOVE 'SARAGE  ' TO UPDATED-BY OF SARCASE-RECORD
           REWRITE SARCASE-RECORD
           IF WS-SC-STATUS NOT = '00'
               DISPLAY 'SARAGE: FILED ' SC-CASE-ID
                   ' BUT COULD NOT MARK IT, STATUS = ' WS-SC-STATUS
           END-IF.

       REPORT-AGED-CASE.
           MOVE WS-DAYS-LEFT TO WS-DAYS-DISPLAY
           MOVE SPACES TO SARAGE-RPT-LINE
           STRING WS-BUCKET-TEXT DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-DAYS-DISPLAY DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  SC-CASE-ID DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  SC-STATUS DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  SC-DETERMINATION-DATE DELIMITED BY SIZE
                  '   ' DELIMITED BY SIZE
                  SC-FILING-DEADLINE DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  SC-FILED-DATE DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  SC-NEXT-REVIEW-DATE DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  SC-REVIEW-COUNT DELIMITED BY SIZE
                  INTO SARAGE-RPT-LINE
           END-STRING
           WRITE SARAGE-RPT-LINE.

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
           CLOSE SARCASE-FILE

           MOVE WS-AGED-COUNT TO WS-AGED-DISPLAY
           MOVE WS-OVERDUE-COUNT TO WS-OVERDUE-DISPLAY
           MOVE WS-DUE-SOON-COUNT TO WS-DUE-SOON-DISPLAY
           MOVE WS-LATER-COUNT TO WS-LATER-DISPLAY
           MOVE WS-REVIEW-DUE-COUNT TO WS-REVIEW-DUE-DISPLAY
           MOVE WS-FILED-COUNT TO WS-FILED-DISPLAY

           MOVE SPACES TO SARAGE-RPT-LINE
           STRING 'AGED ' DELIMITED BY SIZE
                  WS-AGED-DISPLAY DELIMITED BY SIZE
                  '  OVERDUE ' DELIMITED BY SIZE
                  WS-OVERDUE-DISPLAY DELIMITED BY SIZE
                  '  DUE SOON ' DELIMITED BY SIZE
                  WS-DUE-SOON-DISPLAY DELIMITED BY SIZE
                  '  REVIEW DUE ' DELIMITED BY SIZE
                  WS-REVIEW-DUE-DISPLAY DELIMITED BY SIZE
                  '  LATER ' DELIMITED BY SIZE
                  WS-LATER-DISPLAY DELIMITED BY SIZE
                  INTO SARAGE-RPT-LINE
           END-STRING
           WRITE SARAGE-RPT-LINE
           CLOSE SARAGE-RPT-FILE

           DISPLAY 'SARAGE: ' WS-AGED-DISPLAY
               ' CASE(S) AGED, OVERDUE ' WS-OVERDUE-DISPLAY
               ', DUE SOON ' WS-DUE-SOON-DISPLAY
               ', REVIEW DUE ' WS-REVIEW-DUE-DISPLAY
               ', FILED ON EXCPQ ' WS-FILED-DISPLAY.

       END PROGRAM SARAGE.
