       IDENTIFICATION DIVISION.
       PROGRAM-ID. SARMNT.
      ******************************************************************
      * PROGRAM: SARMNT - SUSPICIOUS ACTIVITY REPORT CASE MAINTENANCE
      * VERSION: 1.0
      * DATE: 2026-10-15
      * PURPOSE: MAINTAIN SARCASE.DAT, THE CASE FILE AN ANALYST WORKS
      *          ONCE AN AMLMON OR TRDSURV ALERT LOOKS SUSPICIOUS -
      *          LINKING THE ALERTS, ACCOUNTS AND CUSTOMERS, HOLDING
      *          THE NARRATIVE, AND DRIVING THE 30-DAY FILING DEADLINE
      *          AND THE 90-DAY CONTINUING-ACTIVITY REVIEW.
      * FUNCTIONS: OPEN   - OPEN A NEW CASE FROM THE CALLER'S LINKS AND
      *                     NARRATIVE. THE CASE-ID IS GENERATED AND
      *                     RETURNED.
      *            READ   - RETURN ONE CASE.
      *            UPDATE - REPLACE THE LINKS, ACTIVITY DETAIL AND
      *                     NARRATIVE OF A CASE NOT YET CLOSED.
      *            DETERM - RECORD THE DETERMINATION THAT THE ACTIVITY
      *                     IS SUSPICIOUS (DATE DEFAULTS TO TODAY) AND
      *                     SET THE FILING DEADLINE 30 DAYS OUT.
      *            NOSAR  - CLOSE AN OPEN CASE WITHOUT A FILING.
      *            FILED  - RECORD THE BSA ID FINCEN ASSIGNED AND THE
      *                     FILED DATE (DEFAULT TODAY) AND SCHEDULE THE
      *                     CONTINUING-ACTIVITY REVIEW 90 DAYS OUT.
      *            REVIEW - RECORD THE CONTINUING-ACTIVITY REVIEW:
      *                     SC-REVIEW-OUTCOME 'C' (ACTIVITY CONTINUES)
      *                     STARTS A NEW 30-DAY FILING CYCLE ON THE
      *                     CASE; 'E' (ACTIVITY ENDED) CLOSES IT.
      *            EVERY OPERATION, READ INCLUDED, NEEDS THE SARCASE
      *            ENTITLEMENT ON OPERCTL FOR THE OPERATOR IN
      *            UPDATED-BY.
      *
      * NOTES: UNLIKE THE OTHER ENTITLEMENT CHECKS, NO OPERATOR.DAT ON
      *        FILE DOES NOT OPEN THE GATE HERE - SAR CONFIDENTIALITY
      *        IS A LEGAL REQUIREMENT, SO A CASE IS ONLY EVER SHOWN
      *        TO AN OPERATOR OPERCTL HAS POSITIVELY ENTITLED.
      *        LINKED ACCOUNTS AND CUSTOMERS MUST BE ON FILE; ALERT
      *        REFERENCES ARE THE RAISING PROGRAM'S OWN KEYS (AN EXCPQ
      *        EXCEPTION-ID, AN AMLEXC ACCOUNT AND RUN DATE) AND ARE
      *        KEPT AS GIVEN.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SARCASE-FILE ASSIGN TO "SARCASE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SC-CASE-ID OF SARCASE-RECORD
               FILE STATUS IS WS-FILE-STATUS.

           SELECT ACCOUNT-FILE ASSIGN TO "ACCOUNT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACCOUNT-ID OF ACCOUNT-RECORD
               FILE STATUS IS WS-ACCOUNT-STATUS.

           SELECT CUSTOMER-FILE ASSIGN TO "CUSTOMER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CUSTOMER-ID OF CUSTOMER-RECORD
               FILE STATUS IS WS-CUSTOMER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SARCASE-FILE.
       COPY SARCASE.

       FD  ACCOUNT-FILE.
       COPY ACCOUNT.

       FD  CUSTOMER-FILE.
       COPY CUSTOMER.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS                PIC XX.
       01  WS-ACCOUNT-STATUS             PIC XX.
       01  WS-CUSTOMER-STATUS            PIC XX.

       01  WS-OPERATION                  PIC X(06).
           88  OPEN-OPERATION            VALUE 'OPEN  '.
           88  READ-OPERATION            VALUE 'READ  '.
           88  UPDATE-OPERATION          VALUE 'UPDATE'.
           88  DETERMINE-OPERATION       VALUE 'DETERM'.
           88  NO-SAR-OPERATION          VALUE 'NOSAR '.
           88  FILED-OPERATION           VALUE 'FILED '.
           88  REVIEW-OPERATION          VALUE 'REVIEW'.

       COPY RETURN-CODES REPLACING RC-CODE BY WS-RETURN-CODE.

       01  WS-CURRENT-DATE.
           05  WS-CURRENT-YEAR           PIC 9(04).
           05  WS-CURRENT-MONTH          PIC 9(02).
           05  WS-CURRENT-DAY            PIC 9(02).
       01  WS-TODAY REDEFINES WS-CURRENT-DATE PIC X(08).

       01  WS-CURRENT-TIME.
           05  WS-CURRENT-HOUR           PIC 9(02).
           05  WS-CURRENT-MINUTE         PIC 9(02).
           05  WS-CURRENT-SECOND         PIC 9(02).
           05  WS-CURRENT-HUNDREDTH      PIC 9(02).

       01  WS-TIMESTAMP                  PIC X(26).
       01  WS-GENERATED-ID.
           05  WS-GENERATED-DATE         PIC 9(08).
           05  WS-GENERATED-TIME         PIC 9(08).

      *    CALENDAR DAYS FROM DETERMINATION TO THE FILING DEADLINE,
      *    AND FROM FILING TO THE CONTINUING-ACTIVITY REVIEW.
       01  WS-FILING-DAYS                PIC 9(03) VALUE 30.
       01  WS-REVIEW-DAYS                PIC 9(03) VALUE 90.
       01  WS-ADD-DAYS                   PIC 9(03).
       01  WS-DATE-NUM                   PIC 9(08).
       01  WS-DATE-INT                   PIC 9(08).

       01  WS-OPERCTL-OPERATION          PIC X(06) VALUE 'CHECK '.
       01  WS-OPERCTL-RETURN-CODE        PIC 9(02).
       COPY OPERATOR REPLACING OPERATOR-RECORD BY WS-OPERATOR-RECORD.
       01  WS-CONTROLLED-OPERATION       PIC X(08) VALUE 'SARCASE '.

       01  WS-LINK-INDEX                 PIC 9(02).
       01  WS-SAVE-CREATED-TIMESTAMP     PIC X(26).
       01  WS-SAVE-CREATED-BY            PIC X(08).

       LINKAGE SECTION.
       01  LS-OPERATION-CODE             PIC X(06).
       COPY SARCASE REPLACING SARCASE-RECORD BY LS-SARCASE-RECORD.
       01  LS-RETURN-CODE                PIC 9(02).

       PROCEDURE DIVISION USING LS-OPERATION-CODE
                               LS-SARCASE-RECORD
                               LS-RETURN-CODE.

       MAIN-PROCESS.
           MOVE LS-OPERATION-CODE TO WS-OPERATION
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           MOVE 00 TO WS-RETURN-CODE

           PERFORM CHECK-OPERATOR-ENTITLEMENT
           IF WS-OPERCTL-RETURN-CODE NOT = 00
               MOVE 13 TO LS-RETURN-CODE
               GOBACK
           END-IF

           EVALUATE TRUE
               WHEN OPEN-OPERATION
                   PERFORM OPEN-CASE-PROCESS THRU
                       OPEN-CASE-EXIT
               WHEN READ-OPERATION
                   PERFORM READ-PROCESS THRU
                       READ-EXIT
               WHEN UPDATE-OPERATION
                   PERFORM UPDATE-PROCESS THRU
                       UPDATE-EXIT
               WHEN DETERMINE-OPERATION
                   PERFORM DETERMINE-PROCESS THRU
                       DETERMINE-EXIT
               WHEN NO-SAR-OPERATION
                   PERFORM NO-SAR-PROCESS THRU
                       NO-SAR-EXIT
               WHEN FILED-OPERATION
                   PERFORM FILED-PROCESS THRU
                       FILED-EXIT
               WHEN REVIEW-OPERATION
                   PERFORM REVIEW-PROCESS THRU
                       REVIEW-EXIT
               WHEN OTHER
                   MOVE 03 TO WS-RETURN-CODE
           END-EVALUATE

           MOVE WS-RETURN-CODE TO LS-RETURN-CODE
           GOBACK.

       OPEN-CASE-PROCESS.
           PERFORM VALIDATE-CASE-LINKS THRU VALIDATE-CASE-LINKS-EXIT
           IF WS-RETURN-CODE NOT = 00
               GO TO OPEN-CASE-EXIT
           END-IF

           OPEN I-O SARCASE-FILE
           IF WS-FILE-STATUS = '35'
      *        First case ever opened - file has to be created.
               OPEN OUTPUT SARCASE-FILE
               CLOSE SARCASE-FILE
               OPEN I-O SARCASE-FILE
           END-IF
           IF WS-FILE-STATUS NOT = '00'
               MOVE 04 TO WS-RETURN-CODE
               GO TO OPEN-CASE-EXIT
           END-IF

           PERFORM GET-CURRENT-TIMESTAMP
           MOVE LS-SARCASE-RECORD TO SARCASE-RECORD
           MOVE WS-GENERATED-ID TO SC-CASE-ID OF SARCASE-RECORD
           SET SC-OPEN OF SARCASE-RECORD TO TRUE
           MOVE WS-TODAY TO SC-OPENED-DATE OF SARCASE-RECORD
           MOVE SPACES TO SC-DETERMINATION-DATE OF SARCASE-RECORD
           MOVE SPACES TO SC-FILING-DEADLINE OF SARCASE-RECORD
           MOVE SPACES TO SC-EXTRACTED-DATE OF SARCASE-RECORD
           MOVE SPACES TO SC-FILED-DATE OF SARCASE-RECORD
           MOVE SPACES TO SC-BSA-ID OF SARCASE-RECORD
           MOVE SPACES TO SC-PRIOR-BSA-ID OF SARCASE-RECORD
           MOVE SPACES TO SC-NEXT-REVIEW-DATE OF SARCASE-RECORD
           MOVE ZERO TO SC-REVIEW-COUNT OF SARCASE-RECORD
           MOVE SPACES TO SC-REVIEW-OUTCOME OF SARCASE-RECORD
           MOVE SPACES TO SC-CLOSED-DATE OF SARCASE-RECORD
           SET SC-NOT-AGED OF SARCASE-RECORD TO TRUE
           IF SC-ANALYST-ID OF SARCASE-RECORD = SPACES
               MOVE UPDATED-BY OF LS-SARCASE-RECORD TO
                   SC-ANALYST-ID OF SARCASE-RECORD
           END-IF
           MOVE WS-TIMESTAMP TO CREATED-TIMESTAMP OF SARCASE-RECORD
           MOVE WS-TIMESTAMP TO UPDATED-TIMESTAMP OF SARCASE-RECORD
           MOVE UPDATED-BY OF LS-SARCASE-RECORD TO
               CREATED-BY OF SARCASE-RECORD

           WRITE SARCASE-RECORD
           PERFORM BUMP-ON-COLLISION
               UNTIL WS-FILE-STATUS NOT = '22'
           IF WS-FILE-STATUS = '00'
               MOVE SARCASE-RECORD TO LS-SARCASE-RECORD
           ELSE
               MOVE 04 TO WS-RETURN-CODE
           END-IF

           CLOSE SARCASE-FILE.

       OPEN-CASE-EXIT.
           EXIT.

       BUMP-ON-COLLISION.
      *    TWO CASES OPENED IN THE SAME HUNDREDTH OF A SECOND - STEP
      *    THE TIME PORTION AND TRY AGAIN.
           ADD 1 TO WS-GENERATED-TIME
           MOVE WS-GENERATED-ID TO SC-CASE-ID OF SARCASE-RECORD
           WRITE SARCASE-RECORD.

       READ-PROCESS.
           OPEN INPUT SARCASE-FILE
           IF WS-FILE-STATUS NOT = '00'
               MOVE 01 TO WS-RETURN-CODE
               GO TO READ-EXIT
           END-IF

           MOVE SC-CASE-ID OF LS-SARCASE-RECORD TO
               SC-CASE-ID OF SARCASE-RECORD
           READ SARCASE-FILE
           EVALUATE WS-FILE-STATUS
               WHEN '00'
                   MOVE 00 TO WS-RETURN-CODE
                   MOVE SARCASE-RECORD TO LS-SARCASE-RECORD
               WHEN '23'
                   MOVE 01 TO WS-RETURN-CODE
               WHEN OTHER
                   MOVE 04 TO WS-RETURN-CODE
           END-EVALUATE

           CLOSE SARCASE-FILE.

       READ-EXIT.
           EXIT.

       UPDATE-PROCESS.
      *    THE CASE'S WORKING CONTENT ONLY - STATUS, DATES AND BSA
      *    IDS MOVE THROUGH THEIR OWN OPERATIONS.
           PERFORM VALIDATE-CASE-LINKS THRU VALIDATE-CASE-LINKS-EXIT
           IF WS-RETURN-CODE NOT = 00
               GO TO UPDATE-EXIT
           END-IF

           PERFORM OPEN-AND-READ-CASE
           IF WS-RETURN-CODE NOT = 00
               GO TO UPDATE-EXIT
           END-IF
           IF SC-CASE-CLOSED OF SARCASE-RECORD
               MOVE 03 TO WS-RETURN-CODE
               CLOSE SARCASE-FILE
               GO TO UPDATE-EXIT
           END-IF

           MOVE SC-ALERT-COUNT OF LS-SARCASE-RECORD TO
               SC-ALERT-COUNT OF SARCASE-RECORD
           MOVE 1 TO WS-LINK-INDEX
           PERFORM COPY-ONE-LINK UNTIL WS-LINK-INDEX > 10
           MOVE SC-ACCOUNT-COUNT OF LS-SARCASE-RECORD TO
               SC-ACCOUNT-COUNT OF SARCASE-RECORD
           MOVE SC-CUSTOMER-COUNT OF LS-SARCASE-RECORD TO
               SC-CUSTOMER-COUNT OF SARCASE-RECORD
           MOVE SC-ACTIVITY-FROM-DATE OF LS-SARCASE-RECORD TO
               SC-ACTIVITY-FROM-DATE OF SARCASE-RECORD
           MOVE SC-ACTIVITY-TO-DATE OF LS-SARCASE-RECORD TO
               SC-ACTIVITY-TO-DATE OF SARCASE-RECORD
           MOVE SC-AMOUNT-INVOLVED OF LS-SARCASE-RECORD TO
               SC-AMOUNT-INVOLVED OF SARCASE-RECORD
           MOVE SC-ACTIVITY-TYPE OF LS-SARCASE-RECORD TO
               SC-ACTIVITY-TYPE OF SARCASE-RECORD
           MOVE 1 TO WS-LINK-INDEX
           PERFORM COPY-ONE-NARRATIVE-LINE UNTIL WS-LINK-INDEX > 20
           IF SC-ANALYST-ID OF LS-SARCASE-RECORD NOT = SPACES
               MOVE SC-ANALYST-ID OF LS-SARCASE-RECORD TO
                   SC-ANALYST-ID OF SARCASE-RECORD
           END-IF
           PERFORM REWRITE-CASE.

       UPDATE-EXIT.
           EXIT.

       COPY-ONE-LINK.
           MOVE SC-ALERT OF LS-SARCASE-RECORD(WS-LINK-INDEX) TO
               SC-ALERT OF SARCASE-RECORD(WS-LINK-INDEX)
           MOVE SC-ACCOUNT-ID OF LS-SARCASE-RECORD(WS-LINK-INDEX) TO
               SC-ACCOUNT-ID OF SARCASE-RECORD(WS-LINK-INDEX)
           MOVE SC-CUSTOMER-ID OF LS-SARCASE-RECORD(WS-LINK-INDEX) TO
               SC-CUSTOMER-ID OF SARCASE-RECORD(WS-LINK-INDEX)
           ADD 1 TO WS-LINK-INDEX.

       COPY-ONE-NARRATIVE-LINE.
           MOVE SC-NARRATIVE-LINE OF LS-SARCASE-RECORD(WS-LINK-INDEX)
               TO SC-NARRATIVE-LINE OF SARCASE-RECORD(WS-LINK-INDEX)
           ADD 1 TO WS-LINK-INDEX.

       DETERMINE-PROCESS.
           PERFORM OPEN-AND-READ-CASE
           IF WS-RETURN-CODE NOT = 00
               GO TO DETERMINE-EXIT
           END-IF
      *    A SAR NEEDS A SUBJECT AND A NARRATIVE BEFORE THE CLOCK
      *    STARTS.
           IF NOT SC-OPEN OF SARCASE-RECORD
              OR SC-CUSTOMER-COUNT OF SARCASE-RECORD = ZERO
              OR SC-NARRATIVE-LINE OF SARCASE-RECORD(1) = SPACES
               MOVE 03 TO WS-RETURN-CODE
               CLOSE SARCASE-FILE
               GO TO DETERMINE-EXIT
           END-IF

           IF SC-DETERMINATION-DATE OF LS-SARCASE-RECORD = SPACES
               MOVE WS-TODAY TO SC-DETERMINATION-DATE OF SARCASE-RECORD
           ELSE
               IF SC-DETERMINATION-DATE OF LS-SARCASE-RECORD
                      NOT NUMERIC
                  OR SC-DETERMINATION-DATE OF LS-SARCASE-RECORD >
                      WS-TODAY
                   MOVE 03 TO WS-RETURN-CODE
                   CLOSE SARCASE-FILE
                   GO TO DETERMINE-EXIT
               END-IF
               MOVE SC-DETERMINATION-DATE OF LS-SARCASE-RECORD TO
                   SC-DETERMINATION-DATE OF SARCASE-RECORD
           END-IF
           PERFORM START-FILING-CYCLE
           PERFORM REWRITE-CASE.

       DETERMINE-EXIT.
           EXIT.

       START-FILING-CYCLE.
           MOVE SC-DETERMINATION-DATE OF SARCASE-RECORD TO WS-DATE-NUM
           MOVE WS-FILING-DAYS TO WS-ADD-DAYS
           PERFORM ADD-CALENDAR-DAYS
           MOVE WS-DATE-NUM TO SC-FILING-DEADLINE OF SARCASE-RECORD
           MOVE SPACES TO SC-EXTRACTED-DATE OF SARCASE-RECORD
           SET SC-DETERMINED OF SARCASE-RECORD TO TRUE
           SET SC-NOT-AGED OF SARCASE-RECORD TO TRUE.

       NO-SAR-PROCESS.
           PERFORM OPEN-AND-READ-CASE
           IF WS-RETURN-CODE NOT = 00
               GO TO NO-SAR-EXIT
           END-IF
           IF NOT SC-OPEN OF SARCASE-RECORD
               MOVE 03 TO WS-RETURN-CODE
               CLOSE SARCASE-FILE
               GO TO NO-SAR-EXIT
           END-IF

           SET SC-CLOSED-NO-SAR OF SARCASE-RECORD TO TRUE
           MOVE WS-TODAY TO SC-CLOSED-DATE OF SARCASE-RECORD
           SET SC-NOT-AGED OF SARCASE-RECORD TO TRUE
           PERFORM REWRITE-CASE.

       NO-SAR-EXIT.
           EXIT.

       FILED-PROCESS.
           IF SC-BSA-ID OF LS-SARCASE-RECORD = SPACES
               MOVE 03 TO WS-RETURN-CODE
               GO TO FILED-EXIT
           END-IF

           PERFORM OPEN-AND-READ-CASE
           IF WS-RETURN-CODE NOT = 00
               GO TO FILED-EXIT
           END-IF
           IF NOT SC-DETERMINED OF SARCASE-RECORD
               MOVE 03 TO WS-RETURN-CODE
               CLOSE SARCASE-FILE
               GO TO FILED-EXIT
           END-IF

           IF SC-FILED-DATE OF LS-SARCASE-RECORD = SPACES
               MOVE WS-TODAY TO SC-FILED-DATE OF SARCASE-RECORD
           ELSE
               IF SC-FILED-DATE OF LS-SARCASE-RECORD NOT NUMERIC
                  OR SC-FILED-DATE OF LS-SARCASE-RECORD > WS-TODAY
                  OR SC-FILED-DATE OF LS-SARCASE-RECORD <
                      SC-DETERMINATION-DATE OF SARCASE-RECORD
                   MOVE 03 TO WS-RETURN-CODE
                   CLOSE SARCASE-FILE
                   GO TO FILED-EXIT
               END-IF
               MOVE SC-FILED-DATE OF LS-SARCASE-RECORD TO
                   SC-FILED-DATE OF SARCASE-RECORD
           END-IF
           MOVE SC-BSA-ID OF LS-SARCASE-RECORD TO
               SC-BSA-ID OF SARCASE-RECORD

      *    EVERY FILED CASE GETS ITS CONTINUING-ACTIVITY REVIEW.
           MOVE SC-FILED-DATE OF SARCASE-RECORD TO WS-DATE-NUM
           MOVE WS-REVIEW-DAYS TO WS-ADD-DAYS
           PERFORM ADD-CALENDAR-DAYS
           MOVE WS-DATE-NUM TO SC-NEXT-REVIEW-DATE OF SARCASE-RECORD
           MOVE SPACES TO SC-REVIEW-OUTCOME OF SARCASE-RECORD
           SET SC-FILED OF SARCASE-RECORD TO TRUE
           SET SC-NOT-AGED OF SARCASE-RECORD TO TRUE
           PERFORM REWRITE-CASE.

       FILED-EXIT.
           EXIT.

       REVIEW-PROCESS.
           IF NOT SC-VALID-OUTCOME OF LS-SARCASE-RECORD
               MOVE 03 TO WS-RETURN-CODE
               GO TO REVIEW-EXIT
           END-IF

           PERFORM OPEN-AND-READ-CASE
           IF WS-RETURN-CODE NOT = 00
               GO TO REVIEW-EXIT
           END-IF
           IF NOT SC-FILED OF SARCASE-RECORD
               MOVE 03 TO WS-RETURN-CODE
               CLOSE SARCASE-FILE
               GO TO REVIEW-EXIT
           END-IF

           ADD 1 TO SC-REVIEW-COUNT OF SARCASE-RECORD
           MOVE SC-REVIEW-OUTCOME OF LS-SARCASE-RECORD TO
               SC-REVIEW-OUTCOME OF SARCASE-RECORD
           IF SC-ACTIVITY-CONTINUING OF SARCASE-RECORD
      *        A CONTINUING-ACTIVITY SAR IS DUE - THE CASE GOES BACK
      *        TO DETERMINED WITH A FRESH 30-DAY DEADLINE, AND THE
      *        FILING JUST REVIEWED BECOMES THE PRIOR REPORT.
               MOVE SC-BSA-ID OF SARCASE-RECORD TO
                   SC-PRIOR-BSA-ID OF SARCASE-RECORD
               MOVE SPACES TO SC-BSA-ID OF SARCASE-RECORD
               MOVE SPACES TO SC-FILED-DATE OF SARCASE-RECORD
               MOVE SPACES TO SC-NEXT-REVIEW-DATE OF SARCASE-RECORD
               MOVE WS-TODAY TO SC-DETERMINATION-DATE OF SARCASE-RECORD
               PERFORM START-FILING-CYCLE
           ELSE
               SET SC-CLOSED OF SARCASE-RECORD TO TRUE
               MOVE WS-TODAY TO SC-CLOSED-DATE OF SARCASE-RECORD
               SET SC-NOT-AGED OF SARCASE-RECORD TO TRUE
           END-IF
           PERFORM REWRITE-CASE.

       REVIEW-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * THE CALLER'S LINKS: COUNTS IN RANGE, AT LEAST ONE LINK, AND
      * EVERY ACCOUNT AND CUSTOMER NAMED ON FILE.
      *----------------------------------------------------------------
       VALIDATE-CASE-LINKS.
           MOVE 00 TO WS-RETURN-CODE
           IF SC-ALERT-COUNT OF LS-SARCASE-RECORD NOT NUMERIC
              OR SC-ACCOUNT-COUNT OF LS-SARCASE-RECORD NOT NUMERIC
              OR SC-CUSTOMER-COUNT OF LS-SARCASE-RECORD NOT NUMERIC
               MOVE 03 TO WS-RETURN-CODE
               GO TO VALIDATE-CASE-LINKS-EXIT
           END-IF
           IF SC-ALERT-COUNT OF LS-SARCASE-RECORD > 10
              OR SC-ACCOUNT-COUNT OF LS-SARCASE-RECORD > 10
              OR SC-CUSTOMER-COUNT OF LS-SARCASE-RECORD > 10
               MOVE 03 TO WS-RETURN-CODE
               GO TO VALIDATE-CASE-LINKS-EXIT
           END-IF
           IF SC-ALERT-COUNT OF LS-SARCASE-RECORD = ZERO
              AND SC-ACCOUNT-COUNT OF LS-SARCASE-RECORD = ZERO
              AND SC-CUSTOMER-COUNT OF LS-SARCASE-RECORD = ZERO
               MOVE 03 TO WS-RETURN-CODE
               GO TO VALIDATE-CASE-LINKS-EXIT
           END-IF
           IF SC-AMOUNT-INVOLVED OF LS-SARCASE-RECORD NOT NUMERIC
               MOVE 03 TO WS-RETURN-CODE
               GO TO VALIDATE-CASE-LINKS-EXIT
           END-IF

           IF SC-ACCOUNT-COUNT OF LS-SARCASE-RECORD > ZERO
               OPEN INPUT ACCOUNT-FILE
               IF WS-ACCOUNT-STATUS NOT = '00'
                   MOVE 04 TO WS-RETURN-CODE
                   GO TO VALIDATE-CASE-LINKS-EXIT
               END-IF
               MOVE 1 TO WS-LINK-INDEX
               PERFORM CHECK-ONE-LINKED-ACCOUNT
                   UNTIL WS-LINK-INDEX >
                         SC-ACCOUNT-COUNT OF LS-SARCASE-RECORD
                   OR WS-RETURN-CODE NOT = 00
               CLOSE ACCOUNT-FILE
               IF WS-RETURN-CODE NOT = 00
                   GO TO VALIDATE-CASE-LINKS-EXIT
               END-IF
           END-IF

           IF SC-CUSTOMER-COUNT OF LS-SARCASE-RECORD > ZERO
               OPEN INPUT CUSTOMER-FILE
               IF WS-CUSTOMER-STATUS NOT = '00'
                   MOVE 04 TO WS-RETURN-CODE
                   GO TO VALIDATE-CASE-LINKS-EXIT
               END-IF
               MOVE 1 TO WS-LINK-INDEX
               PERFORM CHECK-ONE-LINKED-CUSTOMER
                   UNTIL WS-LINK-INDEX >
                         SC-CUSTOMER-COUNT OF LS-SARCASE-RECORD
                   OR WS-RETURN-CODE NOT = 00
               CLOSE CUSTOMER-FILE
           END-IF.

       VALIDATE-CASE-LINKS-EXIT.
           EXIT.

       CHECK-ONE-LINKED-ACCOUNT.
           MOVE SC-ACCOUNT-ID OF LS-SARCASE-RECORD(WS-LINK-INDEX) TO
               ACCOUNT-ID OF ACCOUNT-RECORD
           READ ACCOUNT-FILE
           IF WS-ACCOUNT-STATUS NOT = '00'
               MOVE 01 TO WS-RETURN-CODE
           END-IF
           ADD 1 TO WS-LINK-INDEX.

       CHECK-ONE-LINKED-CUSTOMER.
           MOVE SC-CUSTOMER-ID OF LS-SARCASE-RECORD(WS-LINK-INDEX) TO
               CUSTOMER-ID OF CUSTOMER-RECORD
           READ CUSTOMER-FILE
           IF WS-CUSTOMER-STATUS NOT = '00'
               MOVE 01 TO WS-RETURN-CODE
           END-IF
           ADD 1 TO WS-LINK-INDEX.

       OPEN-AND-READ-CASE.
           MOVE 00 TO WS-RETURN-CODE
           OPEN I-O SARCASE-FILE
           IF WS-FILE-STATUS NOT = '00'
               MOVE 01 TO WS-RETURN-CODE
           ELSE
               MOVE SC-CASE-ID OF LS-SARCASE-RECORD TO
                   SC-CASE-ID OF SARCASE-RECORD
               READ SARCASE-FILE
               IF WS-FILE-STATUS NOT = '00'
                   MOVE 01 TO WS-RETURN-CODE
                   CLOSE SARCASE-FILE
               END-IF
           END-IF.

       REWRITE-CASE.
           PERFORM GET-CURRENT-TIMESTAMP
           MOVE WS-TIMESTAMP TO UPDATED-TIMESTAMP OF SARCASE-RECORD
           MOVE UPDATED-BY OF LS-SARCASE-RECORD TO
               UPDATED-BY OF SARCASE-RECORD
           REWRITE SARCASE-RECORD
           IF WS-FILE-STATUS = '00'
               MOVE 00 TO WS-RETURN-CODE
               MOVE SARCASE-RECORD TO LS-SARCASE-RECORD
           ELSE
               MOVE 04 TO WS-RETURN-CODE
           END-IF
           CLOSE SARCASE-FILE.

       ADD-CALENDAR-DAYS.
      *    WS-DATE-NUM (YYYYMMDD) MOVED FORWARD WS-ADD-DAYS DAYS.
           COMPUTE WS-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-DATE-NUM) + WS-ADD-DAYS
           COMPUTE WS-DATE-NUM = FUNCTION DATE-OF-INTEGER(WS-DATE-INT).

       CHECK-OPERATOR-ENTITLEMENT.
      *    RC 13 IS THE SHARED NOT-ENTITLED CODE. RC 01 (NO OPERATOR
      *    FILE YET) IS LEFT AS A DENIAL - SEE NOTES.
           MOVE UPDATED-BY OF LS-SARCASE-RECORD TO
               OP-OPERATOR-ID OF WS-OPERATOR-RECORD
           CALL 'OPERCTL' USING WS-OPERCTL-OPERATION,
                                 WS-OPERATOR-RECORD,
                                 WS-CONTROLLED-OPERATION,
                                 WS-OPERCTL-RETURN-CODE.

       GET-CURRENT-TIMESTAMP.
           ACCEPT WS-CURRENT-TIME FROM TIME
           MOVE WS-CURRENT-DATE TO WS-GENERATED-DATE
           MOVE WS-CURRENT-TIME TO WS-GENERATED-TIME

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

       END PROGRAM SARMNT.
