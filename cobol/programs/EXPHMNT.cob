       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXPHMNT.
      ******************************************************************
      * PROGRAM: EXPHMNT - SENIOR EXPLOITATION HOLD MAINTENANCE
      * VERSION: 1.0
      * DATE: 2026-10-15
      * PURPOSE: MAINTAIN EXPHOLD.DAT, THE TEMPORARY HOLD A SUPERVISOR
      *          PLACES ON DISBURSEMENTS FROM AN ACCOUNT WHEN
      *          FINANCIAL EXPLOITATION OF A SENIOR OR VULNERABLE
      *          ADULT IS SUSPECTED, AND ANSWER THE ONE QUESTION THE
      *          DISBURSING PROGRAMS ASK - IS THIS ACCOUNT HELD TODAY.
      * FUNCTIONS: PLACE, READ, EXTEND, RELEASE (RELEAS), CHECK.
      *            PLACE STARTS THE HOLD FOR 15 BUSINESS DAYS. EXTEND
      *            MOVES THE EXPIRY OUT BY 10 BUSINESS DAYS THE FIRST
      *            TIME AND BY A FURTHER 30 THE SECOND; A THIRD IS
      *            REFUSED. RELEASE ENDS THE HOLD EARLY. PLACE, EXTEND
      *            AND RELEASE NEED THE EXPHOLD ENTITLEMENT ON OPERCTL
      *            FOR THE OPERATOR IN UPDATED-BY. BUSINESS DAYS ARE
      *            COUNTED OFF BUSCAL.DAT THE SAME WAY TRANPOST COUNTS
      *            SETTLEMENT.
      *
      *            CHECK RETURNS RC-EXPLOITATION-HOLD (17) WHILE AN
      *            ACTIVE HOLD HAS NOT PASSED ITS EXPIRY DATE, AND 00
      *            OTHERWISE - INCLUDING WHEN NO EXPHOLD.DAT IS ON
      *            FILE YET, SO THE DISBURSING PROGRAMS RUN AS BEFORE
      *            UNTIL THE FIRST HOLD IS PLACED.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXPHOLD-FILE ASSIGN TO "EXPHOLD.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EH-ACCOUNT-ID
               FILE STATUS IS WS-FILE-STATUS.

           SELECT ACCOUNT-FILE ASSIGN TO "ACCOUNT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACCOUNT-ID OF ACCOUNT-RECORD
               FILE STATUS IS WS-ACCOUNT-STATUS.

           SELECT BUSCAL-FILE ASSIGN TO "BUSCAL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CAL-KEY
               FILE STATUS IS WS-BUSCAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EXPHOLD-FILE.
       COPY EXPHOLD.

       FD  ACCOUNT-FILE.
       COPY ACCOUNT.

       FD  BUSCAL-FILE.
       COPY BUSCAL.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS                PIC XX.
       01  WS-ACCOUNT-STATUS             PIC XX.
       01  WS-BUSCAL-STATUS              PIC XX.

       01  WS-OPERATION                  PIC X(06).
           88  PLACE-OPERATION           VALUE 'PLACE '.
           88  READ-OPERATION            VALUE 'READ  '.
           88  EXTEND-OPERATION          VALUE 'EXTEND'.
           88  RELEASE-OPERATION         VALUE 'RELEAS'.
           88  CHECK-OPERATION           VALUE 'CHECK '.

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

      *    HOLD PERIODS IN BUSINESS DAYS - THE INITIAL HOLD, THEN THE
      *    FIRST AND SECOND EXTENSIONS.
       01  WS-INITIAL-HOLD-DAYS          PIC 9(02) VALUE 15.
       01  WS-FIRST-EXTENSION-DAYS       PIC 9(02) VALUE 10.
       01  WS-SECOND-EXTENSION-DAYS      PIC 9(02) VALUE 30.
       01  WS-MAX-EXTENSIONS             PIC 9(01) VALUE 2.

       01  WS-OPERCTL-OPERATION          PIC X(06) VALUE 'CHECK '.
       01  WS-OPERCTL-RETURN-CODE        PIC 9(02).
       COPY OPERATOR REPLACING OPERATOR-RECORD BY WS-OPERATOR-RECORD.
       01  WS-CONTROLLED-OPERATION       PIC X(08) VALUE 'EXPHOLD '.

       01  WS-BUSINESS-DAY-SW            PIC X(01).
           88  IS-BUSINESS-DAY           VALUE 'Y'.
       01  WS-BUSDAY-MARKET              PIC X(04) VALUE 'US  '.
       01  WS-BUSDAY-TARGET              PIC 9(02).
       01  WS-BUSDAY-COUNT               PIC 9(02).
       01  WS-BUSDAY-INT                 PIC 9(08).
       01  WS-BUSDAY-NUM                 PIC 9(08).
       01  WS-BUSDAY-REM                 PIC 9(01).

       LINKAGE SECTION.
       01  LS-OPERATION-CODE             PIC X(06).
       COPY EXPHOLD REPLACING EXPHOLD-RECORD BY LS-EXPHOLD-RECORD.
       01  LS-RETURN-CODE                PIC 9(02).

       PROCEDURE DIVISION USING LS-OPERATION-CODE
                               LS-EXPHOLD-RECORD
                               LS-RETURN-CODE.

       MAIN-PROCESS.
           MOVE LS-OPERATION-CODE TO WS-OPERATION
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD

           EVALUATE TRUE
               WHEN PLACE-OPERATION
                   PERFORM PLACE-HOLD-PROCESS THRU
                       PLACE-HOLD-EXIT
               WHEN READ-OPERATION
                   PERFORM READ-HOLD-PROCESS THRU
                       READ-HOLD-EXIT
               WHEN EXTEND-OPERATION
                   PERFORM EXTEND-HOLD-PROCESS THRU
                       EXTEND-HOLD-EXIT
               WHEN RELEASE-OPERATION
                   PERFORM RELEASE-HOLD-PROCESS THRU
                       RELEASE-HOLD-EXIT
               WHEN CHECK-OPERATION
                   PERFORM CHECK-HOLD-PROCESS THRU
                       CHECK-HOLD-EXIT
               WHEN OTHER
                   MOVE 03 TO WS-RETURN-CODE
           END-EVALUATE

           MOVE WS-RETURN-CODE TO LS-RETURN-CODE
           GOBACK.

       PLACE-HOLD-PROCESS.
           IF EH-ACCOUNT-ID OF LS-EXPHOLD-RECORD = SPACES
              OR EH-REASON OF LS-EXPHOLD-RECORD = SPACES
              OR EH-SUPERVISOR-ID OF LS-EXPHOLD-RECORD = SPACES
               MOVE 03 TO WS-RETURN-CODE
               GO TO PLACE-HOLD-EXIT
           END-IF

           PERFORM CHECK-OPERATOR-ENTITLEMENT
           IF WS-OPERCTL-RETURN-CODE NOT = 00
               MOVE 13 TO WS-RETURN-CODE
               GO TO PLACE-HOLD-EXIT
           END-IF

           OPEN INPUT ACCOUNT-FILE
           IF WS-ACCOUNT-STATUS NOT = '00'
               MOVE 04 TO WS-RETURN-CODE
               GO TO PLACE-HOLD-EXIT
           END-IF
           MOVE EH-ACCOUNT-ID OF LS-EXPHOLD-RECORD TO
               ACCOUNT-ID OF ACCOUNT-RECORD
           READ ACCOUNT-FILE
           IF WS-ACCOUNT-STATUS NOT = '00'
               MOVE 01 TO WS-RETURN-CODE
               CLOSE ACCOUNT-FILE
               GO TO PLACE-HOLD-EXIT
           END-IF
           MOVE CUSTOMER-ID OF ACCOUNT-RECORD TO
               EH-CUSTOMER-ID OF LS-EXPHOLD-RECORD
           IF CLOSED-ACCOUNT
               MOVE 03 TO WS-RETURN-CODE
               CLOSE ACCOUNT-FILE
               GO TO PLACE-HOLD-EXIT
           END-IF
           CLOSE ACCOUNT-FILE

           OPEN I-O EXPHOLD-FILE
           IF WS-FILE-STATUS = '35'
      *        First hold ever placed - file has to be created.
               OPEN OUTPUT EXPHOLD-FILE
               CLOSE EXPHOLD-FILE
               OPEN I-O EXPHOLD-FILE
           END-IF
           IF WS-FILE-STATUS NOT = '00'
               MOVE 04 TO WS-RETURN-CODE
               GO TO PLACE-HOLD-EXIT
           END-IF

           MOVE EH-ACCOUNT-ID OF LS-EXPHOLD-RECORD TO
               EH-ACCOUNT-ID OF EXPHOLD-RECORD
           READ EXPHOLD-FILE
           IF WS-FILE-STATUS = '00'
               IF EH-ACTIVE OF EXPHOLD-RECORD
                  AND EH-EXPIRY-DATE OF EXPHOLD-RECORD NOT < WS-TODAY
      *            Still in force - extend it rather than place anew.
                   MOVE 02 TO WS-RETURN-CODE
                   CLOSE EXPHOLD-FILE
                   GO TO PLACE-HOLD-EXIT
               END-IF
           END-IF

           PERFORM GET-CURRENT-TIMESTAMP
           MOVE LS-EXPHOLD-RECORD TO EXPHOLD-RECORD
           SET EH-ACTIVE OF EXPHOLD-RECORD TO TRUE
           MOVE WS-TODAY TO EH-PLACED-DATE OF EXPHOLD-RECORD
           MOVE WS-TODAY TO WS-BUSDAY-NUM
           MOVE WS-INITIAL-HOLD-DAYS TO WS-BUSDAY-TARGET
           PERFORM ADD-BUSINESS-DAYS
           MOVE WS-BUSDAY-NUM TO EH-INITIAL-EXPIRY-DATE OF
               EXPHOLD-RECORD
           MOVE WS-BUSDAY-NUM TO EH-EXPIRY-DATE OF EXPHOLD-RECORD
           MOVE ZERO TO EH-EXTENSION-COUNT OF EXPHOLD-RECORD
           MOVE SPACES TO EH-EXTENDED-DATE OF EXPHOLD-RECORD
           MOVE SPACES TO EH-RELEASED-DATE OF EXPHOLD-RECORD
           MOVE SPACES TO EH-REMINDED-EXPIRY OF EXPHOLD-RECORD
           MOVE WS-TIMESTAMP TO CREATED-TIMESTAMP OF EXPHOLD-RECORD
           MOVE WS-TIMESTAMP TO UPDATED-TIMESTAMP OF EXPHOLD-RECORD
           MOVE UPDATED-BY OF LS-EXPHOLD-RECORD TO
               CREATED-BY OF EXPHOLD-RECORD

           IF WS-FILE-STATUS = '00'
      *        A released or lapsed hold on the account is replaced.
               REWRITE EXPHOLD-RECORD
           ELSE
               WRITE EXPHOLD-RECORD
           END-IF
           IF WS-FILE-STATUS = '00'
               MOVE 00 TO WS-RETURN-CODE
               MOVE EXPHOLD-RECORD TO LS-EXPHOLD-RECORD
           ELSE
               MOVE 04 TO WS-RETURN-CODE
           END-IF

           CLOSE EXPHOLD-FILE.

       PLACE-HOLD-EXIT.
           EXIT.

       READ-HOLD-PROCESS.
           OPEN INPUT EXPHOLD-FILE
           IF WS-FILE-STATUS NOT = '00'
               MOVE 04 TO WS-RETURN-CODE
               GO TO READ-HOLD-EXIT
           END-IF

           MOVE EH-ACCOUNT-ID OF LS-EXPHOLD-RECORD TO
               EH-ACCOUNT-ID OF EXPHOLD-RECORD
           READ EXPHOLD-FILE
           EVALUATE WS-FILE-STATUS
               WHEN '00'
                   MOVE 00 TO WS-RETURN-CODE
                   MOVE EXPHOLD-RECORD TO LS-EXPHOLD-RECORD
               WHEN '23'
                   MOVE 01 TO WS-RETURN-CODE
               WHEN OTHER
                   MOVE 04 TO WS-RETURN-CODE
           END-EVALUATE

           CLOSE EXPHOLD-FILE.

       READ-HOLD-EXIT.
           EXIT.

       EXTEND-HOLD-PROCESS.
           PERFORM CHECK-OPERATOR-ENTITLEMENT
           IF WS-OPERCTL-RETURN-CODE NOT = 00
               MOVE 13 TO WS-RETURN-CODE
               GO TO EXTEND-HOLD-EXIT
           END-IF

           OPEN I-O EXPHOLD-FILE
           IF WS-FILE-STATUS NOT = '00'
               MOVE 04 TO WS-RETURN-CODE
               GO TO EXTEND-HOLD-EXIT
           END-IF

           MOVE EH-ACCOUNT-ID OF LS-EXPHOLD-RECORD TO
               EH-ACCOUNT-ID OF EXPHOLD-RECORD
           READ EXPHOLD-FILE
           IF WS-FILE-STATUS NOT = '00'
               MOVE 01 TO WS-RETURN-CODE
               CLOSE EXPHOLD-FILE
               GO TO EXTEND-HOLD-EXIT
           END-IF

      *    ONLY A HOLD STILL IN FORCE CAN BE EXTENDED, AND ONLY AS
      *    MANY TIMES AS THE EXTENSION PERIODS ALLOW.
           IF NOT EH-ACTIVE OF EXPHOLD-RECORD
              OR EH-EXPIRY-DATE OF EXPHOLD-RECORD < WS-TODAY
              OR EH-EXTENSION-COUNT OF EXPHOLD-RECORD
                     NOT < WS-MAX-EXTENSIONS
               MOVE 03 TO WS-RETURN-CODE
               CLOSE EXPHOLD-FILE
               GO TO EXTEND-HOLD-EXIT
           END-IF

           IF EH-EXTENSION-COUNT OF EXPHOLD-RECORD = ZERO
               MOVE WS-FIRST-EXTENSION-DAYS TO WS-BUSDAY-TARGET
           ELSE
               MOVE WS-SECOND-EXTENSION-DAYS TO WS-BUSDAY-TARGET
           END-IF
           MOVE EH-EXPIRY-DATE OF EXPHOLD-RECORD TO WS-BUSDAY-NUM
           PERFORM ADD-BUSINESS-DAYS
           MOVE WS-BUSDAY-NUM TO EH-EXPIRY-DATE OF EXPHOLD-RECORD
           ADD 1 TO EH-EXTENSION-COUNT OF EXPHOLD-RECORD
           MOVE WS-TODAY TO EH-EXTENDED-DATE OF EXPHOLD-RECORD
           IF EH-REASON OF LS-EXPHOLD-RECORD NOT = SPACES
               MOVE EH-REASON OF LS-EXPHOLD-RECORD TO
                   EH-REASON OF EXPHOLD-RECORD
           END-IF
           IF EH-SUPERVISOR-ID OF LS-EXPHOLD-RECORD NOT = SPACES
               MOVE EH-SUPERVISOR-ID OF LS-EXPHOLD-RECORD TO
                   EH-SUPERVISOR-ID OF EXPHOLD-RECORD
           END-IF
           PERFORM GET-CURRENT-TIMESTAMP
           MOVE WS-TIMESTAMP TO UPDATED-TIMESTAMP OF EXPHOLD-RECORD
           MOVE UPDATED-BY OF LS-EXPHOLD-RECORD TO
               UPDATED-BY OF EXPHOLD-RECORD

           REWRITE EXPHOLD-RECORD
           IF WS-FILE-STATUS = '00'
               MOVE 00 TO WS-RETURN-CODE
               MOVE EXPHOLD-RECORD TO LS-EXPHOLD-RECORD
           ELSE
               MOVE 04 TO WS-RETURN-CODE
           END-IF

           CLOSE EXPHOLD-FILE.

       EXTEND-HOLD-EXIT.
           EXIT.

       RELEASE-HOLD-PROCESS.
           PERFORM CHECK-OPERATOR-ENTITLEMENT
           IF WS-OPERCTL-RETURN-CODE NOT = 00
               MOVE 13 TO WS-RETURN-CODE
               GO TO RELEASE-HOLD-EXIT
           END-IF

           OPEN I-O EXPHOLD-FILE
           IF WS-FILE-STATUS NOT = '00'
               MOVE 04 TO WS-RETURN-CODE
               GO TO RELEASE-HOLD-EXIT
           END-IF

           MOVE EH-ACCOUNT-ID OF LS-EXPHOLD-RECORD TO
               EH-ACCOUNT-ID OF EXPHOLD-RECORD
           READ EXPHOLD-FILE
           IF WS-FILE-STATUS NOT = '00'
               MOVE 01 TO WS-RETURN-CODE
               CLOSE EXPHOLD-FILE
               GO TO RELEASE-HOLD-EXIT
           END-IF

           IF NOT EH-ACTIVE OF EXPHOLD-RECORD
               MOVE 03 TO WS-RETURN-CODE
               CLOSE EXPHOLD-FILE
               GO TO RELEASE-HOLD-EXIT
           END-IF

           SET EH-RELEASED OF EXPHOLD-RECORD TO TRUE
           MOVE WS-TODAY TO EH-RELEASED-DATE OF EXPHOLD-RECORD
           PERFORM GET-CURRENT-TIMESTAMP
           MOVE WS-TIMESTAMP TO UPDATED-TIMESTAMP OF EXPHOLD-RECORD
           MOVE UPDATED-BY OF LS-EXPHOLD-RECORD TO
               UPDATED-BY OF EXPHOLD-RECORD

           REWRITE EXPHOLD-RECORD
           IF WS-FILE-STATUS = '00'
               MOVE 00 TO WS-RETURN-CODE
               MOVE EXPHOLD-RECORD TO LS-EXPHOLD-RECORD
           ELSE
               MOVE 04 TO WS-RETURN-CODE
           END-IF

           CLOSE EXPHOLD-FILE.

       RELEASE-HOLD-EXIT.
           EXIT.

       CHECK-HOLD-PROCESS.
           MOVE 00 TO WS-RETURN-CODE
           OPEN INPUT EXPHOLD-FILE
           IF WS-FILE-STATUS NOT = '00'
      *        No holds ever placed - nothing is held.
               GO TO CHECK-HOLD-EXIT
           END-IF

           MOVE EH-ACCOUNT-ID OF LS-EXPHOLD-RECORD TO
               EH-ACCOUNT-ID OF EXPHOLD-RECORD
           READ EXPHOLD-FILE
           IF WS-FILE-STATUS = '00'
               IF EH-ACTIVE OF EXPHOLD-RECORD
                  AND EH-EXPIRY-DATE OF EXPHOLD-RECORD NOT < WS-TODAY
                   MOVE 17 TO WS-RETURN-CODE
                   MOVE EXPHOLD-RECORD TO LS-EXPHOLD-RECORD
               END-IF
           END-IF

           CLOSE EXPHOLD-FILE.

       CHECK-HOLD-EXIT.
           EXIT.

       CHECK-OPERATOR-ENTITLEMENT.
      *    RC 13 IS THE SHARED NOT-ENTITLED CODE; RC 01 MEANS THE
      *    OPERATOR FILE IS NOT YET IN USE AND THE OPERATION IS
      *    ALLOWED.
           MOVE UPDATED-BY OF LS-EXPHOLD-RECORD TO
               OP-OPERATOR-ID OF WS-OPERATOR-RECORD
           CALL 'OPERCTL' USING WS-OPERCTL-OPERATION,
                                 WS-OPERATOR-RECORD,
                                 WS-CONTROLLED-OPERATION,
                                 WS-OPERCTL-RETURN-CODE
           IF WS-OPERCTL-RETURN-CODE = 01
               MOVE 00 TO WS-OPERCTL-RETURN-CODE
           END-IF.

      *----------------------------------------------------------------
      * ADD WS-BUSDAY-TARGET BUSINESS DAYS TO THE YYYYMMDD DATE IN
      * WS-BUSDAY-NUM, LEAVING THE RESULT THERE.
      *----------------------------------------------------------------
       ADD-BUSINESS-DAYS.
           COMPUTE WS-BUSDAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-BUSDAY-NUM)
           MOVE ZERO TO WS-BUSDAY-COUNT
           PERFORM ADVANCE-ONE-BUSINESS-DAY
               UNTIL WS-BUSDAY-COUNT >= WS-BUSDAY-TARGET
           COMPUTE WS-BUSDAY-NUM =
               FUNCTION DATE-OF-INTEGER(WS-BUSDAY-INT).

       ADVANCE-ONE-BUSINESS-DAY.
           ADD 1 TO WS-BUSDAY-INT
           PERFORM CHECK-BUSINESS-DAY THRU CHECK-BUSINESS-DAY-EXIT
           IF IS-BUSINESS-DAY
               ADD 1 TO WS-BUSDAY-COUNT
           END-IF.

       CHECK-BUSINESS-DAY.
           MOVE 'Y' TO WS-BUSINESS-DAY-SW

      *    DAY 1 OF THE INTEGER-OF-DATE EPOCH WAS A MONDAY, SO
      *    REMAINDER 6 IS SATURDAY AND 0 IS SUNDAY.
           COMPUTE WS-BUSDAY-REM =
               FUNCTION REM(WS-BUSDAY-INT, 7)
           IF WS-BUSDAY-REM = 0 OR WS-BUSDAY-REM = 6
               MOVE 'N' TO WS-BUSINESS-DAY-SW
               GO TO CHECK-BUSINESS-DAY-EXIT
           END-IF

           OPEN INPUT BUSCAL-FILE
           IF WS-BUSCAL-STATUS NOT = '00'
      *        No calendar on file - weekends are still skipped but
      *        no market holidays are known.
               GO TO CHECK-BUSINESS-DAY-EXIT
           END-IF

           MOVE WS-BUSDAY-MARKET TO CAL-MARKET OF BUSCAL-RECORD
           COMPUTE WS-BUSDAY-NUM =
               FUNCTION DATE-OF-INTEGER(WS-BUSDAY-INT)
           MOVE WS-BUSDAY-NUM TO CAL-HOLIDAY-DATE OF BUSCAL-RECORD
           READ BUSCAL-FILE
           IF WS-BUSCAL-STATUS = '00'
               MOVE 'N' TO WS-BUSINESS-DAY-SW
           END-IF

           CLOSE BUSCAL-FILE.

       CHECK-BUSINESS-DAY-EXIT.
           EXIT.

       GET-CURRENT-TIMESTAMP.
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

       END PROGRAM EXPHMNT.
