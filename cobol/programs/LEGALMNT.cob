       IDENTIFICATION DIVISION.
       PROGRAM-ID. LEGALMNT.
      ******************************************************************
      * PROGRAM: LEGALMNT - LEGAL PROCESS MAINTENANCE (LEVIES,
      *          GARNISHMENTS, RESTRAINING NOTICES)
      * VERSION: 1.0
      * DATE: 2026-10-15
      * PURPOSE: MAINTAIN LEGALPRC.DAT AND THE AMOUNT-SPECIFIC HOLD
      *          EACH PROCESS PLACES AGAINST THE ACCOUNT'S
      *          AVAILABLE-BALANCE. REPLACES SETTING REG-FROZEN-FLAG OR
      *          REG-LITIGATION-FLAG BY HAND AND KEEPING THE AMOUNT IN
      *          A BINDER - ONLY THE AMOUNT DEMANDED IS TIED UP, NOT
      *          THE WHOLE ACCOUNT.
      * FUNCTIONS: SERVE  - RECORD A NEWLY SERVED PROCESS, HOLD THE
      *                     AMOUNT DEMANDED (OR THE AVAILABLE BALANCE
      *                     IF LESS), AND QUEUE THE CUSTOMER NOTICE ON
      *                     NOTIFQ. THE NEXT SEQUENCE FOR THE ACCOUNT
      *                     IS ASSIGNED AND RETURNED.
      *            READ   - RETURN ONE PROCESS BY ACCOUNT + SEQUENCE.
      *            ANSWER - RECORD THE DATE THE FIRM ANSWERED THE
      *                     AGENCY AND, FOR A LEVY OR GARNISHMENT, ANY
      *                     TURNOVER DATE THE ANSWER ESTABLISHED.
      *            RELEAS - LIFT THE HOLD WITHOUT PAYING (PROCESS
      *                     WITHDRAWN OR SATISFIED ELSEWHERE).
      *            REMIT  - CHKDISB IS ABOUT TO PAY A QUEUED
      *                     REMITTANCE: THE HELD AMOUNT GOES BACK INTO
      *                     AVAILABLE-BALANCE SO THE AGENCY CHECK CAN
      *                     POST AGAINST IT.
      *            REVREM - THE REMITTANCE DID NOT POST: THE AMOUNT IS
      *                     HELD AGAIN AND LGLREMIT REQUEUES IT.
      *            PAID   - THE REMITTANCE POSTED: RECORD ITS
      *                     TRANSACTION-ID AND NOTIFY THE CUSTOMER.
      *            SERVE, ANSWER AND RELEAS NEED THE LEGALPRC
      *            ENTITLEMENT ON OPERCTL FOR THE OPERATOR IN
      *            UPDATED-BY; REMIT, REVREM AND PAID ARE CHKDISB'S.
      *
      * NOTES: A LEVY IS REMITTED 21 CALENDAR DAYS AFTER SERVICE
      *        UNLESS A REMIT DATE IS GIVEN. A GARNISHMENT IS REMITTED
      *        ONLY ONCE A TURNOVER DATE IS ON THE PROCESS. A
      *        RESTRAINING NOTICE IS NEVER REMITTED.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LEGALPRC-FILE ASSIGN TO "LEGALPRC.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LP-KEY
               FILE STATUS IS WS-FILE-STATUS.

           SELECT ACCOUNT-FILE ASSIGN TO "ACCOUNT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACCOUNT-ID OF ACCOUNT-RECORD
               FILE STATUS IS WS-ACCOUNT-STATUS.

           SELECT NOTIFQ-FILE ASSIGN TO "NOTIFQ.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS NQ-KEY
               FILE STATUS IS WS-NOTIFQ-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LEGALPRC-FILE.
       COPY LEGALPRC.

       FD  ACCOUNT-FILE.
       COPY ACCOUNT.

       FD  NOTIFQ-FILE.
       COPY NOTIFQ.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS                PIC XX.
       01  WS-ACCOUNT-STATUS             PIC XX.
       01  WS-NOTIFQ-STATUS              PIC XX.

       01  WS-OPERATION                  PIC X(06).
           88  SERVE-OPERATION           VALUE 'SERVE '.
           88  READ-OPERATION            VALUE 'READ  '.
           88  ANSWER-OPERATION          VALUE 'ANSWER'.
           88  RELEASE-OPERATION         VALUE 'RELEAS'.
           88  REMIT-OPERATION           VALUE 'REMIT '.
           88  REVERSE-REMIT-OPERATION   VALUE 'REVREM'.
           88  PAID-OPERATION            VALUE 'PAID  '.

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

      *    CALENDAR DAYS FROM SERVICE TO REMITTANCE ON A TAX LEVY.
       01  WS-LEVY-REMIT-DAYS            PIC 9(03) VALUE 21.
       01  WS-DATE-NUM                   PIC 9(08).
       01  WS-DATE-INT                   PIC 9(08).

       01  WS-OPERCTL-OPERATION          PIC X(06) VALUE 'CHECK '.
       01  WS-OPERCTL-RETURN-CODE        PIC 9(02).
       COPY OPERATOR REPLACING OPERATOR-RECORD BY WS-OPERATOR-RECORD.
       01  WS-CONTROLLED-OPERATION       PIC X(08) VALUE 'LEGALPRC'.

       01  WS-NEXT-SEQ                   PIC 9(04).
       01  WS-SCAN-DONE-SW               PIC X(01).
           88  SCAN-DONE                 VALUE 'Y'.
       01  WS-DUPLICATE-SW               PIC X(01).
           88  DUPLICATE-CASE            VALUE 'Y'.

       01  WS-HOLD-AMOUNT                PIC S9(13)V99 COMP-3.
       01  WS-ADJUST-AMOUNT              PIC S9(13)V99 COMP-3.
       01  WS-ADJUST-ACCOUNT-ID          PIC X(12).

       01  WS-NOTICE-TYPE                PIC X(08).
       01  WS-NOTICE-EVENT-DATA          PIC X(40).
       01  WS-PROCESS-TEXT               PIC X(20).

       LINKAGE SECTION.
       01  LS-OPERATION-CODE             PIC X(06).
       COPY LEGALPRC REPLACING LEGALPRC-RECORD BY LS-LEGALPRC-RECORD.
       01  LS-RETURN-CODE                PIC 9(02).

       PROCEDURE DIVISION USING LS-OPERATION-CODE
                               LS-LEGALPRC-RECORD
                               LS-RETURN-CODE.

       MAIN-PROCESS.
           MOVE LS-OPERATION-CODE TO WS-OPERATION
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD

           EVALUATE TRUE
               WHEN SERVE-OPERATION
                   PERFORM SERVE-PROCESS THRU
                       SERVE-EXIT
               WHEN READ-OPERATION
                   PERFORM READ-PROCESS THRU
                       READ-EXIT
               WHEN ANSWER-OPERATION
                   PERFORM ANSWER-PROCESS THRU
                       ANSWER-EXIT
               WHEN RELEASE-OPERATION
                   PERFORM RELEASE-PROCESS THRU
                       RELEASE-EXIT
               WHEN REMIT-OPERATION
                   PERFORM REMIT-PROCESS THRU
                       REMIT-EXIT
               WHEN REVERSE-REMIT-OPERATION
                   PERFORM REVERSE-REMIT-PROCESS THRU
                       REVERSE-REMIT-EXIT
               WHEN PAID-OPERATION
                   PERFORM PAID-PROCESS THRU
                       PAID-EXIT
               WHEN OTHER
                   MOVE 03 TO WS-RETURN-CODE
           END-EVALUATE

           MOVE WS-RETURN-CODE TO LS-RETURN-CODE
           GOBACK.

       SERVE-PROCESS.
           IF LP-ACCOUNT-ID OF LS-LEGALPRC-RECORD = SPACES
              OR NOT LP-VALID-TYPE OF LS-LEGALPRC-RECORD
              OR LP-AGENCY-NAME OF LS-LEGALPRC-RECORD = SPACES
              OR LP-CASE-NUMBER OF LS-LEGALPRC-RECORD = SPACES
              OR LP-ANSWER-DEADLINE OF LS-LEGALPRC-RECORD = SPACES
               MOVE 03 TO WS-RETURN-CODE
               GO TO SERVE-EXIT
           END-IF
           IF LP-AMOUNT-DEMANDED OF LS-LEGALPRC-RECORD NOT > ZERO
               MOVE 03 TO WS-RETURN-CODE
               GO TO SERVE-EXIT
           END-IF
           IF LP-SERVED-DATE OF LS-LEGALPRC-RECORD = SPACES
               MOVE WS-TODAY TO LP-SERVED-DATE OF LS-LEGALPRC-RECORD
           END-IF
           IF LP-ANSWER-DEADLINE OF LS-LEGALPRC-RECORD <
              LP-SERVED-DATE OF LS-LEGALPRC-RECORD
               MOVE 03 TO WS-RETURN-CODE
               GO TO SERVE-EXIT
           END-IF

           PERFORM CHECK-OPERATOR-ENTITLEMENT
           IF WS-OPERCTL-RETURN-CODE NOT = 00
               MOVE 13 TO WS-RETURN-CODE
               GO TO SERVE-EXIT
           END-IF

           OPEN I-O LEGALPRC-FILE
           IF WS-FILE-STATUS = '35'
      *        First process ever served - file has to be created.
               OPEN OUTPUT LEGALPRC-FILE
               CLOSE LEGALPRC-FILE
               OPEN I-O LEGALPRC-FILE
           END-IF
           IF WS-FILE-STATUS NOT = '00'
               MOVE 04 TO WS-RETURN-CODE
               GO TO SERVE-EXIT
           END-IF

           PERFORM FIND-NEXT-SEQUENCE
           IF DUPLICATE-CASE
      *        The same case is already live on this account.
               MOVE 02 TO WS-RETURN-CODE
               CLOSE LEGALPRC-FILE
               GO TO SERVE-EXIT
           END-IF
           IF WS-NEXT-SEQ > 999
               MOVE 03 TO WS-RETURN-CODE
               CLOSE LEGALPRC-FILE
               GO TO SERVE-EXIT
           END-IF

           OPEN I-O ACCOUNT-FILE
           IF WS-ACCOUNT-STATUS NOT = '00'
               MOVE 04 TO WS-RETURN-CODE
               CLOSE LEGALPRC-FILE
               GO TO SERVE-EXIT
           END-IF
           MOVE LP-ACCOUNT-ID OF LS-LEGALPRC-RECORD TO
               ACCOUNT-ID OF ACCOUNT-RECORD
           READ ACCOUNT-FILE
           IF WS-ACCOUNT-STATUS NOT = '00'
               MOVE 01 TO WS-RETURN-CODE
               CLOSE ACCOUNT-FILE
               CLOSE LEGALPRC-FILE
               GO TO SERVE-EXIT
           END-IF
           IF CLOSED-ACCOUNT
               MOVE 03 TO WS-RETURN-CODE
               CLOSE ACCOUNT-FILE
               CLOSE LEGALPRC-FILE
               GO TO SERVE-EXIT
           END-IF

      *    THE PROCESS ATTACHES WHAT IS AVAILABLE TODAY, UP TO THE
      *    AMOUNT DEMANDED. NOTHING AVAILABLE STILL RECORDS THE
      *    PROCESS WITH NOTHING HELD.
           MOVE LP-AMOUNT-DEMANDED OF LS-LEGALPRC-RECORD TO
               WS-HOLD-AMOUNT
           IF AVAILABLE-BALANCE OF ACCOUNT-RECORD < WS-HOLD-AMOUNT
               MOVE AVAILABLE-BALANCE OF ACCOUNT-RECORD TO
                   WS-HOLD-AMOUNT
           END-IF
           IF WS-HOLD-AMOUNT < ZERO
               MOVE ZERO TO WS-HOLD-AMOUNT
           END-IF

           PERFORM GET-CURRENT-TIMESTAMP
           MOVE LS-LEGALPRC-RECORD TO LEGALPRC-RECORD
           MOVE WS-NEXT-SEQ TO LP-PROCESS-SEQ OF LEGALPRC-RECORD
           MOVE CUSTOMER-ID OF ACCOUNT-RECORD TO
               LP-CUSTOMER-ID OF LEGALPRC-RECORD
           MOVE WS-HOLD-AMOUNT TO LP-AMOUNT-HELD OF LEGALPRC-RECORD
           MOVE ZERO TO LP-AMOUNT-REMITTED OF LEGALPRC-RECORD
           MOVE SPACES TO LP-ANSWERED-DATE OF LEGALPRC-RECORD
           MOVE SPACES TO LP-REMITTED-DATE OF LEGALPRC-RECORD
           MOVE SPACES TO LP-REMIT-TRANSACTION-ID OF LEGALPRC-RECORD
           MOVE SPACES TO LP-RELEASED-DATE OF LEGALPRC-RECORD
           SET LP-HELD OF LEGALPRC-RECORD TO TRUE
           SET LP-NOT-AGED OF LEGALPRC-RECORD TO TRUE
           EVALUATE TRUE
               WHEN LP-RESTRAINING-NOTICE OF LEGALPRC-RECORD
                   MOVE SPACES TO LP-REMIT-DATE OF LEGALPRC-RECORD
               WHEN LP-TAX-LEVY OF LEGALPRC-RECORD
                   AND LP-REMIT-DATE OF LEGALPRC-RECORD = SPACES
                   MOVE LP-SERVED-DATE OF LEGALPRC-RECORD TO
                       WS-DATE-NUM
                   COMPUTE WS-DATE-INT =
                       FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
                       + WS-LEVY-REMIT-DAYS
                   COMPUTE WS-DATE-NUM =
                       FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
                   MOVE WS-DATE-NUM TO LP-REMIT-DATE OF LEGALPRC-RECORD
           END-EVALUATE
           MOVE WS-TIMESTAMP TO CREATED-TIMESTAMP OF LEGALPRC-RECORD
           MOVE WS-TIMESTAMP TO UPDATED-TIMESTAMP OF LEGALPRC-RECORD
           MOVE UPDATED-BY OF LS-LEGALPRC-RECORD TO
               CREATED-BY OF LEGALPRC-RECORD

           WRITE LEGALPRC-RECORD
           IF WS-FILE-STATUS NOT = '00'
               MOVE 04 TO WS-RETURN-CODE
               CLOSE ACCOUNT-FILE
               CLOSE LEGALPRC-FILE
               GO TO SERVE-EXIT
           END-IF

           IF WS-HOLD-AMOUNT > ZERO
               SUBTRACT WS-HOLD-AMOUNT FROM
                   AVAILABLE-BALANCE OF ACCOUNT-RECORD
               ADD 1 TO ACCOUNT-VERSION OF ACCOUNT-RECORD
               REWRITE ACCOUNT-RECORD
               IF WS-ACCOUNT-STATUS NOT = '00'
      *            Hold not placed - the process is not left on file
      *            claiming funds it does not have.
                   DELETE LEGALPRC-FILE RECORD
                   MOVE 04 TO WS-RETURN-CODE
                   CLOSE ACCOUNT-FILE
                   CLOSE LEGALPRC-FILE
                   GO TO SERVE-EXIT
               END-IF
           END-IF

           CLOSE ACCOUNT-FILE
           CLOSE LEGALPRC-FILE
           MOVE LEGALPRC-RECORD TO LS-LEGALPRC-RECORD
           MOVE 00 TO WS-RETURN-CODE

           MOVE 'LEGALSRV' TO WS-NOTICE-TYPE
           PERFORM BUILD-NOTICE-EVENT-DATA
           PERFORM WRITE-NOTIFICATION THRU WRITE-NOTIFICATION-EXIT.

       SERVE-EXIT.
           EXIT.

       FIND-NEXT-SEQUENCE.
      *    THE HIGHEST SEQUENCE ON FILE FOR THE ACCOUNT PLUS ONE,
      *    NOTING ON THE WAY WHETHER THE CASE IS ALREADY LIVE.
           MOVE 1 TO WS-NEXT-SEQ
           MOVE 'N' TO WS-DUPLICATE-SW
           MOVE 'N' TO WS-SCAN-DONE-SW
           MOVE LP-ACCOUNT-ID OF LS-LEGALPRC-RECORD TO
               LP-ACCOUNT-ID OF LEGALPRC-RECORD
           MOVE ZERO TO LP-PROCESS-SEQ OF LEGALPRC-RECORD
           START LEGALPRC-FILE KEY IS NOT LESS THAN LP-KEY
               OF LEGALPRC-RECORD
               INVALID KEY SET SCAN-DONE TO TRUE
           END-START
           PERFORM SCAN-ONE-PROCESS UNTIL SCAN-DONE.

       SCAN-ONE-PROCESS.
           READ LEGALPRC-FILE NEXT RECORD
           IF WS-FILE-STATUS NOT = '00'
              OR LP-ACCOUNT-ID OF LEGALPRC-RECORD NOT =
                 LP-ACCOUNT-ID OF LS-LEGALPRC-RECORD
               SET SCAN-DONE TO TRUE
           ELSE
               COMPUTE WS-NEXT-SEQ =
                   LP-PROCESS-SEQ OF LEGALPRC-RECORD + 1
               IF LP-CASE-NUMBER OF LEGALPRC-RECORD =
                  LP-CASE-NUMBER OF LS-LEGALPRC-RECORD
                  AND NOT LP-REMITTED OF LEGALPRC-RECORD
                  AND NOT LP-RELEASED OF LEGALPRC-RECORD
                   SET DUPLICATE-CASE TO TRUE
               END-IF
           END-IF.

       READ-PROCESS.
           OPEN INPUT LEGALPRC-FILE
           IF WS-FILE-STATUS NOT = '00'
               MOVE 04 TO WS-RETURN-CODE
               GO TO READ-EXIT
           END-IF

           MOVE LP-KEY OF LS-LEGALPRC-RECORD TO
               LP-KEY OF LEGALPRC-RECORD
           READ LEGALPRC-FILE
           EVALUATE WS-FILE-STATUS
               WHEN '00'
                   MOVE 00 TO WS-RETURN-CODE
                   MOVE LEGALPRC-RECORD TO LS-LEGALPRC-RECORD
               WHEN '23'
                   MOVE 01 TO WS-RETURN-CODE
               WHEN OTHER
                   MOVE 04 TO WS-RETURN-CODE
           END-EVALUATE

           CLOSE LEGALPRC-FILE.

       READ-EXIT.
           EXIT.

       ANSWER-PROCESS.
           PERFORM CHECK-OPERATOR-ENTITLEMENT
           IF WS-OPERCTL-RETURN-CODE NOT = 00
               MOVE 13 TO WS-RETURN-CODE
               GO TO ANSWER-EXIT
           END-IF

           PERFORM OPEN-AND-READ-PROCESS
           IF WS-RETURN-CODE NOT = 00
               GO TO ANSWER-EXIT
           END-IF

           IF LP-ANSWERED-DATE OF LS-LEGALPRC-RECORD = SPACES
               MOVE WS-TODAY TO LP-ANSWERED-DATE OF LEGALPRC-RECORD
           ELSE
               MOVE LP-ANSWERED-DATE OF LS-LEGALPRC-RECORD TO
                   LP-ANSWERED-DATE OF LEGALPRC-RECORD
           END-IF
      *    A TURNOVER DATE ONLY MEANS SOMETHING WHILE THE FUNDS ARE
      *    STILL HELD, AND NEVER ON A RESTRAINING NOTICE.
           IF LP-REMIT-DATE OF LS-LEGALPRC-RECORD NOT = SPACES
              AND LP-HELD OF LEGALPRC-RECORD
              AND NOT LP-RESTRAINING-NOTICE OF LEGALPRC-RECORD
               MOVE LP-REMIT-DATE OF LS-LEGALPRC-RECORD TO
                   LP-REMIT-DATE OF LEGALPRC-RECORD
           END-IF

           PERFORM REWRITE-PROCESS.

       ANSWER-EXIT.
           EXIT.

       RELEASE-PROCESS.
           PERFORM CHECK-OPERATOR-ENTITLEMENT
           IF WS-OPERCTL-RETURN-CODE NOT = 00
               MOVE 13 TO WS-RETURN-CODE
               GO TO RELEASE-EXIT
           END-IF

           PERFORM OPEN-AND-READ-PROCESS
           IF WS-RETURN-CODE NOT = 00
               GO TO RELEASE-EXIT
           END-IF

           IF NOT LP-HELD OF LEGALPRC-RECORD
              AND NOT LP-QUEUED OF LEGALPRC-RECORD
               MOVE 03 TO WS-RETURN-CODE
               CLOSE LEGALPRC-FILE
               GO TO RELEASE-EXIT
           END-IF

           MOVE LP-AMOUNT-HELD OF LEGALPRC-RECORD TO WS-ADJUST-AMOUNT
           PERFORM ADJUST-AVAILABLE-BALANCE THRU
               ADJUST-AVAILABLE-BALANCE-EXIT
           IF WS-RETURN-CODE NOT = 00
               CLOSE LEGALPRC-FILE
               GO TO RELEASE-EXIT
           END-IF

           SET LP-RELEASED OF LEGALPRC-RECORD TO TRUE
           MOVE WS-TODAY TO LP-RELEASED-DATE OF LEGALPRC-RECORD
           PERFORM REWRITE-PROCESS.

       RELEASE-EXIT.
           EXIT.

       REMIT-PROCESS.
      *    ONLY A QUEUED REMITTANCE, AND ONLY FOR EXACTLY THE AMOUNT
      *    HELD - A CHECK REQUEST THAT DISAGREES WITH THE FILE IS
      *    REFUSED RATHER THAN PAID.
           PERFORM OPEN-AND-READ-PROCESS
           IF WS-RETURN-CODE NOT = 00
               GO TO REMIT-EXIT
           END-IF

           IF NOT LP-QUEUED OF LEGALPRC-RECORD
              OR LP-AMOUNT-REMITTED OF LS-LEGALPRC-RECORD NOT =
                 LP-AMOUNT-HELD OF LEGALPRC-RECORD
               MOVE 03 TO WS-RETURN-CODE
               CLOSE LEGALPRC-FILE
               GO TO REMIT-EXIT
           END-IF

           MOVE LP-AMOUNT-HELD OF LEGALPRC-RECORD TO WS-ADJUST-AMOUNT
           PERFORM ADJUST-AVAILABLE-BALANCE THRU
               ADJUST-AVAILABLE-BALANCE-EXIT
           IF WS-RETURN-CODE NOT = 00
               CLOSE LEGALPRC-FILE
               GO TO REMIT-EXIT
           END-IF

           SET LP-PAYING OF LEGALPRC-RECORD TO TRUE
           MOVE LP-AMOUNT-HELD OF LEGALPRC-RECORD TO
               LP-AMOUNT-REMITTED OF LEGALPRC-RECORD
           MOVE WS-TODAY TO LP-REMITTED-DATE OF LEGALPRC-RECORD
           PERFORM REWRITE-PROCESS
           IF WS-RETURN-CODE NOT = 00
      *        Put the hold back so the funds cannot leave twice.
               COMPUTE WS-ADJUST-AMOUNT =
                   0 - LP-AMOUNT-HELD OF LEGALPRC-RECORD
               PERFORM ADJUST-AVAILABLE-BALANCE THRU
                   ADJUST-AVAILABLE-BALANCE-EXIT
               MOVE 04 TO WS-RETURN-CODE
           END-IF.

       REMIT-EXIT.
           EXIT.

       REVERSE-REMIT-PROCESS.
           PERFORM OPEN-AND-READ-PROCESS
           IF WS-RETURN-CODE NOT = 00
               GO TO REVERSE-REMIT-EXIT
           END-IF

           IF NOT LP-PAYING OF LEGALPRC-RECORD
               MOVE 03 TO WS-RETURN-CODE
               CLOSE LEGALPRC-FILE
               GO TO REVERSE-REMIT-EXIT
           END-IF

           COMPUTE WS-ADJUST-AMOUNT =
               0 - LP-AMOUNT-HELD OF LEGALPRC-RECORD
           PERFORM ADJUST-AVAILABLE-BALANCE THRU
               ADJUST-AVAILABLE-BALANCE-EXIT
           IF WS-RETURN-CODE NOT = 00
               CLOSE LEGALPRC-FILE
               GO TO REVERSE-REMIT-EXIT
           END-IF

           SET LP-HELD OF LEGALPRC-RECORD TO TRUE
           MOVE ZERO TO LP-AMOUNT-REMITTED OF LEGALPRC-RECORD
           MOVE SPACES TO LP-REMITTED-DATE OF LEGALPRC-RECORD
           PERFORM REWRITE-PROCESS.

       REVERSE-REMIT-EXIT.
           EXIT.

       PAID-PROCESS.
           PERFORM OPEN-AND-READ-PROCESS
           IF WS-RETURN-CODE NOT = 00
               GO TO PAID-EXIT
           END-IF

           IF NOT LP-PAYING OF LEGALPRC-RECORD
               MOVE 03 TO WS-RETURN-CODE
               CLOSE LEGALPRC-FILE
               GO TO PAID-EXIT
           END-IF

           SET LP-REMITTED OF LEGALPRC-RECORD TO TRUE
           MOVE LP-REMIT-TRANSACTION-ID OF LS-LEGALPRC-RECORD TO
               LP-REMIT-TRANSACTION-ID OF LEGALPRC-RECORD
           PERFORM REWRITE-PROCESS
           IF WS-RETURN-CODE = 00
               MOVE 'LEGALREM' TO WS-NOTICE-TYPE
               PERFORM BUILD-NOTICE-EVENT-DATA
               PERFORM WRITE-NOTIFICATION THRU
                   WRITE-NOTIFICATION-EXIT
           END-IF.

       PAID-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * OPEN LEGALPRC.DAT I-O AND READ THE PROCESS NAMED BY THE
      * CALLER'S KEY. ON 00 THE FILE IS LEFT OPEN FOR REWRITE-PROCESS.
      *----------------------------------------------------------------
       OPEN-AND-READ-PROCESS.
           MOVE 00 TO WS-RETURN-CODE
           OPEN I-O LEGALPRC-FILE
           IF WS-FILE-STATUS NOT = '00'
               MOVE 04 TO WS-RETURN-CODE
           ELSE
               MOVE LP-KEY OF LS-LEGALPRC-RECORD TO
                   LP-KEY OF LEGALPRC-RECORD
               READ LEGALPRC-FILE
               IF WS-FILE-STATUS NOT = '00'
                   MOVE 01 TO WS-RETURN-CODE
                   CLOSE LEGALPRC-FILE
               END-IF
           END-IF.

       REWRITE-PROCESS.
           PERFORM GET-CURRENT-TIMESTAMP
           MOVE WS-TIMESTAMP TO UPDATED-TIMESTAMP OF LEGALPRC-RECORD
           MOVE UPDATED-BY OF LS-LEGALPRC-RECORD TO
               UPDATED-BY OF LEGALPRC-RECORD
           REWRITE LEGALPRC-RECORD
           IF WS-FILE-STATUS = '00'
               MOVE 00 TO WS-RETURN-CODE
               MOVE LEGALPRC-RECORD TO LS-LEGALPRC-RECORD
           ELSE
               MOVE 04 TO WS-RETURN-CODE
           END-IF
           CLOSE LEGALPRC-FILE.

      *----------------------------------------------------------------
      * ADD WS-ADJUST-AMOUNT TO THE PROCESS ACCOUNT'S AVAILABLE-BALANCE
      * (POSITIVE GIVES HELD FUNDS BACK, NEGATIVE HOLDS THEM AGAIN).
      *----------------------------------------------------------------
       ADJUST-AVAILABLE-BALANCE.
           MOVE 00 TO WS-RETURN-CODE
           IF WS-ADJUST-AMOUNT = ZERO
               GO TO ADJUST-AVAILABLE-BALANCE-EXIT
           END-IF

           MOVE LP-ACCOUNT-ID OF LEGALPRC-RECORD TO
               WS-ADJUST-ACCOUNT-ID
           OPEN I-O ACCOUNT-FILE
           IF WS-ACCOUNT-STATUS NOT = '00'
               MOVE 04 TO WS-RETURN-CODE
               GO TO ADJUST-AVAILABLE-BALANCE-EXIT
           END-IF
           MOVE WS-ADJUST-ACCOUNT-ID TO ACCOUNT-ID OF ACCOUNT-RECORD
           READ ACCOUNT-FILE
           IF WS-ACCOUNT-STATUS NOT = '00'
               MOVE 01 TO WS-RETURN-CODE
               CLOSE ACCOUNT-FILE
               GO TO ADJUST-AVAILABLE-BALANCE-EXIT
           END-IF

           ADD WS-ADJUST-AMOUNT TO AVAILABLE-BALANCE OF ACCOUNT-RECORD
           ADD 1 TO ACCOUNT-VERSION OF ACCOUNT-RECORD
           REWRITE ACCOUNT-RECORD
           IF WS-ACCOUNT-STATUS NOT = '00'
               MOVE 04 TO WS-RETURN-CODE
           END-IF
           CLOSE ACCOUNT-FILE.

       ADJUST-AVAILABLE-BALANCE-EXIT.
           EXIT.

       CHECK-OPERATOR-ENTITLEMENT.
      *    RC 13 IS THE SHARED NOT-ENTITLED CODE; RC 01 MEANS THE
      *    OPERATOR FILE IS NOT YET IN USE AND THE OPERATION IS
      *    ALLOWED.
           MOVE UPDATED-BY OF LS-LEGALPRC-RECORD TO
               OP-OPERATOR-ID OF WS-OPERATOR-RECORD
           CALL 'OPERCTL' USING WS-OPERCTL-OPERATION,
                                 WS-OPERATOR-RECORD,
                                 WS-CONTROLLED-OPERATION,
                                 WS-OPERCTL-RETURN-CODE
           IF WS-OPERCTL-RETURN-CODE = 01
               MOVE 00 TO WS-OPERCTL-RETURN-CODE
           END-IF.

       BUILD-NOTICE-EVENT-DATA.
           EVALUATE TRUE
               WHEN LP-TAX-LEVY OF LEGALPRC-RECORD
                   MOVE 'TAX LEVY' TO WS-PROCESS-TEXT
               WHEN LP-GARNISHMENT OF LEGALPRC-RECORD
                   MOVE 'GARNISHMENT' TO WS-PROCESS-TEXT
               WHEN OTHER
                   MOVE 'RESTRAINING NOTICE' TO WS-PROCESS-TEXT
           END-EVALUATE
           MOVE SPACES TO WS-NOTICE-EVENT-DATA
           STRING WS-PROCESS-TEXT DELIMITED BY '  '
                  ' ' DELIMITED BY SIZE
                  LP-CASE-NUMBER OF LEGALPRC-RECORD DELIMITED BY '  '
                  INTO WS-NOTICE-EVENT-DATA
           END-STRING.

       WRITE-NOTIFICATION.
      *    ONE ROW ON THE SHARED NOTIFICATION QUEUE - THE DAILY
      *    NOTIFGEN RUN FORMATS AND SENDS IT. A DUPLICATE OF THE SAME
      *    EVENT ON THE SAME DAY IS QUIETLY IGNORED BY THE KEY.
           OPEN I-O NOTIFQ-FILE
           IF WS-NOTIFQ-STATUS = '35'
               OPEN OUTPUT NOTIFQ-FILE
               CLOSE NOTIFQ-FILE
               OPEN I-O NOTIFQ-FILE
           END-IF
           IF WS-NOTIFQ-STATUS NOT = '00'
               GO TO WRITE-NOTIFICATION-EXIT
           END-IF

           MOVE SPACES TO NOTIFQ-RECORD
           MOVE LP-ACCOUNT-ID OF LEGALPRC-RECORD TO NQ-ACCOUNT-ID
           MOVE WS-NOTICE-TYPE TO NQ-NOTICE-TYPE
           MOVE WS-TODAY TO NQ-CREATED-DATE
           MOVE LP-CUSTOMER-ID OF LEGALPRC-RECORD TO NQ-CUSTOMER-ID
           MOVE WS-NOTICE-EVENT-DATA TO NQ-EVENT-DATA
           SET NQ-PENDING TO TRUE
           MOVE SPACES TO NQ-SENT-DATE
           WRITE NOTIFQ-RECORD
           CLOSE NOTIFQ-FILE.

       WRITE-NOTIFICATION-EXIT.
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

       END PROGRAM LEGALMNT.
