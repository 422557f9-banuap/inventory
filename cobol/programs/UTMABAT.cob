       IDENTIFICATION DIVISION.
       PROGRAM-ID. UTMABAT.
      ******************************************************************
      * PROGRAM: UTMABAT - UTMA/UGMA AGE-OF-MAJORITY SWEEP
      * VERSION: 1.0
      * DATE: 2026-10-15
      * PURPOSE: WORK EVERY CUSTODIAL REGISTRATION ON UTMAREG.DAT
      *          TOWARD THE DAY THE CUSTODIANSHIP ENDS. EACH RUN
      *          RE-DERIVES THE TERMINATION DATE FROM THE MINOR'S DATE
      *          OF BIRTH AND THE STATE'S ROW ON MAJAGE.DAT, SO A
      *          CHANGE IN STATE LAW REACHES ACCOUNTS ALREADY OPEN.
      *          WITHIN THREE MONTHS OF THAT DATE THE CUSTODIAN AND
      *          THE MINOR ARE EACH NOTIFIED THROUGH NOTIFQ (UTMAMAJC /
      *          UTMAMAJM). ON OR AFTER IT, RE-REGISTRATION OF THE
      *          ACCOUNT TO THE FORMER MINOR IS QUEUED ON APPRVQ FOR A
      *          SECOND OPERATOR (OPERATION REREG) AND BOTH PARTIES ARE
      *          TOLD (UTMATRMC / UTMATRMM); ONCE APPROVED, THE NEXT
      *          RUN RE-REGISTERS THE ACCOUNT THROUGH ACCTMGMT - OWNER,
      *          TITLE AND TAX ID BECOME THE FORMER MINOR'S, THE
      *          CUSTODIAN'S OWNERSHIP LINK IS REMOVED AND THE FORMER
      *          MINOR IS LINKED AS PRIMARY OWNER.
      * FUNCTIONS: CALLED BY EODDRIVER AT MONTH END, OR RUN
      *            STANDALONE (E.G. STRAIGHT AFTER AN APPROVAL).
      *            RETURN CODE 00 IS NORMAL COMPLETION, 08 IS A FATAL
      *            SETUP ERROR.
      *
      * NOTES: THE RUN ALSO LISTS EVERY CUSTODIAN LINK ON ACCTOWN.DAT
      *        THAT HAS NO REGISTRATION BEHIND IT - A CUSTODIAL
      *        ACCOUNT NOBODY CAN TELL THE END DATE OF. THOSE NEED A
      *        UTMAMNT CREATE. WITH NO APPRVQ.DAT ON FILE DUAL CONTROL
      *        IS NOT IN USE AND THE RE-REGISTRATION RUNS AT ONCE, AS
      *        EVERYWHERE ELSE. A REGISTRATION WHOSE STATE HAS NO ROW
      *        (OR NO AGE FOR ITS ACT) KEEPS THE DATE IT HAD AND IS
      *        REPORTED.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT UTMAREG-FILE ASSIGN TO "UTMAREG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS UR-ACCOUNT-ID
               FILE STATUS IS WS-UR-STATUS.

           SELECT CUSTOMER-FILE ASSIGN TO "CUSTOMER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CUSTOMER-ID OF CUSTOMER-RECORD
               FILE STATUS IS WS-CUSTOMER-STATUS.

           SELECT MAJAGE-FILE ASSIGN TO "MAJAGE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MA-STATE
               FILE STATUS IS WS-MA-STATUS.

           SELECT ACCTOWN-FILE ASSIGN TO "ACCTOWN.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AO-KEY
               FILE STATUS IS WS-OWN-STATUS.

           SELECT NOTIFQ-FILE ASSIGN TO "NOTIFQ.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NQ-KEY
               FILE STATUS IS WS-NOTIFQ-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  UTMAREG-FILE.
       COPY UTMAREG.

       FD  CUSTOMER-FILE.
       COPY CUSTOMER.

       FD  MAJAGE-FILE.
       COPY MAJAGE.

       FD  ACCTOWN-FILE.
       COPY ACCTOWN.

       FD  NOTIFQ-FILE.
       COPY NOTIFQ.

       WORKING-STORAGE SECTION.
       01  WS-UR-STATUS                  PIC XX.
           88  UTMAREG-EOF               VALUE '10'.
       01  WS-CUSTOMER-STATUS            PIC XX.
       01  WS-MA-STATUS                  PIC XX.
       01  WS-OWN-STATUS                 PIC XX.
           88  ACCTOWN-EOF               VALUE '10'.
       01  WS-NOTIFQ-STATUS              PIC XX.

       01  WS-MAJAGE-SW                  PIC X(01) VALUE 'N'.
           88  MAJAGE-AVAILABLE          VALUE 'Y'.
       01  WS-AGE-FOUND-SW               PIC X(01) VALUE 'N'.
           88  AGE-FOUND                 VALUE 'Y'.

       01  WS-CURRENT-DATE.
           05  WS-CURRENT-YEAR           PIC 9(04).
           05  WS-CURRENT-MONTH          PIC 9(02).
           05  WS-CURRENT-DAY            PIC 9(02).
       01  WS-TODAY-DATE REDEFINES WS-CURRENT-DATE PIC X(08).

       01  WS-CURRENT-TIME.
           05  WS-CURRENT-HOUR           PIC 9(02).
           05  WS-CURRENT-MINUTE         PIC 9(02).
           05  WS-CURRENT-SECOND         PIC 9(02).
           05  WS-CURRENT-HUNDREDTH      PIC 9(02).

       01  WS-TIMESTAMP                  PIC X(26).

      *    THE NOTICE WINDOW - TODAY PLUS THREE MONTHS.
       01  WS-HORIZON-DATE.
           05  WS-HORIZON-YEAR           PIC 9(04).
           05  WS-HORIZON-MONTH          PIC 9(02).
           05  WS-HORIZON-DAY            PIC 9(02).

       01  WS-BIRTH-DATE.
           05  WS-BIRTH-YEAR             PIC 9(04).
           05  WS-BIRTH-MMDD             PIC X(04).
       01  WS-TERM-DATE.
           05  WS-TERM-YEAR              PIC 9(04).
           05  WS-TERM-MMDD              PIC X(04).
       01  WS-TERM-AGE                   PIC 9(02).
       01  WS-LEAP-QUOTIENT              PIC 9(04).
       01  WS-LEAP-REMAINDER             PIC 9(02).

       01  WS-MINOR-FIRST-NAME           PIC X(25).
       01  WS-MINOR-LAST-NAME            PIC X(35).
       01  WS-MINOR-SSN                  PIC X(11).

       01  WS-NOTICE-ACCOUNT-ID          PIC X(12).
       01  WS-NOTICE-TYPE                PIC X(08).
       01  WS-NOTICE-CUSTOMER-ID         PIC X(10).
       01  WS-NOTICE-EVENT-DATA          PIC X(40).

       01  WS-REREG-DETAIL               PIC X(60).

       01  WS-APPRVQ-OPERATION           PIC X(06).
       01  WS-APPRVQ-RETURN-CODE         PIC 9(02).
       COPY APPRVREC REPLACING APPRVQ-RECORD BY WS-APPRVQ-RECORD.
       01  WS-APPRVQ-CHECKER             PIC X(08) VALUE SPACES.

       01  WS-ACCTMGMT-OPERATION         PIC X(06).
       01  WS-ACCTMGMT-RETURN-CODE       PIC 9(02).
       COPY ACCOUNT REPLACING ACCOUNT-RECORD BY WS-ACCTMGMT-ACCOUNT.
       01  WS-ACCTMGMT-LIST-BUFFER.
           05  WS-LIST-COUNT             PIC 9(03).
           05  WS-LIST-ENTRIES OCCURS 50 TIMES.
               10  WS-LE-ACCOUNT-ID      PIC X(12).
               10  WS-LE-ACCOUNT-NAME    PIC X(50).
               10  WS-LE-ACCOUNT-BALANCE PIC S9(13)V99 COMP-3.
       01  WS-ACCTMGMT-REQUEST-ID        PIC X(16) VALUE SPACES.
       01  WS-ACCTMGMT-TRANSFER-BUFFER.
           05  WS-XFER-NEW-BRANCH-CODE     PIC X(04).
           05  WS-XFER-NEW-ACCOUNT-OFFICER PIC X(08).
           05  WS-XFER-EFFECTIVE-DATE      PIC X(08).
           05  WS-XFER-REASON              PIC X(40).
       COPY ACCTOWN REPLACING ACCTOWN-RECORD BY WS-ACCTOWN-RECORD.

       01  WS-REVIEWED-COUNT             PIC 9(07) COMP.
       01  WS-NOTIFIED-COUNT             PIC 9(07) COMP.
       01  WS-QUEUED-COUNT               PIC 9(07) COMP.
       01  WS-REREG-COUNT                PIC 9(07) COMP.
       01  WS-EXCEPTION-COUNT            PIC 9(07) COMP.
       01  WS-UNREGISTERED-COUNT         PIC 9(07) COMP.
       01  WS-REVIEWED-DISPLAY           PIC ZZZZZZ9.
       01  WS-NOTIFIED-DISPLAY           PIC ZZZZZZ9.
       01  WS-QUEUED-DISPLAY             PIC ZZZZZZ9.
       01  WS-REREG-DISPLAY              PIC ZZZZZZ9.
       01  WS-EXCEPTION-DISPLAY          PIC ZZZZZZ9.
       01  WS-UNREGISTERED-DISPLAY       PIC ZZZZZZ9.

       LINKAGE SECTION.
       01  LK-RETURN-CODE                PIC 9(02).

       PROCEDURE DIVISION USING LK-RETURN-CODE.
       MAIN-PROCESS.
           PERFORM INITIALIZE-PROCESS
           PERFORM WORK-REGISTRATIONS-PROCESS
           PERFORM FIND-UNREGISTERED-PROCESS THRU
               FIND-UNREGISTERED-EXIT
           PERFORM FINALIZE-PROCESS
           MOVE 00 TO LK-RETURN-CODE
           GOBACK.

       INITIALIZE-PROCESS.
           MOVE ZERO TO WS-REVIEWED-COUNT
           MOVE ZERO TO WS-NOTIFIED-COUNT
           MOVE ZERO TO WS-QUEUED-COUNT
           MOVE ZERO TO WS-REREG-COUNT
           MOVE ZERO TO WS-EXCEPTION-COUNT
           MOVE ZERO TO WS-UNREGISTERED-COUNT

           PERFORM GET-CURRENT-TIMESTAMP
           MOVE WS-CURRENT-YEAR TO WS-HORIZON-YEAR
           MOVE WS-CURRENT-DAY TO WS-HORIZON-DAY
           COMPUTE WS-HORIZON-MONTH = WS-CURRENT-MONTH + 3
           IF WS-HORIZON-MONTH > 12
               SUBTRACT 12 FROM WS-HORIZON-MONTH
               ADD 1 TO WS-HORIZON-YEAR
           END-IF

           OPEN I-O UTMAREG-FILE
           IF WS-UR-STATUS = '35'
      *        No custodial accounts registered yet - the unregistered
      *        custodian scan still runs.
               OPEN OUTPUT UTMAREG-FILE
               CLOSE UTMAREG-FILE
               OPEN I-O UTMAREG-FILE
           END-IF
           IF WS-UR-STATUS NOT = '00'
               DISPLAY 'UTMABAT: UNABLE TO OPEN UTMAREG.DAT, '
                   'STATUS = ' WS-UR-STATUS
               MOVE 08 TO LK-RETURN-CODE
               GOBACK
           END-IF

           OPEN INPUT CUSTOMER-FILE
           IF WS-CUSTOMER-STATUS NOT = '00'
               DISPLAY 'UTMABAT: UNABLE TO OPEN CUSTOMER.DAT, '
                   'STATUS = ' WS-CUSTOMER-STATUS
               CLOSE UTMAREG-FILE
               MOVE 08 TO LK-RETURN-CODE
               GOBACK
           END-IF

           OPEN INPUT MAJAGE-FILE
           IF WS-MA-STATUS NOT = '00'
               MOVE 'N' TO WS-MAJAGE-SW
               DISPLAY 'UTMABAT: NO MAJAGE.DAT ON FILE - TERMINATION '
                   'DATES LEFT AS REGISTERED'
           ELSE
               MOVE 'Y' TO WS-MAJAGE-SW
           END-IF.

       WORK-REGISTRATIONS-PROCESS.
           READ UTMAREG-FILE NEXT RECORD
           PERFORM WORK-ONE-REGISTRATION THRU WORK-ONE-EXIT
               UNTIL UTMAREG-EOF.

       WORK-ONE-REGISTRATION.
           IF UR-REREGISTERED
               GO TO WORK-ONE-NEXT
           END-IF
           ADD 1 TO WS-REVIEWED-COUNT

           MOVE UR-MINOR-ID TO CUSTOMER-ID OF CUSTOMER-RECORD
           READ CUSTOMER-FILE
           IF WS-CUSTOMER-STATUS NOT = '00'
               ADD 1 TO WS-EXCEPTION-COUNT
               DISPLAY 'UTMABAT: MINOR ' UR-MINOR-ID
                   ' NOT ON FILE FOR ACCOUNT ' UR-ACCOUNT-ID
               GO TO WORK-ONE-NEXT
           END-IF
           MOVE FIRST-NAME OF CUSTOMER-RECORD TO WS-MINOR-FIRST-NAME
           MOVE LAST-NAME OF CUSTOMER-RECORD TO WS-MINOR-LAST-NAME
           MOVE SSN-EIN OF CUSTOMER-RECORD TO WS-MINOR-SSN

           PERFORM REFRESH-TERMINATION-DATE THRU
               REFRESH-TERMINATION-EXIT

           IF UR-TERMINATION-DATE NOT NUMERIC
               GO TO WORK-ONE-NEXT
           END-IF

           IF UR-TERMINATION-DATE <= WS-TODAY-DATE
               PERFORM PROCESS-TERMINATION THRU
                   PROCESS-TERMINATION-EXIT
           ELSE
               IF UR-ACTIVE
                  AND UR-TERMINATION-DATE <= WS-HORIZON-DATE
                   PERFORM SEND-MAJORITY-NOTICES
               END-IF
           END-IF

           PERFORM GET-CURRENT-TIMESTAMP
           MOVE WS-TIMESTAMP TO UPDATED-TIMESTAMP OF UTMAREG-RECORD
           MOVE 'UTMABAT ' TO UPDATED-BY OF UTMAREG-RECORD
           REWRITE UTMAREG-RECORD
           IF WS-UR-STATUS NOT = '00'
               ADD 1 TO WS-EXCEPTION-COUNT
               DISPLAY 'UTMABAT: UNABLE TO REWRITE REGISTRATION '
                   UR-ACCOUNT-ID ', STATUS = ' WS-UR-STATUS
           END-IF.

       WORK-ONE-NEXT.
           READ UTMAREG-FILE NEXT RECORD.

       WORK-ONE-EXIT.
           EXIT.

       REFRESH-TERMINATION-DATE.
      *    SAME RULE AS UTMAMNT: THE DONOR'S ELECTED AGE WHERE ONE WAS
      *    ACCEPTED, OTHERWISE THE STATE'S AGE FOR THE ACT. A FEBRUARY
      *    29 BIRTHDAY FALLS ON MARCH 1 IN A COMMON YEAR.
           MOVE 'N' TO WS-AGE-FOUND-SW
           IF MAJAGE-AVAILABLE
               MOVE UR-STATE TO MA-STATE
               READ MAJAGE-FILE
               IF WS-MA-STATUS = '00'
                   IF UR-UTMA-ACT
                       MOVE MA-UTMA-AGE TO WS-TERM-AGE
                   ELSE
                       MOVE MA-UGMA-AGE TO WS-TERM-AGE
                   END-IF
                   IF WS-TERM-AGE NOT = ZERO
                       MOVE 'Y' TO WS-AGE-FOUND-SW
                   END-IF
               END-IF
           END-IF

           IF NOT AGE-FOUND
               IF MAJAGE-AVAILABLE
                   ADD 1 TO WS-EXCEPTION-COUNT
                   DISPLAY 'UTMABAT: NO ' UR-ACT ' AGE FOR STATE '
                       UR-STATE ' - ACCOUNT ' UR-ACCOUNT-ID
                       ' KEEPS ' UR-TERMINATION-DATE
               END-IF
               GO TO REFRESH-TERMINATION-EXIT
           END-IF

           IF DATE-OF-BIRTH OF CUSTOMER-RECORD NOT NUMERIC
               ADD 1 TO WS-EXCEPTION-COUNT
               DISPLAY 'UTMABAT: NO DATE OF BIRTH FOR MINOR '
                   UR-MINOR-ID ' - ACCOUNT ' UR-ACCOUNT-ID
                   ' KEEPS ' UR-TERMINATION-DATE
               GO TO REFRESH-TERMINATION-EXIT
           END-IF

           IF UR-ELECTED-AGE NUMERIC
              AND UR-ELECTED-AGE NOT = ZERO
               MOVE UR-ELECTED-AGE TO WS-TERM-AGE
           END-IF

           MOVE DATE-OF-BIRTH OF CUSTOMER-RECORD TO WS-BIRTH-DATE
           COMPUTE WS-TERM-YEAR = WS-BIRTH-YEAR + WS-TERM-AGE
           MOVE WS-BIRTH-MMDD TO WS-TERM-MMDD
           IF WS-TERM-MMDD = '0229'
               DIVIDE WS-TERM-YEAR BY 4 GIVING WS-LEAP-QUOTIENT
                   REMAINDER WS-LEAP-REMAINDER
               IF WS-LEAP-REMAINDER NOT = ZERO
                   MOVE '0301' TO WS-TERM-MMDD
               END-IF
           END-IF

           MOVE WS-TERM-AGE TO UR-TERMINATION-AGE
           MOVE WS-TERM-DATE TO UR-TERMINATION-DATE.

       REFRESH-TERMINATION-EXIT.
           EXIT.

       SEND-MAJORITY-NOTICES.
           MOVE SPACES TO WS-NOTICE-EVENT-DATA
           STRING 'MAJORITY ' UR-TERMINATION-DATE
                  ' UNDER ' UR-STATE ' ' UR-ACT
                  DELIMITED BY SIZE
                  INTO WS-NOTICE-EVENT-DATA
           END-STRING
           MOVE UR-ACCOUNT-ID TO WS-NOTICE-ACCOUNT-ID
           MOVE 'UTMAMAJC' TO WS-NOTICE-TYPE
           MOVE UR-CUSTODIAN-ID TO WS-NOTICE-CUSTOMER-ID
           PERFORM WRITE-NOTIFICATION THRU WRITE-NOTIFICATION-EXIT
           MOVE 'UTMAMAJM' TO WS-NOTICE-TYPE
           MOVE UR-MINOR-ID TO WS-NOTICE-CUSTOMER-ID
           PERFORM WRITE-NOTIFICATION THRU WRITE-NOTIFICATION-EXIT

           SET UR-NOTIFIED TO TRUE
           MOVE WS-TODAY-DATE TO UR-NOTICE-DATE
           ADD 1 TO WS-NOTIFIED-COUNT.

       PROCESS-TERMINATION.
      *    DUAL CONTROL ON THE RE-REGISTRATION: RC 00 FROM CONSUM IS
      *    AN APPROVED ITEM, RC 01 MEANS THE QUEUE IS NOT IN USE;
      *    EITHER WAY THE ACCOUNT IS RE-REGISTERED NOW. OTHERWISE THE
      *    ITEM IS SUBMITTED (A REPEAT WHILE PENDING IS HARMLESS) AND
      *    WAITS FOR THE NEXT RUN AFTER APPROVAL.
           MOVE SPACES TO WS-REREG-DETAIL
           STRING 'RE-REGISTER TO FORMER MINOR ' UR-MINOR-ID
                  DELIMITED BY SIZE
                  INTO WS-REREG-DETAIL
           END-STRING

           MOVE SPACES TO WS-APPRVQ-RECORD
           MOVE UR-ACCOUNT-ID TO AP-ACCOUNT-ID OF WS-APPRVQ-RECORD
           SET AP-OP-REREG OF WS-APPRVQ-RECORD TO TRUE
           MOVE ZERO TO AP-AMOUNT OF WS-APPRVQ-RECORD
           MOVE WS-REREG-DETAIL TO AP-DETAIL OF WS-APPRVQ-RECORD
           MOVE 'CONSUM' TO WS-APPRVQ-OPERATION
           CALL 'APPRVQ' USING WS-APPRVQ-OPERATION,
                                WS-APPRVQ-RECORD,
                                WS-APPRVQ-CHECKER,
                                WS-APPRVQ-RETURN-CODE

           IF WS-APPRVQ-RETURN-CODE = 00
              OR WS-APPRVQ-RETURN-CODE = 01
               PERFORM REREGISTER-ACCOUNT THRU REREGISTER-ACCOUNT-EXIT
               GO TO PROCESS-TERMINATION-EXIT
           END-IF

           MOVE SPACES TO WS-APPRVQ-RECORD
           MOVE UR-ACCOUNT-ID TO AP-ACCOUNT-ID OF WS-APPRVQ-RECORD
           SET AP-OP-REREG OF WS-APPRVQ-RECORD TO TRUE
           MOVE ZERO TO AP-AMOUNT OF WS-APPRVQ-RECORD
           MOVE WS-REREG-DETAIL TO AP-DETAIL OF WS-APPRVQ-RECORD
           MOVE 'UTMABAT ' TO AP-MAKER-ID OF WS-APPRVQ-RECORD
           MOVE 'SUBMIT' TO WS-APPRVQ-OPERATION
           CALL 'APPRVQ' USING WS-APPRVQ-OPERATION,
                                WS-APPRVQ-RECORD,
                                WS-APPRVQ-CHECKER,
                                WS-APPRVQ-RETURN-CODE

           IF UR-REREG-QUEUED
               GO TO PROCESS-TERMINATION-EXIT
           END-IF

      *    FIRST TIME QUEUED - BOTH PARTIES ARE TOLD THE
      *    CUSTODIANSHIP HAS ENDED.
           MOVE SPACES TO WS-NOTICE-EVENT-DATA
           STRING 'CUSTODIANSHIP ENDED ' UR-TERMINATION-DATE
                  ' ' UR-STATE ' ' UR-ACT
                  DELIMITED BY SIZE
                  INTO WS-NOTICE-EVENT-DATA
           END-STRING
           MOVE UR-ACCOUNT-ID TO WS-NOTICE-ACCOUNT-ID
           MOVE 'UTMATRMC' TO WS-NOTICE-TYPE
           MOVE UR-CUSTODIAN-ID TO WS-NOTICE-CUSTOMER-ID
           PERFORM WRITE-NOTIFICATION THRU WRITE-NOTIFICATION-EXIT
           MOVE 'UTMATRMM' TO WS-NOTICE-TYPE
           MOVE UR-MINOR-ID TO WS-NOTICE-CUSTOMER-ID
           PERFORM WRITE-NOTIFICATION THRU WRITE-NOTIFICATION-EXIT

           SET UR-REREG-QUEUED TO TRUE
           MOVE WS-TODAY-DATE TO UR-QUEUED-DATE
           ADD 1 TO WS-QUEUED-COUNT.

       PROCESS-TERMINATION-EXIT.
           EXIT.

       REREGISTER-ACCOUNT.
           MOVE SPACES TO WS-ACCTMGMT-ACCOUNT
           MOVE UR-ACCOUNT-ID TO ACCOUNT-ID OF WS-ACCTMGMT-ACCOUNT
           MOVE 'READ  ' TO WS-ACCTMGMT-OPERATION
           PERFORM CALL-ACCTMGMT
           IF WS-ACCTMGMT-RETURN-CODE NOT = 00
               ADD 1 TO WS-EXCEPTION-COUNT
               DISPLAY 'UTMABAT: ACCOUNT ' UR-ACCOUNT-ID
                   ' NOT READ FOR RE-REGISTRATION, RC = '
                   WS-ACCTMGMT-RETURN-CODE
               GO TO REREGISTER-ACCOUNT-EXIT
           END-IF

      *    THE FORMER MINOR NOW OWNS THE ACCOUNT OUTRIGHT - OWNER OF
      *    RECORD, TITLE AND TAX ID ALL CHANGE IN ONE VERSIONED UPDATE.
           MOVE UR-MINOR-ID TO CUSTOMER-ID OF WS-ACCTMGMT-ACCOUNT
           MOVE SPACES TO ACCOUNT-NAME OF WS-ACCTMGMT-ACCOUNT
           STRING WS-MINOR-FIRST-NAME DELIMITED BY '  '
                  ' ' DELIMITED BY SIZE
                  WS-MINOR-LAST-NAME DELIMITED BY '  '
                  INTO ACCOUNT-NAME OF WS-ACCTMGMT-ACCOUNT
           END-STRING
           MOVE WS-MINOR-SSN TO TAX-ID OF WS-ACCTMGMT-ACCOUNT
           MOVE 'UTMABAT ' TO UPDATED-BY OF WS-ACCTMGMT-ACCOUNT
           MOVE 'UPDATE' TO WS-ACCTMGMT-OPERATION
           PERFORM CALL-ACCTMGMT
           IF WS-ACCTMGMT-RETURN-CODE NOT = 00
               ADD 1 TO WS-EXCEPTION-COUNT
               DISPLAY 'UTMABAT: RE-REGISTRATION OF ' UR-ACCOUNT-ID
                   ' REFUSED, RC = ' WS-ACCTMGMT-RETURN-CODE
               GO TO REREGISTER-ACCOUNT-EXIT
           END-IF

           MOVE SPACES TO WS-ACCTOWN-RECORD
           MOVE UR-ACCOUNT-ID TO AO-ACCOUNT-ID OF WS-ACCTOWN-RECORD
           MOVE UR-CUSTODIAN-ID TO AO-CUSTOMER-ID OF WS-ACCTOWN-RECORD
           MOVE 'OWNDEL' TO WS-ACCTMGMT-OPERATION
           PERFORM CALL-ACCTMGMT

           MOVE SPACES TO WS-ACCTOWN-RECORD
           MOVE UR-ACCOUNT-ID TO AO-ACCOUNT-ID OF WS-ACCTOWN-RECORD
           MOVE UR-MINOR-ID TO AO-CUSTOMER-ID OF WS-ACCTOWN-RECORD
           SET AO-PRIMARY-OWNER OF WS-ACCTOWN-RECORD TO TRUE
           MOVE 100 TO AO-OWNERSHIP-PCT OF WS-ACCTOWN-RECORD
           MOVE 'UTMABAT ' TO CREATED-BY OF WS-ACCTOWN-RECORD
           MOVE 'OWNADD' TO WS-ACCTMGMT-OPERATION
           PERFORM CALL-ACCTMGMT

           SET UR-REREGISTERED TO TRUE
           MOVE WS-TODAY-DATE TO UR-REREG-DATE
           ADD 1 TO WS-REREG-COUNT.

       REREGISTER-ACCOUNT-EXIT.
           EXIT.

       CALL-ACCTMGMT.
           CALL 'ACCTMGMT' USING WS-ACCTMGMT-OPERATION,
                                  WS-ACCTMGMT-ACCOUNT,
                                  WS-ACCTMGMT-RETURN-CODE,
                                  WS-ACCTMGMT-LIST-BUFFER,
                                  WS-ACCTMGMT-REQUEST-ID,
                                  WS-ACCTMGMT-TRANSFER-BUFFER,
                                  WS-ACCTOWN-RECORD.

       FIND-UNREGISTERED-PROCESS.
      *    EVERY CUSTODIAN LINK SHOULD HAVE A REGISTRATION BEHIND IT;
      *    ONE WITHOUT IS AN ACCOUNT WHOSE END DATE NOBODY KNOWS.
           OPEN INPUT ACCTOWN-FILE
           IF WS-OWN-STATUS NOT = '00'
               GO TO FIND-UNREGISTERED-EXIT
           END-IF
           READ ACCTOWN-FILE NEXT RECORD
           PERFORM CHECK-ONE-OWNER-LINK UNTIL ACCTOWN-EOF
           CLOSE ACCTOWN-FILE.

       FIND-UNREGISTERED-EXIT.
           EXIT.

       CHECK-ONE-OWNER-LINK.
           IF AO-CUSTODIAN OF ACCTOWN-RECORD
               MOVE AO-ACCOUNT-ID OF ACCTOWN-RECORD TO UR-ACCOUNT-ID
               READ UTMAREG-FILE
               IF WS-UR-STATUS NOT = '00'
                   ADD 1 TO WS-UNREGISTERED-COUNT
                   DISPLAY 'UTMABAT: CUSTODIAL ACCOUNT '
                       AO-ACCOUNT-ID OF ACCTOWN-RECORD
                       ' HAS NO UTMA/UGMA REGISTRATION'
               END-IF
           END-IF
           READ ACCTOWN-FILE NEXT RECORD.

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
           MOVE WS-NOTICE-ACCOUNT-ID TO NQ-ACCOUNT-ID
           MOVE WS-NOTICE-TYPE TO NQ-NOTICE-TYPE
           MOVE WS-TODAY-DATE TO NQ-CREATED-DATE
           MOVE WS-NOTICE-CUSTOMER-ID TO NQ-CUSTOMER-ID
           MOVE WS-NOTICE-EVENT-DATA TO NQ-EVENT-DATA
           SET NQ-PENDING TO TRUE
           MOVE SPACES TO NQ-SENT-DATE
           WRITE NOTIFQ-RECORD
           CLOSE NOTIFQ-FILE.

       WRITE-NOTIFICATION-EXIT.
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
           CLOSE UTMAREG-FILE
           CLOSE CUSTOMER-FILE
           IF MAJAGE-AVAILABLE
               CLOSE MAJAGE-FILE
           END-IF

           MOVE WS-REVIEWED-COUNT TO WS-REVIEWED-DISPLAY
           MOVE WS-NOTIFIED-COUNT TO WS-NOTIFIED-DISPLAY
           MOVE WS-QUEUED-COUNT TO WS-QUEUED-DISPLAY
           MOVE WS-REREG-COUNT TO WS-REREG-DISPLAY
           MOVE WS-EXCEPTION-COUNT TO WS-EXCEPTION-DISPLAY
           MOVE WS-UNREGISTERED-COUNT TO WS-UNREGISTERED-DISPLAY
           DISPLAY 'UTMABAT: REVIEWED ' WS-REVIEWED-DISPLAY
               ', MAJORITY NOTICES ' WS-NOTIFIED-DISPLAY
               ', QUEUED ' WS-QUEUED-DISPLAY
               ', RE-REGISTERED ' WS-REREG-DISPLAY
           DISPLAY 'UTMABAT: EXCEPTIONS ' WS-EXCEPTION-DISPLAY
               ', CUSTODIAL ACCOUNTS UNREGISTERED '
               WS-UNREGISTERED-DISPLAY.

       END PROGRAM UTMABAT.
