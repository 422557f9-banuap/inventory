       IDENTIFICATION DIVISION.
       PROGRAM-ID. UTMAMNT.
      ******************************************************************
      * PROGRAM: UTMAMNT - UTMA/UGMA CUSTODIAL REGISTRATION
      *          MAINTENANCE
      * VERSION: 1.0
      * DATE: 2026-10-15
      * PURPOSE: MAINTAIN UTMAREG.DAT, THE CUSTODIAL REGISTRATION OF
      *          AN ACCOUNT HELD FOR A MINOR UNDER A STATE'S UNIFORM
      *          TRANSFERS (UTMA) OR GIFTS (UGMA) TO MINORS ACT -
      *          WHO THE CUSTODIAN IS, WHO THE MINOR IS, UNDER WHICH
      *          STATE'S ACT, AND WHEN THE CUSTODIANSHIP ENDS.
      * FUNCTIONS: CREATE, READ, UPDATE, DELETE REGISTRATION ROWS.
      *            CREATE AND UPDATE SET UR-TERMINATION-AGE AND
      *            UR-TERMINATION-DATE FROM THE MINOR'S DATE OF BIRTH
      *            AND THE STATE'S ROW ON MAJAGE.DAT - THE CALLER'S
      *            VALUES ARE NEVER TAKEN. A NON-ZERO UR-ELECTED-AGE
      *            IS ONLY ACCEPTED UNDER UTMA, BETWEEN THE STATE'S
      *            UTMA AGE AND ITS LATEST ELECTABLE AGE. THE
      *            CUSTODIAN'S ACCTOWN.DAT LINK (ROLE 'C') IS ADDED ON
      *            CREATE AND MOVED WHEN UPDATE NAMES A SUCCESSOR
      *            CUSTODIAN, BOTH THROUGH ACCTMGMT'S OWNADD/OWNDEL.
      *            A REGISTRATION ALREADY RE-REGISTERED TO THE FORMER
      *            MINOR CAN NO LONGER BE UPDATED.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT UTMAREG-FILE ASSIGN TO "UTMAREG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS UR-ACCOUNT-ID
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

           SELECT MAJAGE-FILE ASSIGN TO "MAJAGE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MA-STATE
               FILE STATUS IS WS-MA-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  UTMAREG-FILE.
       COPY UTMAREG.

       FD  ACCOUNT-FILE.
       COPY ACCOUNT.

       FD  CUSTOMER-FILE.
       COPY CUSTOMER.

       FD  MAJAGE-FILE.
       COPY MAJAGE.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS                PIC XX.
       01  WS-ACCOUNT-STATUS             PIC XX.
       01  WS-CUSTOMER-STATUS            PIC XX.
       01  WS-MA-STATUS                  PIC XX.

       01  WS-OPERATION                  PIC X(06).
           88  CREATE-OPERATION          VALUE 'CREATE'.
           88  READ-OPERATION            VALUE 'READ  '.
           88  UPDATE-OPERATION          VALUE 'UPDATE'.
           88  DELETE-OPERATION          VALUE 'DELETE'.

       COPY RETURN-CODES REPLACING RC-CODE BY WS-RETURN-CODE.

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

       01  WS-OLD-CUSTODIAN-ID           PIC X(10).

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

      *    THE MINOR'S DATE OF BIRTH AND THE DATE THE CUSTODIANSHIP
      *    ENDS, BUILT AS YYYYMMDD.
       01  WS-BIRTH-DATE.
           05  WS-BIRTH-YEAR             PIC 9(04).
           05  WS-BIRTH-MMDD             PIC X(04).
       01  WS-TERM-DATE.
           05  WS-TERM-YEAR              PIC 9(04).
           05  WS-TERM-MMDD              PIC X(04).
       01  WS-TERM-AGE                   PIC 9(02).
       01  WS-LEAP-QUOTIENT              PIC 9(04).
       01  WS-LEAP-REMAINDER             PIC 9(02).

       LINKAGE SECTION.
       01  LS-OPERATION-CODE             PIC X(06).
       COPY UTMAREG REPLACING UTMAREG-RECORD BY LS-UTMAREG-RECORD.
       01  LS-RETURN-CODE                PIC 9(02).

       PROCEDURE DIVISION USING LS-OPERATION-CODE
                               LS-UTMAREG-RECORD
                               LS-RETURN-CODE.

       MAIN-PROCESS.
           MOVE LS-OPERATION-CODE TO WS-OPERATION

           EVALUATE TRUE
               WHEN CREATE-OPERATION
                   PERFORM CREATE-REGISTRATION-PROCESS THRU
                       CREATE-REGISTRATION-EXIT
               WHEN READ-OPERATION
                   PERFORM READ-REGISTRATION-PROCESS THRU
                       READ-REGISTRATION-EXIT
               WHEN UPDATE-OPERATION
                   PERFORM UPDATE-REGISTRATION-PROCESS THRU
                       UPDATE-REGISTRATION-EXIT
               WHEN DELETE-OPERATION
                   PERFORM DELETE-REGISTRATION-PROCESS THRU
                       DELETE-REGISTRATION-EXIT
               WHEN OTHER
                   MOVE 03 TO WS-RETURN-CODE
           END-EVALUATE

           MOVE WS-RETURN-CODE TO LS-RETURN-CODE
           GOBACK.

       CREATE-REGISTRATION-PROCESS.
           MOVE LS-UTMAREG-RECORD TO UTMAREG-RECORD
           PERFORM VALIDATE-REGISTRATION THRU
               VALIDATE-REGISTRATION-EXIT
           IF WS-RETURN-CODE NOT = 00
               GO TO CREATE-REGISTRATION-EXIT
           END-IF

           OPEN I-O UTMAREG-FILE
           IF WS-FILE-STATUS = '35'
      *        First registration ever written - file has to be
      *        created.
               OPEN OUTPUT UTMAREG-FILE
               CLOSE UTMAREG-FILE
               OPEN I-O UTMAREG-FILE
           END-IF
           IF WS-FILE-STATUS NOT = '00'
               MOVE 04 TO WS-RETURN-CODE
               GO TO CREATE-REGISTRATION-EXIT
           END-IF

           SET UR-ACTIVE OF UTMAREG-RECORD TO TRUE
           MOVE SPACES TO UR-NOTICE-DATE OF UTMAREG-RECORD
           MOVE SPACES TO UR-QUEUED-DATE OF UTMAREG-RECORD
           MOVE SPACES TO UR-REREG-DATE OF UTMAREG-RECORD
           PERFORM GET-CURRENT-TIMESTAMP
           MOVE WS-TIMESTAMP TO CREATED-TIMESTAMP OF UTMAREG-RECORD
           MOVE WS-TIMESTAMP TO UPDATED-TIMESTAMP OF UTMAREG-RECORD
           MOVE CREATED-BY OF UTMAREG-RECORD TO
               UPDATED-BY OF UTMAREG-RECORD

           WRITE UTMAREG-RECORD
           EVALUATE WS-FILE-STATUS
               WHEN '00'
                   MOVE 00 TO WS-RETURN-CODE
                   MOVE UTMAREG-RECORD TO LS-UTMAREG-RECORD
               WHEN '22'
                   MOVE 02 TO WS-RETURN-CODE
               WHEN OTHER
                   MOVE 04 TO WS-RETURN-CODE
           END-EVALUATE

           CLOSE UTMAREG-FILE

           IF WS-RETURN-CODE = 00
               PERFORM LINK-CUSTODIAN-OWNER
           END-IF.

       CREATE-REGISTRATION-EXIT.
           EXIT.

       READ-REGISTRATION-PROCESS.
           OPEN INPUT UTMAREG-FILE
           IF WS-FILE-STATUS NOT = '00'
               MOVE 04 TO WS-RETURN-CODE
               GO TO READ-REGISTRATION-EXIT
           END-IF

           MOVE UR-ACCOUNT-ID OF LS-UTMAREG-RECORD TO
               UR-ACCOUNT-ID OF UTMAREG-RECORD
           READ UTMAREG-FILE
           EVALUATE WS-FILE-STATUS
               WHEN '00'
                   MOVE 00 TO WS-RETURN-CODE
                   MOVE UTMAREG-RECORD TO LS-UTMAREG-RECORD
               WHEN '23'
                   MOVE 01 TO WS-RETURN-CODE
               WHEN OTHER
                   MOVE 04 TO WS-RETURN-CODE
           END-EVALUATE

           CLOSE UTMAREG-FILE.

       READ-REGISTRATION-EXIT.
           EXIT.

       UPDATE-REGISTRATION-PROCESS.
           OPEN I-O UTMAREG-FILE
           IF WS-FILE-STATUS NOT = '00'
               MOVE 04 TO WS-RETURN-CODE
               GO TO UPDATE-REGISTRATION-EXIT
           END-IF

           MOVE UR-ACCOUNT-ID OF LS-UTMAREG-RECORD TO
               UR-ACCOUNT-ID OF UTMAREG-RECORD
           READ UTMAREG-FILE
           IF WS-FILE-STATUS NOT = '00'
               MOVE 01 TO WS-RETURN-CODE
               CLOSE UTMAREG-FILE
               GO TO UPDATE-REGISTRATION-EXIT
           END-IF
           IF UR-REREGISTERED OF UTMAREG-RECORD
               MOVE 03 TO WS-RETURN-CODE
               MOVE UTMAREG-RECORD TO LS-UTMAREG-RECORD
               CLOSE UTMAREG-FILE
               GO TO UPDATE-REGISTRATION-EXIT
           END-IF

      *    THE LIFECYCLE FIELDS BELONG TO UTMABAT - ONLY THE PARTIES,
      *    THE ACT, THE STATE AND THE ELECTED AGE COME FROM THE
      *    CALLER.
           MOVE UR-CUSTODIAN-ID OF UTMAREG-RECORD TO
               WS-OLD-CUSTODIAN-ID
           MOVE UR-CUSTODIAN-ID OF LS-UTMAREG-RECORD TO
               UR-CUSTODIAN-ID OF UTMAREG-RECORD
           MOVE UR-MINOR-ID OF LS-UTMAREG-RECORD TO
               UR-MINOR-ID OF UTMAREG-RECORD
           MOVE UR-ACT OF LS-UTMAREG-RECORD TO UR-ACT OF UTMAREG-RECORD
           MOVE UR-STATE OF LS-UTMAREG-RECORD TO
               UR-STATE OF UTMAREG-RECORD
           MOVE UR-ELECTED-AGE OF LS-UTMAREG-RECORD TO
               UR-ELECTED-AGE OF UTMAREG-RECORD
           MOVE UPDATED-BY OF LS-UTMAREG-RECORD TO
               UPDATED-BY OF UTMAREG-RECORD

           PERFORM VALIDATE-REGISTRATION THRU
               VALIDATE-REGISTRATION-EXIT
           IF WS-RETURN-CODE NOT = 00
               CLOSE UTMAREG-FILE
               GO TO UPDATE-REGISTRATION-EXIT
           END-IF

           PERFORM GET-CURRENT-TIMESTAMP
           MOVE WS-TIMESTAMP TO UPDATED-TIMESTAMP OF UTMAREG-RECORD
           REWRITE UTMAREG-RECORD
           IF WS-FILE-STATUS = '00'
               MOVE 00 TO WS-RETURN-CODE
               MOVE UTMAREG-RECORD TO LS-UTMAREG-RECORD
           ELSE
               MOVE 04 TO WS-RETURN-CODE
           END-IF

           CLOSE UTMAREG-FILE

           IF WS-RETURN-CODE = 00
              AND UR-CUSTODIAN-ID OF UTMAREG-RECORD NOT =
                  WS-OLD-CUSTODIAN-ID
               PERFORM MOVE-CUSTODIAN-OWNER
           END-IF.

       UPDATE-REGISTRATION-EXIT.
           EXIT.

       DELETE-REGISTRATION-PROCESS.
           OPEN I-O UTMAREG-FILE
           IF WS-FILE-STATUS NOT = '00'
               MOVE 04 TO WS-RETURN-CODE
               GO TO DELETE-REGISTRATION-EXIT
           END-IF

           MOVE UR-ACCOUNT-ID OF LS-UTMAREG-RECORD TO
               UR-ACCOUNT-ID OF UTMAREG-RECORD
           READ UTMAREG-FILE
           IF WS-FILE-STATUS = '00'
               DELETE UTMAREG-FILE
               IF WS-FILE-STATUS = '00'
                   MOVE 00 TO WS-RETURN-CODE
               ELSE
                   MOVE 04 TO WS-RETURN-CODE
               END-IF
           ELSE
               MOVE 01 TO WS-RETURN-CODE
           END-IF

           CLOSE UTMAREG-FILE.

       DELETE-REGISTRATION-EXIT.
           EXIT.

       VALIDATE-REGISTRATION.
      *    EVERY PARTY MUST BE ON FILE, THE CUSTODIAN CANNOT BE THE
      *    MINOR, AND THE MINOR'S DATE OF BIRTH AND THE STATE'S
      *    AGE OF MAJORITY MUST BOTH BE KNOWN - WITHOUT THEM THERE IS
      *    NO TERMINATION DATE, WHICH IS HOW ACCOUNTS FOR GROWN ADULTS
      *    WENT UNNOTICED.
           MOVE 00 TO WS-RETURN-CODE
           IF UR-ACCOUNT-ID OF UTMAREG-RECORD = SPACES
              OR UR-CUSTODIAN-ID OF UTMAREG-RECORD = SPACES
              OR UR-MINOR-ID OF UTMAREG-RECORD = SPACES
              OR UR-STATE OF UTMAREG-RECORD = SPACES
              OR NOT UR-VALID-ACT OF UTMAREG-RECORD
              OR UR-CUSTODIAN-ID OF UTMAREG-RECORD =
                 UR-MINOR-ID OF UTMAREG-RECORD
               MOVE 03 TO WS-RETURN-CODE
               GO TO VALIDATE-REGISTRATION-EXIT
           END-IF
           IF UR-ELECTED-AGE OF UTMAREG-RECORD NOT NUMERIC
               MOVE ZERO TO UR-ELECTED-AGE OF UTMAREG-RECORD
           END-IF

           OPEN INPUT ACCOUNT-FILE
           IF WS-ACCOUNT-STATUS NOT = '00'
               MOVE 04 TO WS-RETURN-CODE
               GO TO VALIDATE-REGISTRATION-EXIT
           END-IF
           MOVE UR-ACCOUNT-ID OF UTMAREG-RECORD TO
               ACCOUNT-ID OF ACCOUNT-RECORD
           READ ACCOUNT-FILE
           IF WS-ACCOUNT-STATUS NOT = '00'
               MOVE 01 TO WS-RETURN-CODE
           ELSE
               IF CLOSED-ACCOUNT OF ACCOUNT-RECORD
                   MOVE 03 TO WS-RETURN-CODE
               END-IF
           END-IF
           CLOSE ACCOUNT-FILE
           IF WS-RETURN-CODE NOT = 00
               GO TO VALIDATE-REGISTRATION-EXIT
           END-IF

           OPEN INPUT CUSTOMER-FILE
           IF WS-CUSTOMER-STATUS NOT = '00'
               MOVE 04 TO WS-RETURN-CODE
               GO TO VALIDATE-REGISTRATION-EXIT
           END-IF
           MOVE UR-CUSTODIAN-ID OF UTMAREG-RECORD TO
               CUSTOMER-ID OF CUSTOMER-RECORD
           READ CUSTOMER-FILE
           IF WS-CUSTOMER-STATUS NOT = '00'
               MOVE 01 TO WS-RETURN-CODE
               CLOSE CUSTOMER-FILE
               GO TO VALIDATE-REGISTRATION-EXIT
           END-IF
           MOVE UR-MINOR-ID OF UTMAREG-RECORD TO
               CUSTOMER-ID OF CUSTOMER-RECORD
           READ CUSTOMER-FILE
           IF WS-CUSTOMER-STATUS NOT = '00'
               MOVE 01 TO WS-RETURN-CODE
               CLOSE CUSTOMER-FILE
               GO TO VALIDATE-REGISTRATION-EXIT
           END-IF
           CLOSE CUSTOMER-FILE
           IF DATE-OF-BIRTH OF CUSTOMER-RECORD NOT NUMERIC
               MOVE 03 TO WS-RETURN-CODE
               GO TO VALIDATE-REGISTRATION-EXIT
           END-IF

           OPEN INPUT MAJAGE-FILE
           IF WS-MA-STATUS NOT = '00'
               MOVE 04 TO WS-RETURN-CODE
               GO TO VALIDATE-REGISTRATION-EXIT
           END-IF
           MOVE UR-STATE OF UTMAREG-RECORD TO MA-STATE
           READ MAJAGE-FILE
           IF WS-MA-STATUS NOT = '00'
               MOVE 03 TO WS-RETURN-CODE
               CLOSE MAJAGE-FILE
               GO TO VALIDATE-REGISTRATION-EXIT
           END-IF
           CLOSE MAJAGE-FILE

           PERFORM COMPUTE-TERMINATION-DATE THRU
               COMPUTE-TERMINATION-EXIT.

       VALIDATE-REGISTRATION-EXIT.
           EXIT.

       COMPUTE-TERMINATION-DATE.
      *    EXPECTS THE MINOR'S CUSTOMER-RECORD AND THE STATE'S
      *    MAJAGE-RECORD IN THEIR RECORD AREAS.
           IF UR-UTMA-ACT OF UTMAREG-RECORD
               MOVE MA-UTMA-AGE TO WS-TERM-AGE
           ELSE
               MOVE MA-UGMA-AGE TO WS-TERM-AGE
           END-IF
           IF WS-TERM-AGE = ZERO
      *        The state has no such act.
               MOVE 03 TO WS-RETURN-CODE
               GO TO COMPUTE-TERMINATION-EXIT
           END-IF

           IF UR-ELECTED-AGE OF UTMAREG-RECORD NOT = ZERO
               IF NOT UR-UTMA-ACT OF UTMAREG-RECORD
                  OR UR-ELECTED-AGE OF UTMAREG-RECORD < MA-UTMA-AGE
                  OR UR-ELECTED-AGE OF UTMAREG-RECORD >
                     MA-UTMA-MAX-ELECTED-AGE
                   MOVE 03 TO WS-RETURN-CODE
                   GO TO COMPUTE-TERMINATION-EXIT
               END-IF
               MOVE UR-ELECTED-AGE OF UTMAREG-RECORD TO WS-TERM-AGE
           END-IF

           MOVE DATE-OF-BIRTH OF CUSTOMER-RECORD TO WS-BIRTH-DATE
           COMPUTE WS-TERM-YEAR = WS-BIRTH-YEAR + WS-TERM-AGE
           MOVE WS-BIRTH-MMDD TO WS-TERM-MMDD
      *    A FEBRUARY 29 BIRTHDAY FALLS ON MARCH 1 IN A COMMON YEAR.
           IF WS-TERM-MMDD = '0229'
               DIVIDE WS-TERM-YEAR BY 4 GIVING WS-LEAP-QUOTIENT
                   REMAINDER WS-LEAP-REMAINDER
               IF WS-LEAP-REMAINDER NOT = ZERO
                   MOVE '0301' TO WS-TERM-MMDD
               END-IF
           END-IF

           MOVE WS-TERM-AGE TO UR-TERMINATION-AGE OF UTMAREG-RECORD
           MOVE WS-TERM-DATE TO UR-TERMINATION-DATE OF UTMAREG-RECORD.

       COMPUTE-TERMINATION-EXIT.
           EXIT.

       LINK-CUSTODIAN-OWNER.
      *    THE CUSTODIAN SHOWS ON THE OWNERSHIP CROSS-REFERENCE SO THE
      *    COMPLIANCE SWEEPS SEE THEM. AN EXISTING LINK (RC 02) IS
      *    LEFT AS IT IS.
           MOVE SPACES TO WS-ACCTOWN-RECORD
           MOVE UR-ACCOUNT-ID OF UTMAREG-RECORD TO
               AO-ACCOUNT-ID OF WS-ACCTOWN-RECORD
           MOVE UR-CUSTODIAN-ID OF UTMAREG-RECORD TO
               AO-CUSTOMER-ID OF WS-ACCTOWN-RECORD
           SET AO-CUSTODIAN OF WS-ACCTOWN-RECORD TO TRUE
           MOVE ZERO TO AO-OWNERSHIP-PCT OF WS-ACCTOWN-RECORD
           MOVE UPDATED-BY OF UTMAREG-RECORD TO
               CREATED-BY OF WS-ACCTOWN-RECORD
           MOVE 'OWNADD' TO WS-ACCTMGMT-OPERATION
           PERFORM CALL-ACCTMGMT.

       MOVE-CUSTODIAN-OWNER.
      *    A SUCCESSOR CUSTODIAN TAKES OVER THE OLD ONE'S LINK.
           MOVE SPACES TO WS-ACCTOWN-RECORD
           MOVE UR-ACCOUNT-ID OF UTMAREG-RECORD TO
               AO-ACCOUNT-ID OF WS-ACCTOWN-RECORD
           MOVE WS-OLD-CUSTODIAN-ID TO
               AO-CUSTOMER-ID OF WS-ACCTOWN-RECORD
           MOVE 'OWNDEL' TO WS-ACCTMGMT-OPERATION
           PERFORM CALL-ACCTMGMT
           PERFORM LINK-CUSTODIAN-OWNER.

       CALL-ACCTMGMT.
           CALL 'ACCTMGMT' USING WS-ACCTMGMT-OPERATION,
                                  WS-ACCTMGMT-ACCOUNT,
                                  WS-ACCTMGMT-RETURN-CODE,
                                  WS-ACCTMGMT-LIST-BUFFER,
                                  WS-ACCTMGMT-REQUEST-ID,
                                  WS-ACCTMGMT-TRANSFER-BUFFER,
                                  WS-ACCTOWN-RECORD.

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

       END PROGRAM UTMAMNT.
