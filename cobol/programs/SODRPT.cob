       IDENTIFICATION DIVISION.
       PROGRAM-ID. SODRPT.
      ******************************************************************
      * PROGRAM: SODRPT - SEGREGATION-OF-DUTIES VIOLATION REPORT
      * VERSION: 1.0
      * DATE: 2026-10-15
      * PURPOSE: OPERCTL DECIDES WHO MAY SIGN ON AND APPRVQ PUTS A
      *          SECOND PAIR OF EYES ON A FEW OPERATIONS, BUT NEITHER
      *          SEES ONE OPERATOR WALKING A RISKY CHAIN OF STEPS
      *          ALONE. THE NIGHTLY SWEEP COLLECTS EVERY STEP AN
      *          OPERATOR TOOK ON A CUSTOMER OVER THE LOOKBACK (THE
      *          WIDEST WINDOW ON THE RULE TABLE) FROM:
      *          - THE CHANGE HISTORY (ACCTHIST.DAT - ADDRESS AND
      *            OTHER CUSTOMER CHANGES, ACCOUNT CHANGES);
      *          - THE AUTHORIZED-PARTY FILE (AUTHPTY.DAT CREATED-BY);
      *          - THE APPROVAL QUEUE (APPRVQ.DAT MAKER AND CHECKER);
      *          - THE INQUIRY AUDIT LOG (INQAUDIT.DAT);
      *          - THE POSTING CREATED-BY FIELDS - ISSUED CHECKS
      *            (CHECKISS.DAT REQUESTED-BY), DISBURSEMENTS
      *            (TRANS.DAT WTH/TRF/DLV) AND ORDERS (ORDERS.DAT);
      *          AND JUDGES TODAY'S STEPS AGAINST THE CONFLICT RULES
      *          ON SODRULE.DAT (MAINTAINED THROUGH SODMNT):
      *          - A PAIR RULE IS BROKEN WHEN TODAY'S STEP IS THE
      *            RULE'S SECOND ACTION AND THE SAME OPERATOR TOOK THE
      *            FIRST ACTION ON THE SAME CUSTOMER WITHIN THE
      *            RULE'S WINDOW OF CALENDAR DAYS;
      *          - A SELF RULE IS BROKEN WHEN TODAY'S STEP IS TAKEN
      *            ON AN EMPLOYEE-RELATED CUSTOMER THAT IS THE
      *            OPERATOR'S OWN (OP-CUSTOMER-ID) OR SHARES ITS
      *            HOUSEHOLD (HSHLD.DAT).
      *          EVERY HIT IS LISTED ON SODRPT.RPT AND FILED ON THE
      *          EXCEPTION REPOSITORY (EXCPQ) AS SOURCE 'SODRPT' FOR
      *          THE COMPLIANCE OFFICER, ONCE PER RULE, OPERATOR AND
      *          CUSTOMER PER RUN.
      * FUNCTIONS: CALLED BY EODDRIVER EVERY NIGHT, OR RUN STANDALONE,
      *            AFTER THE DAY'S POSTING, CHKDISB AND THE ONLINE DAY
      *            HAVE CLOSED. LK-RETURN-CODE: 00 NORMAL (INCLUDING NO
      *            RULES ON FILE), 08 FATAL SETUP ERROR.
      *
      * NOTES: ONLY A CHAIN COMPLETED TODAY IS REPORTED, SO A CHAIN IS
      *        FILED ONCE AND NOT AGAIN ON EVERY NIGHT OF ITS WINDOW.
      *        SEVERAL SOURCES CARRY A DATE BUT NO TIME, SO TWO STEPS
      *        ON THE SAME DAY COUNT AS A CHAIN IN EITHER ORDER.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SODRULE-FILE ASSIGN TO "SODRULE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SR-RULE-ID
               FILE STATUS IS WS-RULE-STATUS.

           SELECT ACCTHIST-FILE ASSIGN TO "ACCTHIST.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.

           SELECT AUTHPTY-FILE ASSIGN TO "AUTHPTY.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AU-KEY
               FILE STATUS IS WS-AUTH-STATUS.

           SELECT APPRVQ-FILE ASSIGN TO "APPRVQ.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AP-APPROVAL-ID
               FILE STATUS IS WS-APPR-STATUS.

           SELECT INQAUDIT-FILE ASSIGN TO "INQAUDIT.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT CHECKISS-FILE ASSIGN TO "CHECKISS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CK-CHECK-NUMBER
               FILE STATUS IS WS-ISS-STATUS.

           SELECT TRANSACTION-FILE ASSIGN TO "TRANS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRANSACTION-ID
               ALTERNATE RECORD KEY IS ACCOUNT-ID OF
                   TRANSACTION-RECORD WITH DUPLICATES
               ALTERNATE RECORD KEY IS SECURITY-SYMBOL OF
                   TRANSACTION-RECORD WITH DUPLICATES
               FILE STATUS IS WS-TRANS-STATUS.

           SELECT ORDER-FILE ASSIGN TO "ORDERS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ORDER-ID OF ORDER-RECORD
               ALTERNATE RECORD KEY IS ACCOUNT-ID OF ORDER-RECORD
                   WITH DUPLICATES
               FILE STATUS IS WS-ORD-STATUS.

           SELECT ACCOUNT-FILE ASSIGN TO "ACCOUNT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCOUNT-ID OF ACCOUNT-RECORD
               FILE STATUS IS WS-ACCT-STATUS.

           SELECT CUSTOMER-FILE ASSIGN TO "CUSTOMER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUSTOMER-ID OF CUSTOMER-RECORD
               FILE STATUS IS WS-CUST-STATUS.

           SELECT OPERATOR-FILE ASSIGN TO "OPERATOR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OP-OPERATOR-ID
               FILE STATUS IS WS-OPER-STATUS.

           SELECT HSHLD-FILE ASSIGN TO "HSHLD.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HH-KEY
               FILE STATUS IS WS-HSHLD-STATUS.

           SELECT SODRPT-RPT-FILE ASSIGN TO "SODRPT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SODRULE-FILE.
       COPY SODRULE.

       FD  ACCTHIST-FILE.
       COPY ACCTHIST.

       FD  AUTHPTY-FILE.
       COPY AUTHPTY.

       FD  APPRVQ-FILE.
       COPY APPRVREC.

       FD  INQAUDIT-FILE.
       01  INQAUDIT-RECORD.
           05  IA-TIMESTAMP              PIC X(26).
           05  IA-OPERATOR-ID            PIC X(08).
           05  IA-ACCOUNT-ID             PIC X(12).
           05  FILLER                    PIC X(10).

       FD  CHECKISS-FILE.
       COPY CHECKISS.

       FD  TRANSACTION-FILE.
       COPY TRANSACTION.

       FD  ORDER-FILE.
       COPY ORDER.

       FD  ACCOUNT-FILE.
       COPY ACCOUNT.

       FD  CUSTOMER-FILE.
       COPY CUSTOMER.

       FD  OPERATOR-FILE.
       COPY OPERATOR.

       FD  HSHLD-FILE.
       COPY HSHLD.

       FD  SODRPT-RPT-FILE.
       01  SODRPT-RPT-LINE               PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-RULE-STATUS                PIC XX.
       01  WS-HIST-STATUS                PIC XX.
       01  WS-AUTH-STATUS                PIC XX.
       01  WS-APPR-STATUS                PIC XX.
       01  WS-AUDIT-STATUS               PIC XX.
       01  WS-ISS-STATUS                 PIC XX.
       01  WS-TRANS-STATUS               PIC XX.
       01  WS-ORD-STATUS                 PIC XX.
       01  WS-ACCT-STATUS                PIC XX.
       01  WS-CUST-STATUS                PIC XX.
       01  WS-OPER-STATUS                PIC XX.
       01  WS-HSHLD-STATUS               PIC XX.
       01  WS-RPT-STATUS                 PIC XX.

       01  WS-SOURCE-EOF-SW              PIC X(01).
           88  SOURCE-EOF                VALUE 'Y'.

       01  WS-CURRENT-DATE.
           05  WS-CURRENT-YEAR           PIC 9(04).
           05  WS-CURRENT-MONTH          PIC 9(02).
           05  WS-CURRENT-DAY            PIC 9(02).
       01  WS-TODAY REDEFINES WS-CURRENT-DATE PIC X(08).
       01  WS-TODAY-NUM REDEFINES WS-CURRENT-DATE PIC 9(08).

       01  WS-TODAY-INT                  PIC 9(08).
       01  WS-LOOKBACK-DAYS              PIC 9(03).
       01  WS-FIRST-DAY-INT              PIC 9(08).

      *----------------------------------------------------------------
      * THE ACTIVE CONFLICT RULES, LOADED FROM SODRULE.DAT.
      *----------------------------------------------------------------
       01  WS-MAX-RULES                  PIC 9(03) VALUE 050.
       01  WS-RULE-COUNT                 PIC 9(03) VALUE ZERO.
       01  WS-RULE-INDEX                 PIC 9(03).
       01  WS-RULE-TABLE.
           05  WS-RULE-ENTRY OCCURS 50 TIMES.
               10  WS-RL-RULE-ID         PIC X(06).
               10  WS-RL-RULE-TYPE       PIC X(01).
                   88  WS-RL-PAIR-RULE   VALUE 'P'.
                   88  WS-RL-SELF-RULE   VALUE 'S'.
               10  WS-RL-FIRST-ACTION    PIC X(08).
               10  WS-RL-SECOND-ACTION   PIC X(08).
               10  WS-RL-WINDOW-DAYS     PIC 9(03).
               10  WS-RL-SEVERITY        PIC X(01).
               10  WS-RL-DESCRIPTION     PIC X(40).

      *----------------------------------------------------------------
      * EVERY STEP AN OPERATOR TOOK ON A CUSTOMER OVER THE LOOKBACK.
      *----------------------------------------------------------------
       01  WS-MAX-EVENTS                 PIC 9(04) VALUE 2000.
       01  WS-EVENT-COUNT                PIC 9(04) VALUE ZERO.
       01  WS-EVENT-INDEX                PIC 9(04).
       01  WS-PAIR-INDEX                 PIC 9(04).
       01  WS-MATCH-INDEX                PIC 9(04).
       01  WS-EVENT-OVERFLOW-SW          PIC X(01) VALUE 'N'.
           88  EVENT-TABLE-FULL          VALUE 'Y'.
       01  WS-EVENT-TABLE.
           05  WS-EVENT-ENTRY OCCURS 2000 TIMES.
               10  WS-EV-OPERATOR        PIC X(08).
               10  WS-EV-ACTION          PIC X(08).
               10  WS-EV-CUSTOMER-ID     PIC X(10).
               10  WS-EV-ACCOUNT-ID      PIC X(12).
               10  WS-EV-DATE            PIC X(08).
               10  WS-EV-DAY-INT         PIC 9(08).

      *    THE STEP BEING OFFERED TO THE TABLE BY A COLLECTOR.
       01  WS-NEW-OPERATOR               PIC X(08).
       01  WS-NEW-ACTION                 PIC X(08).
       01  WS-NEW-CUSTOMER-ID            PIC X(10).
       01  WS-NEW-ACCOUNT-ID             PIC X(12).
       01  WS-NEW-DATE                   PIC X(08).
       01  WS-NEW-DATE-NUM REDEFINES WS-NEW-DATE PIC 9(08).
       01  WS-NEW-DAY-INT                PIC 9(08).

      *    ONE FILING PER RULE, OPERATOR AND CUSTOMER PER RUN.
       01  WS-MAX-HITS                   PIC 9(03) VALUE 500.
       01  WS-HIT-COUNT                  PIC 9(03) VALUE ZERO.
       01  WS-HIT-INDEX                  PIC 9(03).
       01  WS-HIT-FOUND-SW               PIC X(01).
           88  HIT-ALREADY-FILED         VALUE 'Y'.
       01  WS-HIT-TABLE.
           05  WS-HIT-ENTRY OCCURS 500 TIMES.
               10  WS-HT-RULE-ID         PIC X(06).
               10  WS-HT-OPERATOR        PIC X(08).
               10  WS-HT-CUSTOMER-ID     PIC X(10).

       COPY CUSTOMER REPLACING CUSTOMER-RECORD BY WS-BEFORE-CUSTOMER.
       COPY CUSTOMER REPLACING CUSTOMER-RECORD BY WS-AFTER-CUSTOMER.
       COPY ACCOUNT REPLACING ACCOUNT-RECORD BY WS-AFTER-ACCOUNT.

       01  WS-OWN-ACCOUNT-SW             PIC X(01).
           88  OWN-ACCOUNT               VALUE 'Y'.
       01  WS-OWN-HOUSEHOLD              PIC X(10).
       01  WS-WORK-HOUSEHOLD             PIC X(10).
       01  WS-LOOKUP-CUSTOMER            PIC X(10).
       01  WS-HH-SCAN-DONE-SW            PIC X(01).
           88  HH-SCAN-DONE              VALUE 'Y'.

       01  WS-FIRST-ACTION-TEXT          PIC X(08).
       01  WS-FIRST-DATE-TEXT            PIC X(08).

       01  WS-EXCPQ-OPERATION            PIC X(06) VALUE 'FILE  '.
       01  WS-EXCPQ-RETURN-CODE          PIC 9(02).
       COPY EXCPREC REPLACING EXCPQ-RECORD BY WS-EXCPQ-RECORD.

       01  WS-VIOLATION-COUNT            PIC 9(07) COMP.
       01  WS-FILED-COUNT                PIC 9(07) COMP.
       01  WS-EVENT-DISPLAY              PIC ZZZZZZ9.
       01  WS-RULE-DISPLAY               PIC ZZZZZZ9.
       01  WS-HIT-DISPLAY                PIC ZZZZZZ9.
       01  WS-FILED-DISPLAY              PIC ZZZZZZ9.

       LINKAGE SECTION.
       01  LK-RETURN-CODE                PIC 9(02).

       PROCEDURE DIVISION USING LK-RETURN-CODE.
       MAIN-PROCESS.
           MOVE 00 TO LK-RETURN-CODE
           PERFORM INITIALIZE-PROCESS
           PERFORM LOAD-RULES-PROCESS THRU LOAD-RULES-EXIT
           PERFORM COLLECT-HISTORY-STEPS THRU COLLECT-HISTORY-EXIT
           PERFORM COLLECT-AUTHPTY-STEPS THRU COLLECT-AUTHPTY-EXIT
           PERFORM COLLECT-APPROVAL-STEPS THRU COLLECT-APPROVAL-EXIT
           PERFORM COLLECT-INQUIRY-STEPS THRU COLLECT-INQUIRY-EXIT
           PERFORM COLLECT-CHECK-STEPS THRU COLLECT-CHECK-EXIT
           PERFORM COLLECT-DISBURSE-STEPS THRU COLLECT-DISBURSE-EXIT
           PERFORM COLLECT-ORDER-STEPS THRU COLLECT-ORDER-EXIT
           PERFORM APPLY-ONE-RULE
               VARYING WS-RULE-INDEX FROM 1 BY 1
               UNTIL WS-RULE-INDEX > WS-RULE-COUNT
           PERFORM FINALIZE-PROCESS
           GOBACK.

       INITIALIZE-PROCESS.
           MOVE ZERO TO WS-VIOLATION-COUNT
           MOVE ZERO TO WS-FILED-COUNT
           MOVE ZERO TO WS-RULE-COUNT
           MOVE ZERO TO WS-EVENT-COUNT
           MOVE ZERO TO WS-HIT-COUNT
           MOVE ZERO TO WS-LOOKBACK-DAYS
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-NUM)

           OPEN INPUT SODRULE-FILE
           IF WS-RULE-STATUS NOT = '00'
               DISPLAY 'SODRPT: NO SODRULE.DAT ON FILE - NO RULES '
                   'TO CHECK'
               GOBACK
           END-IF

           OPEN OUTPUT SODRPT-RPT-FILE
           IF WS-RPT-STATUS NOT = '00'
               DISPLAY 'SODRPT: UNABLE TO OPEN SODRPT.RPT, STATUS = '
                   WS-RPT-STATUS
               CLOSE SODRULE-FILE
               MOVE 08 TO LK-RETURN-CODE
               GOBACK
           END-IF

           OPEN INPUT ACCOUNT-FILE
           OPEN INPUT CUSTOMER-FILE
           OPEN INPUT OPERATOR-FILE
           OPEN INPUT HSHLD-FILE

           MOVE SPACES TO SODRPT-RPT-LINE
           STRING 'SEGREGATION-OF-DUTIES VIOLATIONS FOR '
                  DELIMITED BY SIZE
                  WS-TODAY DELIMITED BY SIZE
                  INTO SODRPT-RPT-LINE
           END-STRING
           WRITE SODRPT-RPT-LINE
           MOVE SPACES TO SODRPT-RPT-LINE
           STRING 'RULE   OPERATOR CUSTOMER   ACCOUNT      '
                  DELIMITED BY SIZE
                  'FIRST    ON       THEN     ON       DESCRIPTION'
                  DELIMITED BY SIZE
                  INTO SODRPT-RPT-LINE
           END-STRING
           WRITE SODRPT-RPT-LINE.

      *----------------------------------------------------------------
      * LOAD THE ACTIVE RULES; THE WIDEST PAIR WINDOW SETS HOW FAR
      * BACK THE STEPS ARE COLLECTED.
      *----------------------------------------------------------------
       LOAD-RULES-PROCESS.
           MOVE 'N' TO WS-SOURCE-EOF-SW
           READ SODRULE-FILE NEXT RECORD
           IF WS-RULE-STATUS NOT = '00'
               SET SOURCE-EOF TO TRUE
           END-IF
           PERFORM LOAD-ONE-RULE UNTIL SOURCE-EOF
           CLOSE SODRULE-FILE

           COMPUTE WS-FIRST-DAY-INT = WS-TODAY-INT - WS-LOOKBACK-DAYS.

       LOAD-RULES-EXIT.
           EXIT.

       LOAD-ONE-RULE.
           IF SR-ACTIVE
              AND WS-RULE-COUNT < WS-MAX-RULES
               ADD 1 TO WS-RULE-COUNT
               MOVE SR-RULE-ID TO WS-RL-RULE-ID(WS-RULE-COUNT)
               MOVE SR-RULE-TYPE TO WS-RL-RULE-TYPE(WS-RULE-COUNT)
               MOVE SR-FIRST-ACTION TO
                   WS-RL-FIRST-ACTION(WS-RULE-COUNT)
               MOVE SR-SECOND-ACTION TO
                   WS-RL-SECOND-ACTION(WS-RULE-COUNT)
               MOVE SR-WINDOW-DAYS TO
                   WS-RL-WINDOW-DAYS(WS-RULE-COUNT)
               MOVE SR-SEVERITY TO WS-RL-SEVERITY(WS-RULE-COUNT)
               MOVE SR-DESCRIPTION TO
                   WS-RL-DESCRIPTION(WS-RULE-COUNT)
               IF SR-PAIR-RULE
                  AND SR-WINDOW-DAYS > WS-LOOKBACK-DAYS
                   MOVE SR-WINDOW-DAYS TO WS-LOOKBACK-DAYS
               END-IF
           END-IF

           READ SODRULE-FILE NEXT RECORD
           IF WS-RULE-STATUS NOT = '00'
               SET SOURCE-EOF TO TRUE
           END-IF.

      *----------------------------------------------------------------
      * CHANGE HISTORY - AN ADDRESS CHANGE IS TOLD FROM ANY OTHER
      * CUSTOMER CHANGE BY COMPARING THE BEFORE AND AFTER IMAGES.
      * MERGE ROWS AND OVERRIDE ROWS ARE NOT STEPS ON A CUSTOMER.
      *----------------------------------------------------------------
       COLLECT-HISTORY-STEPS.
           OPEN INPUT ACCTHIST-FILE
           IF WS-HIST-STATUS NOT = '00'
               DISPLAY 'SODRPT: NO ACCTHIST.DAT ON FILE - SKIPPED'
               GO TO COLLECT-HISTORY-EXIT
           END-IF

           MOVE 'N' TO WS-SOURCE-EOF-SW
           READ ACCTHIST-FILE
               AT END SET SOURCE-EOF TO TRUE
           END-READ
           PERFORM COLLECT-ONE-HISTORY UNTIL SOURCE-EOF
           CLOSE ACCTHIST-FILE.

       COLLECT-HISTORY-EXIT.
           EXIT.

       COLLECT-ONE-HISTORY.
           MOVE HIST-CHANGED-BY TO WS-NEW-OPERATOR
           MOVE HIST-CHANGED-TIMESTAMP(1:4) TO WS-NEW-DATE(1:4)
           MOVE HIST-CHANGED-TIMESTAMP(6:2) TO WS-NEW-DATE(5:2)
           MOVE HIST-CHANGED-TIMESTAMP(9:2) TO WS-NEW-DATE(7:2)
           MOVE SPACES TO WS-NEW-ACCOUNT-ID
           MOVE SPACES TO WS-NEW-CUSTOMER-ID

           EVALUATE TRUE
               WHEN HIST-IS-CUSTOMER
                   MOVE HIST-BEFORE-IMAGE TO WS-BEFORE-CUSTOMER
                   MOVE HIST-AFTER-IMAGE TO WS-AFTER-CUSTOMER
                   MOVE HIST-ENTITY-ID TO WS-NEW-CUSTOMER-ID
                   MOVE 'CUSTUPD ' TO WS-NEW-ACTION
                   IF HIST-BEFORE-IMAGE NOT = SPACES
                      AND HIST-AFTER-IMAGE NOT = SPACES
                      AND (ADDRESS-LINE1 OF WS-BEFORE-CUSTOMER NOT =
                               ADDRESS-LINE1 OF WS-AFTER-CUSTOMER
                        OR ADDRESS-LINE2 OF WS-BEFORE-CUSTOMER NOT =
                               ADDRESS-LINE2 OF WS-AFTER-CUSTOMER
                        OR CITY OF WS-BEFORE-CUSTOMER NOT =
                               CITY OF WS-AFTER-CUSTOMER
                        OR STATE OF WS-BEFORE-CUSTOMER NOT =
                               STATE OF WS-AFTER-CUSTOMER
                        OR ZIP-CODE OF WS-BEFORE-CUSTOMER NOT =
                               ZIP-CODE OF WS-AFTER-CUSTOMER
                        OR COUNTRY OF WS-BEFORE-CUSTOMER NOT =
                               COUNTRY OF WS-AFTER-CUSTOMER)
                       MOVE 'ADDRCHG ' TO WS-NEW-ACTION
                   END-IF
                   PERFORM ADD-ONE-STEP THRU ADD-ONE-STEP-EXIT
               WHEN HIST-IS-ACCOUNT
                   IF HIST-AFTER-IMAGE NOT = SPACES
                       MOVE HIST-AFTER-IMAGE TO WS-AFTER-ACCOUNT
                   ELSE
                       MOVE HIST-BEFORE-IMAGE TO WS-AFTER-ACCOUNT
                   END-IF
                   MOVE HIST-ENTITY-ID TO WS-NEW-ACCOUNT-ID
                   MOVE CUSTOMER-ID OF WS-AFTER-ACCOUNT TO
                       WS-NEW-CUSTOMER-ID
                   MOVE 'ACCTUPD ' TO WS-NEW-ACTION
                   PERFORM ADD-ONE-STEP THRU ADD-ONE-STEP-EXIT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           READ ACCTHIST-FILE
               AT END SET SOURCE-EOF TO TRUE
           END-READ.

       COLLECT-AUTHPTY-STEPS.
           OPEN INPUT AUTHPTY-FILE
           IF WS-AUTH-STATUS NOT = '00'
               DISPLAY 'SODRPT: NO AUTHPTY.DAT ON FILE - SKIPPED'
               GO TO COLLECT-AUTHPTY-EXIT
           END-IF

           MOVE 'N' TO WS-SOURCE-EOF-SW
           READ AUTHPTY-FILE NEXT RECORD
           IF WS-AUTH-STATUS NOT = '00'
               SET SOURCE-EOF TO TRUE
           END-IF
           PERFORM COLLECT-ONE-AUTHPTY UNTIL SOURCE-EOF
           CLOSE AUTHPTY-FILE.

       COLLECT-AUTHPTY-EXIT.
           EXIT.

       COLLECT-ONE-AUTHPTY.
           MOVE CREATED-BY OF AUTHPTY-RECORD TO WS-NEW-OPERATOR
           MOVE 'AUTHADD ' TO WS-NEW-ACTION
           MOVE AU-ACCOUNT-ID TO WS-NEW-ACCOUNT-ID
           MOVE SPACES TO WS-NEW-CUSTOMER-ID
           MOVE CREATED-TIMESTAMP OF AUTHPTY-RECORD(1:4) TO
               WS-NEW-DATE(1:4)
           MOVE CREATED-TIMESTAMP OF AUTHPTY-RECORD(6:2) TO
               WS-NEW-DATE(5:2)
           MOVE CREATED-TIMESTAMP OF AUTHPTY-RECORD(9:2) TO
               WS-NEW-DATE(7:2)
           PERFORM ADD-ONE-STEP THRU ADD-ONE-STEP-EXIT

           READ AUTHPTY-FILE NEXT RECORD
           IF WS-AUTH-STATUS NOT = '00'
               SET SOURCE-EOF TO TRUE
           END-IF.

      *----------------------------------------------------------------
      * APPROVAL QUEUE - THE MAKER SUBMITS ON THE CREATED DATE, THE
      * CHECKER APPROVES ON THE DECIDED DATE. A CUSTOMER MERGE CARRIES
      * THE LOSING CUSTOMER-ID WHERE THE ACCOUNT WOULD BE.
      *----------------------------------------------------------------
       COLLECT-APPROVAL-STEPS.
           OPEN INPUT APPRVQ-FILE
           IF WS-APPR-STATUS NOT = '00'
               DISPLAY 'SODRPT: NO APPRVQ.DAT ON FILE - SKIPPED'
               GO TO COLLECT-APPROVAL-EXIT
           END-IF

           MOVE 'N' TO WS-SOURCE-EOF-SW
           READ APPRVQ-FILE NEXT RECORD
           IF WS-APPR-STATUS NOT = '00'
               SET SOURCE-EOF TO TRUE
           END-IF
           PERFORM COLLECT-ONE-APPROVAL UNTIL SOURCE-EOF
           CLOSE APPRVQ-FILE.

       COLLECT-APPROVAL-EXIT.
           EXIT.

       COLLECT-ONE-APPROVAL.
           IF AP-OP-CUSTMRG
               MOVE SPACES TO WS-NEW-ACCOUNT-ID
               MOVE AP-ACCOUNT-ID TO WS-NEW-CUSTOMER-ID
           ELSE
               MOVE AP-ACCOUNT-ID TO WS-NEW-ACCOUNT-ID
               MOVE SPACES TO WS-NEW-CUSTOMER-ID
           END-IF

           MOVE AP-MAKER-ID TO WS-NEW-OPERATOR
           MOVE 'APPRSUBM' TO WS-NEW-ACTION
           MOVE AP-CREATED-DATE TO WS-NEW-DATE
           PERFORM ADD-ONE-STEP THRU ADD-ONE-STEP-EXIT

           IF AP-APPROVED OR AP-EXECUTED
               MOVE AP-CHECKER-ID TO WS-NEW-OPERATOR
               MOVE 'APPROVE ' TO WS-NEW-ACTION
               MOVE AP-DECIDED-DATE TO WS-NEW-DATE
               PERFORM ADD-ONE-STEP THRU ADD-ONE-STEP-EXIT
           END-IF

           READ APPRVQ-FILE NEXT RECORD
           IF WS-APPR-STATUS NOT = '00'
               SET SOURCE-EOF TO TRUE
           END-IF.

       COLLECT-INQUIRY-STEPS.
           OPEN INPUT INQAUDIT-FILE
           IF WS-AUDIT-STATUS NOT = '00'
               DISPLAY 'SODRPT: NO INQAUDIT.DAT ON FILE - SKIPPED'
               GO TO COLLECT-INQUIRY-EXIT
           END-IF

           MOVE 'N' TO WS-SOURCE-EOF-SW
           READ INQAUDIT-FILE
               AT END SET SOURCE-EOF TO TRUE
           END-READ
           PERFORM COLLECT-ONE-INQUIRY UNTIL SOURCE-EOF
           CLOSE INQAUDIT-FILE.

       COLLECT-INQUIRY-EXIT.
           EXIT.

       COLLECT-ONE-INQUIRY.
           MOVE IA-OPERATOR-ID TO WS-NEW-OPERATOR
           MOVE 'INQUIRY ' TO WS-NEW-ACTION
           MOVE IA-ACCOUNT-ID TO WS-NEW-ACCOUNT-ID
           MOVE SPACES TO WS-NEW-CUSTOMER-ID
           MOVE IA-TIMESTAMP(1:4) TO WS-NEW-DATE(1:4)
           MOVE IA-TIMESTAMP(6:2) TO WS-NEW-DATE(5:2)
           MOVE IA-TIMESTAMP(9:2) TO WS-NEW-DATE(7:2)
           PERFORM ADD-ONE-STEP THRU ADD-ONE-STEP-EXIT

           READ INQAUDIT-FILE
               AT END SET SOURCE-EOF TO TRUE
           END-READ.

      *----------------------------------------------------------------
      * ISSUED CHECKS - THE WTH BEHIND A CHECK POSTS UNDER CHKDISB'S
      * OWN NAME, SO THE PERSON IS THE ONE WHO KEYED THE REQUEST.
      *----------------------------------------------------------------
       COLLECT-CHECK-STEPS.
           OPEN INPUT CHECKISS-FILE
           IF WS-ISS-STATUS NOT = '00'
               DISPLAY 'SODRPT: NO CHECKISS.DAT ON FILE - SKIPPED'
               GO TO COLLECT-CHECK-EXIT
           END-IF

           MOVE 'N' TO WS-SOURCE-EOF-SW
           READ CHECKISS-FILE NEXT RECORD
           IF WS-ISS-STATUS NOT = '00'
               SET SOURCE-EOF TO TRUE
           END-IF
           PERFORM COLLECT-ONE-CHECK UNTIL SOURCE-EOF
           CLOSE CHECKISS-FILE.

       COLLECT-CHECK-EXIT.
           EXIT.

       COLLECT-ONE-CHECK.
           MOVE CK-REQUESTED-BY TO WS-NEW-OPERATOR
           MOVE 'CHECKISS' TO WS-NEW-ACTION
           MOVE CK-ACCOUNT-ID TO WS-NEW-ACCOUNT-ID
           MOVE SPACES TO WS-NEW-CUSTOMER-ID
           MOVE CK-ISSUE-DATE TO WS-NEW-DATE
           PERFORM ADD-ONE-STEP THRU ADD-ONE-STEP-EXIT

           READ CHECKISS-FILE NEXT RECORD
           IF WS-ISS-STATUS NOT = '00'
               SET SOURCE-EOF TO TRUE
           END-IF.

       COLLECT-DISBURSE-STEPS.
           OPEN INPUT TRANSACTION-FILE
           IF WS-TRANS-STATUS NOT = '00'
               DISPLAY 'SODRPT: NO TRANS.DAT ON FILE - SKIPPED'
               GO TO COLLECT-DISBURSE-EXIT
           END-IF

           MOVE 'N' TO WS-SOURCE-EOF-SW
           READ TRANSACTION-FILE NEXT RECORD
           IF WS-TRANS-STATUS NOT = '00'
               SET SOURCE-EOF TO TRUE
           END-IF
           PERFORM COLLECT-ONE-DISBURSE UNTIL SOURCE-EOF
           CLOSE TRANSACTION-FILE.

       COLLECT-DISBURSE-EXIT.
           EXIT.

       COLLECT-ONE-DISBURSE.
           IF (WITHDRAWAL-TRANS OF TRANSACTION-RECORD
               OR TRANSFER-TRANS OF TRANSACTION-RECORD
               OR DELIVER-SECURITIES-TRANS OF TRANSACTION-RECORD)
              AND NOT CANCELLED-STATUS OF TRANSACTION-RECORD
               MOVE CREATED-BY OF TRANSACTION-RECORD TO
                   WS-NEW-OPERATOR
               MOVE 'DISBURSE' TO WS-NEW-ACTION
               MOVE ACCOUNT-ID OF TRANSACTION-RECORD TO
                   WS-NEW-ACCOUNT-ID
               MOVE SPACES TO WS-NEW-CUSTOMER-ID
               MOVE TRANSACTION-DATE OF TRANSACTION-RECORD TO
                   WS-NEW-DATE
               PERFORM ADD-ONE-STEP THRU ADD-ONE-STEP-EXIT
           END-IF

           READ TRANSACTION-FILE NEXT RECORD
           IF WS-TRANS-STATUS NOT = '00'
               SET SOURCE-EOF TO TRUE
           END-IF.

       COLLECT-ORDER-STEPS.
           OPEN INPUT ORDER-FILE
           IF WS-ORD-STATUS NOT = '00'
               DISPLAY 'SODRPT: NO ORDERS.DAT ON FILE - SKIPPED'
               GO TO COLLECT-ORDER-EXIT
           END-IF

           MOVE 'N' TO WS-SOURCE-EOF-SW
           READ ORDER-FILE NEXT RECORD
           IF WS-ORD-STATUS NOT = '00'
               SET SOURCE-EOF TO TRUE
           END-IF
           PERFORM COLLECT-ONE-ORDER UNTIL SOURCE-EOF
           CLOSE ORDER-FILE.

       COLLECT-ORDER-EXIT.
           EXIT.

       COLLECT-ONE-ORDER.
           MOVE CREATED-BY OF ORDER-RECORD TO WS-NEW-OPERATOR
           MOVE 'ORDER   ' TO WS-NEW-ACTION
           MOVE ACCOUNT-ID OF ORDER-RECORD TO WS-NEW-ACCOUNT-ID
           MOVE SPACES TO WS-NEW-CUSTOMER-ID
           MOVE ORDER-DATE OF ORDER-RECORD TO WS-NEW-DATE
           PERFORM ADD-ONE-STEP THRU ADD-ONE-STEP-EXIT

           READ ORDER-FILE NEXT RECORD
           IF WS-ORD-STATUS NOT = '00'
               SET SOURCE-EOF TO TRUE
           END-IF.

      *----------------------------------------------------------------
      * ONE STEP INTO THE TABLE - ONLY A STEP BY A NAMED OPERATOR,
      * INSIDE THE LOOKBACK, ON A CUSTOMER THE ACCOUNT RESOLVES TO.
      *----------------------------------------------------------------
       ADD-ONE-STEP.
           IF WS-NEW-OPERATOR = SPACES
              OR WS-NEW-DATE NOT NUMERIC
               GO TO ADD-ONE-STEP-EXIT
           END-IF

           COMPUTE WS-NEW-DAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-NEW-DATE-NUM)
           IF WS-NEW-DAY-INT < WS-FIRST-DAY-INT
              OR WS-NEW-DAY-INT > WS-TODAY-INT
               GO TO ADD-ONE-STEP-EXIT
           END-IF

           IF WS-NEW-CUSTOMER-ID = SPACES
              AND WS-NEW-ACCOUNT-ID NOT = SPACES
               MOVE WS-NEW-ACCOUNT-ID TO ACCOUNT-ID OF ACCOUNT-RECORD
               READ ACCOUNT-FILE
               IF WS-ACCT-STATUS = '00'
                   MOVE CUSTOMER-ID OF ACCOUNT-RECORD TO
                       WS-NEW-CUSTOMER-ID
               END-IF
           END-IF
           IF WS-NEW-CUSTOMER-ID = SPACES
               GO TO ADD-ONE-STEP-EXIT
           END-IF

           IF WS-EVENT-COUNT NOT < WS-MAX-EVENTS
               IF NOT EVENT-TABLE-FULL
                   DISPLAY 'SODRPT: STEP TABLE FULL AT '
                       WS-MAX-EVENTS ' - LATER STEPS NOT JUDGED'
                   SET EVENT-TABLE-FULL TO TRUE
               END-IF
               GO TO ADD-ONE-STEP-EXIT
           END-IF

           ADD 1 TO WS-EVENT-COUNT
           MOVE WS-NEW-OPERATOR TO WS-EV-OPERATOR(WS-EVENT-COUNT)
           MOVE WS-NEW-ACTION TO WS-EV-ACTION(WS-EVENT-COUNT)
           MOVE WS-NEW-CUSTOMER-ID TO
               WS-EV-CUSTOMER-ID(WS-EVENT-COUNT)
           MOVE WS-NEW-ACCOUNT-ID TO WS-EV-ACCOUNT-ID(WS-EVENT-COUNT)
           MOVE WS-NEW-DATE TO WS-EV-DATE(WS-EVENT-COUNT)
           MOVE WS-NEW-DAY-INT TO WS-EV-DAY-INT(WS-EVENT-COUNT).

       ADD-ONE-STEP-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * JUDGE EVERY STEP TAKEN TODAY AGAINST ONE RULE.
      *----------------------------------------------------------------
       APPLY-ONE-RULE.
           PERFORM JUDGE-ONE-STEP THRU JUDGE-ONE-STEP-EXIT
               VARYING WS-EVENT-INDEX FROM 1 BY 1
               UNTIL WS-EVENT-INDEX > WS-EVENT-COUNT.

       JUDGE-ONE-STEP.
           IF WS-EV-DAY-INT(WS-EVENT-INDEX) NOT = WS-TODAY-INT
               GO TO JUDGE-ONE-STEP-EXIT
           END-IF

           MOVE ZERO TO WS-MATCH-INDEX
           IF WS-RL-SELF-RULE(WS-RULE-INDEX)
               IF WS-RL-FIRST-ACTION(WS-RULE-INDEX) NOT = 'ANY     '
                  AND WS-RL-FIRST-ACTION(WS-RULE-INDEX) NOT =
                      WS-EV-ACTION(WS-EVENT-INDEX)
                   GO TO JUDGE-ONE-STEP-EXIT
               END-IF
               PERFORM CHECK-OWN-ACCOUNT THRU CHECK-OWN-ACCOUNT-EXIT
               IF OWN-ACCOUNT
                   PERFORM RECORD-VIOLATION THRU RECORD-VIOLATION-EXIT
               END-IF
               GO TO JUDGE-ONE-STEP-EXIT
           END-IF

           IF WS-RL-SECOND-ACTION(WS-RULE-INDEX) NOT = 'ANY     '
              AND WS-RL-SECOND-ACTION(WS-RULE-INDEX) NOT =
                  WS-EV-ACTION(WS-EVENT-INDEX)
               GO TO JUDGE-ONE-STEP-EXIT
           END-IF
           PERFORM LOOK-FOR-FIRST-STEP
               VARYING WS-PAIR-INDEX FROM 1 BY 1
               UNTIL WS-PAIR-INDEX > WS-EVENT-COUNT
               OR WS-MATCH-INDEX NOT = ZERO
           IF WS-MATCH-INDEX NOT = ZERO
               PERFORM RECORD-VIOLATION THRU RECORD-VIOLATION-EXIT
           END-IF.

       JUDGE-ONE-STEP-EXIT.
           EXIT.

      *    THE EARLIER STEP OF THE CHAIN: SAME OPERATOR, SAME
      *    CUSTOMER, NO LATER THAN TODAY'S STEP AND NO FURTHER BACK
      *    THAN THE RULE'S WINDOW.
       LOOK-FOR-FIRST-STEP.
           IF WS-PAIR-INDEX NOT = WS-EVENT-INDEX
              AND WS-EV-OPERATOR(WS-PAIR-INDEX) =
                  WS-EV-OPERATOR(WS-EVENT-INDEX)
              AND WS-EV-CUSTOMER-ID(WS-PAIR-INDEX) =
                  WS-EV-CUSTOMER-ID(WS-EVENT-INDEX)
              AND (WS-RL-FIRST-ACTION(WS-RULE-INDEX) = 'ANY     '
                   OR WS-RL-FIRST-ACTION(WS-RULE-INDEX) =
                      WS-EV-ACTION(WS-PAIR-INDEX))
              AND WS-EV-DAY-INT(WS-PAIR-INDEX) NOT >
                  WS-EV-DAY-INT(WS-EVENT-INDEX)
              AND WS-EV-DAY-INT(WS-EVENT-INDEX) -
                  WS-EV-DAY-INT(WS-PAIR-INDEX) NOT >
                  WS-RL-WINDOW-DAYS(WS-RULE-INDEX)
               MOVE WS-PAIR-INDEX TO WS-MATCH-INDEX
           END-IF.

      *    THE STEP'S CUSTOMER IS EMPLOYEE-RELATED AND IS THE
      *    OPERATOR'S OWN, OR IN THE OPERATOR'S OWN HOUSEHOLD.
       CHECK-OWN-ACCOUNT.
           MOVE 'N' TO WS-OWN-ACCOUNT-SW

           MOVE WS-EV-OPERATOR(WS-EVENT-INDEX) TO OP-OPERATOR-ID
           READ OPERATOR-FILE
           IF WS-OPER-STATUS NOT = '00'
              OR OP-CUSTOMER-ID = SPACES
               GO TO CHECK-OWN-ACCOUNT-EXIT
           END-IF

           MOVE WS-EV-CUSTOMER-ID(WS-EVENT-INDEX) TO
               CUSTOMER-ID OF CUSTOMER-RECORD
           READ CUSTOMER-FILE
           IF WS-CUST-STATUS NOT = '00'
              OR NOT EMPLOYEE-RELATED OF CUSTOMER-RECORD
               GO TO CHECK-OWN-ACCOUNT-EXIT
           END-IF

           IF WS-EV-CUSTOMER-ID(WS-EVENT-INDEX) = OP-CUSTOMER-ID
               SET OWN-ACCOUNT TO TRUE
               GO TO CHECK-OWN-ACCOUNT-EXIT
           END-IF

           MOVE OP-CUSTOMER-ID TO WS-LOOKUP-CUSTOMER
           PERFORM RESOLVE-HOUSEHOLD THRU RESOLVE-HOUSEHOLD-EXIT
           MOVE WS-WORK-HOUSEHOLD TO WS-OWN-HOUSEHOLD
           IF WS-OWN-HOUSEHOLD = SPACES
               GO TO CHECK-OWN-ACCOUNT-EXIT
           END-IF

           MOVE WS-EV-CUSTOMER-ID(WS-EVENT-INDEX) TO WS-LOOKUP-CUSTOMER
           PERFORM RESOLVE-HOUSEHOLD THRU RESOLVE-HOUSEHOLD-EXIT
           IF WS-WORK-HOUSEHOLD = WS-OWN-HOUSEHOLD
               SET OWN-ACCOUNT TO TRUE
           END-IF.

       CHECK-OWN-ACCOUNT-EXIT.
           EXIT.

      *    CUSTOMER -> HOUSEHOLD. A CUSTOMER WITH NO HOUSEHOLD ROW
      *    RESOLVES TO SPACES.
       RESOLVE-HOUSEHOLD.
           MOVE SPACES TO WS-WORK-HOUSEHOLD
           IF WS-HSHLD-STATUS NOT = '00'
              AND WS-HSHLD-STATUS NOT = '10'
              AND WS-HSHLD-STATUS NOT = '23'
               GO TO RESOLVE-HOUSEHOLD-EXIT
           END-IF
           MOVE 'N' TO WS-HH-SCAN-DONE-SW
           MOVE LOW-VALUES TO HH-HOUSEHOLD-ID
           MOVE LOW-VALUES TO HH-CUSTOMER-ID
           START HSHLD-FILE KEY >= HH-KEY
               INVALID KEY SET HH-SCAN-DONE TO TRUE
           END-START
           PERFORM SCAN-ONE-HOUSEHOLD UNTIL HH-SCAN-DONE.

       RESOLVE-HOUSEHOLD-EXIT.
           EXIT.

       SCAN-ONE-HOUSEHOLD.
           READ HSHLD-FILE NEXT RECORD
           IF WS-HSHLD-STATUS NOT = '00'
               SET HH-SCAN-DONE TO TRUE
           ELSE
               IF HH-CUSTOMER-ID = WS-LOOKUP-CUSTOMER
                   MOVE HH-HOUSEHOLD-ID TO WS-WORK-HOUSEHOLD
                   SET HH-SCAN-DONE TO TRUE
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * LIST THE HIT AND FILE IT FOR THE COMPLIANCE OFFICER, UNLESS
      * THIS RULE HAS ALREADY CAUGHT THIS OPERATOR ON THIS CUSTOMER.
      *----------------------------------------------------------------
       RECORD-VIOLATION.
           MOVE 'N' TO WS-HIT-FOUND-SW
           PERFORM LOOK-FOR-PRIOR-HIT
               VARYING WS-HIT-INDEX FROM 1 BY 1
               UNTIL WS-HIT-INDEX > WS-HIT-COUNT
               OR HIT-ALREADY-FILED
           IF HIT-ALREADY-FILED
               GO TO RECORD-VIOLATION-EXIT
           END-IF
           ADD 1 TO WS-VIOLATION-COUNT
           IF WS-HIT-COUNT < WS-MAX-HITS
               ADD 1 TO WS-HIT-COUNT
               MOVE WS-RL-RULE-ID(WS-RULE-INDEX) TO
                   WS-HT-RULE-ID(WS-HIT-COUNT)
               MOVE WS-EV-OPERATOR(WS-EVENT-INDEX) TO
                   WS-HT-OPERATOR(WS-HIT-COUNT)
               MOVE WS-EV-CUSTOMER-ID(WS-EVENT-INDEX) TO
                   WS-HT-CUSTOMER-ID(WS-HIT-COUNT)
           END-IF

           IF WS-MATCH-INDEX = ZERO
               MOVE WS-EV-ACTION(WS-EVENT-INDEX) TO
                   WS-FIRST-ACTION-TEXT
               MOVE WS-EV-DATE(WS-EVENT-INDEX) TO WS-FIRST-DATE-TEXT
           ELSE
               MOVE WS-EV-ACTION(WS-MATCH-INDEX) TO
                   WS-FIRST-ACTION-TEXT
               MOVE WS-EV-DATE(WS-MATCH-INDEX) TO WS-FIRST-DATE-TEXT
           END-IF

           MOVE SPACES TO SODRPT-RPT-LINE
           IF WS-MATCH-INDEX = ZERO
               STRING WS-RL-RULE-ID(WS-RULE-INDEX) DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WS-EV-OPERATOR(WS-EVENT-INDEX) DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WS-EV-CUSTOMER-ID(WS-EVENT-INDEX)
                          DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WS-EV-ACCOUNT-ID(WS-EVENT-INDEX)
                          DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WS-FIRST-ACTION-TEXT DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WS-FIRST-DATE-TEXT DELIMITED BY SIZE
                      ' OWN ACCT          ' DELIMITED BY SIZE
                      WS-RL-DESCRIPTION(WS-RULE-INDEX)
                          DELIMITED BY SIZE
                      INTO SODRPT-RPT-LINE
               END-STRING
           ELSE
               STRING WS-RL-RULE-ID(WS-RULE-INDEX) DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WS-EV-OPERATOR(WS-EVENT-INDEX) DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WS-EV-CUSTOMER-ID(WS-EVENT-INDEX)
                          DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WS-EV-ACCOUNT-ID(WS-EVENT-INDEX)
                          DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WS-FIRST-ACTION-TEXT DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WS-FIRST-DATE-TEXT DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WS-EV-ACTION(WS-EVENT-INDEX) DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WS-EV-DATE(WS-EVENT-INDEX) DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WS-RL-DESCRIPTION(WS-RULE-INDEX)
                          DELIMITED BY SIZE
                      INTO SODRPT-RPT-LINE
               END-STRING
           END-IF
           WRITE SODRPT-RPT-LINE

           MOVE SPACES TO WS-EXCPQ-RECORD
           MOVE 'SODRPT  ' TO EX-SOURCE-PROGRAM OF WS-EXCPQ-RECORD
           IF WS-RL-SEVERITY(WS-RULE-INDEX) = 'E'
               SET EX-SEV-ERROR OF WS-EXCPQ-RECORD TO TRUE
           ELSE
               SET EX-SEV-WARNING OF WS-EXCPQ-RECORD TO TRUE
           END-IF
           MOVE WS-TODAY TO EX-BUSINESS-DATE OF WS-EXCPQ-RECORD
           STRING WS-EV-OPERATOR(WS-EVENT-INDEX) DELIMITED BY SPACE
                  '/' DELIMITED BY SIZE
                  WS-EV-CUSTOMER-ID(WS-EVENT-INDEX) DELIMITED BY SPACE
                  '/' DELIMITED BY SIZE
                  WS-RL-RULE-ID(WS-RULE-INDEX) DELIMITED BY SPACE
                  INTO EX-RECORD-KEY OF WS-EXCPQ-RECORD
           END-STRING
           STRING 'SOD ' DELIMITED BY SIZE
                  WS-RL-RULE-ID(WS-RULE-INDEX) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-RL-DESCRIPTION(WS-RULE-INDEX) DELIMITED BY SIZE
                  INTO EX-REASON OF WS-EXCPQ-RECORD
           END-STRING
           CALL 'EXCPQ' USING WS-EXCPQ-OPERATION,
                               WS-EXCPQ-RECORD,
                               WS-EXCPQ-RETURN-CODE
           IF WS-EXCPQ-RETURN-CODE = 00
               ADD 1 TO WS-FILED-COUNT
           ELSE
               DISPLAY 'SODRPT: VIOLATION FOR '
                   WS-EV-OPERATOR(WS-EVENT-INDEX) '/'
                   WS-EV-CUSTOMER-ID(WS-EVENT-INDEX)
                   ' DID NOT FILE, RC=' WS-EXCPQ-RETURN-CODE
           END-IF.

       RECORD-VIOLATION-EXIT.
           EXIT.

       LOOK-FOR-PRIOR-HIT.
           IF WS-HT-RULE-ID(WS-HIT-INDEX) =
              WS-RL-RULE-ID(WS-RULE-INDEX)
              AND WS-HT-OPERATOR(WS-HIT-INDEX) =
                  WS-EV-OPERATOR(WS-EVENT-INDEX)
              AND WS-HT-CUSTOMER-ID(WS-HIT-INDEX) =
                  WS-EV-CUSTOMER-ID(WS-EVENT-INDEX)
               SET HIT-ALREADY-FILED TO TRUE
           END-IF.

       FINALIZE-PROCESS.
           CLOSE ACCOUNT-FILE
           CLOSE CUSTOMER-FILE
           CLOSE OPERATOR-FILE
           CLOSE HSHLD-FILE

           MOVE WS-EVENT-COUNT TO WS-EVENT-DISPLAY
           MOVE WS-RULE-COUNT TO WS-RULE-DISPLAY
           MOVE WS-VIOLATION-COUNT TO WS-HIT-DISPLAY
           MOVE WS-FILED-COUNT TO WS-FILED-DISPLAY

           MOVE SPACES TO SODRPT-RPT-LINE
           STRING 'STEPS ' DELIMITED BY SIZE
                  WS-EVENT-DISPLAY DELIMITED BY SIZE
                  '  RULES ' DELIMITED BY SIZE
                  WS-RULE-DISPLAY DELIMITED BY SIZE
                  '  VIOLATIONS ' DELIMITED BY SIZE
                  WS-HIT-DISPLAY DELIMITED BY SIZE
                  '  FILED ON EXCPQ ' DELIMITED BY SIZE
                  WS-FILED-DISPLAY DELIMITED BY SIZE
                  INTO SODRPT-RPT-LINE
           END-STRING
           WRITE SODRPT-RPT-LINE
           CLOSE SODRPT-RPT-FILE

           DISPLAY 'SODRPT: ' WS-EVENT-DISPLAY ' STEP(S) JUDGED ON '
               WS-RULE-DISPLAY ' RULE(S), ' WS-HIT-DISPLAY
               ' VIOLATION(S), FILED ON EXCPQ ' WS-FILED-DISPLAY.

       END PROGRAM SODRPT.
