       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTMRG.
      ******************************************************************
      * PROGRAM: CUSTMRG - DUPLICATE CUSTOMER-ID MERGE
      * VERSION: 1.0
      * DATE: 2026-10-15
      * PURPOSE: FOLD A DUPLICATE (LOSING) CUSTOMER-ID INTO THE
      *          SURVIVING ONE SO TAX REPORTING AND THE HOUSEHOLD
      *          VIEWS STOP COUNTING THE SAME PERSON TWICE. THE
      *          BRANCH DROPS ONE LINE PER MERGE IN CUSTMRG.CTL
      *          (LOSING ID, SURVIVING ID, MAKER OPERATOR). THE RUN
      *          REPOINTS EVERY ROW CARRYING THE LOSING ID - ACCOUNT
      *          OWNERSHIP (ACCOUNT-RECORD CUSTOMER-ID), ACCTOWN,
      *          HSHLD, DELIVPRF, WHELECT, TRUSTCON, AUTHPTY (AS THE
      *          PARTY), AND NOTIFQ - AND BENEF DESIGNATIONS AND
      *          ACCOUNT TAX-IDS NAMING THE LOSER'S SSN WHEN IT
      *          DIFFERS FROM THE SURVIVOR'S. THE LOSER IS THEN
      *          CLOSED WITH MERGED-INTO-ID SET. EVERY CHANGE GOES TO
      *          ACCTHIST.DAT.
      * FUNCTIONS: STANDALONE OPERATION - RUN AS MERGES ARE KEYED.
      *            DUAL CONTROL: THE FIRST RUN OF A MERGE ONLY LISTS
      *            WHAT IT WOULD CHANGE ON CUSTMRG.RPT AND SUBMITS IT
      *            TO APPRVQ. ONCE A SECOND OPERATOR APPROVES IT ON
      *            APPRVSCR, RERUNNING THE SAME LINE CONSUMES THE
      *            APPROVAL AND COMMITS THE MERGE.
      * NOTES: WHERE THE SURVIVOR ALREADY HOLDS THE EQUIVALENT ROW
      *        (SAME ACCOUNT IN ACCTOWN/AUTHPTY, SAME HOUSEHOLD, ITS
      *        OWN DELIVERY/WITHHOLDING/TRUSTED-CONTACT RECORD) THE
      *        SURVIVOR'S ROW IS KEPT AND THE LOSER'S IS DROPPED -
      *        THE ACCTHIST ENTRY (BLANK AFTER-IMAGE) KEEPS IT. IF
      *        ANY ROW CANNOT BE CHANGED THE LOSER IS LEFT OPEN AND
      *        THE REPORT SAYS SO; THE MERGE IS THEN RESUBMITTED BY
      *        RUNNING THE LINE AGAIN.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-FILE ASSIGN TO "CUSTMRG.CTL"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.

           SELECT CUSTOMER-FILE ASSIGN TO "CUSTOMER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUSTOMER-ID OF CUSTOMER-RECORD
               FILE STATUS IS WS-CUST-STATUS.

           SELECT ACCOUNT-FILE ASSIGN TO "ACCOUNT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCOUNT-ID OF ACCOUNT-RECORD
               ALTERNATE RECORD KEY IS CUSTOMER-ID OF ACCOUNT-RECORD
                   WITH DUPLICATES
               FILE STATUS IS WS-ACCT-STATUS.

           SELECT ACCTOWN-FILE ASSIGN TO "ACCTOWN.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AO-KEY
               FILE STATUS IS WS-OWN-STATUS.

           SELECT HSHLD-FILE ASSIGN TO "HSHLD.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HH-KEY
               FILE STATUS IS WS-HH-STATUS.

           SELECT DELIVPRF-FILE ASSIGN TO "DELIVPRF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DP-CUSTOMER-ID
               FILE STATUS IS WS-DELIV-STATUS.

           SELECT WHELECT-FILE ASSIGN TO "WHELECT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WH-CUSTOMER-ID
               FILE STATUS IS WS-WHELECT-STATUS.

           SELECT TRUSTCON-FILE ASSIGN TO "TRUSTCON.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TC-CUSTOMER-ID
               FILE STATUS IS WS-TRUST-STATUS.

           SELECT BENEF-FILE ASSIGN TO "BENEF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BEN-KEY
               FILE STATUS IS WS-BEN-STATUS.

           SELECT AUTHPTY-FILE ASSIGN TO "AUTHPTY.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AU-KEY
               FILE STATUS IS WS-AUTH-STATUS.

           SELECT NOTIFQ-FILE ASSIGN TO "NOTIFQ.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NQ-KEY
               FILE STATUS IS WS-NOTIFQ-STATUS.

           SELECT ACCTHIST-FILE ASSIGN TO "ACCTHIST.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.

           SELECT CUSTMRG-RPT-FILE ASSIGN TO "CUSTMRG.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-FILE.
       01  CONTROL-RECORD.
           05  CTL-LOSING-ID             PIC X(10).
           05  CTL-SURVIVING-ID          PIC X(10).
           05  CTL-MAKER-ID              PIC X(08).
           05  FILLER                    PIC X(12).

       FD  CUSTOMER-FILE.
       COPY CUSTOMER.

       FD  ACCOUNT-FILE.
       COPY ACCOUNT.

       FD  ACCTOWN-FILE.
       COPY ACCTOWN.

       FD  HSHLD-FILE.
       COPY HSHLD.

       FD  DELIVPRF-FILE.
       COPY DELIVPRF.

       FD  WHELECT-FILE.
       COPY WHELECT.

       FD  TRUSTCON-FILE.
       COPY TRUSTCON.

       FD  BENEF-FILE.
       COPY BENEF.

       FD  AUTHPTY-FILE.
       COPY AUTHPTY.

       FD  NOTIFQ-FILE.
       COPY NOTIFQ.

       FD  ACCTHIST-FILE.
       COPY ACCTHIST.

       FD  CUSTMRG-RPT-FILE.
       01  CUSTMRG-RPT-LINE              PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-CTL-STATUS                 PIC XX.
           88  CTL-OK                    VALUE '00'.
           88  CTL-EOF                   VALUE '10'.

       01  WS-CUST-STATUS                PIC XX.
       01  WS-ACCT-STATUS                PIC XX.
       01  WS-OWN-STATUS                 PIC XX.
       01  WS-HH-STATUS                  PIC XX.
       01  WS-DELIV-STATUS               PIC XX.
       01  WS-WHELECT-STATUS             PIC XX.
       01  WS-TRUST-STATUS               PIC XX.
       01  WS-BEN-STATUS                 PIC XX.
       01  WS-AUTH-STATUS                PIC XX.
       01  WS-NOTIFQ-STATUS              PIC XX.
       01  WS-HIST-STATUS                PIC XX.
       01  WS-RPT-STATUS                 PIC XX.

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

      *    THE TWO CUSTOMERS OF THE MERGE IN HAND.
       01  WS-LOSING-ID                  PIC X(10).
       01  WS-SURVIVING-ID               PIC X(10).
       01  WS-LOSING-SSN                 PIC X(11).
       01  WS-SURVIVING-SSN              PIC X(11).
       01  WS-MAKER-ID                   PIC X(08).
       01  WS-REJECT-REASON              PIC X(60).

       01  WS-MERGE-MODE-SW              PIC X(01).
           88  MERGE-PREVIEW             VALUE 'P'.
           88  MERGE-EXECUTING           VALUE 'E'.
       01  WS-MERGE-FAILED-SW            PIC X(01).
           88  MERGE-FAILED              VALUE 'Y'.
       01  WS-SSN-CHANGE-SW              PIC X(01).
           88  SSN-CHANGES               VALUE 'Y'.
       01  WS-SURVIVOR-ROW-SW            PIC X(01).
           88  SURVIVOR-HAS-ROW          VALUE 'Y'.
       01  WS-SCAN-DONE-SW               PIC X(01).
           88  SCAN-DONE                 VALUE 'Y'.

      *    KEYS OF THE ROWS TO CHANGE ARE GATHERED FIRST AND WORKED
      *    AFTER, SO A DELETE OR A NEW KEY NEVER DISTURBS THE SCAN
      *    THAT FOUND THEM. A FILE WITH MORE ROWS FOR ONE CUSTOMER
      *    THAN THE TABLE HOLDS FAILS THE MERGE RATHER THAN LEAVE A
      *    PART OF IT UNMOVED.
       01  WS-KEY-LIMIT                  PIC 9(04) COMP VALUE 500.
       01  WS-KEY-COUNT                  PIC 9(04) COMP.
       01  WS-KEY-IX                     PIC 9(04) COMP.
       01  WS-KEY-TABLE.
           05  WS-KEY-ENTRY              PIC X(32) OCCURS 500 TIMES.

       01  WS-BEFORE-IMAGE               PIC X(600).
       01  WS-AFTER-IMAGE                PIC X(600).
       01  WS-HIST-TYPE                  PIC X(08).
       01  WS-HIST-ENTITY-ID             PIC X(12).

       01  WS-ROW-FILE                   PIC X(08).
       01  WS-ROW-KEY                    PIC X(32).
       01  WS-ROW-ACTION                 PIC X(40).
       01  WS-ROW-RESULT                 PIC X(08).
       01  WS-ROW-STATUS                 PIC XX.

       01  WS-OPERCTL-OPERATION          PIC X(06) VALUE 'CHECK '.
       01  WS-OPERCTL-RETURN-CODE        PIC 9(02).
       COPY OPERATOR REPLACING OPERATOR-RECORD BY WS-OPERATOR-RECORD.
       01  WS-CONTROLLED-OPERATION       PIC X(08) VALUE 'CUSTUPD '.

       01  WS-APPRVQ-OPERATION           PIC X(06).
       01  WS-APPRVQ-RETURN-CODE         PIC 9(02).
       COPY APPRVREC REPLACING APPRVQ-RECORD BY WS-APPRVQ-RECORD.
       01  WS-APPRVQ-CHECKER             PIC X(08) VALUE SPACES.
       01  WS-MERGE-DETAIL               PIC X(60).

       01  WS-JOURNAL-FILE-ID            PIC X(08) VALUE 'CUSTOMER'.
       01  WS-JOURNAL-ACTION             PIC X(01) VALUE 'W'.
       01  WS-JOURNAL-KEY                PIC X(32).
       01  WS-JOURNAL-PROGRAM            PIC X(08) VALUE 'CUSTMRG '.
       01  WS-JOURNAL-IMAGE              PIC X(600).

       01  WS-REQUEST-COUNT              PIC 9(07) COMP.
       01  WS-MERGED-COUNT               PIC 9(07) COMP.
       01  WS-SUBMITTED-COUNT            PIC 9(07) COMP.
       01  WS-REJECTED-COUNT             PIC 9(07) COMP.
       01  WS-ROW-COUNT                  PIC 9(07) COMP.
       01  WS-REQUEST-DISPLAY            PIC ZZZZZZ9.
       01  WS-MERGED-DISPLAY             PIC ZZZZZZ9.
       01  WS-SUBMITTED-DISPLAY          PIC ZZZZZZ9.
       01  WS-REJECTED-DISPLAY           PIC ZZZZZZ9.
       01  WS-ROW-DISPLAY                PIC ZZZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           PERFORM INITIALIZE-PROCESS
           PERFORM PROCESS-REQUESTS-PROCESS
           PERFORM FINALIZE-PROCESS
           STOP RUN.

       INITIALIZE-PROCESS.
           MOVE ZERO TO WS-REQUEST-COUNT
           MOVE ZERO TO WS-MERGED-COUNT
           MOVE ZERO TO WS-SUBMITTED-COUNT
           MOVE ZERO TO WS-REJECTED-COUNT
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD

           OPEN INPUT CONTROL-FILE
           IF WS-CTL-STATUS NOT = '00'
               DISPLAY 'CUSTMRG: NO CUSTMRG.CTL ON FILE - '
                   'NOTHING TO PROCESS'
               STOP RUN
           END-IF

           OPEN I-O CUSTOMER-FILE
           IF WS-CUST-STATUS NOT = '00'
               DISPLAY 'CUSTMRG: UNABLE TO OPEN CUSTOMER.DAT, '
                   'STATUS = ' WS-CUST-STATUS
               CLOSE CONTROL-FILE
               STOP RUN
           END-IF

           OPEN OUTPUT CUSTMRG-RPT-FILE
           IF WS-RPT-STATUS NOT = '00'
               DISPLAY 'CUSTMRG: UNABLE TO OPEN CUSTMRG.RPT, STATUS = '
                   WS-RPT-STATUS
               CLOSE CONTROL-FILE
               CLOSE CUSTOMER-FILE
               STOP RUN
           END-IF

           MOVE SPACES TO CUSTMRG-RPT-LINE
           STRING 'DUPLICATE CUSTOMER MERGE RUN OF ' DELIMITED BY SIZE
                  WS-TODAY DELIMITED BY SIZE
                  INTO CUSTMRG-RPT-LINE
           END-STRING
           WRITE CUSTMRG-RPT-LINE.

       PROCESS-REQUESTS-PROCESS.
           READ CONTROL-FILE
               AT END SET CTL-EOF TO TRUE
           END-READ
           PERFORM PROCESS-ONE-REQUEST THRU PROCESS-ONE-EXIT
               UNTIL CTL-EOF.

       PROCESS-ONE-REQUEST.
           ADD 1 TO WS-REQUEST-COUNT
           MOVE CTL-LOSING-ID TO WS-LOSING-ID
           MOVE CTL-SURVIVING-ID TO WS-SURVIVING-ID
           MOVE CTL-MAKER-ID TO WS-MAKER-ID
           MOVE 'N' TO WS-MERGE-FAILED-SW
           MOVE ZERO TO WS-ROW-COUNT

           MOVE SPACES TO CUSTMRG-RPT-LINE
           WRITE CUSTMRG-RPT-LINE
           MOVE SPACES TO CUSTMRG-RPT-LINE
           STRING 'MERGE ' WS-LOSING-ID ' INTO ' WS-SURVIVING-ID
                  '  MAKER ' WS-MAKER-ID
                  DELIMITED BY SIZE
                  INTO CUSTMRG-RPT-LINE
           END-STRING
           WRITE CUSTMRG-RPT-LINE

           MOVE SPACES TO WS-REJECT-REASON
           PERFORM VALIDATE-REQUEST THRU VALIDATE-REQUEST-EXIT
           IF WS-REJECT-REASON NOT = SPACES
               MOVE SPACES TO CUSTMRG-RPT-LINE
               STRING '  REJECTED - ' WS-REJECT-REASON
                      DELIMITED BY SIZE
                      INTO CUSTMRG-RPT-LINE
               END-STRING
               WRITE CUSTMRG-RPT-LINE
               ADD 1 TO WS-REJECTED-COUNT
               GO TO PROCESS-ONE-NEXT
           END-IF

           PERFORM CHECK-MERGE-APPROVAL

           MOVE SPACES TO CUSTMRG-RPT-LINE
           IF MERGE-EXECUTING
               MOVE '  APPROVED - COMMITTING THE MERGE' TO
                   CUSTMRG-RPT-LINE
           ELSE
               MOVE '  PREVIEW - NOTHING CHANGED UNTIL APPROVED' TO
                   CUSTMRG-RPT-LINE
           END-IF
           WRITE CUSTMRG-RPT-LINE

           PERFORM MERGE-ACCOUNTS THRU MERGE-ACCOUNTS-EXIT
           PERFORM MERGE-ACCTOWN THRU MERGE-ACCTOWN-EXIT
           PERFORM MERGE-HSHLD THRU MERGE-HSHLD-EXIT
           PERFORM MERGE-DELIVPRF THRU MERGE-DELIVPRF-EXIT
           PERFORM MERGE-WHELECT THRU MERGE-WHELECT-EXIT
           PERFORM MERGE-TRUSTCON THRU MERGE-TRUSTCON-EXIT
           PERFORM MERGE-BENEF THRU MERGE-BENEF-EXIT
           PERFORM MERGE-AUTHPTY THRU MERGE-AUTHPTY-EXIT
           PERFORM MERGE-NOTIFQ THRU MERGE-NOTIFQ-EXIT

           IF MERGE-EXECUTING
               PERFORM FINISH-MERGE THRU FINISH-MERGE-EXIT
           ELSE
               PERFORM SUBMIT-MERGE-FOR-APPROVAL
           END-IF.

       PROCESS-ONE-NEXT.
           READ CONTROL-FILE
               AT END SET CTL-EOF TO TRUE
           END-READ.

       PROCESS-ONE-EXIT.
           EXIT.

       VALIDATE-REQUEST.
           IF WS-LOSING-ID = SPACES OR WS-SURVIVING-ID = SPACES
              OR WS-MAKER-ID = SPACES
               MOVE 'LOSING ID, SURVIVING ID AND MAKER ARE ALL REQUIRED'
                   TO WS-REJECT-REASON
               GO TO VALIDATE-REQUEST-EXIT
           END-IF
           IF WS-LOSING-ID = WS-SURVIVING-ID
               MOVE 'LOSING AND SURVIVING ID ARE THE SAME' TO
                   WS-REJECT-REASON
               GO TO VALIDATE-REQUEST-EXIT
           END-IF

           MOVE WS-SURVIVING-ID TO CUSTOMER-ID OF CUSTOMER-RECORD
           READ CUSTOMER-FILE
           IF WS-CUST-STATUS NOT = '00'
               MOVE 'SURVIVING CUSTOMER NOT ON FILE' TO
                   WS-REJECT-REASON
               GO TO VALIDATE-REQUEST-EXIT
           END-IF
           IF CLOSED-CUSTOMER OF CUSTOMER-RECORD
               MOVE 'SURVIVING CUSTOMER IS CLOSED' TO WS-REJECT-REASON
               GO TO VALIDATE-REQUEST-EXIT
           END-IF
           MOVE SSN-EIN OF CUSTOMER-RECORD TO WS-SURVIVING-SSN

           MOVE WS-LOSING-ID TO CUSTOMER-ID OF CUSTOMER-RECORD
           READ CUSTOMER-FILE
           IF WS-CUST-STATUS NOT = '00'
               MOVE 'LOSING CUSTOMER NOT ON FILE' TO WS-REJECT-REASON
               GO TO VALIDATE-REQUEST-EXIT
           END-IF
           IF NOT CUSTOMER-NOT-MERGED OF CUSTOMER-RECORD
               MOVE 'LOSING CUSTOMER ALREADY MERGED' TO
                   WS-REJECT-REASON
               GO TO VALIDATE-REQUEST-EXIT
           END-IF
           IF CLOSED-CUSTOMER OF CUSTOMER-RECORD
               MOVE 'LOSING CUSTOMER IS CLOSED' TO WS-REJECT-REASON
               GO TO VALIDATE-REQUEST-EXIT
           END-IF
           MOVE SSN-EIN OF CUSTOMER-RECORD TO WS-LOSING-SSN

      *    THE LOSER'S SSN IS ONLY CARRIED OVER WHERE IT IS REALLY A
      *    DIFFERENT NUMBER - DUPLICATES KEYED TWICE USUALLY SHARE
      *    THE SSN AND THERE IS NOTHING TO REPOINT.
           MOVE 'N' TO WS-SSN-CHANGE-SW
           IF WS-LOSING-SSN NOT = SPACES
              AND WS-SURVIVING-SSN NOT = SPACES
              AND WS-LOSING-SSN NOT = WS-SURVIVING-SSN
               SET SSN-CHANGES TO TRUE
           END-IF

      *    RC 01 MEANS THE OPERATOR FILE IS NOT YET IN USE.
           MOVE WS-MAKER-ID TO OP-OPERATOR-ID OF WS-OPERATOR-RECORD
           CALL 'OPERCTL' USING WS-OPERCTL-OPERATION,
                                 WS-OPERATOR-RECORD,
                                 WS-CONTROLLED-OPERATION,
                                 WS-OPERCTL-RETURN-CODE
           IF WS-OPERCTL-RETURN-CODE NOT = 00
              AND WS-OPERCTL-RETURN-CODE NOT = 01
               MOVE 'MAKER NOT ENTITLED TO CUSTOMER MAINTENANCE' TO
                   WS-REJECT-REASON
           END-IF.

       VALIDATE-REQUEST-EXIT.
           EXIT.

       CHECK-MERGE-APPROVAL.
      *    RC 00 FROM CONSUM IS THE APPROVED ITEM, NOW BURNED - COMMIT.
      *    ANYTHING ELSE, INCLUDING NO APPRVQ.DAT YET, IS A PREVIEW: A
      *    MERGE RETIRES A CUSTOMER AND IS NEVER RUN ON ONE PAIR OF
      *    EYES.
           PERFORM BUILD-APPROVAL-ITEM
           MOVE 'CONSUM' TO WS-APPRVQ-OPERATION
           CALL 'APPRVQ' USING WS-APPRVQ-OPERATION,
                                WS-APPRVQ-RECORD,
                                WS-APPRVQ-CHECKER,
                                WS-APPRVQ-RETURN-CODE
           IF WS-APPRVQ-RETURN-CODE = 00
               SET MERGE-EXECUTING TO TRUE
           ELSE
               SET MERGE-PREVIEW TO TRUE
           END-IF.

       BUILD-APPROVAL-ITEM.
           MOVE SPACES TO WS-MERGE-DETAIL
           STRING 'MERGE ' WS-LOSING-ID ' INTO ' WS-SURVIVING-ID
                  DELIMITED BY SIZE
                  INTO WS-MERGE-DETAIL
           END-STRING
           MOVE SPACES TO WS-APPRVQ-RECORD
           MOVE WS-LOSING-ID TO AP-ACCOUNT-ID OF WS-APPRVQ-RECORD
           SET AP-OP-CUSTMRG OF WS-APPRVQ-RECORD TO TRUE
           MOVE ZERO TO AP-AMOUNT OF WS-APPRVQ-RECORD
           MOVE WS-MERGE-DETAIL TO AP-DETAIL OF WS-APPRVQ-RECORD
           MOVE WS-MAKER-ID TO AP-MAKER-ID OF WS-APPRVQ-RECORD.

       SUBMIT-MERGE-FOR-APPROVAL.
           MOVE SPACES TO CUSTMRG-RPT-LINE
           IF MERGE-FAILED
               MOVE '  NOT SUBMITTED - SEE THE FAILED LINES ABOVE' TO
                   CUSTMRG-RPT-LINE
               WRITE CUSTMRG-RPT-LINE
               ADD 1 TO WS-REJECTED-COUNT
           ELSE
               PERFORM BUILD-APPROVAL-ITEM
               MOVE 'SUBMIT' TO WS-APPRVQ-OPERATION
               CALL 'APPRVQ' USING WS-APPRVQ-OPERATION,
                                    WS-APPRVQ-RECORD,
                                    WS-APPRVQ-CHECKER,
                                    WS-APPRVQ-RETURN-CODE
               IF WS-APPRVQ-RETURN-CODE = 00
                   STRING '  SUBMITTED FOR APPROVAL AS '
                          AP-APPROVAL-ID OF WS-APPRVQ-RECORD
                          ' - RERUN ONCE APPROVED'
                          DELIMITED BY SIZE
                          INTO CUSTMRG-RPT-LINE
                   END-STRING
                   ADD 1 TO WS-SUBMITTED-COUNT
               ELSE
                   STRING '  UNABLE TO SUBMIT FOR APPROVAL, RC = '
                          WS-APPRVQ-RETURN-CODE
                          DELIMITED BY SIZE
                          INTO CUSTMRG-RPT-LINE
                   END-STRING
                   ADD 1 TO WS-REJECTED-COUNT
               END-IF
               WRITE CUSTMRG-RPT-LINE
           END-IF.

      ******************************************************************
      * ACCOUNT-RECORD - OWNERSHIP VIA THE CUSTOMER-ID ALTERNATE KEY
      ******************************************************************
       MERGE-ACCOUNTS.
           MOVE ZERO TO WS-KEY-COUNT
           IF MERGE-EXECUTING
               OPEN I-O ACCOUNT-FILE
           ELSE
               OPEN INPUT ACCOUNT-FILE
           END-IF
           IF WS-ACCT-STATUS NOT = '00'
               GO TO MERGE-ACCOUNTS-EXIT
           END-IF

           MOVE 'N' TO WS-SCAN-DONE-SW
           MOVE WS-LOSING-ID TO CUSTOMER-ID OF ACCOUNT-RECORD
           START ACCOUNT-FILE KEY >= CUSTOMER-ID OF ACCOUNT-RECORD
               INVALID KEY SET SCAN-DONE TO TRUE
           END-START
           PERFORM COLLECT-ONE-ACCOUNT UNTIL SCAN-DONE

           PERFORM REPOINT-ONE-ACCOUNT THRU REPOINT-ONE-ACCOUNT-EXIT
               VARYING WS-KEY-IX FROM 1 BY 1
               UNTIL WS-KEY-IX > WS-KEY-COUNT
           CLOSE ACCOUNT-FILE.

       MERGE-ACCOUNTS-EXIT.
           EXIT.

       COLLECT-ONE-ACCOUNT.
           READ ACCOUNT-FILE NEXT RECORD KEY IS CUSTOMER-ID OF
               ACCOUNT-RECORD
           IF WS-ACCT-STATUS NOT = '00'
               SET SCAN-DONE TO TRUE
           ELSE
               IF CUSTOMER-ID OF ACCOUNT-RECORD NOT = WS-LOSING-ID
                   SET SCAN-DONE TO TRUE
               ELSE
                   MOVE 'ACCOUNT ' TO WS-ROW-FILE
                   MOVE ACCOUNT-ID OF ACCOUNT-RECORD TO WS-ROW-KEY
                   PERFORM ADD-KEY-TO-TABLE
               END-IF
           END-IF.

       REPOINT-ONE-ACCOUNT.
           MOVE 'ACCOUNT ' TO WS-ROW-FILE
           MOVE WS-KEY-ENTRY(WS-KEY-IX) TO WS-ROW-KEY
           MOVE WS-ROW-KEY(1:12) TO ACCOUNT-ID OF ACCOUNT-RECORD
           READ ACCOUNT-FILE
           IF WS-ACCT-STATUS NOT = '00'
               MOVE WS-ACCT-STATUS TO WS-ROW-STATUS
               PERFORM REPORT-FAILED-ROW
               GO TO REPOINT-ONE-ACCOUNT-EXIT
           END-IF

           MOVE 'OWNER REPOINTED' TO WS-ROW-ACTION
           IF SSN-CHANGES
              AND TAX-ID OF ACCOUNT-RECORD = WS-LOSING-SSN
               MOVE 'OWNER AND TAX-ID REPOINTED' TO WS-ROW-ACTION
           END-IF
           IF MERGE-PREVIEW
               PERFORM REPORT-ROW
               GO TO REPOINT-ONE-ACCOUNT-EXIT
           END-IF

           MOVE SPACES TO WS-BEFORE-IMAGE
           MOVE ACCOUNT-RECORD TO WS-BEFORE-IMAGE
           MOVE WS-SURVIVING-ID TO CUSTOMER-ID OF ACCOUNT-RECORD
           IF SSN-CHANGES
              AND TAX-ID OF ACCOUNT-RECORD = WS-LOSING-SSN
               MOVE WS-SURVIVING-SSN TO TAX-ID OF ACCOUNT-RECORD
           END-IF
           ADD 1 TO ACCOUNT-VERSION OF ACCOUNT-RECORD
           PERFORM GET-CURRENT-TIMESTAMP
           MOVE WS-TIMESTAMP TO UPDATED-TIMESTAMP OF ACCOUNT-RECORD
           MOVE WS-MAKER-ID TO UPDATED-BY OF ACCOUNT-RECORD
           REWRITE ACCOUNT-RECORD
           IF WS-ACCT-STATUS NOT = '00'
               MOVE WS-ACCT-STATUS TO WS-ROW-STATUS
               PERFORM REPORT-FAILED-ROW
               GO TO REPOINT-ONE-ACCOUNT-EXIT
           END-IF

           MOVE SPACES TO WS-AFTER-IMAGE
           MOVE ACCOUNT-RECORD TO WS-AFTER-IMAGE
           MOVE 'ACCOUNT ' TO WS-HIST-TYPE
           MOVE ACCOUNT-ID OF ACCOUNT-RECORD TO WS-HIST-ENTITY-ID
           PERFORM WRITE-MERGE-HISTORY THRU WRITE-MERGE-HISTORY-EXIT
           PERFORM REPORT-ROW.

       REPOINT-ONE-ACCOUNT-EXIT.
           EXIT.

      ******************************************************************
      * ACCTOWN - JOINT/CUSTODIAL OWNERSHIP ROWS
      ******************************************************************
       MERGE-ACCTOWN.
           MOVE ZERO TO WS-KEY-COUNT
           IF MERGE-EXECUTING
               OPEN I-O ACCTOWN-FILE
           ELSE
               OPEN INPUT ACCTOWN-FILE
           END-IF
           IF WS-OWN-STATUS NOT = '00'
               GO TO MERGE-ACCTOWN-EXIT
           END-IF

           MOVE 'N' TO WS-SCAN-DONE-SW
           PERFORM COLLECT-ONE-ACCTOWN UNTIL SCAN-DONE

           PERFORM REPOINT-ONE-ACCTOWN THRU REPOINT-ONE-ACCTOWN-EXIT
               VARYING WS-KEY-IX FROM 1 BY 1
               UNTIL WS-KEY-IX > WS-KEY-COUNT
           CLOSE ACCTOWN-FILE.

       MERGE-ACCTOWN-EXIT.
           EXIT.

       COLLECT-ONE-ACCTOWN.
           READ ACCTOWN-FILE NEXT RECORD
           IF WS-OWN-STATUS NOT = '00'
               SET SCAN-DONE TO TRUE
           ELSE
               IF AO-CUSTOMER-ID = WS-LOSING-ID
                   MOVE 'ACCTOWN ' TO WS-ROW-FILE
                   MOVE AO-KEY TO WS-ROW-KEY
                   PERFORM ADD-KEY-TO-TABLE
               END-IF
           END-IF.

       REPOINT-ONE-ACCTOWN.
           MOVE 'ACCTOWN ' TO WS-ROW-FILE
           MOVE WS-KEY-ENTRY(WS-KEY-IX) TO WS-ROW-KEY
           MOVE WS-ROW-KEY(1:22) TO AO-KEY
           READ ACCTOWN-FILE
           IF WS-OWN-STATUS NOT = '00'
               MOVE WS-OWN-STATUS TO WS-ROW-STATUS
               PERFORM REPORT-FAILED-ROW
               GO TO REPOINT-ONE-ACCTOWN-EXIT
           END-IF
           MOVE SPACES TO WS-BEFORE-IMAGE
           MOVE ACCTOWN-RECORD TO WS-BEFORE-IMAGE

      *    THE SURVIVOR MAY ALREADY BE AN OWNER OF THE SAME ACCOUNT.
           MOVE WS-SURVIVING-ID TO AO-CUSTOMER-ID
           READ ACCTOWN-FILE
           IF WS-OWN-STATUS = '00'
               SET SURVIVOR-HAS-ROW TO TRUE
               MOVE 'DROPPED - SURVIVOR ALREADY AN OWNER' TO
                   WS-ROW-ACTION
           ELSE
               MOVE 'N' TO WS-SURVIVOR-ROW-SW
               MOVE 'OWNER REPOINTED' TO WS-ROW-ACTION
           END-IF
           IF MERGE-PREVIEW
               PERFORM REPORT-ROW
               GO TO REPOINT-ONE-ACCTOWN-EXIT
           END-IF

      *    THE NEW ROW GOES ON BEFORE THE OLD ONE COMES OFF, SO A
      *    FAILURE CAN LEAVE A DUPLICATE BUT NEVER LOSE THE OWNER.
           MOVE SPACES TO WS-AFTER-IMAGE
           IF NOT SURVIVOR-HAS-ROW
               MOVE WS-BEFORE-IMAGE TO ACCTOWN-RECORD
               MOVE WS-SURVIVING-ID TO AO-CUSTOMER-ID
               WRITE ACCTOWN-RECORD
               IF WS-OWN-STATUS NOT = '00'
                   MOVE WS-OWN-STATUS TO WS-ROW-STATUS
                   PERFORM REPORT-FAILED-ROW
                   GO TO REPOINT-ONE-ACCTOWN-EXIT
               END-IF
               MOVE ACCTOWN-RECORD TO WS-AFTER-IMAGE
           END-IF
           MOVE WS-BEFORE-IMAGE TO ACCTOWN-RECORD
           DELETE ACCTOWN-FILE RECORD
           IF WS-OWN-STATUS NOT = '00'
               MOVE WS-OWN-STATUS TO WS-ROW-STATUS
               PERFORM REPORT-FAILED-ROW
               GO TO REPOINT-ONE-ACCTOWN-EXIT
           END-IF

           MOVE 'ACCTOWN ' TO WS-HIST-TYPE
           MOVE WS-LOSING-ID TO WS-HIST-ENTITY-ID
           PERFORM WRITE-MERGE-HISTORY THRU WRITE-MERGE-HISTORY-EXIT
           PERFORM REPORT-ROW.

       REPOINT-ONE-ACCTOWN-EXIT.
           EXIT.

      ******************************************************************
      * HSHLD - HOUSEHOLD MEMBERSHIP
      ******************************************************************
       MERGE-HSHLD.
           MOVE ZERO TO WS-KEY-COUNT
           IF MERGE-EXECUTING
               OPEN I-O HSHLD-FILE
           ELSE
               OPEN INPUT HSHLD-FILE
           END-IF
           IF WS-HH-STATUS NOT = '00'
               GO TO MERGE-HSHLD-EXIT
           END-IF

           MOVE 'N' TO WS-SCAN-DONE-SW
           PERFORM COLLECT-ONE-HSHLD UNTIL SCAN-DONE

           PERFORM REPOINT-ONE-HSHLD THRU REPOINT-ONE-HSHLD-EXIT
               VARYING WS-KEY-IX FROM 1 BY 1
               UNTIL WS-KEY-IX > WS-KEY-COUNT
           CLOSE HSHLD-FILE.

       MERGE-HSHLD-EXIT.
           EXIT.

       COLLECT-ONE-HSHLD.
           READ HSHLD-FILE NEXT RECORD
           IF WS-HH-STATUS NOT = '00'
               SET SCAN-DONE TO TRUE
           ELSE
               IF HH-CUSTOMER-ID = WS-LOSING-ID
                   MOVE 'HSHLD   ' TO WS-ROW-FILE
                   MOVE HH-KEY TO WS-ROW-KEY
                   PERFORM ADD-KEY-TO-TABLE
               END-IF
           END-IF.

       REPOINT-ONE-HSHLD.
           MOVE 'HSHLD   ' TO WS-ROW-FILE
           MOVE WS-KEY-ENTRY(WS-KEY-IX) TO WS-ROW-KEY
           MOVE WS-ROW-KEY(1:20) TO HH-KEY
           READ HSHLD-FILE
           IF WS-HH-STATUS NOT = '00'
               MOVE WS-HH-STATUS TO WS-ROW-STATUS
               PERFORM REPORT-FAILED-ROW
               GO TO REPOINT-ONE-HSHLD-EXIT
           END-IF
           MOVE SPACES TO WS-BEFORE-IMAGE
           MOVE HSHLD-RECORD TO WS-BEFORE-IMAGE

           MOVE WS-SURVIVING-ID TO HH-CUSTOMER-ID
           READ HSHLD-FILE
           IF WS-HH-STATUS = '00'
               SET SURVIVOR-HAS-ROW TO TRUE
               MOVE 'DROPPED - SURVIVOR ALREADY A MEMBER' TO
                   WS-ROW-ACTION
           ELSE
               MOVE 'N' TO WS-SURVIVOR-ROW-SW
               MOVE 'MEMBER REPOINTED' TO WS-ROW-ACTION
           END-IF
           IF MERGE-PREVIEW
               PERFORM REPORT-ROW
               GO TO REPOINT-ONE-HSHLD-EXIT
           END-IF

           MOVE SPACES TO WS-AFTER-IMAGE
           IF NOT SURVIVOR-HAS-ROW
               MOVE WS-BEFORE-IMAGE TO HSHLD-RECORD
               MOVE WS-SURVIVING-ID TO HH-CUSTOMER-ID
               WRITE HSHLD-RECORD
               IF WS-HH-STATUS NOT = '00'
                   MOVE WS-HH-STATUS TO WS-ROW-STATUS
                   PERFORM REPORT-FAILED-ROW
                   GO TO REPOINT-ONE-HSHLD-EXIT
               END-IF
               MOVE HSHLD-RECORD TO WS-AFTER-IMAGE
           END-IF
           MOVE WS-BEFORE-IMAGE TO HSHLD-RECORD
           DELETE HSHLD-FILE RECORD
           IF WS-HH-STATUS NOT = '00'
               MOVE WS-HH-STATUS TO WS-ROW-STATUS
               PERFORM REPORT-FAILED-ROW
               GO TO REPOINT-ONE-HSHLD-EXIT
           END-IF

           MOVE 'HSHLD   ' TO WS-HIST-TYPE
           MOVE WS-LOSING-ID TO WS-HIST-ENTITY-ID
           PERFORM WRITE-MERGE-HISTORY THRU WRITE-MERGE-HISTORY-EXIT
           PERFORM REPORT-ROW.

       REPOINT-ONE-HSHLD-EXIT.
           EXIT.

      ******************************************************************
      * DELIVPRF - STATEMENT/CONFIRM/NOTICE DELIVERY PREFERENCE
      ******************************************************************
       MERGE-DELIVPRF.
           IF MERGE-EXECUTING
               OPEN I-O DELIVPRF-FILE
           ELSE
               OPEN INPUT DELIVPRF-FILE
           END-IF
           IF WS-DELIV-STATUS NOT = '00'
               GO TO MERGE-DELIVPRF-EXIT
           END-IF

           MOVE WS-LOSING-ID TO DP-CUSTOMER-ID
           READ DELIVPRF-FILE
           IF WS-DELIV-STATUS NOT = '00'
               GO TO MERGE-DELIVPRF-CLOSE
           END-IF
           MOVE 'DELIVPRF' TO WS-ROW-FILE
           MOVE WS-LOSING-ID TO WS-ROW-KEY
           MOVE SPACES TO WS-BEFORE-IMAGE
           MOVE DELIVPRF-RECORD TO WS-BEFORE-IMAGE

           MOVE WS-SURVIVING-ID TO DP-CUSTOMER-ID
           READ DELIVPRF-FILE
           IF WS-DELIV-STATUS = '00'
               SET SURVIVOR-HAS-ROW TO TRUE
               MOVE 'DROPPED - SURVIVOR PREFERENCE KEPT' TO
                   WS-ROW-ACTION
           ELSE
               MOVE 'N' TO WS-SURVIVOR-ROW-SW
               MOVE 'PREFERENCE MOVED TO SURVIVOR' TO WS-ROW-ACTION
           END-IF
           IF MERGE-PREVIEW
               PERFORM REPORT-ROW
               GO TO MERGE-DELIVPRF-CLOSE
           END-IF

           MOVE SPACES TO WS-AFTER-IMAGE
           IF NOT SURVIVOR-HAS-ROW
               MOVE WS-BEFORE-IMAGE TO DELIVPRF-RECORD
               MOVE WS-SURVIVING-ID TO DP-CUSTOMER-ID
               PERFORM GET-CURRENT-TIMESTAMP
               MOVE WS-TIMESTAMP TO UPDATED-TIMESTAMP OF
                   DELIVPRF-RECORD
               MOVE WS-MAKER-ID TO UPDATED-BY OF DELIVPRF-RECORD
               WRITE DELIVPRF-RECORD
               IF WS-DELIV-STATUS NOT = '00'
                   MOVE WS-DELIV-STATUS TO WS-ROW-STATUS
                   PERFORM REPORT-FAILED-ROW
                   GO TO MERGE-DELIVPRF-CLOSE
               END-IF
               MOVE DELIVPRF-RECORD TO WS-AFTER-IMAGE
           END-IF
           MOVE WS-BEFORE-IMAGE TO DELIVPRF-RECORD
           DELETE DELIVPRF-FILE RECORD
           IF WS-DELIV-STATUS NOT = '00'
               MOVE WS-DELIV-STATUS TO WS-ROW-STATUS
               PERFORM REPORT-FAILED-ROW
               GO TO MERGE-DELIVPRF-CLOSE
           END-IF

           MOVE 'DELIVPRF' TO WS-HIST-TYPE
           MOVE WS-LOSING-ID TO WS-HIST-ENTITY-ID
           PERFORM WRITE-MERGE-HISTORY THRU WRITE-MERGE-HISTORY-EXIT
           PERFORM REPORT-ROW.

       MERGE-DELIVPRF-CLOSE.
           CLOSE DELIVPRF-FILE.

       MERGE-DELIVPRF-EXIT.
           EXIT.

      ******************************************************************
      * WHELECT - IRA WITHHOLDING ELECTION
      ******************************************************************
       MERGE-WHELECT.
           IF MERGE-EXECUTING
               OPEN I-O WHELECT-FILE
           ELSE
               OPEN INPUT WHELECT-FILE
           END-IF
           IF WS-WHELECT-STATUS NOT = '00'
               GO TO MERGE-WHELECT-EXIT
           END-IF

           MOVE WS-LOSING-ID TO WH-CUSTOMER-ID
           READ WHELECT-FILE
           IF WS-WHELECT-STATUS NOT = '00'
               GO TO MERGE-WHELECT-CLOSE
           END-IF
           MOVE 'WHELECT ' TO WS-ROW-FILE
           MOVE WS-LOSING-ID TO WS-ROW-KEY
           MOVE SPACES TO WS-BEFORE-IMAGE
           MOVE WHELECT-RECORD TO WS-BEFORE-IMAGE

           MOVE WS-SURVIVING-ID TO WH-CUSTOMER-ID
           READ WHELECT-FILE
           IF WS-WHELECT-STATUS = '00'
               SET SURVIVOR-HAS-ROW TO TRUE
               MOVE 'DROPPED - SURVIVOR ELECTION KEPT' TO
                   WS-ROW-ACTION
           ELSE
               MOVE 'N' TO WS-SURVIVOR-ROW-SW
               MOVE 'ELECTION MOVED TO SURVIVOR' TO WS-ROW-ACTION
           END-IF
           IF MERGE-PREVIEW
               PERFORM REPORT-ROW
               GO TO MERGE-WHELECT-CLOSE
           END-IF

           MOVE SPACES TO WS-AFTER-IMAGE
           IF NOT SURVIVOR-HAS-ROW
               MOVE WS-BEFORE-IMAGE TO WHELECT-RECORD
               MOVE WS-SURVIVING-ID TO WH-CUSTOMER-ID
               PERFORM GET-CURRENT-TIMESTAMP
               MOVE WS-TIMESTAMP TO UPDATED-TIMESTAMP OF
                   WHELECT-RECORD
               MOVE WS-MAKER-ID TO UPDATED-BY OF WHELECT-RECORD
               WRITE WHELECT-RECORD
               IF WS-WHELECT-STATUS NOT = '00'
                   MOVE WS-WHELECT-STATUS TO WS-ROW-STATUS
                   PERFORM REPORT-FAILED-ROW
                   GO TO MERGE-WHELECT-CLOSE
               END-IF
               MOVE WHELECT-RECORD TO WS-AFTER-IMAGE
           END-IF
           MOVE WS-BEFORE-IMAGE TO WHELECT-RECORD
           DELETE WHELECT-FILE RECORD
           IF WS-WHELECT-STATUS NOT = '00'
               MOVE WS-WHELECT-STATUS TO WS-ROW-STATUS
               PERFORM REPORT-FAILED-ROW
               GO TO MERGE-WHELECT-CLOSE
           END-IF

           MOVE 'WHELECT ' TO WS-HIST-TYPE
           MOVE WS-LOSING-ID TO WS-HIST-ENTITY-ID
           PERFORM WRITE-MERGE-HISTORY THRU WRITE-MERGE-HISTORY-EXIT
           PERFORM REPORT-ROW.

       MERGE-WHELECT-CLOSE.
           CLOSE WHELECT-FILE.

       MERGE-WHELECT-EXIT.
           EXIT.

      ******************************************************************
      * TRUSTCON - TRUSTED CONTACT PERSON
      ******************************************************************
       MERGE-TRUSTCON.
           IF MERGE-EXECUTING
               OPEN I-O TRUSTCON-FILE
           ELSE
               OPEN INPUT TRUSTCON-FILE
           END-IF
           IF WS-TRUST-STATUS NOT = '00'
               GO TO MERGE-TRUSTCON-EXIT
           END-IF

           MOVE WS-LOSING-ID TO TC-CUSTOMER-ID
           READ TRUSTCON-FILE
           IF WS-TRUST-STATUS NOT = '00'
               GO TO MERGE-TRUSTCON-CLOSE
           END-IF
           MOVE 'TRUSTCON' TO WS-ROW-FILE
           MOVE WS-LOSING-ID TO WS-ROW-KEY
           MOVE SPACES TO WS-BEFORE-IMAGE
           MOVE TRUSTCON-RECORD TO WS-BEFORE-IMAGE

           MOVE WS-SURVIVING-ID TO TC-CUSTOMER-ID
           READ TRUSTCON-FILE
           IF WS-TRUST-STATUS = '00'
               SET SURVIVOR-HAS-ROW TO TRUE
               MOVE 'DROPPED - SURVIVOR CONTACT KEPT' TO
                   WS-ROW-ACTION
           ELSE
               MOVE 'N' TO WS-SURVIVOR-ROW-SW
               MOVE 'CONTACT MOVED TO SURVIVOR' TO WS-ROW-ACTION
           END-IF
           IF MERGE-PREVIEW
               PERFORM REPORT-ROW
               GO TO MERGE-TRUSTCON-CLOSE
           END-IF

           MOVE SPACES TO WS-AFTER-IMAGE
           IF NOT SURVIVOR-HAS-ROW
               MOVE WS-BEFORE-IMAGE TO TRUSTCON-RECORD
               MOVE WS-SURVIVING-ID TO TC-CUSTOMER-ID
               PERFORM GET-CURRENT-TIMESTAMP
               MOVE WS-TIMESTAMP TO UPDATED-TIMESTAMP OF
                   TRUSTCON-RECORD
               MOVE WS-MAKER-ID TO UPDATED-BY OF TRUSTCON-RECORD
               WRITE TRUSTCON-RECORD
               IF WS-TRUST-STATUS NOT = '00'
                   MOVE WS-TRUST-STATUS TO WS-ROW-STATUS
                   PERFORM REPORT-FAILED-ROW
                   GO TO MERGE-TRUSTCON-CLOSE
               END-IF
               MOVE TRUSTCON-RECORD TO WS-AFTER-IMAGE
           END-IF
           MOVE WS-BEFORE-IMAGE TO TRUSTCON-RECORD
           DELETE TRUSTCON-FILE RECORD
           IF WS-TRUST-STATUS NOT = '00'
               MOVE WS-TRUST-STATUS TO WS-ROW-STATUS
               PERFORM REPORT-FAILED-ROW
               GO TO MERGE-TRUSTCON-CLOSE
           END-IF

           MOVE 'TRUSTCON' TO WS-HIST-TYPE
           MOVE WS-LOSING-ID TO WS-HIST-ENTITY-ID
           PERFORM WRITE-MERGE-HISTORY THRU WRITE-MERGE-HISTORY-EXIT
           PERFORM REPORT-ROW.

       MERGE-TRUSTCON-CLOSE.
           CLOSE TRUSTCON-FILE.

       MERGE-TRUSTCON-EXIT.
           EXIT.

      ******************************************************************
      * BENEF - DESIGNATIONS NAMING THE LOSER BY SSN
      ******************************************************************
       MERGE-BENEF.
           IF NOT SSN-CHANGES
               GO TO MERGE-BENEF-EXIT
           END-IF
           MOVE ZERO TO WS-KEY-COUNT
           IF MERGE-EXECUTING
               OPEN I-O BENEF-FILE
           ELSE
               OPEN INPUT BENEF-FILE
           END-IF
           IF WS-BEN-STATUS NOT = '00'
               GO TO MERGE-BENEF-EXIT
           END-IF

           MOVE 'N' TO WS-SCAN-DONE-SW
           PERFORM COLLECT-ONE-BENEF UNTIL SCAN-DONE

           PERFORM REPOINT-ONE-BENEF THRU REPOINT-ONE-BENEF-EXIT
               VARYING WS-KEY-IX FROM 1 BY 1
               UNTIL WS-KEY-IX > WS-KEY-COUNT
           CLOSE BENEF-FILE.

       MERGE-BENEF-EXIT.
           EXIT.

       COLLECT-ONE-BENEF.
           READ BENEF-FILE NEXT RECORD
           IF WS-BEN-STATUS NOT = '00'
               SET SCAN-DONE TO TRUE
           ELSE
               IF BEN-SSN = WS-LOSING-SSN
                   MOVE 'BENEF   ' TO WS-ROW-FILE
                   MOVE BEN-KEY TO WS-ROW-KEY
                   PERFORM ADD-KEY-TO-TABLE
               END-IF
           END-IF.

       REPOINT-ONE-BENEF.
           MOVE 'BENEF   ' TO WS-ROW-FILE
           MOVE WS-KEY-ENTRY(WS-KEY-IX) TO WS-ROW-KEY
           MOVE WS-ROW-KEY(1:15) TO BEN-KEY
           READ BENEF-FILE
           IF WS-BEN-STATUS NOT = '00'
               MOVE WS-BEN-STATUS TO WS-ROW-STATUS
               PERFORM REPORT-FAILED-ROW
               GO TO REPOINT-ONE-BENEF-EXIT
           END-IF
           MOVE 'BENEFICIARY SSN REPOINTED' TO WS-ROW-ACTION
           IF MERGE-PREVIEW
               PERFORM REPORT-ROW
               GO TO REPOINT-ONE-BENEF-EXIT
           END-IF

           MOVE SPACES TO WS-BEFORE-IMAGE
           MOVE BENEF-RECORD TO WS-BEFORE-IMAGE
           MOVE WS-SURVIVING-SSN TO BEN-SSN
           PERFORM GET-CURRENT-TIMESTAMP
           MOVE WS-TIMESTAMP TO UPDATED-TIMESTAMP OF BENEF-RECORD
           MOVE WS-MAKER-ID TO UPDATED-BY OF BENEF-RECORD
           REWRITE BENEF-RECORD
           IF WS-BEN-STATUS NOT = '00'
               MOVE WS-BEN-STATUS TO WS-ROW-STATUS
               PERFORM REPORT-FAILED-ROW
               GO TO REPOINT-ONE-BENEF-EXIT
           END-IF

           MOVE SPACES TO WS-AFTER-IMAGE
           MOVE BENEF-RECORD TO WS-AFTER-IMAGE
           MOVE 'BENEF   ' TO WS-HIST-TYPE
           MOVE WS-LOSING-ID TO WS-HIST-ENTITY-ID
           PERFORM WRITE-MERGE-HISTORY THRU WRITE-MERGE-HISTORY-EXIT
           PERFORM REPORT-ROW.

       REPOINT-ONE-BENEF-EXIT.
           EXIT.

      ******************************************************************
      * AUTHPTY - THE LOSER AS AN AUTHORIZED PARTY ON AN ACCOUNT
      ******************************************************************
       MERGE-AUTHPTY.
           MOVE ZERO TO WS-KEY-COUNT
           IF MERGE-EXECUTING
               OPEN I-O AUTHPTY-FILE
           ELSE
               OPEN INPUT AUTHPTY-FILE
           END-IF
           IF WS-AUTH-STATUS NOT = '00'
               GO TO MERGE-AUTHPTY-EXIT
           END-IF

           MOVE 'N' TO WS-SCAN-DONE-SW
           PERFORM COLLECT-ONE-AUTHPTY UNTIL SCAN-DONE

           PERFORM REPOINT-ONE-AUTHPTY THRU REPOINT-ONE-AUTHPTY-EXIT
               VARYING WS-KEY-IX FROM 1 BY 1
               UNTIL WS-KEY-IX > WS-KEY-COUNT
           CLOSE AUTHPTY-FILE.

       MERGE-AUTHPTY-EXIT.
           EXIT.

       COLLECT-ONE-AUTHPTY.
           READ AUTHPTY-FILE NEXT RECORD
           IF WS-AUTH-STATUS NOT = '00'
               SET SCAN-DONE TO TRUE
           ELSE
               IF AU-PARTY-ID = WS-LOSING-ID
                   MOVE 'AUTHPTY ' TO WS-ROW-FILE
                   MOVE AU-KEY TO WS-ROW-KEY
                   PERFORM ADD-KEY-TO-TABLE
               END-IF
           END-IF.

       REPOINT-ONE-AUTHPTY.
           MOVE 'AUTHPTY ' TO WS-ROW-FILE
           MOVE WS-KEY-ENTRY(WS-KEY-IX) TO WS-ROW-KEY
           MOVE WS-ROW-KEY(1:22) TO AU-KEY
           READ AUTHPTY-FILE
           IF WS-AUTH-STATUS NOT = '00'
               MOVE WS-AUTH-STATUS TO WS-ROW-STATUS
               PERFORM REPORT-FAILED-ROW
               GO TO REPOINT-ONE-AUTHPTY-EXIT
           END-IF
           MOVE SPACES TO WS-BEFORE-IMAGE
           MOVE AUTHPTY-RECORD TO WS-BEFORE-IMAGE

           MOVE WS-SURVIVING-ID TO AU-PARTY-ID
           READ AUTHPTY-FILE
           IF WS-AUTH-STATUS = '00'
               SET SURVIVOR-HAS-ROW TO TRUE
               MOVE 'DROPPED - SURVIVOR ALREADY AUTHORIZED' TO
                   WS-ROW-ACTION
           ELSE
               MOVE 'N' TO WS-SURVIVOR-ROW-SW
               MOVE 'AUTHORIZATION REPOINTED' TO WS-ROW-ACTION
           END-IF
           IF MERGE-PREVIEW
               PERFORM REPORT-ROW
               GO TO REPOINT-ONE-AUTHPTY-EXIT
           END-IF

           MOVE SPACES TO WS-AFTER-IMAGE
           IF NOT SURVIVOR-HAS-ROW
               MOVE WS-BEFORE-IMAGE TO AUTHPTY-RECORD
               MOVE WS-SURVIVING-ID TO AU-PARTY-ID
               WRITE AUTHPTY-RECORD
               IF WS-AUTH-STATUS NOT = '00'
                   MOVE WS-AUTH-STATUS TO WS-ROW-STATUS
                   PERFORM REPORT-FAILED-ROW
                   GO TO REPOINT-ONE-AUTHPTY-EXIT
               END-IF
               MOVE AUTHPTY-RECORD TO WS-AFTER-IMAGE
           END-IF
           MOVE WS-BEFORE-IMAGE TO AUTHPTY-RECORD
           DELETE AUTHPTY-FILE RECORD
           IF WS-AUTH-STATUS NOT = '00'
               MOVE WS-AUTH-STATUS TO WS-ROW-STATUS
               PERFORM REPORT-FAILED-ROW
               GO TO REPOINT-ONE-AUTHPTY-EXIT
           END-IF

           MOVE 'AUTHPTY ' TO WS-HIST-TYPE
           MOVE WS-LOSING-ID TO WS-HIST-ENTITY-ID
           PERFORM WRITE-MERGE-HISTORY THRU WRITE-MERGE-HISTORY-EXIT
           PERFORM REPORT-ROW.

       REPOINT-ONE-AUTHPTY-EXIT.
           EXIT.

      ******************************************************************
      * NOTIFQ - QUEUED AND SENT CUSTOMER NOTICES
      ******************************************************************
       MERGE-NOTIFQ.
           MOVE ZERO TO WS-KEY-COUNT
           IF MERGE-EXECUTING
               OPEN I-O NOTIFQ-FILE
           ELSE
               OPEN INPUT NOTIFQ-FILE
           END-IF
           IF WS-NOTIFQ-STATUS NOT = '00'
               GO TO MERGE-NOTIFQ-EXIT
           END-IF

           MOVE 'N' TO WS-SCAN-DONE-SW
           PERFORM COLLECT-ONE-NOTIFQ UNTIL SCAN-DONE

           PERFORM REPOINT-ONE-NOTIFQ THRU REPOINT-ONE-NOTIFQ-EXIT
               VARYING WS-KEY-IX FROM 1 BY 1
               UNTIL WS-KEY-IX > WS-KEY-COUNT
           CLOSE NOTIFQ-FILE.

       MERGE-NOTIFQ-EXIT.
           EXIT.

       COLLECT-ONE-NOTIFQ.
           READ NOTIFQ-FILE NEXT RECORD
           IF WS-NOTIFQ-STATUS NOT = '00'
               SET SCAN-DONE TO TRUE
           ELSE
               IF NQ-CUSTOMER-ID = WS-LOSING-ID
                   MOVE 'NOTIFQ  ' TO WS-ROW-FILE
                   MOVE NQ-KEY TO WS-ROW-KEY
                   PERFORM ADD-KEY-TO-TABLE
               END-IF
           END-IF.

       REPOINT-ONE-NOTIFQ.
           MOVE 'NOTIFQ  ' TO WS-ROW-FILE
           MOVE WS-KEY-ENTRY(WS-KEY-IX) TO WS-ROW-KEY
           MOVE WS-ROW-KEY(1:28) TO NQ-KEY
           READ NOTIFQ-FILE
           IF WS-NOTIFQ-STATUS NOT = '00'
               MOVE WS-NOTIFQ-STATUS TO WS-ROW-STATUS
               PERFORM REPORT-FAILED-ROW
               GO TO REPOINT-ONE-NOTIFQ-EXIT
           END-IF
           MOVE 'NOTICE REPOINTED' TO WS-ROW-ACTION
           IF MERGE-PREVIEW
               PERFORM REPORT-ROW
               GO TO REPOINT-ONE-NOTIFQ-EXIT
           END-IF

           MOVE SPACES TO WS-BEFORE-IMAGE
           MOVE NOTIFQ-RECORD TO WS-BEFORE-IMAGE
           MOVE WS-SURVIVING-ID TO NQ-CUSTOMER-ID
           REWRITE NOTIFQ-RECORD
           IF WS-NOTIFQ-STATUS NOT = '00'
               MOVE WS-NOTIFQ-STATUS TO WS-ROW-STATUS
               PERFORM REPORT-FAILED-ROW
               GO TO REPOINT-ONE-NOTIFQ-EXIT
           END-IF

           MOVE SPACES TO WS-AFTER-IMAGE
           MOVE NOTIFQ-RECORD TO WS-AFTER-IMAGE
           MOVE 'NOTIFQ  ' TO WS-HIST-TYPE
           MOVE WS-LOSING-ID TO WS-HIST-ENTITY-ID
           PERFORM WRITE-MERGE-HISTORY THRU WRITE-MERGE-HISTORY-EXIT
           PERFORM REPORT-ROW.

       REPOINT-ONE-NOTIFQ-EXIT.
           EXIT.

      ******************************************************************
      * RETIRE THE LOSER ONCE EVERY ROW HAS MOVED
      ******************************************************************
       FINISH-MERGE.
           MOVE SPACES TO CUSTMRG-RPT-LINE
           IF MERGE-FAILED
               STRING '  INCOMPLETE - LOSING CUSTOMER LEFT OPEN; '
                      'FIX THE FAILED LINES AND RERUN FOR A FRESH '
                      'APPROVAL'
                      DELIMITED BY SIZE
                      INTO CUSTMRG-RPT-LINE
               END-STRING
               WRITE CUSTMRG-RPT-LINE
               ADD 1 TO WS-REJECTED-COUNT
               GO TO FINISH-MERGE-EXIT
           END-IF

           MOVE WS-LOSING-ID TO CUSTOMER-ID OF CUSTOMER-RECORD
           READ CUSTOMER-FILE
           IF WS-CUST-STATUS NOT = '00'
               STRING '  UNABLE TO READ LOSING CUSTOMER, STATUS = '
                      WS-CUST-STATUS
                      DELIMITED BY SIZE
                      INTO CUSTMRG-RPT-LINE
               END-STRING
               WRITE CUSTMRG-RPT-LINE
               ADD 1 TO WS-REJECTED-COUNT
               GO TO FINISH-MERGE-EXIT
           END-IF

           MOVE SPACES TO WS-BEFORE-IMAGE
           MOVE CUSTOMER-RECORD TO WS-BEFORE-IMAGE
           SET CLOSED-CUSTOMER OF CUSTOMER-RECORD TO TRUE
           MOVE WS-SURVIVING-ID TO MERGED-INTO-ID OF CUSTOMER-RECORD
           MOVE WS-TODAY TO MERGED-DATE OF CUSTOMER-RECORD
           PERFORM GET-CURRENT-TIMESTAMP
           MOVE WS-TIMESTAMP TO UPDATED-TIMESTAMP OF CUSTOMER-RECORD
           MOVE WS-MAKER-ID TO UPDATED-BY OF CUSTOMER-RECORD
           REWRITE CUSTOMER-RECORD
           IF WS-CUST-STATUS NOT = '00'
               STRING '  UNABLE TO RETIRE LOSING CUSTOMER, STATUS = '
                      WS-CUST-STATUS
                      DELIMITED BY SIZE
                      INTO CUSTMRG-RPT-LINE
               END-STRING
               WRITE CUSTMRG-RPT-LINE
               ADD 1 TO WS-REJECTED-COUNT
               GO TO FINISH-MERGE-EXIT
           END-IF
           PERFORM JOURNAL-CUSTOMER-IMAGE

           MOVE SPACES TO WS-AFTER-IMAGE
           MOVE CUSTOMER-RECORD TO WS-AFTER-IMAGE
           MOVE 'CUSTOMER' TO WS-HIST-TYPE
           MOVE WS-LOSING-ID TO WS-HIST-ENTITY-ID
           PERFORM WRITE-MERGE-HISTORY THRU WRITE-MERGE-HISTORY-EXIT

           MOVE 'CUSTOMER' TO WS-ROW-FILE
           MOVE WS-LOSING-ID TO WS-ROW-KEY
           MOVE 'CLOSED - MERGED INTO SURVIVOR' TO WS-ROW-ACTION
           PERFORM REPORT-ROW

           MOVE WS-ROW-COUNT TO WS-ROW-DISPLAY
           MOVE SPACES TO CUSTMRG-RPT-LINE
           STRING '  MERGED - ' WS-ROW-DISPLAY ' ROW(S) CHANGED'
                  DELIMITED BY SIZE
                  INTO CUSTMRG-RPT-LINE
           END-STRING
           WRITE CUSTMRG-RPT-LINE
           ADD 1 TO WS-MERGED-COUNT.

       FINISH-MERGE-EXIT.
           EXIT.

       JOURNAL-CUSTOMER-IMAGE.
      *    THE RETIRED LOSER GOES TO THE FORWARD-RECOVERY JOURNAL LIKE
      *    CUSTMGMT'S OWN REWRITES - A RECOVER REPLAY MUST NOT REOPEN
      *    A MERGED DUPLICATE.
           MOVE SPACES TO WS-JOURNAL-KEY
           MOVE CUSTOMER-ID OF CUSTOMER-RECORD TO
               WS-JOURNAL-KEY(1:10)
           MOVE SPACES TO WS-JOURNAL-IMAGE
           MOVE CUSTOMER-RECORD TO WS-JOURNAL-IMAGE
           CALL 'FWDJRNL' USING WS-JOURNAL-FILE-ID,
                                 WS-JOURNAL-ACTION,
                                 WS-JOURNAL-KEY,
                                 WS-JOURNAL-PROGRAM,
                                 WS-JOURNAL-IMAGE.

      ******************************************************************
      * SHARED HELPERS
      ******************************************************************
       ADD-KEY-TO-TABLE.
           IF WS-KEY-COUNT < WS-KEY-LIMIT
               ADD 1 TO WS-KEY-COUNT
               MOVE WS-ROW-KEY TO WS-KEY-ENTRY(WS-KEY-COUNT)
           ELSE
               MOVE 'TOO MANY ROWS FOR ONE RUN' TO WS-ROW-ACTION
               MOVE SPACES TO WS-ROW-STATUS
               PERFORM REPORT-FAILED-ROW
           END-IF.

       WRITE-MERGE-HISTORY.
           OPEN EXTEND ACCTHIST-FILE
           IF WS-HIST-STATUS NOT = '00'
               OPEN OUTPUT ACCTHIST-FILE
           END-IF
           IF WS-HIST-STATUS NOT = '00'
               DISPLAY 'CUSTMRG: UNABLE TO OPEN ACCTHIST.DAT, '
                   'STATUS = ' WS-HIST-STATUS
               GO TO WRITE-MERGE-HISTORY-EXIT
           END-IF

           MOVE SPACES TO ACCTHIST-RECORD
           MOVE WS-HIST-TYPE TO HIST-ENTITY-TYPE
           MOVE WS-HIST-ENTITY-ID TO HIST-ENTITY-ID
           MOVE WS-MAKER-ID TO HIST-CHANGED-BY
           PERFORM GET-CURRENT-TIMESTAMP
           MOVE WS-TIMESTAMP TO HIST-CHANGED-TIMESTAMP
           MOVE WS-BEFORE-IMAGE TO HIST-BEFORE-IMAGE
           MOVE WS-AFTER-IMAGE TO HIST-AFTER-IMAGE
           WRITE ACCTHIST-RECORD
           CLOSE ACCTHIST-FILE.

       WRITE-MERGE-HISTORY-EXIT.
           EXIT.

       REPORT-ROW.
           IF MERGE-PREVIEW
               MOVE 'WOULD BE' TO WS-ROW-RESULT
           ELSE
               MOVE 'DONE    ' TO WS-ROW-RESULT
           END-IF
           ADD 1 TO WS-ROW-COUNT
           PERFORM WRITE-ROW-LINE.

       REPORT-FAILED-ROW.
      *    WS-ROW-ACTION IS LEFT AS THE STEP THAT WAS ATTEMPTED.
           MOVE 'FAILED  ' TO WS-ROW-RESULT
           SET MERGE-FAILED TO TRUE
           PERFORM WRITE-ROW-LINE.

       WRITE-ROW-LINE.
           MOVE SPACES TO CUSTMRG-RPT-LINE
           STRING '    ' WS-ROW-RESULT ' ' WS-ROW-FILE ' '
                  WS-ROW-KEY ' ' WS-ROW-ACTION ' ' WS-ROW-STATUS
                  DELIMITED BY SIZE
                  INTO CUSTMRG-RPT-LINE
           END-STRING
           WRITE CUSTMRG-RPT-LINE
           MOVE SPACES TO WS-ROW-STATUS.

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
           CLOSE CONTROL-FILE
           CLOSE CUSTOMER-FILE

           MOVE WS-REQUEST-COUNT TO WS-REQUEST-DISPLAY
           MOVE WS-MERGED-COUNT TO WS-MERGED-DISPLAY
           MOVE WS-SUBMITTED-COUNT TO WS-SUBMITTED-DISPLAY
           MOVE WS-REJECTED-COUNT TO WS-REJECTED-DISPLAY
           MOVE SPACES TO CUSTMRG-RPT-LINE
           WRITE CUSTMRG-RPT-LINE
           MOVE SPACES TO CUSTMRG-RPT-LINE
           STRING 'REQUESTS ' WS-REQUEST-DISPLAY
                  '  MERGED ' WS-MERGED-DISPLAY
                  '  SUBMITTED FOR APPROVAL ' WS-SUBMITTED-DISPLAY
                  '  REJECTED/FAILED ' WS-REJECTED-DISPLAY
                  DELIMITED BY SIZE
                  INTO CUSTMRG-RPT-LINE
           END-STRING
           WRITE CUSTMRG-RPT-LINE
           CLOSE CUSTMRG-RPT-FILE

           DISPLAY 'CUSTMRG: ' WS-REQUEST-DISPLAY ' REQUEST(S), '
               WS-MERGED-DISPLAY ' MERGED, ' WS-SUBMITTED-DISPLAY
               ' SUBMITTED FOR APPROVAL, ' WS-REJECTED-DISPLAY
               ' REJECTED OR FAILED'.

       END PROGRAM CUSTMRG.
