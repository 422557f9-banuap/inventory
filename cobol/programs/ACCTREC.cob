       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCTREC.
      ******************************************************************
      * PROGRAM: ACCTREC - PERIODIC ACCOUNT RECORD MAILING
      * VERSION: 1.0
      * DATE: 2026-10-15
      * PURPOSE: FOR EVERY ACCOUNT NOT CLOSED WHOSE LAST ACCOUNT RECORD
      *          MAILING (ACCT-RECORD-MAILED-DATE) IS OLDER THAN THE
      *          36-MONTH CYCLE, OR WHICH HAS NEVER HAD ONE, QUEUE AN
      *          'ACCTREC ' NOTICE ON THE SHARED NOTIFICATION QUEUE
      *          (NOTIFQ.DAT) AND STAMP TODAY AS THE MAILING DATE.
      *          THE DAILY NOTIFGEN RUN PRINTS THE CUSTOMER'S CURRENT
      *          PROFILE UNDER THE NOTICE (NAME, ADDRESS, INVESTMENT
      *          OBJECTIVE, RISK TOLERANCE, NET WORTH, INCOME,
      *          EMPLOYMENT) AND ROUTES IT PRINT OR ELECTRONIC BY THE
      *          CUSTOMER'S DELIVPRF CHOICE. CORRECTIONS THE CUSTOMER
      *          SENDS BACK ARE KEYED THROUGH ACCTCORR.
      * FUNCTIONS: CALLED BY EODDRIVER ON THE LAST BUSINESS NIGHT OF
      *            THE MONTH, OR RUN STANDALONE; EITHER WAY BEFORE THE
      *            NEXT NOTIFGEN RUN. LK-RETURN-CODE: 00 NORMAL
      *            (INCLUDING NO ACCOUNTS ON FILE), 08 FATAL SETUP
      *            ERROR.
      *
      * NOTES: AN ACCOUNT WHOSE CUSTOMER IS NOT ON CUSTOMER.DAT, IS
      *        DECEASED, OR HAS BEEN MERGED INTO ANOTHER CUSTOMER-ID IS
      *        SKIPPED AND LEFT UNSTAMPED - THERE IS NO PROFILE OR
      *        LIVING ADDRESSEE TO MAIL, AND THE NEXT RUN AFTER THE
      *        RECORD IS PUT RIGHT PICKS IT UP. A RE-RUN ON THE SAME
      *        DAY FINDS THE NOTICE ALREADY QUEUED (DUPLICATE KEY) AND
      *        STILL STAMPS THE ACCOUNT.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT-FILE ASSIGN TO "ACCOUNT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCOUNT-ID OF ACCOUNT-RECORD
               ALTERNATE RECORD KEY IS CUSTOMER-ID OF ACCOUNT-RECORD
                   WITH DUPLICATES
               FILE STATUS IS WS-ACCT-STATUS.

           SELECT CUSTOMER-FILE ASSIGN TO "CUSTOMER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUSTOMER-ID OF CUSTOMER-RECORD
               FILE STATUS IS WS-CUST-STATUS.

           SELECT NOTIFQ-FILE ASSIGN TO "NOTIFQ.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NQ-KEY
               FILE STATUS IS WS-NOTIFQ-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-FILE.
       COPY ACCOUNT.

       FD  CUSTOMER-FILE.
       COPY CUSTOMER.

       FD  NOTIFQ-FILE.
       COPY NOTIFQ.

       WORKING-STORAGE SECTION.
       01  WS-ACCT-STATUS                PIC XX.
           88  ACCT-FILE-OK              VALUE '00'.
           88  ACCT-FILE-EOF             VALUE '10'.

       01  WS-CUST-STATUS                PIC XX.
       01  WS-NOTIFQ-STATUS              PIC XX.

      *    36 MONTHS BETWEEN ACCOUNT RECORD MAILINGS.
       01  WS-MAILING-CYCLE-YEARS        PIC 9(02) VALUE 03.

       01  WS-CURRENT-DATE.
           05  WS-CURRENT-YEAR           PIC 9(04).
           05  WS-CURRENT-MONTH          PIC 9(02).
           05  WS-CURRENT-DAY            PIC 9(02).

       01  WS-CUTOFF-DATE.
           05  WS-CUTOFF-YEAR            PIC 9(04).
           05  WS-CUTOFF-MONTH           PIC 9(02).
           05  WS-CUTOFF-DAY             PIC 9(02).

       01  WS-SCANNED-COUNT              PIC 9(07) COMP.
       01  WS-MAILED-COUNT               PIC 9(07) COMP.
       01  WS-SKIPPED-COUNT              PIC 9(07) COMP.
       01  WS-SCANNED-DISPLAY            PIC ZZZZZZ9.
       01  WS-MAILED-DISPLAY             PIC ZZZZZZ9.
       01  WS-SKIPPED-DISPLAY            PIC ZZZZZZ9.

       LINKAGE SECTION.
       01  LK-RETURN-CODE                PIC 9(02).

       PROCEDURE DIVISION USING LK-RETURN-CODE.
       MAIN-PROCESS.
           MOVE 00 TO LK-RETURN-CODE
           PERFORM INITIALIZE-PROCESS
           PERFORM SWEEP-ACCOUNTS-PROCESS
           PERFORM FINALIZE-PROCESS
           GOBACK.

       INITIALIZE-PROCESS.
           MOVE ZERO TO WS-SCANNED-COUNT
           MOVE ZERO TO WS-MAILED-COUNT
           MOVE ZERO TO WS-SKIPPED-COUNT

           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           MOVE WS-CURRENT-MONTH TO WS-CUTOFF-MONTH
           MOVE WS-CURRENT-DAY TO WS-CUTOFF-DAY
           SUBTRACT WS-MAILING-CYCLE-YEARS FROM WS-CURRENT-YEAR
               GIVING WS-CUTOFF-YEAR

           OPEN I-O ACCOUNT-FILE
           IF WS-ACCT-STATUS = '35'
               DISPLAY 'ACCTREC: NO ACCOUNT.DAT ON FILE - NOTHING TO '
                   'MAIL'
               GOBACK
           END-IF
           IF WS-ACCT-STATUS NOT = '00'
               DISPLAY 'ACCTREC: UNABLE TO OPEN ACCOUNT.DAT, STATUS = '
                   WS-ACCT-STATUS
               MOVE 08 TO LK-RETURN-CODE
               GOBACK
           END-IF

           OPEN INPUT CUSTOMER-FILE
           IF WS-CUST-STATUS NOT = '00'
               DISPLAY 'ACCTREC: UNABLE TO OPEN CUSTOMER.DAT, STATUS = '
                   WS-CUST-STATUS
               CLOSE ACCOUNT-FILE
               MOVE 08 TO LK-RETURN-CODE
               GOBACK
           END-IF

           OPEN I-O NOTIFQ-FILE
           IF WS-NOTIFQ-STATUS = '35'
               OPEN OUTPUT NOTIFQ-FILE
               CLOSE NOTIFQ-FILE
               OPEN I-O NOTIFQ-FILE
           END-IF
           IF WS-NOTIFQ-STATUS NOT = '00'
               DISPLAY 'ACCTREC: UNABLE TO OPEN NOTIFQ.DAT, STATUS = '
                   WS-NOTIFQ-STATUS
               CLOSE ACCOUNT-FILE
               CLOSE CUSTOMER-FILE
               MOVE 08 TO LK-RETURN-CODE
               GOBACK
           END-IF.

       SWEEP-ACCOUNTS-PROCESS.
           READ ACCOUNT-FILE NEXT RECORD
           PERFORM SWEEP-ONE-ACCOUNT UNTIL ACCT-FILE-EOF.

       SWEEP-ONE-ACCOUNT.
           ADD 1 TO WS-SCANNED-COUNT

           IF NOT CLOSED-ACCOUNT
              AND (ACCT-RECORD-MAILED-DATE = SPACES
                   OR ACCT-RECORD-MAILED-DATE < WS-CUTOFF-DATE)
               PERFORM MAIL-ACCOUNT-RECORD THRU MAIL-ACCOUNT-RECORD-EXIT
           END-IF

           READ ACCOUNT-FILE NEXT RECORD.

       MAIL-ACCOUNT-RECORD.
           MOVE CUSTOMER-ID OF ACCOUNT-RECORD TO
               CUSTOMER-ID OF CUSTOMER-RECORD
           READ CUSTOMER-FILE
           IF WS-CUST-STATUS NOT = '00'
               ADD 1 TO WS-SKIPPED-COUNT
               DISPLAY 'ACCTREC: ACCOUNT ' ACCOUNT-ID OF ACCOUNT-RECORD
                   ' - CUSTOMER ' CUSTOMER-ID OF ACCOUNT-RECORD
                   ' NOT ON FILE, SKIPPED'
               GO TO MAIL-ACCOUNT-RECORD-EXIT
           END-IF
           IF CUSTOMER-DECEASED
              OR NOT CUSTOMER-NOT-MERGED
               ADD 1 TO WS-SKIPPED-COUNT
               GO TO MAIL-ACCOUNT-RECORD-EXIT
           END-IF

           MOVE SPACES TO NOTIFQ-RECORD
           MOVE ACCOUNT-ID OF ACCOUNT-RECORD TO NQ-ACCOUNT-ID
           MOVE 'ACCTREC ' TO NQ-NOTICE-TYPE
           MOVE WS-CURRENT-DATE TO NQ-CREATED-DATE
           MOVE CUSTOMER-ID OF ACCOUNT-RECORD TO NQ-CUSTOMER-ID
           MOVE 'YOUR ACCOUNT RECORD - PLEASE REVIEW' TO NQ-EVENT-DATA
           SET NQ-PENDING TO TRUE
           MOVE SPACES TO NQ-SENT-DATE
           WRITE NOTIFQ-RECORD
           IF WS-NOTIFQ-STATUS NOT = '00'
              AND WS-NOTIFQ-STATUS NOT = '22'
               ADD 1 TO WS-SKIPPED-COUNT
               DISPLAY 'ACCTREC: UNABLE TO QUEUE MAILING FOR ACCOUNT '
                   ACCOUNT-ID OF ACCOUNT-RECORD ', STATUS = '
                   WS-NOTIFQ-STATUS
               GO TO MAIL-ACCOUNT-RECORD-EXIT
           END-IF

           MOVE WS-CURRENT-DATE TO ACCT-RECORD-MAILED-DATE
           REWRITE ACCOUNT-RECORD
           IF WS-ACCT-STATUS = '00'
               ADD 1 TO WS-MAILED-COUNT
           ELSE
               ADD 1 TO WS-SKIPPED-COUNT
               DISPLAY 'ACCTREC: UNABLE TO STAMP ACCOUNT '
                   ACCOUNT-ID OF ACCOUNT-RECORD ', STATUS = '
                   WS-ACCT-STATUS
           END-IF

      *    Keep the sweep going past a failed rewrite.
           MOVE '00' TO WS-ACCT-STATUS.

       MAIL-ACCOUNT-RECORD-EXIT.
           EXIT.

       FINALIZE-PROCESS.
           CLOSE ACCOUNT-FILE
           CLOSE CUSTOMER-FILE
           CLOSE NOTIFQ-FILE

           MOVE WS-SCANNED-COUNT TO WS-SCANNED-DISPLAY
           MOVE WS-MAILED-COUNT TO WS-MAILED-DISPLAY
           MOVE WS-SKIPPED-COUNT TO WS-SKIPPED-DISPLAY
           DISPLAY 'ACCTREC: SCANNED ' WS-SCANNED-DISPLAY
               ' ACCOUNT(S), QUEUED ' WS-MAILED-DISPLAY
               ' ACCOUNT RECORD MAILING(S), SKIPPED '
               WS-SKIPPED-DISPLAY.

       END PROGRAM ACCTREC.
