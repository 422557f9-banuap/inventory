       IDENTIFICATION DIVISION.
       PROGRAM-ID. RETPURGE.
      ******************************************************************
      * PROGRAM: RETPURGE - RETENTION-SCHEDULE PURGE
      * VERSION: 1.0
      * DATE: 2026-10-15
      * PURPOSE: WORK THE RETENTION CATALOG (RETCAT.DAT, MAINTAINED BY
      *          RETMNT) FILE BY FILE. EVERY RECORD WHOSE CATALOGUED
      *          DATE IS OLDER THAN TODAY LESS THE FILE'S RETENTION
      *          MONTHS IS TAKEN OFF THE LIVE FILE - COPIED FIRST TO
      *          THE RETENTION ARCHIVE (RETARCH.DAT) WHEN THE FILE'S
      *          DISPOSITION IS ARCHIVE, OR SIMPLY DESTROYED WHEN IT IS
      *          PURGE - UNLESS IT IS TIED TO AN ACCOUNT UNDER
      *          LITIGATION HOLD OR TO AN ACCOUNT OR CUSTOMER WITH A
      *          COMPLAINT STILL OPEN OR IN PROGRESS, IN WHICH CASE IT
      *          STAYS WHATEVER ITS AGE. EVERY RECORD REMOVED IS LISTED
      *          ON THE CERTIFICATE OF DESTRUCTION (RETCERT.RPT) WITH
      *          ITS FILE, DATE, DISPOSAL AND IDENTIFYING KEY, FILE BY
      *          FILE WITH COUNTS, FOR SIGNATURE BY THE RECORDS OFFICER.
      * FUNCTIONS: CALLED BY EODDRIVER ON THE LAST BUSINESS NIGHT OF
      *            THE MONTH, AFTER THE NIGHT'S READERS OF THE FILES IT
      *            PURGES (SODRPT, SOAPUSE, CDCEXTR), OR RUN STANDALONE.
      *            EITHER WAY SOAP-SERVER MUST BE STOPPED, AS THE LOG IS
      *            REWRITTEN IN PLACE. LK-RETURN-CODE: 00 NORMAL
      *            (INCLUDING NOTHING CATALOGUED), 08 FATAL SETUP ERROR
      *            OR INCOMPLETE HOLD LISTS (NOTHING DESTROYED).
      * NOTES:   ONLY OPEN-ENDED FILES ARE WORKED HERE. TRANSACTIONS,
      *          ACCOUNTS AND THE TRANSACTION LOG HISTORY ARE DISPOSED
      *          OF BY TRANARCH, ACCTARCH AND RECONCILE AND SIT ON THE
      *          CATALOG AS 'X' FOR THE SCHEDULE ONLY.
      *          QUEUE FILES ONLY GIVE UP FINISHED ITEMS - A NOTICE
      *          ONCE SENT, AN EXCEPTION ONCE DISPOSED, A SUSPENSE ITEM
      *          ONCE RESUBMITTED OR WRITTEN OFF - AGED FROM THE DAY IT
      *          WAS FINISHED. THE SOAP-SERVER LOG IS AGED BY THE DATE
      *          ON ITS REQUEST LINES; A LINE WITHOUT ONE GOES WITH THE
      *          REQUEST ABOVE IT.
      *          THE HOLD LISTS ARE BUILT BEFORE ANYTHING IS TOUCHED; IF
      *          EITHER CANNOT BE BUILT IN FULL THE RUN STOPS WITH
      *          NOTHING DESTROYED.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RETCAT-FILE ASSIGN TO "RETCAT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RT-FILE-ID
               FILE STATUS IS WS-RT-STATUS.

           SELECT ACCOUNT-FILE ASSIGN TO "ACCOUNT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCOUNT-ID OF ACCOUNT-RECORD
               FILE STATUS IS WS-ACCT-STATUS.

           SELECT COMPLNT-FILE ASSIGN TO "COMPLNT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-COMPLAINT-ID
               FILE STATUS IS WS-CMP-STATUS.

           SELECT RETARCH-FILE ASSIGN TO "RETARCH.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ARCH-STATUS.

           SELECT RETCERT-RPT-FILE ASSIGN TO "RETCERT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

           SELECT ORDEVT-FILE ASSIGN TO "ORDEVT.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-SRC-STATUS.

           SELECT ORDEVT-WORK-FILE ASSIGN TO "ORDEVT.RTW"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-WORK-STATUS.

           SELECT NOTIFQ-FILE ASSIGN TO "NOTIFQ.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NQ-KEY
               FILE STATUS IS WS-SRC-STATUS.

           SELECT EXCPQ-FILE ASSIGN TO "EXCPQ.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EX-EXCEPTION-ID OF EXCPQ-RECORD
               FILE STATUS IS WS-SRC-STATUS.

           SELECT INQAUDIT-FILE ASSIGN TO "INQAUDIT.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-SRC-STATUS.

           SELECT INQAUDIT-WORK-FILE ASSIGN TO "INQAUDIT.RTW"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-WORK-STATUS.

           SELECT FWDJRNL-FILE ASSIGN TO "FWDJRNL.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-SRC-STATUS.

           SELECT FWDJRNL-WORK-FILE ASSIGN TO "FWDJRNL.RTW"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-WORK-STATUS.

           SELECT ACCTHIST-FILE ASSIGN TO "ACCTHIST.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-SRC-STATUS.

           SELECT ACCTHIST-WORK-FILE ASSIGN TO "ACCTHIST.RTW"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-WORK-STATUS.

           SELECT SUSPQ-FILE ASSIGN TO "SUSPQ.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SQ-SUSPENSE-ID
               FILE STATUS IS WS-SRC-STATUS.

           SELECT ERRLOG-FILE ASSIGN TO "ERRLOG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EL-TRANSACTION-ID
               FILE STATUS IS WS-SRC-STATUS.

           SELECT SOAPLOG-FILE ASSIGN TO 'cobol/data/soap-server.log'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-SRC-STATUS.

           SELECT SOAPLOG-WORK-FILE ASSIGN TO "SOAPLOG.RTW"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-WORK-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RETCAT-FILE.
       COPY RETCAT.

       FD  ACCOUNT-FILE.
       COPY ACCOUNT.

       FD  COMPLNT-FILE.
       COPY COMPLNT.

       FD  RETARCH-FILE.
       COPY RETARCH.

       FD  RETCERT-RPT-FILE.
       01  RETCERT-RPT-LINE              PIC X(132).

       FD  ORDEVT-FILE.
       COPY ORDEVT.

       FD  ORDEVT-WORK-FILE.
       01  ORDEVT-WORK-RECORD            PIC X(106).

       FD  NOTIFQ-FILE.
       COPY NOTIFQ.

       FD  EXCPQ-FILE.
       COPY EXCPREC.

       FD  INQAUDIT-FILE.
       01  INQAUDIT-RECORD.
           05  IA-TIMESTAMP              PIC X(26).
           05  IA-OPERATOR-ID            PIC X(08).
           05  IA-ACCOUNT-ID             PIC X(12).
           05  FILLER                    PIC X(10).

       FD  INQAUDIT-WORK-FILE.
       01  INQAUDIT-WORK-RECORD          PIC X(56).

       FD  FWDJRNL-FILE.
       COPY FWDJRNL.

       FD  FWDJRNL-WORK-FILE.
       01  FWDJRNL-WORK-RECORD           PIC X(675).

       FD  ACCTHIST-FILE.
       COPY ACCTHIST.

       FD  ACCTHIST-WORK-FILE.
       01  ACCTHIST-WORK-RECORD          PIC X(1254).

       FD  SUSPQ-FILE.
       COPY SUSPREC.

       FD  ERRLOG-FILE.
       COPY ERRLOG.

       FD  SOAPLOG-FILE.
       01  SOAPLOG-RECORD                PIC X(200).

       FD  SOAPLOG-WORK-FILE.
       01  SOAPLOG-WORK-RECORD           PIC X(200).

       WORKING-STORAGE SECTION.
       01  WS-RT-STATUS                  PIC XX.
       01  WS-ACCT-STATUS                PIC XX.
       01  WS-CMP-STATUS                 PIC XX.
       01  WS-ARCH-STATUS                PIC XX.
       01  WS-RPT-STATUS                 PIC XX.
       01  WS-SRC-STATUS                 PIC XX.
       01  WS-WORK-STATUS                PIC XX.

       01  WS-CATALOG-EOF-SW             PIC X(01) VALUE 'N'.
           88  CATALOG-EOF               VALUE 'Y'.
       01  WS-SOURCE-EOF-SW              PIC X(01) VALUE 'N'.
           88  SOURCE-EOF                VALUE 'Y'.
       01  WS-LOAD-EOF-SW                PIC X(01) VALUE 'N'.
           88  LOAD-EOF                  VALUE 'Y'.
       01  WS-REMOVE-SW                  PIC X(01) VALUE 'N'.
           88  REMOVE-RECORD             VALUE 'Y'.
       01  WS-HELD-SW                    PIC X(01) VALUE 'N'.
           88  RECORD-HELD               VALUE 'Y'.
       01  WS-HOLD-OVERFLOW-SW           PIC X(01) VALUE 'N'.
           88  HOLD-OVERFLOW             VALUE 'Y'.

      *----------------------------------------------------------------
      * HOLD LISTS - EVERY ACCOUNT UNDER LITIGATION HOLD OR NAMED ON AN
      * OPEN COMPLAINT, AND EVERY CUSTOMER OWNING ONE OR NAMED ON AN
      * OPEN COMPLAINT. A RECORD TIED TO EITHER LIST IS NEVER REMOVED.
      *----------------------------------------------------------------
       01  WS-HELD-ACCOUNT-TABLE.
           05  WS-HELD-ACCOUNT           PIC X(12)
                                         OCCURS 2000 TIMES.
       01  WS-HELD-ACCOUNT-COUNT         PIC 9(05) COMP.
       01  WS-HELD-CUSTOMER-TABLE.
           05  WS-HELD-CUSTOMER          PIC X(10)
                                         OCCURS 2000 TIMES.
       01  WS-HELD-CUSTOMER-COUNT        PIC 9(05) COMP.
       01  WS-HOLD-INDEX                 PIC 9(05) COMP.
       01  WS-HOLD-FOUND-SW              PIC X(01) VALUE 'N'.
           88  HOLD-ENTRY-FOUND          VALUE 'Y'.
       01  WS-ADD-ACCOUNT-ID             PIC X(12).
       01  WS-ADD-CUSTOMER-ID            PIC X(10).

      *    WHAT THE RECORD IN HAND IS TIED TO, AND THE DATE IT AGES BY.
       01  WS-TIE-ACCOUNT-ID             PIC X(12).
       01  WS-TIE-CUSTOMER-ID            PIC X(10).
       01  WS-RECORD-DATE                PIC X(08).
       01  WS-LOG-LINE-DATE              PIC X(08).

       01  WS-DISPOSE-IMAGE              PIC X(1260).
       01  WS-CERT-IDENT                 PIC X(60).
       01  WS-DISPOSAL-TEXT              PIC X(08).

       COPY TRANSACTION REPLACING TRANSACTION-RECORD BY
           WS-SUSP-TRANSACTION.
       COPY ORDER REPLACING ORDER-RECORD BY WS-JRNL-ORDER.
       COPY SOAPLOG.

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
       01  WS-RUN-DATE                   PIC X(08).

      *    CUTOFF - TODAY LESS THE RETENTION MONTHS. A RECORD DATED
      *    BEFORE IT HAS SERVED ITS TIME.
       01  WS-CUTOFF-DATE.
           05  WS-CUTOFF-YEAR            PIC 9(04).
           05  WS-CUTOFF-MONTH           PIC 9(02).
           05  WS-CUTOFF-DAY             PIC 9(02).
       01  WS-MONTH-NUMBER               PIC 9(07) COMP.
       01  WS-MONTH-REMAINDER            PIC 9(02) COMP.

       01  WS-FILE-SCANNED               PIC 9(09) COMP.
       01  WS-FILE-EXPIRED               PIC 9(09) COMP.
       01  WS-FILE-HELD                  PIC 9(09) COMP.
       01  WS-FILE-REMOVED               PIC 9(09) COMP.
       01  WS-FILE-NOTE                  PIC X(40).
       01  WS-FILES-WORKED               PIC 9(05) COMP.
       01  WS-TOTAL-SCANNED              PIC 9(09) COMP.
       01  WS-TOTAL-HELD                 PIC 9(09) COMP.
       01  WS-TOTAL-REMOVED              PIC 9(09) COMP.
       01  WS-ARCHIVE-ERRORS             PIC 9(07) COMP.

       01  WS-COUNT-DISPLAY-1            PIC ZZZ,ZZZ,ZZ9.
       01  WS-COUNT-DISPLAY-2            PIC ZZZ,ZZZ,ZZ9.
       01  WS-COUNT-DISPLAY-3            PIC ZZZ,ZZZ,ZZ9.
       01  WS-COUNT-DISPLAY-4            PIC ZZZ,ZZZ,ZZ9.
       01  WS-MONTHS-DISPLAY             PIC ZZ9.
       01  WS-RPT-LINE                   PIC X(132).

       LINKAGE SECTION.
       01  LK-RETURN-CODE                PIC 9(02).

       PROCEDURE DIVISION USING LK-RETURN-CODE.
       MAIN-PROCESS.
           MOVE 00 TO LK-RETURN-CODE
           PERFORM INITIALIZE-PROCESS
           PERFORM LOAD-HOLD-LISTS
           PERFORM WRITE-CERTIFICATE-HEADING
           PERFORM WORK-CATALOG-PROCESS
           PERFORM FINALIZE-PROCESS
           GOBACK.

       INITIALIZE-PROCESS.
           MOVE ZERO TO WS-HELD-ACCOUNT-COUNT
           MOVE ZERO TO WS-HELD-CUSTOMER-COUNT
           MOVE ZERO TO WS-FILES-WORKED
           MOVE ZERO TO WS-TOTAL-SCANNED
           MOVE ZERO TO WS-TOTAL-HELD
           MOVE ZERO TO WS-TOTAL-REMOVED
           MOVE ZERO TO WS-ARCHIVE-ERRORS

           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           MOVE WS-CURRENT-DATE TO WS-RUN-DATE

           OPEN I-O RETCAT-FILE
           IF WS-RT-STATUS NOT = '00'
               DISPLAY 'RETPURGE: NO RETCAT.DAT ON FILE - NOTHING '
                   'CATALOGUED, NOTHING TO DO'
               GOBACK
           END-IF

           OPEN INPUT ACCOUNT-FILE
           IF WS-ACCT-STATUS NOT = '00'
               DISPLAY 'RETPURGE: UNABLE TO OPEN ACCOUNT.DAT, STATUS = '
                   WS-ACCT-STATUS ' - HOLDS CANNOT BE PROVED, NOTHING '
                   'PURGED'
               CLOSE RETCAT-FILE
               MOVE 08 TO LK-RETURN-CODE
               GOBACK
           END-IF

           OPEN EXTEND RETARCH-FILE
           IF WS-ARCH-STATUS = '35'
      *        First record ever archived - file is created.
               OPEN OUTPUT RETARCH-FILE
           END-IF
           IF WS-ARCH-STATUS NOT = '00'
               DISPLAY 'RETPURGE: UNABLE TO OPEN RETARCH.DAT, STATUS = '
                   WS-ARCH-STATUS
               CLOSE RETCAT-FILE
               CLOSE ACCOUNT-FILE
               MOVE 08 TO LK-RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT RETCERT-RPT-FILE
           IF WS-RPT-STATUS NOT = '00'
               DISPLAY 'RETPURGE: UNABLE TO OPEN RETCERT.RPT, STATUS = '
                   WS-RPT-STATUS
               CLOSE RETCAT-FILE
               CLOSE ACCOUNT-FILE
               CLOSE RETARCH-FILE
               MOVE 08 TO LK-RETURN-CODE
               GOBACK
           END-IF.

      ******************************************************************
      * HOLD LISTS - LITIGATION HOLDS FROM THE ACCOUNT MASTER, THEN
      * EVERY COMPLAINT NOT YET CLOSED. A LIST THAT WILL NOT FIT STOPS
      * THE RUN BEFORE ANY FILE IS OPENED FOR PURGING.
      ******************************************************************
       LOAD-HOLD-LISTS.
           MOVE LOW-VALUES TO ACCOUNT-ID OF ACCOUNT-RECORD
           START ACCOUNT-FILE KEY IS NOT LESS THAN
               ACCOUNT-ID OF ACCOUNT-RECORD
           MOVE 'N' TO WS-LOAD-EOF-SW
           IF WS-ACCT-STATUS NOT = '00'
               SET LOAD-EOF TO TRUE
           ELSE
               READ ACCOUNT-FILE NEXT RECORD
                   AT END SET LOAD-EOF TO TRUE
               END-READ
           END-IF
           PERFORM LOAD-ONE-ACCOUNT-HOLD
               UNTIL LOAD-EOF

           OPEN INPUT COMPLNT-FILE
           IF WS-CMP-STATUS = '00'
               MOVE LOW-VALUES TO CM-COMPLAINT-ID
               START COMPLNT-FILE KEY IS NOT LESS THAN CM-COMPLAINT-ID
               MOVE 'N' TO WS-LOAD-EOF-SW
               IF WS-CMP-STATUS NOT = '00'
                   SET LOAD-EOF TO TRUE
               ELSE
                   READ COMPLNT-FILE NEXT RECORD
                       AT END SET LOAD-EOF TO TRUE
                   END-READ
               END-IF
               PERFORM LOAD-ONE-COMPLAINT-HOLD
                   UNTIL LOAD-EOF
               CLOSE COMPLNT-FILE
           ELSE
               IF WS-CMP-STATUS NOT = '35'
                   DISPLAY 'RETPURGE: UNABLE TO OPEN COMPLNT.DAT, '
                       'STATUS = ' WS-CMP-STATUS ' - HOLDS CANNOT BE '
                       'PROVED, NOTHING PURGED'
                   SET HOLD-OVERFLOW TO TRUE
               END-IF
           END-IF

           IF HOLD-OVERFLOW
               DISPLAY 'RETPURGE: HOLD LISTS INCOMPLETE - RUN STOPPED '
                   'WITH NOTHING DESTROYED'
               CLOSE RETCAT-FILE
               CLOSE ACCOUNT-FILE
               CLOSE RETARCH-FILE
               CLOSE RETCERT-RPT-FILE
               MOVE 08 TO LK-RETURN-CODE
               GOBACK
           END-IF.

       LOAD-ONE-ACCOUNT-HOLD.
           IF LITIGATION-HOLD
               MOVE ACCOUNT-ID OF ACCOUNT-RECORD TO WS-ADD-ACCOUNT-ID
               PERFORM ADD-HELD-ACCOUNT THRU ADD-HELD-ACCOUNT-EXIT
               MOVE CUSTOMER-ID OF ACCOUNT-RECORD TO WS-ADD-CUSTOMER-ID
               PERFORM ADD-HELD-CUSTOMER THRU ADD-HELD-CUSTOMER-EXIT
           END-IF

           READ ACCOUNT-FILE NEXT RECORD
               AT END SET LOAD-EOF TO TRUE
           END-READ.

       LOAD-ONE-COMPLAINT-HOLD.
           IF CM-OPEN OR CM-IN-PROGRESS
               MOVE CM-ACCOUNT-ID TO WS-ADD-ACCOUNT-ID
               PERFORM ADD-HELD-ACCOUNT THRU ADD-HELD-ACCOUNT-EXIT
               MOVE CM-CUSTOMER-ID TO WS-ADD-CUSTOMER-ID
               PERFORM ADD-HELD-CUSTOMER THRU ADD-HELD-CUSTOMER-EXIT
           END-IF

           READ COMPLNT-FILE NEXT RECORD
               AT END SET LOAD-EOF TO TRUE
           END-READ.

       ADD-HELD-ACCOUNT.
           IF WS-ADD-ACCOUNT-ID = SPACES
               GO TO ADD-HELD-ACCOUNT-EXIT
           END-IF
           MOVE WS-ADD-ACCOUNT-ID TO WS-TIE-ACCOUNT-ID
           PERFORM FIND-HELD-ACCOUNT
           IF HOLD-ENTRY-FOUND
               GO TO ADD-HELD-ACCOUNT-EXIT
           END-IF
           IF WS-HELD-ACCOUNT-COUNT >= 2000
               IF NOT HOLD-OVERFLOW
                   DISPLAY 'RETPURGE: MORE THAN 2000 HELD ACCOUNTS'
               END-IF
               SET HOLD-OVERFLOW TO TRUE
               GO TO ADD-HELD-ACCOUNT-EXIT
           END-IF
           ADD 1 TO WS-HELD-ACCOUNT-COUNT
           MOVE WS-ADD-ACCOUNT-ID TO
               WS-HELD-ACCOUNT(WS-HELD-ACCOUNT-COUNT).

       ADD-HELD-ACCOUNT-EXIT.
           EXIT.

       ADD-HELD-CUSTOMER.
           IF WS-ADD-CUSTOMER-ID = SPACES
               GO TO ADD-HELD-CUSTOMER-EXIT
           END-IF
           MOVE WS-ADD-CUSTOMER-ID TO WS-TIE-CUSTOMER-ID
           PERFORM FIND-HELD-CUSTOMER
           IF HOLD-ENTRY-FOUND
               GO TO ADD-HELD-CUSTOMER-EXIT
           END-IF
           IF WS-HELD-CUSTOMER-COUNT >= 2000
               IF NOT HOLD-OVERFLOW
                   DISPLAY 'RETPURGE: MORE THAN 2000 HELD CUSTOMERS'
               END-IF
               SET HOLD-OVERFLOW TO TRUE
               GO TO ADD-HELD-CUSTOMER-EXIT
           END-IF
           ADD 1 TO WS-HELD-CUSTOMER-COUNT
           MOVE WS-ADD-CUSTOMER-ID TO
               WS-HELD-CUSTOMER(WS-HELD-CUSTOMER-COUNT).

       ADD-HELD-CUSTOMER-EXIT.
           EXIT.

       FIND-HELD-ACCOUNT.
           MOVE 'N' TO WS-HOLD-FOUND-SW
           PERFORM TEST-ONE-HELD-ACCOUNT
               VARYING WS-HOLD-INDEX FROM 1 BY 1
               UNTIL WS-HOLD-INDEX > WS-HELD-ACCOUNT-COUNT
               OR HOLD-ENTRY-FOUND.

       TEST-ONE-HELD-ACCOUNT.
           IF WS-HELD-ACCOUNT(WS-HOLD-INDEX) = WS-TIE-ACCOUNT-ID
               SET HOLD-ENTRY-FOUND TO TRUE
           END-IF.

       FIND-HELD-CUSTOMER.
           MOVE 'N' TO WS-HOLD-FOUND-SW
           PERFORM TEST-ONE-HELD-CUSTOMER
               VARYING WS-HOLD-INDEX FROM 1 BY 1
               UNTIL WS-HOLD-INDEX > WS-HELD-CUSTOMER-COUNT
               OR HOLD-ENTRY-FOUND.

       TEST-ONE-HELD-CUSTOMER.
           IF WS-HELD-CUSTOMER(WS-HOLD-INDEX) = WS-TIE-CUSTOMER-ID
               SET HOLD-ENTRY-FOUND TO TRUE
           END-IF.

       WRITE-CERTIFICATE-HEADING.
           MOVE SPACES TO WS-RPT-LINE
           STRING 'CERTIFICATE OF DESTRUCTION - BOOKS AND RECORDS '
                  'RETENTION PURGE - RUN DATE ' WS-RUN-DATE
                  DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING
           WRITE RETCERT-RPT-LINE FROM WS-RPT-LINE

           MOVE WS-HELD-ACCOUNT-COUNT TO WS-COUNT-DISPLAY-1
           MOVE WS-HELD-CUSTOMER-COUNT TO WS-COUNT-DISPLAY-2
           MOVE SPACES TO WS-RPT-LINE
           STRING 'RECORDS TIED TO A LITIGATION HOLD OR AN OPEN '
                  'COMPLAINT WERE RETAINED - ACCOUNTS HELD:'
                  WS-COUNT-DISPLAY-1 '  CUSTOMERS HELD:'
                  WS-COUNT-DISPLAY-2
                  DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING
           WRITE RETCERT-RPT-LINE FROM WS-RPT-LINE
           MOVE SPACES TO RETCERT-RPT-LINE
           WRITE RETCERT-RPT-LINE.

      ******************************************************************
      * CATALOG WALK - ONE CATALOGUED FILE AT A TIME. FILES DISPOSED OF
      * BY THEIR OWN JOB ARE PASSED OVER.
      ******************************************************************
       WORK-CATALOG-PROCESS.
           MOVE LOW-VALUES TO RT-FILE-ID
           START RETCAT-FILE KEY IS NOT LESS THAN RT-FILE-ID
           MOVE 'N' TO WS-CATALOG-EOF-SW
           IF WS-RT-STATUS NOT = '00'
               SET CATALOG-EOF TO TRUE
           ELSE
               READ RETCAT-FILE NEXT RECORD
                   AT END SET CATALOG-EOF TO TRUE
               END-READ
           END-IF
           PERFORM WORK-ONE-CATALOG-ROW THRU WORK-ONE-CATALOG-EXIT
               UNTIL CATALOG-EOF.

       WORK-ONE-CATALOG-ROW.
           IF RT-OWN-JOB
              OR NOT RT-PURGE-SUPPORTED
               GO TO WORK-ONE-CATALOG-NEXT
           END-IF
           IF RT-RETENTION-MONTHS NOT NUMERIC
              OR RT-RETENTION-MONTHS = ZERO
               DISPLAY 'RETPURGE: NO RETENTION PERIOD ON FILE '
                   RT-FILE-ID ' - PASSED OVER'
               GO TO WORK-ONE-CATALOG-NEXT
           END-IF

      *    MONTHS ARE COUNTED FROM YEAR ZERO SO THE SUBTRACTION CAN
      *    CROSS ANY NUMBER OF YEAR ENDS; THE DAY OF MONTH CARRIES.
           COMPUTE WS-MONTH-NUMBER = WS-CURRENT-YEAR * 12
               + WS-CURRENT-MONTH - 1 - RT-RETENTION-MONTHS
           DIVIDE WS-MONTH-NUMBER BY 12 GIVING WS-CUTOFF-YEAR
               REMAINDER WS-MONTH-REMAINDER
           COMPUTE WS-CUTOFF-MONTH = WS-MONTH-REMAINDER + 1
           MOVE WS-CURRENT-DAY TO WS-CUTOFF-DAY

           MOVE ZERO TO WS-FILE-SCANNED
           MOVE ZERO TO WS-FILE-EXPIRED
           MOVE ZERO TO WS-FILE-HELD
           MOVE ZERO TO WS-FILE-REMOVED
           MOVE SPACES TO WS-FILE-NOTE
           IF RT-ARCHIVE
               MOVE 'ARCHIVED' TO WS-DISPOSAL-TEXT
           ELSE
               MOVE 'PURGED  ' TO WS-DISPOSAL-TEXT
           END-IF

           MOVE RT-RETENTION-MONTHS TO WS-MONTHS-DISPLAY
           MOVE SPACES TO WS-RPT-LINE
           STRING 'FILE ' RT-FILE-ID ' (' RT-DATA-FILE
                  ') RETAINED ' WS-MONTHS-DISPLAY
                  ' MONTHS UNDER ' RT-AUTHORITY
                  ' - CUTOFF ' WS-CUTOFF-DATE
                  DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING
           WRITE RETCERT-RPT-LINE FROM WS-RPT-LINE

           EVALUATE RT-FILE-ID
               WHEN 'ORDEVT  '
                   PERFORM PURGE-ORDEVT-FILE THRU PURGE-ORDEVT-EXIT
               WHEN 'NOTIFQ  '
                   PERFORM PURGE-NOTIFQ-FILE THRU PURGE-NOTIFQ-EXIT
               WHEN 'EXCPQ   '
                   PERFORM PURGE-EXCPQ-FILE THRU PURGE-EXCPQ-EXIT
               WHEN 'INQAUDIT'
                   PERFORM PURGE-INQAUDIT-FILE THRU PURGE-INQAUDIT-EXIT
               WHEN 'FWDJRNL '
                   PERFORM PURGE-FWDJRNL-FILE THRU PURGE-FWDJRNL-EXIT
               WHEN 'ACCTHIST'
                   PERFORM PURGE-ACCTHIST-FILE THRU PURGE-ACCTHIST-EXIT
               WHEN 'SUSPQ   '
                   PERFORM PURGE-SUSPQ-FILE THRU PURGE-SUSPQ-EXIT
               WHEN 'ERRLOG  '
                   PERFORM PURGE-ERRLOG-FILE THRU PURGE-ERRLOG-EXIT
               WHEN 'SOAPLOG '
                   PERFORM PURGE-SOAPLOG-FILE THRU PURGE-SOAPLOG-EXIT
           END-EVALUATE

           MOVE WS-FILE-SCANNED TO WS-COUNT-DISPLAY-1
           MOVE WS-FILE-EXPIRED TO WS-COUNT-DISPLAY-2
           MOVE WS-FILE-HELD TO WS-COUNT-DISPLAY-3
           MOVE WS-FILE-REMOVED TO WS-COUNT-DISPLAY-4
           MOVE SPACES TO WS-RPT-LINE
           STRING '     SCANNED' WS-COUNT-DISPLAY-1
                  '  PAST RETENTION' WS-COUNT-DISPLAY-2
                  '  HELD' WS-COUNT-DISPLAY-3
                  '  ' WS-DISPOSAL-TEXT WS-COUNT-DISPLAY-4
                  '  ' WS-FILE-NOTE
                  DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING
           WRITE RETCERT-RPT-LINE FROM WS-RPT-LINE
           MOVE SPACES TO RETCERT-RPT-LINE
           WRITE RETCERT-RPT-LINE

           ADD 1 TO WS-FILES-WORKED
           ADD WS-FILE-SCANNED TO WS-TOTAL-SCANNED
           ADD WS-FILE-HELD TO WS-TOTAL-HELD
           ADD WS-FILE-REMOVED TO WS-TOTAL-REMOVED

           PERFORM GET-CURRENT-TIMESTAMP
           MOVE WS-RUN-DATE TO RT-LAST-RUN-DATE
           MOVE WS-FILE-REMOVED TO RT-LAST-REMOVED-COUNT
           MOVE WS-TIMESTAMP TO UPDATED-TIMESTAMP OF RETCAT-RECORD
           MOVE 'RETPURGE' TO UPDATED-BY OF RETCAT-RECORD
           REWRITE RETCAT-RECORD
           IF WS-RT-STATUS NOT = '00'
               DISPLAY 'RETPURGE: UNABLE TO STAMP CATALOG ROW '
                   RT-FILE-ID ', STATUS = ' WS-RT-STATUS
           END-IF.

       WORK-ONE-CATALOG-NEXT.
           READ RETCAT-FILE NEXT RECORD
               AT END SET CATALOG-EOF TO TRUE
           END-READ.

       WORK-ONE-CATALOG-EXIT.
           EXIT.

      ******************************************************************
      * JUDGE THE RECORD IN HAND - PAST THE CUTOFF AND NOT HELD. A
      * RECORD WITH NO USABLE DATE IS KEPT.
      ******************************************************************
       JUDGE-RECORD.
           MOVE 'N' TO WS-REMOVE-SW
           IF WS-RECORD-DATE NOT NUMERIC
               GO TO JUDGE-RECORD-EXIT
           END-IF
           IF WS-RECORD-DATE NOT < WS-CUTOFF-DATE
               GO TO JUDGE-RECORD-EXIT
           END-IF
           ADD 1 TO WS-FILE-EXPIRED

           PERFORM CHECK-HOLD THRU CHECK-HOLD-EXIT
           IF RECORD-HELD
               ADD 1 TO WS-FILE-HELD
               GO TO JUDGE-RECORD-EXIT
           END-IF
           SET REMOVE-RECORD TO TRUE.

       JUDGE-RECORD-EXIT.
           EXIT.

      *    AN ACCOUNT TIE IS ALSO CHECKED AS ITS OWNER, SO A CUSTOMER'S
      *    OPEN COMPLAINT HOLDS THE RECORDS OF EVERY ACCOUNT THEY OWN.
       CHECK-HOLD.
           MOVE 'N' TO WS-HELD-SW
           IF WS-TIE-ACCOUNT-ID NOT = SPACES
               PERFORM FIND-HELD-ACCOUNT
               IF HOLD-ENTRY-FOUND
                   SET RECORD-HELD TO TRUE
                   GO TO CHECK-HOLD-EXIT
               END-IF
               IF WS-TIE-CUSTOMER-ID = SPACES
                   MOVE WS-TIE-ACCOUNT-ID TO
                       ACCOUNT-ID OF ACCOUNT-RECORD
                   READ ACCOUNT-FILE
                   IF WS-ACCT-STATUS = '00'
                       MOVE CUSTOMER-ID OF ACCOUNT-RECORD TO
                           WS-TIE-CUSTOMER-ID
                   END-IF
               END-IF
           END-IF

           IF WS-TIE-CUSTOMER-ID NOT = SPACES
               PERFORM FIND-HELD-CUSTOMER
               IF HOLD-ENTRY-FOUND
                   SET RECORD-HELD TO TRUE
               END-IF
           END-IF.

       CHECK-HOLD-EXIT.
           EXIT.

      *    ARCHIVE THE RECORD IN HAND WHEN THE FILE CALLS FOR IT. A
      *    RECORD THAT CANNOT BE ARCHIVED STAYS ON THE LIVE FILE.
       ARCHIVE-RECORD.
           IF NOT RT-ARCHIVE
               GO TO ARCHIVE-RECORD-EXIT
           END-IF
           MOVE SPACES TO RETARCH-RECORD
           MOVE RT-FILE-ID TO RA-FILE-ID
           MOVE WS-RECORD-DATE TO RA-RECORD-DATE
           MOVE WS-RUN-DATE TO RA-ARCHIVED-DATE
           MOVE WS-DISPOSE-IMAGE TO RA-IMAGE
           WRITE RETARCH-RECORD
           IF WS-ARCH-STATUS NOT = '00'
               MOVE 'N' TO WS-REMOVE-SW
               ADD 1 TO WS-ARCHIVE-ERRORS
               MOVE 'ARCHIVE WRITE FAILED - SOME KEPT' TO WS-FILE-NOTE
           END-IF.

       ARCHIVE-RECORD-EXIT.
           EXIT.

       CERTIFY-REMOVAL.
           ADD 1 TO WS-FILE-REMOVED
           MOVE SPACES TO WS-RPT-LINE
           STRING '  ' RT-FILE-ID ' ' WS-RECORD-DATE ' '
                  WS-DISPOSAL-TEXT ' ' WS-CERT-IDENT
                  DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING
           WRITE RETCERT-RPT-LINE FROM WS-RPT-LINE.

      ******************************************************************
      * ORDER EVENT JOURNAL - SEQUENTIAL. KEPT EVENTS GO TO THE WORK
      * FILE, WHICH REPLACES THE JOURNAL ONLY IF ANYTHING WAS REMOVED.
      ******************************************************************
       PURGE-ORDEVT-FILE.
           OPEN INPUT ORDEVT-FILE
           IF WS-SRC-STATUS NOT = '00'
               MOVE 'NOT ON FILE' TO WS-FILE-NOTE
               GO TO PURGE-ORDEVT-EXIT
           END-IF
           OPEN OUTPUT ORDEVT-WORK-FILE
           IF WS-WORK-STATUS NOT = '00'
               CLOSE ORDEVT-FILE
               MOVE 'WORK FILE UNAVAILABLE - NOT WORKED' TO WS-FILE-NOTE
               GO TO PURGE-ORDEVT-EXIT
           END-IF

           MOVE 'N' TO WS-SOURCE-EOF-SW
           READ ORDEVT-FILE
               AT END SET SOURCE-EOF TO TRUE
           END-READ
           PERFORM PURGE-ONE-ORDEVT
               UNTIL SOURCE-EOF
           CLOSE ORDEVT-FILE
           CLOSE ORDEVT-WORK-FILE

           IF WS-FILE-REMOVED = ZERO
               GO TO PURGE-ORDEVT-EXIT
           END-IF
           OPEN INPUT ORDEVT-WORK-FILE
           OPEN OUTPUT ORDEVT-FILE
           MOVE 'N' TO WS-SOURCE-EOF-SW
           READ ORDEVT-WORK-FILE
               AT END SET SOURCE-EOF TO TRUE
           END-READ
           PERFORM COPY-BACK-ONE-ORDEVT
               UNTIL SOURCE-EOF
           CLOSE ORDEVT-WORK-FILE
           CLOSE ORDEVT-FILE.

       PURGE-ORDEVT-EXIT.
           EXIT.

       PURGE-ONE-ORDEVT.
           ADD 1 TO WS-FILE-SCANNED
           MOVE OE-EVENT-DATE TO WS-RECORD-DATE
           MOVE OE-ACCOUNT-ID TO WS-TIE-ACCOUNT-ID
           MOVE SPACES TO WS-TIE-CUSTOMER-ID
           PERFORM JUDGE-RECORD THRU JUDGE-RECORD-EXIT
           IF REMOVE-RECORD
               MOVE ORDEVT-RECORD TO WS-DISPOSE-IMAGE
               PERFORM ARCHIVE-RECORD THRU ARCHIVE-RECORD-EXIT
           END-IF
           IF REMOVE-RECORD
               MOVE SPACES TO WS-CERT-IDENT
               STRING 'ORDER ' OE-ORDER-ID ' ' OE-EVENT-TYPE
                      ' ACCT ' OE-ACCOUNT-ID
                      DELIMITED BY SIZE INTO WS-CERT-IDENT
               END-STRING
               PERFORM CERTIFY-REMOVAL
           ELSE
               MOVE ORDEVT-RECORD TO ORDEVT-WORK-RECORD
               WRITE ORDEVT-WORK-RECORD
           END-IF

           READ ORDEVT-FILE
               AT END SET SOURCE-EOF TO TRUE
           END-READ.

       COPY-BACK-ONE-ORDEVT.
           MOVE ORDEVT-WORK-RECORD TO ORDEVT-RECORD
           WRITE ORDEVT-RECORD
           READ ORDEVT-WORK-FILE
               AT END SET SOURCE-EOF TO TRUE
           END-READ.

      ******************************************************************
      * NOTICE QUEUE - INDEXED. ONLY NOTICES ALREADY SENT, AGED FROM
      * THE DAY THEY WENT OUT.
      ******************************************************************
       PURGE-NOTIFQ-FILE.
           OPEN I-O NOTIFQ-FILE
           IF WS-SRC-STATUS NOT = '00'
               MOVE 'NOT ON FILE' TO WS-FILE-NOTE
               GO TO PURGE-NOTIFQ-EXIT
           END-IF

           MOVE 'N' TO WS-SOURCE-EOF-SW
           READ NOTIFQ-FILE NEXT RECORD
               AT END SET SOURCE-EOF TO TRUE
           END-READ
           PERFORM PURGE-ONE-NOTIFQ
               UNTIL SOURCE-EOF
           CLOSE NOTIFQ-FILE.

       PURGE-NOTIFQ-EXIT.
           EXIT.

       PURGE-ONE-NOTIFQ.
           ADD 1 TO WS-FILE-SCANNED
           IF NQ-SENT
               MOVE NQ-SENT-DATE TO WS-RECORD-DATE
           ELSE
               MOVE SPACES TO WS-RECORD-DATE
           END-IF
           MOVE NQ-ACCOUNT-ID TO WS-TIE-ACCOUNT-ID
           MOVE NQ-CUSTOMER-ID TO WS-TIE-CUSTOMER-ID
           PERFORM JUDGE-RECORD THRU JUDGE-RECORD-EXIT
           IF REMOVE-RECORD
               MOVE NOTIFQ-RECORD TO WS-DISPOSE-IMAGE
               PERFORM ARCHIVE-RECORD THRU ARCHIVE-RECORD-EXIT
           END-IF
           IF REMOVE-RECORD
               DELETE NOTIFQ-FILE RECORD
               IF WS-SRC-STATUS = '00'
                   MOVE SPACES TO WS-CERT-IDENT
                   STRING 'ACCT ' NQ-ACCOUNT-ID ' ' NQ-NOTICE-TYPE
                          ' CREATED ' NQ-CREATED-DATE
                          DELIMITED BY SIZE INTO WS-CERT-IDENT
                   END-STRING
                   PERFORM CERTIFY-REMOVAL
               ELSE
                   MOVE 'DELETE FAILED - SOME KEPT' TO WS-FILE-NOTE
               END-IF
           END-IF

           READ NOTIFQ-FILE NEXT RECORD
               AT END SET SOURCE-EOF TO TRUE
           END-READ.

      ******************************************************************
      * EXCEPTION QUEUE - INDEXED. ONLY DISPOSED EXCEPTIONS, AGED FROM
      * THE DAY THEY WERE DISPOSED. THE RECORD KEY IS TRIED AS AN
      * ACCOUNT, WHICH IS WHAT MOST FILING PROGRAMS PUT THERE.
      ******************************************************************
       PURGE-EXCPQ-FILE.
           OPEN I-O EXCPQ-FILE
           IF WS-SRC-STATUS NOT = '00'
               MOVE 'NOT ON FILE' TO WS-FILE-NOTE
               GO TO PURGE-EXCPQ-EXIT
           END-IF

           MOVE 'N' TO WS-SOURCE-EOF-SW
           READ EXCPQ-FILE NEXT RECORD
               AT END SET SOURCE-EOF TO TRUE
           END-READ
           PERFORM PURGE-ONE-EXCPQ
               UNTIL SOURCE-EOF
           CLOSE EXCPQ-FILE.

       PURGE-EXCPQ-EXIT.
           EXIT.

       PURGE-ONE-EXCPQ.
           ADD 1 TO WS-FILE-SCANNED
           IF EX-DISPOSED
               MOVE EX-DISPOSED-DATE TO WS-RECORD-DATE
           ELSE
               MOVE SPACES TO WS-RECORD-DATE
           END-IF
           MOVE EX-RECORD-KEY(1:12) TO WS-TIE-ACCOUNT-ID
           MOVE SPACES TO WS-TIE-CUSTOMER-ID
           PERFORM JUDGE-RECORD THRU JUDGE-RECORD-EXIT
           IF REMOVE-RECORD
               MOVE EXCPQ-RECORD TO WS-DISPOSE-IMAGE
               PERFORM ARCHIVE-RECORD THRU ARCHIVE-RECORD-EXIT
           END-IF
           IF REMOVE-RECORD
               DELETE EXCPQ-FILE RECORD
               IF WS-SRC-STATUS = '00'
                   MOVE SPACES TO WS-CERT-IDENT
                   STRING 'EXCEPTION ' EX-EXCEPTION-ID OF EXCPQ-RECORD
                          ' ' EX-SOURCE-PROGRAM
                          ' ' EX-RECORD-KEY(1:20)
                          DELIMITED BY SIZE INTO WS-CERT-IDENT
                   END-STRING
                   PERFORM CERTIFY-REMOVAL
               ELSE
                   MOVE 'DELETE FAILED - SOME KEPT' TO WS-FILE-NOTE
               END-IF
           END-IF

           READ EXCPQ-FILE NEXT RECORD
               AT END SET SOURCE-EOF TO TRUE
           END-READ.

      ******************************************************************
      * INQUIRY AUDIT LOG - SEQUENTIAL, AGED BY THE INQUIRY TIMESTAMP.
      ******************************************************************
       PURGE-INQAUDIT-FILE.
           OPEN INPUT INQAUDIT-FILE
           IF WS-SRC-STATUS NOT = '00'
               MOVE 'NOT ON FILE' TO WS-FILE-NOTE
               GO TO PURGE-INQAUDIT-EXIT
           END-IF
           OPEN OUTPUT INQAUDIT-WORK-FILE
           IF WS-WORK-STATUS NOT = '00'
               CLOSE INQAUDIT-FILE
               MOVE 'WORK FILE UNAVAILABLE - NOT WORKED' TO WS-FILE-NOTE
               GO TO PURGE-INQAUDIT-EXIT
           END-IF

           MOVE 'N' TO WS-SOURCE-EOF-SW
           READ INQAUDIT-FILE
               AT END SET SOURCE-EOF TO TRUE
           END-READ
           PERFORM PURGE-ONE-INQAUDIT
               UNTIL SOURCE-EOF
           CLOSE INQAUDIT-FILE
           CLOSE INQAUDIT-WORK-FILE

           IF WS-FILE-REMOVED = ZERO
               GO TO PURGE-INQAUDIT-EXIT
           END-IF
           OPEN INPUT INQAUDIT-WORK-FILE
           OPEN OUTPUT INQAUDIT-FILE
           MOVE 'N' TO WS-SOURCE-EOF-SW
           READ INQAUDIT-WORK-FILE
               AT END SET SOURCE-EOF TO TRUE
           END-READ
           PERFORM COPY-BACK-ONE-INQAUDIT
               UNTIL SOURCE-EOF
           CLOSE INQAUDIT-WORK-FILE
           CLOSE INQAUDIT-FILE.

       PURGE-INQAUDIT-EXIT.
           EXIT.

       PURGE-ONE-INQAUDIT.
           ADD 1 TO WS-FILE-SCANNED
           STRING IA-TIMESTAMP(1:4) IA-TIMESTAMP(6:2) IA-TIMESTAMP(9:2)
                  DELIMITED BY SIZE INTO WS-RECORD-DATE
           END-STRING
           MOVE IA-ACCOUNT-ID TO WS-TIE-ACCOUNT-ID
           MOVE SPACES TO WS-TIE-CUSTOMER-ID
           PERFORM JUDGE-RECORD THRU JUDGE-RECORD-EXIT
           IF REMOVE-RECORD
               MOVE INQAUDIT-RECORD TO WS-DISPOSE-IMAGE
               PERFORM ARCHIVE-RECORD THRU ARCHIVE-RECORD-EXIT
           END-IF
           IF REMOVE-RECORD
               MOVE SPACES TO WS-CERT-IDENT
               STRING 'INQUIRY ' IA-TIMESTAMP ' BY ' IA-OPERATOR-ID
                      ' ACCT ' IA-ACCOUNT-ID
                      DELIMITED BY SIZE INTO WS-CERT-IDENT
               END-STRING
               PERFORM CERTIFY-REMOVAL
           ELSE
               MOVE INQAUDIT-RECORD TO INQAUDIT-WORK-RECORD
               WRITE INQAUDIT-WORK-RECORD
           END-IF

           READ INQAUDIT-FILE
               AT END SET SOURCE-EOF TO TRUE
           END-READ.

       COPY-BACK-ONE-INQAUDIT.
           MOVE INQAUDIT-WORK-RECORD TO INQAUDIT-RECORD
           WRITE INQAUDIT-RECORD
           READ INQAUDIT-WORK-FILE
               AT END SET SOURCE-EOF TO TRUE
           END-READ.

      ******************************************************************
      * FORWARD-RECOVERY JOURNAL - SEQUENTIAL, AGED BY THE JOURNAL
      * TIMESTAMP. POSITION AND TAX-LOT KEYS LEAD WITH THE ACCOUNT, A
      * CUSTOMER KEY IS THE CUSTOMER, AND AN ORDER CARRIES ITS ACCOUNT
      * IN THE AFTER-IMAGE.
      ******************************************************************
       PURGE-FWDJRNL-FILE.
           OPEN INPUT FWDJRNL-FILE
           IF WS-SRC-STATUS NOT = '00'
               MOVE 'NOT ON FILE' TO WS-FILE-NOTE
               GO TO PURGE-FWDJRNL-EXIT
           END-IF
           OPEN OUTPUT FWDJRNL-WORK-FILE
           IF WS-WORK-STATUS NOT = '00'
               CLOSE FWDJRNL-FILE
               MOVE 'WORK FILE UNAVAILABLE - NOT WORKED' TO WS-FILE-NOTE
               GO TO PURGE-FWDJRNL-EXIT
           END-IF

           MOVE 'N' TO WS-SOURCE-EOF-SW
           READ FWDJRNL-FILE
               AT END SET SOURCE-EOF TO TRUE
           END-READ
           PERFORM PURGE-ONE-FWDJRNL
               UNTIL SOURCE-EOF
           CLOSE FWDJRNL-FILE
           CLOSE FWDJRNL-WORK-FILE

           IF WS-FILE-REMOVED = ZERO
               GO TO PURGE-FWDJRNL-EXIT
           END-IF
           OPEN INPUT FWDJRNL-WORK-FILE
           OPEN OUTPUT FWDJRNL-FILE
           MOVE 'N' TO WS-SOURCE-EOF-SW
           READ FWDJRNL-WORK-FILE
               AT END SET SOURCE-EOF TO TRUE
           END-READ
           PERFORM COPY-BACK-ONE-FWDJRNL
               UNTIL SOURCE-EOF
           CLOSE FWDJRNL-WORK-FILE
           CLOSE FWDJRNL-FILE.

       PURGE-FWDJRNL-EXIT.
           EXIT.

       PURGE-ONE-FWDJRNL.
           ADD 1 TO WS-FILE-SCANNED
           STRING FJ-TIMESTAMP(1:4) FJ-TIMESTAMP(6:2) FJ-TIMESTAMP(9:2)
                  DELIMITED BY SIZE INTO WS-RECORD-DATE
           END-STRING
           MOVE SPACES TO WS-TIE-ACCOUNT-ID
           MOVE SPACES TO WS-TIE-CUSTOMER-ID
           EVALUATE TRUE
               WHEN FJ-POSITION-FILE
               WHEN FJ-TAXLOT-FILE
                   MOVE FJ-RECORD-KEY(1:12) TO WS-TIE-ACCOUNT-ID
               WHEN FJ-CUSTOMER-FILE
                   MOVE FJ-RECORD-KEY(1:10) TO WS-TIE-CUSTOMER-ID
               WHEN FJ-ORDERS-FILE
                   IF FJ-AFTER-IMAGE NOT = SPACES
                       MOVE FJ-AFTER-IMAGE TO WS-JRNL-ORDER
                       MOVE ACCOUNT-ID OF WS-JRNL-ORDER TO
                           WS-TIE-ACCOUNT-ID
                   END-IF
           END-EVALUATE
           PERFORM JUDGE-RECORD THRU JUDGE-RECORD-EXIT
           IF REMOVE-RECORD
               MOVE FWDJRNL-RECORD TO WS-DISPOSE-IMAGE
               PERFORM ARCHIVE-RECORD THRU ARCHIVE-RECORD-EXIT
           END-IF
           IF REMOVE-RECORD
               MOVE SPACES TO WS-CERT-IDENT
               STRING FJ-FILE-ID ' ' FJ-ACTION ' ' FJ-RECORD-KEY
                      ' ' FJ-PROGRAM-ID
                      DELIMITED BY SIZE INTO WS-CERT-IDENT
               END-STRING
               PERFORM CERTIFY-REMOVAL
           ELSE
               MOVE FWDJRNL-RECORD TO FWDJRNL-WORK-RECORD
               WRITE FWDJRNL-WORK-RECORD
           END-IF

           READ FWDJRNL-FILE
               AT END SET SOURCE-EOF TO TRUE
           END-READ.

       COPY-BACK-ONE-FWDJRNL.
           MOVE FWDJRNL-WORK-RECORD TO FWDJRNL-RECORD
           WRITE FWDJRNL-RECORD
           READ FWDJRNL-WORK-FILE
               AT END SET SOURCE-EOF TO TRUE
           END-READ.

      ******************************************************************
      * CHANGE HISTORY - SEQUENTIAL, AGED BY THE CHANGE TIMESTAMP. AN
      * ACCOUNT ROW TIES TO ITS ACCOUNT; A CUSTOMER ROW OR A MERGE ROW
      * TIES TO ITS CUSTOMER.
      ******************************************************************
       PURGE-ACCTHIST-FILE.
           OPEN INPUT ACCTHIST-FILE
           IF WS-SRC-STATUS NOT = '00'
               MOVE 'NOT ON FILE' TO WS-FILE-NOTE
               GO TO PURGE-ACCTHIST-EXIT
           END-IF
           OPEN OUTPUT ACCTHIST-WORK-FILE
           IF WS-WORK-STATUS NOT = '00'
               CLOSE ACCTHIST-FILE
               MOVE 'WORK FILE UNAVAILABLE - NOT WORKED' TO WS-FILE-NOTE
               GO TO PURGE-ACCTHIST-EXIT
           END-IF

           MOVE 'N' TO WS-SOURCE-EOF-SW
           READ ACCTHIST-FILE
               AT END SET SOURCE-EOF TO TRUE
           END-READ
           PERFORM PURGE-ONE-ACCTHIST
               UNTIL SOURCE-EOF
           CLOSE ACCTHIST-FILE
           CLOSE ACCTHIST-WORK-FILE

           IF WS-FILE-REMOVED = ZERO
               GO TO PURGE-ACCTHIST-EXIT
           END-IF
           OPEN INPUT ACCTHIST-WORK-FILE
           OPEN OUTPUT ACCTHIST-FILE
           MOVE 'N' TO WS-SOURCE-EOF-SW
           READ ACCTHIST-WORK-FILE
               AT END SET SOURCE-EOF TO TRUE
           END-READ
           PERFORM COPY-BACK-ONE-ACCTHIST
               UNTIL SOURCE-EOF
           CLOSE ACCTHIST-WORK-FILE
           CLOSE ACCTHIST-FILE.

       PURGE-ACCTHIST-EXIT.
           EXIT.

       PURGE-ONE-ACCTHIST.
           ADD 1 TO WS-FILE-SCANNED
           STRING HIST-CHANGED-TIMESTAMP(1:4)
                  HIST-CHANGED-TIMESTAMP(6:2)
                  HIST-CHANGED-TIMESTAMP(9:2)
                  DELIMITED BY SIZE INTO WS-RECORD-DATE
           END-STRING
           MOVE SPACES TO WS-TIE-ACCOUNT-ID
           MOVE SPACES TO WS-TIE-CUSTOMER-ID
           IF HIST-IS-ACCOUNT
               MOVE HIST-ENTITY-ID TO WS-TIE-ACCOUNT-ID
           END-IF
           IF HIST-IS-CUSTOMER OR HIST-IS-MERGE-ROW
               MOVE HIST-ENTITY-ID(1:10) TO WS-TIE-CUSTOMER-ID
           END-IF
           PERFORM JUDGE-RECORD THRU JUDGE-RECORD-EXIT
           IF REMOVE-RECORD
               MOVE ACCTHIST-RECORD TO WS-DISPOSE-IMAGE
               PERFORM ARCHIVE-RECORD THRU ARCHIVE-RECORD-EXIT
           END-IF
           IF REMOVE-RECORD
               MOVE SPACES TO WS-CERT-IDENT
               STRING HIST-ENTITY-TYPE ' ' HIST-ENTITY-ID ' '
                      HIST-CHANGED-TIMESTAMP ' ' HIST-CHANGED-BY
                      DELIMITED BY SIZE INTO WS-CERT-IDENT
               END-STRING
               PERFORM CERTIFY-REMOVAL
           ELSE
               MOVE ACCTHIST-RECORD TO ACCTHIST-WORK-RECORD
               WRITE ACCTHIST-WORK-RECORD
           END-IF

           READ ACCTHIST-FILE
               AT END SET SOURCE-EOF TO TRUE
           END-READ.

       COPY-BACK-ONE-ACCTHIST.
           MOVE ACCTHIST-WORK-RECORD TO ACCTHIST-RECORD
           WRITE ACCTHIST-RECORD
           READ ACCTHIST-WORK-FILE
               AT END SET SOURCE-EOF TO TRUE
           END-READ.

      ******************************************************************
      * SUSPENSE QUEUE - INDEXED. ONLY ITEMS RESUBMITTED OR WRITTEN
      * OFF, AGED FROM THE DAY THEY WERE RESOLVED. THE ACCOUNT COMES
      * FROM THE HELD TRANSACTION IMAGE.
      ******************************************************************
       PURGE-SUSPQ-FILE.
           OPEN I-O SUSPQ-FILE
           IF WS-SRC-STATUS NOT = '00'
               MOVE 'NOT ON FILE' TO WS-FILE-NOTE
               GO TO PURGE-SUSPQ-EXIT
           END-IF

           MOVE 'N' TO WS-SOURCE-EOF-SW
           READ SUSPQ-FILE NEXT RECORD
               AT END SET SOURCE-EOF TO TRUE
           END-READ
           PERFORM PURGE-ONE-SUSPQ
               UNTIL SOURCE-EOF
           CLOSE SUSPQ-FILE.

       PURGE-SUSPQ-EXIT.
           EXIT.

       PURGE-ONE-SUSPQ.
           ADD 1 TO WS-FILE-SCANNED
           IF SQ-PENDING
               MOVE SPACES TO WS-RECORD-DATE
           ELSE
               MOVE SQ-RESOLVED-DATE TO WS-RECORD-DATE
           END-IF
           MOVE SQ-TRANSACTION-IMAGE TO WS-SUSP-TRANSACTION
           MOVE ACCOUNT-ID OF WS-SUSP-TRANSACTION TO WS-TIE-ACCOUNT-ID
           MOVE SPACES TO WS-TIE-CUSTOMER-ID
           PERFORM JUDGE-RECORD THRU JUDGE-RECORD-EXIT
           IF REMOVE-RECORD
               MOVE SUSPQ-RECORD TO WS-DISPOSE-IMAGE
               PERFORM ARCHIVE-RECORD THRU ARCHIVE-RECORD-EXIT
           END-IF
           IF REMOVE-RECORD
               DELETE SUSPQ-FILE RECORD
               IF WS-SRC-STATUS = '00'
                   MOVE SPACES TO WS-CERT-IDENT
                   STRING 'SUSPENSE ' SQ-SUSPENSE-ID ' ' SQ-SOURCE
                          ' ACCT ' WS-TIE-ACCOUNT-ID
                          DELIMITED BY SIZE INTO WS-CERT-IDENT
                   END-STRING
                   PERFORM CERTIFY-REMOVAL
               ELSE
                   MOVE 'DELETE FAILED - SOME KEPT' TO WS-FILE-NOTE
               END-IF
           END-IF

           READ SUSPQ-FILE NEXT RECORD
               AT END SET SOURCE-EOF TO TRUE
           END-READ.

      ******************************************************************
      * ERROR LOG - INDEXED, AGED BY THE DAY THE ERROR WAS LOGGED.
      ******************************************************************
       PURGE-ERRLOG-FILE.
           OPEN I-O ERRLOG-FILE
           IF WS-SRC-STATUS NOT = '00'
               MOVE 'NOT ON FILE' TO WS-FILE-NOTE
               GO TO PURGE-ERRLOG-EXIT
           END-IF

           MOVE 'N' TO WS-SOURCE-EOF-SW
           READ ERRLOG-FILE NEXT RECORD
               AT END SET SOURCE-EOF TO TRUE
           END-READ
           PERFORM PURGE-ONE-ERRLOG
               UNTIL SOURCE-EOF
           CLOSE ERRLOG-FILE.

       PURGE-ERRLOG-EXIT.
           EXIT.

       PURGE-ONE-ERRLOG.
           ADD 1 TO WS-FILE-SCANNED
           STRING CREATED-TIMESTAMP OF ERRLOG-RECORD(1:4)
                  CREATED-TIMESTAMP OF ERRLOG-RECORD(6:2)
                  CREATED-TIMESTAMP OF ERRLOG-RECORD(9:2)
                  DELIMITED BY SIZE INTO WS-RECORD-DATE
           END-STRING
           MOVE EL-ORIG-ACCOUNT-ID TO WS-TIE-ACCOUNT-ID
           MOVE SPACES TO WS-TIE-CUSTOMER-ID
           PERFORM JUDGE-RECORD THRU JUDGE-RECORD-EXIT
           IF REMOVE-RECORD
               MOVE ERRLOG-RECORD TO WS-DISPOSE-IMAGE
               PERFORM ARCHIVE-RECORD THRU ARCHIVE-RECORD-EXIT
           END-IF
           IF REMOVE-RECORD
               DELETE ERRLOG-FILE RECORD
               IF WS-SRC-STATUS = '00'
                   MOVE SPACES TO WS-CERT-IDENT
                   STRING 'ERROR ' EL-TRANSACTION-ID ' ACCT '
                          EL-ORIG-ACCOUNT-ID ' ' EL-TRANSACTION-TYPE
                          DELIMITED BY SIZE INTO WS-CERT-IDENT
                   END-STRING
                   PERFORM CERTIFY-REMOVAL
               ELSE
                   MOVE 'DELETE FAILED - SOME KEPT' TO WS-FILE-NOTE
               END-IF
           END-IF

           READ ERRLOG-FILE NEXT RECORD
               AT END SET SOURCE-EOF TO TRUE
           END-READ.

      ******************************************************************
      * SOAP-SERVER LOG - LINE SEQUENTIAL. REQUEST-STARTED AND REQUEST-
      * COMPLETED LINES CARRY THE DATE; EVERY OTHER LINE TAKES THE DATE
      * OF THE LAST DATED LINE ABOVE IT. NOTHING IN THE LOG TIES TO AN
      * ACCOUNT, SO NO HOLD APPLIES.
      ******************************************************************
       PURGE-SOAPLOG-FILE.
           OPEN INPUT SOAPLOG-FILE
           IF WS-SRC-STATUS NOT = '00'
               MOVE 'NOT ON FILE' TO WS-FILE-NOTE
               GO TO PURGE-SOAPLOG-EXIT
           END-IF
           OPEN OUTPUT SOAPLOG-WORK-FILE
           IF WS-WORK-STATUS NOT = '00'
               CLOSE SOAPLOG-FILE
               MOVE 'WORK FILE UNAVAILABLE - NOT WORKED' TO WS-FILE-NOTE
               GO TO PURGE-SOAPLOG-EXIT
           END-IF

           MOVE SPACES TO WS-LOG-LINE-DATE
           MOVE 'N' TO WS-SOURCE-EOF-SW
           READ SOAPLOG-FILE
               AT END SET SOURCE-EOF TO TRUE
           END-READ
           PERFORM PURGE-ONE-SOAPLOG
               UNTIL SOURCE-EOF
           CLOSE SOAPLOG-FILE
           CLOSE SOAPLOG-WORK-FILE

           IF WS-FILE-REMOVED = ZERO
               GO TO PURGE-SOAPLOG-EXIT
           END-IF
           OPEN INPUT SOAPLOG-WORK-FILE
           OPEN OUTPUT SOAPLOG-FILE
           MOVE 'N' TO WS-SOURCE-EOF-SW
           READ SOAPLOG-WORK-FILE
               AT END SET SOURCE-EOF TO TRUE
           END-READ
           PERFORM COPY-BACK-ONE-SOAPLOG
               UNTIL SOURCE-EOF
           CLOSE SOAPLOG-WORK-FILE
           CLOSE SOAPLOG-FILE.

       PURGE-SOAPLOG-EXIT.
           EXIT.

       PURGE-ONE-SOAPLOG.
           ADD 1 TO WS-FILE-SCANNED
           MOVE SOAPLOG-RECORD TO SOAP-LOG-COMPLETION-LINE
           IF LC-COMPLETION-LINE
               MOVE LC-LOG-DATE TO WS-LOG-LINE-DATE
           END-IF
           IF SOAPLOG-RECORD(1:22) = 'SOAP Request Started: '
               MOVE SOAPLOG-RECORD(23:8) TO WS-LOG-LINE-DATE
           END-IF
           MOVE WS-LOG-LINE-DATE TO WS-RECORD-DATE
           MOVE SPACES TO WS-TIE-ACCOUNT-ID
           MOVE SPACES TO WS-TIE-CUSTOMER-ID
           PERFORM JUDGE-RECORD THRU JUDGE-RECORD-EXIT
           IF REMOVE-RECORD
               MOVE SOAPLOG-RECORD TO WS-DISPOSE-IMAGE
               PERFORM ARCHIVE-RECORD THRU ARCHIVE-RECORD-EXIT
           END-IF
           IF REMOVE-RECORD
               MOVE SOAPLOG-RECORD(1:60) TO WS-CERT-IDENT
               PERFORM CERTIFY-REMOVAL
           ELSE
               MOVE SOAPLOG-RECORD TO SOAPLOG-WORK-RECORD
               WRITE SOAPLOG-WORK-RECORD
           END-IF

           READ SOAPLOG-FILE
               AT END SET SOURCE-EOF TO TRUE
           END-READ.

       COPY-BACK-ONE-SOAPLOG.
           MOVE SOAPLOG-WORK-RECORD TO SOAPLOG-RECORD
           WRITE SOAPLOG-RECORD
           READ SOAPLOG-WORK-FILE
               AT END SET SOURCE-EOF TO TRUE
           END-READ.

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
           MOVE WS-TOTAL-SCANNED TO WS-COUNT-DISPLAY-1
           MOVE WS-TOTAL-HELD TO WS-COUNT-DISPLAY-2
           MOVE WS-TOTAL-REMOVED TO WS-COUNT-DISPLAY-3
           MOVE SPACES TO WS-RPT-LINE
           STRING 'TOTALS - RECORDS SCANNED' WS-COUNT-DISPLAY-1
                  '  RETAINED UNDER HOLD' WS-COUNT-DISPLAY-2
                  '  REMOVED' WS-COUNT-DISPLAY-3
                  DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING
           WRITE RETCERT-RPT-LINE FROM WS-RPT-LINE
           MOVE SPACES TO RETCERT-RPT-LINE
           WRITE RETCERT-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING 'I CERTIFY THAT THE RECORDS LISTED ABOVE WERE '
                  'DISPOSED OF IN THE ORDINARY COURSE UNDER THE '
                  'FIRM''S RETENTION SCHEDULE.'
                  DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING
           WRITE RETCERT-RPT-LINE FROM WS-RPT-LINE
           MOVE SPACES TO RETCERT-RPT-LINE
           WRITE RETCERT-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING 'RECORDS OFFICER: ____________________   '
                  'SIGNATURE: ____________________   DATE: __________'
                  DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING
           WRITE RETCERT-RPT-LINE FROM WS-RPT-LINE

           CLOSE RETCAT-FILE
           CLOSE ACCOUNT-FILE
           CLOSE RETARCH-FILE
           CLOSE RETCERT-RPT-FILE

           MOVE WS-FILES-WORKED TO WS-COUNT-DISPLAY-4
           DISPLAY 'RETPURGE: ' WS-COUNT-DISPLAY-4 ' FILE(S) WORKED, '
               WS-COUNT-DISPLAY-3 ' RECORD(S) REMOVED, '
               WS-COUNT-DISPLAY-2 ' HELD'
           IF WS-ARCHIVE-ERRORS > ZERO
               MOVE WS-ARCHIVE-ERRORS TO WS-COUNT-DISPLAY-4
               DISPLAY 'RETPURGE: ' WS-COUNT-DISPLAY-4
                   ' RECORD(S) KEPT - RETARCH.DAT WRITE FAILED'
           END-IF.

       END PROGRAM RETPURGE.
