      *          ADDRESS ON A CUSTOMER RECORD AND THE COMPONENT
      *          TRANSACTIONS AS DETAIL RECORDS UNDER IT.
      * FUNCTIONS: STANDALONE BATCH JOB - RUN ONCE PER BUSINESS DAY.
      *
      * MODIFICATION HISTORY:
      * 2026-10-15  EVERY CUSTOMER FILING RECORD IS ALSO APPENDED TO
      *             THE CTREXTR.HIS GENERATION FILE (THE WAY ACHINTF
      *             KEEPS ACHIN.HIS), SINCE CTREXTR.DAT IS REBUILT
      *             EACH DAY. AMLRISK COUNTS A CUSTOMER'S FILINGS
      *             FROM IT. A HISTORY FILE THAT WILL NOT OPEN IS
      *             REPORTED AND THE EXTRACT STILL RUNS.
      * 2026-10-15  BOTH PASSES READ TODAY'S ACTIVITY FILE
      *             (ACTVACCT.DAT, BUILT BY ACTVBLD - IT CARRIES EVERY
      *             TRANSACTION POSTED TODAY) INSTEAD OF ALL OF
      *             TRANS.DAT, AND EACH READ IS PROVED AGAINST THE
      *             FILE'S TRAILER COUNT. WITH NO ACTIVITY FILE DATED
      *             TODAY IT SCANS TRANS.DAT AS BEFORE.
      ******************************************************************

       ENVIRONMENT DIVISION.
                   TRANSACTION-RECORD WITH DUPLICATES
               FILE STATUS IS WS-FILE-STATUS.

           SELECT ACTIVITY-FILE ASSIGN TO "ACTVACCT.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ACTV-STATUS.

           SELECT ACCOUNT-FILE ASSIGN TO "ACCOUNT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-EXTR-STATUS.

           SELECT CTRHIST-FILE ASSIGN TO "CTREXTR.HIS"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TRANSACTION-FILE.
       COPY TRANSACTION.

       FD  ACTIVITY-FILE.
       COPY ACTVREC.

       FD  ACCOUNT-FILE.
       COPY ACCOUNT.

           05  CTR-AMOUNT                PIC 9(13)V99.
           05  FILLER                    PIC X(10).

       FD  CTRHIST-FILE.
       01  CTRHIST-RECORD                PIC X(243).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS                PIC XX.
           88  FILE-OK                   VALUE '00'.
           88  FILE-EOF                  VALUE '10'.

       01  WS-ACTV-STATUS                PIC XX.
       01  WS-ACTV-IN-USE-SW             PIC X(01) VALUE 'N'.
           88  ACTIVITY-IN-USE           VALUE 'Y'.
       01  WS-ACTV-TRAILER-SW            PIC X(01) VALUE 'N'.
           88  ACTIVITY-TRAILER-SEEN     VALUE 'Y'.
       01  WS-ACTV-READ-COUNT            PIC 9(09).
       01  WS-ACTV-EXPECTED-COUNT        PIC 9(09).
       01  WS-ACTV-READ-DISPLAY          PIC ZZZZZZZZ9.
       01  WS-ACTV-EXPECTED-DISPLAY      PIC ZZZZZZZZ9.

       01  WS-ACCOUNT-STATUS             PIC XX.
       01  WS-CUSTOMER-STATUS            PIC XX.
       01  WS-EXTR-STATUS                PIC XX.
       01  WS-HIST-STATUS                PIC XX.
       01  WS-HIST-AVAILABLE-SW          PIC X(01) VALUE 'Y'.
           88  HIST-AVAILABLE            VALUE 'Y'.

       01  WS-CURRENT-DATE               PIC X(08).

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           PERFORM INITIALIZE-PROCESS
           PERFORM OPEN-ACTIVITY-FILE
           PERFORM AGGREGATE-CASH-PROCESS
           PERFORM PROVE-ACTIVITY-READ
           PERFORM MARK-REPORTABLE-CUSTOMERS
           PERFORM WRITE-EXTRACT-PROCESS THRU WRITE-EXTRACT-EXIT
           PERFORM FINALIZE-PROCESS
               CLOSE ACCOUNT-FILE
               CLOSE CUSTOMER-FILE
               STOP RUN
           END-IF

           OPEN EXTEND CTRHIST-FILE
           IF WS-HIST-STATUS NOT = '00'
               OPEN OUTPUT CTRHIST-FILE
           END-IF
           IF WS-HIST-STATUS NOT = '00'
               DISPLAY 'CTREXTR: UNABLE TO OPEN CTREXTR.HIS, '
                   'STATUS = ' WS-HIST-STATUS ' - FILINGS NOT KEPT'
               MOVE 'N' TO WS-HIST-AVAILABLE-SW
           END-IF.

      *    TODAY'S ACTIVITY FILE (ACTVBLD) STANDS IN FOR THE FULL
      *    TRANS.DAT SCAN WHEN ITS HEADER CARRIES TODAY'S DATE.
       OPEN-ACTIVITY-FILE.
           MOVE 'N' TO WS-ACTV-IN-USE-SW
           MOVE 'N' TO WS-ACTV-TRAILER-SW
           MOVE ZERO TO WS-ACTV-READ-COUNT
           MOVE ZERO TO WS-ACTV-EXPECTED-COUNT
           OPEN INPUT ACTIVITY-FILE
           IF WS-ACTV-STATUS = '00'
               READ ACTIVITY-FILE
               IF WS-ACTV-STATUS = '00'
                  AND ACT-HEADER
                  AND ACT-BUSINESS-DATE = WS-CURRENT-DATE
                   SET ACTIVITY-IN-USE TO TRUE
                   MOVE ACT-RECORD-COUNT TO WS-ACTV-EXPECTED-COUNT
               ELSE
                   CLOSE ACTIVITY-FILE
               END-IF
           END-IF
           IF NOT ACTIVITY-IN-USE
               DISPLAY 'CTREXTR: NO ACTIVITY FILE FOR '
                   WS-CURRENT-DATE ' - SCANNING TRANS.DAT'
           END-IF.

       READ-NEXT-TRANSACTION.
           IF ACTIVITY-IN-USE
               READ ACTIVITY-FILE
               IF WS-ACTV-STATUS = '00'
                  AND ACT-DETAIL
                   ADD 1 TO WS-ACTV-READ-COUNT
                   MOVE ACT-TRANSACTION-IMAGE TO TRANSACTION-RECORD
                   MOVE '00' TO WS-FILE-STATUS
               ELSE
                   IF WS-ACTV-STATUS = '00'
                      AND ACT-TRAILER
                       SET ACTIVITY-TRAILER-SEEN TO TRUE
                   END-IF
                   MOVE '10' TO WS-FILE-STATUS
               END-IF
           ELSE
               READ TRANSACTION-FILE NEXT RECORD
           END-IF.

      *    EVERY DETAIL ON THE FILE MUST HAVE BEEN READ, UP TO THE
      *    TRAILER - A SHORT FILE MEANS CASH MAY HAVE BEEN MISSED.
       PROVE-ACTIVITY-READ.
           IF ACTIVITY-IN-USE
               CLOSE ACTIVITY-FILE
               MOVE WS-ACTV-READ-COUNT TO WS-ACTV-READ-DISPLAY
               MOVE WS-ACTV-EXPECTED-COUNT TO WS-ACTV-EXPECTED-DISPLAY
               IF ACTIVITY-TRAILER-SEEN
                  AND WS-ACTV-READ-COUNT = WS-ACTV-EXPECTED-COUNT
                   DISPLAY 'CTREXTR: READ ' WS-ACTV-READ-DISPLAY
                       ' OF ' WS-ACTV-EXPECTED-DISPLAY
                       ' ACTIVITY RECORD(S) FOR ' WS-CURRENT-DATE
               ELSE
                   DISPLAY 'CTREXTR: READ ' WS-ACTV-READ-DISPLAY
                       ' OF ' WS-ACTV-EXPECTED-DISPLAY
                       ' ACTIVITY RECORD(S) - ACTIVITY FILE SHORT'
               END-IF
           END-IF.

       AGGREGATE-CASH-PROCESS.
           PERFORM READ-NEXT-TRANSACTION
           PERFORM AGGREGATE-ONE-TRANSACTION UNTIL FILE-EOF.

       AGGREGATE-ONE-TRANSACTION.
                   ACCUMULATE-CASH-EXIT
           END-IF

           PERFORM READ-NEXT-TRANSACTION.

       ACCUMULATE-CUSTOMER-CASH.
           MOVE ACCOUNT-ID OF TRANSACTION-RECORD TO
           MOVE STATE OF CUSTOMER-RECORD TO CTR-STATE
           MOVE ZIP-CODE OF CUSTOMER-RECORD TO CTR-ZIP-CODE
           MOVE WS-TBL-CASH-TOTAL(WS-SEARCH-INDEX) TO CTR-CASH-TOTAL
           WRITE CTREXTR-RECORD
           IF HIST-AVAILABLE
               WRITE CTRHIST-RECORD FROM CTREXTR-RECORD
           END-IF.

       WRITE-EXTRACT-PROCESS.
      *    SECOND PASS - THE COMPONENT TRANSACTIONS UNDER EACH
      *    REPORTABLE CUSTOMER. THE ACTIVITY FILE IS READ AGAIN FROM
      *    ITS HEADER IF THE FIRST PASS USED IT; OTHERWISE TRANS.DAT
      *    IS REPOSITIONED TO THE START OF THE PRIMARY KEY.
           IF ACTIVITY-IN-USE
               PERFORM OPEN-ACTIVITY-FILE
           END-IF
           IF NOT ACTIVITY-IN-USE
               CLOSE TRANSACTION-FILE
               OPEN INPUT TRANSACTION-FILE
               IF WS-FILE-STATUS NOT = '00'
                   DISPLAY 'CTREXTR: UNABLE TO REOPEN TRANS.DAT, '
                       'STATUS = ' WS-FILE-STATUS
                   GO TO WRITE-EXTRACT-EXIT
               END-IF
           END-IF

           PERFORM READ-NEXT-TRANSACTION
           PERFORM WRITE-ONE-COMPONENT UNTIL FILE-EOF
           PERFORM PROVE-ACTIVITY-READ.

       WRITE-EXTRACT-EXIT.
           EXIT.
                   CHECK-COMPONENT-EXIT
           END-IF

           PERFORM READ-NEXT-TRANSACTION.

       CHECK-COMPONENT-REPORTABLE.
           MOVE ACCOUNT-ID OF TRANSACTION-RECORD TO
           CLOSE ACCOUNT-FILE
           CLOSE CUSTOMER-FILE
           CLOSE CTREXTR-FILE
           IF HIST-AVAILABLE
               CLOSE CTRHIST-FILE
           END-IF

           MOVE WS-SCANNED-COUNT TO WS-SCANNED-DISPLAY
           MOVE WS-FILED-COUNT TO WS-FILED-DISPLAY
