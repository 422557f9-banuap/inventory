      *             SHARED NOTIFICATION QUEUE (NOTIFQ.DAT) SO THE
      *             COMPLIANCE DESK'S CUSTOMER CONTACT GOES THROUGH
      *             THE DAILY NOTIFGEN RUN LIKE EVERY OTHER NOTICE.
      * 2026-10-15  NOW CALLABLE AS A SCHEDULED EODDRIVER STEP:
      *             LK-RETURN-CODE ADDED (00 NORMAL, INCLUDING NOTHING
      *             ON FILE TO PROCESS; 08 FATAL SETUP ERROR) AND GOBACK
      *             REPLACES STOP RUN, THE SAME CONVERSION ACHINTF AND
      *             MEBATCH GOT. RUN STANDALONE IT STILL ENDS THE JOB AS
      *             BEFORE.
      * 2026-10-15  THE WINDOW IS ONLY READ OFF TRANS.DAT FOR AN
      *             ACCOUNT ON TODAY'S ACTIVITY FILE (ACTVACCT.DAT,
      *             BUILT BY ACTVBLD) OR ALREADY UNDER AML REVIEW - AN
      *             ACCOUNT WITH NOTHING NEW CANNOT NEWLY MEET THE
      *             PATTERN. THE ACTIVITY FILE IS READ ALONGSIDE
      *             ACCOUNT.DAT IN ACCOUNT ORDER AND PROVED AGAINST ITS
      *             TRAILER COUNT (04 IF SHORT). WITH NO ACTIVITY FILE
      *             DATED TODAY EVERY ACCOUNT IS CHECKED AS BEFORE.
      ******************************************************************

       ENVIRONMENT DIVISION.
                   TRANSACTION-RECORD WITH DUPLICATES
               FILE STATUS IS WS-TRANS-STATUS.

           SELECT ACTIVITY-FILE ASSIGN TO "ACTVACCT.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ACTV-STATUS.

           SELECT CUSTOMER-FILE ASSIGN TO "CUSTOMER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
       FD  TRANSACTION-FILE.
       COPY TRANSACTION.

       FD  ACTIVITY-FILE.
       COPY ACTVREC.

       FD  CUSTOMER-FILE.
       COPY CUSTOMER.

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
       01  WS-ACTV-ACCOUNT-ID            PIC X(12).
       01  WS-ACTV-MATCH-SW              PIC X(01) VALUE 'N'.
           88  ACCOUNT-HAS-ACTIVITY      VALUE 'Y'.
       01  WS-PASSED-COUNT               PIC 9(07) COMP.
       01  WS-PASSED-DISPLAY             PIC ZZZZZZ9.

       01  WS-TRANS-STATUS               PIC XX.
       01  WS-CUSTOMER-STATUS            PIC XX.
       01  WS-EXC-STATUS                 PIC XX.
       01  WS-SCANNED-DISPLAY            PIC ZZZZZZ9.
       01  WS-FLAGGED-DISPLAY            PIC ZZZZZZ9.

       LINKAGE SECTION.
       01  LK-RETURN-CODE                PIC 9(02).

       PROCEDURE DIVISION USING LK-RETURN-CODE.
       MAIN-PROCESS.
           MOVE 00 TO LK-RETURN-CODE
           PERFORM INITIALIZE-PROCESS
           PERFORM OPEN-ACTIVITY-FILE
           PERFORM CHECK-ACCOUNTS-PROCESS
           PERFORM PROVE-ACTIVITY-READ
           PERFORM FINALIZE-PROCESS
           GOBACK.

       INITIALIZE-PROCESS.
           MOVE ZERO TO WS-SCANNED-COUNT
           IF WS-FILE-STATUS NOT = '00'
               DISPLAY 'AMLMON: UNABLE TO OPEN ACCOUNT.DAT, STATUS = '
                   WS-FILE-STATUS
               MOVE 08 TO LK-RETURN-CODE
               GOBACK
           END-IF

           OPEN INPUT TRANSACTION-FILE
               DISPLAY 'AMLMON: UNABLE TO OPEN TRANS.DAT, STATUS = '
                   WS-TRANS-STATUS
               CLOSE ACCOUNT-FILE
               MOVE 08 TO LK-RETURN-CODE
               GOBACK
           END-IF

           OPEN I-O CUSTOMER-FILE
                   'STATUS = ' WS-CUSTOMER-STATUS
               CLOSE ACCOUNT-FILE
               CLOSE TRANSACTION-FILE
               MOVE 08 TO LK-RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT AMLEXC-FILE
               CLOSE ACCOUNT-FILE
               CLOSE TRANSACTION-FILE
               CLOSE CUSTOMER-FILE
               MOVE 08 TO LK-RETURN-CODE
               GOBACK
           END-IF.

      *    TODAY'S ACTIVITY FILE (ACTVBLD), WHEN ITS HEADER CARRIES
      *    TODAY'S DATE, NAMES EVERY ACCOUNT WITH ACTIVITY TODAY.
      *    ONLY THOSE, AND THE ACCOUNTS ALREADY UNDER REVIEW (WHOSE
      *    FLAG MAY NEED CLEARING), HAVE THEIR WINDOW READ OFF
      *    TRANS.DAT. WITHOUT THE FILE EVERY ACCOUNT DOES.
       OPEN-ACTIVITY-FILE.
           MOVE 'N' TO WS-ACTV-IN-USE-SW
           MOVE 'N' TO WS-ACTV-TRAILER-SW
           MOVE ZERO TO WS-ACTV-READ-COUNT
           MOVE ZERO TO WS-ACTV-EXPECTED-COUNT
           MOVE ZERO TO WS-PASSED-COUNT
           MOVE HIGH-VALUES TO WS-ACTV-ACCOUNT-ID
           OPEN INPUT ACTIVITY-FILE
           IF WS-ACTV-STATUS = '00'
               READ ACTIVITY-FILE
               IF WS-ACTV-STATUS = '00'
                  AND ACT-HEADER
                  AND ACT-BUSINESS-DATE = WS-CURRENT-DATE
                   SET ACTIVITY-IN-USE TO TRUE
                   MOVE ACT-RECORD-COUNT TO WS-ACTV-EXPECTED-COUNT
                   PERFORM READ-NEXT-ACTIVITY
               ELSE
                   CLOSE ACTIVITY-FILE
               END-IF
           END-IF
           IF NOT ACTIVITY-IN-USE
               DISPLAY 'AMLMON: NO ACTIVITY FILE FOR '
                   WS-CURRENT-DATE ' - CHECKING EVERY ACCOUNT'
           END-IF.

       READ-NEXT-ACTIVITY.
           READ ACTIVITY-FILE
           IF WS-ACTV-STATUS = '00'
              AND ACT-DETAIL
               ADD 1 TO WS-ACTV-READ-COUNT
               MOVE ACT-ACCOUNT-ID TO WS-ACTV-ACCOUNT-ID
           ELSE
               IF WS-ACTV-STATUS = '00'
                  AND ACT-TRAILER
                   SET ACTIVITY-TRAILER-SEEN TO TRUE
               END-IF
               MOVE HIGH-VALUES TO WS-ACTV-ACCOUNT-ID
           END-IF.

      *    THE ACTIVITY FILE IS IN ACCOUNT ORDER, THE ORDER ACCOUNT.DAT
      *    IS WALKED IN - STEP IT UP TO THE ACCOUNT IN HAND.
       MATCH-ACCOUNT-ACTIVITY.
           IF ACTIVITY-IN-USE
               PERFORM READ-NEXT-ACTIVITY
                   UNTIL WS-ACTV-ACCOUNT-ID NOT <
                         ACCOUNT-ID OF ACCOUNT-RECORD
               IF WS-ACTV-ACCOUNT-ID = ACCOUNT-ID OF ACCOUNT-RECORD
                   SET ACCOUNT-HAS-ACTIVITY TO TRUE
               ELSE
                   MOVE 'N' TO WS-ACTV-MATCH-SW
               END-IF
           ELSE
               SET ACCOUNT-HAS-ACTIVITY TO TRUE
           END-IF.

      *    THE REST OF THE FILE IS READ OUT TO ITS TRAILER, AND EVERY
      *    DETAIL ON IT MUST HAVE BEEN SEEN - A SHORT FILE MEANS AN
      *    ACCOUNT WITH ACTIVITY MAY HAVE BEEN PASSED OVER.
       PROVE-ACTIVITY-READ.
           IF ACTIVITY-IN-USE
               PERFORM READ-NEXT-ACTIVITY
                   UNTIL WS-ACTV-ACCOUNT-ID = HIGH-VALUES
               CLOSE ACTIVITY-FILE
               MOVE WS-ACTV-READ-COUNT TO WS-ACTV-READ-DISPLAY
               MOVE WS-ACTV-EXPECTED-COUNT TO WS-ACTV-EXPECTED-DISPLAY
               MOVE WS-PASSED-COUNT TO WS-PASSED-DISPLAY
               IF ACTIVITY-TRAILER-SEEN
                  AND WS-ACTV-READ-COUNT = WS-ACTV-EXPECTED-COUNT
                   DISPLAY 'AMLMON: READ ' WS-ACTV-READ-DISPLAY
                       ' OF ' WS-ACTV-EXPECTED-DISPLAY
                       ' ACTIVITY RECORD(S) FOR ' WS-CURRENT-DATE
               ELSE
                   DISPLAY 'AMLMON: READ ' WS-ACTV-READ-DISPLAY
                       ' OF ' WS-ACTV-EXPECTED-DISPLAY
                       ' ACTIVITY RECORD(S) - ACTIVITY FILE SHORT'
                   MOVE 04 TO LK-RETURN-CODE
               END-IF
               DISPLAY 'AMLMON: ' WS-PASSED-DISPLAY
                   ' ACCOUNT(S) WITH NO ACTIVITY TODAY PASSED OVER'
           END-IF.

       CHECK-ACCOUNTS-PROCESS.
           ADD 1 TO WS-SCANNED-COUNT

           IF ACTIVE-ACCOUNT
               PERFORM MATCH-ACCOUNT-ACTIVITY
               IF ACCOUNT-HAS-ACTIVITY
                  OR AML-REVIEW-PENDING
                   PERFORM COUNT-LARGE-TRANSACTIONS
                   PERFORM EVALUATE-AML-PATTERN
               ELSE
                   ADD 1 TO WS-PASSED-COUNT
               END-IF
           END-IF

           READ ACCOUNT-FILE NEXT RECORD.
