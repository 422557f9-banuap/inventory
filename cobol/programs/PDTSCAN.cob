      *          ITS ROW REFRESHED; THE FLAG STAYS PER THE RULE.
      * FUNCTIONS: STANDALONE BATCH JOB - RUN NIGHTLY AFTER
      *            PRICELOAD.
      *
      * MODIFICATION HISTORY:
      * 2026-10-15  AN ACCOUNT'S ROUND TRIPS ARE ONLY COUNTED OFF
      *             TRANS.DAT WHEN IT IS ON TODAY'S ACTIVITY FILE
      *             (ACTVACCT.DAT, BUILT BY ACTVBLD) - AN ACCOUNT WITH
      *             NO TRADES TODAY CANNOT NEWLY REACH THE THRESHOLD.
      *             PATTERN-DAY-TRADER ACCOUNTS ARE STILL VISITED EVERY
      *             NIGHT SO THEIR DTBP.DAT ROW IS REFRESHED. THE
      *             ACTIVITY FILE IS READ ALONGSIDE ACCOUNT.DAT IN
      *             ACCOUNT ORDER AND PROVED AGAINST ITS TRAILER COUNT.
      *             WITH NO ACTIVITY FILE DATED TODAY EVERY ACTIVE
      *             ACCOUNT IS SWEPT AS BEFORE.
      ******************************************************************

       ENVIRONMENT DIVISION.
                   TRANSACTION-RECORD WITH DUPLICATES
               FILE STATUS IS WS-TRANS-STATUS.

           SELECT ACTIVITY-FILE ASSIGN TO "ACTVACCT.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ACTV-STATUS.

           SELECT POSITION-FILE ASSIGN TO "POSITION.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
       FD  TRANSACTION-FILE.
       COPY TRANSACTION.

       FD  ACTIVITY-FILE.
       COPY ACTVREC.

       FD  POSITION-FILE.
       COPY POSITION.

       01  WS-BUSCAL-STATUS              PIC XX.
       01  WS-DTBP-STATUS                PIC XX.
       01  WS-RPT-STATUS                 PIC XX.
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

       01  WS-PDT-TRIP-THRESHOLD         PIC 9(02) VALUE 04.
       01  WS-PDT-MIN-EQUITY             PIC 9(09)V99 VALUE 25000.00.
       MAIN-PROCESS.
           PERFORM INITIALIZE-PROCESS
           PERFORM COMPUTE-WINDOW-START
           PERFORM OPEN-ACTIVITY-FILE
           PERFORM SWEEP-ACCOUNTS-PROCESS
           PERFORM PROVE-ACTIVITY-READ
           PERFORM FINALIZE-PROCESS
           STOP RUN.

               END-IF
           END-IF.

      *    TODAY'S ACTIVITY FILE (ACTVBLD), WHEN ITS HEADER CARRIES
      *    TODAY'S DATE, NAMES EVERY ACCOUNT WITH ACTIVITY TODAY.
      *    ONLY THOSE HAVE THEIR ROUND TRIPS COUNTED, AND ONLY THOSE
      *    AND THE PATTERN-DAY-TRADER ACCOUNTS ARE VISITED AT ALL.
      *    WITHOUT THE FILE EVERY ACTIVE ACCOUNT IS.
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
               DISPLAY 'PDTSCAN: NO ACTIVITY FILE FOR '
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
                   DISPLAY 'PDTSCAN: READ ' WS-ACTV-READ-DISPLAY
                       ' OF ' WS-ACTV-EXPECTED-DISPLAY
                       ' ACTIVITY RECORD(S) FOR ' WS-CURRENT-DATE
               ELSE
                   DISPLAY 'PDTSCAN: READ ' WS-ACTV-READ-DISPLAY
                       ' OF ' WS-ACTV-EXPECTED-DISPLAY
                       ' ACTIVITY RECORD(S) - ACTIVITY FILE SHORT'
               END-IF
               DISPLAY 'PDTSCAN: ' WS-PASSED-DISPLAY
                   ' ACCOUNT(S) WITH NO ACTIVITY TODAY PASSED OVER'
           END-IF.

       SWEEP-ACCOUNTS-PROCESS.
           MOVE LOW-VALUES TO ACCOUNT-ID OF ACCOUNT-RECORD
           START ACCOUNT-FILE KEY >= ACCOUNT-ID OF ACCOUNT-RECORD
           IF NOT ACTIVE-ACCOUNT OF ACCOUNT-RECORD
               GO TO SWEEP-ONE-ACCOUNT-NEXT
           END-IF
           PERFORM MATCH-ACCOUNT-ACTIVITY
           IF NOT ACCOUNT-HAS-ACTIVITY
              AND NOT PATTERN-DAY-TRADER OF ACCOUNT-RECORD
               ADD 1 TO WS-PASSED-COUNT
               GO TO SWEEP-ONE-ACCOUNT-NEXT
           END-IF
           ADD 1 TO WS-SCANNED-COUNT
           MOVE ACCOUNT-ID OF ACCOUNT-RECORD TO WS-WORK-ACCOUNT-ID

