      *          CLOSES THE LEDGER ROW.
      * FUNCTIONS: STANDALONE BATCH JOB - RUN NIGHTLY, AFTER THE
      *            EODDRIVER WINDOW HAS RUN SETTLEMENT.
      *
      * MODIFICATION HISTORY:
      * 2026-10-15  NOW CALLABLE AS A SCHEDULED EODDRIVER STEP:
      *             LK-RETURN-CODE ADDED (00 NORMAL, INCLUDING NOTHING
      *             ON FILE TO PROCESS; 08 FATAL SETUP ERROR) AND GOBACK
      *             REPLACES STOP RUN, THE SAME CONVERSION ACHINTF AND
      *             MEBATCH GOT. RUN STANDALONE IT STILL ENDS THE JOB AS
      *             BEFORE.
      * 2026-10-15  THE NIGHTLY RUN READS TODAY'S ACTIVITY FILE
      *             (ACTVACCT.DAT, BUILT BY ACTVBLD - IT CARRIES EVERY
      *             STILL-PENDING TRANSACTION) INSTEAD OF ALL OF
      *             TRANS.DAT, AND PROVES THE READ AGAINST THE FILE'S
      *             TRAILER COUNT (04 IF SHORT). WITH NO ACTIVITY FILE
      *             DATED TODAY IT SCANS TRANS.DAT AS BEFORE.
      ******************************************************************

       ENVIRONMENT DIVISION.
                   TRANSACTION-RECORD WITH DUPLICATES
               FILE STATUS IS WS-FILE-STATUS.

           SELECT ACTIVITY-FILE ASSIGN TO "ACTVACCT.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ACTV-STATUS.

           SELECT FAILTRK-FILE ASSIGN TO "FAILTRK.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
       FD  TRANSACTION-FILE.
       COPY TRANSACTION.

       FD  ACTIVITY-FILE.
       COPY ACTVREC.

       FD  FAILTRK-FILE.
       COPY FAILTRK.


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

       01  WS-CURRENT-DATE               PIC X(08).
       01  WS-CURRENT-DATE-NUM           PIC 9(08).
       01  WS-CURRENT-DATE-INT           PIC 9(08).
       01  WS-NEW-FAIL-DISPLAY           PIC ZZZZZZ9.
       01  WS-OPEN-FAIL-DISPLAY          PIC ZZZZZZ9.

       LINKAGE SECTION.
       01  LK-RETURN-CODE                PIC 9(02).

       PROCEDURE DIVISION USING LK-RETURN-CODE.
       MAIN-PROCESS.
           MOVE 00 TO LK-RETURN-CODE
           PERFORM INITIALIZE-PROCESS
           PERFORM OPEN-ACTIVITY-FILE
           PERFORM RECORD-FAILS-PROCESS
           PERFORM PROVE-ACTIVITY-READ
           PERFORM AGE-FAILS-PROCESS
           PERFORM FINALIZE-PROCESS
           GOBACK.

       INITIALIZE-PROCESS.
           MOVE ZERO TO WS-SCANNED-COUNT
           IF WS-FILE-STATUS NOT = '00'
               DISPLAY 'FAILSCAN: UNABLE TO OPEN TRANS.DAT, STATUS = '
                   WS-FILE-STATUS
               MOVE 08 TO LK-RETURN-CODE
               GOBACK
           END-IF

           OPEN I-O FAILTRK-FILE
               DISPLAY 'FAILSCAN: UNABLE TO OPEN FAILTRK.DAT, '
                   'STATUS = ' WS-FAIL-STATUS
               CLOSE TRANSACTION-FILE
               MOVE 08 TO LK-RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT FAILTRK-RPT-FILE
                   'STATUS = ' WS-RPT-STATUS
               CLOSE TRANSACTION-FILE
               CLOSE FAILTRK-FILE
               MOVE 08 TO LK-RETURN-CODE
               GOBACK
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
               DISPLAY 'FAILSCAN: NO ACTIVITY FILE FOR '
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
      *    TRAILER - A SHORT FILE MEANS FAILS MAY HAVE BEEN MISSED.
       PROVE-ACTIVITY-READ.
           IF ACTIVITY-IN-USE
               CLOSE ACTIVITY-FILE
               MOVE WS-ACTV-READ-COUNT TO WS-ACTV-READ-DISPLAY
               MOVE WS-ACTV-EXPECTED-COUNT TO WS-ACTV-EXPECTED-DISPLAY
               IF ACTIVITY-TRAILER-SEEN
                  AND WS-ACTV-READ-COUNT = WS-ACTV-EXPECTED-COUNT
                   DISPLAY 'FAILSCAN: READ ' WS-ACTV-READ-DISPLAY
                       ' OF ' WS-ACTV-EXPECTED-DISPLAY
                       ' ACTIVITY RECORD(S) FOR ' WS-CURRENT-DATE
               ELSE
                   DISPLAY 'FAILSCAN: READ ' WS-ACTV-READ-DISPLAY
                       ' OF ' WS-ACTV-EXPECTED-DISPLAY
                       ' ACTIVITY RECORD(S) - ACTIVITY FILE SHORT'
                   MOVE 04 TO LK-RETURN-CODE
               END-IF
           END-IF.

       RECORD-FAILS-PROCESS.
           PERFORM READ-NEXT-TRANSACTION
           PERFORM CHECK-ONE-TRANSACTION UNTIL FILE-EOF.

       CHECK-ONE-TRANSACTION.
               PERFORM RECORD-ONE-FAIL THRU RECORD-ONE-FAIL-EXIT
           END-IF

           PERFORM READ-NEXT-TRANSACTION.

       RECORD-ONE-FAIL.
           MOVE TRANSACTION-ID OF TRANSACTION-RECORD TO
