      *             WITH THE NUMBER OF FIRMS, AND THE 50-FIRM TABLE
      *             CEILING IS GONE. THE EXTRACT RECORD SET IS
      *             UNCHANGED.
      * 2026-10-15  EVERY DETAIL RECORD IS ALSO APPENDED TO THE
      *             CLREXTR.HIS GENERATION FILE (CLREXTR.DAT IS
      *             REWRITTEN EACH NIGHT) SO THE MONTH'S TICKETS SENT
      *             TO EACH FIRM ARE STILL ON HAND WHEN CLRINV CHECKS
      *             THE FIRM'S INVOICE AGAINST THEM.
      * 2026-10-15  THE SORT IS FED FROM TODAY'S ACTIVITY FILE
      *             (ACTVACCT.DAT, BUILT BY ACTVBLD - IT CARRIES EVERY
      *             TRANSACTION SETTLING TODAY) INSTEAD OF ALL OF
      *             TRANS.DAT, AND THE READ IS PROVED AGAINST THE
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

           SELECT SORT-WORK-FILE ASSIGN TO "CLRSETL.SRT".

           SELECT CLREXTR-FILE ASSIGN TO "CLREXTR.DAT"
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-EXTR-STATUS.

           SELECT CLRHIST-FILE ASSIGN TO "CLREXTR.HIS"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TRANSACTION-FILE.
           05  SRT-TRADE-REF-NUMBER          PIC X(20).
           05  SRT-SETTLEMENT-DATE           PIC X(08).

       FD  ACTIVITY-FILE.
       COPY ACTVREC.

       FD  CLREXTR-FILE.
       01  CLREXTR-RECORD.
           05  CLREXTR-RECORD-TYPE           PIC X(01).
           05  CLREXTR-TOTAL-AMOUNT          PIC S9(13)V99 COMP-3.
           05  FILLER                        PIC X(10).

       FD  CLRHIST-FILE.
       01  CLRHIST-RECORD                    PIC X(127).

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

       01  WS-EXTR-STATUS                PIC XX.
       01  WS-HIST-STATUS                PIC XX.
       01  WS-HIST-AVAILABLE-SW          PIC X(01) VALUE 'Y'.
           88  HIST-AVAILABLE            VALUE 'Y'.

       01  WS-CURRENT-DATE               PIC X(08).

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           PERFORM INITIALIZE-PROCESS
           PERFORM OPEN-ACTIVITY-FILE
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SRT-CLEARING-FIRM
               ON ASCENDING KEY SRT-TRANSACTION-ID
               INPUT PROCEDURE IS SELECT-SETTLED-TODAY
               OUTPUT PROCEDURE IS WRITE-EXTRACT-GROUPS
           PERFORM PROVE-ACTIVITY-READ
           PERFORM FINALIZE-PROCESS
           STOP RUN.

                   'STATUS = ' WS-EXTR-STATUS
               CLOSE TRANSACTION-FILE
               STOP RUN
           END-IF

           OPEN EXTEND CLRHIST-FILE
           IF WS-HIST-STATUS NOT = '00'
               OPEN OUTPUT CLRHIST-FILE
           END-IF
           IF WS-HIST-STATUS NOT = '00'
               DISPLAY 'CLRSETL: UNABLE TO OPEN CLREXTR.HIS, '
                   'STATUS = ' WS-HIST-STATUS ' - TICKETS NOT KEPT'
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
               DISPLAY 'CLRSETL: NO ACTIVITY FILE FOR '
                   WS-CURRENT-DATE ' - SCANNING TRANS.DAT'
           END-IF.

       READ-NEXT-TRANSACTION.
           IF ACTIVITY-IN-USE
               READ ACTIVITY-FILE
               IF WS-ACTV-STATUS = '00'
                  AND ACT-DETAIL
                   ADD 1 TO WS-ACTV-READ-COUNT
                   MOVE ACT-TRANSACTION-IMAGE TO TRANSACTION-RECORD
               ELSE
                   IF WS-ACTV-STATUS = '00'
                      AND ACT-TRAILER
                       SET ACTIVITY-TRAILER-SEEN TO TRUE
                   END-IF
                   SET SORT-INPUT-EOF TO TRUE
               END-IF
           ELSE
               READ TRANSACTION-FILE NEXT RECORD
                   AT END SET SORT-INPUT-EOF TO TRUE
               END-READ
           END-IF.

      *    EVERY DETAIL ON THE FILE MUST HAVE BEEN READ, UP TO THE
      *    TRAILER - A SHORT FILE MEANS SETTLEMENTS MAY HAVE BEEN
      *    MISSED.
       PROVE-ACTIVITY-READ.
           IF ACTIVITY-IN-USE
               CLOSE ACTIVITY-FILE
               MOVE WS-ACTV-READ-COUNT TO WS-ACTV-READ-DISPLAY
               MOVE WS-ACTV-EXPECTED-COUNT TO WS-ACTV-EXPECTED-DISPLAY
               IF ACTIVITY-TRAILER-SEEN
                  AND WS-ACTV-READ-COUNT = WS-ACTV-EXPECTED-COUNT
                   DISPLAY 'CLRSETL: READ ' WS-ACTV-READ-DISPLAY
                       ' OF ' WS-ACTV-EXPECTED-DISPLAY
                       ' ACTIVITY RECORD(S) FOR ' WS-CURRENT-DATE
               ELSE
                   DISPLAY 'CLRSETL: READ ' WS-ACTV-READ-DISPLAY
                       ' OF ' WS-ACTV-EXPECTED-DISPLAY
                       ' ACTIVITY RECORD(S) - ACTIVITY FILE SHORT'
               END-IF
           END-IF.

       SELECT-SETTLED-TODAY.
           MOVE 'N' TO WS-SORT-EOF-SW
           PERFORM READ-NEXT-TRANSACTION
           PERFORM RELEASE-ONE-TRANSACTION UNTIL SORT-INPUT-EOF.

       RELEASE-ONE-TRANSACTION.
               RELEASE SORT-RECORD
           END-IF

           PERFORM READ-NEXT-TRANSACTION.

       WRITE-EXTRACT-GROUPS.
           MOVE 'N' TO WS-SORT-EOF-SW
           MOVE SRT-NET-AMOUNT TO CLREXTR-NET-AMOUNT
           MOVE SRT-TRADE-REF-NUMBER TO CLREXTR-TRADE-REF-NUMBER
           WRITE CLREXTR-RECORD
           IF HIST-AVAILABLE
               WRITE CLRHIST-RECORD FROM CLREXTR-RECORD
           END-IF
           ADD 1 TO WS-EXTRACTED-COUNT
           ADD 1 TO WS-FIRM-RECORD-COUNT
           ADD SRT-NET-AMOUNT TO WS-FIRM-TOTAL-AMOUNT.
       FINALIZE-PROCESS.
           CLOSE TRANSACTION-FILE
           CLOSE CLREXTR-FILE
           IF HIST-AVAILABLE
               CLOSE CLRHIST-FILE
           END-IF

           MOVE WS-SCANNED-COUNT TO WS-SCANNED-DISPLAY
           MOVE WS-EXTRACTED-COUNT TO WS-EXTRACTED-DISPLAY
