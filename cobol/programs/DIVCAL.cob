       IDENTIFICATION DIVISION.
       PROGRAM-ID. DIVCAL.
      ******************************************************************
      * PROGRAM: DIVCAL - DIVIDEND CALENDAR NIGHTLY STEP
      * VERSION: 1.0
      * DATE: 2026-10-15
      * PURPOSE: WORK THE DIVIDEND/INTEREST ANNOUNCEMENT CALENDAR
      *          (DIVANN.DAT, LOADED BY DIVLOAD) EVERY NIGHT:
      *          - AN ANNOUNCEMENT WHOSE RECORD DATE HAS COME BOOKS A
      *            RECEIVABLE ROW (DIVRCV.DAT) FOR EVERY ACCOUNT
      *            HOLDING THE SYMBOL ON THAT DATE, SO PORTVAL AND
      *            STATEMENTS SHOW DIVIDENDS PAYABLE BEFORE THE CASH
      *            LANDS;
      *          - AN ANNOUNCEMENT WHOSE PAY DATE HAS COME IS PAID BY
      *            WRITING DIVPOST.CTL FROM THE CALENDAR ROW AND
      *            CALLING DIVPOST, AFTER WHICH ITS RECEIVABLES ARE
      *            MARKED PAID;
      *          - A CANCELLED ANNOUNCEMENT HAS ANY RECEIVABLES IT
      *            BOOKED TAKEN BACK OFF.
      * FUNCTIONS: CALLED BY EODDRIVER ONCE PER NIGHT, AFTER THE
      *            POSITION SNAPSHOT STEP (SNAPBAT), SO THE RECORD
      *            DATE'S IMAGE IS ALREADY ON POSSNAP.DAT.
      *
      * NOTES: "HAS COME" MEANS ON OR BEFORE TODAY, NOT EQUAL TO
      *        TODAY - A NIGHT THE WINDOW DID NOT RUN, OR AN
      *        ANNOUNCEMENT LOADED LATE, IS CAUGHT UP THE NEXT NIGHT
      *        INSTEAD OF BEING MISSED, AND DIVCAL.RPT FLAGS IT LATE.
      *        RECEIVABLES ARE BOOKED OFF THE SAME BASIS DIVPOST PAYS
      *        OFF - THE RECORD DATE'S POSSNAP IMAGE, FALLING BACK TO
      *        LIVE POSITION.DAT WHEN THERE IS NO IMAGE - SO THE
      *        RECEIVABLE AND THE PAYMENT AGREE. BOOKING IS FINISHED
      *        AND POSITION.DAT CLOSED BEFORE DIVPOST IS CALLED.
      *        A DIVPOST FAILURE LEAVES THE ANNOUNCEMENT DUE FOR THE
      *        NEXT NIGHT AND ENDS THE STEP WITH RC 04.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DIVANN-FILE ASSIGN TO "DIVANN.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DA-KEY
               FILE STATUS IS WS-ANN-STATUS.

           SELECT DIVRCV-FILE ASSIGN TO "DIVRCV.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DR-KEY
               ALTERNATE RECORD KEY IS DR-ACCOUNT-ID WITH DUPLICATES
               FILE STATUS IS WS-RCV-STATUS.

           SELECT POSITION-FILE ASSIGN TO "POSITION.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS POSITION-KEY
               FILE STATUS IS WS-POS-STATUS.

           SELECT POSSNAP-FILE ASSIGN TO "POSSNAP.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SNAP-KEY
               FILE STATUS IS WS-SNAP-STATUS.

           SELECT DIVPOST-CTL-FILE ASSIGN TO "DIVPOST.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.

           SELECT DIVCAL-RPT-FILE ASSIGN TO "DIVCAL.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DIVANN-FILE.
       COPY DIVANN.

       FD  DIVRCV-FILE.
       COPY DIVRCV.

       FD  POSITION-FILE.
       COPY POSITION.

       FD  POSSNAP-FILE.
       COPY POSSNAP.

      *    SAME LAYOUT DIVPOST READS ITS CONTROL RECORD WITH.
       FD  DIVPOST-CTL-FILE.
       01  DIVPOST-CTL-RECORD.
           05  DC-SECURITY-SYMBOL         PIC X(12).
           05  DC-PAYMENT-TYPE            PIC X(01).
           05  DC-PER-SHARE-AMOUNT        PIC 9(03)V9999.
           05  DC-INTEREST-RATE           PIC 9(03)V99.
           05  DC-PAYMENT-DATE            PIC X(08).
           05  DC-RECORD-DATE             PIC X(08).

       FD  DIVCAL-RPT-FILE.
       01  DIVCAL-RPT-LINE                PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-ANN-STATUS                  PIC XX.
       01  WS-RCV-STATUS                  PIC XX.
       01  WS-POS-STATUS                  PIC XX.
       01  WS-SNAP-STATUS                 PIC XX.
       01  WS-CTL-STATUS                  PIC XX.
       01  WS-RPT-STATUS                  PIC XX.

       01  WS-CALENDAR-AVAILABLE-SW       PIC X(01) VALUE 'Y'.
           88  CALENDAR-AVAILABLE         VALUE 'Y'.
       01  WS-SNAPSHOTS-AVAILABLE-SW      PIC X(01) VALUE 'N'.
           88  SNAPSHOTS-AVAILABLE        VALUE 'Y'.
       01  WS-SNAP-IMAGE-SW               PIC X(01) VALUE 'N'.
           88  SNAP-IMAGE-FOUND           VALUE 'Y'.

       01  WS-CURRENT-DATE                PIC X(08).
       01  WS-CURRENT-TIME.
           05  WS-CURRENT-HOUR            PIC 9(02).
           05  WS-CURRENT-MINUTE          PIC 9(02).
           05  WS-CURRENT-SECOND          PIC 9(02).
           05  WS-CURRENT-HUNDREDTH       PIC 9(02).
       01  WS-TIMESTAMP                   PIC X(26).

       01  WS-HOLD-ACCOUNT-ID             PIC X(12).
       01  WS-HOLD-QUANTITY               PIC S9(09)V999 COMP-3.
       01  WS-RECEIVABLE-AMOUNT           PIC S9(13)V99 COMP-3.
       01  WS-ANN-BOOKED-COUNT            PIC 9(07) COMP.
       01  WS-ANN-BOOKED-AMOUNT           PIC S9(13)V99 COMP-3.

       01  WS-DIVPOST-RETURN-CODE         PIC 9(02).

       01  WS-SCANNED-COUNT               PIC 9(07) COMP.
       01  WS-BOOKED-COUNT                PIC 9(07) COMP.
       01  WS-RECEIVABLE-COUNT            PIC 9(07) COMP.
       01  WS-PAID-COUNT                  PIC 9(07) COMP.
       01  WS-LATE-COUNT                  PIC 9(07) COMP.
       01  WS-FAILED-COUNT                PIC 9(07) COMP.
       01  WS-CANCELLED-COUNT             PIC 9(07) COMP.
       01  WS-COUNT-DISPLAY               PIC ZZZZZZ9.
       01  WS-AMOUNT-DISPLAY              PIC ZZZ,ZZZ,ZZ9.99-.

       LINKAGE SECTION.
       01  LK-RETURN-CODE                 PIC 9(02).

       PROCEDURE DIVISION USING LK-RETURN-CODE.
       MAIN-PROCESS.
           MOVE 00 TO LK-RETURN-CODE
           PERFORM INITIALIZE-PROCESS THRU INITIALIZE-PROCESS-EXIT
           IF CALENDAR-AVAILABLE
               PERFORM BOOK-RECEIVABLES-PROCESS
               PERFORM PAY-ANNOUNCEMENTS-PROCESS
           END-IF
           PERFORM FINALIZE-PROCESS
           GOBACK.

       INITIALIZE-PROCESS.
           MOVE ZERO TO WS-SCANNED-COUNT
           MOVE ZERO TO WS-BOOKED-COUNT
           MOVE ZERO TO WS-RECEIVABLE-COUNT
           MOVE ZERO TO WS-PAID-COUNT
           MOVE ZERO TO WS-LATE-COUNT
           MOVE ZERO TO WS-FAILED-COUNT
           MOVE ZERO TO WS-CANCELLED-COUNT
           MOVE 'Y' TO WS-CALENDAR-AVAILABLE-SW
           MOVE 'N' TO WS-SNAPSHOTS-AVAILABLE-SW
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           PERFORM GET-CURRENT-TIMESTAMP

           OPEN OUTPUT DIVCAL-RPT-FILE
           MOVE SPACES TO DIVCAL-RPT-LINE
           STRING 'DIVIDEND CALENDAR RUN ' DELIMITED BY SIZE
                  WS-CURRENT-DATE DELIMITED BY SIZE
                  INTO DIVCAL-RPT-LINE
           END-STRING
           WRITE DIVCAL-RPT-LINE

           OPEN I-O DIVANN-FILE
           IF WS-ANN-STATUS = '35'
      *        Nothing has ever been announced - nothing to do.
               DISPLAY 'DIVCAL: NO DIVANN.DAT ON FILE - NO '
                   'ANNOUNCEMENTS TO WORK'
               MOVE 'N' TO WS-CALENDAR-AVAILABLE-SW
               GO TO INITIALIZE-PROCESS-EXIT
           END-IF
           IF WS-ANN-STATUS NOT = '00'
               DISPLAY 'DIVCAL: UNABLE TO OPEN DIVANN.DAT, STATUS = '
                   WS-ANN-STATUS
               MOVE 08 TO LK-RETURN-CODE
               CLOSE DIVCAL-RPT-FILE
               GOBACK
           END-IF

           OPEN I-O DIVRCV-FILE
           IF WS-RCV-STATUS = '35'
      *        First receivable ever booked - file has to be created.
               OPEN OUTPUT DIVRCV-FILE
               CLOSE DIVRCV-FILE
               OPEN I-O DIVRCV-FILE
           END-IF
           IF WS-RCV-STATUS NOT = '00'
               DISPLAY 'DIVCAL: UNABLE TO OPEN DIVRCV.DAT, STATUS = '
                   WS-RCV-STATUS
               MOVE 08 TO LK-RETURN-CODE
               CLOSE DIVANN-FILE
               CLOSE DIVCAL-RPT-FILE
               GOBACK
           END-IF

           OPEN INPUT POSITION-FILE
           IF WS-POS-STATUS NOT = '00'
               DISPLAY 'DIVCAL: UNABLE TO OPEN POSITION.DAT, '
                   'STATUS = ' WS-POS-STATUS
               MOVE 08 TO LK-RETURN-CODE
               CLOSE DIVANN-FILE
               CLOSE DIVRCV-FILE
               CLOSE DIVCAL-RPT-FILE
               GOBACK
           END-IF

           OPEN INPUT POSSNAP-FILE
           IF WS-SNAP-STATUS = '00'
               SET SNAPSHOTS-AVAILABLE TO TRUE
           END-IF.

       INITIALIZE-PROCESS-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * PASS 1 - BOOK RECORD-DATE RECEIVABLES, TAKE BACK CANCELLED ONES
      *----------------------------------------------------------------
       BOOK-RECEIVABLES-PROCESS.
           MOVE LOW-VALUES TO DA-KEY
           START DIVANN-FILE KEY IS NOT LESS THAN DA-KEY
               INVALID KEY MOVE '10' TO WS-ANN-STATUS
           END-START
           IF WS-ANN-STATUS = '00'
               READ DIVANN-FILE NEXT RECORD
               PERFORM BOOK-ONE-ANNOUNCEMENT
                   UNTIL WS-ANN-STATUS NOT = '00'
           END-IF

      *    DIVPOST OPENS THESE ITSELF - LET GO OF THEM FIRST.
           CLOSE POSITION-FILE
           IF SNAPSHOTS-AVAILABLE
               CLOSE POSSNAP-FILE
           END-IF.

       BOOK-ONE-ANNOUNCEMENT.
           ADD 1 TO WS-SCANNED-COUNT
           EVALUATE TRUE
               WHEN DA-CANCELLED
                AND DA-BOOKED-DATE NOT = SPACES
                   PERFORM REMOVE-CANCELLED-RECEIVABLES
               WHEN DA-ANNOUNCED
                AND DA-RECORD-DATE NOT > WS-CURRENT-DATE
                   PERFORM BOOK-ANNOUNCEMENT-RECEIVABLES
           END-EVALUATE
           READ DIVANN-FILE NEXT RECORD.

       BOOK-ANNOUNCEMENT-RECEIVABLES.
           MOVE ZERO TO WS-ANN-BOOKED-COUNT
           MOVE ZERO TO WS-ANN-BOOKED-AMOUNT
           MOVE 'N' TO WS-SNAP-IMAGE-SW

           IF SNAPSHOTS-AVAILABLE
               PERFORM BOOK-FROM-SNAPSHOT
           END-IF
           IF NOT SNAP-IMAGE-FOUND
               PERFORM BOOK-FROM-LIVE-POSITIONS
           END-IF

           SET DA-RECEIVABLE-BOOKED TO TRUE
           MOVE WS-CURRENT-DATE TO DA-BOOKED-DATE
           MOVE WS-TIMESTAMP TO UPDATED-TIMESTAMP OF DIVANN-RECORD
           REWRITE DIVANN-RECORD
           ADD 1 TO WS-BOOKED-COUNT

           MOVE WS-ANN-BOOKED-COUNT TO WS-COUNT-DISPLAY
           MOVE WS-ANN-BOOKED-AMOUNT TO WS-AMOUNT-DISPLAY
           MOVE SPACES TO DIVCAL-RPT-LINE
           STRING 'BOOKED   ' DELIMITED BY SIZE
                  DA-SECURITY-SYMBOL DELIMITED BY SIZE
                  ' RECORD ' DELIMITED BY SIZE
                  DA-RECORD-DATE DELIMITED BY SIZE
                  ' PAY ' DELIMITED BY SIZE
                  DA-PAY-DATE DELIMITED BY SIZE
                  ' ACCOUNTS ' DELIMITED BY SIZE
                  WS-COUNT-DISPLAY DELIMITED BY SIZE
                  ' RECEIVABLE ' DELIMITED BY SIZE
                  WS-AMOUNT-DISPLAY DELIMITED BY SIZE
                  INTO DIVCAL-RPT-LINE
           END-STRING
           IF SNAP-IMAGE-FOUND
               WRITE DIVCAL-RPT-LINE
           ELSE
               WRITE DIVCAL-RPT-LINE
               MOVE SPACES TO DIVCAL-RPT-LINE
               STRING '         NO POSSNAP IMAGE FOR ' DELIMITED BY SIZE
                      DA-RECORD-DATE DELIMITED BY SIZE
                      ' - BOOKED OFF LIVE POSITIONS' DELIMITED BY SIZE
                      INTO DIVCAL-RPT-LINE
               END-STRING
               WRITE DIVCAL-RPT-LINE
           END-IF.

       BOOK-FROM-SNAPSHOT.
           MOVE DA-RECORD-DATE TO SNAP-DATE
           MOVE LOW-VALUES TO SNAP-ACCOUNT-ID
           MOVE LOW-VALUES TO SNAP-SECURITY-SYMBOL
           START POSSNAP-FILE KEY IS NOT LESS THAN SNAP-KEY
               INVALID KEY MOVE '10' TO WS-SNAP-STATUS
           END-START
           IF WS-SNAP-STATUS = '00'
               READ POSSNAP-FILE NEXT RECORD
               PERFORM BOOK-ONE-SNAPSHOT
                   UNTIL WS-SNAP-STATUS NOT = '00'
           END-IF.

       BOOK-ONE-SNAPSHOT.
           IF SNAP-DATE NOT = DA-RECORD-DATE
               MOVE '10' TO WS-SNAP-STATUS
           ELSE
               SET SNAP-IMAGE-FOUND TO TRUE
               IF SNAP-SECURITY-SYMBOL = DA-SECURITY-SYMBOL
                  AND SNAP-OPEN-POSITION
                   MOVE SNAP-ACCOUNT-ID TO WS-HOLD-ACCOUNT-ID
                   MOVE SNAP-QUANTITY TO WS-HOLD-QUANTITY
                   PERFORM BOOK-ONE-RECEIVABLE THRU
                       BOOK-ONE-RECEIVABLE-EXIT
               END-IF
               READ POSSNAP-FILE NEXT RECORD
           END-IF.

       BOOK-FROM-LIVE-POSITIONS.
           MOVE LOW-VALUES TO POSITION-KEY
           START POSITION-FILE KEY IS NOT LESS THAN POSITION-KEY
               INVALID KEY MOVE '10' TO WS-POS-STATUS
           END-START
           IF WS-POS-STATUS = '00'
               READ POSITION-FILE NEXT RECORD
               PERFORM BOOK-ONE-POSITION
                   UNTIL WS-POS-STATUS NOT = '00'
           END-IF.

       BOOK-ONE-POSITION.
           IF SECURITY-SYMBOL OF POSITION-RECORD = DA-SECURITY-SYMBOL
              AND OPEN-POSITION OF POSITION-RECORD
               MOVE ACCOUNT-ID OF POSITION-RECORD TO
                   WS-HOLD-ACCOUNT-ID
               MOVE POSITION-QUANTITY OF POSITION-RECORD TO
                   WS-HOLD-QUANTITY
               PERFORM BOOK-ONE-RECEIVABLE THRU
                   BOOK-ONE-RECEIVABLE-EXIT
           END-IF
           READ POSITION-FILE NEXT RECORD.

       BOOK-ONE-RECEIVABLE.
      *    SAME ARITHMETIC DIVPOST PAYS WITH. A SHORT HOLDER'S
      *    DIVIDEND ROW GOES ON NEGATIVE - THE PAYMENT-IN-LIEU IT
      *    WILL BE CHARGED. THE SWEEP VEHICLE NEVER RUNS SHORT, SO
      *    AN INTEREST ROW THAT IS NOT POSITIVE IS NOT BOOKED.
           IF DA-DIVIDEND
               COMPUTE WS-RECEIVABLE-AMOUNT ROUNDED =
                   WS-HOLD-QUANTITY * DA-PER-SHARE-AMOUNT
           ELSE
               COMPUTE WS-RECEIVABLE-AMOUNT ROUNDED =
                   WS-HOLD-QUANTITY * DA-INTEREST-RATE / 1200
               IF WS-RECEIVABLE-AMOUNT NOT > ZERO
                   GO TO BOOK-ONE-RECEIVABLE-EXIT
               END-IF
           END-IF
           IF WS-RECEIVABLE-AMOUNT = ZERO
               GO TO BOOK-ONE-RECEIVABLE-EXIT
           END-IF

      *    A REVISED ANNOUNCEMENT REBOOKS OVER ITS EARLIER ROWS.
           MOVE DA-SECURITY-SYMBOL TO DR-SECURITY-SYMBOL
           MOVE DA-PAY-DATE TO DR-PAY-DATE
           MOVE WS-HOLD-ACCOUNT-ID TO DR-ACCOUNT-ID
           READ DIVRCV-FILE
           IF WS-RCV-STATUS NOT = '00'
               MOVE SPACES TO DIVRCV-RECORD
               MOVE DA-SECURITY-SYMBOL TO DR-SECURITY-SYMBOL
               MOVE DA-PAY-DATE TO DR-PAY-DATE
               MOVE WS-HOLD-ACCOUNT-ID TO DR-ACCOUNT-ID
               MOVE WS-TIMESTAMP TO CREATED-TIMESTAMP OF DIVRCV-RECORD
               MOVE '23' TO WS-RCV-STATUS
           END-IF
           MOVE DA-PAYMENT-TYPE TO DR-PAYMENT-TYPE
           MOVE DA-RECORD-DATE TO DR-RECORD-DATE
           MOVE WS-HOLD-QUANTITY TO DR-QUANTITY
           MOVE WS-RECEIVABLE-AMOUNT TO DR-AMOUNT
           SET DR-OPEN TO TRUE
           MOVE SPACES TO DR-PAID-DATE
           MOVE WS-TIMESTAMP TO UPDATED-TIMESTAMP OF DIVRCV-RECORD
           IF WS-RCV-STATUS = '00'
               REWRITE DIVRCV-RECORD
           ELSE
               WRITE DIVRCV-RECORD
           END-IF

           IF WS-RCV-STATUS = '00'
               ADD 1 TO WS-ANN-BOOKED-COUNT
               ADD 1 TO WS-RECEIVABLE-COUNT
               ADD WS-RECEIVABLE-AMOUNT TO WS-ANN-BOOKED-AMOUNT
           ELSE
               DISPLAY 'DIVCAL: UNABLE TO BOOK RECEIVABLE FOR '
                   WS-HOLD-ACCOUNT-ID ' ' DA-SECURITY-SYMBOL
                   ', STATUS = ' WS-RCV-STATUS
               MOVE 04 TO LK-RETURN-CODE
           END-IF.

       BOOK-ONE-RECEIVABLE-EXIT.
           EXIT.

       REMOVE-CANCELLED-RECEIVABLES.
           MOVE ZERO TO WS-ANN-BOOKED-COUNT
           PERFORM START-ANNOUNCEMENT-RECEIVABLES
           PERFORM REMOVE-ONE-RECEIVABLE
               UNTIL WS-RCV-STATUS NOT = '00'

           MOVE SPACES TO DA-BOOKED-DATE
           MOVE WS-TIMESTAMP TO UPDATED-TIMESTAMP OF DIVANN-RECORD
           REWRITE DIVANN-RECORD
           ADD 1 TO WS-CANCELLED-COUNT

           MOVE WS-ANN-BOOKED-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO DIVCAL-RPT-LINE
           STRING 'CANCELLED ' DELIMITED BY SIZE
                  DA-SECURITY-SYMBOL DELIMITED BY SIZE
                  ' PAY ' DELIMITED BY SIZE
                  DA-PAY-DATE DELIMITED BY SIZE
                  ' RECEIVABLES REMOVED ' DELIMITED BY SIZE
                  WS-COUNT-DISPLAY DELIMITED BY SIZE
                  INTO DIVCAL-RPT-LINE
           END-STRING
           WRITE DIVCAL-RPT-LINE.

       REMOVE-ONE-RECEIVABLE.
           IF DR-OPEN
               DELETE DIVRCV-FILE RECORD
               ADD 1 TO WS-ANN-BOOKED-COUNT
           END-IF
           PERFORM READ-NEXT-ANNOUNCEMENT-RECEIVABLE.

       START-ANNOUNCEMENT-RECEIVABLES.
           MOVE DA-SECURITY-SYMBOL TO DR-SECURITY-SYMBOL
           MOVE DA-PAY-DATE TO DR-PAY-DATE
           MOVE LOW-VALUES TO DR-ACCOUNT-ID
           START DIVRCV-FILE KEY IS NOT LESS THAN DR-KEY
               INVALID KEY MOVE '10' TO WS-RCV-STATUS
           END-START
           IF WS-RCV-STATUS = '00'
               PERFORM READ-NEXT-ANNOUNCEMENT-RECEIVABLE
           END-IF.

       READ-NEXT-ANNOUNCEMENT-RECEIVABLE.
           READ DIVRCV-FILE NEXT RECORD
           IF WS-RCV-STATUS = '00'
              AND (DR-SECURITY-SYMBOL NOT = DA-SECURITY-SYMBOL
                   OR DR-PAY-DATE NOT = DA-PAY-DATE)
               MOVE '10' TO WS-RCV-STATUS
           END-IF.

      *----------------------------------------------------------------
      * PASS 2 - FIRE DIVPOST FOR EVERY ANNOUNCEMENT NOW DUE
      *----------------------------------------------------------------
       PAY-ANNOUNCEMENTS-PROCESS.
           MOVE LOW-VALUES TO DA-KEY
           START DIVANN-FILE KEY IS NOT LESS THAN DA-KEY
               INVALID KEY MOVE '10' TO WS-ANN-STATUS
           END-START
           IF WS-ANN-STATUS = '00'
               READ DIVANN-FILE NEXT RECORD
               PERFORM PAY-ONE-ANNOUNCEMENT
                   UNTIL WS-ANN-STATUS NOT = '00'
           END-IF.

       PAY-ONE-ANNOUNCEMENT.
           IF DA-RECEIVABLE-BOOKED
              AND DA-PAY-DATE NOT > WS-CURRENT-DATE
               PERFORM FIRE-DIVPOST THRU FIRE-DIVPOST-EXIT
           END-IF
           READ DIVANN-FILE NEXT RECORD.

       FIRE-DIVPOST.
           OPEN OUTPUT DIVPOST-CTL-FILE
           IF WS-CTL-STATUS NOT = '00'
               DISPLAY 'DIVCAL: UNABLE TO WRITE DIVPOST.CTL, '
                   'STATUS = ' WS-CTL-STATUS
               ADD 1 TO WS-FAILED-COUNT
               MOVE 04 TO LK-RETURN-CODE
               GO TO FIRE-DIVPOST-EXIT
           END-IF
           MOVE SPACES TO DIVPOST-CTL-RECORD
           MOVE DA-SECURITY-SYMBOL TO DC-SECURITY-SYMBOL
           MOVE DA-PAYMENT-TYPE TO DC-PAYMENT-TYPE
           MOVE DA-PER-SHARE-AMOUNT TO DC-PER-SHARE-AMOUNT
           MOVE DA-INTEREST-RATE TO DC-INTEREST-RATE
           MOVE DA-PAY-DATE TO DC-PAYMENT-DATE
           MOVE DA-RECORD-DATE TO DC-RECORD-DATE
           WRITE DIVPOST-CTL-RECORD
           CLOSE DIVPOST-CTL-FILE

           CALL 'DIVPOST' USING WS-DIVPOST-RETURN-CODE

           IF WS-DIVPOST-RETURN-CODE >= 08
               ADD 1 TO WS-FAILED-COUNT
               MOVE 04 TO LK-RETURN-CODE
               MOVE SPACES TO DIVCAL-RPT-LINE
               STRING 'FAILED   ' DELIMITED BY SIZE
                      DA-SECURITY-SYMBOL DELIMITED BY SIZE
                      ' PAY ' DELIMITED BY SIZE
                      DA-PAY-DATE DELIMITED BY SIZE
                      ' DIVPOST RC=' DELIMITED BY SIZE
                      WS-DIVPOST-RETURN-CODE DELIMITED BY SIZE
                      ' - LEFT DUE FOR THE NEXT RUN' DELIMITED BY SIZE
                      INTO DIVCAL-RPT-LINE
               END-STRING
               WRITE DIVCAL-RPT-LINE
               GO TO FIRE-DIVPOST-EXIT
           END-IF

           PERFORM START-ANNOUNCEMENT-RECEIVABLES
           PERFORM MARK-ONE-RECEIVABLE-PAID
               UNTIL WS-RCV-STATUS NOT = '00'

           SET DA-PAID TO TRUE
           MOVE WS-CURRENT-DATE TO DA-PAID-DATE
           MOVE WS-TIMESTAMP TO UPDATED-TIMESTAMP OF DIVANN-RECORD
           REWRITE DIVANN-RECORD
           ADD 1 TO WS-PAID-COUNT

           MOVE SPACES TO DIVCAL-RPT-LINE
           IF DA-PAY-DATE < WS-CURRENT-DATE
               ADD 1 TO WS-LATE-COUNT
               STRING 'PAID     ' DELIMITED BY SIZE
                      DA-SECURITY-SYMBOL DELIMITED BY SIZE
                      ' PAY ' DELIMITED BY SIZE
                      DA-PAY-DATE DELIMITED BY SIZE
                      ' *** PAID LATE ON ' DELIMITED BY SIZE
                      WS-CURRENT-DATE DELIMITED BY SIZE
                      INTO DIVCAL-RPT-LINE
               END-STRING
           ELSE
               STRING 'PAID     ' DELIMITED BY SIZE
                      DA-SECURITY-SYMBOL DELIMITED BY SIZE
                      ' PAY ' DELIMITED BY SIZE
                      DA-PAY-DATE DELIMITED BY SIZE
                      INTO DIVCAL-RPT-LINE
               END-STRING
           END-IF
           WRITE DIVCAL-RPT-LINE.

       FIRE-DIVPOST-EXIT.
           EXIT.

       MARK-ONE-RECEIVABLE-PAID.
           IF DR-OPEN
               SET DR-PAID TO TRUE
               MOVE WS-CURRENT-DATE TO DR-PAID-DATE
               MOVE WS-TIMESTAMP TO UPDATED-TIMESTAMP OF DIVRCV-RECORD
               REWRITE DIVRCV-RECORD
           END-IF
           PERFORM READ-NEXT-ANNOUNCEMENT-RECEIVABLE.

       GET-CURRENT-TIMESTAMP.
           ACCEPT WS-CURRENT-TIME FROM TIME

           STRING WS-CURRENT-DATE(1:4) '-'
                  WS-CURRENT-DATE(5:2) '-'
                  WS-CURRENT-DATE(7:2) 'T'
                  WS-CURRENT-HOUR ':'
                  WS-CURRENT-MINUTE ':'
                  WS-CURRENT-SECOND '.'
                  WS-CURRENT-HUNDREDTH
                  'Z'
                  DELIMITED BY SIZE
                  INTO WS-TIMESTAMP
           END-STRING.

       FINALIZE-PROCESS.
           IF CALENDAR-AVAILABLE
               CLOSE DIVANN-FILE
               CLOSE DIVRCV-FILE
           END-IF

           MOVE SPACES TO DIVCAL-RPT-LINE
           WRITE DIVCAL-RPT-LINE
           MOVE WS-BOOKED-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO DIVCAL-RPT-LINE
           STRING 'ANNOUNCEMENTS BOOKED:    ' DELIMITED BY SIZE
                  WS-COUNT-DISPLAY DELIMITED BY SIZE
                  INTO DIVCAL-RPT-LINE
           END-STRING
           WRITE DIVCAL-RPT-LINE
           MOVE WS-RECEIVABLE-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO DIVCAL-RPT-LINE
           STRING 'RECEIVABLE ROWS BOOKED:  ' DELIMITED BY SIZE
                  WS-COUNT-DISPLAY DELIMITED BY SIZE
                  INTO DIVCAL-RPT-LINE
           END-STRING
           WRITE DIVCAL-RPT-LINE
           MOVE WS-PAID-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO DIVCAL-RPT-LINE
           STRING 'ANNOUNCEMENTS PAID:      ' DELIMITED BY SIZE
                  WS-COUNT-DISPLAY DELIMITED BY SIZE
                  INTO DIVCAL-RPT-LINE
           END-STRING
           WRITE DIVCAL-RPT-LINE
           MOVE WS-LATE-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO DIVCAL-RPT-LINE
           STRING '  OF WHICH PAID LATE:    ' DELIMITED BY SIZE
                  WS-COUNT-DISPLAY DELIMITED BY SIZE
                  INTO DIVCAL-RPT-LINE
           END-STRING
           WRITE DIVCAL-RPT-LINE
           MOVE WS-FAILED-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO DIVCAL-RPT-LINE
           STRING 'PAYMENTS FAILED:         ' DELIMITED BY SIZE
                  WS-COUNT-DISPLAY DELIMITED BY SIZE
                  INTO DIVCAL-RPT-LINE
           END-STRING
           WRITE DIVCAL-RPT-LINE
           MOVE WS-CANCELLED-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO DIVCAL-RPT-LINE
           STRING 'CANCELLATIONS REVERSED:  ' DELIMITED BY SIZE
                  WS-COUNT-DISPLAY DELIMITED BY SIZE
                  INTO DIVCAL-RPT-LINE
           END-STRING
           WRITE DIVCAL-RPT-LINE
           CLOSE DIVCAL-RPT-FILE

           MOVE WS-PAID-COUNT TO WS-COUNT-DISPLAY
           DISPLAY 'DIVCAL: ' WS-COUNT-DISPLAY
               ' ANNOUNCEMENT(S) PAID, RETURN CODE = ' LK-RETURN-CODE.

       END PROGRAM DIVCAL.
