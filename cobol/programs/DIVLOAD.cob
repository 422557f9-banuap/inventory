       IDENTIFICATION DIVISION.
       PROGRAM-ID. DIVLOAD.
      ******************************************************************
      * PROGRAM: DIVLOAD - DIVIDEND/INTEREST ANNOUNCEMENT FEED LOAD
      * VERSION: 1.0
      * DATE: 2026-10-15
      * PURPOSE: INGEST THE VENDOR'S DIVIDEND AND INTEREST
      *          ANNOUNCEMENT FILE (DIVANNIN.DAT) INTO THE ANNOUNCEMENT
      *          CALENDAR (DIVANN.DAT) THE NIGHTLY DIVCAL STEP DRIVES
      *          DIVPOST OFF, SO NOBODY HAS TO REMEMBER A PAY DATE OR
      *          HAND-KEY DIVPOST.CTL. A MISSING SYMBOL, AN UNKNOWN
      *          PAYMENT TYPE, A ZERO RATE, A BAD DATE, DATES OUT OF
      *          ORDER, OR A CHANGE TO AN ANNOUNCEMENT ALREADY PAID IS
      *          REJECTED TO THE EXCEPTION REPORT (DIVLOAD.EXC) AND
      *          THE UNIFIED EXCEPTION REPOSITORY.
      * FUNCTIONS: STANDALONE BATCH JOB - RUN ON EACH VENDOR
      *            ANNOUNCEMENT DELIVERY, AHEAD OF THE NIGHTLY WINDOW.
      *
      * NOTES: THE FEED IS GATED THROUGH FILEGATE LIKE EVERY OTHER
      *        INBOUND FILE - THE ENVELOPE AMOUNT HASH IS THE SUM OF
      *        THE PER-SHARE AMOUNTS. A RE-SENT ANNOUNCEMENT FOR A
      *        SYMBOL AND PAY DATE ALREADY ON FILE IS A REVISION: THE
      *        ROW IS REPLACED AND, IF ITS RECEIVABLES WERE ALREADY
      *        BOOKED, SET BACK TO ANNOUNCED SO DIVCAL REBOOKS THEM AT
      *        THE REVISED RATE. A REVISION THAT MOVES THE RECORD
      *        DATE AFTER BOOKING IS REFUSED, SINCE THE BOOKED ROWS
      *        WERE TAKEN OFF THE OLD DATE'S POSITIONS. ACTION 'C'
      *        CANCELS AN ANNOUNCEMENT THAT HAS NOT YET PAID.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DIVENV-FILE ASSIGN TO "DIVANNIN.ENV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ENV-STATUS.

           SELECT DIVIN-FILE ASSIGN TO "DIVANNIN.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-IN-STATUS.

           SELECT DIVANN-FILE ASSIGN TO "DIVANN.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DA-KEY
               FILE STATUS IS WS-ANN-STATUS.

           SELECT EXCEPTION-FILE ASSIGN TO "DIVLOAD.EXC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXC-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DIVIN-FILE.
       01  DIVIN-RECORD.
           05  DIVIN-SECURITY-SYMBOL     PIC X(12).
           05  DIVIN-PAYMENT-TYPE        PIC X(01).
           05  DIVIN-PER-SHARE-AMOUNT    PIC 9(03)V9999.
           05  DIVIN-INTEREST-RATE       PIC 9(03)V99.
           05  DIVIN-DECLARED-DATE       PIC X(08).
           05  DIVIN-EX-DATE             PIC X(08).
           05  DIVIN-RECORD-DATE         PIC X(08).
           05  DIVIN-PAY-DATE            PIC X(08).
           05  DIVIN-ACTION              PIC X(01).
               88  DIVIN-ANNOUNCE        VALUE 'A' ' '.
               88  DIVIN-CANCEL          VALUE 'C'.
           05  FILLER                    PIC X(10).

       FD  DIVENV-FILE.
       COPY FILEENV.

       FD  DIVANN-FILE.
       COPY DIVANN.

       FD  EXCEPTION-FILE.
       01  EXCEPTION-LINE                PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-EXCPQ-OPERATION            PIC X(06) VALUE 'FILE  '.
       01  WS-EXCPQ-RETURN-CODE          PIC 9(02).
       COPY EXCPREC REPLACING EXCPQ-RECORD BY WS-EXCPQ-RECORD.

       01  WS-ENV-STATUS                 PIC XX.
       01  WS-GATE-OPERATION             PIC X(06).
       01  WS-GATE-RETURN-CODE           PIC 9(02).
       COPY FILEENV REPLACING FILEENV-RECORD BY WS-ENVELOPE.
       01  WS-ACTUAL-COUNT               PIC 9(07).
       01  WS-ACTUAL-AMOUNT              PIC 9(13)V99.

       01  WS-IN-STATUS                  PIC XX.
           88  DIVIN-OK                  VALUE '00'.
           88  DIVIN-EOF                 VALUE '10'.

       01  WS-ANN-STATUS                 PIC XX.
       01  WS-EXC-STATUS                 PIC XX.

       01  WS-CURRENT-DATE               PIC X(08).
       01  WS-CURRENT-TIME.
           05  WS-CURRENT-HOUR           PIC 9(02).
           05  WS-CURRENT-MINUTE         PIC 9(02).
           05  WS-CURRENT-SECOND         PIC 9(02).
           05  WS-CURRENT-HUNDREDTH      PIC 9(02).
       01  WS-TIMESTAMP                  PIC X(26).

       01  WS-REJECT-REASON              PIC X(30).
       01  WS-ON-FILE-SW                 PIC X(01) VALUE 'N'.
           88  ANNOUNCEMENT-ON-FILE      VALUE 'Y'.

       01  WS-SCANNED-COUNT              PIC 9(07) COMP.
       01  WS-LOADED-COUNT               PIC 9(07) COMP.
       01  WS-CANCELLED-COUNT            PIC 9(07) COMP.
       01  WS-REJECTED-COUNT             PIC 9(07) COMP.
       01  WS-SCANNED-DISPLAY            PIC ZZZZZZ9.
       01  WS-LOADED-DISPLAY             PIC ZZZZZZ9.
       01  WS-CANCELLED-DISPLAY          PIC ZZZZZZ9.
       01  WS-REJECTED-DISPLAY           PIC ZZZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           PERFORM INITIALIZE-PROCESS
           PERFORM LOAD-ANNOUNCEMENTS-PROCESS
           PERFORM FINALIZE-PROCESS
           STOP RUN.

       INITIALIZE-PROCESS.
           MOVE ZERO TO WS-SCANNED-COUNT
           MOVE ZERO TO WS-LOADED-COUNT
           MOVE ZERO TO WS-CANCELLED-COUNT
           MOVE ZERO TO WS-REJECTED-COUNT
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD

           OPEN INPUT DIVIN-FILE
           IF WS-IN-STATUS NOT = '00'
               DISPLAY 'DIVLOAD: UNABLE TO OPEN DIVANNIN.DAT, '
                   'STATUS = ' WS-IN-STATUS
               STOP RUN
           END-IF

           PERFORM VALIDATE-CONTROL-ENVELOPE THRU
               VALIDATE-ENVELOPE-EXIT

           OPEN I-O DIVANN-FILE
           IF WS-ANN-STATUS = '35'
      *        First announcement ever loaded - file has to be created.
               OPEN OUTPUT DIVANN-FILE
               CLOSE DIVANN-FILE
               OPEN I-O DIVANN-FILE
           END-IF
           IF WS-ANN-STATUS NOT = '00'
               DISPLAY 'DIVLOAD: UNABLE TO OPEN DIVANN.DAT, STATUS = '
                   WS-ANN-STATUS
               CLOSE DIVIN-FILE
               STOP RUN
           END-IF

           OPEN OUTPUT EXCEPTION-FILE
           MOVE SPACES TO EXCEPTION-LINE
           STRING 'DIVLOAD EXCEPTION REPORT ' DELIMITED BY SIZE
                  WS-CURRENT-DATE DELIMITED BY SIZE
                  INTO EXCEPTION-LINE
           END-STRING
           WRITE EXCEPTION-LINE.

       LOAD-ANNOUNCEMENTS-PROCESS.
           READ DIVIN-FILE
               AT END SET DIVIN-EOF TO TRUE
           END-READ
           PERFORM LOAD-ONE-ANNOUNCEMENT UNTIL DIVIN-EOF.

       LOAD-ONE-ANNOUNCEMENT.
           ADD 1 TO WS-SCANNED-COUNT
           MOVE SPACES TO WS-REJECT-REASON

           PERFORM VALIDATE-ANNOUNCEMENT THRU VALIDATE-ANNOUNCEMENT-EXIT

           IF WS-REJECT-REASON = SPACES
               IF DIVIN-CANCEL
                   PERFORM APPLY-CANCELLATION
               ELSE
                   PERFORM APPLY-ANNOUNCEMENT
               END-IF
           ELSE
               ADD 1 TO WS-REJECTED-COUNT
               PERFORM WRITE-EXCEPTION-LINE
           END-IF

           READ DIVIN-FILE
               AT END SET DIVIN-EOF TO TRUE
           END-READ.

       VALIDATE-ANNOUNCEMENT.
           IF DIVIN-SECURITY-SYMBOL = SPACES
               MOVE 'MISSING SECURITY SYMBOL' TO WS-REJECT-REASON
               GO TO VALIDATE-ANNOUNCEMENT-EXIT
           END-IF

           IF NOT DIVIN-ANNOUNCE AND NOT DIVIN-CANCEL
               MOVE 'INVALID ACTION CODE' TO WS-REJECT-REASON
               GO TO VALIDATE-ANNOUNCEMENT-EXIT
           END-IF

           IF DIVIN-PAY-DATE NOT NUMERIC
               MOVE 'INVALID PAY DATE' TO WS-REJECT-REASON
               GO TO VALIDATE-ANNOUNCEMENT-EXIT
           END-IF

           PERFORM READ-ANNOUNCEMENT-ON-FILE
           IF ANNOUNCEMENT-ON-FILE
              AND DA-PAID
               MOVE 'ANNOUNCEMENT ALREADY PAID' TO WS-REJECT-REASON
               GO TO VALIDATE-ANNOUNCEMENT-EXIT
           END-IF

           IF DIVIN-CANCEL
               IF NOT ANNOUNCEMENT-ON-FILE
                   MOVE 'NO ANNOUNCEMENT TO CANCEL' TO
                       WS-REJECT-REASON
               END-IF
               GO TO VALIDATE-ANNOUNCEMENT-EXIT
           END-IF

           IF DIVIN-PAYMENT-TYPE NOT = 'D'
              AND DIVIN-PAYMENT-TYPE NOT = 'I'
               MOVE 'INVALID PAYMENT TYPE' TO WS-REJECT-REASON
               GO TO VALIDATE-ANNOUNCEMENT-EXIT
           END-IF

           IF DIVIN-PAYMENT-TYPE = 'D'
              AND (DIVIN-PER-SHARE-AMOUNT NOT NUMERIC
                   OR DIVIN-PER-SHARE-AMOUNT = ZERO)
               MOVE 'ZERO/INVALID PER-SHARE AMOUNT' TO
                   WS-REJECT-REASON
               GO TO VALIDATE-ANNOUNCEMENT-EXIT
           END-IF

           IF DIVIN-PAYMENT-TYPE = 'I'
              AND (DIVIN-INTEREST-RATE NOT NUMERIC
                   OR DIVIN-INTEREST-RATE = ZERO)
               MOVE 'ZERO/INVALID INTEREST RATE' TO WS-REJECT-REASON
               GO TO VALIDATE-ANNOUNCEMENT-EXIT
           END-IF

           IF DIVIN-RECORD-DATE NOT NUMERIC
              OR DIVIN-EX-DATE NOT NUMERIC
               MOVE 'INVALID EX OR RECORD DATE' TO WS-REJECT-REASON
               GO TO VALIDATE-ANNOUNCEMENT-EXIT
           END-IF

           IF DIVIN-EX-DATE > DIVIN-RECORD-DATE
              OR DIVIN-RECORD-DATE > DIVIN-PAY-DATE
               MOVE 'DATES OUT OF ORDER' TO WS-REJECT-REASON
               GO TO VALIDATE-ANNOUNCEMENT-EXIT
           END-IF

           IF ANNOUNCEMENT-ON-FILE
              AND DA-RECEIVABLE-BOOKED
              AND DIVIN-RECORD-DATE NOT = DA-RECORD-DATE
               MOVE 'RECORD DATE MOVED AFTER BOOKING' TO
                   WS-REJECT-REASON
               GO TO VALIDATE-ANNOUNCEMENT-EXIT
           END-IF.

       VALIDATE-ANNOUNCEMENT-EXIT.
           EXIT.

       READ-ANNOUNCEMENT-ON-FILE.
           MOVE 'N' TO WS-ON-FILE-SW
           MOVE DIVIN-SECURITY-SYMBOL TO DA-SECURITY-SYMBOL
           MOVE DIVIN-PAY-DATE TO DA-PAY-DATE
           READ DIVANN-FILE
           IF WS-ANN-STATUS = '00'
               SET ANNOUNCEMENT-ON-FILE TO TRUE
           END-IF.

       APPLY-ANNOUNCEMENT.
           PERFORM GET-CURRENT-TIMESTAMP
           IF NOT ANNOUNCEMENT-ON-FILE
               MOVE SPACES TO DIVANN-RECORD
               MOVE DIVIN-SECURITY-SYMBOL TO DA-SECURITY-SYMBOL
               MOVE DIVIN-PAY-DATE TO DA-PAY-DATE
               MOVE WS-TIMESTAMP TO CREATED-TIMESTAMP OF DIVANN-RECORD
           END-IF

      *    A NEW ROW, A REVISION, OR A RE-ANNOUNCEMENT OF A CANCELLED
      *    ROW ALL START OVER AT ANNOUNCED - DIVCAL REBOOKS (AND
      *    REWRITES) ANY RECEIVABLES ONCE THE RECORD DATE IS REACHED.
           MOVE DIVIN-PAYMENT-TYPE TO DA-PAYMENT-TYPE
           MOVE DIVIN-PER-SHARE-AMOUNT TO DA-PER-SHARE-AMOUNT
           MOVE DIVIN-INTEREST-RATE TO DA-INTEREST-RATE
           MOVE DIVIN-DECLARED-DATE TO DA-DECLARED-DATE
           MOVE DIVIN-EX-DATE TO DA-EX-DATE
           MOVE DIVIN-RECORD-DATE TO DA-RECORD-DATE
           SET DA-ANNOUNCED TO TRUE
           MOVE WS-TIMESTAMP TO UPDATED-TIMESTAMP OF DIVANN-RECORD

           IF ANNOUNCEMENT-ON-FILE
               REWRITE DIVANN-RECORD
           ELSE
               MOVE SPACES TO DA-BOOKED-DATE
               MOVE SPACES TO DA-PAID-DATE
               WRITE DIVANN-RECORD
           END-IF

           IF WS-ANN-STATUS = '00'
               ADD 1 TO WS-LOADED-COUNT
           ELSE
               ADD 1 TO WS-REJECTED-COUNT
               MOVE 'FILE ERROR ON WRITE' TO WS-REJECT-REASON
               PERFORM WRITE-EXCEPTION-LINE
           END-IF.

       APPLY-CANCELLATION.
      *    DA-BOOKED-DATE IS LEFT AS IT STANDS - DIVCAL USES IT TO
      *    KNOW THERE ARE RECEIVABLES TO TAKE BACK OFF.
           PERFORM GET-CURRENT-TIMESTAMP
           SET DA-CANCELLED TO TRUE
           MOVE WS-TIMESTAMP TO UPDATED-TIMESTAMP OF DIVANN-RECORD
           REWRITE DIVANN-RECORD

           IF WS-ANN-STATUS = '00'
               ADD 1 TO WS-CANCELLED-COUNT
           ELSE
               ADD 1 TO WS-REJECTED-COUNT
               MOVE 'FILE ERROR ON CANCEL' TO WS-REJECT-REASON
               PERFORM WRITE-EXCEPTION-LINE
           END-IF.

       WRITE-EXCEPTION-LINE.
           MOVE SPACES TO EXCEPTION-LINE
           STRING 'SYMBOL ' DELIMITED BY SIZE
                  DIVIN-SECURITY-SYMBOL DELIMITED BY SIZE
                  ' PAY DATE ' DELIMITED BY SIZE
                  DIVIN-PAY-DATE DELIMITED BY SIZE
                  ' ACTION ' DELIMITED BY SIZE
                  DIVIN-ACTION DELIMITED BY SIZE
                  ' REJECTED - ' DELIMITED BY SIZE
                  WS-REJECT-REASON DELIMITED BY SIZE
                  INTO EXCEPTION-LINE
           END-STRING
           WRITE EXCEPTION-LINE

           MOVE SPACES TO WS-EXCPQ-RECORD
           MOVE 'DIVLOAD ' TO EX-SOURCE-PROGRAM OF WS-EXCPQ-RECORD
           SET EX-SEV-ERROR OF WS-EXCPQ-RECORD TO TRUE
           MOVE DIVIN-SECURITY-SYMBOL TO
               EX-RECORD-KEY OF WS-EXCPQ-RECORD
           MOVE WS-REJECT-REASON TO EX-REASON OF WS-EXCPQ-RECORD
           CALL 'EXCPQ' USING WS-EXCPQ-OPERATION,
                               WS-EXCPQ-RECORD,
                               WS-EXCPQ-RETURN-CODE.

       VALIDATE-CONTROL-ENVELOPE.
      *    THE COMMON INTAKE GATE (FILEGATE): ENVELOPE COUNT AND
      *    PER-SHARE-AMOUNT HASH MUST MATCH THE PRE-SCAN, AND THE
      *    LEDGER REFUSES A TRANSMISSION ALREADY CONSUMED. NO
      *    DIVANNIN.ENV LOADS UNVERIFIED WITH A WARNING.
           MOVE SPACES TO WS-ENVELOPE
           OPEN INPUT DIVENV-FILE
           IF WS-ENV-STATUS NOT = '00'
               DISPLAY 'DIVLOAD: NO DIVANNIN.ENV ENVELOPE - '
                   'TRANSMISSION LOADS UNVERIFIED'
               GO TO VALIDATE-ENVELOPE-EXIT
           END-IF
           READ DIVENV-FILE INTO WS-ENVELOPE
               AT END
                   DISPLAY 'DIVLOAD: DIVANNIN.ENV IS EMPTY - '
                       'TRANSMISSION LOADS UNVERIFIED'
                   CLOSE DIVENV-FILE
                   MOVE SPACES TO WS-ENVELOPE
                   GO TO VALIDATE-ENVELOPE-EXIT
           END-READ
           CLOSE DIVENV-FILE

           MOVE ZERO TO WS-ACTUAL-COUNT
           MOVE ZERO TO WS-ACTUAL-AMOUNT
           READ DIVIN-FILE
               AT END SET DIVIN-EOF TO TRUE
           END-READ
           PERFORM PRESCAN-ONE-RECORD UNTIL DIVIN-EOF
           CLOSE DIVIN-FILE
           OPEN INPUT DIVIN-FILE
           IF WS-IN-STATUS NOT = '00'
               DISPLAY 'DIVLOAD: UNABLE TO RE-OPEN DIVANNIN.DAT, '
                   'STATUS = ' WS-IN-STATUS
               STOP RUN
           END-IF

           MOVE 'VERIFY' TO WS-GATE-OPERATION
           CALL 'FILEGATE' USING WS-GATE-OPERATION,
                                  WS-ENVELOPE,
                                  WS-ACTUAL-COUNT,
                                  WS-ACTUAL-AMOUNT,
                                  WS-GATE-RETURN-CODE
           IF WS-GATE-RETURN-CODE NOT = 00
               DISPLAY 'DIVLOAD: TRANSMISSION REFUSED BY THE INTAKE '
                   'GATE, RC=' WS-GATE-RETURN-CODE
                   ' - NOTHING LOADED'
               CLOSE DIVIN-FILE
               STOP RUN
           END-IF.

       VALIDATE-ENVELOPE-EXIT.
           EXIT.

       PRESCAN-ONE-RECORD.
           ADD 1 TO WS-ACTUAL-COUNT
           IF DIVIN-PER-SHARE-AMOUNT NUMERIC
               ADD DIVIN-PER-SHARE-AMOUNT TO WS-ACTUAL-AMOUNT
           END-IF
           READ DIVIN-FILE
               AT END SET DIVIN-EOF TO TRUE
           END-READ.

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
           IF ENV-FILE-ID OF WS-ENVELOPE NOT = SPACES
               MOVE 'CONSUM' TO WS-GATE-OPERATION
               CALL 'FILEGATE' USING WS-GATE-OPERATION,
                                      WS-ENVELOPE,
                                      WS-ACTUAL-COUNT,
                                      WS-ACTUAL-AMOUNT,
                                      WS-GATE-RETURN-CODE
           END-IF
           CLOSE DIVIN-FILE
           CLOSE DIVANN-FILE
           CLOSE EXCEPTION-FILE

           MOVE WS-SCANNED-COUNT TO WS-SCANNED-DISPLAY
           MOVE WS-LOADED-COUNT TO WS-LOADED-DISPLAY
           MOVE WS-CANCELLED-COUNT TO WS-CANCELLED-DISPLAY
           MOVE WS-REJECTED-COUNT TO WS-REJECTED-DISPLAY
           DISPLAY 'DIVLOAD: SCANNED ' WS-SCANNED-DISPLAY
               ' ANNOUNCEMENT(S), LOADED ' WS-LOADED-DISPLAY
               ', CANCELLED ' WS-CANCELLED-DISPLAY
               ', REJECTED ' WS-REJECTED-DISPLAY.

       END PROGRAM DIVLOAD.
