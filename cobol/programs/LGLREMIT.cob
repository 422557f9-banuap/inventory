       IDENTIFICATION DIVISION.
       PROGRAM-ID. LGLREMIT.
      ******************************************************************
      * PROGRAM: LGLREMIT - LEGAL PROCESS REMITTANCE QUEUE
      * VERSION: 1.0
      * DATE: 2026-10-15
      * PURPOSE: WORK LEGALPRC.DAT FOR EVERY LEVY OR GARNISHMENT STILL
      *          HELD WHOSE REMIT DATE HAS ARRIVED AND QUEUE A CHECK
      *          REQUEST ON CHKREQ.DAT PAYABLE TO THE SERVING AGENCY
      *          FOR THE AMOUNT HELD, MARKED AS A LEGAL REMITTANCE
      *          (CRQ-SOURCE 'L') WITH THE PROCESS SEQUENCE. CHKDISB
      *          THEN LIFTS THE HOLD THROUGH LEGALMNT, POSTS THE WTH,
      *          AND CUTS THE CHECK. A PROCESS THAT ATTACHED NOTHING
      *          IS CLOSED AS REMITTED WITH A ZERO AMOUNT. RESTRAINING
      *          NOTICES ARE NEVER REMITTED. EVERY REQUEST QUEUED IS
      *          LISTED ON LGLREMIT.RPT.
      * FUNCTIONS: STANDALONE BATCH JOB - RUN DAILY AFTER THE DAY'S
      *            CHKREQ.DAT HAS BEEN RECEIVED AND BEFORE CHKDISB.
      *            THE REQUESTS ARE ADDED TO THE END OF THE FILE.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LEGALPRC-FILE ASSIGN TO "LEGALPRC.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LP-KEY
               FILE STATUS IS WS-LP-STATUS.

           SELECT CHKREQ-FILE ASSIGN TO "CHKREQ.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-REQ-STATUS.

           SELECT LGLREMIT-RPT-FILE ASSIGN TO "LGLREMIT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LEGALPRC-FILE.
       COPY LEGALPRC.

       FD  CHKREQ-FILE.
       COPY CHKREQ.

       FD  LGLREMIT-RPT-FILE.
       01  LGLREMIT-RPT-LINE             PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-LP-STATUS                  PIC XX.
           88  LEGALPRC-OK               VALUE '00'.
           88  LEGALPRC-EOF              VALUE '10'.
       01  WS-REQ-STATUS                 PIC XX.
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

       01  WS-AMOUNT-DISPLAY             PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.

       01  WS-SCANNED-COUNT              PIC 9(07) COMP.
       01  WS-QUEUED-COUNT               PIC 9(07) COMP.
       01  WS-CLOSED-COUNT               PIC 9(07) COMP.
       01  WS-SCANNED-DISPLAY            PIC ZZZZZZ9.
       01  WS-QUEUED-DISPLAY             PIC ZZZZZZ9.
       01  WS-CLOSED-DISPLAY             PIC ZZZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           PERFORM INITIALIZE-PROCESS
           PERFORM QUEUE-REMITTANCES-PROCESS
           PERFORM FINALIZE-PROCESS
           STOP RUN.

       INITIALIZE-PROCESS.
           MOVE ZERO TO WS-SCANNED-COUNT
           MOVE ZERO TO WS-QUEUED-COUNT
           MOVE ZERO TO WS-CLOSED-COUNT
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD

           OPEN I-O LEGALPRC-FILE
           IF WS-LP-STATUS = '35'
               DISPLAY 'LGLREMIT: NO LEGALPRC.DAT ON FILE - NOTHING '
                   'TO REMIT'
               STOP RUN
           END-IF
           IF WS-LP-STATUS NOT = '00'
               DISPLAY 'LGLREMIT: UNABLE TO OPEN LEGALPRC.DAT, '
                   'STATUS = ' WS-LP-STATUS
               STOP RUN
           END-IF

           OPEN EXTEND CHKREQ-FILE
           IF WS-REQ-STATUS = '35'
      *        No customer requests today - the file starts with ours.
               OPEN OUTPUT CHKREQ-FILE
           END-IF
           IF WS-REQ-STATUS NOT = '00'
               DISPLAY 'LGLREMIT: UNABLE TO OPEN CHKREQ.DAT, '
                   'STATUS = ' WS-REQ-STATUS
               CLOSE LEGALPRC-FILE
               STOP RUN
           END-IF

           OPEN OUTPUT LGLREMIT-RPT-FILE
           IF WS-RPT-STATUS NOT = '00'
               DISPLAY 'LGLREMIT: UNABLE TO OPEN LGLREMIT.RPT, '
                   'STATUS = ' WS-RPT-STATUS
               CLOSE LEGALPRC-FILE
               CLOSE CHKREQ-FILE
               STOP RUN
           END-IF

           MOVE SPACES TO LGLREMIT-RPT-LINE
           STRING 'LEGAL PROCESS REMITTANCES QUEUED ' DELIMITED BY SIZE
                  WS-TODAY DELIMITED BY SIZE
                  INTO LGLREMIT-RPT-LINE
           END-STRING
           WRITE LGLREMIT-RPT-LINE.

       QUEUE-REMITTANCES-PROCESS.
           MOVE LOW-VALUES TO LP-KEY
           START LEGALPRC-FILE KEY IS NOT LESS THAN LP-KEY
               INVALID KEY MOVE '10' TO WS-LP-STATUS
           END-START

           IF LEGALPRC-OK
               READ LEGALPRC-FILE NEXT RECORD
               PERFORM PROCESS-ONE-LEGAL-PROCESS THRU
                   PROCESS-ONE-LEGAL-PROCESS-EXIT
                   UNTIL LEGALPRC-EOF
           END-IF.

       PROCESS-ONE-LEGAL-PROCESS.
           ADD 1 TO WS-SCANNED-COUNT

           IF NOT LP-HELD
              OR LP-RESTRAINING-NOTICE
              OR LP-REMIT-DATE = SPACES
              OR LP-REMIT-DATE > WS-TODAY
               GO TO PROCESS-ONE-LEGAL-PROCESS-NEXT
           END-IF

           IF LP-AMOUNT-HELD NOT > ZERO
      *        Nothing attached when served - nothing to pay over.
               SET LP-REMITTED TO TRUE
               MOVE ZERO TO LP-AMOUNT-REMITTED
               MOVE WS-TODAY TO LP-REMITTED-DATE
               PERFORM REWRITE-LEGAL-PROCESS
               IF WS-LP-STATUS = '00'
                   ADD 1 TO WS-CLOSED-COUNT
               END-IF
               GO TO PROCESS-ONE-LEGAL-PROCESS-NEXT
           END-IF

           MOVE SPACES TO CHKREQ-RECORD
           MOVE LP-ACCOUNT-ID TO CRQ-ACCOUNT-ID
           MOVE LP-AGENCY-NAME TO CRQ-PAYEE-NAME
           MOVE LP-AMOUNT-HELD TO CRQ-AMOUNT
           SET CRQ-LEGAL-REMITTANCE TO TRUE
           MOVE LP-PROCESS-SEQ TO CRQ-LEGAL-SEQ
           WRITE CHKREQ-RECORD
           IF WS-REQ-STATUS NOT = '00'
               DISPLAY 'LGLREMIT: UNABLE TO QUEUE ' LP-ACCOUNT-ID
                   '/' LP-PROCESS-SEQ ', STATUS = ' WS-REQ-STATUS
               GO TO PROCESS-ONE-LEGAL-PROCESS-NEXT
           END-IF

           SET LP-QUEUED TO TRUE
           PERFORM REWRITE-LEGAL-PROCESS
           IF WS-LP-STATUS NOT = '00'
      *        CHKDISB will refuse the request - the process is not
      *        queued on file - and it is picked up again tomorrow.
               DISPLAY 'LGLREMIT: QUEUED ' LP-ACCOUNT-ID '/'
                   LP-PROCESS-SEQ ' BUT COULD NOT MARK IT, STATUS = '
                   WS-LP-STATUS
               GO TO PROCESS-ONE-LEGAL-PROCESS-NEXT
           END-IF

           ADD 1 TO WS-QUEUED-COUNT
           PERFORM REPORT-QUEUED-REMITTANCE.

       PROCESS-ONE-LEGAL-PROCESS-NEXT.
           READ LEGALPRC-FILE NEXT RECORD.

       PROCESS-ONE-LEGAL-PROCESS-EXIT.
           EXIT.

       REWRITE-LEGAL-PROCESS.
           PERFORM GET-CURRENT-TIMESTAMP
           MOVE WS-TIMESTAMP TO UPDATED-TIMESTAMP OF LEGALPRC-RECORD
           MOVE 'LGLREMIT' TO UPDATED-BY OF LEGALPRC-RECORD
           REWRITE LEGALPRC-RECORD.

       REPORT-QUEUED-REMITTANCE.
           MOVE LP-AMOUNT-HELD TO WS-AMOUNT-DISPLAY
           MOVE SPACES TO LGLREMIT-RPT-LINE
           STRING 'ACCOUNT ' DELIMITED BY SIZE
                  LP-ACCOUNT-ID DELIMITED BY SIZE
                  '/' DELIMITED BY SIZE
                  LP-PROCESS-SEQ DELIMITED BY SIZE
                  ' CASE ' DELIMITED BY SIZE
                  LP-CASE-NUMBER DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-AMOUNT-DISPLAY DELIMITED BY SIZE
                  ' PAYABLE TO ' DELIMITED BY SIZE
                  LP-AGENCY-NAME DELIMITED BY SIZE
                  INTO LGLREMIT-RPT-LINE
           END-STRING
           WRITE LGLREMIT-RPT-LINE.

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
           CLOSE LEGALPRC-FILE
           CLOSE CHKREQ-FILE
           CLOSE LGLREMIT-RPT-FILE

           MOVE WS-SCANNED-COUNT TO WS-SCANNED-DISPLAY
           MOVE WS-QUEUED-COUNT TO WS-QUEUED-DISPLAY
           MOVE WS-CLOSED-COUNT TO WS-CLOSED-DISPLAY
           DISPLAY 'LGLREMIT: SCANNED ' WS-SCANNED-DISPLAY
               ' PROCESS(ES), QUEUED ' WS-QUEUED-DISPLAY
               ', CLOSED WITH NOTHING HELD ' WS-CLOSED-DISPLAY.

       END PROGRAM LGLREMIT.
