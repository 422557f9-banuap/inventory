       IDENTIFICATION DIVISION.
       PROGRAM-ID. BRWLOAD.
      ******************************************************************
      * PROGRAM: BRWLOAD - DAILY STOCK-LOAN BORROW RATE LOAD
      * VERSION: 1.0
      * DATE: 2026-10-15
      * PURPOSE: READ THE STOCK-LOAN DESK'S DAILY BORROW RATE FEED
      *          (BRWRATEIN.DAT) AND APPLY EACH ENTRY TO THE BORROW
      *          RATE FILE (BRWRATE.DAT), REJECTING A LINE WITH NO
      *          SYMBOL, A RATE THAT IS NOT NUMERIC, OR AN UNKNOWN
      *          AVAILABILITY FLAG. A SYMBOL THE DESK HAS MOVED BACK
      *          TO GENERAL COLLATERAL IS SENT WITH A ZERO RATE, WHICH
      *          STOPS THE FEE WITHOUT LOSING THE ROW.
      * FUNCTIONS: CALLED BY EODDRIVER EVERY NIGHT, AHEAD OF BRWFEE
      *            SO THE ACCRUAL CHARGES THE DAY'S RATES, OR RUN
      *            STANDALONE WHEN THE DESK SENDS A CORRECTED FEED.
      *            LK-RETURN-CODE: 00 NORMAL, 08 FATAL SETUP ERROR
      *            (INCLUDING NO BRWRATEIN.DAT FEED ON HAND - THE
      *            NIGHT'S BRWFEE THEN CHARGES YESTERDAY'S RATES).
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BRWRATEIN-FILE ASSIGN TO "BRWRATEIN.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RATEIN-STATUS.

           SELECT BRWRATE-FILE ASSIGN TO "BRWRATE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BR-SECURITY-SYMBOL
               FILE STATUS IS WS-RATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BRWRATEIN-FILE.
       01  BRWRATEIN-RECORD.
           05  BRIN-SYMBOL               PIC X(12).
           05  BRIN-ANNUAL-RATE          PIC 9(03)V9999.
           05  BRIN-RATE-DATE            PIC X(08).
           05  BRIN-AVAILABILITY         PIC X(01).
           05  FILLER                    PIC X(20).

       FD  BRWRATE-FILE.
       COPY BRWRATE.

       WORKING-STORAGE SECTION.
       01  WS-RATEIN-STATUS              PIC XX.
           88  RATEIN-OK                 VALUE '00'.
           88  RATEIN-EOF                VALUE '10'.

       01  WS-RATE-STATUS                PIC XX.

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

       01  WS-SCANNED-COUNT              PIC 9(07) COMP.
       01  WS-LOADED-COUNT               PIC 9(07) COMP.
       01  WS-REJECTED-COUNT             PIC 9(07) COMP.
       01  WS-SCANNED-DISPLAY            PIC ZZZZZZ9.
       01  WS-LOADED-DISPLAY             PIC ZZZZZZ9.
       01  WS-REJECTED-DISPLAY           PIC ZZZZZZ9.

       LINKAGE SECTION.
       01  LK-RETURN-CODE                PIC 9(02).

       PROCEDURE DIVISION USING LK-RETURN-CODE.
       MAIN-PROCESS.
           MOVE 00 TO LK-RETURN-CODE
           PERFORM INITIALIZE-PROCESS
           PERFORM LOAD-RATES-PROCESS
           PERFORM FINALIZE-PROCESS
           GOBACK.

       INITIALIZE-PROCESS.
           MOVE ZERO TO WS-SCANNED-COUNT
           MOVE ZERO TO WS-LOADED-COUNT
           MOVE ZERO TO WS-REJECTED-COUNT

           OPEN INPUT BRWRATEIN-FILE
           IF WS-RATEIN-STATUS NOT = '00'
               DISPLAY 'BRWLOAD: UNABLE TO OPEN BRWRATEIN.DAT, '
                   'STATUS = ' WS-RATEIN-STATUS
               MOVE 08 TO LK-RETURN-CODE
               GOBACK
           END-IF

           OPEN I-O BRWRATE-FILE
           IF WS-RATE-STATUS = '35'
      *        First rate ever loaded - file has to be created.
               OPEN OUTPUT BRWRATE-FILE
               CLOSE BRWRATE-FILE
               OPEN I-O BRWRATE-FILE
           END-IF
           IF WS-RATE-STATUS NOT = '00'
               DISPLAY 'BRWLOAD: UNABLE TO OPEN BRWRATE.DAT, '
                   'STATUS = ' WS-RATE-STATUS
               CLOSE BRWRATEIN-FILE
               MOVE 08 TO LK-RETURN-CODE
               GOBACK
           END-IF.

       LOAD-RATES-PROCESS.
           READ BRWRATEIN-FILE
               AT END SET RATEIN-EOF TO TRUE
           END-READ
           PERFORM LOAD-ONE-RATE THRU LOAD-ONE-EXIT
               UNTIL RATEIN-EOF.

       LOAD-ONE-RATE.
           ADD 1 TO WS-SCANNED-COUNT

           IF BRIN-SYMBOL = SPACES
              OR BRIN-ANNUAL-RATE IS NOT NUMERIC
              OR (BRIN-AVAILABILITY NOT = 'E'
                  AND BRIN-AVAILABILITY NOT = 'H'
                  AND BRIN-AVAILABILITY NOT = 'N')
               ADD 1 TO WS-REJECTED-COUNT
               DISPLAY 'BRWLOAD: BAD RATE LINE FOR ''' BRIN-SYMBOL
                   ''' - SKIPPED'
               GO TO LOAD-ONE-NEXT
           END-IF

           MOVE BRIN-SYMBOL TO BR-SECURITY-SYMBOL
           READ BRWRATE-FILE
           IF WS-RATE-STATUS = '00'
               PERFORM BUILD-RATE-FIELDS
               REWRITE BRWRATE-RECORD
           ELSE
               MOVE SPACES TO BRWRATE-RECORD
               MOVE BRIN-SYMBOL TO BR-SECURITY-SYMBOL
               PERFORM BUILD-RATE-FIELDS
               WRITE BRWRATE-RECORD
           END-IF

           IF WS-RATE-STATUS = '00'
               ADD 1 TO WS-LOADED-COUNT
           ELSE
               ADD 1 TO WS-REJECTED-COUNT
               DISPLAY 'BRWLOAD: UNABLE TO LOAD RATE FOR '
                   BRIN-SYMBOL ', STATUS = ' WS-RATE-STATUS
           END-IF.

       LOAD-ONE-NEXT.
           READ BRWRATEIN-FILE
               AT END SET RATEIN-EOF TO TRUE
           END-READ.

       LOAD-ONE-EXIT.
           EXIT.

       BUILD-RATE-FIELDS.
           MOVE BRIN-ANNUAL-RATE TO BR-ANNUAL-RATE
           MOVE BRIN-RATE-DATE TO BR-RATE-DATE
           MOVE BRIN-AVAILABILITY TO BR-AVAILABILITY
           PERFORM GET-CURRENT-TIMESTAMP
           MOVE WS-TIMESTAMP TO UPDATED-TIMESTAMP OF BRWRATE-RECORD.

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
           CLOSE BRWRATEIN-FILE
           CLOSE BRWRATE-FILE

           MOVE WS-SCANNED-COUNT TO WS-SCANNED-DISPLAY
           MOVE WS-LOADED-COUNT TO WS-LOADED-DISPLAY
           MOVE WS-REJECTED-COUNT TO WS-REJECTED-DISPLAY
           DISPLAY 'BRWLOAD: READ ' WS-SCANNED-DISPLAY
               ' RATE(S), LOADED ' WS-LOADED-DISPLAY
               ', REJECTED ' WS-REJECTED-DISPLAY.

       END PROGRAM BRWLOAD.
