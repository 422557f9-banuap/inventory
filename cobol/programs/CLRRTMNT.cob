       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLRRTMNT.
      ******************************************************************
      * PROGRAM: CLRRTMNT - CLEARING FIRM RATE CARD MAINTENANCE
      * VERSION: 1.0
      * DATE: 2026-10-15
      * PURPOSE: CREATE OR REPLACE CLEARING FIRM RATE CARDS ON
      *          CLRRATE.DAT FROM A CONTROL FILE (CLRRATE.CTL - ONE
      *          LINE PER FIRM: NAME, TICKET, SETTLEMENT, FAIL AND
      *          BUY-IN CHARGES, EFFECTIVE DATE), THE SAME
      *          CONTROL-FILE PATTERN LOTREST USES. A LINE WITH
      *          ACTION 'D' REMOVES THE FIRM'S CARD. CLRINV PRICES THE
      *          MONTHLY INVOICE CHECK FROM THESE RATES.
      * FUNCTIONS: STANDALONE UTILITY - RUN ON DEMAND, WHENEVER A
      *            CLEARING AGREEMENT IS SIGNED OR REPRICED.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-FILE ASSIGN TO "CLRRATE.CTL"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.

           SELECT CLRRATE-FILE ASSIGN TO "CLRRATE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CR-CLEARING-FIRM
               FILE STATUS IS WS-RATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-FILE.
       01  CONTROL-RECORD.
           05  CTL-ACTION                PIC X(01).
               88  CTL-SET-CARD          VALUE 'A'.
               88  CTL-DELETE-CARD       VALUE 'D'.
           05  CTL-CLEARING-FIRM         PIC X(08).
           05  CTL-FIRM-NAME             PIC X(30).
           05  CTL-TICKET-RATE           PIC 9(05)V9999.
           05  CTL-SETTLE-RATE           PIC 9(05)V9999.
           05  CTL-FAIL-RATE             PIC 9(05)V99.
           05  CTL-BUYIN-RATE            PIC 9(05)V99.
           05  CTL-EFFECTIVE-DATE        PIC X(08).
           05  FILLER                    PIC X(10).

       FD  CLRRATE-FILE.
       COPY CLRRATE.

       WORKING-STORAGE SECTION.
       01  WS-CTL-STATUS                 PIC XX.
           88  CTL-OK                    VALUE '00'.
           88  CTL-EOF                   VALUE '10'.

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

       01  WS-APPLIED-COUNT              PIC 9(07) COMP.
       01  WS-DELETED-COUNT              PIC 9(07) COMP.
       01  WS-REJECT-COUNT               PIC 9(07) COMP.
       01  WS-APPLIED-DISPLAY            PIC ZZZZZZ9.
       01  WS-DELETED-DISPLAY            PIC ZZZZZZ9.
       01  WS-REJECT-DISPLAY             PIC ZZZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           PERFORM INITIALIZE-PROCESS
           PERFORM APPLY-CARDS-PROCESS
           PERFORM FINALIZE-PROCESS
           STOP RUN.

       INITIALIZE-PROCESS.
           MOVE ZERO TO WS-APPLIED-COUNT
           MOVE ZERO TO WS-DELETED-COUNT
           MOVE ZERO TO WS-REJECT-COUNT

           OPEN INPUT CONTROL-FILE
           IF WS-CTL-STATUS NOT = '00'
               DISPLAY 'CLRRTMNT: NO CLRRATE.CTL ON FILE - NOTHING '
                   'TO DO'
               STOP RUN
           END-IF

           OPEN I-O CLRRATE-FILE
           IF WS-RATE-STATUS = '35'
      *        First rate card ever written - file has to be created.
               OPEN OUTPUT CLRRATE-FILE
               CLOSE CLRRATE-FILE
               OPEN I-O CLRRATE-FILE
           END-IF
           IF WS-RATE-STATUS NOT = '00'
               DISPLAY 'CLRRTMNT: UNABLE TO OPEN CLRRATE.DAT, '
                   'STATUS = ' WS-RATE-STATUS
               CLOSE CONTROL-FILE
               STOP RUN
           END-IF.

       APPLY-CARDS-PROCESS.
           READ CONTROL-FILE
               AT END SET CTL-EOF TO TRUE
           END-READ
           PERFORM APPLY-ONE-CARD THRU APPLY-ONE-EXIT
               UNTIL CTL-EOF.

       APPLY-ONE-CARD.
           IF CTL-CLEARING-FIRM = SPACES
              OR (NOT CTL-SET-CARD AND NOT CTL-DELETE-CARD)
               ADD 1 TO WS-REJECT-COUNT
               DISPLAY 'CLRRTMNT: BAD RATE CARD LINE FOR '''
                   CTL-CLEARING-FIRM ''' - SKIPPED'
               GO TO APPLY-ONE-NEXT
           END-IF

           IF CTL-SET-CARD
              AND (CTL-TICKET-RATE IS NOT NUMERIC
                   OR CTL-SETTLE-RATE IS NOT NUMERIC
                   OR CTL-FAIL-RATE IS NOT NUMERIC
                   OR CTL-BUYIN-RATE IS NOT NUMERIC)
               ADD 1 TO WS-REJECT-COUNT
               DISPLAY 'CLRRTMNT: NON-NUMERIC RATE FOR '
                   CTL-CLEARING-FIRM ' - SKIPPED'
               GO TO APPLY-ONE-NEXT
           END-IF

           MOVE CTL-CLEARING-FIRM TO CR-CLEARING-FIRM
           READ CLRRATE-FILE

           IF CTL-DELETE-CARD
               IF WS-RATE-STATUS = '00'
                   DELETE CLRRATE-FILE RECORD
               END-IF
               IF WS-RATE-STATUS = '00'
                   ADD 1 TO WS-DELETED-COUNT
               ELSE
                   ADD 1 TO WS-REJECT-COUNT
                   DISPLAY 'CLRRTMNT: NO RATE CARD TO REMOVE FOR '
                       CTL-CLEARING-FIRM
               END-IF
               GO TO APPLY-ONE-NEXT
           END-IF

           IF WS-RATE-STATUS = '00'
               PERFORM BUILD-CARD-FIELDS
               PERFORM GET-CURRENT-TIMESTAMP
               MOVE WS-TIMESTAMP TO
                   UPDATED-TIMESTAMP OF CLRRATE-RECORD
               REWRITE CLRRATE-RECORD
           ELSE
               MOVE SPACES TO CLRRATE-RECORD
               MOVE CTL-CLEARING-FIRM TO CR-CLEARING-FIRM
               PERFORM BUILD-CARD-FIELDS
               PERFORM GET-CURRENT-TIMESTAMP
               MOVE WS-TIMESTAMP TO
                   CREATED-TIMESTAMP OF CLRRATE-RECORD
               MOVE WS-TIMESTAMP TO
                   UPDATED-TIMESTAMP OF CLRRATE-RECORD
               WRITE CLRRATE-RECORD
           END-IF

           IF WS-RATE-STATUS = '00'
               ADD 1 TO WS-APPLIED-COUNT
           ELSE
               ADD 1 TO WS-REJECT-COUNT
               DISPLAY 'CLRRTMNT: UNABLE TO APPLY RATE CARD FOR '
                   CTL-CLEARING-FIRM ', STATUS = ' WS-RATE-STATUS
           END-IF.

       APPLY-ONE-NEXT.
           READ CONTROL-FILE
               AT END SET CTL-EOF TO TRUE
           END-READ.

       APPLY-ONE-EXIT.
           EXIT.

       BUILD-CARD-FIELDS.
           MOVE CTL-FIRM-NAME TO CR-FIRM-NAME
           MOVE CTL-TICKET-RATE TO CR-TICKET-RATE
           MOVE CTL-SETTLE-RATE TO CR-SETTLE-RATE
           MOVE CTL-FAIL-RATE TO CR-FAIL-RATE
           MOVE CTL-BUYIN-RATE TO CR-BUYIN-RATE
           MOVE CTL-EFFECTIVE-DATE TO CR-EFFECTIVE-DATE.

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
           CLOSE CONTROL-FILE
           CLOSE CLRRATE-FILE

           MOVE WS-APPLIED-COUNT TO WS-APPLIED-DISPLAY
           MOVE WS-DELETED-COUNT TO WS-DELETED-DISPLAY
           MOVE WS-REJECT-COUNT TO WS-REJECT-DISPLAY
           DISPLAY 'CLRRTMNT: APPLIED ' WS-APPLIED-DISPLAY
               ' RATE CARD(S), REMOVED ' WS-DELETED-DISPLAY
               ', REJECTED ' WS-REJECT-DISPLAY.

       END PROGRAM CLRRTMNT.
