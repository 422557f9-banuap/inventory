       IDENTIFICATION DIVISION.
       PROGRAM-ID. IPOMNT.
      ******************************************************************
      * PROGRAM: IPOMNT - NEW-ISSUE OFFERING AND INDICATION BOOK
      *          MAINTENANCE
      * VERSION: 1.0
      * DATE: 2026-10-15
      * PURPOSE: KEEP THE SYNDICATE DESK'S OFFERINGS ON IPOOFFR.DAT
      *          AND THE CUSTOMERS' INDICATIONS OF INTEREST ON
      *          IPOIND.DAT FROM A CONTROL FILE (IPOMNT.CTL), ONE
      *          ACTION PER LINE:
      *            'O' OPEN (OR, WHILE THE BOOK IS STILL OPEN, AMEND)
      *                AN OFFERING - SYMBOL, ISSUER, SHARES, METHOD,
      *                RULE MINIMUM, PER-ACCOUNT CAP, PROSPECTUS
      *            'P' PRICE IT - OFFERING PRICE, TRADE AND
      *                SETTLEMENT DATES, AND OPTIONALLY A REVISED
      *                SHARE COUNT FOR THE FIRM'S RETENTION
      *            'W' WITHDRAW AN OFFERING NOT YET ALLOCATED
      *            'I' TAKE (OR CHANGE) AN ACCOUNT'S INDICATION
      *            'X' CANCEL AN ACCOUNT'S INDICATION
      *          EVERY INDICATION IS RUN THROUGH IPOELIG FIRST. A
      *          RESTRICTED PERSON'S INDICATION IS STILL RECORDED,
      *          MARKED RESTRICTED WITH THE REASON, SO COMPLIANCE CAN
      *          SEE IT; IPOALLOC NEVER FILLS IT.
      * FUNCTIONS: STANDALONE UTILITY - RUN AS THE DESK BUILDS THE
      *            BOOK. IPOALLOC ALLOCATES ONCE THE DEAL IS PRICED.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-FILE ASSIGN TO "IPOMNT.CTL"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.

           SELECT IPOOFFR-FILE ASSIGN TO "IPOOFFR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IPO-OFFERING-ID
               FILE STATUS IS WS-OFFR-STATUS.

           SELECT IPOIND-FILE ASSIGN TO "IPOIND.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IND-KEY
               FILE STATUS IS WS-IND-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-FILE.
       01  CONTROL-RECORD.
           05  CTL-ACTION                PIC X(01).
               88  CTL-OPEN-OFFERING     VALUE 'O'.
               88  CTL-PRICE-OFFERING    VALUE 'P'.
               88  CTL-WITHDRAW-OFFERING VALUE 'W'.
               88  CTL-TAKE-INDICATION   VALUE 'I'.
               88  CTL-CANCEL-INDICATION VALUE 'X'.
           05  CTL-OFFERING-ID           PIC X(10).
           05  CTL-DETAIL                PIC X(120).
           05  CTL-OFFER-DETAIL REDEFINES CTL-DETAIL.
               10  CTL-SYMBOL            PIC X(12).
               10  CTL-ISSUER-NAME       PIC X(40).
               10  CTL-SHARES-OFFERED    PIC 9(09).
               10  CTL-ALLOC-METHOD      PIC X(01).
               10  CTL-RULE-MIN-SHARES   PIC 9(07).
               10  CTL-MAX-PER-ACCOUNT   PIC 9(09).
               10  CTL-PROSPECTUS-REF    PIC X(40).
               10  FILLER                PIC X(02).
           05  CTL-PRICE-DETAIL REDEFINES CTL-DETAIL.
               10  CTL-OFFERING-PRICE    PIC 9(07)V9999.
               10  CTL-TRADE-DATE        PIC X(08).
               10  CTL-SETTLEMENT-DATE   PIC X(08).
               10  CTL-REVISED-SHARES    PIC 9(09).
               10  FILLER                PIC X(84).
           05  CTL-IND-DETAIL REDEFINES CTL-DETAIL.
               10  CTL-ACCOUNT-ID        PIC X(12).
               10  CTL-SHARES-INDICATED  PIC 9(09).
               10  CTL-LIMIT-PRICE       PIC 9(07)V9999.
               10  FILLER                PIC X(88).

       FD  IPOOFFR-FILE.
       COPY IPOOFFR.

       FD  IPOIND-FILE.
       COPY IPOIND.

       WORKING-STORAGE SECTION.
       01  WS-CTL-STATUS                 PIC XX.
           88  CTL-OK                    VALUE '00'.
           88  CTL-EOF                   VALUE '10'.

       01  WS-OFFR-STATUS                PIC XX.
       01  WS-IND-STATUS                 PIC XX.

       01  WS-ELIG-REASON                PIC X(01).
       01  WS-ELIG-RC                    PIC 9(02).

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
       01  WS-RESTRICTED-COUNT           PIC 9(07) COMP.
       01  WS-REJECT-COUNT               PIC 9(07) COMP.
       01  WS-APPLIED-DISPLAY            PIC ZZZZZZ9.
       01  WS-RESTRICTED-DISPLAY         PIC ZZZZZZ9.
       01  WS-REJECT-DISPLAY             PIC ZZZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           PERFORM INITIALIZE-PROCESS
           PERFORM APPLY-LINES-PROCESS
           PERFORM FINALIZE-PROCESS
           STOP RUN.

       INITIALIZE-PROCESS.
           MOVE ZERO TO WS-APPLIED-COUNT
           MOVE ZERO TO WS-RESTRICTED-COUNT
           MOVE ZERO TO WS-REJECT-COUNT

           OPEN INPUT CONTROL-FILE
           IF WS-CTL-STATUS NOT = '00'
               DISPLAY 'IPOMNT: NO IPOMNT.CTL ON FILE - NOTHING TO '
                   'DO'
               STOP RUN
           END-IF

           OPEN I-O IPOOFFR-FILE
           IF WS-OFFR-STATUS = '35'
      *        First offering ever booked - file has to be created.
               OPEN OUTPUT IPOOFFR-FILE
               CLOSE IPOOFFR-FILE
               OPEN I-O IPOOFFR-FILE
           END-IF
           IF WS-OFFR-STATUS NOT = '00'
               DISPLAY 'IPOMNT: UNABLE TO OPEN IPOOFFR.DAT, '
                   'STATUS = ' WS-OFFR-STATUS
               CLOSE CONTROL-FILE
               STOP RUN
           END-IF

           OPEN I-O IPOIND-FILE
           IF WS-IND-STATUS = '35'
               OPEN OUTPUT IPOIND-FILE
               CLOSE IPOIND-FILE
               OPEN I-O IPOIND-FILE
           END-IF
           IF WS-IND-STATUS NOT = '00'
               DISPLAY 'IPOMNT: UNABLE TO OPEN IPOIND.DAT, '
                   'STATUS = ' WS-IND-STATUS
               CLOSE CONTROL-FILE
               CLOSE IPOOFFR-FILE
               STOP RUN
           END-IF.

       APPLY-LINES-PROCESS.
           READ CONTROL-FILE
               AT END SET CTL-EOF TO TRUE
           END-READ
           PERFORM APPLY-ONE-LINE THRU APPLY-ONE-EXIT
               UNTIL CTL-EOF.

       APPLY-ONE-LINE.
           IF CTL-OFFERING-ID = SPACES
               ADD 1 TO WS-REJECT-COUNT
               DISPLAY 'IPOMNT: LINE WITH NO OFFERING ID - SKIPPED'
               GO TO APPLY-ONE-NEXT
           END-IF

           PERFORM GET-CURRENT-TIMESTAMP
           EVALUATE TRUE
               WHEN CTL-OPEN-OFFERING
                   PERFORM OPEN-OFFERING THRU OPEN-OFFERING-EXIT
               WHEN CTL-PRICE-OFFERING
                   PERFORM PRICE-OFFERING THRU PRICE-OFFERING-EXIT
               WHEN CTL-WITHDRAW-OFFERING
                   PERFORM WITHDRAW-OFFERING THRU
                       WITHDRAW-OFFERING-EXIT
               WHEN CTL-TAKE-INDICATION
                   PERFORM TAKE-INDICATION THRU
                       TAKE-INDICATION-EXIT
               WHEN CTL-CANCEL-INDICATION
                   PERFORM CANCEL-INDICATION THRU
                       CANCEL-INDICATION-EXIT
               WHEN OTHER
                   ADD 1 TO WS-REJECT-COUNT
                   DISPLAY 'IPOMNT: UNKNOWN ACTION ''' CTL-ACTION
                       ''' FOR ' CTL-OFFERING-ID ' - SKIPPED'
           END-EVALUATE.

       APPLY-ONE-NEXT.
           READ CONTROL-FILE
               AT END SET CTL-EOF TO TRUE
           END-READ.

       APPLY-ONE-EXIT.
           EXIT.

       OPEN-OFFERING.
           IF CTL-ALLOC-METHOD = SPACE
               MOVE 'P' TO CTL-ALLOC-METHOD
           END-IF
           IF CTL-RULE-MIN-SHARES NOT NUMERIC
               MOVE ZERO TO CTL-RULE-MIN-SHARES
           END-IF
           IF CTL-MAX-PER-ACCOUNT NOT NUMERIC
               MOVE ZERO TO CTL-MAX-PER-ACCOUNT
           END-IF
           IF CTL-SYMBOL = SPACES
              OR CTL-SHARES-OFFERED NOT NUMERIC
              OR CTL-SHARES-OFFERED = ZERO
              OR (CTL-ALLOC-METHOD NOT = 'P'
                  AND CTL-ALLOC-METHOD NOT = 'R')
              OR (CTL-ALLOC-METHOD = 'R'
                  AND CTL-RULE-MIN-SHARES = ZERO)
               ADD 1 TO WS-REJECT-COUNT
               DISPLAY 'IPOMNT: BAD OFFERING LINE FOR '
                   CTL-OFFERING-ID ' - SKIPPED'
               GO TO OPEN-OFFERING-EXIT
           END-IF

           MOVE CTL-OFFERING-ID TO IPO-OFFERING-ID
           READ IPOOFFR-FILE
           IF WS-OFFR-STATUS = '00'
      *        ONCE PRICED THE TERMS ARE FIXED - ONLY AN OPEN BOOK
      *        CAN BE AMENDED.
               IF NOT IPO-BOOK-OPEN
                   ADD 1 TO WS-REJECT-COUNT
                   DISPLAY 'IPOMNT: OFFERING ' CTL-OFFERING-ID
                       ' IS NO LONGER OPEN - NOT AMENDED'
                   GO TO OPEN-OFFERING-EXIT
               END-IF
               PERFORM BUILD-OFFERING-FIELDS
               MOVE WS-TIMESTAMP TO
                   UPDATED-TIMESTAMP OF IPOOFFR-RECORD
               MOVE 'IPOMNT' TO UPDATED-BY OF IPOOFFR-RECORD
               REWRITE IPOOFFR-RECORD
           ELSE
               MOVE SPACES TO IPOOFFR-RECORD
               MOVE CTL-OFFERING-ID TO IPO-OFFERING-ID
               PERFORM BUILD-OFFERING-FIELDS
               MOVE ZERO TO IPO-OFFERING-PRICE
               MOVE ZERO TO IPO-SHARES-ALLOCATED
               SET IPO-BOOK-OPEN TO TRUE
               MOVE WS-TIMESTAMP TO
                   CREATED-TIMESTAMP OF IPOOFFR-RECORD
               MOVE WS-TIMESTAMP TO
                   UPDATED-TIMESTAMP OF IPOOFFR-RECORD
               MOVE 'IPOMNT' TO CREATED-BY OF IPOOFFR-RECORD
               MOVE 'IPOMNT' TO UPDATED-BY OF IPOOFFR-RECORD
               WRITE IPOOFFR-RECORD
           END-IF
           PERFORM COUNT-OFFERING-UPDATE.

       OPEN-OFFERING-EXIT.
           EXIT.

       BUILD-OFFERING-FIELDS.
           MOVE CTL-SYMBOL TO IPO-SYMBOL
           MOVE CTL-ISSUER-NAME TO IPO-ISSUER-NAME
           MOVE CTL-SHARES-OFFERED TO IPO-SHARES-OFFERED
           MOVE CTL-ALLOC-METHOD TO IPO-ALLOC-METHOD
           MOVE CTL-RULE-MIN-SHARES TO IPO-RULE-MIN-SHARES
           MOVE CTL-MAX-PER-ACCOUNT TO IPO-MAX-PER-ACCOUNT
           MOVE CTL-PROSPECTUS-REF TO IPO-PROSPECTUS-REF.

       PRICE-OFFERING.
           IF CTL-OFFERING-PRICE NOT NUMERIC
              OR CTL-OFFERING-PRICE = ZERO
              OR CTL-TRADE-DATE NOT NUMERIC
              OR CTL-SETTLEMENT-DATE NOT NUMERIC
              OR CTL-SETTLEMENT-DATE < CTL-TRADE-DATE
               ADD 1 TO WS-REJECT-COUNT
               DISPLAY 'IPOMNT: BAD PRICING LINE FOR '
                   CTL-OFFERING-ID ' - SKIPPED'
               GO TO PRICE-OFFERING-EXIT
           END-IF

           MOVE CTL-OFFERING-ID TO IPO-OFFERING-ID
           READ IPOOFFR-FILE
           IF WS-OFFR-STATUS NOT = '00'
               ADD 1 TO WS-REJECT-COUNT
               DISPLAY 'IPOMNT: NO OFFERING ' CTL-OFFERING-ID
                   ' - NOT PRICED'
               GO TO PRICE-OFFERING-EXIT
           END-IF
      *    A DEAL CAN BE RE-PRICED UNTIL IT IS ALLOCATED.
           IF NOT IPO-BOOK-OPEN AND NOT IPO-PRICED
               ADD 1 TO WS-REJECT-COUNT
               DISPLAY 'IPOMNT: OFFERING ' CTL-OFFERING-ID
                   ' IS ALLOCATED OR WITHDRAWN - NOT PRICED'
               GO TO PRICE-OFFERING-EXIT
           END-IF

           MOVE CTL-OFFERING-PRICE TO IPO-OFFERING-PRICE
           MOVE CTL-TRADE-DATE TO IPO-TRADE-DATE
           MOVE CTL-SETTLEMENT-DATE TO IPO-SETTLEMENT-DATE
           IF CTL-REVISED-SHARES NUMERIC
              AND CTL-REVISED-SHARES > ZERO
               MOVE CTL-REVISED-SHARES TO IPO-SHARES-OFFERED
           END-IF
           SET IPO-PRICED TO TRUE
           MOVE WS-TIMESTAMP TO UPDATED-TIMESTAMP OF IPOOFFR-RECORD
           MOVE 'IPOMNT' TO UPDATED-BY OF IPOOFFR-RECORD
           REWRITE IPOOFFR-RECORD
           PERFORM COUNT-OFFERING-UPDATE.

       PRICE-OFFERING-EXIT.
           EXIT.

       WITHDRAW-OFFERING.
           MOVE CTL-OFFERING-ID TO IPO-OFFERING-ID
           READ IPOOFFR-FILE
           IF WS-OFFR-STATUS NOT = '00'
              OR IPO-ALLOCATED
               ADD 1 TO WS-REJECT-COUNT
               DISPLAY 'IPOMNT: OFFERING ' CTL-OFFERING-ID
                   ' NOT ON FILE OR ALREADY ALLOCATED - NOT '
                   'WITHDRAWN'
               GO TO WITHDRAW-OFFERING-EXIT
           END-IF

           SET IPO-WITHDRAWN TO TRUE
           MOVE WS-TIMESTAMP TO UPDATED-TIMESTAMP OF IPOOFFR-RECORD
           MOVE 'IPOMNT' TO UPDATED-BY OF IPOOFFR-RECORD
           REWRITE IPOOFFR-RECORD
           PERFORM COUNT-OFFERING-UPDATE.

       WITHDRAW-OFFERING-EXIT.
           EXIT.

       COUNT-OFFERING-UPDATE.
           IF WS-OFFR-STATUS = '00'
               ADD 1 TO WS-APPLIED-COUNT
           ELSE
               ADD 1 TO WS-REJECT-COUNT
               DISPLAY 'IPOMNT: UNABLE TO UPDATE OFFERING '
                   CTL-OFFERING-ID ', STATUS = ' WS-OFFR-STATUS
           END-IF.

       TAKE-INDICATION.
           IF CTL-LIMIT-PRICE NOT NUMERIC
               MOVE ZERO TO CTL-LIMIT-PRICE
           END-IF
           IF CTL-ACCOUNT-ID = SPACES
              OR CTL-SHARES-INDICATED NOT NUMERIC
              OR CTL-SHARES-INDICATED = ZERO
               ADD 1 TO WS-REJECT-COUNT
               DISPLAY 'IPOMNT: BAD INDICATION LINE FOR '
                   CTL-OFFERING-ID ' - SKIPPED'
               GO TO TAKE-INDICATION-EXIT
           END-IF

      *    THE BOOK STAYS OPEN FOR RECONFIRMATIONS AFTER PRICING,
      *    UP TO THE ALLOCATION RUN.
           MOVE CTL-OFFERING-ID TO IPO-OFFERING-ID
           READ IPOOFFR-FILE
           IF WS-OFFR-STATUS NOT = '00'
              OR (NOT IPO-BOOK-OPEN AND NOT IPO-PRICED)
               ADD 1 TO WS-REJECT-COUNT
               DISPLAY 'IPOMNT: BOOK FOR ' CTL-OFFERING-ID
                   ' IS NOT OPEN - INDICATION FOR ' CTL-ACCOUNT-ID
                   ' SKIPPED'
               GO TO TAKE-INDICATION-EXIT
           END-IF

           CALL 'IPOELIG' USING CTL-ACCOUNT-ID
                                WS-ELIG-REASON
                                WS-ELIG-RC
           IF WS-ELIG-RC = 01
               ADD 1 TO WS-REJECT-COUNT
               DISPLAY 'IPOMNT: NO ACCOUNT OR OWNER ON FILE FOR '
                   CTL-ACCOUNT-ID ' - INDICATION SKIPPED'
               GO TO TAKE-INDICATION-EXIT
           END-IF

           MOVE CTL-ACCOUNT-ID TO IND-ACCOUNT-ID
           MOVE CTL-OFFERING-ID TO IND-OFFERING-ID
           READ IPOIND-FILE
           IF WS-IND-STATUS = '00'
               IF NOT IND-OPEN
                  AND NOT IND-RESTRICTED
                  AND NOT IND-CANCELLED
                   ADD 1 TO WS-REJECT-COUNT
                   DISPLAY 'IPOMNT: INDICATION FOR ' CTL-ACCOUNT-ID
                       ' IS ALREADY ALLOCATED - NOT CHANGED'
                   GO TO TAKE-INDICATION-EXIT
               END-IF
               PERFORM BUILD-INDICATION-FIELDS
               MOVE WS-TIMESTAMP TO
                   UPDATED-TIMESTAMP OF IPOIND-RECORD
               REWRITE IPOIND-RECORD
           ELSE
               MOVE SPACES TO IPOIND-RECORD
               MOVE CTL-ACCOUNT-ID TO IND-ACCOUNT-ID
               MOVE CTL-OFFERING-ID TO IND-OFFERING-ID
               PERFORM BUILD-INDICATION-FIELDS
               MOVE WS-TIMESTAMP TO
                   CREATED-TIMESTAMP OF IPOIND-RECORD
               MOVE WS-TIMESTAMP TO
                   UPDATED-TIMESTAMP OF IPOIND-RECORD
               MOVE 'IPOMNT' TO CREATED-BY OF IPOIND-RECORD
               WRITE IPOIND-RECORD
           END-IF

           IF WS-IND-STATUS NOT = '00'
               ADD 1 TO WS-REJECT-COUNT
               DISPLAY 'IPOMNT: UNABLE TO RECORD INDICATION FOR '
                   CTL-ACCOUNT-ID ', STATUS = ' WS-IND-STATUS
               GO TO TAKE-INDICATION-EXIT
           END-IF
           IF IND-RESTRICTED
               ADD 1 TO WS-RESTRICTED-COUNT
               DISPLAY 'IPOMNT: ' CTL-ACCOUNT-ID
                   ' IS A RESTRICTED PERSON (REASON '
                   IND-RESTRICT-REASON ') - INDICATION HELD FOR '
                   'COMPLIANCE'
           ELSE
               ADD 1 TO WS-APPLIED-COUNT
           END-IF.

       TAKE-INDICATION-EXIT.
           EXIT.

       BUILD-INDICATION-FIELDS.
           MOVE CTL-SHARES-INDICATED TO IND-SHARES-INDICATED
           MOVE CTL-LIMIT-PRICE TO IND-LIMIT-PRICE
           MOVE ZERO TO IND-SHARES-ALLOCATED
           MOVE SPACES TO IND-ORDER-ID
           MOVE SPACES TO IND-ALLOCATED-DATE
           IF WS-ELIG-RC = 06
               SET IND-RESTRICTED TO TRUE
               MOVE WS-ELIG-REASON TO IND-RESTRICT-REASON
           ELSE
               SET IND-OPEN TO TRUE
               MOVE SPACE TO IND-RESTRICT-REASON
           END-IF.

       CANCEL-INDICATION.
           MOVE CTL-ACCOUNT-ID TO IND-ACCOUNT-ID
           MOVE CTL-OFFERING-ID TO IND-OFFERING-ID
           READ IPOIND-FILE
           IF WS-IND-STATUS NOT = '00'
              OR (NOT IND-OPEN AND NOT IND-RESTRICTED)
               ADD 1 TO WS-REJECT-COUNT
               DISPLAY 'IPOMNT: NO OPEN INDICATION FOR '
                   CTL-ACCOUNT-ID ' ON ' CTL-OFFERING-ID
                   ' - NOT CANCELLED'
               GO TO CANCEL-INDICATION-EXIT
           END-IF

           SET IND-CANCELLED TO TRUE
           MOVE WS-TIMESTAMP TO UPDATED-TIMESTAMP OF IPOIND-RECORD
           REWRITE IPOIND-RECORD
           IF WS-IND-STATUS = '00'
               ADD 1 TO WS-APPLIED-COUNT
           ELSE
               ADD 1 TO WS-REJECT-COUNT
               DISPLAY 'IPOMNT: UNABLE TO CANCEL INDICATION FOR '
                   CTL-ACCOUNT-ID ', STATUS = ' WS-IND-STATUS
           END-IF.

       CANCEL-INDICATION-EXIT.
           EXIT.

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
           CLOSE IPOOFFR-FILE
           CLOSE IPOIND-FILE

           MOVE WS-APPLIED-COUNT TO WS-APPLIED-DISPLAY
           MOVE WS-RESTRICTED-COUNT TO WS-RESTRICTED-DISPLAY
           MOVE WS-REJECT-COUNT TO WS-REJECT-DISPLAY
           DISPLAY 'IPOMNT: APPLIED ' WS-APPLIED-DISPLAY
               ' LINE(S), RESTRICTED ' WS-RESTRICTED-DISPLAY
               ', REJECTED ' WS-REJECT-DISPLAY.

       END PROGRAM IPOMNT.
