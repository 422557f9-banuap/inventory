       IDENTIFICATION DIVISION.
       PROGRAM-ID. IRAFMV.
      ******************************************************************
      * PROGRAM: IRAFMV - IRA YEAR-END FAIR MARKET VALUE CAPTURE
      * VERSION: 1.0
      * DATE: 2026-10-15
      * PURPOSE: ON THE LAST NIGHT OF THE YEAR, VALUE EVERY IRA
      *          ACCOUNT - CASH AT ACCOUNT-BALANCE PLUS EACH OPEN
      *          POSITION AT THE SECPRICE.DAT CLOSE, FALLING BACK TO
      *          AVERAGE-COST-BASIS WHEN NO PRICE IS ON FILE, THE
      *          SAME PRICING PORTVAL USES - AND WRITE THE DECEMBER 31
      *          FAIR MARKET VALUE TO IRAFMV.DAT (KEYED ACCOUNT + TAX
      *          YEAR) FOR THE FORM 5498 EXTRACT (TAX5498).
      * FUNCTIONS: CALLED BY EODDRIVER ON THE LAST CALENDAR DAY OF
      *            DECEMBER, OR RUN STANDALONE. RETURN CODE 00 IS
      *            NORMAL COMPLETION, 08 IS A FATAL SETUP ERROR.
      *
      * NOTES: SECPRICE.DAT ONLY EVER HOLDS THE LATEST CLOSE, SO THE
      *        YEAR-END VALUE HAS TO BE TAKEN THE NIGHT IT IS TRUE -
      *        BY THE TIME THE 5498 IS DUE IN THE SPRING THE PRICES
      *        ARE LONG GONE. A RUN IN DECEMBER VALUES THE CURRENT
      *        YEAR; A CATCH-UP RUN IN ANY OTHER MONTH (THE YEAR-END
      *        STEP WAS MISSED) VALUES THE PRIOR YEAR AT TODAY'S
      *        PRICES AND SAYS SO. RUNNING TWICE REWRITES THE SAME
      *        ROWS RATHER THAN DOUBLING THEM. CLOSED IRA ACCOUNTS
      *        ARE SKIPPED.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT-FILE ASSIGN TO "ACCOUNT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCOUNT-ID OF ACCOUNT-RECORD
               FILE STATUS IS WS-ACCOUNT-STATUS.

           SELECT POSITION-FILE ASSIGN TO "POSITION.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS POSITION-KEY
               FILE STATUS IS WS-POS-STATUS.

           SELECT SECPRICE-FILE ASSIGN TO "SECPRICE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PRC-SYMBOL
               FILE STATUS IS WS-PRICE-STATUS.

           SELECT IRAFMV-FILE ASSIGN TO "IRAFMV.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FMV-KEY
               FILE STATUS IS WS-FMV-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-FILE.
       COPY ACCOUNT.

       FD  POSITION-FILE.
       COPY POSITION.

       FD  SECPRICE-FILE.
       COPY SECPRICE.

       FD  IRAFMV-FILE.
       COPY IRAFMV.

       WORKING-STORAGE SECTION.
       01  WS-ACCOUNT-STATUS             PIC XX.
           88  ACCOUNT-EOF               VALUE '10'.
       01  WS-POS-STATUS                 PIC XX.
       01  WS-PRICE-STATUS               PIC XX.
       01  WS-FMV-STATUS                 PIC XX.

       01  WS-PRICES-SW                  PIC X(01) VALUE 'N'.
           88  PRICES-AVAILABLE          VALUE 'Y'.
       01  WS-PRICE-FOUND-SW             PIC X(01) VALUE 'N'.
           88  MARKET-PRICE-FOUND        VALUE 'Y'.
       01  WS-POS-FILE-SW                PIC X(01) VALUE 'N'.
           88  POSITIONS-ON-FILE         VALUE 'Y'.
       01  WS-POS-DONE-SW                PIC X(01) VALUE 'N'.
           88  POSITIONS-DONE            VALUE 'Y'.

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

       01  WS-TAX-YEAR                   PIC 9(04).
       01  WS-SEARCH-ACCOUNT-ID          PIC X(12).

       01  WS-UNIT-PRICE                 PIC S9(09)V9999 COMP-3.
       01  WS-HOLDING-VALUE              PIC S9(13)V99 COMP-3.
       01  WS-SECURITIES-VALUE           PIC S9(13)V99 COMP-3.
       01  WS-HOLDING-COUNT              PIC 9(05).
       01  WS-UNPRICED-COUNT             PIC 9(05).

       01  WS-VALUED-COUNT               PIC 9(07) COMP.
       01  WS-FALLBACK-COUNT             PIC 9(07) COMP.
       01  WS-VALUED-DISPLAY             PIC ZZZZZZ9.
       01  WS-FALLBACK-DISPLAY           PIC ZZZZZZ9.

       LINKAGE SECTION.
       01  LK-RETURN-CODE                PIC 9(02).

       PROCEDURE DIVISION USING LK-RETURN-CODE.
       MAIN-PROCESS.
           PERFORM INITIALIZE-PROCESS
           PERFORM VALUE-IRA-ACCOUNTS-PROCESS
           PERFORM FINALIZE-PROCESS
           MOVE 00 TO LK-RETURN-CODE
           GOBACK.

       INITIALIZE-PROCESS.
           MOVE ZERO TO WS-VALUED-COUNT
           MOVE ZERO TO WS-FALLBACK-COUNT

           PERFORM GET-CURRENT-TIMESTAMP
           IF WS-CURRENT-MONTH = 12
               MOVE WS-CURRENT-YEAR TO WS-TAX-YEAR
           ELSE
               SUBTRACT 1 FROM WS-CURRENT-YEAR GIVING WS-TAX-YEAR
               DISPLAY 'IRAFMV: CATCH-UP RUN - TAX YEAR ' WS-TAX-YEAR
                   ' VALUED AT CURRENT PRICES, NOT DECEMBER 31'
           END-IF

           OPEN INPUT ACCOUNT-FILE
           IF WS-ACCOUNT-STATUS NOT = '00'
               DISPLAY 'IRAFMV: UNABLE TO OPEN ACCOUNT.DAT, '
                   'STATUS = ' WS-ACCOUNT-STATUS
               MOVE 08 TO LK-RETURN-CODE
               GOBACK
           END-IF

           OPEN INPUT POSITION-FILE
           IF WS-POS-STATUS = '35'
      *        No holdings on file anywhere - cash alone is valued.
               MOVE 'N' TO WS-POS-FILE-SW
           ELSE
               IF WS-POS-STATUS NOT = '00'
                   DISPLAY 'IRAFMV: UNABLE TO OPEN POSITION.DAT, '
                       'STATUS = ' WS-POS-STATUS
                   CLOSE ACCOUNT-FILE
                   MOVE 08 TO LK-RETURN-CODE
                   GOBACK
               END-IF
               MOVE 'Y' TO WS-POS-FILE-SW
           END-IF

           OPEN INPUT SECPRICE-FILE
           IF WS-PRICE-STATUS NOT = '00'
               MOVE 'N' TO WS-PRICES-SW
               DISPLAY 'IRAFMV: NO SECPRICE.DAT ON FILE - ALL '
                   'HOLDINGS VALUED AT AVERAGE COST'
           ELSE
               MOVE 'Y' TO WS-PRICES-SW
           END-IF

           OPEN I-O IRAFMV-FILE
           IF WS-FMV-STATUS = '35'
      *        First year-end ever captured - file has to be created.
               OPEN OUTPUT IRAFMV-FILE
               CLOSE IRAFMV-FILE
               OPEN I-O IRAFMV-FILE
           END-IF
           IF WS-FMV-STATUS NOT = '00'
               DISPLAY 'IRAFMV: UNABLE TO OPEN IRAFMV.DAT, '
                   'STATUS = ' WS-FMV-STATUS
               CLOSE ACCOUNT-FILE
               IF POSITIONS-ON-FILE
                   CLOSE POSITION-FILE
               END-IF
               IF PRICES-AVAILABLE
                   CLOSE SECPRICE-FILE
               END-IF
               MOVE 08 TO LK-RETURN-CODE
               GOBACK
           END-IF.

       VALUE-IRA-ACCOUNTS-PROCESS.
           READ ACCOUNT-FILE NEXT RECORD
           PERFORM VALUE-ONE-ACCOUNT UNTIL ACCOUNT-EOF.

       VALUE-ONE-ACCOUNT.
           IF IRA-ACCOUNT OF ACCOUNT-RECORD
              AND NOT CLOSED-ACCOUNT OF ACCOUNT-RECORD
               PERFORM VALUE-IRA-ACCOUNT
           END-IF

           READ ACCOUNT-FILE NEXT RECORD.

       VALUE-IRA-ACCOUNT.
           MOVE ZERO TO WS-SECURITIES-VALUE
           MOVE ZERO TO WS-HOLDING-COUNT
           MOVE ZERO TO WS-UNPRICED-COUNT

           IF POSITIONS-ON-FILE
               MOVE ACCOUNT-ID OF ACCOUNT-RECORD TO
                   WS-SEARCH-ACCOUNT-ID
               MOVE WS-SEARCH-ACCOUNT-ID TO
                   ACCOUNT-ID OF POSITION-RECORD
               MOVE LOW-VALUES TO SECURITY-SYMBOL OF POSITION-RECORD
               MOVE 'N' TO WS-POS-DONE-SW
               START POSITION-FILE KEY IS NOT LESS THAN POSITION-KEY
                   INVALID KEY MOVE 'Y' TO WS-POS-DONE-SW
               END-START
               PERFORM VALUE-ONE-HOLDING UNTIL POSITIONS-DONE
           END-IF

           MOVE SPACES TO IRAFMV-RECORD
           MOVE ACCOUNT-ID OF ACCOUNT-RECORD TO FMV-ACCOUNT-ID
           MOVE WS-TAX-YEAR TO FMV-TAX-YEAR
           MOVE CUSTOMER-ID OF ACCOUNT-RECORD TO FMV-CUSTOMER-ID
           MOVE WS-CURRENT-DATE TO FMV-VALUATION-DATE
           MOVE ACCOUNT-BALANCE OF ACCOUNT-RECORD TO FMV-CASH-VALUE
           MOVE WS-SECURITIES-VALUE TO FMV-SECURITIES-VALUE
           COMPUTE FMV-TOTAL-VALUE =
               FMV-CASH-VALUE + FMV-SECURITIES-VALUE
           MOVE WS-HOLDING-COUNT TO FMV-HOLDING-COUNT
           MOVE WS-UNPRICED-COUNT TO FMV-UNPRICED-COUNT
           MOVE WS-TIMESTAMP TO CREATED-TIMESTAMP OF IRAFMV-RECORD

           WRITE IRAFMV-RECORD
           IF WS-FMV-STATUS = '22'
      *        Rerun for the same year - replace the earlier value.
               REWRITE IRAFMV-RECORD
           END-IF
           IF WS-FMV-STATUS = '00'
               ADD 1 TO WS-VALUED-COUNT
               IF WS-UNPRICED-COUNT > ZERO
                   ADD 1 TO WS-FALLBACK-COUNT
               END-IF
           ELSE
               DISPLAY 'IRAFMV: UNABLE TO WRITE VALUE FOR '
                   ACCOUNT-ID OF ACCOUNT-RECORD ', STATUS = '
                   WS-FMV-STATUS
           END-IF.

       VALUE-ONE-HOLDING.
           READ POSITION-FILE NEXT RECORD
           IF WS-POS-STATUS NOT = '00'
               MOVE 'Y' TO WS-POS-DONE-SW
           ELSE
               IF ACCOUNT-ID OF POSITION-RECORD NOT =
                  WS-SEARCH-ACCOUNT-ID
                   MOVE 'Y' TO WS-POS-DONE-SW
               ELSE
                   IF OPEN-POSITION
                       PERFORM PRICE-ONE-HOLDING
                       COMPUTE WS-HOLDING-VALUE ROUNDED =
                           POSITION-QUANTITY * WS-UNIT-PRICE
                       ADD WS-HOLDING-VALUE TO WS-SECURITIES-VALUE
                       ADD 1 TO WS-HOLDING-COUNT
                       IF NOT MARKET-PRICE-FOUND
                           ADD 1 TO WS-UNPRICED-COUNT
                       END-IF
                   END-IF
               END-IF
           END-IF.

       PRICE-ONE-HOLDING.
           MOVE 'N' TO WS-PRICE-FOUND-SW
           MOVE AVERAGE-COST-BASIS TO WS-UNIT-PRICE
           IF PRICES-AVAILABLE
               MOVE SECURITY-SYMBOL OF POSITION-RECORD TO PRC-SYMBOL
               READ SECPRICE-FILE
               IF WS-PRICE-STATUS = '00'
                  AND PRC-CLOSE-PRICE > ZERO
                   MOVE PRC-CLOSE-PRICE TO WS-UNIT-PRICE
                   SET MARKET-PRICE-FOUND TO TRUE
               END-IF
           END-IF.

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
           CLOSE ACCOUNT-FILE
           IF POSITIONS-ON-FILE
               CLOSE POSITION-FILE
           END-IF
           IF PRICES-AVAILABLE
               CLOSE SECPRICE-FILE
           END-IF
           CLOSE IRAFMV-FILE

           MOVE WS-VALUED-COUNT TO WS-VALUED-DISPLAY
           MOVE WS-FALLBACK-COUNT TO WS-FALLBACK-DISPLAY
           DISPLAY 'IRAFMV: VALUED ' WS-VALUED-DISPLAY
               ' IRA ACCOUNT(S) FOR TAX YEAR ' WS-TAX-YEAR ', '
               WS-FALLBACK-DISPLAY ' WITH HOLDINGS AT COST'.

       END PROGRAM IRAFMV.
