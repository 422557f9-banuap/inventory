       IDENTIFICATION DIVISION.
       PROGRAM-ID. MFORDOUT.
      ******************************************************************
      * PROGRAM: MFORDOUT - OUTBOUND MUTUAL-FUND ORDER FILE
      * VERSION: 1.0
      * DATE: 2026-10-15
      * PURPOSE: WRITE EVERY OPEN FUND ORDER (FUND-ORDER ON ORDERS.DAT)
      *          WHOSE NAV DATE HAS COME TO THE FUND-COMPANY ORDER FILE
      *          (MFORDER.DAT, ONE HEADER/DETAIL/TRAILER SET PER RUN -
      *          THE SAME HAND-OFF PATTERN ORDROUTE USES FOR THE
      *          STREET) AND MARK EACH ONE WORKING THROUGH ORDMGMT.
      *          A FUND ORDER NEVER GOES TO AN EXCHANGE; IT TRADES
      *          WITH THE FUND COMPANY AT THE NAV STRUCK AFTER THE
      *          CUT-OFF ORDMGMT APPLIED. EACH BUY GOES OUT WITH ITS
      *          SALES LOAD ALREADY PRICED OFF THE FUND'S BREAKPOINT
      *          SCHEDULE, WITH RIGHTS OF ACCUMULATION AND ANY OPEN
      *          LETTER OF INTENT (TRANPOST LOADQT), SO THE FUND
      *          COMPANY CHARGES THE LOAD THE CUSTOMER IS OWED. THE
      *          CONFIRMS COME BACK THROUGH MFCONFLD.
      * FUNCTIONS: STANDALONE BATCH JOB - RUN AFTER THE 4 PM CUT-OFF,
      *            BEFORE THE FUND COMPANIES' ORDER WINDOW CLOSES.
      * NOTES: A SHARE-QUANTITY BUY IS VALUED FOR THE LOAD AT THE LAST
      *        CLOSE ON SECPRICE.DAT - THE NAV IT WILL TRADE AT IS NOT
      *        STRUCK YET. A SELL CARRIES NO FRONT-END LOAD. THE
      *        TRAILER HASH IS THE SUM OF EVERY DETAIL'S DOLLAR
      *        AMOUNT PLUS ITS SHARE QUANTITY.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ORDER-FILE ASSIGN TO "ORDERS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ORDER-ID
               ALTERNATE RECORD KEY IS ACCOUNT-ID OF ORDER-RECORD
                   WITH DUPLICATES
               FILE STATUS IS WS-FILE-STATUS.

           SELECT SECPRICE-FILE ASSIGN TO "SECPRICE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRC-SYMBOL
               FILE STATUS IS WS-PRICE-STATUS.

           SELECT MFORDER-FILE ASSIGN TO "MFORDER.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-MFORDER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ORDER-FILE.
       COPY ORDER.

       FD  SECPRICE-FILE.
       COPY SECPRICE.

       FD  MFORDER-FILE.
       01  MFORDER-RECORD.
           05  MFO-RECORD-TYPE           PIC X(01).
               88  MFO-HEADER            VALUE 'H'.
               88  MFO-DETAIL            VALUE 'D'.
               88  MFO-TRAILER           VALUE 'T'.
           05  MFO-DATE                  PIC X(08).
           05  MFO-ORDER-ID              PIC X(16).
           05  MFO-ACCOUNT-ID            PIC X(12).
           05  MFO-SIDE                  PIC X(03).
           05  MFO-SYMBOL                PIC X(12).
           05  MFO-NAV-DATE              PIC X(08).
           05  MFO-SHARES                PIC 9(09)V999.
           05  MFO-DOLLAR-AMOUNT         PIC 9(13)V99.
           05  MFO-LOAD-PCT              PIC 9(02)V99.
           05  MFO-LOAD-AMOUNT           PIC 9(09)V99.
           05  MFO-RECORD-COUNT          PIC 9(07).
           05  MFO-AMOUNT-HASH           PIC 9(13)V99.
           05  FILLER                    PIC X(10).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS                PIC XX.
           88  FILE-OK                   VALUE '00'.
           88  FILE-EOF                  VALUE '10'.

       01  WS-PRICE-STATUS               PIC XX.
       01  WS-PRICE-FILE-SW              PIC X(01) VALUE 'N'.
           88  PRICE-FILE-OPEN           VALUE 'Y'.

       01  WS-MFORDER-STATUS             PIC XX.

       01  WS-CURRENT-DATE               PIC X(08).

       01  WS-ORDMGMT-OPERATION          PIC X(06) VALUE 'WORK  '.
       01  WS-ORDMGMT-RETURN-CODE        PIC 9(02).
       COPY ORDER REPLACING ORDER-RECORD BY WS-ORDER-RECORD.
       01  WS-SUITABILITY-OVERRIDE       PIC X(01) VALUE SPACE.

       01  WS-TRANPOST-OPERATION         PIC X(06) VALUE 'LOADQT'.
       01  WS-TRANPOST-RETURN-CODE       PIC 9(02).
       01  WS-TRANPOST-START-DATE        PIC X(08).
       01  WS-TRANPOST-END-DATE          PIC X(08).
       01  WS-TRANPOST-HISTORY-BUFFER.
           05  WS-TRANPOST-HIST-COUNT    PIC 9(03).
           05  WS-TRANPOST-HIST-ENTRIES OCCURS 50 TIMES.
               10  WS-THE-TRANSACTION-ID PIC X(16).
               10  WS-THE-TRANSACTION-TYPE PIC X(03).
               10  WS-THE-TRANSACTION-AMOUNT PIC S9(13)V99 COMP-3.
               10  WS-THE-TRANSACTION-DATE PIC X(08).
               10  WS-THE-TRANSACTION-STATUS PIC X(01).

       COPY TRANSACTION REPLACING TRANSACTION-RECORD BY
           WS-TRANSACTION-RECORD.

       01  WS-REFERENCE-NAV              PIC S9(09)V9999 COMP-3.
       01  WS-LOAD-BASIS                 PIC S9(13)V99 COMP-3.
       01  WS-LOAD-AMOUNT                PIC S9(09)V99 COMP-3.
       01  WS-AMOUNT-HASH                PIC 9(13)V99.

       01  WS-SCANNED-COUNT              PIC 9(07) COMP.
       01  WS-SENT-COUNT                 PIC 9(07) COMP.
       01  WS-WAITING-COUNT              PIC 9(07) COMP.
       01  WS-UNPRICED-COUNT             PIC 9(07) COMP.
       01  WS-SCANNED-DISPLAY            PIC ZZZZZZ9.
       01  WS-SENT-DISPLAY               PIC ZZZZZZ9.
       01  WS-WAITING-DISPLAY            PIC ZZZZZZ9.
       01  WS-UNPRICED-DISPLAY           PIC ZZZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           PERFORM INITIALIZE-PROCESS
           PERFORM SEND-FUND-ORDERS-PROCESS
           PERFORM FINALIZE-PROCESS
           STOP RUN.

       INITIALIZE-PROCESS.
           MOVE ZERO TO WS-SCANNED-COUNT
           MOVE ZERO TO WS-SENT-COUNT
           MOVE ZERO TO WS-WAITING-COUNT
           MOVE ZERO TO WS-UNPRICED-COUNT
           MOVE ZERO TO WS-AMOUNT-HASH
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD

           OPEN INPUT ORDER-FILE
           IF WS-FILE-STATUS NOT = '00'
               DISPLAY 'MFORDOUT: UNABLE TO OPEN ORDERS.DAT, '
                   'STATUS = ' WS-FILE-STATUS
               STOP RUN
           END-IF

      *    NO PRICE FILE ONLY MEANS A SHARE BUY CANNOT BE VALUED FOR
      *    ITS LOAD - THE ORDER STILL GOES OUT.
           OPEN INPUT SECPRICE-FILE
           IF WS-PRICE-STATUS = '00'
               SET PRICE-FILE-OPEN TO TRUE
           END-IF

           OPEN OUTPUT MFORDER-FILE
           IF WS-MFORDER-STATUS NOT = '00'
               DISPLAY 'MFORDOUT: UNABLE TO OPEN MFORDER.DAT, '
                   'STATUS = ' WS-MFORDER-STATUS
               CLOSE ORDER-FILE
               IF PRICE-FILE-OPEN
                   CLOSE SECPRICE-FILE
               END-IF
               STOP RUN
           END-IF

           MOVE SPACES TO MFORDER-RECORD
           SET MFO-HEADER TO TRUE
           MOVE WS-CURRENT-DATE TO MFO-DATE
           WRITE MFORDER-RECORD.

       SEND-FUND-ORDERS-PROCESS.
           READ ORDER-FILE NEXT RECORD
           PERFORM SEND-ONE-ORDER UNTIL FILE-EOF.

       SEND-ONE-ORDER.
           ADD 1 TO WS-SCANNED-COUNT

           IF OPEN-ORDER OF ORDER-RECORD
              AND FUND-ORDER OF ORDER-RECORD
      *        AN ORDER TAKEN AFTER THE CUT-OFF WAITS FOR ITS NAV DATE.
               IF FUND-NAV-DATE OF ORDER-RECORD > WS-CURRENT-DATE
                   ADD 1 TO WS-WAITING-COUNT
               ELSE
                   PERFORM PRICE-FUND-LOAD THRU PRICE-FUND-LOAD-EXIT
                   PERFORM WRITE-FUND-ORDER-DETAIL
                   PERFORM MARK-ORDER-WORKING
               END-IF
           END-IF

           READ ORDER-FILE NEXT RECORD.

       PRICE-FUND-LOAD.
      *    THE LOAD IS PRICED ON THE DOLLARS GOING INTO THE FUND -
      *    THE ORDER AMOUNT, OR THE SHARES AT THE LAST CLOSE.
           MOVE ZERO TO WS-REFERENCE-NAV
           MOVE ZERO TO WS-LOAD-BASIS
           MOVE ZERO TO WS-LOAD-AMOUNT

           IF PRICE-FILE-OPEN
               MOVE SECURITY-SYMBOL OF ORDER-RECORD TO PRC-SYMBOL
               READ SECPRICE-FILE
               IF WS-PRICE-STATUS = '00'
                  AND PRC-CLOSE-PRICE > ZERO
                   MOVE PRC-CLOSE-PRICE TO WS-REFERENCE-NAV
               END-IF
           END-IF

           IF NOT BUY-ORDER OF ORDER-RECORD
               GO TO PRICE-FUND-LOAD-EXIT
           END-IF

           IF ORDER-AMOUNT OF ORDER-RECORD > ZERO
               MOVE ORDER-AMOUNT OF ORDER-RECORD TO WS-LOAD-BASIS
           ELSE
               COMPUTE WS-LOAD-BASIS ROUNDED =
                   QUANTITY OF ORDER-RECORD * WS-REFERENCE-NAV
           END-IF

           IF WS-LOAD-BASIS NOT GREATER THAN ZERO
               ADD 1 TO WS-UNPRICED-COUNT
               DISPLAY 'MFORDOUT: ORDER ' ORDER-ID OF ORDER-RECORD
                   ' HAS NO PRICE FOR ITS LOAD - SENT UNPRICED'
               GO TO PRICE-FUND-LOAD-EXIT
           END-IF

           MOVE SPACES TO WS-TRANSACTION-RECORD
           MOVE ACCOUNT-ID OF ORDER-RECORD TO
               ACCOUNT-ID OF WS-TRANSACTION-RECORD
           MOVE SECURITY-SYMBOL OF ORDER-RECORD TO
               SECURITY-SYMBOL OF WS-TRANSACTION-RECORD
           MOVE 'BUY' TO TRANSACTION-TYPE OF WS-TRANSACTION-RECORD
           MOVE WS-LOAD-BASIS TO
               TRANSACTION-AMOUNT OF WS-TRANSACTION-RECORD
           MOVE WS-REFERENCE-NAV TO PRICE OF WS-TRANSACTION-RECORD
           MOVE ZERO TO COMMISSION OF WS-TRANSACTION-RECORD
           CALL 'TRANPOST' USING WS-TRANPOST-OPERATION,
                                  WS-TRANSACTION-RECORD,
                                  WS-TRANPOST-RETURN-CODE,
                                  WS-TRANPOST-START-DATE,
                                  WS-TRANPOST-END-DATE,
                                  WS-TRANPOST-HISTORY-BUFFER
           IF WS-TRANPOST-RETURN-CODE = 00
               MOVE COMMISSION OF WS-TRANSACTION-RECORD TO
                   WS-LOAD-AMOUNT
           ELSE
               ADD 1 TO WS-UNPRICED-COUNT
               DISPLAY 'MFORDOUT: ORDER ' ORDER-ID OF ORDER-RECORD
                   ' LOAD NOT PRICED, TRANPOST RC='
                   WS-TRANPOST-RETURN-CODE ' - SENT UNPRICED'
           END-IF.

       PRICE-FUND-LOAD-EXIT.
           EXIT.

       WRITE-FUND-ORDER-DETAIL.
           MOVE SPACES TO MFORDER-RECORD
           SET MFO-DETAIL TO TRUE
           MOVE WS-CURRENT-DATE TO MFO-DATE
           MOVE ORDER-ID OF ORDER-RECORD TO MFO-ORDER-ID
           MOVE ACCOUNT-ID OF ORDER-RECORD TO MFO-ACCOUNT-ID
           MOVE ORDER-SIDE OF ORDER-RECORD TO MFO-SIDE
           MOVE SECURITY-SYMBOL OF ORDER-RECORD TO MFO-SYMBOL
           MOVE FUND-NAV-DATE OF ORDER-RECORD TO MFO-NAV-DATE
           MOVE QUANTITY OF ORDER-RECORD TO MFO-SHARES
           MOVE ORDER-AMOUNT OF ORDER-RECORD TO MFO-DOLLAR-AMOUNT
           MOVE WS-LOAD-AMOUNT TO MFO-LOAD-AMOUNT
           MOVE ZERO TO MFO-LOAD-PCT
           IF WS-LOAD-BASIS > ZERO
               COMPUTE MFO-LOAD-PCT ROUNDED =
                   WS-LOAD-AMOUNT * 100 / WS-LOAD-BASIS
           END-IF
           MOVE ZERO TO MFO-RECORD-COUNT
           MOVE ZERO TO MFO-AMOUNT-HASH
           WRITE MFORDER-RECORD
           ADD 1 TO WS-SENT-COUNT
           ADD MFO-DOLLAR-AMOUNT TO WS-AMOUNT-HASH
           ADD MFO-SHARES TO WS-AMOUNT-HASH.

       MARK-ORDER-WORKING.
           MOVE SPACES TO WS-ORDER-RECORD
           MOVE ORDER-ID OF ORDER-RECORD TO
               ORDER-ID OF WS-ORDER-RECORD
           CALL 'ORDMGMT' USING WS-ORDMGMT-OPERATION,
                                 WS-ORDER-RECORD,
                                 WS-ORDMGMT-RETURN-CODE,
                                 WS-SUITABILITY-OVERRIDE
           IF WS-ORDMGMT-RETURN-CODE NOT = 00
               DISPLAY 'MFORDOUT: ORDER ' ORDER-ID OF ORDER-RECORD
                   ' SENT BUT COULD NOT BE MARKED WORKING, RC='
                   WS-ORDMGMT-RETURN-CODE
           END-IF.

       FINALIZE-PROCESS.
           MOVE SPACES TO MFORDER-RECORD
           SET MFO-TRAILER TO TRUE
           MOVE WS-CURRENT-DATE TO MFO-DATE
           MOVE WS-SENT-COUNT TO MFO-RECORD-COUNT
           MOVE WS-AMOUNT-HASH TO MFO-AMOUNT-HASH
           WRITE MFORDER-RECORD

           CLOSE ORDER-FILE
           CLOSE MFORDER-FILE
           IF PRICE-FILE-OPEN
               CLOSE SECPRICE-FILE
           END-IF

           MOVE WS-SCANNED-COUNT TO WS-SCANNED-DISPLAY
           MOVE WS-SENT-COUNT TO WS-SENT-DISPLAY
           MOVE WS-WAITING-COUNT TO WS-WAITING-DISPLAY
           MOVE WS-UNPRICED-COUNT TO WS-UNPRICED-DISPLAY
           DISPLAY 'MFORDOUT: SCANNED ' WS-SCANNED-DISPLAY
               ' ORDER(S), SENT ' WS-SENT-DISPLAY
               ', WAITING FOR NAV DATE ' WS-WAITING-DISPLAY
               ', LOAD UNPRICED ' WS-UNPRICED-DISPLAY.

       END PROGRAM MFORDOUT.
