       IDENTIFICATION DIVISION.
       PROGRAM-ID. STOPTRIG.
      ******************************************************************
      * PROGRAM: STOPTRIG - STOP AND STOP-LIMIT ORDER TRIGGER SWEEP
      * VERSION: 1.0
      * DATE: 2026-10-15
      * PURPOSE: WATCH THE MARKET FOR EVERY OPEN STOP ORDER. EACH
      *          OPEN ORDER STILL CARRYING ORDER-TYPE STP IS PRICED
      *          OFF THE LATEST CLOSE ON SECPRICE.DAT: A BUY OR COVER
      *          STOP IS TOUCHED WHEN THE PRICE IS AT OR ABOVE ITS
      *          STOP-PRICE, A SELL OR SHORT STOP WHEN THE PRICE IS
      *          AT OR BELOW IT. A TOUCHED STOP IS CONVERTED THROUGH
      *          ORDMGMT'S TRIGGR OPERATION - A MARKET ORDER, OR A
      *          LIMIT ORDER AT ITS LIMIT PRICE FOR A STOP-LIMIT -
      *          WHICH LEAVES IT OPEN FOR THE NEXT ORDROUTE CUT AND
      *          JOURNALS THE TRIGGR EVENT ON ORDEVT.DAT. THE
      *          CUSTOMER IS TOLD THROUGH A STOPTRIG NOTICE ON
      *          NOTIFQ.DAT - ONE PER ACCOUNT PER DAY, LISTING THE
      *          SIDE, SYMBOL AND QUANTITY OF EACH STOP TRIGGERED WHILE
      *          IT WAITS TO BE SENT - AND EVERY TRIGGER PRINTS ON
      *          STOPTRIG.RPT WITH THE STOP AND THE PRICE THAT TOUCHED
      *          IT.
      * FUNCTIONS: STANDALONE BATCH JOB - RUN AFTER EACH PRICELOAD AND
      *            AHEAD OF THE NEXT ORDROUTE CUT. A SYMBOL WITH NO
      *            PRICE ON FILE LEAVES ITS STOPS WAITING. IT IS NOT AN
      *            EODDRIVER STEP - IT RUNS INTRADAY, AS OFTEN AS
      *            PRICES ARE LOADED, NOT ONCE IN THE BATCH WINDOW.
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

           SELECT ACCOUNT-FILE ASSIGN TO "ACCOUNT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCOUNT-ID OF ACCOUNT-RECORD
               FILE STATUS IS WS-ACCT-STATUS.

           SELECT NOTIFQ-FILE ASSIGN TO "NOTIFQ.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NQ-KEY
               FILE STATUS IS WS-NOTIFQ-STATUS.

           SELECT STOPTRIG-RPT-FILE ASSIGN TO "STOPTRIG.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ORDER-FILE.
       COPY ORDER.

       FD  SECPRICE-FILE.
       COPY SECPRICE.

       FD  ACCOUNT-FILE.
       COPY ACCOUNT.

       FD  NOTIFQ-FILE.
       COPY NOTIFQ.

       FD  STOPTRIG-RPT-FILE.
       01  STOPTRIG-RPT-LINE             PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS                PIC XX.
           88  FILE-OK                   VALUE '00'.
           88  FILE-EOF                  VALUE '10'.

       01  WS-PRICE-STATUS               PIC XX.
       01  WS-ACCT-STATUS                PIC XX.
       01  WS-NOTIFQ-STATUS              PIC XX.
       01  WS-RPT-STATUS                 PIC XX.

       01  WS-CURRENT-DATE               PIC X(08).

       01  WS-TOUCHED-SW                 PIC X(01) VALUE 'N'.
           88  STOP-TOUCHED              VALUE 'Y'.
       01  WS-MARKET-PRICE               PIC S9(09)V9999 COMP-3.
       01  WS-TRIGGER-STOP               PIC S9(09)V9999 COMP-3.

       01  WS-ORDMGMT-OPERATION          PIC X(06) VALUE 'TRIGGR'.
       01  WS-ORDMGMT-RETURN-CODE        PIC 9(02).
       COPY ORDER REPLACING ORDER-RECORD BY WS-ORDER-RECORD.
       01  WS-SUITABILITY-OVERRIDE       PIC X(01) VALUE SPACE.

       01  WS-PRICE-DISPLAY              PIC ZZZ,ZZZ,ZZ9.9999.
       01  WS-STOP-DISPLAY               PIC ZZZ,ZZZ,ZZ9.9999.
       01  WS-QTY-DISPLAY                PIC ZZZ,ZZZ,ZZ9.999-.
       01  WS-NEW-TYPE                   PIC X(03).

       01  WS-NOTICE-ITEM                PIC X(40).
       01  WS-ITEM-POINTER               PIC 9(03).
       01  WS-ITEM-LENGTH                PIC 9(03).
       01  WS-NOTICE-DATA                PIC X(40).
       01  WS-NOTICE-POINTER             PIC 9(03).
       01  WS-SCAN-INDEX                 PIC 9(03).
       01  WS-BREAK-POINTER              PIC 9(03).
       01  WS-QTY-WHOLE                  PIC S9(09) COMP-3.
       01  WS-QTY-WHOLE-DISPLAY          PIC Z(08)9.
       01  WS-QTY-PART-DISPLAY           PIC Z(08)9.999.
       01  WS-QTY-TEXT                   PIC X(13).
       01  WS-QTY-LEAD                   PIC 9(03) COMP.

       01  WS-SCANNED-COUNT              PIC 9(07) COMP.
       01  WS-WAITING-COUNT              PIC 9(07) COMP.
       01  WS-TRIGGERED-COUNT            PIC 9(07) COMP.
       01  WS-UNPRICED-COUNT             PIC 9(07) COMP.
       01  WS-SCANNED-DISPLAY            PIC ZZZZZZ9.
       01  WS-WAITING-DISPLAY            PIC ZZZZZZ9.
       01  WS-TRIGGERED-DISPLAY          PIC ZZZZZZ9.
       01  WS-UNPRICED-DISPLAY           PIC ZZZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           PERFORM INITIALIZE-PROCESS
           PERFORM TRIGGER-STOPS-PROCESS
           PERFORM FINALIZE-PROCESS
           STOP RUN.

       INITIALIZE-PROCESS.
           MOVE ZERO TO WS-SCANNED-COUNT
           MOVE ZERO TO WS-WAITING-COUNT
           MOVE ZERO TO WS-TRIGGERED-COUNT
           MOVE ZERO TO WS-UNPRICED-COUNT
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD

           OPEN INPUT ORDER-FILE
           IF WS-FILE-STATUS = '35'
               DISPLAY 'STOPTRIG: NO ORDERS.DAT ON FILE - NO STOPS '
                   'TO WATCH'
               STOP RUN
           END-IF
           IF WS-FILE-STATUS NOT = '00'
               DISPLAY 'STOPTRIG: UNABLE TO OPEN ORDERS.DAT, '
                   'STATUS = ' WS-FILE-STATUS
               STOP RUN
           END-IF

           OPEN INPUT SECPRICE-FILE
           IF WS-PRICE-STATUS NOT = '00'
               DISPLAY 'STOPTRIG: UNABLE TO OPEN SECPRICE.DAT, '
                   'STATUS = ' WS-PRICE-STATUS
                   ' - NO PRICES TO TRIGGER AGAINST'
               CLOSE ORDER-FILE
               STOP RUN
           END-IF

           OPEN INPUT ACCOUNT-FILE

           OPEN OUTPUT STOPTRIG-RPT-FILE
           IF WS-RPT-STATUS NOT = '00'
               DISPLAY 'STOPTRIG: UNABLE TO OPEN STOPTRIG.RPT, '
                   'STATUS = ' WS-RPT-STATUS
               CLOSE ORDER-FILE
               CLOSE SECPRICE-FILE
               CLOSE ACCOUNT-FILE
               STOP RUN
           END-IF

           MOVE SPACES TO STOPTRIG-RPT-LINE
           STRING 'STOP ORDERS TRIGGERED ' DELIMITED BY SIZE
                  WS-CURRENT-DATE DELIMITED BY SIZE
                  INTO STOPTRIG-RPT-LINE
           END-STRING
           WRITE STOPTRIG-RPT-LINE.

       TRIGGER-STOPS-PROCESS.
           READ ORDER-FILE NEXT RECORD
           PERFORM CHECK-ONE-ORDER THRU CHECK-ONE-ORDER-EXIT
               UNTIL FILE-EOF.

       CHECK-ONE-ORDER.
           ADD 1 TO WS-SCANNED-COUNT

           IF NOT OPEN-ORDER OF ORDER-RECORD
              OR NOT STOP-ORDER OF ORDER-RECORD
               GO TO CHECK-ONE-ORDER-NEXT
           END-IF

      *    AN ORDER FROM BEFORE STOP-PRICE EXISTED CARRIES ITS STOP
      *    IN LIMIT-PRICE - THE SAME READING ORDMGMT GIVES IT.
           IF STOP-PRICE OF ORDER-RECORD NUMERIC
              AND STOP-PRICE OF ORDER-RECORD > ZERO
               MOVE STOP-PRICE OF ORDER-RECORD TO WS-TRIGGER-STOP
           ELSE
               MOVE LIMIT-PRICE OF ORDER-RECORD TO WS-TRIGGER-STOP
           END-IF

           MOVE SECURITY-SYMBOL OF ORDER-RECORD TO PRC-SYMBOL
           READ SECPRICE-FILE
           IF WS-PRICE-STATUS NOT = '00'
              OR PRC-CLOSE-PRICE NOT > ZERO
               ADD 1 TO WS-UNPRICED-COUNT
               GO TO CHECK-ONE-ORDER-NEXT
           END-IF
           MOVE PRC-CLOSE-PRICE TO WS-MARKET-PRICE

           MOVE 'N' TO WS-TOUCHED-SW
           IF BUY-ORDER OF ORDER-RECORD
              OR COVER-ORDER OF ORDER-RECORD
               IF WS-MARKET-PRICE NOT < WS-TRIGGER-STOP
                   MOVE 'Y' TO WS-TOUCHED-SW
               END-IF
           ELSE
               IF WS-MARKET-PRICE NOT > WS-TRIGGER-STOP
                   MOVE 'Y' TO WS-TOUCHED-SW
               END-IF
           END-IF

           IF NOT STOP-TOUCHED
               ADD 1 TO WS-WAITING-COUNT
               GO TO CHECK-ONE-ORDER-NEXT
           END-IF

           PERFORM TRIGGER-ONE-STOP THRU TRIGGER-ONE-STOP-EXIT.

       CHECK-ONE-ORDER-NEXT.
           READ ORDER-FILE NEXT RECORD.

       CHECK-ONE-ORDER-EXIT.
           EXIT.

       TRIGGER-ONE-STOP.
           MOVE SPACES TO WS-ORDER-RECORD
           MOVE ORDER-ID OF ORDER-RECORD TO
               ORDER-ID OF WS-ORDER-RECORD
           MOVE 'STOPTRIG' TO UPDATED-BY OF WS-ORDER-RECORD
           CALL 'ORDMGMT' USING WS-ORDMGMT-OPERATION,
                                 WS-ORDER-RECORD,
                                 WS-ORDMGMT-RETURN-CODE,
                                 WS-SUITABILITY-OVERRIDE
           IF WS-ORDMGMT-RETURN-CODE NOT = 00
               MOVE SPACES TO STOPTRIG-RPT-LINE
               STRING 'ORDER ' DELIMITED BY SIZE
                      ORDER-ID OF ORDER-RECORD DELIMITED BY SIZE
                      ' STOP TOUCHED BUT NOT CONVERTED, RC='
                          DELIMITED BY SIZE
                      WS-ORDMGMT-RETURN-CODE DELIMITED BY SIZE
                      INTO STOPTRIG-RPT-LINE
               END-STRING
               WRITE STOPTRIG-RPT-LINE
               GO TO TRIGGER-ONE-STOP-EXIT
           END-IF

           ADD 1 TO WS-TRIGGERED-COUNT
           MOVE ORDER-TYPE OF WS-ORDER-RECORD TO WS-NEW-TYPE
           PERFORM WRITE-TRIGGER-NOTICE THRU WRITE-TRIGGER-NOTICE-EXIT
           PERFORM WRITE-TRIGGER-LINE.

       TRIGGER-ONE-STOP-EXIT.
           EXIT.

       WRITE-TRIGGER-NOTICE.
           OPEN I-O NOTIFQ-FILE
           IF WS-NOTIFQ-STATUS = '35'
               OPEN OUTPUT NOTIFQ-FILE
               CLOSE NOTIFQ-FILE
               OPEN I-O NOTIFQ-FILE
           END-IF
           IF WS-NOTIFQ-STATUS NOT = '00'
               DISPLAY 'STOPTRIG: UNABLE TO OPEN NOTIFQ.DAT, '
                   'STATUS = ' WS-NOTIFQ-STATUS
               GO TO WRITE-TRIGGER-NOTICE-EXIT
           END-IF

           PERFORM BUILD-NOTICE-ITEM

           MOVE SPACES TO NOTIFQ-RECORD
           MOVE ACCOUNT-ID OF ORDER-RECORD TO NQ-ACCOUNT-ID
           MOVE 'STOPTRIG' TO NQ-NOTICE-TYPE
           MOVE WS-CURRENT-DATE TO NQ-CREATED-DATE
           MOVE ACCOUNT-ID OF ORDER-RECORD TO
               ACCOUNT-ID OF ACCOUNT-RECORD
           READ ACCOUNT-FILE
           IF WS-ACCT-STATUS = '00'
               MOVE CUSTOMER-ID OF ACCOUNT-RECORD TO NQ-CUSTOMER-ID
           END-IF
           MOVE SPACES TO NQ-EVENT-DATA
           STRING 'STOPS TRIGGERED: ' DELIMITED BY SIZE
                  WS-NOTICE-ITEM(1:WS-ITEM-LENGTH) DELIMITED BY SIZE
                  INTO NQ-EVENT-DATA
           END-STRING
           SET NQ-PENDING TO TRUE
           MOVE SPACES TO NQ-SENT-DATE
           WRITE NOTIFQ-RECORD

      *    A GAP OPEN CAN TOUCH SEVERAL STOPS ON ONE ACCOUNT, BUT THE
      *    KEY ALLOWS ONE STOPTRIG NOTICE PER ACCOUNT PER DAY - A
      *    LATER STOP JOINS THE NOTICE ALREADY QUEUED.
           IF WS-NOTIFQ-STATUS = '22'
               PERFORM ADD-TO-QUEUED-NOTICE THRU
                   ADD-TO-QUEUED-NOTICE-EXIT
           ELSE
               IF WS-NOTIFQ-STATUS NOT = '00'
                   DISPLAY 'STOPTRIG: UNABLE TO WRITE NOTIFQ.DAT, '
                       'STATUS = ' WS-NOTIFQ-STATUS
                       ' - NO NOTICE FOR ORDER '
                       ORDER-ID OF ORDER-RECORD
               END-IF
           END-IF
           CLOSE NOTIFQ-FILE.

       WRITE-TRIGGER-NOTICE-EXIT.
           EXIT.

      *    SIDE, SYMBOL AND QUANTITY OF THE STOP JUST TRIGGERED - A
      *    WHOLE QUANTITY SHOWS WITHOUT ITS DECIMALS.
       BUILD-NOTICE-ITEM.
           MOVE QUANTITY OF ORDER-RECORD TO WS-QTY-WHOLE
           IF WS-QTY-WHOLE = QUANTITY OF ORDER-RECORD
               MOVE WS-QTY-WHOLE TO WS-QTY-WHOLE-DISPLAY
               MOVE WS-QTY-WHOLE-DISPLAY TO WS-QTY-TEXT
           ELSE
               MOVE QUANTITY OF ORDER-RECORD TO WS-QTY-PART-DISPLAY
               MOVE WS-QTY-PART-DISPLAY TO WS-QTY-TEXT
           END-IF
           MOVE ZERO TO WS-QTY-LEAD
           INSPECT WS-QTY-TEXT TALLYING WS-QTY-LEAD FOR LEADING SPACES
           ADD 1 TO WS-QTY-LEAD

           MOVE SPACES TO WS-NOTICE-ITEM
           MOVE 1 TO WS-ITEM-POINTER
           STRING ORDER-SIDE OF ORDER-RECORD DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  SECURITY-SYMBOL OF ORDER-RECORD DELIMITED BY SPACE
                  ' ' DELIMITED BY SIZE
                  WS-QTY-TEXT(WS-QTY-LEAD:) DELIMITED BY SPACE
                  INTO WS-NOTICE-ITEM
                  WITH POINTER WS-ITEM-POINTER
           END-STRING
           COMPUTE WS-ITEM-LENGTH = WS-ITEM-POINTER - 1.

      *    THE QUEUED NOTICE IS ONLY ADDED TO WHILE NOTIFGEN HAS YET
      *    TO SEND IT. A STOP THAT WILL NOT FIT IS STILL CONVERTED AND
      *    LISTED ON STOPTRIG.RPT; THE NOTICE ENDS ' +MORE' INSTEAD,
      *    GIVING UP ITS LAST WHOLE ITEM IF THAT IS WHAT MAKES ROOM.
       ADD-TO-QUEUED-NOTICE.
           READ NOTIFQ-FILE
           IF WS-NOTIFQ-STATUS NOT = '00'
               DISPLAY 'STOPTRIG: UNABLE TO READ NOTIFQ.DAT, STATUS = '
                   WS-NOTIFQ-STATUS ' - NO NOTICE FOR ORDER '
                   ORDER-ID OF ORDER-RECORD
               GO TO ADD-TO-QUEUED-NOTICE-EXIT
           END-IF
           IF NOT NQ-PENDING
               DISPLAY 'STOPTRIG: TODAY''S NOTICE FOR ACCOUNT '
                   NQ-ACCOUNT-ID ' ALREADY SENT - ORDER '
                   ORDER-ID OF ORDER-RECORD ' NOT ON IT'
               GO TO ADD-TO-QUEUED-NOTICE-EXIT
           END-IF

           MOVE SPACES TO WS-NOTICE-DATA
           MOVE 1 TO WS-NOTICE-POINTER
           STRING NQ-EVENT-DATA DELIMITED BY '  '
                  INTO WS-NOTICE-DATA
                  WITH POINTER WS-NOTICE-POINTER
           END-STRING
           IF WS-NOTICE-DATA(WS-NOTICE-POINTER - 5:5) = '+MORE'
               GO TO ADD-TO-QUEUED-NOTICE-EXIT
           END-IF

           IF WS-NOTICE-POINTER + WS-ITEM-LENGTH + 1 NOT > 40
               STRING '; ' DELIMITED BY SIZE
                      WS-NOTICE-ITEM(1:WS-ITEM-LENGTH) DELIMITED BY SIZE
                      INTO WS-NOTICE-DATA
                      WITH POINTER WS-NOTICE-POINTER
               END-STRING
           ELSE
               IF WS-NOTICE-POINTER > 35
                   MOVE ZERO TO WS-BREAK-POINTER
                   PERFORM FIND-ITEM-BREAK
                       VARYING WS-SCAN-INDEX FROM 35 BY -1
                       UNTIL WS-SCAN-INDEX < 1
                          OR WS-BREAK-POINTER > ZERO
                   IF WS-BREAK-POINTER = ZERO
                       MOVE 35 TO WS-BREAK-POINTER
                   END-IF
                   MOVE WS-BREAK-POINTER TO WS-NOTICE-POINTER
                   MOVE SPACES TO WS-NOTICE-DATA(WS-NOTICE-POINTER:)
               END-IF
               STRING ' +MORE' DELIMITED BY SIZE
                      INTO WS-NOTICE-DATA
                      WITH POINTER WS-NOTICE-POINTER
               END-STRING
           END-IF

           MOVE WS-NOTICE-DATA TO NQ-EVENT-DATA
           REWRITE NOTIFQ-RECORD
           IF WS-NOTIFQ-STATUS NOT = '00'
               DISPLAY 'STOPTRIG: UNABLE TO REWRITE NOTIFQ.DAT, '
                   'STATUS = ' WS-NOTIFQ-STATUS
                   ' - NO NOTICE FOR ORDER '
                   ORDER-ID OF ORDER-RECORD
           END-IF.

       ADD-TO-QUEUED-NOTICE-EXIT.
           EXIT.

       FIND-ITEM-BREAK.
           IF WS-NOTICE-DATA(WS-SCAN-INDEX:2) = '; '
               MOVE WS-SCAN-INDEX TO WS-BREAK-POINTER
           END-IF.

       WRITE-TRIGGER-LINE.
           MOVE QUANTITY OF ORDER-RECORD TO WS-QTY-DISPLAY
           MOVE WS-TRIGGER-STOP TO WS-STOP-DISPLAY
           MOVE WS-MARKET-PRICE TO WS-PRICE-DISPLAY
           MOVE SPACES TO STOPTRIG-RPT-LINE
           STRING 'ORDER ' DELIMITED BY SIZE
                  ORDER-ID OF ORDER-RECORD DELIMITED BY SIZE
                  ' ACCOUNT ' DELIMITED BY SIZE
                  ACCOUNT-ID OF ORDER-RECORD DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  ORDER-SIDE OF ORDER-RECORD DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  SECURITY-SYMBOL OF ORDER-RECORD DELIMITED BY SIZE
                  ' QTY ' DELIMITED BY SIZE
                  WS-QTY-DISPLAY DELIMITED BY SIZE
                  ' STOP ' DELIMITED BY SIZE
                  WS-STOP-DISPLAY DELIMITED BY SIZE
                  ' PRICE ' DELIMITED BY SIZE
                  WS-PRICE-DISPLAY DELIMITED BY SIZE
                  ' NOW ' DELIMITED BY SIZE
                  WS-NEW-TYPE DELIMITED BY SIZE
                  INTO STOPTRIG-RPT-LINE
           END-STRING
           WRITE STOPTRIG-RPT-LINE.

       FINALIZE-PROCESS.
           CLOSE ORDER-FILE
           CLOSE SECPRICE-FILE
           CLOSE ACCOUNT-FILE
           CLOSE STOPTRIG-RPT-FILE

           MOVE WS-SCANNED-COUNT TO WS-SCANNED-DISPLAY
           MOVE WS-TRIGGERED-COUNT TO WS-TRIGGERED-DISPLAY
           MOVE WS-WAITING-COUNT TO WS-WAITING-DISPLAY
           MOVE WS-UNPRICED-COUNT TO WS-UNPRICED-DISPLAY
           DISPLAY 'STOPTRIG: SCANNED ' WS-SCANNED-DISPLAY
               ' ORDER(S), TRIGGERED ' WS-TRIGGERED-DISPLAY
               ', WAITING ' WS-WAITING-DISPLAY
               ', UNPRICED ' WS-UNPRICED-DISPLAY.

       END PROGRAM STOPTRIG.
