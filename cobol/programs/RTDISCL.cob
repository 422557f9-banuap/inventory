       IDENTIFICATION DIVISION.
       PROGRAM-ID. RTDISCL.
      ******************************************************************
      * PROGRAM: RTDISCL - QUARTERLY ORDER-ROUTING DISCLOSURE REPORT
      * VERSION: 1.0
      * DATE: 2026-10-15
      * PURPOSE: PRODUCE THE PUBLIC QUARTERLY ORDER-ROUTING REPORT
      *          (RTDISCL.RPT) FOR THE CALENDAR QUARTER JUST ENDED.
      *          EVERY NON-DIRECTED ORDER ORDROUTE SENT OUT DURING THE
      *          QUARTER (ROUTED-VENUE SET, DIRECTED-VENUE BLANK) IS
      *          BROKEN DOWN INTO MARKET, LIMIT AND OTHER ORDERS, AND
      *          FOR EACH VENUE THE REPORT GIVES THE SHARE OF ALL
      *          NON-DIRECTED ORDERS AND OF EACH ORDER TYPE ROUTED
      *          THERE, THEN THE PAYMENT FOR ORDER FLOW RECEIVED -
      *          THE VENUE'S RATES ON VENUETRM.DAT (MAINTAINED
      *          THROUGH VENUEMNT) APPLIED TO THE SHARES IT EXECUTED
      *          FOR THOSE ORDERS DURING THE QUARTER, PER EXECFILE.DAT
      *          - ALONG WITH ITS TERMS DESCRIPTION.
      * FUNCTIONS: CALLED BY EODDRIVER ON THE FIRST BUSINESS NIGHT OF
      *            EACH QUARTER, OR RUN STANDALONE - EITHER WAY FOR THE
      *            QUARTER JUST ENDED. LK-RETURN-CODE: 00 NORMAL, 08
      *            FATAL SETUP ERROR.
      *
      * NOTES: AN ORDER IS COUNTED IN THE QUARTER OF ITS ORDER-DATE.
      *        A STOP ORDER IS AN "OTHER" ORDER EVEN AFTER STOPTRIG
      *        HAS CONVERTED IT TO MARKET OR LIMIT. AN EXECUTION
      *        CARRYING NO VENUE IS CREDITED TO ITS ORDER'S ROUTED
      *        VENUE. A VENUE WITH NO TERMS ON FILE, OR WHOSE TERMS
      *        WERE NOT IN FORCE DURING THE QUARTER, SHOWS NO
      *        PAYMENT. RATES ARE IN CENTS PER HUNDRED SHARES; A
      *        NEGATIVE RATE IS A FEE THE VENUE CHARGES.
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

           SELECT EXECFILE-FILE ASSIGN TO "EXECFILE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EXEC-KEY
               FILE STATUS IS WS-EXEC-STATUS.

           SELECT VENUETRM-FILE ASSIGN TO "VENUETRM.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VT-VENUE
               FILE STATUS IS WS-VT-STATUS.

           SELECT RTDISCL-RPT-FILE ASSIGN TO "RTDISCL.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ORDER-FILE.
       COPY ORDER.

       FD  EXECFILE-FILE.
       COPY EXECFILE.

       FD  VENUETRM-FILE.
       COPY VENUETRM.

       FD  RTDISCL-RPT-FILE.
       01  RTDISCL-RPT-LINE              PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS                PIC XX.
           88  FILE-OK                   VALUE '00'.
           88  FILE-EOF                  VALUE '10'.
       01  WS-EXEC-STATUS                PIC XX.
           88  EXEC-EOF                  VALUE '10'.
       01  WS-VT-STATUS                  PIC XX.
       01  WS-RPT-STATUS                 PIC XX.

       01  WS-EXECFILE-SW                PIC X(01).
           88  EXECFILE-AVAILABLE        VALUE 'Y'.
       01  WS-VENUETRM-SW                PIC X(01).
           88  VENUETRM-AVAILABLE        VALUE 'Y'.

       01  WS-CURRENT-DATE.
           05  WS-CURRENT-YEAR           PIC 9(04).
           05  WS-CURRENT-MONTH          PIC 9(02).
           05  WS-CURRENT-DAY            PIC 9(02).
       01  WS-TODAY-DATE REDEFINES WS-CURRENT-DATE PIC X(08).

      *----------------------------------------------------------------
      * THE QUARTER REPORTED - THE LAST ONE TO END BEFORE TODAY.
      *----------------------------------------------------------------
       01  WS-REPORT-YEAR                PIC 9(04).
       01  WS-REPORT-QUARTER             PIC 9(01).
       01  WS-QUARTER-START.
           05  WS-QS-YEAR                PIC 9(04).
           05  WS-QS-MONTH               PIC 9(02).
           05  WS-QS-DAY                 PIC 9(02).
       01  WS-QUARTER-START-DATE REDEFINES WS-QUARTER-START
                                         PIC X(08).
       01  WS-QUARTER-END.
           05  WS-QE-YEAR                PIC 9(04).
           05  WS-QE-MONTH               PIC 9(02).
           05  WS-QE-DAY                 PIC 9(02).
       01  WS-QUARTER-END-DATE REDEFINES WS-QUARTER-END
                                         PIC X(08).

      *----------------------------------------------------------------
      * VENUE TABLE - ONE ROW PER VENUE SEEN IN THE QUARTER.
      *----------------------------------------------------------------
       01  WS-MAX-VENUES                 PIC 9(03) COMP VALUE 100.
       01  WS-VENUE-COUNT                PIC 9(03) COMP.
       01  WS-VENUE-TABLE.
           05  WS-VENUE-ENTRY OCCURS 100 TIMES
                   INDEXED BY WS-VEN-IDX.
               10  WS-VE-VENUE           PIC X(08).
               10  WS-VE-ORDERS          PIC 9(07) COMP.
               10  WS-VE-MARKET-ORDERS   PIC 9(07) COMP.
               10  WS-VE-LIMIT-ORDERS    PIC 9(07) COMP.
               10  WS-VE-OTHER-ORDERS    PIC 9(07) COMP.
               10  WS-VE-MARKET-SHARES   PIC S9(13)V999 COMP-3.
               10  WS-VE-LIMIT-SHARES    PIC S9(13)V999 COMP-3.
               10  WS-VE-OTHER-SHARES    PIC S9(13)V999 COMP-3.
       01  WS-VEN-SUB                    PIC 9(03) COMP.
       01  WS-LOOKUP-VENUE               PIC X(08).
       01  WS-VENUE-FOUND-SW             PIC X(01).
           88  VENUE-FOUND               VALUE 'Y'.

      *    THE ORDER TYPE AS THE DISCLOSURE CLASSIFIES IT.
       01  WS-ORDER-CLASS                PIC X(01).
           88  CLASS-MARKET              VALUE 'M'.
           88  CLASS-LIMIT               VALUE 'L'.
           88  CLASS-OTHER               VALUE 'O'.

      *----------------------------------------------------------------
      * QUARTER TOTALS.
      *----------------------------------------------------------------
       01  WS-SCANNED-COUNT              PIC 9(07) COMP.
       01  WS-DIRECTED-COUNT             PIC 9(07) COMP.
       01  WS-NON-DIRECTED-COUNT         PIC 9(07) COMP.
       01  WS-MARKET-COUNT               PIC 9(07) COMP.
       01  WS-LIMIT-COUNT                PIC 9(07) COMP.
       01  WS-OTHER-COUNT                PIC 9(07) COMP.
       01  WS-EXEC-COUNT                 PIC 9(07) COMP.
       01  WS-ROUTED-COUNT               PIC 9(07) COMP.
       01  WS-TOTAL-PFOF                 PIC S9(13)V99 COMP-3.

      *----------------------------------------------------------------
      * REPORT WORK AREAS.
      *----------------------------------------------------------------
       01  WS-PERCENT                    PIC S9(03)V99 COMP-3.
       01  WS-SUMMARY-COUNT              PIC 9(07) COMP.
       01  WS-VENUE-PFOF                 PIC S9(13)V99 COMP-3.
       01  WS-TYPE-PFOF                  PIC S9(13)V99 COMP-3.
       01  WS-TERMS-SW                   PIC X(01).
           88  TERMS-IN-FORCE            VALUE 'Y'.
       01  WS-COUNT-DISPLAY              PIC Z,ZZZ,ZZ9.
       01  WS-PERCENT-DISPLAY            PIC ZZ9.99.
       01  WS-MARKET-PCT-DISPLAY         PIC ZZ9.99.
       01  WS-LIMIT-PCT-DISPLAY          PIC ZZ9.99.
       01  WS-OTHER-PCT-DISPLAY          PIC ZZ9.99.
       01  WS-SHARES-DISPLAY             PIC ZZ,ZZZ,ZZZ,ZZ9.
       01  WS-RATE-DISPLAY               PIC -ZZ,ZZ9.99.
       01  WS-AMOUNT-DISPLAY             PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-TYPE-LABEL                 PIC X(08).
       01  WS-TYPE-SHARES                PIC S9(13)V999 COMP-3.
       01  WS-TYPE-RATE                  PIC S9(05)V99 COMP-3.

       01  WS-SCANNED-DISPLAY            PIC ZZZZZZ9.
       01  WS-ROUTED-DISPLAY             PIC ZZZZZZ9.
       01  WS-DIRECTED-DISPLAY           PIC ZZZZZZ9.
       01  WS-EXEC-DISPLAY               PIC ZZZZZZ9.

       LINKAGE SECTION.
       01  LK-RETURN-CODE                PIC 9(02).

       PROCEDURE DIVISION USING LK-RETURN-CODE.
       MAIN-PROCESS.
           MOVE 00 TO LK-RETURN-CODE
           PERFORM INITIALIZE-PROCESS
           PERFORM SCAN-ORDERS-PROCESS
           IF EXECFILE-AVAILABLE
               PERFORM SCAN-EXECUTIONS-PROCESS
           END-IF
           PERFORM WRITE-SUMMARY-SECTION
           PERFORM WRITE-VENUE-SECTION
               VARYING WS-VEN-SUB FROM 1 BY 1
               UNTIL WS-VEN-SUB > WS-VENUE-COUNT
           PERFORM FINALIZE-PROCESS
           GOBACK.

       INITIALIZE-PROCESS.
           MOVE ZERO TO WS-VENUE-COUNT
           MOVE ZERO TO WS-SCANNED-COUNT
           MOVE ZERO TO WS-DIRECTED-COUNT
           MOVE ZERO TO WS-NON-DIRECTED-COUNT
           MOVE ZERO TO WS-MARKET-COUNT
           MOVE ZERO TO WS-LIMIT-COUNT
           MOVE ZERO TO WS-OTHER-COUNT
           MOVE ZERO TO WS-EXEC-COUNT
           MOVE ZERO TO WS-ROUTED-COUNT
           MOVE ZERO TO WS-TOTAL-PFOF

           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           PERFORM SET-REPORT-QUARTER

           OPEN INPUT ORDER-FILE
           IF WS-FILE-STATUS NOT = '00'
               DISPLAY 'RTDISCL: UNABLE TO OPEN ORDERS.DAT, STATUS = '
                   WS-FILE-STATUS
               MOVE 08 TO LK-RETURN-CODE
               GOBACK
           END-IF

           OPEN INPUT EXECFILE-FILE
           IF WS-EXEC-STATUS = '00'
               MOVE 'Y' TO WS-EXECFILE-SW
           ELSE
               MOVE 'N' TO WS-EXECFILE-SW
               DISPLAY 'RTDISCL: NO EXECFILE.DAT ON FILE - NO '
                   'EXECUTED SHARES TO PRICE'
           END-IF

           OPEN INPUT VENUETRM-FILE
           IF WS-VT-STATUS = '00'
               MOVE 'Y' TO WS-VENUETRM-SW
           ELSE
               MOVE 'N' TO WS-VENUETRM-SW
               DISPLAY 'RTDISCL: NO VENUETRM.DAT ON FILE - NO '
                   'PAYMENT FOR ORDER FLOW REPORTED'
           END-IF

           OPEN OUTPUT RTDISCL-RPT-FILE
           IF WS-RPT-STATUS NOT = '00'
               DISPLAY 'RTDISCL: UNABLE TO OPEN RTDISCL.RPT, '
                   'STATUS = ' WS-RPT-STATUS
               MOVE 08 TO LK-RETURN-CODE
               GOBACK
           END-IF.

      *----------------------------------------------------------------
      * THE QUARTER BEFORE THE ONE TODAY FALLS IN.
      *----------------------------------------------------------------
       SET-REPORT-QUARTER.
           COMPUTE WS-REPORT-QUARTER =
               (WS-CURRENT-MONTH - 1) / 3 + 1
           MOVE WS-CURRENT-YEAR TO WS-REPORT-YEAR
           IF WS-REPORT-QUARTER = 1
               MOVE 4 TO WS-REPORT-QUARTER
               SUBTRACT 1 FROM WS-REPORT-YEAR
           ELSE
               SUBTRACT 1 FROM WS-REPORT-QUARTER
           END-IF

           MOVE WS-REPORT-YEAR TO WS-QS-YEAR
           MOVE WS-REPORT-YEAR TO WS-QE-YEAR
           COMPUTE WS-QS-MONTH = (WS-REPORT-QUARTER - 1) * 3 + 1
           COMPUTE WS-QE-MONTH = WS-REPORT-QUARTER * 3
           MOVE 01 TO WS-QS-DAY
           IF WS-REPORT-QUARTER = 1 OR WS-REPORT-QUARTER = 4
               MOVE 31 TO WS-QE-DAY
           ELSE
               MOVE 30 TO WS-QE-DAY
           END-IF.

      *----------------------------------------------------------------
      * PASS 1 - COUNT THE QUARTER'S ROUTED ORDERS BY TYPE AND VENUE.
      *----------------------------------------------------------------
       SCAN-ORDERS-PROCESS.
           READ ORDER-FILE NEXT RECORD
           PERFORM COUNT-ONE-ORDER UNTIL FILE-EOF.

       COUNT-ONE-ORDER.
           ADD 1 TO WS-SCANNED-COUNT

           IF ROUTED-VENUE OF ORDER-RECORD NOT = SPACES
              AND ORDER-DATE OF ORDER-RECORD NOT <
                  WS-QUARTER-START-DATE
              AND ORDER-DATE OF ORDER-RECORD NOT >
                  WS-QUARTER-END-DATE
               ADD 1 TO WS-ROUTED-COUNT
               IF NON-DIRECTED-ORDER OF ORDER-RECORD
                   PERFORM COUNT-NON-DIRECTED-ORDER
               ELSE
                   ADD 1 TO WS-DIRECTED-COUNT
               END-IF
           END-IF

           READ ORDER-FILE NEXT RECORD.

       COUNT-NON-DIRECTED-ORDER.
           ADD 1 TO WS-NON-DIRECTED-COUNT
           PERFORM CLASSIFY-ORDER
           MOVE ROUTED-VENUE OF ORDER-RECORD TO WS-LOOKUP-VENUE
           PERFORM FIND-OR-ADD-VENUE
           EVALUATE TRUE
               WHEN CLASS-MARKET
                   ADD 1 TO WS-MARKET-COUNT
               WHEN CLASS-LIMIT
                   ADD 1 TO WS-LIMIT-COUNT
               WHEN OTHER
                   ADD 1 TO WS-OTHER-COUNT
           END-EVALUATE
           IF VENUE-FOUND
               ADD 1 TO WS-VE-ORDERS (WS-VEN-IDX)
               EVALUATE TRUE
                   WHEN CLASS-MARKET
                       ADD 1 TO WS-VE-MARKET-ORDERS (WS-VEN-IDX)
                   WHEN CLASS-LIMIT
                       ADD 1 TO WS-VE-LIMIT-ORDERS (WS-VEN-IDX)
                   WHEN OTHER
                       ADD 1 TO WS-VE-OTHER-ORDERS (WS-VEN-IDX)
               END-EVALUATE
           END-IF.

       CLASSIFY-ORDER.
           EVALUATE TRUE
               WHEN STOP-TRIGGER-DATE OF ORDER-RECORD NOT = SPACES
                   SET CLASS-OTHER TO TRUE
               WHEN MARKET-ORDER OF ORDER-RECORD
                   SET CLASS-MARKET TO TRUE
               WHEN LIMIT-ORDER OF ORDER-RECORD
                   SET CLASS-LIMIT TO TRUE
               WHEN OTHER
                   SET CLASS-OTHER TO TRUE
           END-EVALUATE.

      *----------------------------------------------------------------
      * LOOK UP WS-LOOKUP-VENUE, ADDING IT WHEN THERE IS ROOM, AND
      * LEAVE WS-VEN-IDX ON IT.
      *----------------------------------------------------------------
       FIND-OR-ADD-VENUE.
           MOVE 'N' TO WS-VENUE-FOUND-SW
           IF WS-VENUE-COUNT > ZERO
               SET WS-VEN-IDX TO 1
               SEARCH WS-VENUE-ENTRY
                   AT END
                       MOVE 'N' TO WS-VENUE-FOUND-SW
                   WHEN WS-VEN-IDX > WS-VENUE-COUNT
                       MOVE 'N' TO WS-VENUE-FOUND-SW
                   WHEN WS-VE-VENUE (WS-VEN-IDX) = WS-LOOKUP-VENUE
                       MOVE 'Y' TO WS-VENUE-FOUND-SW
               END-SEARCH
           END-IF
           IF NOT VENUE-FOUND
               IF WS-VENUE-COUNT < WS-MAX-VENUES
                   ADD 1 TO WS-VENUE-COUNT
                   SET WS-VEN-IDX TO WS-VENUE-COUNT
                   MOVE WS-LOOKUP-VENUE TO WS-VE-VENUE (WS-VEN-IDX)
                   MOVE ZERO TO WS-VE-ORDERS (WS-VEN-IDX)
                   MOVE ZERO TO WS-VE-MARKET-ORDERS (WS-VEN-IDX)
                   MOVE ZERO TO WS-VE-LIMIT-ORDERS (WS-VEN-IDX)
                   MOVE ZERO TO WS-VE-OTHER-ORDERS (WS-VEN-IDX)
                   MOVE ZERO TO WS-VE-MARKET-SHARES (WS-VEN-IDX)
                   MOVE ZERO TO WS-VE-LIMIT-SHARES (WS-VEN-IDX)
                   MOVE ZERO TO WS-VE-OTHER-SHARES (WS-VEN-IDX)
                   MOVE 'Y' TO WS-VENUE-FOUND-SW
               ELSE
                   DISPLAY 'RTDISCL: VENUE TABLE FULL - '
                       WS-LOOKUP-VENUE ' NOT REPORTED'
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * PASS 2 - THE QUARTER'S EXECUTIONS OF NON-DIRECTED ORDERS, BY
      * EXECUTING VENUE AND ORDER TYPE, FOR THE PAYMENT FIGURES.
      *----------------------------------------------------------------
       SCAN-EXECUTIONS-PROCESS.
           READ EXECFILE-FILE NEXT RECORD
           PERFORM PRICE-ONE-EXECUTION THRU PRICE-ONE-EXIT
               UNTIL EXEC-EOF.

       PRICE-ONE-EXECUTION.
           IF EXEC-DATE < WS-QUARTER-START-DATE
              OR EXEC-DATE > WS-QUARTER-END-DATE
               GO TO PRICE-ONE-NEXT
           END-IF

           MOVE EXEC-ORDER-ID TO ORDER-ID OF ORDER-RECORD
           READ ORDER-FILE
           IF WS-FILE-STATUS NOT = '00'
               GO TO PRICE-ONE-NEXT
           END-IF
           IF NOT NON-DIRECTED-ORDER OF ORDER-RECORD
               GO TO PRICE-ONE-NEXT
           END-IF

           IF EXEC-VENUE NOT = SPACES
               MOVE EXEC-VENUE TO WS-LOOKUP-VENUE
           ELSE
               MOVE ROUTED-VENUE OF ORDER-RECORD TO WS-LOOKUP-VENUE
           END-IF
           IF WS-LOOKUP-VENUE = SPACES
               GO TO PRICE-ONE-NEXT
           END-IF

           PERFORM CLASSIFY-ORDER
           PERFORM FIND-OR-ADD-VENUE
           IF NOT VENUE-FOUND
               GO TO PRICE-ONE-NEXT
           END-IF
           ADD 1 TO WS-EXEC-COUNT
           EVALUATE TRUE
               WHEN CLASS-MARKET
                   ADD EXEC-QUANTITY TO
                       WS-VE-MARKET-SHARES (WS-VEN-IDX)
               WHEN CLASS-LIMIT
                   ADD EXEC-QUANTITY TO
                       WS-VE-LIMIT-SHARES (WS-VEN-IDX)
               WHEN OTHER
                   ADD EXEC-QUANTITY TO
                       WS-VE-OTHER-SHARES (WS-VEN-IDX)
           END-EVALUATE.

       PRICE-ONE-NEXT.
           READ EXECFILE-FILE NEXT RECORD.

       PRICE-ONE-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * REPORT.
      *----------------------------------------------------------------
       WRITE-SUMMARY-SECTION.
           MOVE SPACES TO RTDISCL-RPT-LINE
           STRING 'QUARTERLY ORDER-ROUTING DISCLOSURE - '
                      DELIMITED BY SIZE
                  WS-REPORT-YEAR DELIMITED BY SIZE
                  ' Q' DELIMITED BY SIZE
                  WS-REPORT-QUARTER DELIMITED BY SIZE
                  '  (' DELIMITED BY SIZE
                  WS-QUARTER-START-DATE DELIMITED BY SIZE
                  ' - ' DELIMITED BY SIZE
                  WS-QUARTER-END-DATE DELIMITED BY SIZE
                  ')  RUN ' DELIMITED BY SIZE
                  WS-TODAY-DATE DELIMITED BY SIZE
                  INTO RTDISCL-RPT-LINE
           END-STRING
           WRITE RTDISCL-RPT-LINE
           MOVE SPACES TO RTDISCL-RPT-LINE
           WRITE RTDISCL-RPT-LINE

           MOVE WS-NON-DIRECTED-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO RTDISCL-RPT-LINE
           STRING 'NON-DIRECTED ORDERS ROUTED:   ' DELIMITED BY SIZE
                  WS-COUNT-DISPLAY DELIMITED BY SIZE
                  INTO RTDISCL-RPT-LINE
           END-STRING
           WRITE RTDISCL-RPT-LINE

           MOVE WS-MARKET-COUNT TO WS-SUMMARY-COUNT
           PERFORM COMPUTE-SUMMARY-PERCENT
           MOVE SPACES TO RTDISCL-RPT-LINE
           STRING '  MARKET ORDERS:              ' DELIMITED BY SIZE
                  WS-COUNT-DISPLAY DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  WS-PERCENT-DISPLAY DELIMITED BY SIZE
                  '%' DELIMITED BY SIZE
                  INTO RTDISCL-RPT-LINE
           END-STRING
           WRITE RTDISCL-RPT-LINE

           MOVE WS-LIMIT-COUNT TO WS-SUMMARY-COUNT
           PERFORM COMPUTE-SUMMARY-PERCENT
           MOVE SPACES TO RTDISCL-RPT-LINE
           STRING '  LIMIT ORDERS:               ' DELIMITED BY SIZE
                  WS-COUNT-DISPLAY DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  WS-PERCENT-DISPLAY DELIMITED BY SIZE
                  '%' DELIMITED BY SIZE
                  INTO RTDISCL-RPT-LINE
           END-STRING
           WRITE RTDISCL-RPT-LINE

           MOVE WS-OTHER-COUNT TO WS-SUMMARY-COUNT
           PERFORM COMPUTE-SUMMARY-PERCENT
           MOVE SPACES TO RTDISCL-RPT-LINE
           STRING '  OTHER ORDERS:               ' DELIMITED BY SIZE
                  WS-COUNT-DISPLAY DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  WS-PERCENT-DISPLAY DELIMITED BY SIZE
                  '%' DELIMITED BY SIZE
                  INTO RTDISCL-RPT-LINE
           END-STRING
           WRITE RTDISCL-RPT-LINE

           MOVE WS-DIRECTED-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO RTDISCL-RPT-LINE
           STRING 'DIRECTED ORDERS (EXCLUDED):   ' DELIMITED BY SIZE
                  WS-COUNT-DISPLAY DELIMITED BY SIZE
                  INTO RTDISCL-RPT-LINE
           END-STRING
           WRITE RTDISCL-RPT-LINE
           MOVE SPACES TO RTDISCL-RPT-LINE
           WRITE RTDISCL-RPT-LINE.

      *    WS-SUMMARY-COUNT AS A PERCENTAGE OF ALL NON-DIRECTED
      *    ORDERS.
       COMPUTE-SUMMARY-PERCENT.
           IF WS-NON-DIRECTED-COUNT > ZERO
               COMPUTE WS-PERCENT ROUNDED =
                   WS-SUMMARY-COUNT * 100 / WS-NON-DIRECTED-COUNT
           ELSE
               MOVE ZERO TO WS-PERCENT
           END-IF
           MOVE WS-SUMMARY-COUNT TO WS-COUNT-DISPLAY
           MOVE WS-PERCENT TO WS-PERCENT-DISPLAY.

       WRITE-VENUE-SECTION.
           PERFORM FIND-VENUE-TERMS

           MOVE SPACES TO RTDISCL-RPT-LINE
           STRING 'VENUE ' DELIMITED BY SIZE
                  WS-VE-VENUE (WS-VEN-SUB) DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  INTO RTDISCL-RPT-LINE
           END-STRING
           IF VENUETRM-AVAILABLE AND WS-VT-STATUS = '00'
               MOVE VT-VENUE-NAME TO RTDISCL-RPT-LINE (17:40)
           END-IF
           WRITE RTDISCL-RPT-LINE

           IF WS-NON-DIRECTED-COUNT > ZERO
               COMPUTE WS-PERCENT ROUNDED =
                   WS-VE-ORDERS (WS-VEN-SUB) * 100
                   / WS-NON-DIRECTED-COUNT
           ELSE
               MOVE ZERO TO WS-PERCENT
           END-IF
           MOVE WS-PERCENT TO WS-PERCENT-DISPLAY
           IF WS-MARKET-COUNT > ZERO
               COMPUTE WS-PERCENT ROUNDED =
                   WS-VE-MARKET-ORDERS (WS-VEN-SUB) * 100
                   / WS-MARKET-COUNT
           ELSE
               MOVE ZERO TO WS-PERCENT
           END-IF
           MOVE WS-PERCENT TO WS-MARKET-PCT-DISPLAY
           IF WS-LIMIT-COUNT > ZERO
               COMPUTE WS-PERCENT ROUNDED =
                   WS-VE-LIMIT-ORDERS (WS-VEN-SUB) * 100
                   / WS-LIMIT-COUNT
           ELSE
               MOVE ZERO TO WS-PERCENT
           END-IF
           MOVE WS-PERCENT TO WS-LIMIT-PCT-DISPLAY
           IF WS-OTHER-COUNT > ZERO
               COMPUTE WS-PERCENT ROUNDED =
                   WS-VE-OTHER-ORDERS (WS-VEN-SUB) * 100
                   / WS-OTHER-COUNT
           ELSE
               MOVE ZERO TO WS-PERCENT
           END-IF
           MOVE WS-PERCENT TO WS-OTHER-PCT-DISPLAY

           MOVE WS-VE-ORDERS (WS-VEN-SUB) TO WS-COUNT-DISPLAY
           MOVE SPACES TO RTDISCL-RPT-LINE
           STRING '  ORDERS ' DELIMITED BY SIZE
                  WS-COUNT-DISPLAY DELIMITED BY SIZE
                  '  OF NON-DIRECTED ' DELIMITED BY SIZE
                  WS-PERCENT-DISPLAY DELIMITED BY SIZE
                  '%  OF MARKET ' DELIMITED BY SIZE
                  WS-MARKET-PCT-DISPLAY DELIMITED BY SIZE
                  '%  OF LIMIT ' DELIMITED BY SIZE
                  WS-LIMIT-PCT-DISPLAY DELIMITED BY SIZE
                  '%  OF OTHER ' DELIMITED BY SIZE
                  WS-OTHER-PCT-DISPLAY DELIMITED BY SIZE
                  '%' DELIMITED BY SIZE
                  INTO RTDISCL-RPT-LINE
           END-STRING
           WRITE RTDISCL-RPT-LINE

           MOVE ZERO TO WS-VENUE-PFOF
           MOVE 'MARKET  ' TO WS-TYPE-LABEL
           MOVE WS-VE-MARKET-SHARES (WS-VEN-SUB) TO WS-TYPE-SHARES
           IF TERMS-IN-FORCE
               MOVE VT-MARKET-RATE TO WS-TYPE-RATE
           ELSE
               MOVE ZERO TO WS-TYPE-RATE
           END-IF
           PERFORM WRITE-PAYMENT-LINE
           MOVE 'LIMIT   ' TO WS-TYPE-LABEL
           MOVE WS-VE-LIMIT-SHARES (WS-VEN-SUB) TO WS-TYPE-SHARES
           IF TERMS-IN-FORCE
               MOVE VT-LIMIT-RATE TO WS-TYPE-RATE
           ELSE
               MOVE ZERO TO WS-TYPE-RATE
           END-IF
           PERFORM WRITE-PAYMENT-LINE
           MOVE 'OTHER   ' TO WS-TYPE-LABEL
           MOVE WS-VE-OTHER-SHARES (WS-VEN-SUB) TO WS-TYPE-SHARES
           IF TERMS-IN-FORCE
               MOVE VT-OTHER-RATE TO WS-TYPE-RATE
           ELSE
               MOVE ZERO TO WS-TYPE-RATE
           END-IF
           PERFORM WRITE-PAYMENT-LINE

           MOVE WS-VENUE-PFOF TO WS-AMOUNT-DISPLAY
           MOVE SPACES TO RTDISCL-RPT-LINE
           STRING '  NET PAYMENT FOR ORDER FLOW RECEIVED '
                      DELIMITED BY SIZE
                  WS-AMOUNT-DISPLAY DELIMITED BY SIZE
                  INTO RTDISCL-RPT-LINE
           END-STRING
           WRITE RTDISCL-RPT-LINE
           ADD WS-VENUE-PFOF TO WS-TOTAL-PFOF

           MOVE SPACES TO RTDISCL-RPT-LINE
           EVALUATE TRUE
               WHEN TERMS-IN-FORCE
                   STRING '  TERMS: ' DELIMITED BY SIZE
                          VT-TERMS-DESC DELIMITED BY SIZE
                          INTO RTDISCL-RPT-LINE
                   END-STRING
               WHEN VENUETRM-AVAILABLE AND WS-VT-STATUS = '00'
                   MOVE '  TERMS: NONE IN FORCE DURING THE QUARTER'
                       TO RTDISCL-RPT-LINE
               WHEN OTHER
                   MOVE '  TERMS: NO TERMS ON FILE FOR THIS VENUE'
                       TO RTDISCL-RPT-LINE
           END-EVALUATE
           WRITE RTDISCL-RPT-LINE
           MOVE SPACES TO RTDISCL-RPT-LINE
           WRITE RTDISCL-RPT-LINE.

       FIND-VENUE-TERMS.
           MOVE 'N' TO WS-TERMS-SW
           MOVE '23' TO WS-VT-STATUS
           IF VENUETRM-AVAILABLE
               MOVE WS-VE-VENUE (WS-VEN-SUB) TO VT-VENUE
               READ VENUETRM-FILE
               IF WS-VT-STATUS = '00'
                  AND VT-EFFECTIVE-DATE NOT > WS-QUARTER-END-DATE
                  AND (VT-EXPIRY-DATE = SPACES
                       OR VT-EXPIRY-DATE NOT < WS-QUARTER-START-DATE)
                   MOVE 'Y' TO WS-TERMS-SW
               END-IF
           END-IF.

      *    ONE ORDER TYPE'S EXECUTED SHARES, RATE AND PAYMENT - THE
      *    RATE IS CENTS PER HUNDRED SHARES.
       WRITE-PAYMENT-LINE.
           COMPUTE WS-TYPE-PFOF ROUNDED =
               WS-TYPE-SHARES * WS-TYPE-RATE / 10000
           ADD WS-TYPE-PFOF TO WS-VENUE-PFOF
           MOVE WS-TYPE-SHARES TO WS-SHARES-DISPLAY
           MOVE WS-TYPE-RATE TO WS-RATE-DISPLAY
           MOVE WS-TYPE-PFOF TO WS-AMOUNT-DISPLAY
           MOVE SPACES TO RTDISCL-RPT-LINE
           STRING '  ' DELIMITED BY SIZE
                  WS-TYPE-LABEL DELIMITED BY SIZE
                  ' SHARES EXECUTED ' DELIMITED BY SIZE
                  WS-SHARES-DISPLAY DELIMITED BY SIZE
                  '  RATE (CENTS/100 SH) ' DELIMITED BY SIZE
                  WS-RATE-DISPLAY DELIMITED BY SIZE
                  '  PAYMENT ' DELIMITED BY SIZE
                  WS-AMOUNT-DISPLAY DELIMITED BY SIZE
                  INTO RTDISCL-RPT-LINE
           END-STRING
           WRITE RTDISCL-RPT-LINE.

       FINALIZE-PROCESS.
           MOVE WS-TOTAL-PFOF TO WS-AMOUNT-DISPLAY
           MOVE SPACES TO RTDISCL-RPT-LINE
           STRING 'TOTAL NET PAYMENT FOR ORDER FLOW, ALL VENUES '
                      DELIMITED BY SIZE
                  WS-AMOUNT-DISPLAY DELIMITED BY SIZE
                  INTO RTDISCL-RPT-LINE
           END-STRING
           WRITE RTDISCL-RPT-LINE

           CLOSE ORDER-FILE
           IF EXECFILE-AVAILABLE
               CLOSE EXECFILE-FILE
           END-IF
           IF VENUETRM-AVAILABLE
               CLOSE VENUETRM-FILE
           END-IF
           CLOSE RTDISCL-RPT-FILE

           MOVE WS-SCANNED-COUNT TO WS-SCANNED-DISPLAY
           MOVE WS-ROUTED-COUNT TO WS-ROUTED-DISPLAY
           MOVE WS-DIRECTED-COUNT TO WS-DIRECTED-DISPLAY
           MOVE WS-EXEC-COUNT TO WS-EXEC-DISPLAY
           DISPLAY 'RTDISCL: ' WS-REPORT-YEAR ' Q' WS-REPORT-QUARTER
               ' - SCANNED ' WS-SCANNED-DISPLAY
               ' ORDER(S), ROUTED IN QUARTER ' WS-ROUTED-DISPLAY
               ', DIRECTED ' WS-DIRECTED-DISPLAY
               ', EXECUTIONS PRICED ' WS-EXEC-DISPLAY.
