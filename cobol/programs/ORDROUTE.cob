      *             THE DETAIL NOW CARRIES ROUTE-LOCATE-REF (TAKEN
      *             OUT OF THE TRAILING FILLER PLUS AN EXTENSION) SO
      *             THE DESK SEES THE LOCATE ON THE WIRE.
      * 2026-10-15  AN UNTRIGGERED STOP (ORDER-TYPE STILL STP) IS NO
      *             LONGER ROUTED AS IF IT WERE LIVE - IT WAITS ON
      *             ITS STOP PRICE UNTIL THE STOPTRIG SWEEP CONVERTS
      *             IT TO A MARKET OR LIMIT ORDER, AND IS COUNTED AS
      *             WAITING ON THE RUN TOTALS.
      * 2026-10-15  A MUTUAL-FUND ORDER (FUND-ORDER) IS NOT ROUTED TO
      *             THE STREET - MFORDOUT SENDS IT TO THE FUND
      *             COMPANY FOR ITS NAV DATE. IT IS LEFT OPEN AND
      *             COUNTED ON THE RUN TOTALS.
      * 2026-10-15  A CUSTOMER-DIRECTED ORDER (DIRECTED-VENUE SET) IS
      *             ROUTED TO THE VENUE THE CUSTOMER NAMED; EVERY
      *             OTHER ORDER STILL GOES TO WS-ROUTE-DESTINATION.
      *             THE VENUE IS STAMPED ON THE ORDER (ROUTED-VENUE)
      *             THROUGH ORDMGMT'S WORK CALL FOR THE QUARTERLY
      *             ROUTING DISCLOSURE (RTDISCL).
      ******************************************************************

       ENVIRONMENT DIVISION.
      *    REVIEW (BESTEXEC) CAN AGGREGATE BY DESTINATION THE DAY A
      *    SECOND ROUTE IS ADDED.
       01  WS-ROUTE-DESTINATION          PIC X(08) VALUE 'PRIMARY '.
       01  WS-ORDER-VENUE                PIC X(08).

       01  WS-ORDMGMT-OPERATION          PIC X(06) VALUE 'WORK  '.
       01  WS-ORDMGMT-RETURN-CODE        PIC 9(02).
       01  WS-ROUTED-COUNT               PIC 9(07) COMP.
       01  WS-SCANNED-DISPLAY            PIC ZZZZZZ9.
       01  WS-ROUTED-DISPLAY             PIC ZZZZZZ9.
       01  WS-STOP-WAIT-COUNT            PIC 9(07) COMP.
       01  WS-STOP-WAIT-DISPLAY          PIC ZZZZZZ9.
       01  WS-FUND-SKIP-COUNT            PIC 9(07) COMP.
       01  WS-FUND-SKIP-DISPLAY          PIC ZZZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
       INITIALIZE-PROCESS.
           MOVE ZERO TO WS-SCANNED-COUNT
           MOVE ZERO TO WS-ROUTED-COUNT
           MOVE ZERO TO WS-STOP-WAIT-COUNT
           MOVE ZERO TO WS-FUND-SKIP-COUNT
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD

           OPEN INPUT ORDER-FILE
           ADD 1 TO WS-SCANNED-COUNT

           IF OPEN-ORDER OF ORDER-RECORD
               EVALUATE TRUE
      *            A FUND ORDER GOES TO THE FUND COMPANY, NOT THE
      *            STREET - MFORDOUT PICKS IT UP.
                   WHEN FUND-ORDER OF ORDER-RECORD
                       ADD 1 TO WS-FUND-SKIP-COUNT
      *            AN UNTRIGGERED STOP IS NOT A LIVE ORDER - IT WAITS
      *            FOR STOPTRIG TO SEE THE MARKET TOUCH ITS STOP.
                   WHEN STOP-ORDER OF ORDER-RECORD
                       ADD 1 TO WS-STOP-WAIT-COUNT
                   WHEN SHORT-ORDER OF ORDER-RECORD
                    AND LOCATE-REF OF ORDER-RECORD = SPACES
      *            NO LOCATE, NO ROUTE - THE ORDER STAYS OPEN FOR
      *            THE DESK TO FIX OR CANCEL.
                       DISPLAY 'ORDROUTE: SHORT ORDER '
                           ORDER-ID OF ORDER-RECORD
                           ' HAS NO LOCATE - NOT ROUTED'
                   WHEN OTHER
                       PERFORM WRITE-ROUTE-DETAIL
                       PERFORM MARK-ORDER-WORKING
               END-EVALUATE
           END-IF

           READ ORDER-FILE NEXT RECORD.

       WRITE-ROUTE-DETAIL.
           IF NON-DIRECTED-ORDER OF ORDER-RECORD
               MOVE WS-ROUTE-DESTINATION TO WS-ORDER-VENUE
           ELSE
               MOVE DIRECTED-VENUE OF ORDER-RECORD TO WS-ORDER-VENUE
           END-IF

           MOVE SPACES TO ORDROUTE-RECORD
           SET ROUTE-DETAIL TO TRUE
           MOVE WS-CURRENT-DATE TO ROUTE-DATE
           MOVE TIME-IN-FORCE OF ORDER-RECORD TO ROUTE-TIME-IN-FORCE
           MOVE EXPIRY-DATE OF ORDER-RECORD TO ROUTE-EXPIRY-DATE
           MOVE LOCATE-REF OF ORDER-RECORD TO ROUTE-LOCATE-REF
           MOVE WS-ORDER-VENUE TO ROUTE-DESTINATION
           WRITE ORDROUTE-RECORD
           ADD 1 TO WS-ROUTED-COUNT.

           MOVE SPACES TO WS-ORDER-RECORD
           MOVE ORDER-ID OF ORDER-RECORD TO
               ORDER-ID OF WS-ORDER-RECORD
           MOVE WS-ORDER-VENUE TO ROUTED-VENUE OF WS-ORDER-RECORD
           CALL 'ORDMGMT' USING WS-ORDMGMT-OPERATION,
                                 WS-ORDER-RECORD,
                                 WS-ORDMGMT-RETURN-CODE,

           MOVE WS-SCANNED-COUNT TO WS-SCANNED-DISPLAY
           MOVE WS-ROUTED-COUNT TO WS-ROUTED-DISPLAY
           MOVE WS-STOP-WAIT-COUNT TO WS-STOP-WAIT-DISPLAY
           MOVE WS-FUND-SKIP-COUNT TO WS-FUND-SKIP-DISPLAY
           DISPLAY 'ORDROUTE: SCANNED ' WS-SCANNED-DISPLAY
               ' ORDER(S), ROUTED ' WS-ROUTED-DISPLAY
               ', STOPS WAITING ' WS-STOP-WAIT-DISPLAY
               ', FUND ORDERS LEFT ' WS-FUND-SKIP-DISPLAY.

       END PROGRAM ORDROUTE.
