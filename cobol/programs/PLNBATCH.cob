       IDENTIFICATION DIVISION.
       PROGRAM-ID. PLNBATCH.
      ******************************************************************
      * PROGRAM: PLNBATCH - RULE 10B5-1 TRADING PLAN ORDER BATCH
      * VERSION: 1.0
      * DATE: 2026-10-15
      * PURPOSE: FOR EVERY ADOPTED PLAN ON TRDPLAN.DAT, PLACE EACH
      *          PENDING SCHEDULED SALE WHOSE DATE HAS ARRIVED AS A
      *          DAY SELL ORDER THROUGH ORDMGMT - A LIMIT ORDER AT
      *          THE PLAN'S PRICE, OR A MARKET ORDER WHEN THE PLAN
      *          GIVES NONE. THE SHARES ARE TAKEN FROM THE PLAN'S
      *          OWN LOTS IN THE ORDER THEY WERE NAMED, AS SPECIFIC
      *          LOTS ON THE ORDER, SO ORDMGMT STILL APPLIES THE
      *          RULE 144 HOLDING PERIOD AND THE CONTROL VOLUME LIMIT
      *          TO RESTRICTED AND CONTROL SHARES. A SALE DATED
      *          INSIDE THE COOLING-OFF PERIOD IS NEVER PLACED - IT
      *          IS MARKED SKIPPED. A SALE THE LOTS CANNOT COVER, OR
      *          THAT ORDMGMT REJECTS, IS MARKED FAILED; THE PLAN
      *          DOES NOT CATCH IT UP LATER. EVERY OUTCOME IS LOGGED
      *          ON PLNHIST.DAT, AND A PLAN WITH NO SALE LEFT PENDING
      *          IS MARKED COMPLETED.
      *          THE ORDER ID IS 'P' + PLAN ID + '-' + SCHEDULE LINE,
      *          SO A RERUN CANNOT PLACE THE SAME SALE TWICE.
      * FUNCTIONS: STANDALONE BATCH JOB - RUN EACH MORNING AHEAD OF
      *            THE FIRST ORDROUTE CUT. ON A WEEKEND OR A BUSCAL.DAT
      *            HOLIDAY IT PLACES NOTHING; A SALE DATED FOR SUCH A
      *            DAY GOES OUT ON THE NEXT BUSINESS DAY. IT IS NOT AN
      *            EODDRIVER STEP - ITS ORDERS MUST LAND IN THE TRADING
      *            DAY THEY ARE FOR, SO IT RUNS IN THE MORNING WITH THE
      *            ORDER CUTS, NOT THE NIGHT BEFORE.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRDPLAN-FILE ASSIGN TO "TRDPLAN.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PLN-PLAN-ID
               FILE STATUS IS WS-PLAN-STATUS.

           SELECT PLNHIST-FILE ASSIGN TO "PLNHIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PLH-KEY
               FILE STATUS IS WS-HIST-STATUS.

           SELECT TAXLOT-FILE ASSIGN TO "TAXLOT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TAXLOT-KEY
               FILE STATUS IS WS-LOT-STATUS.

           SELECT BUSCAL-FILE ASSIGN TO "BUSCAL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAL-KEY
               FILE STATUS IS WS-BUSCAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TRDPLAN-FILE.
       COPY TRDPLAN.

       FD  PLNHIST-FILE.
       COPY PLNHIST.

       FD  TAXLOT-FILE.
       COPY TAXLOT.

       FD  BUSCAL-FILE.
       COPY BUSCAL.

       WORKING-STORAGE SECTION.
       01  WS-PLAN-STATUS                PIC XX.
           88  PLAN-OK                   VALUE '00'.
           88  PLAN-EOF                  VALUE '10'.
       01  WS-HIST-STATUS                PIC XX.
       01  WS-LOT-STATUS                 PIC XX.
       01  WS-BUSCAL-STATUS              PIC XX.

       01  WS-LOTS-OPEN-SW               PIC X(01) VALUE 'N'.
           88  LOTS-OPEN                 VALUE 'Y'.

       01  WS-CAL-MARKET                 PIC X(04) VALUE 'US  '.
       01  WS-CAL-INT                    PIC 9(08).
       01  WS-CAL-NUM                    PIC 9(08).
       01  WS-CAL-REM                    PIC 9(01).
       01  WS-BUSINESS-DAY-SW            PIC X(01).
           88  BUSINESS-DAY              VALUE 'Y'.

       01  WS-SCHED-INDEX                PIC 9(02).
       01  WS-LOT-INDEX                  PIC 9(02).
       01  WS-SPEC-INDEX                 PIC 9(02).
       01  WS-PENDING-COUNT              PIC 9(02).
       01  WS-PLAN-CHANGED-SW            PIC X(01).
           88  PLAN-CHANGED              VALUE 'Y'.

      *    SHARES OF EACH PLAN LOT ALREADY PUT ON AN ORDER THIS RUN,
      *    SO TWO SALES FALLING DUE THE SAME MORNING DO NOT BOTH
      *    CLAIM THE SAME LOT.
       01  WS-LOT-COMMITTED-TABLE.
           05  WS-LOT-COMMITTED          PIC S9(09)V999 COMP-3
                                         OCCURS 10 TIMES.
       01  WS-SHARES-NEEDED              PIC S9(09)V999 COMP-3.
       01  WS-LOT-AVAILABLE              PIC S9(09)V999 COMP-3.
       01  WS-LOT-TAKEN                  PIC S9(09)V999 COMP-3.

       01  WS-ORDER-ID-BUILD.
           05  FILLER                    PIC X(01) VALUE 'P'.
           05  WS-OID-PLAN-ID            PIC X(10).
           05  FILLER                    PIC X(01) VALUE '-'.
           05  WS-OID-LINE               PIC 9(02).
           05  FILLER                    PIC X(02) VALUE SPACES.

       01  WS-ORDMGMT-OPERATION          PIC X(06).
       01  WS-ORDMGMT-RETURN-CODE        PIC 9(02).
       COPY ORDER REPLACING ORDER-RECORD BY WS-ORDER-RECORD.
       01  WS-SUITABILITY-OVERRIDE       PIC X(01) VALUE SPACE.

       01  WS-EVENT-TYPE                 PIC X(01).
       01  WS-EVENT-DETAIL               PIC X(80).
       01  WS-SHARES-DISPLAY             PIC ZZZ,ZZZ,ZZ9.

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

       01  WS-SCANNED-COUNT              PIC 9(07) COMP.
       01  WS-PLACED-COUNT               PIC 9(07) COMP.
       01  WS-FAILED-COUNT               PIC 9(07) COMP.
       01  WS-SKIPPED-COUNT              PIC 9(07) COMP.
       01  WS-COMPLETED-COUNT            PIC 9(07) COMP.
       01  WS-SCANNED-DISPLAY            PIC ZZZZZZ9.
       01  WS-PLACED-DISPLAY             PIC ZZZZZZ9.
       01  WS-FAILED-DISPLAY             PIC ZZZZZZ9.
       01  WS-SKIPPED-DISPLAY            PIC ZZZZZZ9.
       01  WS-COMPLETED-DISPLAY          PIC ZZZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           PERFORM INITIALIZE-PROCESS
           PERFORM RUN-PLANS-PROCESS
           PERFORM FINALIZE-PROCESS
           STOP RUN.

       INITIALIZE-PROCESS.
           MOVE ZERO TO WS-SCANNED-COUNT
           MOVE ZERO TO WS-PLACED-COUNT
           MOVE ZERO TO WS-FAILED-COUNT
           MOVE ZERO TO WS-SKIPPED-COUNT
           MOVE ZERO TO WS-COMPLETED-COUNT
           PERFORM GET-CURRENT-TIMESTAMP

           PERFORM CHECK-TODAY-BUSINESS-DAY
           IF NOT BUSINESS-DAY
               DISPLAY 'PLNBATCH: ' WS-TODAY
                   ' IS NOT A BUSINESS DAY - NO SALES PLACED'
               STOP RUN
           END-IF

           OPEN I-O TRDPLAN-FILE
           IF WS-PLAN-STATUS = '35'
               DISPLAY 'PLNBATCH: NO TRDPLAN.DAT ON FILE - NOTHING '
                   'TO RUN'
               STOP RUN
           END-IF
           IF WS-PLAN-STATUS NOT = '00'
               DISPLAY 'PLNBATCH: UNABLE TO OPEN TRDPLAN.DAT, '
                   'STATUS = ' WS-PLAN-STATUS
               STOP RUN
           END-IF

           OPEN I-O PLNHIST-FILE
           IF WS-HIST-STATUS = '35'
               OPEN OUTPUT PLNHIST-FILE
               CLOSE PLNHIST-FILE
               OPEN I-O PLNHIST-FILE
           END-IF
           IF WS-HIST-STATUS NOT = '00'
               DISPLAY 'PLNBATCH: UNABLE TO OPEN PLNHIST.DAT, '
                   'STATUS = ' WS-HIST-STATUS
               CLOSE TRDPLAN-FILE
               STOP RUN
           END-IF

      *    WITHOUT TAXLOT.DAT NO SALE CAN BE TIED TO ITS LOTS, SO
      *    EVERY DUE SALE FAILS AND IS LOGGED FOR FOLLOW-UP.
           OPEN INPUT TAXLOT-FILE
           IF WS-LOT-STATUS = '00'
               SET LOTS-OPEN TO TRUE
           ELSE
               DISPLAY 'PLNBATCH: NO TAXLOT.DAT ON FILE - DUE SALES '
                   'CANNOT BE PLACED'
           END-IF.

       CHECK-TODAY-BUSINESS-DAY.
      *    DAY 1 OF THE INTEGER-OF-DATE EPOCH WAS A MONDAY, SO
      *    REMAINDER 6 IS SATURDAY AND 0 IS SUNDAY. NO BUSCAL.DAT
      *    STILL SKIPS WEEKENDS.
           MOVE 'Y' TO WS-BUSINESS-DAY-SW
           MOVE WS-TODAY TO WS-CAL-NUM
           COMPUTE WS-CAL-INT = FUNCTION INTEGER-OF-DATE(WS-CAL-NUM)
           COMPUTE WS-CAL-REM = FUNCTION REM(WS-CAL-INT, 7)
           IF WS-CAL-REM = 0 OR WS-CAL-REM = 6
               MOVE 'N' TO WS-BUSINESS-DAY-SW
           ELSE
               OPEN INPUT BUSCAL-FILE
               IF WS-BUSCAL-STATUS = '00'
                   MOVE WS-CAL-MARKET TO CAL-MARKET
                   MOVE WS-TODAY TO CAL-HOLIDAY-DATE
                   READ BUSCAL-FILE
                   IF WS-BUSCAL-STATUS = '00'
                       MOVE 'N' TO WS-BUSINESS-DAY-SW
                   END-IF
                   CLOSE BUSCAL-FILE
               END-IF
           END-IF.

       RUN-PLANS-PROCESS.
           MOVE LOW-VALUES TO PLN-PLAN-ID
           START TRDPLAN-FILE KEY IS NOT LESS THAN PLN-PLAN-ID
               INVALID KEY MOVE '10' TO WS-PLAN-STATUS
           END-START

           IF PLAN-OK
               READ TRDPLAN-FILE NEXT RECORD
               PERFORM RUN-ONE-PLAN UNTIL NOT PLAN-OK
           END-IF.

       RUN-ONE-PLAN.
           ADD 1 TO WS-SCANNED-COUNT

           IF PLN-ACTIVE
               PERFORM EXECUTE-ONE-PLAN
           END-IF

           READ TRDPLAN-FILE NEXT RECORD
               AT END MOVE '10' TO WS-PLAN-STATUS
           END-READ.

       EXECUTE-ONE-PLAN.
           MOVE 'N' TO WS-PLAN-CHANGED-SW
           MOVE ZERO TO WS-PENDING-COUNT
           MOVE 1 TO WS-LOT-INDEX
           PERFORM CLEAR-ONE-COMMITTED
               UNTIL WS-LOT-INDEX > 10

           MOVE 1 TO WS-SCHED-INDEX
           PERFORM RUN-ONE-SALE THRU RUN-ONE-SALE-EXIT
               UNTIL WS-SCHED-INDEX > PLN-SCHEDULE-COUNT

           IF WS-PENDING-COUNT = ZERO
               SET PLN-COMPLETED TO TRUE
               SET PLAN-CHANGED TO TRUE
               ADD 1 TO WS-COMPLETED-COUNT
               MOVE 'C' TO WS-EVENT-TYPE
               MOVE 'PLAN COMPLETED - NO SALE LEFT PENDING' TO
                   WS-EVENT-DETAIL
               PERFORM LOG-PLAN-EVENT
           END-IF

           IF PLAN-CHANGED
               MOVE WS-TIMESTAMP TO UPDATED-TIMESTAMP OF TRDPLAN-RECORD
               MOVE 'PLNBATCH' TO UPDATED-BY OF TRDPLAN-RECORD
               REWRITE TRDPLAN-RECORD
               IF WS-PLAN-STATUS NOT = '00'
                   DISPLAY 'PLNBATCH: UNABLE TO UPDATE PLAN '
                       PLN-PLAN-ID ', STATUS = ' WS-PLAN-STATUS
                   MOVE '00' TO WS-PLAN-STATUS
               END-IF
           END-IF.

       CLEAR-ONE-COMMITTED.
           MOVE ZERO TO WS-LOT-COMMITTED (WS-LOT-INDEX)
           ADD 1 TO WS-LOT-INDEX.

       RUN-ONE-SALE.
           IF NOT PLN-SCHED-PENDING (WS-SCHED-INDEX)
               GO TO RUN-ONE-SALE-NEXT
           END-IF
           IF PLN-SELL-DATE (WS-SCHED-INDEX) > WS-TODAY
               ADD 1 TO WS-PENDING-COUNT
               GO TO RUN-ONE-SALE-NEXT
           END-IF

           SET PLAN-CHANGED TO TRUE
           MOVE PLN-SELL-SHARES (WS-SCHED-INDEX) TO WS-SHARES-DISPLAY

      *    A SALE DATED BEFORE THE COOLING-OFF PERIOD ENDS - FROM
      *    ADOPTION OR THE LATEST MODIFICATION - IS NOT PROTECTED BY
      *    THE PLAN AND IS NEVER PLACED.
           IF PLN-SELL-DATE (WS-SCHED-INDEX) < PLN-COOLING-OFF-END
               SET PLN-SCHED-COOLING-OFF (WS-SCHED-INDEX) TO TRUE
               ADD 1 TO WS-SKIPPED-COUNT
               MOVE 'K' TO WS-EVENT-TYPE
               MOVE SPACES TO WS-EVENT-DETAIL
               STRING 'SALE ' DELIMITED BY SIZE
                      PLN-SELL-DATE (WS-SCHED-INDEX) DELIMITED BY SIZE
                      ' OF ' DELIMITED BY SIZE
                      WS-SHARES-DISPLAY DELIMITED BY SIZE
                      ' SKIPPED - INSIDE COOLING OFF TO '
                          DELIMITED BY SIZE
                      PLN-COOLING-OFF-END DELIMITED BY SIZE
                      INTO WS-EVENT-DETAIL
               END-STRING
               PERFORM LOG-PLAN-EVENT
               GO TO RUN-ONE-SALE-NEXT
           END-IF

           PERFORM BUILD-PLAN-SELL-ORDER
           IF WS-SHARES-NEEDED > ZERO
               SET PLN-SCHED-FAILED (WS-SCHED-INDEX) TO TRUE
               ADD 1 TO WS-FAILED-COUNT
               MOVE 'F' TO WS-EVENT-TYPE
               MOVE SPACES TO WS-EVENT-DETAIL
               STRING 'SALE ' DELIMITED BY SIZE
                      PLN-SELL-DATE (WS-SCHED-INDEX) DELIMITED BY SIZE
                      ' OF ' DELIMITED BY SIZE
                      WS-SHARES-DISPLAY DELIMITED BY SIZE
                      ' FAILED - PLAN LOTS DO NOT HOLD THE SHARES'
                          DELIMITED BY SIZE
                      INTO WS-EVENT-DETAIL
               END-STRING
               PERFORM LOG-PLAN-EVENT
               GO TO RUN-ONE-SALE-NEXT
           END-IF

           MOVE 'CREATE' TO WS-ORDMGMT-OPERATION
           CALL 'ORDMGMT' USING WS-ORDMGMT-OPERATION,
                                 WS-ORDER-RECORD,
                                 WS-ORDMGMT-RETURN-CODE,
                                 WS-SUITABILITY-OVERRIDE

           MOVE ORDER-ID OF WS-ORDER-RECORD TO
               PLN-SCHED-ORDER-ID (WS-SCHED-INDEX)
           MOVE WS-TODAY TO PLN-SCHED-ORDER-DATE (WS-SCHED-INDEX)
           MOVE SPACES TO WS-EVENT-DETAIL
           IF WS-ORDMGMT-RETURN-CODE = 00
               SET PLN-SCHED-ORDERED (WS-SCHED-INDEX) TO TRUE
               ADD 1 TO WS-PLACED-COUNT
               PERFORM COMMIT-ORDER-LOTS
               MOVE 'O' TO WS-EVENT-TYPE
               STRING 'SALE ' DELIMITED BY SIZE
                      PLN-SELL-DATE (WS-SCHED-INDEX) DELIMITED BY SIZE
                      ' OF ' DELIMITED BY SIZE
                      WS-SHARES-DISPLAY DELIMITED BY SIZE
                      ' PLACED - ORDER ' DELIMITED BY SIZE
                      ORDER-ID OF WS-ORDER-RECORD DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      ORDER-TYPE OF WS-ORDER-RECORD DELIMITED BY SIZE
                      INTO WS-EVENT-DETAIL
               END-STRING
           ELSE
               SET PLN-SCHED-FAILED (WS-SCHED-INDEX) TO TRUE
               ADD 1 TO WS-FAILED-COUNT
               MOVE 'F' TO WS-EVENT-TYPE
               STRING 'SALE ' DELIMITED BY SIZE
                      PLN-SELL-DATE (WS-SCHED-INDEX) DELIMITED BY SIZE
                      ' OF ' DELIMITED BY SIZE
                      WS-SHARES-DISPLAY DELIMITED BY SIZE
                      ' REJECTED BY ORDER ENTRY - RC='
                          DELIMITED BY SIZE
                      WS-ORDMGMT-RETURN-CODE DELIMITED BY SIZE
                      INTO WS-EVENT-DETAIL
               END-STRING
           END-IF
           PERFORM LOG-PLAN-EVENT.

       RUN-ONE-SALE-NEXT.
           ADD 1 TO WS-SCHED-INDEX.

       RUN-ONE-SALE-EXIT.
           EXIT.

       BUILD-PLAN-SELL-ORDER.
           MOVE SPACES TO WS-ORDER-RECORD
           MOVE PLN-PLAN-ID TO WS-OID-PLAN-ID
           MOVE WS-SCHED-INDEX TO WS-OID-LINE
           MOVE WS-ORDER-ID-BUILD TO ORDER-ID OF WS-ORDER-RECORD
           MOVE PLN-ACCOUNT-ID TO ACCOUNT-ID OF WS-ORDER-RECORD
           MOVE PLN-SYMBOL TO SECURITY-SYMBOL OF WS-ORDER-RECORD
           SET SELL-ORDER OF WS-ORDER-RECORD TO TRUE
           IF PLN-LIMIT-PRICE (WS-SCHED-INDEX) > ZERO
               SET LIMIT-ORDER OF WS-ORDER-RECORD TO TRUE
               MOVE PLN-LIMIT-PRICE (WS-SCHED-INDEX) TO
                   LIMIT-PRICE OF WS-ORDER-RECORD
           ELSE
               SET MARKET-ORDER OF WS-ORDER-RECORD TO TRUE
               MOVE ZERO TO LIMIT-PRICE OF WS-ORDER-RECORD
           END-IF
           MOVE PLN-SELL-SHARES (WS-SCHED-INDEX) TO
               QUANTITY OF WS-ORDER-RECORD
           MOVE ZERO TO STOP-PRICE OF WS-ORDER-RECORD
           SET DAY-ORDER OF WS-ORDER-RECORD TO TRUE
           MOVE WS-TODAY TO ORDER-DATE OF WS-ORDER-RECORD
           MOVE 'PLNBATCH' TO CREATED-BY OF WS-ORDER-RECORD
           MOVE 'PLNBATCH' TO UPDATED-BY OF WS-ORDER-RECORD
           MOVE ZERO TO ORDER-AMOUNT OF WS-ORDER-RECORD

           MOVE ZERO TO SPECIFIC-LOT-COUNT OF WS-ORDER-RECORD
           MOVE PLN-SELL-SHARES (WS-SCHED-INDEX) TO WS-SHARES-NEEDED
           IF LOTS-OPEN
               MOVE 1 TO WS-LOT-INDEX
               PERFORM TAKE-FROM-ONE-LOT
                   UNTIL WS-LOT-INDEX > PLN-LOT-COUNT
                      OR WS-SHARES-NEEDED NOT > ZERO
           END-IF.

       TAKE-FROM-ONE-LOT.
      *    A LOT IS DRAWN DOWN TO WHAT IT STILL HOLDS LESS WHAT AN
      *    EARLIER SALE THIS MORNING ALREADY CLAIMED.
           MOVE PLN-ACCOUNT-ID TO LOT-ACCOUNT-ID
           MOVE PLN-SYMBOL TO LOT-SECURITY-SYMBOL
           MOVE PLN-LOT-NUMBER (WS-LOT-INDEX) TO LOT-NUMBER
           READ TAXLOT-FILE
           IF WS-LOT-STATUS = '00'
              AND OPEN-LOT
               COMPUTE WS-LOT-AVAILABLE =
                   LOT-QUANTITY - WS-LOT-COMMITTED (WS-LOT-INDEX)
               IF WS-LOT-AVAILABLE > ZERO
                   IF WS-LOT-AVAILABLE > WS-SHARES-NEEDED
                       MOVE WS-SHARES-NEEDED TO WS-LOT-TAKEN
                   ELSE
                       MOVE WS-LOT-AVAILABLE TO WS-LOT-TAKEN
                   END-IF
                   ADD 1 TO SPECIFIC-LOT-COUNT OF WS-ORDER-RECORD
                   MOVE LOT-NUMBER TO SPEC-LOT-NUMBER OF WS-ORDER-RECORD
                       (SPECIFIC-LOT-COUNT OF WS-ORDER-RECORD)
                   MOVE WS-LOT-TAKEN TO
                       SPEC-LOT-QUANTITY OF WS-ORDER-RECORD
                       (SPECIFIC-LOT-COUNT OF WS-ORDER-RECORD)
                   SUBTRACT WS-LOT-TAKEN FROM WS-SHARES-NEEDED
               END-IF
           END-IF
           ADD 1 TO WS-LOT-INDEX.

       COMMIT-ORDER-LOTS.
      *    THE ORDER'S LOTS WERE NAMED IN PLAN-LOT ORDER, SO EACH
      *    SPECIFIC LOT IS FOUND BY WALKING THE PLAN'S LOT LIST.
           MOVE 1 TO WS-LOT-INDEX
           PERFORM COMMIT-ONE-PLAN-LOT
               UNTIL WS-LOT-INDEX > PLN-LOT-COUNT.

       COMMIT-ONE-PLAN-LOT.
           MOVE 1 TO WS-SPEC-INDEX
           PERFORM MATCH-ONE-ORDER-LOT
               UNTIL WS-SPEC-INDEX >
                     SPECIFIC-LOT-COUNT OF WS-ORDER-RECORD
           ADD 1 TO WS-LOT-INDEX.

       MATCH-ONE-ORDER-LOT.
           IF SPEC-LOT-NUMBER OF WS-ORDER-RECORD (WS-SPEC-INDEX)
              = PLN-LOT-NUMBER (WS-LOT-INDEX)
               ADD SPEC-LOT-QUANTITY OF WS-ORDER-RECORD
                   (WS-SPEC-INDEX)
                   TO WS-LOT-COMMITTED (WS-LOT-INDEX)
           END-IF
           ADD 1 TO WS-SPEC-INDEX.

       LOG-PLAN-EVENT.
           ADD 1 TO PLN-EVENT-COUNT
           MOVE SPACES TO PLNHIST-RECORD
           MOVE PLN-PLAN-ID TO PLH-PLAN-ID
           MOVE PLN-EVENT-COUNT TO PLH-SEQUENCE
           MOVE WS-EVENT-TYPE TO PLH-EVENT-TYPE
           MOVE WS-TODAY TO PLH-EVENT-DATE
           MOVE WS-EVENT-DETAIL TO PLH-DETAIL
           MOVE 'PLNBATCH' TO PLH-OPERATOR
           MOVE WS-TIMESTAMP TO PLH-TIMESTAMP
           WRITE PLNHIST-RECORD
           IF WS-HIST-STATUS NOT = '00'
               DISPLAY 'PLNBATCH: UNABLE TO LOG EVENT FOR PLAN '
                   PLN-PLAN-ID ', STATUS = ' WS-HIST-STATUS
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
           CLOSE TRDPLAN-FILE
           CLOSE PLNHIST-FILE
           IF LOTS-OPEN
               CLOSE TAXLOT-FILE
           END-IF

           MOVE WS-SCANNED-COUNT TO WS-SCANNED-DISPLAY
           MOVE WS-PLACED-COUNT TO WS-PLACED-DISPLAY
           MOVE WS-FAILED-COUNT TO WS-FAILED-DISPLAY
           MOVE WS-SKIPPED-COUNT TO WS-SKIPPED-DISPLAY
           MOVE WS-COMPLETED-COUNT TO WS-COMPLETED-DISPLAY
           DISPLAY 'PLNBATCH: SCANNED ' WS-SCANNED-DISPLAY
               ' PLAN(S), PLACED ' WS-PLACED-DISPLAY
               ', FAILED ' WS-FAILED-DISPLAY
               ', COOLING-OFF SKIPS ' WS-SKIPPED-DISPLAY
               ', COMPLETED ' WS-COMPLETED-DISPLAY.

       END PROGRAM PLNBATCH.
