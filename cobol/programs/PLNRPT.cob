       IDENTIFICATION DIVISION.
       PROGRAM-ID. PLNRPT.
      ******************************************************************
      * PROGRAM: PLNRPT - RULE 10B5-1 TRADING PLAN STATUS REPORT
      * VERSION: 1.0
      * DATE: 2026-10-15
      * PURPOSE: REPORT EVERY PLAN ON TRDPLAN.DAT FOR THE ISSUER'S
      *          COUNSEL: THE PLAN'S STATUS, ADOPTION, COOLING-OFF,
      *          MODIFICATION AND TERMINATION DATES; EACH SCHEDULED
      *          SALE WITH ITS STATUS AND, ONCE PLACED, THE ORDER'S
      *          STATUS AND EXECUTION OFF ORDERS.DAT; AND THE PLAN'S
      *          FULL EVENT TRAIL OFF PLNHIST.DAT. WITH A PLNRPT.CTL
      *          SYMBOL THE REPORT COVERS ONLY THAT ISSUER'S PLANS,
      *          SO ONE ISSUER'S COUNSEL IS NOT SENT ANOTHER'S.
      * FUNCTIONS: STANDALONE BATCH JOB - RUN ON REQUEST OR AHEAD OF
      *            THE ISSUER'S QUARTERLY DISCLOSURE. WRITES
      *            PLNRPT.RPT.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-FILE ASSIGN TO "PLNRPT.CTL"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.

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

           SELECT ORDER-FILE ASSIGN TO "ORDERS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ORDER-ID
               ALTERNATE RECORD KEY IS ACCOUNT-ID OF ORDER-RECORD
                   WITH DUPLICATES
               FILE STATUS IS WS-ORDER-STATUS.

           SELECT PLNRPT-FILE ASSIGN TO "PLNRPT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-FILE.
       01  CONTROL-RECORD.
           05  CTL-SYMBOL                PIC X(12).
           05  FILLER                    PIC X(14).

       FD  TRDPLAN-FILE.
       COPY TRDPLAN.

       FD  PLNHIST-FILE.
       COPY PLNHIST.

       FD  ORDER-FILE.
       COPY ORDER.

       FD  PLNRPT-FILE.
       01  PLNRPT-LINE                   PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-CTL-STATUS                 PIC XX.
       01  WS-PLAN-STATUS                PIC XX.
           88  PLAN-OK                   VALUE '00'.
       01  WS-HIST-STATUS                PIC XX.
       01  WS-ORDER-STATUS               PIC XX.
       01  WS-RPT-STATUS                 PIC XX.

       01  WS-HIST-AVAILABLE-SW          PIC X(01) VALUE 'Y'.
           88  HIST-AVAILABLE            VALUE 'Y'.
       01  WS-ORDERS-AVAILABLE-SW        PIC X(01) VALUE 'Y'.
           88  ORDERS-AVAILABLE          VALUE 'Y'.

       01  WS-SELECT-SYMBOL              PIC X(12) VALUE SPACES.
       01  WS-CURRENT-DATE               PIC X(08).

       01  WS-SCHED-INDEX                PIC 9(02).
       01  WS-LOT-INDEX                  PIC 9(02).

       01  WS-STATUS-TEXT                PIC X(12).
       01  WS-SALE-STATUS-TEXT           PIC X(12).
       01  WS-EVENT-TEXT                 PIC X(14).
       01  WS-EXECUTION-TEXT             PIC X(44).
       01  WS-INSIDER-TEXT               PIC X(20).

       01  WS-SHARES-DISPLAY             PIC ZZZ,ZZZ,ZZ9.
       01  WS-FILLED-DISPLAY             PIC ZZZ,ZZZ,ZZ9.
       01  WS-PRICE-DISPLAY              PIC ZZZ,ZZ9.9999.
       01  WS-FILL-PRICE-DISPLAY         PIC ZZZ,ZZ9.9999.
       01  WS-COUNT-DISPLAY              PIC ZZ9.
       01  WS-LOT-DISPLAY                PIC 9(05).

       01  WS-SCHEDULED-SHARES           PIC 9(11).
       01  WS-SOLD-SHARES                PIC S9(11)V999 COMP-3.
       01  WS-TOTAL-DISPLAY              PIC ZZ,ZZZ,ZZZ,ZZ9.

       01  WS-PLAN-COUNT                 PIC 9(07) COMP.
       01  WS-PLAN-DISPLAY               PIC ZZZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           PERFORM INITIALIZE-PROCESS
           PERFORM REPORT-PLANS-PROCESS
           PERFORM FINALIZE-PROCESS
           STOP RUN.

       INITIALIZE-PROCESS.
           MOVE ZERO TO WS-PLAN-COUNT
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD

      *    A CONTROL RECORD NARROWS THE REPORT TO ONE ISSUER'S SYMBOL.
           OPEN INPUT CONTROL-FILE
           IF WS-CTL-STATUS = '00'
               READ CONTROL-FILE
                   AT END CONTINUE
                   NOT AT END
                       MOVE CTL-SYMBOL TO WS-SELECT-SYMBOL
               END-READ
               CLOSE CONTROL-FILE
           END-IF

           OPEN INPUT TRDPLAN-FILE
           IF WS-PLAN-STATUS NOT = '00'
               DISPLAY 'PLNRPT: NO TRDPLAN.DAT ON FILE - NOTHING TO '
                   'REPORT'
               STOP RUN
           END-IF

           OPEN INPUT PLNHIST-FILE
           IF WS-HIST-STATUS NOT = '00'
               MOVE 'N' TO WS-HIST-AVAILABLE-SW
           END-IF

           OPEN INPUT ORDER-FILE
           IF WS-ORDER-STATUS NOT = '00'
               MOVE 'N' TO WS-ORDERS-AVAILABLE-SW
           END-IF

           OPEN OUTPUT PLNRPT-FILE
           IF WS-RPT-STATUS NOT = '00'
               DISPLAY 'PLNRPT: UNABLE TO OPEN PLNRPT.RPT, '
                   'STATUS = ' WS-RPT-STATUS
               CLOSE TRDPLAN-FILE
               IF HIST-AVAILABLE
                   CLOSE PLNHIST-FILE
               END-IF
               IF ORDERS-AVAILABLE
                   CLOSE ORDER-FILE
               END-IF
               STOP RUN
           END-IF

           MOVE SPACES TO PLNRPT-LINE
           STRING 'RULE 10B5-1 TRADING PLAN STATUS AND EXECUTIONS '
                  DELIMITED BY SIZE
                  WS-CURRENT-DATE DELIMITED BY SIZE
                  INTO PLNRPT-LINE
           END-STRING
           WRITE PLNRPT-LINE
           IF WS-SELECT-SYMBOL NOT = SPACES
               MOVE SPACES TO PLNRPT-LINE
               STRING 'PLANS IN SYMBOL ' DELIMITED BY SIZE
                      WS-SELECT-SYMBOL DELIMITED BY SIZE
                      INTO PLNRPT-LINE
               END-STRING
               WRITE PLNRPT-LINE
           END-IF.

       REPORT-PLANS-PROCESS.
           MOVE LOW-VALUES TO PLN-PLAN-ID
           START TRDPLAN-FILE KEY IS NOT LESS THAN PLN-PLAN-ID
               INVALID KEY MOVE '10' TO WS-PLAN-STATUS
           END-START

           IF PLAN-OK
               PERFORM READ-NEXT-PLAN
               PERFORM REPORT-ONE-PLAN UNTIL NOT PLAN-OK
           END-IF.

       READ-NEXT-PLAN.
           READ TRDPLAN-FILE NEXT RECORD
               AT END MOVE '10' TO WS-PLAN-STATUS
           END-READ.

       REPORT-ONE-PLAN.
           IF WS-SELECT-SYMBOL = SPACES
              OR PLN-SYMBOL = WS-SELECT-SYMBOL
               ADD 1 TO WS-PLAN-COUNT
               PERFORM WRITE-PLAN-HEADER
               MOVE ZERO TO WS-SCHEDULED-SHARES
               MOVE ZERO TO WS-SOLD-SHARES
               MOVE 1 TO WS-SCHED-INDEX
               PERFORM WRITE-ONE-SALE-LINE
                   UNTIL WS-SCHED-INDEX > PLN-SCHEDULE-COUNT
               PERFORM WRITE-PLAN-TOTALS
               IF HIST-AVAILABLE
                   PERFORM WRITE-PLAN-EVENTS
               END-IF
           END-IF

           PERFORM READ-NEXT-PLAN.

       WRITE-PLAN-HEADER.
           EVALUATE TRUE
               WHEN PLN-DRAFT
                   MOVE 'DRAFT' TO WS-STATUS-TEXT
               WHEN PLN-ACTIVE
                   MOVE 'ADOPTED' TO WS-STATUS-TEXT
               WHEN PLN-COMPLETED
                   MOVE 'COMPLETED' TO WS-STATUS-TEXT
               WHEN PLN-TERMINATED
                   MOVE 'TERMINATED' TO WS-STATUS-TEXT
               WHEN OTHER
                   MOVE PLN-STATUS TO WS-STATUS-TEXT
           END-EVALUATE
           IF PLN-OFFICER-DIRECTOR
               MOVE 'OFFICER OR DIRECTOR' TO WS-INSIDER-TEXT
           ELSE
               MOVE 'OTHER INSIDER' TO WS-INSIDER-TEXT
           END-IF

           MOVE SPACES TO PLNRPT-LINE
           WRITE PLNRPT-LINE
           MOVE SPACES TO PLNRPT-LINE
           STRING 'PLAN ' DELIMITED BY SIZE
                  PLN-PLAN-ID DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  WS-STATUS-TEXT DELIMITED BY SIZE
                  ' ISSUER ' DELIMITED BY SIZE
                  PLN-ISSUER-NAME DELIMITED BY SIZE
                  ' SYMBOL ' DELIMITED BY SIZE
                  PLN-SYMBOL DELIMITED BY SIZE
                  INTO PLNRPT-LINE
           END-STRING
           WRITE PLNRPT-LINE

           MOVE SPACES TO PLNRPT-LINE
           STRING '  ACCOUNT ' DELIMITED BY SIZE
                  PLN-ACCOUNT-ID DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-INSIDER-TEXT DELIMITED BY SIZE
                  ' ADOPTED ' DELIMITED BY SIZE
                  PLN-ADOPTION-DATE DELIMITED BY SIZE
                  ' COOLING OFF TO ' DELIMITED BY SIZE
                  PLN-COOLING-OFF-END DELIMITED BY SIZE
                  INTO PLNRPT-LINE
           END-STRING
           WRITE PLNRPT-LINE

           MOVE PLN-MODIFICATION-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO PLNRPT-LINE
           STRING '  MODIFICATIONS ' DELIMITED BY SIZE
                  WS-COUNT-DISPLAY DELIMITED BY SIZE
                  ' LAST MODIFIED ' DELIMITED BY SIZE
                  PLN-MODIFIED-DATE DELIMITED BY SIZE
                  INTO PLNRPT-LINE
           END-STRING
           WRITE PLNRPT-LINE

           IF PLN-TERMINATED
               MOVE SPACES TO PLNRPT-LINE
               STRING '  TERMINATED ' DELIMITED BY SIZE
                      PLN-TERMINATION-DATE DELIMITED BY SIZE
                      ' - ' DELIMITED BY SIZE
                      PLN-TERMINATION-REASON DELIMITED BY SIZE
                      INTO PLNRPT-LINE
               END-STRING
               WRITE PLNRPT-LINE
           END-IF

           MOVE SPACES TO PLNRPT-LINE
           MOVE '  LOTS' TO PLNRPT-LINE
           MOVE 1 TO WS-LOT-INDEX
           PERFORM ADD-ONE-LOT-TO-LINE
               UNTIL WS-LOT-INDEX > PLN-LOT-COUNT
           WRITE PLNRPT-LINE

           MOVE SPACES TO PLNRPT-LINE
           STRING '  SALE DATE     SHARES  LIMIT PRICE  STATUS       '
                      DELIMITED BY SIZE
                  'ORDER            EXECUTION' DELIMITED BY SIZE
                  INTO PLNRPT-LINE
           END-STRING
           WRITE PLNRPT-LINE.

       ADD-ONE-LOT-TO-LINE.
           MOVE PLN-LOT-NUMBER (WS-LOT-INDEX) TO WS-LOT-DISPLAY
           MOVE WS-LOT-DISPLAY TO
               PLNRPT-LINE (2 + WS-LOT-INDEX * 7 : 5)
           ADD 1 TO WS-LOT-INDEX.

       WRITE-ONE-SALE-LINE.
           EVALUATE TRUE
               WHEN PLN-SCHED-PENDING (WS-SCHED-INDEX)
                   MOVE 'PENDING' TO WS-SALE-STATUS-TEXT
               WHEN PLN-SCHED-ORDERED (WS-SCHED-INDEX)
                   MOVE 'ORDERED' TO WS-SALE-STATUS-TEXT
               WHEN PLN-SCHED-FAILED (WS-SCHED-INDEX)
                   MOVE 'FAILED' TO WS-SALE-STATUS-TEXT
               WHEN PLN-SCHED-COOLING-OFF (WS-SCHED-INDEX)
                   MOVE 'COOLING OFF' TO WS-SALE-STATUS-TEXT
               WHEN PLN-SCHED-CANCELLED (WS-SCHED-INDEX)
                   MOVE 'CANCELLED' TO WS-SALE-STATUS-TEXT
               WHEN OTHER
                   MOVE SPACES TO WS-SALE-STATUS-TEXT
           END-EVALUATE
           IF NOT PLN-SCHED-CANCELLED (WS-SCHED-INDEX)
               ADD PLN-SELL-SHARES (WS-SCHED-INDEX) TO
                   WS-SCHEDULED-SHARES
           END-IF

           MOVE SPACES TO WS-EXECUTION-TEXT
           IF PLN-SCHED-ORDER-ID (WS-SCHED-INDEX) NOT = SPACES
              AND ORDERS-AVAILABLE
               PERFORM LOOK-UP-SALE-ORDER
           END-IF

           MOVE PLN-SELL-SHARES (WS-SCHED-INDEX) TO WS-SHARES-DISPLAY
           MOVE PLN-LIMIT-PRICE (WS-SCHED-INDEX) TO WS-PRICE-DISPLAY
           MOVE SPACES TO PLNRPT-LINE
           STRING '  ' DELIMITED BY SIZE
                  PLN-SELL-DATE (WS-SCHED-INDEX) DELIMITED BY SIZE
                  WS-SHARES-DISPLAY DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-PRICE-DISPLAY DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  WS-SALE-STATUS-TEXT DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  PLN-SCHED-ORDER-ID (WS-SCHED-INDEX)
                      DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-EXECUTION-TEXT DELIMITED BY SIZE
                  INTO PLNRPT-LINE
           END-STRING
           WRITE PLNRPT-LINE
           ADD 1 TO WS-SCHED-INDEX.

       LOOK-UP-SALE-ORDER.
           MOVE PLN-SCHED-ORDER-ID (WS-SCHED-INDEX) TO ORDER-ID
           READ ORDER-FILE
           IF WS-ORDER-STATUS NOT = '00'
               MOVE 'ORDER NOT ON FILE' TO WS-EXECUTION-TEXT
           ELSE
               ADD FILLED-QUANTITY OF ORDER-RECORD TO WS-SOLD-SHARES
               MOVE FILLED-QUANTITY OF ORDER-RECORD TO
                   WS-FILLED-DISPLAY
               MOVE FILLED-PRICE OF ORDER-RECORD TO
                   WS-FILL-PRICE-DISPLAY
               STRING 'STATUS ' DELIMITED BY SIZE
                      ORDER-STATUS OF ORDER-RECORD DELIMITED BY SIZE
                      ' FILLED ' DELIMITED BY SIZE
                      WS-FILLED-DISPLAY DELIMITED BY SIZE
                      ' @ ' DELIMITED BY SIZE
                      WS-FILL-PRICE-DISPLAY DELIMITED BY SIZE
                      INTO WS-EXECUTION-TEXT
               END-STRING
           END-IF.

       WRITE-PLAN-TOTALS.
           MOVE SPACES TO PLNRPT-LINE
           MOVE WS-SCHEDULED-SHARES TO WS-TOTAL-DISPLAY
           STRING '  SHARES SCHEDULED ' DELIMITED BY SIZE
                  WS-TOTAL-DISPLAY DELIMITED BY SIZE
                  INTO PLNRPT-LINE
           END-STRING
           MOVE WS-SOLD-SHARES TO WS-TOTAL-DISPLAY
           STRING '  SOLD ' DELIMITED BY SIZE
                  WS-TOTAL-DISPLAY DELIMITED BY SIZE
                  INTO PLNRPT-LINE (35:40)
           END-STRING
           WRITE PLNRPT-LINE.

       WRITE-PLAN-EVENTS.
      *    PLNHIST.DAT IS KEYED PLAN + SEQUENCE, SO THE PLAN'S EVENTS
      *    FOLLOW ONE ANOTHER IN THE ORDER THEY HAPPENED.
           MOVE SPACES TO PLNRPT-LINE
           MOVE '  EVENT TRAIL' TO PLNRPT-LINE
           WRITE PLNRPT-LINE

           MOVE PLN-PLAN-ID TO PLH-PLAN-ID
           MOVE ZERO TO PLH-SEQUENCE
           START PLNHIST-FILE KEY IS NOT LESS THAN PLH-KEY
               INVALID KEY MOVE '10' TO WS-HIST-STATUS
           END-START
           IF WS-HIST-STATUS = '00'
               PERFORM READ-NEXT-EVENT
           END-IF
           PERFORM WRITE-ONE-EVENT-LINE
               UNTIL WS-HIST-STATUS NOT = '00'
           MOVE '00' TO WS-HIST-STATUS.

       READ-NEXT-EVENT.
           READ PLNHIST-FILE NEXT RECORD
               AT END MOVE '10' TO WS-HIST-STATUS
           END-READ
           IF WS-HIST-STATUS = '00'
              AND PLH-PLAN-ID NOT = PLN-PLAN-ID
               MOVE '10' TO WS-HIST-STATUS
           END-IF.

       WRITE-ONE-EVENT-LINE.
           EVALUATE TRUE
               WHEN PLH-DRAFTED
                   MOVE 'DRAFTED' TO WS-EVENT-TEXT
               WHEN PLH-ADOPTED
                   MOVE 'ADOPTED' TO WS-EVENT-TEXT
               WHEN PLH-MODIFIED
                   MOVE 'MODIFIED' TO WS-EVENT-TEXT
               WHEN PLH-TERMINATED
                   MOVE 'TERMINATED' TO WS-EVENT-TEXT
               WHEN PLH-ORDER-PLACED
                   MOVE 'ORDER PLACED' TO WS-EVENT-TEXT
               WHEN PLH-ORDER-REJECTED
                   MOVE 'SALE FAILED' TO WS-EVENT-TEXT
               WHEN PLH-COOLING-OFF-SKIP
                   MOVE 'COOLING OFF' TO WS-EVENT-TEXT
               WHEN PLH-COMPLETED
                   MOVE 'COMPLETED' TO WS-EVENT-TEXT
               WHEN OTHER
                   MOVE PLH-EVENT-TYPE TO WS-EVENT-TEXT
           END-EVALUATE

           MOVE SPACES TO PLNRPT-LINE
           STRING '  ' DELIMITED BY SIZE
                  PLH-EVENT-DATE DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-EVENT-TEXT DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  PLH-OPERATOR DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  PLH-DETAIL DELIMITED BY SIZE
                  INTO PLNRPT-LINE
           END-STRING
           WRITE PLNRPT-LINE
           PERFORM READ-NEXT-EVENT.

       FINALIZE-PROCESS.
           CLOSE TRDPLAN-FILE
           IF HIST-AVAILABLE
               CLOSE PLNHIST-FILE
           END-IF
           IF ORDERS-AVAILABLE
               CLOSE ORDER-FILE
           END-IF
           CLOSE PLNRPT-FILE

           MOVE WS-PLAN-COUNT TO WS-PLAN-DISPLAY
           DISPLAY 'PLNRPT: REPORTED ' WS-PLAN-DISPLAY ' PLAN(S)'.

       END PROGRAM PLNRPT.
