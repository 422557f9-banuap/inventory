       IDENTIFICATION DIVISION.
       PROGRAM-ID. PLNMNT.
      ******************************************************************
      * PROGRAM: PLNMNT - RULE 10B5-1 TRADING PLAN MAINTENANCE
      * VERSION: 1.0
      * DATE: 2026-10-15
      * PURPOSE: KEEP INSIDERS' PRE-ARRANGED SELLING PLANS ON
      *          TRDPLAN.DAT FROM A CONTROL FILE (PLNMNT.CTL), ONE
      *          ACTION PER LINE:
      *            'N' DRAFT A NEW PLAN - ACCOUNT, SYMBOL, ISSUER,
      *                INSIDER TYPE ('O' OFFICER OR DIRECTOR, 'P'
      *                ANY OTHER PERSON)
      *            'S' ADD A SCHEDULED SALE - DATE, SHARES, LIMIT
      *                PRICE (ZERO SELLS AT THE MARKET)
      *            'D' DROP THE SCHEDULED SALE ON A DATE
      *            'L' NAME A TAXLOT.DAT LOT THE PLAN SELLS FROM
      *            'A' ADOPT THE DRAFT - ADOPTION DATE AND, OPTIONALLY,
      *                A LATER COOLING-OFF END THAN THE MINIMUM
      *            'T' TERMINATE THE PLAN, WITH A REASON
      *          AN 'S', 'D' OR 'L' LINE AGAINST AN ADOPTED PLAN IS A
      *          MODIFICATION: IT IS LOGGED AND THE COOLING-OFF PERIOD
      *          STARTS OVER FROM TODAY. ONE ACCOUNT MAY NOT HAVE TWO
      *          ADOPTED PLANS IN THE SAME SYMBOL AT ONCE. EVERY
      *          ACCEPTED LINE IS LOGGED ON PLNHIST.DAT.
      * FUNCTIONS: STANDALONE UTILITY - RUN AS PLAN PAPERWORK
      *            ARRIVES. PLNBATCH PLACES THE SALES.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-FILE ASSIGN TO "PLNMNT.CTL"
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

           SELECT TAXLOT-FILE ASSIGN TO "TAXLOT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TAXLOT-KEY
               FILE STATUS IS WS-LOT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-FILE.
       01  CONTROL-RECORD.
           05  CTL-ACTION                PIC X(01).
               88  CTL-DRAFT-PLAN        VALUE 'N'.
               88  CTL-ADD-SALE          VALUE 'S'.
               88  CTL-DROP-SALE         VALUE 'D'.
               88  CTL-ADD-LOT           VALUE 'L'.
               88  CTL-ADOPT-PLAN        VALUE 'A'.
               88  CTL-TERMINATE-PLAN    VALUE 'T'.
           05  CTL-PLAN-ID               PIC X(10).
           05  CTL-OPERATOR-ID           PIC X(08).
           05  CTL-DETAIL                PIC X(80).
           05  CTL-PLAN-DETAIL REDEFINES CTL-DETAIL.
               10  CTL-ACCOUNT-ID        PIC X(12).
               10  CTL-SYMBOL            PIC X(12).
               10  CTL-INSIDER-TYPE      PIC X(01).
               10  CTL-ISSUER-NAME       PIC X(40).
               10  FILLER                PIC X(15).
           05  CTL-SALE-DETAIL REDEFINES CTL-DETAIL.
               10  CTL-SELL-DATE         PIC X(08).
               10  CTL-SELL-SHARES       PIC 9(09).
               10  CTL-LIMIT-PRICE       PIC 9(07)V9999.
               10  FILLER                PIC X(52).
           05  CTL-LOT-DETAIL REDEFINES CTL-DETAIL.
               10  CTL-LOT-NUMBER        PIC 9(05).
               10  FILLER                PIC X(75).
           05  CTL-ADOPT-DETAIL REDEFINES CTL-DETAIL.
               10  CTL-ADOPTION-DATE     PIC X(08).
               10  CTL-COOLING-OFF-END   PIC X(08).
               10  FILLER                PIC X(64).
           05  CTL-TERM-DETAIL REDEFINES CTL-DETAIL.
               10  CTL-TERM-REASON       PIC X(40).
               10  FILLER                PIC X(40).

       FD  TRDPLAN-FILE.
       COPY TRDPLAN.

       FD  PLNHIST-FILE.
       COPY PLNHIST.

       FD  TAXLOT-FILE.
       COPY TAXLOT.

       WORKING-STORAGE SECTION.
       01  WS-CTL-STATUS                 PIC XX.
           88  CTL-OK                    VALUE '00'.
           88  CTL-EOF                   VALUE '10'.

       01  WS-PLAN-STATUS                PIC XX.
       01  WS-HIST-STATUS                PIC XX.
       01  WS-LOT-STATUS                 PIC XX.

      *    MINIMUM COOLING-OFF DAYS BEFORE THE FIRST SALE UNDER A
      *    PLAN, FROM ADOPTION OR FROM THE LATEST MODIFICATION.
       01  WS-OFFICER-COOLING-DAYS       PIC 9(03) VALUE 090.
       01  WS-OTHER-COOLING-DAYS         PIC 9(03) VALUE 030.
       01  WS-COOLING-DAYS               PIC 9(03).
       01  WS-COOLING-START              PIC 9(08).
       01  WS-COOLING-INT                PIC 9(08).
       01  WS-COOLING-NUM                PIC 9(08).

       01  WS-SCHED-INDEX                PIC 9(02).
       01  WS-FOUND-INDEX                PIC 9(02).
       01  WS-LOT-INDEX                  PIC 9(02).
       01  WS-ACTIVE-SALES               PIC 9(02).

       01  WS-ADOPT-ACCOUNT-ID           PIC X(12).
       01  WS-ADOPT-SYMBOL               PIC X(12).
       01  WS-OVERLAP-SW                 PIC X(01).
           88  OVERLAPPING-PLAN          VALUE 'Y'.

       01  WS-EVENT-TYPE                 PIC X(01).
       01  WS-EVENT-DETAIL               PIC X(80).
       01  WS-CHANGE-DETAIL              PIC X(80).
       01  WS-SHARES-DISPLAY             PIC ZZZ,ZZZ,ZZ9.
       01  WS-PRICE-DISPLAY              PIC ZZZ,ZZ9.9999.

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

       01  WS-APPLIED-COUNT              PIC 9(07) COMP.
       01  WS-REJECT-COUNT               PIC 9(07) COMP.
       01  WS-APPLIED-DISPLAY            PIC ZZZZZZ9.
       01  WS-REJECT-DISPLAY             PIC ZZZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           PERFORM INITIALIZE-PROCESS
           PERFORM APPLY-LINES-PROCESS
           PERFORM FINALIZE-PROCESS
           STOP RUN.

       INITIALIZE-PROCESS.
           MOVE ZERO TO WS-APPLIED-COUNT
           MOVE ZERO TO WS-REJECT-COUNT

           OPEN INPUT CONTROL-FILE
           IF WS-CTL-STATUS NOT = '00'
               DISPLAY 'PLNMNT: NO PLNMNT.CTL ON FILE - NOTHING TO '
                   'DO'
               STOP RUN
           END-IF

           OPEN I-O TRDPLAN-FILE
           IF WS-PLAN-STATUS = '35'
      *        First plan ever drafted - file has to be created.
               OPEN OUTPUT TRDPLAN-FILE
               CLOSE TRDPLAN-FILE
               OPEN I-O TRDPLAN-FILE
           END-IF
           IF WS-PLAN-STATUS NOT = '00'
               DISPLAY 'PLNMNT: UNABLE TO OPEN TRDPLAN.DAT, '
                   'STATUS = ' WS-PLAN-STATUS
               CLOSE CONTROL-FILE
               STOP RUN
           END-IF

           OPEN I-O PLNHIST-FILE
           IF WS-HIST-STATUS = '35'
               OPEN OUTPUT PLNHIST-FILE
               CLOSE PLNHIST-FILE
               OPEN I-O PLNHIST-FILE
           END-IF
           IF WS-HIST-STATUS NOT = '00'
               DISPLAY 'PLNMNT: UNABLE TO OPEN PLNHIST.DAT, '
                   'STATUS = ' WS-HIST-STATUS
               CLOSE CONTROL-FILE
               CLOSE TRDPLAN-FILE
               STOP RUN
           END-IF

           OPEN INPUT TAXLOT-FILE.

       APPLY-LINES-PROCESS.
           READ CONTROL-FILE
               AT END SET CTL-EOF TO TRUE
           END-READ
           PERFORM APPLY-ONE-LINE THRU APPLY-ONE-EXIT
               UNTIL CTL-EOF.

       APPLY-ONE-LINE.
           IF CTL-PLAN-ID = SPACES
               ADD 1 TO WS-REJECT-COUNT
               DISPLAY 'PLNMNT: LINE WITH NO PLAN ID - SKIPPED'
               GO TO APPLY-ONE-NEXT
           END-IF
           IF CTL-OPERATOR-ID = SPACES
               MOVE 'PLNMNT' TO CTL-OPERATOR-ID
           END-IF

           PERFORM GET-CURRENT-TIMESTAMP
           IF CTL-DRAFT-PLAN
               PERFORM DRAFT-PLAN THRU DRAFT-PLAN-EXIT
               GO TO APPLY-ONE-NEXT
           END-IF

           MOVE CTL-PLAN-ID TO PLN-PLAN-ID
           READ TRDPLAN-FILE
           IF WS-PLAN-STATUS NOT = '00'
               ADD 1 TO WS-REJECT-COUNT
               DISPLAY 'PLNMNT: NO PLAN ' CTL-PLAN-ID ' - SKIPPED'
               GO TO APPLY-ONE-NEXT
           END-IF
           IF PLN-COMPLETED OR PLN-TERMINATED
               ADD 1 TO WS-REJECT-COUNT
               DISPLAY 'PLNMNT: PLAN ' CTL-PLAN-ID
                   ' IS COMPLETED OR TERMINATED - SKIPPED'
               GO TO APPLY-ONE-NEXT
           END-IF

           EVALUATE TRUE
               WHEN CTL-ADD-SALE
                   PERFORM ADD-SCHEDULED-SALE THRU
                       ADD-SCHEDULED-SALE-EXIT
               WHEN CTL-DROP-SALE
                   PERFORM DROP-SCHEDULED-SALE THRU
                       DROP-SCHEDULED-SALE-EXIT
               WHEN CTL-ADD-LOT
                   PERFORM ADD-PLAN-LOT THRU ADD-PLAN-LOT-EXIT
               WHEN CTL-ADOPT-PLAN
                   PERFORM ADOPT-PLAN THRU ADOPT-PLAN-EXIT
               WHEN CTL-TERMINATE-PLAN
                   PERFORM TERMINATE-PLAN
               WHEN OTHER
                   ADD 1 TO WS-REJECT-COUNT
                   DISPLAY 'PLNMNT: UNKNOWN ACTION ''' CTL-ACTION
                       ''' FOR ' CTL-PLAN-ID ' - SKIPPED'
           END-EVALUATE.

       APPLY-ONE-NEXT.
           READ CONTROL-FILE
               AT END SET CTL-EOF TO TRUE
           END-READ.

       APPLY-ONE-EXIT.
           EXIT.

       DRAFT-PLAN.
           IF CTL-ACCOUNT-ID = SPACES
              OR CTL-SYMBOL = SPACES
              OR (CTL-INSIDER-TYPE NOT = 'O'
                  AND CTL-INSIDER-TYPE NOT = 'P')
               ADD 1 TO WS-REJECT-COUNT
               DISPLAY 'PLNMNT: BAD PLAN LINE FOR ' CTL-PLAN-ID
                   ' - SKIPPED'
               GO TO DRAFT-PLAN-EXIT
           END-IF

           MOVE CTL-PLAN-ID TO PLN-PLAN-ID
           READ TRDPLAN-FILE
           IF WS-PLAN-STATUS = '00'
               IF NOT PLN-DRAFT
                   ADD 1 TO WS-REJECT-COUNT
                   DISPLAY 'PLNMNT: PLAN ' CTL-PLAN-ID
                       ' IS ALREADY ADOPTED - NOT REDRAFTED'
                   GO TO DRAFT-PLAN-EXIT
               END-IF
               PERFORM BUILD-PLAN-FIELDS
               REWRITE TRDPLAN-RECORD
           ELSE
               MOVE SPACES TO TRDPLAN-RECORD
               MOVE CTL-PLAN-ID TO PLN-PLAN-ID
               PERFORM BUILD-PLAN-FIELDS
               SET PLN-DRAFT TO TRUE
               MOVE ZERO TO PLN-MODIFICATION-COUNT
               MOVE ZERO TO PLN-EVENT-COUNT
               MOVE ZERO TO PLN-SCHEDULE-COUNT
               MOVE ZERO TO PLN-LOT-COUNT
               MOVE 1 TO WS-SCHED-INDEX
               PERFORM CLEAR-ONE-SCHEDULE-SLOT
                   UNTIL WS-SCHED-INDEX > 24
               MOVE 1 TO WS-LOT-INDEX
               PERFORM CLEAR-ONE-LOT-SLOT
                   UNTIL WS-LOT-INDEX > 10
               MOVE WS-TIMESTAMP TO CREATED-TIMESTAMP OF TRDPLAN-RECORD
               MOVE CTL-OPERATOR-ID TO CREATED-BY OF TRDPLAN-RECORD
               WRITE TRDPLAN-RECORD
           END-IF
           IF WS-PLAN-STATUS NOT = '00'
               ADD 1 TO WS-REJECT-COUNT
               DISPLAY 'PLNMNT: UNABLE TO WRITE PLAN ' CTL-PLAN-ID
                   ', STATUS = ' WS-PLAN-STATUS
               GO TO DRAFT-PLAN-EXIT
           END-IF

           MOVE 'N' TO WS-EVENT-TYPE
           MOVE SPACES TO WS-EVENT-DETAIL
           STRING 'PLAN DRAFTED - ACCOUNT ' DELIMITED BY SIZE
                  PLN-ACCOUNT-ID DELIMITED BY SIZE
                  ' SYMBOL ' DELIMITED BY SIZE
                  PLN-SYMBOL DELIMITED BY SIZE
                  ' INSIDER TYPE ' DELIMITED BY SIZE
                  PLN-INSIDER-TYPE DELIMITED BY SIZE
                  INTO WS-EVENT-DETAIL
           END-STRING
           PERFORM SAVE-PLAN-AND-LOG THRU SAVE-PLAN-AND-LOG-EXIT.

       DRAFT-PLAN-EXIT.
           EXIT.

       BUILD-PLAN-FIELDS.
           MOVE CTL-ACCOUNT-ID TO PLN-ACCOUNT-ID
           MOVE CTL-SYMBOL TO PLN-SYMBOL
           MOVE CTL-ISSUER-NAME TO PLN-ISSUER-NAME
           MOVE CTL-INSIDER-TYPE TO PLN-INSIDER-TYPE
           MOVE WS-TIMESTAMP TO UPDATED-TIMESTAMP OF TRDPLAN-RECORD
           MOVE CTL-OPERATOR-ID TO UPDATED-BY OF TRDPLAN-RECORD.

       CLEAR-ONE-SCHEDULE-SLOT.
           MOVE SPACES TO PLN-SELL-DATE (WS-SCHED-INDEX)
           MOVE ZERO TO PLN-SELL-SHARES (WS-SCHED-INDEX)
           MOVE ZERO TO PLN-LIMIT-PRICE (WS-SCHED-INDEX)
           MOVE SPACE TO PLN-SCHED-STATUS (WS-SCHED-INDEX)
           MOVE SPACES TO PLN-SCHED-ORDER-ID (WS-SCHED-INDEX)
           MOVE SPACES TO PLN-SCHED-ORDER-DATE (WS-SCHED-INDEX)
           ADD 1 TO WS-SCHED-INDEX.

       CLEAR-ONE-LOT-SLOT.
           MOVE ZERO TO PLN-LOT-NUMBER (WS-LOT-INDEX)
           ADD 1 TO WS-LOT-INDEX.

       ADD-SCHEDULED-SALE.
           IF CTL-LIMIT-PRICE NOT NUMERIC
               MOVE ZERO TO CTL-LIMIT-PRICE
           END-IF
           IF CTL-SELL-DATE NOT NUMERIC
              OR CTL-SELL-SHARES NOT NUMERIC
              OR CTL-SELL-SHARES = ZERO
               ADD 1 TO WS-REJECT-COUNT
               DISPLAY 'PLNMNT: BAD SALE LINE FOR ' CTL-PLAN-ID
                   ' - SKIPPED'
               GO TO ADD-SCHEDULED-SALE-EXIT
           END-IF
           IF PLN-SCHEDULE-COUNT NOT < 24
               ADD 1 TO WS-REJECT-COUNT
               DISPLAY 'PLNMNT: PLAN ' CTL-PLAN-ID
                   ' ALREADY HOLDS 24 SALES - SKIPPED'
               GO TO ADD-SCHEDULED-SALE-EXIT
           END-IF
           IF PLN-ACTIVE
              AND CTL-SELL-DATE NOT > WS-TODAY
               ADD 1 TO WS-REJECT-COUNT
               DISPLAY 'PLNMNT: SALE DATE ' CTL-SELL-DATE
                   ' ON ADOPTED PLAN ' CTL-PLAN-ID
                   ' IS NOT IN THE FUTURE - SKIPPED'
               GO TO ADD-SCHEDULED-SALE-EXIT
           END-IF

           ADD 1 TO PLN-SCHEDULE-COUNT
           MOVE PLN-SCHEDULE-COUNT TO WS-SCHED-INDEX
           MOVE CTL-SELL-DATE TO PLN-SELL-DATE (WS-SCHED-INDEX)
           MOVE CTL-SELL-SHARES TO PLN-SELL-SHARES (WS-SCHED-INDEX)
           MOVE CTL-LIMIT-PRICE TO PLN-LIMIT-PRICE (WS-SCHED-INDEX)
           SET PLN-SCHED-PENDING (WS-SCHED-INDEX) TO TRUE
           MOVE SPACES TO PLN-SCHED-ORDER-ID (WS-SCHED-INDEX)
           MOVE SPACES TO PLN-SCHED-ORDER-DATE (WS-SCHED-INDEX)

           MOVE CTL-SELL-SHARES TO WS-SHARES-DISPLAY
           MOVE CTL-LIMIT-PRICE TO WS-PRICE-DISPLAY
           MOVE SPACES TO WS-EVENT-DETAIL
           STRING 'SALE ADDED ' DELIMITED BY SIZE
                  CTL-SELL-DATE DELIMITED BY SIZE
                  ' SHARES ' DELIMITED BY SIZE
                  WS-SHARES-DISPLAY DELIMITED BY SIZE
                  ' LIMIT ' DELIMITED BY SIZE
                  WS-PRICE-DISPLAY DELIMITED BY SIZE
                  INTO WS-EVENT-DETAIL
           END-STRING
           PERFORM LOG-PLAN-CHANGE.

       ADD-SCHEDULED-SALE-EXIT.
           EXIT.

       DROP-SCHEDULED-SALE.
           MOVE ZERO TO WS-FOUND-INDEX
           MOVE 1 TO WS-SCHED-INDEX
           PERFORM FIND-PENDING-SALE
               UNTIL WS-SCHED-INDEX > PLN-SCHEDULE-COUNT
                  OR WS-FOUND-INDEX > ZERO
           IF WS-FOUND-INDEX = ZERO
               ADD 1 TO WS-REJECT-COUNT
               DISPLAY 'PLNMNT: NO PENDING SALE ON ' CTL-SELL-DATE
                   ' IN PLAN ' CTL-PLAN-ID ' - SKIPPED'
               GO TO DROP-SCHEDULED-SALE-EXIT
           END-IF

           SET PLN-SCHED-CANCELLED (WS-FOUND-INDEX) TO TRUE
           MOVE SPACES TO WS-EVENT-DETAIL
           STRING 'SALE DROPPED ' DELIMITED BY SIZE
                  CTL-SELL-DATE DELIMITED BY SIZE
                  INTO WS-EVENT-DETAIL
           END-STRING
           PERFORM LOG-PLAN-CHANGE.

       DROP-SCHEDULED-SALE-EXIT.
           EXIT.

       FIND-PENDING-SALE.
           IF PLN-SELL-DATE (WS-SCHED-INDEX) = CTL-SELL-DATE
              AND PLN-SCHED-PENDING (WS-SCHED-INDEX)
               MOVE WS-SCHED-INDEX TO WS-FOUND-INDEX
           END-IF
           ADD 1 TO WS-SCHED-INDEX.

       ADD-PLAN-LOT.
           IF CTL-LOT-NUMBER NOT NUMERIC
              OR CTL-LOT-NUMBER = ZERO
              OR PLN-LOT-COUNT NOT < 10
               ADD 1 TO WS-REJECT-COUNT
               DISPLAY 'PLNMNT: BAD OR ELEVENTH LOT FOR PLAN '
                   CTL-PLAN-ID ' - SKIPPED'
               GO TO ADD-PLAN-LOT-EXIT
           END-IF

      *    THE LOT MUST BE AN OPEN LOT OF THE PLAN'S OWN ACCOUNT AND
      *    SYMBOL - NAMED ONCE.
           MOVE PLN-ACCOUNT-ID TO LOT-ACCOUNT-ID
           MOVE PLN-SYMBOL TO LOT-SECURITY-SYMBOL
           MOVE CTL-LOT-NUMBER TO LOT-NUMBER
           READ TAXLOT-FILE
           IF WS-LOT-STATUS NOT = '00'
              OR NOT OPEN-LOT
               ADD 1 TO WS-REJECT-COUNT
               DISPLAY 'PLNMNT: LOT ' CTL-LOT-NUMBER
                   ' IS NOT AN OPEN LOT OF PLAN ' CTL-PLAN-ID
                   ' - SKIPPED'
               GO TO ADD-PLAN-LOT-EXIT
           END-IF
           MOVE ZERO TO WS-FOUND-INDEX
           MOVE 1 TO WS-LOT-INDEX
           PERFORM FIND-PLAN-LOT
               UNTIL WS-LOT-INDEX > PLN-LOT-COUNT
           IF WS-FOUND-INDEX > ZERO
               ADD 1 TO WS-REJECT-COUNT
               DISPLAY 'PLNMNT: LOT ' CTL-LOT-NUMBER
                   ' IS ALREADY IN PLAN ' CTL-PLAN-ID ' - SKIPPED'
               GO TO ADD-PLAN-LOT-EXIT
           END-IF

           ADD 1 TO PLN-LOT-COUNT
           MOVE CTL-LOT-NUMBER TO PLN-LOT-NUMBER (PLN-LOT-COUNT)
           MOVE SPACES TO WS-EVENT-DETAIL
           STRING 'LOT ADDED ' DELIMITED BY SIZE
                  CTL-LOT-NUMBER DELIMITED BY SIZE
                  ' RESTRICTION ' DELIMITED BY SIZE
                  LOT-RESTRICTION-FLAG DELIMITED BY SIZE
                  INTO WS-EVENT-DETAIL
           END-STRING
           PERFORM LOG-PLAN-CHANGE.

       ADD-PLAN-LOT-EXIT.
           EXIT.

       FIND-PLAN-LOT.
           IF PLN-LOT-NUMBER (WS-LOT-INDEX) = CTL-LOT-NUMBER
               MOVE WS-LOT-INDEX TO WS-FOUND-INDEX
           END-IF
           ADD 1 TO WS-LOT-INDEX.

       LOG-PLAN-CHANGE.
      *    ON A DRAFT THE CHANGE IS PART OF WRITING THE PLAN. ON AN
      *    ADOPTED PLAN IT CHANGES THE AMOUNT, PRICE OR TIMING OF
      *    SALES, SO THE COOLING-OFF PERIOD STARTS AGAIN TODAY.
           IF PLN-ACTIVE
               MOVE 'M' TO WS-EVENT-TYPE
               ADD 1 TO PLN-MODIFICATION-COUNT
               MOVE WS-TODAY TO PLN-MODIFIED-DATE
               MOVE WS-TODAY TO WS-COOLING-START
               PERFORM SET-COOLING-OFF-END
               MOVE WS-COOLING-NUM TO PLN-COOLING-OFF-END
               MOVE WS-EVENT-DETAIL TO WS-CHANGE-DETAIL
               MOVE SPACES TO WS-EVENT-DETAIL
               STRING WS-CHANGE-DETAIL DELIMITED BY '  '
                      ' - COOLING OFF TO ' DELIMITED BY SIZE
                      PLN-COOLING-OFF-END DELIMITED BY SIZE
                      INTO WS-EVENT-DETAIL
               END-STRING
           ELSE
               MOVE 'N' TO WS-EVENT-TYPE
           END-IF
           MOVE WS-TIMESTAMP TO UPDATED-TIMESTAMP OF TRDPLAN-RECORD
           MOVE CTL-OPERATOR-ID TO UPDATED-BY OF TRDPLAN-RECORD
           PERFORM SAVE-PLAN-AND-LOG THRU SAVE-PLAN-AND-LOG-EXIT.

       SET-COOLING-OFF-END.
           IF PLN-OFFICER-DIRECTOR
               MOVE WS-OFFICER-COOLING-DAYS TO WS-COOLING-DAYS
           ELSE
               MOVE WS-OTHER-COOLING-DAYS TO WS-COOLING-DAYS
           END-IF
           COMPUTE WS-COOLING-INT =
               FUNCTION INTEGER-OF-DATE(WS-COOLING-START) +
               WS-COOLING-DAYS
           COMPUTE WS-COOLING-NUM =
               FUNCTION DATE-OF-INTEGER(WS-COOLING-INT).

       ADOPT-PLAN.
           IF NOT PLN-DRAFT
               ADD 1 TO WS-REJECT-COUNT
               DISPLAY 'PLNMNT: PLAN ' CTL-PLAN-ID
                   ' IS NOT A DRAFT - NOT ADOPTED'
               GO TO ADOPT-PLAN-EXIT
           END-IF
           MOVE ZERO TO WS-ACTIVE-SALES
           MOVE 1 TO WS-SCHED-INDEX
           PERFORM COUNT-PENDING-SALE
               UNTIL WS-SCHED-INDEX > PLN-SCHEDULE-COUNT
           IF WS-ACTIVE-SALES = ZERO
              OR PLN-LOT-COUNT = ZERO
               ADD 1 TO WS-REJECT-COUNT
               DISPLAY 'PLNMNT: PLAN ' CTL-PLAN-ID
                   ' NEEDS AT LEAST ONE SALE AND ONE LOT - NOT '
                   'ADOPTED'
               GO TO ADOPT-PLAN-EXIT
           END-IF
           IF CTL-ADOPTION-DATE NOT NUMERIC
               MOVE WS-TODAY TO CTL-ADOPTION-DATE
           END-IF

           MOVE CTL-ADOPTION-DATE TO WS-COOLING-START
           PERFORM SET-COOLING-OFF-END
           IF CTL-COOLING-OFF-END NUMERIC
               IF CTL-COOLING-OFF-END < WS-COOLING-NUM
                   ADD 1 TO WS-REJECT-COUNT
                   DISPLAY 'PLNMNT: COOLING-OFF END '
                       CTL-COOLING-OFF-END ' FOR ' CTL-PLAN-ID
                       ' IS SHORTER THAN THE MINIMUM - NOT ADOPTED'
                   GO TO ADOPT-PLAN-EXIT
               END-IF
               MOVE CTL-COOLING-OFF-END TO WS-COOLING-NUM
           END-IF

      *    NO OVERLAPPING PLANS - ONE ADOPTED PLAN PER ACCOUNT AND
      *    SYMBOL AT A TIME. THE SCAN MOVES OFF THIS PLAN'S ROW, SO
      *    THE ROW IS READ BACK BEFORE IT IS UPDATED.
           MOVE PLN-ACCOUNT-ID TO WS-ADOPT-ACCOUNT-ID
           MOVE PLN-SYMBOL TO WS-ADOPT-SYMBOL
           PERFORM CHECK-OVERLAPPING-PLAN
           MOVE CTL-PLAN-ID TO PLN-PLAN-ID
           READ TRDPLAN-FILE
           IF OVERLAPPING-PLAN
               ADD 1 TO WS-REJECT-COUNT
               DISPLAY 'PLNMNT: ACCOUNT ' WS-ADOPT-ACCOUNT-ID
                   ' ALREADY HAS AN ADOPTED PLAN IN ' WS-ADOPT-SYMBOL
                   ' - ' CTL-PLAN-ID ' NOT ADOPTED'
               GO TO ADOPT-PLAN-EXIT
           END-IF

           SET PLN-ACTIVE TO TRUE
           MOVE CTL-ADOPTION-DATE TO PLN-ADOPTION-DATE
           MOVE WS-COOLING-NUM TO PLN-COOLING-OFF-END
           MOVE WS-TIMESTAMP TO UPDATED-TIMESTAMP OF TRDPLAN-RECORD
           MOVE CTL-OPERATOR-ID TO UPDATED-BY OF TRDPLAN-RECORD

           MOVE 'A' TO WS-EVENT-TYPE
           MOVE SPACES TO WS-EVENT-DETAIL
           STRING 'PLAN ADOPTED ' DELIMITED BY SIZE
                  PLN-ADOPTION-DATE DELIMITED BY SIZE
                  ' - COOLING OFF TO ' DELIMITED BY SIZE
                  PLN-COOLING-OFF-END DELIMITED BY SIZE
                  INTO WS-EVENT-DETAIL
           END-STRING
           PERFORM SAVE-PLAN-AND-LOG THRU SAVE-PLAN-AND-LOG-EXIT.

       ADOPT-PLAN-EXIT.
           EXIT.

       COUNT-PENDING-SALE.
           IF PLN-SCHED-PENDING (WS-SCHED-INDEX)
               ADD 1 TO WS-ACTIVE-SALES
           END-IF
           ADD 1 TO WS-SCHED-INDEX.

       CHECK-OVERLAPPING-PLAN.
           MOVE 'N' TO WS-OVERLAP-SW
           MOVE LOW-VALUES TO PLN-PLAN-ID
           START TRDPLAN-FILE KEY IS NOT LESS THAN PLN-PLAN-ID
               INVALID KEY MOVE '10' TO WS-PLAN-STATUS
           END-START
           IF WS-PLAN-STATUS = '00'
               PERFORM READ-NEXT-PLAN
           END-IF
           PERFORM CHECK-ONE-OTHER-PLAN
               UNTIL WS-PLAN-STATUS NOT = '00'
                  OR OVERLAPPING-PLAN.

       READ-NEXT-PLAN.
           READ TRDPLAN-FILE NEXT RECORD
               AT END MOVE '10' TO WS-PLAN-STATUS
           END-READ.

       CHECK-ONE-OTHER-PLAN.
           IF PLN-ACTIVE
              AND PLN-PLAN-ID NOT = CTL-PLAN-ID
              AND PLN-ACCOUNT-ID = WS-ADOPT-ACCOUNT-ID
              AND PLN-SYMBOL = WS-ADOPT-SYMBOL
               SET OVERLAPPING-PLAN TO TRUE
           ELSE
               PERFORM READ-NEXT-PLAN
           END-IF.

       TERMINATE-PLAN.
      *    EVERY SALE NOT YET PLACED IS CANCELLED WITH THE PLAN.
           SET PLN-TERMINATED TO TRUE
           MOVE WS-TODAY TO PLN-TERMINATION-DATE
           MOVE CTL-TERM-REASON TO PLN-TERMINATION-REASON
           MOVE 1 TO WS-SCHED-INDEX
           PERFORM CANCEL-ONE-PENDING-SALE
               UNTIL WS-SCHED-INDEX > PLN-SCHEDULE-COUNT
           MOVE WS-TIMESTAMP TO UPDATED-TIMESTAMP OF TRDPLAN-RECORD
           MOVE CTL-OPERATOR-ID TO UPDATED-BY OF TRDPLAN-RECORD
           MOVE 'T' TO WS-EVENT-TYPE
           MOVE SPACES TO WS-EVENT-DETAIL
           STRING 'PLAN TERMINATED - ' DELIMITED BY SIZE
                  CTL-TERM-REASON DELIMITED BY SIZE
                  INTO WS-EVENT-DETAIL
           END-STRING
           PERFORM SAVE-PLAN-AND-LOG THRU SAVE-PLAN-AND-LOG-EXIT.

       CANCEL-ONE-PENDING-SALE.
           IF PLN-SCHED-PENDING (WS-SCHED-INDEX)
               SET PLN-SCHED-CANCELLED (WS-SCHED-INDEX) TO TRUE
           END-IF
           ADD 1 TO WS-SCHED-INDEX.

       SAVE-PLAN-AND-LOG.
      *    THE EVENT NUMBER IS TAKEN OFF THE PLAN ROW AND THE ROW
      *    REWRITTEN WITH THE NEW COUNT, SO EACH PLAN'S LOG RUNS
      *    1, 2, 3 ... WITH NO GAPS OR COLLISIONS.
           ADD 1 TO PLN-EVENT-COUNT
           REWRITE TRDPLAN-RECORD
           IF WS-PLAN-STATUS NOT = '00'
               ADD 1 TO WS-REJECT-COUNT
               DISPLAY 'PLNMNT: UNABLE TO UPDATE PLAN ' PLN-PLAN-ID
                   ', STATUS = ' WS-PLAN-STATUS
               GO TO SAVE-PLAN-AND-LOG-EXIT
           END-IF

           MOVE SPACES TO PLNHIST-RECORD
           MOVE PLN-PLAN-ID TO PLH-PLAN-ID
           MOVE PLN-EVENT-COUNT TO PLH-SEQUENCE
           MOVE WS-EVENT-TYPE TO PLH-EVENT-TYPE
           MOVE WS-TODAY TO PLH-EVENT-DATE
           MOVE WS-EVENT-DETAIL TO PLH-DETAIL
           MOVE CTL-OPERATOR-ID TO PLH-OPERATOR
           MOVE WS-TIMESTAMP TO PLH-TIMESTAMP
           WRITE PLNHIST-RECORD
           IF WS-HIST-STATUS NOT = '00'
               DISPLAY 'PLNMNT: UNABLE TO LOG EVENT FOR PLAN '
                   PLN-PLAN-ID ', STATUS = ' WS-HIST-STATUS
           END-IF
           ADD 1 TO WS-APPLIED-COUNT.

       SAVE-PLAN-AND-LOG-EXIT.
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
           CLOSE TRDPLAN-FILE
           CLOSE PLNHIST-FILE
           CLOSE TAXLOT-FILE

           MOVE WS-APPLIED-COUNT TO WS-APPLIED-DISPLAY
           MOVE WS-REJECT-COUNT TO WS-REJECT-DISPLAY
           DISPLAY 'PLNMNT: APPLIED ' WS-APPLIED-DISPLAY
               ' LINE(S), REJECTED ' WS-REJECT-DISPLAY.

       END PROGRAM PLNMNT.
