       IDENTIFICATION DIVISION.
       PROGRAM-ID. DRIFTCHK.
      ******************************************************************
      * PROGRAM: DRIFTCHK - MANAGED-ACCOUNT MODEL DRIFT CHECK
      * VERSION: 1.0
      * DATE: 2026-10-15
      * PURPOSE: FOR EVERY ACTIVE ASSIGNMENT ON MODELASN.DAT, VALUE
      *          THE ACCOUNT - CASH AT ACCOUNT-BALANCE, EACH OPEN
      *          POSITION AT ITS SECPRICE CLOSE (AVERAGE-COST-BASIS
      *          WHEN NO PRICE IS ON FILE, THE SAME PRICING PORTVAL
      *          USES) - AND COMPARE EVERY LINE OF ITS MODEL AGAINST
      *          THE LINE'S TARGET WEIGHT. A HOLDING NAMED BY A
      *          SYMBOL TARGET COUNTS TOWARD THAT TARGET; ANY OTHER
      *          HOLDING COUNTS TOWARD THE CLASS TARGET FOR ITS
      *          SECMAST SEC-ASSET-CLASS; A HOLDING THE MODEL DOES
      *          NOT COVER HAS A TARGET OF ZERO. AN ACCOUNT WHOSE
      *          LARGEST DRIFT EXCEEDS THE MODEL'S TOLERANCE IS
      *          FLAGGED ON ITS ASSIGNMENT FOR REBALGEN AND LISTED
      *          LINE BY LINE ON DRIFTCHK.RPT; AN ACCOUNT IN
      *          TOLERANCE GETS ONE SUMMARY LINE.
      * FUNCTIONS: CALLED BY EODDRIVER EVERY NIGHT, AFTER THE DAY'S
      *            PRICES ARE LOADED AND AHEAD OF REBALGEN, OR RUN
      *            STANDALONE. LK-RETURN-CODE: 00 NORMAL (INCLUDING NO
      *            MODELASN.DAT ON FILE), 08 FATAL SETUP ERROR.
      *
      * NOTES: DRIFT IS MEASURED IN PERCENTAGE POINTS OF ACCOUNT
      *        VALUE (A 20.00 TARGET HELD AT 26.50 HAS DRIFTED 6.50).
      *        EVERY MEASURED ASSIGNMENT IS STAMPED WITH THE RUN
      *        DATE AND ITS LARGEST DRIFT WHETHER FLAGGED OR NOT, SO
      *        AN ACCOUNT THAT HAS COME BACK INTO TOLERANCE ON ITS
      *        OWN IS UNFLAGGED. A SUSPENDED ASSIGNMENT, A MODEL OR
      *        ACCOUNT NOT ON FILE, AN ACCOUNT WITH NO POSITIVE VALUE,
      *        OR ONE HOLDING MORE POSITIONS THAN THE HOLDING TABLE
      *        HOLDS IS COUNTED AND LEFT UNMEASURED.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MODELASN-FILE ASSIGN TO "MODELASN.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MDA-ACCOUNT-ID
               FILE STATUS IS WS-ASN-STATUS.

           SELECT MODEL-FILE ASSIGN TO "MODEL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MD-MODEL-ID
               FILE STATUS IS WS-MODEL-STATUS.

           SELECT ACCOUNT-FILE ASSIGN TO "ACCOUNT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACCOUNT-ID OF ACCOUNT-RECORD
               FILE STATUS IS WS-ACCT-STATUS.

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

           SELECT SECMAST-FILE ASSIGN TO "SECMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SEC-SYMBOL
               FILE STATUS IS WS-SEC-STATUS.

           SELECT DRIFTCHK-FILE ASSIGN TO "DRIFTCHK.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MODELASN-FILE.
       COPY MODELASN.

       FD  MODEL-FILE.
       COPY MODEL.

       FD  ACCOUNT-FILE.
       COPY ACCOUNT.

       FD  POSITION-FILE.
       COPY POSITION.

       FD  SECPRICE-FILE.
       COPY SECPRICE.

       FD  SECMAST-FILE.
       COPY SECMAST.

       FD  DRIFTCHK-FILE.
       01  RPT-LINE                      PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-ASN-STATUS                 PIC XX.
           88  ASN-EOF                   VALUE '10'.
       01  WS-MODEL-STATUS               PIC XX.
       01  WS-ACCT-STATUS                PIC XX.
       01  WS-POS-STATUS                 PIC XX.
       01  WS-PRICE-STATUS               PIC XX.
       01  WS-SEC-STATUS                 PIC XX.
       01  WS-RPT-STATUS                 PIC XX.

       01  WS-POSITIONS-AVAILABLE-SW     PIC X(01) VALUE 'Y'.
           88  POSITIONS-AVAILABLE       VALUE 'Y'.
       01  WS-PRICES-AVAILABLE-SW        PIC X(01) VALUE 'Y'.
           88  PRICES-AVAILABLE          VALUE 'Y'.
       01  WS-SECMAST-AVAILABLE-SW       PIC X(01) VALUE 'Y'.
           88  SECMAST-AVAILABLE         VALUE 'Y'.
       01  WS-HOLDINGS-OVERFLOW-SW       PIC X(01).
           88  HOLDINGS-OVERFLOW         VALUE 'Y'.

       01  WS-CURRENT-DATE               PIC X(08).
       01  WS-SEARCH-ACCOUNT-ID          PIC X(12).
       01  WS-SKIP-REASON                PIC X(40).

      *    THE ACCOUNT BEING MEASURED - ITS HOLDINGS, EACH MAPPED TO
      *    THE MODEL TARGET IT COUNTS TOWARD (ZERO = NOT IN THE
      *    MODEL), AND THE CURRENT WEIGHT AND DRIFT OF EVERY TARGET.
       01  WS-MAX-HOLDINGS               PIC 9(03) VALUE 200.
       01  WS-HLD-COUNT                  PIC 9(03).
       01  WS-HLD-INDEX                  PIC 9(03).
       01  WS-HOLDING-TABLE.
           05  WS-HOLDING-ENTRY OCCURS 200 TIMES.
               10  WS-HLD-SYMBOL         PIC X(12).
               10  WS-HLD-CLASS          PIC X(02).
               10  WS-HLD-VALUE          PIC S9(13)V99 COMP-3.
               10  WS-HLD-PERCENT        PIC S9(05)V99 COMP-3.
               10  WS-HLD-TARGET         PIC 9(02).

       01  WS-TGT-INDEX                  PIC 9(02).
       01  WS-TARGET-TABLE.
           05  WS-TARGET-ENTRY OCCURS 20 TIMES.
               10  WS-TGT-VALUE          PIC S9(13)V99 COMP-3.
               10  WS-TGT-PERCENT        PIC S9(05)V99 COMP-3.
               10  WS-TGT-DRIFT          PIC S9(05)V99 COMP-3.

       01  WS-TOTAL-VALUE                PIC S9(13)V99 COMP-3.
       01  WS-UNIT-PRICE                 PIC S9(09)V9999 COMP-3.
       01  WS-HOLDING-VALUE              PIC S9(13)V99 COMP-3.
       01  WS-CASH-VALUE                 PIC S9(13)V99 COMP-3.
       01  WS-CASH-PERCENT               PIC S9(05)V99 COMP-3.
       01  WS-CASH-DRIFT                 PIC S9(05)V99 COMP-3.
       01  WS-LINE-DRIFT                 PIC S9(05)V99 COMP-3.
       01  WS-MAX-DRIFT                  PIC S9(05)V99 COMP-3.
       01  WS-WORST-LINE                 PIC X(14).

       01  WS-SCANNED-COUNT              PIC 9(07) COMP.
       01  WS-MEASURED-COUNT             PIC 9(07) COMP.
       01  WS-DRIFTED-COUNT              PIC 9(07) COMP.
       01  WS-SUSPENDED-COUNT            PIC 9(07) COMP.
       01  WS-SKIPPED-COUNT              PIC 9(07) COMP.
       01  WS-COUNT-DISPLAY              PIC ZZZ,ZZ9.

       01  WS-ACCOUNT-HEADING.
           05  FILLER                    PIC X(14)
                                         VALUE 'ACCOUNT       '.
           05  FILLER                    PIC X(10) VALUE 'MODEL     '.
           05  FILLER                    PIC X(10) VALUE 'ADVISOR   '.
           05  FILLER                    PIC X(19)
                                         VALUE '        TOTAL VALUE'.
           05  FILLER                    PIC X(10) VALUE ' TOLERANCE'.
           05  FILLER                    PIC X(12)
                                         VALUE '   MAX DRIFT'.
           05  FILLER                    PIC X(16)
                                         VALUE '  WORST LINE    '.
           05  FILLER                    PIC X(10) VALUE '  STATUS  '.
           05  FILLER                    PIC X(31) VALUE SPACES.

       01  WS-ACCOUNT-LINE.
           05  WS-AL-ACCOUNT-ID          PIC X(12).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-AL-MODEL-ID            PIC X(08).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-AL-ADVISOR             PIC X(08).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-AL-TOTAL-VALUE         PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                    PIC X(04) VALUE SPACES.
           05  WS-AL-TOLERANCE           PIC ZZ9.99.
           05  FILLER                    PIC X(04) VALUE SPACES.
           05  WS-AL-MAX-DRIFT           PIC ZZZZ9.99.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-AL-WORST-LINE          PIC X(14).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-AL-STATUS              PIC X(10).
           05  FILLER                    PIC X(29) VALUE SPACES.

       01  WS-DETAIL-HEADING.
           05  FILLER                    PIC X(06) VALUE SPACES.
           05  FILLER                    PIC X(16)
                                         VALUE 'LINE            '.
           05  FILLER                    PIC X(08) VALUE 'TYPE    '.
           05  FILLER                    PIC X(07) VALUE ' TARGET'.
           05  FILLER                    PIC X(11) VALUE '    CURRENT'.
           05  FILLER                    PIC X(10) VALUE '     DRIFT'.
           05  FILLER                    PIC X(74) VALUE SPACES.

       01  WS-DETAIL-LINE.
           05  FILLER                    PIC X(06) VALUE SPACES.
           05  WS-DL-LINE                PIC X(14).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-DL-TYPE                PIC X(06).
           05  FILLER                    PIC X(03) VALUE SPACES.
           05  WS-DL-TARGET              PIC ZZ9.99.
           05  FILLER                    PIC X(03) VALUE SPACES.
           05  WS-DL-CURRENT             PIC ZZZ9.99-.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-DL-DRIFT               PIC ZZZZ9.99.
           05  WS-DL-FLAG                PIC X(01).
           05  FILLER                    PIC X(73) VALUE SPACES.

       COPY PRINT-LINE.
       01  WS-PAGE-DISPLAY               PIC ZZZ9.

       LINKAGE SECTION.
       01  LK-RETURN-CODE                PIC 9(02).

       PROCEDURE DIVISION USING LK-RETURN-CODE.
       MAIN-PROCESS.
           MOVE 00 TO LK-RETURN-CODE
           PERFORM INITIALIZE-PROCESS
           PERFORM CHECK-ASSIGNMENTS-PROCESS
           PERFORM WRITE-RUN-TOTALS
           PERFORM FINALIZE-PROCESS
           GOBACK.

       INITIALIZE-PROCESS.
           MOVE ZERO TO WS-SCANNED-COUNT
           MOVE ZERO TO WS-MEASURED-COUNT
           MOVE ZERO TO WS-DRIFTED-COUNT
           MOVE ZERO TO WS-SUSPENDED-COUNT
           MOVE ZERO TO WS-SKIPPED-COUNT
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD

           OPEN I-O MODELASN-FILE
           IF WS-ASN-STATUS NOT = '00'
               DISPLAY 'DRIFTCHK: NO MODELASN.DAT ON FILE - NO '
                   'ACCOUNTS ASSIGNED TO A MODEL'
               GOBACK
           END-IF

           OPEN INPUT MODEL-FILE
           IF WS-MODEL-STATUS NOT = '00'
               DISPLAY 'DRIFTCHK: UNABLE TO OPEN MODEL.DAT, '
                   'STATUS = ' WS-MODEL-STATUS
               CLOSE MODELASN-FILE
               MOVE 08 TO LK-RETURN-CODE
               GOBACK
           END-IF

           OPEN INPUT ACCOUNT-FILE
           IF WS-ACCT-STATUS NOT = '00'
               DISPLAY 'DRIFTCHK: UNABLE TO OPEN ACCOUNT.DAT, '
                   'STATUS = ' WS-ACCT-STATUS
               CLOSE MODELASN-FILE
               CLOSE MODEL-FILE
               MOVE 08 TO LK-RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT DRIFTCHK-FILE
           IF WS-RPT-STATUS NOT = '00'
               DISPLAY 'DRIFTCHK: UNABLE TO OPEN DRIFTCHK.RPT, '
                   'STATUS = ' WS-RPT-STATUS
               CLOSE MODELASN-FILE
               CLOSE MODEL-FILE
               CLOSE ACCOUNT-FILE
               MOVE 08 TO LK-RETURN-CODE
               GOBACK
           END-IF

           OPEN INPUT POSITION-FILE
           IF WS-POS-STATUS NOT = '00'
               MOVE 'N' TO WS-POSITIONS-AVAILABLE-SW
               DISPLAY 'DRIFTCHK: NO POSITION.DAT ON FILE - ACCOUNTS '
                   'MEASURED ON CASH ONLY'
           END-IF
           OPEN INPUT SECPRICE-FILE
           IF WS-PRICE-STATUS NOT = '00'
               MOVE 'N' TO WS-PRICES-AVAILABLE-SW
           END-IF
           OPEN INPUT SECMAST-FILE
           IF WS-SEC-STATUS NOT = '00'
               MOVE 'N' TO WS-SECMAST-AVAILABLE-SW
           END-IF

           PERFORM WRITE-REPORT-HEADER
           MOVE WS-ACCOUNT-HEADING TO RPT-LINE
           PERFORM EMIT-RPT-LINE.

      ******************************************************************
      * ONE PASS OF MODELASN.DAT - EACH ACTIVE ASSIGNMENT IS VALUED,
      * MEASURED AGAINST ITS MODEL, AND STAMPED.
      ******************************************************************
       CHECK-ASSIGNMENTS-PROCESS.
           READ MODELASN-FILE NEXT RECORD
           IF WS-ASN-STATUS NOT = '00'
               SET ASN-EOF TO TRUE
           END-IF
           PERFORM CHECK-ONE-ASSIGNMENT THRU CHECK-ONE-ASSIGNMENT-EXIT
               UNTIL ASN-EOF.

       CHECK-ONE-ASSIGNMENT.
           ADD 1 TO WS-SCANNED-COUNT
           IF NOT MDA-ACTIVE
               ADD 1 TO WS-SUSPENDED-COUNT
               GO TO CHECK-ONE-ASSIGNMENT-NEXT
           END-IF

           MOVE MDA-MODEL-ID TO MD-MODEL-ID
           READ MODEL-FILE
           IF WS-MODEL-STATUS NOT = '00'
               MOVE 'MODEL NOT ON FILE' TO WS-SKIP-REASON
               GO TO CHECK-ONE-ASSIGNMENT-SKIP
           END-IF

           MOVE MDA-ACCOUNT-ID TO ACCOUNT-ID OF ACCOUNT-RECORD
           READ ACCOUNT-FILE
           IF WS-ACCT-STATUS NOT = '00'
               MOVE 'ACCOUNT NOT ON FILE' TO WS-SKIP-REASON
               GO TO CHECK-ONE-ASSIGNMENT-SKIP
           END-IF
           IF NOT ACTIVE-ACCOUNT
               MOVE 'ACCOUNT NOT ACTIVE' TO WS-SKIP-REASON
               GO TO CHECK-ONE-ASSIGNMENT-SKIP
           END-IF

           PERFORM VALUE-MODEL-ACCOUNT
           IF HOLDINGS-OVERFLOW
               MOVE 'TOO MANY HOLDINGS TO MEASURE' TO WS-SKIP-REASON
               GO TO CHECK-ONE-ASSIGNMENT-SKIP
           END-IF
           IF WS-TOTAL-VALUE NOT > ZERO
               MOVE 'NO VALUE TO MEASURE' TO WS-SKIP-REASON
               GO TO CHECK-ONE-ASSIGNMENT-SKIP
           END-IF

           PERFORM MEASURE-MODEL-DRIFT
           ADD 1 TO WS-MEASURED-COUNT

           MOVE WS-CURRENT-DATE TO MDA-LAST-DRIFT-DATE
           IF WS-MAX-DRIFT > 999.99
               MOVE 999.99 TO MDA-LAST-DRIFT-PERCENT
           ELSE
               MOVE WS-MAX-DRIFT TO MDA-LAST-DRIFT-PERCENT
           END-IF
           IF WS-MAX-DRIFT > MD-DRIFT-TOLERANCE
               MOVE 'Y' TO MDA-DRIFT-FLAG
               ADD 1 TO WS-DRIFTED-COUNT
           ELSE
               MOVE 'N' TO MDA-DRIFT-FLAG
           END-IF
           REWRITE MODELASN-RECORD
           IF WS-ASN-STATUS NOT = '00'
               DISPLAY 'DRIFTCHK: UNABLE TO STAMP ASSIGNMENT FOR '
                   MDA-ACCOUNT-ID ', STATUS = ' WS-ASN-STATUS
           END-IF

           PERFORM PRINT-ACCOUNT-RESULT
           GO TO CHECK-ONE-ASSIGNMENT-NEXT.

       CHECK-ONE-ASSIGNMENT-SKIP.
           ADD 1 TO WS-SKIPPED-COUNT
           MOVE SPACES TO RPT-LINE
           STRING MDA-ACCOUNT-ID DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  MDA-MODEL-ID DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  MDA-ADVISOR DELIMITED BY SIZE
                  '  NOT MEASURED - ' DELIMITED BY SIZE
                  WS-SKIP-REASON DELIMITED BY SIZE
                  INTO RPT-LINE
           END-STRING
           PERFORM EMIT-RPT-LINE.

       CHECK-ONE-ASSIGNMENT-NEXT.
           READ MODELASN-FILE NEXT RECORD
           IF WS-ASN-STATUS NOT = '00'
               SET ASN-EOF TO TRUE
           END-IF.

       CHECK-ONE-ASSIGNMENT-EXIT.
           EXIT.

      ******************************************************************
      * VALUATION - CASH PLUS EVERY OPEN POSITION, EACH HOLDING MAPPED
      * TO ITS MODEL TARGET.
      ******************************************************************
       VALUE-MODEL-ACCOUNT.
           MOVE 'N' TO WS-HOLDINGS-OVERFLOW-SW
           MOVE ZERO TO WS-HLD-COUNT
           MOVE ACCOUNT-BALANCE OF ACCOUNT-RECORD TO WS-CASH-VALUE
           MOVE ACCOUNT-BALANCE OF ACCOUNT-RECORD TO WS-TOTAL-VALUE
           MOVE 1 TO WS-TGT-INDEX
           PERFORM ZERO-ONE-TARGET UNTIL WS-TGT-INDEX > 20

           IF POSITIONS-AVAILABLE
               MOVE MDA-ACCOUNT-ID TO WS-SEARCH-ACCOUNT-ID
               MOVE MDA-ACCOUNT-ID TO ACCOUNT-ID OF POSITION-RECORD
               MOVE LOW-VALUES TO SECURITY-SYMBOL OF POSITION-RECORD
               START POSITION-FILE
                   KEY >= POSITION-KEY OF POSITION-RECORD
                   INVALID KEY MOVE '10' TO WS-POS-STATUS
               END-START
               IF WS-POS-STATUS = '00'
                   PERFORM LOAD-ONE-HOLDING
                       UNTIL WS-POS-STATUS NOT = '00'
               END-IF
      *        Leave the file positioned cleanly for the next account.
               MOVE '00' TO WS-POS-STATUS
           END-IF

           MOVE 1 TO WS-HLD-INDEX
           PERFORM MAP-ONE-HOLDING UNTIL WS-HLD-INDEX > WS-HLD-COUNT.

       ZERO-ONE-TARGET.
           MOVE ZERO TO WS-TGT-VALUE(WS-TGT-INDEX)
           MOVE ZERO TO WS-TGT-PERCENT(WS-TGT-INDEX)
           MOVE ZERO TO WS-TGT-DRIFT(WS-TGT-INDEX)
           ADD 1 TO WS-TGT-INDEX.

       LOAD-ONE-HOLDING.
           READ POSITION-FILE NEXT RECORD
           IF WS-POS-STATUS = '00'
               IF ACCOUNT-ID OF POSITION-RECORD = WS-SEARCH-ACCOUNT-ID
                   IF OPEN-POSITION
                      AND POSITION-QUANTITY NOT = ZERO
                       PERFORM ADD-ONE-HOLDING
                   END-IF
               ELSE
                   MOVE '10' TO WS-POS-STATUS
               END-IF
           END-IF.

       ADD-ONE-HOLDING.
      *    NO PRICE ON FILE VALUES THE HOLDING AT AVERAGE-COST-BASIS,
      *    AS PORTVAL DOES.
           MOVE AVERAGE-COST-BASIS TO WS-UNIT-PRICE
           IF PRICES-AVAILABLE
               MOVE SECURITY-SYMBOL OF POSITION-RECORD TO PRC-SYMBOL
               READ SECPRICE-FILE
               IF WS-PRICE-STATUS = '00'
                  AND PRC-CLOSE-PRICE > ZERO
                   MOVE PRC-CLOSE-PRICE TO WS-UNIT-PRICE
               END-IF
           END-IF
           COMPUTE WS-HOLDING-VALUE ROUNDED =
               POSITION-QUANTITY * WS-UNIT-PRICE
           ADD WS-HOLDING-VALUE TO WS-TOTAL-VALUE

           IF WS-HLD-COUNT >= WS-MAX-HOLDINGS
               SET HOLDINGS-OVERFLOW TO TRUE
           ELSE
               ADD 1 TO WS-HLD-COUNT
               MOVE SECURITY-SYMBOL OF POSITION-RECORD TO
                   WS-HLD-SYMBOL(WS-HLD-COUNT)
               MOVE WS-HOLDING-VALUE TO WS-HLD-VALUE(WS-HLD-COUNT)
               MOVE ZERO TO WS-HLD-PERCENT(WS-HLD-COUNT)
               MOVE ZERO TO WS-HLD-TARGET(WS-HLD-COUNT)
               MOVE SPACES TO WS-HLD-CLASS(WS-HLD-COUNT)
               IF SECMAST-AVAILABLE
                   MOVE SECURITY-SYMBOL OF POSITION-RECORD TO
                       SEC-SYMBOL
                   READ SECMAST-FILE
                   IF WS-SEC-STATUS = '00'
                       MOVE SEC-ASSET-CLASS TO
                           WS-HLD-CLASS(WS-HLD-COUNT)
                   END-IF
               END-IF
           END-IF.

       MAP-ONE-HOLDING.
      *    A SYMBOL TARGET CLAIMS THE HOLDING FIRST; ONLY THEN DOES
      *    A CLASS TARGET FOR ITS ASSET CLASS.
           MOVE 1 TO WS-TGT-INDEX
           PERFORM MATCH-SYMBOL-TARGET
               UNTIL WS-TGT-INDEX > MD-TARGET-COUNT
               OR WS-HLD-TARGET(WS-HLD-INDEX) NOT = ZERO
           IF WS-HLD-TARGET(WS-HLD-INDEX) = ZERO
              AND WS-HLD-CLASS(WS-HLD-INDEX) NOT = SPACES
               MOVE 1 TO WS-TGT-INDEX
               PERFORM MATCH-CLASS-TARGET
                   UNTIL WS-TGT-INDEX > MD-TARGET-COUNT
                   OR WS-HLD-TARGET(WS-HLD-INDEX) NOT = ZERO
           END-IF
           IF WS-HLD-TARGET(WS-HLD-INDEX) NOT = ZERO
               ADD WS-HLD-VALUE(WS-HLD-INDEX) TO
                   WS-TGT-VALUE(WS-HLD-TARGET(WS-HLD-INDEX))
           END-IF
           ADD 1 TO WS-HLD-INDEX.

       MATCH-SYMBOL-TARGET.
           IF MD-SYMBOL-TARGET(WS-TGT-INDEX)
              AND MD-TGT-SYMBOL(WS-TGT-INDEX) =
                  WS-HLD-SYMBOL(WS-HLD-INDEX)
               MOVE WS-TGT-INDEX TO WS-HLD-TARGET(WS-HLD-INDEX)
           ELSE
               ADD 1 TO WS-TGT-INDEX
           END-IF.

       MATCH-CLASS-TARGET.
           IF MD-CLASS-TARGET(WS-TGT-INDEX)
              AND MD-TGT-CLASS(WS-TGT-INDEX) =
                  WS-HLD-CLASS(WS-HLD-INDEX)
               MOVE WS-TGT-INDEX TO WS-HLD-TARGET(WS-HLD-INDEX)
           ELSE
               ADD 1 TO WS-TGT-INDEX
           END-IF.

      ******************************************************************
      * DRIFT - EVERY LINE'S CURRENT WEIGHT LESS ITS TARGET, IN
      * PERCENTAGE POINTS; THE LARGEST ABSOLUTE DRIFT DECIDES.
      ******************************************************************
       MEASURE-MODEL-DRIFT.
           MOVE ZERO TO WS-MAX-DRIFT
           MOVE SPACES TO WS-WORST-LINE

           COMPUTE WS-CASH-PERCENT ROUNDED =
               WS-CASH-VALUE * 100 / WS-TOTAL-VALUE
               ON SIZE ERROR
                   MOVE 9999.99 TO WS-CASH-PERCENT
           END-COMPUTE
           COMPUTE WS-CASH-DRIFT = WS-CASH-PERCENT - MD-CASH-WEIGHT
           IF WS-CASH-DRIFT < ZERO
               COMPUTE WS-CASH-DRIFT = ZERO - WS-CASH-DRIFT
           END-IF
           MOVE WS-CASH-DRIFT TO WS-LINE-DRIFT
           MOVE 'CASH' TO WS-WORST-LINE
           MOVE WS-LINE-DRIFT TO WS-MAX-DRIFT

           MOVE 1 TO WS-TGT-INDEX
           PERFORM MEASURE-ONE-TARGET
               UNTIL WS-TGT-INDEX > MD-TARGET-COUNT

           MOVE 1 TO WS-HLD-INDEX
           PERFORM MEASURE-ONE-UNMODELLED
               UNTIL WS-HLD-INDEX > WS-HLD-COUNT.

       MEASURE-ONE-TARGET.
           COMPUTE WS-TGT-PERCENT(WS-TGT-INDEX) ROUNDED =
               WS-TGT-VALUE(WS-TGT-INDEX) * 100 / WS-TOTAL-VALUE
               ON SIZE ERROR
                   MOVE 9999.99 TO WS-TGT-PERCENT(WS-TGT-INDEX)
           END-COMPUTE
           COMPUTE WS-LINE-DRIFT = WS-TGT-PERCENT(WS-TGT-INDEX)
               - MD-TGT-WEIGHT(WS-TGT-INDEX)
           IF WS-LINE-DRIFT < ZERO
               COMPUTE WS-LINE-DRIFT = ZERO - WS-LINE-DRIFT
           END-IF
           MOVE WS-LINE-DRIFT TO WS-TGT-DRIFT(WS-TGT-INDEX)
           IF WS-LINE-DRIFT > WS-MAX-DRIFT
               MOVE WS-LINE-DRIFT TO WS-MAX-DRIFT
               PERFORM NAME-TARGET-LINE
               MOVE WS-DL-LINE TO WS-WORST-LINE
           END-IF
           ADD 1 TO WS-TGT-INDEX.

       MEASURE-ONE-UNMODELLED.
      *    A HOLDING OUTSIDE THE MODEL HAS A TARGET OF ZERO - ITS
      *    WHOLE WEIGHT IS DRIFT.
           IF WS-HLD-TARGET(WS-HLD-INDEX) = ZERO
               COMPUTE WS-HLD-PERCENT(WS-HLD-INDEX) ROUNDED =
                   WS-HLD-VALUE(WS-HLD-INDEX) * 100 / WS-TOTAL-VALUE
                   ON SIZE ERROR
                       MOVE 9999.99 TO WS-HLD-PERCENT(WS-HLD-INDEX)
               END-COMPUTE
               MOVE WS-HLD-PERCENT(WS-HLD-INDEX) TO WS-LINE-DRIFT
               IF WS-LINE-DRIFT < ZERO
                   COMPUTE WS-LINE-DRIFT = ZERO - WS-LINE-DRIFT
               END-IF
               IF WS-LINE-DRIFT > WS-MAX-DRIFT
                   MOVE WS-LINE-DRIFT TO WS-MAX-DRIFT
                   MOVE WS-HLD-SYMBOL(WS-HLD-INDEX) TO WS-WORST-LINE
               END-IF
           END-IF
           ADD 1 TO WS-HLD-INDEX.

       NAME-TARGET-LINE.
           MOVE SPACES TO WS-DL-LINE
           IF MD-CLASS-TARGET(WS-TGT-INDEX)
               STRING 'CLASS ' DELIMITED BY SIZE
                      MD-TGT-CLASS(WS-TGT-INDEX) DELIMITED BY SIZE
                      INTO WS-DL-LINE
               END-STRING
           ELSE
               MOVE MD-TGT-SYMBOL(WS-TGT-INDEX) TO WS-DL-LINE
           END-IF.

      ******************************************************************
      * REPORT - ONE SUMMARY LINE PER ACCOUNT, THEN EVERY LINE OF THE
      * MODEL (AND EVERY HOLDING OUTSIDE IT) WHEN THE ACCOUNT DRIFTED.
      ******************************************************************
       PRINT-ACCOUNT-RESULT.
           MOVE MDA-ACCOUNT-ID TO WS-AL-ACCOUNT-ID
           MOVE MDA-MODEL-ID TO WS-AL-MODEL-ID
           MOVE MDA-ADVISOR TO WS-AL-ADVISOR
           MOVE WS-TOTAL-VALUE TO WS-AL-TOTAL-VALUE
           MOVE MD-DRIFT-TOLERANCE TO WS-AL-TOLERANCE
           MOVE WS-MAX-DRIFT TO WS-AL-MAX-DRIFT
           MOVE WS-WORST-LINE TO WS-AL-WORST-LINE
           IF MDA-DRIFTED
               MOVE 'DRIFTED' TO WS-AL-STATUS
           ELSE
               MOVE 'IN TOL' TO WS-AL-STATUS
           END-IF
           MOVE WS-ACCOUNT-LINE TO RPT-LINE
           PERFORM EMIT-RPT-LINE

           IF MDA-DRIFTED
               MOVE WS-DETAIL-HEADING TO RPT-LINE
               PERFORM EMIT-RPT-LINE
               PERFORM PRINT-DRIFT-DETAIL
               MOVE SPACES TO RPT-LINE
               PERFORM EMIT-RPT-LINE
           END-IF.

       PRINT-DRIFT-DETAIL.
           MOVE 'CASH' TO WS-DL-LINE
           MOVE 'CASH' TO WS-DL-TYPE
           MOVE MD-CASH-WEIGHT TO WS-DL-TARGET
           MOVE WS-CASH-PERCENT TO WS-DL-CURRENT
           MOVE WS-CASH-DRIFT TO WS-DL-DRIFT
           MOVE SPACE TO WS-DL-FLAG
           IF WS-CASH-DRIFT > MD-DRIFT-TOLERANCE
               MOVE '*' TO WS-DL-FLAG
           END-IF
           MOVE WS-DETAIL-LINE TO RPT-LINE
           PERFORM EMIT-RPT-LINE

           MOVE 1 TO WS-TGT-INDEX
           PERFORM PRINT-ONE-TARGET-LINE
               UNTIL WS-TGT-INDEX > MD-TARGET-COUNT

           MOVE 1 TO WS-HLD-INDEX
           PERFORM PRINT-ONE-UNMODELLED-LINE
               UNTIL WS-HLD-INDEX > WS-HLD-COUNT.

       PRINT-ONE-TARGET-LINE.
           PERFORM NAME-TARGET-LINE
           IF MD-CLASS-TARGET(WS-TGT-INDEX)
               MOVE 'CLASS' TO WS-DL-TYPE
           ELSE
               MOVE 'SYMBOL' TO WS-DL-TYPE
           END-IF
           MOVE MD-TGT-WEIGHT(WS-TGT-INDEX) TO WS-DL-TARGET
           MOVE WS-TGT-PERCENT(WS-TGT-INDEX) TO WS-DL-CURRENT
           MOVE WS-TGT-DRIFT(WS-TGT-INDEX) TO WS-DL-DRIFT
           MOVE SPACE TO WS-DL-FLAG
           IF WS-TGT-DRIFT(WS-TGT-INDEX) > MD-DRIFT-TOLERANCE
               MOVE '*' TO WS-DL-FLAG
           END-IF
           MOVE WS-DETAIL-LINE TO RPT-LINE
           PERFORM EMIT-RPT-LINE
           ADD 1 TO WS-TGT-INDEX.

       PRINT-ONE-UNMODELLED-LINE.
           IF WS-HLD-TARGET(WS-HLD-INDEX) = ZERO
               MOVE WS-HLD-SYMBOL(WS-HLD-INDEX) TO WS-DL-LINE
               MOVE 'NONE' TO WS-DL-TYPE
               MOVE ZERO TO WS-DL-TARGET
               MOVE WS-HLD-PERCENT(WS-HLD-INDEX) TO WS-DL-CURRENT
               MOVE WS-HLD-PERCENT(WS-HLD-INDEX) TO WS-DL-DRIFT
               MOVE SPACE TO WS-DL-FLAG
               IF WS-HLD-PERCENT(WS-HLD-INDEX) > MD-DRIFT-TOLERANCE
                   MOVE '*' TO WS-DL-FLAG
               END-IF
               MOVE WS-DETAIL-LINE TO RPT-LINE
               PERFORM EMIT-RPT-LINE
           END-IF
           ADD 1 TO WS-HLD-INDEX.

       WRITE-RUN-TOTALS.
           MOVE SPACES TO RPT-LINE
           PERFORM EMIT-RPT-LINE

           MOVE WS-SCANNED-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO RPT-LINE
           STRING 'ASSIGNMENTS SCANNED . . . . . . . ' DELIMITED BY SIZE
                  WS-COUNT-DISPLAY DELIMITED BY SIZE
                  INTO RPT-LINE
           END-STRING
           PERFORM EMIT-RPT-LINE

           MOVE WS-MEASURED-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO RPT-LINE
           STRING 'ACCOUNTS MEASURED . . . . . . . . ' DELIMITED BY SIZE
                  WS-COUNT-DISPLAY DELIMITED BY SIZE
                  INTO RPT-LINE
           END-STRING
           PERFORM EMIT-RPT-LINE

           MOVE WS-DRIFTED-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO RPT-LINE
           STRING 'ACCOUNTS OUTSIDE TOLERANCE. . . . ' DELIMITED BY SIZE
                  WS-COUNT-DISPLAY DELIMITED BY SIZE
                  INTO RPT-LINE
           END-STRING
           PERFORM EMIT-RPT-LINE

           MOVE WS-SUSPENDED-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO RPT-LINE
           STRING 'ASSIGNMENTS SUSPENDED . . . . . . ' DELIMITED BY SIZE
                  WS-COUNT-DISPLAY DELIMITED BY SIZE
                  INTO RPT-LINE
           END-STRING
           PERFORM EMIT-RPT-LINE

           MOVE WS-SKIPPED-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO RPT-LINE
           STRING 'ASSIGNMENTS NOT MEASURED. . . . . ' DELIMITED BY SIZE
                  WS-COUNT-DISPLAY DELIMITED BY SIZE
                  INTO RPT-LINE
           END-STRING
           PERFORM EMIT-RPT-LINE.

       WRITE-REPORT-HEADER.
           MOVE PRINT-RULE-LINE TO RPT-LINE
           WRITE RPT-LINE

           MOVE PRINT-PAGE-NUMBER TO WS-PAGE-DISPLAY
           MOVE SPACES TO RPT-LINE
           STRING 'MANAGED-ACCOUNT MODEL DRIFT - ' DELIMITED BY SIZE
                  WS-CURRENT-DATE DELIMITED BY SIZE
                  '  PAGE ' DELIMITED BY SIZE
                  WS-PAGE-DISPLAY DELIMITED BY SIZE
                  INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE

           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE.

       EMIT-RPT-LINE.
           WRITE RPT-LINE
           ADD 1 TO PRINT-LINE-COUNT
           IF PRINT-LINE-COUNT >= PRINT-LINES-PER-PAGE
               PERFORM REPORT-PAGE-BREAK
           END-IF.

       REPORT-PAGE-BREAK.
           ADD 1 TO PRINT-PAGE-NUMBER
           MOVE ZERO TO PRINT-LINE-COUNT
           PERFORM WRITE-REPORT-HEADER.

       FINALIZE-PROCESS.
           CLOSE MODELASN-FILE
           CLOSE MODEL-FILE
           CLOSE ACCOUNT-FILE
           CLOSE DRIFTCHK-FILE
           IF POSITIONS-AVAILABLE
               CLOSE POSITION-FILE
           END-IF
           IF PRICES-AVAILABLE
               CLOSE SECPRICE-FILE
           END-IF
           IF SECMAST-AVAILABLE
               CLOSE SECMAST-FILE
           END-IF

           MOVE WS-MEASURED-COUNT TO WS-COUNT-DISPLAY
           DISPLAY 'DRIFTCHK: MEASURED ' WS-COUNT-DISPLAY
               ' ACCOUNT(S)'
           MOVE WS-DRIFTED-COUNT TO WS-COUNT-DISPLAY
           DISPLAY 'DRIFTCHK: OUTSIDE TOLERANCE ' WS-COUNT-DISPLAY
               ' ACCOUNT(S)'.

       END PROGRAM DRIFTCHK.
