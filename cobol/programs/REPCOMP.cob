      *          USED TO SPEND ASSEMBLING THIS BY HAND.
      * FUNCTIONS: STANDALONE BATCH JOB - RUN MONTHLY, IN THE FIRST
      *            WEEK, FOR THE PRIOR CALENDAR MONTH.
      *
      * MODIFICATION HISTORY:
      * 2026-10-15  REPS ARE NOW ACCUMULATED PER CORRESPONDENT FIRM AS
      *             WELL AS PER BROKER-ID - THE TRADE'S ACCOUNT (AND
      *             FOR AN ERROR CHARGE, THE ERRLOG ORIGINATING
      *             ACCOUNT) SUPPLIES THE CORRESPONDENT-ID - AND THE
      *             PAYOUT REGISTER IS SEGREGATED: OUR OWN REPS FIRST,
      *             THEN EACH CORRESPONDENT'S REPS UNDER A HEADER WITH
      *             A CORRESPONDENT SUBTOTAL. WITH NO CORRESPONDENT
      *             ACCOUNTS IN THE MONTH THE REGISTER PRINTS EXACTLY
      *             AS BEFORE.
      * 2026-10-15  EACH PAYOUT REGISTER LINE IS ALSO WRITTEN TO
      *             REPPAY.DAT (REPLACED EACH RUN) SO BRPNL CAN CHARGE
      *             THE PAYOUT TO THE BRANCH.
      * 2026-10-15  NOW CALLABLE AS A SCHEDULED EODDRIVER STEP:
      *             LK-RETURN-CODE ADDED (00 NORMAL, INCLUDING NOTHING
      *             ON FILE TO PROCESS; 08 FATAL SETUP ERROR) AND GOBACK
      *             REPLACES STOP RUN, THE SAME CONVERSION ACHINTF AND
      *             MEBATCH GOT. RUN STANDALONE IT STILL ENDS THE JOB AS
      *             BEFORE.
      ******************************************************************

       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

           SELECT REPPAY-FILE ASSIGN TO "REPPAY.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-REPPAY-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TRANSACTION-FILE.
       FD  REPCOMP-RPT-FILE.
       01  REPCOMP-RPT-LINE              PIC X(132).

       FD  REPPAY-FILE.
       COPY REPPAY.

       WORKING-STORAGE SECTION.
       01  WS-TRANS-STATUS               PIC XX.
           88  TRANS-OK                  VALUE '00'.
           88  ERRLOG-OK                 VALUE '00'.
           88  ERRLOG-EOF                VALUE '10'.
       01  WS-RPT-STATUS                 PIC XX.
       01  WS-REPPAY-STATUS              PIC XX.

       01  WS-ERROR-ACCOUNT-ID           PIC X(12)
                                             VALUE 'FIRMERROR   '.

       01  WS-WORK-BROKER                PIC X(08).
       01  WS-WORK-BRANCH                PIC X(04).
       01  WS-WORK-CORRESPONDENT         PIC X(06).
       01  WS-REALIZED-GAIN              PIC S9(13)V99 COMP-3.
       01  WS-MATCH-BROKER               PIC X(08).
       01  WS-MATCH-BRANCH               PIC X(04).
       01  WS-MATCH-DATE                 PIC X(08).
       01  WS-MATCH-ACCOUNT              PIC X(12).

       01  WS-MAX-REPS                   PIC 9(03) VALUE 200.
       01  WS-REP-COUNT                  PIC 9(03) VALUE ZERO.
       01  WS-REP-FOUND                  PIC 9(03).
       01  WS-REP-TABLE.
           05  WS-REP-ENTRY OCCURS 200 TIMES.
               10  WS-TBL-CORRESPONDENT  PIC X(06).
               10  WS-TBL-BROKER         PIC X(08).
               10  WS-TBL-BRANCH         PIC X(04).
               10  WS-TBL-COMMISSION     PIC S9(13)V99 COMP-3.
               10  WS-TBL-TRADE-COUNT    PIC 9(07) COMP.
               10  WS-TBL-ERROR-CHARGE   PIC S9(13)V99 COMP-3.

       01  WS-SWAP-ENTRY.
           05  WS-SWAP-CORRESPONDENT     PIC X(06).
           05  WS-SWAP-BROKER            PIC X(08).
           05  WS-SWAP-BRANCH            PIC X(04).
           05  WS-SWAP-COMMISSION        PIC S9(13)V99 COMP-3.
           05  WS-SWAP-TRADE-COUNT       PIC 9(07) COMP.
           05  WS-SWAP-ERROR-CHARGE      PIC S9(13)V99 COMP-3.
       01  WS-SORT-INDEX                 PIC 9(03).
       01  WS-SORT-SWAPPED-SW            PIC X(01).
           88  SORT-SWAPPED-THIS-PASS    VALUE 'Y'.

       01  WS-ANY-CORRESPONDENT-SW       PIC X(01) VALUE 'N'.
           88  ANY-CORRESPONDENT         VALUE 'Y'.
       01  WS-CURRENT-CORRESPONDENT      PIC X(06).
       01  WS-CORR-COMMISSION            PIC S9(13)V99 COMP-3.
       01  WS-CORR-ERROR-CHARGE          PIC S9(13)V99 COMP-3.
       01  WS-CORR-PAYOUT                PIC S9(13)V99 COMP-3.

       01  WS-PAYOUT-PCT                 PIC 9(03)V99.
       01  WS-PAYOUT-BASE                PIC S9(13)V99 COMP-3.
       01  WS-PAYOUT-AMOUNT              PIC S9(13)V99 COMP-3.
       01  WS-AMOUNT-DISPLAY             PIC Z,ZZZ,ZZZ,ZZ9.99-.
       01  WS-PCT-DISPLAY                PIC ZZ9.99.

       LINKAGE SECTION.
       01  LK-RETURN-CODE                PIC 9(02).

       PROCEDURE DIVISION USING LK-RETURN-CODE.
       MAIN-PROCESS.
           PERFORM INITIALIZE-PROCESS
           PERFORM ACCUMULATE-TRADES-PROCESS
               ACCUMULATE-ERRORS-EXIT
           PERFORM PRINT-PAYOUT-REGISTER
           PERFORM FINALIZE-PROCESS
           MOVE 00 TO LK-RETURN-CODE
           GOBACK.

       INITIALIZE-PROCESS.
           MOVE ZERO TO WS-TRADE-COUNT
           IF WS-TRANS-STATUS NOT = '00'
               DISPLAY 'REPCOMP: NO TRANS.DAT ON FILE - NOTHING TO '
                   'PAY'
               MOVE 00 TO LK-RETURN-CODE
               GOBACK
           END-IF

           OPEN INPUT ACCOUNT-FILE
           IF WS-RPT-STATUS NOT = '00'
               DISPLAY 'REPCOMP: UNABLE TO OPEN REPCOMP.RPT, '
                   'STATUS = ' WS-RPT-STATUS
               MOVE 08 TO LK-RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT REPPAY-FILE
           IF WS-REPPAY-STATUS NOT = '00'
               DISPLAY 'REPCOMP: UNABLE TO OPEN REPPAY.DAT, '
                   'STATUS = ' WS-REPPAY-STATUS
               CLOSE REPCOMP-RPT-FILE
               MOVE 08 TO LK-RETURN-CODE
               GOBACK
           END-IF

           MOVE SPACES TO REPCOMP-RPT-LINE

       LOOKUP-TRADE-BRANCH.
           MOVE SPACES TO WS-WORK-BRANCH
           MOVE SPACES TO WS-WORK-CORRESPONDENT
           MOVE SPACES TO ACCOUNT-OFFICER OF ACCOUNT-RECORD
           IF WS-ACCT-STATUS = '00' OR WS-ACCT-STATUS = '10'
              OR WS-ACCT-STATUS = '23'
               IF WS-ACCT-STATUS = '00'
                   MOVE BRANCH-CODE OF ACCOUNT-RECORD TO
                       WS-WORK-BRANCH
                   MOVE CORRESPONDENT-ID OF ACCOUNT-RECORD TO
                       WS-WORK-CORRESPONDENT
               END-IF
           END-IF.

       LOOKUP-ORIGIN-CORRESPONDENT.
           MOVE SPACES TO WS-WORK-CORRESPONDENT
           IF WS-MATCH-ACCOUNT NOT = SPACES
              AND (WS-ACCT-STATUS = '00' OR WS-ACCT-STATUS = '10'
                   OR WS-ACCT-STATUS = '23')
               MOVE WS-MATCH-ACCOUNT TO ACCOUNT-ID OF ACCOUNT-RECORD
               READ ACCOUNT-FILE
               IF WS-ACCT-STATUS = '00'
                   MOVE CORRESPONDENT-ID OF ACCOUNT-RECORD TO
                       WS-WORK-CORRESPONDENT
               END-IF
           END-IF.

               ELSE
                   ADD 1 TO WS-REP-COUNT
                   MOVE WS-REP-COUNT TO WS-REP-FOUND
                   MOVE WS-WORK-CORRESPONDENT TO
                       WS-TBL-CORRESPONDENT(WS-REP-FOUND)
                   IF WS-WORK-CORRESPONDENT NOT = SPACES
                       SET ANY-CORRESPONDENT TO TRUE
                   END-IF
                   MOVE WS-WORK-BROKER TO
                       WS-TBL-BROKER(WS-REP-FOUND)
                   MOVE WS-WORK-BRANCH TO

       SCAN-ONE-REP-SLOT.
           IF WS-TBL-BROKER(WS-REP-INDEX) = WS-WORK-BROKER
              AND WS-TBL-CORRESPONDENT(WS-REP-INDEX) =
                  WS-WORK-CORRESPONDENT
               MOVE WS-REP-INDEX TO WS-REP-FOUND
           END-IF
           ADD 1 TO WS-REP-INDEX.

           MOVE WS-MATCH-BROKER TO WS-WORK-BROKER
           MOVE WS-MATCH-BRANCH TO WS-WORK-BRANCH
           PERFORM LOOKUP-ORIGIN-CORRESPONDENT
           PERFORM FIND-REP-SLOT
           IF WS-REP-FOUND NOT = ZERO
               ADD WS-REALIZED-GAIN TO
           MOVE SPACES TO WS-MATCH-BROKER
           MOVE SPACES TO WS-MATCH-BRANCH
           MOVE SPACES TO WS-MATCH-DATE
           MOVE SPACES TO WS-MATCH-ACCOUNT

           OPEN INPUT ERRLOG-FILE
           IF WS-ERRLOG-STATUS NOT = '00'
               MOVE EL-BROKER-ID TO WS-MATCH-BROKER
               MOVE EL-BRANCH-CODE TO WS-MATCH-BRANCH
               MOVE EL-MOVE-DATE TO WS-MATCH-DATE
               MOVE EL-ORIG-ACCOUNT-ID TO WS-MATCH-ACCOUNT
           END-IF

           READ ERRLOG-FILE NEXT RECORD
           MOVE 'PAYOUT REGISTER' TO REPCOMP-RPT-LINE
           WRITE REPCOMP-RPT-LINE

           IF ANY-CORRESPONDENT AND WS-REP-COUNT > 1
               SET SORT-SWAPPED-THIS-PASS TO TRUE
               PERFORM SORT-ONE-PASS UNTIL WS-SORT-SWAPPED-SW = 'N'
           END-IF

           MOVE HIGH-VALUES TO WS-CURRENT-CORRESPONDENT
           MOVE ZERO TO WS-CORR-COMMISSION
           MOVE ZERO TO WS-CORR-ERROR-CHARGE
           MOVE ZERO TO WS-CORR-PAYOUT
           MOVE 1 TO WS-REP-INDEX
           PERFORM PRINT-ONE-REP
               UNTIL WS-REP-INDEX > WS-REP-COUNT
           PERFORM WRITE-CORRESPONDENT-SUBTOTAL.

      *    OUR OWN REPS (BLANK CORRESPONDENT) SORT FIRST, THEN EACH
      *    CORRESPONDENT'S REPS IN BROKER-ID ORDER - THE SAME IN-PLACE
      *    EXCHANGE SORT BOBREP USES.
       SORT-ONE-PASS.
           MOVE 'N' TO WS-SORT-SWAPPED-SW
           MOVE 1 TO WS-SORT-INDEX
           PERFORM SORT-ONE-ROW
               UNTIL WS-SORT-INDEX >= WS-REP-COUNT.

       SORT-ONE-ROW.
           IF WS-TBL-CORRESPONDENT(WS-SORT-INDEX) >
                  WS-TBL-CORRESPONDENT(WS-SORT-INDEX + 1)
              OR (WS-TBL-CORRESPONDENT(WS-SORT-INDEX) =
                     WS-TBL-CORRESPONDENT(WS-SORT-INDEX + 1)
                  AND WS-TBL-BROKER(WS-SORT-INDEX) >
                     WS-TBL-BROKER(WS-SORT-INDEX + 1))
               MOVE WS-REP-ENTRY(WS-SORT-INDEX) TO WS-SWAP-ENTRY
               MOVE WS-REP-ENTRY(WS-SORT-INDEX + 1) TO
                   WS-REP-ENTRY(WS-SORT-INDEX)
               MOVE WS-SWAP-ENTRY TO WS-REP-ENTRY(WS-SORT-INDEX + 1)
               SET SORT-SWAPPED-THIS-PASS TO TRUE
           END-IF
           ADD 1 TO WS-SORT-INDEX.

       WRITE-CORRESPONDENT-HEADER.
           MOVE SPACES TO REPCOMP-RPT-LINE
           WRITE REPCOMP-RPT-LINE
           MOVE SPACES TO REPCOMP-RPT-LINE
           IF WS-CURRENT-CORRESPONDENT = SPACES
               MOVE 'SELF-CLEARED REPS' TO REPCOMP-RPT-LINE
           ELSE
               STRING 'CORRESPONDENT ' DELIMITED BY SIZE
                      WS-CURRENT-CORRESPONDENT DELIMITED BY SIZE
                      ' REPS' DELIMITED BY SIZE
                      INTO REPCOMP-RPT-LINE
               END-STRING
           END-IF
           WRITE REPCOMP-RPT-LINE.

       WRITE-CORRESPONDENT-SUBTOTAL.
           IF ANY-CORRESPONDENT
              AND WS-CURRENT-CORRESPONDENT NOT = HIGH-VALUES
               MOVE WS-CORR-COMMISSION TO WS-AMOUNT-DISPLAY
               MOVE SPACES TO REPCOMP-RPT-LINE
               STRING '  SUBTOTAL COMMISSIONS   ' DELIMITED BY SIZE
                      WS-AMOUNT-DISPLAY DELIMITED BY SIZE
                      INTO REPCOMP-RPT-LINE
               END-STRING
               WRITE REPCOMP-RPT-LINE

               MOVE WS-CORR-ERROR-CHARGE TO WS-AMOUNT-DISPLAY
               MOVE SPACES TO REPCOMP-RPT-LINE
               STRING '  SUBTOTAL ERROR CHARGES ' DELIMITED BY SIZE
                      WS-AMOUNT-DISPLAY DELIMITED BY SIZE
                      INTO REPCOMP-RPT-LINE
               END-STRING
               WRITE REPCOMP-RPT-LINE

               MOVE WS-CORR-PAYOUT TO WS-AMOUNT-DISPLAY
               MOVE SPACES TO REPCOMP-RPT-LINE
               STRING '  SUBTOTAL PAYOUT        ' DELIMITED BY SIZE
                      WS-AMOUNT-DISPLAY DELIMITED BY SIZE
                      INTO REPCOMP-RPT-LINE
               END-STRING
               WRITE REPCOMP-RPT-LINE
           END-IF.

       PRINT-ONE-REP.
           IF ANY-CORRESPONDENT
              AND WS-TBL-CORRESPONDENT(WS-REP-INDEX) NOT =
                  WS-CURRENT-CORRESPONDENT
               PERFORM WRITE-CORRESPONDENT-SUBTOTAL
               MOVE WS-TBL-CORRESPONDENT(WS-REP-INDEX) TO
                   WS-CURRENT-CORRESPONDENT
               MOVE ZERO TO WS-CORR-COMMISSION
               MOVE ZERO TO WS-CORR-ERROR-CHARGE
               MOVE ZERO TO WS-CORR-PAYOUT
               PERFORM WRITE-CORRESPONDENT-HEADER
           END-IF

           PERFORM LOOKUP-PAYOUT-RATE THRU LOOKUP-RATE-EXIT

           COMPUTE WS-PAYOUT-BASE =
               COMPUTE WS-PAYOUT-AMOUNT ROUNDED =
                   WS-PAYOUT-BASE * WS-PAYOUT-PCT / 100
           END-IF
           ADD WS-TBL-COMMISSION(WS-REP-INDEX) TO WS-CORR-COMMISSION
           ADD WS-TBL-ERROR-CHARGE(WS-REP-INDEX) TO
               WS-CORR-ERROR-CHARGE
           ADD WS-PAYOUT-AMOUNT TO WS-CORR-PAYOUT

           MOVE WS-TBL-TRADE-COUNT(WS-REP-INDEX) TO
               WS-COUNT-DISPLAY
           END-STRING
           WRITE REPCOMP-RPT-LINE

           PERFORM WRITE-PAYOUT-ROW
           ADD 1 TO WS-REP-INDEX.

       WRITE-PAYOUT-ROW.
           MOVE SPACES TO REPPAY-RECORD
           MOVE WS-REPORT-PERIOD TO RP-PERIOD
           MOVE WS-TBL-BROKER(WS-REP-INDEX) TO RP-BROKER-ID
           MOVE WS-TBL-BRANCH(WS-REP-INDEX) TO RP-BRANCH-CODE
           MOVE WS-TBL-CORRESPONDENT(WS-REP-INDEX) TO
               RP-CORRESPONDENT-ID
           MOVE WS-TBL-TRADE-COUNT(WS-REP-INDEX) TO RP-TRADE-COUNT
           MOVE WS-TBL-COMMISSION(WS-REP-INDEX) TO RP-COMMISSION
           MOVE WS-TBL-ERROR-CHARGE(WS-REP-INDEX) TO RP-ERROR-CHARGE
           MOVE WS-PAYOUT-PCT TO RP-PAYOUT-PCT
           MOVE WS-PAYOUT-AMOUNT TO RP-PAYOUT-AMOUNT
           WRITE REPPAY-RECORD
           IF WS-REPPAY-STATUS NOT = '00'
               DISPLAY 'REPCOMP: UNABLE TO WRITE REPPAY.DAT FOR REP '
                   RP-BROKER-ID ', STATUS = ' WS-REPPAY-STATUS
           END-IF.

       LOOKUP-PAYOUT-RATE.
      *    ONE LINE PER REP ON THE RATE TABLE; THE HOUSE DEFAULT
      *    COVERS A REP NOBODY SET A RATE FOR.
           CLOSE TRANSACTION-FILE
           CLOSE ACCOUNT-FILE
           CLOSE REPCOMP-RPT-FILE
           CLOSE REPPAY-FILE

           MOVE WS-TRADE-COUNT TO WS-TRADE-DISPLAY
           DISPLAY 'REPCOMP: ACCUMULATED ' WS-TRADE-DISPLAY
