      *        THE ACCOUNT-ID AND THE BEFORE/AFTER SYMBOL AND QUANTITY,
      *        SO THE OPERATOR HAS A COMPLETE RECORD OF WHAT CHANGED.
      *
      *        A CONTROL RECORD THAT CARRIES AN EVENT ID INSTEAD
      *        RUNS A REORGANIZATION FROM REORGEVT.DAT (MAINTAINED BY
      *        REORGMNT): CASH MERGER, STOCK MERGER, CASH-AND-STOCK
      *        MERGER, SPIN-OFF, TENDER OFFER, OR EXCHANGE OFFER. THE
      *        SYMBOL/RATIO FIELDS ARE IGNORED. UNLIKE A SPLIT, EVERY
      *        LEG POSTS THROUGH TRANPOST AS A TRANSACTION WITH
      *        SUBTYPE 'REOR', SO CASH, POSITIONS, TAX LOTS, AND
      *        HISTORY MOVE TOGETHER AND THE REBUILD AUDITS REPLAY IT:
      *          CASH RECEIVED    - SEL OF THE SURRENDERED SHARES AT
      *                             THE CASH PRICE (TAXABLE, LOTS
      *                             DISPOSED FIFO);
      *          SHARES EXCHANGED - DLV OF THE OLD SHARES AT AVERAGE
      *                             COST, THEN RCV OF THE NEW SHARES
      *                             CARRYING THAT BASIS AND EACH LOT'S
      *                             ACQUISITION DATE;
      *          CASH AND STOCK   - SEL OF THE SHARE OF THE HOLDING
      *                             WHOSE BASIS GOES AGAINST THE CASH
      *                             (100 LESS RE-BASIS-PERCENT), DLV
      *                             OF THE REST, RCV OF THE NEW SHARES;
      *          SPIN-OFF         - DLV OF THE PARENT, RCV OF THE
      *                             PARENT BACK AT (100 LESS
      *                             RE-BASIS-PERCENT) OF ITS BASIS AND
      *                             RCV OF THE CHILD AT THE REST.
      *        A FRACTIONAL NEW-SHARE ENTITLEMENT IS SOLD BACK AS CASH
      *        IN LIEU (SEL AT RE-CIL-PRICE) WHEN A CIL PRICE IS GIVEN.
      *        A TENDER OR EXCHANGE OFFER ONLY RUNS AFTER ITS ELECTION
      *        DEADLINE AND SURRENDERS WHAT EACH HOLDER ELECTED
      *        THROUGH ELECTMNT; A HOLDER WHO NEVER ELECTED GETS THE
      *        EVENT'S DEFAULT OPTION. EVERY HOLDER'S OUTCOME IS
      *        WRITTEN TO REORGELC.DAT, WHICH ALSO LETS A RE-RUN SKIP
      *        HOLDERS ALREADY DONE. SHORT HOLDERS ARE LOGGED FOR
      *        MANUAL HANDLING. A REJECTED LEG GOES TO THE SUSPENSE
      *        QUEUE; WHEN THE SURRENDER LEG ITSELF IS REJECTED THE
      *        HOLDER'S REMAINING LEGS ARE NOT ATTEMPTED. RUN THE
      *        EVENT BEFORE THE OLD SYMBOL IS DELISTED ON SECMAST -
      *        TRANPOST REFUSES TRADES IN A DELISTED SECURITY.
      *
      * MODIFICATION HISTORY:
      * 2026-10-15  REORGANIZATION MODE: A CONTROL RECORD WITH AN
      *             EVENT ID PROCESSES THAT REORGEVT.DAT EVENT
      *             (MERGERS, SPIN-OFFS, TENDER AND EXCHANGE OFFERS
      *             WITH ELECTIONS) THROUGH TRANPOST INSTEAD OF
      *             REWRITING POSITIONS. POSITION TIMESTAMP AND
      *             UPDATED-BY REFERENCES ARE NOW QUALIFIED.
      * 2026-09-03  COMMITTED POSITION CHANGES (SPLIT REWRITE,
      *             SYMBOL-CHANGE DELETE AND WRITE, RESTORE) NOW GO
      *             TO THE FORWARD-RECOVERY JOURNAL LIKE POSMGMT'S
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.

           SELECT REORGEVT-FILE ASSIGN TO "REORGEVT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RE-EVENT-ID
               FILE STATUS IS WS-EVENT-STATUS.

           SELECT REORGELC-FILE ASSIGN TO "REORGELC.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RL-KEY
               FILE STATUS IS WS-ELECTION-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-FILE.
           05  CTL-NEW-SYMBOL             PIC X(12).
           05  CTL-SPLIT-RATIO            PIC 9(04)V9999.
           05  CTL-EFFECTIVE-DATE         PIC X(08).
           05  CTL-EVENT-ID               PIC X(12).

       FD  POSITION-FILE.
       COPY POSITION.
       FD  CORPHIST-FILE.
       COPY CORPHIST.

       FD  REORGEVT-FILE.
       COPY REORGEVT.

       FD  REORGELC-FILE.
       COPY REORGELC.

       WORKING-STORAGE SECTION.
       01  WS-CTL-STATUS                  PIC XX.
       01  WS-LOG-STATUS                  PIC XX.
       01  WS-HIST-STATUS                 PIC XX.
       01  WS-EVENT-STATUS                PIC XX.
       01  WS-ELECTION-STATUS             PIC XX.

       01  WS-FILE-STATUS                 PIC XX.
           88  POSITION-FOUND             VALUE '00'.
       01  WS-POSITIONS-CHANGED           PIC 9(07) COMP.
       01  WS-POSITIONS-DISPLAY           PIC ZZZZZZ9.

       01  WS-EVENT-ID                    PIC X(12).
       01  WS-REORGANIZATION-SW           PIC X(01) VALUE 'N'.
           88  REORGANIZATION-MODE        VALUE 'Y'.
       01  WS-RUN-DATE                    PIC X(08).

       01  WS-HOLDER-ACCOUNT-ID           PIC X(12).
       01  WS-HOLDER-QUANTITY             PIC S9(09)V999 COMP-3.
       01  WS-HOLDER-AVG-COST             PIC S9(09)V9999 COMP-3.
       01  WS-HOLDER-FAILED-SW            PIC X(01) VALUE 'N'.
           88  HOLDER-FAILED              VALUE 'Y'.
       01  WS-HOLDER-NOTE                 PIC X(50).
       01  WS-SURRENDER-QUANTITY          PIC S9(09)V999 COMP-3.
       01  WS-SOLD-QUANTITY               PIC S9(09)V999 COMP-3.
       01  WS-KEPT-QUANTITY               PIC S9(09)V999 COMP-3.
       01  WS-NEW-SHARES                  PIC S9(09)V999 COMP-3.
       01  WS-WHOLE-SHARES                PIC S9(09) COMP-3.
       01  WS-FRACTION-SHARES             PIC S9(09)V999 COMP-3.
       01  WS-DELIVERED-BASIS             PIC S9(13)V99 COMP-3.
       01  WS-PARENT-BASIS                PIC S9(13)V99 COMP-3.
       01  WS-RECEIPT-BASIS               PIC S9(13)V99 COMP-3.
       01  WS-CASH-PROCEEDS               PIC S9(13)V99 COMP-3.

       01  WS-LEG-TYPE                    PIC X(03).
       01  WS-LEG-SYMBOL                  PIC X(12).
       01  WS-LEG-QUANTITY                PIC S9(09)V999 COMP-3.
       01  WS-LEG-PRICE                   PIC S9(09)V9999 COMP-3.
       01  WS-LEG-AMOUNT                  PIC S9(13)V99 COMP-3.
       01  WS-LEG-LABEL                   PIC X(11).
       01  WS-AMOUNT-DISPLAY              PIC -(12)9.99.

       01  WS-HOLDERS-PROCESSED           PIC 9(07) COMP.
       01  WS-HOLDERS-DECLINED            PIC 9(07) COMP.
       01  WS-HOLDERS-FAILED              PIC 9(07) COMP.
       01  WS-HOLDERS-SKIPPED             PIC 9(07) COMP.
       01  WS-HOLDERS-DISPLAY             PIC ZZZZZZ9.

       01  WS-TRANPOST-OPERATION          PIC X(06) VALUE 'POST  '.
       01  WS-TRANPOST-RETURN-CODE        PIC 9(02).
       01  WS-TRANPOST-START-DATE         PIC X(08).
       01  WS-TRANPOST-END-DATE           PIC X(08).
       01  WS-TRANPOST-HISTORY-BUFFER.
           05  WS-TRANPOST-HIST-COUNT     PIC 9(03).
           05  WS-TRANPOST-HIST-ENTRIES OCCURS 50 TIMES.
               10  WS-THE-TRANSACTION-ID  PIC X(16).
               10  WS-THE-TRANSACTION-TYPE PIC X(03).
               10  WS-THE-TRANSACTION-AMOUNT PIC S9(13)V99 COMP-3.
               10  WS-THE-TRANSACTION-DATE PIC X(08).
               10  WS-THE-TRANSACTION-STATUS PIC X(01).

       01  WS-SUSPQ-OPERATION             PIC X(06) VALUE 'SUBMIT'.
       01  WS-SUSPQ-RETURN-CODE           PIC 9(02).
       COPY SUSPREC REPLACING SUSPQ-RECORD BY WS-SUSPQ-RECORD.

       COPY TRANSACTION REPLACING TRANSACTION-RECORD BY
           WS-TRANSACTION-RECORD.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           PERFORM INITIALIZE-PROCESS
           IF REORGANIZATION-MODE
               PERFORM APPLY-REORGANIZATION-PROCESS
           ELSE
               PERFORM APPLY-CORPORATE-ACTION-PROCESS
           END-IF
           PERFORM FINALIZE-PROCESS
           STOP RUN.

           MOVE ZERO TO WS-POSITIONS-CHANGED
           PERFORM READ-CONTROL-RECORD

           IF REORGANIZATION-MODE
               PERFORM INITIALIZE-REORGANIZATION
           ELSE
               PERFORM INITIALIZE-SPLIT-CHANGE
           END-IF.

       INITIALIZE-SPLIT-CHANGE.
           IF WS-OLD-SYMBOL = SPACES
               DISPLAY 'CORPACT: OLD SYMBOL ON CORPACT.CTL IS BLANK'
               STOP RUN
           MOVE CTL-NEW-SYMBOL TO WS-NEW-SYMBOL
           MOVE CTL-SPLIT-RATIO TO WS-SPLIT-RATIO
           MOVE CTL-EFFECTIVE-DATE TO WS-EFFECTIVE-DATE
           MOVE CTL-EVENT-ID TO WS-EVENT-ID
           IF WS-EVENT-ID NOT = SPACES
               SET REORGANIZATION-MODE TO TRUE
           END-IF
           CLOSE CONTROL-FILE.

       APPLY-CORPORATE-ACTION-PROCESS.
               MOVE WS-NEW-QUANTITY TO POSITION-QUANTITY
               MOVE WS-NEW-COST-BASIS TO AVERAGE-COST-BASIS
               PERFORM GET-CURRENT-TIMESTAMP
               MOVE WS-TIMESTAMP TO UPDATED-TIMESTAMP OF
                   POSITION-RECORD
               MOVE 'CORPACT ' TO UPDATED-BY OF POSITION-RECORD
               REWRITE POSITION-RECORD
               IF WS-FILE-STATUS NOT = '00'
                   DISPLAY 'CORPACT: REWRITE FAILED FOR ACCOUNT '
           MOVE WS-NEW-QUANTITY TO WS-SAVED-QUANTITY
           MOVE WS-NEW-COST-BASIS TO WS-SAVED-COST-BASIS
           MOVE POSITION-STATUS TO WS-SAVED-STATUS
           MOVE CREATED-TIMESTAMP OF POSITION-RECORD TO
               WS-SAVED-CREATED-TS

           DELETE POSITION-FILE RECORD
           IF WS-FILE-STATUS NOT = '00'
           MOVE WS-SAVED-QUANTITY TO POSITION-QUANTITY
           MOVE WS-SAVED-COST-BASIS TO AVERAGE-COST-BASIS
           MOVE WS-SAVED-STATUS TO POSITION-STATUS
           MOVE WS-SAVED-CREATED-TS TO CREATED-TIMESTAMP OF
               POSITION-RECORD
           PERFORM GET-CURRENT-TIMESTAMP
           MOVE WS-TIMESTAMP TO UPDATED-TIMESTAMP OF POSITION-RECORD
           MOVE 'CORPACT ' TO UPDATED-BY OF POSITION-RECORD

           WRITE POSITION-RECORD
           IF WS-FILE-STATUS = '00'
           MOVE WS-SAVED-QUANTITY TO POSITION-QUANTITY
           MOVE WS-SAVED-COST-BASIS TO AVERAGE-COST-BASIS
           MOVE WS-SAVED-STATUS TO POSITION-STATUS
           MOVE WS-SAVED-CREATED-TS TO CREATED-TIMESTAMP OF
               POSITION-RECORD
           MOVE WS-TIMESTAMP TO UPDATED-TIMESTAMP OF POSITION-RECORD
           MOVE 'CORPACT ' TO UPDATED-BY OF POSITION-RECORD

           WRITE POSITION-RECORD
           IF WS-FILE-STATUS = '00'
           END-STRING
           WRITE CORPACT-LOG-LINE.

       INITIALIZE-REORGANIZATION.
           MOVE ZERO TO WS-HOLDERS-PROCESSED
           MOVE ZERO TO WS-HOLDERS-DECLINED
           MOVE ZERO TO WS-HOLDERS-FAILED
           MOVE ZERO TO WS-HOLDERS-SKIPPED
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           MOVE WS-CURRENT-DATE TO WS-RUN-DATE

           OPEN I-O REORGEVT-FILE
           IF WS-EVENT-STATUS NOT = '00'
               DISPLAY 'CORPACT: UNABLE TO OPEN REORGEVT.DAT, '
                   'STATUS = ' WS-EVENT-STATUS
               STOP RUN
           END-IF

           MOVE WS-EVENT-ID TO RE-EVENT-ID
           READ REORGEVT-FILE
           IF WS-EVENT-STATUS NOT = '00'
               DISPLAY 'CORPACT: EVENT ' WS-EVENT-ID
                   ' IS NOT ON REORGEVT.DAT'
               CLOSE REORGEVT-FILE
               STOP RUN
           END-IF

           IF NOT RE-ANNOUNCED
               DISPLAY 'CORPACT: EVENT ' WS-EVENT-ID
                   ' IS NOT OPEN, STATUS = ' RE-STATUS
               CLOSE REORGEVT-FILE
               STOP RUN
           END-IF

           IF RE-EFFECTIVE-DATE > WS-RUN-DATE
               DISPLAY 'CORPACT: EVENT ' WS-EVENT-ID
                   ' IS NOT EFFECTIVE UNTIL ' RE-EFFECTIVE-DATE
               CLOSE REORGEVT-FILE
               STOP RUN
           END-IF

      *    A VOLUNTARY EVENT WAITS FOR ITS ELECTION WINDOW TO CLOSE -
      *    ELECTMNT STILL TAKES ELECTIONS ON THE DEADLINE ITSELF.
           IF RE-VOLUNTARY-EVENT
              AND WS-RUN-DATE NOT > RE-ELECTION-DEADLINE
               DISPLAY 'CORPACT: EVENT ' WS-EVENT-ID
                   ' ELECTIONS OPEN THROUGH ' RE-ELECTION-DEADLINE
               CLOSE REORGEVT-FILE
               STOP RUN
           END-IF

           MOVE RE-OLD-SYMBOL TO WS-OLD-SYMBOL
           MOVE RE-NEW-SYMBOL TO WS-NEW-SYMBOL
           MOVE RE-EFFECTIVE-DATE TO WS-EFFECTIVE-DATE

           OPEN I-O REORGELC-FILE
           IF WS-ELECTION-STATUS = '35'
      *        No elections ever taken - file has to be created.
               OPEN OUTPUT REORGELC-FILE
               CLOSE REORGELC-FILE
               OPEN I-O REORGELC-FILE
           END-IF
           IF WS-ELECTION-STATUS NOT = '00'
               DISPLAY 'CORPACT: UNABLE TO OPEN REORGELC.DAT, '
                   'STATUS = ' WS-ELECTION-STATUS
               CLOSE REORGEVT-FILE
               STOP RUN
           END-IF

      *    POSITIONS ARE ONLY SCANNED HERE - TRANPOST AND POSMGMT DO
      *    ALL THE UPDATING.
           OPEN INPUT POSITION-FILE
           IF WS-FILE-STATUS NOT = '00'
               DISPLAY 'CORPACT: UNABLE TO OPEN POSITION.DAT, '
                   'STATUS = ' WS-FILE-STATUS
               CLOSE REORGEVT-FILE
               CLOSE REORGELC-FILE
               STOP RUN
           END-IF

           OPEN OUTPUT CORPACT-LOG-FILE
           IF WS-LOG-STATUS NOT = '00'
               DISPLAY 'CORPACT: UNABLE TO OPEN CORPACT.LOG, '
                   'STATUS = ' WS-LOG-STATUS
               CLOSE REORGEVT-FILE
               CLOSE REORGELC-FILE
               CLOSE POSITION-FILE
               STOP RUN
           END-IF

           MOVE SPACES TO CORPACT-LOG-LINE
           STRING 'CORPACT: EVENT ' WS-EVENT-ID
                  ' TYPE ' RE-EVENT-TYPE
                  ' OLD SYMBOL ' WS-OLD-SYMBOL
                  ' NEW SYMBOL ' WS-NEW-SYMBOL
                  ' EFFECTIVE ' WS-EFFECTIVE-DATE
                  DELIMITED BY SIZE
                  INTO CORPACT-LOG-LINE
           END-STRING
           WRITE CORPACT-LOG-LINE.

       APPLY-REORGANIZATION-PROCESS.
           MOVE LOW-VALUES TO POSITION-KEY
           START POSITION-FILE KEY IS NOT LESS THAN POSITION-KEY
               INVALID KEY SET POSITION-EOF TO TRUE
           END-START

           IF NOT POSITION-EOF
               READ POSITION-FILE NEXT RECORD
                   AT END SET POSITION-EOF TO TRUE
               END-READ
           END-IF

           PERFORM REORGANIZE-ONE-POSITION THRU
               REORGANIZE-ONE-POSITION-EXIT
               UNTIL POSITION-EOF.

       REORGANIZE-ONE-POSITION.
           IF SECURITY-SYMBOL OF POSITION-RECORD NOT = WS-OLD-SYMBOL
              OR POSITION-QUANTITY = ZERO
               GO TO REORGANIZE-ONE-POSITION-NEXT
           END-IF

      *    TRANPOST AND POSMGMT ARE ABOUT TO REWRITE THIS POSITION -
      *    WORK OFF SAVED VALUES AND RE-POSITION THE SCAN AFTERWARDS.
           MOVE ACCOUNT-ID OF POSITION-RECORD TO WS-HOLDER-ACCOUNT-ID
           MOVE POSITION-QUANTITY TO WS-HOLDER-QUANTITY
           MOVE AVERAGE-COST-BASIS TO WS-HOLDER-AVG-COST

           PERFORM REORGANIZE-HOLDER THRU REORGANIZE-HOLDER-EXIT

           MOVE WS-HOLDER-ACCOUNT-ID TO ACCOUNT-ID OF POSITION-RECORD
           MOVE WS-OLD-SYMBOL TO SECURITY-SYMBOL OF POSITION-RECORD
           START POSITION-FILE KEY > POSITION-KEY
               INVALID KEY SET POSITION-EOF TO TRUE
           END-START
           IF POSITION-EOF
               GO TO REORGANIZE-ONE-POSITION-EXIT
           END-IF.

       REORGANIZE-ONE-POSITION-NEXT.
           READ POSITION-FILE NEXT RECORD
               AT END SET POSITION-EOF TO TRUE
           END-READ.

       REORGANIZE-ONE-POSITION-EXIT.
           EXIT.

       REORGANIZE-HOLDER.
           MOVE 'N' TO WS-HOLDER-FAILED-SW
           IF WS-HOLDER-QUANTITY < ZERO
               ADD 1 TO WS-HOLDERS-SKIPPED
               MOVE 'SHORT - NOT REORGANIZED, HANDLE MANUALLY' TO
                   WS-HOLDER-NOTE
               PERFORM LOG-HOLDER-NOTE
               GO TO REORGANIZE-HOLDER-EXIT
           END-IF

           PERFORM RESOLVE-HOLDER-ELECTION
           IF RL-APPLIED
      *        ALREADY REORGANIZED BY AN EARLIER RUN OF THIS EVENT.
               GO TO REORGANIZE-HOLDER-EXIT
           END-IF

           IF WS-SURRENDER-QUANTITY = ZERO
               ADD 1 TO WS-HOLDERS-DECLINED
               MOVE 'DECLINED - SHARES RETAINED' TO WS-HOLDER-NOTE
               PERFORM LOG-HOLDER-NOTE
               PERFORM MARK-HOLDER-APPLIED
               GO TO REORGANIZE-HOLDER-EXIT
           END-IF

           EVALUATE TRUE
               WHEN RE-CASH-MERGER
               WHEN RE-TENDER-OFFER
                   PERFORM POST-CASH-CONSIDERATION
               WHEN RE-STOCK-MERGER
               WHEN RE-EXCHANGE-OFFER
                   PERFORM POST-STOCK-CONSIDERATION
               WHEN RE-MIXED-MERGER
                   PERFORM POST-MIXED-CONSIDERATION
               WHEN RE-SPIN-OFF
                   PERFORM POST-SPIN-OFF-DISTRIBUTION
           END-EVALUATE

           IF HOLDER-FAILED
               ADD 1 TO WS-HOLDERS-FAILED
           ELSE
               ADD 1 TO WS-HOLDERS-PROCESSED
               PERFORM MARK-HOLDER-APPLIED
           END-IF.

       REORGANIZE-HOLDER-EXIT.
           EXIT.

       RESOLVE-HOLDER-ELECTION.
           MOVE WS-HOLDER-QUANTITY TO WS-SURRENDER-QUANTITY
           MOVE RE-EVENT-ID TO RL-EVENT-ID
           MOVE WS-HOLDER-ACCOUNT-ID TO RL-ACCOUNT-ID
           READ REORGELC-FILE
           IF WS-ELECTION-STATUS NOT = '00'
               PERFORM WRITE-HOLDER-ELECTION
               READ REORGELC-FILE
           END-IF

      *    AN ACCEPT OF ZERO, OR OF MORE THAN IS NOW HELD, SURRENDERS
      *    THE WHOLE HOLDING.
           IF RL-DECLINE
               MOVE ZERO TO WS-SURRENDER-QUANTITY
           ELSE
               IF RL-QUANTITY > ZERO
                  AND RL-QUANTITY < WS-HOLDER-QUANTITY
                   MOVE RL-QUANTITY TO WS-SURRENDER-QUANTITY
               END-IF
           END-IF.

       WRITE-HOLDER-ELECTION.
      *    NO ROW ON FILE - A MANDATORY EVENT TAKES EVERY SHARE, A
      *    VOLUNTARY ONE GIVES A NON-RESPONDER THE DEFAULT OPTION.
           MOVE SPACES TO REORGELC-RECORD
           MOVE RE-EVENT-ID TO RL-EVENT-ID
           MOVE WS-HOLDER-ACCOUNT-ID TO RL-ACCOUNT-ID
           MOVE ZERO TO RL-QUANTITY
           MOVE ZERO TO RL-APPLIED-QUANTITY
           IF RE-VOLUNTARY-EVENT
               MOVE RE-DEFAULT-OPTION TO RL-OPTION
               SET RL-DEFAULT-APPLIED TO TRUE
           ELSE
               SET RL-ACCEPT TO TRUE
               SET RL-MANDATORY-EVENT TO TRUE
           END-IF
           SET RL-PENDING TO TRUE
           PERFORM GET-CURRENT-TIMESTAMP
           MOVE WS-TIMESTAMP TO CREATED-TIMESTAMP OF REORGELC-RECORD
           MOVE WS-TIMESTAMP TO UPDATED-TIMESTAMP OF REORGELC-RECORD
           MOVE 'CORPACT ' TO CREATED-BY OF REORGELC-RECORD
           MOVE 'CORPACT ' TO UPDATED-BY OF REORGELC-RECORD
           WRITE REORGELC-RECORD
           IF WS-ELECTION-STATUS NOT = '00'
               DISPLAY 'CORPACT: UNABLE TO RECORD ELECTION FOR '
                   'ACCOUNT ' WS-HOLDER-ACCOUNT-ID
                   ' STATUS = ' WS-ELECTION-STATUS
           END-IF.

       MARK-HOLDER-APPLIED.
           SET RL-APPLIED TO TRUE
           MOVE WS-SURRENDER-QUANTITY TO RL-APPLIED-QUANTITY
           MOVE WS-RUN-DATE TO RL-APPLIED-DATE
           PERFORM GET-CURRENT-TIMESTAMP
           MOVE WS-TIMESTAMP TO UPDATED-TIMESTAMP OF REORGELC-RECORD
           MOVE 'CORPACT ' TO UPDATED-BY OF REORGELC-RECORD
           REWRITE REORGELC-RECORD
           IF WS-ELECTION-STATUS NOT = '00'
               DISPLAY 'CORPACT: UNABLE TO MARK ELECTION APPLIED FOR '
                   'ACCOUNT ' WS-HOLDER-ACCOUNT-ID
                   ' STATUS = ' WS-ELECTION-STATUS
           END-IF.

       POST-CASH-CONSIDERATION.
      *    CASH MERGER OR TENDER - THE SURRENDERED SHARES ARE SOLD AT
      *    THE CASH PRICE, REALIZING GAIN OR LOSS LOT BY LOT.
           MOVE 'SEL' TO WS-LEG-TYPE
           MOVE WS-OLD-SYMBOL TO WS-LEG-SYMBOL
           MOVE WS-SURRENDER-QUANTITY TO WS-LEG-QUANTITY
           MOVE RE-CASH-PER-SHARE TO WS-LEG-PRICE
           COMPUTE WS-LEG-AMOUNT ROUNDED =
               WS-SURRENDER-QUANTITY * RE-CASH-PER-SHARE
           MOVE 'CASH' TO WS-LEG-LABEL
           PERFORM POST-REORG-LEG THRU POST-REORG-LEG-EXIT.

       POST-STOCK-CONSIDERATION.
      *    STOCK MERGER OR EXCHANGE OFFER - THE OLD SHARES GO OUT AT
      *    THEIR BASIS AND THE NEW SHARES COME IN CARRYING IT.
           COMPUTE WS-DELIVERED-BASIS ROUNDED =
               WS-SURRENDER-QUANTITY * WS-HOLDER-AVG-COST
           MOVE 'DLV' TO WS-LEG-TYPE
           MOVE WS-OLD-SYMBOL TO WS-LEG-SYMBOL
           MOVE WS-SURRENDER-QUANTITY TO WS-LEG-QUANTITY
           MOVE WS-HOLDER-AVG-COST TO WS-LEG-PRICE
           MOVE WS-DELIVERED-BASIS TO WS-LEG-AMOUNT
           MOVE 'SURRENDER' TO WS-LEG-LABEL
           PERFORM POST-REORG-LEG THRU POST-REORG-LEG-EXIT

           IF NOT HOLDER-FAILED
               COMPUTE WS-NEW-SHARES ROUNDED =
                   WS-SURRENDER-QUANTITY * RE-SHARE-RATIO
               MOVE WS-DELIVERED-BASIS TO WS-RECEIPT-BASIS
               PERFORM POST-NEW-SHARE-RECEIPT
           END-IF.

       POST-MIXED-CONSIDERATION.
      *    CASH AND STOCK - THE CASH CARRIES (100 LESS
      *    RE-BASIS-PERCENT) OF THE BASIS, SO THAT SHARE OF THE
      *    SURRENDERED SHARES IS SOLD FOR THE WHOLE CASH PAYMENT AND
      *    THE REST IS EXCHANGED FOR THE NEW SHARES. THE SOLD SHARES
      *    ARE RELIEVED FIFO LIKE ANY OTHER SALE.
           COMPUTE WS-CASH-PROCEEDS ROUNDED =
               WS-SURRENDER-QUANTITY * RE-CASH-PER-SHARE
           COMPUTE WS-SOLD-QUANTITY ROUNDED =
               WS-SURRENDER-QUANTITY * (100 - RE-BASIS-PERCENT) / 100
           COMPUTE WS-KEPT-QUANTITY =
               WS-SURRENDER-QUANTITY - WS-SOLD-QUANTITY
           COMPUTE WS-NEW-SHARES ROUNDED =
               WS-SURRENDER-QUANTITY * RE-SHARE-RATIO

           IF WS-SOLD-QUANTITY > ZERO
               MOVE 'SEL' TO WS-LEG-TYPE
               MOVE WS-OLD-SYMBOL TO WS-LEG-SYMBOL
               MOVE WS-SOLD-QUANTITY TO WS-LEG-QUANTITY
               COMPUTE WS-LEG-PRICE ROUNDED =
                   WS-CASH-PROCEEDS / WS-SOLD-QUANTITY
               MOVE WS-CASH-PROCEEDS TO WS-LEG-AMOUNT
               MOVE 'CASH' TO WS-LEG-LABEL
               PERFORM POST-REORG-LEG THRU POST-REORG-LEG-EXIT
           END-IF

           IF NOT HOLDER-FAILED
               COMPUTE WS-RECEIPT-BASIS ROUNDED =
                   WS-KEPT-QUANTITY * WS-HOLDER-AVG-COST
               MOVE 'DLV' TO WS-LEG-TYPE
               MOVE WS-OLD-SYMBOL TO WS-LEG-SYMBOL
               MOVE WS-KEPT-QUANTITY TO WS-LEG-QUANTITY
               MOVE WS-HOLDER-AVG-COST TO WS-LEG-PRICE
               MOVE WS-RECEIPT-BASIS TO WS-LEG-AMOUNT
               MOVE 'SURRENDER' TO WS-LEG-LABEL
               PERFORM POST-REORG-LEG THRU POST-REORG-LEG-EXIT
           END-IF

           IF NOT HOLDER-FAILED
               PERFORM POST-NEW-SHARE-RECEIPT
           END-IF.

       POST-SPIN-OFF-DISTRIBUTION.
      *    SPIN-OFF - THE PARENT IS DELIVERED OUT AND RECEIVED BACK
      *    SO ITS LOTS ARE REWRITTEN AT THE REDUCED BASIS; THE CHILD
      *    IS RECEIVED AGAINST THE SAME CARRIED LOTS FOR THE REST,
      *    SO BOTH KEEP THE PARENT'S ACQUISITION DATES.
           COMPUTE WS-DELIVERED-BASIS ROUNDED =
               WS-SURRENDER-QUANTITY * WS-HOLDER-AVG-COST
           MOVE 'DLV' TO WS-LEG-TYPE
           MOVE WS-OLD-SYMBOL TO WS-LEG-SYMBOL
           MOVE WS-SURRENDER-QUANTITY TO WS-LEG-QUANTITY
           MOVE WS-HOLDER-AVG-COST TO WS-LEG-PRICE
           MOVE WS-DELIVERED-BASIS TO WS-LEG-AMOUNT
           MOVE 'SURRENDER' TO WS-LEG-LABEL
           PERFORM POST-REORG-LEG THRU POST-REORG-LEG-EXIT

           IF NOT HOLDER-FAILED
               COMPUTE WS-PARENT-BASIS ROUNDED =
                   WS-DELIVERED-BASIS * (100 - RE-BASIS-PERCENT) / 100
               COMPUTE WS-RECEIPT-BASIS =
                   WS-DELIVERED-BASIS - WS-PARENT-BASIS
               MOVE 'RCV' TO WS-LEG-TYPE
               MOVE WS-OLD-SYMBOL TO WS-LEG-SYMBOL
               MOVE WS-SURRENDER-QUANTITY TO WS-LEG-QUANTITY
               COMPUTE WS-LEG-PRICE ROUNDED =
                   WS-PARENT-BASIS / WS-SURRENDER-QUANTITY
               MOVE WS-PARENT-BASIS TO WS-LEG-AMOUNT
               MOVE 'RETAINED' TO WS-LEG-LABEL
               PERFORM POST-REORG-LEG THRU POST-REORG-LEG-EXIT

               COMPUTE WS-NEW-SHARES ROUNDED =
                   WS-SURRENDER-QUANTITY * RE-SHARE-RATIO
               PERFORM POST-NEW-SHARE-RECEIPT
           END-IF.

       POST-NEW-SHARE-RECEIPT.
           IF WS-NEW-SHARES > ZERO
               MOVE 'RCV' TO WS-LEG-TYPE
               MOVE WS-NEW-SYMBOL TO WS-LEG-SYMBOL
               MOVE WS-NEW-SHARES TO WS-LEG-QUANTITY
               COMPUTE WS-LEG-PRICE ROUNDED =
                   WS-RECEIPT-BASIS / WS-NEW-SHARES
               MOVE WS-RECEIPT-BASIS TO WS-LEG-AMOUNT
               MOVE 'NEW SHARES' TO WS-LEG-LABEL
               PERFORM POST-REORG-LEG THRU POST-REORG-LEG-EXIT
               PERFORM POST-CASH-IN-LIEU
           END-IF.

       POST-CASH-IN-LIEU.
      *    A FRACTIONAL ENTITLEMENT IS SOLD OFF AT THE EVENT'S CIL
      *    PRICE; WITH NO CIL PRICE IT STAYS ON AS FRACTIONAL SHARES.
           MOVE WS-NEW-SHARES TO WS-WHOLE-SHARES
           COMPUTE WS-FRACTION-SHARES =
               WS-NEW-SHARES - WS-WHOLE-SHARES
           IF RE-CIL-PRICE > ZERO
              AND WS-FRACTION-SHARES > ZERO
               MOVE 'SEL' TO WS-LEG-TYPE
               MOVE WS-NEW-SYMBOL TO WS-LEG-SYMBOL
               MOVE WS-FRACTION-SHARES TO WS-LEG-QUANTITY
               MOVE RE-CIL-PRICE TO WS-LEG-PRICE
               COMPUTE WS-LEG-AMOUNT ROUNDED =
                   WS-FRACTION-SHARES * RE-CIL-PRICE
               MOVE 'FRACTION' TO WS-LEG-LABEL
               IF WS-LEG-AMOUNT > ZERO
                   PERFORM POST-REORG-LEG THRU POST-REORG-LEG-EXIT
               END-IF
           END-IF.

       POST-REORG-LEG.
           IF WS-LEG-QUANTITY NOT > ZERO
               GO TO POST-REORG-LEG-EXIT
           END-IF

           MOVE SPACES TO WS-TRANSACTION-RECORD
           MOVE WS-HOLDER-ACCOUNT-ID TO
               ACCOUNT-ID OF WS-TRANSACTION-RECORD
           MOVE WS-LEG-TYPE TO TRANSACTION-TYPE OF
               WS-TRANSACTION-RECORD
           MOVE WS-LEG-AMOUNT TO TRANSACTION-AMOUNT OF
               WS-TRANSACTION-RECORD
           MOVE WS-RUN-DATE TO TRANSACTION-DATE OF
               WS-TRANSACTION-RECORD
           MOVE WS-RUN-DATE TO SETTLEMENT-DATE OF
               WS-TRANSACTION-RECORD
           MOVE WS-LEG-SYMBOL TO SECURITY-SYMBOL OF
               WS-TRANSACTION-RECORD
           MOVE WS-LEG-QUANTITY TO QUANTITY OF WS-TRANSACTION-RECORD
           MOVE WS-LEG-PRICE TO PRICE OF WS-TRANSACTION-RECORD
           MOVE ZERO TO COMMISSION OF WS-TRANSACTION-RECORD
           MOVE ZERO TO FEES OF WS-TRANSACTION-RECORD
           MOVE WS-LEG-AMOUNT TO NET-AMOUNT OF WS-TRANSACTION-RECORD
           MOVE 'CORPACT' TO CREATED-BY OF WS-TRANSACTION-RECORD
           MOVE 'CORPACT' TO UPDATED-BY OF WS-TRANSACTION-RECORD
           SET CORP-REORG-SUBTYPE OF WS-TRANSACTION-RECORD TO TRUE
           MOVE RE-EVENT-ID TO
               TRADE-REF-NUMBER OF WS-TRANSACTION-RECORD
           STRING 'REORG ' RE-EVENT-ID ' ' WS-LEG-LABEL
                  DELIMITED BY SIZE
                  INTO TRANSACTION-DESC OF WS-TRANSACTION-RECORD
           END-STRING

           CALL 'TRANPOST' USING WS-TRANPOST-OPERATION,
                                  WS-TRANSACTION-RECORD,
                                  WS-TRANPOST-RETURN-CODE,
                                  WS-TRANPOST-START-DATE,
                                  WS-TRANPOST-END-DATE,
                                  WS-TRANPOST-HISTORY-BUFFER

           MOVE WS-LEG-QUANTITY TO WS-QUANTITY-DISPLAY-NEW
           MOVE WS-LEG-AMOUNT TO WS-AMOUNT-DISPLAY
           MOVE SPACES TO CORPACT-LOG-LINE
           IF WS-TRANPOST-RETURN-CODE = 00
               STRING 'ACCOUNT ' WS-HOLDER-ACCOUNT-ID
                      ' ' WS-LEG-TYPE
                      ' ' WS-LEG-SYMBOL
                      ' QTY ' WS-QUANTITY-DISPLAY-NEW
                      ' AMOUNT ' WS-AMOUNT-DISPLAY
                      ' POSTED'
                      DELIMITED BY SIZE
                      INTO CORPACT-LOG-LINE
               END-STRING
           ELSE
               SET HOLDER-FAILED TO TRUE
               STRING 'ACCOUNT ' WS-HOLDER-ACCOUNT-ID
                      ' ' WS-LEG-TYPE
                      ' ' WS-LEG-SYMBOL
                      ' QTY ' WS-QUANTITY-DISPLAY-NEW
                      ' AMOUNT ' WS-AMOUNT-DISPLAY
                      ' REJECTED RC=' WS-TRANPOST-RETURN-CODE
                      DELIMITED BY SIZE
                      INTO CORPACT-LOG-LINE
               END-STRING
               PERFORM SUBMIT-TO-SUSPENSE
           END-IF
           WRITE CORPACT-LOG-LINE.

       POST-REORG-LEG-EXIT.
           EXIT.

       SUBMIT-TO-SUSPENSE.
      *    A REJECTED LEG GOES ON THE SUSPENSE QUEUE WITH ITS FULL
      *    INTENDED TRANSACTION, THE SAME AS A REJECTED DIVIDEND.
           MOVE SPACES TO WS-SUSPQ-RECORD
           MOVE 'CORPACT ' TO SQ-SOURCE OF WS-SUSPQ-RECORD
           MOVE WS-TRANPOST-RETURN-CODE TO
               SQ-REJECT-REASON OF WS-SUSPQ-RECORD
           MOVE WS-TRANSACTION-RECORD TO
               SQ-TRANSACTION-IMAGE OF WS-SUSPQ-RECORD
           CALL 'SUSPQ' USING WS-SUSPQ-OPERATION,
                               WS-SUSPQ-RECORD,
                               WS-SUSPQ-RETURN-CODE.

       LOG-HOLDER-NOTE.
           MOVE WS-HOLDER-QUANTITY TO WS-QUANTITY-DISPLAY-OLD
           MOVE SPACES TO CORPACT-LOG-LINE
           STRING 'ACCOUNT ' WS-HOLDER-ACCOUNT-ID
                  ' SYMBOL ' WS-OLD-SYMBOL
                  ' QTY ' WS-QUANTITY-DISPLAY-OLD
                  ' ' WS-HOLDER-NOTE
                  DELIMITED BY SIZE
                  INTO CORPACT-LOG-LINE
           END-STRING
           WRITE CORPACT-LOG-LINE.

       GET-CURRENT-TIMESTAMP.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CURRENT-TIME FROM TIME
           END-IF.

       FINALIZE-PROCESS.
           IF REORGANIZATION-MODE
               PERFORM FINALIZE-REORGANIZATION
               STOP RUN
           END-IF

           PERFORM WRITE-ACTION-HISTORY
           CLOSE POSITION-FILE
           CLOSE CORPACT-LOG-FILE
           MOVE WS-POSITIONS-CHANGED TO WS-POSITIONS-DISPLAY
           DISPLAY 'CORPACT: POSITIONS UPDATED: ' WS-POSITIONS-DISPLAY.

       FINALIZE-REORGANIZATION.
      *    NO CORPACT.HIS ROW - EVERY LEG IS A TRANSACTION, WHICH THE
      *    REBUILD AUDITS ALREADY REPLAY.
           SET RE-PROCESSED TO TRUE
           MOVE WS-RUN-DATE TO RE-PROCESSED-DATE
           ADD WS-HOLDERS-PROCESSED WS-HOLDERS-DECLINED
               GIVING RE-HOLDERS-PROCESSED
           ADD WS-HOLDERS-FAILED WS-HOLDERS-SKIPPED
               GIVING RE-HOLDERS-FAILED
           PERFORM GET-CURRENT-TIMESTAMP
           MOVE WS-TIMESTAMP TO UPDATED-TIMESTAMP OF REORGEVT-RECORD
           MOVE 'CORPACT ' TO UPDATED-BY OF REORGEVT-RECORD
           REWRITE REORGEVT-RECORD
           IF WS-EVENT-STATUS NOT = '00'
               DISPLAY 'CORPACT: UNABLE TO MARK EVENT ' WS-EVENT-ID
                   ' PROCESSED, STATUS = ' WS-EVENT-STATUS
           END-IF

           CLOSE REORGEVT-FILE
           CLOSE REORGELC-FILE
           CLOSE POSITION-FILE
           CLOSE CORPACT-LOG-FILE

           MOVE WS-HOLDERS-PROCESSED TO WS-HOLDERS-DISPLAY
           DISPLAY 'CORPACT: HOLDERS REORGANIZED: ' WS-HOLDERS-DISPLAY
           MOVE WS-HOLDERS-DECLINED TO WS-HOLDERS-DISPLAY
           DISPLAY 'CORPACT: HOLDERS DECLINED:    ' WS-HOLDERS-DISPLAY
           MOVE WS-HOLDERS-FAILED TO WS-HOLDERS-DISPLAY
           DISPLAY 'CORPACT: HOLDERS FAILED:      ' WS-HOLDERS-DISPLAY
           MOVE WS-HOLDERS-SKIPPED TO WS-HOLDERS-DISPLAY
           DISPLAY 'CORPACT: HOLDERS SKIPPED:     ' WS-HOLDERS-DISPLAY.

       END PROGRAM CORPACT.
