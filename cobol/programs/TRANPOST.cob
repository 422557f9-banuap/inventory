      *        THAT DIDN'T ACTUALLY MOVE MONEY.
      *
      * MODIFICATION HISTORY
      * 2026-10-15  VALIDATE-ONLY OPERATION ('VALIDT', WITH A SEVENTH
      *             PARAMETER, THE VALLIST FAILURE LIST): RUNS EVERY
      *             POSTING CHECK - EXPLOITATION HOLD, DUAL-CONTROL
      *             APPROVAL, COOLING-OFF, AUTHORIZED PARTY, ACCTBAL'S
      *             FUNDS AND COMPLIANCE GATE (SWEEP COVERAGE
      *             INCLUDED), RESERVED FUNDS, SECURITY, MARGIN
      *             AGREEMENT, FILLED ORDER - WITHOUT STOPPING AT THE
      *             FIRST, AND LISTS EVERY FAILURE. THE APPROVAL
      *             QUEUE IS ONLY READ (APPRVQ 'CHECK '), NO CALLBACK
      *             NOTICE IS QUEUED, NO SWEEP IS REDEEMED AND NOTHING
      *             IS POSTED. THE RETURN CODE IS THE ONE POST WOULD
      *             HAVE STOPPED ON.
      * 2026-10-15  EVERY TRANS.DAT ROW WRITTEN (ITS COUNT AND
      *             TRANSACTION-AMOUNT) AND EVERY SETTLED-BALANCE
      *             MOVED DIRECTLY IS REPORTED TO CTLTOTAL, SO
      *             EODDRIVER CAN PROVE EACH BATCH STEP'S EFFECT ON
      *             THE MASTER FILES AGAINST WHAT IT POSTED.
      * 2026-10-15  A NEW-ISSUE ALLOCATION BUY (SUBTYPE 'NISS', POSTED
      *             BY IPOALLOC) IS CHARGED NO COMMISSION AND KEEPS
      *             THE OFFERING'S SETTLEMENT DATE INSTEAD OF T+N.
      * 2026-10-15  NEW LOADQT OPERATION QUOTES A MUTUAL FUND'S SALES
      *             LOAD FOR A DOLLAR AMOUNT (TRANSACTION-AMOUNT) OFF
      *             THE BREAKPOINT TIERS WITH RIGHTS OF ACCUMULATION
      *             AND ANY LETTER OF INTENT, VALUING HOLDINGS AT THE
      *             CALLER'S PRICE, AND HANDS IT BACK IN COMMISSION -
      *             NOTHING IS POSTED AND THE LOI IS NOT STEPPED.
      *             MFORDOUT QUOTES EACH FUND BUY IT SENDS OUT. A BUY
      *             OR SELL FILLING A FUND ORDER KEEPS THE LOAD ON
      *             THE FUND COMPANY'S CONFIRM RATHER THAN PRICING
      *             ITS OWN; A FUND BUY STILL STEPS THE LOI.
      * 2026-10-15  NEW ASOF OPERATION FOR A BACK-DATED TRADE: A BUY,
      *             SEL, SHT OR CVR WHOSE TRANSACTION-DATE IS BEFORE
      *             TODAY POSTS THROUGH THE ORDINARY POST PATH, THEN
      *             THE NEW LOT'S ACQUIRE DATE (BUY) OR THE DISPOSAL
      *             ROWS' SALE DATE (SEL) IS RESTAMPED TO THE TRADE
      *             DATE AND THE TRADE IS QUEUED ON ASOFTRD.DAT FOR
      *             THE NIGHTLY ASOFADJ STEP TO WORK THE SNAPSHOTS,
      *             ENTITLEMENTS, ACCRUALS AND REG T/PDT COUNTS IT
      *             LANDED UNDERNEATH. A TRADE DATE THAT IS NOT IN
      *             THE PAST IS REFUSED WITH 04.
      * 2026-10-15  THE ORDER-ID OF A SECURITY POSTING IS PASSED ON TO
      *             ACCTBAL (AND FROM THERE TO POSMGMT) SO A SELL
      *             FILLED AGAINST AN ORDER NAMING SPECIFIC TAX LOTS
      *             RELIEVES THOSE LOTS; SWEEP AND REVERSAL CALLS PASS
      *             A BLANK ORDER-ID.
      * 2026-10-15  A WTH CARRYING SUBTYPE 'LGLP' - CHKDISB PAYING A
      *             LEVYING OR GARNISHING AGENCY OUT OF FUNDS HELD ON
      *             LEGALPRC.DAT - SKIPS THE EXPLOITATION-HOLD,
      *             DUAL-CONTROL AND COOLING-OFF GATES; THE PROCESS
      *             WAS AUTHORIZED WHEN IT WAS SERVED.
      * 2026-10-15  SENIOR EXPLOITATION HOLDS: A WTH, A TRF, OR A DLV
      *             ON AN ACCOUNT EXPHMNT REPORTS AS HELD IS REFUSED
      *             WITH 17 BEFORE ANY APPROVAL OR FUNDS CHECK, SO
      *             NOTHING LEAVES THE ACCOUNT WHILE THE HOLD RUNS.
      *             THE REORGANIZATION (REOR) AND ROTH CONVERSION
      *             (RCNV) LEGS STAY IN THE ACCOUNT HOLDER'S HANDS AND
      *             ARE NOT HELD.
      * 2026-10-15  IRA SUBTYPES: A DEP'S TRANSACTION-SUBTYPE NOW
      *             TELLS ACCTBAL'S VALIDATE WHICH CONTRIBUTION RULE
      *             APPLIES, PASSED ON THE DEPOSIT-CHANNEL PARAMETER
      *             ('ROLLOVER' FOR 'ROLL', 'CONVERSN' FOR 'RCNV',
      *             'PRIORYR ' FOR 'PRYR'), AND A REVERSAL VALIDATES
      *             ON THE 'REVERSAL' CHANNEL SO PUTTING BACK AN IRA
      *             DISTRIBUTION IS NOT REFUSED AS AN OVER-LIMIT
      *             CONTRIBUTION. NO IRA WITHHOLDING IS TAKEN ON A
      *             DISTRIBUTION FROM A ROTH IRA OR ON EITHER LEG OF A
      *             ROTH CONVERSION ('RCNV').
      * 2026-10-15  POST TAKES THE SECURITIES DELIVERY TYPES 'DLV'
      *             AND 'RCV' (SHARES AND LOTS MOVE, NO CASH; THE
      *             AMOUNT IS THE CARRIED BASIS AND MAY BE ZERO), AND
      *             A SEL CARRYING THE CORPORATE REORGANIZATION
      *             SUBTYPE 'REOR' - THE ISSUER PAYING CASH FOR
      *             SURRENDERED SHARES IN A MERGER OR TENDER - NEEDS
      *             NO FILLED ORDER OR MARGIN AGREEMENT, CARRIES NO
      *             COMMISSION, ACCRUED INTEREST OR CAPACITY, AND
      *             SETTLES ON ITS TRANSACTION-DATE (THE PAY DATE)
      *             RATHER THAN T+2.
      * 2026-09-03  A REVERSAL OFFSET OR SWEEP REDEMPTION - WRITTEN
      *             SETTLED ON THE SPOT, SO SETTLBAT NEVER SEES IT -
      *             NOW MOVES SETTLED-BALANCE TOO, THROUGH
      *             subtracted, so the redemption SELL covers the
      *             actual funding gap instead of mixing two
      *             currencies in one subtraction.
      * 2026-10-15  Each posting row POST, REVERS and the sweep write
      *             to TRANS.DAT is now filed as a change event through
      *             CDCPUB once the posting is finished - POSTED, or
      *             REVERSED for an offset, with the row as it finally
      *             stands - and the original a reversal cancels is
      *             filed as CANCELED, for the downstream change feed
      *             CDCEXTR sends out.
      ******************************************************************

       ENVIRONMENT DIVISION.
               RECORD KEY IS FX-CURRENCY-CODE
               FILE STATUS IS WS-FXRATE-STATUS.

           SELECT TAXLOT-FILE ASSIGN TO "TAXLOT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TAXLOT-KEY
               FILE STATUS IS WS-TAXLOT-STATUS.

           SELECT LOTDISP-FILE ASSIGN TO "LOTDISP.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-LOTDISP-STATUS.

           SELECT ASOFTRD-FILE ASSIGN TO "ASOFTRD.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AOF-TRANSACTION-ID
               FILE STATUS IS WS-ASOFTRD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TRANSACTION-FILE.
       FD  HOLDS-FILE.
       COPY HOLDS.

       FD  TAXLOT-FILE.
       COPY TAXLOT.

       FD  LOTDISP-FILE.
       COPY LOTDISP.

       FD  ASOFTRD-FILE.
       COPY ASOFTRD.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS                PIC XX.
       01  WS-ACCOUNT-STATUS             PIC XX.

       01  WS-STKBRW-STATUS              PIC XX.

      *    AS-OF POSTING - THE LOT OR DISPOSAL ROWS THE POST WROTE
      *    ARE RESTAMPED TO THE TRADE DATE, THEN THE TRADE IS QUEUED
      *    FOR THE NIGHTLY RE-COMPUTATION STEP.
       01  WS-TAXLOT-STATUS              PIC XX.
       01  WS-LOTDISP-STATUS             PIC XX.
       01  WS-ASOFTRD-STATUS             PIC XX.
       01  WS-ASOF-DISP-BEFORE           PIC 9(07) COMP.
       01  WS-ASOF-DISP-ROW              PIC 9(07) COMP.
       01  WS-ASOF-SCAN-DONE-SW          PIC X(01).
           88  ASOF-SCAN-DONE            VALUE 'Y'.
       01  WS-ASOF-LOT-NUMBER            PIC 9(05).
       01  WS-ASOF-RESTAMPED             PIC 9(05).
       01  WS-ASOF-LATER-LOTS            PIC 9(05).
       01  WS-JOURNAL-FILE-ID            PIC X(08) VALUE 'TAXLOT  '.
       01  WS-JOURNAL-ACTION             PIC X(01) VALUE 'W'.
       01  WS-JOURNAL-KEY                PIC X(32).
       01  WS-JOURNAL-PROGRAM            PIC X(08) VALUE 'TRANPOST'.
       01  WS-JOURNAL-IMAGE              PIC X(600).

       01  WS-CDC-ENTITY-TYPE            PIC X(08) VALUE 'TRANSACT'.
       01  WS-CDC-EVENT-TYPE             PIC X(08).
       01  WS-CDC-KEY                    PIC X(32).
       01  WS-CDC-CORRELATION-ID         PIC X(16).
       01  WS-CDC-IMAGE                  PIC X(800).
       01  WS-CDC-POSTED-ID              PIC X(16) VALUE SPACES.

       01  WS-CTLTOTAL-OPERATION         PIC X(06) VALUE 'CLAIM '.
       01  WS-CTLTOTAL-RETURN-CODE       PIC 9(02).
       01  WS-PRIOR-SETTLED              PIC S9(15)V99 COMP-3.
       COPY CTLFIG.

       01  WS-OPERATION                  PIC X(06).
           88  POST-OPERATION            VALUE 'POST  '.
           88  AS-OF-OPERATION           VALUE 'ASOF  '.
           88  HISTORY-OPERATION         VALUE 'HIST  '.
           88  SYMBOL-HISTORY-OPERATION  VALUE 'SYMHST'.
           88  ARCHIVE-HISTORY-OPERATION VALUE 'HISTA '.
           88  REVERSE-OPERATION         VALUE 'REVERS'.
           88  LOAD-QUOTE-OPERATION      VALUE 'LOADQT'.
           88  VALIDATE-ONLY-OPERATION   VALUE 'VALIDT'.

      *    VALIDATE-ONLY RUN - CHECKS REPORT, NOTHING IS FILED.
       01  WS-VALIDATE-ONLY-SW           PIC X(01) VALUE 'N'.
           88  VALIDATE-ONLY             VALUE 'Y'.
       01  WS-FIRST-FAILURE-CODE         PIC 9(02).
       01  WS-FAILURE-CODE               PIC 9(02).
       01  WS-FAILURE-CHECK              PIC X(08).
       01  WS-FAILURE-REASON             PIC X(50).

       01  WS-AUTHCHK-SCOPE              PIC X(01).
       01  WS-AUTHCHK-FUNCTION           PIC X(08) VALUE 'PREVIEW '.
       01  WS-AUTHCHK-RETURN-CODE        PIC 9(02).

       01  WS-FUND-LOAD-QUOTE-SW         PIC X(01) VALUE 'N'.
           88  FUND-LOAD-QUOTE           VALUE 'Y'.

       01  WS-HIST-INDEX                 PIC 9(03) VALUE ZERO.

           88  INVALID-SECURITY          VALUE 12.
           88  PENDING-APPROVAL          VALUE 14.
           88  NO-AGREEMENT              VALUE 15.
           88  EXPLOITATION-HOLD         VALUE 17.

       01  WS-VALIDATE-OPERATION         PIC X(10) VALUE 'VALIDATE'.
       01  WS-VALIDATE-RETURN-CODE       PIC 9(02).

       01  WS-DUAL-CONTROL-LIMIT         PIC 9(09)V99 VALUE 050000.00.

       01  WS-EXPHMNT-OPERATION          PIC X(06) VALUE 'CHECK '.
       01  WS-EXPHMNT-RETURN-CODE        PIC 9(02).
       COPY EXPHOLD REPLACING EXPHOLD-RECORD BY WS-EXPHOLD-RECORD.

       01  WS-POSMGMT-READ-OP            PIC X(06) VALUE 'READ  '.
       01  WS-POSMGMT-RETURN-CODE        PIC 9(02).
       01  WS-POSMGMT-QUANTITY           PIC S9(09)V999 COMP-3.
       01  WS-NO-ORDER-ID                PIC X(16) VALUE SPACES.
       01  WS-NO-COST-BASIS-METHOD       PIC X(01) VALUE SPACE.

       01  WS-ORDER-OPERATION            PIC X(06) VALUE 'READ'.
       01  WS-ORDER-RETURN-CODE          PIC 9(02).
               10  LS-HE-TRANSACTION-AMOUNT PIC S9(13)V99 COMP-3.
               10  LS-HE-TRANSACTION-DATE PIC X(08).
               10  LS-HE-TRANSACTION-STATUS PIC X(01).
      *    PASSED ONLY ON 'VALIDT' - NO OTHER OPERATION TOUCHES IT.
       COPY VALLIST REPLACING VALIDATION-LIST BY LS-VALIDATION-LIST.

       PROCEDURE DIVISION USING LS-OPERATION-CODE
                               LS-TRANSACTION-RECORD
                               LS-RETURN-CODE
                               LS-START-DATE
                               LS-END-DATE
                               LS-HISTORY-BUFFER
                               LS-VALIDATION-LIST.

       MAIN-PROCESS.
           MOVE LS-OPERATION-CODE TO WS-OPERATION
           MOVE ZERO TO WS-RETURN-CODE
           MOVE 'N' TO WS-VALIDATE-ONLY-SW

           EVALUATE TRUE
               WHEN POST-OPERATION
                   PERFORM POST-TRANSACTION-PROCESS THRU
                       POST-TRANSACTION-EXIT
               WHEN AS-OF-OPERATION
                   PERFORM POST-AS-OF-PROCESS THRU
                       POST-AS-OF-EXIT
               WHEN HISTORY-OPERATION
                   PERFORM GET-TRANSACTION-HISTORY-PROCESS THRU
                       GET-TRANSACTION-HISTORY-EXIT
               WHEN REVERSE-OPERATION
                   PERFORM REVERSE-TRANSACTION-PROCESS THRU
                       REVERSE-TRANSACTION-EXIT
               WHEN LOAD-QUOTE-OPERATION
                   PERFORM QUOTE-FUND-LOAD-PROCESS THRU
                       QUOTE-FUND-LOAD-EXIT
               WHEN VALIDATE-ONLY-OPERATION
                   PERFORM VALIDATE-TRANSACTION-PROCESS THRU
                       VALIDATE-TRANSACTION-EXIT
               WHEN OTHER
                   MOVE 04 TO WS-RETURN-CODE
           END-EVALUATE
           END-READ.

       POST-TRANSACTION-PROCESS.
           MOVE SPACES TO WS-CDC-POSTED-ID
           IF ACCOUNT-ID OF LS-TRANSACTION-RECORD = SPACES
               MOVE 04 TO WS-RETURN-CODE
               GO TO POST-TRANSACTION-EXIT
           END-IF

      *    A SECURITIES DELIVERY CARRIES ITS COST BASIS AS THE
      *    AMOUNT, AND A ZERO-COST HOLDING STILL HAS TO MOVE.
           IF TRANSACTION-AMOUNT OF LS-TRANSACTION-RECORD < ZERO
              OR (TRANSACTION-AMOUNT OF LS-TRANSACTION-RECORD = ZERO
                  AND NOT DELIVER-SECURITIES-TRANS OF
                      LS-TRANSACTION-RECORD
                  AND NOT RECEIVE-SECURITIES-TRANS OF
                      LS-TRANSACTION-RECORD)
               MOVE 04 TO WS-RETURN-CODE
               GO TO POST-TRANSACTION-EXIT
           END-IF

      *    NO DISBURSEMENT LEAVES AN ACCOUNT UNDER A SENIOR
      *    EXPLOITATION HOLD - CASH OUT, TRANSFERS OUT, AND SECURITIES
      *    DELIVERED OUT ARE ALL REFUSED UNTIL THE HOLD IS RELEASED OR
      *    LAPSES. A REMITTANCE TO A LEVYING OR GARNISHING AGENCY IS
      *    PAID UNDER LEGAL COMPULSION AND IS NOT HELD.
           IF WITHDRAWAL-TRANS OF LS-TRANSACTION-RECORD
              OR TRANSFER-TRANS OF LS-TRANSACTION-RECORD
              OR DELIVER-SECURITIES-TRANS OF LS-TRANSACTION-RECORD
               IF NOT CORP-REORG-SUBTYPE OF LS-TRANSACTION-RECORD
                  AND NOT IRA-CONVERSION-SUBTYPE OF
                      LS-TRANSACTION-RECORD
                  AND NOT LEGAL-REMIT-SUBTYPE OF
                      LS-TRANSACTION-RECORD
                   PERFORM CHECK-EXPLOITATION-HOLD
                   IF EXPLOITATION-HOLD
                       GO TO POST-TRANSACTION-EXIT
                   END-IF
               END-IF
           END-IF

      *    A WITHDRAWAL OVER THE DUAL-CONTROL LIMIT ONLY POSTS ONCE A
      *    SECOND OPERATOR HAS APPROVED IT ON THE QUEUE. A LEGAL
      *    PROCESS REMITTANCE WAS AUTHORIZED WHEN THE PROCESS WAS
      *    SERVED AND IS NOT QUEUED AGAIN.
           IF WITHDRAWAL-TRANS OF LS-TRANSACTION-RECORD
              AND NOT LEGAL-REMIT-SUBTYPE OF LS-TRANSACTION-RECORD
              AND TRANSACTION-AMOUNT OF LS-TRANSACTION-RECORD >
                  WS-DUAL-CONTROL-LIMIT
               PERFORM CHECK-WITHDRAWAL-APPROVAL THRU
      *    WIRE-THE-MONEY: A WITHDRAWAL INSIDE THE COOLING-OFF
      *    WINDOW AFTER A CONTACT-DETAIL CHANGE HOLDS FOR CALLBACK
      *    VERIFICATION ON THE MAKER-CHECKER QUEUE, AND A NOTICE
      *    GOES OUT REFERENCING THE OLD ADDRESS. A PAYMENT TO A
      *    LEVYING AGENCY CANNOT BE A TAKEOVER AND IS NOT HELD.
           IF WITHDRAWAL-TRANS OF LS-TRANSACTION-RECORD
              AND NOT LEGAL-REMIT-SUBTYPE OF LS-TRANSACTION-RECORD
               PERFORM CHECK-COOLING-OFF THRU
                   CHECK-COOLING-OFF-EXIT
               IF PENDING-APPROVAL
               GO TO POST-TRANSACTION-EXIT
           END-IF

      *    ON AN IRA DEPOSIT THE SUBTYPE DECIDES WHICH CONTRIBUTION
      *    RULE ACCTBAL APPLIES - IT RIDES ON THE CHANNEL PARAMETER,
      *    WHICH POST-BALANCE-CHANGE SETS AFRESH FOR THE HOLD LOGIC.
           EVALUATE TRUE
               WHEN IRA-ROLLOVER-SUBTYPE OF LS-TRANSACTION-RECORD
                   MOVE 'ROLLOVER' TO WS-DEPOSIT-CHANNEL
               WHEN IRA-CONVERSION-SUBTYPE OF LS-TRANSACTION-RECORD
                   MOVE 'CONVERSN' TO WS-DEPOSIT-CHANNEL
               WHEN IRA-PRIOR-YEAR-SUBTYPE OF LS-TRANSACTION-RECORD
                   MOVE 'PRIORYR ' TO WS-DEPOSIT-CHANNEL
               WHEN OTHER
                   MOVE SPACES TO WS-DEPOSIT-CHANNEL
           END-EVALUATE

           CALL 'ACCTBAL' USING WS-VALIDATE-OPERATION,
                                 ACCOUNT-ID OF LS-TRANSACTION-RECORD,
                                 TRANSACTION-AMOUNT OF
                                 TRANSACTION-CURRENCY OF
                                     LS-TRANSACTION-RECORD,
                                 WS-VALIDATE-TRANS-ID,
                                 WS-DEPOSIT-CHANNEL,
                                 ORDER-ID OF LS-TRANSACTION-RECORD

      *    ACCTBAL's VALIDATE codes now come from the shared RETURN-
      *    CODES copybook (05 = insufficient funds, 01 = account not
                                         TRANSACTION-CURRENCY OF
                                             LS-TRANSACTION-RECORD,
                                         WS-VALIDATE-TRANS-ID,
                                         WS-DEPOSIT-CHANNEL,
                                         ORDER-ID OF
                                             LS-TRANSACTION-RECORD
               END-IF
               IF WS-VALIDATE-RETURN-CODE = 05
                   MOVE 10 TO WS-RETURN-CODE
                   MOVE 12 TO WS-RETURN-CODE
                   GO TO POST-TRANSACTION-EXIT
               END-IF
      *        A REORGANIZATION CASH LEG IS THE ISSUER PAYING FOR
      *        SURRENDERED SHARES - THERE IS NO ORDER BEHIND IT.
               IF NOT CORP-REORG-SUBTYPE OF LS-TRANSACTION-RECORD
                   PERFORM CHECK-MARGIN-AGREEMENT THRU
                       CHECK-MARGIN-AGREEMENT-EXIT
                   IF AGREEMENT-BLOCKED
                       MOVE 15 TO WS-RETURN-CODE
                       GO TO POST-TRANSACTION-EXIT
                   END-IF
                   PERFORM VALIDATE-ORDER-FILLED THRU
                       VALIDATE-ORDER-FILLED-EXIT
                   IF NOT SUCCESS
                       GO TO POST-TRANSACTION-EXIT
                   END-IF
               END-IF
           END-IF

      *    A TRADE CARRIES THE CAPACITY ITS ORDER WAS ENTERED IN -
      *    AGENCY UNLESS THE TICKET SAID PRINCIPAL. NON-TRADE
      *    POSTINGS LEAVE IT BLANK; CAPACITY HAS NO MEANING THERE.
           IF (BUY-TRANS OF TRANSACTION-RECORD
               OR SELL-TRANS OF TRANSACTION-RECORD
               OR SHORT-SELL-TRANS OF TRANSACTION-RECORD
               OR BUY-COVER-TRANS OF TRANSACTION-RECORD)
              AND NOT CORP-REORG-SUBTYPE OF TRANSACTION-RECORD
               IF TRADE-CAPACITY OF TRANSACTION-RECORD NOT = 'A'
                  AND TRADE-CAPACITY OF TRANSACTION-RECORD NOT = 'P'
                   IF ORDER-CAPACITY OF WS-ORDER-RECORD = 'P'
      *    A BUY/SEL SETTLES T+N IN BUSINESS DAYS OFF THE BUSINESS
      *    CALENDAR, NOT WHATEVER DATE THE CALLER PASSED - TRADES NO
      *    LONGER "SETTLE" ON A SATURDAY OR A MARKET HOLIDAY. ANY
      *    OTHER POSTING WITH NO SETTLEMENT-DATE SETTLES SAME DAY -
      *    INCLUDING A REORGANIZATION LEG, PAID ON ITS PAY DATE.
      *    A NEW-ISSUE ALLOCATION SETTLES ON THE OFFERING'S CLOSING
      *    DATE THE CALLER PASSES, AND IS SOLD AT THE PUBLIC
      *    OFFERING PRICE WITH NO COMMISSION.
           IF (BUY-TRANS OF TRANSACTION-RECORD
               OR SELL-TRANS OF TRANSACTION-RECORD
               OR SHORT-SELL-TRANS OF TRANSACTION-RECORD
               OR BUY-COVER-TRANS OF TRANSACTION-RECORD)
              AND NOT CORP-REORG-SUBTYPE OF TRANSACTION-RECORD
              AND NOT (NEW-ISSUE-SUBTYPE OF TRANSACTION-RECORD
                       AND SETTLEMENT-DATE OF TRANSACTION-RECORD
                           NOT = SPACES)
               PERFORM COMPUTE-SETTLEMENT-DATE THRU
                   COMPUTE-SETTLEMENT-DATE-EXIT
           ELSE
               END-IF
           END-IF

           IF (BUY-TRANS OF TRANSACTION-RECORD
               OR SELL-TRANS OF TRANSACTION-RECORD
               OR SHORT-SELL-TRANS OF TRANSACTION-RECORD
               OR BUY-COVER-TRANS OF TRANSACTION-RECORD)
              AND NOT CORP-REORG-SUBTYPE OF TRANSACTION-RECORD
              AND NOT NEW-ISSUE-SUBTYPE OF TRANSACTION-RECORD
               PERFORM COMPUTE-TRADE-COMMISSION THRU
                   COMPUTE-TRADE-COMMISSION-EXIT
           END-IF
      *    A DEBT INSTRUMENT SETTLES FOR PRINCIPAL PLUS THE COUPON
      *    INTEREST ACCRUED SINCE THE LAST PAYMENT - THE BUYER PAYS
      *    THE SELLER FOR THE INTEREST EARNED BUT NOT YET PAID.
           IF (BUY-TRANS OF TRANSACTION-RECORD
               OR SELL-TRANS OF TRANSACTION-RECORD)
              AND NOT CORP-REORG-SUBTYPE OF TRANSACTION-RECORD
               PERFORM APPLY-ACCRUED-INTEREST THRU
                   APPLY-ACCRUED-INTEREST-EXIT
           END-IF
           WRITE TRANSACTION-RECORD
           EVALUATE WS-FILE-STATUS
               WHEN '00'
                   MOVE TRANSACTION-ID OF TRANSACTION-RECORD TO
                       WS-CDC-POSTED-ID
                   PERFORM CLAIM-TRANSACTION-WRITE
                   PERFORM POST-BALANCE-CHANGE
               WHEN '22'
                   MOVE 02 TO WS-RETURN-CODE
                   WRITE-DVP-PENDING-EXIT
           END-IF

           PERFORM PUBLISH-POSTED-ROW
           CLOSE TRANSACTION-FILE

       POST-TRANSACTION-EXIT.
           EXIT.

       VALIDATE-TRANSACTION-PROCESS.
      *    VALIDATE-ONLY: THE SAME CHECKS, IN THE SAME ORDER, AS
      *    POST-TRANSACTION-PROCESS, BUT A FAILURE IS LISTED AND THE
      *    NEXT CHECK STILL RUNS, SO THE TELLER SEES EVERYTHING WRONG
      *    WITH THE TICKET AT ONCE. THE CHECK PARAGRAPHS SET
      *    WS-RETURN-CODE AS THEY DO FOR A POST; EACH RESULT IS
      *    TAKEN OFF AND THE CODE CLEARED FOR THE NEXT CHECK.
           SET VALIDATE-ONLY TO TRUE
           MOVE 00 TO WS-FIRST-FAILURE-CODE
           MOVE ZERO TO VL-FAILURE-COUNT
           MOVE 'N' TO VL-OVERFLOW-FLAG

      *    WITH NO ACCOUNT THERE IS NOTHING FOR THE REST TO LOOK UP.
           IF ACCOUNT-ID OF LS-TRANSACTION-RECORD = SPACES
               MOVE 04 TO WS-FAILURE-CODE
               MOVE 'TICKET  ' TO WS-FAILURE-CHECK
               MOVE 'ACCOUNT IS REQUIRED' TO WS-FAILURE-REASON
               PERFORM RECORD-VALIDATION-FAILURE
               GO TO VALIDATE-TRANSACTION-DONE
           END-IF

           IF TRANSACTION-AMOUNT OF LS-TRANSACTION-RECORD < ZERO
              OR (TRANSACTION-AMOUNT OF LS-TRANSACTION-RECORD = ZERO
                  AND NOT DELIVER-SECURITIES-TRANS OF
                      LS-TRANSACTION-RECORD
                  AND NOT RECEIVE-SECURITIES-TRANS OF
                      LS-TRANSACTION-RECORD)
               MOVE 04 TO WS-FAILURE-CODE
               MOVE 'AMOUNT  ' TO WS-FAILURE-CHECK
               MOVE 'AMOUNT MUST BE GREATER THAN ZERO'
                   TO WS-FAILURE-REASON
               PERFORM RECORD-VALIDATION-FAILURE
           END-IF

      *    A THIRD PARTY ACTING FOR THE OWNER NEEDS A LIVE
      *    AUTHORIZATION - DISBURSEMENT SCOPE FOR MONEY OR STOCK
      *    GOING OUT, TRADING SCOPE OTHERWISE. ASKED AS A PREVIEW,
      *    SO NO USAGE IS LOGGED. THE SHARED NOT-ENTITLED CODE IS
      *    LISTED - A POST HAS NO CODE OF ITS OWN FOR THIS, THE
      *    CHANNEL REFUSES THE PARTY BEFORE POSTING.
           IF VL-ACTING-PARTY NOT = SPACES
               IF WITHDRAWAL-TRANS OF LS-TRANSACTION-RECORD
                  OR TRANSFER-TRANS OF LS-TRANSACTION-RECORD
                  OR DELIVER-SECURITIES-TRANS OF LS-TRANSACTION-RECORD
                   MOVE 'D' TO WS-AUTHCHK-SCOPE
               ELSE
                   MOVE 'T' TO WS-AUTHCHK-SCOPE
               END-IF
               CALL 'AUTHCHK' USING ACCOUNT-ID OF
                                         LS-TRANSACTION-RECORD,
                                     VL-ACTING-PARTY,
                                     WS-AUTHCHK-SCOPE,
                                     WS-AUTHCHK-FUNCTION,
                                     CREATED-BY OF
                                         LS-TRANSACTION-RECORD,
                                     WS-AUTHCHK-RETURN-CODE
               IF WS-AUTHCHK-RETURN-CODE NOT = 00
                   MOVE 13 TO WS-FAILURE-CODE
                   MOVE 'AUTHPTY ' TO WS-FAILURE-CHECK
                   MOVE 'ACTING PARTY LACKS A LIVE AUTHORIZATION'
                       TO WS-FAILURE-REASON
                   PERFORM RECORD-VALIDATION-FAILURE
               END-IF
           END-IF

           IF WITHDRAWAL-TRANS OF LS-TRANSACTION-RECORD
              OR TRANSFER-TRANS OF LS-TRANSACTION-RECORD
              OR DELIVER-SECURITIES-TRANS OF LS-TRANSACTION-RECORD
               IF NOT CORP-REORG-SUBTYPE OF LS-TRANSACTION-RECORD
                  AND NOT IRA-CONVERSION-SUBTYPE OF
                      LS-TRANSACTION-RECORD
                  AND NOT LEGAL-REMIT-SUBTYPE OF
                      LS-TRANSACTION-RECORD
                   PERFORM CHECK-EXPLOITATION-HOLD
                   IF EXPLOITATION-HOLD
                       MOVE 17 TO WS-FAILURE-CODE
                       MOVE 'EXPHOLD ' TO WS-FAILURE-CHECK
                       MOVE 'SENIOR EXPLOITATION HOLD ON THE ACCOUNT'
                           TO WS-FAILURE-REASON
                       PERFORM RECORD-VALIDATION-FAILURE
                   END-IF
               END-IF
           END-IF

           IF WITHDRAWAL-TRANS OF LS-TRANSACTION-RECORD
              AND NOT LEGAL-REMIT-SUBTYPE OF LS-TRANSACTION-RECORD
              AND TRANSACTION-AMOUNT OF LS-TRANSACTION-RECORD >
                  WS-DUAL-CONTROL-LIMIT
               PERFORM CHECK-WITHDRAWAL-APPROVAL THRU
                   CHECK-WITHDRAWAL-APPROVAL-EXIT
               IF PENDING-APPROVAL
                   MOVE 14 TO WS-FAILURE-CODE
                   MOVE 'DUALCTL ' TO WS-FAILURE-CHECK
                   MOVE 'OVER DUAL-CONTROL LIMIT - NEEDS APPROVAL'
                       TO WS-FAILURE-REASON
                   PERFORM RECORD-VALIDATION-FAILURE
               END-IF
           END-IF

           IF WITHDRAWAL-TRANS OF LS-TRANSACTION-RECORD
              AND NOT LEGAL-REMIT-SUBTYPE OF LS-TRANSACTION-RECORD
               PERFORM CHECK-COOLING-OFF THRU
                   CHECK-COOLING-OFF-EXIT
               IF PENDING-APPROVAL
                   MOVE 14 TO WS-FAILURE-CODE
                   MOVE 'COOLOFF ' TO WS-FAILURE-CHECK
                   MOVE 'CONTACT CHANGE IN COOLING-OFF - CALLBACK'
                       TO WS-FAILURE-REASON
                   PERFORM RECORD-VALIDATION-FAILURE
               END-IF
           END-IF

           IF TRANSFER-TRANS OF LS-TRANSACTION-RECORD
              AND COUNTERPARTY-ID OF LS-TRANSACTION-RECORD =
                  ACCOUNT-ID OF LS-TRANSACTION-RECORD
               MOVE 11 TO WS-FAILURE-CODE
               MOVE 'TRANSFER' TO WS-FAILURE-CHECK
               MOVE 'TRANSFER TO THE SAME ACCOUNT'
                   TO WS-FAILURE-REASON
               PERFORM RECORD-VALIDATION-FAILURE
           END-IF

           EVALUATE TRUE
               WHEN IRA-ROLLOVER-SUBTYPE OF LS-TRANSACTION-RECORD
                   MOVE 'ROLLOVER' TO WS-DEPOSIT-CHANNEL
               WHEN IRA-CONVERSION-SUBTYPE OF LS-TRANSACTION-RECORD
                   MOVE 'CONVERSN' TO WS-DEPOSIT-CHANNEL
               WHEN IRA-PRIOR-YEAR-SUBTYPE OF LS-TRANSACTION-RECORD
                   MOVE 'PRIORYR ' TO WS-DEPOSIT-CHANNEL
               WHEN OTHER
                   MOVE SPACES TO WS-DEPOSIT-CHANNEL
           END-EVALUATE

           CALL 'ACCTBAL' USING WS-VALIDATE-OPERATION,
                                 ACCOUNT-ID OF LS-TRANSACTION-RECORD,
                                 TRANSACTION-AMOUNT OF
                                     LS-TRANSACTION-RECORD,
                                 TRANSACTION-TYPE OF
                                     LS-TRANSACTION-RECORD,
                                 WS-VALIDATE-BALANCE,
                                 SECURITY-SYMBOL OF
                                     LS-TRANSACTION-RECORD,
                                 QUANTITY OF LS-TRANSACTION-RECORD,
                                 PRICE OF LS-TRANSACTION-RECORD,
                                 WS-VALIDATE-RETURN-CODE,
                                 WS-ACCOUNT-VERSION,
                                 TRANSACTION-CURRENCY OF
                                     LS-TRANSACTION-RECORD,
                                 WS-VALIDATE-TRANS-ID,
                                 WS-DEPOSIT-CHANNEL,
                                 ORDER-ID OF LS-TRANSACTION-RECORD

      *    A SHORTFALL THE SWEEP WOULD COVER PASSES; THE BALANCE IS
      *    TAKEN AS IT WOULD STAND AFTER THE REDEMPTION SO THE
      *    RESERVED-FUNDS CHECK BELOW JUDGES THE SAME CASH A POST
      *    WOULD.
           IF WS-VALIDATE-RETURN-CODE = 05
               PERFORM ATTEMPT-SWEEP-REDEMPTION THRU
                   ATTEMPT-SWEEP-REDEMPTION-EXIT
               IF SWEEP-REDEEMED
                   MOVE WS-SWEEP-FUNDING-AMOUNT TO WS-VALIDATE-BALANCE
                   MOVE 00 TO WS-VALIDATE-RETURN-CODE
               ELSE
                   MOVE 10 TO WS-FAILURE-CODE
                   MOVE 'FUNDS   ' TO WS-FAILURE-CHECK
                   MOVE 'INSUFFICIENT AVAILABLE FUNDS'
                       TO WS-FAILURE-REASON
                   PERFORM RECORD-VALIDATION-FAILURE
               END-IF
           END-IF

           EVALUATE WS-VALIDATE-RETURN-CODE
               WHEN 01
                   MOVE 01 TO WS-FAILURE-CODE
                   MOVE 'ACCOUNT ' TO WS-FAILURE-CHECK
                   MOVE 'ACCOUNT NOT FOUND' TO WS-FAILURE-REASON
                   PERFORM RECORD-VALIDATION-FAILURE
                   GO TO VALIDATE-TRANSACTION-DONE
               WHEN 03
                   MOVE 11 TO WS-FAILURE-CODE
                   MOVE 'BALANCE ' TO WS-FAILURE-CHECK
                   MOVE 'POSTING NOT VALID FOR THIS ACCOUNT'
                       TO WS-FAILURE-REASON
                   PERFORM RECORD-VALIDATION-FAILURE
      *        A POST GOES ON TO WRITE THE ROW AND FAILS IT WHEN
      *        UPDBAL MEETS THE SAME COMPLIANCE GATE.
               WHEN 06
                   MOVE 06 TO WS-FAILURE-CODE
                   MOVE 'COMPLNC ' TO WS-FAILURE-CHECK
                   MOVE 'CUSTOMER COMPLIANCE GATE NOT MET'
                       TO WS-FAILURE-REASON
                   PERFORM RECORD-VALIDATION-FAILURE
           END-EVALUATE

           PERFORM CHECK-DVP-SETTLEMENT THRU
               CHECK-DVP-SETTLEMENT-EXIT

      *    A POSTING ALREADY SHORT OF FUNDS IS NOT LISTED TWICE.
           IF (WITHDRAWAL-TRANS OF LS-TRANSACTION-RECORD
               OR FEE-TRANS OF LS-TRANSACTION-RECORD
               OR BUY-TRANS OF LS-TRANSACTION-RECORD
               OR BUY-COVER-TRANS OF LS-TRANSACTION-RECORD)
              AND NOT DVP-TRADE
              AND WS-VALIDATE-RETURN-CODE NOT = 05
               PERFORM CHECK-RESERVED-FUNDS THRU
                   CHECK-RESERVED-FUNDS-EXIT
               IF NOT SUCCESS
                   MOVE 10 TO WS-FAILURE-CODE
                   MOVE 'RESERVED' TO WS-FAILURE-CHECK
                   MOVE 'FUNDS RESERVED BY OPEN BUY ORDERS'
                       TO WS-FAILURE-REASON
                   PERFORM RECORD-VALIDATION-FAILURE
               END-IF
           END-IF

           IF BUY-TRANS OF LS-TRANSACTION-RECORD
              OR SELL-TRANS OF LS-TRANSACTION-RECORD
              OR SHORT-SELL-TRANS OF LS-TRANSACTION-RECORD
              OR BUY-COVER-TRANS OF LS-TRANSACTION-RECORD
               PERFORM CHECK-SECURITY-MASTER THRU
                   CHECK-SECURITY-MASTER-EXIT
               IF SECURITY-BLOCKED
                   MOVE 12 TO WS-FAILURE-CODE
                   MOVE 'SECURITY' TO WS-FAILURE-CHECK
                   MOVE 'SYMBOL UNKNOWN, DELISTED OR EXPIRED'
                       TO WS-FAILURE-REASON
                   PERFORM RECORD-VALIDATION-FAILURE
               END-IF
               IF NOT CORP-REORG-SUBTYPE OF LS-TRANSACTION-RECORD
                   PERFORM CHECK-MARGIN-AGREEMENT THRU
                       CHECK-MARGIN-AGREEMENT-EXIT
                   IF AGREEMENT-BLOCKED
                       MOVE 15 TO WS-FAILURE-CODE
                       MOVE 'AGREEMNT' TO WS-FAILURE-CHECK
                       MOVE 'NO SIGNED MARGIN AGREEMENT ON FILE'
                           TO WS-FAILURE-REASON
                       PERFORM RECORD-VALIDATION-FAILURE
                   END-IF
                   PERFORM VALIDATE-ORDER-FILLED THRU
                       VALIDATE-ORDER-FILLED-EXIT
                   IF NOT SUCCESS
                       MOVE 11 TO WS-FAILURE-CODE
                       MOVE 'ORDER   ' TO WS-FAILURE-CHECK
                       MOVE 'NO FILLED ORDER BEHIND THE TRADE'
                           TO WS-FAILURE-REASON
                       PERFORM RECORD-VALIDATION-FAILURE
                   END-IF
               END-IF
           END-IF.

       VALIDATE-TRANSACTION-DONE.
           MOVE WS-FIRST-FAILURE-CODE TO WS-RETURN-CODE.

       VALIDATE-TRANSACTION-EXIT.
           EXIT.

       RECORD-VALIDATION-FAILURE.
      *    THE FIRST FAILURE IS THE CODE POST WOULD HAVE STOPPED ON;
      *    EVERY ONE GOES ON THE LIST WHILE THERE IS ROOM.
           IF WS-FIRST-FAILURE-CODE = 00
               MOVE WS-FAILURE-CODE TO WS-FIRST-FAILURE-CODE
           END-IF
           IF VL-FAILURE-COUNT NOT < 20
               SET VL-OVERFLOW TO TRUE
           ELSE
               ADD 1 TO VL-FAILURE-COUNT
               MOVE WS-FAILURE-CODE TO VL-CODE (VL-FAILURE-COUNT)
               MOVE WS-FAILURE-CHECK TO VL-CHECK (VL-FAILURE-COUNT)
               MOVE WS-FAILURE-REASON TO
                   VL-REASON (VL-FAILURE-COUNT)
           END-IF
           MOVE 00 TO WS-RETURN-CODE.

       APPLY-IRA-WITHHOLDING.
      *    ONLY A DISTRIBUTION OUT OF AN IRA CARRIES WITHHOLDING,
      *    AND ONLY WHEN THE OWNER HAS AN ELECTION ON FILE.
           END-IF
           CLOSE ACCOUNT-FILE

      *    A ROTH DISTRIBUTION IS NOT EXPECTED TO BE TAXABLE, AND A
      *    CONVERSION MOVES ITS FULL AMOUNT INTO THE ROTH - NEITHER
      *    IS WITHHELD ON.
           IF ROTH-IRA OF ACCOUNT-RECORD
              OR IRA-CONVERSION-SUBTYPE OF TRANSACTION-RECORD
               GO TO APPLY-IRA-WITHHOLDING-EXIT
           END-IF

           OPEN INPUT WHELECT-FILE
           IF WS-WHELECT-STATUS NOT = '00'
               GO TO APPLY-IRA-WITHHOLDING-EXIT
       STAMP-BORROW-LOCATE-EXIT.
           EXIT.

       POST-AS-OF-PROCESS.
      *    A TRADE DONE ON AN EARLIER DAY AND ONLY BOOKED NOW. IT
      *    POSTS THE ORDINARY WAY - SETTLEMENT DATE COUNTED OFF THE
      *    TRADE DATE - THEN THE TAX-LOT DATES POSMGMT WROTE AS TODAY
      *    ARE PUT BACK ON THE TRADE DATE AND THE TRADE IS QUEUED FOR
      *    ASOFADJ, WHICH WORKS THROUGH EVERYTHING COMPUTED IN
      *    BETWEEN WITHOUT IT.
           IF NOT BUY-TRANS OF LS-TRANSACTION-RECORD
              AND NOT SELL-TRANS OF LS-TRANSACTION-RECORD
              AND NOT SHORT-SELL-TRANS OF LS-TRANSACTION-RECORD
              AND NOT BUY-COVER-TRANS OF LS-TRANSACTION-RECORD
               MOVE 04 TO WS-RETURN-CODE
               GO TO POST-AS-OF-EXIT
           END-IF
           IF CORP-REORG-SUBTYPE OF LS-TRANSACTION-RECORD
               MOVE 04 TO WS-RETURN-CODE
               GO TO POST-AS-OF-EXIT
           END-IF

           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           IF TRANSACTION-DATE OF LS-TRANSACTION-RECORD NOT NUMERIC
              OR TRANSACTION-DATE OF LS-TRANSACTION-RECORD NOT <
                 WS-CURRENT-DATE
               MOVE 04 TO WS-RETURN-CODE
               GO TO POST-AS-OF-EXIT
           END-IF

      *    A SALE'S DISPOSAL ROWS ARE APPENDED TO LOTDISP.DAT - COUNT
      *    WHAT IS THERE NOW SO THE ROWS THIS SALE ADDS CAN BE FOUND.
           MOVE ZERO TO WS-ASOF-DISP-BEFORE
           IF SELL-TRANS OF LS-TRANSACTION-RECORD
               PERFORM COUNT-LOT-DISPOSALS THRU
                   COUNT-LOT-DISPOSALS-EXIT
           END-IF

           PERFORM POST-TRANSACTION-PROCESS THRU
               POST-TRANSACTION-EXIT
           IF NOT SUCCESS
               GO TO POST-AS-OF-EXIT
           END-IF

           MOVE ZERO TO WS-ASOF-RESTAMPED
           MOVE ZERO TO WS-ASOF-LATER-LOTS
           IF BUY-TRANS OF LS-TRANSACTION-RECORD
               PERFORM STAMP-AS-OF-LOT THRU STAMP-AS-OF-LOT-EXIT
           END-IF
           IF SELL-TRANS OF LS-TRANSACTION-RECORD
               PERFORM STAMP-AS-OF-DISPOSALS THRU
                   STAMP-AS-OF-DISPOSALS-EXIT
           END-IF

           PERFORM QUEUE-AS-OF-TRADE THRU QUEUE-AS-OF-TRADE-EXIT.

       POST-AS-OF-EXIT.
           EXIT.

       COUNT-LOT-DISPOSALS.
           OPEN INPUT LOTDISP-FILE
           IF WS-LOTDISP-STATUS NOT = '00'
               GO TO COUNT-LOT-DISPOSALS-EXIT
           END-IF
           MOVE 'N' TO WS-ASOF-SCAN-DONE-SW
           PERFORM COUNT-ONE-DISPOSAL
               UNTIL ASOF-SCAN-DONE
           CLOSE LOTDISP-FILE.

       COUNT-LOT-DISPOSALS-EXIT.
           EXIT.

       COUNT-ONE-DISPOSAL.
           READ LOTDISP-FILE
               AT END SET ASOF-SCAN-DONE TO TRUE
           END-READ
           IF NOT ASOF-SCAN-DONE
               ADD 1 TO WS-ASOF-DISP-BEFORE
           END-IF.

       STAMP-AS-OF-LOT.
      *    POSMGMT NUMBERS LOTS IN ACQUISITION ORDER, SO THE BUY'S LOT
      *    IS THE HIGHEST NUMBER UNDER THE POSITION. IT IS ONLY
      *    RESTAMPED WHEN IT IS PLAINLY THE ONE JUST WRITTEN.
           OPEN I-O TAXLOT-FILE
           IF WS-TAXLOT-STATUS NOT = '00'
               GO TO STAMP-AS-OF-LOT-EXIT
           END-IF

           MOVE ZERO TO WS-ASOF-LOT-NUMBER
           MOVE ACCOUNT-ID OF LS-TRANSACTION-RECORD TO LOT-ACCOUNT-ID
           MOVE SECURITY-SYMBOL OF LS-TRANSACTION-RECORD TO
               LOT-SECURITY-SYMBOL
           MOVE ZERO TO LOT-NUMBER
           START TAXLOT-FILE KEY IS NOT LESS THAN TAXLOT-KEY
               INVALID KEY MOVE '23' TO WS-TAXLOT-STATUS
           END-START
           MOVE 'N' TO WS-ASOF-SCAN-DONE-SW
           IF WS-TAXLOT-STATUS NOT = '00'
               SET ASOF-SCAN-DONE TO TRUE
           END-IF
           PERFORM FIND-LAST-LOT
               UNTIL ASOF-SCAN-DONE

           IF WS-ASOF-LOT-NUMBER = ZERO
               CLOSE TAXLOT-FILE
               GO TO STAMP-AS-OF-LOT-EXIT
           END-IF

           MOVE ACCOUNT-ID OF LS-TRANSACTION-RECORD TO LOT-ACCOUNT-ID
           MOVE SECURITY-SYMBOL OF LS-TRANSACTION-RECORD TO
               LOT-SECURITY-SYMBOL
           MOVE WS-ASOF-LOT-NUMBER TO LOT-NUMBER
           READ TAXLOT-FILE
           IF WS-TAXLOT-STATUS = '00'
              AND LOT-ACQUIRE-DATE = WS-CURRENT-DATE
              AND LOT-ORIGINAL-QUANTITY =
                  QUANTITY OF LS-TRANSACTION-RECORD
              AND LOT-COST-PRICE = PRICE OF LS-TRANSACTION-RECORD
               MOVE TRANSACTION-DATE OF LS-TRANSACTION-RECORD TO
                   LOT-ACQUIRE-DATE
               MOVE WS-TIMESTAMP TO UPDATED-TIMESTAMP OF TAXLOT-RECORD
               REWRITE TAXLOT-RECORD
               IF WS-TAXLOT-STATUS = '00'
                   MOVE 1 TO WS-ASOF-RESTAMPED
                   MOVE SPACES TO WS-JOURNAL-KEY
                   MOVE TAXLOT-KEY TO WS-JOURNAL-KEY(1:29)
                   MOVE SPACES TO WS-JOURNAL-IMAGE
                   MOVE TAXLOT-RECORD TO WS-JOURNAL-IMAGE
                   CALL 'FWDJRNL' USING WS-JOURNAL-FILE-ID,
                                         WS-JOURNAL-ACTION,
                                         WS-JOURNAL-KEY,
                                         WS-JOURNAL-PROGRAM,
                                         WS-JOURNAL-IMAGE
               END-IF
           END-IF
           CLOSE TAXLOT-FILE.

       STAMP-AS-OF-LOT-EXIT.
           EXIT.

       FIND-LAST-LOT.
           READ TAXLOT-FILE NEXT RECORD
           IF WS-TAXLOT-STATUS NOT = '00'
              OR LOT-ACCOUNT-ID NOT =
                 ACCOUNT-ID OF LS-TRANSACTION-RECORD
              OR LOT-SECURITY-SYMBOL NOT =
                 SECURITY-SYMBOL OF LS-TRANSACTION-RECORD
               SET ASOF-SCAN-DONE TO TRUE
           ELSE
               MOVE LOT-NUMBER TO WS-ASOF-LOT-NUMBER
           END-IF.

       STAMP-AS-OF-DISPOSALS.
      *    THE ROWS PAST THE COUNT TAKEN BEFORE THE POST ARE THIS
      *    SALE'S. A LOT ACQUIRED AFTER THE TRADE DATE COULD NOT
      *    REALLY HAVE BEEN SOLD ON IT - THOSE ARE COUNTED FOR THE
      *    ASOFADJ REPORT RATHER THAN RE-RELIEVED HERE.
           OPEN I-O LOTDISP-FILE
           IF WS-LOTDISP-STATUS NOT = '00'
               GO TO STAMP-AS-OF-DISPOSALS-EXIT
           END-IF
           MOVE ZERO TO WS-ASOF-DISP-ROW
           MOVE 'N' TO WS-ASOF-SCAN-DONE-SW
           PERFORM RESTAMP-ONE-DISPOSAL
               UNTIL ASOF-SCAN-DONE
           CLOSE LOTDISP-FILE.

       STAMP-AS-OF-DISPOSALS-EXIT.
           EXIT.

       RESTAMP-ONE-DISPOSAL.
           READ LOTDISP-FILE
               AT END SET ASOF-SCAN-DONE TO TRUE
           END-READ
           IF NOT ASOF-SCAN-DONE
               ADD 1 TO WS-ASOF-DISP-ROW
               IF WS-ASOF-DISP-ROW > WS-ASOF-DISP-BEFORE
                  AND DISP-ACCOUNT-ID =
                      ACCOUNT-ID OF LS-TRANSACTION-RECORD
                  AND DISP-SECURITY-SYMBOL =
                      SECURITY-SYMBOL OF LS-TRANSACTION-RECORD
                  AND NOT DISP-REVERSED
                  AND DISP-DISPOSAL-DATE = WS-CURRENT-DATE
                   MOVE TRANSACTION-DATE OF LS-TRANSACTION-RECORD TO
                       DISP-DISPOSAL-DATE
                   REWRITE LOTDISP-RECORD
                   IF WS-LOTDISP-STATUS = '00'
                       ADD 1 TO WS-ASOF-RESTAMPED
                       IF DISP-ACQUIRE-DATE >
                          TRANSACTION-DATE OF LS-TRANSACTION-RECORD
                           ADD 1 TO WS-ASOF-LATER-LOTS
                       END-IF
                   END-IF
               END-IF
           END-IF.

       QUEUE-AS-OF-TRADE.
           OPEN I-O ASOFTRD-FILE
           IF WS-ASOFTRD-STATUS = '35'
      *        First back-dated trade ever booked - create the file.
               OPEN OUTPUT ASOFTRD-FILE
               CLOSE ASOFTRD-FILE
               OPEN I-O ASOFTRD-FILE
           END-IF
           IF WS-ASOFTRD-STATUS NOT = '00'
               DISPLAY 'TRANPOST: UNABLE TO OPEN ASOFTRD.DAT, '
                   'STATUS = ' WS-ASOFTRD-STATUS
                   ' - AS-OF TRADE NOT QUEUED FOR '
                   TRANSACTION-ID OF LS-TRANSACTION-RECORD
               GO TO QUEUE-AS-OF-TRADE-EXIT
           END-IF

           MOVE SPACES TO ASOFTRD-RECORD
           MOVE TRANSACTION-ID OF LS-TRANSACTION-RECORD TO
               AOF-TRANSACTION-ID
           MOVE ACCOUNT-ID OF LS-TRANSACTION-RECORD TO AOF-ACCOUNT-ID
           MOVE SECURITY-SYMBOL OF LS-TRANSACTION-RECORD TO
               AOF-SECURITY-SYMBOL
           MOVE TRANSACTION-TYPE OF LS-TRANSACTION-RECORD TO
               AOF-TRANSACTION-TYPE
           MOVE TRANSACTION-DATE OF LS-TRANSACTION-RECORD TO
               AOF-TRADE-DATE
           MOVE SETTLEMENT-DATE OF LS-TRANSACTION-RECORD TO
               AOF-SETTLEMENT-DATE
           MOVE WS-CURRENT-DATE TO AOF-POSTED-DATE
           MOVE QUANTITY OF LS-TRANSACTION-RECORD TO AOF-QUANTITY
           MOVE PRICE OF LS-TRANSACTION-RECORD TO AOF-PRICE
           MOVE NET-AMOUNT OF LS-TRANSACTION-RECORD TO AOF-NET-AMOUNT
           MOVE WS-ASOF-RESTAMPED TO AOF-LOTS-RESTAMPED
           MOVE WS-ASOF-LATER-LOTS TO AOF-LATER-LOTS-RELIEVED
           SET AOF-PENDING TO TRUE
           MOVE ZERO TO AOF-ADJUSTED-COUNT
           MOVE ZERO TO AOF-EXCEPTION-COUNT
           MOVE WS-TIMESTAMP TO CREATED-TIMESTAMP OF ASOFTRD-RECORD
           MOVE WS-TIMESTAMP TO UPDATED-TIMESTAMP OF ASOFTRD-RECORD
           MOVE CREATED-BY OF LS-TRANSACTION-RECORD TO
               CREATED-BY OF ASOFTRD-RECORD
           WRITE ASOFTRD-RECORD
           IF WS-ASOFTRD-STATUS NOT = '00'
               DISPLAY 'TRANPOST: ASOFTRD WRITE FAILED FOR '
                   AOF-TRANSACTION-ID ', STATUS = ' WS-ASOFTRD-STATUS
           END-IF
           CLOSE ASOFTRD-FILE.

       QUEUE-AS-OF-TRADE-EXIT.
           EXIT.

       WRITE-DVP-PENDING.
           OPEN I-O DVPLEDG-FILE
           IF WS-DVPLEDG-STATUS = '35'
       CHECK-MARGIN-AGREEMENT-EXIT.
           EXIT.

       CHECK-EXPLOITATION-HOLD.
           MOVE SPACES TO WS-EXPHOLD-RECORD
           MOVE ACCOUNT-ID OF LS-TRANSACTION-RECORD TO
               EH-ACCOUNT-ID OF WS-EXPHOLD-RECORD
           CALL 'EXPHMNT' USING WS-EXPHMNT-OPERATION,
                                 WS-EXPHOLD-RECORD,
                                 WS-EXPHMNT-RETURN-CODE
           IF WS-EXPHMNT-RETURN-CODE = 17
               MOVE 17 TO WS-RETURN-CODE
           END-IF.

       CHECK-COOLING-OFF.
      *    THE CUSTOMER-CHANGE HISTORY (ACCTHIST.DAT) TELLS WHETHER
      *    THE ACCOUNT'S OWNER HAD A CONTACT-DETAIL CHANGE INSIDE
           SET AP-OP-COOLOFF OF WS-APPRVQ-RECORD TO TRUE
           MOVE TRANSACTION-AMOUNT OF LS-TRANSACTION-RECORD TO
               AP-AMOUNT OF WS-APPRVQ-RECORD
      *    A VALIDATE-ONLY RUN LOOKS AT THE QUEUE WITHOUT BURNING
      *    THE APPROVAL, AND NEITHER QUEUES THE CALLBACK NOR SENDS
      *    THE NOTICE - THE WITHDRAWAL MAY NEVER BE KEYED.
           IF VALIDATE-ONLY
               MOVE 'CHECK ' TO WS-APPRVQ-OPERATION
           ELSE
               MOVE 'CONSUM' TO WS-APPRVQ-OPERATION
           END-IF
           CALL 'APPRVQ' USING WS-APPRVQ-OPERATION,
                                WS-APPRVQ-RECORD,
                                WS-APPRVQ-CHECKER,
              OR WS-APPRVQ-RETURN-CODE = 01
               GO TO CHECK-COOLING-OFF-EXIT
           END-IF
           IF VALIDATE-ONLY
               MOVE 14 TO WS-RETURN-CODE
               GO TO CHECK-COOLING-OFF-EXIT
           END-IF

           MOVE SPACES TO WS-APPRVQ-RECORD
           MOVE ACCOUNT-ID OF LS-TRANSACTION-RECORD TO
      *    THE SAME ACCOUNT.
           MOVE TRANSACTION-AMOUNT OF LS-TRANSACTION-RECORD TO
               AP-AMOUNT OF WS-APPRVQ-RECORD
           IF VALIDATE-ONLY
               MOVE 'CHECK ' TO WS-APPRVQ-OPERATION
           ELSE
               MOVE 'CONSUM' TO WS-APPRVQ-OPERATION
           END-IF
           CALL 'APPRVQ' USING WS-APPRVQ-OPERATION,
                                WS-APPRVQ-RECORD,
                                WS-APPRVQ-CHECKER,
              OR WS-APPRVQ-RETURN-CODE = 01
               GO TO CHECK-WITHDRAWAL-APPROVAL-EXIT
           END-IF
      *    A VALIDATE-ONLY RUN REPORTS THE GATE BUT QUEUES NOTHING.
           IF VALIDATE-ONLY
               MOVE 14 TO WS-RETURN-CODE
               GO TO CHECK-WITHDRAWAL-APPROVAL-EXIT
           END-IF

           MOVE SPACES TO WS-APPRVQ-RECORD
           MOVE ACCOUNT-ID OF LS-TRANSACTION-RECORD TO
                                 WS-SWEEP-QUANTITY,
                                 WS-SWEEP-PRICE,
                                 WS-POSMGMT-QUANTITY,
                                 WS-POSMGMT-RETURN-CODE,
                                 WS-NO-ORDER-ID,
                                 WS-NO-COST-BASIS-METHOD
           IF WS-POSMGMT-RETURN-CODE NOT = 00
              OR WS-POSMGMT-QUANTITY < WS-SWEEP-QUANTITY
               GO TO ATTEMPT-SWEEP-REDEMPTION-EXIT
                                 TRANSACTION-CURRENCY OF
                                     LS-TRANSACTION-RECORD,
                                 WS-VALIDATE-TRANS-ID,
                                 WS-DEPOSIT-CHANNEL,
                                 WS-NO-ORDER-ID
           IF WS-VALIDATE-RETURN-CODE NOT = 00
               MOVE 05 TO WS-VALIDATE-RETURN-CODE
               GO TO ATTEMPT-SWEEP-REDEMPTION-EXIT
           END-IF

      *    A VALIDATE-ONLY RUN STOPS AT KNOWING THE SWEEP WOULD
      *    COVER THE SHORTFALL - NOTHING IS REDEEMED.
           IF VALIDATE-ONLY
               SET SWEEP-REDEEMED TO TRUE
               GO TO ATTEMPT-SWEEP-REDEMPTION-EXIT
           END-IF

           PERFORM WRITE-SWEEP-REDEMPTION THRU
               WRITE-SWEEP-REDEMPTION-EXIT

               CLOSE TRANSACTION-FILE
               GO TO WRITE-SWEEP-REDEMPTION-EXIT
           END-IF
           PERFORM CLAIM-TRANSACTION-WRITE

           CALL 'ACCTBAL' USING WS-UPDBAL-OPERATION,
                                 ACCOUNT-ID OF TRANSACTION-RECORD,
                                 TRANSACTION-CURRENCY OF
                                     TRANSACTION-RECORD,
                                 TRANSACTION-ID OF TRANSACTION-RECORD,
                                 WS-DEPOSIT-CHANNEL,
                                 WS-NO-ORDER-ID

           IF WS-UPDBAL-RETURN-CODE = 00
               SET SWEEP-REDEEMED TO TRUE
               REWRITE TRANSACTION-RECORD
           END-IF

           PERFORM PUBLISH-TRANSACTION-EVENT
           CLOSE TRANSACTION-FILE

       WRITE-SWEEP-REDEMPTION-EXIT.
               GO TO APPLY-DIRECT-SETTLED-EXIT
           END-IF

           MOVE SETTLED-BALANCE OF ACCOUNT-RECORD TO WS-PRIOR-SETTLED
           EVALUATE TRUE
               WHEN DEPOSIT-TRANS OF TRANSACTION-RECORD
               WHEN DIVIDEND-TRANS OF TRANSACTION-RECORD
               DISPLAY 'TRANPOST: SETTLED BALANCE REWRITE FAILED '
                   'FOR ' ACCOUNT-ID OF ACCOUNT-RECORD
                   ', STATUS = ' WS-ACCOUNT-STATUS
           ELSE
               PERFORM CLAIM-SETTLED-CHANGE
           END-IF
           CLOSE ACCOUNT-FILE.

       APPLY-DIRECT-SETTLED-EXIT.
           EXIT.

      *    EACH CHANGE THIS PROGRAM MAKES TO TRANS.DAT OR TO A
      *    SETTLED-BALANCE IS REPORTED TO CTLTOTAL, SO EODDRIVER CAN
      *    PROVE A BATCH STEP'S EFFECT ON THE FILES AGAINST WHAT IT
      *    POSTED. THE ROW COUNTS AS WRITTEN WHATEVER BECOMES OF IT -
      *    A POSTING REWRITTEN AS FAILED STAYS ON THE FILE.
       CLAIM-TRANSACTION-WRITE.
           PERFORM CLEAR-CLAIM-FIGURES
           MOVE 1 TO CF-TRANS-COUNT
           MOVE TRANSACTION-AMOUNT OF TRANSACTION-RECORD TO
               CF-TRANS-AMOUNT
           CALL 'CTLTOTAL' USING WS-CTLTOTAL-OPERATION,
                                 CTLFIG-RECORD,
                                 WS-CTLTOTAL-RETURN-CODE.

       CLAIM-SETTLED-CHANGE.
           PERFORM CLEAR-CLAIM-FIGURES
           COMPUTE CF-SETTLED-BALANCE =
               SETTLED-BALANCE OF ACCOUNT-RECORD - WS-PRIOR-SETTLED
           CALL 'CTLTOTAL' USING WS-CTLTOTAL-OPERATION,
                                 CTLFIG-RECORD,
                                 WS-CTLTOTAL-RETURN-CODE.

       CLEAR-CLAIM-FIGURES.
           MOVE ZERO TO CF-ACCOUNT-COUNT
           MOVE ZERO TO CF-ACCOUNT-BALANCE
           MOVE ZERO TO CF-SETTLED-BALANCE
           MOVE ZERO TO CF-TRANS-COUNT
           MOVE ZERO TO CF-TRANS-AMOUNT
           MOVE ZERO TO CF-POSITION-COUNT
           MOVE ZERO TO CF-POSITION-QUANTITY.

       REVERSE-TRANSACTION-PROCESS.
           MOVE SPACES TO WS-CDC-POSTED-ID
           IF TRANSACTION-ID OF LS-TRANSACTION-RECORD = SPACES
               MOVE 04 TO WS-RETURN-CODE
               GO TO REVERSE-TRANSACTION-EXIT
               END-IF
           END-IF

           MOVE 'REVERSAL' TO WS-DEPOSIT-CHANNEL
           CALL 'ACCTBAL' USING WS-VALIDATE-OPERATION,
                                 ACCOUNT-ID OF WS-REVERSAL-RECORD,
                                 TRANSACTION-AMOUNT OF
                                 TRANSACTION-CURRENCY OF
                                     WS-REVERSAL-RECORD,
                                 WS-VALIDATE-TRANS-ID,
                                 WS-DEPOSIT-CHANNEL,
                                 WS-NO-ORDER-ID

           EVALUATE WS-VALIDATE-RETURN-CODE
               WHEN 00
           WRITE TRANSACTION-RECORD
           EVALUATE WS-FILE-STATUS
               WHEN '00'
                   MOVE TRANSACTION-ID OF TRANSACTION-RECORD TO
                       WS-CDC-POSTED-ID
                   PERFORM CLAIM-TRANSACTION-WRITE
                   PERFORM POST-BALANCE-CHANGE
               WHEN '22'
                   MOVE 02 TO WS-RETURN-CODE
               PERFORM RESTORE-ORIGINAL-HOLD THRU
                   RESTORE-ORIGINAL-HOLD-EXIT
           END-IF
           PERFORM PUBLISH-POSTED-ROW
           CLOSE TRANSACTION-FILE

       REVERSE-TRANSACTION-EXIT.
                       UPDATED-BY OF TRANSACTION-RECORD
               END-IF
               REWRITE TRANSACTION-RECORD
               IF WS-FILE-STATUS = '00'
                   PERFORM PUBLISH-TRANSACTION-EVENT
               ELSE
                   MOVE 03 TO WS-RETURN-CODE
               END-IF
           ELSE
               MOVE 03 TO WS-RETURN-CODE
           END-IF.

      *    THE POSTING JUST WRITTEN GOES TO THE CHANGE-DATA-CAPTURE
      *    FEED ONCE EVERYTHING THAT FOLLOWS THE WRITE (WITHHOLDING,
      *    A FAILED BALANCE UPDATE) HAS HAD ITS SAY, SO THE EVENT
      *    CARRIES THE ROW AS IT FINALLY STANDS ON TRANS.DAT.
       PUBLISH-POSTED-ROW.
           IF WS-CDC-POSTED-ID NOT = SPACES
               MOVE WS-CDC-POSTED-ID TO
                   TRANSACTION-ID OF TRANSACTION-RECORD
               READ TRANSACTION-FILE
               IF WS-FILE-STATUS = '00'
                   PERFORM PUBLISH-TRANSACTION-EVENT
               END-IF
               MOVE SPACES TO WS-CDC-POSTED-ID
           END-IF.

      *    A CANCELLED ROW IS A REVERSED ORIGINAL; A ROW CARRYING
      *    REVERSAL-OF-ID IS THE OFFSET. THE OFFSET AND ORIGINAL ARE
      *    CORRELATED BY THE ORIGINAL'S ID, A TRADE BY ITS ORDER.
       PUBLISH-TRANSACTION-EVENT.
           EVALUATE TRUE
               WHEN CANCELLED-STATUS OF TRANSACTION-RECORD
                   MOVE 'CANCELED' TO WS-CDC-EVENT-TYPE
               WHEN REVERSAL-OF-ID OF TRANSACTION-RECORD NOT = SPACES
                   MOVE 'REVERSED' TO WS-CDC-EVENT-TYPE
               WHEN OTHER
                   MOVE 'POSTED  ' TO WS-CDC-EVENT-TYPE
           END-EVALUATE
           EVALUATE TRUE
               WHEN REVERSAL-OF-ID OF TRANSACTION-RECORD NOT = SPACES
                   MOVE REVERSAL-OF-ID OF TRANSACTION-RECORD TO
                       WS-CDC-CORRELATION-ID
               WHEN ORDER-ID OF TRANSACTION-RECORD NOT = SPACES
                   MOVE ORDER-ID OF TRANSACTION-RECORD TO
                       WS-CDC-CORRELATION-ID
               WHEN OTHER
                   MOVE TRANSACTION-ID OF TRANSACTION-RECORD TO
                       WS-CDC-CORRELATION-ID
           END-EVALUATE
           MOVE SPACES TO WS-CDC-KEY
           MOVE TRANSACTION-ID OF TRANSACTION-RECORD TO
               WS-CDC-KEY(1:16)
           MOVE SPACES TO WS-CDC-IMAGE
           MOVE TRANSACTION-RECORD TO WS-CDC-IMAGE
           CALL 'CDCPUB' USING WS-CDC-ENTITY-TYPE,
                                WS-CDC-EVENT-TYPE,
                                WS-CDC-KEY,
                                WS-CDC-CORRELATION-ID,
                                WS-JOURNAL-PROGRAM,
                                WS-CDC-IMAGE.

       RELEASE-ORIGINAL-HOLD.
      *    NO HOLDS FILE, NO ROW, OR A ROW ALREADY RELEASED MEANS
      *    THE DEPOSIT'S FUNDS REACHED AVAILABLE-BALANCE THE NORMAL
                                 TRANSACTION-CURRENCY OF
                                     TRANSACTION-RECORD,
                                 TRANSACTION-ID OF TRANSACTION-RECORD,
                                 WS-DEPOSIT-CHANNEL,
                                 ORDER-ID OF TRANSACTION-RECORD

           IF WS-UPDBAL-RETURN-CODE = 00
               MOVE 00 TO WS-RETURN-CODE
               QUANTITY OF TRANSACTION-RECORD *
               PRICE OF TRANSACTION-RECORD

      *    A TRADE FILLING A MUTUAL-FUND ORDER CARRIES THE LOAD THE
      *    FUND COMPANY CHARGED ON ITS CONFIRM - THE BREAKPOINTS WERE
      *    APPLIED WHEN MFORDOUT SENT THE ORDER - SO THAT FIGURE
      *    STANDS. A BUY STILL COUNTS TOWARD AN OPEN LOI.
           IF ORDER-ID OF TRANSACTION-RECORD NOT = SPACES
              AND ORDER-ID OF WS-ORDER-RECORD =
                  ORDER-ID OF TRANSACTION-RECORD
              AND FUND-ORDER OF WS-ORDER-RECORD
               IF BUY-TRANS OF TRANSACTION-RECORD
                   MOVE CUSTOMER-ID OF ACCOUNT-RECORD TO
                       WS-BUYER-CUSTOMER
                   PERFORM STEP-LOI-PURCHASES THRU STEP-LOI-EXIT
               END-IF
               GO TO COMPUTE-TRADE-COMMISSION-EXIT
           END-IF

      *    A BUY OF A MUTUAL FUND WITH A BREAKPOINT SCHEDULE PRICES
      *    ITS SALES LOAD OFF THE TIER TABLE WITH RIGHTS OF
      *    ACCUMULATION, NOT THE FLAT COMMISSION SCHEDULE - THE
       COMPUTE-TRADE-COMMISSION-EXIT.
           EXIT.

       QUOTE-FUND-LOAD-PROCESS.
      *    THE CALLER PASSES ACCOUNT-ID, SECURITY-SYMBOL, THE ORDER'S
      *    DOLLAR AMOUNT IN TRANSACTION-AMOUNT AND A REFERENCE NAV IN
      *    PRICE (FOR VALUING THE HOUSEHOLD'S EXISTING HOLDINGS).
      *    THE LOAD COMES BACK IN COMMISSION - ZERO FOR A NO-LOAD
      *    FUND.
           MOVE LS-TRANSACTION-RECORD TO TRANSACTION-RECORD
           MOVE ZERO TO COMMISSION OF TRANSACTION-RECORD

           OPEN INPUT ACCOUNT-FILE
           IF WS-ACCOUNT-STATUS NOT = '00'
               MOVE 03 TO WS-RETURN-CODE
               GO TO QUOTE-FUND-LOAD-EXIT
           END-IF
           MOVE ACCOUNT-ID OF TRANSACTION-RECORD TO ACCOUNT-ID OF
               ACCOUNT-RECORD
           READ ACCOUNT-FILE
           IF WS-ACCOUNT-STATUS NOT = '00'
               CLOSE ACCOUNT-FILE
               MOVE 01 TO WS-RETURN-CODE
               GO TO QUOTE-FUND-LOAD-EXIT
           END-IF
           CLOSE ACCOUNT-FILE

           OPEN INPUT SECMAST-FILE
           IF WS-SECMAST-STATUS NOT = '00'
               MOVE 03 TO WS-RETURN-CODE
               GO TO QUOTE-FUND-LOAD-EXIT
           END-IF
           MOVE SECURITY-SYMBOL OF TRANSACTION-RECORD TO
               SEC-SYMBOL OF SECMAST-RECORD
           READ SECMAST-FILE
           IF WS-SECMAST-STATUS NOT = '00'
              OR NOT MUTUAL-FUND-SECURITY OF SECMAST-RECORD
               CLOSE SECMAST-FILE
               MOVE 12 TO WS-RETURN-CODE
               GO TO QUOTE-FUND-LOAD-EXIT
           END-IF
           CLOSE SECMAST-FILE

           IF SEC-BP-CEILING(1) > ZERO
               MOVE TRANSACTION-AMOUNT OF TRANSACTION-RECORD TO
                   WS-TRADE-VALUE
               SET FUND-LOAD-QUOTE TO TRUE
               PERFORM COMPUTE-FUND-LOAD THRU
                   COMPUTE-FUND-LOAD-EXIT
               MOVE 'N' TO WS-FUND-LOAD-QUOTE-SW
           END-IF

           MOVE COMMISSION OF TRANSACTION-RECORD TO
               COMMISSION OF LS-TRANSACTION-RECORD
           MOVE 00 TO WS-RETURN-CODE.

       QUOTE-FUND-LOAD-EXIT.
           EXIT.

       SCAN-COMMISSION-SCHEDULE.
           IF WS-COMM-ACCOUNT-TYPE(WS-COMM-INDEX) =
              WS-COMM-ACCOUNT-TYPE-LOOKUP
           MOVE WS-COMMISSION-AMOUNT TO
               COMMISSION OF TRANSACTION-RECORD

           IF NOT FUND-LOAD-QUOTE
               PERFORM STEP-LOI-PURCHASES THRU STEP-LOI-EXIT
           END-IF.

       COMPUTE-FUND-LOAD-EXIT.
           EXIT.
