      * DATE: 2026-08-09
      * PURPOSE: RUN THE NIGHTLY BATCH WINDOW IN THE ORDER IT HAS TO
      *          RUN IN - STANDING-INSTRUCTION SCHEDULING, THE ACH/
      *          WIRE INTERFACE, SETTLEMENT, FIXED-INCOME MARKUPS,
      *          TRADE CONFIRMATIONS, DEPOSIT HOLD RELEASE,
      *          INTEREST/FEE ACCRUAL, THE
      *          TRANSLOG RECONCILIATION CHECK, THE REFERENTIAL
      *          INTEGRITY CHECK, THEN STATEMENT GENERATION - CALLING
      *          EACH STEP DIRECTLY INSTEAD OF LEAVING THE ORDER TO
      *          WHOEVER SUBMITS THE JOBS.
      * FUNCTIONS: STANDALONE BATCH JOB - RUN ONCE PER NIGHT. THE
      *            STEPS, THEIR ORDER, CYCLES, PREDECESSORS AND STOP
      *            CODES ARE READ FROM THE SCHEDULE FILE (EODSCHED.DAT,
      *            LAYOUT IN THE EODSCHED COPYBOOK); WITH NO SCHEDULE
      *            FILE ON HAND THE RUN FALLS BACK TO THE BUILT-IN TABLE
      *            (WS-DEFAULT-SCHEDULE-VALUES). EACH STEP DUE TONIGHT
      *            IS CALLED DIRECTLY, WITH CTLTOTAL CALLED BEFORE IT TO
      *            RESET THE STEP'S CLAIMED CONTROL TOTALS AND AFTER IT
      *            TO CAPTURE THE FILES' TOTALS AND PROVE THE CLAIMS
      *            AGAINST THEM; EACH STEP'S OUTCOME IS LOGGED ON
      *            BATCHCTL.DAT FOR RESTART.
      *
      * NOTES: EACH STEP RETURNS A CONDITION CODE IN ITS OWN
      *        LK-RETURN-CODE PARAMETER - 00 FOR NORMAL COMPLETION, 04
      *        FOR COMPLETED-WITH-WARNINGS (RECONCILE AND REFCHECK,
      *        WHEN EITHER FINDS SOMETHING TO REPORT), 08 FOR A FATAL
      *        SETUP ERROR (A STEP COULD NOT OPEN ONE OF ITS FILES). A
      *        CODE AT OR ABOVE THE STEP'S SCHEDULED STOP CODE (08 FOR
      *        THE NIGHTLY STEPS) STOPS THE SEQUENCE HERE, SINCE
      *        RUNNING A LATER STEP AGAINST DATA AN EARLIER STEP NEVER
      *        TOUCHED WOULD MAKE THINGS WORSE, NOT BETTER. A CODE OF
      *        04 IS REPORTED BUT DOES NOT STOP THE SEQUENCE.
      *        NEITHER DOES A STEP WHOSE CONTROL TOTALS FAIL TO PROVE
      *        BY NO MORE THAN WS-MATERIAL-AMOUNT; A MATERIAL BREAK
      *        DOES.
      *
      * MODIFICATION HISTORY:
      * 2026-10-15  DEFAULT SCHEDULE GAINS THE RECURRING REPORT AND
      *             LOAD JOBS THAT WERE STILL SUBMITTED BY HAND. EVERY
      *             NIGHT: BRWLOAD (AHEAD OF BRWFEE, SO THE ACCRUAL
      *             CHARGES THE DAY'S RATES), DRIFTCHK AND THEN
      *             REBALGEN (AFTER ORDEXP, SO THE REBALANCE ORDERS
      *             ARE NOT EXPIRED THE NIGHT THEY ARE PLACED), LGLAGE,
      *             SARAGE AND LOPRRPT. FIRST BUSINESS NIGHT OF THE
      *             MONTH: BRPNL (AFTER REPCOMP AND ERRPNL), CORRBILL
      *             AND ALLOCRPT. FIRST BUSINESS NIGHT OF THE QUARTER:
      *             RTDISCL. FIRST BUSINESS NIGHT OF THE YEAR: TAX1099R
      *             AND FEESUMM, BESIDE TAX1099 AND TAX1042S. NONE OF
      *             THEM STOPS THE RUN. TAX5498 STAYS OFF THE SCHEDULE
      *             - IT CANNOT RUN UNTIL THE APRIL CONTRIBUTION
      *             DEADLINE HAS PASSED (SEE ITS HEADER).
      * 2026-10-15  DEFAULT SCHEDULE GAINS SODRPT (EVERY NIGHT, AFTER
      *             ACHINTF), CREDRPT (BUSINESS NIGHTS, AFTER SETTLBAT
      *             AND ORDEXP), AND ON THE LAST BUSINESS NIGHT OF THE
      *             MONTH AMLRISK (AFTER AMLMON), ACCTREC, AND RETPURGE
      *             - THE LAST AFTER SODRPT, SOAPUSE AND CDCEXTR HAVE
      *             READ TONIGHT'S INQAUDIT, ACCTHIST, SOAP LOG AND
      *             CDCEVT RECORDS IT MAY PURGE. NONE OF THEM STOPS THE
      *             RUN.
      * 2026-10-15  DEFAULT SCHEDULE GAINS ACTVBLD, WHICH WRITES THE
      *             DAY'S TRANS.DAT ACTIVITY TO ACTVACCT.DAT AND
      *             ACTVSYMB.DAT FOR THE JOBS THAT USED TO SCAN ALL OF
      *             TRANS.DAT FOR IT. IT RUNS RIGHT AFTER THE LAST STEP
      *             THAT POSTS (EXPHSCAN) SO THE FILE HOLDS EVERYTHING
      *             THE WINDOW BOOKED, AND NEVER STOPS THE RUN - A
      *             READER WITH NO CURRENT FILE SCANS TRANS.DAT ITSELF.
      *             CONFGEN MOVES BEHIND IT; CONFIRMS STILL GO OUT
      *             INSIDE THE WINDOW FOR THE TRADES SETTLBAT SETTLED.
      * 2026-10-15  DEFAULT SCHEDULE GAINS CDCEXTR, WHICH SENDS THE
      *             DAY'S CHANGE EVENTS (CDCEVT.DAT) OUT ON THE
      *             DOWNSTREAM CHANGE FEED. IT NEVER STOPS THE RUN; A
      *             FAILED FEED IS PICKED UP BY THE NEXT NIGHT'S RUN.
      * 2026-10-15  DEFAULT SCHEDULE GAINS SOAPUSE, THE DAILY SOAP API
      *             USAGE REPORT BY CLIENT AND OPERATION, AHEAD OF THE
      *             CONTROL-TOTAL PROOF. IT NEVER STOPS THE RUN.
      * 2026-10-15  ONCE THE WINDOW CLOSES AND THE SYSTEM IS BACK IN
      *             ONLINE MODE, SOAPRPLY REPLAYS THE SOAP WRITE
      *             REQUESTS SOAP-SERVER HELD ON SOAPQ.DAT DURING THE
      *             WINDOW. ITS CONDITION CODE (04 A REQUEST FAILED ON
      *             REPLAY, 08 THE QUEUE COULD NOT BE OPENED) COUNTS
      *             TOWARD THE WORST RETURN CODE.
      * 2026-10-15  CONTROL-TOTAL PROOF: THE RECORD COUNTS AND THE
      *             ACCOUNT-BALANCE, SETTLED-BALANCE, TRANSACTION-
      *             AMOUNT AND POSITION-QUANTITY HASH TOTALS OF
      *             ACCOUNT.DAT, TRANS.DAT AND POSITION.DAT ARE TAKEN
      *             THROUGH CTLTOTAL AS THE WINDOW OPENS AND AFTER
      *             EVERY STEP, AND SET AGAINST WHAT THE STEP'S
      *             POSTINGS REPORTED TO CTLTOTAL ALONG THE WAY. EACH
      *             STEP'S FIGURES GO ON THE CTLTOT.DAT LEDGER. AN
      *             UNEXPLAINED COUNT OR QUANTITY, OR AN UNEXPLAINED
      *             AMOUNT OVER WS-MATERIAL-AMOUNT, IS A MATERIAL
      *             BREAK AND STOPS THE WINDOW (THE STEP ITSELF STAYS
      *             COMPLETE ON BATCHCTL SO A RESTART DOES NOT POST IT
      *             TWICE); A SMALLER ONE IS A WARNING. THE NEW
      *             CTLPROOF STEP PRINTS THE LEDGER, BREAKS OR NOT,
      *             JUST BEFORE THE MORNING FLASH.
      * 2026-10-15  THE NIGHT NOW RUNS FROM A SCHEDULE (EODSCHED.DAT,
      *             LAYOUT IN THE EODSCHED COPYBOOK) INSTEAD OF A
      *             HARD-CODED STEP LIST: EACH LINE NAMES A STEP AND
      *             THE PROGRAM CALLED FOR IT, ITS CYCLE (DAILY,
      *             WEEKLY, MONTH-, QUARTER- OR YEAR-END), ITS BUSCAL
      *             DATE RULE, UP TO FOUR PREDECESSORS AND THE
      *             CONDITION CODE THAT STOPS THE RUN, AND CAN BE
      *             DISABLED - OPERATIONS ADD OR PULL A STEP WITHOUT A
      *             PROGRAM CHANGE. BATCHCTL RESTART IS UNCHANGED; A
      *             STEP WHOSE DUE PREDECESSOR DID NOT COMPLETE IS
      *             HELD AND RECORDED AS FAILED. NO EODSCHED.DAT ON
      *             FILE RUNS THE BUILT-IN DEFAULT: THE NIGHTLY STEPS
      *             IN THEIR EXISTING ORDER, THEN THE JOBS OPS USED TO
      *             SUBMIT BY HAND (FAILSCAN, FILLCHK, AMLMON,
      *             SANCSCRN, CASHPRF, GLEXTR, RESCOMP WEEKLY, FEEBILL,
      *             GLCLOSE, NETCAP, REPCOMP AND ERRPNL MONTHLY,
      *             TAX1099 AND TAX1042S YEARLY), FLASHRPT LAST.
      * 2026-10-15  ADDED STEP 4, FIXED-INCOME MARKUP COMPUTATION
      *             (MKUPCALC), ON BUSINESS DAYS RIGHT BEFORE TRADE
      *             CONFIRMATIONS - EACH RETAIL PRINCIPAL BOND TRADE
      *             HAS ITS MARKUP OR MARKDOWN ON MARKUP.DAT BEFORE
      *             CONFGEN PRINTS IT ON THE CONFIRM. REMAINING STEPS
      *             RENUMBERED TO 5-20 OF 20.
      * 2026-10-15  ADDED STEP 7, THE AS-OF TRADE RE-COMPUTATION
      *             (ASOFADJ), RIGHT BEFORE INTEREST/FEE ACCRUAL - A
      *             TRADE BOOKED UNDER AN EARLIER TRADE DATE HAS ITS
      *             SNAPSHOTS, DIVIDEND ENTITLEMENTS AND MARGIN
      *             ACCRUALS PUT RIGHT BEFORE TONIGHT'S STEPS BUILD ON
      *             THEM. REMAINING STEPS RENUMBERED TO 8-19 OF 19.
      * 2026-10-15  ADDED STEP 15, THE SENIOR EXPLOITATION HOLD SWEEP
      *             (EXPHSCAN), RUN EVERY NIGHT - LAPSED HOLDS ARE
      *             MARKED EXPIRED AND A HOLD ABOUT TO EXPIRE IS FILED
      *             ON EXCPQ FOR THE SUPERVISOR WHO PLACED IT.
      *             REMAINING STEPS RENUMBERED TO 16-18 OF 18.
      * 2026-10-15  ADDED STEP 14, THE UTMA/UGMA AGE-OF-MAJORITY SWEEP
      *             (UTMABAT), RUN ON THE LAST CALENDAR DAY OF THE
      *             MONTH - CUSTODIANS AND MINORS ARE NOTIFIED AHEAD
      *             OF THE TERMINATION DATE AND RE-REGISTRATION TO
      *             THE FORMER MINOR IS QUEUED FOR APPROVAL ONCE IT
      *             PASSES. REMAINING STEPS RENUMBERED TO 15-17 OF 17.
      * 2026-10-15  ADDED STEP 13, THE IRA YEAR-END VALUATION
      *             (IRAFMV), RUN ONLY ON DECEMBER 31 RIGHT AFTER FX
      *             REVALUATION - EVERY IRA'S FAIR MARKET VALUE IS
      *             CAPTURED AT THE YEAR'S LAST CLOSE FOR THE FORM
      *             5498. REMAINING STEPS RENUMBERED TO 14-16 OF 16.
      * 2026-10-15  ADDED STEP 10, THE DIVIDEND CALENDAR (DIVCAL),
      *             RIGHT AFTER THE POSITION SNAPSHOT - RECORD-DATE
      *             RECEIVABLES ARE BOOKED OFF THE IMAGE JUST TAKEN
      *             AND DIVPOST FIRES FOR EVERY ANNOUNCEMENT WHOSE
      *             PAY DATE HAS COME. REMAINING STEPS RENUMBERED TO
      *             11-15 OF 15.
      * 2026-10-15  ADDED STEP 8, STOCK BORROW FEE ACCRUAL (BRWFEE),
      *             RIGHT AFTER INTEREST/FEE ACCRUAL - EACH OPEN
      *             BORROW ACCRUES THE NIGHT'S FEE AND THE MONTH'S
      *             FEES POST ON THE LAST DAY. REMAINING STEPS
      *             RENUMBERED TO 9-14 OF 14.
      * 2026-08-23  EODRUN.CTL IS NOW EMPTIED THE MOMENT IT IS READ -
      *             A FORCE OR RESTART FLAG IS SINGLE-SHOT. LEFT IN
      *             PLACE, ONE DELIBERATE FORCE WOULD HAVE DISARMED
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNRPT-STATUS.

           SELECT EODSCHED-FILE ASSIGN TO "EODSCHED.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCHED-STATUS.

           SELECT CTLTOT-FILE ASSIGN TO "CTLTOT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CT-KEY
               FILE STATUS IS WS-CTLTOT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BUSCAL-FILE.
       FD  EODRUN-RPT-FILE.
       01  EODRUN-RPT-LINE               PIC X(132).

       FD  EODSCHED-FILE.
       COPY EODSCHED.

       FD  CTLTOT-FILE.
       COPY CTLTOT.

       WORKING-STORAGE SECTION.
       01  WS-SYSMODE-OPERATION          PIC X(06).
       01  WS-SYSMODE-SET-BY             PIC X(08) VALUE 'EODDRIVE'.
       01  WS-SYSMODE-MODE               PIC X(01).
       01  WS-SYSMODE-RETURN-CODE        PIC 9(02).
       01  WS-SOAPRPLY-RETURN-CODE       PIC 9(02).

       01  WS-BUSCAL-STATUS              PIC XX.
       01  WS-BATCHCTL-STATUS            PIC XX.
           88  BATCHCTL-EOF              VALUE '10'.
       01  WS-RUNCTL-STATUS              PIC XX.
       01  WS-RUNRPT-STATUS              PIC XX.
       01  WS-SCHED-STATUS               PIC XX.
       01  WS-CTLTOT-STATUS              PIC XX.

       01  WS-RUN-MODE                   PIC X(08) VALUE SPACES.
           88  FORCE-MODE                VALUE 'FORCE   '.

       01  WS-BUSINESS-DATE              PIC X(08).

       01  WS-CURRENT-TIME.
           05  WS-CURRENT-HOUR           PIC 9(02).
           05  WS-CURRENT-MINUTE         PIC 9(02).
       01  WS-BUSDAY-MARKET              PIC X(04) VALUE 'US  '.
       01  WS-TODAY-DATE                 PIC 9(08).
       01  WS-TODAY-INT                  PIC 9(08).
       01  WS-BUSINESS-DAY-SW            PIC X(01) VALUE 'Y'.
           88  TODAY-IS-BUSINESS-DAY     VALUE 'Y'.
       01  WS-BUSCAL-AVAILABLE-SW        PIC X(01) VALUE 'N'.
           88  BUSCAL-AVAILABLE          VALUE 'Y'.

      *----------------------------------------------------------------
      * CALENDAR SCAN - ONE DAY AT A TIME, FORWARD OR BACK FROM TODAY,
      * UNTIL THE PERIOD CHANGES OR A BUSINESS DAY TURNS UP.
      *----------------------------------------------------------------
       01  WS-SCAN-INT                   PIC 9(08).
       01  WS-SCAN-DATE                  PIC 9(08).
       01  WS-SCAN-REM                   PIC 9(01).
       01  WS-SCAN-BUSINESS-SW           PIC X(01).
           88  SCAN-IS-BUSINESS-DAY      VALUE 'Y'.
       01  WS-SCAN-DONE-SW               PIC X(01).
           88  SCAN-DONE                 VALUE 'Y'.
       01  WS-SCAN-FOUND-SW              PIC X(01).
           88  SCAN-FOUND-BUSINESS-DAY   VALUE 'Y'.

       01  WS-PERIOD-CYCLE               PIC X(01).
       01  WS-PERIOD-INT                 PIC 9(08).
       01  WS-PERIOD-DATE                PIC 9(08).
       01  WS-PERIOD-DATE-PARTS REDEFINES WS-PERIOD-DATE.
           05  WS-PERIOD-YEAR            PIC 9(04).
           05  WS-PERIOD-MONTH           PIC 9(02).
           05  WS-PERIOD-DAY             PIC 9(02).
       01  WS-PERIOD-ID                  PIC 9(08).
       01  WS-TODAY-PERIOD-ID            PIC 9(08).

      *----------------------------------------------------------------
      * WHERE TODAY FALLS IN EACH PERIOD CYCLE, WORKED OUT ONCE AT
      * STARTUP - LAST CALENDAR DAY (RULE C), LAST BUSINESS DAY (RULE
      * B), FIRST BUSINESS DAY (RULE F).
      *----------------------------------------------------------------
       01  WS-CYCLE-CODE-VALUES          PIC X(04) VALUE 'WMQY'.
       01  WS-CYCLE-CODES REDEFINES WS-CYCLE-CODE-VALUES.
           05  WS-CYCLE-CODE             PIC X(01) OCCURS 4 TIMES.
       01  WS-CYCLE-INDEX                PIC 9(01).
       01  WS-CYCLE-FLAGS.
           05  WS-CYCLE-FLAG-ENTRY OCCURS 4 TIMES.
               10  WS-CYCLE-LAST-DAY-SW  PIC X(01).
               10  WS-CYCLE-LAST-BUSDAY-SW
                                         PIC X(01).
               10  WS-CYCLE-FIRST-BUSDAY-SW
                                         PIC X(01).

      *----------------------------------------------------------------
      * THE SCHEDULE - EODSCHED.DAT WHEN ONE IS ON FILE, OTHERWISE THE
      * BUILT-IN DEFAULT BELOW. EACH DEFAULT ROW IS THE SCH-DEFINITION
      * LAYOUT: STEP NAME, PROGRAM, CYCLE, DATE RULE, STOP CODE,
      * RUN-AFTER-ABORT, ENABLED / FOUR PREDECESSORS / DESCRIPTION.
      *----------------------------------------------------------------
       01  WS-SCHED-SOURCE-SW            PIC X(01) VALUE 'D'.
           88  SCHEDULE-FROM-FILE        VALUE 'F'.
           88  SCHEDULE-BUILT-IN         VALUE 'D'.
       01  WS-SCHED-EOF-SW               PIC X(01) VALUE 'N'.
           88  SCHED-EOF                 VALUE 'Y'.
       01  WS-SCHED-MAX                  PIC 9(03) VALUE 060.
       01  WS-SCHED-COUNT                PIC 9(03) VALUE ZERO.
       01  WS-SCHED-INDEX                PIC 9(03) VALUE ZERO.
       01  WS-SEARCH-INDEX               PIC 9(03) VALUE ZERO.
       01  WS-FOUND-INDEX                PIC 9(03) VALUE ZERO.
       01  WS-PRED-INDEX                 PIC 9(01).
       01  WS-SEARCH-NAME                PIC X(08).
       01  WS-REJECT-COUNT               PIC 9(03) VALUE ZERO.
       01  WS-DUE-COUNT                  PIC 9(03) VALUE ZERO.
       01  WS-STEP-NUMBER                PIC 9(03) VALUE ZERO.
       01  WS-STEP-NUMBER-DISPLAY        PIC ZZ9.
       01  WS-DUE-COUNT-DISPLAY          PIC ZZ9.
       01  WS-SCHED-COUNT-DISPLAY        PIC ZZ9.

       01  WS-STEP-PROGRAM               PIC X(10).
       01  WS-STEP-RETURN-CODE           PIC 9(02).
       01  WS-STEP-HELD-SW               PIC X(01) VALUE 'N'.
           88  STEP-HELD                 VALUE 'Y'.
       01  WS-HELD-BY                    PIC X(08).

       01  WS-SCHEDULE-TABLE.
           05  WS-SCHED-ENTRY OCCURS 60 TIMES.
               10  WS-SCHED-DEFINITION.
                   15  WS-SCHED-STEP-NAME
                                         PIC X(08).
                   15  WS-SCHED-PROGRAM  PIC X(10).
                   15  WS-SCHED-CYCLE    PIC X(01).
                   15  WS-SCHED-DATE-RULE
                                         PIC X(01).
                   15  WS-SCHED-STOP-CODE
                                         PIC 9(02).
                   15  WS-SCHED-RUN-AFTER-ABORT
                                         PIC X(01).
                   15  WS-SCHED-ENABLED  PIC X(01).
                   15  WS-SCHED-PREDECESSOR
                                         PIC X(08) OCCURS 4 TIMES.
                   15  WS-SCHED-DESCRIPTION
                                         PIC X(30).
               10  WS-SCHED-DUE-SW       PIC X(01).
                   88  WS-SCHED-DUE      VALUE 'Y'.
                   88  WS-SCHED-NOT-DUE  VALUE 'N'.
                   88  WS-SCHED-ROLLED   VALUE 'R'.
                   88  WS-SCHED-DISABLED VALUE 'X'.

       01  WS-DEFAULT-COUNT              PIC 9(03) VALUE 056.
       01  WS-DEFAULT-SCHEDULE-VALUES.
           05  FILLER                    PIC X(24)
               VALUE 'STNDSCHDSTNDSCHD  DC08NY'.
           05  FILLER                    PIC X(32)
               VALUE SPACES.
           05  FILLER                    PIC X(30)
               VALUE 'STANDING INSTRUCTIONS'.
           05  FILLER                    PIC X(24)
               VALUE 'ACHINTF ACHINTF   DC08NY'.
           05  FILLER                    PIC X(32)
               VALUE 'STNDSCHD'.
           05  FILLER                    PIC X(30)
               VALUE 'ACH/WIRE INTERFACE'.
           05  FILLER                    PIC X(24)
               VALUE 'SETTLBATSETTLBAT  DB08NY'.
           05  FILLER                    PIC X(32)
               VALUE SPACES.
           05  FILLER                    PIC X(30)
               VALUE 'SETTLEMENT'.
           05  FILLER                    PIC X(24)
               VALUE 'MKUPCALCMKUPCALC  DB08NY'.
           05  FILLER                    PIC X(32)
               VALUE SPACES.
           05  FILLER                    PIC X(30)
               VALUE 'FIXED-INCOME MARKUPS'.
           05  FILLER                    PIC X(24)
               VALUE 'HOLDREL HOLDREL   DC08NY'.
           05  FILLER                    PIC X(32)
               VALUE SPACES.
           05  FILLER                    PIC X(30)
               VALUE 'DEPOSIT HOLD RELEASE'.
           05  FILLER                    PIC X(24)
               VALUE 'SIPBATCHSIPBATCH  DC08NY'.
           05  FILLER                    PIC X(32)
               VALUE 'HOLDREL '.
           05  FILLER                    PIC X(30)
               VALUE 'INVESTMENT PLANS'.
           05  FILLER                    PIC X(24)
               VALUE 'ASOFADJ ASOFADJ   DC08NY'.
           05  FILLER                    PIC X(32)
               VALUE SPACES.
           05  FILLER                    PIC X(30)
               VALUE 'AS-OF TRADE RE-COMPUTATION'.
           05  FILLER                    PIC X(24)
               VALUE 'MEBATCH MEBATCH   DC08NY'.
           05  FILLER                    PIC X(32)
               VALUE SPACES.
           05  FILLER                    PIC X(30)
               VALUE 'INTEREST/FEE ACCRUAL'.
           05  FILLER                    PIC X(24)
               VALUE 'BRWLOAD BRWLOAD   DC00NY'.
           05  FILLER                    PIC X(32)
               VALUE SPACES.
           05  FILLER                    PIC X(30)
               VALUE 'STOCK BORROW RATE LOAD'.
           05  FILLER                    PIC X(24)
               VALUE 'BRWFEE  BRWFEE    DC08NY'.
           05  FILLER                    PIC X(32)
               VALUE SPACES.
           05  FILLER                    PIC X(30)
               VALUE 'STOCK BORROW FEE ACCRUAL'.
           05  FILLER                    PIC X(24)
               VALUE 'SNAPBAT SNAPBAT   DC08NY'.
           05  FILLER                    PIC X(32)
               VALUE SPACES.
           05  FILLER                    PIC X(30)
               VALUE 'POSITION SNAPSHOT'.
           05  FILLER                    PIC X(24)
               VALUE 'DIVCAL  DIVCAL    DC08NY'.
           05  FILLER                    PIC X(32)
               VALUE 'SNAPBAT '.
           05  FILLER                    PIC X(30)
               VALUE 'DIVIDEND CALENDAR'.
           05  FILLER                    PIC X(24)
               VALUE 'ORDEXP  ORDEXP    DC08NY'.
           05  FILLER                    PIC X(32)
               VALUE SPACES.
           05  FILLER                    PIC X(30)
               VALUE 'ORDER EXPIRATION'.
           05  FILLER                    PIC X(24)
               VALUE 'DRIFTCHKDRIFTCHK  DC00NY'.
           05  FILLER                    PIC X(32)
               VALUE SPACES.
           05  FILLER                    PIC X(30)
               VALUE 'MODEL DRIFT CHECK'.
           05  FILLER                    PIC X(24)
               VALUE 'REBALGENREBALGEN  DC00NY'.
           05  FILLER                    PIC X(32)
               VALUE 'DRIFTCHK'.
           05  FILLER                    PIC X(30)
               VALUE 'MODEL REBALANCE ORDERS'.
           05  FILLER                    PIC X(24)
               VALUE 'FXREVAL FXREVAL   MC08NY'.
           05  FILLER                    PIC X(32)
               VALUE SPACES.
           05  FILLER                    PIC X(30)
               VALUE 'FX REVALUATION'.
           05  FILLER                    PIC X(24)
               VALUE 'IRAFMV  IRAFMV    YC08NY'.
           05  FILLER                    PIC X(32)
               VALUE SPACES.
           05  FILLER                    PIC X(30)
               VALUE 'IRA YEAR-END VALUATION'.
           05  FILLER                    PIC X(24)
               VALUE 'UTMABAT UTMABAT   MC08NY'.
           05  FILLER                    PIC X(32)
               VALUE SPACES.
           05  FILLER                    PIC X(30)
               VALUE 'UTMA/UGMA MAJORITY SWEEP'.
           05  FILLER                    PIC X(24)
               VALUE 'EXPHSCANEXPHSCAN  DC08NY'.
           05  FILLER                    PIC X(32)
               VALUE SPACES.
           05  FILLER                    PIC X(30)
               VALUE 'EXPLOITATION HOLD SWEEP'.
           05  FILLER                    PIC X(24)
               VALUE 'ACTVBLD ACTVBLD   DC00NY'.
           05  FILLER                    PIC X(32)
               VALUE SPACES.
           05  FILLER                    PIC X(30)
               VALUE 'DAILY ACTIVITY FILE'.
           05  FILLER                    PIC X(24)
               VALUE 'CONFGEN CONFGEN   DB08NY'.
           05  FILLER                    PIC X(32)
               VALUE 'SETTLBATMKUPCALCACTVBLD '.
           05  FILLER                    PIC X(30)
               VALUE 'TRADE CONFIRMATIONS'.
           05  FILLER                    PIC X(24)
               VALUE 'RECONCILRECONCILE DC08NY'.
           05  FILLER                    PIC X(32)
               VALUE SPACES.
           05  FILLER                    PIC X(30)
               VALUE 'TRANSLOG RECONCILIATION'.
           05  FILLER                    PIC X(24)
               VALUE 'REFCHECKREFCHECK  DC08NY'.
           05  FILLER                    PIC X(32)
               VALUE SPACES.
           05  FILLER                    PIC X(30)
               VALUE 'REFERENTIAL INTEGRITY CHECK'.
           05  FILLER                    PIC X(24)
               VALUE 'STMTGEN STMTGEN   DC00NY'.
           05  FILLER                    PIC X(32)
               VALUE SPACES.
           05  FILLER                    PIC X(30)
               VALUE 'STATEMENT GENERATION'.
           05  FILLER                    PIC X(24)
               VALUE 'FAILSCANFAILSCAN  DB00NY'.
           05  FILLER                    PIC X(32)
               VALUE 'SETTLBAT'.
           05  FILLER                    PIC X(30)
               VALUE 'SETTLEMENT FAIL SCAN'.
           05  FILLER                    PIC X(24)
               VALUE 'FILLCHK FILLCHK   DC00NY'.
           05  FILLER                    PIC X(32)
               VALUE SPACES.
           05  FILLER                    PIC X(30)
               VALUE 'ORDER FILL CHECK'.
           05  FILLER                    PIC X(24)
               VALUE 'AMLMON  AMLMON    DC00NY'.
           05  FILLER                    PIC X(32)
               VALUE SPACES.
           05  FILLER                    PIC X(30)
               VALUE 'AML MONITORING'.
           05  FILLER                    PIC X(24)
               VALUE 'SANCSCRNSANCSCRN  DC00NY'.
           05  FILLER                    PIC X(32)
               VALUE SPACES.
           05  FILLER                    PIC X(30)
               VALUE 'SANCTIONS SCREENING'.
           05  FILLER                    PIC X(24)
               VALUE 'CASHPRF CASHPRF   DB00NY'.
           05  FILLER                    PIC X(32)
               VALUE SPACES.
           05  FILLER                    PIC X(30)
               VALUE 'FIRM CASH PROOF'.
           05  FILLER                    PIC X(24)
               VALUE 'GLEXTR  GLEXTR    DB00NY'.
           05  FILLER                    PIC X(32)
               VALUE 'SETTLBAT'.
           05  FILLER                    PIC X(30)
               VALUE 'GENERAL LEDGER EXTRACT'.
           05  FILLER                    PIC X(24)
               VALUE 'RESCOMP RESCOMP   WB00NY'.
           05  FILLER                    PIC X(32)
               VALUE 'FAILSCAN'.
           05  FILLER                    PIC X(30)
               VALUE 'CUSTOMER RESERVE COMPUTATION'.
           05  FILLER                    PIC X(24)
               VALUE 'FEEBILL FEEBILL   MB00NY'.
           05  FILLER                    PIC X(32)
               VALUE SPACES.
           05  FILLER                    PIC X(30)
               VALUE 'ADVISORY FEE BILLING'.
           05  FILLER                    PIC X(24)
               VALUE 'GLCLOSE GLCLOSE   MF00NY'.
           05  FILLER                    PIC X(32)
               VALUE 'GLEXTR  '.
           05  FILLER                    PIC X(30)
               VALUE 'GENERAL LEDGER PERIOD CLOSE'.
           05  FILLER                    PIC X(24)
               VALUE 'NETCAP  NETCAP    MF00NY'.
           05  FILLER                    PIC X(32)
               VALUE 'GLCLOSE FAILSCAN'.
           05  FILLER                    PIC X(30)
               VALUE 'NET CAPITAL COMPUTATION'.
           05  FILLER                    PIC X(24)
               VALUE 'REPCOMP REPCOMP   MF00NY'.
           05  FILLER                    PIC X(32)
               VALUE SPACES.
           05  FILLER                    PIC X(30)
               VALUE 'REP COMPENSATION'.
           05  FILLER                    PIC X(24)
               VALUE 'ERRPNL  ERRPNL    MF00NY'.
           05  FILLER                    PIC X(32)
               VALUE SPACES.
           05  FILLER                    PIC X(30)
               VALUE 'ERROR-ACCOUNT P&L'.
           05  FILLER                    PIC X(24)
               VALUE 'BRPNL   BRPNL     MF00NY'.
           05  FILLER                    PIC X(32)
               VALUE 'REPCOMP ERRPNL'.
           05  FILLER                    PIC X(30)
               VALUE 'BRANCH PROFITABILITY'.
           05  FILLER                    PIC X(24)
               VALUE 'CORRBILLCORRBILL  MF00NY'.
           05  FILLER                    PIC X(32)
               VALUE 'MEBATCH FEEBILL'.
           05  FILLER                    PIC X(30)
               VALUE 'CORRESPONDENT BILLING'.
           05  FILLER                    PIC X(24)
               VALUE 'ALLOCRPTALLOCRPT  MF00NY'.
           05  FILLER                    PIC X(32)
               VALUE SPACES.
           05  FILLER                    PIC X(30)
               VALUE 'ASSET ALLOCATION EXCEPTIONS'.
           05  FILLER                    PIC X(24)
               VALUE 'RTDISCL RTDISCL   QF00NY'.
           05  FILLER                    PIC X(32)
               VALUE SPACES.
           05  FILLER                    PIC X(30)
               VALUE 'ORDER ROUTING DISCLOSURE'.
           05  FILLER                    PIC X(24)
               VALUE 'TAX1099 TAX1099   YF00NY'.
           05  FILLER                    PIC X(32)
               VALUE SPACES.
           05  FILLER                    PIC X(30)
               VALUE '1099 TAX EXTRACT'.
           05  FILLER                    PIC X(24)
               VALUE 'TAX1042STAX1042S  YF00NY'.
           05  FILLER                    PIC X(32)
               VALUE SPACES.
           05  FILLER                    PIC X(30)
               VALUE '1042-S TAX EXTRACT'.
           05  FILLER                    PIC X(24)
               VALUE 'TAX1099RTAX1099R  YF00NY'.
           05  FILLER                    PIC X(32)
               VALUE SPACES.
           05  FILLER                    PIC X(30)
               VALUE '1099-R IRA DISTRIBUTIONS'.
           05  FILLER                    PIC X(24)
               VALUE 'FEESUMM FEESUMM   YF00NY'.
           05  FILLER                    PIC X(32)
               VALUE SPACES.
           05  FILLER                    PIC X(30)
               VALUE 'ANNUAL FEES-AND-COSTS SUMMARY'.
           05  FILLER                    PIC X(24)
               VALUE 'SODRPT  SODRPT    DC00NY'.
           05  FILLER                    PIC X(32)
               VALUE 'ACHINTF '.
           05  FILLER                    PIC X(30)
               VALUE 'SEGREGATION-OF-DUTIES REPORT'.
           05  FILLER                    PIC X(24)
               VALUE 'CREDRPT CREDRPT   DB00NY'.
           05  FILLER                    PIC X(32)
               VALUE 'SETTLBATORDEXP  '.
           05  FILLER                    PIC X(30)
               VALUE 'DVP CREDIT UTILIZATION REPORT'.
           05  FILLER                    PIC X(24)
               VALUE 'LGLAGE  LGLAGE    DC00NY'.
           05  FILLER                    PIC X(32)
               VALUE SPACES.
           05  FILLER                    PIC X(30)
               VALUE 'LEGAL PROCESS DEADLINE AGING'.
           05  FILLER                    PIC X(24)
               VALUE 'SARAGE  SARAGE    DC00NY'.
           05  FILLER                    PIC X(32)
               VALUE SPACES.
           05  FILLER                    PIC X(30)
               VALUE 'SAR DEADLINE AGING'.
           05  FILLER                    PIC X(24)
               VALUE 'LOPRRPT LOPRRPT   DC00NY'.
           05  FILLER                    PIC X(32)
               VALUE SPACES.
           05  FILLER                    PIC X(30)
               VALUE 'LARGE OPTIONS POSITIONS'.
           05  FILLER                    PIC X(24)
               VALUE 'AMLRISK AMLRISK   MB00NY'.
           05  FILLER                    PIC X(32)
               VALUE 'AMLMON  '.
           05  FILLER                    PIC X(30)
               VALUE 'AML RISK-RATING RECALCULATION'.
           05  FILLER                    PIC X(24)
               VALUE 'ACCTREC ACCTREC   MB00NY'.
           05  FILLER                    PIC X(32)
               VALUE SPACES.
           05  FILLER                    PIC X(30)
               VALUE 'ACCOUNT RECORD MAILINGS'.
           05  FILLER                    PIC X(24)
               VALUE 'SOAPUSE SOAPUSE   DC00NY'.
           05  FILLER                    PIC X(32)
               VALUE SPACES.
           05  FILLER                    PIC X(30)
               VALUE 'SOAP API USAGE REPORT'.
           05  FILLER                    PIC X(24)
               VALUE 'CDCEXTR CDCEXTR   DC00NY'.
           05  FILLER                    PIC X(32)
               VALUE SPACES.
           05  FILLER                    PIC X(30)
               VALUE 'CHANGE-DATA-CAPTURE FEED'.
           05  FILLER                    PIC X(24)
               VALUE 'RETPURGERETPURGE  MB00NY'.
           05  FILLER                    PIC X(32)
               VALUE 'SODRPT  SOAPUSE CDCEXTR '.
           05  FILLER                    PIC X(30)
               VALUE 'RETENTION PURGE'.
           05  FILLER                    PIC X(24)
               VALUE 'CTLPROOFCTLPROOF  DC00YY'.
           05  FILLER                    PIC X(32)
               VALUE SPACES.
           05  FILLER                    PIC X(30)
               VALUE 'CONTROL-TOTAL PROOF REPORT'.
           05  FILLER                    PIC X(24)
               VALUE 'FLASHRPTFLASHRPT  DC00YY'.
           05  FILLER                    PIC X(32)
               VALUE SPACES.
           05  FILLER                    PIC X(30)
               VALUE 'MORNING FLASH'.
       01  WS-DEFAULT-SCHEDULE REDEFINES WS-DEFAULT-SCHEDULE-VALUES.
           05  WS-DEFAULT-ENTRY          PIC X(86) OCCURS 56 TIMES.

      *----------------------------------------------------------------
      * CONTROL-TOTAL PROOF - THE MASTER FILES' CONTROL FIGURES BEFORE
      * AND AFTER EACH STEP, WHAT THE STEP REPORTED POSTING, AND THE
      * DIFFERENCE LEFT UNEXPLAINED (SLOTS 1-4, AS ON CTLTOT.DAT). A
      * STEP'S AFTER FIGURES ARE THE NEXT STEP'S BEFORE FIGURES -
      * NOTHING ELSE TOUCHES THE FILES WHILE THE WINDOW IS OPEN. AN
      * UNEXPLAINED RECORD COUNT OR QUANTITY, OR AN UNEXPLAINED AMOUNT
      * OVER WS-MATERIAL-AMOUNT, IS A MATERIAL BREAK AND STOPS THE
      * WINDOW; A SMALLER AMOUNT IS REPORTED BUT LET THROUGH.
      *----------------------------------------------------------------
       01  WS-CTLTOTAL-OPERATION         PIC X(06).
       01  WS-CTLTOTAL-RETURN-CODE       PIC 9(02).
       COPY CTLFIG.
       01  WS-PROOF-ACTIVE-SW            PIC X(01) VALUE 'N'.
           88  PROOF-ACTIVE              VALUE 'Y'.
       01  WS-CTLTOT-OPEN-SW             PIC X(01) VALUE 'N'.
           88  CTLTOT-OPEN               VALUE 'Y'.
       01  WS-MATERIAL-AMOUNT            PIC S9(09)V99 COMP-3
                                         VALUE 100.00.
       01  WS-FIG-SLOT                   PIC 9(01).
       01  WS-BREAK-COUNT                PIC 9(01).
       01  WS-MATERIAL-BREAK-SW          PIC X(01).
           88  MATERIAL-BREAK            VALUE 'Y'.
       01  WS-TEST-AMOUNT                PIC S9(15)V99 COMP-3.
       01  WS-PROOF-FIGURES.
           05  WS-PF-ENTRY OCCURS 4 TIMES.
               10  WS-PF-ACCOUNT-COUNT   PIC S9(09) COMP-3.
               10  WS-PF-ACCOUNT-BALANCE PIC S9(15)V99 COMP-3.
               10  WS-PF-SETTLED-BALANCE PIC S9(15)V99 COMP-3.
               10  WS-PF-TRANS-COUNT     PIC S9(09) COMP-3.
               10  WS-PF-TRANS-AMOUNT    PIC S9(15)V99 COMP-3.
               10  WS-PF-POSITION-COUNT  PIC S9(09) COMP-3.
               10  WS-PF-POSITION-QUANTITY
                                         PIC S9(13)V999 COMP-3.

       01  WS-WORST-RETURN-CODE          PIC 9(02) VALUE ZERO.

               CHECK-DATE-ALREADY-RUN-EXIT

           PERFORM CHECK-BUSINESS-DATE THRU CHECK-BUSINESS-DATE-EXIT
           PERFORM LOAD-SCHEDULE THRU LOAD-SCHEDULE-EXIT

           MOVE ZERO TO WS-DUE-COUNT
           PERFORM EVALUATE-ONE-STEP
               VARYING WS-SCHED-INDEX FROM 1 BY 1
               UNTIL WS-SCHED-INDEX > WS-SCHED-COUNT

      *    THE STEPS RUN IN SCHEDULE ORDER. ONCE A STEP STOPS THE
      *    SEQUENCE ONLY THE STEPS MARKED RUN-AFTER-ABORT STILL RUN -
      *    THE MORNING FLASH ASSEMBLES LAST, ABORTED WINDOW OR NOT,
      *    SINCE A BROKEN NIGHT IS EXACTLY WHEN MANAGEMENT NEEDS IT.
           PERFORM OPEN-CONTROL-TOTALS THRU OPEN-CONTROL-TOTALS-EXIT

           MOVE ZERO TO WS-STEP-NUMBER
           PERFORM RUN-SCHEDULED-STEP THRU RUN-SCHEDULED-STEP-EXIT
               VARYING WS-SCHED-INDEX FROM 1 BY 1
               UNTIL WS-SCHED-INDEX > WS-SCHED-COUNT

           PERFORM FINALIZE-PROCESS
           STOP RUN.

       CHECK-BUSINESS-DATE.
           MOVE 'Y' TO WS-BUSINESS-DAY-SW
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE)

           MOVE 'N' TO WS-BUSCAL-AVAILABLE-SW
           OPEN INPUT BUSCAL-FILE
      *    No calendar on file - weekends are still skipped but no
      *    market holidays are known.
           IF WS-BUSCAL-STATUS = '00'
               SET BUSCAL-AVAILABLE TO TRUE
           END-IF

           MOVE WS-TODAY-INT TO WS-SCAN-INT
           PERFORM TEST-SCAN-DATE THRU TEST-SCAN-DATE-EXIT
           MOVE WS-SCAN-BUSINESS-SW TO WS-BUSINESS-DAY-SW

           PERFORM SET-CYCLE-FLAGS THRU SET-CYCLE-FLAGS-EXIT
               VARYING WS-CYCLE-INDEX FROM 1 BY 1
               UNTIL WS-CYCLE-INDEX > 4

           IF BUSCAL-AVAILABLE
               CLOSE BUSCAL-FILE
           END-IF.

       CHECK-BUSINESS-DATE-EXIT.
           EXIT.

       TEST-SCAN-DATE.
      *    DAY 1 OF THE INTEGER-OF-DATE EPOCH WAS A MONDAY, SO
      *    REMAINDER 6 IS SATURDAY AND 0 IS SUNDAY.
           MOVE 'Y' TO WS-SCAN-BUSINESS-SW
           COMPUTE WS-SCAN-REM = FUNCTION REM(WS-SCAN-INT, 7)
           IF WS-SCAN-REM = 0 OR WS-SCAN-REM = 6
               MOVE 'N' TO WS-SCAN-BUSINESS-SW
               GO TO TEST-SCAN-DATE-EXIT
           END-IF

           IF NOT BUSCAL-AVAILABLE
               GO TO TEST-SCAN-DATE-EXIT
           END-IF

           COMPUTE WS-SCAN-DATE = FUNCTION DATE-OF-INTEGER(WS-SCAN-INT)
           MOVE WS-BUSDAY-MARKET TO CAL-MARKET
           MOVE WS-SCAN-DATE TO CAL-HOLIDAY-DATE
           READ BUSCAL-FILE
           IF WS-BUSCAL-STATUS = '00'
               MOVE 'N' TO WS-SCAN-BUSINESS-SW
           END-IF.

       TEST-SCAN-DATE-EXIT.
           EXIT.

       SET-CYCLE-FLAGS.
           MOVE 'N' TO WS-CYCLE-LAST-DAY-SW(WS-CYCLE-INDEX)
           MOVE 'N' TO WS-CYCLE-LAST-BUSDAY-SW(WS-CYCLE-INDEX)
           MOVE 'N' TO WS-CYCLE-FIRST-BUSDAY-SW(WS-CYCLE-INDEX)
           MOVE WS-CYCLE-CODE(WS-CYCLE-INDEX) TO WS-PERIOD-CYCLE

           MOVE WS-TODAY-INT TO WS-PERIOD-INT
           PERFORM COMPUTE-PERIOD-ID
           MOVE WS-PERIOD-ID TO WS-TODAY-PERIOD-ID

      *    THE LAST CALENDAR DAY OF THE PERIOD - TOMORROW IS IN THE
      *    NEXT ONE.
           COMPUTE WS-PERIOD-INT = WS-TODAY-INT + 1
           PERFORM COMPUTE-PERIOD-ID
           IF WS-PERIOD-ID NOT = WS-TODAY-PERIOD-ID
               MOVE 'Y' TO WS-CYCLE-LAST-DAY-SW(WS-CYCLE-INDEX)
           END-IF

           IF NOT TODAY-IS-BUSINESS-DAY
               GO TO SET-CYCLE-FLAGS-EXIT
           END-IF

      *    THE LAST BUSINESS DAY - NO BUSINESS DAY LEFT BETWEEN
      *    TOMORROW AND THE END OF THE PERIOD.
           MOVE 'N' TO WS-SCAN-FOUND-SW
           MOVE 'N' TO WS-SCAN-DONE-SW
           MOVE WS-TODAY-INT TO WS-SCAN-INT
           PERFORM SCAN-FORWARD-ONE-DAY UNTIL SCAN-DONE
           IF NOT SCAN-FOUND-BUSINESS-DAY
               MOVE 'Y' TO WS-CYCLE-LAST-BUSDAY-SW(WS-CYCLE-INDEX)
           END-IF

      *    THE FIRST BUSINESS DAY - NONE BETWEEN THE START OF THE
      *    PERIOD AND YESTERDAY.
           MOVE 'N' TO WS-SCAN-FOUND-SW
           MOVE 'N' TO WS-SCAN-DONE-SW
           MOVE WS-TODAY-INT TO WS-SCAN-INT
           PERFORM SCAN-BACKWARD-ONE-DAY UNTIL SCAN-DONE
           IF NOT SCAN-FOUND-BUSINESS-DAY
               MOVE 'Y' TO WS-CYCLE-FIRST-BUSDAY-SW(WS-CYCLE-INDEX)
           END-IF.

       SET-CYCLE-FLAGS-EXIT.
           EXIT.

       SCAN-FORWARD-ONE-DAY.
           ADD 1 TO WS-SCAN-INT
           PERFORM CHECK-SCAN-DAY.

       SCAN-BACKWARD-ONE-DAY.
           SUBTRACT 1 FROM WS-SCAN-INT
           PERFORM CHECK-SCAN-DAY.

       CHECK-SCAN-DAY.
           MOVE WS-SCAN-INT TO WS-PERIOD-INT
           PERFORM COMPUTE-PERIOD-ID
           IF WS-PERIOD-ID NOT = WS-TODAY-PERIOD-ID
               SET SCAN-DONE TO TRUE
           ELSE
               PERFORM TEST-SCAN-DATE THRU TEST-SCAN-DATE-EXIT
               IF SCAN-IS-BUSINESS-DAY
                   SET SCAN-FOUND-BUSINESS-DAY TO TRUE
                   SET SCAN-DONE TO TRUE
               END-IF
           END-IF.

       COMPUTE-PERIOD-ID.
      *    A WEEK RUNS MONDAY TO SUNDAY - EPOCH DAY 1 WAS A MONDAY, SO
      *    EVERY SEVEN DAYS FROM IT IS ONE WEEK NUMBER.
           COMPUTE WS-PERIOD-DATE =
               FUNCTION DATE-OF-INTEGER(WS-PERIOD-INT)
           EVALUATE WS-PERIOD-CYCLE
               WHEN 'W'
                   COMPUTE WS-PERIOD-ID = (WS-PERIOD-INT - 1) / 7
               WHEN 'M'
                   COMPUTE WS-PERIOD-ID =
                       WS-PERIOD-YEAR * 100 + WS-PERIOD-MONTH
               WHEN 'Q'
                   COMPUTE WS-PERIOD-ID =
                       WS-PERIOD-YEAR * 10 + (WS-PERIOD-MONTH + 2) / 3
               WHEN OTHER
                   MOVE WS-PERIOD-YEAR TO WS-PERIOD-ID
           END-EVALUATE.

       LOAD-SCHEDULE.
           MOVE ZERO TO WS-SCHED-COUNT
           MOVE ZERO TO WS-REJECT-COUNT

           OPEN INPUT EODSCHED-FILE
           IF WS-SCHED-STATUS NOT = '00'
               DISPLAY 'EODDRIVER: NO EODSCHED.DAT ON FILE - RUNNING '
                   'THE BUILT-IN DEFAULT SCHEDULE'
               PERFORM LOAD-DEFAULT-SCHEDULE
               GO TO LOAD-SCHEDULE-EXIT
           END-IF

           SET SCHEDULE-FROM-FILE TO TRUE
           MOVE 'N' TO WS-SCHED-EOF-SW
           READ EODSCHED-FILE
               AT END SET SCHED-EOF TO TRUE
           END-READ
           PERFORM LOAD-ONE-SCHEDULE-LINE THRU LOAD-ONE-SCHEDULE-EXIT
               UNTIL SCHED-EOF
           CLOSE EODSCHED-FILE

           IF WS-REJECT-COUNT > ZERO
               DISPLAY 'EODDRIVER: ' WS-REJECT-COUNT
                   ' EODSCHED.DAT LINE(S) REJECTED - THOSE STEPS DO '
                   'NOT RUN TONIGHT'
               IF WS-WORST-RETURN-CODE < 04
                   MOVE 04 TO WS-WORST-RETURN-CODE
               END-IF
           END-IF

      *    AN EMPTY SCHEDULE IS FAR LIKELIER A DAMAGED FILE THAN A
      *    NIGHT WITH NOTHING TO RUN.
           IF WS-SCHED-COUNT = ZERO
               DISPLAY 'EODDRIVER: EODSCHED.DAT HOLDS NO USABLE '
                   'STEPS - RUNNING THE BUILT-IN DEFAULT SCHEDULE'
               PERFORM LOAD-DEFAULT-SCHEDULE
               GO TO LOAD-SCHEDULE-EXIT
           END-IF

           MOVE WS-SCHED-COUNT TO WS-SCHED-COUNT-DISPLAY
           DISPLAY 'EODDRIVER: ' WS-SCHED-COUNT-DISPLAY
               ' STEP(S) LOADED FROM EODSCHED.DAT'.

       LOAD-SCHEDULE-EXIT.
           EXIT.

       LOAD-DEFAULT-SCHEDULE.
           SET SCHEDULE-BUILT-IN TO TRUE
           MOVE ZERO TO WS-SCHED-COUNT
           PERFORM LOAD-ONE-DEFAULT-ENTRY
               VARYING WS-SEARCH-INDEX FROM 1 BY 1
               UNTIL WS-SEARCH-INDEX > WS-DEFAULT-COUNT.

       LOAD-ONE-DEFAULT-ENTRY.
           ADD 1 TO WS-SCHED-COUNT
           MOVE WS-DEFAULT-ENTRY(WS-SEARCH-INDEX) TO
               WS-SCHED-DEFINITION(WS-SCHED-COUNT).

       LOAD-ONE-SCHEDULE-LINE.
           IF EODSCHED-RECORD = SPACES
              OR SCH-STEP-NAME(1:1) = '*'
               GO TO LOAD-ONE-SCHEDULE-NEXT
           END-IF

           IF SCH-PROGRAM = SPACES
               MOVE SCH-STEP-NAME TO SCH-PROGRAM
           END-IF
           IF SCH-STOP-CODE-X = SPACES
               MOVE 08 TO SCH-STOP-CODE
           END-IF
           IF SCH-RUN-AFTER-ABORT = SPACE
               MOVE 'N' TO SCH-RUN-AFTER-ABORT
           END-IF
           IF SCH-ENABLED = SPACE
               MOVE 'Y' TO SCH-ENABLED
           END-IF

           IF SCH-STEP-NAME = SPACES
              OR (NOT SCH-DAILY AND NOT SCH-WEEK-END
                  AND NOT SCH-MONTH-END AND NOT SCH-QUARTER-END
                  AND NOT SCH-YEAR-END)
              OR (NOT SCH-CALENDAR-DAY AND NOT SCH-BUSINESS-DAY
                  AND NOT SCH-FIRST-BUSINESS-DAY)
              OR SCH-STOP-CODE IS NOT NUMERIC
              OR (SCH-RUN-AFTER-ABORT NOT = 'Y'
                  AND SCH-RUN-AFTER-ABORT NOT = 'N')
              OR (NOT SCH-STEP-ENABLED AND NOT SCH-STEP-DISABLED)
               ADD 1 TO WS-REJECT-COUNT
               DISPLAY 'EODDRIVER: BAD EODSCHED.DAT LINE FOR '''
                   SCH-STEP-NAME ''' - SKIPPED'
               GO TO LOAD-ONE-SCHEDULE-NEXT
           END-IF

           MOVE SCH-STEP-NAME TO WS-SEARCH-NAME
           PERFORM FIND-SCHEDULE-ENTRY
           IF WS-FOUND-INDEX > ZERO
               ADD 1 TO WS-REJECT-COUNT
               DISPLAY 'EODDRIVER: STEP ' SCH-STEP-NAME
                   ' IS ON EODSCHED.DAT TWICE - SECOND LINE SKIPPED'
               GO TO LOAD-ONE-SCHEDULE-NEXT
           END-IF

           IF WS-SCHED-COUNT NOT < WS-SCHED-MAX
               ADD 1 TO WS-REJECT-COUNT
               DISPLAY 'EODDRIVER: SCHEDULE TABLE FULL - STEP '
                   SCH-STEP-NAME ' SKIPPED'
               GO TO LOAD-ONE-SCHEDULE-NEXT
           END-IF

           ADD 1 TO WS-SCHED-COUNT
           MOVE SCH-DEFINITION TO WS-SCHED-DEFINITION(WS-SCHED-COUNT).

       LOAD-ONE-SCHEDULE-NEXT.
           READ EODSCHED-FILE
               AT END SET SCHED-EOF TO TRUE
           END-READ.

       LOAD-ONE-SCHEDULE-EXIT.
           EXIT.

       FIND-SCHEDULE-ENTRY.
           MOVE ZERO TO WS-FOUND-INDEX
           PERFORM SCAN-ONE-SCHEDULE-ENTRY
               VARYING WS-SEARCH-INDEX FROM 1 BY 1
               UNTIL WS-SEARCH-INDEX > WS-SCHED-COUNT
                  OR WS-FOUND-INDEX > ZERO.

       SCAN-ONE-SCHEDULE-ENTRY.
           IF WS-SCHED-STEP-NAME(WS-SEARCH-INDEX) = WS-SEARCH-NAME
               MOVE WS-SEARCH-INDEX TO WS-FOUND-INDEX
           END-IF.

       EVALUATE-ONE-STEP.
      *    DECIDE UP FRONT WHICH STEPS ARE DUE TONIGHT, SO THE STEP
      *    COUNT IS KNOWN AND A PREDECESSOR'S DUE STATE CAN BE TESTED.
           IF WS-SCHED-ENABLED(WS-SCHED-INDEX) = 'N'
               SET WS-SCHED-DISABLED(WS-SCHED-INDEX) TO TRUE
           ELSE
               SET WS-SCHED-NOT-DUE(WS-SCHED-INDEX) TO TRUE
               IF WS-SCHED-CYCLE(WS-SCHED-INDEX) = 'D'
                   IF WS-SCHED-DATE-RULE(WS-SCHED-INDEX) = 'C'
                      OR TODAY-IS-BUSINESS-DAY
                       SET WS-SCHED-DUE(WS-SCHED-INDEX) TO TRUE
                   ELSE
                       SET WS-SCHED-ROLLED(WS-SCHED-INDEX) TO TRUE
                   END-IF
               ELSE
                   PERFORM EVALUATE-PERIOD-STEP
               END-IF
           END-IF

           IF WS-SCHED-DUE(WS-SCHED-INDEX)
               ADD 1 TO WS-DUE-COUNT
           END-IF.

       EVALUATE-PERIOD-STEP.
           EVALUATE WS-SCHED-CYCLE(WS-SCHED-INDEX)
               WHEN 'W'
                   MOVE 1 TO WS-CYCLE-INDEX
               WHEN 'M'
                   MOVE 2 TO WS-CYCLE-INDEX
               WHEN 'Q'
                   MOVE 3 TO WS-CYCLE-INDEX
               WHEN OTHER
                   MOVE 4 TO WS-CYCLE-INDEX
           END-EVALUATE

           EVALUATE WS-SCHED-DATE-RULE(WS-SCHED-INDEX)
               WHEN 'C'
                   IF WS-CYCLE-LAST-DAY-SW(WS-CYCLE-INDEX) = 'Y'
                       SET WS-SCHED-DUE(WS-SCHED-INDEX) TO TRUE
                   END-IF
               WHEN 'B'
                   IF WS-CYCLE-LAST-BUSDAY-SW(WS-CYCLE-INDEX) = 'Y'
                       SET WS-SCHED-DUE(WS-SCHED-INDEX) TO TRUE
                   END-IF
               WHEN OTHER
                   IF WS-CYCLE-FIRST-BUSDAY-SW(WS-CYCLE-INDEX) = 'Y'
                       SET WS-SCHED-DUE(WS-SCHED-INDEX) TO TRUE
                   END-IF
           END-EVALUATE.

       RUN-SCHEDULED-STEP.
           IF SEQUENCE-ABORTED
              AND WS-SCHED-RUN-AFTER-ABORT(WS-SCHED-INDEX) NOT = 'Y'
               GO TO RUN-SCHEDULED-STEP-EXIT
           END-IF

           MOVE WS-SCHED-STEP-NAME(WS-SCHED-INDEX) TO WS-CTL-STEP-NAME

           IF WS-SCHED-DISABLED(WS-SCHED-INDEX)
               DISPLAY 'EODDRIVER: ' WS-CTL-STEP-NAME
                   ' DISABLED ON THE SCHEDULE - SKIPPED'
               GO TO RUN-SCHEDULED-STEP-EXIT
           END-IF
           IF WS-SCHED-ROLLED(WS-SCHED-INDEX)
               DISPLAY 'EODDRIVER: NON-BUSINESS DAY - '
                   WS-CTL-STEP-NAME ' ROLLED TO NEXT BUSINESS DAY'
               GO TO RUN-SCHEDULED-STEP-EXIT
           END-IF
           IF WS-SCHED-NOT-DUE(WS-SCHED-INDEX)
               DISPLAY 'EODDRIVER: ' WS-CTL-STEP-NAME
                   ' NOT DUE TONIGHT (CYCLE '
                   WS-SCHED-CYCLE(WS-SCHED-INDEX) ', RULE '
                   WS-SCHED-DATE-RULE(WS-SCHED-INDEX) ') - SKIPPED'
               GO TO RUN-SCHEDULED-STEP-EXIT
           END-IF

           ADD 1 TO WS-STEP-NUMBER
           MOVE WS-STEP-NUMBER TO WS-STEP-NUMBER-DISPLAY
           MOVE WS-DUE-COUNT TO WS-DUE-COUNT-DISPLAY

           PERFORM CHECK-STEP-COMPLETE THRU CHECK-STEP-COMPLETE-EXIT
           IF STEP-ALREADY-COMPLETE
               DISPLAY 'EODDRIVER: ' WS-CTL-STEP-NAME
                   ' ALREADY COMPLETE FOR ' WS-BUSINESS-DATE
                   ' - SKIPPED'
               GO TO RUN-SCHEDULED-STEP-EXIT
           END-IF

      *    A STEP WHOSE PREDECESSOR WAS DUE BUT DID NOT COMPLETE IS
      *    HELD - RECORDED AS FAILED SO A RESTART PICKS IT UP ONCE THE
      *    PREDECESSOR HAS BEEN PUT RIGHT.
           PERFORM CHECK-PREDECESSORS
           IF STEP-HELD
               DISPLAY 'EODDRIVER: ' WS-CTL-STEP-NAME
                   ' HELD - PREDECESSOR ' WS-HELD-BY
                   ' NOT COMPLETE FOR ' WS-BUSINESS-DATE
               PERFORM RECORD-STEP-START
               MOVE 08 TO WS-CTL-CONDITION
               PERFORM RECORD-STEP-END
               IF WS-WORST-RETURN-CODE < 08
                   MOVE 08 TO WS-WORST-RETURN-CODE
               END-IF
               GO TO RUN-SCHEDULED-STEP-EXIT
           END-IF

           PERFORM RECORD-STEP-START
           DISPLAY 'EODDRIVER: STEP ' WS-STEP-NUMBER-DISPLAY ' OF '
               WS-DUE-COUNT-DISPLAY ' - '
               WS-SCHED-DESCRIPTION(WS-SCHED-INDEX)
               ' (' WS-CTL-STEP-NAME ')'
           MOVE WS-SCHED-PROGRAM(WS-SCHED-INDEX) TO WS-STEP-PROGRAM
           MOVE ZERO TO WS-STEP-RETURN-CODE
           MOVE 'RESET ' TO WS-CTLTOTAL-OPERATION
           CALL 'CTLTOTAL' USING WS-CTLTOTAL-OPERATION,
                                 CTLFIG-RECORD,
                                 WS-CTLTOTAL-RETURN-CODE
           CALL WS-STEP-PROGRAM USING WS-STEP-RETURN-CODE
               ON EXCEPTION
                   DISPLAY 'EODDRIVER: PROGRAM ' WS-STEP-PROGRAM
                       ' NOT FOUND FOR STEP ' WS-CTL-STEP-NAME
                   MOVE 12 TO WS-STEP-RETURN-CODE
           END-CALL
           PERFORM REPORT-STEP-RESULT
           PERFORM PROVE-STEP-TOTALS THRU PROVE-STEP-TOTALS-EXIT
           MOVE WS-STEP-RETURN-CODE TO WS-CTL-CONDITION
           PERFORM RECORD-STEP-END.

       RUN-SCHEDULED-STEP-EXIT.
           EXIT.

       CHECK-PREDECESSORS.
           MOVE 'N' TO WS-STEP-HELD-SW
           PERFORM CHECK-ONE-PREDECESSOR THRU CHECK-ONE-PREDECESSOR-EXIT
               VARYING WS-PRED-INDEX FROM 1 BY 1
               UNTIL WS-PRED-INDEX > 4
                  OR STEP-HELD.

       CHECK-ONE-PREDECESSOR.
           MOVE WS-SCHED-PREDECESSOR(WS-SCHED-INDEX, WS-PRED-INDEX)
               TO WS-SEARCH-NAME
           IF WS-SEARCH-NAME = SPACES
               GO TO CHECK-ONE-PREDECESSOR-EXIT
           END-IF

      *    A PREDECESSOR NOT ON THE SCHEDULE, OR NOT DUE TONIGHT, HAS
      *    NOTHING FOR THIS STEP TO WAIT ON.
           PERFORM FIND-SCHEDULE-ENTRY
           IF WS-FOUND-INDEX = ZERO
               GO TO CHECK-ONE-PREDECESSOR-EXIT
           END-IF
           IF NOT WS-SCHED-DUE(WS-FOUND-INDEX)
               GO TO CHECK-ONE-PREDECESSOR-EXIT
           END-IF

           MOVE WS-BUSINESS-DATE TO BC-BUSINESS-DATE
           MOVE WS-SEARCH-NAME TO BC-STEP-NAME
           READ BATCHCTL-FILE
           IF WS-BATCHCTL-STATUS = '00'
              AND BC-COMPLETE
               GO TO CHECK-ONE-PREDECESSOR-EXIT
           END-IF

           MOVE WS-SEARCH-NAME TO WS-HELD-BY
           SET STEP-HELD TO TRUE.

       CHECK-ONE-PREDECESSOR-EXIT.
           EXIT.

       REPORT-STEP-RESULT.
           IF WS-STEP-RETURN-CODE > WS-WORST-RETURN-CODE
               MOVE WS-STEP-RETURN-CODE TO WS-WORST-RETURN-CODE
           END-IF
           IF WS-SCHED-STOP-CODE(WS-SCHED-INDEX) > ZERO
              AND WS-STEP-RETURN-CODE >=
                  WS-SCHED-STOP-CODE(WS-SCHED-INDEX)
               DISPLAY 'EODDRIVER: ' WS-CTL-STEP-NAME
                   ' FAILED, RETURN CODE = ' WS-STEP-RETURN-CODE
                   ' - REMAINING STEPS SKIPPED'
               SET SEQUENCE-ABORTED TO TRUE
           ELSE
               IF WS-STEP-RETURN-CODE >= 08
                   DISPLAY 'EODDRIVER: ' WS-CTL-STEP-NAME
                       ' FAILED, RETURN CODE = ' WS-STEP-RETURN-CODE
               ELSE
                   IF WS-STEP-RETURN-CODE = 04
                       DISPLAY 'EODDRIVER: ' WS-CTL-STEP-NAME
                           ' COMPLETE WITH WARNINGS, RETURN CODE = '
                           WS-STEP-RETURN-CODE
                   ELSE
                       DISPLAY 'EODDRIVER: ' WS-CTL-STEP-NAME
                           ' COMPLETE, RETURN CODE = '
                           WS-STEP-RETURN-CODE
                   END-IF
               END-IF
           END-IF.

       OPEN-CONTROL-TOTALS.
           OPEN I-O CTLTOT-FILE
           IF WS-CTLTOT-STATUS = '35'
      *        First night ever proved - file has to be created.
               OPEN OUTPUT CTLTOT-FILE
               CLOSE CTLTOT-FILE
               OPEN I-O CTLTOT-FILE
           END-IF
           IF WS-CTLTOT-STATUS NOT = '00'
               DISPLAY 'EODDRIVER: UNABLE TO OPEN CTLTOT.DAT, STATUS = '
                   WS-CTLTOT-STATUS ' - STEPS WILL NOT BE PROVED'
               IF WS-WORST-RETURN-CODE < 04
                   MOVE 04 TO WS-WORST-RETURN-CODE
               END-IF
               GO TO OPEN-CONTROL-TOTALS-EXIT
           END-IF
           SET CTLTOT-OPEN TO TRUE
           SET PROOF-ACTIVE TO TRUE

      *    THE OPENING FIGURES ARE THE FIRST STEP'S BEFORE FIGURES.
           MOVE 1 TO WS-FIG-SLOT
           PERFORM CAPTURE-FILE-TOTALS THRU CAPTURE-FILE-TOTALS-EXIT.

       OPEN-CONTROL-TOTALS-EXIT.
           EXIT.

       CAPTURE-FILE-TOTALS.
      *    A FILE THAT COULD NOT BE READ LEAVES NO FIGURE WORTH PROVING
      *    AGAINST - PROOF IS DROPPED FOR THE REST OF THE NIGHT RATHER
      *    THAN REPORTING BREAKS THAT ARE NOT THERE.
           MOVE 'CAPTUR' TO WS-CTLTOTAL-OPERATION
           CALL 'CTLTOTAL' USING WS-CTLTOTAL-OPERATION,
                                 CTLFIG-RECORD,
                                 WS-CTLTOTAL-RETURN-CODE
           IF WS-CTLTOTAL-RETURN-CODE NOT = 00
               DISPLAY 'EODDRIVER: CONTROL TOTALS COULD NOT BE TAKEN'
                   ' - REMAINING STEPS WILL NOT BE PROVED'
               MOVE 'N' TO WS-PROOF-ACTIVE-SW
               IF WS-WORST-RETURN-CODE < 04
                   MOVE 04 TO WS-WORST-RETURN-CODE
               END-IF
               GO TO CAPTURE-FILE-TOTALS-EXIT
           END-IF
           PERFORM STORE-CONTROL-FIGURES.

       CAPTURE-FILE-TOTALS-EXIT.
           EXIT.

       STORE-CONTROL-FIGURES.
           MOVE CF-ACCOUNT-COUNT TO WS-PF-ACCOUNT-COUNT(WS-FIG-SLOT)
           MOVE CF-ACCOUNT-BALANCE TO
               WS-PF-ACCOUNT-BALANCE(WS-FIG-SLOT)
           MOVE CF-SETTLED-BALANCE TO
               WS-PF-SETTLED-BALANCE(WS-FIG-SLOT)
           MOVE CF-TRANS-COUNT TO WS-PF-TRANS-COUNT(WS-FIG-SLOT)
           MOVE CF-TRANS-AMOUNT TO WS-PF-TRANS-AMOUNT(WS-FIG-SLOT)
           MOVE CF-POSITION-COUNT TO WS-PF-POSITION-COUNT(WS-FIG-SLOT)
           MOVE CF-POSITION-QUANTITY TO
               WS-PF-POSITION-QUANTITY(WS-FIG-SLOT).

       PROVE-STEP-TOTALS.
           IF NOT PROOF-ACTIVE
               GO TO PROVE-STEP-TOTALS-EXIT
           END-IF

           MOVE 2 TO WS-FIG-SLOT
           PERFORM CAPTURE-FILE-TOTALS THRU CAPTURE-FILE-TOTALS-EXIT
           IF NOT PROOF-ACTIVE
               GO TO PROVE-STEP-TOTALS-EXIT
           END-IF

           MOVE 'GETCLM' TO WS-CTLTOTAL-OPERATION
           CALL 'CTLTOTAL' USING WS-CTLTOTAL-OPERATION,
                                 CTLFIG-RECORD,
                                 WS-CTLTOTAL-RETURN-CODE
           MOVE 3 TO WS-FIG-SLOT
           PERFORM STORE-CONTROL-FIGURES

      *    UNEXPLAINED = AFTER - BEFORE - WHAT THE STEP SAYS IT POSTED.
           COMPUTE WS-PF-ACCOUNT-COUNT(4) = WS-PF-ACCOUNT-COUNT(2)
               - WS-PF-ACCOUNT-COUNT(1) - WS-PF-ACCOUNT-COUNT(3)
           COMPUTE WS-PF-ACCOUNT-BALANCE(4) = WS-PF-ACCOUNT-BALANCE(2)
               - WS-PF-ACCOUNT-BALANCE(1) - WS-PF-ACCOUNT-BALANCE(3)
           COMPUTE WS-PF-SETTLED-BALANCE(4) = WS-PF-SETTLED-BALANCE(2)
               - WS-PF-SETTLED-BALANCE(1) - WS-PF-SETTLED-BALANCE(3)
           COMPUTE WS-PF-TRANS-COUNT(4) = WS-PF-TRANS-COUNT(2)
               - WS-PF-TRANS-COUNT(1) - WS-PF-TRANS-COUNT(3)
           COMPUTE WS-PF-TRANS-AMOUNT(4) = WS-PF-TRANS-AMOUNT(2)
               - WS-PF-TRANS-AMOUNT(1) - WS-PF-TRANS-AMOUNT(3)
           COMPUTE WS-PF-POSITION-COUNT(4) = WS-PF-POSITION-COUNT(2)
               - WS-PF-POSITION-COUNT(1) - WS-PF-POSITION-COUNT(3)
           COMPUTE WS-PF-POSITION-QUANTITY(4) =
               WS-PF-POSITION-QUANTITY(2) - WS-PF-POSITION-QUANTITY(1)
               - WS-PF-POSITION-QUANTITY(3)

           MOVE ZERO TO WS-BREAK-COUNT
           MOVE 'N' TO WS-MATERIAL-BREAK-SW
           IF WS-PF-ACCOUNT-COUNT(4) NOT = ZERO
               ADD 1 TO WS-BREAK-COUNT
               SET MATERIAL-BREAK TO TRUE
           END-IF
           MOVE WS-PF-ACCOUNT-BALANCE(4) TO WS-TEST-AMOUNT
           PERFORM TEST-AMOUNT-BREAK
           MOVE WS-PF-SETTLED-BALANCE(4) TO WS-TEST-AMOUNT
           PERFORM TEST-AMOUNT-BREAK
           IF WS-PF-TRANS-COUNT(4) NOT = ZERO
               ADD 1 TO WS-BREAK-COUNT
               SET MATERIAL-BREAK TO TRUE
           END-IF
           MOVE WS-PF-TRANS-AMOUNT(4) TO WS-TEST-AMOUNT
           PERFORM TEST-AMOUNT-BREAK
           IF WS-PF-POSITION-COUNT(4) NOT = ZERO
               ADD 1 TO WS-BREAK-COUNT
               SET MATERIAL-BREAK TO TRUE
           END-IF
           IF WS-PF-POSITION-QUANTITY(4) NOT = ZERO
               ADD 1 TO WS-BREAK-COUNT
               SET MATERIAL-BREAK TO TRUE
           END-IF

           PERFORM WRITE-CONTROL-TOTAL-ROW

           IF MATERIAL-BREAK
               DISPLAY 'EODDRIVER: ' WS-CTL-STEP-NAME
                   ' CONTROL TOTALS OUT OF PROOF - MATERIAL BREAK, '
                   'REMAINING STEPS SKIPPED (SEE CTLPROOF.RPT)'
               SET SEQUENCE-ABORTED TO TRUE
               IF WS-WORST-RETURN-CODE < 08
                   MOVE 08 TO WS-WORST-RETURN-CODE
               END-IF
           ELSE
               IF WS-BREAK-COUNT > ZERO
                   DISPLAY 'EODDRIVER: ' WS-CTL-STEP-NAME
                       ' CONTROL TOTALS OUT OF PROOF - IMMATERIAL'
                   IF WS-WORST-RETURN-CODE < 04
                       MOVE 04 TO WS-WORST-RETURN-CODE
                   END-IF
               END-IF
           END-IF

      *    THIS STEP'S AFTER FIGURES ARE THE NEXT STEP'S BEFORE.
           MOVE WS-PF-ENTRY(2) TO WS-PF-ENTRY(1).

       PROVE-STEP-TOTALS-EXIT.
           EXIT.

       TEST-AMOUNT-BREAK.
           IF WS-TEST-AMOUNT NOT = ZERO
               ADD 1 TO WS-BREAK-COUNT
               IF WS-TEST-AMOUNT < ZERO
                   COMPUTE WS-TEST-AMOUNT = ZERO - WS-TEST-AMOUNT
               END-IF
               IF WS-TEST-AMOUNT > WS-MATERIAL-AMOUNT
                   SET MATERIAL-BREAK TO TRUE
               END-IF
           END-IF.

       WRITE-CONTROL-TOTAL-ROW.
           PERFORM GET-CURRENT-TIMESTAMP
           MOVE WS-BUSINESS-DATE TO CT-BUSINESS-DATE
           MOVE WS-CTL-STEP-NAME TO CT-STEP-NAME
           MOVE WS-STEP-PROGRAM TO CT-PROGRAM
           MOVE WS-STEP-RETURN-CODE TO CT-STEP-RETURN-CODE
           MOVE WS-TIMESTAMP TO CT-CAPTURE-TIMESTAMP
           EVALUATE TRUE
               WHEN MATERIAL-BREAK
                   SET CT-MATERIAL-BREAK TO TRUE
               WHEN WS-BREAK-COUNT > ZERO
                   SET CT-IMMATERIAL-BREAK TO TRUE
               WHEN OTHER
                   SET CT-PROVED TO TRUE
           END-EVALUATE
           MOVE WS-BREAK-COUNT TO CT-BREAK-COUNT
           MOVE WS-PROOF-FIGURES TO CT-PROOF-FIGURES
           WRITE CTLTOT-RECORD
           IF WS-CTLTOT-STATUS = '22'
      *        Restart or forced rerun of the step - replace its row.
               REWRITE CTLTOT-RECORD
           END-IF
           IF WS-CTLTOT-STATUS NOT = '00'
               DISPLAY 'EODDRIVER: UNABLE TO RECORD CONTROL TOTALS FOR '
                   WS-CTL-STEP-NAME ', STATUS = ' WS-CTLTOT-STATUS
           END-IF.

       FINALIZE-PROCESS.
           END-IF
           PERFORM WRITE-RUN-HISTORY THRU WRITE-RUN-HISTORY-EXIT
           CLOSE BATCHCTL-FILE
           IF CTLTOT-OPEN
               CLOSE CTLTOT-FILE
           END-IF

      *    THE WINDOW CLOSES - ONLINE WORK MAY RESUME, WHATEVER THE
      *    CONDITION CODES SAY ABOUT THE STEPS THEMSELVES.
                                 WS-SYSMODE-MODE,
                                 WS-SYSMODE-RETURN-CODE

      *    SOAP WRITES HELD BACK DURING THE WINDOW GO THROUGH NOW, IN
      *    THE ORDER THEY ARRIVED.
           CALL 'SOAPRPLY' USING WS-SOAPRPLY-RETURN-CODE
           IF WS-SOAPRPLY-RETURN-CODE > WS-WORST-RETURN-CODE
               MOVE WS-SOAPRPLY-RETURN-CODE TO WS-WORST-RETURN-CODE
           END-IF

           IF WS-WORST-RETURN-CODE >= 08
               DISPLAY 'EODDRIVER: END-OF-DAY BATCH WINDOW FAILED, '
                   'WORST RETURN CODE = ' WS-WORST-RETURN-CODE
