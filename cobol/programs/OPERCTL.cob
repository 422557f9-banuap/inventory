      *        THEIR WORK IS SCHEDULED, NOT KEYED BY A PERSON, AND
      *        TURNING OPERATOR CONTROLS ON MUST NOT STRAND DIVIDEND
      *        REINVESTMENT, SWEEPS, PLAN PURCHASES, BLOCK
      *        ALLOCATIONS, THE NIGHTLY ACH WINDOW, THE AML
      *        RISK-RATING RECALCULATION, OR MODEL REBALANCING. A
      *        PROGRAM IDENTITY IS TAKEN OUT OF SERVICE BY NOT
      *        SCHEDULING THE JOB.
      *
      * MODIFICATION HISTORY:
      * 2026-10-15  ADDED CREDAPR (SUPERVSR) - THE CREDIT OFFICER'S
      *             DECISION ON AN APPRVQ CREDLMT ITEM, AN ORDER OVER
      *             A DVP INSTITUTION'S CREDIT LIMIT.
      * 2026-10-15  ADDED THE REBALGEN PROGRAM IDENTITY - MODEL
      *             REBALANCE ORDERS ARE CREATED UNDER ITS OWN NAME
      *             AND HELD FOR THE ADVISOR TO RELEASE.
      * 2026-10-15  ADDED SARCASE (SUPERVSR) - EVERY SAR CASE
      *             OPERATION, READS INCLUDED (SARMNT, SAREXTR).
      * 2026-10-15  ADDED THE AMLRISK PROGRAM IDENTITY - THE PERIODIC
      *             AML RISK-RATING RECALCULATION UPDATES CUSTOMERS
      *             THROUGH CUSTMGMT UNDER ITS OWN NAME.
      * 2026-10-15  ADDED LEGALPRC (SUPERVSR) - SERVING, ANSWERING AND
      *             RELEASING A LEVY, GARNISHMENT OR RESTRAINING
      *             NOTICE (LEGALMNT).
      * 2026-10-15  ADDED EXPHOLD (SUPERVSR) - PLACING, EXTENDING AND
      *             RELEASING A SENIOR EXPLOITATION HOLD (EXPHMNT).
      ******************************************************************

       ENVIRONMENT DIVISION.
           05  FILLER.
               10  FILLER PIC X(08)      VALUE 'APPROVE '.
               10  FILLER PIC 9(01)      VALUE 3.
           05  FILLER.
               10  FILLER PIC X(08)      VALUE 'EXPHOLD '.
               10  FILLER PIC 9(01)      VALUE 3.
           05  FILLER.
               10  FILLER PIC X(08)      VALUE 'LEGALPRC'.
               10  FILLER PIC 9(01)      VALUE 3.
           05  FILLER.
               10  FILLER PIC X(08)      VALUE 'SARCASE '.
               10  FILLER PIC 9(01)      VALUE 3.
           05  FILLER.
               10  FILLER PIC X(08)      VALUE 'CREDAPR '.
               10  FILLER PIC 9(01)      VALUE 3.

       01  WS-ENTITLEMENT-TABLE REDEFINES WS-ENTITLEMENT-DATA.
           05  WS-ENT-ENTRY OCCURS 10 TIMES.
               10  WS-ENT-OPERATION      PIC X(08).
               10  WS-ENT-MIN-RANK       PIC 9(01).

      *----------------------------------------------------------------
       01  WS-PROGRAM-IDENTITY-DATA.
           05  FILLER PIC X(08)          VALUE 'ACHINTF '.
           05  FILLER PIC X(08)          VALUE 'AMLRISK '.
           05  FILLER PIC X(08)          VALUE 'BLKORD  '.
           05  FILLER PIC X(08)          VALUE 'DIVPOST '.
           05  FILLER PIC X(08)          VALUE 'REBALGEN'.
           05  FILLER PIC X(08)          VALUE 'SIPBATCH'.
           05  FILLER PIC X(08)          VALUE 'SWEEPBAT'.

       01  WS-PROGRAM-IDENTITY-TABLE REDEFINES
               WS-PROGRAM-IDENTITY-DATA.
           05  WS-PGM-IDENTITY OCCURS 7 TIMES PIC X(08).

       01  WS-PGM-INDEX                  PIC 9(02).
       01  WS-PGM-FOUND-SW               PIC X(01) VALUE 'N'.
           MOVE 'N' TO WS-ENT-FOUND-SW
           MOVE 1 TO WS-ENT-INDEX
           PERFORM SCAN-ENTITLEMENT-TABLE
               UNTIL WS-ENT-INDEX > 10
               OR ENTITLEMENT-FOUND

           IF NOT ENTITLEMENT-FOUND
           MOVE 'N' TO WS-PGM-FOUND-SW
           MOVE 1 TO WS-PGM-INDEX
           PERFORM SCAN-PROGRAM-IDENTITY
               UNTIL WS-PGM-INDEX > 7
               OR PROGRAM-IDENTITY-FOUND.

       SCAN-PROGRAM-IDENTITY.
