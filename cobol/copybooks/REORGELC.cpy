      ******************************************************************
      * REORGELC COPYBOOK - VOLUNTARY REORGANIZATION ELECTION RECORD
      * VERSION: 1.0
      * DATE: 2026-10-15
      * PURPOSE: ONE ROW PER HOLDER PER VOLUNTARY EVENT (TENDER OR
      *          EXCHANGE OFFER ON REORGEVT.DAT), KEYED EVENT-ID +
      *          ACCOUNT-ID AND CAPTURED THROUGH ELECTMNT UNTIL THE
      *          EVENT'S ELECTION DEADLINE. RL-QUANTITY IS THE NUMBER
      *          OF SHARES TENDERED - ZERO MEANS ALL SHARES HELD ON
      *          THE PROCESSING DAY. WHEN CORPACT PROCESSES THE EVENT
      *          A HOLDER WITH NO ROW GETS ONE WRITTEN WITH THE
      *          EVENT'S DEFAULT OPTION AND SOURCE 'D', SO EVERY
      *          HOLDER'S OUTCOME IS ON FILE, AND EVERY ROW IS MARKED
      *          APPLIED WITH THE QUANTITY ACTUALLY SURRENDERED. A
      *          MANDATORY EVENT GETS A SOURCE 'M' ROW PER HOLDER THE
      *          SAME WAY, SO A RE-RUN AFTER AN ABEND SKIPS HOLDERS
      *          ALREADY REORGANIZED.
      ******************************************************************
       01  REORGELC-RECORD.
           05  RL-KEY.
               10  RL-EVENT-ID           PIC X(12).
               10  RL-ACCOUNT-ID         PIC X(12).
           05  RL-OPTION                 PIC X(01).
               88  RL-ACCEPT             VALUE 'A'.
               88  RL-DECLINE            VALUE 'D'.
           05  RL-QUANTITY               PIC S9(09)V999 COMP-3.
           05  RL-SOURCE                 PIC X(01).
               88  RL-HOLDER-ELECTION    VALUE 'H'.
               88  RL-DEFAULT-APPLIED    VALUE 'D'.
               88  RL-MANDATORY-EVENT    VALUE 'M'.
           05  RL-STATUS                 PIC X(01).
               88  RL-PENDING            VALUE 'P'.
               88  RL-APPLIED            VALUE 'C'.
           05  RL-APPLIED-QUANTITY       PIC S9(09)V999 COMP-3.
           05  RL-APPLIED-DATE           PIC X(08).
           05  CREATED-TIMESTAMP         PIC X(26).
           05  UPDATED-TIMESTAMP         PIC X(26).
           05  CREATED-BY                PIC X(08).
           05  UPDATED-BY                PIC X(08).
           05  FILLER                    PIC X(10).
