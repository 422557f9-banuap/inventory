      ******************************************************************
      * CTLTOT COPYBOOK - BATCH STEP CONTROL-TOTAL LEDGER
      * VERSION: 1.0
      * DATE: 2026-10-15
      * PURPOSE: ONE ROW ON CTLTOT.DAT PER BATCH STEP PER BUSINESS
      *          DATE, WRITTEN BY EODDRIVER AS EACH STEP FINISHES AND
      *          PRINTED BY CTLPROOF. CARRIES THE CONTROL FIGURES OF
      *          ACCOUNT.DAT, TRANS.DAT AND POSITION.DAT (SEE THE
      *          CTLFIG COPYBOOK) FOUR TIMES OVER:
      *            1 - THE FILES BEFORE THE STEP RAN
      *            2 - THE FILES AFTER IT RAN
      *            3 - WHAT THE STEP ITSELF REPORTED POSTING
      *            4 - THE UNEXPLAINED DIFFERENCE, AFTER LESS BEFORE
      *                LESS REPORTED, WHICH IS ZERO FOR A STEP THAT
      *                PROVES
      *          AND THE VERDICT - PROVED, AN IMMATERIAL BREAK, OR A
      *          MATERIAL BREAK THAT STOPPED THE WINDOW.
      *
      * NOTES: A RESTART OR FORCED RERUN OF A STEP REPLACES ITS ROW
      *        FOR THE DATE.
      ******************************************************************
       01  CTLTOT-RECORD.
           05  CT-KEY.
               10  CT-BUSINESS-DATE      PIC X(08).
               10  CT-STEP-NAME          PIC X(08).
           05  CT-PROGRAM                PIC X(10).
           05  CT-STEP-RETURN-CODE       PIC 9(02).
           05  CT-CAPTURE-TIMESTAMP      PIC X(26).
           05  CT-PROOF-RESULT           PIC X(01).
               88  CT-PROVED             VALUE 'P'.
               88  CT-IMMATERIAL-BREAK   VALUE 'B'.
               88  CT-MATERIAL-BREAK     VALUE 'M'.
           05  CT-BREAK-COUNT            PIC 9(01).
           05  CT-PROOF-FIGURES.
               10  CT-FIGURES OCCURS 4 TIMES.
                   15  CT-ACCOUNT-COUNT  PIC S9(09) COMP-3.
                   15  CT-ACCOUNT-BALANCE
                                         PIC S9(15)V99 COMP-3.
                   15  CT-SETTLED-BALANCE
                                         PIC S9(15)V99 COMP-3.
                   15  CT-TRANS-COUNT    PIC S9(09) COMP-3.
                   15  CT-TRANS-AMOUNT   PIC S9(15)V99 COMP-3.
                   15  CT-POSITION-COUNT PIC S9(09) COMP-3.
                   15  CT-POSITION-QUANTITY
                                         PIC S9(13)V999 COMP-3.
           05  FILLER                    PIC X(20).
