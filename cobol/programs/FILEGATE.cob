      * DATE: 2026-09-03
      * PURPOSE: THE COMMON INTAKE STEP EVERY INBOUND-FILE LOADER
      *          (PRICELOAD, FXLOAD, WATCHLD, EXECLOAD, CLRRECON,
      *          ACHINTF, ACHRET, THRLOAD, DEPREC, BNKREC, CLRINV,
      *          SECLOAD) RUNS BEFORE TOUCHING ITS FILE. THE LOADER
      *          READS ITS SIDECAR .ENV ENVELOPE, PRE-SCANS ITS DATA
      *          FILE FOR THE ACTUAL RECORD COUNT AND AMOUNT TOTAL, AND
      *          CALLS VERIFY: THE ENVELOPE AND ACTUALS MUST AGREE AND
      *          THE PROCESSED-FILE LEDGER (FILELEDG.DAT) MUST NOT
      *          ALREADY SHOW THE FILE-ID AND BUSINESS DATE CONSUMED.
      *          AFTER A CLEAN LOAD THE LOADER CALLS CONSUM TO CLOSE THE
      *          LEDGER ROW.
      * FUNCTIONS: CALLABLE.
      *            VERIFY - RC 00 CLEAN (ROW WRITTEN VALIDATED),
      *                     RC 02 DUPLICATE (ALREADY CONSUMED),
