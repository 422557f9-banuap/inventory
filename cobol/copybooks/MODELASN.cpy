      ******************************************************************
      * MODELASN COPYBOOK - MANAGED-ACCOUNT MODEL ASSIGNMENT RECORD
      * VERSION: 1.0
      * DATE: 2026-10-15
      * PURPOSE: ONE ROW PER MANAGED ACCOUNT (AN ACCOUNT ON
      *          FEESCHED.DAT), KEYED ON ACCOUNT-ID, NAMING THE MODEL
      *          IT IS RUN TO AND THE ADVISOR WHO APPROVES ITS
      *          REBALANCE ORDERS. A SUSPENDED ASSIGNMENT IS LEFT OUT
      *          OF DRIFT MEASUREMENT AND REBALANCING (E.G. WHILE THE
      *          CLIENT IS MID-TRANSFER). DRIFTCHK STAMPS THE LAST
      *          MEASURED DRIFT AND SETS MDA-DRIFT-FLAG WHEN THE
      *          ACCOUNT IS OUTSIDE ITS MODEL'S TOLERANCE; REBALGEN
      *          GENERATES ORDERS FOR FLAGGED ACCOUNTS, STAMPS
      *          MDA-LAST-REBAL-DATE, AND CLEARS THE FLAG.
      *          MAINTAINED THROUGH MODLMNT.
      ******************************************************************
       01  MODELASN-RECORD.
           05  MDA-ACCOUNT-ID            PIC X(12).
           05  MDA-MODEL-ID              PIC X(08).
           05  MDA-ADVISOR               PIC X(08).
           05  MDA-STATUS                PIC X(01).
               88  MDA-ACTIVE            VALUE 'A'.
               88  MDA-SUSPENDED         VALUE 'S'.
           05  MDA-DRIFT-FLAG            PIC X(01).
               88  MDA-DRIFTED           VALUE 'Y'.
               88  MDA-IN-TOLERANCE      VALUE 'N' SPACE.
           05  MDA-LAST-DRIFT-DATE       PIC X(08).
           05  MDA-LAST-DRIFT-PERCENT    PIC 9(03)V99.
           05  MDA-LAST-REBAL-DATE       PIC X(08).
           05  CREATED-TIMESTAMP         PIC X(26).
           05  UPDATED-TIMESTAMP         PIC X(26).
