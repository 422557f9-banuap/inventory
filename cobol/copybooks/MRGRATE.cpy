      ******************************************************************
      * MRGRATE COPYBOOK - MARGIN INTEREST RATE SCHEDULE RECORD
      * VERSION: 1.0
      * DATE: 2026-10-15
      * PURPOSE: ONE ROW PER EFFECTIVE DATE, KEYED ON THE DATE THE
      *          SCHEDULE TAKES EFFECT. THE FIRM BASE RATE (BROKER
      *          CALL, ANNUAL PERCENT) PLUS A SPREAD BY DEBIT-BALANCE
      *          TIER - THE TIER THE NIGHT'S DEBIT FALLS IN SETS THE
      *          SPREAD FOR THE WHOLE DEBIT, THE SAME WAY FEESCHED'S
      *          VALUE TIER SETS THE WHOLE ADVISORY RATE. TIERS ARE
      *          LISTED SMALLEST CEILING FIRST; A ZERO CEILING MEANS
      *          NO UPPER LIMIT. A SPREAD MAY BE NEGATIVE FOR THE
      *          LARGEST DEBITS. THE ROW IN FORCE ON A DATE IS THE
      *          ONE WITH THE LATEST EFFECTIVE DATE NOT AFTER IT, SO
      *          A RATE CHANGE IS LOADED AHEAD OF TIME AS A NEW ROW
      *          AND THE HISTORY OF PAST RATES STAYS ON FILE.
      *          MAINTAINED THROUGH MRGMAINT; APPLIED NIGHTLY BY
      *          MEBATCH INTO THE MRGACR DAILY ACCRUAL FILE.
      ******************************************************************
       01  MRGRATE-RECORD.
           05  MR-EFFECTIVE-DATE         PIC X(08).
           05  MR-BASE-RATE              PIC 9(02)V9999.
           05  MR-TIER-TABLE.
               10  MR-TIER OCCURS 5 TIMES.
                   15  MR-TIER-CEILING   PIC 9(13)V99.
                   15  MR-TIER-SPREAD    PIC S9(02)V9999.
           05  CREATED-TIMESTAMP         PIC X(26).
           05  UPDATED-TIMESTAMP         PIC X(26).
