      *          REGULATORY REQUEST IS THE ORDEVTX EXTRACT INSTEAD
      *          OF A WEEK OF ARCHAEOLOGY. WRITTEN BY ORDMGMT AT
      *          EVERY COMMIT AND BY ORDEXP FOR ITS EXPIRY SWEEP.
      *
      * MODIFICATION HISTORY:
      * 2026-10-15  ADDED EVENT TYPE TRIGGR - A STOP OR STOP-LIMIT
      *             ORDER WHOSE STOP-PRICE THE MARKET TOUCHED,
      *             CONVERTED BY ORDMGMT FOR THE STOPTRIG SWEEP. THE
      *             ROW'S PRICE IS THE STOP THAT WAS TOUCHED.
      ******************************************************************
       01  ORDEVT-RECORD.
           05  OE-ORDER-ID               PIC X(16).
               88  OE-CANCELLED          VALUE 'CANCEL'.
               88  OE-RELEASED           VALUE 'RELEAS'.
               88  OE-EXPIRED            VALUE 'EXPIRE'.
               88  OE-TRIGGERED          VALUE 'TRIGGR'.
           05  OE-EVENT-DATE             PIC X(08).
           05  OE-TIMESTAMP              PIC X(26).
           05  OE-ACCOUNT-ID             PIC X(12).
