      ******************************************************************
      * REORGEVT COPYBOOK - CORPORATE REORGANIZATION EVENT RECORD
      * VERSION: 1.0
      * DATE: 2026-10-15
      * PURPOSE: ONE ROW PER MERGER, SPIN-OFF, TENDER OFFER OR
      *          EXCHANGE OFFER, KEYED ON AN EVENT-ID ASSIGNED BY THE
      *          CORPORATE ACTIONS DESK AND MAINTAINED THROUGH
      *          REORGMNT. CORPACT PROCESSES AN EVENT WHEN
      *          CORPACT.CTL NAMES IT, POSTING EVERY HOLDER'S LEGS
      *          THROUGH TRANPOST.
      *
      *          RE-SHARE-RATIO IS NEW SHARES PER OLD SHARE.
      *          RE-CASH-PER-SHARE IS CASH PER OLD SHARE SURRENDERED.
      *          RE-CIL-PRICE IS CASH PER WHOLE NEW SHARE PAID IN LIEU
      *          OF A FRACTION (ZERO KEEPS THE FRACTION ON THE BOOK).
      *          RE-BASIS-PERCENT IS, FOR A CASH-AND-STOCK MERGER,
      *          THE PERCENT OF THE OLD COST BASIS THAT CARRIES INTO
      *          THE NEW STOCK, AND FOR A SPIN-OFF THE PERCENT THAT
      *          MOVES TO THE SPUN-OFF SHARES - BOTH FROM THE
      *          ISSUER'S TAX NOTICE.
      *
      *          A VOLUNTARY EVENT (TENDER OR EXCHANGE OFFER) TAKES
      *          HOLDER ELECTIONS ON REORGELC.DAT UNTIL
      *          RE-ELECTION-DEADLINE; A HOLDER WITH NO ELECTION GETS
      *          RE-DEFAULT-OPTION.
      ******************************************************************
       01  REORGEVT-RECORD.
           05  RE-EVENT-ID               PIC X(12).
           05  RE-EVENT-TYPE             PIC X(02).
               88  RE-CASH-MERGER        VALUE 'CM'.
               88  RE-STOCK-MERGER       VALUE 'SM'.
               88  RE-MIXED-MERGER       VALUE 'MM'.
               88  RE-SPIN-OFF           VALUE 'SO'.
               88  RE-TENDER-OFFER       VALUE 'TO'.
               88  RE-EXCHANGE-OFFER     VALUE 'XO'.
               88  RE-VOLUNTARY-EVENT    VALUE 'TO' 'XO'.
               88  RE-VALID-EVENT-TYPE   VALUE 'CM' 'SM' 'MM' 'SO'
                                               'TO' 'XO'.
           05  RE-OLD-SYMBOL             PIC X(12).
           05  RE-NEW-SYMBOL             PIC X(12).
           05  RE-SHARE-RATIO            PIC 9(04)V9(06).
           05  RE-CASH-PER-SHARE         PIC 9(07)V9999.
           05  RE-CIL-PRICE              PIC 9(07)V9999.
           05  RE-BASIS-PERCENT          PIC 9(03)V9999.
           05  RE-EFFECTIVE-DATE         PIC X(08).
           05  RE-ELECTION-DEADLINE      PIC X(08).
           05  RE-DEFAULT-OPTION         PIC X(01).
               88  RE-DEFAULT-ACCEPT     VALUE 'A'.
               88  RE-DEFAULT-DECLINE    VALUE 'D'.
           05  RE-STATUS                 PIC X(01).
               88  RE-ANNOUNCED          VALUE 'A'.
               88  RE-PROCESSED          VALUE 'P'.
               88  RE-CANCELLED          VALUE 'X'.
           05  RE-PROCESSED-DATE         PIC X(08).
           05  RE-HOLDERS-PROCESSED      PIC 9(07).
           05  RE-HOLDERS-FAILED         PIC 9(07).
           05  CREATED-TIMESTAMP         PIC X(26).
           05  UPDATED-TIMESTAMP         PIC X(26).
           05  CREATED-BY                PIC X(08).
           05  UPDATED-BY                PIC X(08).
           05  FILLER                    PIC X(20).
