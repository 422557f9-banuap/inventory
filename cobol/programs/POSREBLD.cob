      *             THE AUDIT TO MATTER. AN OVERFLOWING ACTION TABLE
      *             NOW ABANDONS THE RUN FOR THE SAME REASON INSTEAD
      *             OF RESTATING ONLY SOME TRADES.
      * 2026-10-15  THE REPLAY NOW TAKES THE SECURITIES DELIVERY
      *             TYPES: A SETTLED 'RCV' ADDS TO THE EXPECTED
      *             POSITION AT ITS CARRIED BASIS PER SHARE THE WAY A
      *             BUY DOES, AND A 'DLV' RELIEVES IT LIKE A SEL -
      *             THE SAME ARITHMETIC POSMGMT APPLIES - SO MERGER
      *             EXCHANGES AND SPIN-OFFS POSTED BY CORPACT DO NOT
      *             SHOW AS DRIFT.
      ******************************************************************

       ENVIRONMENT DIVISION.
      *    A REVERSAL PAIR NETS OUT OF POSITION.DAT, SO THE SETTLED
      *    OFFSET IS SKIPPED HERE JUST AS ITS CANCELLED ORIGINAL IS.
           IF (BUY-TRANS OF TRANSACTION-RECORD
               OR SELL-TRANS OF TRANSACTION-RECORD
               OR RECEIVE-SECURITIES-TRANS OF TRANSACTION-RECORD
               OR DELIVER-SECURITIES-TRANS OF TRANSACTION-RECORD)
              AND SETTLED-STATUS OF TRANSACTION-RECORD
              AND REVERSAL-OF-ID OF TRANSACTION-RECORD = SPACES
               ADD 1 TO WS-REPLAYED-COUNT

       APPLY-ONE-GROUP-TRADE.
      *    THE SAME PER-TRADE ARITHMETIC POSMGMT'S UPDPOS APPLIES.
           IF WRK-TRANS-TYPE = 'BUY' OR WRK-TRANS-TYPE = 'RCV'
               COMPUTE WS-NEW-QUANTITY =
                   WS-EXP-QUANTITY + WRK-QUANTITY
               IF WS-NEW-QUANTITY = ZERO
