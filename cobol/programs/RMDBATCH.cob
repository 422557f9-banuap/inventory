      *            Q4 FOR THE NOTICES).
      *
      * MODIFICATION HISTORY:
      * 2026-10-15  ROTH IRAS ARE SKIPPED - THE OWNER OF A ROTH IRA
      *             HAS NO REQUIRED MINIMUM DISTRIBUTION.
      * 2026-09-03  UNMET SHORTFALLS NOW ALSO LAND ON RMDDUE.DAT
      *             (ACCOUNT + YEAR), REFRESHED EACH RUN AND DELETED
      *             ONCE THE YEAR'S WITHDRAWALS CATCH UP, SO THE

       CHECK-ONE-IRA.
           IF IRA-ACCOUNT AND NOT CLOSED-ACCOUNT
              AND NOT ROTH-IRA
               ADD 1 TO WS-SCANNED-COUNT
               PERFORM EVALUATE-ACCOUNT-RMD THRU EVALUATE-RMD-EXIT
           END-IF
