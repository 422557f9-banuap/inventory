      ******************************************************************
      * PLNHIST COPYBOOK - RULE 10B5-1 PLAN EVENT LOG RECORD
      * VERSION: 1.0
      * DATE: 2026-10-15
      * PURPOSE: ONE ROW PER EVENT IN A TRADING PLAN'S LIFE, KEYED
      *          PLAN + SEQUENCE (THE PLAN'S PLN-EVENT-COUNT AT THE
      *          TIME). PLNMNT LOGS THE DRAFTING, ADOPTION, EVERY
      *          MODIFICATION AND THE TERMINATION; PLNBATCH LOGS EACH
      *          ORDER PLACED OR REJECTED, EACH SALE SKIPPED FOR THE
      *          COOLING-OFF PERIOD, AND THE PLAN'S COMPLETION. ROWS
      *          ARE NEVER REWRITTEN - PLNRPT PRINTS THEM FOR THE
      *          ISSUER'S COUNSEL AS THE PLAN'S AUDIT TRAIL.
      ******************************************************************
       01  PLNHIST-RECORD.
           05  PLH-KEY.
               10  PLH-PLAN-ID           PIC X(10).
               10  PLH-SEQUENCE          PIC 9(05).
           05  PLH-EVENT-TYPE            PIC X(01).
               88  PLH-DRAFTED           VALUE 'N'.
               88  PLH-ADOPTED           VALUE 'A'.
               88  PLH-MODIFIED          VALUE 'M'.
               88  PLH-TERMINATED        VALUE 'T'.
               88  PLH-ORDER-PLACED      VALUE 'O'.
               88  PLH-ORDER-REJECTED    VALUE 'F'.
               88  PLH-COOLING-OFF-SKIP  VALUE 'K'.
               88  PLH-COMPLETED         VALUE 'C'.
           05  PLH-EVENT-DATE            PIC X(08).
           05  PLH-DETAIL                PIC X(80).
           05  PLH-OPERATOR              PIC X(08).
           05  PLH-TIMESTAMP             PIC X(26).
