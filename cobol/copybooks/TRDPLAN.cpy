      ******************************************************************
      * TRDPLAN COPYBOOK - RULE 10B5-1 TRADING PLAN RECORD
      * VERSION: 1.0
      * DATE: 2026-10-15
      * PURPOSE: ONE ROW PER PRE-ARRANGED SELLING PLAN AN INSIDER
      *          ADOPTS FOR RESTRICTED OR CONTROL STOCK, KEYED ON
      *          PLN-PLAN-ID. PLNMNT BUILDS THE PLAN AS A DRAFT (THE
      *          SCHEDULE OF SELL DATES, SHARE AMOUNTS AND LIMIT
      *          PRICES, AND THE TAXLOT.DAT LOTS TO BE SOLD), ADOPTS
      *          IT, MODIFIES IT AND TERMINATES IT; PLNBATCH PLACES
      *          EACH SCHEDULED SALE THROUGH ORDMGMT ON ITS DATE ONCE
      *          THE COOLING-OFF PERIOD HAS RUN. EVERY CHANGE AND
      *          EVERY ORDER IS LOGGED ON PLNHIST.DAT, NUMBERED OFF
      *          PLN-EVENT-COUNT.
      *
      *          A CHANGE TO THE AMOUNT, PRICE OR TIMING OF SALES ON
      *          AN ADOPTED PLAN IS TREATED AS A TERMINATION AND NEW
      *          ADOPTION: PLN-COOLING-OFF-END STARTS AGAIN FROM
      *          PLN-MODIFIED-DATE, AND A SALE DATED INSIDE THE NEW
      *          COOLING-OFF PERIOD IS SKIPPED ('K'), NOT PLACED.
      *          PLN-OFFICER-DIRECTOR PLANS COOL OFF 90 DAYS, OTHER
      *          INSIDERS 30.
      ******************************************************************
       01  TRDPLAN-RECORD.
           05  PLN-PLAN-ID               PIC X(10).
           05  PLN-ACCOUNT-ID            PIC X(12).
           05  PLN-SYMBOL                PIC X(12).
           05  PLN-ISSUER-NAME           PIC X(40).
           05  PLN-INSIDER-TYPE          PIC X(01).
               88  PLN-OFFICER-DIRECTOR  VALUE 'O'.
               88  PLN-OTHER-INSIDER     VALUE 'P'.
           05  PLN-STATUS                PIC X(01).
               88  PLN-DRAFT             VALUE 'D'.
               88  PLN-ACTIVE            VALUE 'A'.
               88  PLN-COMPLETED         VALUE 'C'.
               88  PLN-TERMINATED        VALUE 'T'.
           05  PLN-ADOPTION-DATE         PIC X(08).
           05  PLN-COOLING-OFF-END       PIC X(08).
           05  PLN-MODIFIED-DATE         PIC X(08).
           05  PLN-MODIFICATION-COUNT    PIC 9(03).
           05  PLN-TERMINATION-DATE      PIC X(08).
           05  PLN-TERMINATION-REASON    PIC X(40).
           05  PLN-EVENT-COUNT           PIC 9(05).
           05  PLN-SCHEDULE-COUNT        PIC 9(02).
           05  PLN-SCHEDULE OCCURS 24 TIMES.
               10  PLN-SELL-DATE         PIC X(08).
               10  PLN-SELL-SHARES       PIC 9(09).
               10  PLN-LIMIT-PRICE       PIC S9(09)V9999 COMP-3.
               10  PLN-SCHED-STATUS      PIC X(01).
                   88  PLN-SCHED-PENDING VALUE 'P'.
                   88  PLN-SCHED-ORDERED VALUE 'O'.
                   88  PLN-SCHED-FAILED  VALUE 'F'.
                   88  PLN-SCHED-COOLING-OFF VALUE 'K'.
                   88  PLN-SCHED-CANCELLED VALUE 'X'.
               10  PLN-SCHED-ORDER-ID    PIC X(16).
               10  PLN-SCHED-ORDER-DATE  PIC X(08).
           05  PLN-LOT-COUNT             PIC 9(02).
           05  PLN-LOT-NUMBER            PIC 9(05) OCCURS 10 TIMES.
           05  CREATED-TIMESTAMP         PIC X(26).
           05  UPDATED-TIMESTAMP         PIC X(26).
           05  CREATED-BY                PIC X(08).
           05  UPDATED-BY                PIC X(08).
