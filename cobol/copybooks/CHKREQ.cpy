      ******************************************************************
      * CHKREQ COPYBOOK - CHECK DISBURSEMENT REQUEST RECORD
      * VERSION: 1.0
      * DATE: 2026-09-03
      * PURPOSE: ONE ROW PER CHECK TO BE CUT (CHKREQ.DAT) - ACCOUNT,
      *          PAYEE, AMOUNT, AND THE AUTHORIZED PARTY WHEN SOMEONE
      *          OTHER THAN THE OWNER ASKED FOR IT. WORKED BY CHKDISB.
      *
      * MODIFICATION HISTORY:
      * 2026-10-15  ADDED CRQ-REQUESTED-BY (APPENDED) - THE OPERATOR WHO
      *             KEYED THE REQUEST, CARRIED ONTO THE ISSUED CHECK SO
      *             SODRPT CAN TIE A CHECK TO THE PERSON BEHIND IT.
      *             SPACES ON A SYSTEM-QUEUED REQUEST (LGLREMIT).
      * 2026-10-15  MOVED OUT OF CHKDISB'S FD SO LGLREMIT CAN QUEUE
      *             REQUESTS. ADDED CRQ-SOURCE AND CRQ-LEGAL-SEQ OUT
      *             OF THE TRAILING FILLER (RECORD LENGTH UNCHANGED) -
      *             'L' MARKS A REMITTANCE TO THE AGENCY THAT SERVED A
      *             LEVY OR GARNISHMENT, CARRYING THE LEGALPRC.DAT
      *             SEQUENCE OF THE PROCESS BEING PAID. SPACE ON EVERY
      *             ORDINARY CUSTOMER REQUEST.
      ******************************************************************
       01  CHKREQ-RECORD.
           05  CRQ-ACCOUNT-ID            PIC X(12).
           05  CRQ-PAYEE-NAME            PIC X(40).
           05  CRQ-AMOUNT                PIC 9(11)V99.
           05  CRQ-PARTY-ID              PIC X(10).
           05  CRQ-SOURCE                PIC X(01).
               88  CRQ-CUSTOMER-REQUEST  VALUE SPACE.
               88  CRQ-LEGAL-REMITTANCE  VALUE 'L'.
           05  CRQ-LEGAL-SEQ             PIC 9(03).
           05  FILLER                    PIC X(01).
           05  CRQ-REQUESTED-BY          PIC X(08).
