      *          MISMATCH EXCEPTIONS. OUTSTANDING CHECKS ARE THE
      *          ISSUED ROWS WITH NO CLEARED DATE - THE NOTEBOOK
      *          RETIRES.
      *
      * MODIFICATION HISTORY:
      * 2026-10-15  ADDED CK-REQUESTED-BY (APPENDED) - THE OPERATOR WHO
      *             KEYED THE CHECK REQUEST (CRQ-REQUESTED-BY). THE WTH
      *             ITSELF POSTS UNDER CHKDISB'S OWN NAME, SO THIS IS
      *             THE ONLY RECORD OF WHO ASKED FOR THE CHECK.
      ******************************************************************
       01  CHECKISS-RECORD.
           05  CK-CHECK-NUMBER           PIC 9(10).
           05  CK-TRANSACTION-ID         PIC X(16).
           05  CREATED-TIMESTAMP         PIC X(26).
           05  UPDATED-TIMESTAMP         PIC X(26).
           05  CK-REQUESTED-BY           PIC X(08).
