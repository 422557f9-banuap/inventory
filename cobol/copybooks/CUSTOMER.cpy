      * PURPOSE: DEFINE CUSTOMER RECORD STRUCTURE
      *
      * MODIFICATION HISTORY:
      * 2026-10-15  SPIN-EXEC-COMPANY CUT X(30) -> X(12) - IT NOW
      *             CARRIES THE INVESTMENT-BANKING CLIENT'S SECURITY
      *             SYMBOL (OR A SHORT NAME WHERE IT HAS NONE). AT
      *             X(30) THE RECORD RAN TO 618 BYTES, PAST THE 600-
      *             BYTE FWDJRNL AFTER-IMAGE AND ACCTHIST BEFORE/AFTER
      *             IMAGES, SO EVERY JOURNAL ENTRY AND HISTORY ROW
      *             LOST ITS LAST 18 BYTES AND RECOVER REPLAYED A
      *             TRUNCATED CUSTOMER. CUSTOMER-RECORD IS 600 BYTES
      *             AGAIN - ANY FURTHER GROWTH MUST WIDEN THOSE IMAGES
      *             IN THE SAME CHANGE. CPYVER-CUSTOMER BUMPED TO 0006.
      * 2026-10-15  ADDED THE NEW-ISSUE RESTRICTED-PERSON FIELDS
      *             (APPENDED AFTER MERGED-DATE): BD-OWNER-FLAG FOR AN
      *             OWNER OF A BROKER-DEALER (OR AN IMMEDIATE FAMILY
      *             MEMBER OF ONE), AND SPIN-EXEC-FLAG WITH
      *             SPIN-EXEC-COMPANY FOR AN EXECUTIVE OFFICER OR
      *             DIRECTOR OF A CURRENT, RECENT OR PROSPECTIVE
      *             INVESTMENT-BANKING CLIENT OF THE FIRM. SET BY
      *             COMPLIANCE. IPOELIG BLOCKS AN IPO ALLOCATION TO
      *             ANY ACCOUNT AN EMPLOYEE-RELATED, BROKER-DEALER-
      *             OWNER OR COVERED-EXECUTIVE CUSTOMER OWNS.
      *             CPYVER-CUSTOMER BUMPED TO 0005.
      * 2026-10-15  ADDED MERGED-INTO-ID AND MERGED-DATE (APPENDED
      *             AFTER TIN-BNOTICE-DATE) - SET BY CUSTMRG WHEN A
      *             DUPLICATE CUSTOMER IS FOLDED INTO THE SURVIVING
      *             CUSTOMER-ID AND CLOSED. CPYVER-CUSTOMER BUMPED TO
      *             0004.
      * 2026-09-03  CPYVER-CUSTOMER BUMPED TO 0003 FOR THE APPENDED
      *             COMPLIANCE FIELDS BELOW (EMPLOYEE-FLAG THROUGH
      *             TIN-BNOTICE-DATE) - THE STALE-COPYBOOK GUARD HAD
               88  TIN-MISMATCHED        VALUE 'U'.
               88  TIN-BACKUP-ACTIVE     VALUE 'B'.
           05  TIN-BNOTICE-DATE          PIC X(08).
           05  MERGED-INTO-ID            PIC X(10).
               88  CUSTOMER-NOT-MERGED   VALUE SPACES.
           05  MERGED-DATE               PIC X(08).
           05  BD-OWNER-FLAG             PIC X(01).
               88  BROKER-DEALER-OWNER   VALUE 'Y'.
           05  SPIN-EXEC-FLAG            PIC X(01).
               88  COVERED-EXECUTIVE     VALUE 'Y'.
           05  SPIN-EXEC-COMPANY         PIC X(12).
