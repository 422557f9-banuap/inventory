      * FUNCTIONS: INTERACTIVE - THE OPERATOR KEYS AN ENTITY ID AND
      *            OPTIONAL YYYYMMDD DATE RANGE (BLANK = ALL DATES),
      *            AND LOOPS UNTIL KEYING 'X'.
      *
      * MODIFICATION HISTORY:
      * 2026-10-15  CUSTOMER DIFF SHOWS MERGED-INTO-ID, AND THE ROWS
      *             CUSTMRG REPOINTS (ENTERED UNDER THE LOSING
      *             CUSTOMER-ID) ARE LISTED WITH THE LEADING BYTES OF
      *             EACH IMAGE - THE REPOINTED ID (OR SSN, FOR BENEF)
      *             SITS IN THAT STRETCH FOR EVERY ONE OF THOSE FILES.
      ******************************************************************

       ENVIRONMENT DIVISION.
                   MOVE HIST-BEFORE-IMAGE TO WS-BEFORE-CUSTOMER
                   MOVE HIST-AFTER-IMAGE TO WS-AFTER-CUSTOMER
                   PERFORM DIFF-CUSTOMER-FIELDS
               WHEN HIST-IS-MERGE-ROW
                   DISPLAY '  BEFORE: ' HIST-BEFORE-IMAGE(1:100)
                   IF HIST-AFTER-IMAGE = SPACES
                       DISPLAY '  AFTER:  (ROW DROPPED - SURVIVOR '
                           'ALREADY HAD ONE)'
                   ELSE
                       DISPLAY '  AFTER:  ' HIST-AFTER-IMAGE(1:100)
                   END-IF
               WHEN OTHER
                   DISPLAY '  UNKNOWN ENTITY TYPE - IMAGES NOT '
                       'DECODED'
               DISPLAY '  KYC-REVIEW-DATE: '
                   KYC-REVIEW-DATE OF WS-BEFORE-CUSTOMER ' -> '
                   KYC-REVIEW-DATE OF WS-AFTER-CUSTOMER
           END-IF
           IF MERGED-INTO-ID OF WS-BEFORE-CUSTOMER NOT =
              MERGED-INTO-ID OF WS-AFTER-CUSTOMER
               DISPLAY '  MERGED-INTO-ID: '
                   MERGED-INTO-ID OF WS-BEFORE-CUSTOMER ' -> '
                   MERGED-INTO-ID OF WS-AFTER-CUSTOMER
           END-IF.

       END PROGRAM HISTINQ.
