      *          TABLE ALLOWS FOR THE OPERATION BEING RUN, INSTEAD OF
      *          BEING WHATEVER EIGHT CHARACTERS THE CALLER FELT LIKE
      *          PASSING. MAINTAINED THROUGH OPERCTL ITSELF.
      *
      * MODIFICATION HISTORY:
      * 2026-10-15  ADDED OP-CUSTOMER-ID (APPENDED) - THE OPERATOR'S OWN
      *             CUSTOMER-ID WHEN THE OPERATOR HOLDS ACCOUNTS WITH
      *             THE FIRM, SPACES OTHERWISE. SODRPT USES IT TO CATCH
      *             AN OPERATOR WORKING THEIR OWN (OR THEIR
      *             HOUSEHOLD'S) EMPLOYEE-RELATED ACCOUNTS.
      ******************************************************************
       01  OPERATOR-RECORD.
           05  OP-OPERATOR-ID            PIC X(08).
           05  UPDATED-TIMESTAMP         PIC X(26).
           05  CREATED-BY                PIC X(08).
           05  UPDATED-BY                PIC X(08).
           05  OP-CUSTOMER-ID            PIC X(10).
