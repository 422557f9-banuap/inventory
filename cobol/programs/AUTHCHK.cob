      *          AND PASSES WITHOUT A LOG ROW.
      * FUNCTIONS: CALLABLE. RC 00 AUTHORIZED, 01 NO AUTHORIZATION
      *            ON FILE, 06 AUTHORIZATION EXISTS BUT IS OUT OF
      *            ITS WINDOW OR SHORT OF SCOPE. FUNCTION 'PREVIEW '
      *            VERIFIES WITHOUT THE USAGE ROW - NOTHING HAS BEEN
      *            DONE UNDER THE AUTHORITY YET.
      *
      * MODIFICATION HISTORY:
      * 2026-10-15  FUNCTION 'PREVIEW ' (THE VALIDATE-ONLY RUNS OF
      *             TRANPOST AND ORDMGMT) CHECKS THE AUTHORITY BUT
      *             WRITES NO AUTHUSE.DAT ROW.
      ******************************************************************

       ENVIRONMENT DIVISION.

       01  WS-CURRENT-DATE               PIC X(08).

       01  WS-PREVIEW-FUNCTION           PIC X(08) VALUE 'PREVIEW '.

       LINKAGE SECTION.
       01  LS-ACCOUNT-ID                 PIC X(12).
       01  LS-PARTY-ID                   PIC X(10).
               GOBACK
           END-IF

      *    A PREVIEW ONLY ASKS - THE AUTHORITY HAS NOT BEEN USED.
           IF LS-FUNCTION NOT = WS-PREVIEW-FUNCTION
               PERFORM LOG-AUTHORITY-USE
           END-IF
           GOBACK.

       LOG-AUTHORITY-USE.
