      * FUNCTIONS: CREATE, READ, UPDATE, DELETE ACCOUNTS
      *
      * MODIFICATION HISTORY
      * 2026-10-15  Every committed CREATE, UPDATE, DELETE and TRANSFER
      *             now also files a change event (after-image,
      *             correlated by the SOAP request ID when there is
      *             one) through CDCPUB, for the downstream change
      *             feed CDCEXTR sends out.
      * 2026-10-15  CORRESPONDENT-ID names the introducing firm an
      *             account is cleared for. CREATE and UPDATE refuse
      *             (03) a correspondent that is not on CORRMAST.DAT,
      *             and CREATE refuses one that has been terminated.
      *             A blank on UPDATE keeps the correspondent on file;
      *             'SELF' returns the account to our own book. No
      *             CORRMAST.DAT on file means no correspondents yet -
      *             only a blank is accepted.
      * 2026-10-15  COST-BASIS-METHOD (the account's lot-relief
      *             election - FIFO, LIFO, highest-cost, lowest-cost
      *             or specific identification) is set at CREATE,
      *             blank meaning FIFO, and may be changed by UPDATE
      *             for sales going forward - a blank on UPDATE keeps
      *             the election on file. An unknown method is
      *             refused with 03. The change rides on the account
      *             history image like any other.
      * 2026-10-15  An IRA now opens with an IRA-SUBTYPE of 'T'
      *             (traditional, the default when left blank), 'R'
      *             (Roth) or 'S' (SEP); anything else is refused with
      *             03. UPDATE will not change a set subtype - money
      *             moves between subtypes only through a ROTHCONV
      *             conversion - though a legacy IRA opened blank may
      *             be classified once. ROTH-CLOCK-START-DATE is never
      *             taken from the caller; ACCTBAL starts it on the
      *             first deposit into a Roth.
      * 2026-09-03  An account can no longer be created as (or moved
      *             to) ACCOUNT-TYPE 'MA' unless the signed margin
      *             agreement is on AGRMNT.DAT (maintained by
               RECORD KEY IS RM-BROKER-ID
               FILE STATUS IS WS-REPMAST-STATUS.

           SELECT CORRMAST-FILE ASSIGN TO "CORRMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CO-CORRESPONDENT-ID
               FILE STATUS IS WS-CORRMAST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-FILE.
       FD  REPMAST-FILE.
       COPY REPMAST.

       FD  CORRMAST-FILE.
       COPY CORRMAST.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS                PIC XX.
       01  WS-REPMAST-STATUS             PIC XX.
           88  OFFICER-LICENSED          VALUE 'Y'.
           88  OFFICER-UNLICENSED        VALUE 'N'.

       01  WS-CORRMAST-STATUS            PIC XX.
       01  WS-CORRESPONDENT-SW           PIC X(01) VALUE 'Y'.
           88  CORRESPONDENT-OK          VALUE 'Y'.
           88  CORRESPONDENT-REFUSED     VALUE 'N'.
       01  WS-SELF-CLEARED-REQUEST       PIC X(06) VALUE 'SELF  '.

       01  WS-AGRMNT-STATUS              PIC XX.
       01  WS-AGREEMENT-SW               PIC X(01) VALUE 'Y'.
           88  AGREEMENT-OK              VALUE 'Y'.
       01  WS-BEFORE-ACCOUNT-RECORD.
           05  FILLER                    PIC X(600).

       01  WS-IRA-SUBTYPE-SW             PIC X(01) VALUE 'Y'.
           88  IRA-SUBTYPE-VALID         VALUE 'Y'.
           88  IRA-SUBTYPE-INVALID       VALUE 'N'.

       01  WS-CLOSURE-SW                 PIC X(01) VALUE 'Y'.
           88  CLOSURE-ALLOWED           VALUE 'Y'.
           88  CLOSURE-BLOCKED           VALUE 'N'.
       COPY OPERATOR REPLACING OPERATOR-RECORD BY WS-OPERATOR-RECORD.
       01  WS-CONTROLLED-OPERATION       PIC X(08).

       01  WS-CDC-ENTITY-TYPE            PIC X(08) VALUE 'ACCOUNT '.
       01  WS-CDC-EVENT-TYPE             PIC X(08).
       01  WS-CDC-KEY                    PIC X(32).
       01  WS-CDC-CORRELATION-ID         PIC X(16).
       01  WS-CDC-PROGRAM                PIC X(08) VALUE 'ACCTMGMT'.
       01  WS-CDC-IMAGE                  PIC X(800).

       LINKAGE SECTION.
       01  LS-OPERATION-CODE             PIC X(06).
       COPY ACCOUNT REPLACING ACCOUNT-RECORD BY LS-ACCOUNT-RECORD.
           END-IF.

       CREATE-ACCOUNT-PROCESS.
           PERFORM SET-IRA-SUBTYPE-DEFAULTS
           IF IRA-SUBTYPE-INVALID
               MOVE 03 TO WS-RETURN-CODE
               GO TO CREATE-ACCOUNT-EXIT
           END-IF

      *    LOTS ARE RELIEVED FIFO UNLESS THE CUSTOMER ELECTS
      *    OTHERWISE.
           IF COST-BASIS-METHOD OF LS-ACCOUNT-RECORD = SPACE
               SET CB-FIFO OF LS-ACCOUNT-RECORD TO TRUE
           END-IF
           IF NOT VALID-COST-BASIS-METHOD OF LS-ACCOUNT-RECORD
               MOVE 03 TO WS-RETURN-CODE
               GO TO CREATE-ACCOUNT-EXIT
           END-IF

      *    AN ACCOUNT CANNOT OPEN AS TYPE 'MA' WITHOUT THE SIGNED
      *    MARGIN AGREEMENT ON AGRMNT.DAT - THE TYPE BYTE ALONE IS
      *    EXACTLY WHAT THE BRANCH AUDITS KEEP FINDING.
               END-IF
           END-IF

      *    A CORRESPONDENT'S ACCOUNT OPENS ONLY UNDER A FIRM WE
      *    ACTUALLY CLEAR FOR TODAY.
           IF CORRESPONDENT-ID OF LS-ACCOUNT-RECORD =
                  WS-SELF-CLEARED-REQUEST
               MOVE SPACES TO CORRESPONDENT-ID OF LS-ACCOUNT-RECORD
           END-IF
           IF NOT SELF-CLEARED-ACCOUNT OF LS-ACCOUNT-RECORD
               PERFORM CHECK-CORRESPONDENT THRU CHECK-CORRESPONDENT-EXIT
               IF CORRESPONDENT-REFUSED
                  OR CO-TERMINATED
                   MOVE 03 TO WS-RETURN-CODE
                   GO TO CREATE-ACCOUNT-EXIT
               END-IF
           END-IF

           OPEN I-O ACCOUNT-FILE
           IF WS-FILE-STATUS = '35'
      *        First record ever written - file has to be created.
               WHEN '00'
                   MOVE 00 TO WS-RETURN-CODE
                   PERFORM LOG-TRANSACTION
                   PERFORM PUBLISH-ACCOUNT-EVENT
               WHEN '22'
                   MOVE 02 TO WS-RETURN-CODE
               WHEN OTHER
       CREATE-ACCOUNT-EXIT.
           EXIT.

       SET-IRA-SUBTYPE-DEFAULTS.
      *    AN IRA IS TRADITIONAL UNLESS OPENED AS ROTH OR SEP. THE
      *    ROTH FIVE-YEAR CLOCK STARTS WITH THE FIRST MONEY IN, NOT
      *    WITH WHATEVER THE CALLER SENDS.
           SET IRA-SUBTYPE-VALID TO TRUE
           IF IRA-ACCOUNT OF LS-ACCOUNT-RECORD
               IF IRA-SUBTYPE OF LS-ACCOUNT-RECORD = SPACE
                   SET TRADITIONAL-IRA OF LS-ACCOUNT-RECORD TO TRUE
               END-IF
               IF NOT VALID-IRA-SUBTYPE OF LS-ACCOUNT-RECORD
                   SET IRA-SUBTYPE-INVALID TO TRUE
               END-IF
           ELSE
               MOVE SPACE TO IRA-SUBTYPE OF LS-ACCOUNT-RECORD
           END-IF
           MOVE SPACES TO ROTH-CLOCK-START-DATE OF LS-ACCOUNT-RECORD.

       READ-ACCOUNT-PROCESS.
           OPEN INPUT ACCOUNT-FILE
           IF WS-FILE-STATUS NOT = '00'
                   GO TO UPDATE-ACCOUNT-CLOSE
               END-IF

      *        A SET IRA SUBTYPE ONLY CHANGES THROUGH A CONVERSION;
      *        A LEGACY IRA LEFT BLANK MAY BE CLASSIFIED ONCE.
               IF IRA-ACCOUNT OF LS-ACCOUNT-RECORD
                   IF IRA-SUBTYPE OF LS-ACCOUNT-RECORD = SPACE
                       MOVE IRA-SUBTYPE OF ACCOUNT-RECORD TO
                           IRA-SUBTYPE OF LS-ACCOUNT-RECORD
                   END-IF
                   IF (IRA-ACCOUNT OF ACCOUNT-RECORD
                       AND IRA-SUBTYPE OF ACCOUNT-RECORD NOT = SPACE
                       AND IRA-SUBTYPE OF LS-ACCOUNT-RECORD NOT =
                           IRA-SUBTYPE OF ACCOUNT-RECORD)
                      OR (IRA-SUBTYPE OF LS-ACCOUNT-RECORD NOT = SPACE
                       AND NOT VALID-IRA-SUBTYPE OF LS-ACCOUNT-RECORD)
                       MOVE 03 TO WS-RETURN-CODE
                       MOVE ACCOUNT-RECORD TO LS-ACCOUNT-RECORD
                       GO TO UPDATE-ACCOUNT-CLOSE
                   END-IF
               ELSE
                   MOVE SPACE TO IRA-SUBTYPE OF LS-ACCOUNT-RECORD
               END-IF
               MOVE ROTH-CLOCK-START-DATE OF ACCOUNT-RECORD TO
                   ROTH-CLOCK-START-DATE OF LS-ACCOUNT-RECORD

      *        A NEW COST BASIS ELECTION GOVERNS SALES FROM HERE ON;
      *        LOTS ALREADY RELIEVED STAY AS THEY WERE.
               IF COST-BASIS-METHOD OF LS-ACCOUNT-RECORD = SPACE
                   MOVE COST-BASIS-METHOD OF ACCOUNT-RECORD TO
                       COST-BASIS-METHOD OF LS-ACCOUNT-RECORD
               END-IF
               IF COST-BASIS-METHOD OF LS-ACCOUNT-RECORD NOT = SPACE
                  AND NOT VALID-COST-BASIS-METHOD OF LS-ACCOUNT-RECORD
                   MOVE 03 TO WS-RETURN-CODE
                   MOVE ACCOUNT-RECORD TO LS-ACCOUNT-RECORD
                   GO TO UPDATE-ACCOUNT-CLOSE
               END-IF

      *        AN ACCOUNT MOVES BETWEEN CORRESPONDENTS BY NAMING
      *        THE NEW ONE; 'SELF' BRINGS IT BACK TO OUR OWN BOOK.
               IF SELF-CLEARED-ACCOUNT OF LS-ACCOUNT-RECORD
                   MOVE CORRESPONDENT-ID OF ACCOUNT-RECORD TO
                       CORRESPONDENT-ID OF LS-ACCOUNT-RECORD
               END-IF
               IF CORRESPONDENT-ID OF LS-ACCOUNT-RECORD =
                      WS-SELF-CLEARED-REQUEST
                   MOVE SPACES TO CORRESPONDENT-ID OF LS-ACCOUNT-RECORD
               END-IF
               IF CORRESPONDENT-ID OF LS-ACCOUNT-RECORD NOT =
                      CORRESPONDENT-ID OF ACCOUNT-RECORD
                  AND NOT SELF-CLEARED-ACCOUNT OF LS-ACCOUNT-RECORD
                   PERFORM CHECK-CORRESPONDENT THRU
                       CHECK-CORRESPONDENT-EXIT
                   IF CORRESPONDENT-REFUSED
                       MOVE 03 TO WS-RETURN-CODE
                       MOVE ACCOUNT-RECORD TO LS-ACCOUNT-RECORD
                       GO TO UPDATE-ACCOUNT-CLOSE
                   END-IF
               END-IF

               MOVE ACCOUNT-RECORD TO WS-BEFORE-ACCOUNT-RECORD
               MOVE LS-ACCOUNT-RECORD TO ACCOUNT-RECORD
               PERFORM GET-CURRENT-TIMESTAMP
                   MOVE 00 TO WS-RETURN-CODE
                   MOVE ACCOUNT-RECORD TO LS-ACCOUNT-RECORD
                   PERFORM LOG-TRANSACTION
                   PERFORM PUBLISH-ACCOUNT-EVENT
                   PERFORM WRITE-ACCOUNT-HISTORY
               ELSE
                   MOVE 04 TO WS-RETURN-CODE
       CHECK-OFFICER-EXIT.
           EXIT.

       CHECK-CORRESPONDENT.
      *    THE CORRESPONDENT MUST BE ON THE MASTER. NO CORRMAST.DAT
      *    MEANS WE CLEAR FOR NOBODY YET, SO NO ID CAN BE VALID.
           MOVE 'Y' TO WS-CORRESPONDENT-SW
           MOVE SPACE TO CO-STATUS

           OPEN INPUT CORRMAST-FILE
           IF WS-CORRMAST-STATUS NOT = '00'
               MOVE 'N' TO WS-CORRESPONDENT-SW
               GO TO CHECK-CORRESPONDENT-EXIT
           END-IF

           MOVE CORRESPONDENT-ID OF LS-ACCOUNT-RECORD TO
               CO-CORRESPONDENT-ID
           READ CORRMAST-FILE
           IF WS-CORRMAST-STATUS NOT = '00'
               MOVE 'N' TO WS-CORRESPONDENT-SW
               MOVE SPACE TO CO-STATUS
           END-IF
           CLOSE CORRMAST-FILE.

       CHECK-CORRESPONDENT-EXIT.
           EXIT.

       CHECK-MARGIN-AGREEMENT.
      *    NO AGRMNT.DAT ON FILE YET LEAVES THE GATE OPEN FOR
      *    BOOTSTRAPPING, THE SAME STANCE OPERCTL TAKES ON A MISSING
               IF WS-FILE-STATUS = '00'
                   MOVE 00 TO WS-RETURN-CODE
                   PERFORM LOG-TRANSACTION
                   PERFORM PUBLISH-ACCOUNT-EVENT
               ELSE
                   MOVE 04 TO WS-RETURN-CODE
               END-IF
           MOVE ACCOUNT-RECORD TO LS-ACCOUNT-RECORD
           PERFORM WRITE-BRANCHXFER-RECORD
           PERFORM LOG-TRANSACTION
           PERFORM PUBLISH-ACCOUNT-EVENT
           PERFORM WRITE-ACCOUNT-HISTORY

           CLOSE ACCOUNT-FILE
               CLOSE TRANSACTION-LOG
           END-IF.

       PUBLISH-ACCOUNT-EVENT.
      *    THE COMMITTED IMAGE GOES TO THE CHANGE-DATA-CAPTURE FEED -
      *    A DELETE CARRIES THE LAST IMAGE ON FILE.
           EVALUATE TRUE
               WHEN CREATE-OPERATION
                   MOVE 'CREATED ' TO WS-CDC-EVENT-TYPE
               WHEN DELETE-OPERATION
                   MOVE 'DELETED ' TO WS-CDC-EVENT-TYPE
               WHEN OTHER
                   MOVE 'UPDATED ' TO WS-CDC-EVENT-TYPE
           END-EVALUATE
           MOVE SPACES TO WS-CDC-KEY
           MOVE ACCOUNT-ID OF ACCOUNT-RECORD TO WS-CDC-KEY(1:12)
           IF LS-REQUEST-ID NOT = SPACES
               MOVE LS-REQUEST-ID TO WS-CDC-CORRELATION-ID
           ELSE
               MOVE ACCOUNT-ID OF ACCOUNT-RECORD TO
                   WS-CDC-CORRELATION-ID
           END-IF
           MOVE SPACES TO WS-CDC-IMAGE
           MOVE ACCOUNT-RECORD TO WS-CDC-IMAGE
           CALL 'CDCPUB' USING WS-CDC-ENTITY-TYPE,
                                WS-CDC-EVENT-TYPE,
                                WS-CDC-KEY,
                                WS-CDC-CORRELATION-ID,
                                WS-CDC-PROGRAM,
                                WS-CDC-IMAGE.

       WRITE-ACCOUNT-HISTORY.
           OPEN EXTEND ACCTHIST-FILE
           IF WS-HIST-STATUS NOT = '00'
