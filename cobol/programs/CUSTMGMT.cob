      * FUNCTIONS: CREATE, READ, UPDATE, DELETE, INQUIRY CUSTOMERS
      *
      * MODIFICATION HISTORY:
      * 2026-10-15  AN UPDATE THAT CHANGES THE MAILING ADDRESS (EITHER
      *             ADDRESS LINE, CITY, STATE, ZIP OR COUNTRY) NOW
      *             FILES THE PRIOR AND NEW ADDRESS ON ADDRCHG.DAT AND
      *             QUEUES TWO CHANGE NOTICES ON NOTIFQ - 'ADDRCHGN' TO
      *             THE NEW ADDRESS AND 'ADDRCHGO' TO THE PRIOR ONE,
      *             WHICH NOTIFGEN MAILS FROM ADDRCHG.DAT.
      * 2026-10-15  EVERY CUSTOMER IMAGE JOURNALED TO FWDJRNL IS NOW
      *             ALSO FILED AS A CHANGE EVENT (CREATED, UPDATED OR
      *             DELETED) THROUGH CDCPUB, FOR THE DOWNSTREAM CHANGE
      *             FEED CDCEXTR SENDS OUT.
      * 2026-10-15  ADDED BOADD, BOUPD, BORD AND BODEL OPERATIONS
      *             MAINTAINING THE BENEFICIAL OWNERS AND CONTROL
      *             PERSON OF A CORPORATE OR INSTITUTIONAL CUSTOMER
      *             (BENOWN.DAT - NAME, DOB, SSN, ADDRESS, OWNERSHIP
      *             PERCENTAGE, ROLE). EACH OWNER IS SCREENED AGAINST
      *             THE WATCH LIST AS IT IS FILED. AN ENTITY CANNOT BE
      *             UPDATED TO KYC-COMPLETE WITHOUT A CONTROL PERSON ON
      *             FILE AND NO OWNER WATCH-LIST HIT (A NEW ENTITY
      *             COMES ON BOARD KYC-PENDING), AND FALLS BACK TO
      *             KYC-PENDING IF AN OWNER CHANGE BREAKS EITHER. THE
      *             NEW LS-BENOWN-RECORD PARAMETER WAS APPENDED SO
      *             EXISTING CALLERS ARE UNTOUCHED.
      * 2026-10-15  ADDED TCUPD, TCRD AND TCDEL OPERATIONS MAINTAINING
      *             THE CUSTOMER'S TRUSTED CONTACT PERSON (TRUSTCON.DAT
      *             - NAME, RELATIONSHIP, ADDRESS, PHONE, E-MAIL, OR A
      *             RECORDED DECLINE). A CONTACT NEEDS A LAST NAME AND
      *             AT LEAST ONE OF PHONE, E-MAIL, OR ADDRESS. EXPHSCAN
      *             QUOTES IT ON EXPLOITATION-HOLD REMINDERS. THE NEW
      *             LS-TRUSTCON-RECORD PARAMETER WAS APPENDED SO
      *             EXISTING CALLERS ARE UNTOUCHED.
      * 2026-09-03  EVERY COMMITTED CUSTOMER WRITE, REWRITE, AND
      *             DELETE NOW APPENDS ITS AFTER-IMAGE (OR DELETE
      *             MARKER) TO THE FORWARD-RECOVERY JOURNAL
               RECORD KEY IS DP-CUSTOMER-ID
               FILE STATUS IS WS-DELIV-STATUS.

           SELECT TRUSTCON-FILE ASSIGN TO "TRUSTCON.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TC-CUSTOMER-ID
               FILE STATUS IS WS-TRUST-STATUS.

           SELECT BENOWN-FILE ASSIGN TO "BENOWN.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BO-KEY
               FILE STATUS IS WS-BENOWN-STATUS.

           SELECT WATCHLST-FILE ASSIGN TO "WATCHLST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WL-ENTRY-ID
               FILE STATUS IS WS-WATCH-STATUS.

           SELECT ADDRCHG-FILE ASSIGN TO "ADDRCHG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AC-KEY
               FILE STATUS IS WS-ADDRCHG-STATUS.

           SELECT NOTIFQ-FILE ASSIGN TO "NOTIFQ.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NQ-KEY
               FILE STATUS IS WS-NOTIFQ-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-FILE.
       FD  DELIVPRF-FILE.
       COPY DELIVPRF.

       FD  TRUSTCON-FILE.
       COPY TRUSTCON.

       FD  BENOWN-FILE.
       COPY BENOWN.

       FD  WATCHLST-FILE.
       COPY WATCHLST.

       FD  ADDRCHG-FILE.
       COPY ADDRCHG.

       FD  NOTIFQ-FILE.
       COPY NOTIFQ.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS                PIC XX.
       01  WS-HIST-STATUS                PIC XX.
       01  WS-DELIV-STATUS               PIC XX.
       01  WS-TRUST-STATUS               PIC XX.
       01  WS-BENOWN-STATUS              PIC XX.
       01  WS-WATCH-STATUS               PIC XX.
       01  WS-ADDRCHG-STATUS             PIC XX.
       01  WS-NOTIFQ-STATUS              PIC XX.

       01  WS-SEARCH-INDEX               PIC 9(03) VALUE ZERO.
       01  WS-SEARCH-LAST-NAME           PIC X(35).
       01  WS-WATCH-DONE-SW              PIC X(01) VALUE 'N'.
           88  WATCH-SCAN-DONE           VALUE 'Y'.
       01  WS-CANDIDATE-NAME             PIC X(50).
       01  WS-SCREEN-SSN                 PIC X(11).
       01  WS-SCREEN-COMPANY             PIC X(50).
       01  WS-WATCH-ON-FILE-SW           PIC X(01) VALUE 'N'.
           88  WATCH-LIST-ON-FILE        VALUE 'Y'.

      *    BENEFICIAL-OWNER WALK OF ONE ENTITY.
       01  WS-OWNER-ENTITY-ID            PIC X(10).
       01  WS-OWNER-SKIP-SEQ             PIC 9(02).
       01  WS-OWNER-MAX-SEQ              PIC 9(02).
       01  WS-OWNER-CONTROL-COUNT        PIC 9(03) COMP.
       01  WS-OWNER-HIT-COUNT            PIC 9(03) COMP.
       01  WS-OWNER-SCAN-DONE-SW         PIC X(01) VALUE 'N'.
           88  OWNER-SCAN-DONE           VALUE 'Y'.
       01  WS-OWNER-CREATED-TIMESTAMP    PIC X(26).
       01  WS-OWNER-CREATED-BY           PIC X(08).

       01  WS-BEFORE-CUSTOMER-RECORD.
           05  FILLER                    PIC X(600).

      *    THE RECORD AS IT STOOD BEFORE AN UPDATE, FIELD BY FIELD, SO
      *    A CHANGE OF MAILING ADDRESS CAN BE SEEN AND NOTIFIED.
       COPY CUSTOMER REPLACING CUSTOMER-RECORD BY
           WS-PRIOR-CUSTOMER-RECORD.
       01  WS-ADDRCHG-ON-FILE-SW         PIC X(01) VALUE 'N'.
           88  ADDRCHG-ON-FILE           VALUE 'Y'.
       01  WS-NOTICE-TYPE                PIC X(08).

       01  WS-OPERATION                  PIC X(06).
           88  CREATE-OPERATION          VALUE 'CREATE'.
           88  READ-OPERATION            VALUE 'READ  '.
           88  INQUIRY-OPERATION         VALUE 'INQUIR'.
           88  DELIV-UPDATE-OPERATION    VALUE 'DLVUPD'.
           88  DELIV-READ-OPERATION      VALUE 'DLVRD '.
           88  TRUST-UPDATE-OPERATION    VALUE 'TCUPD '.
           88  TRUST-READ-OPERATION      VALUE 'TCRD  '.
           88  TRUST-DELETE-OPERATION    VALUE 'TCDEL '.
           88  OWNER-ADD-OPERATION       VALUE 'BOADD '.
           88  OWNER-UPDATE-OPERATION    VALUE 'BOUPD '.
           88  OWNER-READ-OPERATION      VALUE 'BORD  '.
           88  OWNER-DELETE-OPERATION    VALUE 'BODEL '.
           88  SEARCH-OPERATION          VALUE 'SEARCH'.
           88  SSN-FIND-OPERATION        VALUE 'SSNFND'.

       01  WS-JOURNAL-PROGRAM            PIC X(08) VALUE 'CUSTMGMT'.
       01  WS-JOURNAL-IMAGE              PIC X(600).

       01  WS-CDC-ENTITY-TYPE            PIC X(08) VALUE 'CUSTOMER'.
       01  WS-CDC-EVENT-TYPE             PIC X(08).
       01  WS-CDC-KEY                    PIC X(32).
       01  WS-CDC-CORRELATION-ID         PIC X(16).
       01  WS-CDC-IMAGE                  PIC X(800).

       01  WS-OPERCTL-OPERATION          PIC X(06) VALUE 'CHECK '.
       01  WS-OPERCTL-RETURN-CODE        PIC 9(02).
       COPY OPERATOR REPLACING OPERATOR-RECORD BY WS-OPERATOR-RECORD.
               10  LS-SE-FIRST-NAME      PIC X(25).
               10  LS-SE-CITY            PIC X(30).
               10  LS-SE-STATUS          PIC X(01).
       COPY TRUSTCON REPLACING TRUSTCON-RECORD BY LS-TRUSTCON-RECORD.
       COPY BENOWN REPLACING BENOWN-RECORD BY LS-BENOWN-RECORD.

       PROCEDURE DIVISION USING LS-OPERATION-CODE
                               LS-CUSTOMER-RECORD
                               LS-RETURN-CODE
                               LS-INVALID-FIELD
                               LS-DELIVPRF-RECORD
                               LS-SEARCH-BUFFER
                               LS-TRUSTCON-RECORD
                               LS-BENOWN-RECORD.

       MAIN-PROCESS.
           MOVE LS-OPERATION-CODE TO WS-OPERATION
               WHEN DELIV-READ-OPERATION
                   PERFORM READ-DELIVERY-PROCESS THRU
                       READ-DELIVERY-EXIT
               WHEN TRUST-UPDATE-OPERATION
                   PERFORM UPDATE-TRUSTED-CONTACT-PROCESS THRU
                       UPDATE-TRUSTED-CONTACT-EXIT
               WHEN TRUST-READ-OPERATION
                   PERFORM READ-TRUSTED-CONTACT-PROCESS THRU
                       READ-TRUSTED-CONTACT-EXIT
               WHEN TRUST-DELETE-OPERATION
                   PERFORM DELETE-TRUSTED-CONTACT-PROCESS THRU
                       DELETE-TRUSTED-CONTACT-EXIT
               WHEN OWNER-ADD-OPERATION
                   PERFORM ADD-BENEFICIAL-OWNER-PROCESS THRU
                       ADD-BENEFICIAL-OWNER-EXIT
               WHEN OWNER-UPDATE-OPERATION
                   PERFORM UPDATE-BENEFICIAL-OWNER-PROCESS THRU
                       UPDATE-BENEFICIAL-OWNER-EXIT
               WHEN OWNER-READ-OPERATION
                   PERFORM READ-BENEFICIAL-OWNER-PROCESS THRU
                       READ-BENEFICIAL-OWNER-EXIT
               WHEN OWNER-DELETE-OPERATION
                   PERFORM DELETE-BENEFICIAL-OWNER-PROCESS THRU
                       DELETE-BENEFICIAL-OWNER-EXIT
               WHEN SEARCH-OPERATION
                   PERFORM SEARCH-BY-NAME-PROCESS THRU
                       SEARCH-BY-NAME-EXIT
      *        A LISTED NAME NEVER COMES ON BOARD CLEAN.
               SET KYC-PENDING OF CUSTOMER-RECORD TO TRUE
           END-IF
      *    NOR DOES AN ENTITY - ITS CONTROL PERSON CAN ONLY BE FILED
      *    ONCE THE ENTITY ITSELF IS ON FILE.
           IF (CORPORATE-CUSTOMER OF CUSTOMER-RECORD
               OR INSTITUTIONAL-CUSTOMER OF CUSTOMER-RECORD)
              AND KYC-COMPLETE OF CUSTOMER-RECORD
               SET KYC-PENDING OF CUSTOMER-RECORD TO TRUE
           END-IF
           PERFORM GET-CURRENT-TIMESTAMP
           MOVE WS-TIMESTAMP TO CREATED-TIMESTAMP OF CUSTOMER-RECORD
           MOVE WS-TIMESTAMP TO UPDATED-TIMESTAMP OF CUSTOMER-RECORD
               CUSTOMER-RECORD
           READ CUSTOMER-FILE
           IF WS-FILE-STATUS = '00'
               IF (CORPORATE-CUSTOMER OF LS-CUSTOMER-RECORD
                   OR INSTITUTIONAL-CUSTOMER OF LS-CUSTOMER-RECORD)
                  AND KYC-COMPLETE OF LS-CUSTOMER-RECORD
                  AND NOT KYC-COMPLETE OF CUSTOMER-RECORD
                   PERFORM CHECK-ENTITY-OWNERS-READY
                   IF WS-OWNER-CONTROL-COUNT = ZERO
                      OR WS-OWNER-HIT-COUNT > ZERO
                       MOVE 04 TO WS-RETURN-CODE
                       MOVE 'KYC-STATUS' TO WS-INVALID-FIELD
                       CLOSE CUSTOMER-FILE
                       GO TO UPDATE-CUSTOMER-EXIT
                   END-IF
               END-IF
               MOVE CUSTOMER-RECORD TO WS-BEFORE-CUSTOMER-RECORD
               MOVE CUSTOMER-RECORD TO WS-PRIOR-CUSTOMER-RECORD
               MOVE LS-CUSTOMER-RECORD TO CUSTOMER-RECORD
               PERFORM CHECK-WATCH-LIST THRU CHECK-WATCH-LIST-EXIT
               IF WATCH-MATCH-FOUND
                   MOVE CUSTOMER-RECORD TO LS-CUSTOMER-RECORD
                   PERFORM JOURNAL-CUSTOMER-IMAGE
                   PERFORM WRITE-CUSTOMER-HISTORY
                   PERFORM QUEUE-ADDRESS-CHANGE THRU
                       QUEUE-ADDRESS-CHANGE-EXIT
               ELSE
                   MOVE 03 TO WS-RETURN-CODE
               END-IF
      *    SEQUENTIAL SCREEN OF THE SANCTIONS LIST - AN EXACT SSN-EIN
      *    HIT, OR AN EXACT MATCH ON 'FIRST LAST' OR COMPANY-NAME.
      *    NO WATCHLST.DAT ON FILE LEAVES SCREENING OFF.
           MOVE SPACES TO WS-CANDIDATE-NAME
           STRING FIRST-NAME OF CUSTOMER-RECORD DELIMITED BY SPACE
                  ' ' DELIMITED BY SIZE
                  LAST-NAME OF CUSTOMER-RECORD DELIMITED BY SPACE
                  INTO WS-CANDIDATE-NAME
           END-STRING
           MOVE SSN-EIN OF CUSTOMER-RECORD TO WS-SCREEN-SSN
           MOVE COMPANY-NAME OF CUSTOMER-RECORD TO WS-SCREEN-COMPANY
           PERFORM SCAN-WATCH-LIST THRU SCAN-WATCH-LIST-EXIT.

       CHECK-WATCH-LIST-EXIT.
           EXIT.

       SCAN-WATCH-LIST.
      *    SCREENS WS-CANDIDATE-NAME / WS-SCREEN-SSN /
      *    WS-SCREEN-COMPANY, SET BY THE CALLER FOR A CUSTOMER OR A
      *    BENEFICIAL OWNER.
           MOVE 'N' TO WS-WATCH-MATCH-SW
           MOVE 'N' TO WS-WATCH-DONE-SW
           MOVE 'N' TO WS-WATCH-ON-FILE-SW

           OPEN INPUT WATCHLST-FILE
           IF WS-WATCH-STATUS NOT = '00'
               GO TO SCAN-WATCH-LIST-EXIT
           END-IF
           SET WATCH-LIST-ON-FILE TO TRUE

           MOVE LOW-VALUES TO WL-ENTRY-ID OF WATCHLST-RECORD
           START WATCHLST-FILE KEY IS NOT LESS THAN

           CLOSE WATCHLST-FILE

       SCAN-WATCH-LIST-EXIT.
           EXIT.

       SCREEN-ONE-WATCH-ENTRY.
               SET WATCH-SCAN-DONE TO TRUE
           ELSE
               IF (WL-SSN-EIN NOT = SPACES
                   AND WL-SSN-EIN = WS-SCREEN-SSN)
                  OR (WL-LISTED-NAME NOT = SPACES
                      AND (WL-LISTED-NAME = WS-CANDIDATE-NAME
                           OR WL-LISTED-NAME = WS-SCREEN-COMPANY))
                   SET WATCH-MATCH-FOUND TO TRUE
                   SET WATCH-SCAN-DONE TO TRUE
               END-IF
       READ-DELIVERY-EXIT.
           EXIT.

       UPDATE-TRUSTED-CONTACT-PROCESS.
           IF TC-CUSTOMER-ID OF LS-TRUSTCON-RECORD = SPACES
               MOVE 04 TO WS-RETURN-CODE
               MOVE 'CUSTOMER-ID' TO WS-INVALID-FIELD
               GO TO UPDATE-TRUSTED-CONTACT-EXIT
           END-IF

      *    A NAMED CONTACT MUST BE REACHABLE; A RECORDED DECLINE
      *    CARRIES NO CONTACT DETAILS AT ALL.
           IF NOT TC-DECLINED OF LS-TRUSTCON-RECORD
               IF TC-LAST-NAME OF LS-TRUSTCON-RECORD = SPACES
                   MOVE 04 TO WS-RETURN-CODE
                   MOVE 'TC-LAST-NAME' TO WS-INVALID-FIELD
                   GO TO UPDATE-TRUSTED-CONTACT-EXIT
               END-IF
               IF TC-PHONE OF LS-TRUSTCON-RECORD = SPACES
                  AND TC-EMAIL-ADDRESS OF LS-TRUSTCON-RECORD = SPACES
                  AND TC-ADDRESS-LINE1 OF LS-TRUSTCON-RECORD = SPACES
                   MOVE 04 TO WS-RETURN-CODE
                   MOVE 'TC-PHONE' TO WS-INVALID-FIELD
                   GO TO UPDATE-TRUSTED-CONTACT-EXIT
               END-IF
           END-IF

           OPEN I-O TRUSTCON-FILE
           IF WS-TRUST-STATUS = '35'
      *        First trusted contact ever written - file has to be
      *        created.
               OPEN OUTPUT TRUSTCON-FILE
               CLOSE TRUSTCON-FILE
               OPEN I-O TRUSTCON-FILE
           END-IF
           IF WS-TRUST-STATUS NOT = '00'
               MOVE 03 TO WS-RETURN-CODE
               GO TO UPDATE-TRUSTED-CONTACT-EXIT
           END-IF

           PERFORM GET-CURRENT-TIMESTAMP
           IF TC-PROVIDED-DATE OF LS-TRUSTCON-RECORD = SPACES
               MOVE WS-CURRENT-DATE TO
                   TC-PROVIDED-DATE OF LS-TRUSTCON-RECORD
           END-IF

           MOVE TC-CUSTOMER-ID OF LS-TRUSTCON-RECORD TO
               TC-CUSTOMER-ID OF TRUSTCON-RECORD
           READ TRUSTCON-FILE
           IF WS-TRUST-STATUS = '00'
               MOVE LS-TRUSTCON-RECORD TO TRUSTCON-RECORD
               MOVE WS-TIMESTAMP TO
                   UPDATED-TIMESTAMP OF TRUSTCON-RECORD
               REWRITE TRUSTCON-RECORD
           ELSE
               MOVE LS-TRUSTCON-RECORD TO TRUSTCON-RECORD
               MOVE WS-TIMESTAMP TO
                   CREATED-TIMESTAMP OF TRUSTCON-RECORD
               MOVE WS-TIMESTAMP TO
                   UPDATED-TIMESTAMP OF TRUSTCON-RECORD
               WRITE TRUSTCON-RECORD
           END-IF

           IF WS-TRUST-STATUS = '00'
               MOVE 00 TO WS-RETURN-CODE
               MOVE TRUSTCON-RECORD TO LS-TRUSTCON-RECORD
           ELSE
               MOVE 03 TO WS-RETURN-CODE
           END-IF

           CLOSE TRUSTCON-FILE.

       UPDATE-TRUSTED-CONTACT-EXIT.
           EXIT.

       READ-TRUSTED-CONTACT-PROCESS.
           OPEN INPUT TRUSTCON-FILE
           IF WS-TRUST-STATUS NOT = '00'
               MOVE 03 TO WS-RETURN-CODE
               GO TO READ-TRUSTED-CONTACT-EXIT
           END-IF

           MOVE TC-CUSTOMER-ID OF LS-TRUSTCON-RECORD TO
               TC-CUSTOMER-ID OF TRUSTCON-RECORD
           READ TRUSTCON-FILE
           EVALUATE WS-TRUST-STATUS
               WHEN '00'
                   MOVE 00 TO WS-RETURN-CODE
                   MOVE TRUSTCON-RECORD TO LS-TRUSTCON-RECORD
               WHEN '23'
                   MOVE 01 TO WS-RETURN-CODE
               WHEN OTHER
                   MOVE 03 TO WS-RETURN-CODE
           END-EVALUATE

           CLOSE TRUSTCON-FILE.

       READ-TRUSTED-CONTACT-EXIT.
           EXIT.

       DELETE-TRUSTED-CONTACT-PROCESS.
           OPEN I-O TRUSTCON-FILE
           IF WS-TRUST-STATUS NOT = '00'
               MOVE 03 TO WS-RETURN-CODE
               GO TO DELETE-TRUSTED-CONTACT-EXIT
           END-IF

           MOVE TC-CUSTOMER-ID OF LS-TRUSTCON-RECORD TO
               TC-CUSTOMER-ID OF TRUSTCON-RECORD
           READ TRUSTCON-FILE
           IF WS-TRUST-STATUS = '00'
               DELETE TRUSTCON-FILE
               IF WS-TRUST-STATUS = '00'
                   MOVE 00 TO WS-RETURN-CODE
               ELSE
                   MOVE 03 TO WS-RETURN-CODE
               END-IF
           ELSE
               MOVE 01 TO WS-RETURN-CODE
           END-IF

           CLOSE TRUSTCON-FILE.

       DELETE-TRUSTED-CONTACT-EXIT.
           EXIT.

       ADD-BENEFICIAL-OWNER-PROCESS.
           PERFORM VALIDATE-BENEFICIAL-OWNER THRU
               VALIDATE-BENEFICIAL-OWNER-EXIT
           IF WS-RETURN-CODE NOT = 00
               GO TO ADD-BENEFICIAL-OWNER-EXIT
           END-IF
           PERFORM OPEN-ENTITY-OWNER-FILES THRU
               OPEN-ENTITY-OWNER-FILES-EXIT
           IF WS-RETURN-CODE NOT = 00
               GO TO ADD-BENEFICIAL-OWNER-EXIT
           END-IF

      *    AN ENTITY HAS ONE CONTROL PERSON.
           MOVE BO-CUSTOMER-ID OF LS-BENOWN-RECORD TO
               WS-OWNER-ENTITY-ID
           MOVE ZERO TO WS-OWNER-SKIP-SEQ
           PERFORM COUNT-ENTITY-OWNERS
           IF BO-CONTROL-PERSON OF LS-BENOWN-RECORD
              AND WS-OWNER-CONTROL-COUNT > ZERO
               MOVE 02 TO WS-RETURN-CODE
               MOVE 'BO-ROLE' TO WS-INVALID-FIELD
               GO TO ADD-BENEFICIAL-OWNER-CLOSE
           END-IF
           IF WS-OWNER-MAX-SEQ = 99
               MOVE 04 TO WS-RETURN-CODE
               MOVE 'BO-OWNER-SEQ' TO WS-INVALID-FIELD
               GO TO ADD-BENEFICIAL-OWNER-CLOSE
           END-IF

           MOVE LS-BENOWN-RECORD TO BENOWN-RECORD
           ADD 1 TO WS-OWNER-MAX-SEQ
               GIVING BO-OWNER-SEQ OF BENOWN-RECORD
           PERFORM GET-CURRENT-TIMESTAMP
           PERFORM SCREEN-BENEFICIAL-OWNER
           MOVE WS-TIMESTAMP TO CREATED-TIMESTAMP OF BENOWN-RECORD
           MOVE WS-TIMESTAMP TO UPDATED-TIMESTAMP OF BENOWN-RECORD
           MOVE UPDATED-BY OF LS-BENOWN-RECORD TO
               CREATED-BY OF BENOWN-RECORD
           WRITE BENOWN-RECORD
           IF WS-BENOWN-STATUS NOT = '00'
               MOVE 03 TO WS-RETURN-CODE
               GO TO ADD-BENEFICIAL-OWNER-CLOSE
           END-IF
           MOVE 00 TO WS-RETURN-CODE
           MOVE BENOWN-RECORD TO LS-BENOWN-RECORD
           PERFORM RECHECK-ENTITY-KYC.

       ADD-BENEFICIAL-OWNER-CLOSE.
           CLOSE BENOWN-FILE
           CLOSE CUSTOMER-FILE.

       ADD-BENEFICIAL-OWNER-EXIT.
           EXIT.

       UPDATE-BENEFICIAL-OWNER-PROCESS.
           PERFORM VALIDATE-BENEFICIAL-OWNER THRU
               VALIDATE-BENEFICIAL-OWNER-EXIT
           IF WS-RETURN-CODE NOT = 00
               GO TO UPDATE-BENEFICIAL-OWNER-EXIT
           END-IF
           PERFORM OPEN-ENTITY-OWNER-FILES THRU
               OPEN-ENTITY-OWNER-FILES-EXIT
           IF WS-RETURN-CODE NOT = 00
               GO TO UPDATE-BENEFICIAL-OWNER-EXIT
           END-IF

           MOVE BO-CUSTOMER-ID OF LS-BENOWN-RECORD TO
               WS-OWNER-ENTITY-ID
           MOVE BO-OWNER-SEQ OF LS-BENOWN-RECORD TO WS-OWNER-SKIP-SEQ
           PERFORM COUNT-ENTITY-OWNERS
           IF BO-CONTROL-PERSON OF LS-BENOWN-RECORD
              AND WS-OWNER-CONTROL-COUNT > ZERO
               MOVE 02 TO WS-RETURN-CODE
               MOVE 'BO-ROLE' TO WS-INVALID-FIELD
               GO TO UPDATE-BENEFICIAL-OWNER-CLOSE
           END-IF

           MOVE BO-KEY OF LS-BENOWN-RECORD TO BO-KEY OF BENOWN-RECORD
           READ BENOWN-FILE
           IF WS-BENOWN-STATUS NOT = '00'
               MOVE 01 TO WS-RETURN-CODE
               GO TO UPDATE-BENEFICIAL-OWNER-CLOSE
           END-IF
           MOVE CREATED-TIMESTAMP OF BENOWN-RECORD TO
               WS-OWNER-CREATED-TIMESTAMP
           MOVE CREATED-BY OF BENOWN-RECORD TO WS-OWNER-CREATED-BY

           MOVE LS-BENOWN-RECORD TO BENOWN-RECORD
           PERFORM GET-CURRENT-TIMESTAMP
           PERFORM SCREEN-BENEFICIAL-OWNER
           MOVE WS-OWNER-CREATED-TIMESTAMP TO
               CREATED-TIMESTAMP OF BENOWN-RECORD
           MOVE WS-OWNER-CREATED-BY TO CREATED-BY OF BENOWN-RECORD
           MOVE WS-TIMESTAMP TO UPDATED-TIMESTAMP OF BENOWN-RECORD
           REWRITE BENOWN-RECORD
           IF WS-BENOWN-STATUS NOT = '00'
               MOVE 03 TO WS-RETURN-CODE
               GO TO UPDATE-BENEFICIAL-OWNER-CLOSE
           END-IF
           MOVE 00 TO WS-RETURN-CODE
           MOVE BENOWN-RECORD TO LS-BENOWN-RECORD
           PERFORM RECHECK-ENTITY-KYC.

       UPDATE-BENEFICIAL-OWNER-CLOSE.
           CLOSE BENOWN-FILE
           CLOSE CUSTOMER-FILE.

       UPDATE-BENEFICIAL-OWNER-EXIT.
           EXIT.

       READ-BENEFICIAL-OWNER-PROCESS.
           OPEN INPUT BENOWN-FILE
           IF WS-BENOWN-STATUS NOT = '00'
               MOVE 03 TO WS-RETURN-CODE
               GO TO READ-BENEFICIAL-OWNER-EXIT
           END-IF

           MOVE BO-KEY OF LS-BENOWN-RECORD TO BO-KEY OF BENOWN-RECORD
           READ BENOWN-FILE
           EVALUATE WS-BENOWN-STATUS
               WHEN '00'
                   MOVE 00 TO WS-RETURN-CODE
                   MOVE BENOWN-RECORD TO LS-BENOWN-RECORD
               WHEN '23'
                   MOVE 01 TO WS-RETURN-CODE
               WHEN OTHER
                   MOVE 03 TO WS-RETURN-CODE
           END-EVALUATE

           CLOSE BENOWN-FILE.

       READ-BENEFICIAL-OWNER-EXIT.
           EXIT.

       DELETE-BENEFICIAL-OWNER-PROCESS.
           MOVE UPDATED-BY OF LS-BENOWN-RECORD TO
               OP-OPERATOR-ID OF WS-OPERATOR-RECORD
           MOVE 'CUSTUPD ' TO WS-CONTROLLED-OPERATION
           PERFORM CHECK-OPERATOR-ENTITLEMENT
           IF WS-OPERCTL-RETURN-CODE NOT = 00
               MOVE 13 TO WS-RETURN-CODE
               GO TO DELETE-BENEFICIAL-OWNER-EXIT
           END-IF
           MOVE 00 TO WS-RETURN-CODE
           PERFORM OPEN-ENTITY-OWNER-FILES THRU
               OPEN-ENTITY-OWNER-FILES-EXIT
           IF WS-RETURN-CODE NOT = 00
               GO TO DELETE-BENEFICIAL-OWNER-EXIT
           END-IF

           MOVE BO-KEY OF LS-BENOWN-RECORD TO BO-KEY OF BENOWN-RECORD
           READ BENOWN-FILE
           IF WS-BENOWN-STATUS NOT = '00'
               MOVE 01 TO WS-RETURN-CODE
               GO TO DELETE-BENEFICIAL-OWNER-CLOSE
           END-IF
           DELETE BENOWN-FILE
           IF WS-BENOWN-STATUS NOT = '00'
               MOVE 03 TO WS-RETURN-CODE
               GO TO DELETE-BENEFICIAL-OWNER-CLOSE
           END-IF
           MOVE 00 TO WS-RETURN-CODE
           MOVE BO-CUSTOMER-ID OF LS-BENOWN-RECORD TO
               WS-OWNER-ENTITY-ID
           PERFORM RECHECK-ENTITY-KYC.

       DELETE-BENEFICIAL-OWNER-CLOSE.
           CLOSE BENOWN-FILE
           CLOSE CUSTOMER-FILE.

       DELETE-BENEFICIAL-OWNER-EXIT.
           EXIT.

       VALIDATE-BENEFICIAL-OWNER.
      *    THE CUSTOMER-IDENTIFICATION FACTS THE RULE ASKS FOR ON EACH
      *    PERSON - NAME, DATE OF BIRTH, ADDRESS, AND SSN - AND A
      *    ROLE THAT FITS THE PERCENTAGE.
           MOVE 00 TO WS-RETURN-CODE
           IF BO-CUSTOMER-ID OF LS-BENOWN-RECORD = SPACES
               MOVE 04 TO WS-RETURN-CODE
               MOVE 'CUSTOMER-ID' TO WS-INVALID-FIELD
               GO TO VALIDATE-BENEFICIAL-OWNER-EXIT
           END-IF
           IF BO-LAST-NAME OF LS-BENOWN-RECORD = SPACES
               MOVE 04 TO WS-RETURN-CODE
               MOVE 'BO-LAST-NAME' TO WS-INVALID-FIELD
               GO TO VALIDATE-BENEFICIAL-OWNER-EXIT
           END-IF
           IF BO-DATE-OF-BIRTH OF LS-BENOWN-RECORD NOT NUMERIC
               MOVE 04 TO WS-RETURN-CODE
               MOVE 'BO-DATE-OF-BIRTH' TO WS-INVALID-FIELD
               GO TO VALIDATE-BENEFICIAL-OWNER-EXIT
           END-IF
           IF BO-SSN OF LS-BENOWN-RECORD = SPACES
               MOVE 04 TO WS-RETURN-CODE
               MOVE 'BO-SSN' TO WS-INVALID-FIELD
               GO TO VALIDATE-BENEFICIAL-OWNER-EXIT
           END-IF
           IF BO-ADDRESS-LINE1 OF LS-BENOWN-RECORD = SPACES
               MOVE 04 TO WS-RETURN-CODE
               MOVE 'BO-ADDRESS-LINE1' TO WS-INVALID-FIELD
               GO TO VALIDATE-BENEFICIAL-OWNER-EXIT
           END-IF
           IF NOT BO-VALID-ROLE OF LS-BENOWN-RECORD
               MOVE 04 TO WS-RETURN-CODE
               MOVE 'BO-ROLE' TO WS-INVALID-FIELD
               GO TO VALIDATE-BENEFICIAL-OWNER-EXIT
           END-IF
           IF BO-OWNERSHIP-PCT OF LS-BENOWN-RECORD NOT NUMERIC
              OR BO-OWNERSHIP-PCT OF LS-BENOWN-RECORD > 100
               MOVE 04 TO WS-RETURN-CODE
               MOVE 'BO-OWNERSHIP-PCT' TO WS-INVALID-FIELD
               GO TO VALIDATE-BENEFICIAL-OWNER-EXIT
           END-IF
           IF BO-BENEFICIAL-OWNER OF LS-BENOWN-RECORD
              AND BO-OWNERSHIP-PCT OF LS-BENOWN-RECORD < 25
               MOVE 04 TO WS-RETURN-CODE
               MOVE 'BO-OWNERSHIP-PCT' TO WS-INVALID-FIELD
               GO TO VALIDATE-BENEFICIAL-OWNER-EXIT
           END-IF

           MOVE UPDATED-BY OF LS-BENOWN-RECORD TO
               OP-OPERATOR-ID OF WS-OPERATOR-RECORD
           MOVE 'CUSTUPD ' TO WS-CONTROLLED-OPERATION
           PERFORM CHECK-OPERATOR-ENTITLEMENT
           IF WS-OPERCTL-RETURN-CODE NOT = 00
               MOVE 13 TO WS-RETURN-CODE
           END-IF.

       VALIDATE-BENEFICIAL-OWNER-EXIT.
           EXIT.

       OPEN-ENTITY-OWNER-FILES.
      *    THE ENTITY IS HELD OPEN I-O ALONGSIDE BENOWN.DAT SO AN
      *    OWNER CHANGE THAT UNDOES ITS KYC CAN SET IT BACK TO
      *    PENDING IN THE SAME CALL.
           OPEN I-O CUSTOMER-FILE
           IF WS-FILE-STATUS NOT = '00'
               MOVE 03 TO WS-RETURN-CODE
               GO TO OPEN-ENTITY-OWNER-FILES-EXIT
           END-IF
           MOVE BO-CUSTOMER-ID OF LS-BENOWN-RECORD TO
               CUSTOMER-ID OF CUSTOMER-RECORD
           READ CUSTOMER-FILE
           IF WS-FILE-STATUS NOT = '00'
               MOVE 01 TO WS-RETURN-CODE
               CLOSE CUSTOMER-FILE
               GO TO OPEN-ENTITY-OWNER-FILES-EXIT
           END-IF
           IF NOT CORPORATE-CUSTOMER OF CUSTOMER-RECORD
              AND NOT INSTITUTIONAL-CUSTOMER OF CUSTOMER-RECORD
               MOVE 04 TO WS-RETURN-CODE
               MOVE 'CUSTOMER-TYPE' TO WS-INVALID-FIELD
               CLOSE CUSTOMER-FILE
               GO TO OPEN-ENTITY-OWNER-FILES-EXIT
           END-IF

           OPEN I-O BENOWN-FILE
           IF WS-BENOWN-STATUS = '35'
      *        First owner ever filed - file has to be created.
               OPEN OUTPUT BENOWN-FILE
               CLOSE BENOWN-FILE
               OPEN I-O BENOWN-FILE
           END-IF
           IF WS-BENOWN-STATUS NOT = '00'
               MOVE 03 TO WS-RETURN-CODE
               CLOSE CUSTOMER-FILE
           END-IF.

       OPEN-ENTITY-OWNER-FILES-EXIT.
           EXIT.

       COUNT-ENTITY-OWNERS.
      *    WALKS WS-OWNER-ENTITY-ID'S OWNERS ON AN OPEN BENOWN.DAT,
      *    COUNTING CONTROL PERSONS AND WATCH-LIST HITS (LEAVING OUT
      *    WS-OWNER-SKIP-SEQ, THE ROW BEING CHANGED) AND NOTING THE
      *    HIGHEST SEQUENCE IN USE.
           MOVE ZERO TO WS-OWNER-CONTROL-COUNT
           MOVE ZERO TO WS-OWNER-HIT-COUNT
           MOVE ZERO TO WS-OWNER-MAX-SEQ
           MOVE 'N' TO WS-OWNER-SCAN-DONE-SW
           MOVE WS-OWNER-ENTITY-ID TO BO-CUSTOMER-ID OF BENOWN-RECORD
           MOVE ZERO TO BO-OWNER-SEQ OF BENOWN-RECORD
           START BENOWN-FILE KEY IS NOT LESS THAN
                   BO-KEY OF BENOWN-RECORD
               INVALID KEY SET OWNER-SCAN-DONE TO TRUE
           END-START
           PERFORM COUNT-ONE-OWNER UNTIL OWNER-SCAN-DONE.

       COUNT-ONE-OWNER.
           READ BENOWN-FILE NEXT RECORD
           IF WS-BENOWN-STATUS NOT = '00'
               SET OWNER-SCAN-DONE TO TRUE
           ELSE
               IF BO-CUSTOMER-ID OF BENOWN-RECORD NOT =
                  WS-OWNER-ENTITY-ID
                   SET OWNER-SCAN-DONE TO TRUE
               ELSE
                   MOVE BO-OWNER-SEQ OF BENOWN-RECORD TO
                       WS-OWNER-MAX-SEQ
                   IF BO-OWNER-SEQ OF BENOWN-RECORD NOT =
                      WS-OWNER-SKIP-SEQ
                       IF BO-CONTROL-PERSON OF BENOWN-RECORD
                           ADD 1 TO WS-OWNER-CONTROL-COUNT
                       END-IF
                       IF BO-SCREEN-HIT OF BENOWN-RECORD
                           ADD 1 TO WS-OWNER-HIT-COUNT
                       END-IF
                   END-IF
               END-IF
           END-IF.

       CHECK-ENTITY-OWNERS-READY.
      *    USED BY UPDATE BEFORE AN ENTITY IS MOVED TO KYC-COMPLETE.
      *    NO BENOWN.DAT YET MEANS NO CONTROL PERSON.
           MOVE ZERO TO WS-OWNER-CONTROL-COUNT
           MOVE ZERO TO WS-OWNER-HIT-COUNT
           OPEN INPUT BENOWN-FILE
           IF WS-BENOWN-STATUS = '00'
               MOVE CUSTOMER-ID OF LS-CUSTOMER-RECORD TO
                   WS-OWNER-ENTITY-ID
               MOVE ZERO TO WS-OWNER-SKIP-SEQ
               PERFORM COUNT-ENTITY-OWNERS
               CLOSE BENOWN-FILE
           END-IF.

       RECHECK-ENTITY-KYC.
      *    AN OWNER CHANGE THAT LEAVES A KYC-COMPLETE ENTITY WITH NO
      *    CONTROL PERSON, OR WITH AN OWNER ON THE WATCH LIST, SETS
      *    THE ENTITY BACK TO KYC-PENDING. CUSTOMER-RECORD STILL
      *    HOLDS THE ENTITY READ BY OPEN-ENTITY-OWNER-FILES.
           IF KYC-COMPLETE OF CUSTOMER-RECORD
               MOVE BO-CUSTOMER-ID OF LS-BENOWN-RECORD TO
                   WS-OWNER-ENTITY-ID
               MOVE ZERO TO WS-OWNER-SKIP-SEQ
               PERFORM COUNT-ENTITY-OWNERS
               IF WS-OWNER-CONTROL-COUNT = ZERO
                  OR WS-OWNER-HIT-COUNT > ZERO
                   MOVE CUSTOMER-RECORD TO WS-BEFORE-CUSTOMER-RECORD
                   SET KYC-PENDING OF CUSTOMER-RECORD TO TRUE
                   MOVE UPDATED-BY OF LS-BENOWN-RECORD TO
                       UPDATED-BY OF CUSTOMER-RECORD
                   PERFORM GET-CURRENT-TIMESTAMP
                   MOVE WS-TIMESTAMP TO
                       UPDATED-TIMESTAMP OF CUSTOMER-RECORD
                   REWRITE CUSTOMER-RECORD
                   IF WS-FILE-STATUS = '00'
                       PERFORM JOURNAL-CUSTOMER-IMAGE
                       PERFORM WRITE-CUSTOMER-HISTORY
                   END-IF
               END-IF
           END-IF.

       SCREEN-BENEFICIAL-OWNER.
      *    THE SAME EXACT SSN / 'FIRST LAST' SCREEN A CUSTOMER GETS.
      *    WITH NO WATCHLST.DAT ON FILE THE ROW IS LEFT AS IT WAS.
           MOVE SPACES TO WS-CANDIDATE-NAME
           STRING BO-FIRST-NAME OF BENOWN-RECORD DELIMITED BY SPACE
                  ' ' DELIMITED BY SIZE
                  BO-LAST-NAME OF BENOWN-RECORD DELIMITED BY SPACE
                  INTO WS-CANDIDATE-NAME
           END-STRING
           MOVE BO-SSN OF BENOWN-RECORD TO WS-SCREEN-SSN
           MOVE SPACES TO WS-SCREEN-COMPANY
           PERFORM SCAN-WATCH-LIST THRU SCAN-WATCH-LIST-EXIT
           IF WATCH-LIST-ON-FILE
               IF WATCH-MATCH-FOUND
                   SET BO-SCREEN-HIT OF BENOWN-RECORD TO TRUE
               ELSE
                   SET BO-SCREEN-CLEAR OF BENOWN-RECORD TO TRUE
               END-IF
               MOVE WS-CURRENT-DATE TO BO-SCREEN-DATE OF BENOWN-RECORD
           END-IF.


       CHECK-OPERATOR-ENTITLEMENT.
      *    RC 13 IS THE SHARED NOT-ENTITLED CODE; RC 01 MEANS THE
                                 WS-JOURNAL-KEY,
                                 WS-JOURNAL-PROGRAM,
                                 WS-JOURNAL-IMAGE
           PERFORM PUBLISH-CUSTOMER-EVENT
           MOVE SPACE TO WS-JOURNAL-ACTION.

       PUBLISH-CUSTOMER-EVENT.
      *    THE SAME IMAGE GOES TO THE CHANGE-DATA-CAPTURE FEED, SO THE
      *    CRM SEES EVERY ONBOARDING AND AMENDMENT AS IT COMMITS.
           EVALUATE TRUE
               WHEN WS-JOURNAL-ACTION = 'D'
                   MOVE 'DELETED ' TO WS-CDC-EVENT-TYPE
               WHEN CREATE-OPERATION
                   MOVE 'CREATED ' TO WS-CDC-EVENT-TYPE
               WHEN OTHER
                   MOVE 'UPDATED ' TO WS-CDC-EVENT-TYPE
           END-EVALUATE
           MOVE WS-JOURNAL-KEY TO WS-CDC-KEY
           MOVE CUSTOMER-ID OF CUSTOMER-RECORD TO WS-CDC-CORRELATION-ID
           MOVE SPACES TO WS-CDC-IMAGE
           MOVE CUSTOMER-RECORD TO WS-CDC-IMAGE
           CALL 'CDCPUB' USING WS-CDC-ENTITY-TYPE,
                                WS-CDC-EVENT-TYPE,
                                WS-CDC-KEY,
                                WS-CDC-CORRELATION-ID,
                                WS-JOURNAL-PROGRAM,
                                WS-CDC-IMAGE.

       GET-CURRENT-TIMESTAMP.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CURRENT-TIME FROM TIME
               CLOSE ACCTHIST-FILE
           END-IF.

       QUEUE-ADDRESS-CHANGE.
      *    A CHANGED MAILING ADDRESS IS CONFIRMED AT BOTH ENDS - ONE
      *    NOTICE TO THE NEW ADDRESS AND ONE TO THE PRIOR ADDRESS, SO
      *    A CUSTOMER WHOSE ADDRESS WAS CHANGED WITHOUT THEIR KNOWLEDGE
      *    HEARS OF IT WHERE THEY STILL LIVE. THE PRIOR ADDRESS IS
      *    KEPT ON ADDRCHG.DAT FOR NOTIFGEN TO MAIL TO. NEITHER FILE
      *    OPENING LEAVES THE UPDATE ITSELF STANDING.
           IF ADDRESS-LINE1 OF CUSTOMER-RECORD =
              ADDRESS-LINE1 OF WS-PRIOR-CUSTOMER-RECORD
              AND ADDRESS-LINE2 OF CUSTOMER-RECORD =
                  ADDRESS-LINE2 OF WS-PRIOR-CUSTOMER-RECORD
              AND CITY OF CUSTOMER-RECORD =
                  CITY OF WS-PRIOR-CUSTOMER-RECORD
              AND STATE OF CUSTOMER-RECORD =
                  STATE OF WS-PRIOR-CUSTOMER-RECORD
              AND ZIP-CODE OF CUSTOMER-RECORD =
                  ZIP-CODE OF WS-PRIOR-CUSTOMER-RECORD
              AND COUNTRY OF CUSTOMER-RECORD =
                  COUNTRY OF WS-PRIOR-CUSTOMER-RECORD
               GO TO QUEUE-ADDRESS-CHANGE-EXIT
           END-IF

           OPEN I-O ADDRCHG-FILE
           IF WS-ADDRCHG-STATUS = '35'
               OPEN OUTPUT ADDRCHG-FILE
               CLOSE ADDRCHG-FILE
               OPEN I-O ADDRCHG-FILE
           END-IF
           IF WS-ADDRCHG-STATUS NOT = '00'
               GO TO QUEUE-ADDRESS-CHANGE-EXIT
           END-IF

      *    A SECOND CHANGE THE SAME DAY KEEPS THE DAY'S FIRST PRIOR
      *    ADDRESS - THAT IS WHERE THE CUSTOMER WAS LIVING.
           MOVE 'N' TO WS-ADDRCHG-ON-FILE-SW
           MOVE CUSTOMER-ID OF CUSTOMER-RECORD TO AC-CUSTOMER-ID
           MOVE WS-CURRENT-DATE TO AC-CHANGE-DATE
           READ ADDRCHG-FILE
           IF WS-ADDRCHG-STATUS = '00'
               SET ADDRCHG-ON-FILE TO TRUE
           ELSE
               MOVE SPACES TO ADDRCHG-RECORD
               MOVE CUSTOMER-ID OF CUSTOMER-RECORD TO AC-CUSTOMER-ID
               MOVE WS-CURRENT-DATE TO AC-CHANGE-DATE
               MOVE ADDRESS-LINE1 OF WS-PRIOR-CUSTOMER-RECORD TO
                   AC-PRIOR-LINE1
               MOVE ADDRESS-LINE2 OF WS-PRIOR-CUSTOMER-RECORD TO
                   AC-PRIOR-LINE2
               MOVE CITY OF WS-PRIOR-CUSTOMER-RECORD TO AC-PRIOR-CITY
               MOVE STATE OF WS-PRIOR-CUSTOMER-RECORD TO
                   AC-PRIOR-STATE
               MOVE ZIP-CODE OF WS-PRIOR-CUSTOMER-RECORD TO
                   AC-PRIOR-ZIP-CODE
               MOVE COUNTRY OF WS-PRIOR-CUSTOMER-RECORD TO
                   AC-PRIOR-COUNTRY
           END-IF

           MOVE ADDRESS-LINE1 OF CUSTOMER-RECORD TO AC-NEW-LINE1
           MOVE ADDRESS-LINE2 OF CUSTOMER-RECORD TO AC-NEW-LINE2
           MOVE CITY OF CUSTOMER-RECORD TO AC-NEW-CITY
           MOVE STATE OF CUSTOMER-RECORD TO AC-NEW-STATE
           MOVE ZIP-CODE OF CUSTOMER-RECORD TO AC-NEW-ZIP-CODE
           MOVE COUNTRY OF CUSTOMER-RECORD TO AC-NEW-COUNTRY
           MOVE UPDATED-BY OF CUSTOMER-RECORD TO AC-CHANGED-BY
           MOVE UPDATED-TIMESTAMP OF CUSTOMER-RECORD TO
               AC-CHANGED-TIMESTAMP
           IF ADDRCHG-ON-FILE
               REWRITE ADDRCHG-RECORD
           ELSE
               WRITE ADDRCHG-RECORD
           END-IF
           CLOSE ADDRCHG-FILE

      *    THE NOTICES ARE CUSTOMER-LEVEL - THE CUSTOMER-ID GOES IN
      *    THE QUEUE'S ACCOUNT SLOT, AS TINLOAD'S B-NOTICES DO. A
      *    SECOND CHANGE THE SAME DAY IS A HARMLESS DUPLICATE KEY.
           OPEN I-O NOTIFQ-FILE
           IF WS-NOTIFQ-STATUS = '35'
               OPEN OUTPUT NOTIFQ-FILE
               CLOSE NOTIFQ-FILE
               OPEN I-O NOTIFQ-FILE
           END-IF
           IF WS-NOTIFQ-STATUS NOT = '00'
               GO TO QUEUE-ADDRESS-CHANGE-EXIT
           END-IF

           MOVE 'ADDRCHGN' TO WS-NOTICE-TYPE
           PERFORM WRITE-ADDRESS-NOTICE
           MOVE 'ADDRCHGO' TO WS-NOTICE-TYPE
           PERFORM WRITE-ADDRESS-NOTICE
           CLOSE NOTIFQ-FILE.

       QUEUE-ADDRESS-CHANGE-EXIT.
           EXIT.

       WRITE-ADDRESS-NOTICE.
           MOVE SPACES TO NOTIFQ-RECORD
           MOVE CUSTOMER-ID OF CUSTOMER-RECORD TO NQ-ACCOUNT-ID
           MOVE WS-NOTICE-TYPE TO NQ-NOTICE-TYPE
           MOVE WS-CURRENT-DATE TO NQ-CREATED-DATE
           MOVE CUSTOMER-ID OF CUSTOMER-RECORD TO NQ-CUSTOMER-ID
           MOVE 'YOUR MAILING ADDRESS OF RECORD HAS CHANGED' TO
               NQ-EVENT-DATA
           SET NQ-PENDING TO TRUE
           MOVE SPACES TO NQ-SENT-DATE
           WRITE NOTIFQ-RECORD.

       END PROGRAM CUSTMGMT.
