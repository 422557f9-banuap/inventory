      * FUNCTIONS: STANDALONE BATCH JOB - RUN DAILY AHEAD OF THE
      *            CHECK-PRINT VENDOR CUTOFF. THE BANK'S PAID-ITEMS
      *            FILE COMES BACK THROUGH CHKPAID.
      *
      * MODIFICATION HISTORY:
      * 2026-10-15  THE OPERATOR WHO KEYED THE REQUEST
      *             (CRQ-REQUESTED-BY) IS STAMPED ON THE ISSUED CHECK AS
      *             CK-REQUESTED-BY FOR THE SEGREGATION-OF-DUTIES REVIEW
      *             (SODRPT).
      * 2026-10-15  LEGAL PROCESS REMITTANCES: A REQUEST LGLREMIT QUEUED
      *             (CRQ-SOURCE 'L') PAYS A LEVYING OR GARNISHING
      *             AGENCY. IT NEEDS NO CHECKWRITING AGREEMENT; LEGALMNT
      *             REMIT LIFTS THE HOLD ON THE FUNDS, THE WTH POSTS
      *             WITH SUBTYPE 'LGLP', AND LEGALMNT PAID RECORDS IT
      *             AND NOTIFIES THE CUSTOMER. A POSTING THAT FAILS
      *             PUTS THE HOLD BACK (REVREM). THE REQUEST LAYOUT
      *             MOVED TO THE CHKREQ COPYBOOK.
      * 2026-10-15  A REQUEST TRANPOST REFUSES WITH 17 (ACCOUNT UNDER A
      *             SENIOR EXPLOITATION HOLD) IS REPORTED AS HELD AND
      *             COUNTED APART FROM REJECTS. NO CHECK IS ISSUED; THE
      *             REQUEST IS RESUBMITTED ONCE THE HOLD ENDS.
      ******************************************************************

       ENVIRONMENT DIVISION.
       DATA DIVISION.
       FILE SECTION.
       FD  CHKREQ-FILE.
       COPY CHKREQ.

       FD  CHECKISS-FILE.
       COPY CHECKISS.
       01  WS-AUTHCHK-OPERATOR           PIC X(08) VALUE 'CHKDISB '.
       01  WS-AUTHCHK-RETURN-CODE        PIC 9(02).

       01  WS-LEGALMNT-OPERATION         PIC X(06).
       01  WS-LEGALMNT-RETURN-CODE       PIC 9(02).
       COPY LEGALPRC REPLACING LEGALPRC-RECORD BY WS-LEGALPRC-RECORD.

       01  WS-TRANPOST-OPERATION         PIC X(06) VALUE 'POST  '.
       01  WS-TRANPOST-RETURN-CODE       PIC 9(02).
       COPY TRANSACTION REPLACING TRANSACTION-RECORD BY
       01  WS-REQUEST-COUNT              PIC 9(07) COMP.
       01  WS-ISSUED-COUNT               PIC 9(07) COMP.
       01  WS-REJECT-COUNT               PIC 9(07) COMP.
       01  WS-HELD-COUNT                 PIC 9(07) COMP.
       01  WS-REQUEST-DISPLAY            PIC ZZZZZZ9.
       01  WS-ISSUED-DISPLAY             PIC ZZZZZZ9.
       01  WS-REJECT-DISPLAY             PIC ZZZZZZ9.
       01  WS-HELD-DISPLAY               PIC ZZZZZZ9.
       01  WS-AMOUNT-DISPLAY             PIC Z,ZZZ,ZZZ,ZZ9.99-.

       PROCEDURE DIVISION.
           MOVE ZERO TO WS-REQUEST-COUNT
           MOVE ZERO TO WS-ISSUED-COUNT
           MOVE ZERO TO WS-REJECT-COUNT
           MOVE ZERO TO WS-HELD-COUNT
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           MOVE WS-CURRENT-DATE TO WS-DATE-PARTS

               GO TO WORK-ONE-REQUEST-NEXT
           END-IF

      *    A REMITTANCE TO A LEVYING OR GARNISHING AGENCY IS NOT THE
      *    CUSTOMER WRITING A CHECK - NO AGREEMENT OR AUTHORITY
      *    APPLIES, BUT THE HELD FUNDS HAVE TO BE FREED FIRST.
           IF CRQ-LEGAL-REMITTANCE
               PERFORM START-LEGAL-REMITTANCE
               IF WS-LEGALMNT-RETURN-CODE NOT = 00
                   ADD 1 TO WS-REJECT-COUNT
                   PERFORM WRITE-REJECT-LINE
                   GO TO WORK-ONE-REQUEST-NEXT
               END-IF
               GO TO WORK-ONE-REQUEST-POST
           END-IF

           PERFORM CHECK-CHECKWRITE-AGREEMENT THRU
               CHECK-CHECKWRITE-EXIT
           IF AGREEMENT-BLOCKED
                   PERFORM WRITE-REJECT-LINE
                   GO TO WORK-ONE-REQUEST-NEXT
               END-IF
           END-IF.

       WORK-ONE-REQUEST-POST.
           MOVE SPACES TO WS-TRANSACTION-RECORD
           MOVE CRQ-ACCOUNT-ID TO
               ACCOUNT-ID OF WS-TRANSACTION-RECORD
           MOVE CRQ-AMOUNT TO NET-AMOUNT OF WS-TRANSACTION-RECORD
           MOVE 'CHKDISB ' TO CREATED-BY OF WS-TRANSACTION-RECORD
           MOVE 'CHKDISB ' TO UPDATED-BY OF WS-TRANSACTION-RECORD
           IF CRQ-LEGAL-REMITTANCE
               SET LEGAL-REMIT-SUBTYPE OF WS-TRANSACTION-RECORD
                   TO TRUE
               MOVE 'LEGAL PROCESS REMITTANCE' TO
                   TRANSACTION-DESC OF WS-TRANSACTION-RECORD
           END-IF

           CALL 'TRANPOST' USING WS-TRANPOST-OPERATION,
                                  WS-TRANSACTION-RECORD,
                                  WS-TRANPOST-START-DATE,
                                  WS-TRANPOST-END-DATE,
                                  WS-TRANPOST-HISTORY-BUFFER
           IF WS-TRANPOST-RETURN-CODE NOT = 00
              AND CRQ-LEGAL-REMITTANCE
               PERFORM BACK-OUT-LEGAL-REMITTANCE
           END-IF
           IF WS-TRANPOST-RETURN-CODE = 17
               ADD 1 TO WS-HELD-COUNT
               PERFORM WRITE-HELD-LINE
               GO TO WORK-ONE-REQUEST-NEXT
           END-IF
           IF WS-TRANPOST-RETURN-CODE NOT = 00
               ADD 1 TO WS-REJECT-COUNT
               PERFORM WRITE-REJECT-LINE
               GO TO WORK-ONE-REQUEST-NEXT
           END-IF

           PERFORM ISSUE-ONE-CHECK
           IF CRQ-LEGAL-REMITTANCE
               PERFORM FINISH-LEGAL-REMITTANCE
           END-IF.

       WORK-ONE-REQUEST-NEXT.
           READ CHKREQ-FILE
           MOVE SPACES TO CK-CLEARED-DATE
           MOVE TRANSACTION-ID OF WS-TRANSACTION-RECORD TO
               CK-TRANSACTION-ID
           MOVE CRQ-REQUESTED-BY TO CK-REQUESTED-BY
           PERFORM GET-CURRENT-TIMESTAMP
           MOVE WS-TIMESTAMP TO CREATED-TIMESTAMP OF CHECKISS-RECORD
           MOVE WS-TIMESTAMP TO UPDATED-TIMESTAMP OF CHECKISS-RECORD

           ADD 1 TO WS-NEXT-CHECK-NUMBER.

       START-LEGAL-REMITTANCE.
      *    LEGALMNT REFUSES UNLESS THE PROCESS IS QUEUED FOR EXACTLY
      *    THIS AMOUNT, THEN GIVES THE HELD FUNDS BACK TO
      *    AVAILABLE-BALANCE SO THE WTH CAN POST AGAINST THEM.
           MOVE SPACES TO WS-LEGALPRC-RECORD
           MOVE CRQ-ACCOUNT-ID TO LP-ACCOUNT-ID OF WS-LEGALPRC-RECORD
           MOVE ZERO TO LP-PROCESS-SEQ OF WS-LEGALPRC-RECORD
           IF CRQ-LEGAL-SEQ NUMERIC
               MOVE CRQ-LEGAL-SEQ TO
                   LP-PROCESS-SEQ OF WS-LEGALPRC-RECORD
           END-IF
           MOVE CRQ-AMOUNT TO LP-AMOUNT-REMITTED OF WS-LEGALPRC-RECORD
           MOVE 'CHKDISB ' TO UPDATED-BY OF WS-LEGALPRC-RECORD
           MOVE 'REMIT ' TO WS-LEGALMNT-OPERATION
           CALL 'LEGALMNT' USING WS-LEGALMNT-OPERATION,
                                  WS-LEGALPRC-RECORD,
                                  WS-LEGALMNT-RETURN-CODE.

       BACK-OUT-LEGAL-REMITTANCE.
           MOVE 'REVREM' TO WS-LEGALMNT-OPERATION
           CALL 'LEGALMNT' USING WS-LEGALMNT-OPERATION,
                                  WS-LEGALPRC-RECORD,
                                  WS-LEGALMNT-RETURN-CODE
           IF WS-LEGALMNT-RETURN-CODE NOT = 00
               DISPLAY 'CHKDISB: REMITTANCE FOR ' CRQ-ACCOUNT-ID '/'
                   CRQ-LEGAL-SEQ ' DID NOT POST AND THE HOLD COULD NOT'
                   ' BE RESTORED, RC=' WS-LEGALMNT-RETURN-CODE
           END-IF.

       FINISH-LEGAL-REMITTANCE.
           MOVE TRANSACTION-ID OF WS-TRANSACTION-RECORD TO
               LP-REMIT-TRANSACTION-ID OF WS-LEGALPRC-RECORD
           MOVE 'PAID  ' TO WS-LEGALMNT-OPERATION
           CALL 'LEGALMNT' USING WS-LEGALMNT-OPERATION,
                                  WS-LEGALPRC-RECORD,
                                  WS-LEGALMNT-RETURN-CODE
           IF WS-LEGALMNT-RETURN-CODE NOT = 00
               DISPLAY 'CHKDISB: CHECK ISSUED FOR ' CRQ-ACCOUNT-ID '/'
                   CRQ-LEGAL-SEQ ' BUT PROCESS NOT MARKED REMITTED, RC='
                   WS-LEGALMNT-RETURN-CODE
           END-IF.

       CHECK-CHECKWRITE-AGREEMENT.
      *    NO AGRMNT.DAT ON FILE YET LEAVES THE GATE OPEN FOR
      *    BOOTSTRAPPING; A MISSING ROW OR UNSIGNED CHECKWRITING
           END-STRING
           WRITE CHKDISB-RPT-LINE.

       WRITE-HELD-LINE.
           MOVE CRQ-AMOUNT TO WS-AMOUNT-DISPLAY
           MOVE SPACES TO CHKDISB-RPT-LINE
           STRING 'REQUEST FOR ACCOUNT ' DELIMITED BY SIZE
                  CRQ-ACCOUNT-ID DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-AMOUNT-DISPLAY DELIMITED BY SIZE
                  ' HELD - EXPLOITATION HOLD, NO CHECK ISSUED'
                      DELIMITED BY SIZE
                  INTO CHKDISB-RPT-LINE
           END-STRING
           WRITE CHKDISB-RPT-LINE.

       GET-CURRENT-TIMESTAMP.
           ACCEPT WS-CURRENT-TIME FROM TIME
           MOVE SPACES TO WS-TIMESTAMP
           MOVE WS-REQUEST-COUNT TO WS-REQUEST-DISPLAY
           MOVE WS-ISSUED-COUNT TO WS-ISSUED-DISPLAY
           MOVE WS-REJECT-COUNT TO WS-REJECT-DISPLAY
           MOVE WS-HELD-COUNT TO WS-HELD-DISPLAY
           DISPLAY 'CHKDISB: READ ' WS-REQUEST-DISPLAY
               ' REQUEST(S), ISSUED ' WS-ISSUED-DISPLAY
               ', REJECTED ' WS-REJECT-DISPLAY
               ', HELD ' WS-HELD-DISPLAY.

       END PROGRAM CHKDISB.
