      *            CALLER SUPPLIES MUST MATCH THE ITEM - AN APPROVED
      *            $51,000 WITHDRAWAL DOES NOT RELEASE A LATER
      *            POSTING OF SOME OTHER AMOUNT ON THE SAME ACCOUNT.
      *            CHECK  - THE SAME MATCH AS CONSUM, READ-ONLY: SAYS
      *            WHETHER AN APPROVED ITEM IS WAITING WITHOUT
      *            BURNING IT (A VALIDATE-ONLY RUN OF THE MAKER).
      *
      * MODIFICATION HISTORY:
      * 2026-10-15  A CREDLMT ITEM (AN ORDER OVER A DVP INSTITUTION'S
      *             CREDIT LIMIT) IS DECIDED UNDER OPERCTL'S 'CREDAPR'
      *             ENTITLEMENT - THE CREDIT OFFICER'S - INSTEAD OF
      *             THE GENERAL 'APPROVE'.
      * 2026-10-15  CHECK OPERATION - FINDS AN APPROVED ITEM THE WAY
      *             CONSUM DOES BUT OPENS THE QUEUE INPUT AND LEAVES
      *             THE ITEM APPROVED, SO TRANPOST'S VALIDATE-ONLY RUN
      *             CAN REPORT THE DUAL-CONTROL GATE WITHOUT RELEASING
      *             THE EXECUTION IT GUARDS.
      ******************************************************************

       ENVIRONMENT DIVISION.
           88  APPROVE-OPERATION         VALUE 'APPROV'.
           88  REJECT-OPERATION          VALUE 'REJECT'.
           88  CONSUME-OPERATION         VALUE 'CONSUM'.
           88  CHECK-OPERATION           VALUE 'CHECK '.

       COPY RETURN-CODES REPLACING RC-CODE BY WS-RETURN-CODE.

               WHEN CONSUME-OPERATION
                   PERFORM CONSUME-ITEM-PROCESS THRU
                       CONSUME-ITEM-EXIT
               WHEN CHECK-OPERATION
                   PERFORM CHECK-ITEM-PROCESS THRU CHECK-ITEM-EXIT
               WHEN OTHER
                   MOVE 03 TO WS-RETURN-CODE
           END-EVALUATE
           END-IF

      *    THE CHECKER IS NEVER THE MAKER, AND MUST HOLD THE
      *    'APPROVE' ENTITLEMENT - 'CREDAPR' FOR A CREDIT-LIMIT ITEM
      *    (RC 01 MEANS OPERATOR CONTROLS ARE NOT YET IN USE -
      *    ALLOWED FOR BOOTSTRAPPING).
           IF LS-CHECKER-ID = AP-MAKER-ID OF APPRVQ-RECORD
               MOVE 13 TO WS-RETURN-CODE
               GO TO DECIDE-ITEM-CLOSE
           END-IF

           IF AP-OP-CREDLMT OF APPRVQ-RECORD
               MOVE 'CREDAPR ' TO WS-CONTROLLED-OPERATION
           ELSE
               MOVE 'APPROVE ' TO WS-CONTROLLED-OPERATION
           END-IF

           MOVE SPACES TO WS-OPERATOR-RECORD
           MOVE LS-CHECKER-ID TO
               OP-OPERATOR-ID OF WS-OPERATOR-RECORD
       CONSUME-ITEM-EXIT.
           EXIT.

       CHECK-ITEM-PROCESS.
      *    SAME RETURN CODES AS CONSUM - 01 NO QUEUE, 02 NOTHING
      *    APPROVED - BUT THE ITEM IS LEFT AS IT WAS FOUND.
           OPEN INPUT APPRVQ-FILE
           IF WS-FILE-STATUS NOT = '00'
               MOVE 01 TO WS-RETURN-CODE
               GO TO CHECK-ITEM-EXIT
           END-IF

           PERFORM FIND-MATCHING-ITEM
           IF NOT MATCH-FOUND
              OR NOT AP-APPROVED OF APPRVQ-RECORD
               MOVE 02 TO WS-RETURN-CODE
           ELSE
               MOVE 00 TO WS-RETURN-CODE
               MOVE APPRVQ-RECORD TO LS-APPRVQ-RECORD
           END-IF

           CLOSE APPRVQ-FILE.

       CHECK-ITEM-EXIT.
           EXIT.

       GENERATE-APPROVAL-ID.
           ACCEPT WS-GENERATED-DATE FROM DATE YYYYMMDD
           ACCEPT WS-GENERATED-TIME FROM TIME
