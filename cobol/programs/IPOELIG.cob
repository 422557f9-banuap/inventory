       IDENTIFICATION DIVISION.
       PROGRAM-ID. IPOELIG.
      ******************************************************************
      * PROGRAM: IPOELIG - NEW-ISSUE RESTRICTED-PERSON ELIGIBILITY
      * VERSION: 1.0
      * DATE: 2026-10-15
      * PURPOSE: DECIDE WHETHER AN ACCOUNT MAY BUY SHARES OF A NEW
      *          EQUITY ISSUE. EVERY CUSTOMER WITH AN INTEREST IN THE
      *          ACCOUNT - THE ACCOUNT'S OWN CUSTOMER-ID AND EVERY
      *          OWNER LINKED ON ACCTOWN.DAT - IS CHECKED, AND ONE
      *          RESTRICTED PERSON TAINTS THE WHOLE ACCOUNT:
      *            'E' EMPLOYEE-FLAG - AN EMPLOYEE OF THIS OR ANOTHER
      *                MEMBER FIRM, OR RELATED TO ONE
      *            'B' BD-OWNER-FLAG - AN OWNER OF A BROKER-DEALER
      *            'S' SPIN-EXEC-FLAG - AN EXECUTIVE OFFICER OR
      *                DIRECTOR OF AN INVESTMENT-BANKING CLIENT
      *                (THE ANTI-SPINNING RESTRICTION)
      *          AN ACCOUNT OR OWNER THAT CANNOT BE READ IS NOT
      *          ELIGIBLE - UNLIKE THE ORDER-ENTRY CHECKS, A NEW ISSUE
      *          IS NOT ALLOCATED ON MISSING COMPLIANCE DATA.
      * FUNCTIONS: CALLABLE BY IPOMNT (INDICATION ENTRY) AND IPOALLOC
      *            (ALLOCATION). RC 00 ELIGIBLE, 06 RESTRICTED (REASON
      *            E, B OR S), 01 ACCOUNT OR OWNER NOT ON FILE
      *            (REASON U).
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT-FILE ASSIGN TO "ACCOUNT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCOUNT-ID OF ACCOUNT-RECORD
               FILE STATUS IS WS-ACCOUNT-STATUS.

           SELECT CUSTOMER-FILE ASSIGN TO "CUSTOMER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUSTOMER-ID OF CUSTOMER-RECORD
               FILE STATUS IS WS-CUSTOMER-STATUS.

           SELECT ACCTOWN-FILE ASSIGN TO "ACCTOWN.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AO-KEY
               FILE STATUS IS WS-OWN-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-FILE.
       COPY ACCOUNT.

       FD  CUSTOMER-FILE.
       COPY CUSTOMER.

       FD  ACCTOWN-FILE.
       COPY ACCTOWN.

       WORKING-STORAGE SECTION.
       01  WS-ACCOUNT-STATUS             PIC XX.
       01  WS-CUSTOMER-STATUS            PIC XX.
       01  WS-OWN-STATUS                 PIC XX.

       01  WS-CHECK-CUSTOMER-ID          PIC X(10).
       01  WS-RESTRICT-REASON            PIC X(01).
           88  OWNER-ELIGIBLE            VALUE SPACE.

       LINKAGE SECTION.
       01  LS-ACCOUNT-ID                 PIC X(12).
       01  LS-RESTRICT-REASON            PIC X(01).
       01  LS-RETURN-CODE                PIC 9(02).

       PROCEDURE DIVISION USING LS-ACCOUNT-ID
                               LS-RESTRICT-REASON
                               LS-RETURN-CODE.

       MAIN-PROCESS.
           MOVE 00 TO LS-RETURN-CODE
           MOVE SPACE TO LS-RESTRICT-REASON
           MOVE SPACE TO WS-RESTRICT-REASON

           OPEN INPUT ACCOUNT-FILE
           IF WS-ACCOUNT-STATUS NOT = '00'
               MOVE 'U' TO WS-RESTRICT-REASON
               GO TO MAIN-PROCESS-RETURN
           END-IF
           MOVE LS-ACCOUNT-ID TO ACCOUNT-ID OF ACCOUNT-RECORD
           READ ACCOUNT-FILE
           IF WS-ACCOUNT-STATUS NOT = '00'
               CLOSE ACCOUNT-FILE
               MOVE 'U' TO WS-RESTRICT-REASON
               GO TO MAIN-PROCESS-RETURN
           END-IF
           CLOSE ACCOUNT-FILE

           OPEN INPUT CUSTOMER-FILE
           IF WS-CUSTOMER-STATUS NOT = '00'
               MOVE 'U' TO WS-RESTRICT-REASON
               GO TO MAIN-PROCESS-RETURN
           END-IF

           MOVE CUSTOMER-ID OF ACCOUNT-RECORD TO WS-CHECK-CUSTOMER-ID
           PERFORM CHECK-ONE-OWNER THRU CHECK-ONE-OWNER-EXIT

      *    ACCTOWN.DAT IS KEYED ACCOUNT + CUSTOMER, SO THE ACCOUNT'S
      *    OTHER OWNERS FOLLOW ONE ANOTHER. NO FILE MEANS NO JOINT
      *    OWNERS TO CHECK.
           IF OWNER-ELIGIBLE
               OPEN INPUT ACCTOWN-FILE
               IF WS-OWN-STATUS = '00'
                   MOVE LS-ACCOUNT-ID TO AO-ACCOUNT-ID
                   MOVE LOW-VALUES TO AO-CUSTOMER-ID
                   START ACCTOWN-FILE KEY IS NOT LESS THAN AO-KEY
                       INVALID KEY MOVE '10' TO WS-OWN-STATUS
                   END-START
                   IF WS-OWN-STATUS = '00'
                       PERFORM READ-NEXT-OWNER
                   END-IF
                   PERFORM CHECK-LINKED-OWNER
                       UNTIL WS-OWN-STATUS NOT = '00'
                          OR NOT OWNER-ELIGIBLE
                   CLOSE ACCTOWN-FILE
               END-IF
           END-IF

           CLOSE CUSTOMER-FILE.

       MAIN-PROCESS-RETURN.
           MOVE WS-RESTRICT-REASON TO LS-RESTRICT-REASON
           EVALUATE WS-RESTRICT-REASON
               WHEN SPACE
                   MOVE 00 TO LS-RETURN-CODE
               WHEN 'U'
                   MOVE 01 TO LS-RETURN-CODE
               WHEN OTHER
                   MOVE 06 TO LS-RETURN-CODE
           END-EVALUATE
           GOBACK.

       READ-NEXT-OWNER.
           READ ACCTOWN-FILE NEXT RECORD
           IF WS-OWN-STATUS = '00'
              AND AO-ACCOUNT-ID NOT = LS-ACCOUNT-ID
               MOVE '10' TO WS-OWN-STATUS
           END-IF.

       CHECK-LINKED-OWNER.
           IF AO-CUSTOMER-ID NOT = CUSTOMER-ID OF ACCOUNT-RECORD
               MOVE AO-CUSTOMER-ID TO WS-CHECK-CUSTOMER-ID
               PERFORM CHECK-ONE-OWNER THRU CHECK-ONE-OWNER-EXIT
           END-IF
           PERFORM READ-NEXT-OWNER.

       CHECK-ONE-OWNER.
           MOVE WS-CHECK-CUSTOMER-ID TO CUSTOMER-ID OF CUSTOMER-RECORD
           READ CUSTOMER-FILE
           IF WS-CUSTOMER-STATUS NOT = '00'
               MOVE 'U' TO WS-RESTRICT-REASON
               GO TO CHECK-ONE-OWNER-EXIT
           END-IF

           IF EMPLOYEE-RELATED OF CUSTOMER-RECORD
               MOVE 'E' TO WS-RESTRICT-REASON
               GO TO CHECK-ONE-OWNER-EXIT
           END-IF
           IF BROKER-DEALER-OWNER OF CUSTOMER-RECORD
               MOVE 'B' TO WS-RESTRICT-REASON
               GO TO CHECK-ONE-OWNER-EXIT
           END-IF
           IF COVERED-EXECUTIVE OF CUSTOMER-RECORD
               MOVE 'S' TO WS-RESTRICT-REASON
           END-IF.

       CHECK-ONE-OWNER-EXIT.
           EXIT.

       END PROGRAM IPOELIG.
