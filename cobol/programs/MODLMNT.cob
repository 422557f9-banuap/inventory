       IDENTIFICATION DIVISION.
       PROGRAM-ID. MODLMNT.
      ******************************************************************
      * PROGRAM: MODLMNT - MODEL PORTFOLIO AND ASSIGNMENT MAINTENANCE
      * VERSION: 1.0
      * DATE: 2026-10-15
      * PURPOSE: CREATE OR REPLACE MODEL PORTFOLIOS ON MODEL.DAT FROM
      *          MODEL.CTL (ONE LINE PER MODEL - NAME, DRIFT
      *          TOLERANCE, CASH WEIGHT, THEN UP TO TWENTY SYMBOL OR
      *          ASSET-CLASS TARGETS), THEN ASSIGN MANAGED ACCOUNTS
      *          TO MODELS ON MODELASN.DAT FROM MODELASN.CTL (ONE LINE
      *          PER ACCOUNT - MODEL, ADVISOR, STATUS A/S), THE SAME
      *          CONTROL-FILE PATTERN MRGMAINT USES. EITHER CONTROL
      *          FILE MAY BE ABSENT.
      * FUNCTIONS: STANDALONE UTILITY - RUN ON DEMAND, WHENEVER THE
      *            INVESTMENT COMMITTEE CHANGES A MODEL OR AN ADVISOR
      *            MOVES AN ACCOUNT ONTO OR OFF ONE.
      *
      * NOTES: A MODEL IS REJECTED UNLESS ITS CASH WEIGHT AND TARGET
      *        WEIGHTS ADD TO EXACTLY 100.00, EVERY TARGET IS A
      *        SYMBOL ('S') OR AN ASSET CLASS ('C') WITH A PURCHASE
      *        VEHICLE, AND THE TOLERANCE IS ABOVE ZERO. AN
      *        ASSIGNMENT IS REJECTED UNLESS THE ACCOUNT IS ENROLLED
      *        ON FEESCHED.DAT (ONLY MANAGED ACCOUNTS RUN TO A MODEL)
      *        AND THE MODEL IS ON FILE. REPLACING AN ASSIGNMENT
      *        KEEPS ITS DRIFT AND REBALANCE HISTORY; MOVING THE
      *        ACCOUNT TO A DIFFERENT MODEL CLEARS THE DRIFT FLAG SO
      *        THE NEXT DRIFTCHK MEASURES IT AFRESH.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MODEL-CONTROL-FILE ASSIGN TO "MODEL.CTL"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-MCTL-STATUS.

           SELECT ASSIGN-CONTROL-FILE ASSIGN TO "MODELASN.CTL"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ACTL-STATUS.

           SELECT MODEL-FILE ASSIGN TO "MODEL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MD-MODEL-ID
               FILE STATUS IS WS-MODEL-STATUS.

           SELECT MODELASN-FILE ASSIGN TO "MODELASN.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MDA-ACCOUNT-ID
               FILE STATUS IS WS-ASN-STATUS.

           SELECT FEESCHED-FILE ASSIGN TO "FEESCHED.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-ACCOUNT-ID
               FILE STATUS IS WS-FEE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MODEL-CONTROL-FILE.
       01  MODEL-CONTROL-RECORD.
           05  CTL-MODEL-ID              PIC X(08).
           05  CTL-MODEL-NAME            PIC X(40).
           05  CTL-DRIFT-TOLERANCE       PIC 9(03)V99.
           05  CTL-CASH-WEIGHT           PIC 9(03)V99.
           05  CTL-TARGET OCCURS 20 TIMES.
               10  CTL-TGT-TYPE          PIC X(01).
               10  CTL-TGT-SYMBOL        PIC X(12).
               10  CTL-TGT-CLASS         PIC X(02).
               10  CTL-TGT-WEIGHT        PIC 9(03)V99.
           05  FILLER                    PIC X(10).

       FD  ASSIGN-CONTROL-FILE.
       01  ASSIGN-CONTROL-RECORD.
           05  CTL-ACCOUNT-ID            PIC X(12).
           05  CTL-ASN-MODEL-ID          PIC X(08).
           05  CTL-ADVISOR               PIC X(08).
           05  CTL-ASN-STATUS            PIC X(01).
           05  FILLER                    PIC X(10).

       FD  MODEL-FILE.
       COPY MODEL.

       FD  MODELASN-FILE.
       COPY MODELASN.

       FD  FEESCHED-FILE.
       COPY FEESCHED.

       WORKING-STORAGE SECTION.
       01  WS-MCTL-STATUS                PIC XX.
           88  MCTL-EOF                  VALUE '10'.
       01  WS-ACTL-STATUS                PIC XX.
           88  ACTL-EOF                  VALUE '10'.
       01  WS-MODEL-STATUS               PIC XX.
       01  WS-ASN-STATUS                 PIC XX.
       01  WS-FEE-STATUS                 PIC XX.

       01  WS-MODEL-CTL-SW               PIC X(01) VALUE 'Y'.
           88  MODEL-CTL-PRESENT         VALUE 'Y'.
       01  WS-ASSIGN-CTL-SW              PIC X(01) VALUE 'Y'.
           88  ASSIGN-CTL-PRESENT        VALUE 'Y'.
       01  WS-FEESCHED-AVAILABLE-SW      PIC X(01) VALUE 'Y'.
           88  FEESCHED-AVAILABLE        VALUE 'Y'.

       01  WS-LINE-VALID-SW              PIC X(01).
           88  LINE-VALID                VALUE 'Y'.
       01  WS-REJECT-REASON              PIC X(30).

       01  WS-TARGET-INDEX               PIC 9(02).
       01  WS-TARGET-COUNT               PIC 9(02).
       01  WS-WEIGHT-TOTAL               PIC 9(05)V99.
       01  WS-PRIOR-MODEL-ID             PIC X(08).

       01  WS-CURRENT-DATE.
           05  WS-CURRENT-YEAR           PIC 9(04).
           05  WS-CURRENT-MONTH          PIC 9(02).
           05  WS-CURRENT-DAY            PIC 9(02).

       01  WS-CURRENT-TIME.
           05  WS-CURRENT-HOUR           PIC 9(02).
           05  WS-CURRENT-MINUTE         PIC 9(02).
           05  WS-CURRENT-SECOND         PIC 9(02).
           05  WS-CURRENT-HUNDREDTH      PIC 9(02).

       01  WS-TIMESTAMP                  PIC X(26).

       01  WS-MODELS-APPLIED             PIC 9(07) COMP.
       01  WS-MODELS-REJECTED            PIC 9(07) COMP.
       01  WS-ASSIGNS-APPLIED            PIC 9(07) COMP.
       01  WS-ASSIGNS-REJECTED           PIC 9(07) COMP.
       01  WS-APPLIED-DISPLAY            PIC ZZZZZZ9.
       01  WS-REJECT-DISPLAY             PIC ZZZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           PERFORM INITIALIZE-PROCESS
           IF MODEL-CTL-PRESENT
               PERFORM APPLY-MODELS-PROCESS
           END-IF
           IF ASSIGN-CTL-PRESENT
               PERFORM APPLY-ASSIGNMENTS-PROCESS
           END-IF
           PERFORM FINALIZE-PROCESS
           STOP RUN.

       INITIALIZE-PROCESS.
           MOVE ZERO TO WS-MODELS-APPLIED
           MOVE ZERO TO WS-MODELS-REJECTED
           MOVE ZERO TO WS-ASSIGNS-APPLIED
           MOVE ZERO TO WS-ASSIGNS-REJECTED

           OPEN INPUT MODEL-CONTROL-FILE
           IF WS-MCTL-STATUS NOT = '00'
               MOVE 'N' TO WS-MODEL-CTL-SW
           END-IF
           OPEN INPUT ASSIGN-CONTROL-FILE
           IF WS-ACTL-STATUS NOT = '00'
               MOVE 'N' TO WS-ASSIGN-CTL-SW
           END-IF
           IF NOT MODEL-CTL-PRESENT
              AND NOT ASSIGN-CTL-PRESENT
               DISPLAY 'MODLMNT: NO MODEL.CTL OR MODELASN.CTL ON FILE '
                   '- NOTHING TO DO'
               STOP RUN
           END-IF

           OPEN I-O MODEL-FILE
           IF WS-MODEL-STATUS = '35'
      *        First model ever written - file has to be created.
               OPEN OUTPUT MODEL-FILE
               CLOSE MODEL-FILE
               OPEN I-O MODEL-FILE
           END-IF
           IF WS-MODEL-STATUS NOT = '00'
               DISPLAY 'MODLMNT: UNABLE TO OPEN MODEL.DAT, '
                   'STATUS = ' WS-MODEL-STATUS
               PERFORM CLOSE-CONTROL-FILES
               STOP RUN
           END-IF

           OPEN I-O MODELASN-FILE
           IF WS-ASN-STATUS = '35'
      *        First assignment ever written - file has to be created.
               OPEN OUTPUT MODELASN-FILE
               CLOSE MODELASN-FILE
               OPEN I-O MODELASN-FILE
           END-IF
           IF WS-ASN-STATUS NOT = '00'
               DISPLAY 'MODLMNT: UNABLE TO OPEN MODELASN.DAT, '
                   'STATUS = ' WS-ASN-STATUS
               PERFORM CLOSE-CONTROL-FILES
               CLOSE MODEL-FILE
               STOP RUN
           END-IF

           OPEN INPUT FEESCHED-FILE
           IF WS-FEE-STATUS NOT = '00'
               MOVE 'N' TO WS-FEESCHED-AVAILABLE-SW
           END-IF.

      ******************************************************************
      * MODELS - ONE MODEL.CTL LINE REPLACES THE WHOLE MODEL.
      ******************************************************************
       APPLY-MODELS-PROCESS.
           READ MODEL-CONTROL-FILE
               AT END SET MCTL-EOF TO TRUE
           END-READ
           PERFORM APPLY-ONE-MODEL THRU APPLY-ONE-MODEL-EXIT
               UNTIL MCTL-EOF.

       APPLY-ONE-MODEL.
           MOVE 'Y' TO WS-LINE-VALID-SW
           MOVE SPACES TO WS-REJECT-REASON
           IF CTL-MODEL-ID = SPACES
               MOVE 'N' TO WS-LINE-VALID-SW
               MOVE 'NO MODEL ID' TO WS-REJECT-REASON
           END-IF
           IF CTL-DRIFT-TOLERANCE IS NOT NUMERIC
              OR CTL-CASH-WEIGHT IS NOT NUMERIC
               MOVE 'N' TO WS-LINE-VALID-SW
               MOVE 'BAD TOLERANCE OR CASH WEIGHT' TO WS-REJECT-REASON
           ELSE
               IF CTL-DRIFT-TOLERANCE = ZERO
                   MOVE 'N' TO WS-LINE-VALID-SW
                   MOVE 'ZERO DRIFT TOLERANCE' TO WS-REJECT-REASON
               END-IF
           END-IF
           IF NOT LINE-VALID
               GO TO APPLY-ONE-MODEL-REJECT
           END-IF

           MOVE CTL-CASH-WEIGHT TO WS-WEIGHT-TOTAL
           MOVE ZERO TO WS-TARGET-COUNT
           MOVE 1 TO WS-TARGET-INDEX
           PERFORM CHECK-ONE-TARGET UNTIL WS-TARGET-INDEX > 20
           IF NOT LINE-VALID
               GO TO APPLY-ONE-MODEL-REJECT
           END-IF
           IF WS-WEIGHT-TOTAL NOT = 100
               MOVE 'N' TO WS-LINE-VALID-SW
               MOVE 'WEIGHTS DO NOT ADD TO 100' TO WS-REJECT-REASON
               GO TO APPLY-ONE-MODEL-REJECT
           END-IF

           MOVE CTL-MODEL-ID TO MD-MODEL-ID
           READ MODEL-FILE
           IF WS-MODEL-STATUS = '00'
               PERFORM BUILD-MODEL-FIELDS
               PERFORM GET-CURRENT-TIMESTAMP
               MOVE WS-TIMESTAMP TO UPDATED-TIMESTAMP OF MODEL-RECORD
               REWRITE MODEL-RECORD
           ELSE
               MOVE SPACES TO MODEL-RECORD
               MOVE CTL-MODEL-ID TO MD-MODEL-ID
               PERFORM BUILD-MODEL-FIELDS
               PERFORM GET-CURRENT-TIMESTAMP
               MOVE WS-TIMESTAMP TO CREATED-TIMESTAMP OF MODEL-RECORD
               MOVE WS-TIMESTAMP TO UPDATED-TIMESTAMP OF MODEL-RECORD
               WRITE MODEL-RECORD
           END-IF

           IF WS-MODEL-STATUS = '00'
               ADD 1 TO WS-MODELS-APPLIED
           ELSE
               ADD 1 TO WS-MODELS-REJECTED
               DISPLAY 'MODLMNT: UNABLE TO APPLY MODEL ' CTL-MODEL-ID
                   ', STATUS = ' WS-MODEL-STATUS
           END-IF
           GO TO APPLY-ONE-MODEL-NEXT.

       APPLY-ONE-MODEL-REJECT.
           ADD 1 TO WS-MODELS-REJECTED
           DISPLAY 'MODLMNT: BAD MODEL LINE FOR ''' CTL-MODEL-ID
               ''' - ' WS-REJECT-REASON.

       APPLY-ONE-MODEL-NEXT.
           READ MODEL-CONTROL-FILE
               AT END SET MCTL-EOF TO TRUE
           END-READ.

       APPLY-ONE-MODEL-EXIT.
           EXIT.

       CHECK-ONE-TARGET.
      *    A BLANK TYPE ENDS NOTHING - UNUSED SLOTS MAY SIT ANYWHERE.
           IF CTL-TGT-TYPE(WS-TARGET-INDEX) NOT = SPACE
               IF CTL-TGT-WEIGHT(WS-TARGET-INDEX) IS NOT NUMERIC
                   MOVE 'N' TO WS-LINE-VALID-SW
                   MOVE 'BAD TARGET WEIGHT' TO WS-REJECT-REASON
               ELSE
                   ADD CTL-TGT-WEIGHT(WS-TARGET-INDEX) TO
                       WS-WEIGHT-TOTAL
               END-IF
               EVALUATE CTL-TGT-TYPE(WS-TARGET-INDEX)
                   WHEN 'S'
                       IF CTL-TGT-SYMBOL(WS-TARGET-INDEX) = SPACES
                           MOVE 'N' TO WS-LINE-VALID-SW
                           MOVE 'SYMBOL TARGET WITH NO SYMBOL' TO
                               WS-REJECT-REASON
                       END-IF
                   WHEN 'C'
                       IF CTL-TGT-CLASS(WS-TARGET-INDEX) = SPACES
                          OR CTL-TGT-SYMBOL(WS-TARGET-INDEX) = SPACES
                           MOVE 'N' TO WS-LINE-VALID-SW
                           MOVE 'CLASS TARGET NEEDS CLASS+VEHICLE'
                               TO WS-REJECT-REASON
                       END-IF
                   WHEN OTHER
                       MOVE 'N' TO WS-LINE-VALID-SW
                       MOVE 'TARGET TYPE NOT S OR C' TO
                           WS-REJECT-REASON
               END-EVALUATE
               ADD 1 TO WS-TARGET-COUNT
           END-IF
           ADD 1 TO WS-TARGET-INDEX.

       BUILD-MODEL-FIELDS.
      *    TARGETS ARE PACKED TO THE FRONT OF THE TABLE SO READERS CAN
      *    STOP AT MD-TARGET-COUNT.
           MOVE CTL-MODEL-NAME TO MD-MODEL-NAME
           MOVE CTL-DRIFT-TOLERANCE TO MD-DRIFT-TOLERANCE
           MOVE CTL-CASH-WEIGHT TO MD-CASH-WEIGHT
           MOVE ZERO TO MD-TARGET-COUNT
           MOVE 1 TO WS-TARGET-INDEX
           PERFORM CLEAR-ONE-MODEL-TARGET UNTIL WS-TARGET-INDEX > 20
           MOVE 1 TO WS-TARGET-INDEX
           PERFORM COPY-ONE-TARGET UNTIL WS-TARGET-INDEX > 20.

       CLEAR-ONE-MODEL-TARGET.
           MOVE SPACES TO MD-TGT-TYPE(WS-TARGET-INDEX)
           MOVE SPACES TO MD-TGT-SYMBOL(WS-TARGET-INDEX)
           MOVE SPACES TO MD-TGT-CLASS(WS-TARGET-INDEX)
           MOVE ZERO TO MD-TGT-WEIGHT(WS-TARGET-INDEX)
           ADD 1 TO WS-TARGET-INDEX.

       COPY-ONE-TARGET.
           IF CTL-TGT-TYPE(WS-TARGET-INDEX) NOT = SPACE
               ADD 1 TO MD-TARGET-COUNT
               MOVE CTL-TGT-TYPE(WS-TARGET-INDEX) TO
                   MD-TGT-TYPE(MD-TARGET-COUNT)
               MOVE CTL-TGT-SYMBOL(WS-TARGET-INDEX) TO
                   MD-TGT-SYMBOL(MD-TARGET-COUNT)
               MOVE CTL-TGT-CLASS(WS-TARGET-INDEX) TO
                   MD-TGT-CLASS(MD-TARGET-COUNT)
               MOVE CTL-TGT-WEIGHT(WS-TARGET-INDEX) TO
                   MD-TGT-WEIGHT(MD-TARGET-COUNT)
           END-IF
           ADD 1 TO WS-TARGET-INDEX.

      ******************************************************************
      * ASSIGNMENTS - ONE MODELASN.CTL LINE PER MANAGED ACCOUNT.
      ******************************************************************
       APPLY-ASSIGNMENTS-PROCESS.
           READ ASSIGN-CONTROL-FILE
               AT END SET ACTL-EOF TO TRUE
           END-READ
           PERFORM APPLY-ONE-ASSIGNMENT THRU APPLY-ONE-ASSIGN-EXIT
               UNTIL ACTL-EOF.

       APPLY-ONE-ASSIGNMENT.
           MOVE SPACES TO WS-REJECT-REASON
           IF CTL-ACCOUNT-ID = SPACES
              OR CTL-ASN-MODEL-ID = SPACES
               MOVE 'NO ACCOUNT OR MODEL' TO WS-REJECT-REASON
               GO TO APPLY-ONE-ASSIGN-REJECT
           END-IF
           IF CTL-ASN-STATUS NOT = 'A' AND NOT = 'S'
               MOVE 'STATUS NOT A OR S' TO WS-REJECT-REASON
               GO TO APPLY-ONE-ASSIGN-REJECT
           END-IF

           IF NOT FEESCHED-AVAILABLE
               MOVE 'NOT A MANAGED ACCOUNT' TO WS-REJECT-REASON
               GO TO APPLY-ONE-ASSIGN-REJECT
           END-IF
           MOVE CTL-ACCOUNT-ID TO FS-ACCOUNT-ID
           READ FEESCHED-FILE
           IF WS-FEE-STATUS NOT = '00'
               MOVE 'NOT A MANAGED ACCOUNT' TO WS-REJECT-REASON
               GO TO APPLY-ONE-ASSIGN-REJECT
           END-IF

           MOVE CTL-ASN-MODEL-ID TO MD-MODEL-ID
           READ MODEL-FILE
           IF WS-MODEL-STATUS NOT = '00'
               MOVE 'MODEL NOT ON FILE' TO WS-REJECT-REASON
               GO TO APPLY-ONE-ASSIGN-REJECT
           END-IF

           MOVE CTL-ACCOUNT-ID TO MDA-ACCOUNT-ID
           READ MODELASN-FILE
           IF WS-ASN-STATUS = '00'
               MOVE MDA-MODEL-ID TO WS-PRIOR-MODEL-ID
               PERFORM BUILD-ASSIGNMENT-FIELDS
               IF WS-PRIOR-MODEL-ID NOT = CTL-ASN-MODEL-ID
                   MOVE 'N' TO MDA-DRIFT-FLAG
               END-IF
               PERFORM GET-CURRENT-TIMESTAMP
               MOVE WS-TIMESTAMP TO UPDATED-TIMESTAMP OF MODELASN-RECORD
               REWRITE MODELASN-RECORD
           ELSE
               MOVE SPACES TO MODELASN-RECORD
               MOVE CTL-ACCOUNT-ID TO MDA-ACCOUNT-ID
               PERFORM BUILD-ASSIGNMENT-FIELDS
               MOVE 'N' TO MDA-DRIFT-FLAG
               MOVE ZERO TO MDA-LAST-DRIFT-PERCENT
               PERFORM GET-CURRENT-TIMESTAMP
               MOVE WS-TIMESTAMP TO CREATED-TIMESTAMP OF MODELASN-RECORD
               MOVE WS-TIMESTAMP TO UPDATED-TIMESTAMP OF MODELASN-RECORD
               WRITE MODELASN-RECORD
           END-IF

           IF WS-ASN-STATUS = '00'
               ADD 1 TO WS-ASSIGNS-APPLIED
           ELSE
               ADD 1 TO WS-ASSIGNS-REJECTED
               DISPLAY 'MODLMNT: UNABLE TO APPLY ASSIGNMENT FOR '
                   CTL-ACCOUNT-ID ', STATUS = ' WS-ASN-STATUS
           END-IF
           GO TO APPLY-ONE-ASSIGN-NEXT.

       APPLY-ONE-ASSIGN-REJECT.
           ADD 1 TO WS-ASSIGNS-REJECTED
           DISPLAY 'MODLMNT: BAD ASSIGNMENT LINE FOR ''' CTL-ACCOUNT-ID
               ''' - ' WS-REJECT-REASON.

       APPLY-ONE-ASSIGN-NEXT.
           READ ASSIGN-CONTROL-FILE
               AT END SET ACTL-EOF TO TRUE
           END-READ.

       APPLY-ONE-ASSIGN-EXIT.
           EXIT.

       BUILD-ASSIGNMENT-FIELDS.
           MOVE CTL-ASN-MODEL-ID TO MDA-MODEL-ID
           MOVE CTL-ADVISOR TO MDA-ADVISOR
           MOVE CTL-ASN-STATUS TO MDA-STATUS.

       GET-CURRENT-TIMESTAMP.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CURRENT-TIME FROM TIME

           STRING WS-CURRENT-YEAR '-'
                  WS-CURRENT-MONTH '-'
                  WS-CURRENT-DAY 'T'
                  WS-CURRENT-HOUR ':'
                  WS-CURRENT-MINUTE ':'
                  WS-CURRENT-SECOND '.'
                  WS-CURRENT-HUNDREDTH
                  'Z'
                  DELIMITED BY SIZE
                  INTO WS-TIMESTAMP
           END-STRING.

       CLOSE-CONTROL-FILES.
           IF MODEL-CTL-PRESENT
               CLOSE MODEL-CONTROL-FILE
           END-IF
           IF ASSIGN-CTL-PRESENT
               CLOSE ASSIGN-CONTROL-FILE
           END-IF.

       FINALIZE-PROCESS.
           PERFORM CLOSE-CONTROL-FILES
           CLOSE MODEL-FILE
           CLOSE MODELASN-FILE
           IF FEESCHED-AVAILABLE
               CLOSE FEESCHED-FILE
           END-IF

           MOVE WS-MODELS-APPLIED TO WS-APPLIED-DISPLAY
           MOVE WS-MODELS-REJECTED TO WS-REJECT-DISPLAY
           DISPLAY 'MODLMNT: APPLIED ' WS-APPLIED-DISPLAY
               ' MODEL(S), REJECTED ' WS-REJECT-DISPLAY
           MOVE WS-ASSIGNS-APPLIED TO WS-APPLIED-DISPLAY
           MOVE WS-ASSIGNS-REJECTED TO WS-REJECT-DISPLAY
           DISPLAY 'MODLMNT: APPLIED ' WS-APPLIED-DISPLAY
               ' ASSIGNMENT(S), REJECTED ' WS-REJECT-DISPLAY.

       END PROGRAM MODLMNT.
