       IDENTIFICATION DIVISION.
       PROGRAM-ID. CREDMNT.
      ******************************************************************
      * PROGRAM: CREDMNT - DVP COUNTERPARTY CREDIT LIMIT MAINTENANCE
      * VERSION: 1.0
      * DATE: 2026-10-15
      * PURPOSE: SET, SUSPEND OR REMOVE AN INSTITUTION'S CREDIT LIMITS
      *          ON CREDLIM.DAT FROM A CONTROL FILE (CREDMNT.CTL -
      *          INSTITUTION CUSTOMER-ID, ACTION A/S/D, INSTITUTION
      *          NAME, GROSS UNSETTLED LIMIT, PER-TRADE LIMIT, NEXT
      *          REVIEW DATE, OPERATOR). ACTION A ADDS THE ROW OR
      *          REPLACES ITS LIMITS AND PUTS A SUSPENDED ROW BACK IN
      *          FORCE; ACTION S KEEPS THE ROW ON FILE BUT EXTENDS NO
      *          CREDIT UNTIL IT IS. ORDMGMT AND CREDRPT READ THE FILE.
      * FUNCTIONS: STANDALONE UTILITY - RUN AS CREDIT CHANGES THE
      *            LIMITS.
      *
      * NOTES: THE CUSTOMER-ID MUST BE ON CUSTOMER.DAT, AND BOTH
      *        LIMITS MUST BE NUMERIC, SO A MISKEYED LINE CANNOT
      *        LEAVE A LIMIT NO ACCOUNT WILL EVER MATCH.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-FILE ASSIGN TO "CREDMNT.CTL"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.

           SELECT CREDLIM-FILE ASSIGN TO "CREDLIM.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CL-CUSTOMER-ID OF CREDLIM-RECORD
               FILE STATUS IS WS-CL-STATUS.

           SELECT CUSTOMER-FILE ASSIGN TO "CUSTOMER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUSTOMER-ID OF CUSTOMER-RECORD
               FILE STATUS IS WS-CUST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-FILE.
       01  CONTROL-RECORD.
           05  CTL-CUSTOMER-ID           PIC X(10).
           05  CTL-ACTION                PIC X(01).
               88  CTL-ADD-ACTION        VALUE 'A'.
               88  CTL-SUSPEND-ACTION    VALUE 'S'.
               88  CTL-DELETE-ACTION     VALUE 'D'.
           05  CTL-INSTITUTION-NAME      PIC X(40).
           05  CTL-GROSS-LIMIT-X         PIC X(15).
           05  CTL-GROSS-LIMIT REDEFINES CTL-GROSS-LIMIT-X
                                         PIC 9(13)V99.
           05  CTL-TRADE-LIMIT-X         PIC X(15).
           05  CTL-TRADE-LIMIT REDEFINES CTL-TRADE-LIMIT-X
                                         PIC 9(13)V99.
           05  CTL-REVIEW-DATE           PIC X(08).
           05  CTL-OPERATOR              PIC X(08).
           05  FILLER                    PIC X(03).

       FD  CREDLIM-FILE.
       COPY CREDLIM.

       FD  CUSTOMER-FILE.
       COPY CUSTOMER.

       WORKING-STORAGE SECTION.
       01  WS-CTL-STATUS                 PIC XX.
           88  CTL-OK                    VALUE '00'.
           88  CTL-EOF                   VALUE '10'.

       01  WS-CL-STATUS                  PIC XX.
       01  WS-CUST-STATUS                PIC XX.

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

       01  WS-APPLIED-COUNT              PIC 9(07) COMP.
       01  WS-REJECT-COUNT               PIC 9(07) COMP.
       01  WS-APPLIED-DISPLAY            PIC ZZZZZZ9.
       01  WS-REJECT-DISPLAY             PIC ZZZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           PERFORM INITIALIZE-PROCESS
           PERFORM APPLY-LIMITS-PROCESS
           PERFORM FINALIZE-PROCESS
           STOP RUN.

       INITIALIZE-PROCESS.
           MOVE ZERO TO WS-APPLIED-COUNT
           MOVE ZERO TO WS-REJECT-COUNT

           OPEN INPUT CONTROL-FILE
           IF WS-CTL-STATUS NOT = '00'
               DISPLAY 'CREDMNT: NO CREDMNT.CTL ON FILE - NOTHING '
                   'TO DO'
               STOP RUN
           END-IF

           OPEN INPUT CUSTOMER-FILE
           IF WS-CUST-STATUS NOT = '00'
               DISPLAY 'CREDMNT: UNABLE TO OPEN CUSTOMER.DAT, '
                   'STATUS = ' WS-CUST-STATUS
               CLOSE CONTROL-FILE
               STOP RUN
           END-IF

           OPEN I-O CREDLIM-FILE
           IF WS-CL-STATUS = '35'
      *        First limit ever recorded - file is created.
               OPEN OUTPUT CREDLIM-FILE
               CLOSE CREDLIM-FILE
               OPEN I-O CREDLIM-FILE
           END-IF
           IF WS-CL-STATUS NOT = '00'
               DISPLAY 'CREDMNT: UNABLE TO OPEN CREDLIM.DAT, '
                   'STATUS = ' WS-CL-STATUS
               CLOSE CONTROL-FILE
               CLOSE CUSTOMER-FILE
               STOP RUN
           END-IF.

       APPLY-LIMITS-PROCESS.
           READ CONTROL-FILE
               AT END SET CTL-EOF TO TRUE
           END-READ
           PERFORM APPLY-ONE-LINE THRU APPLY-ONE-EXIT
               UNTIL CTL-EOF.

       APPLY-ONE-LINE.
           IF CTL-CUSTOMER-ID = SPACES
               ADD 1 TO WS-REJECT-COUNT
               GO TO APPLY-ONE-NEXT
           END-IF

           PERFORM GET-CURRENT-TIMESTAMP

           IF CTL-DELETE-ACTION
               MOVE CTL-CUSTOMER-ID TO CL-CUSTOMER-ID OF CREDLIM-RECORD
               DELETE CREDLIM-FILE RECORD
               IF WS-CL-STATUS = '00'
                   ADD 1 TO WS-APPLIED-COUNT
               ELSE
                   ADD 1 TO WS-REJECT-COUNT
                   DISPLAY 'CREDMNT: NO LIMIT ON FILE FOR '
                       CTL-CUSTOMER-ID ' - NOT DELETED'
               END-IF
               GO TO APPLY-ONE-NEXT
           END-IF

           IF CTL-SUSPEND-ACTION
               MOVE CTL-CUSTOMER-ID TO CL-CUSTOMER-ID OF CREDLIM-RECORD
               READ CREDLIM-FILE
               IF WS-CL-STATUS = '00'
                   SET CL-SUSPENDED OF CREDLIM-RECORD TO TRUE
                   MOVE WS-TIMESTAMP TO
                       UPDATED-TIMESTAMP OF CREDLIM-RECORD
                   MOVE CTL-OPERATOR TO UPDATED-BY OF CREDLIM-RECORD
                   REWRITE CREDLIM-RECORD
               END-IF
               IF WS-CL-STATUS = '00'
                   ADD 1 TO WS-APPLIED-COUNT
               ELSE
                   ADD 1 TO WS-REJECT-COUNT
                   DISPLAY 'CREDMNT: UNABLE TO SUSPEND LIMIT FOR '
                       CTL-CUSTOMER-ID ', STATUS = ' WS-CL-STATUS
               END-IF
               GO TO APPLY-ONE-NEXT
           END-IF

           IF NOT CTL-ADD-ACTION
              OR CTL-GROSS-LIMIT NOT NUMERIC
              OR CTL-TRADE-LIMIT NOT NUMERIC
               ADD 1 TO WS-REJECT-COUNT
               DISPLAY 'CREDMNT: BAD LINE FOR ' CTL-CUSTOMER-ID
                   ' - SKIPPED'
               GO TO APPLY-ONE-NEXT
           END-IF

           MOVE CTL-CUSTOMER-ID TO CUSTOMER-ID OF CUSTOMER-RECORD
           READ CUSTOMER-FILE
           IF WS-CUST-STATUS NOT = '00'
               ADD 1 TO WS-REJECT-COUNT
               DISPLAY 'CREDMNT: CUSTOMER ' CTL-CUSTOMER-ID
                   ' NOT ON FILE - SKIPPED'
               GO TO APPLY-ONE-NEXT
           END-IF

      *    A REPLACEMENT KEEPS THE ROW'S CREATED STAMP.
           MOVE CTL-CUSTOMER-ID TO CL-CUSTOMER-ID OF CREDLIM-RECORD
           READ CREDLIM-FILE
           IF WS-CL-STATUS NOT = '00'
               MOVE SPACES TO CREDLIM-RECORD
               MOVE CTL-CUSTOMER-ID TO CL-CUSTOMER-ID OF CREDLIM-RECORD
               MOVE WS-TIMESTAMP TO
                   CREATED-TIMESTAMP OF CREDLIM-RECORD
           END-IF

           MOVE CTL-INSTITUTION-NAME TO
               CL-INSTITUTION-NAME OF CREDLIM-RECORD
           IF CTL-INSTITUTION-NAME = SPACES
               MOVE COMPANY-NAME OF CUSTOMER-RECORD TO
                   CL-INSTITUTION-NAME OF CREDLIM-RECORD
           END-IF
           MOVE CTL-GROSS-LIMIT TO CL-GROSS-LIMIT OF CREDLIM-RECORD
           MOVE CTL-TRADE-LIMIT TO CL-TRADE-LIMIT OF CREDLIM-RECORD
           MOVE CTL-REVIEW-DATE TO CL-REVIEW-DATE OF CREDLIM-RECORD
           SET CL-ACTIVE OF CREDLIM-RECORD TO TRUE
           MOVE WS-TIMESTAMP TO UPDATED-TIMESTAMP OF CREDLIM-RECORD
           MOVE CTL-OPERATOR TO UPDATED-BY OF CREDLIM-RECORD

           IF WS-CL-STATUS = '00'
               REWRITE CREDLIM-RECORD
           ELSE
               WRITE CREDLIM-RECORD
           END-IF

           IF WS-CL-STATUS = '00'
               ADD 1 TO WS-APPLIED-COUNT
           ELSE
               ADD 1 TO WS-REJECT-COUNT
               DISPLAY 'CREDMNT: UNABLE TO APPLY LIMIT FOR '
                   CTL-CUSTOMER-ID ', STATUS = ' WS-CL-STATUS
           END-IF.

       APPLY-ONE-NEXT.
           READ CONTROL-FILE
               AT END SET CTL-EOF TO TRUE
           END-READ.

       APPLY-ONE-EXIT.
           EXIT.

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

       FINALIZE-PROCESS.
           CLOSE CONTROL-FILE
           CLOSE CUSTOMER-FILE
           CLOSE CREDLIM-FILE

           MOVE WS-APPLIED-COUNT TO WS-APPLIED-DISPLAY
           MOVE WS-REJECT-COUNT TO WS-REJECT-DISPLAY
           DISPLAY 'CREDMNT: APPLIED ' WS-APPLIED-DISPLAY
               ' LINE(S), REJECTED ' WS-REJECT-DISPLAY.

       END PROGRAM CREDMNT.
