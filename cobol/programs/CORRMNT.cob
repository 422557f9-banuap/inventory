       IDENTIFICATION DIVISION.
       PROGRAM-ID. CORRMNT.
      ******************************************************************
      * PROGRAM: CORRMNT - CORRESPONDENT MASTER MAINTENANCE
      * VERSION: 1.0
      * DATE: 2026-10-15
      * PURPOSE: CREATE OR REPLACE CORRESPONDENT (INTRODUCING BROKER)
      *          ROWS ON CORRMAST.DAT FROM A CONTROL FILE
      *          (CORRMAST.CTL - ONE LINE PER FIRM: NAME, CRD NUMBER,
      *          BRANDING, BILLING TERMS, EFFECTIVE DATE), THE SAME
      *          CONTROL-FILE PATTERN CLRRTMNT USES. A LINE WITH ACTION
      *          'T' TERMINATES THE FIRM - THE ROW STAYS ON FILE SO ITS
      *          ACCOUNTS STILL BRAND AND BILL, BUT ACCTMGMT WILL OPEN
      *          NO NEW ACCOUNT UNDER IT. AN 'A' LINE FOR A TERMINATED
      *          FIRM REINSTATES IT.
      * FUNCTIONS: STANDALONE UTILITY - RUN ON DEMAND, WHENEVER A
      *            CORRESPONDENT IS SIGNED, REBRANDED OR REPRICED.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-FILE ASSIGN TO "CORRMAST.CTL"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.

           SELECT CORRMAST-FILE ASSIGN TO "CORRMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CO-CORRESPONDENT-ID
               FILE STATUS IS WS-CORR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-FILE.
       01  CONTROL-RECORD.
           05  CTL-ACTION                PIC X(01).
               88  CTL-SET-FIRM          VALUE 'A'.
               88  CTL-TERMINATE-FIRM    VALUE 'T'.
           05  CTL-CORRESPONDENT-ID      PIC X(06).
           05  CTL-FIRM-NAME             PIC X(40).
           05  CTL-CRD-NUMBER            PIC X(08).
           05  CTL-BRAND-NAME            PIC X(40).
           05  CTL-BRAND-ADDRESS-1       PIC X(40).
           05  CTL-BRAND-ADDRESS-2       PIC X(40).
           05  CTL-BRAND-PHONE           PIC X(14).
           05  CTL-BRAND-LEGEND          PIC X(80).
           05  CTL-TICKET-CHARGE         PIC 9(05)V99.
           05  CTL-COMMISSION-SHARE-PCT  PIC 9(03)V99.
           05  CTL-MARGIN-SHARE-PCT      PIC 9(03)V99.
           05  CTL-MONTHLY-MINIMUM       PIC 9(07)V99.
           05  CTL-EFFECTIVE-DATE        PIC X(08).
           05  FILLER                    PIC X(10).

       FD  CORRMAST-FILE.
       COPY CORRMAST.

       WORKING-STORAGE SECTION.
       01  WS-CTL-STATUS                 PIC XX.
           88  CTL-OK                    VALUE '00'.
           88  CTL-EOF                   VALUE '10'.

       01  WS-CORR-STATUS                PIC XX.

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
       01  WS-TERMINATED-COUNT           PIC 9(07) COMP.
       01  WS-REJECT-COUNT               PIC 9(07) COMP.
       01  WS-APPLIED-DISPLAY            PIC ZZZZZZ9.
       01  WS-TERMINATED-DISPLAY         PIC ZZZZZZ9.
       01  WS-REJECT-DISPLAY             PIC ZZZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           PERFORM INITIALIZE-PROCESS
           PERFORM APPLY-FIRMS-PROCESS
           PERFORM FINALIZE-PROCESS
           STOP RUN.

       INITIALIZE-PROCESS.
           MOVE ZERO TO WS-APPLIED-COUNT
           MOVE ZERO TO WS-TERMINATED-COUNT
           MOVE ZERO TO WS-REJECT-COUNT

           OPEN INPUT CONTROL-FILE
           IF WS-CTL-STATUS NOT = '00'
               DISPLAY 'CORRMNT: NO CORRMAST.CTL ON FILE - NOTHING '
                   'TO DO'
               STOP RUN
           END-IF

           OPEN I-O CORRMAST-FILE
           IF WS-CORR-STATUS = '35'
      *        First correspondent ever signed - file has to be created.
               OPEN OUTPUT CORRMAST-FILE
               CLOSE CORRMAST-FILE
               OPEN I-O CORRMAST-FILE
           END-IF
           IF WS-CORR-STATUS NOT = '00'
               DISPLAY 'CORRMNT: UNABLE TO OPEN CORRMAST.DAT, '
                   'STATUS = ' WS-CORR-STATUS
               CLOSE CONTROL-FILE
               STOP RUN
           END-IF.

       APPLY-FIRMS-PROCESS.
           READ CONTROL-FILE
               AT END SET CTL-EOF TO TRUE
           END-READ
           PERFORM APPLY-ONE-FIRM THRU APPLY-ONE-EXIT
               UNTIL CTL-EOF.

       APPLY-ONE-FIRM.
           IF CTL-CORRESPONDENT-ID = SPACES
              OR CTL-CORRESPONDENT-ID = 'SELF  '
              OR (NOT CTL-SET-FIRM AND NOT CTL-TERMINATE-FIRM)
               ADD 1 TO WS-REJECT-COUNT
               DISPLAY 'CORRMNT: BAD CORRESPONDENT LINE FOR '''
                   CTL-CORRESPONDENT-ID ''' - SKIPPED'
               GO TO APPLY-ONE-NEXT
           END-IF

           IF CTL-SET-FIRM
              AND (CTL-FIRM-NAME = SPACES
                   OR CTL-TICKET-CHARGE IS NOT NUMERIC
                   OR CTL-COMMISSION-SHARE-PCT IS NOT NUMERIC
                   OR CTL-MARGIN-SHARE-PCT IS NOT NUMERIC
                   OR CTL-MONTHLY-MINIMUM IS NOT NUMERIC)
               ADD 1 TO WS-REJECT-COUNT
               DISPLAY 'CORRMNT: MISSING NAME OR NON-NUMERIC TERMS '
                   'FOR ' CTL-CORRESPONDENT-ID ' - SKIPPED'
               GO TO APPLY-ONE-NEXT
           END-IF

           IF CTL-SET-FIRM
              AND (CTL-COMMISSION-SHARE-PCT > 100
                   OR CTL-MARGIN-SHARE-PCT > 100)
               ADD 1 TO WS-REJECT-COUNT
               DISPLAY 'CORRMNT: REVENUE SHARE OVER 100 PERCENT FOR '
                   CTL-CORRESPONDENT-ID ' - SKIPPED'
               GO TO APPLY-ONE-NEXT
           END-IF

           MOVE CTL-CORRESPONDENT-ID TO CO-CORRESPONDENT-ID
           READ CORRMAST-FILE

           IF CTL-TERMINATE-FIRM
               IF WS-CORR-STATUS = '00'
                   SET CO-TERMINATED TO TRUE
                   PERFORM GET-CURRENT-TIMESTAMP
                   MOVE WS-TIMESTAMP TO
                       UPDATED-TIMESTAMP OF CORRMAST-RECORD
                   REWRITE CORRMAST-RECORD
               END-IF
               IF WS-CORR-STATUS = '00'
                   ADD 1 TO WS-TERMINATED-COUNT
               ELSE
                   ADD 1 TO WS-REJECT-COUNT
                   DISPLAY 'CORRMNT: NO CORRESPONDENT TO TERMINATE FOR '
                       CTL-CORRESPONDENT-ID
               END-IF
               GO TO APPLY-ONE-NEXT
           END-IF

           IF WS-CORR-STATUS = '00'
               PERFORM BUILD-FIRM-FIELDS
               PERFORM GET-CURRENT-TIMESTAMP
               MOVE WS-TIMESTAMP TO
                   UPDATED-TIMESTAMP OF CORRMAST-RECORD
               REWRITE CORRMAST-RECORD
           ELSE
               MOVE SPACES TO CORRMAST-RECORD
               MOVE CTL-CORRESPONDENT-ID TO CO-CORRESPONDENT-ID
               PERFORM BUILD-FIRM-FIELDS
               PERFORM GET-CURRENT-TIMESTAMP
               MOVE WS-TIMESTAMP TO
                   CREATED-TIMESTAMP OF CORRMAST-RECORD
               MOVE WS-TIMESTAMP TO
                   UPDATED-TIMESTAMP OF CORRMAST-RECORD
               WRITE CORRMAST-RECORD
           END-IF

           IF WS-CORR-STATUS = '00'
               ADD 1 TO WS-APPLIED-COUNT
           ELSE
               ADD 1 TO WS-REJECT-COUNT
               DISPLAY 'CORRMNT: UNABLE TO APPLY CORRESPONDENT '
                   CTL-CORRESPONDENT-ID ', STATUS = ' WS-CORR-STATUS
           END-IF.

       APPLY-ONE-NEXT.
           READ CONTROL-FILE
               AT END SET CTL-EOF TO TRUE
           END-READ.

       APPLY-ONE-EXIT.
           EXIT.

       BUILD-FIRM-FIELDS.
           MOVE CTL-FIRM-NAME TO CO-FIRM-NAME
           MOVE CTL-CRD-NUMBER TO CO-CRD-NUMBER
           SET CO-ACTIVE TO TRUE
           MOVE CTL-BRAND-NAME TO CO-BRAND-NAME
           IF CO-BRAND-NAME = SPACES
               MOVE CTL-FIRM-NAME TO CO-BRAND-NAME
           END-IF
           MOVE CTL-BRAND-ADDRESS-1 TO CO-BRAND-ADDRESS-1
           MOVE CTL-BRAND-ADDRESS-2 TO CO-BRAND-ADDRESS-2
           MOVE CTL-BRAND-PHONE TO CO-BRAND-PHONE
           MOVE CTL-BRAND-LEGEND TO CO-BRAND-LEGEND
           MOVE CTL-TICKET-CHARGE TO CO-TICKET-CHARGE
           MOVE CTL-COMMISSION-SHARE-PCT TO CO-COMMISSION-SHARE-PCT
           MOVE CTL-MARGIN-SHARE-PCT TO CO-MARGIN-SHARE-PCT
           MOVE CTL-MONTHLY-MINIMUM TO CO-MONTHLY-MINIMUM
           MOVE CTL-EFFECTIVE-DATE TO CO-EFFECTIVE-DATE.

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
           CLOSE CORRMAST-FILE

           MOVE WS-APPLIED-COUNT TO WS-APPLIED-DISPLAY
           MOVE WS-TERMINATED-COUNT TO WS-TERMINATED-DISPLAY
           MOVE WS-REJECT-COUNT TO WS-REJECT-DISPLAY
           DISPLAY 'CORRMNT: APPLIED ' WS-APPLIED-DISPLAY
               ' CORRESPONDENT(S), TERMINATED ' WS-TERMINATED-DISPLAY
               ', REJECTED ' WS-REJECT-DISPLAY.

       END PROGRAM CORRMNT.
