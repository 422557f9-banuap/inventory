       IDENTIFICATION DIVISION.
       PROGRAM-ID. SAREXTR.
      ******************************************************************
      * PROGRAM: SAREXTR - SUSPICIOUS ACTIVITY REPORT FILING EXTRACT
      * VERSION: 1.0
      * DATE: 2026-10-15
      * PURPOSE: WRITE A FILING-READY FIXED-WIDTH EXTRACT (SAREXTR.DAT)
      *          OF EVERY SAR CASE DETERMINED SUSPICIOUS AND NOT YET
      *          EXTRACTED, IN THE SHAPE OF THE FINCEN SAR: A FILER
      *          HEADER, THEN PER CASE THE SUSPICIOUS ACTIVITY, ONE
      *          SUBJECT RECORD PER LINKED CUSTOMER (FROM CUSTOMER.DAT),
      *          ONE FINANCIAL-INSTITUTION RECORD PER LINKED ACCOUNT
      *          (FROM ACCOUNT.DAT) AND THE NARRATIVE LINES, AND A
      *          TRAILER WITH CASE AND RECORD COUNTS. A CONTINUING-
      *          ACTIVITY CASE CARRIES THE PRIOR FILING'S BSA ID.
      *          EACH CASE EXTRACTED IS STAMPED WITH SC-EXTRACTED-DATE
      *          SO THE NEXT RUN DOES NOT SEND IT AGAIN; SARMNT FILED
      *          RECORDS THE BSA ID ONCE FINCEN ACKNOWLEDGES IT.
      * FUNCTIONS: STANDALONE BATCH JOB - RUN ON DEMAND BY THE SAR
      *            ANALYSTS. SAREXTR.CTL CARRIES ONE CARD: THE
      *            OPERATOR RUNNING THE EXTRACT AND THE FILING
      *            INSTITUTION'S TIN AND NAME.
      *
      * NOTES: THE OPERATOR MUST HOLD THE SARCASE ENTITLEMENT ON
      *        OPERCTL. AS IN SARMNT, NO OPERATOR.DAT ON FILE IS A
      *        DENIAL, NOT AN ALLOW - SAR CONFIDENTIALITY IS A LEGAL
      *        REQUIREMENT. CONSOLE MESSAGES CARRY THE CASE-ID ONLY.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-FILE ASSIGN TO "SAREXTR.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.

           SELECT SARCASE-FILE ASSIGN TO "SARCASE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SC-CASE-ID
               FILE STATUS IS WS-SC-STATUS.

           SELECT ACCOUNT-FILE ASSIGN TO "ACCOUNT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACCOUNT-ID OF ACCOUNT-RECORD
               FILE STATUS IS WS-ACCOUNT-STATUS.

           SELECT CUSTOMER-FILE ASSIGN TO "CUSTOMER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CUSTOMER-ID OF CUSTOMER-RECORD
               FILE STATUS IS WS-CUSTOMER-STATUS.

           SELECT SAREXTR-FILE ASSIGN TO "SAREXTR.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-EXTR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-FILE.
       01  CONTROL-RECORD.
           05  CTL-OPERATOR-ID           PIC X(08).
           05  CTL-FILER-TIN             PIC X(11).
           05  CTL-FILER-NAME            PIC X(50).
           05  FILLER                    PIC X(11).

       FD  SARCASE-FILE.
       COPY SARCASE.

       FD  ACCOUNT-FILE.
       COPY ACCOUNT.

       FD  CUSTOMER-FILE.
       COPY CUSTOMER.

      *----------------------------------------------------------------
      * EXTRACT RECORD - 250 BYTES. T FILER HEADER, A SUSPICIOUS
      * ACTIVITY, S SUBJECT, F FINANCIAL INSTITUTION / ACCOUNT,
      * N NARRATIVE LINE, Z TRAILER.
      *----------------------------------------------------------------
       FD  SAREXTR-FILE.
       01  SAREXTR-RECORD.
           05  SX-RECORD-TYPE            PIC X(01).
               88  SX-HEADER             VALUE 'T'.
               88  SX-ACTIVITY           VALUE 'A'.
               88  SX-SUBJECT            VALUE 'S'.
               88  SX-INSTITUTION        VALUE 'F'.
               88  SX-NARRATIVE          VALUE 'N'.
               88  SX-TRAILER            VALUE 'Z'.
           05  SX-CASE-ID                PIC X(16).
           05  SX-BODY                   PIC X(233).
           05  SX-HEADER-BODY REDEFINES SX-BODY.
               10  SX-FILE-DATE          PIC X(08).
               10  SX-FILER-TIN          PIC X(11).
               10  SX-FILER-NAME         PIC X(50).
               10  SX-PREPARED-BY        PIC X(08).
               10  FILLER                PIC X(156).
           05  SX-ACTIVITY-BODY REDEFINES SX-BODY.
               10  SX-FILING-TYPE        PIC X(01).
                   88  SX-INITIAL-REPORT VALUE 'I'.
                   88  SX-CONTINUING-REPORT VALUE 'C'.
               10  SX-PRIOR-BSA-ID       PIC X(14).
               10  SX-DETERMINATION-DATE PIC X(08).
               10  SX-ACTIVITY-FROM-DATE PIC X(08).
               10  SX-ACTIVITY-TO-DATE   PIC X(08).
               10  SX-AMOUNT-INVOLVED    PIC 9(13)V99.
               10  SX-ACTIVITY-TYPE      PIC X(20).
               10  SX-SUBJECT-COUNT      PIC 9(02).
               10  SX-ACCOUNT-COUNT      PIC 9(02).
               10  FILLER                PIC X(155).
           05  SX-SUBJECT-BODY REDEFINES SX-BODY.
               10  SX-SUBJECT-ID         PIC X(10).
               10  SX-SUBJECT-TYPE       PIC X(01).
                   88  SX-INDIVIDUAL     VALUE 'I'.
                   88  SX-ENTITY         VALUE 'E'.
               10  SX-LAST-OR-ENTITY-NAME PIC X(50).
               10  SX-FIRST-NAME         PIC X(25).
               10  SX-MIDDLE-NAME        PIC X(25).
               10  SX-DATE-OF-BIRTH      PIC X(08).
               10  SX-TIN                PIC X(11).
               10  SX-ADDRESS-LINE1      PIC X(40).
               10  SX-CITY               PIC X(30).
               10  SX-STATE              PIC X(02).
               10  SX-ZIP-CODE           PIC X(10).
               10  SX-COUNTRY            PIC X(03).
               10  SX-SUBJECT-ON-FILE    PIC X(01).
               10  FILLER                PIC X(17).
           05  SX-INSTITUTION-BODY REDEFINES SX-BODY.
               10  SX-ACCOUNT-ID         PIC X(12).
               10  SX-ACCOUNT-TYPE       PIC X(02).
               10  SX-ACCOUNT-STATUS     PIC X(01).
               10  SX-BRANCH-CODE        PIC X(04).
               10  SX-OPEN-DATE          PIC X(08).
               10  SX-CLOSE-DATE         PIC X(08).
               10  SX-ACCOUNT-CUSTOMER-ID PIC X(10).
               10  FILLER                PIC X(188).
           05  SX-NARRATIVE-BODY REDEFINES SX-BODY.
               10  SX-NARRATIVE-SEQ      PIC 9(02).
               10  SX-NARRATIVE-TEXT     PIC X(80).
               10  FILLER                PIC X(151).
           05  SX-TRAILER-BODY REDEFINES SX-BODY.
               10  SX-CASE-COUNT         PIC 9(07).
               10  SX-RECORD-COUNT       PIC 9(09).
               10  FILLER                PIC X(217).

       WORKING-STORAGE SECTION.
       01  WS-CTL-STATUS                 PIC XX.
       01  WS-SC-STATUS                  PIC XX.
           88  SARCASE-OK                VALUE '00'.
           88  SARCASE-EOF               VALUE '10'.
       01  WS-ACCOUNT-STATUS             PIC XX.
       01  WS-CUSTOMER-STATUS            PIC XX.
       01  WS-EXTR-STATUS                PIC XX.

       01  WS-CURRENT-DATE.
           05  WS-CURRENT-YEAR           PIC 9(04).
           05  WS-CURRENT-MONTH          PIC 9(02).
           05  WS-CURRENT-DAY            PIC 9(02).
       01  WS-TODAY REDEFINES WS-CURRENT-DATE PIC X(08).

       01  WS-CURRENT-TIME.
           05  WS-CURRENT-HOUR           PIC 9(02).
           05  WS-CURRENT-MINUTE         PIC 9(02).
           05  WS-CURRENT-SECOND         PIC 9(02).
           05  WS-CURRENT-HUNDREDTH      PIC 9(02).
       01  WS-TIMESTAMP                  PIC X(26).

       01  WS-OPERATOR-ID                PIC X(08).
       01  WS-OPERCTL-OPERATION          PIC X(06) VALUE 'CHECK '.
       01  WS-OPERCTL-RETURN-CODE        PIC 9(02).
       COPY OPERATOR REPLACING OPERATOR-RECORD BY WS-OPERATOR-RECORD.
       01  WS-CONTROLLED-OPERATION       PIC X(08) VALUE 'SARCASE '.

       01  WS-LINK-INDEX                 PIC 9(02).

       01  WS-CASE-COUNT                 PIC 9(07) COMP.
       01  WS-RECORD-COUNT               PIC 9(09) COMP.
       01  WS-MISSING-COUNT              PIC 9(07) COMP.
       01  WS-CASE-DISPLAY               PIC ZZZZZZ9.
       01  WS-RECORD-DISPLAY             PIC ZZZZZZZZ9.
       01  WS-MISSING-DISPLAY            PIC ZZZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           PERFORM INITIALIZE-PROCESS
           PERFORM EXTRACT-CASES-PROCESS
           PERFORM FINALIZE-PROCESS
           STOP RUN.

       INITIALIZE-PROCESS.
           MOVE ZERO TO WS-CASE-COUNT
           MOVE ZERO TO WS-RECORD-COUNT
           MOVE ZERO TO WS-MISSING-COUNT
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD

           OPEN INPUT CONTROL-FILE
           IF WS-CTL-STATUS NOT = '00'
               DISPLAY 'SAREXTR: NO SAREXTR.CTL ON FILE - '
                   'NOTHING TO PROCESS'
               STOP RUN
           END-IF
           READ CONTROL-FILE
               AT END MOVE '10' TO WS-CTL-STATUS
           END-READ
           CLOSE CONTROL-FILE
           IF WS-CTL-STATUS NOT = '00'
              OR CTL-OPERATOR-ID = SPACES
               DISPLAY 'SAREXTR: SAREXTR.CTL NAMES NO OPERATOR - '
                   'NOTHING EXTRACTED'
               STOP RUN
           END-IF
           MOVE CTL-OPERATOR-ID TO WS-OPERATOR-ID

      *    ANYTHING BUT RC 00 IS A DENIAL HERE, RC 01 INCLUDED - SEE
      *    NOTES.
           MOVE WS-OPERATOR-ID TO OP-OPERATOR-ID OF WS-OPERATOR-RECORD
           CALL 'OPERCTL' USING WS-OPERCTL-OPERATION,
                                 WS-OPERATOR-RECORD,
                                 WS-CONTROLLED-OPERATION,
                                 WS-OPERCTL-RETURN-CODE
           IF WS-OPERCTL-RETURN-CODE NOT = 00
               DISPLAY 'SAREXTR: OPERATOR ' WS-OPERATOR-ID
                   ' NOT ENTITLED TO SAR CASES, RC='
                   WS-OPERCTL-RETURN-CODE
               STOP RUN
           END-IF

           OPEN I-O SARCASE-FILE
           IF WS-SC-STATUS = '35'
               DISPLAY 'SAREXTR: NO SARCASE.DAT ON FILE - NOTHING TO '
                   'EXTRACT'
               STOP RUN
           END-IF
           IF WS-SC-STATUS NOT = '00'
               DISPLAY 'SAREXTR: UNABLE TO OPEN SARCASE.DAT, STATUS = '
                   WS-SC-STATUS
               STOP RUN
           END-IF

           OPEN INPUT ACCOUNT-FILE
           IF WS-ACCOUNT-STATUS NOT = '00'
               DISPLAY 'SAREXTR: UNABLE TO OPEN ACCOUNT.DAT, STATUS = '
                   WS-ACCOUNT-STATUS
               CLOSE SARCASE-FILE
               STOP RUN
           END-IF

           OPEN INPUT CUSTOMER-FILE
           IF WS-CUSTOMER-STATUS NOT = '00'
               DISPLAY 'SAREXTR: UNABLE TO OPEN CUSTOMER.DAT, STATUS = '
                   WS-CUSTOMER-STATUS
               CLOSE SARCASE-FILE
               CLOSE ACCOUNT-FILE
               STOP RUN
           END-IF

           OPEN OUTPUT SAREXTR-FILE
           IF WS-EXTR-STATUS NOT = '00'
               DISPLAY 'SAREXTR: UNABLE TO OPEN SAREXTR.DAT, STATUS = '
                   WS-EXTR-STATUS
               CLOSE SARCASE-FILE
               CLOSE ACCOUNT-FILE
               CLOSE CUSTOMER-FILE
               STOP RUN
           END-IF

           MOVE SPACES TO SAREXTR-RECORD
           SET SX-HEADER TO TRUE
           MOVE WS-TODAY TO SX-FILE-DATE
           MOVE CTL-FILER-TIN TO SX-FILER-TIN
           MOVE CTL-FILER-NAME TO SX-FILER-NAME
           MOVE WS-OPERATOR-ID TO SX-PREPARED-BY
           PERFORM WRITE-EXTRACT-RECORD.

       EXTRACT-CASES-PROCESS.
           MOVE LOW-VALUES TO SC-CASE-ID
           START SARCASE-FILE KEY IS NOT LESS THAN SC-CASE-ID
               INVALID KEY MOVE '10' TO WS-SC-STATUS
           END-START

           IF SARCASE-OK
               READ SARCASE-FILE NEXT RECORD
               PERFORM EXTRACT-ONE-CASE THRU EXTRACT-ONE-CASE-EXIT
                   UNTIL SARCASE-EOF
           END-IF.

       EXTRACT-ONE-CASE.
           IF NOT SC-DETERMINED
              OR SC-EXTRACTED-DATE NOT = SPACES
               GO TO EXTRACT-ONE-CASE-NEXT
           END-IF

           ADD 1 TO WS-CASE-COUNT

           MOVE SPACES TO SAREXTR-RECORD
           SET SX-ACTIVITY TO TRUE
           MOVE SC-CASE-ID TO SX-CASE-ID
           IF SC-PRIOR-BSA-ID = SPACES
               SET SX-INITIAL-REPORT TO TRUE
           ELSE
               SET SX-CONTINUING-REPORT TO TRUE
               MOVE SC-PRIOR-BSA-ID TO SX-PRIOR-BSA-ID
           END-IF
           MOVE SC-DETERMINATION-DATE TO SX-DETERMINATION-DATE
           MOVE SC-ACTIVITY-FROM-DATE TO SX-ACTIVITY-FROM-DATE
           MOVE SC-ACTIVITY-TO-DATE TO SX-ACTIVITY-TO-DATE
           MOVE SC-AMOUNT-INVOLVED TO SX-AMOUNT-INVOLVED
           MOVE SC-ACTIVITY-TYPE TO SX-ACTIVITY-TYPE
           MOVE SC-CUSTOMER-COUNT TO SX-SUBJECT-COUNT
           MOVE SC-ACCOUNT-COUNT TO SX-ACCOUNT-COUNT
           PERFORM WRITE-EXTRACT-RECORD

           MOVE 1 TO WS-LINK-INDEX
           PERFORM WRITE-SUBJECT-RECORD
               UNTIL WS-LINK-INDEX > SC-CUSTOMER-COUNT
           MOVE 1 TO WS-LINK-INDEX
           PERFORM WRITE-INSTITUTION-RECORD
               UNTIL WS-LINK-INDEX > SC-ACCOUNT-COUNT
           MOVE 1 TO WS-LINK-INDEX
           PERFORM WRITE-NARRATIVE-RECORD
               UNTIL WS-LINK-INDEX > 20

           PERFORM MARK-CASE-EXTRACTED.

       EXTRACT-ONE-CASE-NEXT.
           READ SARCASE-FILE NEXT RECORD.

       EXTRACT-ONE-CASE-EXIT.
           EXIT.

       WRITE-SUBJECT-RECORD.
           MOVE SPACES TO SAREXTR-RECORD
           SET SX-SUBJECT TO TRUE
           MOVE SC-CASE-ID TO SX-CASE-ID
           MOVE SC-CUSTOMER-ID(WS-LINK-INDEX) TO SX-SUBJECT-ID
           MOVE SC-CUSTOMER-ID(WS-LINK-INDEX) TO
               CUSTOMER-ID OF CUSTOMER-RECORD
           READ CUSTOMER-FILE
           IF WS-CUSTOMER-STATUS = '00'
               MOVE 'Y' TO SX-SUBJECT-ON-FILE
               IF CORPORATE-CUSTOMER OR INSTITUTIONAL-CUSTOMER
                   SET SX-ENTITY TO TRUE
                   MOVE COMPANY-NAME TO SX-LAST-OR-ENTITY-NAME
               ELSE
                   SET SX-INDIVIDUAL TO TRUE
                   MOVE LAST-NAME TO SX-LAST-OR-ENTITY-NAME
                   MOVE FIRST-NAME TO SX-FIRST-NAME
                   MOVE MIDDLE-NAME TO SX-MIDDLE-NAME
                   MOVE DATE-OF-BIRTH TO SX-DATE-OF-BIRTH
               END-IF
               MOVE SSN-EIN TO SX-TIN
               MOVE ADDRESS-LINE1 OF CUSTOMER-RECORD TO
                   SX-ADDRESS-LINE1
               MOVE CITY OF CUSTOMER-RECORD TO SX-CITY
               MOVE STATE OF CUSTOMER-RECORD TO SX-STATE
               MOVE ZIP-CODE OF CUSTOMER-RECORD TO SX-ZIP-CODE
               MOVE COUNTRY OF CUSTOMER-RECORD TO SX-COUNTRY
           ELSE
               MOVE 'N' TO SX-SUBJECT-ON-FILE
               ADD 1 TO WS-MISSING-COUNT
               DISPLAY 'SAREXTR: CASE ' SC-CASE-ID
                   ' SUBJECT ' WS-LINK-INDEX ' NOT ON FILE'
           END-IF
           PERFORM WRITE-EXTRACT-RECORD
           ADD 1 TO WS-LINK-INDEX.

       WRITE-INSTITUTION-RECORD.
           MOVE SPACES TO SAREXTR-RECORD
           SET SX-INSTITUTION TO TRUE
           MOVE SC-CASE-ID TO SX-CASE-ID
           MOVE SC-ACCOUNT-ID(WS-LINK-INDEX) TO SX-ACCOUNT-ID
           MOVE SC-ACCOUNT-ID(WS-LINK-INDEX) TO
               ACCOUNT-ID OF ACCOUNT-RECORD
           READ ACCOUNT-FILE
           IF WS-ACCOUNT-STATUS = '00'
               MOVE ACCOUNT-TYPE TO SX-ACCOUNT-TYPE
               MOVE ACCOUNT-STATUS TO SX-ACCOUNT-STATUS
               MOVE BRANCH-CODE TO SX-BRANCH-CODE
               MOVE OPEN-DATE TO SX-OPEN-DATE
               MOVE CLOSE-DATE TO SX-CLOSE-DATE
               MOVE CUSTOMER-ID OF ACCOUNT-RECORD TO
                   SX-ACCOUNT-CUSTOMER-ID
           ELSE
               ADD 1 TO WS-MISSING-COUNT
               DISPLAY 'SAREXTR: CASE ' SC-CASE-ID
                   ' ACCOUNT ' WS-LINK-INDEX ' NOT ON FILE'
           END-IF
           PERFORM WRITE-EXTRACT-RECORD
           ADD 1 TO WS-LINK-INDEX.

       WRITE-NARRATIVE-RECORD.
           IF SC-NARRATIVE-LINE(WS-LINK-INDEX) NOT = SPACES
               MOVE SPACES TO SAREXTR-RECORD
               SET SX-NARRATIVE TO TRUE
               MOVE SC-CASE-ID TO SX-CASE-ID
               MOVE WS-LINK-INDEX TO SX-NARRATIVE-SEQ
               MOVE SC-NARRATIVE-LINE(WS-LINK-INDEX) TO
                   SX-NARRATIVE-TEXT
               PERFORM WRITE-EXTRACT-RECORD
           END-IF
           ADD 1 TO WS-LINK-INDEX.

       WRITE-EXTRACT-RECORD.
           WRITE SAREXTR-RECORD
           ADD 1 TO WS-RECORD-COUNT.

       MARK-CASE-EXTRACTED.
           PERFORM GET-CURRENT-TIMESTAMP
           MOVE WS-TODAY TO SC-EXTRACTED-DATE
           MOVE WS-TIMESTAMP TO UPDATED-TIMESTAMP OF SARCASE-RECORD
           MOVE WS-OPERATOR-ID TO UPDATED-BY OF SARCASE-RECORD
           REWRITE SARCASE-RECORD
           IF WS-SC-STATUS NOT = '00'
               DISPLAY 'SAREXTR: EXTRACTED ' SC-CASE-ID
                   ' BUT COULD NOT MARK IT, STATUS = ' WS-SC-STATUS
           END-IF.

       GET-CURRENT-TIMESTAMP.
           ACCEPT WS-CURRENT-TIME FROM TIME
           MOVE SPACES TO WS-TIMESTAMP
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
           MOVE SPACES TO SAREXTR-RECORD
           SET SX-TRAILER TO TRUE
           MOVE WS-CASE-COUNT TO SX-CASE-COUNT
           ADD 1 TO WS-RECORD-COUNT
           MOVE WS-RECORD-COUNT TO SX-RECORD-COUNT
           WRITE SAREXTR-RECORD

           CLOSE SARCASE-FILE
           CLOSE ACCOUNT-FILE
           CLOSE CUSTOMER-FILE
           CLOSE SAREXTR-FILE

           MOVE WS-CASE-COUNT TO WS-CASE-DISPLAY
           MOVE WS-RECORD-COUNT TO WS-RECORD-DISPLAY
           MOVE WS-MISSING-COUNT TO WS-MISSING-DISPLAY
           DISPLAY 'SAREXTR: ' WS-CASE-DISPLAY ' CASE(S) EXTRACTED, '
               WS-RECORD-DISPLAY ' RECORD(S) WRITTEN, '
               WS-MISSING-DISPLAY ' LINK(S) NOT ON FILE'.

       END PROGRAM SAREXTR.
