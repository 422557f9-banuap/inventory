       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACTVBLD.
      ******************************************************************
      * PROGRAM: ACTVBLD - DAILY TRANSACTION ACTIVITY FILE BUILD
      * VERSION: 1.0
      * DATE: 2026-10-15
      * PURPOSE: ONE PASS OF TRANS.DAT PICKS OUT EVERY RECORD THE
      *          BUSINESS DATE TOUCHED - POSTED, SETTLING, STATUS
      *          CHANGED, OR STILL PENDING - AND WRITES IT TO THE
      *          DATED ACTIVITY FILE (ACTVREC LAYOUT) TWICE, SORTED BY
      *          ACCOUNT (ACTVACCT.DAT) AND BY SYMBOL (ACTVSYMB.DAT).
      *          FAILSCAN, GLEXTR, AMLMON, CONFGEN, CTREXTR, REGTSCAN,
      *          PDTSCAN, TRDSURV, BLOTRPT AND CLRSETL READ IT INSTEAD
      *          OF EACH SCANNING ALL OF TRANS.DAT FOR THE SAME DAY.
      * FUNCTIONS: CALLABLE AS A SCHEDULED EODDRIVER STEP OR
      *            STANDALONE. LK-RETURN-CODE: 00 NORMAL (INCLUDING NO
      *            TRANS.DAT ON FILE - THE FILES ARE WRITTEN EMPTY),
      *            08 A FILE COULD NOT BE OPENED OR WRITTEN, OR A
      *            SORTED FILE DID NOT PROVE TO THE EXTRACT COUNT.
      *
      * NOTES: THE EXTRACT IS SORTED STRAIGHT INTO BOTH FILES (THE
      *        FILLCHK EXTRACT-AND-SORT APPROACH); THE HEADER AND
      *        TRAILER ARE WRITTEN WITH THE COUNTS ONCE THE PASS ENDS
      *        AND THEIR RECORD TYPES SORT THEM FIRST AND LAST. EACH
      *        SORTED FILE IS THEN READ BACK AND COUNTED AGAINST THE
      *        EXTRACT, AND EVERY COUNT GOES ON THE RUN LOG, SO A
      *        SHORT FILE IS CAUGHT HERE RATHER THAN BY A READER. A
      *        READER WHOSE FILE IS MISSING, SHORT, OR DATED ANOTHER
      *        DAY FALLS BACK TO ITS OWN TRANS.DAT SCAN.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANSACTION-FILE ASSIGN TO "TRANS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRANSACTION-ID
               ALTERNATE RECORD KEY IS ACCOUNT-ID OF TRANSACTION-RECORD
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS SECURITY-SYMBOL OF
                   TRANSACTION-RECORD WITH DUPLICATES
               FILE STATUS IS WS-TRANS-STATUS.

           SELECT ACTVEXTR-FILE ASSIGN TO "ACTVBLD.EXT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-EXTR-STATUS.

           SELECT ACTV-SORT-FILE ASSIGN TO "ACTVBLD.SRT".

           SELECT ACTVACCT-FILE ASSIGN TO "ACTVACCT.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ACCT-STATUS.

           SELECT ACTVSYMB-FILE ASSIGN TO "ACTVSYMB.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-SYMB-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TRANSACTION-FILE.
       COPY TRANSACTION.

       FD  ACTVEXTR-FILE.
       01  ACTVEXTR-RECORD               PIC X(360).

       SD  ACTV-SORT-FILE.
       01  SRT-ACTIVITY.
           05  SRT-RECORD-TYPE           PIC X(01).
           05  SRT-ACCOUNT-ID            PIC X(12).
           05  SRT-SECURITY-SYMBOL       PIC X(12).
           05  SRT-TRANSACTION-ID        PIC X(16).
           05  FILLER                    PIC X(319).

       FD  ACTVACCT-FILE.
       01  ACTVACCT-RECORD               PIC X(360).

       FD  ACTVSYMB-FILE.
       01  ACTVSYMB-RECORD               PIC X(360).

       WORKING-STORAGE SECTION.
       01  WS-TRANS-STATUS               PIC XX.
       01  WS-EXTR-STATUS                PIC XX.
       01  WS-ACCT-STATUS                PIC XX.
       01  WS-SYMB-STATUS                PIC XX.

       01  WS-CURRENT-DATE.
           05  WS-CURRENT-YEAR           PIC 9(04).
           05  WS-CURRENT-MONTH          PIC 9(02).
           05  WS-CURRENT-DAY            PIC 9(02).
       01  WS-TODAY-STAMP                PIC X(10).

       01  WS-SCAN-SW                    PIC X(01) VALUE 'N'.
           88  SCAN-DONE                 VALUE 'Y'.
       01  WS-TRANS-OPEN-SW              PIC X(01) VALUE 'N'.
           88  TRANS-OPEN                VALUE 'Y'.
       01  WS-PROVE-EOF-SW               PIC X(01) VALUE 'N'.
           88  PROVE-EOF                 VALUE 'Y'.

       COPY ACTVREC.

       01  WS-SCANNED-COUNT              PIC 9(07) COMP.
       01  WS-SELECTED-COUNT             PIC 9(07) COMP.
       01  WS-POSTED-COUNT               PIC 9(07) COMP.
       01  WS-SETTLED-COUNT              PIC 9(07) COMP.
       01  WS-CHANGED-COUNT              PIC 9(07) COMP.
       01  WS-PENDING-COUNT              PIC 9(07) COMP.
       01  WS-PROVED-COUNT               PIC 9(07) COMP.
       01  WS-CONTROL-COUNT              PIC 9(07) COMP.

       01  WS-COUNT-DISPLAY              PIC ZZZZZZ9.
       01  WS-COUNT-DISPLAY-2            PIC ZZZZZZ9.
       01  WS-PROVE-FILE-NAME            PIC X(12).

       LINKAGE SECTION.
       01  LK-RETURN-CODE                PIC 9(02).

       PROCEDURE DIVISION USING LK-RETURN-CODE.
       MAIN-PROCESS.
           MOVE 00 TO LK-RETURN-CODE
           PERFORM INITIALIZE-PROCESS THRU INITIALIZE-PROCESS-EXIT
           IF LK-RETURN-CODE NOT = 00
               GOBACK
           END-IF
           PERFORM EXTRACT-ACTIVITY-PROCESS
           PERFORM WRITE-CONTROL-RECORDS
           IF LK-RETURN-CODE = 00
               PERFORM SORT-ACTIVITY-PROCESS
               PERFORM PROVE-ACCOUNT-FILE THRU PROVE-ACCOUNT-FILE-EXIT
               PERFORM PROVE-SYMBOL-FILE THRU PROVE-SYMBOL-FILE-EXIT
           END-IF
           PERFORM FINALIZE-PROCESS
           GOBACK.

       INITIALIZE-PROCESS.
           MOVE ZERO TO WS-SCANNED-COUNT
           MOVE ZERO TO WS-SELECTED-COUNT
           MOVE ZERO TO WS-POSTED-COUNT
           MOVE ZERO TO WS-SETTLED-COUNT
           MOVE ZERO TO WS-CHANGED-COUNT
           MOVE ZERO TO WS-PENDING-COUNT
           MOVE 'N' TO WS-SCAN-SW
           MOVE 'N' TO WS-TRANS-OPEN-SW
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD

      *    CREATED-TIMESTAMP AND UPDATED-TIMESTAMP START YYYY-MM-DD.
           MOVE SPACES TO WS-TODAY-STAMP
           STRING WS-CURRENT-YEAR '-'
                  WS-CURRENT-MONTH '-'
                  WS-CURRENT-DAY
                  DELIMITED BY SIZE
                  INTO WS-TODAY-STAMP
           END-STRING

           OPEN OUTPUT ACTVEXTR-FILE
           IF WS-EXTR-STATUS NOT = '00'
               DISPLAY 'ACTVBLD: UNABLE TO OPEN ACTVBLD.EXT, '
                   'STATUS = ' WS-EXTR-STATUS
               MOVE 08 TO LK-RETURN-CODE
               GO TO INITIALIZE-PROCESS-EXIT
           END-IF

      *    NO TRANS.DAT STILL GETS A DATED HEADER AND TRAILER, SO THE
      *    READERS SEE A CURRENT FILE WITH NOTHING ON IT.
           OPEN INPUT TRANSACTION-FILE
           IF WS-TRANS-STATUS = '35'
               DISPLAY 'ACTVBLD: NO TRANS.DAT ON FILE - ACTIVITY '
                   'FILES WRITTEN EMPTY'
               SET SCAN-DONE TO TRUE
               GO TO INITIALIZE-PROCESS-EXIT
           END-IF
           IF WS-TRANS-STATUS NOT = '00'
               DISPLAY 'ACTVBLD: UNABLE TO OPEN TRANS.DAT, STATUS = '
                   WS-TRANS-STATUS
               CLOSE ACTVEXTR-FILE
               MOVE 08 TO LK-RETURN-CODE
               GO TO INITIALIZE-PROCESS-EXIT
           END-IF
           SET TRANS-OPEN TO TRUE.

       INITIALIZE-PROCESS-EXIT.
           EXIT.

       EXTRACT-ACTIVITY-PROCESS.
           IF NOT SCAN-DONE
               READ TRANSACTION-FILE NEXT RECORD
               IF WS-TRANS-STATUS NOT = '00'
                   SET SCAN-DONE TO TRUE
               END-IF
           END-IF
           PERFORM SELECT-ONE-TRANSACTION UNTIL SCAN-DONE

           IF TRANS-OPEN
               CLOSE TRANSACTION-FILE
           END-IF.

       SELECT-ONE-TRANSACTION.
           ADD 1 TO WS-SCANNED-COUNT

           MOVE SPACES TO ACTIVITY-RECORD
           MOVE 'NNNN' TO ACT-REASON-FLAGS
           IF TRANSACTION-DATE OF TRANSACTION-RECORD = WS-CURRENT-DATE
              OR CREATED-TIMESTAMP OF TRANSACTION-RECORD (1:10) =
                 WS-TODAY-STAMP
               SET ACT-POSTED-TODAY TO TRUE
               ADD 1 TO WS-POSTED-COUNT
           END-IF
           IF SETTLEMENT-DATE OF TRANSACTION-RECORD = WS-CURRENT-DATE
               SET ACT-SETTLED-TODAY TO TRUE
               ADD 1 TO WS-SETTLED-COUNT
           END-IF
           IF UPDATED-TIMESTAMP OF TRANSACTION-RECORD (1:10) =
              WS-TODAY-STAMP
               SET ACT-CHANGED-TODAY TO TRUE
               ADD 1 TO WS-CHANGED-COUNT
           END-IF
           IF PENDING-STATUS OF TRANSACTION-RECORD
               SET ACT-STILL-PENDING TO TRUE
               ADD 1 TO WS-PENDING-COUNT
           END-IF

           IF ACT-REASON-FLAGS NOT = 'NNNN'
               SET ACT-DETAIL TO TRUE
               MOVE ACCOUNT-ID OF TRANSACTION-RECORD TO ACT-ACCOUNT-ID
               MOVE SECURITY-SYMBOL OF TRANSACTION-RECORD TO
                   ACT-SECURITY-SYMBOL
               MOVE TRANSACTION-ID OF TRANSACTION-RECORD TO
                   ACT-TRANSACTION-ID
               MOVE WS-CURRENT-DATE TO ACT-BUSINESS-DATE
               MOVE TRANSACTION-RECORD TO ACT-TRANSACTION-IMAGE
               WRITE ACTVEXTR-RECORD FROM ACTIVITY-RECORD
               IF WS-EXTR-STATUS NOT = '00'
                   DISPLAY 'ACTVBLD: EXTRACT WRITE FAILED AT '
                       ACT-TRANSACTION-ID ', STATUS = '
                       WS-EXTR-STATUS
                   MOVE 08 TO LK-RETURN-CODE
                   SET SCAN-DONE TO TRUE
               ELSE
                   ADD 1 TO WS-SELECTED-COUNT
               END-IF
           END-IF

           IF NOT SCAN-DONE
               READ TRANSACTION-FILE NEXT RECORD
               IF WS-TRANS-STATUS NOT = '00'
                   SET SCAN-DONE TO TRUE
               END-IF
           END-IF.

      *    THE COUNTS ARE ONLY KNOWN NOW - RECORD TYPE '0' STILL SORTS
      *    THE HEADER AHEAD OF EVERY DETAIL.
       WRITE-CONTROL-RECORDS.
           IF LK-RETURN-CODE = 00
               MOVE SPACES TO ACTIVITY-RECORD
               SET ACT-HEADER TO TRUE
               PERFORM FILL-CONTROL-DATA
               WRITE ACTVEXTR-RECORD FROM ACTIVITY-RECORD
               MOVE SPACES TO ACTIVITY-RECORD
               SET ACT-TRAILER TO TRUE
               PERFORM FILL-CONTROL-DATA
               WRITE ACTVEXTR-RECORD FROM ACTIVITY-RECORD
               IF WS-EXTR-STATUS NOT = '00'
                   DISPLAY 'ACTVBLD: UNABLE TO WRITE THE CONTROL '
                       'RECORDS, STATUS = ' WS-EXTR-STATUS
                   MOVE 08 TO LK-RETURN-CODE
               END-IF
           END-IF
           CLOSE ACTVEXTR-FILE.

       FILL-CONTROL-DATA.
           MOVE WS-CURRENT-DATE TO ACT-BUSINESS-DATE
           MOVE WS-SELECTED-COUNT TO ACT-RECORD-COUNT
           MOVE WS-POSTED-COUNT TO ACT-POSTED-COUNT
           MOVE WS-SETTLED-COUNT TO ACT-SETTLED-COUNT
           MOVE WS-CHANGED-COUNT TO ACT-CHANGED-COUNT
           MOVE WS-PENDING-COUNT TO ACT-PENDING-COUNT
           MOVE WS-SCANNED-COUNT TO ACT-SCANNED-COUNT.

       SORT-ACTIVITY-PROCESS.
           SORT ACTV-SORT-FILE
               ON ASCENDING KEY SRT-RECORD-TYPE
               ON ASCENDING KEY SRT-ACCOUNT-ID
               ON ASCENDING KEY SRT-SECURITY-SYMBOL
               ON ASCENDING KEY SRT-TRANSACTION-ID
               USING ACTVEXTR-FILE
               GIVING ACTVACCT-FILE

           SORT ACTV-SORT-FILE
               ON ASCENDING KEY SRT-RECORD-TYPE
               ON ASCENDING KEY SRT-SECURITY-SYMBOL
               ON ASCENDING KEY SRT-ACCOUNT-ID
               ON ASCENDING KEY SRT-TRANSACTION-ID
               USING ACTVEXTR-FILE
               GIVING ACTVSYMB-FILE.

      *    EACH SORTED FILE MUST HOLD THE HEADER, EVERY EXTRACTED
      *    DETAIL, AND THE TRAILER - ANYTHING ELSE AND THE READERS
      *    WOULD MISS ACTIVITY, SO THE STEP FAILS.
       PROVE-ACCOUNT-FILE.
           MOVE 'ACTVACCT.DAT' TO WS-PROVE-FILE-NAME
           MOVE ZERO TO WS-PROVED-COUNT
           MOVE ZERO TO WS-CONTROL-COUNT
           MOVE 'N' TO WS-PROVE-EOF-SW
           OPEN INPUT ACTVACCT-FILE
           IF WS-ACCT-STATUS NOT = '00'
               DISPLAY 'ACTVBLD: UNABLE TO OPEN ACTVACCT.DAT, '
                   'STATUS = ' WS-ACCT-STATUS
               MOVE 08 TO LK-RETURN-CODE
               GO TO PROVE-ACCOUNT-FILE-EXIT
           END-IF
           PERFORM COUNT-ONE-ACCOUNT-ROW UNTIL PROVE-EOF
           CLOSE ACTVACCT-FILE
           PERFORM REPORT-PROOF.

       PROVE-ACCOUNT-FILE-EXIT.
           EXIT.

       COUNT-ONE-ACCOUNT-ROW.
           READ ACTVACCT-FILE INTO ACTIVITY-RECORD
               AT END SET PROVE-EOF TO TRUE
           END-READ
           IF NOT PROVE-EOF
               PERFORM COUNT-PROVED-ROW
           END-IF.

       PROVE-SYMBOL-FILE.
           MOVE 'ACTVSYMB.DAT' TO WS-PROVE-FILE-NAME
           MOVE ZERO TO WS-PROVED-COUNT
           MOVE ZERO TO WS-CONTROL-COUNT
           MOVE 'N' TO WS-PROVE-EOF-SW
           OPEN INPUT ACTVSYMB-FILE
           IF WS-SYMB-STATUS NOT = '00'
               DISPLAY 'ACTVBLD: UNABLE TO OPEN ACTVSYMB.DAT, '
                   'STATUS = ' WS-SYMB-STATUS
               MOVE 08 TO LK-RETURN-CODE
               GO TO PROVE-SYMBOL-FILE-EXIT
           END-IF
           PERFORM COUNT-ONE-SYMBOL-ROW UNTIL PROVE-EOF
           CLOSE ACTVSYMB-FILE
           PERFORM REPORT-PROOF.

       PROVE-SYMBOL-FILE-EXIT.
           EXIT.

       COUNT-ONE-SYMBOL-ROW.
           READ ACTVSYMB-FILE INTO ACTIVITY-RECORD
               AT END SET PROVE-EOF TO TRUE
           END-READ
           IF NOT PROVE-EOF
               PERFORM COUNT-PROVED-ROW
           END-IF.

       COUNT-PROVED-ROW.
           IF ACT-DETAIL
               ADD 1 TO WS-PROVED-COUNT
           ELSE
               IF (ACT-HEADER OR ACT-TRAILER)
                  AND ACT-BUSINESS-DATE = WS-CURRENT-DATE
                   ADD 1 TO WS-CONTROL-COUNT
               END-IF
           END-IF.

       REPORT-PROOF.
           MOVE WS-PROVED-COUNT TO WS-COUNT-DISPLAY
           MOVE WS-SELECTED-COUNT TO WS-COUNT-DISPLAY-2
           IF WS-PROVED-COUNT = WS-SELECTED-COUNT
              AND WS-CONTROL-COUNT = 2
               DISPLAY 'ACTVBLD: ' WS-PROVE-FILE-NAME ' HOLDS '
                   WS-COUNT-DISPLAY ' OF ' WS-COUNT-DISPLAY-2
                   ' ACTIVITY RECORD(S) - PROVED'
           ELSE
               DISPLAY 'ACTVBLD: ' WS-PROVE-FILE-NAME ' HOLDS '
                   WS-COUNT-DISPLAY ' OF ' WS-COUNT-DISPLAY-2
                   ' ACTIVITY RECORD(S) - OUT OF BALANCE'
               MOVE 08 TO LK-RETURN-CODE
           END-IF.

       FINALIZE-PROCESS.
           MOVE WS-SCANNED-COUNT TO WS-COUNT-DISPLAY
           MOVE WS-SELECTED-COUNT TO WS-COUNT-DISPLAY-2
           DISPLAY 'ACTVBLD: SCANNED ' WS-COUNT-DISPLAY
               ' TRANSACTION(S), ' WS-COUNT-DISPLAY-2
               ' ON THE ' WS-CURRENT-DATE ' ACTIVITY FILE'
           MOVE WS-POSTED-COUNT TO WS-COUNT-DISPLAY
           MOVE WS-SETTLED-COUNT TO WS-COUNT-DISPLAY-2
           DISPLAY 'ACTVBLD: POSTED ' WS-COUNT-DISPLAY
               ', SETTLING ' WS-COUNT-DISPLAY-2
           MOVE WS-CHANGED-COUNT TO WS-COUNT-DISPLAY
           MOVE WS-PENDING-COUNT TO WS-COUNT-DISPLAY-2
           DISPLAY 'ACTVBLD: STATUS CHANGED ' WS-COUNT-DISPLAY
               ', STILL PENDING ' WS-COUNT-DISPLAY-2.

       END PROGRAM ACTVBLD.
