       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOPRRPT.
      ******************************************************************
      * PROGRAM: LOPRRPT - LARGE OPTIONS POSITION REPORTING
      * VERSION: 1.0
      * DATE: 2026-10-15
      * PURPOSE: SUM EVERY OPEN OPTION-SECURITY POSITION ON
      *          POSITION.DAT BY UNDERLYING (SEC-UNDERLYING-SYMBOL)
      *          AND BY SIDE OF THE MARKET - LONG CALLS PLUS SHORT
      *          PUTS ON THE BULLISH SIDE, LONG PUTS PLUS SHORT CALLS
      *          ON THE BEARISH SIDE - FIRST PER ACCOUNT, THEN ACROSS
      *          THE ACCOUNTS UNDER COMMON CONTROL. AN ACCOUNT WHOSE
      *          OWN POSITION, OR WHOSE CONTROL GROUP'S, REACHES
      *          WS-LOPR-THRESHOLD CONTRACTS ON EITHER SIDE IS WRITTEN
      *          TO THE LOPR FILE (LOPR.DAT) WITH ITS GROUP; A GROUP
      *          (OR SINGLE ACCOUNT) AT WS-LIMIT-WARN-PCT OF THE
      *          POSITION LIMIT OR MORE GOES ON THE WARNING REPORT
      *          (LOPRWARN.RPT) BEFORE IT BREACHES.
      * FUNCTIONS: CALLED BY EODDRIVER EVERY NIGHT, AFTER THE DAY'S
      *            TRADES HAVE POSTED, OR RUN STANDALONE.
      *            LK-RETURN-CODE: 00 NORMAL, 08 FATAL SETUP ERROR.
      *
      * NOTES: COMMON CONTROL IS TAKEN FROM THE OWNERSHIP FILES THIS
      *        SYSTEM ALREADY KEEPS: AN ACCOUNT IS CONTROLLED BY ITS
      *        PRIMARY CUSTOMER (ACCOUNT-RECORD) AND BY EVERY OWNER ON
      *        ACCTOWN.DAT, AND A CONTROLLING CUSTOMER WHO BELONGS TO
      *        A HOUSEHOLD ON HSHLD.DAT IS AGGREGATED AS THAT
      *        HOUSEHOLD. A JOINT ACCOUNT THEREFORE COUNTS TOWARD EACH
      *        OWNER'S GROUP. THE POSITION LIMIT IS ONE STANDARD
      *        FIGURE (WS-POSITION-LIMIT) FOR EVERY UNDERLYING - THE
      *        SECURITY MASTER CARRIES NO PER-CLASS LIMIT. A NEGATIVE
      *        POSITION-QUANTITY IS A SHORT (WRITTEN) POSITION, AS
      *        OPTEXP TREATS IT.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT POSITION-FILE ASSIGN TO "POSITION.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS POSITION-KEY
               FILE STATUS IS WS-POS-STATUS.

           SELECT SECMAST-FILE ASSIGN TO "SECMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SEC-SYMBOL
               FILE STATUS IS WS-SECMAST-STATUS.

           SELECT ACCOUNT-FILE ASSIGN TO "ACCOUNT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCOUNT-ID OF ACCOUNT-RECORD
               FILE STATUS IS WS-ACCOUNT-STATUS.

           SELECT ACCTOWN-FILE ASSIGN TO "ACCTOWN.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AO-KEY
               FILE STATUS IS WS-OWN-STATUS.

           SELECT HSHLD-FILE ASSIGN TO "HSHLD.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HH-KEY
               FILE STATUS IS WS-HH-STATUS.

           SELECT LOPR-FILE ASSIGN TO "LOPR.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-LOPR-STATUS.

           SELECT LOPRWARN-RPT-FILE ASSIGN TO "LOPRWARN.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  POSITION-FILE.
       COPY POSITION.

       FD  SECMAST-FILE.
       COPY SECMAST.

       FD  ACCOUNT-FILE.
       COPY ACCOUNT.

       FD  ACCTOWN-FILE.
       COPY ACCTOWN.

       FD  HSHLD-FILE.
       COPY HSHLD.

       FD  LOPR-FILE.
       01  LOPR-RECORD.
           05  LPR-RECORD-TYPE           PIC X(01).
               88  LPR-HEADER            VALUE 'H'.
               88  LPR-ACCOUNT           VALUE 'A'.
               88  LPR-GROUP             VALUE 'G'.
               88  LPR-TRAILER           VALUE 'T'.
           05  LPR-REPORT-DATE           PIC X(08).
           05  LPR-ACCOUNT-ID            PIC X(12).
           05  LPR-GROUP-ID              PIC X(13).
           05  LPR-UNDERLYING            PIC X(12).
           05  LPR-LONG-CALLS            PIC 9(09).
           05  LPR-SHORT-CALLS           PIC 9(09).
           05  LPR-LONG-PUTS             PIC 9(09).
           05  LPR-SHORT-PUTS            PIC 9(09).
           05  LPR-BULLISH-TOTAL         PIC 9(09).
           05  LPR-BEARISH-TOTAL         PIC 9(09).
           05  LPR-RECORD-COUNT          PIC 9(07).
           05  FILLER                    PIC X(10).

       FD  LOPRWARN-RPT-FILE.
       01  LOPRWARN-RPT-LINE             PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-POS-STATUS                 PIC XX.
           88  POS-EOF                   VALUE '10'.
       01  WS-SECMAST-STATUS             PIC XX.
       01  WS-ACCOUNT-STATUS             PIC XX.
       01  WS-OWN-STATUS                 PIC XX.
       01  WS-HH-STATUS                  PIC XX.
           88  HH-EOF                    VALUE '10'.
       01  WS-LOPR-STATUS                PIC XX.
       01  WS-RPT-STATUS                 PIC XX.

       01  WS-OWNERS-SW                  PIC X(01) VALUE 'N'.
           88  OWNERS-AVAILABLE          VALUE 'Y'.
       01  WS-OWN-SCAN-SW                PIC X(01).
           88  OWN-SCAN-DONE             VALUE 'Y'.

      *    REPORTING THRESHOLD AND POSITION LIMIT, IN CONTRACTS ON
      *    THE SAME SIDE OF THE MARKET.
       01  WS-LOPR-THRESHOLD             PIC 9(09) VALUE 000000200.
       01  WS-POSITION-LIMIT             PIC 9(09) VALUE 000025000.
       01  WS-LIMIT-WARN-PCT             PIC 9(03) VALUE 080.
       01  WS-WARN-LEVEL                 PIC 9(09).

       01  WS-CURRENT-DATE               PIC X(08).

      *----------------------------------------------------------------
      * CUSTOMER TO HOUSEHOLD MAP, LOADED ONCE FROM HSHLD.DAT (KEYED
      * HOUSEHOLD + CUSTOMER, NOT BY CUSTOMER).
      *----------------------------------------------------------------
       01  WS-MAX-MEMBERS                PIC 9(05) VALUE 05000.
       01  WS-MEMBER-COUNT               PIC 9(05) VALUE ZERO.
       01  WS-MEMBER-INDEX               PIC 9(05).
       01  WS-MEMBER-TABLE.
           05  WS-MEMBER-ENTRY OCCURS 5000 TIMES.
               10  WS-MT-CUSTOMER-ID     PIC X(10).
               10  WS-MT-HOUSEHOLD-ID    PIC X(10).

      *----------------------------------------------------------------
      * ACCOUNT + UNDERLYING TOTALS, AND THE CONTROL GROUPS EACH
      * ACCOUNT FEEDS.
      *----------------------------------------------------------------
       01  WS-MAX-ACCT-ENTRIES           PIC 9(05) VALUE 03000.
       01  WS-ACCT-COUNT                 PIC 9(05) VALUE ZERO.
       01  WS-ACCT-INDEX                 PIC 9(05).
       01  WS-ACCT-FOUND                 PIC 9(05).
       01  WS-ACCT-TABLE.
           05  WS-ACCT-ENTRY OCCURS 3000 TIMES.
               10  WS-AE-ACCOUNT-ID      PIC X(12).
               10  WS-AE-UNDERLYING      PIC X(12).
               10  WS-AE-LONG-CALLS      PIC S9(09) COMP-3.
               10  WS-AE-SHORT-CALLS     PIC S9(09) COMP-3.
               10  WS-AE-LONG-PUTS       PIC S9(09) COMP-3.
               10  WS-AE-SHORT-PUTS      PIC S9(09) COMP-3.
               10  WS-AE-GROUP-COUNT     PIC 9(01).
               10  WS-AE-GROUP-IDX       PIC 9(05) OCCURS 5 TIMES.

       01  WS-MAX-GROUP-ENTRIES          PIC 9(05) VALUE 03000.
       01  WS-GROUP-COUNT                PIC 9(05) VALUE ZERO.
       01  WS-GROUP-INDEX                PIC 9(05).
       01  WS-GROUP-FOUND                PIC 9(05).
       01  WS-GROUP-TABLE.
           05  WS-GROUP-ENTRY OCCURS 3000 TIMES.
               10  WS-GE-GROUP-ID        PIC X(13).
               10  WS-GE-UNDERLYING      PIC X(12).
               10  WS-GE-ACCOUNT-COUNT   PIC 9(05).
               10  WS-GE-LONG-CALLS      PIC S9(09) COMP-3.
               10  WS-GE-SHORT-CALLS     PIC S9(09) COMP-3.
               10  WS-GE-LONG-PUTS       PIC S9(09) COMP-3.
               10  WS-GE-SHORT-PUTS      PIC S9(09) COMP-3.

      *----------------------------------------------------------------
      * CONTROLLERS OF THE ACCOUNT BEING WORKED - UP TO FIVE GROUP
      * IDS ('H' + HOUSEHOLD, OR 'C' + CUSTOMER, OR 'A' + ACCOUNT WHEN
      * NO OWNER CAN BE FOUND), DE-DUPLICATED.
      *----------------------------------------------------------------
       01  WS-CTL-ACCOUNT-ID             PIC X(12) VALUE SPACES.
       01  WS-CTL-COUNT                  PIC 9(01).
       01  WS-CTL-INDEX                  PIC 9(01).
       01  WS-CTL-DUP-SW                 PIC X(01).
           88  CTL-IS-DUPLICATE          VALUE 'Y'.
       01  WS-CTL-TABLE.
           05  WS-CTL-GROUP-ID           PIC X(13) OCCURS 5 TIMES.
       01  WS-WORK-CUSTOMER-ID           PIC X(10).
       01  WS-WORK-GROUP-ID              PIC X(13).

       01  WS-WORK-CONTRACTS             PIC S9(09) COMP-3.
       01  WS-BULLISH                    PIC S9(09) COMP-3.
       01  WS-BEARISH                    PIC S9(09) COMP-3.
       01  WS-LARGER-SIDE                PIC S9(09) COMP-3.
       01  WS-REPORTABLE-SW              PIC X(01).
           88  IS-REPORTABLE             VALUE 'Y'.
       01  WS-SUB                        PIC 9(01).

       01  WS-OPTION-COUNT               PIC 9(07) COMP.
       01  WS-LOPR-ACCOUNT-COUNT         PIC 9(07) COMP.
       01  WS-LOPR-GROUP-COUNT           PIC 9(07) COMP.
       01  WS-WARNING-COUNT              PIC 9(07) COMP.
       01  WS-DETAIL-COUNT               PIC 9(07) COMP.
       01  WS-OVERFLOW-COUNT             PIC 9(07) COMP.
       01  WS-OPTION-DISPLAY             PIC ZZZZZZ9.
       01  WS-LOPR-ACCOUNT-DISPLAY       PIC ZZZZZZ9.
       01  WS-LOPR-GROUP-DISPLAY         PIC ZZZZZZ9.
       01  WS-WARNING-DISPLAY            PIC ZZZZZZ9.
       01  WS-OVERFLOW-DISPLAY           PIC ZZZZZZ9.
       01  WS-CONTRACTS-DISPLAY          PIC ZZZ,ZZZ,ZZ9.
       01  WS-LIMIT-DISPLAY              PIC ZZZ,ZZZ,ZZ9.
       01  WS-COUNT-DISPLAY              PIC ZZZZ9.

       LINKAGE SECTION.
       01  LK-RETURN-CODE                PIC 9(02).

       PROCEDURE DIVISION USING LK-RETURN-CODE.
       MAIN-PROCESS.
           MOVE 00 TO LK-RETURN-CODE
           PERFORM INITIALIZE-PROCESS
           PERFORM LOAD-HOUSEHOLD-MAP THRU LOAD-HOUSEHOLD-MAP-EXIT
           PERFORM ACCUMULATE-POSITIONS-PROCESS
           PERFORM ASSIGN-CONTROL-GROUPS
           PERFORM WRITE-ACCOUNT-RECORDS
           PERFORM WRITE-GROUP-RECORDS
           PERFORM FINALIZE-PROCESS
           GOBACK.

       INITIALIZE-PROCESS.
           MOVE ZERO TO WS-OPTION-COUNT
           MOVE ZERO TO WS-LOPR-ACCOUNT-COUNT
           MOVE ZERO TO WS-LOPR-GROUP-COUNT
           MOVE ZERO TO WS-WARNING-COUNT
           MOVE ZERO TO WS-DETAIL-COUNT
           MOVE ZERO TO WS-OVERFLOW-COUNT
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           COMPUTE WS-WARN-LEVEL =
               WS-POSITION-LIMIT * WS-LIMIT-WARN-PCT / 100

           OPEN INPUT POSITION-FILE
           IF WS-POS-STATUS NOT = '00'
               DISPLAY 'LOPRRPT: UNABLE TO OPEN POSITION.DAT, '
                   'STATUS = ' WS-POS-STATUS
               MOVE 08 TO LK-RETURN-CODE
               GOBACK
           END-IF

           OPEN INPUT SECMAST-FILE
           IF WS-SECMAST-STATUS NOT = '00'
               DISPLAY 'LOPRRPT: UNABLE TO OPEN SECMAST.DAT, '
                   'STATUS = ' WS-SECMAST-STATUS
               MOVE 08 TO LK-RETURN-CODE
               GOBACK
           END-IF

           OPEN INPUT ACCOUNT-FILE
           IF WS-ACCOUNT-STATUS NOT = '00'
               DISPLAY 'LOPRRPT: UNABLE TO OPEN ACCOUNT.DAT, '
                   'STATUS = ' WS-ACCOUNT-STATUS
               MOVE 08 TO LK-RETURN-CODE
               GOBACK
           END-IF

      *    NO ACCTOWN.DAT MEANS EVERY ACCOUNT HAS ONLY ITS PRIMARY
      *    OWNER.
           OPEN INPUT ACCTOWN-FILE
           IF WS-OWN-STATUS = '00'
               SET OWNERS-AVAILABLE TO TRUE
           END-IF

           OPEN OUTPUT LOPR-FILE
           IF WS-LOPR-STATUS NOT = '00'
               DISPLAY 'LOPRRPT: UNABLE TO OPEN LOPR.DAT, STATUS = '
                   WS-LOPR-STATUS
               MOVE 08 TO LK-RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT LOPRWARN-RPT-FILE
           IF WS-RPT-STATUS NOT = '00'
               DISPLAY 'LOPRRPT: UNABLE TO OPEN LOPRWARN.RPT, '
                   'STATUS = ' WS-RPT-STATUS
               MOVE 08 TO LK-RETURN-CODE
               GOBACK
           END-IF

           MOVE SPACES TO LOPR-RECORD
           MOVE 'H' TO LPR-RECORD-TYPE
           MOVE WS-CURRENT-DATE TO LPR-REPORT-DATE
           MOVE ZERO TO LPR-RECORD-COUNT
           WRITE LOPR-RECORD

           MOVE WS-POSITION-LIMIT TO WS-LIMIT-DISPLAY
           MOVE SPACES TO LOPRWARN-RPT-LINE
           STRING 'OPTIONS POSITION LIMIT WARNINGS ' DELIMITED BY SIZE
                  WS-CURRENT-DATE DELIMITED BY SIZE
                  '  LIMIT ' DELIMITED BY SIZE
                  WS-LIMIT-DISPLAY DELIMITED BY SIZE
                  ' CONTRACTS PER SIDE' DELIMITED BY SIZE
                  INTO LOPRWARN-RPT-LINE
           END-STRING
           WRITE LOPRWARN-RPT-LINE
           MOVE SPACES TO LOPRWARN-RPT-LINE
           WRITE LOPRWARN-RPT-LINE.

       LOAD-HOUSEHOLD-MAP.
           OPEN INPUT HSHLD-FILE
           IF WS-HH-STATUS NOT = '00'
               GO TO LOAD-HOUSEHOLD-MAP-EXIT
           END-IF

           READ HSHLD-FILE NEXT RECORD
           PERFORM LOAD-ONE-MEMBER UNTIL HH-EOF
           CLOSE HSHLD-FILE.

       LOAD-HOUSEHOLD-MAP-EXIT.
           EXIT.

       LOAD-ONE-MEMBER.
           IF WS-HH-STATUS = '00'
              AND WS-MEMBER-COUNT < WS-MAX-MEMBERS
               ADD 1 TO WS-MEMBER-COUNT
               MOVE HH-CUSTOMER-ID TO
                   WS-MT-CUSTOMER-ID(WS-MEMBER-COUNT)
               MOVE HH-HOUSEHOLD-ID TO
                   WS-MT-HOUSEHOLD-ID(WS-MEMBER-COUNT)
           END-IF
           READ HSHLD-FILE NEXT RECORD
           IF WS-HH-STATUS NOT = '00'
               SET HH-EOF TO TRUE
           END-IF.

      *----------------------------------------------------------------
      * ONE PASS OF POSITION.DAT - EVERY OPEN OPTION POSITION ADDS
      * ITS CONTRACTS TO THE ACCOUNT + UNDERLYING ROW.
      *----------------------------------------------------------------
       ACCUMULATE-POSITIONS-PROCESS.
           READ POSITION-FILE NEXT RECORD
           PERFORM ACCUMULATE-ONE-POSITION THRU ACCUMULATE-ONE-EXIT
               UNTIL POS-EOF.

       ACCUMULATE-ONE-POSITION.
           IF NOT OPEN-POSITION
              OR POSITION-QUANTITY = ZERO
               GO TO ACCUMULATE-ONE-NEXT
           END-IF

           MOVE SECURITY-SYMBOL OF POSITION-RECORD TO SEC-SYMBOL
           READ SECMAST-FILE
           IF WS-SECMAST-STATUS NOT = '00'
               GO TO ACCUMULATE-ONE-NEXT
           END-IF
           IF NOT OPTION-SECURITY
              OR SEC-UNDERLYING-SYMBOL = SPACES
               GO TO ACCUMULATE-ONE-NEXT
           END-IF
           ADD 1 TO WS-OPTION-COUNT

           MOVE ZERO TO WS-ACCT-FOUND
           MOVE 1 TO WS-ACCT-INDEX
           PERFORM FIND-ACCOUNT-SLOT
               UNTIL WS-ACCT-INDEX > WS-ACCT-COUNT
               OR WS-ACCT-FOUND NOT = ZERO
           IF WS-ACCT-FOUND = ZERO
               IF WS-ACCT-COUNT < WS-MAX-ACCT-ENTRIES
                   ADD 1 TO WS-ACCT-COUNT
                   MOVE WS-ACCT-COUNT TO WS-ACCT-FOUND
                   MOVE ACCOUNT-ID OF POSITION-RECORD TO
                       WS-AE-ACCOUNT-ID(WS-ACCT-FOUND)
                   MOVE SEC-UNDERLYING-SYMBOL TO
                       WS-AE-UNDERLYING(WS-ACCT-FOUND)
                   MOVE ZERO TO WS-AE-LONG-CALLS(WS-ACCT-FOUND)
                   MOVE ZERO TO WS-AE-SHORT-CALLS(WS-ACCT-FOUND)
                   MOVE ZERO TO WS-AE-LONG-PUTS(WS-ACCT-FOUND)
                   MOVE ZERO TO WS-AE-SHORT-PUTS(WS-ACCT-FOUND)
                   MOVE ZERO TO WS-AE-GROUP-COUNT(WS-ACCT-FOUND)
               ELSE
                   ADD 1 TO WS-OVERFLOW-COUNT
                   GO TO ACCUMULATE-ONE-NEXT
               END-IF
           END-IF

           IF POSITION-QUANTITY < ZERO
               COMPUTE WS-WORK-CONTRACTS = ZERO - POSITION-QUANTITY
               IF CALL-OPTION
                   ADD WS-WORK-CONTRACTS TO
                       WS-AE-SHORT-CALLS(WS-ACCT-FOUND)
               ELSE
                   ADD WS-WORK-CONTRACTS TO
                       WS-AE-SHORT-PUTS(WS-ACCT-FOUND)
               END-IF
           ELSE
               MOVE POSITION-QUANTITY TO WS-WORK-CONTRACTS
               IF CALL-OPTION
                   ADD WS-WORK-CONTRACTS TO
                       WS-AE-LONG-CALLS(WS-ACCT-FOUND)
               ELSE
                   ADD WS-WORK-CONTRACTS TO
                       WS-AE-LONG-PUTS(WS-ACCT-FOUND)
               END-IF
           END-IF.

       ACCUMULATE-ONE-NEXT.
           READ POSITION-FILE NEXT RECORD.

       ACCUMULATE-ONE-EXIT.
           EXIT.

       FIND-ACCOUNT-SLOT.
           IF WS-AE-ACCOUNT-ID(WS-ACCT-INDEX) =
                  ACCOUNT-ID OF POSITION-RECORD
              AND WS-AE-UNDERLYING(WS-ACCT-INDEX) =
                  SEC-UNDERLYING-SYMBOL
               MOVE WS-ACCT-INDEX TO WS-ACCT-FOUND
           END-IF
           ADD 1 TO WS-ACCT-INDEX.

      *----------------------------------------------------------------
      * EVERY ACCOUNT ROW FEEDS THE GROUP ROW OF EACH OF ITS
      * CONTROLLERS FOR THE SAME UNDERLYING.
      *----------------------------------------------------------------
       ASSIGN-CONTROL-GROUPS.
           MOVE SPACES TO WS-CTL-ACCOUNT-ID
           MOVE 1 TO WS-ACCT-INDEX
           PERFORM ASSIGN-ONE-ACCOUNT
               UNTIL WS-ACCT-INDEX > WS-ACCT-COUNT.

       ASSIGN-ONE-ACCOUNT.
           IF WS-AE-ACCOUNT-ID(WS-ACCT-INDEX) NOT = WS-CTL-ACCOUNT-ID
               MOVE WS-AE-ACCOUNT-ID(WS-ACCT-INDEX) TO
                   WS-CTL-ACCOUNT-ID
               PERFORM FIND-ACCOUNT-CONTROLLERS
           END-IF

           MOVE ZERO TO WS-AE-GROUP-COUNT(WS-ACCT-INDEX)
           MOVE 1 TO WS-CTL-INDEX
           PERFORM ADD-TO-ONE-GROUP
               UNTIL WS-CTL-INDEX > WS-CTL-COUNT
           ADD 1 TO WS-ACCT-INDEX.

       FIND-ACCOUNT-CONTROLLERS.
           MOVE ZERO TO WS-CTL-COUNT
           MOVE SPACES TO WS-CTL-TABLE

           MOVE WS-CTL-ACCOUNT-ID TO ACCOUNT-ID OF ACCOUNT-RECORD
           READ ACCOUNT-FILE
           IF WS-ACCOUNT-STATUS = '00'
               MOVE CUSTOMER-ID OF ACCOUNT-RECORD TO
                   WS-WORK-CUSTOMER-ID
               PERFORM ADD-CONTROLLER
           END-IF

           IF OWNERS-AVAILABLE
               MOVE 'N' TO WS-OWN-SCAN-SW
               MOVE WS-CTL-ACCOUNT-ID TO AO-ACCOUNT-ID
               MOVE LOW-VALUES TO AO-CUSTOMER-ID
               START ACCTOWN-FILE KEY IS NOT LESS THAN AO-KEY
                   INVALID KEY SET OWN-SCAN-DONE TO TRUE
               END-START
               PERFORM READ-ONE-OWNER UNTIL OWN-SCAN-DONE
           END-IF

           IF WS-CTL-COUNT = ZERO
               MOVE 1 TO WS-CTL-COUNT
               MOVE SPACES TO WS-CTL-GROUP-ID(1)
               STRING 'A' DELIMITED BY SIZE
                      WS-CTL-ACCOUNT-ID DELIMITED BY SIZE
                      INTO WS-CTL-GROUP-ID(1)
               END-STRING
           END-IF.

       READ-ONE-OWNER.
           READ ACCTOWN-FILE NEXT RECORD
           IF WS-OWN-STATUS NOT = '00'
               SET OWN-SCAN-DONE TO TRUE
           ELSE
               IF AO-ACCOUNT-ID NOT = WS-CTL-ACCOUNT-ID
                   SET OWN-SCAN-DONE TO TRUE
               ELSE
                   MOVE AO-CUSTOMER-ID TO WS-WORK-CUSTOMER-ID
                   PERFORM ADD-CONTROLLER
               END-IF
           END-IF.

       ADD-CONTROLLER.
           MOVE SPACES TO WS-WORK-GROUP-ID
           STRING 'C' DELIMITED BY SIZE
                  WS-WORK-CUSTOMER-ID DELIMITED BY SIZE
                  INTO WS-WORK-GROUP-ID
           END-STRING
           MOVE 1 TO WS-MEMBER-INDEX
           PERFORM FIND-CUSTOMER-HOUSEHOLD
               UNTIL WS-MEMBER-INDEX > WS-MEMBER-COUNT

           MOVE 'N' TO WS-CTL-DUP-SW
           MOVE 1 TO WS-SUB
           PERFORM CHECK-CONTROLLER-DUPLICATE
               UNTIL WS-SUB > WS-CTL-COUNT
           IF NOT CTL-IS-DUPLICATE
              AND WS-CTL-COUNT < 5
               ADD 1 TO WS-CTL-COUNT
               MOVE WS-WORK-GROUP-ID TO WS-CTL-GROUP-ID(WS-CTL-COUNT)
           END-IF.

       FIND-CUSTOMER-HOUSEHOLD.
           IF WS-MT-CUSTOMER-ID(WS-MEMBER-INDEX) = WS-WORK-CUSTOMER-ID
               MOVE SPACES TO WS-WORK-GROUP-ID
               STRING 'H' DELIMITED BY SIZE
                      WS-MT-HOUSEHOLD-ID(WS-MEMBER-INDEX)
                          DELIMITED BY SIZE
                      INTO WS-WORK-GROUP-ID
               END-STRING
               COMPUTE WS-MEMBER-INDEX = WS-MEMBER-COUNT + 1
           ELSE
               ADD 1 TO WS-MEMBER-INDEX
           END-IF.

       CHECK-CONTROLLER-DUPLICATE.
           IF WS-CTL-GROUP-ID(WS-SUB) = WS-WORK-GROUP-ID
               SET CTL-IS-DUPLICATE TO TRUE
           END-IF
           ADD 1 TO WS-SUB.

       ADD-TO-ONE-GROUP.
           MOVE ZERO TO WS-GROUP-FOUND
           MOVE 1 TO WS-GROUP-INDEX
           PERFORM FIND-GROUP-SLOT
               UNTIL WS-GROUP-INDEX > WS-GROUP-COUNT
               OR WS-GROUP-FOUND NOT = ZERO
           IF WS-GROUP-FOUND = ZERO
               IF WS-GROUP-COUNT < WS-MAX-GROUP-ENTRIES
                   ADD 1 TO WS-GROUP-COUNT
                   MOVE WS-GROUP-COUNT TO WS-GROUP-FOUND
                   MOVE WS-CTL-GROUP-ID(WS-CTL-INDEX) TO
                       WS-GE-GROUP-ID(WS-GROUP-FOUND)
                   MOVE WS-AE-UNDERLYING(WS-ACCT-INDEX) TO
                       WS-GE-UNDERLYING(WS-GROUP-FOUND)
                   MOVE ZERO TO WS-GE-ACCOUNT-COUNT(WS-GROUP-FOUND)
                   MOVE ZERO TO WS-GE-LONG-CALLS(WS-GROUP-FOUND)
                   MOVE ZERO TO WS-GE-SHORT-CALLS(WS-GROUP-FOUND)
                   MOVE ZERO TO WS-GE-LONG-PUTS(WS-GROUP-FOUND)
                   MOVE ZERO TO WS-GE-SHORT-PUTS(WS-GROUP-FOUND)
               ELSE
                   ADD 1 TO WS-OVERFLOW-COUNT
               END-IF
           END-IF

           IF WS-GROUP-FOUND NOT = ZERO
               ADD 1 TO WS-GE-ACCOUNT-COUNT(WS-GROUP-FOUND)
               ADD WS-AE-LONG-CALLS(WS-ACCT-INDEX) TO
                   WS-GE-LONG-CALLS(WS-GROUP-FOUND)
               ADD WS-AE-SHORT-CALLS(WS-ACCT-INDEX) TO
                   WS-GE-SHORT-CALLS(WS-GROUP-FOUND)
               ADD WS-AE-LONG-PUTS(WS-ACCT-INDEX) TO
                   WS-GE-LONG-PUTS(WS-GROUP-FOUND)
               ADD WS-AE-SHORT-PUTS(WS-ACCT-INDEX) TO
                   WS-GE-SHORT-PUTS(WS-GROUP-FOUND)
               ADD 1 TO WS-AE-GROUP-COUNT(WS-ACCT-INDEX)
               MOVE WS-GROUP-FOUND TO
                   WS-AE-GROUP-IDX(WS-ACCT-INDEX,
                                   WS-AE-GROUP-COUNT(WS-ACCT-INDEX))
           END-IF
           ADD 1 TO WS-CTL-INDEX.

       FIND-GROUP-SLOT.
           IF WS-GE-GROUP-ID(WS-GROUP-INDEX) =
                  WS-CTL-GROUP-ID(WS-CTL-INDEX)
              AND WS-GE-UNDERLYING(WS-GROUP-INDEX) =
                  WS-AE-UNDERLYING(WS-ACCT-INDEX)
               MOVE WS-GROUP-INDEX TO WS-GROUP-FOUND
           END-IF
           ADD 1 TO WS-GROUP-INDEX.

      *----------------------------------------------------------------
      * AN ACCOUNT ROW IS REPORTED WHEN ITS OWN LARGER SIDE, OR THE
      * LARGER SIDE OF ANY GROUP IT FEEDS, REACHES THE THRESHOLD. IT
      * CARRIES ITS FIRST (PRIMARY) GROUP AS THE AGGREGATION ID.
      *----------------------------------------------------------------
       WRITE-ACCOUNT-RECORDS.
           MOVE 1 TO WS-ACCT-INDEX
           PERFORM WRITE-ONE-ACCOUNT
               UNTIL WS-ACCT-INDEX > WS-ACCT-COUNT.

       WRITE-ONE-ACCOUNT.
           COMPUTE WS-BULLISH = WS-AE-LONG-CALLS(WS-ACCT-INDEX)
               + WS-AE-SHORT-PUTS(WS-ACCT-INDEX)
           COMPUTE WS-BEARISH = WS-AE-LONG-PUTS(WS-ACCT-INDEX)
               + WS-AE-SHORT-CALLS(WS-ACCT-INDEX)
           PERFORM SET-LARGER-SIDE

           MOVE 'N' TO WS-REPORTABLE-SW
           IF WS-LARGER-SIDE NOT < WS-LOPR-THRESHOLD
               SET IS-REPORTABLE TO TRUE
           END-IF
           MOVE 1 TO WS-SUB
           PERFORM CHECK-ONE-ACCOUNT-GROUP
               UNTIL WS-SUB > WS-AE-GROUP-COUNT(WS-ACCT-INDEX)

           IF IS-REPORTABLE
               MOVE SPACES TO LOPR-RECORD
               MOVE 'A' TO LPR-RECORD-TYPE
               MOVE WS-CURRENT-DATE TO LPR-REPORT-DATE
               MOVE WS-AE-ACCOUNT-ID(WS-ACCT-INDEX) TO LPR-ACCOUNT-ID
               IF WS-AE-GROUP-COUNT(WS-ACCT-INDEX) > ZERO
                   MOVE WS-GE-GROUP-ID
                       (WS-AE-GROUP-IDX(WS-ACCT-INDEX, 1))
                       TO LPR-GROUP-ID
               END-IF
               MOVE WS-AE-UNDERLYING(WS-ACCT-INDEX) TO LPR-UNDERLYING
               MOVE WS-AE-LONG-CALLS(WS-ACCT-INDEX) TO LPR-LONG-CALLS
               MOVE WS-AE-SHORT-CALLS(WS-ACCT-INDEX) TO
                   LPR-SHORT-CALLS
               MOVE WS-AE-LONG-PUTS(WS-ACCT-INDEX) TO LPR-LONG-PUTS
               MOVE WS-AE-SHORT-PUTS(WS-ACCT-INDEX) TO LPR-SHORT-PUTS
               MOVE WS-BULLISH TO LPR-BULLISH-TOTAL
               MOVE WS-BEARISH TO LPR-BEARISH-TOTAL
               MOVE ZERO TO LPR-RECORD-COUNT
               WRITE LOPR-RECORD
               ADD 1 TO WS-DETAIL-COUNT
               ADD 1 TO WS-LOPR-ACCOUNT-COUNT
           END-IF

      *    A SINGLE-OWNER ACCOUNT'S GROUP IS THE ACCOUNT ITSELF AND
      *    IS WARNED AT GROUP LEVEL - ONLY AN ACCOUNT SHARING ITS
      *    GROUP WITH OTHERS IS WARNED ON ITS OWN AS WELL.
           IF WS-LARGER-SIDE NOT < WS-WARN-LEVEL
               MOVE SPACES TO LOPRWARN-RPT-LINE
               MOVE WS-LARGER-SIDE TO WS-CONTRACTS-DISPLAY
               STRING 'ACCOUNT ' DELIMITED BY SIZE
                      WS-AE-ACCOUNT-ID(WS-ACCT-INDEX)
                          DELIMITED BY SIZE
                      '  UNDERLYING ' DELIMITED BY SIZE
                      WS-AE-UNDERLYING(WS-ACCT-INDEX)
                          DELIMITED BY SIZE
                      '  SAME-SIDE CONTRACTS ' DELIMITED BY SIZE
                      WS-CONTRACTS-DISPLAY DELIMITED BY SIZE
                      INTO LOPRWARN-RPT-LINE
               END-STRING
               PERFORM FINISH-WARNING-LINE
           END-IF

           ADD 1 TO WS-ACCT-INDEX.

       CHECK-ONE-ACCOUNT-GROUP.
           MOVE WS-AE-GROUP-IDX(WS-ACCT-INDEX, WS-SUB) TO
               WS-GROUP-INDEX
           COMPUTE WS-BULLISH = WS-GE-LONG-CALLS(WS-GROUP-INDEX)
               + WS-GE-SHORT-PUTS(WS-GROUP-INDEX)
           COMPUTE WS-BEARISH = WS-GE-LONG-PUTS(WS-GROUP-INDEX)
               + WS-GE-SHORT-CALLS(WS-GROUP-INDEX)
           IF WS-BULLISH NOT < WS-LOPR-THRESHOLD
              OR WS-BEARISH NOT < WS-LOPR-THRESHOLD
               SET IS-REPORTABLE TO TRUE
           END-IF
      *    PUT THE ACCOUNT'S OWN TOTALS BACK FOR THE RECORD.
           COMPUTE WS-BULLISH = WS-AE-LONG-CALLS(WS-ACCT-INDEX)
               + WS-AE-SHORT-PUTS(WS-ACCT-INDEX)
           COMPUTE WS-BEARISH = WS-AE-LONG-PUTS(WS-ACCT-INDEX)
               + WS-AE-SHORT-CALLS(WS-ACCT-INDEX)
           ADD 1 TO WS-SUB.

      *----------------------------------------------------------------
      * A GROUP SPANNING MORE THAN ONE ACCOUNT IS REPORTED AT THE
      * THRESHOLD AS ITS OWN AGGREGATION RECORD; EVERY GROUP IS
      * CHECKED AGAINST THE POSITION LIMIT.
      *----------------------------------------------------------------
       WRITE-GROUP-RECORDS.
           MOVE 1 TO WS-GROUP-INDEX
           PERFORM WRITE-ONE-GROUP
               UNTIL WS-GROUP-INDEX > WS-GROUP-COUNT.

       WRITE-ONE-GROUP.
           COMPUTE WS-BULLISH = WS-GE-LONG-CALLS(WS-GROUP-INDEX)
               + WS-GE-SHORT-PUTS(WS-GROUP-INDEX)
           COMPUTE WS-BEARISH = WS-GE-LONG-PUTS(WS-GROUP-INDEX)
               + WS-GE-SHORT-CALLS(WS-GROUP-INDEX)
           PERFORM SET-LARGER-SIDE

           IF WS-GE-ACCOUNT-COUNT(WS-GROUP-INDEX) > 1
              AND WS-LARGER-SIDE NOT < WS-LOPR-THRESHOLD
               MOVE SPACES TO LOPR-RECORD
               MOVE 'G' TO LPR-RECORD-TYPE
               MOVE WS-CURRENT-DATE TO LPR-REPORT-DATE
               MOVE WS-GE-GROUP-ID(WS-GROUP-INDEX) TO LPR-GROUP-ID
               MOVE WS-GE-UNDERLYING(WS-GROUP-INDEX) TO
                   LPR-UNDERLYING
               MOVE WS-GE-LONG-CALLS(WS-GROUP-INDEX) TO LPR-LONG-CALLS
               MOVE WS-GE-SHORT-CALLS(WS-GROUP-INDEX) TO
                   LPR-SHORT-CALLS
               MOVE WS-GE-LONG-PUTS(WS-GROUP-INDEX) TO LPR-LONG-PUTS
               MOVE WS-GE-SHORT-PUTS(WS-GROUP-INDEX) TO
                   LPR-SHORT-PUTS
               MOVE WS-BULLISH TO LPR-BULLISH-TOTAL
               MOVE WS-BEARISH TO LPR-BEARISH-TOTAL
               MOVE WS-GE-ACCOUNT-COUNT(WS-GROUP-INDEX) TO
                   LPR-RECORD-COUNT
               WRITE LOPR-RECORD
               ADD 1 TO WS-DETAIL-COUNT
               ADD 1 TO WS-LOPR-GROUP-COUNT
           END-IF

           IF WS-LARGER-SIDE NOT < WS-WARN-LEVEL
               MOVE WS-LARGER-SIDE TO WS-CONTRACTS-DISPLAY
               MOVE WS-GE-ACCOUNT-COUNT(WS-GROUP-INDEX) TO
                   WS-COUNT-DISPLAY
               MOVE SPACES TO LOPRWARN-RPT-LINE
               STRING 'GROUP   ' DELIMITED BY SIZE
                      WS-GE-GROUP-ID(WS-GROUP-INDEX) DELIMITED BY SIZE
                      ' UNDERLYING ' DELIMITED BY SIZE
                      WS-GE-UNDERLYING(WS-GROUP-INDEX)
                          DELIMITED BY SIZE
                      '  SAME-SIDE CONTRACTS ' DELIMITED BY SIZE
                      WS-CONTRACTS-DISPLAY DELIMITED BY SIZE
                      ' IN ' DELIMITED BY SIZE
                      WS-COUNT-DISPLAY DELIMITED BY SIZE
                      ' ACCT(S)' DELIMITED BY SIZE
                      INTO LOPRWARN-RPT-LINE
               END-STRING
               PERFORM FINISH-WARNING-LINE
           END-IF

           ADD 1 TO WS-GROUP-INDEX.

       SET-LARGER-SIDE.
           IF WS-BULLISH > WS-BEARISH
               MOVE WS-BULLISH TO WS-LARGER-SIDE
           ELSE
               MOVE WS-BEARISH TO WS-LARGER-SIDE
           END-IF.

       FINISH-WARNING-LINE.
           IF WS-LARGER-SIDE NOT < WS-POSITION-LIMIT
               STRING ' - OVER LIMIT' DELIMITED BY SIZE
                      INTO LOPRWARN-RPT-LINE (112:21)
               END-STRING
           ELSE
               STRING ' - APPROACHING LIMIT' DELIMITED BY SIZE
                      INTO LOPRWARN-RPT-LINE (112:21)
               END-STRING
           END-IF
           WRITE LOPRWARN-RPT-LINE
           ADD 1 TO WS-WARNING-COUNT.

       FINALIZE-PROCESS.
           MOVE SPACES TO LOPR-RECORD
           MOVE 'T' TO LPR-RECORD-TYPE
           MOVE WS-CURRENT-DATE TO LPR-REPORT-DATE
           MOVE WS-DETAIL-COUNT TO LPR-RECORD-COUNT
           WRITE LOPR-RECORD

           IF WS-WARNING-COUNT = ZERO
               MOVE '     NO POSITIONS APPROACHING THE LIMIT' TO
                   LOPRWARN-RPT-LINE
               WRITE LOPRWARN-RPT-LINE
           END-IF

           CLOSE POSITION-FILE
           CLOSE SECMAST-FILE
           CLOSE ACCOUNT-FILE
           IF OWNERS-AVAILABLE
               CLOSE ACCTOWN-FILE
           END-IF
           CLOSE LOPR-FILE
           CLOSE LOPRWARN-RPT-FILE

           MOVE WS-OPTION-COUNT TO WS-OPTION-DISPLAY
           MOVE WS-LOPR-ACCOUNT-COUNT TO WS-LOPR-ACCOUNT-DISPLAY
           MOVE WS-LOPR-GROUP-COUNT TO WS-LOPR-GROUP-DISPLAY
           MOVE WS-WARNING-COUNT TO WS-WARNING-DISPLAY
           MOVE WS-OVERFLOW-COUNT TO WS-OVERFLOW-DISPLAY
           DISPLAY 'LOPRRPT: ' WS-OPTION-DISPLAY
               ' OPTION POSITION(S), REPORTED ' WS-LOPR-ACCOUNT-DISPLAY
               ' ACCOUNT(S) AND ' WS-LOPR-GROUP-DISPLAY
               ' GROUP(S), ' WS-WARNING-DISPLAY ' WARNING(S)'
           IF WS-OVERFLOW-COUNT > ZERO
               DISPLAY 'LOPRRPT: ' WS-OVERFLOW-DISPLAY
                   ' ROW(S) DROPPED - AGGREGATION TABLE FULL'
           END-IF.

       END PROGRAM LOPRRPT.
