       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALLOCRPT.
      ******************************************************************
      * PROGRAM: ALLOCRPT - ASSET ALLOCATION VS. OBJECTIVE EXCEPTIONS
      * VERSION: 1.0
      * DATE: 2026-10-15
      * PURPOSE: VALUE EVERY ACTIVE ACCOUNT BY ASSET CLASS - CASH AT
      *          ACCOUNT-BALANCE, EACH OPEN POSITION AT ITS SECPRICE
      *          CLOSE (AVERAGE-COST-BASIS WHEN NO PRICE IS ON FILE,
      *          THE SAME PRICING PORTVAL USES), BUCKETED BY SECMAST
      *          SEC-ASSET-CLASS - AND COMPARE EACH CLASS'S SHARE OF
      *          THE ACCOUNT AGAINST THE ALLOCBND BAND FOR THE OWNING
      *          CUSTOMER'S INVESTMENT-OBJECTIVE AND RISK-TOLERANCE.
      *          ACCOUNTS WITH ANY CLASS OUTSIDE ITS BAND ARE LISTED
      *          ON ALLOCRPT.PRT BY BRANCH AND OFFICER FOR SUPERVISORY
      *          REVIEW, THE OFFENDING CLASSES MARKED '*'. A SECOND
      *          SECTION ROLLS THE SAME BREAKDOWN UP PER HOUSEHOLD
      *          (HSHLD.DAT) AND CHECKS IT AGAINST THE MEMBERS' BAND.
      *          THE RUN'S COUNTS ARE LEFT ON ALLOCCNT.DAT FOR
      *          FLASHRPT TO CARRY.
      * FUNCTIONS: CALLED BY EODDRIVER ON THE FIRST BUSINESS NIGHT OF
      *            THE MONTH, OR RUN STANDALONE ON DEMAND BY
      *            SUPERVISION. LK-RETURN-CODE: 00 NORMAL (INCLUDING NO
      *            ALLOCBND.DAT BANDS LOADED YET), 08 FATAL SETUP ERROR.
      *
      * NOTES: THE BAND IS THE ALLOCBND ROW FOR THE CUSTOMER'S OWN
      *        OBJECTIVE AND RISK TOLERANCE, FALLING BACK TO THE
      *        OBJECTIVE-WIDE ROW (SPACE RISK TOLERANCE). AN ACCOUNT
      *        WITH NO BAND, OR WITH NO POSITIVE VALUE TO MEASURE, IS
      *        COUNTED BUT NOT LISTED. A HOUSEHOLD WHOSE MEMBERS DO
      *        NOT SHARE ONE OBJECTIVE AND RISK TOLERANCE IS SHOWN AS
      *        MIXED AND NOT CHECKED - THERE IS NO SINGLE BAND TO
      *        HOLD IT TO. THE EXCEPTION LIST IS SORTED IN PLACE BY
      *        BRANCH, OFFICER AND ACCOUNT THE WAY BOBREP SORTS ITS
      *        OFFICER TABLE.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT-FILE ASSIGN TO "ACCOUNT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCOUNT-ID OF ACCOUNT-RECORD
               FILE STATUS IS WS-ACCT-STATUS.

           SELECT CUSTOMER-FILE ASSIGN TO "CUSTOMER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUSTOMER-ID OF CUSTOMER-RECORD
               FILE STATUS IS WS-CUST-STATUS.

           SELECT POSITION-FILE ASSIGN TO "POSITION.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS POSITION-KEY
               FILE STATUS IS WS-POS-STATUS.

           SELECT SECPRICE-FILE ASSIGN TO "SECPRICE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PRC-SYMBOL
               FILE STATUS IS WS-PRICE-STATUS.

           SELECT SECMAST-FILE ASSIGN TO "SECMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SEC-SYMBOL
               FILE STATUS IS WS-SEC-STATUS.

           SELECT HSHLD-FILE ASSIGN TO "HSHLD.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HH-KEY
               FILE STATUS IS WS-HH-STATUS.

           SELECT ALLOCBND-FILE ASSIGN TO "ALLOCBND.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AB-KEY
               FILE STATUS IS WS-BAND-STATUS.

           SELECT ALLOCRPT-FILE ASSIGN TO "ALLOCRPT.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

           SELECT ALLOCCNT-FILE ASSIGN TO "ALLOCCNT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CNT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-FILE.
       COPY ACCOUNT.

       FD  CUSTOMER-FILE.
       COPY CUSTOMER.

       FD  POSITION-FILE.
       COPY POSITION.

       FD  SECPRICE-FILE.
       COPY SECPRICE.

       FD  SECMAST-FILE.
       COPY SECMAST.

       FD  HSHLD-FILE.
       COPY HSHLD.

       FD  ALLOCBND-FILE.
       COPY ALLOCBND.

       FD  ALLOCRPT-FILE.
       01  RPT-LINE                      PIC X(132).

       FD  ALLOCCNT-FILE.
       01  ALLOCCNT-RECORD.
           05  AC-RUN-DATE               PIC X(08).
           05  AC-ACCOUNTS-REVIEWED      PIC 9(07).
           05  AC-ACCOUNTS-OUT-OF-BAND   PIC 9(07).
           05  AC-HOUSEHOLDS-OUT-OF-BAND PIC 9(07).
           05  AC-ACCOUNTS-NO-BAND       PIC 9(07).

       WORKING-STORAGE SECTION.
       01  WS-ACCT-STATUS                PIC XX.
           88  ACCT-OK                   VALUE '00'.
           88  ACCT-EOF                  VALUE '10'.
       01  WS-CUST-STATUS                PIC XX.
       01  WS-POS-STATUS                 PIC XX.
       01  WS-PRICE-STATUS               PIC XX.
       01  WS-SEC-STATUS                 PIC XX.
       01  WS-HH-STATUS                  PIC XX.
       01  WS-BAND-STATUS                PIC XX.
       01  WS-RPT-STATUS                 PIC XX.
       01  WS-CNT-STATUS                 PIC XX.

       01  WS-POSITIONS-AVAILABLE-SW     PIC X(01) VALUE 'Y'.
           88  POSITIONS-AVAILABLE       VALUE 'Y'.
       01  WS-PRICES-AVAILABLE-SW        PIC X(01) VALUE 'Y'.
           88  PRICES-AVAILABLE          VALUE 'Y'.
       01  WS-SECMAST-AVAILABLE-SW       PIC X(01) VALUE 'Y'.
           88  SECMAST-AVAILABLE         VALUE 'Y'.
       01  WS-HOUSEHOLDS-AVAILABLE-SW    PIC X(01) VALUE 'Y'.
           88  HOUSEHOLDS-AVAILABLE      VALUE 'Y'.
       01  WS-BAND-FOUND-SW              PIC X(01).
           88  BAND-FOUND                VALUE 'Y'.
       01  WS-EXC-TABLE-FULL-SW          PIC X(01) VALUE 'N'.
           88  EXC-TABLE-FULL            VALUE 'Y'.
       01  WS-HH-LOOKUP-DONE-SW          PIC X(01) VALUE 'N'.
           88  HH-LOOKUP-DONE            VALUE 'Y'.

       01  WS-CURRENT-DATE               PIC X(08).
       01  WS-SEARCH-ACCOUNT-ID          PIC X(12).
       01  WS-OBJECTIVE                  PIC X(02).
       01  WS-RISK-TOLERANCE             PIC X(01).

      *    THE ASSET-CLASS BREAKDOWN BEING MEASURED - AN ACCOUNT'S
      *    OWN, OR A HOUSEHOLD'S ROLLED UP - IN ALLOCBND CLASS ORDER.
       01  WS-CLASS-INDEX                PIC 9(01).
       01  WS-BREACH-COUNT               PIC 9(01).
       01  WS-TOTAL-VALUE                PIC S9(13)V99 COMP-3.
       01  WS-UNIT-PRICE                 PIC S9(09)V9999 COMP-3.
       01  WS-HOLDING-VALUE              PIC S9(13)V99 COMP-3.
       01  WS-CLASS-TABLE.
           05  WS-CLASS-ENTRY OCCURS 7 TIMES.
               10  WS-CLASS-VALUE        PIC S9(13)V99 COMP-3.
               10  WS-CLASS-PERCENT      PIC S9(05)V99 COMP-3.
               10  WS-CLASS-FLAG         PIC X(01).

       01  WS-MAX-EXCEPTIONS             PIC 9(04) VALUE 2000.
       01  WS-EXC-COUNT                  PIC 9(04) VALUE ZERO.
       01  WS-EXC-INDEX                  PIC 9(04).
       01  WS-EXCEPTION-TABLE.
           05  WS-EXC-ENTRY OCCURS 2000 TIMES.
               10  WS-EXC-BRANCH-CODE    PIC X(04).
               10  WS-EXC-OFFICER        PIC X(08).
               10  WS-EXC-ACCOUNT-ID     PIC X(12).
               10  WS-EXC-OBJECTIVE      PIC X(02).
               10  WS-EXC-RISK           PIC X(01).
               10  WS-EXC-TOTAL-VALUE    PIC S9(13)V99 COMP-3.
               10  WS-EXC-CLASS OCCURS 7 TIMES.
                   15  WS-EXC-PERCENT    PIC S9(05)V99 COMP-3.
                   15  WS-EXC-FLAG       PIC X(01).

       01  WS-SWAP-ENTRY.
           05  WS-SWAP-BRANCH-CODE       PIC X(04).
           05  WS-SWAP-OFFICER           PIC X(08).
           05  WS-SWAP-ACCOUNT-ID        PIC X(12).
           05  WS-SWAP-OBJECTIVE         PIC X(02).
           05  WS-SWAP-RISK              PIC X(01).
           05  WS-SWAP-TOTAL-VALUE       PIC S9(13)V99 COMP-3.
           05  WS-SWAP-CLASS OCCURS 7 TIMES.
               10  WS-SWAP-PERCENT       PIC S9(05)V99 COMP-3.
               10  WS-SWAP-FLAG          PIC X(01).

       01  WS-SORT-INDEX                 PIC 9(04).
       01  WS-SORT-SWAPPED-SW            PIC X(01).
           88  SORT-SWAPPED-THIS-PASS    VALUE 'Y'.

       01  WS-MAX-HOUSEHOLDS             PIC 9(04) VALUE 0500.
       01  WS-HH-COUNT                   PIC 9(04) VALUE ZERO.
       01  WS-HH-SEARCH-INDEX            PIC 9(04) VALUE ZERO.
       01  WS-HH-FOUND-INDEX             PIC 9(04) VALUE ZERO.
       01  WS-LOOKUP-HOUSEHOLD           PIC X(10).
       01  WS-LOOKUP-CUSTOMER            PIC X(10).
       01  WS-HOUSEHOLD-TABLE.
           05  WS-HOUSEHOLD-ENTRY OCCURS 500 TIMES.
               10  WS-HTB-HOUSEHOLD-ID   PIC X(10).
               10  WS-HTB-ACCOUNT-COUNT  PIC 9(04) COMP.
               10  WS-HTB-OBJECTIVE      PIC X(02).
               10  WS-HTB-RISK           PIC X(01).
               10  WS-HTB-MIXED-SW       PIC X(01).
                   88  HTB-MIXED-PROFILE VALUE 'Y'.
               10  WS-HTB-CLASS-VALUE    PIC S9(13)V99 COMP-3
                                         OCCURS 7 TIMES.

       01  WS-CURRENT-BRANCH-CODE        PIC X(04).
       01  WS-CURRENT-OFFICER            PIC X(08).
       01  WS-OFFICER-EXC-COUNT          PIC 9(07) COMP.
       01  WS-BRANCH-EXC-COUNT           PIC 9(07) COMP.

       01  WS-REVIEWED-COUNT             PIC 9(07) COMP.
       01  WS-OUT-OF-BAND-COUNT          PIC 9(07) COMP.
       01  WS-NO-BAND-COUNT              PIC 9(07) COMP.
       01  WS-UNVALUED-COUNT             PIC 9(07) COMP.
       01  WS-HH-OUT-OF-BAND-COUNT       PIC 9(07) COMP.
       01  WS-COUNT-DISPLAY              PIC ZZZ,ZZ9.

       01  WS-CLASS-HEADINGS.
           05  FILLER                    PIC X(10) VALUE '    CASH  '.
           05  FILLER                    PIC X(10) VALUE '  EQUITY  '.
           05  FILLER                    PIC X(10) VALUE ' FIXED INC'.
           05  FILLER                    PIC X(10) VALUE '  MUT FND '.
           05  FILLER                    PIC X(10) VALUE '  MNY MKT '.
           05  FILLER                    PIC X(10) VALUE '  OPTIONS '.
           05  FILLER                    PIC X(10) VALUE '    OTHER '.

       01  WS-ACCOUNT-HEADING.
           05  FILLER                    PIC X(06) VALUE 'BRCH  '.
           05  FILLER                    PIC X(10) VALUE 'OFFICER   '.
           05  FILLER                    PIC X(14)
                                         VALUE 'ACCOUNT       '.
           05  FILLER                    PIC X(03) VALUE 'OB '.
           05  FILLER                    PIC X(03) VALUE 'R  '.
           05  FILLER                    PIC X(20)
                                         VALUE '        TOTAL VALUE '.
           05  WS-AH-CLASSES             PIC X(70).
           05  FILLER                    PIC X(06) VALUE SPACES.

       01  WS-ACCOUNT-LINE.
           05  WS-AL-BRANCH-CODE         PIC X(04).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-AL-OFFICER             PIC X(08).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-AL-ACCOUNT-ID          PIC X(12).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-AL-OBJECTIVE           PIC X(02).
           05  FILLER                    PIC X(01) VALUE SPACES.
           05  WS-AL-RISK                PIC X(01).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-AL-TOTAL-VALUE         PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                    PIC X(01) VALUE SPACES.
           05  WS-AL-CLASS OCCURS 7 TIMES.
               10  WS-AL-PERCENT         PIC ZZZ9.99-.
               10  WS-AL-FLAG            PIC X(01).
               10  FILLER                PIC X(01) VALUE SPACES.
           05  FILLER                    PIC X(06) VALUE SPACES.

       01  WS-HOUSEHOLD-HEADING.
           05  FILLER                    PIC X(12)
                                         VALUE 'HOUSEHOLD   '.
           05  FILLER                    PIC X(06) VALUE 'ACCTS '.
           05  FILLER                    PIC X(03) VALUE 'OB '.
           05  FILLER                    PIC X(03) VALUE 'R  '.
           05  FILLER                    PIC X(12) VALUE SPACES.
           05  FILLER                    PIC X(20)
                                         VALUE '        TOTAL VALUE '.
           05  WS-HHD-CLASSES            PIC X(70).
           05  FILLER                    PIC X(06) VALUE 'NOTE  '.

       01  WS-HOUSEHOLD-LINE.
           05  WS-HL-HOUSEHOLD-ID        PIC X(10).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-HL-ACCOUNT-COUNT       PIC ZZZ9.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-HL-OBJECTIVE           PIC X(02).
           05  FILLER                    PIC X(01) VALUE SPACES.
           05  WS-HL-RISK                PIC X(01).
           05  FILLER                    PIC X(14) VALUE SPACES.
           05  WS-HL-TOTAL-VALUE         PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                    PIC X(01) VALUE SPACES.
           05  WS-HL-CLASS OCCURS 7 TIMES.
               10  WS-HL-PERCENT         PIC ZZZ9.99-.
               10  WS-HL-FLAG            PIC X(01).
               10  FILLER                PIC X(01) VALUE SPACES.
           05  WS-HL-NOTE                PIC X(06).

       COPY PRINT-LINE.
       01  WS-PAGE-DISPLAY               PIC ZZZ9.

       LINKAGE SECTION.
       01  LK-RETURN-CODE                PIC 9(02).

       PROCEDURE DIVISION USING LK-RETURN-CODE.
       MAIN-PROCESS.
           MOVE 00 TO LK-RETURN-CODE
           PERFORM INITIALIZE-PROCESS
           PERFORM REVIEW-ACCOUNTS-PROCESS
           PERFORM SORT-EXCEPTION-TABLE-PROCESS
           PERFORM PRINT-EXCEPTIONS-PROCESS
           PERFORM PRINT-HOUSEHOLDS-PROCESS THRU
               PRINT-HOUSEHOLDS-EXIT
           PERFORM SAVE-EXCEPTION-COUNTS
           PERFORM FINALIZE-PROCESS
           GOBACK.

       INITIALIZE-PROCESS.
           MOVE ZERO TO WS-REVIEWED-COUNT
           MOVE ZERO TO WS-OUT-OF-BAND-COUNT
           MOVE ZERO TO WS-NO-BAND-COUNT
           MOVE ZERO TO WS-UNVALUED-COUNT
           MOVE ZERO TO WS-HH-OUT-OF-BAND-COUNT
           MOVE ZERO TO WS-EXC-COUNT
           MOVE ZERO TO WS-HH-COUNT
           MOVE WS-CLASS-HEADINGS TO WS-AH-CLASSES
           MOVE WS-CLASS-HEADINGS TO WS-HHD-CLASSES
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD

           OPEN INPUT ALLOCBND-FILE
           IF WS-BAND-STATUS NOT = '00'
               DISPLAY 'ALLOCRPT: NO ALLOCBND.DAT ON FILE - RUN '
                   'ALLOCMNT TO LOAD THE BANDS FIRST'
               GOBACK
           END-IF

           OPEN INPUT ACCOUNT-FILE
           IF WS-ACCT-STATUS NOT = '00'
               DISPLAY 'ALLOCRPT: UNABLE TO OPEN ACCOUNT.DAT, '
                   'STATUS = ' WS-ACCT-STATUS
               CLOSE ALLOCBND-FILE
               MOVE 08 TO LK-RETURN-CODE
               GOBACK
           END-IF

           OPEN INPUT CUSTOMER-FILE
           IF WS-CUST-STATUS NOT = '00'
               DISPLAY 'ALLOCRPT: UNABLE TO OPEN CUSTOMER.DAT, '
                   'STATUS = ' WS-CUST-STATUS
               CLOSE ALLOCBND-FILE
               CLOSE ACCOUNT-FILE
               MOVE 08 TO LK-RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT ALLOCRPT-FILE
           IF WS-RPT-STATUS NOT = '00'
               DISPLAY 'ALLOCRPT: UNABLE TO OPEN ALLOCRPT.PRT, '
                   'STATUS = ' WS-RPT-STATUS
               CLOSE ALLOCBND-FILE
               CLOSE ACCOUNT-FILE
               CLOSE CUSTOMER-FILE
               MOVE 08 TO LK-RETURN-CODE
               GOBACK
           END-IF

           OPEN INPUT POSITION-FILE
           IF WS-POS-STATUS NOT = '00'
               MOVE 'N' TO WS-POSITIONS-AVAILABLE-SW
               DISPLAY 'ALLOCRPT: NO POSITION.DAT ON FILE - ACCOUNTS '
                   'MEASURED ON CASH ONLY'
           END-IF
           OPEN INPUT SECPRICE-FILE
           IF WS-PRICE-STATUS NOT = '00'
               MOVE 'N' TO WS-PRICES-AVAILABLE-SW
           END-IF
           OPEN INPUT SECMAST-FILE
           IF WS-SEC-STATUS NOT = '00'
               MOVE 'N' TO WS-SECMAST-AVAILABLE-SW
           END-IF
           OPEN INPUT HSHLD-FILE
           IF WS-HH-STATUS NOT = '00'
               MOVE 'N' TO WS-HOUSEHOLDS-AVAILABLE-SW
               DISPLAY 'ALLOCRPT: NO HSHLD.DAT ON FILE - HOUSEHOLD '
                   'SECTION SKIPPED'
           END-IF.

      ******************************************************************
      * ONE PASS OF ACCOUNT.DAT - EACH ACTIVE ACCOUNT IS VALUED BY
      * CLASS, ROLLED INTO ITS HOUSEHOLD, AND CHECKED AGAINST ITS BAND.
      ******************************************************************
       REVIEW-ACCOUNTS-PROCESS.
           READ ACCOUNT-FILE NEXT RECORD
           IF WS-ACCT-STATUS NOT = '00'
               SET ACCT-EOF TO TRUE
           END-IF
           PERFORM REVIEW-ONE-ACCOUNT THRU REVIEW-ONE-EXIT
               UNTIL ACCT-EOF.

       REVIEW-ONE-ACCOUNT.
           IF NOT ACTIVE-ACCOUNT
               GO TO REVIEW-ONE-NEXT
           END-IF
           ADD 1 TO WS-REVIEWED-COUNT

           MOVE SPACES TO WS-OBJECTIVE
           MOVE SPACES TO WS-RISK-TOLERANCE
           MOVE CUSTOMER-ID OF ACCOUNT-RECORD TO
               CUSTOMER-ID OF CUSTOMER-RECORD
           READ CUSTOMER-FILE
           IF WS-CUST-STATUS = '00'
               MOVE INVESTMENT-OBJECTIVE TO WS-OBJECTIVE
               MOVE RISK-TOLERANCE TO WS-RISK-TOLERANCE
           END-IF

           PERFORM ZERO-CLASS-TABLE
           MOVE ACCOUNT-BALANCE OF ACCOUNT-RECORD TO WS-CLASS-VALUE(1)
           MOVE ACCOUNT-BALANCE OF ACCOUNT-RECORD TO WS-TOTAL-VALUE
           IF POSITIONS-AVAILABLE
               PERFORM VALUE-ACCOUNT-HOLDINGS
           END-IF

           IF HOUSEHOLDS-AVAILABLE
               PERFORM ROLL-UP-HOUSEHOLD THRU ROLL-UP-HOUSEHOLD-EXIT
           END-IF

           IF WS-TOTAL-VALUE NOT > ZERO
               ADD 1 TO WS-UNVALUED-COUNT
               GO TO REVIEW-ONE-NEXT
           END-IF

           PERFORM FIND-ALLOCATION-BAND
           IF NOT BAND-FOUND
               ADD 1 TO WS-NO-BAND-COUNT
               GO TO REVIEW-ONE-NEXT
           END-IF

           PERFORM MEASURE-AGAINST-BAND
           IF WS-BREACH-COUNT > ZERO
               ADD 1 TO WS-OUT-OF-BAND-COUNT
               PERFORM ADD-EXCEPTION-ENTRY
           END-IF.

       REVIEW-ONE-NEXT.
           READ ACCOUNT-FILE NEXT RECORD
           IF WS-ACCT-STATUS NOT = '00'
               SET ACCT-EOF TO TRUE
           END-IF.

       REVIEW-ONE-EXIT.
           EXIT.

       ZERO-CLASS-TABLE.
           MOVE ZERO TO WS-TOTAL-VALUE
           MOVE 1 TO WS-CLASS-INDEX
           PERFORM ZERO-ONE-CLASS UNTIL WS-CLASS-INDEX > 7.

       ZERO-ONE-CLASS.
           MOVE ZERO TO WS-CLASS-VALUE(WS-CLASS-INDEX)
           MOVE ZERO TO WS-CLASS-PERCENT(WS-CLASS-INDEX)
           MOVE SPACE TO WS-CLASS-FLAG(WS-CLASS-INDEX)
           ADD 1 TO WS-CLASS-INDEX.

       VALUE-ACCOUNT-HOLDINGS.
           MOVE ACCOUNT-ID OF ACCOUNT-RECORD TO WS-SEARCH-ACCOUNT-ID
           MOVE ACCOUNT-ID OF ACCOUNT-RECORD TO
               ACCOUNT-ID OF POSITION-RECORD
           MOVE LOW-VALUES TO SECURITY-SYMBOL OF POSITION-RECORD

           START POSITION-FILE KEY >= POSITION-KEY OF POSITION-RECORD
               INVALID KEY MOVE '10' TO WS-POS-STATUS
           END-START

           IF WS-POS-STATUS = '00'
               PERFORM VALUE-ONE-HOLDING
                   UNTIL WS-POS-STATUS NOT = '00'
           END-IF

      *    Leave the file positioned cleanly for the next account.
           MOVE '00' TO WS-POS-STATUS.

       VALUE-ONE-HOLDING.
           READ POSITION-FILE NEXT RECORD
           IF WS-POS-STATUS = '00'
               IF ACCOUNT-ID OF POSITION-RECORD = WS-SEARCH-ACCOUNT-ID
                   IF OPEN-POSITION
                       PERFORM ADD-HOLDING-TO-CLASS
                   END-IF
               ELSE
                   MOVE '10' TO WS-POS-STATUS
               END-IF
           END-IF.

       ADD-HOLDING-TO-CLASS.
      *    NO PRICE ON FILE VALUES THE HOLDING AT AVERAGE-COST-BASIS,
      *    AS PORTVAL DOES.
           MOVE AVERAGE-COST-BASIS TO WS-UNIT-PRICE
           IF PRICES-AVAILABLE
               MOVE SECURITY-SYMBOL OF POSITION-RECORD TO PRC-SYMBOL
               READ SECPRICE-FILE
               IF WS-PRICE-STATUS = '00'
                  AND PRC-CLOSE-PRICE > ZERO
                   MOVE PRC-CLOSE-PRICE TO WS-UNIT-PRICE
               END-IF
           END-IF
           COMPUTE WS-HOLDING-VALUE ROUNDED =
               POSITION-QUANTITY * WS-UNIT-PRICE
           ADD WS-HOLDING-VALUE TO WS-TOTAL-VALUE

           MOVE 7 TO WS-CLASS-INDEX
           MOVE '99' TO WS-SEC-STATUS
           IF SECMAST-AVAILABLE
               MOVE SECURITY-SYMBOL OF POSITION-RECORD TO SEC-SYMBOL
               READ SECMAST-FILE
           END-IF
           IF WS-SEC-STATUS = '00'
               EVALUATE TRUE
                   WHEN EQUITY-SECURITY
                       MOVE 2 TO WS-CLASS-INDEX
                   WHEN FIXED-INCOME-SECURITY
                       MOVE 3 TO WS-CLASS-INDEX
                   WHEN MUTUAL-FUND-SECURITY
                       MOVE 4 TO WS-CLASS-INDEX
                   WHEN MONEY-MARKET-SECURITY
                       MOVE 5 TO WS-CLASS-INDEX
                   WHEN OPTION-SECURITY
                       MOVE 6 TO WS-CLASS-INDEX
                   WHEN OTHER
                       MOVE 7 TO WS-CLASS-INDEX
               END-EVALUATE
           END-IF
           ADD WS-HOLDING-VALUE TO WS-CLASS-VALUE(WS-CLASS-INDEX).

       FIND-ALLOCATION-BAND.
      *    THE CUSTOMER'S OWN OBJECTIVE AND RISK TOLERANCE FIRST, THEN
      *    THE OBJECTIVE-WIDE ROW.
           MOVE 'N' TO WS-BAND-FOUND-SW
           IF WS-OBJECTIVE NOT = SPACES
               MOVE WS-OBJECTIVE TO AB-OBJECTIVE
               MOVE WS-RISK-TOLERANCE TO AB-RISK-TOLERANCE
               READ ALLOCBND-FILE
               IF WS-BAND-STATUS = '00'
                   MOVE 'Y' TO WS-BAND-FOUND-SW
               ELSE
                   MOVE WS-OBJECTIVE TO AB-OBJECTIVE
                   MOVE SPACE TO AB-RISK-TOLERANCE
                   READ ALLOCBND-FILE
                   IF WS-BAND-STATUS = '00'
                       MOVE 'Y' TO WS-BAND-FOUND-SW
                   END-IF
               END-IF
           END-IF.

       MEASURE-AGAINST-BAND.
           MOVE ZERO TO WS-BREACH-COUNT
           MOVE 1 TO WS-CLASS-INDEX
           PERFORM MEASURE-ONE-CLASS UNTIL WS-CLASS-INDEX > 7.

       MEASURE-ONE-CLASS.
           COMPUTE WS-CLASS-PERCENT(WS-CLASS-INDEX) ROUNDED =
               WS-CLASS-VALUE(WS-CLASS-INDEX) * 100 / WS-TOTAL-VALUE
               ON SIZE ERROR
                   MOVE 9999.99 TO WS-CLASS-PERCENT(WS-CLASS-INDEX)
           END-COMPUTE
           MOVE SPACE TO WS-CLASS-FLAG(WS-CLASS-INDEX)
           IF WS-CLASS-PERCENT(WS-CLASS-INDEX) <
                  AB-MIN-PERCENT(WS-CLASS-INDEX)
              OR WS-CLASS-PERCENT(WS-CLASS-INDEX) >
                  AB-MAX-PERCENT(WS-CLASS-INDEX)
               MOVE '*' TO WS-CLASS-FLAG(WS-CLASS-INDEX)
               ADD 1 TO WS-BREACH-COUNT
           END-IF
           ADD 1 TO WS-CLASS-INDEX.

       ADD-EXCEPTION-ENTRY.
           IF WS-EXC-COUNT >= WS-MAX-EXCEPTIONS
               IF NOT EXC-TABLE-FULL
                   SET EXC-TABLE-FULL TO TRUE
                   DISPLAY 'ALLOCRPT: EXCEPTION TABLE FULL - FURTHER '
                       'OUT-OF-BAND ACCOUNTS COUNTED BUT NOT LISTED'
               END-IF
           ELSE
               ADD 1 TO WS-EXC-COUNT
               MOVE BRANCH-CODE OF ACCOUNT-RECORD TO
                   WS-EXC-BRANCH-CODE(WS-EXC-COUNT)
               MOVE ACCOUNT-OFFICER OF ACCOUNT-RECORD TO
                   WS-EXC-OFFICER(WS-EXC-COUNT)
               MOVE ACCOUNT-ID OF ACCOUNT-RECORD TO
                   WS-EXC-ACCOUNT-ID(WS-EXC-COUNT)
               MOVE WS-OBJECTIVE TO WS-EXC-OBJECTIVE(WS-EXC-COUNT)
               MOVE WS-RISK-TOLERANCE TO WS-EXC-RISK(WS-EXC-COUNT)
               MOVE WS-TOTAL-VALUE TO
                   WS-EXC-TOTAL-VALUE(WS-EXC-COUNT)
               MOVE 1 TO WS-CLASS-INDEX
               PERFORM COPY-ONE-EXCEPTION-CLASS
                   UNTIL WS-CLASS-INDEX > 7
           END-IF.

       COPY-ONE-EXCEPTION-CLASS.
           MOVE WS-CLASS-PERCENT(WS-CLASS-INDEX) TO
               WS-EXC-PERCENT(WS-EXC-COUNT, WS-CLASS-INDEX)
           MOVE WS-CLASS-FLAG(WS-CLASS-INDEX) TO
               WS-EXC-FLAG(WS-EXC-COUNT, WS-CLASS-INDEX)
           ADD 1 TO WS-CLASS-INDEX.

       ROLL-UP-HOUSEHOLD.
      *    THE OWNING CUSTOMER'S HOUSEHOLD IS FOUND BY SCANNING
      *    HSHLD.DAT (KEYED HOUSEHOLD + CUSTOMER, NOT BY CUSTOMER), AS
      *    BOBREP DOES - A CUSTOMER IN NO HOUSEHOLD IS LEFT OUT.
           MOVE SPACES TO WS-LOOKUP-HOUSEHOLD
           MOVE CUSTOMER-ID OF ACCOUNT-RECORD TO WS-LOOKUP-CUSTOMER
           MOVE 'N' TO WS-HH-LOOKUP-DONE-SW

           MOVE LOW-VALUES TO HH-KEY
           START HSHLD-FILE KEY IS NOT LESS THAN HH-KEY
               INVALID KEY SET HH-LOOKUP-DONE TO TRUE
           END-START

           PERFORM FIND-CUSTOMER-HOUSEHOLD UNTIL HH-LOOKUP-DONE

           IF WS-LOOKUP-HOUSEHOLD = SPACES
               GO TO ROLL-UP-HOUSEHOLD-EXIT
           END-IF

           PERFORM FIND-HOUSEHOLD-SLOT
           IF WS-HH-FOUND-INDEX = ZERO
               GO TO ROLL-UP-HOUSEHOLD-EXIT
           END-IF

           IF WS-HTB-ACCOUNT-COUNT(WS-HH-FOUND-INDEX) = ZERO
               MOVE WS-OBJECTIVE TO
                   WS-HTB-OBJECTIVE(WS-HH-FOUND-INDEX)
               MOVE WS-RISK-TOLERANCE TO
                   WS-HTB-RISK(WS-HH-FOUND-INDEX)
           ELSE
               IF WS-HTB-OBJECTIVE(WS-HH-FOUND-INDEX) NOT =
                      WS-OBJECTIVE
                  OR WS-HTB-RISK(WS-HH-FOUND-INDEX) NOT =
                      WS-RISK-TOLERANCE
                   MOVE 'Y' TO WS-HTB-MIXED-SW(WS-HH-FOUND-INDEX)
               END-IF
           END-IF
           ADD 1 TO WS-HTB-ACCOUNT-COUNT(WS-HH-FOUND-INDEX)
           MOVE 1 TO WS-CLASS-INDEX
           PERFORM ADD-ONE-HOUSEHOLD-CLASS UNTIL WS-CLASS-INDEX > 7.

       ROLL-UP-HOUSEHOLD-EXIT.
           EXIT.

       ADD-ONE-HOUSEHOLD-CLASS.
           ADD WS-CLASS-VALUE(WS-CLASS-INDEX) TO
               WS-HTB-CLASS-VALUE(WS-HH-FOUND-INDEX, WS-CLASS-INDEX)
           ADD 1 TO WS-CLASS-INDEX.

       FIND-CUSTOMER-HOUSEHOLD.
           READ HSHLD-FILE NEXT RECORD
           IF WS-HH-STATUS NOT = '00'
               SET HH-LOOKUP-DONE TO TRUE
           ELSE
               IF HH-CUSTOMER-ID = WS-LOOKUP-CUSTOMER
                   MOVE HH-HOUSEHOLD-ID TO WS-LOOKUP-HOUSEHOLD
                   SET HH-LOOKUP-DONE TO TRUE
               END-IF
           END-IF.

       FIND-HOUSEHOLD-SLOT.
           MOVE ZERO TO WS-HH-FOUND-INDEX
           MOVE 1 TO WS-HH-SEARCH-INDEX
           PERFORM SCAN-ONE-HOUSEHOLD-SLOT
               UNTIL WS-HH-SEARCH-INDEX > WS-HH-COUNT
               OR WS-HH-FOUND-INDEX NOT = ZERO

           IF WS-HH-FOUND-INDEX = ZERO
               IF WS-HH-COUNT < WS-MAX-HOUSEHOLDS
                   ADD 1 TO WS-HH-COUNT
                   MOVE WS-HH-COUNT TO WS-HH-FOUND-INDEX
                   MOVE WS-LOOKUP-HOUSEHOLD TO
                       WS-HTB-HOUSEHOLD-ID(WS-HH-FOUND-INDEX)
                   MOVE ZERO TO
                       WS-HTB-ACCOUNT-COUNT(WS-HH-FOUND-INDEX)
                   MOVE 'N' TO WS-HTB-MIXED-SW(WS-HH-FOUND-INDEX)
                   MOVE 1 TO WS-CLASS-INDEX
                   PERFORM ZERO-ONE-HOUSEHOLD-CLASS
                       UNTIL WS-CLASS-INDEX > 7
               END-IF
           END-IF.

       ZERO-ONE-HOUSEHOLD-CLASS.
           MOVE ZERO TO
               WS-HTB-CLASS-VALUE(WS-HH-FOUND-INDEX, WS-CLASS-INDEX)
           ADD 1 TO WS-CLASS-INDEX.

       SCAN-ONE-HOUSEHOLD-SLOT.
           IF WS-HTB-HOUSEHOLD-ID(WS-HH-SEARCH-INDEX) =
              WS-LOOKUP-HOUSEHOLD
               MOVE WS-HH-SEARCH-INDEX TO WS-HH-FOUND-INDEX
           ELSE
               ADD 1 TO WS-HH-SEARCH-INDEX
           END-IF.

      ******************************************************************
      * EXCEPTIONS ARE LISTED BY BRANCH, THEN OFFICER, THEN ACCOUNT.
      ******************************************************************
       SORT-EXCEPTION-TABLE-PROCESS.
           IF WS-EXC-COUNT > 1
               SET SORT-SWAPPED-THIS-PASS TO TRUE
               PERFORM SORT-ONE-PASS UNTIL WS-SORT-SWAPPED-SW = 'N'
           END-IF.

       SORT-ONE-PASS.
           MOVE 'N' TO WS-SORT-SWAPPED-SW
           MOVE 1 TO WS-SORT-INDEX
           PERFORM SORT-ONE-ROW UNTIL WS-SORT-INDEX >= WS-EXC-COUNT.

       SORT-ONE-ROW.
           IF WS-EXC-BRANCH-CODE(WS-SORT-INDEX) >
                  WS-EXC-BRANCH-CODE(WS-SORT-INDEX + 1)
              OR (WS-EXC-BRANCH-CODE(WS-SORT-INDEX) =
                     WS-EXC-BRANCH-CODE(WS-SORT-INDEX + 1)
                  AND WS-EXC-OFFICER(WS-SORT-INDEX) >
                     WS-EXC-OFFICER(WS-SORT-INDEX + 1))
              OR (WS-EXC-BRANCH-CODE(WS-SORT-INDEX) =
                     WS-EXC-BRANCH-CODE(WS-SORT-INDEX + 1)
                  AND WS-EXC-OFFICER(WS-SORT-INDEX) =
                     WS-EXC-OFFICER(WS-SORT-INDEX + 1)
                  AND WS-EXC-ACCOUNT-ID(WS-SORT-INDEX) >
                     WS-EXC-ACCOUNT-ID(WS-SORT-INDEX + 1))
               PERFORM SWAP-EXCEPTION-ENTRIES
               SET SORT-SWAPPED-THIS-PASS TO TRUE
           END-IF
           ADD 1 TO WS-SORT-INDEX.

       SWAP-EXCEPTION-ENTRIES.
           MOVE WS-EXC-ENTRY(WS-SORT-INDEX) TO WS-SWAP-ENTRY
           MOVE WS-EXC-ENTRY(WS-SORT-INDEX + 1) TO
               WS-EXC-ENTRY(WS-SORT-INDEX)
           MOVE WS-SWAP-ENTRY TO WS-EXC-ENTRY(WS-SORT-INDEX + 1).

       PRINT-EXCEPTIONS-PROCESS.
           PERFORM WRITE-REPORT-HEADER
           MOVE WS-ACCOUNT-HEADING TO RPT-LINE
           PERFORM EMIT-RPT-LINE

           IF WS-EXC-COUNT = ZERO
               MOVE SPACES TO RPT-LINE
               MOVE 'NO ACCOUNTS OUTSIDE THEIR ALLOCATION BAND' TO
                   RPT-LINE
               PERFORM EMIT-RPT-LINE
           ELSE
               MOVE SPACES TO WS-CURRENT-BRANCH-CODE
               MOVE SPACES TO WS-CURRENT-OFFICER
               MOVE ZERO TO WS-OFFICER-EXC-COUNT
               MOVE ZERO TO WS-BRANCH-EXC-COUNT
               MOVE 1 TO WS-EXC-INDEX
               PERFORM PRINT-ONE-EXCEPTION
                   UNTIL WS-EXC-INDEX > WS-EXC-COUNT
               PERFORM WRITE-OFFICER-SUBTOTAL
               PERFORM WRITE-BRANCH-SUBTOTAL
           END-IF

           PERFORM WRITE-RUN-TOTALS.

       PRINT-ONE-EXCEPTION.
           IF WS-EXC-BRANCH-CODE(WS-EXC-INDEX) NOT =
                  WS-CURRENT-BRANCH-CODE
               PERFORM WRITE-OFFICER-SUBTOTAL
               PERFORM WRITE-BRANCH-SUBTOTAL
               MOVE WS-EXC-BRANCH-CODE(WS-EXC-INDEX) TO
                   WS-CURRENT-BRANCH-CODE
               MOVE WS-EXC-OFFICER(WS-EXC-INDEX) TO
                   WS-CURRENT-OFFICER
               MOVE ZERO TO WS-BRANCH-EXC-COUNT
               MOVE ZERO TO WS-OFFICER-EXC-COUNT
           ELSE
               IF WS-EXC-OFFICER(WS-EXC-INDEX) NOT =
                      WS-CURRENT-OFFICER
                   PERFORM WRITE-OFFICER-SUBTOTAL
                   MOVE WS-EXC-OFFICER(WS-EXC-INDEX) TO
                       WS-CURRENT-OFFICER
                   MOVE ZERO TO WS-OFFICER-EXC-COUNT
               END-IF
           END-IF

           ADD 1 TO WS-OFFICER-EXC-COUNT
           ADD 1 TO WS-BRANCH-EXC-COUNT

           MOVE WS-EXC-BRANCH-CODE(WS-EXC-INDEX) TO WS-AL-BRANCH-CODE
           MOVE WS-EXC-OFFICER(WS-EXC-INDEX) TO WS-AL-OFFICER
           MOVE WS-EXC-ACCOUNT-ID(WS-EXC-INDEX) TO WS-AL-ACCOUNT-ID
           MOVE WS-EXC-OBJECTIVE(WS-EXC-INDEX) TO WS-AL-OBJECTIVE
           MOVE WS-EXC-RISK(WS-EXC-INDEX) TO WS-AL-RISK
           MOVE WS-EXC-TOTAL-VALUE(WS-EXC-INDEX) TO WS-AL-TOTAL-VALUE
           MOVE 1 TO WS-CLASS-INDEX
           PERFORM FORMAT-ONE-ACCOUNT-CLASS UNTIL WS-CLASS-INDEX > 7
           MOVE WS-ACCOUNT-LINE TO RPT-LINE
           PERFORM EMIT-RPT-LINE

           ADD 1 TO WS-EXC-INDEX.

       FORMAT-ONE-ACCOUNT-CLASS.
           MOVE WS-EXC-PERCENT(WS-EXC-INDEX, WS-CLASS-INDEX) TO
               WS-AL-PERCENT(WS-CLASS-INDEX)
           MOVE WS-EXC-FLAG(WS-EXC-INDEX, WS-CLASS-INDEX) TO
               WS-AL-FLAG(WS-CLASS-INDEX)
           ADD 1 TO WS-CLASS-INDEX.

       WRITE-OFFICER-SUBTOTAL.
           IF WS-OFFICER-EXC-COUNT > ZERO
               MOVE WS-OFFICER-EXC-COUNT TO WS-COUNT-DISPLAY
               MOVE SPACES TO RPT-LINE
               STRING '      OFFICER ' DELIMITED BY SIZE
                      WS-CURRENT-OFFICER DELIMITED BY SIZE
                      '  OUT-OF-BAND ACCOUNTS: ' DELIMITED BY SIZE
                      WS-COUNT-DISPLAY DELIMITED BY SIZE
                      INTO RPT-LINE
               END-STRING
               PERFORM EMIT-RPT-LINE
           END-IF.

       WRITE-BRANCH-SUBTOTAL.
           IF WS-BRANCH-EXC-COUNT > ZERO
               MOVE WS-BRANCH-EXC-COUNT TO WS-COUNT-DISPLAY
               MOVE SPACES TO RPT-LINE
               STRING '  BRANCH ' DELIMITED BY SIZE
                      WS-CURRENT-BRANCH-CODE DELIMITED BY SIZE
                      ' TOTAL  OUT-OF-BAND ACCOUNTS: ' DELIMITED BY SIZE
                      WS-COUNT-DISPLAY DELIMITED BY SIZE
                      INTO RPT-LINE
               END-STRING
               PERFORM EMIT-RPT-LINE

               MOVE SPACES TO RPT-LINE
               PERFORM EMIT-RPT-LINE
           END-IF.

       WRITE-RUN-TOTALS.
           MOVE SPACES TO RPT-LINE
           PERFORM EMIT-RPT-LINE

           MOVE WS-REVIEWED-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO RPT-LINE
           STRING 'ACTIVE ACCOUNTS REVIEWED . . . . ' DELIMITED BY SIZE
                  WS-COUNT-DISPLAY DELIMITED BY SIZE
                  INTO RPT-LINE
           END-STRING
           PERFORM EMIT-RPT-LINE

           MOVE WS-OUT-OF-BAND-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO RPT-LINE
           STRING 'ACCOUNTS OUTSIDE BAND. . . . . . ' DELIMITED BY SIZE
                  WS-COUNT-DISPLAY DELIMITED BY SIZE
                  INTO RPT-LINE
           END-STRING
           PERFORM EMIT-RPT-LINE

           MOVE WS-NO-BAND-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO RPT-LINE
           STRING 'ACCOUNTS WITH NO BAND ON FILE. . ' DELIMITED BY SIZE
                  WS-COUNT-DISPLAY DELIMITED BY SIZE
                  INTO RPT-LINE
           END-STRING
           PERFORM EMIT-RPT-LINE

           MOVE WS-UNVALUED-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO RPT-LINE
           STRING 'ACCOUNTS WITH NO VALUE TO MEASURE' DELIMITED BY SIZE
                  WS-COUNT-DISPLAY DELIMITED BY SIZE
                  INTO RPT-LINE
           END-STRING
           PERFORM EMIT-RPT-LINE.

      ******************************************************************
      * HOUSEHOLD SECTION - EVERY HOUSEHOLD'S ROLLED-UP BREAKDOWN,
      * CHECKED AGAINST THE BAND ITS MEMBERS SHARE.
      ******************************************************************
       PRINT-HOUSEHOLDS-PROCESS.
           IF NOT HOUSEHOLDS-AVAILABLE
               GO TO PRINT-HOUSEHOLDS-EXIT
           END-IF

           MOVE SPACES TO RPT-LINE
           PERFORM EMIT-RPT-LINE
           MOVE SPACES TO RPT-LINE
           MOVE 'HOUSEHOLD ALLOCATION' TO RPT-LINE
           PERFORM EMIT-RPT-LINE
           MOVE WS-HOUSEHOLD-HEADING TO RPT-LINE
           PERFORM EMIT-RPT-LINE

           MOVE 1 TO WS-HH-SEARCH-INDEX
           PERFORM PRINT-ONE-HOUSEHOLD
               UNTIL WS-HH-SEARCH-INDEX > WS-HH-COUNT

           MOVE WS-HH-OUT-OF-BAND-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO RPT-LINE
           STRING 'HOUSEHOLDS OUTSIDE BAND. . . . . ' DELIMITED BY SIZE
                  WS-COUNT-DISPLAY DELIMITED BY SIZE
                  INTO RPT-LINE
           END-STRING
           PERFORM EMIT-RPT-LINE.

       PRINT-HOUSEHOLDS-EXIT.
           EXIT.

       PRINT-ONE-HOUSEHOLD.
           PERFORM ZERO-CLASS-TABLE
           MOVE 1 TO WS-CLASS-INDEX
           PERFORM LOAD-ONE-HOUSEHOLD-CLASS UNTIL WS-CLASS-INDEX > 7

           MOVE SPACES TO WS-HL-NOTE
           MOVE WS-HTB-OBJECTIVE(WS-HH-SEARCH-INDEX) TO WS-OBJECTIVE
           MOVE WS-HTB-RISK(WS-HH-SEARCH-INDEX) TO WS-RISK-TOLERANCE
           MOVE 'N' TO WS-BAND-FOUND-SW
           IF HTB-MIXED-PROFILE(WS-HH-SEARCH-INDEX)
               MOVE 'MIXED ' TO WS-HL-NOTE
           ELSE
               PERFORM FIND-ALLOCATION-BAND
               IF NOT BAND-FOUND
                   MOVE 'NOBAND' TO WS-HL-NOTE
               END-IF
           END-IF

           MOVE ZERO TO WS-BREACH-COUNT
           IF WS-TOTAL-VALUE > ZERO
               IF BAND-FOUND
                   PERFORM MEASURE-AGAINST-BAND
               ELSE
      *            Still show the breakdown, with no band to flag.
                   PERFORM SHOW-UNBANDED-CLASSES
               END-IF
           END-IF
           IF WS-BREACH-COUNT > ZERO
               ADD 1 TO WS-HH-OUT-OF-BAND-COUNT
               MOVE 'OUT   ' TO WS-HL-NOTE
           END-IF

           MOVE WS-HTB-HOUSEHOLD-ID(WS-HH-SEARCH-INDEX) TO
               WS-HL-HOUSEHOLD-ID
           MOVE WS-HTB-ACCOUNT-COUNT(WS-HH-SEARCH-INDEX) TO
               WS-HL-ACCOUNT-COUNT
           MOVE WS-OBJECTIVE TO WS-HL-OBJECTIVE
           MOVE WS-RISK-TOLERANCE TO WS-HL-RISK
           IF HTB-MIXED-PROFILE(WS-HH-SEARCH-INDEX)
               MOVE SPACES TO WS-HL-OBJECTIVE
               MOVE SPACE TO WS-HL-RISK
           END-IF
           MOVE WS-TOTAL-VALUE TO WS-HL-TOTAL-VALUE
           MOVE 1 TO WS-CLASS-INDEX
           PERFORM FORMAT-ONE-HOUSEHOLD-CLASS UNTIL WS-CLASS-INDEX > 7
           MOVE WS-HOUSEHOLD-LINE TO RPT-LINE
           PERFORM EMIT-RPT-LINE

           ADD 1 TO WS-HH-SEARCH-INDEX.

       LOAD-ONE-HOUSEHOLD-CLASS.
           MOVE WS-HTB-CLASS-VALUE(WS-HH-SEARCH-INDEX, WS-CLASS-INDEX)
               TO WS-CLASS-VALUE(WS-CLASS-INDEX)
           ADD WS-CLASS-VALUE(WS-CLASS-INDEX) TO WS-TOTAL-VALUE
           ADD 1 TO WS-CLASS-INDEX.

       SHOW-UNBANDED-CLASSES.
           MOVE 1 TO WS-CLASS-INDEX
           PERFORM SHOW-ONE-UNBANDED-CLASS UNTIL WS-CLASS-INDEX > 7.

       SHOW-ONE-UNBANDED-CLASS.
           COMPUTE WS-CLASS-PERCENT(WS-CLASS-INDEX) ROUNDED =
               WS-CLASS-VALUE(WS-CLASS-INDEX) * 100 / WS-TOTAL-VALUE
               ON SIZE ERROR
                   MOVE 9999.99 TO WS-CLASS-PERCENT(WS-CLASS-INDEX)
           END-COMPUTE
           ADD 1 TO WS-CLASS-INDEX.

       FORMAT-ONE-HOUSEHOLD-CLASS.
           MOVE WS-CLASS-PERCENT(WS-CLASS-INDEX) TO
               WS-HL-PERCENT(WS-CLASS-INDEX)
           MOVE WS-CLASS-FLAG(WS-CLASS-INDEX) TO
               WS-HL-FLAG(WS-CLASS-INDEX)
           ADD 1 TO WS-CLASS-INDEX.

       WRITE-REPORT-HEADER.
           MOVE PRINT-RULE-LINE TO RPT-LINE
           WRITE RPT-LINE

           MOVE PRINT-PAGE-NUMBER TO WS-PAGE-DISPLAY
           MOVE SPACES TO RPT-LINE
           STRING 'ASSET ALLOCATION VS. OBJECTIVE EXCEPTIONS - '
                      DELIMITED BY SIZE
                  WS-CURRENT-DATE DELIMITED BY SIZE
                  '  PAGE ' DELIMITED BY SIZE
                  WS-PAGE-DISPLAY DELIMITED BY SIZE
                  INTO RPT-LINE
           END-STRING
           WRITE RPT-LINE

           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE.

       EMIT-RPT-LINE.
           WRITE RPT-LINE
           ADD 1 TO PRINT-LINE-COUNT
           IF PRINT-LINE-COUNT >= PRINT-LINES-PER-PAGE
               PERFORM REPORT-PAGE-BREAK
           END-IF.

       REPORT-PAGE-BREAK.
           ADD 1 TO PRINT-PAGE-NUMBER
           MOVE ZERO TO PRINT-LINE-COUNT
           PERFORM WRITE-REPORT-HEADER.

       SAVE-EXCEPTION-COUNTS.
           OPEN OUTPUT ALLOCCNT-FILE
           IF WS-CNT-STATUS NOT = '00'
               DISPLAY 'ALLOCRPT: UNABLE TO SAVE ALLOCCNT.DAT, '
                   'STATUS = ' WS-CNT-STATUS
           ELSE
               MOVE WS-CURRENT-DATE TO AC-RUN-DATE
               MOVE WS-REVIEWED-COUNT TO AC-ACCOUNTS-REVIEWED
               MOVE WS-OUT-OF-BAND-COUNT TO AC-ACCOUNTS-OUT-OF-BAND
               MOVE WS-HH-OUT-OF-BAND-COUNT TO
                   AC-HOUSEHOLDS-OUT-OF-BAND
               MOVE WS-NO-BAND-COUNT TO AC-ACCOUNTS-NO-BAND
               WRITE ALLOCCNT-RECORD
               CLOSE ALLOCCNT-FILE
           END-IF.

       FINALIZE-PROCESS.
           CLOSE ACCOUNT-FILE
           CLOSE CUSTOMER-FILE
           CLOSE ALLOCBND-FILE
           CLOSE ALLOCRPT-FILE
           IF POSITIONS-AVAILABLE
               CLOSE POSITION-FILE
           END-IF
           IF PRICES-AVAILABLE
               CLOSE SECPRICE-FILE
           END-IF
           IF SECMAST-AVAILABLE
               CLOSE SECMAST-FILE
           END-IF
           IF HOUSEHOLDS-AVAILABLE
               CLOSE HSHLD-FILE
           END-IF

           MOVE WS-REVIEWED-COUNT TO WS-COUNT-DISPLAY
           DISPLAY 'ALLOCRPT: REVIEWED ' WS-COUNT-DISPLAY
               ' ACCOUNT(S)'
           MOVE WS-OUT-OF-BAND-COUNT TO WS-COUNT-DISPLAY
           DISPLAY 'ALLOCRPT: OUTSIDE BAND ' WS-COUNT-DISPLAY
               ' ACCOUNT(S)'.

       END PROGRAM ALLOCRPT.
