       IDENTIFICATION DIVISION.
       PROGRAM-ID. VENUEMNT.
      ******************************************************************
      * PROGRAM: VENUEMNT - EXECUTION VENUE TERMS MAINTENANCE
      * VERSION: 1.0
      * DATE: 2026-10-15
      * PURPOSE: CREATE, REPLACE, OR REMOVE VENUE-TERMS ROWS ON
      *          VENUETRM.DAT FROM A CONTROL FILE (VENUEMNT.CTL -
      *          VENUE, ACTION A/D, NAME, PAYMENT FOR ORDER FLOW FOR
      *          MARKET, LIMIT AND OTHER ORDERS IN CENTS PER HUNDRED
      *          SHARES, EACH WITH ITS OWN SIGN BYTE ('-' FOR A FEE
      *          THE VENUE CHARGES), EFFECTIVE AND EXPIRY DATES, A
      *          TERMS DESCRIPTION, OPERATOR), AS THE DESK'S
      *          ARRANGEMENTS WITH EACH MARKET CENTER CHANGE. RTDISCL
      *          REPORTS THE TERMS ON THE QUARTERLY ROUTING
      *          DISCLOSURE.
      * FUNCTIONS: STANDALONE UTILITY - RUN AS VENUE TERMS CHANGE.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-FILE ASSIGN TO "VENUEMNT.CTL"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.

           SELECT VENUETRM-FILE ASSIGN TO "VENUETRM.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VT-VENUE
               FILE STATUS IS WS-VT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-FILE.
       01  CONTROL-RECORD.
           05  CTL-VENUE                 PIC X(08).
           05  CTL-ACTION                PIC X(01).
               88  CTL-ADD-ACTION        VALUE 'A'.
               88  CTL-DELETE-ACTION     VALUE 'D'.
           05  CTL-VENUE-NAME            PIC X(40).
           05  CTL-MARKET-SIGN           PIC X(01).
           05  CTL-MARKET-RATE           PIC 9(05)V99.
           05  CTL-LIMIT-SIGN            PIC X(01).
           05  CTL-LIMIT-RATE            PIC 9(05)V99.
           05  CTL-OTHER-SIGN            PIC X(01).
           05  CTL-OTHER-RATE            PIC 9(05)V99.
           05  CTL-EFFECTIVE-DATE        PIC X(08).
           05  CTL-EXPIRY-DATE           PIC X(08).
           05  CTL-TERMS-DESC            PIC X(60).
           05  CTL-OPERATOR              PIC X(08).
           05  FILLER                    PIC X(10).

       FD  VENUETRM-FILE.
       COPY VENUETRM.

       WORKING-STORAGE SECTION.
       01  WS-CTL-STATUS                 PIC XX.
           88  CTL-OK                    VALUE '00'.
           88  CTL-EOF                   VALUE '10'.

       01  WS-VT-STATUS                  PIC XX.

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
           PERFORM APPLY-TERMS-PROCESS
           PERFORM FINALIZE-PROCESS
           STOP RUN.

       INITIALIZE-PROCESS.
           MOVE ZERO TO WS-APPLIED-COUNT
           MOVE ZERO TO WS-REJECT-COUNT

           OPEN INPUT CONTROL-FILE
           IF WS-CTL-STATUS NOT = '00'
               DISPLAY 'VENUEMNT: NO VENUEMNT.CTL ON FILE - NOTHING '
                   'TO DO'
               STOP RUN
           END-IF

           OPEN I-O VENUETRM-FILE
           IF WS-VT-STATUS = '35'
      *        First venue ever recorded - file is created.
               OPEN OUTPUT VENUETRM-FILE
               CLOSE VENUETRM-FILE
               OPEN I-O VENUETRM-FILE
           END-IF
           IF WS-VT-STATUS NOT = '00'
               DISPLAY 'VENUEMNT: UNABLE TO OPEN VENUETRM.DAT, '
                   'STATUS = ' WS-VT-STATUS
               CLOSE CONTROL-FILE
               STOP RUN
           END-IF.

       APPLY-TERMS-PROCESS.
           READ CONTROL-FILE
               AT END SET CTL-EOF TO TRUE
           END-READ
           PERFORM APPLY-ONE-LINE THRU APPLY-ONE-EXIT
               UNTIL CTL-EOF.

       APPLY-ONE-LINE.
           IF CTL-VENUE = SPACES
               ADD 1 TO WS-REJECT-COUNT
               GO TO APPLY-ONE-NEXT
           END-IF

           IF CTL-DELETE-ACTION
               MOVE CTL-VENUE TO VT-VENUE
               DELETE VENUETRM-FILE RECORD
               IF WS-VT-STATUS = '00'
                   ADD 1 TO WS-APPLIED-COUNT
               ELSE
                   ADD 1 TO WS-REJECT-COUNT
               END-IF
               GO TO APPLY-ONE-NEXT
           END-IF

           IF CTL-EFFECTIVE-DATE NOT NUMERIC
              OR CTL-MARKET-RATE NOT NUMERIC
              OR CTL-LIMIT-RATE NOT NUMERIC
              OR CTL-OTHER-RATE NOT NUMERIC
               ADD 1 TO WS-REJECT-COUNT
               DISPLAY 'VENUEMNT: BAD LINE FOR ' CTL-VENUE
                   ' - SKIPPED'
               GO TO APPLY-ONE-NEXT
           END-IF

           MOVE CTL-VENUE TO VT-VENUE
           READ VENUETRM-FILE
           IF WS-VT-STATUS = '00'
               PERFORM BUILD-TERMS-FIELDS
               REWRITE VENUETRM-RECORD
           ELSE
               MOVE SPACES TO VENUETRM-RECORD
               MOVE CTL-VENUE TO VT-VENUE
               PERFORM BUILD-TERMS-FIELDS
               WRITE VENUETRM-RECORD
           END-IF

           IF WS-VT-STATUS = '00'
               ADD 1 TO WS-APPLIED-COUNT
           ELSE
               ADD 1 TO WS-REJECT-COUNT
               DISPLAY 'VENUEMNT: UNABLE TO APPLY ' CTL-VENUE
                   ', STATUS = ' WS-VT-STATUS
           END-IF.

       APPLY-ONE-NEXT.
           READ CONTROL-FILE
               AT END SET CTL-EOF TO TRUE
           END-READ.

       APPLY-ONE-EXIT.
           EXIT.

       BUILD-TERMS-FIELDS.
           MOVE CTL-VENUE-NAME TO VT-VENUE-NAME
           MOVE CTL-MARKET-RATE TO VT-MARKET-RATE
           IF CTL-MARKET-SIGN = '-'
               COMPUTE VT-MARKET-RATE = ZERO - VT-MARKET-RATE
           END-IF
           MOVE CTL-LIMIT-RATE TO VT-LIMIT-RATE
           IF CTL-LIMIT-SIGN = '-'
               COMPUTE VT-LIMIT-RATE = ZERO - VT-LIMIT-RATE
           END-IF
           MOVE CTL-OTHER-RATE TO VT-OTHER-RATE
           IF CTL-OTHER-SIGN = '-'
               COMPUTE VT-OTHER-RATE = ZERO - VT-OTHER-RATE
           END-IF
           MOVE CTL-EFFECTIVE-DATE TO VT-EFFECTIVE-DATE
           MOVE CTL-EXPIRY-DATE TO VT-EXPIRY-DATE
           MOVE CTL-TERMS-DESC TO VT-TERMS-DESC
           MOVE CTL-OPERATOR TO CREATED-BY OF VENUETRM-RECORD
           PERFORM GET-CURRENT-TIMESTAMP
           MOVE WS-TIMESTAMP TO
               CREATED-TIMESTAMP OF VENUETRM-RECORD.

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
           CLOSE VENUETRM-FILE

           MOVE WS-APPLIED-COUNT TO WS-APPLIED-DISPLAY
           MOVE WS-REJECT-COUNT TO WS-REJECT-DISPLAY
           DISPLAY 'VENUEMNT: APPLIED ' WS-APPLIED-DISPLAY
               ' LINE(S), REJECTED ' WS-REJECT-DISPLAY.

       END PROGRAM VENUEMNT.
