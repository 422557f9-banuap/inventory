       IDENTIFICATION DIVISION.
       PROGRAM-ID. SOAPCMNT.
      ******************************************************************
      * PROGRAM: SOAPCMNT - SOAP API CLIENT REGISTRY MAINTENANCE
      * VERSION: 1.0
      * DATE: 2026-10-15
      * PURPOSE: CREATE, REPLACE, OR REMOVE CLIENT ROWS ON SOAPCLNT.DAT
      *          FROM A CONTROL FILE (SOAPCMNT.CTL - CLIENT ID, ACTION
      *          A/D, NAME, AUTHENTICATION METHOD S FOR A SHARED
      *          SECRET OR C FOR A CERTIFICATE FINGERPRINT, THE SECRET
      *          OR FINGERPRINT, ACTIVE FLAG Y/N, DAILY REQUEST
      *          CEILING, UP TO FIFTEEN OPERATIONS THE CLIENT MAY CALL
      *          ('*' FOR ALL), OPERATOR), THE SAME CONTROL-FILE
      *          PATTERN VENUEMNT USES. SOAP-SERVER AUTHENTICATES
      *          EVERY REQUEST AGAINST THE REGISTRY.
      * FUNCTIONS: STANDALONE UTILITY - RUN AS CLIENTS ARE SIGNED UP,
      *            RE-KEYED, RE-ENTITLED OR SUSPENDED.
      *
      * NOTES: REPLACING A CLIENT KEEPS ITS USAGE COUNT FOR THE DAY, SO
      *        RE-KEYING A CLIENT MID-DAY DOES NOT RESET ITS CEILING.
      *        A CLIENT IS SUSPENDED WITH ACTIVE FLAG N RATHER THAN
      *        REMOVED, SO ITS ROW STILL EXPLAINS ITS REFUSALS.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-FILE ASSIGN TO "SOAPCMNT.CTL"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.

           SELECT SOAPCLNT-FILE ASSIGN TO "SOAPCLNT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SC-CLIENT-ID
               FILE STATUS IS WS-SC-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-FILE.
       01  CONTROL-RECORD.
           05  CTL-CLIENT-ID             PIC X(16).
           05  CTL-ACTION                PIC X(01).
               88  CTL-ADD-ACTION        VALUE 'A'.
               88  CTL-DELETE-ACTION     VALUE 'D'.
           05  CTL-CLIENT-NAME           PIC X(40).
           05  CTL-AUTH-METHOD           PIC X(01).
               88  CTL-VALID-AUTH-METHOD VALUE 'S' 'C'.
           05  CTL-CREDENTIAL            PIC X(64).
           05  CTL-ACTIVE-FLAG           PIC X(01).
               88  CTL-VALID-ACTIVE-FLAG VALUE 'Y' 'N'.
           05  CTL-DAILY-LIMIT           PIC 9(07).
           05  CTL-OPERATION             PIC X(24) OCCURS 15 TIMES.
           05  CTL-OPERATOR              PIC X(08).
           05  FILLER                    PIC X(10).

       FD  SOAPCLNT-FILE.
       COPY SOAPCLNT.

       WORKING-STORAGE SECTION.
       01  WS-CTL-STATUS                 PIC XX.
           88  CTL-OK                    VALUE '00'.
           88  CTL-EOF                   VALUE '10'.

       01  WS-SC-STATUS                  PIC XX.

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

       01  WS-OP-INDEX                   PIC 9(02) COMP.
       01  WS-SAVED-USAGE-DATE           PIC X(08).
       01  WS-SAVED-USAGE-COUNT          PIC 9(07).

       01  WS-APPLIED-COUNT              PIC 9(07) COMP.
       01  WS-REJECT-COUNT               PIC 9(07) COMP.
       01  WS-APPLIED-DISPLAY            PIC ZZZZZZ9.
       01  WS-REJECT-DISPLAY             PIC ZZZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           PERFORM INITIALIZE-PROCESS
           PERFORM APPLY-CLIENTS-PROCESS
           PERFORM FINALIZE-PROCESS
           STOP RUN.

       INITIALIZE-PROCESS.
           MOVE ZERO TO WS-APPLIED-COUNT
           MOVE ZERO TO WS-REJECT-COUNT

           OPEN INPUT CONTROL-FILE
           IF WS-CTL-STATUS NOT = '00'
               DISPLAY 'SOAPCMNT: NO SOAPCMNT.CTL ON FILE - NOTHING '
                   'TO DO'
               STOP RUN
           END-IF

           OPEN I-O SOAPCLNT-FILE
           IF WS-SC-STATUS = '35'
      *        First client ever registered - file is created.
               OPEN OUTPUT SOAPCLNT-FILE
               CLOSE SOAPCLNT-FILE
               OPEN I-O SOAPCLNT-FILE
           END-IF
           IF WS-SC-STATUS NOT = '00'
               DISPLAY 'SOAPCMNT: UNABLE TO OPEN SOAPCLNT.DAT, '
                   'STATUS = ' WS-SC-STATUS
               CLOSE CONTROL-FILE
               STOP RUN
           END-IF.

       APPLY-CLIENTS-PROCESS.
           READ CONTROL-FILE
               AT END SET CTL-EOF TO TRUE
           END-READ
           PERFORM APPLY-ONE-LINE THRU APPLY-ONE-EXIT
               UNTIL CTL-EOF.

       APPLY-ONE-LINE.
           IF CTL-CLIENT-ID = SPACES
               ADD 1 TO WS-REJECT-COUNT
               GO TO APPLY-ONE-NEXT
           END-IF

           IF CTL-DELETE-ACTION
               MOVE CTL-CLIENT-ID TO SC-CLIENT-ID
               DELETE SOAPCLNT-FILE RECORD
               IF WS-SC-STATUS = '00'
                   ADD 1 TO WS-APPLIED-COUNT
               ELSE
                   ADD 1 TO WS-REJECT-COUNT
               END-IF
               GO TO APPLY-ONE-NEXT
           END-IF

           IF NOT CTL-ADD-ACTION
              OR NOT CTL-VALID-AUTH-METHOD
              OR NOT CTL-VALID-ACTIVE-FLAG
              OR CTL-CREDENTIAL = SPACES
              OR CTL-DAILY-LIMIT NOT NUMERIC
               ADD 1 TO WS-REJECT-COUNT
               DISPLAY 'SOAPCMNT: BAD LINE FOR ' CTL-CLIENT-ID
                   ' - SKIPPED'
               GO TO APPLY-ONE-NEXT
           END-IF

           MOVE CTL-CLIENT-ID TO SC-CLIENT-ID
           READ SOAPCLNT-FILE
           IF WS-SC-STATUS = '00'
               MOVE SC-USAGE-DATE TO WS-SAVED-USAGE-DATE
               MOVE SC-USAGE-COUNT TO WS-SAVED-USAGE-COUNT
               PERFORM BUILD-CLIENT-FIELDS
               REWRITE SOAPCLNT-RECORD
           ELSE
               MOVE SPACES TO WS-SAVED-USAGE-DATE
               MOVE ZERO TO WS-SAVED-USAGE-COUNT
               MOVE SPACES TO SOAPCLNT-RECORD
               MOVE CTL-CLIENT-ID TO SC-CLIENT-ID
               PERFORM BUILD-CLIENT-FIELDS
               WRITE SOAPCLNT-RECORD
           END-IF

           IF WS-SC-STATUS = '00'
               ADD 1 TO WS-APPLIED-COUNT
           ELSE
               ADD 1 TO WS-REJECT-COUNT
               DISPLAY 'SOAPCMNT: UNABLE TO APPLY ' CTL-CLIENT-ID
                   ', STATUS = ' WS-SC-STATUS
           END-IF.

       APPLY-ONE-NEXT.
           READ CONTROL-FILE
               AT END SET CTL-EOF TO TRUE
           END-READ.

       APPLY-ONE-EXIT.
           EXIT.

       BUILD-CLIENT-FIELDS.
           MOVE CTL-CLIENT-NAME TO SC-CLIENT-NAME
           MOVE CTL-AUTH-METHOD TO SC-AUTH-METHOD
           MOVE CTL-CREDENTIAL TO SC-CREDENTIAL
           MOVE CTL-ACTIVE-FLAG TO SC-ACTIVE-FLAG
           MOVE CTL-DAILY-LIMIT TO SC-DAILY-LIMIT
           MOVE ZERO TO SC-OPERATION-COUNT
           PERFORM COPY-ONE-OPERATION
               VARYING WS-OP-INDEX FROM 1 BY 1
               UNTIL WS-OP-INDEX > 15
           MOVE WS-SAVED-USAGE-DATE TO SC-USAGE-DATE
           MOVE WS-SAVED-USAGE-COUNT TO SC-USAGE-COUNT
           MOVE CTL-OPERATOR TO SC-MAINTAINED-BY
           PERFORM GET-CURRENT-TIMESTAMP
           MOVE WS-TIMESTAMP TO SC-MAINTAINED-TIMESTAMP.

      *    BLANK SLOTS ON THE CONTROL LINE ARE CLOSED UP SO THE
      *    ENTITLED OPERATIONS SIT IN THE FIRST SC-OPERATION-COUNT
      *    SLOTS OF THE ROW.
       COPY-ONE-OPERATION.
           MOVE SPACES TO SC-ALLOWED-OPERATION(WS-OP-INDEX)
           IF CTL-OPERATION(WS-OP-INDEX) NOT = SPACES
               ADD 1 TO SC-OPERATION-COUNT
               MOVE CTL-OPERATION(WS-OP-INDEX) TO
                   SC-ALLOWED-OPERATION(SC-OPERATION-COUNT)
           END-IF.

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
           CLOSE SOAPCLNT-FILE

           MOVE WS-APPLIED-COUNT TO WS-APPLIED-DISPLAY
           MOVE WS-REJECT-COUNT TO WS-REJECT-DISPLAY
           DISPLAY 'SOAPCMNT: APPLIED ' WS-APPLIED-DISPLAY
               ' LINE(S), REJECTED ' WS-REJECT-DISPLAY.

       END PROGRAM SOAPCMNT.
