       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXPHSCAN.
      ******************************************************************
      * PROGRAM: EXPHSCAN - SENIOR EXPLOITATION HOLD EXPIRY SWEEP
      * VERSION: 1.0
      * DATE: 2026-10-15
      * PURPOSE: WORK EVERY HOLD ON EXPHOLD.DAT. AN ACTIVE HOLD WHOSE
      *          EXPIRY DATE HAS PASSED IS MARKED EXPIRED - TRANPOST
      *          ALREADY STOPPED HONORING IT THE DAY AFTER EXPIRY, THIS
      *          ONLY KEEPS THE FILE TRUE. AN ACTIVE HOLD EXPIRING
      *          WITHIN WS-REMIND-BUSINESS-DAYS BUSINESS DAYS IS FILED
      *          ON THE EXCEPTION REPOSITORY (EXCPQ) AND ASSIGNED TO
      *          THE SUPERVISOR WHO PLACED IT, QUOTING THE CUSTOMER'S
      *          TRUSTED CONTACT FROM TRUSTCON.DAT, SO THE HOLD IS
      *          EXTENDED OR RELEASED ON PURPOSE RATHER THAN LEFT TO
      *          LAPSE. EACH EXPIRY IS REMINDED ONCE; AN EXTENSION
      *          MOVES THE EXPIRY AND EARNS A FRESH REMINDER.
      * FUNCTIONS: CALLED BY EODDRIVER EVERY NIGHT, OR RUN STANDALONE.
      *            RETURN CODE 00 IS NORMAL COMPLETION (INCLUDING NO
      *            EXPHOLD.DAT ON FILE YET), 08 IS A FATAL SETUP
      *            ERROR.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXPHOLD-FILE ASSIGN TO "EXPHOLD.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EH-ACCOUNT-ID
               FILE STATUS IS WS-EH-STATUS.

           SELECT TRUSTCON-FILE ASSIGN TO "TRUSTCON.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TC-CUSTOMER-ID
               FILE STATUS IS WS-TC-STATUS.

           SELECT BUSCAL-FILE ASSIGN TO "BUSCAL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CAL-KEY
               FILE STATUS IS WS-BUSCAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EXPHOLD-FILE.
       COPY EXPHOLD.

       FD  TRUSTCON-FILE.
       COPY TRUSTCON.

       FD  BUSCAL-FILE.
       COPY BUSCAL.

       WORKING-STORAGE SECTION.
       01  WS-EH-STATUS                  PIC XX.
           88  EXPHOLD-EOF               VALUE '10'.
       01  WS-TC-STATUS                  PIC XX.
       01  WS-BUSCAL-STATUS              PIC XX.

       01  WS-TRUSTCON-SW                PIC X(01) VALUE 'N'.
           88  TRUSTCON-AVAILABLE        VALUE 'Y'.

       01  WS-CURRENT-DATE.
           05  WS-CURRENT-YEAR           PIC 9(04).
           05  WS-CURRENT-MONTH          PIC 9(02).
           05  WS-CURRENT-DAY            PIC 9(02).
       01  WS-TODAY-DATE REDEFINES WS-CURRENT-DATE PIC X(08).

       01  WS-CURRENT-TIME.
           05  WS-CURRENT-HOUR           PIC 9(02).
           05  WS-CURRENT-MINUTE         PIC 9(02).
           05  WS-CURRENT-SECOND         PIC 9(02).
           05  WS-CURRENT-HUNDREDTH      PIC 9(02).

       01  WS-TIMESTAMP                  PIC X(26).

      *    THE REMINDER WINDOW - A HOLD EXPIRING ON OR BEFORE TODAY
      *    PLUS THIS MANY BUSINESS DAYS IS REMINDED.
       01  WS-REMIND-BUSINESS-DAYS       PIC 9(02) VALUE 02.
       01  WS-REMIND-DATE                PIC X(08).

       01  WS-BUSINESS-DAY-SW            PIC X(01).
           88  IS-BUSINESS-DAY           VALUE 'Y'.
       01  WS-BUSDAY-MARKET              PIC X(04) VALUE 'US  '.
       01  WS-BUSDAY-TARGET              PIC 9(02).
       01  WS-BUSDAY-COUNT               PIC 9(02).
       01  WS-BUSDAY-INT                 PIC 9(08).
       01  WS-BUSDAY-NUM                 PIC 9(08).
       01  WS-BUSDAY-REM                 PIC 9(01).

       01  WS-CONTACT-TEXT               PIC X(40).

       01  WS-EXCPQ-OPERATION            PIC X(06).
       01  WS-EXCPQ-RETURN-CODE          PIC 9(02).
       COPY EXCPREC REPLACING EXCPQ-RECORD BY WS-EXCPQ-RECORD.

       01  WS-REVIEWED-COUNT             PIC 9(07) COMP.
       01  WS-EXPIRED-COUNT              PIC 9(07) COMP.
       01  WS-REMINDED-COUNT             PIC 9(07) COMP.
       01  WS-EXCEPTION-COUNT            PIC 9(07) COMP.
       01  WS-REVIEWED-DISPLAY           PIC ZZZZZZ9.
       01  WS-EXPIRED-DISPLAY            PIC ZZZZZZ9.
       01  WS-REMINDED-DISPLAY           PIC ZZZZZZ9.
       01  WS-EXCEPTION-DISPLAY          PIC ZZZZZZ9.

       LINKAGE SECTION.
       01  LK-RETURN-CODE                PIC 9(02).

       PROCEDURE DIVISION USING LK-RETURN-CODE.
       MAIN-PROCESS.
           PERFORM INITIALIZE-PROCESS THRU INITIALIZE-EXIT
           IF WS-EH-STATUS = '35'
               DISPLAY 'EXPHSCAN: NO EXPHOLD.DAT ON FILE - NOTHING TO '
                   'REVIEW'
               MOVE 00 TO LK-RETURN-CODE
               GOBACK
           END-IF
           PERFORM WORK-HOLDS-PROCESS
           PERFORM FINALIZE-PROCESS
           MOVE 00 TO LK-RETURN-CODE
           GOBACK.

       INITIALIZE-PROCESS.
           MOVE ZERO TO WS-REVIEWED-COUNT
           MOVE ZERO TO WS-EXPIRED-COUNT
           MOVE ZERO TO WS-REMINDED-COUNT
           MOVE ZERO TO WS-EXCEPTION-COUNT

           PERFORM GET-CURRENT-TIMESTAMP
           MOVE WS-TODAY-DATE TO WS-BUSDAY-NUM
           MOVE WS-REMIND-BUSINESS-DAYS TO WS-BUSDAY-TARGET
           PERFORM ADD-BUSINESS-DAYS
           MOVE WS-BUSDAY-NUM TO WS-REMIND-DATE

           OPEN I-O EXPHOLD-FILE
           IF WS-EH-STATUS = '35'
               GO TO INITIALIZE-EXIT
           END-IF
           IF WS-EH-STATUS NOT = '00'
               DISPLAY 'EXPHSCAN: UNABLE TO OPEN EXPHOLD.DAT, '
                   'STATUS = ' WS-EH-STATUS
               MOVE 08 TO LK-RETURN-CODE
               GOBACK
           END-IF

           OPEN INPUT TRUSTCON-FILE
           IF WS-TC-STATUS = '00'
               MOVE 'Y' TO WS-TRUSTCON-SW
           ELSE
               MOVE 'N' TO WS-TRUSTCON-SW
           END-IF.

       INITIALIZE-EXIT.
           EXIT.

       WORK-HOLDS-PROCESS.
           READ EXPHOLD-FILE NEXT RECORD
           PERFORM WORK-ONE-HOLD THRU WORK-ONE-EXIT
               UNTIL EXPHOLD-EOF.

       WORK-ONE-HOLD.
           IF NOT EH-ACTIVE
               GO TO WORK-ONE-NEXT
           END-IF
           ADD 1 TO WS-REVIEWED-COUNT

           IF EH-EXPIRY-DATE < WS-TODAY-DATE
               SET EH-EXPIRED TO TRUE
               ADD 1 TO WS-EXPIRED-COUNT
               DISPLAY 'EXPHSCAN: HOLD ON ACCOUNT ' EH-ACCOUNT-ID
                   ' EXPIRED ' EH-EXPIRY-DATE
           ELSE
               IF EH-EXPIRY-DATE NOT > WS-REMIND-DATE
                  AND EH-REMINDED-EXPIRY NOT = EH-EXPIRY-DATE
                   PERFORM FILE-EXPIRY-REMINDER THRU
                       FILE-EXPIRY-REMINDER-EXIT
               ELSE
                   GO TO WORK-ONE-NEXT
               END-IF
           END-IF

           PERFORM GET-CURRENT-TIMESTAMP
           MOVE WS-TIMESTAMP TO UPDATED-TIMESTAMP OF EXPHOLD-RECORD
           MOVE 'EXPHSCAN' TO UPDATED-BY OF EXPHOLD-RECORD
           REWRITE EXPHOLD-RECORD
           IF WS-EH-STATUS NOT = '00'
               ADD 1 TO WS-EXCEPTION-COUNT
               DISPLAY 'EXPHSCAN: UNABLE TO REWRITE HOLD '
                   EH-ACCOUNT-ID ', STATUS = ' WS-EH-STATUS
           END-IF.

       WORK-ONE-NEXT.
           READ EXPHOLD-FILE NEXT RECORD.

       WORK-ONE-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * FILE THE REMINDER ON EXCPQ, THEN PUT THE SUPERVISOR WHO PLACED
      * THE HOLD ON IT AS OWNER. EH-REMINDED-EXPIRY IS ONLY SET ONCE
      * THE REMINDER HAS FILED, SO A FAILED FILING IS RETRIED TOMORROW.
      *----------------------------------------------------------------
       FILE-EXPIRY-REMINDER.
           PERFORM FIND-TRUSTED-CONTACT

           MOVE SPACES TO WS-EXCPQ-RECORD
           MOVE 'EXPHSCAN' TO EX-SOURCE-PROGRAM OF WS-EXCPQ-RECORD
           MOVE WS-TODAY-DATE TO EX-BUSINESS-DATE OF WS-EXCPQ-RECORD
           SET EX-SEV-WARNING OF WS-EXCPQ-RECORD TO TRUE
           MOVE EH-ACCOUNT-ID TO EX-RECORD-KEY OF WS-EXCPQ-RECORD
           STRING 'EXPL HOLD ENDS ' DELIMITED BY SIZE
                  EH-EXPIRY-DATE DELIMITED BY SIZE
                  ' - ' DELIMITED BY SIZE
                  WS-CONTACT-TEXT DELIMITED BY SIZE
                  INTO EX-REASON OF WS-EXCPQ-RECORD
           END-STRING
           MOVE 'FILE  ' TO WS-EXCPQ-OPERATION
           CALL 'EXCPQ' USING WS-EXCPQ-OPERATION,
                               WS-EXCPQ-RECORD,
                               WS-EXCPQ-RETURN-CODE
           IF WS-EXCPQ-RETURN-CODE NOT = 00
               ADD 1 TO WS-EXCEPTION-COUNT
               DISPLAY 'EXPHSCAN: REMINDER FOR ACCOUNT ' EH-ACCOUNT-ID
                   ' DID NOT FILE, RC=' WS-EXCPQ-RETURN-CODE
               GO TO FILE-EXPIRY-REMINDER-EXIT
           END-IF

           MOVE EH-SUPERVISOR-ID TO EX-ASSIGNED-TO OF WS-EXCPQ-RECORD
           MOVE 'ASSIGN' TO WS-EXCPQ-OPERATION
           CALL 'EXCPQ' USING WS-EXCPQ-OPERATION,
                               WS-EXCPQ-RECORD,
                               WS-EXCPQ-RETURN-CODE
           IF WS-EXCPQ-RETURN-CODE NOT = 00
      *        Filed but unowned - it still shows on the open queue.
               ADD 1 TO WS-EXCEPTION-COUNT
               DISPLAY 'EXPHSCAN: REMINDER ' EX-EXCEPTION-ID OF
                   WS-EXCPQ-RECORD ' NOT ASSIGNED TO ' EH-SUPERVISOR-ID
           END-IF

           MOVE EH-EXPIRY-DATE TO EH-REMINDED-EXPIRY
           ADD 1 TO WS-REMINDED-COUNT.

       FILE-EXPIRY-REMINDER-EXIT.
           EXIT.

       FIND-TRUSTED-CONTACT.
           MOVE 'NO TRUSTED CONTACT ON FILE' TO WS-CONTACT-TEXT
           IF TRUSTCON-AVAILABLE
               MOVE EH-CUSTOMER-ID TO TC-CUSTOMER-ID
               READ TRUSTCON-FILE
               IF WS-TC-STATUS = '00'
                   IF TC-DECLINED
                       MOVE 'TRUSTED CONTACT DECLINED' TO
                           WS-CONTACT-TEXT
                   ELSE
                       MOVE SPACES TO WS-CONTACT-TEXT
                       STRING 'TC ' DELIMITED BY SIZE
                              TC-LAST-NAME DELIMITED BY '  '
                              ' ' DELIMITED BY SIZE
                              TC-PHONE DELIMITED BY '  '
                              INTO WS-CONTACT-TEXT
                       END-STRING
                   END-IF
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * ADD WS-BUSDAY-TARGET BUSINESS DAYS TO THE YYYYMMDD DATE IN
      * WS-BUSDAY-NUM, LEAVING THE RESULT THERE - THE SAME COUNT
      * EXPHMNT USES TO SET THE EXPIRY.
      *----------------------------------------------------------------
       ADD-BUSINESS-DAYS.
           COMPUTE WS-BUSDAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-BUSDAY-NUM)
           MOVE ZERO TO WS-BUSDAY-COUNT
           PERFORM ADVANCE-ONE-BUSINESS-DAY
               UNTIL WS-BUSDAY-COUNT >= WS-BUSDAY-TARGET
           COMPUTE WS-BUSDAY-NUM =
               FUNCTION DATE-OF-INTEGER(WS-BUSDAY-INT).

       ADVANCE-ONE-BUSINESS-DAY.
           ADD 1 TO WS-BUSDAY-INT
           PERFORM CHECK-BUSINESS-DAY THRU CHECK-BUSINESS-DAY-EXIT
           IF IS-BUSINESS-DAY
               ADD 1 TO WS-BUSDAY-COUNT
           END-IF.

       CHECK-BUSINESS-DAY.
           MOVE 'Y' TO WS-BUSINESS-DAY-SW

      *    DAY 1 OF THE INTEGER-OF-DATE EPOCH WAS A MONDAY, SO
      *    REMAINDER 6 IS SATURDAY AND 0 IS SUNDAY.
           COMPUTE WS-BUSDAY-REM =
               FUNCTION REM(WS-BUSDAY-INT, 7)
           IF WS-BUSDAY-REM = 0 OR WS-BUSDAY-REM = 6
               MOVE 'N' TO WS-BUSINESS-DAY-SW
               GO TO CHECK-BUSINESS-DAY-EXIT
           END-IF

           OPEN INPUT BUSCAL-FILE
           IF WS-BUSCAL-STATUS NOT = '00'
      *        No calendar on file - weekends are still skipped but
      *        no market holidays are known.
               GO TO CHECK-BUSINESS-DAY-EXIT
           END-IF

           MOVE WS-BUSDAY-MARKET TO CAL-MARKET
           COMPUTE WS-BUSDAY-NUM =
               FUNCTION DATE-OF-INTEGER(WS-BUSDAY-INT)
           MOVE WS-BUSDAY-NUM TO CAL-HOLIDAY-DATE
           READ BUSCAL-FILE
           IF WS-BUSCAL-STATUS = '00'
               MOVE 'N' TO WS-BUSINESS-DAY-SW
           END-IF

           CLOSE BUSCAL-FILE.

       CHECK-BUSINESS-DAY-EXIT.
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
           CLOSE EXPHOLD-FILE
           IF TRUSTCON-AVAILABLE
               CLOSE TRUSTCON-FILE
           END-IF

           MOVE WS-REVIEWED-COUNT TO WS-REVIEWED-DISPLAY
           MOVE WS-EXPIRED-COUNT TO WS-EXPIRED-DISPLAY
           MOVE WS-REMINDED-COUNT TO WS-REMINDED-DISPLAY
           MOVE WS-EXCEPTION-COUNT TO WS-EXCEPTION-DISPLAY
           DISPLAY 'EXPHSCAN: REVIEWED ' WS-REVIEWED-DISPLAY
               ' ACTIVE HOLD(S), EXPIRED ' WS-EXPIRED-DISPLAY
               ', REMINDED ' WS-REMINDED-DISPLAY
               ', EXCEPTIONS ' WS-EXCEPTION-DISPLAY.

       END PROGRAM EXPHSCAN.
