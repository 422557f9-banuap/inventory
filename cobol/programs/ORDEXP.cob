      *          EXPIRY DATE) IS LEFT ALONE.
      * FUNCTIONS: CALLED BY EODDRIVER EACH NIGHT, OR RUN STANDALONE.
      *            RETURN CODE 00 IS NORMAL COMPLETION (INCLUDING NO
      *            ORDERS.DAT ON FILE YET), 04 IS COMPLETION WITH
      *            FUND ORDERS NEWLY AGED ONTO EXCPQ, 08 IS A FATAL
      *            SETUP ERROR.
      *
      * MODIFICATION HISTORY
      * 2026-10-15  A MUTUAL-FUND ORDER (FUND-ORDER) IS NOT EXPIRED -
      *             IT WAITS ON THE FUND COMPANY'S CONFIRM, NOT THE
      *             MARKET. ONE STILL OPEN OR WORKING MORE THAN
      *             THREE DAYS PAST ITS NAV DATE IS AGED INSTEAD:
      *             FILED ONCE ON EXCPQ AS A WARNING, FLAGGED
      *             FUND-CONFIRM-OVERDUE, JOURNALLED AND LISTED ON
      *             ORDEXP.RPT. RETURN CODE 04 WHEN ANY ARE AGED.
      * 2026-09-03  THE COMMITTED EXPIRY REWRITE NOW GOES TO THE
      *             FORWARD-RECOVERY JOURNAL LIKE ORDMGMT'S OWN - A
      *             RECOVER REPLAY MUST NOT RESURRECT EXPIRED
       01  WS-JOURNAL-PROGRAM            PIC X(08) VALUE 'ORDEXP  '.
       01  WS-JOURNAL-IMAGE              PIC X(600).

       01  WS-EXCPQ-OPERATION            PIC X(06) VALUE 'FILE  '.
       01  WS-EXCPQ-RETURN-CODE          PIC 9(02).
       COPY EXCPREC REPLACING EXCPQ-RECORD BY WS-EXCPQ-RECORD.

      *    A FUND CONFIRM NORMALLY ARRIVES THE MORNING AFTER THE NAV
      *    DATE - THREE CALENDAR DAYS COVERS A WEEKEND.
       01  WS-FUND-CONFIRM-DAYS          PIC 9(02) VALUE 03.
       01  WS-FUND-AGING-DATE            PIC X(08).
       01  WS-AGING-INT                  PIC 9(08).
       01  WS-AGING-NUM                  PIC 9(08).

       01  WS-SCANNED-COUNT              PIC 9(07) COMP.
       01  WS-EXPIRED-COUNT              PIC 9(07) COMP.
       01  WS-FUND-AGED-COUNT            PIC 9(07) COMP.
       01  WS-SCANNED-DISPLAY            PIC ZZZZZZ9.
       01  WS-EXPIRED-DISPLAY            PIC ZZZZZZ9.
       01  WS-FUND-AGED-DISPLAY          PIC ZZZZZZ9.

       LINKAGE SECTION.
       01  LK-RETURN-CODE                PIC 9(02).
           PERFORM EXPIRE-ORDERS-PROCESS
           PERFORM REPORT-BRANCH-COUNTS
           PERFORM FINALIZE-PROCESS
           IF WS-FUND-AGED-COUNT > ZERO
               MOVE 04 TO LK-RETURN-CODE
           ELSE
               MOVE 00 TO LK-RETURN-CODE
           END-IF
           GOBACK.

       INITIALIZE-PROCESS.
           MOVE ZERO TO WS-SCANNED-COUNT
           MOVE ZERO TO WS-EXPIRED-COUNT
           MOVE ZERO TO WS-BRANCH-COUNT
           MOVE ZERO TO WS-FUND-AGED-COUNT
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           MOVE WS-CURRENT-DATE TO WS-AGING-NUM
           COMPUTE WS-AGING-INT =
               FUNCTION INTEGER-OF-DATE(WS-AGING-NUM)
               - WS-FUND-CONFIRM-DAYS
           COMPUTE WS-AGING-NUM = FUNCTION DATE-OF-INTEGER(WS-AGING-INT)
           MOVE WS-AGING-NUM TO WS-FUND-AGING-DATE

           OPEN I-O ORDER-FILE
           IF WS-FILE-STATUS = '35'
       CHECK-ONE-ORDER.
           ADD 1 TO WS-SCANNED-COUNT

      *    A FUND ORDER WAITS ON ITS CONFIRM, NOT THE MARKET - IT IS
      *    AGED, NEVER EXPIRED.
           IF (OPEN-ORDER OF ORDER-RECORD
               OR WORKING-ORDER OF ORDER-RECORD)
              AND FUND-ORDER OF ORDER-RECORD
               IF NOT FUND-CONFIRM-OVERDUE OF ORDER-RECORD
                  AND FUND-NAV-DATE OF ORDER-RECORD NOT = SPACES
                  AND FUND-NAV-DATE OF ORDER-RECORD <
                      WS-FUND-AGING-DATE
                   PERFORM AGE-FUND-ORDER
               END-IF
           ELSE
               IF (OPEN-ORDER OF ORDER-RECORD
                   OR WORKING-ORDER OF ORDER-RECORD)
                  AND EXPIRY-DATE OF ORDER-RECORD NOT = SPACES
                  AND EXPIRY-DATE OF ORDER-RECORD NOT >
                      WS-CURRENT-DATE
                   PERFORM EXPIRE-CURRENT-ORDER
               END-IF
           END-IF

           READ ORDER-FILE NEXT RECORD.
                   WS-FILE-STATUS
           END-IF.

       AGE-FUND-ORDER.
      *    FLAGGED SO IT FILES ON EXCPQ ONCE, NOT EVERY NIGHT UNTIL
      *    THE CONFIRM TURNS UP.
           SET FUND-CONFIRM-OVERDUE OF ORDER-RECORD TO TRUE
           MOVE 'ORDEXP  ' TO UPDATED-BY OF ORDER-RECORD
           PERFORM GET-CURRENT-TIMESTAMP
           MOVE WS-TIMESTAMP TO UPDATED-TIMESTAMP OF ORDER-RECORD
           REWRITE ORDER-RECORD
           IF WS-FILE-STATUS = '00'
               ADD 1 TO WS-FUND-AGED-COUNT
               PERFORM JOURNAL-ORDER-IMAGE
               PERFORM FILE-UNCONFIRMED-FUND-ORDER
               PERFORM WRITE-AGED-FUND-LINE
           ELSE
               DISPLAY 'ORDEXP: UNABLE TO AGE FUND ORDER '
                   ORDER-ID OF ORDER-RECORD ', STATUS = '
                   WS-FILE-STATUS
           END-IF.

       FILE-UNCONFIRMED-FUND-ORDER.
           MOVE SPACES TO WS-EXCPQ-RECORD
           MOVE 'ORDEXP  ' TO EX-SOURCE-PROGRAM OF WS-EXCPQ-RECORD
           SET EX-SEV-WARNING OF WS-EXCPQ-RECORD TO TRUE
           MOVE WS-CURRENT-DATE TO EX-BUSINESS-DATE OF WS-EXCPQ-RECORD
           MOVE ORDER-ID OF ORDER-RECORD TO
               EX-RECORD-KEY OF WS-EXCPQ-RECORD
           MOVE SPACES TO EX-REASON OF WS-EXCPQ-RECORD
           STRING 'FUND ORDER UNCONFIRMED SINCE NAV DATE '
                      DELIMITED BY SIZE
                  FUND-NAV-DATE OF ORDER-RECORD DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  SECURITY-SYMBOL OF ORDER-RECORD DELIMITED BY SPACE
                  INTO EX-REASON OF WS-EXCPQ-RECORD
           END-STRING
           CALL 'EXCPQ' USING WS-EXCPQ-OPERATION,
                               WS-EXCPQ-RECORD,
                               WS-EXCPQ-RETURN-CODE.

       WRITE-AGED-FUND-LINE.
           PERFORM LOOKUP-ORDER-BRANCH
           MOVE QUANTITY OF ORDER-RECORD TO WS-QTY-DISPLAY
           MOVE SPACES TO ORDEXP-RPT-LINE
           STRING 'BRANCH ' DELIMITED BY SIZE
                  WS-ORDER-BRANCH DELIMITED BY SIZE
                  ' ORDER ' DELIMITED BY SIZE
                  ORDER-ID OF ORDER-RECORD DELIMITED BY SIZE
                  ' ACCOUNT ' DELIMITED BY SIZE
                  ACCOUNT-ID OF ORDER-RECORD DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  ORDER-SIDE OF ORDER-RECORD DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  SECURITY-SYMBOL OF ORDER-RECORD DELIMITED BY SIZE
                  ' FUND ORDER UNCONFIRMED SINCE ' DELIMITED BY SIZE
                  FUND-NAV-DATE OF ORDER-RECORD DELIMITED BY SIZE
                  INTO ORDEXP-RPT-LINE
           END-STRING
           WRITE ORDEXP-RPT-LINE.

       JOURNAL-ORDER-IMAGE.
      *    THE COMMITTED REWRITE GOES TO THE FORWARD-RECOVERY
      *    JOURNAL LIKE ORDMGMT'S OWN - A RECOVER REPLAY MUST NOT

           MOVE WS-SCANNED-COUNT TO WS-SCANNED-DISPLAY
           MOVE WS-EXPIRED-COUNT TO WS-EXPIRED-DISPLAY
           MOVE WS-FUND-AGED-COUNT TO WS-FUND-AGED-DISPLAY
           DISPLAY 'ORDEXP: SCANNED ' WS-SCANNED-DISPLAY
               ' ORDER(S), EXPIRED ' WS-EXPIRED-DISPLAY
               ', FUND ORDERS AGED ' WS-FUND-AGED-DISPLAY.

       END PROGRAM ORDEXP.
