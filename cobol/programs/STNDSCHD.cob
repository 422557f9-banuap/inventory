      *            STANDALONE. RETURN CODE 00 IS NORMAL COMPLETION
      *            (INCLUDING NO STNDINST.DAT ON FILE YET), 08 IS A
      *            FATAL SETUP ERROR.
      *
      * MODIFICATION HISTORY:
      * 2026-10-15  A DEBIT-OUT INSTRUCTION ON AN ACCOUNT UNDER A
      *             SENIOR EXPLOITATION HOLD (EXPHMNT CHECK) IS
      *             DEFERRED - NO ENTRY IS GENERATED, THE FAIL COUNT
      *             IS NOT STEPPED, AND SI-NEXT-RUN-DATE STAYS PUT, SO
      *             THE DEBIT GOES OUT ON THE FIRST RUN AFTER THE HOLD
      *             ENDS. CREDITS IN ARE NOT AFFECTED.
      ******************************************************************

       ENVIRONMENT DIVISION.
           05  WS-NEXT-MONTH             PIC 9(02).
           05  WS-NEXT-DAY               PIC 9(02).

       01  WS-EXPHMNT-OPERATION          PIC X(06) VALUE 'CHECK '.
       01  WS-EXPHMNT-RETURN-CODE        PIC 9(02).
       COPY EXPHOLD REPLACING EXPHOLD-RECORD BY WS-EXPHOLD-RECORD.

       01  WS-NEXT-RUN-NUM               PIC 9(08).
       01  WS-NEXT-RUN-INT               PIC 9(08).

       01  WS-GENERATED-COUNT            PIC 9(07) COMP.
       01  WS-SUSPENDED-COUNT            PIC 9(07) COMP.
       01  WS-EXPIRED-COUNT              PIC 9(07) COMP.
       01  WS-DEFERRED-COUNT             PIC 9(07) COMP.
       01  WS-SCANNED-DISPLAY            PIC ZZZZZZ9.
       01  WS-GENERATED-DISPLAY          PIC ZZZZZZ9.
       01  WS-SUSPENDED-DISPLAY          PIC ZZZZZZ9.
       01  WS-EXPIRED-DISPLAY            PIC ZZZZZZ9.
       01  WS-DEFERRED-DISPLAY           PIC ZZZZZZ9.

       LINKAGE SECTION.
       01  LK-RETURN-CODE                PIC 9(02).
           MOVE ZERO TO WS-GENERATED-COUNT
           MOVE ZERO TO WS-SUSPENDED-COUNT
           MOVE ZERO TO WS-EXPIRED-COUNT
           MOVE ZERO TO WS-DEFERRED-COUNT
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD

           OPEN I-O STNDINST-FILE
               GO TO GENERATE-DUE-ENTRY-EXIT
           END-IF

      *    A DEBIT OUT OF AN ACCOUNT UNDER AN EXPLOITATION HOLD WAITS
      *    FOR THE HOLD TO END - THE INSTRUCTION IS LEFT DUE, NOT
      *    FAILED.
           IF SI-DEBIT-OUT OF STNDINST-RECORD
               MOVE SPACES TO WS-EXPHOLD-RECORD
               MOVE SI-ACCOUNT-ID OF STNDINST-RECORD TO
                   EH-ACCOUNT-ID OF WS-EXPHOLD-RECORD
               CALL 'EXPHMNT' USING WS-EXPHMNT-OPERATION,
                                     WS-EXPHOLD-RECORD,
                                     WS-EXPHMNT-RETURN-CODE
               IF WS-EXPHMNT-RETURN-CODE = 17
                   ADD 1 TO WS-DEFERRED-COUNT
                   DISPLAY 'STNDSCHD: INSTRUCTION '
                       SI-INSTRUCTION-ID OF STNDINST-RECORD
                       ' DEFERRED - ACCOUNT UNDER EXPLOITATION HOLD'
                   GO TO GENERATE-DUE-ENTRY-EXIT
               END-IF
           END-IF

           MOVE SPACES TO ACHIN-RECORD
           IF SI-CREDIT-IN OF STNDINST-RECORD
               SET ACHIN-CREDIT-ENTRY TO TRUE
           MOVE WS-GENERATED-COUNT TO WS-GENERATED-DISPLAY
           MOVE WS-SUSPENDED-COUNT TO WS-SUSPENDED-DISPLAY
           MOVE WS-EXPIRED-COUNT TO WS-EXPIRED-DISPLAY
           MOVE WS-DEFERRED-COUNT TO WS-DEFERRED-DISPLAY
           DISPLAY 'STNDSCHD: SCANNED ' WS-SCANNED-DISPLAY
               ' INSTRUCTION(S), GENERATED ' WS-GENERATED-DISPLAY
               ', SUSPENDED ' WS-SUSPENDED-DISPLAY
               ', EXPIRED ' WS-EXPIRED-DISPLAY
               ', DEFERRED ' WS-DEFERRED-DISPLAY.

       END PROGRAM STNDSCHD.
