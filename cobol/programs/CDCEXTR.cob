       IDENTIFICATION DIVISION.
       PROGRAM-ID. CDCEXTR.
      ******************************************************************
      * PROGRAM: CDCEXTR - CHANGE-DATA-CAPTURE FEED EXTRACT
      * VERSION: 1.0
      * DATE: 2026-10-15
      * PURPOSE: COPY THE CHANGE EVENTS ON CDCEVT.DAT (FILED BY CDCPUB
      *          AS ACCOUNT, CUSTOMER, POSTING, ORDER AND POSITION
      *          UPDATES COMMIT) OUT TO THE OUTBOUND FEED CDCFEED.DAT
      *          IN SEQUENCE ORDER, SO THE CRM AND DATA-WAREHOUSE
      *          SYSTEMS APPLY WHAT CHANGED INSTEAD OF RELOADING THE
      *          FULL EXPORTU DUMP EVERY NIGHT.
      * FUNCTIONS: CALLABLE AS A SCHEDULED EODDRIVER STEP OR
      *            STANDALONE. LK-RETURN-CODE: 00 NORMAL (INCLUDING
      *            NOTHING NEW OR NO EVENTS ON FILE), 08 THE EVENT FILE
      *            OR THE FEED COULD NOT BE OPENED OR WRITTEN.
      *
      * NOTES: A NORMAL RUN SENDS EVERYTHING AFTER THE LAST SEQUENCE
      *        SENT (CE-LAST-EXTRACTED ON THE CONTROL ROW) UP TO THE
      *        LAST ONE ASSIGNED, AND ONLY THEN MOVES THE MARK - A RUN
      *        THAT FAILS, OR A NIGHT THAT IS MISSED, IS PICKED UP BY
      *        THE NEXT RUN WITHOUT A FULL DUMP. TO RESEND A RANGE A
      *        CONSUMER LOST, DROP A ONE-LINE CDCEXTR.CTL CARRYING
      *        TODAY'S DATE (YYYYMMDD) AND THE FIRST AND LAST SEQUENCE
      *        WANTED (LAST ZERO FOR EVERYTHING SINCE); THE RANGE IS
      *        SENT AND THE MARK LEFT WHERE IT WAS. A CARD DATED ANY
      *        OTHER DAY IS IGNORED, SO ONE LEFT BEHIND DOES NOT
      *        RESEND THE SAME RANGE EVERY NIGHT. EACH FEED RECORD IS
      *        THE CDCEVT ROW AS FILED.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-FILE ASSIGN TO "CDCEXTR.CTL"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.

           SELECT CDCEVT-FILE ASSIGN TO "CDCEVT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CE-SEQUENCE
               FILE STATUS IS WS-CDC-STATUS.

           SELECT CDCFEED-FILE ASSIGN TO "CDCFEED.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FEED-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-FILE.
       01  CONTROL-RECORD.
           05  CTL-RUN-DATE              PIC X(08).
           05  CTL-FROM-SEQUENCE         PIC 9(12).
           05  CTL-THRU-SEQUENCE         PIC 9(12).
           05  FILLER                    PIC X(10).

       FD  CDCEVT-FILE.
       COPY CDCEVT.

       FD  CDCFEED-FILE.
       01  CDCFEED-RECORD                PIC X(938).

       WORKING-STORAGE SECTION.
       01  WS-CTL-STATUS                 PIC XX.
       01  WS-CDC-STATUS                 PIC XX.
       01  WS-FEED-STATUS                PIC XX.

       01  WS-RUN-DATE                   PIC X(08).
       01  WS-FROM-SEQUENCE              PIC 9(12).
       01  WS-THRU-SEQUENCE              PIC 9(12).

       01  WS-RANGE-SW                   PIC X(01) VALUE 'N'.
           88  RANGE-RESEND              VALUE 'Y'.
       01  WS-SCAN-SW                    PIC X(01) VALUE 'N'.
           88  SCAN-DONE                 VALUE 'Y'.

       01  WS-SENT-COUNT                 PIC 9(07) COMP.
       01  WS-SENT-DISPLAY               PIC ZZZZZZ9.

       LINKAGE SECTION.
       01  LK-RETURN-CODE                PIC 9(02).

       PROCEDURE DIVISION USING LK-RETURN-CODE.
       MAIN-PROCESS.
           MOVE 00 TO LK-RETURN-CODE
           PERFORM INITIALIZE-PROCESS THRU INITIALIZE-PROCESS-EXIT
           IF LK-RETURN-CODE NOT = 00
               GOBACK
           END-IF
           PERFORM SEND-EVENTS-PROCESS
           IF LK-RETURN-CODE = 00
              AND NOT RANGE-RESEND
               PERFORM ADVANCE-MARK-PROCESS
           END-IF
           PERFORM FINALIZE-PROCESS
           GOBACK.

       INITIALIZE-PROCESS.
           MOVE ZERO TO WS-SENT-COUNT
           MOVE 'N' TO WS-RANGE-SW
           MOVE 'N' TO WS-SCAN-SW
           MOVE 1 TO WS-FROM-SEQUENCE
           MOVE ZERO TO WS-THRU-SEQUENCE
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD

           OPEN OUTPUT CDCFEED-FILE
           IF WS-FEED-STATUS NOT = '00'
               DISPLAY 'CDCEXTR: UNABLE TO OPEN CDCFEED.DAT, '
                   'STATUS = ' WS-FEED-STATUS
               MOVE 08 TO LK-RETURN-CODE
               GO TO INITIALIZE-PROCESS-EXIT
           END-IF

      *    AN EMPTY FEED IS STILL A FEED - THE CONSUMERS KNOW THE
      *    NIGHT RAN AND NOTHING CHANGED.
           OPEN I-O CDCEVT-FILE
           IF WS-CDC-STATUS = '35'
               DISPLAY 'CDCEXTR: NO CDCEVT.DAT ON FILE - NOTHING '
                   'TO SEND'
               SET SCAN-DONE TO TRUE
               GO TO INITIALIZE-PROCESS-EXIT
           END-IF
           IF WS-CDC-STATUS NOT = '00'
               DISPLAY 'CDCEXTR: UNABLE TO OPEN CDCEVT.DAT, '
                   'STATUS = ' WS-CDC-STATUS
               CLOSE CDCFEED-FILE
               MOVE 08 TO LK-RETURN-CODE
               GO TO INITIALIZE-PROCESS-EXIT
           END-IF

           MOVE ZERO TO CE-SEQUENCE
           READ CDCEVT-FILE
           IF WS-CDC-STATUS NOT = '00'
               DISPLAY 'CDCEXTR: NO CONTROL ROW ON CDCEVT.DAT - '
                   'NOTHING TO SEND'
               SET SCAN-DONE TO TRUE
               GO TO INITIALIZE-PROCESS-EXIT
           END-IF

           COMPUTE WS-FROM-SEQUENCE = CE-LAST-EXTRACTED + 1
           MOVE CE-LAST-ASSIGNED TO WS-THRU-SEQUENCE

           OPEN INPUT CONTROL-FILE
           IF WS-CTL-STATUS = '00'
               READ CONTROL-FILE
                   AT END CONTINUE
                   NOT AT END
                       PERFORM TAKE-RESEND-RANGE
               END-READ
               CLOSE CONTROL-FILE
           END-IF

           IF WS-FROM-SEQUENCE > WS-THRU-SEQUENCE
               SET SCAN-DONE TO TRUE
           END-IF.

       INITIALIZE-PROCESS-EXIT.
           EXIT.

       TAKE-RESEND-RANGE.
           IF CTL-RUN-DATE = WS-RUN-DATE
              AND CTL-FROM-SEQUENCE NUMERIC
              AND CTL-FROM-SEQUENCE > ZERO
              AND CTL-THRU-SEQUENCE NUMERIC
               SET RANGE-RESEND TO TRUE
               MOVE CTL-FROM-SEQUENCE TO WS-FROM-SEQUENCE
               IF CTL-THRU-SEQUENCE > ZERO
                  AND CTL-THRU-SEQUENCE < WS-THRU-SEQUENCE
                   MOVE CTL-THRU-SEQUENCE TO WS-THRU-SEQUENCE
               END-IF
               DISPLAY 'CDCEXTR: RESENDING SEQUENCE ' WS-FROM-SEQUENCE
                   ' THRU ' WS-THRU-SEQUENCE
           END-IF.

       SEND-EVENTS-PROCESS.
           IF NOT SCAN-DONE
               MOVE WS-FROM-SEQUENCE TO CE-SEQUENCE
               START CDCEVT-FILE KEY IS NOT LESS THAN CE-SEQUENCE
                   INVALID KEY SET SCAN-DONE TO TRUE
               END-START
           END-IF
           PERFORM SEND-ONE-EVENT UNTIL SCAN-DONE.

       SEND-ONE-EVENT.
           READ CDCEVT-FILE NEXT RECORD
           IF WS-CDC-STATUS NOT = '00'
              OR CE-SEQUENCE > WS-THRU-SEQUENCE
               SET SCAN-DONE TO TRUE
           ELSE
               MOVE CDCEVT-RECORD TO CDCFEED-RECORD
               WRITE CDCFEED-RECORD
               IF WS-FEED-STATUS = '00'
                   ADD 1 TO WS-SENT-COUNT
               ELSE
                   DISPLAY 'CDCEXTR: FEED WRITE FAILED AT SEQUENCE '
                       CE-SEQUENCE ', STATUS = ' WS-FEED-STATUS
                   MOVE 08 TO LK-RETURN-CODE
                   SET SCAN-DONE TO TRUE
               END-IF
           END-IF.

      *    THE MARK ONLY MOVES ONCE THE WHOLE RANGE IS ON THE FEED.
      *    EVENTS PUBLISHED WHILE THE EXTRACT RAN ARE ABOVE THE
      *    RANGE AND GO OUT NEXT TIME.
       ADVANCE-MARK-PROCESS.
           IF WS-FROM-SEQUENCE NOT > WS-THRU-SEQUENCE
               MOVE ZERO TO CE-SEQUENCE
               READ CDCEVT-FILE
               IF WS-CDC-STATUS = '00'
                   MOVE WS-THRU-SEQUENCE TO CE-LAST-EXTRACTED
                   MOVE WS-RUN-DATE TO CE-LAST-EXTRACT-DATE
                   REWRITE CDCEVT-RECORD
               END-IF
               IF WS-CDC-STATUS NOT = '00'
                   DISPLAY 'CDCEXTR: UNABLE TO MOVE THE SENT MARK, '
                       'STATUS = ' WS-CDC-STATUS
                       ' - THE RANGE WILL BE SENT AGAIN'
                   MOVE 08 TO LK-RETURN-CODE
               END-IF
           END-IF.

       FINALIZE-PROCESS.
           CLOSE CDCEVT-FILE
           CLOSE CDCFEED-FILE

           MOVE WS-SENT-COUNT TO WS-SENT-DISPLAY
           DISPLAY 'CDCEXTR: SENT ' WS-SENT-DISPLAY ' EVENT(S)'.

       END PROGRAM CDCEXTR.
