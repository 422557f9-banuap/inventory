      ******************************************************************
      * SARCASE COPYBOOK - SUSPICIOUS ACTIVITY REPORT CASE FILE
      * VERSION: 1.0
      * DATE: 2026-10-15
      * PURPOSE: ONE ROW PER SAR INVESTIGATION, KEYED ON A GENERATED
      *          CASE-ID. A CASE LINKS THE ALERTS THAT RAISED IT (AN
      *          AMLMON EXCEPTION, A TRDSURV CASE ON EXCPQ, ...), THE
      *          ACCOUNTS AND THE CUSTOMERS INVOLVED, AND CARRIES THE
      *          ANALYST'S NARRATIVE. ONCE THE ACTIVITY IS DETERMINED
      *          SUSPICIOUS THE SAR MUST BE FILED WITHIN 30 CALENDAR
      *          DAYS (SC-FILING-DEADLINE); SAREXTR WRITES THE FILING
      *          EXTRACT AND THE BSA ID FINCEN ASSIGNS IS RECORDED ON
      *          THE CASE. EVERY FILED CASE IS DUE A CONTINUING-
      *          ACTIVITY REVIEW 90 DAYS LATER (SC-NEXT-REVIEW-DATE);
      *          CONTINUING ACTIVITY STARTS A NEW 30-DAY FILING CYCLE
      *          ON THE SAME CASE, WITH THE PRIOR FILING'S BSA ID KEPT
      *          IN SC-PRIOR-BSA-ID. SARAGE AGES BOTH DATES.
      *          MAINTAINED THROUGH SARMNT. EVERY OPERATION, READS
      *          INCLUDED, NEEDS THE SARCASE ENTITLEMENT - SAR
      *          CONFIDENTIALITY IS A LEGAL REQUIREMENT.
      *
      *          SC-STATUS: O - OPEN, UNDER INVESTIGATION; D -
      *          DETERMINED SUSPICIOUS, FILING DUE; F - FILED,
      *          CONTINUING-ACTIVITY REVIEW SCHEDULED; N - CLOSED
      *          WITHOUT A SAR; C - CLOSED AFTER FILING.
      *          SC-AGING-STAGE: SPACE - NOT YET RAISED, W - FILING
      *          DUE SOON, O - FILING OVERDUE, R - REVIEW DUE, EACH
      *          FILED ON EXCPQ ONCE BY SARAGE.
      ******************************************************************
       01  SARCASE-RECORD.
           05  SC-CASE-ID                PIC X(16).
           05  SC-STATUS                 PIC X(01).
               88  SC-OPEN               VALUE 'O'.
               88  SC-DETERMINED         VALUE 'D'.
               88  SC-FILED              VALUE 'F'.
               88  SC-CLOSED-NO-SAR      VALUE 'N'.
               88  SC-CLOSED             VALUE 'C'.
               88  SC-CASE-CLOSED        VALUE 'N' 'C'.
           05  SC-ALERT-COUNT            PIC 9(02).
           05  SC-ALERT OCCURS 10 TIMES.
               10  SC-ALERT-SOURCE       PIC X(08).
               10  SC-ALERT-REF          PIC X(32).
           05  SC-ACCOUNT-COUNT          PIC 9(02).
           05  SC-ACCOUNT-ID             PIC X(12) OCCURS 10 TIMES.
           05  SC-CUSTOMER-COUNT         PIC 9(02).
           05  SC-CUSTOMER-ID            PIC X(10) OCCURS 10 TIMES.
           05  SC-ACTIVITY-FROM-DATE     PIC X(08).
           05  SC-ACTIVITY-TO-DATE       PIC X(08).
           05  SC-AMOUNT-INVOLVED        PIC S9(13)V99 COMP-3.
           05  SC-ACTIVITY-TYPE          PIC X(20).
           05  SC-NARRATIVE-LINE         PIC X(80) OCCURS 20 TIMES.
           05  SC-OPENED-DATE            PIC X(08).
           05  SC-DETERMINATION-DATE     PIC X(08).
           05  SC-FILING-DEADLINE        PIC X(08).
           05  SC-EXTRACTED-DATE         PIC X(08).
           05  SC-FILED-DATE             PIC X(08).
           05  SC-BSA-ID                 PIC X(14).
           05  SC-PRIOR-BSA-ID           PIC X(14).
           05  SC-NEXT-REVIEW-DATE       PIC X(08).
           05  SC-REVIEW-COUNT           PIC 9(03).
           05  SC-REVIEW-OUTCOME         PIC X(01).
               88  SC-ACTIVITY-CONTINUING VALUE 'C'.
               88  SC-ACTIVITY-ENDED     VALUE 'E'.
               88  SC-VALID-OUTCOME      VALUE 'C' 'E'.
           05  SC-CLOSED-DATE            PIC X(08).
           05  SC-AGING-STAGE            PIC X(01).
               88  SC-NOT-AGED           VALUE SPACE.
               88  SC-AGED-DUE-SOON      VALUE 'W'.
               88  SC-AGED-OVERDUE       VALUE 'O'.
               88  SC-AGED-REVIEW-DUE    VALUE 'R'.
           05  SC-ANALYST-ID             PIC X(08).
           05  CREATED-TIMESTAMP         PIC X(26).
           05  UPDATED-TIMESTAMP         PIC X(26).
           05  CREATED-BY                PIC X(08).
           05  UPDATED-BY                PIC X(08).
