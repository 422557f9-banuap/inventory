      ******************************************************************
      * LEGALPRC COPYBOOK - LEGAL PROCESS (LEVY / GARNISHMENT /
      *                     RESTRAINING NOTICE) RECORD
      * VERSION: 1.0
      * DATE: 2026-10-15
      * PURPOSE: ONE ROW PER LEGAL PROCESS SERVED ON AN ACCOUNT - A
      *          TAX LEVY, A COURT GARNISHMENT, OR A RESTRAINING
      *          NOTICE - KEYED ON THE ACCOUNT AND A SEQUENCE NUMBER
      *          SO AN ACCOUNT CAN CARRY SEVERAL AT ONCE. IT RECORDS
      *          THE SERVING AGENCY, CASE NUMBER, SERVED DATE, AMOUNT
      *          DEMANDED, AND THE DEADLINE TO ANSWER THE AGENCY.
      *
      *          INSTEAD OF FREEZING THE WHOLE ACCOUNT, SERVING THE
      *          PROCESS HOLDS A SPECIFIC AMOUNT - THE AMOUNT
      *          DEMANDED, OR THE AVAILABLE BALANCE IF LESS - BY
      *          TAKING LP-AMOUNT-HELD OUT OF AVAILABLE-BALANCE, THE
      *          SAME WAY A DEPOSIT HOLD KEEPS FUNDS OUT OF IT. THE
      *          REST OF THE ACCOUNT TRADES AND DISBURSES AS NORMAL.
      *
      *          ON LP-REMIT-DATE (21 DAYS AFTER SERVICE FOR A LEVY,
      *          OR THE TURNOVER DATE THE COURT ORDERS FOR A
      *          GARNISHMENT) LGLREMIT QUEUES A CHECK REQUEST PAYABLE
      *          TO THE AGENCY AND CHKDISB PAYS IT. A RESTRAINING
      *          NOTICE ONLY HOLDS - IT IS NEVER REMITTED, ONLY
      *          RELEASED. LGLAGE AGES THE ANSWER DEADLINES.
      *          MAINTAINED THROUGH LEGALMNT.
      *
      *          LP-STATUS: H - HELD, Q - REMITTANCE QUEUED ON
      *          CHKREQ.DAT, P - REMITTANCE BEING PAID BY CHKDISB,
      *          C - REMITTED TO THE AGENCY, X - RELEASED WITHOUT
      *          PAYMENT (PROCESS WITHDRAWN OR SATISFIED ELSEWHERE).
      *          LP-AGING-STAGE: SPACE - NOT YET RAISED, W - FILED ON
      *          EXCPQ AS DUE SOON, O - FILED ON EXCPQ AS OVERDUE.
      ******************************************************************
       01  LEGALPRC-RECORD.
           05  LP-KEY.
               10  LP-ACCOUNT-ID         PIC X(12).
               10  LP-PROCESS-SEQ        PIC 9(03).
           05  LP-CUSTOMER-ID            PIC X(10).
           05  LP-PROCESS-TYPE           PIC X(01).
               88  LP-TAX-LEVY           VALUE 'L'.
               88  LP-GARNISHMENT        VALUE 'G'.
               88  LP-RESTRAINING-NOTICE VALUE 'R'.
               88  LP-VALID-TYPE         VALUE 'L' 'G' 'R'.
           05  LP-AGENCY-NAME            PIC X(40).
           05  LP-CASE-NUMBER            PIC X(20).
           05  LP-SERVED-DATE            PIC X(08).
           05  LP-AMOUNT-DEMANDED        PIC S9(13)V99 COMP-3.
           05  LP-AMOUNT-HELD            PIC S9(13)V99 COMP-3.
           05  LP-AMOUNT-REMITTED        PIC S9(13)V99 COMP-3.
           05  LP-ANSWER-DEADLINE        PIC X(08).
           05  LP-ANSWERED-DATE          PIC X(08).
           05  LP-REMIT-DATE             PIC X(08).
           05  LP-REMITTED-DATE          PIC X(08).
           05  LP-REMIT-TRANSACTION-ID   PIC X(16).
           05  LP-RELEASED-DATE          PIC X(08).
           05  LP-STATUS                 PIC X(01).
               88  LP-HELD               VALUE 'H'.
               88  LP-QUEUED             VALUE 'Q'.
               88  LP-PAYING             VALUE 'P'.
               88  LP-REMITTED           VALUE 'C'.
               88  LP-RELEASED           VALUE 'X'.
           05  LP-AGING-STAGE            PIC X(01).
               88  LP-NOT-AGED           VALUE SPACE.
               88  LP-AGED-DUE-SOON      VALUE 'W'.
               88  LP-AGED-OVERDUE       VALUE 'O'.
           05  CREATED-TIMESTAMP         PIC X(26).
           05  UPDATED-TIMESTAMP         PIC X(26).
           05  CREATED-BY                PIC X(08).
           05  UPDATED-BY                PIC X(08).
