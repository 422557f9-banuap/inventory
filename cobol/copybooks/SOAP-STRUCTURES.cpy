               'POST_TRANSACTION'.
           05  OP-GET-TRANS-HISTORY     PIC X(24) VALUE
               'GET_TRANSACTION_HISTORY'.
           05  OP-VALIDATE-TRANSACTION  PIC X(24) VALUE
               'VALIDATE_TRANSACTION'.

       01  QUEUE-OPERATIONS.
           05  OP-GET-REQUEST-STATUS    PIC X(24) VALUE
               'GET_REQUEST_STATUS'.

       01  STATUS-CODES.
           05  STATUS-SUCCESS           PIC X(10) VALUE 
