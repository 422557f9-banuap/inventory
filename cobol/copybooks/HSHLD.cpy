      *          SHOWS EVERY MEMBER'S ACCOUNTS AND BALANCES IN ONE
      *          PLACE AND BOBREP ROLLS ASSETS UP PER HOUSEHOLD.
      *          MAINTAINED THROUGH HSHLDMNT.
      *
      *          HH-STMT-ELECTION: C - THIS MEMBER'S ACCOUNTS ARE
      *          STATEMENTED ON THE HOUSEHOLD'S CONSOLIDATED STATEMENT
      *          (STMTGEN) INSTEAD OF ONE STATEMENT PER ACCOUNT;
      *          S OR SPACE - THE MEMBER'S STATEMENTS REMAIN SEPARATE.
      *          A HOUSEHOLD GETS A CONSOLIDATED STATEMENT ONLY WHEN
      *          AT LEAST ONE MEMBER HAS ELECTED IT.
      ******************************************************************
       01  HSHLD-RECORD.
           05  HH-KEY.
           05  HH-HOUSEHOLD-NAME         PIC X(40).
           05  CREATED-TIMESTAMP         PIC X(26).
           05  CREATED-BY                PIC X(08).
           05  HH-STMT-ELECTION          PIC X(01).
               88  HH-STMT-CONSOLIDATED  VALUE 'C'.
               88  HH-STMT-SEPARATE      VALUE 'S' SPACE.
               88  HH-VALID-ELECTION     VALUE 'C' 'S' SPACE.
