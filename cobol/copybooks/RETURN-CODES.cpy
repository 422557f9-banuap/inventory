      *          RETURN-CODE DATA NAME, E.G.
      *              COPY RETURN-CODES REPLACING RC-CODE BY
      *                  WS-RETURN-CODE.
      *
      * MODIFICATION HISTORY:
      * 2026-10-15  ADDED 17, RC-EXPLOITATION-HOLD - A DISBURSEMENT
      *             REFUSED WHILE THE ACCOUNT IS UNDER A SENIOR
      *             EXPLOITATION HOLD (EXPHMNT).
      ******************************************************************
       01  RC-CODE                       PIC 9(02).
           88  RC-SUCCESS                VALUE 00.
           88  RC-NOT-ENTITLED           VALUE 13.
           88  RC-PENDING-APPROVAL       VALUE 14.
           88  RC-NO-AGREEMENT           VALUE 15.
           88  RC-DEADLINE-PASSED        VALUE 16.
           88  RC-EXPLOITATION-HOLD      VALUE 17.
