
       01  WS-POSMGMT-OPERATION          PIC X(06) VALUE 'UPDPOS'.
       01  WS-POSMGMT-RETURN-CODE        PIC 9(02).
       01  WS-POSMGMT-ORDER-ID           PIC X(16) VALUE SPACES.
       01  WS-POSMGMT-BASIS-METHOD       PIC X(01) VALUE SPACE.
       01  WS-POSMGMT-QUANTITY           PIC S9(09)V999 COMP-3.

       01  WS-SCANNED-COUNT              PIC 9(07) COMP.
                                 WS-CONTRACT-COUNT,
                                 WS-ZERO-PRICE,
                                 WS-POSMGMT-QUANTITY,
                                 WS-POSMGMT-RETURN-CODE,
                                 WS-POSMGMT-ORDER-ID,
                                 WS-POSMGMT-BASIS-METHOD
           IF WS-POSMGMT-RETURN-CODE NOT = 00
               DISPLAY 'OPTEXP: UNABLE TO CLOSE CONTRACT POSITION '
                   WS-WORK-SYMBOL ' FOR ' WS-WORK-ACCOUNT-ID
