      *          BUMP THE RELEVANT CONSTANT BELOW EVERY TIME THAT
      *          COPYBOOK'S RECORD LAYOUT CHANGES.
      ******************************************************************
       01  CPYVER-ACCOUNT                PIC 9(04) VALUE 0007.
       01  CPYVER-CUSTOMER               PIC 9(04) VALUE 0006.
       01  CPYVER-TRANSACTION            PIC 9(04) VALUE 0006.
