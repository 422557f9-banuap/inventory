      ******************************************************************
      * MODEL COPYBOOK - MANAGED-ACCOUNT MODEL PORTFOLIO RECORD
      * VERSION: 1.0
      * DATE: 2026-10-15
      * PURPOSE: ONE ROW PER MODEL PORTFOLIO, KEYED ON MD-MODEL-ID,
      *          GIVING THE TARGET WEIGHT (PERCENT OF ACCOUNT VALUE)
      *          OF CASH AND OF UP TO TWENTY HOLDINGS. A TARGET IS
      *          EITHER ONE SYMBOL ('S') OR A WHOLE ASSET CLASS ('C',
      *          A SECMAST SEC-ASSET-CLASS CODE) - A CLASS TARGET
      *          COVERS EVERY HOLDING OF THAT CLASS THE MODEL DOES NOT
      *          NAME BY SYMBOL, AND MD-TGT-SYMBOL IS THE VEHICLE
      *          BOUGHT WHEN THE CLASS IS UNDERWEIGHT. A HOLDING THE
      *          MODEL DOES NOT COVER AT ALL HAS A TARGET OF ZERO.
      *          CASH PLUS THE TARGETS ADD TO 100.00. AN ACCOUNT HAS
      *          DRIFTED WHEN ANY HOLDING'S WEIGHT IS MORE THAN
      *          MD-DRIFT-TOLERANCE PERCENTAGE POINTS OFF TARGET.
      *          MAINTAINED THROUGH MODLMNT; ACCOUNTS ARE ASSIGNED ON
      *          MODELASN.DAT. MEASURED BY DRIFTCHK, TRADED BACK TO
      *          TARGET BY REBALGEN.
      ******************************************************************
       01  MODEL-RECORD.
           05  MD-MODEL-ID               PIC X(08).
           05  MD-MODEL-NAME             PIC X(40).
           05  MD-DRIFT-TOLERANCE        PIC 9(03)V99.
           05  MD-CASH-WEIGHT            PIC 9(03)V99.
           05  MD-TARGET-COUNT           PIC 9(02).
           05  MD-TARGET OCCURS 20 TIMES.
               10  MD-TGT-TYPE           PIC X(01).
                   88  MD-SYMBOL-TARGET  VALUE 'S'.
                   88  MD-CLASS-TARGET   VALUE 'C'.
               10  MD-TGT-SYMBOL         PIC X(12).
               10  MD-TGT-CLASS          PIC X(02).
               10  MD-TGT-WEIGHT         PIC 9(03)V99.
           05  CREATED-TIMESTAMP         PIC X(26).
           05  UPDATED-TIMESTAMP         PIC X(26).
