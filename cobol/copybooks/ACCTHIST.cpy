      *        HIST-ENTITY-TYPE.
      *
      * MODIFICATION HISTORY:
      * 2026-10-15  ADDED HIST-IS-MERGE-ROW - CUSTMRG WRITES ONE ENTRY
      *             PER ROW IT REPOINTS FROM A LOSING CUSTOMER-ID TO
      *             THE SURVIVING ONE. HIST-ENTITY-TYPE NAMES THE FILE
      *             THE ROW CAME FROM (ITS LAYOUT), HIST-ENTITY-ID IS
      *             THE LOSING CUSTOMER-ID, AND A BLANK AFTER-IMAGE
      *             MEANS THE ROW WAS DROPPED BECAUSE THE SURVIVOR
      *             ALREADY HAD ONE.
      * 2026-09-03  IMAGES WIDENED X(520) -> X(600) (MATCHING THE
      *             FORWARD JOURNAL'S) - CUSTOMER-RECORD GREW PAST
      *             520 BYTES WITH THE APPENDED COMPLIANCE FLAGS
               88  HIST-IS-ACCOUNT       VALUE 'ACCOUNT'.
               88  HIST-IS-CUSTOMER      VALUE 'CUSTOMER'.
               88  HIST-IS-OVERRIDE      VALUE 'OVERRIDE'.
               88  HIST-IS-MERGE-ROW     VALUE 'ACCTOWN ' 'HSHLD   '
                                               'DELIVPRF' 'WHELECT '
                                               'TRUSTCON' 'BENEF   '
                                               'AUTHPTY ' 'NOTIFQ  '.
           05  HIST-ENTITY-ID            PIC X(12).
           05  HIST-CHANGED-BY           PIC X(08).
           05  HIST-CHANGED-TIMESTAMP    PIC X(26).
