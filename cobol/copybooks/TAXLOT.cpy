      *             SHARES COME IN (ACATIN INTAKE, OR THE LOTREST
      *             UTILITY FOR LEGENDED CERTIFICATES ALREADY ON THE
      *             BOOK) AND ENFORCED BY ORDMGMT AT ORDER ENTRY.
      * 2026-10-15  RELIEF ORDER IS NO LONGER ALWAYS FIFO: POSMGMT
      *             FOLLOWS THE ACCOUNT'S COST-BASIS-METHOD (FIFO,
      *             LIFO, HIGHEST-COST, LOWEST-COST, SPECIFIC-ID) AND
      *             RELIEVES ANY LOTS A SELL ORDER NAMES BY LOT-NUMBER
      *             FIRST. NO CHANGE TO THE RECORD.
      ******************************************************************
       01  TAXLOT-RECORD.
           05  TAXLOT-KEY.
