      ******************************************************************
      *    MRGTRAN.CPY
      *    CUSTOMER-MERGE TRANSACTION.  ONE CARD PER DUPLICATE PAIR
      *    WORKED OFF THE CUSTOMER DUPLICATE REPORT: THE KEPT ID
      *    TAKES OVER EVERY DEAL, DEPOSIT, AND WANT OF THE RETIRED
      *    ID, AND THE RETIRED ID STAYS ON CUSTOMER-MASTER FLAGGED
      *    AS MERGED INTO THE KEPT ONE.
      *
      *    MOD HISTORY
      *    DATE       INIT  DESCRIPTION
      *    ---------  ----  --------------------------------------------
      *    2026-10-15  DLM  ORIGINAL.
      ******************************************************************
           05  MG-KEEP-ID             PIC 9(06).
           05  MG-RETIRE-ID           PIC 9(06).
           05  MG-OPERATOR-ID         PIC X(08).
