      *
      *    CHART OF ACCOUNTS USED BY THE EXTRACT
      *       1010  CASH/RECEIVABLES      1200  VEHICLE INVENTORY
      *       1250  VALUATION ALLOWANCE   2100  SALES TAX PAYABLE
      *       2110  REG FEES PAYABLE      4000  SALES REVENUE
      *       4100  DOC FEE INCOME        5000  COST OF SALES
      *       5100  MARKDOWN EXPENSE      5200  DEPRECIATION EXPENSE
      *
      *    SOURCE CODES
      *       SA  SALE (REVENUE, COST RELIEF, TRADE-IN ADDITION,
      *           SALES TAX AND FEES COLLECTED)
      *       MD  MARKDOWN WRITE-DOWN
      *       DP  DEPRECIATION ADJUSTMENT
      *       RS  RESCINDED SALE (THE SA ENTRIES REVERSED IN THE
      *           PERIOD THE DEAL WAS UNWOUND)
      *
      *    MOD HISTORY
      *    DATE       INIT  DESCRIPTION
      *    ---------  ----  --------------------------------------------
      *    2026-09-02  DLM  ORIGINAL.
      *    2026-10-15  DLM  ADDED SOURCE CODE RS FOR UNWOUND SALES.
      *    2026-10-15  DLM  ADDED ACCOUNTS 2100, 2110 AND 4100 FOR THE
      *                     SALES TAX AND FEES COLLECTED ON A DEAL.
      ******************************************************************
           05  JE-JOURNAL-DATE        PIC 9(08).
           05  JE-PERIOD              PIC 9(06).
