      *    DATE       INIT  DESCRIPTION
      *    ---------  ----  --------------------------------------------
      *    2026-08-22  DLM  ORIGINAL.
      *    2026-10-15  DLM  ADDED CU-STATUS-CODE AND CU-MERGED-INTO OUT
      *                     OF THE FILLER.  A CUSTOMER RETIRED BY
      *                     CUSTOMERMERGE STAYS ON FILE FLAGGED "M"
      *                     WITH THE ID ITS HISTORY MOVED TO.  A
      *                     SPACE STATUS IS A LIVE CUSTOMER, SO EVERY
      *                     RECORD WRITTEN BEFORE READS BACK LIVE.
      ******************************************************************
           05  CU-CUSTOMER-ID         PIC 9(06).
           05  CU-NAME                PIC X(30).
           05  CU-STATE               PIC X(02).
           05  CU-ZIP                 PIC X(10).
           05  CU-PHONE               PIC X(12).
           05  CU-STATUS-CODE         PIC X(01).
               88  CU-STATUS-LIVE             VALUE SPACE.
               88  CU-STATUS-MERGED           VALUE "M".
           05  CU-MERGED-INTO         PIC 9(06).
           05  FILLER                 PIC X(03).
