      ******************************************************************
      *    RCLCARD.CPY
      *    RECALL-CAMPAIGN CARD.  ONE "H" HEADER CARD NAMES THE
      *    CAMPAIGN AND THE UNITS IT COVERS - BRAND, MODEL, AND MODEL
      *    YEAR RANGE.  A SPACE-FILLED MODEL MATCHES EVERY MODEL OF
      *    THE BRAND; ZERO YEAR BOUNDS MATCH ANY YEAR.  ANY NUMBER OF
      *    "V" CARDS MAY FOLLOW, EACH CARRYING ONE VIN THE
      *    MANUFACTURER LISTED; A LISTED VIN IS IN THE CAMPAIGN
      *    WHETHER OR NOT IT FITS THE HEADER.
      *
      *    MOD HISTORY
      *    DATE       INIT  DESCRIPTION
      *    ---------  ----  --------------------------------------------
      *    2026-10-15  DLM  ORIGINAL.
      ******************************************************************
           05  RK-CARD-TYPE           PIC X(01).
               88  RK-CARD-HEADER             VALUE "H".
               88  RK-CARD-VIN                VALUE "V".
           05  RK-HEADER-DATA.
               10  RK-CAMPAIGN-ID     PIC X(12).
               10  RK-BRAND           PIC X(20).
               10  RK-MODEL           PIC X(20).
               10  RK-YEAR-LOW        PIC 9(04).
               10  RK-YEAR-HIGH       PIC 9(04).
           05  RK-VIN-DATA REDEFINES RK-HEADER-DATA.
               10  RK-VIN             PIC X(17).
               10  FILLER             PIC X(43).
