      ******************************************************************
      *    TAXRATE.CPY
      *    SALES-TAX RATE RECORD.  ONE RECORD PER TAXING STATE, OR
      *    PER ZIP RANGE WITHIN A STATE WHERE A CITY OR COUNTY RATE
      *    APPLIES, READ BY VEHICLESALES AT CLOSE AGAINST THE
      *    BUYER'S CUSMAST ADDRESS.  SPACE ZIP LIMITS MEAN THE WHOLE
      *    STATE.  "**" IS THE HOUSE DEFAULT FOR ANY STATE NOT
      *    LISTED.  RECORDS ARE TRIED IN FILE ORDER AND FIRST MATCH
      *    WINS, SO PUT A STATE'S ZIP RANGES AHEAD OF ITS STATEWIDE
      *    RECORD AND THE "**" LAST, THE SAME CONVENTION THE
      *    COMMISSION-RATE FILE USES.
      *
      *    TX-TRADE-CREDIT "Y" TAXES THE PRICE NET OF THE TRADE
      *    ALLOWANCE (MOST OF OUR STATES); ANYTHING ELSE TAXES THE
      *    GROSS PRICE.  THE DOC AND REGISTRATION FEES ARE FLAT PER
      *    DEAL IN THE JURISDICTION.
      *
      *    MOD HISTORY
      *    DATE       INIT  DESCRIPTION
      *    ---------  ----  --------------------------------------------
      *    2026-10-15  DLM  ORIGINAL.
      ******************************************************************
           05  TX-STATE               PIC X(02).
           05  TX-ZIP-LOW             PIC X(05).
           05  TX-ZIP-HIGH            PIC X(05).
           05  TX-JURISDICTION        PIC X(06).
           05  TX-RATE-PCT            PIC 9(02)V9(03).
           05  TX-TRADE-CREDIT        PIC X(01).
               88  TX-NET-OF-TRADE            VALUE "Y".
           05  TX-DOC-FEE             PIC 9(04)V99.
           05  TX-REG-FEE             PIC 9(04)V99.
