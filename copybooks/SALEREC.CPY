      *                     SL-SALE-DATE WITH DUPLICATES.
      *                     SALESCONVERT CARRIES THE OLD VEHSALES
      *                     LOG FORWARD.
      *    2026-10-15  DLM  ADDED THE RESCISSION FIELDS AFTER THE
      *                     HISTORY KEY.  AN UNWOUND DEAL STAYS ON
      *                     VEHSALIX FLAGGED "R" WITH THE DATE IT
      *                     WAS UNWOUND AND WHAT BECAME OF THE TRADE
      *                     ("B" BACKED OUT, "K" KEPT IN STOCK).  A
      *                     SPACE STATUS IS A LIVE DEAL.
      *    2026-10-15  DLM  ADDED THE SALES TAX AND FEES FIGURED AT
      *                     CLOSE OFF THE TAXRATES TABLE - THE
      *                     TAXING STATE AND JURISDICTION, THE BASIS
      *                     THE TAX WAS FIGURED ON ("N" NET OF THE
      *                     TRADE, "G" GROSS PRICE, "E" EXEMPT SALE),
      *                     THE TAX, AND THE DOC AND REGISTRATION
      *                     FEES.  A SPACE BASIS IS A DEAL CLOSED
      *                     UNTAXED.  THE RECORD IS NOW 119 BYTES,
      *                     STILL INSIDE AR-SALE-IMAGE.
      *    2026-10-15  DLM  A FIXED-LENGTH KEYED FILE DOES NOT OPEN
      *                     AT A NEW LENGTH, SO A VEHSALIX BUILT AT
      *                     80 BYTES IS CARRIED FORWARD ONCE BY
      *                     SALESREFORMAT.  ITS DEALS COME ACROSS
      *                     LIVE AND UNTAXED UNDER THE SAME KEYS.
      ******************************************************************
           05  SL-VEHICLE-ID          PIC 9(05).
           05  SL-ORIGINAL-PRICE      PIC 9(08)V99.
           05  SL-HIST-KEY.
               10  SL-HIST-VEHICLE-ID PIC 9(05).
               10  SL-HIST-SALE-SEQ   PIC 9(03).
           05  SL-DEAL-STATUS         PIC X(01).
               88  SL-DEAL-LIVE               VALUE SPACE.
               88  SL-DEAL-RESCINDED          VALUE "R".
           05  SL-RESCIND-DATE        PIC 9(08).
           05  SL-RESCIND-TRADE       PIC X(01).
               88  SL-TRADE-BACKED-OUT        VALUE "B".
               88  SL-TRADE-KEPT              VALUE "K".
           05  SL-TAX-STATE           PIC X(02).
           05  SL-TAX-JURISDICTION    PIC X(06).
           05  SL-TAX-BASIS           PIC X(01).
               88  SL-TAX-NOT-FIGURED         VALUE SPACE.
               88  SL-TAX-NET-OF-TRADE        VALUE "N".
               88  SL-TAX-GROSS               VALUE "G".
               88  SL-TAX-EXEMPT              VALUE "E".
           05  SL-SALES-TAX           PIC 9(06)V99.
           05  SL-DOC-FEE             PIC 9(04)V99.
           05  SL-REG-FEE             PIC 9(04)V99.
