      ******************************************************************
      *    TTLREC.CPY
      *    TITLE-TRACKING RECORD.  ONE RECORD PER PIECE OF TITLE WORK
      *    A CLOSED DEAL LEAVES BEHIND, WRITTEN BY VEHICLESALES AT
      *    CLOSE:
      *
      *       "S" SOLD UNIT - THE BUYER'S TITLE AND REGISTRATION GO
      *           TO THE STATE AND PLATES COME BACK.  DONE WHEN BOTH
      *           THE SENT AND PLATES DATES ARE IN.
      *       "T" TRADE-IN  - THE TRADE'S TITLE HAS TO BE COLLECTED
      *           FROM THE BUYER (OR THEIR LIENHOLDER).  DONE WHEN
      *           THE TITLE-IN DATE IS IN.
      *
      *    KEYED ON TT-TITLE-KEY - THE UNIT THE TITLE BELONGS TO,
      *    THE ITEM TYPE, AND THE SALE SEQUENCE OF THE DEAL THAT
      *    CREATED IT (THE SOLD UNIT'S SL-HIST-SALE-SEQ, CARRIED ON
      *    THE TRADE ITEM TOO), SO A RE-SOLD UNIT OPENS A NEW ITEM
      *    AND THE OLD ONE STAYS.  MILESTONE DATES ARE POSTED BY
      *    TITLEMAINT; ZERO MEANS NOT YET.  TT-STATE IS THE BUYER'S
      *    CU-STATE AT CLOSE - THE STATE WHOSE DEADLINE APPLIES.
      *
      *    MOD HISTORY
      *    DATE       INIT  DESCRIPTION
      *    ---------  ----  --------------------------------------------
      *    2026-10-15  DLM  ORIGINAL.
      ******************************************************************
           05  TT-TITLE-KEY.
               10  TT-VEHICLE-ID      PIC 9(05).
               10  TT-ITEM-TYPE       PIC X(01).
                   88  TT-ITEM-SOLD           VALUE "S".
                   88  TT-ITEM-TRADE          VALUE "T".
               10  TT-DEAL-SEQ        PIC 9(03).
           05  TT-DEAL-VEHICLE-ID     PIC 9(05).
           05  TT-CUSTOMER-ID         PIC 9(06).
           05  TT-STATE               PIC X(02).
           05  TT-OPERATOR-ID         PIC X(08).
           05  TT-SALE-DATE           PIC 9(08).
           05  TT-STATUS-CODE         PIC X(01).
               88  TT-STATUS-OPEN             VALUE "O".
               88  TT-STATUS-COMPLETE         VALUE "C".
               88  TT-STATUS-CANCELLED        VALUE "X".
           05  TT-TITLE-IN-DATE       PIC 9(08).
           05  TT-STATE-SENT-DATE     PIC 9(08).
           05  TT-PLATES-DATE         PIC 9(08).
           05  TT-CLOSED-DATE         PIC 9(08).
           05  FILLER                 PIC X(10).
