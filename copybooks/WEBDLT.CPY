      ******************************************************************
      *    WEBDLT.CPY
      *    WEBSITE LISTING DELTA RECORD.  ONE RECORD PER UNIT THAT IS
      *    NEW TO THE FEED, CHANGED SINCE THE PREVIOUS FEED, OR GONE
      *    FROM IT, SO THE LISTING SITES CAN APPLY UPDATES WITHOUT
      *    RELOADING THE WHOLE INVENTORY.  THE CHANGE FLAGS SAY WHAT
      *    MOVED ON A CHANGED UNIT - "DETAIL" IS ANYTHING BUT THE
      *    PRICE AND THE LOT.  WD-FEED-IMAGE IS THE WEBREC RECORD:
      *    TODAY'S FOR A NEW OR CHANGED UNIT, THE LAST ONE SENT FOR A
      *    REMOVED UNIT.
      *
      *    MOD HISTORY
      *    DATE       INIT  DESCRIPTION
      *    ---------  ----  --------------------------------------------
      *    2026-10-15  DLM  ORIGINAL.
      ******************************************************************
           05  WD-ACTION-CODE         PIC X(01).
               88  WD-ACTION-NEW              VALUE "N".
               88  WD-ACTION-CHANGED          VALUE "C".
               88  WD-ACTION-REMOVED          VALUE "R".
           05  WD-CHANGE-FLAGS.
               10  WD-PRICE-CHANGED   PIC X(01).
               10  WD-LOT-CHANGED     PIC X(01).
               10  WD-DETAIL-CHANGED  PIC X(01).
           05  WD-RUN-DATE            PIC 9(08).
           05  WD-FEED-IMAGE          PIC X(130).
