      ******************************************************************
      *    CNTREC.CPY
      *    PHYSICAL LOT COUNT RECORD.  ONE RECORD PER UNIT FOUND ON
      *    THE GROUND DURING THE MONTHLY LOT WALK - THE LOT BEING
      *    WALKED, THE VIN READ OFF THE DASH, WHO READ IT, AND THE
      *    DAY OF THE WALK.  THE VIN IS RESOLVED TO OUR VEHICLE-ID
      *    THROUGH THE VIN CROSS-REFERENCE.
      *
      *    MOD HISTORY
      *    DATE       INIT  DESCRIPTION
      *    ---------  ----  --------------------------------------------
      *    2026-10-15  DLM  ORIGINAL.
      ******************************************************************
           05  PC-LOT-CODE            PIC X(01).
           05  PC-VIN                 PIC X(17).
           05  PC-COUNTER-ID          PIC X(08).
           05  PC-COUNT-DATE          PIC 9(08).
