      *    DATE       INIT  DESCRIPTION
      *    ---------  ----  --------------------------------------------
      *    2026-08-22  DLM  ORIGINAL.
      *    2026-10-15  DLM  WIDENED AR-SALE-IMAGE TO 120 NOW THAT THE
      *                     SALE RECORD CARRIES THE RESCISSION
      *                     FIELDS.  IT IS THE LAST FIELD, SO EARLIER
      *                     ARCHIVE RECORDS STILL READ BACK SPACE-
      *                     FILLED.
      ******************************************************************
           05  AR-ARCHIVE-DATE        PIC 9(08).
           05  AR-VEHICLE-ID          PIC 9(05).
           05  AR-VEHICLE-TYPE-CODE   PIC X(01).
           05  AR-MASTER-IMAGE        PIC X(120).
           05  AR-DETAIL-IMAGE        PIC X(60).
           05  AR-SALE-IMAGE          PIC X(120).
