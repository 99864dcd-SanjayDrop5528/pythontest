      ******************************************************************
      *    LBLREC.CPY
      *    RECALL MAILING-LABEL RECORD.  ONE RECORD PER OWNER TO
      *    NOTIFY, WRITTEN BY RECALLEXTRACT FOR THE MAIL HOUSE - THE
      *    BUYER'S NAME AND ADDRESS OFF CUSTOMER-MASTER, WITH THE
      *    CAMPAIGN AND THE UNIT SO THE LETTER CAN NAME THE VEHICLE.
      *
      *    MOD HISTORY
      *    DATE       INIT  DESCRIPTION
      *    ---------  ----  --------------------------------------------
      *    2026-10-15  DLM  ORIGINAL.
      ******************************************************************
           05  LB-CAMPAIGN-ID         PIC X(12).
           05  LB-CUSTOMER-ID         PIC 9(06).
           05  LB-NAME                PIC X(30).
           05  LB-ADDRESS             PIC X(30).
           05  LB-CITY                PIC X(20).
           05  LB-STATE               PIC X(02).
           05  LB-ZIP                 PIC X(10).
           05  LB-VEHICLE-ID          PIC 9(05).
           05  LB-VIN                 PIC X(17).
           05  LB-VEHICLE-YEAR        PIC 9(04).
           05  LB-VEHICLE-BRAND       PIC X(20).
           05  LB-VEHICLE-MODEL       PIC X(20).
