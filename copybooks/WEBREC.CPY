      ******************************************************************
      *    WEBREC.CPY
      *    WEBSITE LISTING FEED RECORD.  ONE RECORD PER UNIT AVAILABLE
      *    FOR SALE, WRITTEN NIGHTLY BY VEHICLEFEED IN VEHICLE-ID
      *    ORDER FOR OUR WEBSITE AND THE LISTING SITES.
      *    WF-VEHICLE-TYPE-CODE SAYS WHICH VIEW OF WF-DETAIL-DATA
      *    CARRIES THE SUBTYPE DETAIL OFF CARDTL, TRKDTL OR BIKDTL.
      *
      *    MOD HISTORY
      *    DATE       INIT  DESCRIPTION
      *    ---------  ----  --------------------------------------------
      *    2026-10-15  DLM  ORIGINAL.
      ******************************************************************
           05  WF-VEHICLE-ID          PIC 9(05).
           05  WF-VIN                 PIC X(17).
           05  WF-VEHICLE-TYPE-CODE   PIC X(01).
               88  WF-TYPE-CAR                VALUE "C".
               88  WF-TYPE-TRUCK              VALUE "T".
               88  WF-TYPE-MOTORCYCLE         VALUE "M".
           05  WF-BRAND               PIC X(20).
           05  WF-MODEL               PIC X(20).
           05  WF-YEAR                PIC 9(04).
           05  WF-COLOR               PIC X(15).
           05  WF-PRICE               PIC 9(08)V99.
           05  WF-LOT-CODE            PIC X(01).
           05  WF-DETAIL-DATA         PIC X(30).
           05  WF-CAR-DATA REDEFINES WF-DETAIL-DATA.
               10  WF-DOORS           PIC 9(01).
               10  WF-FUEL-TYPE       PIC X(10).
               10  WF-TRANSMISSION    PIC X(10).
               10  WF-MILEAGE         PIC 9(06).
               10  FILLER             PIC X(03).
           05  WF-TRUCK-DATA REDEFINES WF-DETAIL-DATA.
               10  WF-CAPACITY        PIC 9(05).
               10  WF-AXLES           PIC 9(01).
               10  WF-CARGO-TYPE      PIC X(15).
               10  WF-WEIGHT          PIC 9(06).
               10  FILLER             PIC X(03).
           05  WF-BIKE-DATA REDEFINES WF-DETAIL-DATA.
               10  WF-ENGINE-CC       PIC 9(04).
               10  WF-BIKE-TYPE       PIC X(15).
               10  FILLER             PIC X(11).
           05  FILLER                 PIC X(07).
