      ******************************************************************
      *    APPCARD.CPY
      *    TRADE APPRAISAL CARD.  ONE CARD DESCRIBES THE UNIT BEING
      *    APPRAISED - TYPE, BRAND, MODEL AND MODEL YEAR ARE
      *    REQUIRED.  A NONZERO YEAR SPREAD WIDENS THE YEAR TO PLUS
      *    OR MINUS THAT MANY YEARS.  A NONZERO MILEAGE (CARS ONLY -
      *    TRUCKS AND BIKES CARRY NO ODOMETER ON FILE) LIMITS THE
      *    COMPARABLES TO UNITS WITHIN THE MILEAGE BAND OF IT; A
      *    ZERO BAND TAKES THE HOUSE BAND.  A ZERO TARGET MARGIN
      *    TAKES THE HOUSE MARGIN.
      *
      *    MOD HISTORY
      *    DATE       INIT  DESCRIPTION
      *    ---------  ----  --------------------------------------------
      *    2026-10-15  DLM  ORIGINAL.
      ******************************************************************
           05  AP-VEHICLE-TYPE-CODE   PIC X(01).
           05  AP-BRAND               PIC X(20).
           05  AP-MODEL               PIC X(20).
           05  AP-YEAR                PIC 9(04).
           05  AP-YEAR-SPREAD         PIC 9(01).
           05  AP-MILEAGE             PIC 9(06).
           05  AP-MILEAGE-BAND        PIC 9(06).
           05  AP-TARGET-MARGIN-PCT   PIC 9(02)V9(01).
