      *                     DIGIT TESTED AND DUPLICATE-CHECKED AT
      *                     INTAKE SO THE SAME TRADE CANNOT BE
      *                     BROUGHT TO TWO OF OUR LOTS.
      *    2026-10-15  DLM  ADDED SI-TAX-EXEMPT-CODE - A SPACE IS A
      *                     TAXABLE SALE; ANY OTHER CODE (RESALE
      *                     CERTIFICATE, GOVERNMENT, EXPORT) IS AN
      *                     EXEMPT SALE - NO TAX, FEES STILL CHARGED.
      ******************************************************************
           05  SI-VEHICLE-ID          PIC 9(05).
           05  SI-SALE-PRICE          PIC 9(08)V99.
           05  SI-TRADE-BIKE-TYPE     PIC X(15).
           05  SI-LOT-CODE            PIC X(01).
           05  SI-TRADE-VIN           PIC X(17).
           05  SI-TAX-EXEMPT-CODE     PIC X(01).
               88  SI-SALE-TAXABLE            VALUE SPACE.
