      ******************************************************************
      *    UNWTRAN.CPY
      *    SALE-UNWIND TRANSACTION.  BACKS OUT A CLOSED DEAL WHEN
      *    FINANCING FALLS THROUGH OR THE BUYER RETURNS THE UNIT
      *    INSIDE THE RETURN WINDOW.  KEYED WITH THE SOLD VEHICLE-ID
      *    AND THE SALE SEQUENCE OF THE DEAL BEING UNWOUND - A ZERO
      *    SEQUENCE TAKES THE UNIT'S LATEST DEAL.
      *
      *    REASON CODES
      *       F  FINANCING FELL THROUGH
      *       R  RETURNED INSIDE THE RETURN WINDOW
      *       O  OTHER - SEE THE DEAL JACKET
      *
      *    MOD HISTORY
      *    DATE       INIT  DESCRIPTION
      *    ---------  ----  --------------------------------------------
      *    2026-10-15  DLM  ORIGINAL.
      ******************************************************************
           05  UW-VEHICLE-ID          PIC 9(05).
           05  UW-SALE-SEQ            PIC 9(03).
           05  UW-REASON-CODE         PIC X(01).
               88  UW-REASON-FINANCING        VALUE "F".
               88  UW-REASON-RETURN           VALUE "R".
               88  UW-REASON-OTHER            VALUE "O".
           05  UW-OPERATOR-ID         PIC X(08).
