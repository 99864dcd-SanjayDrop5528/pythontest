      ******************************************************************
      *    LNDSTMT.CPY
      *    FLOOR-PLAN LENDER STATEMENT LINE.  ONE RECORD PER UNIT ON
      *    THE LENDER'S MONTHLY STATEMENT, KEYED IN FROM THE PAPER
      *    OR THE LENDER'S EXTRACT.  THE INTEREST IS THE LENDER'S
      *    INTEREST BILLED TO DATE ON THE NOTE, COMPARABLE TO OUR
      *    FP-ACCRUED-INTEREST.  A NONZERO PAYOFF DATE MEANS THE
      *    LENDER RECEIVED THE PAYOFF; THE AMOUNT IS WHAT THEY
      *    APPLIED.
      *
      *    MOD HISTORY
      *    DATE       INIT  DESCRIPTION
      *    ---------  ----  --------------------------------------------
      *    2026-10-15  DLM  ORIGINAL.
      ******************************************************************
           05  LS-LENDER-ID           PIC X(08).
           05  LS-VEHICLE-ID          PIC 9(05).
           05  LS-PRINCIPAL           PIC 9(08)V99.
           05  LS-INTEREST-BILLED     PIC 9(08)V99.
           05  LS-PAYOFF-DATE         PIC 9(08).
           05  LS-PAYOFF-AMOUNT       PIC 9(08)V99.
