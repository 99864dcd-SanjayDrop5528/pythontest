      ******************************************************************
      *    PERTRAN.CPY
      *    PERIOD CLOSE/REOPEN TRANSACTION.  ACCOUNTING KEYS A CLOSE
      *    ONCE THE MONTH'S JOURNAL IS POSTED; A REOPEN MUST CARRY
      *    THE REASON, WHICH GOES ONTO THE AUDIT TRAIL WITH IT.
      *
      *    MOD HISTORY
      *    DATE       INIT  DESCRIPTION
      *    ---------  ----  --------------------------------------------
      *    2026-10-15  DLM  ORIGINAL.
      ******************************************************************
           05  PT-ACTION-CODE         PIC X(01).
               88  PT-ACTION-CLOSE            VALUE "C".
               88  PT-ACTION-REOPEN           VALUE "R".
           05  PT-PERIOD              PIC 9(06).
           05  PT-OPERATOR-ID         PIC X(08).
           05  PT-REASON              PIC X(20).
