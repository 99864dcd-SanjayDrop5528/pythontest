      ******************************************************************
      *    PERREC.CPY
      *    ACCOUNTING PERIOD-CONTROL RECORD (PERCTL, KEYED BY PERIOD).
      *    ONE RECORD PER MONTH ACCOUNTING HAS EVER CLOSED.  A MONTH
      *    WITH NO RECORD, OR A RECORD REOPENED, IS OPEN FOR POSTING;
      *    A CLOSED MONTH TAKES NO TRANSACTION DATED INTO IT.  THE
      *    LAST CLOSE AND THE LAST REOPEN STAY ON THE RECORD - THE
      *    FULL HISTORY IS ON THE AUDIT TRAIL.
      *
      *    MOD HISTORY
      *    DATE       INIT  DESCRIPTION
      *    ---------  ----  --------------------------------------------
      *    2026-10-15  DLM  ORIGINAL.
      ******************************************************************
           05  PD-PERIOD              PIC 9(06).
           05  PD-STATUS-CODE         PIC X(01).
               88  PD-STATUS-OPEN             VALUE "O".
               88  PD-STATUS-CLOSED           VALUE "C".
           05  PD-CLOSE-DATE          PIC 9(08).
           05  PD-CLOSED-BY           PIC X(08).
           05  PD-REOPEN-DATE         PIC 9(08).
           05  PD-REOPENED-BY         PIC X(08).
           05  PD-REOPEN-REASON       PIC X(20).
