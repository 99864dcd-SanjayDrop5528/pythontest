      *    AND THE RUN ASSIGNS THE NEXT FREE SEQUENCE FOR THE
      *    VEHICLE; A VOID NAMES THE EXACT VEHICLE-ID PLUS SEQUENCE
      *    OF THE ENTRY BEING BACKED OUT.
      *    THE COST DATE IS THE DAY THE WORK WAS DONE OR INVOICED; A
      *    ZERO OR BLANK DATE TAKES THE DAY OF THE RUN.
      *
      *    MOD HISTORY
      *    DATE       INIT  DESCRIPTION
      *    ---------  ----  --------------------------------------------
      *    2026-09-02  DLM  ORIGINAL.
      *    2026-10-15  DLM  ADDED CS-COST-DATE SO A LATE INVOICE POSTS
      *                     UNDER ITS OWN DATE AND THE PERIOD CLOSE
      *                     LOCK CAN JUDGE IT.
      ******************************************************************
           05  CS-ACTION-CODE         PIC X(01).
               88  CS-ACTION-POST             VALUE "P".
           05  CS-COST-AMOUNT         PIC 9(08)V99.
           05  CS-VENDOR              PIC X(20).
           05  CS-OPERATOR-ID         PIC X(08).
           05  CS-COST-DATE           PIC 9(08).
