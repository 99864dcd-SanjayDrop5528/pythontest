      ******************************************************************
      *    TTLTRAN.CPY
      *    TITLE-MILESTONE TRANSACTION.  ONE CARD PER MILESTONE
      *    REACHED ON A PIECE OF TITLE WORK, KEYED BY THE UNIT AND
      *    THE ITEM TYPE ("S" SOLD UNIT, "T" TRADE-IN) - THE OPEN
      *    ITEM FOR THAT UNIT IS THE ONE POSTED.  A ZERO OR BLANK
      *    DATE MEANS TODAY.  "X" CANCELS THE ITEM OUTRIGHT (DEAL
      *    FELL APART OUTSIDE THE UNWIND RUN, TITLE HANDLED BY THE
      *    BUYER) AND NEEDS NO DATE.
      *
      *    MOD HISTORY
      *    DATE       INIT  DESCRIPTION
      *    ---------  ----  --------------------------------------------
      *    2026-10-15  DLM  ORIGINAL.
      ******************************************************************
           05  TM-VEHICLE-ID          PIC 9(05).
           05  TM-ITEM-TYPE           PIC X(01).
           05  TM-MILESTONE-CODE      PIC X(01).
               88  TM-TITLE-RECEIVED          VALUE "R".
               88  TM-SENT-TO-STATE           VALUE "S".
               88  TM-PLATES-ISSUED           VALUE "P".
               88  TM-CANCEL-ITEM             VALUE "X".
           05  TM-MILESTONE-DATE      PIC 9(08).
           05  TM-OPERATOR-ID         PIC X(08).
