      ******************************************************************
      *    TTLDAYS.CPY
      *    TITLE-DEADLINE RECORD.  ONE RECORD PER STATE: THE NUMBER
      *    OF DAYS FROM THE SALE DATE THE STATE ALLOWS BEFORE TITLE
      *    WORK IS LATE AND FINES START.  "**" IS THE HOUSE DEFAULT
      *    FOR ANY STATE NOT LISTED - RECORDS ARE TRIED IN FILE
      *    ORDER AND FIRST MATCH WINS, SO PUT THE NAMED STATES
      *    AHEAD OF THE "**", THE SAME CONVENTION THE COMMISSION-
      *    RATE FILE USES.
      *
      *    MOD HISTORY
      *    DATE       INIT  DESCRIPTION
      *    ---------  ----  --------------------------------------------
      *    2026-10-15  DLM  ORIGINAL.
      ******************************************************************
           05  DY-STATE               PIC X(02).
           05  DY-DEADLINE-DAYS       PIC 9(03).
