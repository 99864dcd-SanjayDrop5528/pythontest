      *                     REPLACED A RE-SOLD UNIT'S EARLIER DEAL,
      *                     WHICH WOULD HAVE CHANGED CLOSED MONTHS.
      *                     THE WRITE STATUS IS NOW CHECKED TOO.
      *    2026-10-15  DLM  NORMALIZE THE RESCIND DATE ADDED TO THE
      *                     SALE RECORD - AN OLD LOG DEAL CONVERTS
      *                     LIVE WITH A ZERO DATE.
      *    2026-10-15  DLM  NORMALIZE THE TAX AND FEE AMOUNTS ADDED
      *                     TO THE SALE RECORD - AN OLD LOG DEAL
      *                     CONVERTS UNTAXED WITH ZERO AMOUNTS.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SalesConvert.
           IF SL-ACCUM-COST NOT NUMERIC
               MOVE 0 TO SL-ACCUM-COST
           END-IF
           IF SL-RESCIND-DATE NOT NUMERIC
               MOVE 0 TO SL-RESCIND-DATE
           END-IF
           IF SL-SALES-TAX NOT NUMERIC
               MOVE 0 TO SL-SALES-TAX
           END-IF
           IF SL-DOC-FEE NOT NUMERIC
               MOVE 0 TO SL-DOC-FEE
           END-IF
           IF SL-REG-FEE NOT NUMERIC
               MOVE 0 TO SL-REG-FEE
           END-IF
           MOVE SL-VEHICLE-ID TO SL-HIST-VEHICLE-ID
           MOVE 1 TO SL-HIST-SALE-SEQ
           MOVE "N" TO WS-WRITE-DONE-SWITCH
