      *    2026-09-02  DLM  STAMP VM-LOT-CODE "1" ON ADDS - THE
      *                     FRONT DESK KEYS AT THE MAIN LOT, AND A
      *                     TRANSFER MOVES THE UNIT FROM THERE.
      *    2026-10-15  DLM  REJECT EVERY TRANSACTION (REASON 10) WHEN
      *                     THE RUN DATE FALLS IN A CLOSED
      *                     ACCOUNTING PERIOD.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VehicleMaint.
           88  LK-IS-VALID                    VALUE "Y".
       01  LK-REASON-CODE             PIC 9(02).
       01  LK-REASON-TEXT             PIC X(40).
       01  LK-PERIOD-DATE             PIC 9(08).
       01  LK-PERIOD-FLAG             PIC X(01).
           88  LK-PERIOD-CLOSED               VALUE "C".


      ******************************************************************
       1150-EXIT.
           EXIT.

      ******************************************************************
      *    2000-PROCESS-TRANSACTIONS
      *    A MAINTENANCE TRANSACTION TAKES EFFECT - AND IS AUDITED,
      *    WHICH IS WHERE THE GL EXTRACT PICKS UP A MARKDOWN - ON THE
      *    DAY IT IS RUN, SO THE RUN DATE IS WHAT THE PERIOD LOCK
      *    CHECKS.  ONCE ACCOUNTING HAS CLOSED THE MONTH, EVERY
      *    TRANSACTION GOES TO THE REJECT FILE (REASON 10).
      ******************************************************************
       2000-PROCESS-TRANSACTIONS.
           MOVE WS-SYSTEM-DATE TO LK-PERIOD-DATE
           CALL "PeriodCheck" USING LK-PERIOD-DATE LK-PERIOD-FLAG
               LK-REASON-CODE LK-REASON-TEXT
           END-CALL
           IF LK-PERIOD-CLOSED
               PERFORM 7000-WRITE-REJECT THRU 7000-EXIT
               GO TO 2000-NEXT
           END-IF
           EVALUATE TRUE
               WHEN TR-ACTION-ADD
                   PERFORM 3000-APPLY-ADD THRU 3000-EXIT
                   PERFORM 5000-APPLY-DELETE THRU 5000-EXIT
               WHEN OTHER
                   DISPLAY "UNKNOWN ACTION CODE " TR-ACTION-CODE
           END-EVALUATE.
       2000-NEXT.
           PERFORM 2100-READ-TRANSACTION THRU 2100-EXIT.
       2000-EXIT.
           EXIT.
