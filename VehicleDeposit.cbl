      *                     A HOLD WAS LANDING ON AN IN-TRANSIT
      *                     UNIT AND FIGHTING THE TRANSFER LOG
      *                     OVER THE STATUS BYTE.
      *    2026-10-15  DLM  REFUSE A HOLD FOR A CUSTOMER-ID RETIRED
      *                     BY CUSTOMERMERGE.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VehicleDeposit.
                   ADD 1 TO WS-REFUSED-COUNT
                   GO TO 3000-EXIT
           END-READ
           IF CU-STATUS-MERGED
               DISPLAY "HOLD REFUSED - CUSTOMER " DT-CUSTOMER-ID
                   " MERGED INTO " CU-MERGED-INTO
               ADD 1 TO WS-REFUSED-COUNT
               GO TO 3000-EXIT
           END-IF

           PERFORM 3100-WRITE-DEPOSIT THRU 3100-EXIT

