      *    2026-08-22  DLM  END RUN-CONTROL ON A FAILED REQUIRED
      *                     OPEN SO THE RUN LOG SHOWS A CLEAN END
      *                     INSTEAD OF A DEAD RUN.
      *    2026-10-15  DLM  REFUSE A CHANGE OR DELETE AGAINST A
      *                     CUSTOMER CUSTOMERMERGE HAS RETIRED - THE
      *                     RECORD IS ONLY A POINTER TO THE KEPT ID.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CustomerMaint.
           MOVE CT-STATE TO CU-STATE
           MOVE CT-ZIP TO CU-ZIP
           MOVE CT-PHONE TO CU-PHONE
           SET CU-STATUS-LIVE TO TRUE
           MOVE 0 TO CU-MERGED-INTO
           WRITE CUSTOMER-BASE
               INVALID KEY
                   DISPLAY "ADD FAILED - DUPLICATE CUSTOMER "
                   ADD 1 TO WS-REFUSED-COUNT
                   GO TO 4000-EXIT
           END-READ
           IF CU-STATUS-MERGED
               DISPLAY "CHANGE REFUSED - " CT-CUSTOMER-ID
                   " MERGED INTO " CU-MERGED-INTO
               ADD 1 TO WS-REFUSED-COUNT
               GO TO 4000-EXIT
           END-IF
           MOVE CT-NAME TO CU-NAME
           MOVE CT-ADDRESS TO CU-ADDRESS
           MOVE CT-CITY TO CU-CITY
                   ADD 1 TO WS-REFUSED-COUNT
                   GO TO 5000-EXIT
           END-READ
           IF CU-STATUS-MERGED
               DISPLAY "DELETE REFUSED - " CT-CUSTOMER-ID
                   " MERGED INTO " CU-MERGED-INTO
               ADD 1 TO WS-REFUSED-COUNT
               GO TO 5000-EXIT
           END-IF
           DELETE CUSTOMER-MASTER-FILE RECORD
           ADD 1 TO WS-DELETED-COUNT.
       5000-EXIT.
