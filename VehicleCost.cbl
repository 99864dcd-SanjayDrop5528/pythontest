      *    DATE       INIT  DESCRIPTION
      *    ---------  ----  --------------------------------------------
      *    2026-09-02  DLM  ORIGINAL.
      *    2026-10-15  DLM  POST UNDER THE TRANSACTION'S OWN COST DATE
      *                     (DEFAULT THE RUN DATE) AND SEND A POST
      *                     DATED INTO - OR A VOID OF AN ENTRY DATED
      *                     INTO - A CLOSED ACCOUNTING PERIOD TO THE
      *                     REJECT FILE (REASON 10).
      *    2026-10-15  DLM  SEND A POST WITH A BAD COST DATE - NOT A
      *                     REAL MONTH OR DAY, OR AFTER THE RUN DATE
      *                     - TO THE REJECT FILE (REASON 11) RATHER
      *                     THAN LET IT INTO A PERIOD NOT YET OPEN.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VehicleCost.
               RECORD KEY IS VC-COST-KEY
               FILE STATUS IS WS-VC-STATUS.

           SELECT REJECT-FILE ASSIGN "VEHREJ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RJ-STATUS.

           SELECT AUDIT-LOG-FILE ASSIGN "VEHAUDIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AU-STATUS.
       01  VEHICLE-COST-RECORD.
           COPY COSTREC.

       FD  REJECT-FILE.
       01  REJECT-RECORD.
           COPY REJREC.

       FD  AUDIT-LOG-FILE.
       01  AUDIT-RECORD.
           COPY AUDREC.
       01  WS-CC-STATUS               PIC X(02) VALUE "00".
       01  WS-VM-STATUS               PIC X(02) VALUE "00".
       01  WS-VC-STATUS               PIC X(02) VALUE "00".
       01  WS-RJ-STATUS               PIC X(02) VALUE "00".
       01  WS-AU-STATUS               PIC X(02) VALUE "00".
       01  WS-CR-STATUS               PIC X(02) VALUE "00".

       01  WS-POSTED-COUNT            PIC 9(05) VALUE 0.
       01  WS-VOIDED-COUNT            PIC 9(05) VALUE 0.
       01  WS-REFUSED-COUNT           PIC 9(05) VALUE 0.
       01  WS-REJECTED-COUNT          PIC 9(05) VALUE 0.

       01  WS-THRESHOLD-PCT           PIC 9(03) VALUE 25.
       01  WS-HIGH-SEQ                PIC 9(03) VALUE 0.

       01  WS-SYSTEM-DATE             PIC 9(08).
       01  WS-SYSTEM-TIME             PIC 9(06).
       01  WS-COST-DATE               PIC 9(08).
       01  WS-DATE-SWITCH             PIC X(01) VALUE "N".
           88  WS-COST-DATE-BAD               VALUE "Y".

       01  LK-PERIOD-DATE             PIC 9(08).
       01  LK-PERIOD-FLAG             PIC X(01).
           88  LK-PERIOD-CLOSED               VALUE "C".
       01  LK-REASON-CODE             PIC 9(02).
       01  LK-REASON-TEXT             PIC X(40).

       01  WS-AMOUNT-EDIT             PIC $$,$$$,$$9.99.

           MOVE "VEHICLE-COST-FILE" TO WS-OPEN-FILE-NAME
           MOVE WS-VC-STATUS TO WS-OPEN-CHECK-STATUS
           PERFORM 1050-CHECK-REQUIRED-OPEN THRU 1050-EXIT
           PERFORM 1250-OPEN-REJECT-FILE THRU 1250-EXIT
           MOVE "REJECT-FILE" TO WS-OPEN-FILE-NAME
           MOVE WS-RJ-STATUS TO WS-OPEN-CHECK-STATUS
           PERFORM 1050-CHECK-REQUIRED-OPEN THRU 1050-EXIT
           PERFORM 1200-OPEN-AUDIT-LOG THRU 1200-EXIT
           MOVE "AUDIT-LOG-FILE" TO WS-OPEN-FILE-NAME
           MOVE WS-AU-STATUS TO WS-OPEN-CHECK-STATUS
       1200-EXIT.
           EXIT.

      ******************************************************************
      *    1250-OPEN-REJECT-FILE
      *    THE REJECT FILE IS EXTENDED, NOT OPENED OUTPUT, FOR THE
      *    SAME REASON VEHICLEMAINT EXTENDS IT - AN UNWORKED REJECT
      *    FROM A PRIOR RUN MUST NOT BE DESTROYED BY THE NEXT RUN.
      ******************************************************************
       1250-OPEN-REJECT-FILE.
           OPEN EXTEND REJECT-FILE
           IF WS-RJ-STATUS NOT = "00"
               OPEN OUTPUT REJECT-FILE
           END-IF.
       1250-EXIT.
           EXIT.

       2000-PROCESS-TRANSACTIONS.
           EVALUATE TRUE
               WHEN CS-ACTION-POST
               GO TO 3000-EXIT
           END-IF

      *    A ZERO OR BLANK DATE TAKES THE RUN DATE.  ANY OTHER DATE
      *    MUST BE A REAL MONTH AND DAY NO LATER THAN THE RUN DATE -
      *    A COST DATED AHEAD WOULD LAND IN A PERIOD THE CLOSE LOCK
      *    HAS NOT REACHED YET.
           MOVE "N" TO WS-DATE-SWITCH
           MOVE WS-SYSTEM-DATE TO WS-COST-DATE
           IF CS-COST-DATE NUMERIC
               IF CS-COST-DATE > 0
                   MOVE CS-COST-DATE TO WS-COST-DATE
               END-IF
           ELSE
               IF CS-COST-DATE(1:8) NOT = SPACES
                   MOVE "Y" TO WS-DATE-SWITCH
               END-IF
           END-IF
           IF WS-COST-DATE(5:2) < "01" OR WS-COST-DATE(5:2) > "12"
                   OR WS-COST-DATE(7:2) < "01"
                   OR WS-COST-DATE(7:2) > "31"
                   OR WS-COST-DATE > WS-SYSTEM-DATE
               MOVE "Y" TO WS-DATE-SWITCH
           END-IF
           IF WS-COST-DATE-BAD
               MOVE 11 TO LK-REASON-CODE
               MOVE "COST DATE NOT VALID OR AFTER RUN DATE"
                   TO LK-REASON-TEXT
               MOVE CS-COST-AMOUNT TO RJ-VEHICLE-PRICE
               PERFORM 7000-WRITE-REJECT THRU 7000-EXIT
               GO TO 3000-EXIT
           END-IF
           MOVE WS-COST-DATE TO LK-PERIOD-DATE
           CALL "PeriodCheck" USING LK-PERIOD-DATE LK-PERIOD-FLAG
               LK-REASON-CODE LK-REASON-TEXT
           END-CALL
           IF LK-PERIOD-CLOSED
               MOVE CS-COST-AMOUNT TO RJ-VEHICLE-PRICE
               PERFORM 7000-WRITE-REJECT THRU 7000-EXIT
               GO TO 3000-EXIT
           END-IF

           PERFORM 3100-SCAN-VEHICLE-COSTS THRU 3100-EXIT
           IF WS-HIGH-SEQ >= 999
               DISPLAY "POST REFUSED - LEDGER FULL FOR "

           MOVE CS-VEHICLE-ID TO VC-VEHICLE-ID
           COMPUTE VC-COST-SEQ = WS-HIGH-SEQ + 1
           MOVE WS-COST-DATE TO VC-COST-DATE
           MOVE CS-COST-TYPE TO VC-COST-TYPE
           MOVE CS-COST-AMOUNT TO VC-COST-AMOUNT
           MOVE CS-VENDOR TO VC-VENDOR
      ******************************************************************
      *    4000-VOID-ENTRY
      *    MARKS THE NAMED LEDGER ENTRY VOID AND AUDITS THE BACKOUT.
      *    THE COST SITS IN THE MONTH OF THE ENTRY'S OWN DATE, SO A
      *    VOID OF AN ENTRY IN A CLOSED MONTH IS REJECTED.
      ******************************************************************
       4000-VOID-ENTRY.
           MOVE CS-VEHICLE-ID TO VC-VEHICLE-ID
               ADD 1 TO WS-REFUSED-COUNT
               GO TO 4000-EXIT
           END-IF
           MOVE VC-COST-DATE TO LK-PERIOD-DATE
           CALL "PeriodCheck" USING LK-PERIOD-DATE LK-PERIOD-FLAG
               LK-REASON-CODE LK-REASON-TEXT
           END-CALL
           IF LK-PERIOD-CLOSED
               MOVE VC-COST-AMOUNT TO RJ-VEHICLE-PRICE
               PERFORM 7000-WRITE-REJECT THRU 7000-EXIT
               GO TO 4000-EXIT
           END-IF

           MOVE VC-COST-AMOUNT TO WS-AMOUNT-EDIT
           MOVE WS-SYSTEM-DATE TO AU-RUN-DATE
       5100-EXIT.
           EXIT.

      ******************************************************************
      *    7000-WRITE-REJECT
      *    A COST TRANSACTION DATED INTO A CLOSED MONTH, OR WITH A
      *    COST DATE THAT IS NOT VALID, GOES TO THE REJECT FILE
      *    CARRYING THE UNIT AND THE COST AMOUNT (THE CALLER HAS PUT
      *    THE AMOUNT IN RJ-VEHICLE-PRICE).
      ******************************************************************
       7000-WRITE-REJECT.
           MOVE CS-VEHICLE-ID TO RJ-VEHICLE-ID
           MOVE CS-VEHICLE-ID TO VM-VEHICLE-ID
           READ VEHICLE-MASTER-FILE
               INVALID KEY
                   MOVE SPACES TO VM-VEHICLE-TYPE-CODE
                   MOVE SPACES TO VM-VEHICLE-BRAND
                   MOVE SPACES TO VM-VEHICLE-MODEL
                   MOVE 0 TO VM-VEHICLE-YEAR
           END-READ
           MOVE VM-VEHICLE-TYPE-CODE TO RJ-VEHICLE-TYPE-CODE
           MOVE VM-VEHICLE-BRAND TO RJ-VEHICLE-BRAND
           MOVE VM-VEHICLE-MODEL TO RJ-VEHICLE-MODEL
           MOVE VM-VEHICLE-YEAR TO RJ-VEHICLE-YEAR
           MOVE LK-REASON-CODE TO RJ-REASON-CODE
           MOVE LK-REASON-TEXT TO RJ-REASON-TEXT
           MOVE WS-SYSTEM-DATE TO RJ-REJECT-DATE
           WRITE REJECT-RECORD
           ADD 1 TO WS-REJECTED-COUNT
           DISPLAY "COST REJECTED - " CS-VEHICLE-ID " "
               LK-REASON-TEXT.
       7000-EXIT.
           EXIT.

       8000-TERMINATE.
           DISPLAY "COSTS POSTED:      " WS-POSTED-COUNT
           DISPLAY "COSTS VOIDED:      " WS-VOIDED-COUNT
           DISPLAY "TRANSACTIONS REFUSED: " WS-REFUSED-COUNT
           DISPLAY "TRANSACTIONS REJECTED: " WS-REJECTED-COUNT
           CLOSE COST-TRAN-FILE
           CLOSE VEHICLE-MASTER-FILE
           CLOSE VEHICLE-COST-FILE
           CLOSE REJECT-FILE
           CLOSE AUDIT-LOG-FILE
           CLOSE COST-REPORT-FILE.
           COMPUTE WS-RC-COUNT = WS-POSTED-COUNT + WS-VOIDED-COUNT
