      *                     "REVALUE") SO THE MONTH-END GL EXTRACT
      *                     CAN PICK THE DEPRECIATION ADJUSTMENT
      *                     OFF THE AUDIT TRAIL.
      *    2026-10-15  DLM  WHEN THE VALUATION DATE FALLS IN A
      *                     CLOSED ACCOUNTING PERIOD (PERIODCHECK),
      *                     EACH REVALUATION GOES TO THE REJECT FILE
      *                     (REASON 10) AND THE MASTER IS LEFT ALONE.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VehicleValue.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AU-STATUS.

           SELECT REJECT-FILE ASSIGN "VEHREJ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RJ-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  VEHICLE-MASTER-FILE.
       01  AUDIT-RECORD.
           COPY AUDREC.

       FD  REJECT-FILE.
       01  REJECT-RECORD.
           COPY REJREC.

       WORKING-STORAGE SECTION.
       01  WS-VM-STATUS               PIC X(02) VALUE "00".
           88  WS-VM-EOF                      VALUE "10".
       01  WS-BD-STATUS               PIC X(02) VALUE "00".
       01  WS-VR-STATUS               PIC X(02) VALUE "00".
       01  WS-AU-STATUS               PIC X(02) VALUE "00".
       01  WS-RJ-STATUS               PIC X(02) VALUE "00".

       01  WS-EOF-SWITCH              PIC X(01) VALUE "N".
           88  WS-END-OF-FILE                 VALUE "Y".
           05  WS-SD-DAY              PIC 9(02).
       01  WS-VALUE-AS-OF-DATE        PIC 9(08).

       01  LK-PERIOD-DATE             PIC 9(08).
       01  LK-PERIOD-FLAG             PIC X(01).
           88  LK-PERIOD-CLOSED               VALUE "C".
       01  LK-REASON-CODE             PIC 9(02).
       01  LK-REASON-TEXT             PIC X(40).

       01  WS-AGE-YEARS               PIC 9(04).
       01  WS-DEPR-PERCENT            PIC S9(03)V99.
       01  WS-WEAR-PERCENT            PIC S9(03)V99.
       01  WS-DEPRECIATION-AMT        PIC 9(08)V99.
       01  WS-CURRENT-VALUE           PIC 9(08)V99.
       01  WS-VEHICLE-COUNT           PIC 9(05) VALUE 0.
       01  WS-REJECTED-COUNT          PIC 9(05) VALUE 0.

       01  WS-SYSTEM-TIME             PIC 9(06).
       01  WS-BEFORE-EDIT             PIC $$,$$$,$$9.99.
           MOVE WS-SD-YEAR TO WS-VALUE-AS-OF-DATE(1:4)
           MOVE WS-SD-MONTH TO WS-VALUE-AS-OF-DATE(5:2)
           MOVE WS-SD-DAY TO WS-VALUE-AS-OF-DATE(7:2)
           MOVE WS-VALUE-AS-OF-DATE TO LK-PERIOD-DATE
           CALL "PeriodCheck" USING LK-PERIOD-DATE LK-PERIOD-FLAG
               LK-REASON-CODE LK-REASON-TEXT
           END-CALL
           IF LK-PERIOD-CLOSED
               DISPLAY "VALUATION DATE IS IN A CLOSED PERIOD - "
                   "REVALUATIONS GO TO THE REJECT FILE"
           END-IF
           OPEN I-O VEHICLE-MASTER-FILE
           MOVE "VEHICLE-MASTER-FILE" TO WS-OPEN-FILE-NAME
           MOVE WS-VM-STATUS TO WS-OPEN-CHECK-STATUS
           MOVE "AUDIT-LOG-FILE" TO WS-OPEN-FILE-NAME
           MOVE WS-AU-STATUS TO WS-OPEN-CHECK-STATUS
           PERFORM 1050-CHECK-REQUIRED-OPEN THRU 1050-EXIT
           PERFORM 1150-OPEN-REJECT-FILE THRU 1150-EXIT
           MOVE "REJECT-FILE" TO WS-OPEN-FILE-NAME
           MOVE WS-RJ-STATUS TO WS-OPEN-CHECK-STATUS
           PERFORM 1050-CHECK-REQUIRED-OPEN THRU 1050-EXIT
           MOVE WS-SYSTEM-DATE TO HL2-DATE
           WRITE VR-LINE FROM HDR-LINE-1
           WRITE VR-LINE FROM HDR-LINE-2
       1100-EXIT.
           EXIT.

      ******************************************************************
      *    1150-OPEN-REJECT-FILE
      *    THE REJECT FILE IS EXTENDED, NOT OPENED OUTPUT, FOR THE
      *    SAME REASON VEHICLEMAINT EXTENDS IT - AN UNWORKED REJECT
      *    FROM A PRIOR RUN MUST NOT BE DESTROYED BY THE NEXT RUN.
      ******************************************************************
       1150-OPEN-REJECT-FILE.
           OPEN EXTEND REJECT-FILE
           IF WS-RJ-STATUS NOT = "00"
               OPEN OUTPUT REJECT-FILE
           END-IF.
       1150-EXIT.
           EXIT.

      ******************************************************************
      *    2000-PROCESS-VEHICLES
      *    IN A CLOSED PERIOD A VALUE THAT WOULD MOVE IS REJECTED
      *    INSTEAD OF REWRITTEN; THE NEXT RUN IN AN OPEN PERIOD
      *    PICKS THE SAME DEPRECIATION UP.
      ******************************************************************
       2000-PROCESS-VEHICLES.
           IF VM-STATUS-ACTIVE AND LK-PERIOD-CLOSED
               PERFORM 3000-CALCULATE-VALUE THRU 3000-EXIT
               IF WS-CURRENT-VALUE NOT = VM-CURRENT-VALUE
                   PERFORM 7000-WRITE-REJECT THRU 7000-EXIT
               END-IF
               GO TO 2000-NEXT
           END-IF
           IF VM-STATUS-ACTIVE
               PERFORM 3000-CALCULATE-VALUE THRU 3000-EXIT
               PERFORM 4000-UPDATE-MASTER THRU 4000-EXIT
               PERFORM 5000-PRINT-VALUATION THRU 5000-EXIT
               ADD 1 TO WS-VEHICLE-COUNT
           END-IF.
       2000-NEXT.
           PERFORM 2100-READ-VEHICLE THRU 2100-EXIT.
       2000-EXIT.
           EXIT.
       5000-EXIT.
           EXIT.

       7000-WRITE-REJECT.
           MOVE VM-VEHICLE-ID TO RJ-VEHICLE-ID
           MOVE VM-VEHICLE-TYPE-CODE TO RJ-VEHICLE-TYPE-CODE
           MOVE VM-VEHICLE-BRAND TO RJ-VEHICLE-BRAND
           MOVE VM-VEHICLE-MODEL TO RJ-VEHICLE-MODEL
           MOVE VM-VEHICLE-YEAR TO RJ-VEHICLE-YEAR
           MOVE WS-CURRENT-VALUE TO RJ-VEHICLE-PRICE
           MOVE LK-REASON-CODE TO RJ-REASON-CODE
           MOVE LK-REASON-TEXT TO RJ-REASON-TEXT
           MOVE WS-VALUE-AS-OF-DATE TO RJ-REJECT-DATE
           WRITE REJECT-RECORD
           ADD 1 TO WS-REJECTED-COUNT.
       7000-EXIT.
           EXIT.

       8000-TERMINATE.
           DISPLAY "VEHICLES REVALUED: " WS-VEHICLE-COUNT
           DISPLAY "VALUES REJECTED:   " WS-REJECTED-COUNT
           CLOSE VEHICLE-MASTER-FILE
           CLOSE CAR-MASTER-FILE
           CLOSE TRUCK-MASTER-FILE
           CLOSE BIKE-MASTER-FILE
           CLOSE VALUATION-REPORT-FILE
           CLOSE AUDIT-LOG-FILE
           CLOSE REJECT-FILE.
           MOVE WS-VEHICLE-COUNT TO WS-RC-COUNT
           PERFORM 9200-END-RUN-CONTROL THRU 9200-EXIT.
       8000-EXIT.
