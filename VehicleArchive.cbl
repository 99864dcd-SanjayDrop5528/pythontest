      *
      *    THE SALE DATE COMES FROM THE SALES LOG - A SOLD MASTER
      *    WITH NO SALES-TRANSACTION RECORD CANNOT BE DATED AND IS
      *    LEFT ALONE (AND COUNTED) FOR SOMEONE TO LOOK AT.  SO IS
      *    ONE WHOSE TITLE WORK IS STILL OPEN ON TITLTRK - SOLD UNIT
      *    OR TRADE-IN - UNTIL THE PAPERWORK IS DONE.
      *
      *    MOD HISTORY
      *    DATE       INIT  DESCRIPTION
      *                     SCAN STARTS ON THE VEHICLE-ID PREFIX
      *                     AND THE HIGHEST SEQUENCE - THE LATEST
      *                     DEAL - DATES THE PURGE.
      *    2026-10-15  DLM  KEEP (AND COUNT) A UNIT PAST RETENTION
      *                     WHILE ANY OF ITS TITLE WORK IS STILL
      *                     OPEN ON THE TITLE-TRACKING FILE.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VehicleArchive.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AR-STATUS.

           SELECT TITLE-TRACK-FILE ASSIGN "TITLTRK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TT-TITLE-KEY
               FILE STATUS IS WS-TT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVE-CONTROL-FILE.
       01  ARCHIVE-RECORD.
           COPY ARCREC.

       FD  TITLE-TRACK-FILE.
       01  TITLE-TRACK-RECORD.
           COPY TTLREC.

       WORKING-STORAGE SECTION.
       01  WS-AC-STATUS               PIC X(02) VALUE "00".
       01  WS-ST-STATUS               PIC X(02) VALUE "00".
       01  WS-TD-STATUS               PIC X(02) VALUE "00".
       01  WS-BD-STATUS               PIC X(02) VALUE "00".
       01  WS-AR-STATUS               PIC X(02) VALUE "00".
       01  WS-TT-STATUS               PIC X(02) VALUE "00".

       01  WS-EOF-SWITCH              PIC X(01) VALUE "N".
           88  WS-END-OF-FILE                 VALUE "Y".
       01  WS-ARCHIVED-COUNT          PIC 9(05) VALUE 0.
       01  WS-KEPT-COUNT              PIC 9(05) VALUE 0.
       01  WS-NO-SALE-COUNT           PIC 9(05) VALUE 0.
       01  WS-TITLE-OPEN-COUNT        PIC 9(05) VALUE 0.

       01  WS-SALES-FILE-SWITCH       PIC X(01) VALUE "N".
           88  WS-SALES-FILE-OPEN             VALUE "Y".
           88  WS-SALE-ON-FILE                VALUE "Y".
       01  WS-SCAN-DONE-SWITCH        PIC X(01) VALUE "N".
           88  WS-SCAN-DONE                   VALUE "Y".
       01  WS-TITLE-FILE-SWITCH       PIC X(01) VALUE "N".
           88  WS-TITLE-FILE-OPEN             VALUE "Y".
       01  WS-TITLE-OPEN-SWITCH       PIC X(01) VALUE "N".
           88  WS-TITLE-WORK-OPEN             VALUE "Y".

      ******************************************************************
      *    THE LATEST DEAL FOUND FOR THE SOLD MASTER IN HAND - SAVED
               WS-SD-YEAR * 365 + WS-SD-MONTH * 30 + WS-SD-DAY
           PERFORM 1100-READ-CONTROL-CARD THRU 1100-EXIT
           PERFORM 1200-OPEN-SALES-HISTORY THRU 1200-EXIT
           PERFORM 1400-OPEN-TITLE-TRACK THRU 1400-EXIT
           OPEN I-O VEHICLE-MASTER-FILE
           MOVE "VEHICLE-MASTER-FILE" TO WS-OPEN-FILE-NAME
           MOVE WS-VM-STATUS TO WS-OPEN-CHECK-STATUS
       1300-EXIT.
           EXIT.

      ******************************************************************
      *    1400-OPEN-TITLE-TRACK
      *    NO TITLE-TRACKING FILE ON HAND MEANS NO TITLE WORK WAS
      *    EVER OPENED - NOTHING HOLDS A UNIT BACK FROM THE PURGE.
      ******************************************************************
       1400-OPEN-TITLE-TRACK.
           OPEN INPUT TITLE-TRACK-FILE
           IF WS-TT-STATUS = "00"
               MOVE "Y" TO WS-TITLE-FILE-SWITCH
           ELSE
               DISPLAY "NO TITLE-TRACKING FILE - TITLE CHECK SKIPPED"
           END-IF.
       1400-EXIT.
           EXIT.

      ******************************************************************
      *    2000-PROCESS-VEHICLES
      *    ONE PASS PER MASTER RECORD.  ONLY SOLD VEHICLES ARE
           COMPUTE WS-SALE-DAYS =
               WS-SL-YEAR * 365 + WS-SL-MONTH * 30 + WS-SL-DAY
           COMPUTE WS-DAYS-SOLD = WS-TODAY-DAYS - WS-SALE-DAYS
           IF WS-DAYS-SOLD NOT > WS-RETENTION-DAYS
               ADD 1 TO WS-KEPT-COUNT
               GO TO 3000-EXIT
           END-IF
           MOVE "N" TO WS-TITLE-OPEN-SWITCH
           IF WS-TITLE-FILE-OPEN
               PERFORM 3200-CHECK-TITLE-WORK THRU 3200-EXIT
           END-IF
           IF WS-TITLE-WORK-OPEN
               ADD 1 TO WS-TITLE-OPEN-COUNT
               DISPLAY "SOLD VEHICLE " VM-VEHICLE-ID
                   " HAS OPEN TITLE WORK - KEPT"
               GO TO 3000-EXIT
           END-IF
           PERFORM 4000-ARCHIVE-VEHICLE THRU 4000-EXIT.
       3000-EXIT.
           EXIT.

       3120-EXIT.
           EXIT.

      ******************************************************************
      *    3200-CHECK-TITLE-WORK
      *    THE TITLE KEY LEADS WITH THE VEHICLE-ID, SO ONE PREFIX
      *    SCAN SEES EVERY ITEM ON THE UNIT - SOLD-UNIT AND TRADE-IN
      *    ALIKE.  ANY ITEM STILL OPEN HOLDS THE UNIT BACK.
      ******************************************************************
       3200-CHECK-TITLE-WORK.
           MOVE "N" TO WS-SCAN-DONE-SWITCH
           MOVE LOW-VALUES TO TT-TITLE-KEY
           MOVE VM-VEHICLE-ID TO TT-VEHICLE-ID
           START TITLE-TRACK-FILE KEY >= TT-TITLE-KEY
               INVALID KEY
                   MOVE "Y" TO WS-SCAN-DONE-SWITCH
           END-START
           PERFORM 3210-CHECK-ONE-TITLE THRU 3210-EXIT
               UNTIL WS-SCAN-DONE.
       3200-EXIT.
           EXIT.

       3210-CHECK-ONE-TITLE.
           READ TITLE-TRACK-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-SCAN-DONE-SWITCH
                   GO TO 3210-EXIT
           END-READ
           IF TT-VEHICLE-ID NOT = VM-VEHICLE-ID
               MOVE "Y" TO WS-SCAN-DONE-SWITCH
               GO TO 3210-EXIT
           END-IF
           IF TT-STATUS-OPEN
               MOVE "Y" TO WS-TITLE-OPEN-SWITCH
               MOVE "Y" TO WS-SCAN-DONE-SWITCH
           END-IF.
       3210-EXIT.
           EXIT.

      ******************************************************************
      *    4000-ARCHIVE-VEHICLE
      *    WRITES THE COMBINED ARCHIVE RECORD, THEN DELETES THE
           DISPLAY "VEHICLES ARCHIVED:     " WS-ARCHIVED-COUNT
           DISPLAY "SOLD KEPT (IN WINDOW): " WS-KEPT-COUNT
           DISPLAY "SOLD WITH NO SALE REC: " WS-NO-SALE-COUNT
           DISPLAY "KEPT, TITLE WORK OPEN: " WS-TITLE-OPEN-COUNT
           IF WS-SALES-FILE-OPEN
               CLOSE SALES-TRANSACTION-FILE
           END-IF
           IF WS-TITLE-FILE-OPEN
               CLOSE TITLE-TRACK-FILE
           END-IF
           CLOSE VEHICLE-MASTER-FILE
           CLOSE CAR-MASTER-FILE
           CLOSE TRUCK-MASTER-FILE
