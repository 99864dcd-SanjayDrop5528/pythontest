      ******************************************************************
      *    PROGRAM-ID. VEHICLEFEED
      *
      *    NIGHTLY WEBSITE LISTING FEED.  WRITES EVERY UNIT THAT IS
      *    AVAILABLE FOR SALE TONIGHT TO THE OUTBOUND FEED (WEBFEED)
      *    FOR OUR WEBSITE AND THE THIRD-PARTY LISTING SITES, SO A
      *    SOLD UNIT COMES DOWN AND A MARKDOWN GOES UP THE NEXT
      *    MORNING INSTEAD OF WHEN SOMEONE RE-KEYS INVRPT.
      *
      *    AVAILABLE MEANS ACTIVE STATUS, NO DEPOSIT HELD ON VEHDEP,
      *    AND NOT IN TRANSIT.  EACH FEED RECORD (WEBREC) CARRIES THE
      *    VIN OFF VINXREF AND THE SUBTYPE DETAIL OFF CARMAST,
      *    TRKMAST OR BIKMAST.
      *
      *    THE PREVIOUS NIGHT'S FEED IS READ IN BEFORE TONIGHT'S
      *    REPLACES IT - THE SAME WAY THE INVENTORY REPORT READS ITS
      *    OLD CHECKPOINT - AND THE TWO ARE MATCHED ON VEHICLE-ID TO
      *    WRITE THE DELTA FILE (WEBDLT): NEW, CHANGED (PRICE, LOT OR
      *    DETAIL) AND REMOVED.  WITH NO PREVIOUS FEED EVERY UNIT
      *    GOES OUT AS NEW.  IF TONIGHT'S UNITS OVERFLOW THEIR
      *    TABLE THE RUN ENDS RC 16 BEFORE WEBFEED IS OPENED - A
      *    SHORT FEED WOULD TAKE GOOD UNITS OFF THE SITES AND BECOME
      *    TOMORROW'S PREVIOUS FEED - SO LAST NIGHT'S FEED STAYS AS
      *    IT WAS.  IF LAST NIGHT'S FEED OVERFLOWS ITS TABLE THE
      *    FULL FEED STILL GOES OUT BUT THE DELTA IS NOT WRITTEN - A
      *    SHORT TABLE WOULD MISS REMOVALS - AND THE RUN ENDS RC 8
      *    SO THE SITES ARE RELOADED FROM THE FULL FEED.
      *
      *    NOTHING ON THE MASTER FILES IS CHANGED.
      *
      *    MOD HISTORY
      *    DATE       INIT  DESCRIPTION
      *    ---------  ----  --------------------------------------------
      *    2026-10-15  DLM  ORIGINAL.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VehicleFeed.
       AUTHOR. D L Mercer.
       INSTALLATION. LOT INVENTORY SYSTEMS.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VEHICLE-MASTER-FILE ASSIGN "VEHMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VM-VEHICLE-ID
               FILE STATUS IS WS-VM-STATUS.

           SELECT CAR-MASTER-FILE ASSIGN "CARMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CD-CAR-ID
               FILE STATUS IS WS-CD-STATUS.

           SELECT TRUCK-MASTER-FILE ASSIGN "TRKMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TD-TRUCK-ID
               FILE STATUS IS WS-TD-STATUS.

           SELECT BIKE-MASTER-FILE ASSIGN "BIKMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BD-BIKE-ID
               FILE STATUS IS WS-BD-STATUS.

           SELECT DEPOSIT-MASTER-FILE ASSIGN "VEHDEP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DP-VEHICLE-ID
               FILE STATUS IS WS-DP-STATUS.

           SELECT VIN-XREF-FILE ASSIGN "VINXREF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VX-VIN
               FILE STATUS IS WS-VX-STATUS.

           SELECT PREVIOUS-FEED-FILE ASSIGN "WEBFEED"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PV-STATUS.

           SELECT FEED-FILE ASSIGN "WEBFEED"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WF-STATUS.

           SELECT DELTA-FILE ASSIGN "WEBDLT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  VEHICLE-MASTER-FILE.
       01  VEHICLE-BASE.
           COPY VEHMAST.

       FD  CAR-MASTER-FILE.
       01  CAR-DETAILS.
           COPY CARDTL.

       FD  TRUCK-MASTER-FILE.
       01  TRUCK-DETAILS.
           COPY TRKDTL.

       FD  BIKE-MASTER-FILE.
       01  MOTORCYCLE-DETAILS.
           COPY BIKDTL.

       FD  DEPOSIT-MASTER-FILE.
       01  DEPOSIT-RECORD.
           COPY DEPREC.

       FD  VIN-XREF-FILE.
       01  VIN-XREF-RECORD.
           COPY VINXREF.

       FD  PREVIOUS-FEED-FILE.
       01  PREVIOUS-FEED-RECORD       PIC X(130).

       FD  FEED-FILE.
       01  FEED-RECORD.
           COPY WEBREC.

       FD  DELTA-FILE.
       01  DELTA-RECORD.
           COPY WEBDLT.

       WORKING-STORAGE SECTION.
       01  WS-VM-STATUS               PIC X(02) VALUE "00".
       01  WS-CD-STATUS               PIC X(02) VALUE "00".
       01  WS-TD-STATUS               PIC X(02) VALUE "00".
       01  WS-BD-STATUS               PIC X(02) VALUE "00".
       01  WS-DP-STATUS               PIC X(02) VALUE "00".
       01  WS-VX-STATUS               PIC X(02) VALUE "00".
       01  WS-PV-STATUS               PIC X(02) VALUE "00".
       01  WS-WF-STATUS               PIC X(02) VALUE "00".
       01  WS-WD-STATUS               PIC X(02) VALUE "00".

       01  WS-EOF-SWITCH              PIC X(01) VALUE "N".
           88  WS-END-OF-FILE                 VALUE "Y".
       01  WS-PREV-EOF-SWITCH         PIC X(01) VALUE "N".
           88  WS-PREV-END                    VALUE "Y".
       01  WS-SCAN-DONE-SWITCH        PIC X(01) VALUE "N".
           88  WS-SCAN-DONE                   VALUE "Y".
       01  WS-DEPOSIT-FILE-SWITCH     PIC X(01) VALUE "N".
           88  WS-DEPOSIT-FILE-OPEN           VALUE "Y".
       01  WS-XREF-OPEN-SWITCH        PIC X(01) VALUE "N".
           88  WS-XREF-FILE-OPEN              VALUE "Y".

      ******************************************************************
      *    FEED TABLES - TONIGHT'S UNITS AND LAST NIGHT'S FEED, EACH
      *    IN VEHICLE-ID ORDER, MATCHED SIDE BY SIDE FOR THE DELTA.
      ******************************************************************
       01  WS-CUR-MAX                 PIC 9(05) VALUE 5000.
       01  WS-CUR-USED                PIC 9(05) VALUE 0.
       01  WS-CUR-LOST                PIC 9(05) VALUE 0.
       01  WS-CUR-SUB                 PIC 9(05) VALUE 0.
       01  WS-CUR-TABLE.
           05  WS-CUR-ENTRY OCCURS 5000 TIMES.
               10  WS-CUR-ID          PIC 9(05).
               10  WS-CUR-IMAGE       PIC X(130).

       01  WS-PRV-MAX                 PIC 9(05) VALUE 5000.
       01  WS-PRV-USED                PIC 9(05) VALUE 0.
       01  WS-PRV-LOST                PIC 9(05) VALUE 0.
       01  WS-PRV-SUB                 PIC 9(05) VALUE 0.
       01  WS-PRV-TABLE.
           05  WS-PRV-ENTRY OCCURS 5000 TIMES.
               10  WS-PRV-ID          PIC 9(05).
               10  WS-PRV-IMAGE       PIC X(130).

       01  WS-SCAN-SUB                PIC 9(05) VALUE 0.

      ******************************************************************
      *    WORK VIEWS OF ONE FEED RECORD - TONIGHT'S (NF) AND LAST
      *    NIGHT'S (PF) - FOR BUILDING AND COMPARING.
      ******************************************************************
       01  WS-NEW-FEED.
           COPY WEBREC REPLACING LEADING ==WF== BY ==NF==.

       01  WS-PREV-FEED.
           COPY WEBREC REPLACING LEADING ==WF== BY ==PF==.

       01  WS-MASTER-READ             PIC 9(05) VALUE 0.
       01  WS-NOT-ACTIVE-COUNT        PIC 9(05) VALUE 0.
       01  WS-HELD-COUNT              PIC 9(05) VALUE 0.
       01  WS-NO-DETAIL-COUNT         PIC 9(05) VALUE 0.
       01  WS-NO-VIN-COUNT            PIC 9(05) VALUE 0.
       01  WS-FEED-COUNT              PIC 9(05) VALUE 0.
       01  WS-NEW-COUNT               PIC 9(05) VALUE 0.
       01  WS-CHANGED-COUNT           PIC 9(05) VALUE 0.
       01  WS-REMOVED-COUNT           PIC 9(05) VALUE 0.
       01  WS-SAME-COUNT              PIC 9(05) VALUE 0.

       01  WS-SYSTEM-DATE             PIC 9(08).

       01  WS-OPEN-CHECK-STATUS       PIC X(02) VALUE "00".
       01  WS-OPEN-FILE-NAME          PIC X(21) VALUE SPACES.

      ******************************************************************
      *    RUN-CONTROL INTERFACE FIELDS - SEE RUNCONTROL FOR THE
      *    GUARD CODES AND THE START/END RECORD LAYOUT.
      ******************************************************************
       01  WS-RC-FUNCTION             PIC X(01) VALUE SPACE.
       01  WS-RC-PROGRAM              PIC X(16) VALUE "VEHICLEFEED".
       01  WS-RC-GUARD                PIC X(01) VALUE "L".
       01  WS-RC-COUNT                PIC 9(07) VALUE 0.
       01  WS-RC-RETCODE              PIC 9(02) VALUE 0.
       01  WS-RC-RESULT               PIC X(01) VALUE SPACE.
           88  WS-RC-DENIED                   VALUE "D".
       01  WS-RC-TEXT                 PIC X(40) VALUE SPACES.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 2000-SELECT-UNIT THRU 2000-EXIT
               UNTIL WS-END-OF-FILE
           PERFORM 2900-CHECK-FEED-TABLE THRU 2900-EXIT
           PERFORM 1400-OPEN-OUTPUT-FILES THRU 1400-EXIT
           IF WS-XREF-FILE-OPEN
               PERFORM 3000-FILL-VINS THRU 3000-EXIT
           END-IF
           MOVE 1 TO WS-CUR-SUB
           PERFORM 4000-WRITE-FEED THRU 4000-EXIT
               UNTIL WS-CUR-SUB > WS-CUR-USED
           PERFORM 5000-WRITE-DELTA THRU 5000-EXIT
           PERFORM 8000-TERMINATE THRU 8000-EXIT
           STOP RUN.

       1000-INITIALIZE.
           PERFORM 9100-START-RUN-CONTROL THRU 9100-EXIT
           ACCEPT WS-SYSTEM-DATE FROM DATE YYYYMMDD
           OPEN INPUT VEHICLE-MASTER-FILE
           MOVE "VEHICLE-MASTER-FILE" TO WS-OPEN-FILE-NAME
           MOVE WS-VM-STATUS TO WS-OPEN-CHECK-STATUS
           PERFORM 1050-CHECK-REQUIRED-OPEN THRU 1050-EXIT
           OPEN INPUT CAR-MASTER-FILE
           MOVE "CAR-MASTER-FILE" TO WS-OPEN-FILE-NAME
           MOVE WS-CD-STATUS TO WS-OPEN-CHECK-STATUS
           PERFORM 1050-CHECK-REQUIRED-OPEN THRU 1050-EXIT
           OPEN INPUT TRUCK-MASTER-FILE
           MOVE "TRUCK-MASTER-FILE" TO WS-OPEN-FILE-NAME
           MOVE WS-TD-STATUS TO WS-OPEN-CHECK-STATUS
           PERFORM 1050-CHECK-REQUIRED-OPEN THRU 1050-EXIT
           OPEN INPUT BIKE-MASTER-FILE
           MOVE "BIKE-MASTER-FILE" TO WS-OPEN-FILE-NAME
           MOVE WS-BD-STATUS TO WS-OPEN-CHECK-STATUS
           PERFORM 1050-CHECK-REQUIRED-OPEN THRU 1050-EXIT
           PERFORM 1200-OPEN-DEPOSIT-MASTER THRU 1200-EXIT
           PERFORM 1300-OPEN-VIN-XREF THRU 1300-EXIT
           PERFORM 1100-LOAD-PREVIOUS-FEED THRU 1100-EXIT
           PERFORM 2100-READ-MASTER THRU 2100-EXIT.
       1000-EXIT.
           EXIT.

      ******************************************************************
      *    1050-CHECK-REQUIRED-OPEN
      *    A FAILED OPEN ON ANY OF THE FILES THIS RUN DEPENDS ON IS
      *    FATAL - A PARTIAL FEED WOULD TAKE GOOD UNITS OFF THE SITES.
      ******************************************************************
       1050-CHECK-REQUIRED-OPEN.
           IF WS-OPEN-CHECK-STATUS NOT = "00"
               DISPLAY WS-OPEN-FILE-NAME
                   " OPEN FAILED, STATUS " WS-OPEN-CHECK-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM 9200-END-RUN-CONTROL THRU 9200-EXIT
               STOP RUN
           END-IF.
       1050-EXIT.
           EXIT.

      ******************************************************************
      *    1100-LOAD-PREVIOUS-FEED
      *    TABLES LAST NIGHT'S FEED BEFORE TONIGHT'S OVERWRITES IT.
      *    NO FILE MEANS THIS IS THE FIRST FEED.
      ******************************************************************
       1100-LOAD-PREVIOUS-FEED.
           OPEN INPUT PREVIOUS-FEED-FILE
           IF WS-PV-STATUS NOT = "00"
               DISPLAY "NO PREVIOUS FEED - EVERY UNIT GOES OUT AS NEW"
               GO TO 1100-EXIT
           END-IF
           PERFORM 1110-READ-PREVIOUS THRU 1110-EXIT
           PERFORM 1120-TABLE-PREVIOUS THRU 1120-EXIT
               UNTIL WS-PREV-END
           CLOSE PREVIOUS-FEED-FILE.
       1100-EXIT.
           EXIT.

       1110-READ-PREVIOUS.
           READ PREVIOUS-FEED-FILE
               AT END
                   SET WS-PREV-END TO TRUE
           END-READ.
       1110-EXIT.
           EXIT.

       1120-TABLE-PREVIOUS.
           IF WS-PRV-USED NOT < WS-PRV-MAX
               ADD 1 TO WS-PRV-LOST
           ELSE
               ADD 1 TO WS-PRV-USED
               MOVE PREVIOUS-FEED-RECORD TO WS-PREV-FEED
               MOVE PF-VEHICLE-ID TO WS-PRV-ID(WS-PRV-USED)
               MOVE WS-PREV-FEED TO WS-PRV-IMAGE(WS-PRV-USED)
           END-IF
           PERFORM 1110-READ-PREVIOUS THRU 1110-EXIT.
       1120-EXIT.
           EXIT.

      ******************************************************************
      *    1200-OPEN-DEPOSIT-MASTER
      *    NO DEPOSIT FILE ON HAND MEANS NO UNIT IS HELD.
      ******************************************************************
       1200-OPEN-DEPOSIT-MASTER.
           OPEN INPUT DEPOSIT-MASTER-FILE
           IF WS-DP-STATUS = "00"
               MOVE "Y" TO WS-DEPOSIT-FILE-SWITCH
           END-IF.
       1200-EXIT.
           EXIT.

      ******************************************************************
      *    1300-OPEN-VIN-XREF
      *    WITHOUT THE CROSS-REFERENCE THE FEED STILL GOES OUT, WITH
      *    THE VIN LEFT BLANK.
      ******************************************************************
       1300-OPEN-VIN-XREF.
           OPEN INPUT VIN-XREF-FILE
           IF WS-VX-STATUS NOT = "00"
               DISPLAY "NO VIN CROSS-REFERENCE - FEED SENT WITHOUT VINS"
               GO TO 1300-EXIT
           END-IF
           SET WS-XREF-FILE-OPEN TO TRUE.
       1300-EXIT.
           EXIT.

      ******************************************************************
      *    1400-OPEN-OUTPUT-FILES
      *    THE FEED AND DELTA ARE OPENED ONLY ONCE TONIGHT'S UNITS
      *    ARE ALL TABLED - OPENING WEBFEED FOR OUTPUT REPLACES LAST
      *    NIGHT'S FEED.
      ******************************************************************
       1400-OPEN-OUTPUT-FILES.
           OPEN OUTPUT FEED-FILE
           MOVE "FEED-FILE" TO WS-OPEN-FILE-NAME
           MOVE WS-WF-STATUS TO WS-OPEN-CHECK-STATUS
           PERFORM 1050-CHECK-REQUIRED-OPEN THRU 1050-EXIT
           OPEN OUTPUT DELTA-FILE
           MOVE "DELTA-FILE" TO WS-OPEN-FILE-NAME
           MOVE WS-WD-STATUS TO WS-OPEN-CHECK-STATUS
           PERFORM 1050-CHECK-REQUIRED-OPEN THRU 1050-EXIT.
       1400-EXIT.
           EXIT.

      ******************************************************************
      *    2000-SELECT-UNIT
      *    TABLES ONE AVAILABLE UNIT.  SOLD, RESERVED AND IN-TRANSIT
      *    STATUSES FALL OUT ON THE STATUS TEST; AN ACTIVE UNIT WITH
      *    A DEPOSIT STILL HELD ON VEHDEP IS SPOKEN FOR AND IS LEFT
      *    OFF AS WELL.
      ******************************************************************
       2000-SELECT-UNIT.
           ADD 1 TO WS-MASTER-READ
           IF NOT VM-STATUS-ACTIVE
               ADD 1 TO WS-NOT-ACTIVE-COUNT
               GO TO 2000-NEXT
           END-IF
           IF WS-DEPOSIT-FILE-OPEN
               MOVE VM-VEHICLE-ID TO DP-VEHICLE-ID
               READ DEPOSIT-MASTER-FILE
                   INVALID KEY
                       MOVE SPACE TO DP-STATUS-CODE
               END-READ
               IF DP-STATUS-HELD
                   ADD 1 TO WS-HELD-COUNT
                   GO TO 2000-NEXT
               END-IF
           END-IF
           IF WS-CUR-USED NOT < WS-CUR-MAX
               ADD 1 TO WS-CUR-LOST
               GO TO 2000-NEXT
           END-IF
           MOVE SPACES TO WS-NEW-FEED
           MOVE VM-VEHICLE-ID TO NF-VEHICLE-ID
           MOVE VM-VEHICLE-TYPE-CODE TO NF-VEHICLE-TYPE-CODE
           MOVE VM-VEHICLE-BRAND TO NF-BRAND
           MOVE VM-VEHICLE-MODEL TO NF-MODEL
           MOVE VM-VEHICLE-YEAR TO NF-YEAR
           MOVE VM-VEHICLE-COLOR TO NF-COLOR
           MOVE VM-VEHICLE-PRICE TO NF-PRICE
           MOVE VM-LOT-CODE TO NF-LOT-CODE
           EVALUATE TRUE
               WHEN VM-TYPE-CAR
                   PERFORM 2210-CAR-DETAIL THRU 2210-EXIT
               WHEN VM-TYPE-TRUCK
                   PERFORM 2220-TRUCK-DETAIL THRU 2220-EXIT
               WHEN VM-TYPE-MOTORCYCLE
                   PERFORM 2230-BIKE-DETAIL THRU 2230-EXIT
           END-EVALUATE
           ADD 1 TO WS-CUR-USED
           MOVE VM-VEHICLE-ID TO WS-CUR-ID(WS-CUR-USED)
           MOVE WS-NEW-FEED TO WS-CUR-IMAGE(WS-CUR-USED).
       2000-NEXT.
           PERFORM 2100-READ-MASTER THRU 2100-EXIT.
       2000-EXIT.
           EXIT.

       2100-READ-MASTER.
           READ VEHICLE-MASTER-FILE NEXT RECORD
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.
       2100-EXIT.
           EXIT.

      ******************************************************************
      *    2210-CAR-DETAIL / 2220-TRUCK-DETAIL / 2230-BIKE-DETAIL
      *    A UNIT WITH NO DETAIL RECORD STILL GOES OUT, WITH ZERO
      *    AND SPACE DETAIL, THE WAY THE INVENTORY REPORT LISTS IT.
      ******************************************************************
       2210-CAR-DETAIL.
           INITIALIZE NF-CAR-DATA
           MOVE VM-VEHICLE-ID TO CD-CAR-ID
           READ CAR-MASTER-FILE KEY IS CD-CAR-ID
               INVALID KEY
                   DISPLAY "NO CAR DETAIL FOR ID " VM-VEHICLE-ID
                   ADD 1 TO WS-NO-DETAIL-COUNT
                   GO TO 2210-EXIT
           END-READ
           MOVE CD-DOORS TO NF-DOORS
           MOVE CD-FUEL-TYPE TO NF-FUEL-TYPE
           MOVE CD-TRANSMISSION TO NF-TRANSMISSION
           MOVE CD-MILEAGE TO NF-MILEAGE.
       2210-EXIT.
           EXIT.

       2220-TRUCK-DETAIL.
           INITIALIZE NF-TRUCK-DATA
           MOVE VM-VEHICLE-ID TO TD-TRUCK-ID
           READ TRUCK-MASTER-FILE KEY IS TD-TRUCK-ID
               INVALID KEY
                   DISPLAY "NO TRUCK DETAIL FOR ID " VM-VEHICLE-ID
                   ADD 1 TO WS-NO-DETAIL-COUNT
                   GO TO 2220-EXIT
           END-READ
           MOVE TD-CAPACITY TO NF-CAPACITY
           MOVE TD-AXLES TO NF-AXLES
           MOVE TD-CARGO-TYPE TO NF-CARGO-TYPE
           MOVE TD-WEIGHT TO NF-WEIGHT.
       2220-EXIT.
           EXIT.

       2230-BIKE-DETAIL.
           INITIALIZE NF-BIKE-DATA
           MOVE VM-VEHICLE-ID TO BD-BIKE-ID
           READ BIKE-MASTER-FILE KEY IS BD-BIKE-ID
               INVALID KEY
                   DISPLAY "NO BIKE DETAIL FOR ID " VM-VEHICLE-ID
                   ADD 1 TO WS-NO-DETAIL-COUNT
                   GO TO 2230-EXIT
           END-READ
           MOVE BD-ENGINE-CC TO NF-ENGINE-CC
           MOVE BD-TYPE TO NF-BIKE-TYPE.
       2230-EXIT.
           EXIT.

      ******************************************************************
      *    2900-CHECK-FEED-TABLE
      *    AN AVAILABLE UNIT THAT DID NOT FIT THE TABLE WOULD BE LEFT
      *    OFF THE FEED AND TAKEN DOWN FROM THE SITES.  THAT IS
      *    FATAL - THE TABLE MUST BE ENLARGED AND THE RUN REPEATED.
      *    LAST NIGHT'S FEED HAS NOT BEEN TOUCHED.
      ******************************************************************
       2900-CHECK-FEED-TABLE.
           IF WS-CUR-LOST = 0
               GO TO 2900-EXIT
           END-IF
           DISPLAY "FEED TABLE FULL - " WS-CUR-LOST
               " AVAILABLE UNITS NOT TABLED, FEED NOT WRITTEN"
           MOVE 16 TO RETURN-CODE
           PERFORM 9200-END-RUN-CONTROL THRU 9200-EXIT
           STOP RUN.
       2900-EXIT.
           EXIT.

      ******************************************************************
      *    3000-FILL-VINS
      *    ONE PASS OF THE CROSS-REFERENCE PUTS THE VIN ON EVERY
      *    TABLED UNIT - THE REGISTRY IS KEYED BY VIN, NOT BY OUR ID.
      ******************************************************************
       3000-FILL-VINS.
           MOVE "N" TO WS-SCAN-DONE-SWITCH
           MOVE LOW-VALUES TO VX-VIN
           START VIN-XREF-FILE KEY >= VX-VIN
               INVALID KEY
                   MOVE "Y" TO WS-SCAN-DONE-SWITCH
           END-START
           PERFORM 3100-CHECK-ONE-XREF THRU 3100-EXIT
               UNTIL WS-SCAN-DONE.
       3000-EXIT.
           EXIT.

       3100-CHECK-ONE-XREF.
           READ VIN-XREF-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-SCAN-DONE-SWITCH
                   GO TO 3100-EXIT
           END-READ
           MOVE 1 TO WS-SCAN-SUB
           PERFORM 3110-MATCH-ONE-UNIT THRU 3110-EXIT
               UNTIL WS-SCAN-SUB > WS-CUR-USED.
       3100-EXIT.
           EXIT.

      ******************************************************************
      *    3110-MATCH-ONE-UNIT
      *    THE TABLE IS IN VEHICLE-ID ORDER, SO THE SCAN STOPS ON THE
      *    UNIT OR ON THE FIRST ID PAST IT.
      ******************************************************************
       3110-MATCH-ONE-UNIT.
           IF WS-CUR-ID(WS-SCAN-SUB) > VX-VEHICLE-ID
               COMPUTE WS-SCAN-SUB = WS-CUR-USED + 1
               GO TO 3110-EXIT
           END-IF
           IF WS-CUR-ID(WS-SCAN-SUB) = VX-VEHICLE-ID
               MOVE WS-CUR-IMAGE(WS-SCAN-SUB) TO WS-NEW-FEED
               MOVE VX-VIN TO NF-VIN
               MOVE WS-NEW-FEED TO WS-CUR-IMAGE(WS-SCAN-SUB)
               COMPUTE WS-SCAN-SUB = WS-CUR-USED + 1
               GO TO 3110-EXIT
           END-IF
           ADD 1 TO WS-SCAN-SUB.
       3110-EXIT.
           EXIT.

       4000-WRITE-FEED.
           MOVE WS-CUR-IMAGE(WS-CUR-SUB) TO FEED-RECORD
           IF WF-VIN = SPACES
               ADD 1 TO WS-NO-VIN-COUNT
           END-IF
           WRITE FEED-RECORD
           ADD 1 TO WS-FEED-COUNT
           ADD 1 TO WS-CUR-SUB.
       4000-EXIT.
           EXIT.

      ******************************************************************
      *    5000-WRITE-DELTA
      *    MATCHES TONIGHT'S TABLE AGAINST LAST NIGHT'S ON VEHICLE-ID,
      *    BOTH IN ASCENDING ORDER, ONE STEP PER 5100 PASS.
      ******************************************************************
       5000-WRITE-DELTA.
           IF WS-PRV-LOST > 0
               DISPLAY "FEED TABLE FULL - DELTA NOT WRITTEN, "
                   "RELOAD THE SITES FROM THE FULL FEED"
               MOVE 8 TO RETURN-CODE
               GO TO 5000-EXIT
           END-IF
           MOVE 1 TO WS-CUR-SUB
           MOVE 1 TO WS-PRV-SUB
           PERFORM 5100-MATCH-ONE THRU 5100-EXIT
               UNTIL WS-CUR-SUB > WS-CUR-USED
                   AND WS-PRV-SUB > WS-PRV-USED.
       5000-EXIT.
           EXIT.

       5100-MATCH-ONE.
           MOVE SPACES TO DELTA-RECORD
           MOVE "NNN" TO WD-CHANGE-FLAGS
           MOVE WS-SYSTEM-DATE TO WD-RUN-DATE
           IF WS-PRV-SUB > WS-PRV-USED
               GO TO 5110-NEW-UNIT
           END-IF
           IF WS-CUR-SUB > WS-CUR-USED
               GO TO 5130-REMOVED-UNIT
           END-IF
           IF WS-CUR-ID(WS-CUR-SUB) < WS-PRV-ID(WS-PRV-SUB)
               GO TO 5110-NEW-UNIT
           END-IF
           IF WS-CUR-ID(WS-CUR-SUB) > WS-PRV-ID(WS-PRV-SUB)
               GO TO 5130-REMOVED-UNIT
           END-IF
           GO TO 5120-SAME-UNIT.
       5110-NEW-UNIT.
           SET WD-ACTION-NEW TO TRUE
           MOVE WS-CUR-IMAGE(WS-CUR-SUB) TO WD-FEED-IMAGE
           WRITE DELTA-RECORD
           ADD 1 TO WS-NEW-COUNT
           ADD 1 TO WS-CUR-SUB
           GO TO 5100-EXIT.
       5120-SAME-UNIT.
           MOVE WS-CUR-IMAGE(WS-CUR-SUB) TO WS-NEW-FEED
           MOVE WS-PRV-IMAGE(WS-PRV-SUB) TO WS-PREV-FEED
           ADD 1 TO WS-CUR-SUB
           ADD 1 TO WS-PRV-SUB
           IF NF-PRICE NOT = PF-PRICE
               MOVE "Y" TO WD-PRICE-CHANGED
           END-IF
           IF NF-LOT-CODE NOT = PF-LOT-CODE
               MOVE "Y" TO WD-LOT-CHANGED
           END-IF
           IF NF-VIN NOT = PF-VIN
                   OR NF-VEHICLE-TYPE-CODE NOT = PF-VEHICLE-TYPE-CODE
                   OR NF-BRAND NOT = PF-BRAND
                   OR NF-MODEL NOT = PF-MODEL
                   OR NF-YEAR NOT = PF-YEAR
                   OR NF-COLOR NOT = PF-COLOR
                   OR NF-DETAIL-DATA NOT = PF-DETAIL-DATA
               MOVE "Y" TO WD-DETAIL-CHANGED
           END-IF
           IF WD-CHANGE-FLAGS = "NNN"
               ADD 1 TO WS-SAME-COUNT
               GO TO 5100-EXIT
           END-IF
           SET WD-ACTION-CHANGED TO TRUE
           MOVE WS-NEW-FEED TO WD-FEED-IMAGE
           WRITE DELTA-RECORD
           ADD 1 TO WS-CHANGED-COUNT
           GO TO 5100-EXIT.
       5130-REMOVED-UNIT.
           SET WD-ACTION-REMOVED TO TRUE
           MOVE WS-PRV-IMAGE(WS-PRV-SUB) TO WD-FEED-IMAGE
           WRITE DELTA-RECORD
           ADD 1 TO WS-REMOVED-COUNT
           ADD 1 TO WS-PRV-SUB.
       5100-EXIT.
           EXIT.

       8000-TERMINATE.
           IF WS-PRV-LOST > 0
               DISPLAY "FEED TABLE FULL - " WS-PRV-LOST
                   " PREVIOUS FEED RECORDS NOT LOADED"
           END-IF
           DISPLAY "MASTER RECORDS READ:  " WS-MASTER-READ
           DISPLAY "NOT ACTIVE:           " WS-NOT-ACTIVE-COUNT
           DISPLAY "DEPOSIT HELD:         " WS-HELD-COUNT
           DISPLAY "UNITS ON THE FEED:    " WS-FEED-COUNT
           DISPLAY "  WITHOUT A VIN:      " WS-NO-VIN-COUNT
           DISPLAY "  WITHOUT DETAIL:     " WS-NO-DETAIL-COUNT
           DISPLAY "DELTA NEW:            " WS-NEW-COUNT
           DISPLAY "DELTA CHANGED:        " WS-CHANGED-COUNT
           DISPLAY "DELTA REMOVED:        " WS-REMOVED-COUNT
           DISPLAY "UNCHANGED:            " WS-SAME-COUNT
           CLOSE VEHICLE-MASTER-FILE
           CLOSE CAR-MASTER-FILE
           CLOSE TRUCK-MASTER-FILE
           CLOSE BIKE-MASTER-FILE
           IF WS-DEPOSIT-FILE-OPEN
               CLOSE DEPOSIT-MASTER-FILE
           END-IF
           IF WS-XREF-FILE-OPEN
               CLOSE VIN-XREF-FILE
           END-IF
           CLOSE FEED-FILE
           CLOSE DELTA-FILE
           MOVE WS-FEED-COUNT TO WS-RC-COUNT
           PERFORM 9200-END-RUN-CONTROL THRU 9200-EXIT.
       8000-EXIT.
           EXIT.

      ******************************************************************
      *    9100-START-RUN-CONTROL
      *    LOGS THE RUN START AND ENFORCES THE SEQUENCING GUARDS.
      *    A REFUSED RUN STOPS BEFORE TOUCHING ANY DATA FILE.
      ******************************************************************
       9100-START-RUN-CONTROL.
           MOVE "S" TO WS-RC-FUNCTION
           CALL "RunControl" USING WS-RC-FUNCTION WS-RC-PROGRAM
               WS-RC-GUARD WS-RC-COUNT WS-RC-RETCODE
               WS-RC-RESULT WS-RC-TEXT
           END-CALL
           IF WS-RC-DENIED
               DISPLAY "RUN REFUSED - " WS-RC-TEXT
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
       9100-EXIT.
           EXIT.

      ******************************************************************
      *    9200-END-RUN-CONTROL
      *    LOGS THE RUN END WITH THE FINAL COUNT AND RETURN CODE AND
      *    FREES THE MASTER LOCK WHEN THIS RUN HELD IT.
      ******************************************************************
       9200-END-RUN-CONTROL.
           MOVE "E" TO WS-RC-FUNCTION
           MOVE RETURN-CODE TO WS-RC-RETCODE
           CALL "RunControl" USING WS-RC-FUNCTION WS-RC-PROGRAM
               WS-RC-GUARD WS-RC-COUNT WS-RC-RETCODE
               WS-RC-RESULT WS-RC-TEXT
           END-CALL
      *    THE CALL HANDS BACK THE SUBPROGRAM'S (ZERO) RETURN CODE -
      *    PUT THIS RUN'S OWN CODE BACK BEFORE THE JOB ENDS.
           MOVE WS-RC-RETCODE TO RETURN-CODE.
       9200-EXIT.
           EXIT.
