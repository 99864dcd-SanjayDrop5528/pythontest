      ******************************************************************
      *    PROGRAM-ID. LOTCOUNT
      *
      *    PHYSICAL LOT COUNT RECONCILIATION.  TAKES THE MONTHLY LOT
      *    WALK (LOTCNT - LOT, VIN, COUNTER, COUNT DATE), RESOLVES
      *    EACH VIN THROUGH THE VIN CROSS-REFERENCE TO VEHICLE-
      *    MASTER, AND PRINTS THE PROOF OF COUNT THE AUDITORS AND
      *    THE FLOOR-PLAN LENDERS ASK FOR:
      *
      *       - UNITS ON FILE FOR A WALKED LOT THAT NOBODY COUNTED
      *       - COUNTED UNITS THAT BELONG TO ANOTHER LOT
      *       - COUNTED UNITS THAT SHOW SOLD (OR ARCHIVED)
      *       - COUNTED VINS WITH NO MATCH AT ALL
      *
      *    A UNIT IN TRANSIT WITH AN OPEN TRANSFER-LOG RECORD TO OR
      *    FROM A WALKED LOT IS NOT MISSING - IT IS LISTED IN ITS
      *    OWN SECTION WITH WHETHER THE WALK SAW IT.  ONLY THE LOTS
      *    ON THE COUNT FILE ARE RECONCILED, SO ONE LOT CAN WALK
      *    WITHOUT THE OTHERS SHOWING EVERY UNIT MISSING.  A MASTER
      *    LOADED BEFORE THE LOT FIELD EXISTED CARRIES A SPACE AND
      *    IS TAKEN AS LOT "1", WHERE INTAKE LANDS IT TODAY.
      *
      *    SETS RETURN-CODE 8 WHEN ANY EXCEPTION IS FOUND, THE SAME
      *    AS THE MASTER/DETAIL RECONCILIATION.
      *
      *    MOD HISTORY
      *    DATE       INIT  DESCRIPTION
      *    ---------  ----  --------------------------------------------
      *    2026-10-15  DLM  ORIGINAL.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LotCount.
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
           SELECT LOT-COUNT-FILE ASSIGN "LOTCNT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PC-STATUS.

           SELECT VEHICLE-MASTER-FILE ASSIGN "VEHMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VM-VEHICLE-ID
               FILE STATUS IS WS-VM-STATUS.

           SELECT VIN-XREF-FILE ASSIGN "VINXREF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VX-VIN
               FILE STATUS IS WS-VX-STATUS.

           SELECT TRANSFER-LOG-FILE ASSIGN "XFRLOG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XL-VEHICLE-ID
               FILE STATUS IS WS-XL-STATUS.

           SELECT COUNT-REPORT-FILE ASSIGN "CNTRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LOT-COUNT-FILE.
       01  LOT-COUNT-RECORD.
           COPY CNTREC.

       FD  VEHICLE-MASTER-FILE.
       01  VEHICLE-BASE.
           COPY VEHMAST.

       FD  VIN-XREF-FILE.
       01  VIN-XREF-RECORD.
           COPY VINXREF.

       FD  TRANSFER-LOG-FILE.
       01  TRANSFER-LOG-RECORD.
           COPY XFRREC.

       FD  COUNT-REPORT-FILE.
       01  CR-LINE                    PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-PC-STATUS               PIC X(02) VALUE "00".
       01  WS-VM-STATUS               PIC X(02) VALUE "00".
       01  WS-VX-STATUS               PIC X(02) VALUE "00".
       01  WS-XL-STATUS               PIC X(02) VALUE "00".
       01  WS-CR-STATUS               PIC X(02) VALUE "00".

       01  WS-EOF-SWITCH              PIC X(01) VALUE "N".
           88  WS-END-OF-FILE                 VALUE "Y".

       01  WS-XFR-FILE-SWITCH         PIC X(01) VALUE "N".
           88  WS-XFR-FILE-OPEN               VALUE "Y".

       01  WS-OPEN-XFR-SWITCH         PIC X(01) VALUE "N".
           88  WS-OPEN-TRANSFER               VALUE "Y".

       01  WS-MASTER-LOT              PIC X(01) VALUE SPACE.
       01  WS-FIND-ID                 PIC 9(05) VALUE 0.
       01  WS-FIND-LOT                PIC X(01) VALUE SPACE.
       01  WS-FIND-RESULT             PIC X(01) VALUE SPACE.

       01  WS-COUNT-READ              PIC 9(05) VALUE 0.
       01  WS-MATCHED-COUNT           PIC 9(05) VALUE 0.
       01  WS-DUPLICATE-COUNT         PIC 9(05) VALUE 0.
       01  WS-NOT-COUNTED-COUNT       PIC 9(05) VALUE 0.
       01  WS-OTHER-LOT-COUNT         PIC 9(05) VALUE 0.
       01  WS-SOLD-COUNT              PIC 9(05) VALUE 0.
       01  WS-NO-MATCH-COUNT          PIC 9(05) VALUE 0.
       01  WS-IN-TRANSIT-COUNT        PIC 9(05) VALUE 0.
       01  WS-EXCEPTION-COUNT         PIC 9(05) VALUE 0.
       01  WS-SECTION-LINES           PIC 9(05) VALUE 0.

      ******************************************************************
      *    COUNT TABLE - EVERY RECORD OFF THE WALK WITH WHAT IT
      *    RESOLVED TO.  THE MASTER SWEEP SEARCHES IT FOR UNITS
      *    NOBODY COUNTED.
      ******************************************************************
       01  WS-COUNT-MAX               PIC 9(04) VALUE 3000.
       01  WS-COUNT-USED              PIC 9(04) VALUE 0.
       01  WS-COUNT-SUB               PIC 9(04) VALUE 0.
       01  WS-COUNT-HIT-SUB           PIC 9(04) VALUE 0.
       01  WS-SCAN-SUB                PIC 9(04) VALUE 0.
       01  WS-COUNT-LOST              PIC 9(05) VALUE 0.
       01  WS-COUNT-TABLE.
           05  WS-COUNT-ENTRY OCCURS 3000 TIMES.
               10  WS-CT-LOT          PIC X(01).
               10  WS-CT-VIN          PIC X(17).
               10  WS-CT-COUNTER      PIC X(08).
               10  WS-CT-DATE         PIC 9(08).
               10  WS-CT-VEHICLE-ID   PIC 9(05).
               10  WS-CT-MASTER-LOT   PIC X(01).
               10  WS-CT-RESULT       PIC X(01).
                   88  WS-CT-MATCHED          VALUE "M".
                   88  WS-CT-OTHER-LOT        VALUE "O".
                   88  WS-CT-SOLD             VALUE "S".
                   88  WS-CT-ARCHIVED         VALUE "A".
                   88  WS-CT-NO-MATCH         VALUE "N".
                   88  WS-CT-IN-TRANSIT       VALUE "T".
                   88  WS-CT-DUPLICATE        VALUE "D".

      ******************************************************************
      *    LOTS ON THE COUNT FILE - ONLY THESE ARE RECONCILED.
      ******************************************************************
       01  WS-LOT-MAX                 PIC 9(02) VALUE 20.
       01  WS-LOT-USED                PIC 9(02) VALUE 0.
       01  WS-LOT-SUB                 PIC 9(02) VALUE 0.
       01  WS-LOT-HIT-SUB             PIC 9(02) VALUE 0.
       01  WS-LOT-TABLE.
           05  WS-LOT-ENTRY OCCURS 20 TIMES.
               10  WS-LT-LOT          PIC X(01).
               10  WS-LT-DATE         PIC 9(08).
               10  WS-LT-RECORDS      PIC 9(05).

       01  WS-SYSTEM-DATE             PIC 9(08).

       01  WS-OPEN-CHECK-STATUS       PIC X(02) VALUE "00".
       01  WS-OPEN-FILE-NAME          PIC X(21) VALUE SPACES.

       01  HDR-LINE-1                 PIC X(80) VALUE
           "         PHYSICAL LOT COUNT RECONCILIATION REPORT".
       01  HDR-LINE-2.
           05  FILLER                 PIC X(06) VALUE "DATE: ".
           05  HL2-DATE               PIC 9999/99/99.
           05  FILLER                 PIC X(64) VALUE SPACES.
       01  HDR-LINE-3                 PIC X(80) VALUE SPACES.

       01  SEC-HDR-LINE.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  SEC-HDR-TITLE          PIC X(60).

       01  LOT-COL-LINE.
           05  FILLER                 PIC X(04) VALUE SPACES.
           05  FILLER                 PIC X(05) VALUE "LOT".
           05  FILLER                 PIC X(12) VALUE "COUNT DATE".
           05  FILLER                 PIC X(07) VALUE "RECORDS".

       01  LOT-LINE.
           05  FILLER                 PIC X(04) VALUE SPACES.
           05  LTL-LOT                PIC X(01).
           05  FILLER                 PIC X(04) VALUE SPACES.
           05  LTL-DATE               PIC 9999/99/99.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  LTL-RECORDS            PIC ZZ,ZZ9.

       01  CNT-COL-LINE.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  FILLER                 PIC X(03) VALUE "LOT".
           05  FILLER                 PIC X(19) VALUE "VIN".
           05  FILLER                 PIC X(07) VALUE "   ID".
           05  FILLER                 PIC X(03) VALUE "ON".
           05  FILLER                 PIC X(10) VALUE "COUNTER".
           05  FILLER                 PIC X(12) VALUE "COUNT DATE".
           05  FILLER                 PIC X(22) VALUE "EXCEPTION".

       01  CNT-EXC-LINE.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  CEL-LOT                PIC X(01).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  CEL-VIN                PIC X(17).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  CEL-ID                 PIC ZZZZ9.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  CEL-MASTER-LOT         PIC X(01).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  CEL-COUNTER            PIC X(08).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  CEL-DATE               PIC 9999/99/99.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  CEL-TEXT               PIC X(22).

       01  MST-COL-LINE.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  FILLER                 PIC X(03) VALUE "LOT".
           05  FILLER                 PIC X(07) VALUE "ID".
           05  FILLER                 PIC X(03) VALUE "ST".
           05  FILLER                 PIC X(05) VALUE "YEAR".
           05  FILLER                 PIC X(16) VALUE "BRAND".
           05  FILLER                 PIC X(16) VALUE "MODEL".
           05  FILLER                 PIC X(10) VALUE "COLOR".

       01  MST-EXC-LINE.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  MEL-LOT                PIC X(01).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  MEL-ID                 PIC 9(05).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  MEL-STATUS             PIC X(01).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  MEL-YEAR               PIC 9(04).
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  MEL-BRAND              PIC X(15).
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  MEL-MODEL              PIC X(15).
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  MEL-COLOR              PIC X(15).

       01  XFR-COL-LINE.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  FILLER                 PIC X(07) VALUE "ID".
           05  FILLER                 PIC X(16) VALUE "BRAND".
           05  FILLER                 PIC X(16) VALUE "MODEL".
           05  FILLER                 PIC X(08) VALUE "FROM-TO".
           05  FILLER                 PIC X(12) VALUE "SHIPPED".
           05  FILLER                 PIC X(19) VALUE "ON THE WALK".

       01  XFR-LINE.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  XFL-ID                 PIC 9(05).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  XFL-BRAND              PIC X(15).
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  XFL-MODEL              PIC X(15).
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  XFL-FROM-LOT           PIC X(01).
           05  FILLER                 PIC X(03) VALUE " - ".
           05  XFL-TO-LOT             PIC X(01).
           05  FILLER                 PIC X(03) VALUE SPACES.
           05  XFL-SHIP-DATE          PIC 9999/99/99.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  XFL-NOTE               PIC X(19).

       01  NONE-LINE                  PIC X(80) VALUE
           "    NONE.".

       01  CNT-LINE.
           05  FILLER                 PIC X(04) VALUE SPACES.
           05  CNT-TITLE              PIC X(35).
           05  CNT-COUNT              PIC ZZ,ZZ9.

       01  CLEAN-LINE                 PIC X(80) VALUE
           "  COUNT RECONCILES TO THE MASTER - NO EXCEPTIONS.".

       01  BLANK-LINE                 PIC X(80) VALUE SPACES.

      ******************************************************************
      *    RUN-CONTROL INTERFACE FIELDS - SEE RUNCONTROL FOR THE
      *    GUARD CODES AND THE START/END RECORD LAYOUT.
      ******************************************************************
       01  WS-RC-FUNCTION             PIC X(01) VALUE SPACE.
       01  WS-RC-PROGRAM              PIC X(16) VALUE "LOTCOUNT".
       01  WS-RC-GUARD                PIC X(01) VALUE "L".
       01  WS-RC-COUNT                PIC 9(07) VALUE 0.
       01  WS-RC-RETCODE              PIC 9(02) VALUE 0.
       01  WS-RC-RESULT               PIC X(01) VALUE SPACE.
           88  WS-RC-DENIED                   VALUE "D".
       01  WS-RC-TEXT                 PIC X(40) VALUE SPACES.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 2000-LOAD-COUNT THRU 2000-EXIT
               UNTIL WS-END-OF-FILE
           PERFORM 3000-PRINT-LOTS THRU 3000-EXIT
           PERFORM 4000-SWEEP-NOT-COUNTED THRU 4000-EXIT
           PERFORM 5000-PRINT-COUNT-EXCEPTIONS THRU 5000-EXIT
           PERFORM 6000-SWEEP-IN-TRANSIT THRU 6000-EXIT
           PERFORM 8000-TERMINATE THRU 8000-EXIT
           STOP RUN.

       1000-INITIALIZE.
           PERFORM 9100-START-RUN-CONTROL THRU 9100-EXIT
           ACCEPT WS-SYSTEM-DATE FROM DATE YYYYMMDD
           OPEN INPUT LOT-COUNT-FILE
           MOVE "LOT-COUNT-FILE" TO WS-OPEN-FILE-NAME
           MOVE WS-PC-STATUS TO WS-OPEN-CHECK-STATUS
           PERFORM 1050-CHECK-REQUIRED-OPEN THRU 1050-EXIT
           OPEN INPUT VEHICLE-MASTER-FILE
           MOVE "VEHICLE-MASTER-FILE" TO WS-OPEN-FILE-NAME
           MOVE WS-VM-STATUS TO WS-OPEN-CHECK-STATUS
           PERFORM 1050-CHECK-REQUIRED-OPEN THRU 1050-EXIT
           OPEN INPUT VIN-XREF-FILE
           MOVE "VIN-XREF-FILE" TO WS-OPEN-FILE-NAME
           MOVE WS-VX-STATUS TO WS-OPEN-CHECK-STATUS
           PERFORM 1050-CHECK-REQUIRED-OPEN THRU 1050-EXIT
           PERFORM 1100-OPEN-TRANSFER-LOG THRU 1100-EXIT
           OPEN OUTPUT COUNT-REPORT-FILE
           MOVE "COUNT-REPORT-FILE" TO WS-OPEN-FILE-NAME
           MOVE WS-CR-STATUS TO WS-OPEN-CHECK-STATUS
           PERFORM 1050-CHECK-REQUIRED-OPEN THRU 1050-EXIT
           MOVE WS-SYSTEM-DATE TO HL2-DATE
           WRITE CR-LINE FROM HDR-LINE-1
           WRITE CR-LINE FROM HDR-LINE-2
           WRITE CR-LINE FROM HDR-LINE-3
           PERFORM 2100-READ-COUNT THRU 2100-EXIT.
       1000-EXIT.
           EXIT.

      ******************************************************************
      *    1050-CHECK-REQUIRED-OPEN
      *    A FAILED OPEN ON ANY OF THE FILES THIS RUN DEPENDS ON IS
      *    FATAL - A COUNT THAT CANNOT RESOLVE ITS VINS WOULD SHOW
      *    THE WHOLE LOT MISSING.
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
      *    1100-OPEN-TRANSFER-LOG
      *    NO TRANSFER LOG ON HAND MEANS NO UNIT HAS EVER MOVED
      *    BETWEEN LOTS - AN IN-TRANSIT MASTER WITH NO OPEN LOG
      *    RECORD IS REPORTED LIKE ANY OTHER UNIT.
      ******************************************************************
       1100-OPEN-TRANSFER-LOG.
           OPEN INPUT TRANSFER-LOG-FILE
           IF WS-XL-STATUS = "00"
               MOVE "Y" TO WS-XFR-FILE-SWITCH
           ELSE
               DISPLAY "NO TRANSFER LOG - NO UNIT TREATED AS MOVING"
           END-IF.
       1100-EXIT.
           EXIT.

      ******************************************************************
      *    2000-LOAD-COUNT
      *    ONE PASS PER COUNT RECORD - RESOLVE THE VIN, JUDGE THE
      *    UNIT AGAINST THE LOT IT WAS COUNTED ON, AND KEEP THE
      *    RESULT FOR THE PRINT PASSES.
      ******************************************************************
       2000-LOAD-COUNT.
           ADD 1 TO WS-COUNT-READ
           IF WS-COUNT-USED >= WS-COUNT-MAX
               ADD 1 TO WS-COUNT-LOST
               GO TO 2000-NEXT
           END-IF
           PERFORM 2200-POST-LOT THRU 2200-EXIT
           ADD 1 TO WS-COUNT-USED
           MOVE WS-COUNT-USED TO WS-COUNT-SUB
           MOVE PC-LOT-CODE TO WS-CT-LOT(WS-COUNT-SUB)
           MOVE PC-VIN TO WS-CT-VIN(WS-COUNT-SUB)
           MOVE PC-COUNTER-ID TO WS-CT-COUNTER(WS-COUNT-SUB)
           MOVE PC-COUNT-DATE TO WS-CT-DATE(WS-COUNT-SUB)
           MOVE 0 TO WS-CT-VEHICLE-ID(WS-COUNT-SUB)
           MOVE SPACE TO WS-CT-MASTER-LOT(WS-COUNT-SUB)
           MOVE SPACE TO WS-CT-RESULT(WS-COUNT-SUB)
           PERFORM 2300-JUDGE-COUNT THRU 2300-EXIT.
       2000-NEXT.
           PERFORM 2100-READ-COUNT THRU 2100-EXIT.
       2000-EXIT.
           EXIT.

       2100-READ-COUNT.
           READ LOT-COUNT-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.
       2100-EXIT.
           EXIT.

      ******************************************************************
      *    2200-POST-LOT
      *    REMEMBERS EACH LOT ON THE COUNT FILE WITH ITS WALK DATE
      *    AND RECORD COUNT.
      ******************************************************************
       2200-POST-LOT.
           MOVE PC-LOT-CODE TO WS-FIND-LOT
           PERFORM 7200-FIND-LOT THRU 7200-EXIT
           IF WS-LOT-HIT-SUB = 0
               IF WS-LOT-USED >= WS-LOT-MAX
                   DISPLAY "LOT TABLE FULL - LOT " PC-LOT-CODE
                       " NOT RECONCILED"
                   GO TO 2200-EXIT
               END-IF
               ADD 1 TO WS-LOT-USED
               MOVE WS-LOT-USED TO WS-LOT-HIT-SUB
               MOVE PC-LOT-CODE TO WS-LT-LOT(WS-LOT-HIT-SUB)
               MOVE PC-COUNT-DATE TO WS-LT-DATE(WS-LOT-HIT-SUB)
               MOVE 0 TO WS-LT-RECORDS(WS-LOT-HIT-SUB)
           END-IF
           ADD 1 TO WS-LT-RECORDS(WS-LOT-HIT-SUB).
       2200-EXIT.
           EXIT.

      ******************************************************************
      *    2300-JUDGE-COUNT
      *    SOLD BEATS WRONG LOT - A SOLD UNIT STILL ON THE GROUND IS
      *    THE FIRST THING THE LENDER WILL ASK ABOUT.  A UNIT MID-
      *    TRANSFER IS SETTLED IN THE IN-TRANSIT SECTION, NOT HERE.
      ******************************************************************
       2300-JUDGE-COUNT.
           MOVE PC-VIN TO VX-VIN
           READ VIN-XREF-FILE
               INVALID KEY
                   SET WS-CT-NO-MATCH(WS-COUNT-SUB) TO TRUE
                   ADD 1 TO WS-NO-MATCH-COUNT
                   GO TO 2300-EXIT
           END-READ
           MOVE VX-VEHICLE-ID TO WS-CT-VEHICLE-ID(WS-COUNT-SUB)
           MOVE VX-VEHICLE-ID TO WS-FIND-ID
           PERFORM 7100-FIND-COUNTED THRU 7100-EXIT
           IF WS-COUNT-HIT-SUB > 0
                   AND WS-COUNT-HIT-SUB < WS-COUNT-SUB
               SET WS-CT-DUPLICATE(WS-COUNT-SUB) TO TRUE
               ADD 1 TO WS-DUPLICATE-COUNT
               GO TO 2300-EXIT
           END-IF
      *    THE CROSS-REFERENCE IS NEVER PURGED, SO A VIN THAT
      *    RESOLVES WITH NO MASTER BELONGS TO AN ARCHIVED SALE.
           MOVE VX-VEHICLE-ID TO VM-VEHICLE-ID
           READ VEHICLE-MASTER-FILE
               INVALID KEY
                   SET WS-CT-ARCHIVED(WS-COUNT-SUB) TO TRUE
                   ADD 1 TO WS-SOLD-COUNT
                   GO TO 2300-EXIT
           END-READ
           PERFORM 7000-SET-MASTER-LOT THRU 7000-EXIT
           MOVE WS-MASTER-LOT TO WS-CT-MASTER-LOT(WS-COUNT-SUB)
           IF VM-STATUS-SOLD
               SET WS-CT-SOLD(WS-COUNT-SUB) TO TRUE
               ADD 1 TO WS-SOLD-COUNT
               GO TO 2300-EXIT
           END-IF
           IF VM-STATUS-IN-TRANSIT
               PERFORM 7300-CHECK-TRANSFER THRU 7300-EXIT
               IF WS-OPEN-TRANSFER
                   SET WS-CT-IN-TRANSIT(WS-COUNT-SUB) TO TRUE
                   GO TO 2300-EXIT
               END-IF
           END-IF
           IF WS-MASTER-LOT NOT = PC-LOT-CODE
               SET WS-CT-OTHER-LOT(WS-COUNT-SUB) TO TRUE
               ADD 1 TO WS-OTHER-LOT-COUNT
               GO TO 2300-EXIT
           END-IF
           SET WS-CT-MATCHED(WS-COUNT-SUB) TO TRUE
           ADD 1 TO WS-MATCHED-COUNT.
       2300-EXIT.
           EXIT.

      ******************************************************************
      *    3000-PRINT-LOTS
      *    THE LOTS THIS COUNT COVERS, WITH THE WALK DATE AND HOW
      *    MANY UNITS EACH WALK RECORDED.
      ******************************************************************
       3000-PRINT-LOTS.
           MOVE SPACES TO SEC-HDR-LINE
           MOVE "LOTS COUNTED" TO SEC-HDR-TITLE
           WRITE CR-LINE FROM SEC-HDR-LINE
           IF WS-LOT-USED = 0
               WRITE CR-LINE FROM NONE-LINE
               WRITE CR-LINE FROM BLANK-LINE
               GO TO 3000-EXIT
           END-IF
           WRITE CR-LINE FROM LOT-COL-LINE
           MOVE 1 TO WS-LOT-SUB
           PERFORM 3100-PRINT-ONE-LOT THRU 3100-EXIT
               UNTIL WS-LOT-SUB > WS-LOT-USED
           WRITE CR-LINE FROM BLANK-LINE.
       3000-EXIT.
           EXIT.

       3100-PRINT-ONE-LOT.
           MOVE WS-LT-LOT(WS-LOT-SUB) TO LTL-LOT
           MOVE WS-LT-DATE(WS-LOT-SUB) TO LTL-DATE
           MOVE WS-LT-RECORDS(WS-LOT-SUB) TO LTL-RECORDS
           WRITE CR-LINE FROM LOT-LINE
           ADD 1 TO WS-LOT-SUB.
       3100-EXIT.
           EXIT.

      ******************************************************************
      *    4000-SWEEP-NOT-COUNTED
      *    PASS 1 OVER VEHICLE-MASTER - EVERY UNSOLD UNIT ON A
      *    WALKED LOT THAT THE WALK DID NOT SEE ANYWHERE.  A UNIT
      *    COUNTED ON THE WRONG LOT IS ALREADY REPORTED THERE, AND
      *    AN OPEN TRANSFER IS SETTLED IN THE IN-TRANSIT SECTION.
      ******************************************************************
       4000-SWEEP-NOT-COUNTED.
           MOVE SPACES TO SEC-HDR-LINE
           MOVE "ON FILE FOR THE LOT BUT NOT COUNTED"
               TO SEC-HDR-TITLE
           WRITE CR-LINE FROM SEC-HDR-LINE
           WRITE CR-LINE FROM MST-COL-LINE
           MOVE 0 TO WS-SECTION-LINES
           MOVE "N" TO WS-EOF-SWITCH
           MOVE 0 TO VM-VEHICLE-ID
           START VEHICLE-MASTER-FILE KEY >= VM-VEHICLE-ID
               INVALID KEY
                   SET WS-END-OF-FILE TO TRUE
           END-START
           IF NOT WS-END-OF-FILE
               PERFORM 4100-READ-MASTER THRU 4100-EXIT
           END-IF
           PERFORM 4200-CHECK-ONE-MASTER THRU 4200-EXIT
               UNTIL WS-END-OF-FILE
           IF WS-SECTION-LINES = 0
               WRITE CR-LINE FROM NONE-LINE
           END-IF
           WRITE CR-LINE FROM BLANK-LINE.
       4000-EXIT.
           EXIT.

       4100-READ-MASTER.
           READ VEHICLE-MASTER-FILE NEXT RECORD
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.
       4100-EXIT.
           EXIT.

       4200-CHECK-ONE-MASTER.
           IF VM-STATUS-SOLD
               GO TO 4200-NEXT
           END-IF
           PERFORM 7000-SET-MASTER-LOT THRU 7000-EXIT
           MOVE WS-MASTER-LOT TO WS-FIND-LOT
           PERFORM 7200-FIND-LOT THRU 7200-EXIT
           IF WS-LOT-HIT-SUB = 0
               GO TO 4200-NEXT
           END-IF
           MOVE VM-VEHICLE-ID TO WS-FIND-ID
           PERFORM 7100-FIND-COUNTED THRU 7100-EXIT
           IF WS-COUNT-HIT-SUB > 0
               GO TO 4200-NEXT
           END-IF
           IF VM-STATUS-IN-TRANSIT
               PERFORM 7300-CHECK-TRANSFER THRU 7300-EXIT
               IF WS-OPEN-TRANSFER
                   GO TO 4200-NEXT
               END-IF
           END-IF
           MOVE WS-MASTER-LOT TO MEL-LOT
           MOVE VM-VEHICLE-ID TO MEL-ID
           MOVE VM-STATUS-CODE TO MEL-STATUS
           MOVE VM-VEHICLE-YEAR TO MEL-YEAR
           MOVE VM-VEHICLE-BRAND TO MEL-BRAND
           MOVE VM-VEHICLE-MODEL TO MEL-MODEL
           MOVE VM-VEHICLE-COLOR TO MEL-COLOR
           WRITE CR-LINE FROM MST-EXC-LINE
           ADD 1 TO WS-SECTION-LINES
           ADD 1 TO WS-NOT-COUNTED-COUNT.
       4200-NEXT.
           PERFORM 4100-READ-MASTER THRU 4100-EXIT.
       4200-EXIT.
           EXIT.

      ******************************************************************
      *    5000-PRINT-COUNT-EXCEPTIONS
      *    THE THREE COUNT-SIDE SECTIONS, EACH A PASS OVER THE
      *    COUNT TABLE FOR ONE RESULT.
      ******************************************************************
       5000-PRINT-COUNT-EXCEPTIONS.
           MOVE SPACES TO SEC-HDR-LINE
           MOVE "COUNTED BUT BELONGING TO ANOTHER LOT"
               TO SEC-HDR-TITLE
           MOVE "O" TO WS-FIND-RESULT
           PERFORM 5100-PRINT-ONE-SECTION THRU 5100-EXIT
           MOVE SPACES TO SEC-HDR-LINE
           MOVE "COUNTED BUT SHOWING SOLD" TO SEC-HDR-TITLE
           MOVE "S" TO WS-FIND-RESULT
           PERFORM 5100-PRINT-ONE-SECTION THRU 5100-EXIT
           MOVE SPACES TO SEC-HDR-LINE
           MOVE "COUNTED VINS WITH NO MATCH" TO SEC-HDR-TITLE
           MOVE "N" TO WS-FIND-RESULT
           PERFORM 5100-PRINT-ONE-SECTION THRU 5100-EXIT.
       5000-EXIT.
           EXIT.

      ******************************************************************
      *    5100-PRINT-ONE-SECTION
      *    WS-FIND-RESULT CARRIES THE RESULT CODE WANTED; AN ARCHIVED
      *    UNIT PRINTS UNDER SOLD.
      ******************************************************************
       5100-PRINT-ONE-SECTION.
           WRITE CR-LINE FROM SEC-HDR-LINE
           WRITE CR-LINE FROM CNT-COL-LINE
           MOVE 0 TO WS-SECTION-LINES
           MOVE 1 TO WS-COUNT-SUB
           PERFORM 5200-PRINT-ONE-COUNT THRU 5200-EXIT
               UNTIL WS-COUNT-SUB > WS-COUNT-USED
           IF WS-SECTION-LINES = 0
               WRITE CR-LINE FROM NONE-LINE
           END-IF
           WRITE CR-LINE FROM BLANK-LINE.
       5100-EXIT.
           EXIT.

       5200-PRINT-ONE-COUNT.
           IF WS-CT-RESULT(WS-COUNT-SUB) NOT = WS-FIND-RESULT
                   AND NOT (WS-FIND-RESULT = "S"
                       AND WS-CT-ARCHIVED(WS-COUNT-SUB))
               GO TO 5200-NEXT
           END-IF
           MOVE WS-CT-LOT(WS-COUNT-SUB) TO CEL-LOT
           MOVE WS-CT-VIN(WS-COUNT-SUB) TO CEL-VIN
           MOVE WS-CT-VEHICLE-ID(WS-COUNT-SUB) TO CEL-ID
           MOVE WS-CT-MASTER-LOT(WS-COUNT-SUB) TO CEL-MASTER-LOT
           MOVE WS-CT-COUNTER(WS-COUNT-SUB) TO CEL-COUNTER
           MOVE WS-CT-DATE(WS-COUNT-SUB) TO CEL-DATE
           EVALUATE TRUE
               WHEN WS-CT-OTHER-LOT(WS-COUNT-SUB)
                   MOVE "ON FILE FOR ANOTHER LOT" TO CEL-TEXT
               WHEN WS-CT-SOLD(WS-COUNT-SUB)
                   MOVE "SOLD" TO CEL-TEXT
               WHEN WS-CT-ARCHIVED(WS-COUNT-SUB)
                   MOVE "SOLD - ARCHIVED" TO CEL-TEXT
               WHEN OTHER
                   MOVE "VIN NOT ON CROSS-REF" TO CEL-TEXT
           END-EVALUATE
           WRITE CR-LINE FROM CNT-EXC-LINE
           ADD 1 TO WS-SECTION-LINES.
       5200-NEXT.
           ADD 1 TO WS-COUNT-SUB.
       5200-EXIT.
           EXIT.

      ******************************************************************
      *    6000-SWEEP-IN-TRANSIT
      *    PASS 2 OVER VEHICLE-MASTER - EVERY IN-TRANSIT UNIT WITH
      *    AN OPEN TRANSFER TO OR FROM A WALKED LOT, NOTED WITH
      *    WHERE (OR WHETHER) THE WALK SAW IT.  NOT AN EXCEPTION.
      ******************************************************************
       6000-SWEEP-IN-TRANSIT.
           MOVE SPACES TO SEC-HDR-LINE
           MOVE "IN TRANSIT WITH AN OPEN TRANSFER - NOT MISSING"
               TO SEC-HDR-TITLE
           WRITE CR-LINE FROM SEC-HDR-LINE
           WRITE CR-LINE FROM XFR-COL-LINE
           MOVE 0 TO WS-SECTION-LINES
           MOVE "N" TO WS-EOF-SWITCH
           IF NOT WS-XFR-FILE-OPEN
               SET WS-END-OF-FILE TO TRUE
           END-IF
           MOVE 0 TO VM-VEHICLE-ID
           IF NOT WS-END-OF-FILE
               START VEHICLE-MASTER-FILE KEY >= VM-VEHICLE-ID
                   INVALID KEY
                       SET WS-END-OF-FILE TO TRUE
               END-START
           END-IF
           IF NOT WS-END-OF-FILE
               PERFORM 4100-READ-MASTER THRU 4100-EXIT
           END-IF
           PERFORM 6100-CHECK-ONE-TRANSIT THRU 6100-EXIT
               UNTIL WS-END-OF-FILE
           IF WS-SECTION-LINES = 0
               WRITE CR-LINE FROM NONE-LINE
           END-IF
           WRITE CR-LINE FROM BLANK-LINE.
       6000-EXIT.
           EXIT.

       6100-CHECK-ONE-TRANSIT.
           IF NOT VM-STATUS-IN-TRANSIT
               GO TO 6100-NEXT
           END-IF
           PERFORM 7300-CHECK-TRANSFER THRU 7300-EXIT
           IF NOT WS-OPEN-TRANSFER
               GO TO 6100-NEXT
           END-IF
           MOVE XL-FROM-LOT TO WS-FIND-LOT
           PERFORM 7200-FIND-LOT THRU 7200-EXIT
           IF WS-LOT-HIT-SUB = 0
               MOVE XL-TO-LOT TO WS-FIND-LOT
               PERFORM 7200-FIND-LOT THRU 7200-EXIT
           END-IF
           IF WS-LOT-HIT-SUB = 0
               GO TO 6100-NEXT
           END-IF
           MOVE VM-VEHICLE-ID TO XFL-ID
           MOVE VM-VEHICLE-BRAND TO XFL-BRAND
           MOVE VM-VEHICLE-MODEL TO XFL-MODEL
           MOVE XL-FROM-LOT TO XFL-FROM-LOT
           MOVE XL-TO-LOT TO XFL-TO-LOT
           MOVE XL-SHIP-DATE TO XFL-SHIP-DATE
           MOVE VM-VEHICLE-ID TO WS-FIND-ID
           PERFORM 7100-FIND-COUNTED THRU 7100-EXIT
           IF WS-COUNT-HIT-SUB = 0
               MOVE "NOT SEEN" TO XFL-NOTE
           ELSE
               MOVE SPACES TO XFL-NOTE
               STRING "COUNTED ON LOT " DELIMITED BY SIZE
                   WS-CT-LOT(WS-COUNT-HIT-SUB) DELIMITED BY SIZE
                   INTO XFL-NOTE
               END-STRING
           END-IF
           WRITE CR-LINE FROM XFR-LINE
           ADD 1 TO WS-SECTION-LINES
           ADD 1 TO WS-IN-TRANSIT-COUNT.
       6100-NEXT.
           PERFORM 4100-READ-MASTER THRU 4100-EXIT.
       6100-EXIT.
           EXIT.

      ******************************************************************
      *    7000-SET-MASTER-LOT
      *    THE MASTER'S LOT, WITH A PRE-LOT-FIELD SPACE TAKEN AS
      *    LOT "1".
      ******************************************************************
       7000-SET-MASTER-LOT.
           MOVE VM-LOT-CODE TO WS-MASTER-LOT
           IF WS-MASTER-LOT = SPACE
               MOVE "1" TO WS-MASTER-LOT
           END-IF.
       7000-EXIT.
           EXIT.

      ******************************************************************
      *    7100-FIND-COUNTED
      *    FIRST COUNT-TABLE ENTRY RESOLVED TO WS-FIND-ID, OR ZERO.
      ******************************************************************
       7100-FIND-COUNTED.
           MOVE 0 TO WS-COUNT-HIT-SUB
           MOVE 1 TO WS-SCAN-SUB
           PERFORM 7110-TRY-COUNTED THRU 7110-EXIT
               UNTIL WS-COUNT-HIT-SUB > 0
               OR WS-SCAN-SUB > WS-COUNT-USED.
       7100-EXIT.
           EXIT.

       7110-TRY-COUNTED.
           IF WS-CT-VEHICLE-ID(WS-SCAN-SUB) = WS-FIND-ID
                   AND NOT WS-CT-NO-MATCH(WS-SCAN-SUB)
               MOVE WS-SCAN-SUB TO WS-COUNT-HIT-SUB
           END-IF
           ADD 1 TO WS-SCAN-SUB.
       7110-EXIT.
           EXIT.

      ******************************************************************
      *    7200-FIND-LOT
      *    LOT-TABLE ENTRY FOR WS-FIND-LOT, OR ZERO.
      ******************************************************************
       7200-FIND-LOT.
           MOVE 0 TO WS-LOT-HIT-SUB
           MOVE 1 TO WS-LOT-SUB
           PERFORM 7210-TRY-LOT THRU 7210-EXIT
               UNTIL WS-LOT-HIT-SUB > 0
               OR WS-LOT-SUB > WS-LOT-USED.
       7200-EXIT.
           EXIT.

       7210-TRY-LOT.
           IF WS-LT-LOT(WS-LOT-SUB) = WS-FIND-LOT
               MOVE WS-LOT-SUB TO WS-LOT-HIT-SUB
           END-IF
           ADD 1 TO WS-LOT-SUB.
       7210-EXIT.
           EXIT.

      ******************************************************************
      *    7300-CHECK-TRANSFER
      *    SETS WS-OPEN-TRANSFER WHEN THE MASTER IN HAND HAS AN
      *    IN-TRANSIT RECORD ON THE TRANSFER LOG.
      ******************************************************************
       7300-CHECK-TRANSFER.
           MOVE "N" TO WS-OPEN-XFR-SWITCH
           IF NOT WS-XFR-FILE-OPEN
               GO TO 7300-EXIT
           END-IF
           MOVE VM-VEHICLE-ID TO XL-VEHICLE-ID
           READ TRANSFER-LOG-FILE
               INVALID KEY
                   GO TO 7300-EXIT
           END-READ
           IF XL-STATUS-IN-TRANSIT
               MOVE "Y" TO WS-OPEN-XFR-SWITCH
           END-IF.
       7300-EXIT.
           EXIT.

       8000-TERMINATE.
           MOVE SPACES TO SEC-HDR-LINE
           MOVE "COUNT TOTALS" TO SEC-HDR-TITLE
           WRITE CR-LINE FROM SEC-HDR-LINE
           MOVE "COUNT RECORDS READ................." TO CNT-TITLE
           MOVE WS-COUNT-READ TO CNT-COUNT
           WRITE CR-LINE FROM CNT-LINE
           MOVE "COUNTED ON THEIR OWN LOT..........." TO CNT-TITLE
           MOVE WS-MATCHED-COUNT TO CNT-COUNT
           WRITE CR-LINE FROM CNT-LINE
           MOVE "VINS COUNTED MORE THAN ONCE........" TO CNT-TITLE
           MOVE WS-DUPLICATE-COUNT TO CNT-COUNT
           WRITE CR-LINE FROM CNT-LINE
           MOVE "IN TRANSIT - OPEN TRANSFER........." TO CNT-TITLE
           MOVE WS-IN-TRANSIT-COUNT TO CNT-COUNT
           WRITE CR-LINE FROM CNT-LINE
           MOVE "ON FILE BUT NOT COUNTED............" TO CNT-TITLE
           MOVE WS-NOT-COUNTED-COUNT TO CNT-COUNT
           WRITE CR-LINE FROM CNT-LINE
           MOVE "COUNTED ON THE WRONG LOT..........." TO CNT-TITLE
           MOVE WS-OTHER-LOT-COUNT TO CNT-COUNT
           WRITE CR-LINE FROM CNT-LINE
           MOVE "COUNTED BUT SOLD..................." TO CNT-TITLE
           MOVE WS-SOLD-COUNT TO CNT-COUNT
           WRITE CR-LINE FROM CNT-LINE
           MOVE "COUNTED VIN WITH NO MATCH.........." TO CNT-TITLE
           MOVE WS-NO-MATCH-COUNT TO CNT-COUNT
           WRITE CR-LINE FROM CNT-LINE
           COMPUTE WS-EXCEPTION-COUNT = WS-NOT-COUNTED-COUNT
               + WS-OTHER-LOT-COUNT + WS-SOLD-COUNT
               + WS-NO-MATCH-COUNT
           MOVE "TOTAL EXCEPTIONS..................." TO CNT-TITLE
           MOVE WS-EXCEPTION-COUNT TO CNT-COUNT
           WRITE CR-LINE FROM CNT-LINE
           IF WS-COUNT-LOST > 0
               DISPLAY "COUNT TABLE FULL - " WS-COUNT-LOST
                   " COUNT RECORDS NOT RECONCILED"
               MOVE "COUNT RECORDS NOT RECONCILED......" TO CNT-TITLE
               MOVE WS-COUNT-LOST TO CNT-COUNT
               WRITE CR-LINE FROM CNT-LINE
           END-IF
           IF WS-EXCEPTION-COUNT = 0 AND WS-COUNT-LOST = 0
               WRITE CR-LINE FROM CLEAN-LINE
           ELSE
               MOVE 8 TO RETURN-CODE
           END-IF
           DISPLAY "COUNT RECORDS READ: " WS-COUNT-READ
           DISPLAY "COUNT EXCEPTIONS:  " WS-EXCEPTION-COUNT
           CLOSE LOT-COUNT-FILE
           CLOSE VEHICLE-MASTER-FILE
           CLOSE VIN-XREF-FILE
           IF WS-XFR-FILE-OPEN
               CLOSE TRANSFER-LOG-FILE
           END-IF
           CLOSE COUNT-REPORT-FILE.
           MOVE WS-COUNT-READ TO WS-RC-COUNT
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
