      ******************************************************************
      *    PROGRAM-ID. PERIODCHECK
      *
      *    ACCOUNTING PERIOD LOCK CHECK.  CALLED BY EVERY PROGRAM
      *    THAT POSTS SOMETHING THE MONTH-END GL EXTRACT PICKS UP -
      *    VEHICLESALES, VEHICLECOST, VEHICLEMARKDOWN, VEHICLEVALUE,
      *    VEHICLEMAINT, AND SALEUNWIND - THE WAY VEHICLEEDIT IS
      *    CALLED FOR FIELD EDITS, SO ONE RULE DECIDES WHETHER A
      *    TRANSACTION DATE FALLS IN A MONTH ACCOUNTING HAS CLOSED.
      *
      *    THE MONTH OF LK-PERIOD-DATE IS LOOKED UP ON THE PERIOD-
      *    CONTROL FILE (PERCTL) THAT PERIODCLOSE MAINTAINS.  NO FILE
      *    YET, NO RECORD FOR THE MONTH, OR A REOPENED RECORD ALL
      *    MEAN OPEN.  A CLOSED MONTH RETURNS LK-PERIOD-FLAG "C" WITH
      *    REJECT REASON 10 IN LK-REASON-CODE / LK-REASON-TEXT.
      *
      *    MOD HISTORY
      *    DATE       INIT  DESCRIPTION
      *    ---------  ----  --------------------------------------------
      *    2026-10-15  DLM  ORIGINAL.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PeriodCheck.
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
           SELECT PERIOD-CONTROL-FILE ASSIGN "PERCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PD-PERIOD
               FILE STATUS IS WS-PD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PERIOD-CONTROL-FILE.
       01  PERIOD-CONTROL-RECORD.
           COPY PERREC.

       WORKING-STORAGE SECTION.
       01  WS-PD-STATUS               PIC X(02) VALUE "00".

       LINKAGE SECTION.
       01  LK-PERIOD-DATE             PIC 9(08).
       01  LK-PERIOD-FLAG             PIC X(01).
           88  LK-PERIOD-OPEN                 VALUE "O".
           88  LK-PERIOD-CLOSED               VALUE "C".
       01  LK-REASON-CODE             PIC 9(02).
       01  LK-REASON-TEXT             PIC X(40).

       PROCEDURE DIVISION USING LK-PERIOD-DATE LK-PERIOD-FLAG
               LK-REASON-CODE LK-REASON-TEXT.

       0000-MAINLINE.
           SET LK-PERIOD-OPEN TO TRUE
           MOVE 0 TO LK-REASON-CODE
           MOVE SPACES TO LK-REASON-TEXT
           PERFORM 1000-LOOK-UP-PERIOD THRU 1000-EXIT
           GOBACK.

      ******************************************************************
      *    1000-LOOK-UP-PERIOD
      *    THE FILE IS OPENED AND CLOSED ON EVERY CALL, THE SAME AS
      *    RUNCONTROL DOES ITS LOG, SO A CLOSE KEYED WHILE A BATCH IS
      *    RUNNING TAKES HOLD ON THE NEXT TRANSACTION.
      ******************************************************************
       1000-LOOK-UP-PERIOD.
           OPEN INPUT PERIOD-CONTROL-FILE
           IF WS-PD-STATUS NOT = "00"
               GO TO 1000-EXIT
           END-IF
           MOVE LK-PERIOD-DATE(1:6) TO PD-PERIOD
           READ PERIOD-CONTROL-FILE
               INVALID KEY
                   MOVE "O" TO PD-STATUS-CODE
           END-READ
           IF PD-STATUS-CLOSED
               SET LK-PERIOD-CLOSED TO TRUE
               MOVE 10 TO LK-REASON-CODE
               MOVE SPACES TO LK-REASON-TEXT
               STRING "DATED INTO CLOSED PERIOD "
                   LK-PERIOD-DATE(1:6) DELIMITED BY SIZE
                   INTO LK-REASON-TEXT
           END-IF
           CLOSE PERIOD-CONTROL-FILE.
       1000-EXIT.
           EXIT.
