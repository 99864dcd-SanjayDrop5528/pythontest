      ******************************************************************
      *    PROGRAM-ID. SALEUNWIND
      *
      *    SALE UNWIND / RESCISSION.  BACKS OUT A CLOSED DEAL WHEN
      *    FINANCING FALLS THROUGH OR THE BUYER RETURNS THE UNIT
      *    INSIDE THE RETURN WINDOW - EVERYTHING VEHICLESALES DID IN
      *    3000-APPLY-SALE, UNDONE IN THE SAME ORDER:
      *
      *       DEAL       - THE VEHSALIX DEAL IS FLAGGED RESCINDED
      *                    WITH TODAY'S DATE.  IT IS NEVER DELETED,
      *                    SO THE MONTH IT CLOSED IN RE-RUNS WITH
      *                    THE SAME NUMBERS.
      *       UNIT       - BACK TO RESERVED WHEN THE BUYER'S APPLIED
      *                    DEPOSIT IS RESTORED TO HELD, OTHERWISE
      *                    BACK TO ACTIVE.
      *       FLOOR PLAN - THE NOTE THIS SALE PAID OFF IS REOPENED
      *                    AND PRINTED SO THE LENDER CAN BE TOLD.
      *       TRADE-IN   - A TRADE STILL SITTING ACTIVE AND UNTOUCHED
      *                    IS BACKED OUT - MASTER, DETAIL, AND ITS
      *                    VINXREF ENTRY.  ONE THAT HAS MOVED ON
      *                    (SOLD, HELD, IN TRANSIT, FLOOR-PLANNED) IS
      *                    KEPT AND FLAGGED ON THE REPORT; THE BUYER
      *                    IS OWED THE ALLOWANCE INSTEAD.  SO IS ONE
      *                    WHOSE TITLE WORK IS STILL OPEN ON TITLTRK,
      *                    AND ONE WITH COSTS ALREADY POSTED AGAINST
      *                    IT ON VEHCOST.
      *       TITLE      - THE DEAL'S OPEN SOLD-UNIT TITLE ITEM IS
      *                    CANCELLED.  ONE ALREADY SENT TO THE STATE
      *                    IS NOTED ON THE REPORT TO BE PULLED BACK.
      *
      *    EVERY STEP WRITES A BEFORE/AFTER AUDIT RECORD.  THE
      *    "DEAL-RESCINDED" RECORD CARRIES THE HISTORY KEY SO THE
      *    GL EXTRACT AND THE COMMISSION RUN PICK THE REVERSAL UP IN
      *    THE PERIOD THE UNWIND HAPPENED, NOT THE PERIOD OF THE
      *    SALE - A CLOSED MONTH STAYS CLOSED.
      *
      *    MOD HISTORY
      *    DATE       INIT  DESCRIPTION
      *    ---------  ----  --------------------------------------------
      *    2026-10-15  DLM  ORIGINAL.
      *    2026-10-15  DLM  REFUSE AN UNWIND WHILE TODAY'S ACCOUNTING
      *                     PERIOD IS CLOSED, VIA PERIODCHECK.
      *    2026-10-15  DLM  KEEP A TRADE WHOSE TITLE WORK IS STILL
      *                     OPEN INSTEAD OF BACKING IT OUT, AND
      *                     CANCEL THE UNWOUND DEAL'S SOLD-UNIT
      *                     TITLE ITEM.
      *    2026-10-15  DLM  KEEP A TRADE WITH POSTED COSTS ON VEHCOST
      *                     - BACKING IT OUT WOULD STRAND THE COST
      *                     ENTRIES ON A VEHICLE-ID THAT IS GONE.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SaleUnwind.
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
           SELECT UNWIND-TRAN-FILE ASSIGN "UNWTRAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-UW-STATUS.

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

           SELECT SALES-TRANSACTION-FILE ASSIGN "VEHSALIX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SL-HIST-KEY
               ALTERNATE RECORD KEY IS SL-CUSTOMER-ID
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS SL-SALE-DATE
                   WITH DUPLICATES
               FILE STATUS IS WS-ST-STATUS.

           SELECT DEPOSIT-MASTER-FILE ASSIGN "VEHDEP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DP-VEHICLE-ID
               FILE STATUS IS WS-DP-STATUS.

           SELECT FLOOR-PLAN-FILE ASSIGN "FLPLAN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FP-VEHICLE-ID
               FILE STATUS IS WS-FP-STATUS.

           SELECT VIN-XREF-FILE ASSIGN "VINXREF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VX-VIN
               FILE STATUS IS WS-VX-STATUS.

           SELECT AUDIT-LOG-FILE ASSIGN "VEHAUDIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AU-STATUS.

           SELECT UNWIND-REPORT-FILE ASSIGN "UNWRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-UR-STATUS.

           SELECT TITLE-TRACK-FILE ASSIGN "TITLTRK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TT-TITLE-KEY
               FILE STATUS IS WS-TT-STATUS.

           SELECT VEHICLE-COST-FILE ASSIGN "VEHCOST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VC-COST-KEY
               FILE STATUS IS WS-VC-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  UNWIND-TRAN-FILE.
       01  UNWIND-TRAN-RECORD.
           COPY UNWTRAN.

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

       FD  SALES-TRANSACTION-FILE.
       01  SALES-TRANSACTION-RECORD.
           COPY SALEREC.

       FD  DEPOSIT-MASTER-FILE.
       01  DEPOSIT-BASE.
           COPY DEPREC.

       FD  FLOOR-PLAN-FILE.
       01  FLOOR-PLAN-BASE.
           COPY FLPREC.

       FD  VIN-XREF-FILE.
       01  VIN-XREF-RECORD.
           COPY VINXREF.

       FD  AUDIT-LOG-FILE.
       01  AUDIT-RECORD.
           COPY AUDREC.

       FD  UNWIND-REPORT-FILE.
       01  UR-LINE                    PIC X(80).

       FD  TITLE-TRACK-FILE.
       01  TITLE-TRACK-RECORD.
           COPY TTLREC.

       FD  VEHICLE-COST-FILE.
       01  VEHICLE-COST-RECORD.
           COPY COSTREC.

       WORKING-STORAGE SECTION.
       01  WS-UW-STATUS               PIC X(02) VALUE "00".
       01  WS-VM-STATUS               PIC X(02) VALUE "00".
       01  WS-CD-STATUS               PIC X(02) VALUE "00".
       01  WS-TD-STATUS               PIC X(02) VALUE "00".
       01  WS-BD-STATUS               PIC X(02) VALUE "00".
       01  WS-ST-STATUS               PIC X(02) VALUE "00".
       01  WS-DP-STATUS               PIC X(02) VALUE "00".
       01  WS-FP-STATUS               PIC X(02) VALUE "00".
       01  WS-VX-STATUS               PIC X(02) VALUE "00".
       01  WS-AU-STATUS               PIC X(02) VALUE "00".
       01  WS-UR-STATUS               PIC X(02) VALUE "00".
       01  WS-TT-STATUS               PIC X(02) VALUE "00".
       01  WS-VC-STATUS               PIC X(02) VALUE "00".

       01  WS-EOF-SWITCH              PIC X(01) VALUE "N".
           88  WS-END-OF-FILE                 VALUE "Y".

       01  WS-DEPOSIT-FILE-SWITCH     PIC X(01) VALUE "N".
           88  WS-DEPOSIT-FILE-OPEN           VALUE "Y".
       01  WS-PLAN-FILE-SWITCH        PIC X(01) VALUE "N".
           88  WS-PLAN-FILE-OPEN              VALUE "Y".
       01  WS-XREF-FILE-SWITCH        PIC X(01) VALUE "N".
           88  WS-XREF-FILE-OPEN              VALUE "Y".
       01  WS-TITLE-FILE-SWITCH       PIC X(01) VALUE "N".
           88  WS-TITLE-FILE-OPEN             VALUE "Y".
       01  WS-COST-FILE-SWITCH        PIC X(01) VALUE "N".
           88  WS-COST-FILE-OPEN              VALUE "Y".

       01  WS-SCAN-DONE-SWITCH        PIC X(01) VALUE "N".
           88  WS-SCAN-DONE                   VALUE "Y".
       01  WS-SALE-FOUND-SWITCH       PIC X(01) VALUE "N".
           88  WS-SALE-ON-FILE                VALUE "Y".
       01  WS-HOLD-SWITCH             PIC X(01) VALUE "N".
           88  WS-HOLD-RESTORED               VALUE "Y".
       01  WS-REOPEN-SWITCH           PIC X(01) VALUE "N".
           88  WS-NOTE-REOPENED               VALUE "Y".
       01  WS-KEEP-SWITCH             PIC X(01) VALUE "N".
           88  WS-KEEP-TRADE                  VALUE "Y".
       01  WS-TRADE-TITLE-SWITCH      PIC X(01) VALUE "N".
           88  WS-TRADE-TITLE-OPEN            VALUE "Y".
       01  WS-TRADE-COST-SWITCH       PIC X(01) VALUE "N".
           88  WS-TRADE-COSTS-POSTED          VALUE "Y".
       01  WS-TITLE-SENT-SWITCH       PIC X(01) VALUE "N".
           88  WS-TITLE-ALREADY-SENT          VALUE "Y".

       01  WS-TRADE-ID                PIC 9(05) VALUE 0.
       01  WS-REFUSE-TEXT             PIC X(40) VALUE SPACES.

       01  WS-UNWOUND-COUNT           PIC 9(05) VALUE 0.
       01  WS-REFUSED-COUNT           PIC 9(05) VALUE 0.
       01  WS-HOLDS-RESTORED          PIC 9(05) VALUE 0.
       01  WS-NOTES-REOPENED          PIC 9(05) VALUE 0.
       01  WS-TRADES-BACKED-OUT       PIC 9(05) VALUE 0.
       01  WS-TRADES-KEPT             PIC 9(05) VALUE 0.
       01  WS-TITLES-CANCELLED        PIC 9(05) VALUE 0.

      ******************************************************************
      *    WORK COPY OF THE DEAL BEING UNWOUND.  THE PREFIX SCAN
      *    READS ONE RECORD PAST THE UNIT'S LAST DEAL, SO THE DEAL
      *    IS HELD HERE UNTIL IT IS REWRITTEN.
      ******************************************************************
       01  WS-WORK-SALE.
           COPY SALEREC REPLACING LEADING ==SL== BY ==WL==.

       01  WS-SYSTEM-DATE             PIC 9(08).
       01  WS-SYSTEM-TIME             PIC 9(06).

       01  LK-PERIOD-DATE             PIC 9(08).
       01  LK-PERIOD-FLAG             PIC X(01).
           88  LK-PERIOD-CLOSED               VALUE "C".
       01  LK-REASON-CODE             PIC 9(02).
       01  LK-REASON-TEXT             PIC X(40).

       01  WS-OPEN-CHECK-STATUS       PIC X(02) VALUE "00".
       01  WS-OPEN-FILE-NAME          PIC X(21) VALUE SPACES.

       01  HDR-LINE-1                 PIC X(80) VALUE
           "            SALE UNWIND / RESCISSION REGISTER".
       01  HDR-LINE-2.
           05  FILLER                 PIC X(06) VALUE "DATE: ".
           05  HL2-DATE               PIC 9999/99/99.
           05  FILLER                 PIC X(64) VALUE SPACES.
       01  HDR-LINE-3                 PIC X(80) VALUE SPACES.

       01  COL-HDR-LINE.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  FILLER                 PIC X(07) VALUE "ID".
           05  FILLER                 PIC X(05) VALUE "SEQ".
           05  FILLER                 PIC X(07) VALUE "CUST".
           05  FILLER                 PIC X(14) VALUE
               "    SALE PRICE".
           05  FILLER                 PIC X(11) VALUE "  UNIT NOW".
           05  FILLER                 PIC X(04) VALUE "DEP".
           05  FILLER                 PIC X(04) VALUE "FLP".
           05  FILLER                 PIC X(06) VALUE "TRADE".
           05  FILLER                 PIC X(10) VALUE "TRADE DISP".

       01  DTL-LINE.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  DTL-ID                 PIC 9(05).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  DTL-SEQ                PIC 9(03).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  DTL-CUSTOMER           PIC 9(06).
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  DTL-PRICE              PIC $$,$$$,$$9.99.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  DTL-NEW-STATUS         PIC X(08).
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  DTL-DEPOSIT            PIC X(03).
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  DTL-FLOOR-PLAN         PIC X(03).
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  DTL-TRADE-ID           PIC ZZZZ9.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  DTL-TRADE-DISP         PIC X(10).

       01  NOTE-LINE.
           05  FILLER                 PIC X(09) VALUE SPACES.
           05  FILLER                 PIC X(28) VALUE
               "FLOOR PLAN REOPENED, LENDER ".
           05  NL-LENDER              PIC X(08).
           05  FILLER                 PIC X(12) VALUE
               "  PRINCIPAL ".
           05  NL-PRINCIPAL           PIC $$,$$$,$$9.99.

       01  KEPT-LINE.
           05  FILLER                 PIC X(09) VALUE SPACES.
           05  FILLER                 PIC X(25) VALUE
               "TRADE KEPT IN STOCK, ID  ".
           05  KL-TRADE-ID            PIC 9(05).
           05  FILLER                 PIC X(22) VALUE
               " - ALLOWANCE OWED OF ".
           05  KL-ALLOWANCE           PIC $$,$$$,$$9.99.

       01  TITLE-KEPT-LINE.
           05  FILLER                 PIC X(09) VALUE SPACES.
           05  FILLER                 PIC X(46) VALUE
               "TRADE TITLE WORK STILL OPEN - TRADE NOT PURGED".

       01  COST-KEPT-LINE.
           05  FILLER                 PIC X(09) VALUE SPACES.
           05  FILLER                 PIC X(41) VALUE
               "TRADE HAS COSTS POSTED - TRADE NOT PURGED".

       01  TITLE-SENT-LINE.
           05  FILLER                 PIC X(09) VALUE SPACES.
           05  FILLER                 PIC X(50) VALUE
               "SOLD-UNIT TITLE ALREADY SENT TO STATE - PULL BACK".

       01  REFUSED-LINE.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  RFL-ID                 PIC 9(05).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  FILLER                 PIC X(10) VALUE "REFUSED - ".
           05  RFL-TEXT               PIC X(40).

       01  TOT-LINE-1.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  FILLER                 PIC X(30) VALUE
               "DEALS UNWOUND................:".
           05  TL1-COUNT              PIC ZZ,ZZ9.

       01  TOT-LINE-2.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  FILLER                 PIC X(30) VALUE
               "UNWINDS REFUSED..............:".
           05  TL2-COUNT              PIC ZZ,ZZ9.

       01  NO-UNWIND-LINE             PIC X(80) VALUE
           "  NO UNWIND TRANSACTIONS THIS RUN.".

       01  BLANK-LINE                 PIC X(80) VALUE SPACES.

      ******************************************************************
      *    RUN-CONTROL INTERFACE FIELDS - SEE RUNCONTROL FOR THE
      *    GUARD CODES AND THE START/END RECORD LAYOUT.
      ******************************************************************
       01  WS-RC-FUNCTION             PIC X(01) VALUE SPACE.
       01  WS-RC-PROGRAM              PIC X(16) VALUE "SALEUNWIND".
       01  WS-RC-GUARD                PIC X(01) VALUE "L".
       01  WS-RC-COUNT                PIC 9(07) VALUE 0.
       01  WS-RC-RETCODE              PIC 9(02) VALUE 0.
       01  WS-RC-RESULT               PIC X(01) VALUE SPACE.
           88  WS-RC-DENIED                   VALUE "D".
       01  WS-RC-TEXT                 PIC X(40) VALUE SPACES.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 2000-PROCESS-UNWINDS THRU 2000-EXIT
               UNTIL WS-END-OF-FILE
           PERFORM 8000-TERMINATE THRU 8000-EXIT
           STOP RUN.

       1000-INITIALIZE.
           PERFORM 9100-START-RUN-CONTROL THRU 9100-EXIT
           ACCEPT WS-SYSTEM-DATE FROM DATE YYYYMMDD
           ACCEPT WS-SYSTEM-TIME FROM TIME
           OPEN INPUT UNWIND-TRAN-FILE
           MOVE "UNWIND-TRAN-FILE" TO WS-OPEN-FILE-NAME
           MOVE WS-UW-STATUS TO WS-OPEN-CHECK-STATUS
           PERFORM 1050-CHECK-REQUIRED-OPEN THRU 1050-EXIT
           OPEN I-O VEHICLE-MASTER-FILE
           MOVE "VEHICLE-MASTER-FILE" TO WS-OPEN-FILE-NAME
           MOVE WS-VM-STATUS TO WS-OPEN-CHECK-STATUS
           PERFORM 1050-CHECK-REQUIRED-OPEN THRU 1050-EXIT
           OPEN I-O CAR-MASTER-FILE
           MOVE "CAR-MASTER-FILE" TO WS-OPEN-FILE-NAME
           MOVE WS-CD-STATUS TO WS-OPEN-CHECK-STATUS
           PERFORM 1050-CHECK-REQUIRED-OPEN THRU 1050-EXIT
           OPEN I-O TRUCK-MASTER-FILE
           MOVE "TRUCK-MASTER-FILE" TO WS-OPEN-FILE-NAME
           MOVE WS-TD-STATUS TO WS-OPEN-CHECK-STATUS
           PERFORM 1050-CHECK-REQUIRED-OPEN THRU 1050-EXIT
           OPEN I-O BIKE-MASTER-FILE
           MOVE "BIKE-MASTER-FILE" TO WS-OPEN-FILE-NAME
           MOVE WS-BD-STATUS TO WS-OPEN-CHECK-STATUS
           PERFORM 1050-CHECK-REQUIRED-OPEN THRU 1050-EXIT
           OPEN I-O SALES-TRANSACTION-FILE
           MOVE "SALES-TRANS-FILE" TO WS-OPEN-FILE-NAME
           MOVE WS-ST-STATUS TO WS-OPEN-CHECK-STATUS
           PERFORM 1050-CHECK-REQUIRED-OPEN THRU 1050-EXIT
           PERFORM 1200-OPEN-DEPOSIT-MASTER THRU 1200-EXIT
           PERFORM 1300-OPEN-FLOOR-PLAN THRU 1300-EXIT
           PERFORM 1400-OPEN-VIN-XREF THRU 1400-EXIT
           PERFORM 1500-OPEN-TITLE-TRACK THRU 1500-EXIT
           PERFORM 1600-OPEN-COST-FILE THRU 1600-EXIT
           PERFORM 1100-OPEN-AUDIT-LOG THRU 1100-EXIT
           MOVE "AUDIT-LOG-FILE" TO WS-OPEN-FILE-NAME
           MOVE WS-AU-STATUS TO WS-OPEN-CHECK-STATUS
           PERFORM 1050-CHECK-REQUIRED-OPEN THRU 1050-EXIT
           OPEN OUTPUT UNWIND-REPORT-FILE
           MOVE "UNWIND-REPORT-FILE" TO WS-OPEN-FILE-NAME
           MOVE WS-UR-STATUS TO WS-OPEN-CHECK-STATUS
           PERFORM 1050-CHECK-REQUIRED-OPEN THRU 1050-EXIT
           MOVE WS-SYSTEM-DATE TO HL2-DATE
           WRITE UR-LINE FROM HDR-LINE-1
           WRITE UR-LINE FROM HDR-LINE-2
           WRITE UR-LINE FROM HDR-LINE-3
           WRITE UR-LINE FROM COL-HDR-LINE
           PERFORM 2100-READ-TRANSACTION THRU 2100-EXIT.
       1000-EXIT.
           EXIT.

      ******************************************************************
      *    1050-CHECK-REQUIRED-OPEN
      *    A FAILED OPEN ON ANY OF THE FILES THIS RUN DEPENDS ON IS
      *    FATAL - A HALF-UNWOUND DEAL IS WORSE THAN NONE.
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

       1100-OPEN-AUDIT-LOG.
           OPEN EXTEND AUDIT-LOG-FILE
           IF WS-AU-STATUS NOT = "00"
               OPEN OUTPUT AUDIT-LOG-FILE
           END-IF.
       1100-EXIT.
           EXIT.

      ******************************************************************
      *    1200-OPEN-DEPOSIT-MASTER
      *    NO DEPOSIT FILE ON HAND MEANS NO DEPOSIT WAS EVER APPLIED
      *    TO A SALE - EVERY UNWOUND UNIT GOES BACK TO ACTIVE.
      ******************************************************************
       1200-OPEN-DEPOSIT-MASTER.
           OPEN I-O DEPOSIT-MASTER-FILE
           IF WS-DP-STATUS = "00"
               MOVE "Y" TO WS-DEPOSIT-FILE-SWITCH
           ELSE
               DISPLAY "NO DEPOSIT FILE - NO HOLD TO RESTORE"
           END-IF.
       1200-EXIT.
           EXIT.

      ******************************************************************
      *    1300-OPEN-FLOOR-PLAN
      *    NO FLOOR-PLAN FILE ON HAND MEANS NO SALE EVER PAID A NOTE
      *    OFF - THE REOPEN STEP IS SKIPPED.
      ******************************************************************
       1300-OPEN-FLOOR-PLAN.
           OPEN I-O FLOOR-PLAN-FILE
           IF WS-FP-STATUS = "00"
               MOVE "Y" TO WS-PLAN-FILE-SWITCH
           ELSE
               DISPLAY "NO FLOOR-PLAN FILE - REOPEN STEP SKIPPED"
           END-IF.
       1300-EXIT.
           EXIT.

      ******************************************************************
      *    1400-OPEN-VIN-XREF
      *    NO CROSS-REFERENCE ON HAND MEANS NO TRADE VIN WAS EVER
      *    REGISTERED - THERE IS NOTHING TO DROP.
      ******************************************************************
       1400-OPEN-VIN-XREF.
           OPEN I-O VIN-XREF-FILE
           IF WS-VX-STATUS = "00"
               MOVE "Y" TO WS-XREF-FILE-SWITCH
           ELSE
               DISPLAY "NO VIN CROSS-REFERENCE - VIN STEP SKIPPED"
           END-IF.
       1400-EXIT.
           EXIT.

      ******************************************************************
      *    1500-OPEN-TITLE-TRACK
      *    NO TITLE-TRACKING FILE ON HAND MEANS NO DEAL HAS EVER
      *    OPENED TITLE WORK - NOTHING TO HOLD A TRADE FOR OR CANCEL.
      ******************************************************************
       1500-OPEN-TITLE-TRACK.
           OPEN I-O TITLE-TRACK-FILE
           IF WS-TT-STATUS = "00"
               MOVE "Y" TO WS-TITLE-FILE-SWITCH
           ELSE
               DISPLAY "NO TITLE-TRACKING FILE - TITLE STEP SKIPPED"
           END-IF.
       1500-EXIT.
           EXIT.

      ******************************************************************
      *    1600-OPEN-COST-FILE
      *    NO COST FILE ON HAND MEANS NO COST WAS EVER POSTED - THERE
      *    IS NOTHING TO HOLD A TRADE FOR.
      ******************************************************************
       1600-OPEN-COST-FILE.
           OPEN INPUT VEHICLE-COST-FILE
           IF WS-VC-STATUS = "00"
               MOVE "Y" TO WS-COST-FILE-SWITCH
           ELSE
               DISPLAY "NO COST FILE - TRADE COST CHECK SKIPPED"
           END-IF.
       1600-EXIT.
           EXIT.

       2000-PROCESS-UNWINDS.
           PERFORM 3000-UNWIND-ONE-DEAL THRU 3000-EXIT
           PERFORM 2100-READ-TRANSACTION THRU 2100-EXIT.
       2000-EXIT.
           EXIT.

       2100-READ-TRANSACTION.
           READ UNWIND-TRAN-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.
       2100-EXIT.
           EXIT.

      ******************************************************************
      *    3000-UNWIND-ONE-DEAL
      *    ONLY A SOLD UNIT'S LATEST LIVE DEAL CAN BE UNWOUND - AN
      *    EARLIER DEAL ON A RE-SOLD UNIT BELONGS TO A BUYER WHO
      *    ALREADY HANDED IT BACK THE NORMAL WAY.  THE SOLD UNIT IS
      *    PUT BACK FIRST, THEN THE FLOOR PLAN, THEN THE TRADE -
      *    THE TRADE STEP REUSES THE MASTER RECORD AREA - AND THE
      *    DEAL IS FLAGGED LAST.  THE REVERSAL POSTS TODAY, SO AN
      *    UNWIND KEYED WHILE TODAY'S PERIOD IS CLOSED WAITS FOR THE
      *    NEXT MONTH TO OPEN.
      ******************************************************************
       3000-UNWIND-ONE-DEAL.
           MOVE WS-SYSTEM-DATE TO LK-PERIOD-DATE
           CALL "PeriodCheck" USING LK-PERIOD-DATE LK-PERIOD-FLAG
               LK-REASON-CODE LK-REASON-TEXT
           END-CALL
           IF LK-PERIOD-CLOSED
               MOVE "TODAY'S PERIOD IS CLOSED" TO WS-REFUSE-TEXT
               PERFORM 7100-PRINT-REFUSAL THRU 7100-EXIT
               GO TO 3000-EXIT
           END-IF
           MOVE UW-VEHICLE-ID TO VM-VEHICLE-ID
           READ VEHICLE-MASTER-FILE
               INVALID KEY
                   MOVE "VEHICLE NOT ON FILE" TO WS-REFUSE-TEXT
                   PERFORM 7100-PRINT-REFUSAL THRU 7100-EXIT
                   GO TO 3000-EXIT
           END-READ
           IF NOT VM-STATUS-SOLD
               MOVE "VEHICLE IS NOT SOLD" TO WS-REFUSE-TEXT
               PERFORM 7100-PRINT-REFUSAL THRU 7100-EXIT
               GO TO 3000-EXIT
           END-IF
           PERFORM 3100-FIND-LATEST-SALE THRU 3100-EXIT
           IF NOT WS-SALE-ON-FILE
               MOVE "NO DEAL ON THE SALES HISTORY" TO WS-REFUSE-TEXT
               PERFORM 7100-PRINT-REFUSAL THRU 7100-EXIT
               GO TO 3000-EXIT
           END-IF
           IF UW-SALE-SEQ NUMERIC AND UW-SALE-SEQ > 0
                   AND UW-SALE-SEQ NOT = WL-HIST-SALE-SEQ
               MOVE "NOT THE UNIT'S LATEST DEAL" TO WS-REFUSE-TEXT
               PERFORM 7100-PRINT-REFUSAL THRU 7100-EXIT
               GO TO 3000-EXIT
           END-IF
           IF WL-DEAL-RESCINDED
               MOVE "DEAL ALREADY RESCINDED" TO WS-REFUSE-TEXT
               PERFORM 7100-PRINT-REFUSAL THRU 7100-EXIT
               GO TO 3000-EXIT
           END-IF
      *    FIELDS ADDED TO THE SALE RECORD OVER THE YEARS READ BACK
      *    SPACE-FILLED OFF OLDER LOG RECORDS - TREAT THEM AS ZERO.
           IF WL-TRADE-VEHICLE-ID NOT NUMERIC
               MOVE 0 TO WL-TRADE-VEHICLE-ID
           END-IF
           IF WL-TRADE-ALLOWANCE NOT NUMERIC
               MOVE 0 TO WL-TRADE-ALLOWANCE
           END-IF

           PERFORM 3200-RESTORE-DEPOSIT THRU 3200-EXIT
           MOVE "SOLD-STATUS" TO AU-FIELD-NAME
           MOVE "SOLD" TO AU-BEFORE-VALUE
           IF WS-HOLD-RESTORED
               MOVE "RESERVED" TO AU-AFTER-VALUE
               SET VM-STATUS-RESERVED TO TRUE
           ELSE
               MOVE "ACTIVE" TO AU-AFTER-VALUE
               SET VM-STATUS-ACTIVE TO TRUE
           END-IF
           MOVE UW-VEHICLE-ID TO AU-VEHICLE-ID
           SET AU-ACTION-CHANGE TO TRUE
           PERFORM 9000-WRITE-AUDIT THRU 9000-EXIT
           REWRITE VEHICLE-BASE

           MOVE "N" TO WS-REOPEN-SWITCH
           IF WS-PLAN-FILE-OPEN
               PERFORM 3300-REOPEN-FLOOR-PLAN THRU 3300-EXIT
           END-IF

           MOVE SPACE TO WL-RESCIND-TRADE
           MOVE "N" TO WS-TRADE-TITLE-SWITCH
           MOVE "N" TO WS-TRADE-COST-SWITCH
           IF WL-TRADE-VEHICLE-ID > 0
               PERFORM 4000-UNWIND-TRADE-IN THRU 4000-EXIT
           END-IF

           MOVE "N" TO WS-TITLE-SENT-SWITCH
           IF WS-TITLE-FILE-OPEN
               PERFORM 3600-CANCEL-SOLD-TITLE THRU 3600-EXIT
           END-IF

           PERFORM 3500-RESCIND-DEAL THRU 3500-EXIT
           PERFORM 7000-PRINT-UNWIND THRU 7000-EXIT
           ADD 1 TO WS-UNWOUND-COUNT.
       3000-EXIT.
           EXIT.

      ******************************************************************
      *    3100-FIND-LATEST-SALE
      *    THE HISTORY KEY IS VEHICLE-ID PLUS SALE SEQUENCE, SO THE
      *    SCAN STARTS ON THE VEHICLE-ID PREFIX AND READS FORWARD;
      *    THE HIGHEST SEQUENCE IS THE DEAL THAT PUT THE UNIT IN
      *    SOLD STATUS.  SAME SCAN THE ARCHIVE RUN USES.
      ******************************************************************
       3100-FIND-LATEST-SALE.
           MOVE "N" TO WS-SALE-FOUND-SWITCH
           MOVE "N" TO WS-SCAN-DONE-SWITCH
           MOVE UW-VEHICLE-ID TO SL-HIST-VEHICLE-ID
           MOVE 0 TO SL-HIST-SALE-SEQ
           START SALES-TRANSACTION-FILE KEY >= SL-HIST-KEY
               INVALID KEY
                   MOVE "Y" TO WS-SCAN-DONE-SWITCH
           END-START
           IF NOT WS-SCAN-DONE
               PERFORM 3110-READ-NEXT-SALE THRU 3110-EXIT
           END-IF
           PERFORM 3120-KEEP-ONE-SALE THRU 3120-EXIT
               UNTIL WS-SCAN-DONE.
       3100-EXIT.
           EXIT.

       3110-READ-NEXT-SALE.
           READ SALES-TRANSACTION-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-SCAN-DONE-SWITCH
           END-READ
           IF NOT WS-SCAN-DONE
                   AND SL-HIST-VEHICLE-ID NOT = UW-VEHICLE-ID
               MOVE "Y" TO WS-SCAN-DONE-SWITCH
           END-IF.
       3110-EXIT.
           EXIT.

       3120-KEEP-ONE-SALE.
           SET WS-SALE-ON-FILE TO TRUE
           MOVE SALES-TRANSACTION-RECORD TO WS-WORK-SALE
           PERFORM 3110-READ-NEXT-SALE THRU 3110-EXIT.
       3120-EXIT.
           EXIT.

      ******************************************************************
      *    3200-RESTORE-DEPOSIT
      *    A DEPOSIT THE SALE APPLIED FOR THIS SAME BUYER GOES BACK
      *    TO HELD, AND THE UNIT GOES BACK TO RESERVED FOR THEM.
      *    THE EXPIRE DATE STANDS - A HOLD ALREADY PAST IT IS FREED
      *    BY THE NEXT NIGHTLY RELEASE RUN IN THE NORMAL WAY.
      ******************************************************************
       3200-RESTORE-DEPOSIT.
           MOVE "N" TO WS-HOLD-SWITCH
           IF NOT WS-DEPOSIT-FILE-OPEN
               GO TO 3200-EXIT
           END-IF
           MOVE UW-VEHICLE-ID TO DP-VEHICLE-ID
           READ DEPOSIT-MASTER-FILE
               INVALID KEY
                   GO TO 3200-EXIT
           END-READ
           IF NOT DP-STATUS-APPLIED
                   OR DP-CUSTOMER-ID NOT = WL-CUSTOMER-ID
               GO TO 3200-EXIT
           END-IF
           SET DP-STATUS-HELD TO TRUE
           REWRITE DEPOSIT-BASE
           MOVE "DEPOSIT-STATUS" TO AU-FIELD-NAME
           MOVE "APPLIED" TO AU-BEFORE-VALUE
           MOVE "HELD" TO AU-AFTER-VALUE
           MOVE UW-VEHICLE-ID TO AU-VEHICLE-ID
           SET AU-ACTION-CHANGE TO TRUE
           PERFORM 9000-WRITE-AUDIT THRU 9000-EXIT
           MOVE "Y" TO WS-HOLD-SWITCH
           ADD 1 TO WS-HOLDS-RESTORED.
       3200-EXIT.
           EXIT.

      ******************************************************************
      *    3300-REOPEN-FLOOR-PLAN
      *    ONLY THE NOTE THIS SALE PAID OFF IS REOPENED - A PAID
      *    NOTE WITH A DIFFERENT PAYOFF DATE WAS SETTLED SOME OTHER
      *    WAY AND IS LEFT ALONE.  ACCRUAL PICKS UP AGAIN FROM THE
      *    NOTE'S LAST ACCRUAL DATE ON THE NEXT MONTH-END RUN.
      ******************************************************************
       3300-REOPEN-FLOOR-PLAN.
           MOVE UW-VEHICLE-ID TO FP-VEHICLE-ID
           READ FLOOR-PLAN-FILE
               INVALID KEY
                   GO TO 3300-EXIT
           END-READ
           IF NOT FP-STATUS-PAID
                   OR FP-PAYOFF-DATE NOT = WL-SALE-DATE
               GO TO 3300-EXIT
           END-IF
           SET FP-STATUS-OPEN TO TRUE
           MOVE 0 TO FP-PAYOFF-DATE
           REWRITE FLOOR-PLAN-BASE
           MOVE "FLP-STATUS" TO AU-FIELD-NAME
           MOVE "PAID" TO AU-BEFORE-VALUE
           MOVE "OPEN" TO AU-AFTER-VALUE
           MOVE UW-VEHICLE-ID TO AU-VEHICLE-ID
           SET AU-ACTION-CHANGE TO TRUE
           PERFORM 9000-WRITE-AUDIT THRU 9000-EXIT
           MOVE "Y" TO WS-REOPEN-SWITCH
           ADD 1 TO WS-NOTES-REOPENED.
       3300-EXIT.
           EXIT.

      ******************************************************************
      *    3500-RESCIND-DEAL
      *    FLAGS THE DEAL RESCINDED AS OF TODAY AND AUDITS IT.  THE
      *    AUDIT BEFORE-VALUE CARRIES THE HISTORY KEY SO THE MONTH-
      *    END RUNS CAN READ THE DEAL BACK AND REVERSE IT.
      ******************************************************************
       3500-RESCIND-DEAL.
           SET WL-DEAL-RESCINDED TO TRUE
           MOVE WS-SYSTEM-DATE TO WL-RESCIND-DATE
           MOVE WS-WORK-SALE TO SALES-TRANSACTION-RECORD
           REWRITE SALES-TRANSACTION-RECORD
               INVALID KEY
                   DISPLAY "RESCIND REWRITE FAILED FOR "
                       UW-VEHICLE-ID " STATUS " WS-ST-STATUS
                   MOVE 16 TO RETURN-CODE
                   PERFORM 9200-END-RUN-CONTROL THRU 9200-EXIT
                   STOP RUN
           END-REWRITE
           MOVE "DEAL-RESCINDED" TO AU-FIELD-NAME
           MOVE SPACES TO AU-BEFORE-VALUE
           MOVE WL-HIST-KEY TO AU-BEFORE-VALUE
           EVALUATE TRUE
               WHEN UW-REASON-FINANCING
                   MOVE "FINANCING FELL THRU" TO AU-AFTER-VALUE
               WHEN UW-REASON-RETURN
                   MOVE "RETURNED BY BUYER" TO AU-AFTER-VALUE
               WHEN OTHER
                   MOVE "RESCINDED" TO AU-AFTER-VALUE
           END-EVALUATE
           MOVE UW-VEHICLE-ID TO AU-VEHICLE-ID
           SET AU-ACTION-CHANGE TO TRUE
           PERFORM 9000-WRITE-AUDIT THRU 9000-EXIT.
       3500-EXIT.
           EXIT.

      ******************************************************************
      *    3600-CANCEL-SOLD-TITLE
      *    THE UNWOUND DEAL'S SOLD-UNIT TITLE ITEM CARRIES THE DEAL'S
      *    SALE SEQUENCE, SO IT IS READ DIRECTLY.  AN OPEN ITEM IS
      *    CANCELLED - THE UNIT IS OURS AGAIN.  PAPERWORK ALREADY
      *    SENT TO THE STATE IS FLAGGED ON THE REPORT.
      ******************************************************************
       3600-CANCEL-SOLD-TITLE.
           MOVE UW-VEHICLE-ID TO TT-VEHICLE-ID
           SET TT-ITEM-SOLD TO TRUE
           MOVE WL-HIST-SALE-SEQ TO TT-DEAL-SEQ
           READ TITLE-TRACK-FILE
               INVALID KEY
                   GO TO 3600-EXIT
           END-READ
           IF NOT TT-STATUS-OPEN
               GO TO 3600-EXIT
           END-IF
           IF TT-STATE-SENT-DATE > 0
               MOVE "Y" TO WS-TITLE-SENT-SWITCH
           END-IF
           SET TT-STATUS-CANCELLED TO TRUE
           MOVE WS-SYSTEM-DATE TO TT-CLOSED-DATE
           REWRITE TITLE-TRACK-RECORD
               INVALID KEY
                   DISPLAY "TITLE ITEM REWRITE FAILED " UW-VEHICLE-ID
                       " STATUS " WS-TT-STATUS
                   GO TO 3600-EXIT
           END-REWRITE
           MOVE "TITLE-STATUS" TO AU-FIELD-NAME
           MOVE "OPEN" TO AU-BEFORE-VALUE
           MOVE "CANCELLED" TO AU-AFTER-VALUE
           MOVE UW-VEHICLE-ID TO AU-VEHICLE-ID
           SET AU-ACTION-CHANGE TO TRUE
           PERFORM 9000-WRITE-AUDIT THRU 9000-EXIT
           ADD 1 TO WS-TITLES-CANCELLED.
       3600-EXIT.
           EXIT.

      ******************************************************************
      *    4000-UNWIND-TRADE-IN
      *    A TRADE STILL ACTIVE ON THE LOT AND NOT FLOOR-PLANNED IS
      *    HANDED BACK - BACKED OUT OF INVENTORY ENTIRELY.  ANY OTHER
      *    STATE MEANS THE TRADE HAS ALREADY MOVED ON AND IS KEPT;
      *    THE REPORT FLAGS IT SO THE ALLOWANCE IS SETTLED IN CASH.
      *    A TRADE WITH OPEN TITLE WORK IS KEPT THE SAME WAY - ITS
      *    RECORDS ARE NOT PURGED WHILE THE PAPERWORK IS IN FLIGHT.
      *    SO IS A TRADE WITH POSTED COSTS - ITS RECONDITIONING IS
      *    ON THE BOOKS AGAINST ITS VEHICLE-ID AND STAYS WITH THE
      *    UNIT.
      ******************************************************************
       4000-UNWIND-TRADE-IN.
           MOVE WL-TRADE-VEHICLE-ID TO WS-TRADE-ID
           MOVE "N" TO WS-KEEP-SWITCH
           MOVE WS-TRADE-ID TO VM-VEHICLE-ID
           READ VEHICLE-MASTER-FILE
               INVALID KEY
                   MOVE "Y" TO WS-KEEP-SWITCH
           END-READ
           IF NOT WS-KEEP-TRADE
                   AND NOT VM-STATUS-ACTIVE
               MOVE "Y" TO WS-KEEP-SWITCH
           END-IF
           IF NOT WS-KEEP-TRADE AND WS-PLAN-FILE-OPEN
               MOVE WS-TRADE-ID TO FP-VEHICLE-ID
               READ FLOOR-PLAN-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF FP-STATUS-OPEN
                           MOVE "Y" TO WS-KEEP-SWITCH
                       END-IF
               END-READ
           END-IF
           IF NOT WS-KEEP-TRADE AND WS-TITLE-FILE-OPEN
               PERFORM 4050-CHECK-TRADE-TITLE THRU 4050-EXIT
               IF WS-TRADE-TITLE-OPEN
                   MOVE "Y" TO WS-KEEP-SWITCH
               END-IF
           END-IF
           IF NOT WS-KEEP-TRADE AND WS-COST-FILE-OPEN
               PERFORM 4070-CHECK-TRADE-COSTS THRU 4070-EXIT
               IF WS-TRADE-COSTS-POSTED
                   MOVE "Y" TO WS-KEEP-SWITCH
               END-IF
           END-IF
           IF WS-KEEP-TRADE
               SET WL-TRADE-KEPT TO TRUE
               MOVE "TRADE-IN" TO AU-FIELD-NAME
               MOVE "TRADE-IN TAKEN" TO AU-BEFORE-VALUE
               EVALUATE TRUE
                   WHEN WS-TRADE-TITLE-OPEN
                       MOVE "KEPT - TITLE OPEN" TO AU-AFTER-VALUE
                   WHEN WS-TRADE-COSTS-POSTED
                       MOVE "KEPT - COSTS POSTED" TO AU-AFTER-VALUE
                   WHEN OTHER
                       MOVE "KEPT - DEAL UNWOUND" TO AU-AFTER-VALUE
               END-EVALUATE
               MOVE WS-TRADE-ID TO AU-VEHICLE-ID
               SET AU-ACTION-CHANGE TO TRUE
               PERFORM 9000-WRITE-AUDIT THRU 9000-EXIT
               ADD 1 TO WS-TRADES-KEPT
               GO TO 4000-EXIT
           END-IF
           PERFORM 4100-BACK-OUT-TRADE THRU 4100-EXIT.
       4000-EXIT.
           EXIT.

      ******************************************************************
      *    4050-CHECK-TRADE-TITLE
      *    LOOKS FOR ANY OPEN TRADE-IN TITLE ITEM ON THE TRADE - THE
      *    KEY IS UNIT, ITEM TYPE, THEN DEAL SEQUENCE, SO THE SCAN
      *    STARTS ON THE UNIT-PLUS-TYPE PREFIX.
      ******************************************************************
       4050-CHECK-TRADE-TITLE.
           MOVE "N" TO WS-TRADE-TITLE-SWITCH
           MOVE "N" TO WS-SCAN-DONE-SWITCH
           MOVE WS-TRADE-ID TO TT-VEHICLE-ID
           SET TT-ITEM-TRADE TO TRUE
           MOVE 0 TO TT-DEAL-SEQ
           START TITLE-TRACK-FILE KEY >= TT-TITLE-KEY
               INVALID KEY
                   MOVE "Y" TO WS-SCAN-DONE-SWITCH
           END-START
           PERFORM 4060-CHECK-ONE-TITLE THRU 4060-EXIT
               UNTIL WS-SCAN-DONE.
       4050-EXIT.
           EXIT.

       4060-CHECK-ONE-TITLE.
           READ TITLE-TRACK-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-SCAN-DONE-SWITCH
                   GO TO 4060-EXIT
           END-READ
           IF TT-VEHICLE-ID NOT = WS-TRADE-ID
                   OR NOT TT-ITEM-TRADE
               MOVE "Y" TO WS-SCAN-DONE-SWITCH
               GO TO 4060-EXIT
           END-IF
           IF TT-STATUS-OPEN
               MOVE "Y" TO WS-TRADE-TITLE-SWITCH
               MOVE "Y" TO WS-SCAN-DONE-SWITCH
           END-IF.
       4060-EXIT.
           EXIT.

      ******************************************************************
      *    4070-CHECK-TRADE-COSTS
      *    LOOKS FOR ANY POSTED (NOT VOIDED) COST ENTRY ON THE TRADE -
      *    THE KEY IS UNIT THEN COST SEQUENCE, SO THE SCAN STARTS ON
      *    THE UNIT PREFIX.
      ******************************************************************
       4070-CHECK-TRADE-COSTS.
           MOVE "N" TO WS-TRADE-COST-SWITCH
           MOVE "N" TO WS-SCAN-DONE-SWITCH
           MOVE WS-TRADE-ID TO VC-VEHICLE-ID
           MOVE 0 TO VC-COST-SEQ
           START VEHICLE-COST-FILE KEY >= VC-COST-KEY
               INVALID KEY
                   MOVE "Y" TO WS-SCAN-DONE-SWITCH
           END-START
           PERFORM 4080-CHECK-ONE-COST THRU 4080-EXIT
               UNTIL WS-SCAN-DONE.
       4070-EXIT.
           EXIT.

       4080-CHECK-ONE-COST.
           READ VEHICLE-COST-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-SCAN-DONE-SWITCH
                   GO TO 4080-EXIT
           END-READ
           IF VC-VEHICLE-ID NOT = WS-TRADE-ID
               MOVE "Y" TO WS-SCAN-DONE-SWITCH
               GO TO 4080-EXIT
           END-IF
           IF VC-STATUS-POSTED
               MOVE "Y" TO WS-TRADE-COST-SWITCH
               MOVE "Y" TO WS-SCAN-DONE-SWITCH
           END-IF.
       4080-EXIT.
           EXIT.

      ******************************************************************
      *    4100-BACK-OUT-TRADE
      *    DELETES THE TRADE'S DETAIL AND MASTER RECORDS AND ITS VIN
      *    REGISTRATION, AND AUDITS THE DELETE.
      ******************************************************************
       4100-BACK-OUT-TRADE.
           EVALUATE TRUE
               WHEN VM-TYPE-CAR
                   MOVE WS-TRADE-ID TO CD-CAR-ID
                   DELETE CAR-MASTER-FILE
                       INVALID KEY
                           DISPLAY "NO CAR DETAIL FOR TRADE "
                               WS-TRADE-ID
                   END-DELETE
               WHEN VM-TYPE-TRUCK
                   MOVE WS-TRADE-ID TO TD-TRUCK-ID
                   DELETE TRUCK-MASTER-FILE
                       INVALID KEY
                           DISPLAY "NO TRUCK DETAIL FOR TRADE "
                               WS-TRADE-ID
                   END-DELETE
               WHEN VM-TYPE-MOTORCYCLE
                   MOVE WS-TRADE-ID TO BD-BIKE-ID
                   DELETE BIKE-MASTER-FILE
                       INVALID KEY
                           DISPLAY "NO BIKE DETAIL FOR TRADE "
                               WS-TRADE-ID
                   END-DELETE
           END-EVALUATE
           DELETE VEHICLE-MASTER-FILE
               INVALID KEY
                   DISPLAY "TRADE MASTER DELETE FAILED "
                       WS-TRADE-ID " STATUS " WS-VM-STATUS
           END-DELETE
           IF WS-XREF-FILE-OPEN
               PERFORM 4200-DROP-VIN-XREF THRU 4200-EXIT
           END-IF
           SET WL-TRADE-BACKED-OUT TO TRUE
           MOVE "ALL-FIELDS" TO AU-FIELD-NAME
           MOVE "TRADE-IN TAKEN" TO AU-BEFORE-VALUE
           MOVE "TRADE BACKED OUT" TO AU-AFTER-VALUE
           MOVE WS-TRADE-ID TO AU-VEHICLE-ID
           SET AU-ACTION-DELETE TO TRUE
           PERFORM 9000-WRITE-AUDIT THRU 9000-EXIT
           ADD 1 TO WS-TRADES-BACKED-OUT.
       4100-EXIT.
           EXIT.

      ******************************************************************
      *    4200-DROP-VIN-XREF
      *    THE CROSS-REFERENCE IS KEYED BY VIN AND THE DEAL ONLY
      *    KNOWS THE TRADE'S VEHICLE-ID, SO THE REGISTRY IS READ
      *    THROUGH FOR IT.  UNWINDS ARE RARE; THE PASS IS CHEAP.
      ******************************************************************
       4200-DROP-VIN-XREF.
           MOVE "N" TO WS-SCAN-DONE-SWITCH
           MOVE LOW-VALUES TO VX-VIN
           START VIN-XREF-FILE KEY >= VX-VIN
               INVALID KEY
                   MOVE "Y" TO WS-SCAN-DONE-SWITCH
           END-START
           PERFORM 4210-CHECK-ONE-XREF THRU 4210-EXIT
               UNTIL WS-SCAN-DONE.
       4200-EXIT.
           EXIT.

       4210-CHECK-ONE-XREF.
           READ VIN-XREF-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-SCAN-DONE-SWITCH
                   GO TO 4210-EXIT
           END-READ
           IF VX-VEHICLE-ID = WS-TRADE-ID
               DELETE VIN-XREF-FILE
                   INVALID KEY
                       DISPLAY "VIN XREF DELETE FAILED " VX-VIN
               END-DELETE
               MOVE "Y" TO WS-SCAN-DONE-SWITCH
           END-IF.
       4210-EXIT.
           EXIT.

      ******************************************************************
      *    7000-PRINT-UNWIND
      *    ONE REGISTER LINE PER UNWOUND DEAL, PLUS A NOTE LINE FOR
      *    A REOPENED FLOOR-PLAN NOTE, A KEPT TRADE, OR TITLE WORK
      *    ALREADY AT THE STATE - ALL NEED SOMEONE TO PICK UP THE
      *    PHONE.
      ******************************************************************
       7000-PRINT-UNWIND.
           MOVE UW-VEHICLE-ID TO DTL-ID
           MOVE WL-HIST-SALE-SEQ TO DTL-SEQ
           MOVE WL-CUSTOMER-ID TO DTL-CUSTOMER
           MOVE WL-SALE-PRICE TO DTL-PRICE
           IF WS-HOLD-RESTORED
               MOVE "RESERVED" TO DTL-NEW-STATUS
               MOVE "YES" TO DTL-DEPOSIT
           ELSE
               MOVE "ACTIVE" TO DTL-NEW-STATUS
               MOVE "NO" TO DTL-DEPOSIT
           END-IF
           IF WS-NOTE-REOPENED
               MOVE "YES" TO DTL-FLOOR-PLAN
           ELSE
               MOVE "NO" TO DTL-FLOOR-PLAN
           END-IF
           MOVE WL-TRADE-VEHICLE-ID TO DTL-TRADE-ID
           EVALUATE TRUE
               WHEN WL-TRADE-BACKED-OUT
                   MOVE "BACKED OUT" TO DTL-TRADE-DISP
               WHEN WL-TRADE-KEPT
                   MOVE "KEPT" TO DTL-TRADE-DISP
               WHEN OTHER
                   MOVE SPACES TO DTL-TRADE-DISP
           END-EVALUATE
           WRITE UR-LINE FROM DTL-LINE
           IF WS-NOTE-REOPENED
               MOVE FP-LENDER-ID TO NL-LENDER
               MOVE FP-PRINCIPAL TO NL-PRINCIPAL
               WRITE UR-LINE FROM NOTE-LINE
           END-IF
           IF WL-TRADE-KEPT
               MOVE WL-TRADE-VEHICLE-ID TO KL-TRADE-ID
               MOVE WL-TRADE-ALLOWANCE TO KL-ALLOWANCE
               WRITE UR-LINE FROM KEPT-LINE
               IF WS-TRADE-TITLE-OPEN
                   WRITE UR-LINE FROM TITLE-KEPT-LINE
               END-IF
               IF WS-TRADE-COSTS-POSTED
                   WRITE UR-LINE FROM COST-KEPT-LINE
               END-IF
           END-IF
           IF WS-TITLE-ALREADY-SENT
               WRITE UR-LINE FROM TITLE-SENT-LINE
           END-IF.
       7000-EXIT.
           EXIT.

       7100-PRINT-REFUSAL.
           MOVE UW-VEHICLE-ID TO RFL-ID
           MOVE WS-REFUSE-TEXT TO RFL-TEXT
           WRITE UR-LINE FROM REFUSED-LINE
           DISPLAY "UNWIND REFUSED - " UW-VEHICLE-ID " "
               WS-REFUSE-TEXT
           ADD 1 TO WS-REFUSED-COUNT.
       7100-EXIT.
           EXIT.

       8000-TERMINATE.
           IF WS-UNWOUND-COUNT = 0 AND WS-REFUSED-COUNT = 0
               WRITE UR-LINE FROM NO-UNWIND-LINE
           END-IF
           WRITE UR-LINE FROM BLANK-LINE
           MOVE WS-UNWOUND-COUNT TO TL1-COUNT
           WRITE UR-LINE FROM TOT-LINE-1
           MOVE WS-REFUSED-COUNT TO TL2-COUNT
           WRITE UR-LINE FROM TOT-LINE-2
           DISPLAY "DEALS UNWOUND:     " WS-UNWOUND-COUNT
           DISPLAY "UNWINDS REFUSED:   " WS-REFUSED-COUNT
           DISPLAY "HOLDS RESTORED:    " WS-HOLDS-RESTORED
           DISPLAY "NOTES REOPENED:    " WS-NOTES-REOPENED
           DISPLAY "TRADES BACKED OUT: " WS-TRADES-BACKED-OUT
           DISPLAY "TRADES KEPT:       " WS-TRADES-KEPT
           DISPLAY "TITLES CANCELLED:  " WS-TITLES-CANCELLED
           CLOSE UNWIND-TRAN-FILE
           CLOSE VEHICLE-MASTER-FILE
           CLOSE CAR-MASTER-FILE
           CLOSE TRUCK-MASTER-FILE
           CLOSE BIKE-MASTER-FILE
           CLOSE SALES-TRANSACTION-FILE
           IF WS-DEPOSIT-FILE-OPEN
               CLOSE DEPOSIT-MASTER-FILE
           END-IF
           IF WS-PLAN-FILE-OPEN
               CLOSE FLOOR-PLAN-FILE
           END-IF
           IF WS-XREF-FILE-OPEN
               CLOSE VIN-XREF-FILE
           END-IF
           IF WS-TITLE-FILE-OPEN
               CLOSE TITLE-TRACK-FILE
           END-IF
           IF WS-COST-FILE-OPEN
               CLOSE VEHICLE-COST-FILE
           END-IF
           CLOSE AUDIT-LOG-FILE
           CLOSE UNWIND-REPORT-FILE
           MOVE WS-UNWOUND-COUNT TO WS-RC-COUNT
           PERFORM 9200-END-RUN-CONTROL THRU 9200-EXIT.
       8000-EXIT.
           EXIT.

      ******************************************************************
      *    9000-WRITE-AUDIT
      *    STAMPS AND WRITES ONE AUDIT RECORD.  THE CALLER FILLS IN
      *    THE VEHICLE, FIELD NAME, BEFORE/AFTER VALUES, AND ACTION.
      ******************************************************************
       9000-WRITE-AUDIT.
           MOVE WS-SYSTEM-DATE TO AU-RUN-DATE
           MOVE WS-SYSTEM-TIME TO AU-RUN-TIME
           MOVE UW-OPERATOR-ID TO AU-OPERATOR-ID
           WRITE AUDIT-RECORD.
       9000-EXIT.
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
