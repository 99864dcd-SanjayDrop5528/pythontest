      ******************************************************************
      *    PROGRAM-ID. TRADEAPPRAISAL
      *
      *    TRADE-IN AND ACQUISITION APPRAISAL INQUIRY.  GIVEN THE
      *    UNIT ON THE APPRAISAL CARD (APPCARD - TYPE, BRAND, MODEL,
      *    MODEL YEAR, OPTIONALLY A YEAR SPREAD AND THE MILEAGE),
      *    LISTS EVERY COMPARABLE UNIT WE HAVE SOLD, MOST RECENT
      *    SALE FIRST, WITH ITS LISTED PRICE, SALE PRICE,
      *    RECONDITIONING (SL-ACCUM-COST), NET REALIZED (SALE PRICE
      *    LESS RECONDITIONING) AND DAYS ON THE LOT FROM
      *    VM-ACQUISITION-DATE TO THE SALE.  THE SUMMARY GIVES THE
      *    AVERAGE AND RANGE OF NET REALIZED AND THE SUGGESTED
      *    MAXIMUM ALLOWANCE - THE AVERAGE NET REALIZED LESS THE
      *    TARGET MARGIN ON IT.  THE UNITS OF THE SAME DESCRIPTION
      *    IN STOCK NOW ARE LISTED UNDERNEATH.
      *
      *    EVERY LIVE DEAL WE EVER CLOSED IS LOOKED AT:
      *
      *       VEHSALIX - A DEAL ON A UNIT STILL ON THE MASTER TAKES
      *                  THE UNIT'S DESCRIPTION AND ACQUISITION DATE
      *                  FROM THE MASTER, ITS MILEAGE FROM CARMAST.
      *       VEHARCH  - A PURGED UNIT HAS NO MASTER; ITS ARCHIVED
      *                  MASTER, DETAIL AND SALE IMAGES ARE USED.  A
      *                  UNIT RESTORED TO THE MASTER SINCE IS TAKEN
      *                  OFF VEHSALIX ONLY, AND A DEAL ARCHIVED TWICE
      *                  ACROSS A RESTORE IS COUNTED ONCE.
      *
      *    A RESCINDED DEAL IS NOT A SALE AND IS LEFT OUT.  WHEN A
      *    MILEAGE IS GIVEN, A CAR WITH NO MILEAGE ON FILE IS LEFT
      *    OUT AND COUNTED.  DAYS ON LOT USE THE 365/30-DAY
      *    APPROXIMATION THE AGING REPORT USES; A UNIT WITH NO
      *    ACQUISITION DATE, OR ONE RE-ACQUIRED SINCE THE SALE,
      *    SHOWS "--" AND STAYS OUT OF THE AVERAGE DAYS.
      *
      *    OUTPUT IS THE APPRAISAL REPORT (APPRPT).  NOTHING IS
      *    CHANGED.
      *
      *    MOD HISTORY
      *    DATE       INIT  DESCRIPTION
      *    ---------  ----  --------------------------------------------
      *    2026-10-15  DLM  ORIGINAL.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TradeAppraisal.
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
           SELECT APPRAISAL-CARD-FILE ASSIGN "APPCARD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AC-STATUS.

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

           SELECT SALES-TRANSACTION-FILE ASSIGN "VEHSALIX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SL-HIST-KEY
               ALTERNATE RECORD KEY IS SL-CUSTOMER-ID
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS SL-SALE-DATE
                   WITH DUPLICATES
               FILE STATUS IS WS-ST-STATUS.

           SELECT ARCHIVE-FILE ASSIGN "VEHARCH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AR-STATUS.

           SELECT SORT-WORK-FILE ASSIGN "SRTWORK".

           SELECT APPRAISAL-REPORT-FILE ASSIGN "APPRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  APPRAISAL-CARD-FILE.
       01  APPRAISAL-CARD-RECORD.
           COPY APPCARD.

       FD  VEHICLE-MASTER-FILE.
       01  VEHICLE-BASE.
           COPY VEHMAST.

       FD  CAR-MASTER-FILE.
       01  CAR-DETAILS.
           COPY CARDTL.

       FD  SALES-TRANSACTION-FILE.
       01  SALES-TRANSACTION-RECORD.
           COPY SALEREC.

       FD  ARCHIVE-FILE.
       01  ARCHIVE-RECORD.
           COPY ARCREC.

       SD  SORT-WORK-FILE.
       01  SW-RECORD.
           05  SW-SALE-DATE           PIC 9(08).
           05  SW-VEHICLE-ID          PIC 9(05).
           05  SW-YEAR                PIC 9(04).
           05  SW-MILEAGE             PIC 9(06).
           05  SW-MILEAGE-FLAG        PIC X(01).
               88  SW-MILEAGE-KNOWN           VALUE "Y".
           05  SW-LISTED-PRICE        PIC 9(08)V99.
           05  SW-SALE-PRICE          PIC 9(08)V99.
           05  SW-RECON-COST          PIC 9(08)V99.
           05  SW-NET-REALIZED        PIC S9(08)V99.
           05  SW-DAYS-ON-LOT         PIC 9(05).
           05  SW-DAYS-FLAG           PIC X(01).
               88  SW-DAYS-KNOWN              VALUE "Y".
           05  SW-SOURCE              PIC X(01).
               88  SW-FROM-ARCHIVE            VALUE "A".

       FD  APPRAISAL-REPORT-FILE.
       01  AP-LINE                    PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-AC-STATUS               PIC X(02) VALUE "00".
       01  WS-VM-STATUS               PIC X(02) VALUE "00".
       01  WS-CD-STATUS               PIC X(02) VALUE "00".
       01  WS-ST-STATUS               PIC X(02) VALUE "00".
       01  WS-AR-STATUS               PIC X(02) VALUE "00".
       01  WS-AP-STATUS               PIC X(02) VALUE "00".

       01  WS-EOF-SWITCH              PIC X(01) VALUE "N".
           88  WS-END-OF-FILE                 VALUE "Y".
       01  WS-SORT-EOF-SWITCH         PIC X(01) VALUE "N".
           88  WS-SORT-END-OF-FILE            VALUE "Y".
       01  WS-ARCHIVE-OPEN-SWITCH     PIC X(01) VALUE "N".
           88  WS-ARCHIVE-FILE-OPEN           VALUE "Y".
       01  WS-SELECT-SWITCH           PIC X(01) VALUE "N".
           88  WS-UNIT-SELECTED               VALUE "Y".
       01  WS-MILEAGE-SWITCH          PIC X(01) VALUE "N".
           88  WS-MILEAGE-ON-FILE             VALUE "Y".
       01  WS-TAKEN-SWITCH            PIC X(01) VALUE "N".
           88  WS-SALE-TAKEN                  VALUE "Y".

      ******************************************************************
      *    APPRAISAL CRITERIA OFF THE CARD, UPPER-CASED.  THE HOUSE
      *    BAND AND MARGIN STAND IN FOR A ZERO ON THE CARD.
      ******************************************************************
       01  WS-WANT-TYPE               PIC X(01) VALUE SPACE.
           88  WS-WANT-VALID-TYPE             VALUE "C" "T" "M".
       01  WS-WANT-BRAND              PIC X(20) VALUE SPACES.
       01  WS-WANT-MODEL              PIC X(20) VALUE SPACES.
       01  WS-WANT-YEAR               PIC 9(04) VALUE 0.
       01  WS-YEAR-SPREAD             PIC 9(01) VALUE 0.
       01  WS-YEAR-LOW                PIC 9(04) VALUE 0.
       01  WS-YEAR-HIGH               PIC 9(04) VALUE 0.
       01  WS-WANT-MILEAGE            PIC 9(06) VALUE 0.
       01  WS-MILEAGE-BAND            PIC 9(06) VALUE 0.
       01  WS-MILEAGE-LOW             PIC 9(07) VALUE 0.
       01  WS-MILEAGE-HIGH            PIC 9(07) VALUE 0.
       01  WS-MARGIN-PCT              PIC 9(02)V9(01) VALUE 0.

       01  WS-HOUSE-MILEAGE-BAND      PIC 9(06) VALUE 15000.
       01  WS-HOUSE-MARGIN-PCT        PIC 9(02)V9(01) VALUE 15.0.

      ******************************************************************
      *    UNIT UNDER TEST - LOADED FROM THE MASTER OR THE ARCHIVED
      *    MASTER IMAGE BEFORE 2500-TEST-UNIT.
      ******************************************************************
       01  WS-TEST-ID                 PIC 9(05) VALUE 0.
       01  WS-TEST-TYPE               PIC X(01) VALUE SPACE.
       01  WS-TEST-BRAND              PIC X(20) VALUE SPACES.
       01  WS-TEST-MODEL              PIC X(20) VALUE SPACES.
       01  WS-TEST-YEAR               PIC 9(04) VALUE 0.
       01  WS-TEST-MILEAGE            PIC 9(06) VALUE 0.

      ******************************************************************
      *    ARCHIVED DEALS ALREADY TAKEN, BY UNIT AND SALE DATE - A
      *    UNIT PURGED, RESTORED AND PURGED AGAIN CARRIES THE SAME
      *    DEAL ON BOTH ARCHIVE RECORDS.
      ******************************************************************
       01  WS-TAKEN-MAX               PIC 9(05) VALUE 2000.
       01  WS-TAKEN-USED              PIC 9(05) VALUE 0.
       01  WS-TAKEN-LOST              PIC 9(05) VALUE 0.
       01  WS-TAKEN-SUB               PIC 9(05) VALUE 0.
       01  WS-TAKEN-TABLE.
           05  WS-TAKEN-ENTRY OCCURS 2000 TIMES.
               10  WS-TK-VEHICLE-ID   PIC 9(05).
               10  WS-TK-SALE-DATE    PIC 9(08).

       01  WS-SYSTEM-DATE.
           05  WS-SD-YEAR             PIC 9(04).
           05  WS-SD-MONTH            PIC 9(02).
           05  WS-SD-DAY              PIC 9(02).
       01  WS-SYSTEM-DATE-N REDEFINES WS-SYSTEM-DATE
                                      PIC 9(08).

       01  WS-ACQ-DATE.
           05  WS-AQ-YEAR             PIC 9(04).
           05  WS-AQ-MONTH            PIC 9(02).
           05  WS-AQ-DAY              PIC 9(02).
       01  WS-ACQ-DATE-N REDEFINES WS-ACQ-DATE
                                      PIC 9(08).

       01  WS-SALE-DATE.
           05  WS-SL-YEAR             PIC 9(04).
           05  WS-SL-MONTH            PIC 9(02).
           05  WS-SL-DAY              PIC 9(02).
       01  WS-SALE-DATE-N REDEFINES WS-SALE-DATE
                                      PIC 9(08).

       01  WS-TODAY-DAYS              PIC S9(09) VALUE 0.
       01  WS-ACQ-DAYS                PIC S9(09) VALUE 0.
       01  WS-SALE-DAYS               PIC S9(09) VALUE 0.
       01  WS-DAYS-ON-LOT             PIC S9(09) VALUE 0.

      ******************************************************************
      *    COMPARABLE-SALE ACCUMULATORS FOR THE SUMMARY.
      ******************************************************************
       01  WS-COMP-COUNT              PIC 9(05) VALUE 0.
       01  WS-DAYS-COUNT              PIC 9(05) VALUE 0.
       01  WS-TOTAL-SALE              PIC S9(11)V99 VALUE 0.
       01  WS-TOTAL-RECON             PIC S9(11)V99 VALUE 0.
       01  WS-TOTAL-NET               PIC S9(11)V99 VALUE 0.
       01  WS-TOTAL-DAYS              PIC 9(09) VALUE 0.
       01  WS-LOW-NET                 PIC S9(09)V99 VALUE 0.
       01  WS-HIGH-NET                PIC S9(09)V99 VALUE 0.
       01  WS-AVG-SALE                PIC S9(09)V99 VALUE 0.
       01  WS-AVG-RECON               PIC S9(09)V99 VALUE 0.
       01  WS-AVG-NET                 PIC S9(09)V99 VALUE 0.
       01  WS-AVG-DAYS                PIC 9(05) VALUE 0.
       01  WS-MAX-ALLOWANCE           PIC S9(09)V99 VALUE 0.

       01  WS-SALES-READ              PIC 9(05) VALUE 0.
       01  WS-ARCHIVE-READ            PIC 9(05) VALUE 0.
       01  WS-MASTER-READ             PIC 9(05) VALUE 0.
       01  WS-LIVE-COUNT              PIC 9(05) VALUE 0.
       01  WS-ARCHIVED-COUNT          PIC 9(05) VALUE 0.
       01  WS-NO-MILEAGE-COUNT        PIC 9(05) VALUE 0.
       01  WS-STOCK-COUNT             PIC 9(05) VALUE 0.

       01  WS-DAYS-EDIT               PIC ZZZ9.
       01  WS-MILEAGE-EDIT            PIC ZZZ,ZZ9.

       01  WS-OPEN-CHECK-STATUS       PIC X(02) VALUE "00".
       01  WS-OPEN-FILE-NAME          PIC X(21) VALUE SPACES.

      ******************************************************************
      *    THE ARCHIVE RECORD CARRIES THE MASTER, DETAIL AND SALE
      *    RECORDS AS FLAT IMAGES - THEY ARE UNPACKED INTO THESE WORK
      *    RECORDS BEFORE THE SELECTION TEST, THE SAME AS
      *    ARCHIVEINQUIRY.
      ******************************************************************
       01  ARCHIVED-MASTER.
           COPY VEHMAST REPLACING LEADING ==VM== BY ==AM==.

       01  ARCHIVED-CAR.
           COPY CARDTL REPLACING LEADING ==CD== BY ==AD==.

       01  ARCHIVED-SALE.
           COPY SALEREC REPLACING LEADING ==SL== BY ==AS==.

       01  HDR-LINE-1                 PIC X(80) VALUE
           "          TRADE APPRAISAL - COMPARABLE SALES".
       01  HDR-LINE-2.
           05  FILLER                 PIC X(06) VALUE "DATE: ".
           05  HL2-DATE               PIC 9999/99/99.
           05  FILLER                 PIC X(64) VALUE SPACES.
       01  HDR-LINE-3.
           05  FILLER                 PIC X(06) VALUE "UNIT: ".
           05  HL3-TYPE               PIC X(01).
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  HL3-YEAR               PIC 9(04).
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  HL3-BRAND              PIC X(20).
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  HL3-MODEL              PIC X(20).
           05  FILLER                 PIC X(26) VALUE SPACES.
       01  HDR-LINE-4.
           05  FILLER                 PIC X(07) VALUE "YEARS: ".
           05  HL4-YEAR-LOW           PIC 9(04).
           05  FILLER                 PIC X(01) VALUE "-".
           05  HL4-YEAR-HIGH          PIC 9(04).
           05  FILLER                 PIC X(11) VALUE "  MILEAGE: ".
           05  HL4-MILEAGE-RANGE.
               10  HL4-MILEAGE-LOW    PIC Z,ZZZ,ZZ9.
               10  FILLER             PIC X(01) VALUE "-".
               10  HL4-MILEAGE-HIGH   PIC Z,ZZZ,ZZ9.
           05  HL4-MILEAGE-ANY REDEFINES HL4-MILEAGE-RANGE
                                      PIC X(19).
           05  FILLER                 PIC X(10) VALUE "  MARGIN: ".
           05  HL4-MARGIN             PIC Z9.9.
           05  FILLER                 PIC X(01) VALUE "%".
           05  FILLER                 PIC X(19) VALUE SPACES.

       01  COMP-TITLE-LINE            PIC X(80) VALUE
           "  COMPARABLE SOLD UNITS - MOST RECENT SALE FIRST".
       01  COMP-COL-HDR-LINE.
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  FILLER                 PIC X(05) VALUE "   ID".
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  FILLER                 PIC X(04) VALUE "YEAR".
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  FILLER                 PIC X(10) VALUE " SALE DATE".
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  FILLER                 PIC X(07) VALUE "  MILES".
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  FILLER                 PIC X(10) VALUE "    LISTED".
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  FILLER                 PIC X(10) VALUE "      SOLD".
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  FILLER                 PIC X(07) VALUE "  RECON".
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  FILLER                 PIC X(10) VALUE "  NET REAL".
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  FILLER                 PIC X(04) VALUE "DAYS".
           05  FILLER                 PIC X(04) VALUE SPACES.

       01  COMP-DTL-LINE.
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  CDL-VEHICLE-ID         PIC 9(05).
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  CDL-YEAR               PIC 9(04).
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  CDL-SALE-DATE          PIC 9999/99/99.
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  CDL-MILEAGE            PIC X(07).
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  CDL-LISTED             PIC ZZ,ZZZ,ZZ9.
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  CDL-SOLD               PIC ZZ,ZZZ,ZZ9.
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  CDL-RECON              PIC ZZZ,ZZ9.
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  CDL-NET                PIC -Z,ZZZ,ZZ9.
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  CDL-DAYS               PIC X(04).
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  CDL-SOURCE             PIC X(01).
           05  FILLER                 PIC X(02) VALUE SPACES.

       01  COMP-LEGEND-LINE-1         PIC X(80) VALUE
           "  NET REAL = SOLD LESS RECON.  DAYS = ACQUIRED TO SOLD.".
       01  COMP-LEGEND-LINE-2         PIC X(80) VALUE
           "  A = UNIT SINCE PURGED TO THE ARCHIVE.".

       01  STOCK-TITLE-LINE           PIC X(80) VALUE
           "  IN STOCK NOW - SAME DESCRIPTION".
       01  STOCK-COL-HDR-LINE.
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  FILLER                 PIC X(05) VALUE "   ID".
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  FILLER                 PIC X(04) VALUE "YEAR".
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  FILLER                 PIC X(07) VALUE "  MILES".
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  FILLER                 PIC X(03) VALUE "LOT".
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  FILLER                 PIC X(10) VALUE "STATUS".
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  FILLER                 PIC X(10) VALUE "    LISTED".
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  FILLER                 PIC X(04) VALUE "DAYS".
           05  FILLER                 PIC X(30) VALUE SPACES.

       01  STOCK-DTL-LINE.
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  SDL-VEHICLE-ID         PIC 9(05).
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  SDL-YEAR               PIC 9(04).
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  SDL-MILEAGE            PIC X(07).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  SDL-LOT                PIC X(01).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  SDL-STATUS             PIC X(10).
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  SDL-LISTED             PIC ZZ,ZZZ,ZZ9.
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  SDL-DAYS               PIC X(04).
           05  FILLER                 PIC X(30) VALUE SPACES.

       01  SUM-COUNT-LINE.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  SCL-TITLE              PIC X(30).
           05  SCL-COUNT              PIC ZZ,ZZ9.

       01  SUM-AMOUNT-LINE.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  SAL-TITLE              PIC X(30).
           05  SAL-AMOUNT             PIC -$$,$$$,$$9.99.

       01  SUM-MARGIN-LINE.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  FILLER                 PIC X(30) VALUE
               "TARGET MARGIN PERCENT........:".
           05  SML-MARGIN             PIC ZZ9.9.

       01  NO-COMPS-LINE              PIC X(80) VALUE
           "  NO COMPARABLE SALES ON FILE - NO ALLOWANCE SUGGESTED.".
       01  NO-STOCK-LINE              PIC X(80) VALUE
           "  NONE IN STOCK.".

       01  BLANK-LINE                 PIC X(80) VALUE SPACES.

      ******************************************************************
      *    RUN-CONTROL INTERFACE FIELDS - SEE RUNCONTROL FOR THE
      *    GUARD CODES AND THE START/END RECORD LAYOUT.
      ******************************************************************
       01  WS-RC-FUNCTION             PIC X(01) VALUE SPACE.
       01  WS-RC-PROGRAM              PIC X(16) VALUE "TRADEAPPRAISAL".
       01  WS-RC-GUARD                PIC X(01) VALUE "L".
       01  WS-RC-COUNT                PIC 9(07) VALUE 0.
       01  WS-RC-RETCODE              PIC 9(02) VALUE 0.
       01  WS-RC-RESULT               PIC X(01) VALUE SPACE.
           88  WS-RC-DENIED                   VALUE "D".
       01  WS-RC-TEXT                 PIC X(40) VALUE SPACES.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           SORT SORT-WORK-FILE
               ON DESCENDING KEY SW-SALE-DATE
               ON ASCENDING KEY SW-VEHICLE-ID
               INPUT PROCEDURE IS 2000-SELECT-SALES
                   THRU 2000-EXIT
               OUTPUT PROCEDURE IS 5000-PRINT-SORTED
                   THRU 5000-EXIT
           PERFORM 6000-PRINT-SUMMARY THRU 6000-EXIT
           PERFORM 7000-PRINT-STOCK THRU 7000-EXIT
           PERFORM 8000-TERMINATE THRU 8000-EXIT
           STOP RUN.

       1000-INITIALIZE.
           PERFORM 9100-START-RUN-CONTROL THRU 9100-EXIT
           ACCEPT WS-SYSTEM-DATE FROM DATE YYYYMMDD
           COMPUTE WS-TODAY-DAYS =
               WS-SD-YEAR * 365 + WS-SD-MONTH * 30 + WS-SD-DAY
           OPEN INPUT APPRAISAL-CARD-FILE
           MOVE "APPRAISAL-CARD-FILE" TO WS-OPEN-FILE-NAME
           MOVE WS-AC-STATUS TO WS-OPEN-CHECK-STATUS
           PERFORM 1050-CHECK-REQUIRED-OPEN THRU 1050-EXIT
           PERFORM 1100-READ-APPRAISAL-CARD THRU 1100-EXIT
           CLOSE APPRAISAL-CARD-FILE
           OPEN INPUT VEHICLE-MASTER-FILE
           MOVE "VEHICLE-MASTER-FILE" TO WS-OPEN-FILE-NAME
           MOVE WS-VM-STATUS TO WS-OPEN-CHECK-STATUS
           PERFORM 1050-CHECK-REQUIRED-OPEN THRU 1050-EXIT
           OPEN INPUT CAR-MASTER-FILE
           MOVE "CAR-MASTER-FILE" TO WS-OPEN-FILE-NAME
           MOVE WS-CD-STATUS TO WS-OPEN-CHECK-STATUS
           PERFORM 1050-CHECK-REQUIRED-OPEN THRU 1050-EXIT
           OPEN INPUT SALES-TRANSACTION-FILE
           MOVE "SALES-TRANSACTION-FILE" TO WS-OPEN-FILE-NAME
           MOVE WS-ST-STATUS TO WS-OPEN-CHECK-STATUS
           PERFORM 1050-CHECK-REQUIRED-OPEN THRU 1050-EXIT
           OPEN OUTPUT APPRAISAL-REPORT-FILE
           MOVE "APPRAISAL-REPORT-FILE" TO WS-OPEN-FILE-NAME
           MOVE WS-AP-STATUS TO WS-OPEN-CHECK-STATUS
           PERFORM 1050-CHECK-REQUIRED-OPEN THRU 1050-EXIT
           PERFORM 1300-OPEN-ARCHIVE THRU 1300-EXIT
           MOVE WS-SYSTEM-DATE TO HL2-DATE
           MOVE WS-WANT-TYPE TO HL3-TYPE
           MOVE WS-WANT-YEAR TO HL3-YEAR
           MOVE WS-WANT-BRAND TO HL3-BRAND
           MOVE WS-WANT-MODEL TO HL3-MODEL
           MOVE WS-YEAR-LOW TO HL4-YEAR-LOW
           MOVE WS-YEAR-HIGH TO HL4-YEAR-HIGH
           IF WS-WANT-MILEAGE = 0
               MOVE "ANY" TO HL4-MILEAGE-ANY
           ELSE
               MOVE WS-MILEAGE-LOW TO HL4-MILEAGE-LOW
               MOVE WS-MILEAGE-HIGH TO HL4-MILEAGE-HIGH
           END-IF
           MOVE WS-MARGIN-PCT TO HL4-MARGIN
           WRITE AP-LINE FROM HDR-LINE-1
           WRITE AP-LINE FROM HDR-LINE-2
           WRITE AP-LINE FROM HDR-LINE-3
           WRITE AP-LINE FROM HDR-LINE-4
           WRITE AP-LINE FROM BLANK-LINE.
       1000-EXIT.
           EXIT.

      ******************************************************************
      *    1050-CHECK-REQUIRED-OPEN
      *    A FAILED OPEN ON ANY OF THE FILES THIS RUN DEPENDS ON IS
      *    FATAL - AN APPRAISAL OFF PART OF THE HISTORY WOULD
      *    MISLEAD.
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
      *    1100-READ-APPRAISAL-CARD
      *    TYPE, BRAND, MODEL AND YEAR ARE REQUIRED - A CARD WITHOUT
      *    THEM IS REFUSED.  BRAND AND MODEL ARE UPPER-CASED SO THE
      *    CARD MATCHES HOWEVER IT WAS KEYED.  A MILEAGE ON ANYTHING
      *    BUT A CAR IS IGNORED - ONLY CARS CARRY MILEAGE ON FILE.
      ******************************************************************
       1100-READ-APPRAISAL-CARD.
           READ APPRAISAL-CARD-FILE
               AT END
                   DISPLAY "APPRAISAL CARD REFUSED - NO CARD"
                   MOVE 12 TO RETURN-CODE
                   PERFORM 9200-END-RUN-CONTROL THRU 9200-EXIT
                   STOP RUN
           END-READ
           MOVE AP-VEHICLE-TYPE-CODE TO WS-WANT-TYPE
           MOVE AP-BRAND TO WS-WANT-BRAND
           MOVE AP-MODEL TO WS-WANT-MODEL
           INSPECT WS-WANT-TYPE CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           INSPECT WS-WANT-BRAND CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           INSPECT WS-WANT-MODEL CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           IF AP-YEAR NUMERIC
               MOVE AP-YEAR TO WS-WANT-YEAR
           END-IF
           IF NOT WS-WANT-VALID-TYPE
                   OR WS-WANT-BRAND = SPACES
                   OR WS-WANT-MODEL = SPACES
                   OR WS-WANT-YEAR = 0
               DISPLAY "APPRAISAL CARD REFUSED - TYPE, BRAND, MODEL "
                   "AND YEAR ARE REQUIRED"
               MOVE 12 TO RETURN-CODE
               PERFORM 9200-END-RUN-CONTROL THRU 9200-EXIT
               STOP RUN
           END-IF
           IF AP-YEAR-SPREAD NUMERIC
               MOVE AP-YEAR-SPREAD TO WS-YEAR-SPREAD
           END-IF
           COMPUTE WS-YEAR-LOW = WS-WANT-YEAR - WS-YEAR-SPREAD
           COMPUTE WS-YEAR-HIGH = WS-WANT-YEAR + WS-YEAR-SPREAD
           IF AP-MILEAGE NUMERIC
               MOVE AP-MILEAGE TO WS-WANT-MILEAGE
           END-IF
           IF WS-WANT-MILEAGE > 0 AND WS-WANT-TYPE NOT = "C"
               DISPLAY "MILEAGE IGNORED - ONLY CARS CARRY MILEAGE"
               MOVE 0 TO WS-WANT-MILEAGE
           END-IF
           MOVE WS-HOUSE-MILEAGE-BAND TO WS-MILEAGE-BAND
           IF AP-MILEAGE-BAND NUMERIC
                   AND AP-MILEAGE-BAND > 0
               MOVE AP-MILEAGE-BAND TO WS-MILEAGE-BAND
           END-IF
           IF WS-WANT-MILEAGE > WS-MILEAGE-BAND
               COMPUTE WS-MILEAGE-LOW =
                   WS-WANT-MILEAGE - WS-MILEAGE-BAND
           ELSE
               MOVE 0 TO WS-MILEAGE-LOW
           END-IF
           COMPUTE WS-MILEAGE-HIGH = WS-WANT-MILEAGE + WS-MILEAGE-BAND
           MOVE WS-HOUSE-MARGIN-PCT TO WS-MARGIN-PCT
           IF AP-TARGET-MARGIN-PCT NUMERIC
                   AND AP-TARGET-MARGIN-PCT > 0
               MOVE AP-TARGET-MARGIN-PCT TO WS-MARGIN-PCT
           END-IF.
       1100-EXIT.
           EXIT.

      ******************************************************************
      *    1300-OPEN-ARCHIVE
      *    WITHOUT THE ARCHIVE THE APPRAISAL RUNS OFF THE UNITS STILL
      *    ON THE MASTER - SAY SO, SINCE THE OLDER HISTORY IS MISSING.
      ******************************************************************
       1300-OPEN-ARCHIVE.
           OPEN INPUT ARCHIVE-FILE
           IF WS-AR-STATUS NOT = "00"
               DISPLAY "NO ARCHIVE FILE - PURGED SALES SKIPPED"
               GO TO 1300-EXIT
           END-IF
           SET WS-ARCHIVE-FILE-OPEN TO TRUE.
       1300-EXIT.
           EXIT.

      ******************************************************************
      *    2000-SELECT-SALES
      *    SORT INPUT PROCEDURE.  ONE PASS OF THE SALES HISTORY FOR
      *    THE UNITS STILL ON THE MASTER, THEN ONE PASS OF THE
      *    ARCHIVE FOR THE UNITS PURGED OFF IT.
      ******************************************************************
       2000-SELECT-SALES.
           MOVE "N" TO WS-EOF-SWITCH
           MOVE 0 TO SL-HIST-VEHICLE-ID
           MOVE 0 TO SL-HIST-SALE-SEQ
           START SALES-TRANSACTION-FILE KEY >= SL-HIST-KEY
               INVALID KEY
                   SET WS-END-OF-FILE TO TRUE
           END-START
           IF NOT WS-END-OF-FILE
               PERFORM 2100-READ-SALE THRU 2100-EXIT
           END-IF
           PERFORM 2200-SELECT-LIVE-SALE THRU 2200-EXIT
               UNTIL WS-END-OF-FILE
           IF WS-ARCHIVE-FILE-OPEN
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM 3100-READ-ARCHIVE THRU 3100-EXIT
               PERFORM 3000-SELECT-ARCHIVED-SALE THRU 3000-EXIT
                   UNTIL WS-END-OF-FILE
           END-IF.
       2000-EXIT.
           EXIT.

       2100-READ-SALE.
           READ SALES-TRANSACTION-FILE NEXT RECORD
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.
       2100-EXIT.
           EXIT.

      ******************************************************************
      *    2200-SELECT-LIVE-SALE
      *    A DEAL WHOSE UNIT IS NO LONGER ON THE MASTER BELONGS TO A
      *    PURGED UNIT - THE ARCHIVE PASS TAKES IT, WITH THE UNIT'S
      *    DESCRIPTION OFF THE ARCHIVED IMAGES.
      ******************************************************************
       2200-SELECT-LIVE-SALE.
           ADD 1 TO WS-SALES-READ
           IF SL-DEAL-RESCINDED
               GO TO 2200-NEXT
           END-IF
           MOVE SL-VEHICLE-ID TO VM-VEHICLE-ID
           READ VEHICLE-MASTER-FILE
               INVALID KEY
                   GO TO 2200-NEXT
           END-READ
           MOVE VM-VEHICLE-ID TO WS-TEST-ID
           MOVE VM-VEHICLE-TYPE-CODE TO WS-TEST-TYPE
           MOVE VM-VEHICLE-BRAND TO WS-TEST-BRAND
           MOVE VM-VEHICLE-MODEL TO WS-TEST-MODEL
           MOVE VM-VEHICLE-YEAR TO WS-TEST-YEAR
           PERFORM 2500-TEST-UNIT THRU 2500-EXIT
           IF NOT WS-UNIT-SELECTED
               GO TO 2200-NEXT
           END-IF
           PERFORM 2300-GET-CAR-MILEAGE THRU 2300-EXIT
           PERFORM 2600-TEST-MILEAGE THRU 2600-EXIT
           IF NOT WS-UNIT-SELECTED
               GO TO 2200-NEXT
           END-IF
           MOVE SL-SALE-DATE TO SW-SALE-DATE
           MOVE SL-VEHICLE-ID TO SW-VEHICLE-ID
           MOVE VM-VEHICLE-YEAR TO SW-YEAR
           MOVE SL-ORIGINAL-PRICE TO SW-LISTED-PRICE
           MOVE SL-SALE-PRICE TO SW-SALE-PRICE
           MOVE SL-ACCUM-COST TO SW-RECON-COST
           MOVE "L" TO SW-SOURCE
           MOVE VM-ACQUISITION-DATE TO WS-ACQ-DATE-N
           PERFORM 2700-RELEASE-COMPARABLE THRU 2700-EXIT
           ADD 1 TO WS-LIVE-COUNT.
       2200-NEXT.
           PERFORM 2100-READ-SALE THRU 2100-EXIT.
       2200-EXIT.
           EXIT.

      ******************************************************************
      *    2300-GET-CAR-MILEAGE
      *    SETS WS-MILEAGE-ON-FILE AND WS-TEST-MILEAGE FROM CARMAST
      *    FOR A CAR.  TRUCKS AND BIKES CARRY NO MILEAGE.
      ******************************************************************
       2300-GET-CAR-MILEAGE.
           MOVE "N" TO WS-MILEAGE-SWITCH
           MOVE 0 TO WS-TEST-MILEAGE
           IF WS-TEST-TYPE NOT = "C"
               GO TO 2300-EXIT
           END-IF
           MOVE WS-TEST-ID TO CD-CAR-ID
           READ CAR-MASTER-FILE
               INVALID KEY
                   GO TO 2300-EXIT
           END-READ
           IF CD-MILEAGE NUMERIC
               MOVE CD-MILEAGE TO WS-TEST-MILEAGE
               SET WS-MILEAGE-ON-FILE TO TRUE
           END-IF.
       2300-EXIT.
           EXIT.

      ******************************************************************
      *    2500-TEST-UNIT
      *    SELECTS THE UNIT IN WS-TEST-xxx WHEN IT IS THE SAME TYPE,
      *    BRAND AND MODEL AS THE CARD AND ITS YEAR IS INSIDE THE
      *    SPREAD.
      ******************************************************************
       2500-TEST-UNIT.
           MOVE "N" TO WS-SELECT-SWITCH
           INSPECT WS-TEST-BRAND CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           INSPECT WS-TEST-MODEL CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           IF WS-TEST-TYPE = WS-WANT-TYPE
                   AND WS-TEST-BRAND = WS-WANT-BRAND
                   AND WS-TEST-MODEL = WS-WANT-MODEL
                   AND WS-TEST-YEAR NOT < WS-YEAR-LOW
                   AND WS-TEST-YEAR NOT > WS-YEAR-HIGH
               SET WS-UNIT-SELECTED TO TRUE
           END-IF.
       2500-EXIT.
           EXIT.

      ******************************************************************
      *    2600-TEST-MILEAGE
      *    WITH A MILEAGE ON THE CARD, DROPS A UNIT OUTSIDE THE BAND
      *    AND A UNIT WITH NO MILEAGE ON FILE (COUNTED).
      ******************************************************************
       2600-TEST-MILEAGE.
           IF WS-WANT-MILEAGE = 0
               GO TO 2600-EXIT
           END-IF
           IF NOT WS-MILEAGE-ON-FILE
               MOVE "N" TO WS-SELECT-SWITCH
               ADD 1 TO WS-NO-MILEAGE-COUNT
               GO TO 2600-EXIT
           END-IF
           IF WS-TEST-MILEAGE < WS-MILEAGE-LOW
                   OR WS-TEST-MILEAGE > WS-MILEAGE-HIGH
               MOVE "N" TO WS-SELECT-SWITCH
           END-IF.
       2600-EXIT.
           EXIT.

      ******************************************************************
      *    2700-RELEASE-COMPARABLE
      *    THE CALLER HAS LOADED THE SORT RECORD'S SALE FIELDS AND
      *    WS-ACQ-DATE-N.  FIGURES DAYS ON LOT AND NET REALIZED AND
      *    RELEASES THE RECORD.  DAYS ARE UNKNOWN WITH NO ACQUISITION
      *    DATE OR ONE AFTER THE SALE (THE UNIT CAME BACK TO US
      *    SINCE AND THE MASTER CARRIES THE LATER DATE).
      ******************************************************************
       2700-RELEASE-COMPARABLE.
           IF WS-MILEAGE-ON-FILE
               MOVE WS-TEST-MILEAGE TO SW-MILEAGE
               MOVE "Y" TO SW-MILEAGE-FLAG
           ELSE
               MOVE 0 TO SW-MILEAGE
               MOVE "N" TO SW-MILEAGE-FLAG
           END-IF
           MOVE 0 TO SW-DAYS-ON-LOT
           MOVE "N" TO SW-DAYS-FLAG
           MOVE SW-SALE-DATE TO WS-SALE-DATE-N
           IF WS-ACQ-DATE-N > 0
                   AND WS-ACQ-DATE-N NOT > WS-SALE-DATE-N
               COMPUTE WS-ACQ-DAYS =
                   WS-AQ-YEAR * 365 + WS-AQ-MONTH * 30 + WS-AQ-DAY
               COMPUTE WS-SALE-DAYS =
                   WS-SL-YEAR * 365 + WS-SL-MONTH * 30 + WS-SL-DAY
               COMPUTE WS-DAYS-ON-LOT = WS-SALE-DAYS - WS-ACQ-DAYS
               IF WS-DAYS-ON-LOT < 0
                   MOVE 0 TO WS-DAYS-ON-LOT
               END-IF
               MOVE WS-DAYS-ON-LOT TO SW-DAYS-ON-LOT
               MOVE "Y" TO SW-DAYS-FLAG
           END-IF
           COMPUTE SW-NET-REALIZED = SW-SALE-PRICE - SW-RECON-COST
           RELEASE SW-RECORD.
       2700-EXIT.
           EXIT.

      ******************************************************************
      *    3000-SELECT-ARCHIVED-SALE
      *    A SELECTED PURGED UNIT GIVES THE DEAL ARCHIVED WITH IT.
      *    A UNIT BACK ON THE MASTER WAS TAKEN OFF THE SALES HISTORY
      *    AND IS SKIPPED, AS IS A DEAL ALREADY TAKEN OFF AN EARLIER
      *    ARCHIVE RECORD.
      ******************************************************************
       3000-SELECT-ARCHIVED-SALE.
           ADD 1 TO WS-ARCHIVE-READ
           MOVE AR-MASTER-IMAGE TO ARCHIVED-MASTER
           MOVE AR-SALE-IMAGE TO ARCHIVED-SALE
           IF AS-DEAL-RESCINDED
               GO TO 3000-NEXT
           END-IF
      *    A SALE ARCHIVED OFF AN OLDER LOG RECORD CAN CARRY SPACES
      *    IN THE PRICE AND COST FIELDS - TREAT THEM AS ZERO.
           IF AS-ORIGINAL-PRICE NOT NUMERIC
               MOVE 0 TO AS-ORIGINAL-PRICE
           END-IF
           IF AS-ACCUM-COST NOT NUMERIC
               MOVE 0 TO AS-ACCUM-COST
           END-IF
           IF AM-ACQUISITION-DATE NOT NUMERIC
               MOVE 0 TO AM-ACQUISITION-DATE
           END-IF
           MOVE AR-VEHICLE-ID TO WS-TEST-ID
           MOVE AM-VEHICLE-TYPE-CODE TO WS-TEST-TYPE
           MOVE AM-VEHICLE-BRAND TO WS-TEST-BRAND
           MOVE AM-VEHICLE-MODEL TO WS-TEST-MODEL
           MOVE AM-VEHICLE-YEAR TO WS-TEST-YEAR
           PERFORM 2500-TEST-UNIT THRU 2500-EXIT
           IF NOT WS-UNIT-SELECTED
               GO TO 3000-NEXT
           END-IF
           MOVE AR-VEHICLE-ID TO VM-VEHICLE-ID
           READ VEHICLE-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   GO TO 3000-NEXT
           END-READ
           MOVE "N" TO WS-TAKEN-SWITCH
           MOVE 1 TO WS-TAKEN-SUB
           PERFORM 3200-FIND-TAKEN-SALE THRU 3200-EXIT
               UNTIL WS-TAKEN-SUB > WS-TAKEN-USED
           IF WS-SALE-TAKEN
               GO TO 3000-NEXT
           END-IF
           PERFORM 3300-GET-ARCHIVED-MILEAGE THRU 3300-EXIT
           PERFORM 2600-TEST-MILEAGE THRU 2600-EXIT
           IF NOT WS-UNIT-SELECTED
               GO TO 3000-NEXT
           END-IF
           IF WS-TAKEN-USED NOT < WS-TAKEN-MAX
               ADD 1 TO WS-TAKEN-LOST
           ELSE
               ADD 1 TO WS-TAKEN-USED
               MOVE AR-VEHICLE-ID TO WS-TK-VEHICLE-ID(WS-TAKEN-USED)
               MOVE AS-SALE-DATE TO WS-TK-SALE-DATE(WS-TAKEN-USED)
           END-IF
           MOVE AS-SALE-DATE TO SW-SALE-DATE
           MOVE AR-VEHICLE-ID TO SW-VEHICLE-ID
           MOVE AM-VEHICLE-YEAR TO SW-YEAR
           MOVE AS-ORIGINAL-PRICE TO SW-LISTED-PRICE
           MOVE AS-SALE-PRICE TO SW-SALE-PRICE
           MOVE AS-ACCUM-COST TO SW-RECON-COST
           MOVE "A" TO SW-SOURCE
           MOVE AM-ACQUISITION-DATE TO WS-ACQ-DATE-N
           PERFORM 2700-RELEASE-COMPARABLE THRU 2700-EXIT
           ADD 1 TO WS-ARCHIVED-COUNT.
       3000-NEXT.
           PERFORM 3100-READ-ARCHIVE THRU 3100-EXIT.
       3000-EXIT.
           EXIT.

       3100-READ-ARCHIVE.
           READ ARCHIVE-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.
       3100-EXIT.
           EXIT.

      ******************************************************************
      *    3200-FIND-TAKEN-SALE
      *    SETS WS-SALE-TAKEN AND ENDS THE SCAN WHEN THE ARCHIVED
      *    DEAL IS ALREADY IN THE TABLE.
      ******************************************************************
       3200-FIND-TAKEN-SALE.
           IF WS-TK-VEHICLE-ID(WS-TAKEN-SUB) = AR-VEHICLE-ID
                   AND WS-TK-SALE-DATE(WS-TAKEN-SUB) = AS-SALE-DATE
               SET WS-SALE-TAKEN TO TRUE
               COMPUTE WS-TAKEN-SUB = WS-TAKEN-USED + 1
               GO TO 3200-EXIT
           END-IF
           ADD 1 TO WS-TAKEN-SUB.
       3200-EXIT.
           EXIT.

      ******************************************************************
      *    3300-GET-ARCHIVED-MILEAGE
      *    A PURGED CAR'S MILEAGE COMES OFF THE ARCHIVED DETAIL IMAGE.
      ******************************************************************
       3300-GET-ARCHIVED-MILEAGE.
           MOVE "N" TO WS-MILEAGE-SWITCH
           MOVE 0 TO WS-TEST-MILEAGE
           IF AR-VEHICLE-TYPE-CODE NOT = "C"
               GO TO 3300-EXIT
           END-IF
           MOVE AR-DETAIL-IMAGE TO ARCHIVED-CAR
           IF AD-MILEAGE NUMERIC
               MOVE AD-MILEAGE TO WS-TEST-MILEAGE
               SET WS-MILEAGE-ON-FILE TO TRUE
           END-IF.
       3300-EXIT.
           EXIT.

      ******************************************************************
      *    5000-PRINT-SORTED
      *    SORT OUTPUT PROCEDURE.  PRINTS EACH COMPARABLE AND
      *    ACCUMULATES THE SUMMARY FIGURES.
      ******************************************************************
       5000-PRINT-SORTED.
           WRITE AP-LINE FROM COMP-TITLE-LINE
           WRITE AP-LINE FROM BLANK-LINE
           WRITE AP-LINE FROM COMP-COL-HDR-LINE
           PERFORM 5200-RETURN-SORTED THRU 5200-EXIT
           PERFORM 5100-PRINT-ONE THRU 5100-EXIT
               UNTIL WS-SORT-END-OF-FILE.
       5000-EXIT.
           EXIT.

       5100-PRINT-ONE.
           ADD 1 TO WS-COMP-COUNT
           ADD SW-SALE-PRICE TO WS-TOTAL-SALE
           ADD SW-RECON-COST TO WS-TOTAL-RECON
           ADD SW-NET-REALIZED TO WS-TOTAL-NET
           IF WS-COMP-COUNT = 1
                   OR SW-NET-REALIZED < WS-LOW-NET
               MOVE SW-NET-REALIZED TO WS-LOW-NET
           END-IF
           IF WS-COMP-COUNT = 1
                   OR SW-NET-REALIZED > WS-HIGH-NET
               MOVE SW-NET-REALIZED TO WS-HIGH-NET
           END-IF
           MOVE SW-VEHICLE-ID TO CDL-VEHICLE-ID
           MOVE SW-YEAR TO CDL-YEAR
           MOVE SW-SALE-DATE TO CDL-SALE-DATE
           IF SW-MILEAGE-KNOWN
               MOVE SW-MILEAGE TO WS-MILEAGE-EDIT
               MOVE WS-MILEAGE-EDIT TO CDL-MILEAGE
           ELSE
               MOVE "     --" TO CDL-MILEAGE
           END-IF
           MOVE SW-LISTED-PRICE TO CDL-LISTED
           MOVE SW-SALE-PRICE TO CDL-SOLD
           MOVE SW-RECON-COST TO CDL-RECON
           MOVE SW-NET-REALIZED TO CDL-NET
           IF SW-DAYS-KNOWN
               ADD 1 TO WS-DAYS-COUNT
               ADD SW-DAYS-ON-LOT TO WS-TOTAL-DAYS
               MOVE SW-DAYS-ON-LOT TO WS-DAYS-EDIT
               MOVE WS-DAYS-EDIT TO CDL-DAYS
           ELSE
               MOVE "  --" TO CDL-DAYS
           END-IF
           IF SW-FROM-ARCHIVE
               MOVE "A" TO CDL-SOURCE
           ELSE
               MOVE SPACE TO CDL-SOURCE
           END-IF
           WRITE AP-LINE FROM COMP-DTL-LINE
           PERFORM 5200-RETURN-SORTED THRU 5200-EXIT.
       5100-EXIT.
           EXIT.

       5200-RETURN-SORTED.
           RETURN SORT-WORK-FILE
               AT END
                   SET WS-SORT-END-OF-FILE TO TRUE
           END-RETURN.
       5200-EXIT.
           EXIT.

      ******************************************************************
      *    6000-PRINT-SUMMARY
      *    AVERAGE AND RANGE OF NET REALIZED AND THE SUGGESTED
      *    MAXIMUM ALLOWANCE - THE AVERAGE NET REALIZED LESS THE
      *    TARGET MARGIN ON IT, NEVER BELOW ZERO.  NO COMPARABLES,
      *    NO SUGGESTION - THE APPRAISER IS ON THEIR OWN.
      ******************************************************************
       6000-PRINT-SUMMARY.
           WRITE AP-LINE FROM BLANK-LINE
           IF WS-COMP-COUNT = 0
               WRITE AP-LINE FROM NO-COMPS-LINE
               GO TO 6000-EXIT
           END-IF
           WRITE AP-LINE FROM COMP-LEGEND-LINE-1
           WRITE AP-LINE FROM COMP-LEGEND-LINE-2
           WRITE AP-LINE FROM BLANK-LINE
           COMPUTE WS-AVG-SALE ROUNDED = WS-TOTAL-SALE / WS-COMP-COUNT
           COMPUTE WS-AVG-RECON ROUNDED =
               WS-TOTAL-RECON / WS-COMP-COUNT
           COMPUTE WS-AVG-NET ROUNDED = WS-TOTAL-NET / WS-COMP-COUNT
           COMPUTE WS-MAX-ALLOWANCE ROUNDED =
               WS-AVG-NET * (100 - WS-MARGIN-PCT) / 100
           IF WS-MAX-ALLOWANCE < 0
               MOVE 0 TO WS-MAX-ALLOWANCE
           END-IF
           MOVE "COMPARABLE SALES.............:" TO SCL-TITLE
           MOVE WS-COMP-COUNT TO SCL-COUNT
           WRITE AP-LINE FROM SUM-COUNT-LINE
           MOVE "AVERAGE SALE PRICE...........:" TO SAL-TITLE
           MOVE WS-AVG-SALE TO SAL-AMOUNT
           WRITE AP-LINE FROM SUM-AMOUNT-LINE
           MOVE "AVERAGE RECONDITIONING.......:" TO SAL-TITLE
           MOVE WS-AVG-RECON TO SAL-AMOUNT
           WRITE AP-LINE FROM SUM-AMOUNT-LINE
           MOVE "AVERAGE NET REALIZED.........:" TO SAL-TITLE
           MOVE WS-AVG-NET TO SAL-AMOUNT
           WRITE AP-LINE FROM SUM-AMOUNT-LINE
           MOVE "LOWEST NET REALIZED..........:" TO SAL-TITLE
           MOVE WS-LOW-NET TO SAL-AMOUNT
           WRITE AP-LINE FROM SUM-AMOUNT-LINE
           MOVE "HIGHEST NET REALIZED.........:" TO SAL-TITLE
           MOVE WS-HIGH-NET TO SAL-AMOUNT
           WRITE AP-LINE FROM SUM-AMOUNT-LINE
           IF WS-DAYS-COUNT > 0
               COMPUTE WS-AVG-DAYS ROUNDED =
                   WS-TOTAL-DAYS / WS-DAYS-COUNT
               MOVE "AVERAGE DAYS ON LOT..........:" TO SCL-TITLE
               MOVE WS-AVG-DAYS TO SCL-COUNT
               WRITE AP-LINE FROM SUM-COUNT-LINE
           END-IF
           MOVE WS-MARGIN-PCT TO SML-MARGIN
           WRITE AP-LINE FROM SUM-MARGIN-LINE
           MOVE "SUGGESTED MAXIMUM ALLOWANCE..:" TO SAL-TITLE
           MOVE WS-MAX-ALLOWANCE TO SAL-AMOUNT
           WRITE AP-LINE FROM SUM-AMOUNT-LINE.
       6000-EXIT.
           EXIT.

      ******************************************************************
      *    7000-PRINT-STOCK
      *    ONE PASS OF THE MASTER LISTS EVERY UNIT NOT YET SOLD THAT
      *    FITS THE SAME CRITERIA, WITH ITS DAYS ON LOT TO DATE.
      ******************************************************************
       7000-PRINT-STOCK.
           WRITE AP-LINE FROM BLANK-LINE
           WRITE AP-LINE FROM STOCK-TITLE-LINE
           WRITE AP-LINE FROM BLANK-LINE
           WRITE AP-LINE FROM STOCK-COL-HDR-LINE
           MOVE "N" TO WS-EOF-SWITCH
           MOVE 0 TO VM-VEHICLE-ID
           START VEHICLE-MASTER-FILE KEY >= VM-VEHICLE-ID
               INVALID KEY
                   SET WS-END-OF-FILE TO TRUE
           END-START
           IF NOT WS-END-OF-FILE
               PERFORM 7200-READ-MASTER THRU 7200-EXIT
           END-IF
           PERFORM 7100-PRINT-ONE-UNIT THRU 7100-EXIT
               UNTIL WS-END-OF-FILE
           IF WS-STOCK-COUNT = 0
               WRITE AP-LINE FROM NO-STOCK-LINE
           END-IF
           WRITE AP-LINE FROM BLANK-LINE
           MOVE "UNITS IN STOCK NOW...........:" TO SCL-TITLE
           MOVE WS-STOCK-COUNT TO SCL-COUNT
           WRITE AP-LINE FROM SUM-COUNT-LINE.
       7000-EXIT.
           EXIT.

       7100-PRINT-ONE-UNIT.
           ADD 1 TO WS-MASTER-READ
           IF VM-STATUS-SOLD
               GO TO 7100-NEXT
           END-IF
           MOVE VM-VEHICLE-ID TO WS-TEST-ID
           MOVE VM-VEHICLE-TYPE-CODE TO WS-TEST-TYPE
           MOVE VM-VEHICLE-BRAND TO WS-TEST-BRAND
           MOVE VM-VEHICLE-MODEL TO WS-TEST-MODEL
           MOVE VM-VEHICLE-YEAR TO WS-TEST-YEAR
           PERFORM 2500-TEST-UNIT THRU 2500-EXIT
           IF NOT WS-UNIT-SELECTED
               GO TO 7100-NEXT
           END-IF
           PERFORM 2300-GET-CAR-MILEAGE THRU 2300-EXIT
           PERFORM 2600-TEST-MILEAGE THRU 2600-EXIT
           IF NOT WS-UNIT-SELECTED
               GO TO 7100-NEXT
           END-IF
           MOVE VM-VEHICLE-ID TO SDL-VEHICLE-ID
           MOVE VM-VEHICLE-YEAR TO SDL-YEAR
           IF WS-MILEAGE-ON-FILE
               MOVE WS-TEST-MILEAGE TO WS-MILEAGE-EDIT
               MOVE WS-MILEAGE-EDIT TO SDL-MILEAGE
           ELSE
               MOVE "     --" TO SDL-MILEAGE
           END-IF
           MOVE VM-LOT-CODE TO SDL-LOT
           EVALUATE TRUE
               WHEN VM-STATUS-ACTIVE
                   MOVE "ACTIVE" TO SDL-STATUS
               WHEN VM-STATUS-RESERVED
                   MOVE "RESERVED" TO SDL-STATUS
               WHEN VM-STATUS-IN-TRANSIT
                   MOVE "IN TRANSIT" TO SDL-STATUS
               WHEN OTHER
                   MOVE VM-STATUS-CODE TO SDL-STATUS
           END-EVALUATE
           MOVE VM-VEHICLE-PRICE TO SDL-LISTED
           MOVE VM-ACQUISITION-DATE TO WS-ACQ-DATE-N
           IF WS-ACQ-DATE-N > 0
                   AND WS-ACQ-DATE-N NOT > WS-SYSTEM-DATE-N
               COMPUTE WS-ACQ-DAYS =
                   WS-AQ-YEAR * 365 + WS-AQ-MONTH * 30 + WS-AQ-DAY
               COMPUTE WS-DAYS-ON-LOT = WS-TODAY-DAYS - WS-ACQ-DAYS
               IF WS-DAYS-ON-LOT < 0
                   MOVE 0 TO WS-DAYS-ON-LOT
               END-IF
               MOVE WS-DAYS-ON-LOT TO WS-DAYS-EDIT
               MOVE WS-DAYS-EDIT TO SDL-DAYS
           ELSE
               MOVE "  --" TO SDL-DAYS
           END-IF
           WRITE AP-LINE FROM STOCK-DTL-LINE
           ADD 1 TO WS-STOCK-COUNT.
       7100-NEXT.
           PERFORM 7200-READ-MASTER THRU 7200-EXIT.
       7100-EXIT.
           EXIT.

       7200-READ-MASTER.
           READ VEHICLE-MASTER-FILE NEXT RECORD
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.
       7200-EXIT.
           EXIT.

       8000-TERMINATE.
           IF WS-NO-MILEAGE-COUNT > 0
               MOVE "UNITS SKIPPED - NO MILEAGE...:" TO SCL-TITLE
               MOVE WS-NO-MILEAGE-COUNT TO SCL-COUNT
               WRITE AP-LINE FROM SUM-COUNT-LINE
           END-IF
           IF WS-TAKEN-LOST > 0
               DISPLAY "ARCHIVE DEAL TABLE FULL - " WS-TAKEN-LOST
                   " DEALS NOT CHECKED FOR DUPLICATES"
           END-IF
           DISPLAY "SALES RECORDS READ:   " WS-SALES-READ
           DISPLAY "ARCHIVE RECORDS READ: " WS-ARCHIVE-READ
           DISPLAY "COMPARABLE SALES:     " WS-COMP-COUNT
           DISPLAY "UNITS IN STOCK:       " WS-STOCK-COUNT
           CLOSE VEHICLE-MASTER-FILE
           CLOSE CAR-MASTER-FILE
           CLOSE SALES-TRANSACTION-FILE
           IF WS-ARCHIVE-FILE-OPEN
               CLOSE ARCHIVE-FILE
           END-IF
           CLOSE APPRAISAL-REPORT-FILE
           MOVE WS-COMP-COUNT TO WS-RC-COUNT
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
