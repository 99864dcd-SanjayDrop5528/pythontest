      ******************************************************************
      *    PROGRAM-ID. RECALLEXTRACT
      *
      *    MANUFACTURER RECALL CAMPAIGN OWNER EXTRACT.  ANSWERS "WHO
      *    BOUGHT A 2019-2021 BRAND X MODEL Y FROM US" OFF ONE RECALL
      *    CARD DECK (RCLCARD) - A HEADER CARD WITH THE BRAND, MODEL
      *    AND MODEL-YEAR RANGE, AND ANY NUMBER OF VIN CARDS FOR THE
      *    UNITS THE MANUFACTURER LISTED BY VIN.  A UNIT IS IN THE
      *    CAMPAIGN WHEN IT FITS THE HEADER OR ITS VIN IS LISTED -
      *    A NOTICE TOO MANY IS CHEAPER THAN ONE MISSED.
      *
      *    EVERY UNIT WE EVER HELD IS LOOKED AT:
      *
      *       VEHMAST  - A SOLD UNIT TAKES ITS BUYER FROM THE LATEST
      *                  LIVE DEAL ON VEHSALIX.  A UNIT STILL ACTIVE,
      *                  RESERVED OR IN TRANSIT IS OURS AND IS LISTED
      *                  SEPARATELY SO IT CAN BE GROUNDED BEFORE IT
      *                  SELLS.
      *       VEHARCH  - A PURGED UNIT TAKES ITS BUYER FROM THE
      *                  ARCHIVED SALE IMAGE.  A UNIT RESTORED TO THE
      *                  MASTER SINCE IS TAKEN FROM THE MASTER ONLY.
      *
      *    VINS ARE RESOLVED BOTH WAYS THROUGH VINXREF - A LISTED VIN
      *    TO OUR VEHICLE-ID, AND EVERY SELECTED UNIT BACK TO ITS VIN
      *    FOR THE NOTICE.  THE BUYER'S NAME AND ADDRESS COME FROM
      *    CUSMAST; A BUYER SINCE MERGED IS FOLLOWED TO THE KEPT
      *    CUSTOMER-ID.  OUTPUT IS THE MAILING-LABEL FILE (RCLLBL) FOR
      *    THE MAIL HOUSE AND THE CAMPAIGN REPORT (RCLRPT).  NOTHING
      *    IS CHANGED.
      *
      *    RETURN CODE 8 WHEN A RECALLED UNIT IS STILL IN STOCK.
      *
      *    MOD HISTORY
      *    DATE       INIT  DESCRIPTION
      *    ---------  ----  --------------------------------------------
      *    2026-10-15  DLM  ORIGINAL.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RecallExtract.
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
           SELECT RECALL-CARD-FILE ASSIGN "RCLCARD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RK-STATUS.

           SELECT VEHICLE-MASTER-FILE ASSIGN "VEHMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VM-VEHICLE-ID
               FILE STATUS IS WS-VM-STATUS.

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

           SELECT VIN-XREF-FILE ASSIGN "VINXREF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VX-VIN
               FILE STATUS IS WS-VX-STATUS.

           SELECT CUSTOMER-MASTER-FILE ASSIGN "CUSMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CU-CUSTOMER-ID
               FILE STATUS IS WS-CU-STATUS.

           SELECT LABEL-FILE ASSIGN "RCLLBL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LB-STATUS.

           SELECT RECALL-REPORT-FILE ASSIGN "RCLRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RECALL-CARD-FILE.
       01  RECALL-CARD-RECORD.
           COPY RCLCARD.

       FD  VEHICLE-MASTER-FILE.
       01  VEHICLE-BASE.
           COPY VEHMAST.

       FD  SALES-TRANSACTION-FILE.
       01  SALES-TRANSACTION-RECORD.
           COPY SALEREC.

       FD  ARCHIVE-FILE.
       01  ARCHIVE-RECORD.
           COPY ARCREC.

       FD  VIN-XREF-FILE.
       01  VIN-XREF-RECORD.
           COPY VINXREF.

       FD  CUSTOMER-MASTER-FILE.
       01  CUSTOMER-BASE.
           COPY CUSMAST.

       FD  LABEL-FILE.
       01  LABEL-RECORD.
           COPY LBLREC.

       FD  RECALL-REPORT-FILE.
       01  RR-LINE                    PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-RK-STATUS               PIC X(02) VALUE "00".
       01  WS-VM-STATUS               PIC X(02) VALUE "00".
       01  WS-ST-STATUS               PIC X(02) VALUE "00".
       01  WS-AR-STATUS               PIC X(02) VALUE "00".
       01  WS-VX-STATUS               PIC X(02) VALUE "00".
       01  WS-CU-STATUS               PIC X(02) VALUE "00".
       01  WS-LB-STATUS               PIC X(02) VALUE "00".
       01  WS-RR-STATUS               PIC X(02) VALUE "00".

       01  WS-EOF-SWITCH              PIC X(01) VALUE "N".
           88  WS-END-OF-FILE                 VALUE "Y".
       01  WS-CARD-EOF-SWITCH         PIC X(01) VALUE "N".
           88  WS-CARD-END                    VALUE "Y".
       01  WS-SCAN-DONE-SWITCH        PIC X(01) VALUE "N".
           88  WS-SCAN-DONE                   VALUE "Y".
       01  WS-ARCHIVE-OPEN-SWITCH     PIC X(01) VALUE "N".
           88  WS-ARCHIVE-FILE-OPEN           VALUE "Y".
       01  WS-XREF-OPEN-SWITCH        PIC X(01) VALUE "N".
           88  WS-XREF-FILE-OPEN              VALUE "Y".
       01  WS-SELECT-SWITCH           PIC X(01) VALUE "N".
           88  WS-UNIT-SELECTED               VALUE "Y".
       01  WS-SALE-FOUND-SWITCH       PIC X(01) VALUE "N".
           88  WS-SALE-ON-FILE                VALUE "Y".
       01  WS-BUYER-SWITCH            PIC X(01) VALUE "N".
           88  WS-BUYER-FOUND                 VALUE "Y".
       01  WS-TABLED-SWITCH           PIC X(01) VALUE "N".
           88  WS-UNIT-TABLED                 VALUE "Y".

      ******************************************************************
      *    CAMPAIGN CRITERIA OFF THE HEADER CARD, UPPER-CASED.  A
      *    SPACE BRAND SELECTS ON THE VIN LIST ALONE.
      ******************************************************************
       01  WS-CAMPAIGN-ID             PIC X(12) VALUE SPACES.
       01  WS-WANT-BRAND              PIC X(20) VALUE SPACES.
       01  WS-WANT-MODEL              PIC X(20) VALUE SPACES.
       01  WS-YEAR-LOW                PIC 9(04) VALUE 0.
       01  WS-YEAR-HIGH               PIC 9(04) VALUE 0.

      ******************************************************************
      *    UNIT UNDER TEST - LOADED FROM THE MASTER OR THE ARCHIVED
      *    MASTER IMAGE BEFORE 2500-TEST-UNIT.
      ******************************************************************
       01  WS-TEST-ID                 PIC 9(05) VALUE 0.
       01  WS-TEST-BRAND              PIC X(20) VALUE SPACES.
       01  WS-TEST-MODEL              PIC X(20) VALUE SPACES.
       01  WS-TEST-YEAR               PIC 9(04) VALUE 0.

      ******************************************************************
      *    LISTED-VIN TABLE - ONE ENTRY PER VIN CARD.  STATE "U" IS
      *    NOT ON THE CROSS-REFERENCE, "R" IS RESOLVED TO A VEHICLE-ID
      *    NOT YET SEEN, "F" IS FOUND ON THE MASTER OR THE ARCHIVE.
      ******************************************************************
       01  WS-LIST-MAX                PIC 9(05) VALUE 500.
       01  WS-LIST-USED               PIC 9(05) VALUE 0.
       01  WS-LIST-LOST               PIC 9(05) VALUE 0.
       01  WS-LIST-SUB                PIC 9(05) VALUE 0.
       01  WS-LIST-TABLE.
           05  WS-LIST-ENTRY OCCURS 500 TIMES.
               10  WS-LV-VIN          PIC X(17).
               10  WS-LV-VEHICLE-ID   PIC 9(05).
               10  WS-LV-STATE        PIC X(01).
                   88  WS-LV-UNRESOLVED       VALUE "U".
                   88  WS-LV-RESOLVED         VALUE "R".
                   88  WS-LV-FOUND            VALUE "F".

      ******************************************************************
      *    SELECTED-UNIT TABLE.  SOURCE "L" IS SOLD OFF A LIVE DEAL,
      *    "A" IS SOLD AND ARCHIVED, "S" IS STILL IN OUR STOCK.  THE
      *    VIN IS FILLED IN BY ONE PASS OF THE CROSS-REFERENCE AFTER
      *    THE SELECTION, SINCE THE MASTER DOES NOT CARRY IT.
      ******************************************************************
       01  WS-UNIT-MAX                PIC 9(05) VALUE 2000.
       01  WS-UNIT-USED               PIC 9(05) VALUE 0.
       01  WS-UNIT-LOST               PIC 9(05) VALUE 0.
       01  WS-UNIT-SUB                PIC 9(05) VALUE 0.
       01  WS-SCAN-SUB                PIC 9(05) VALUE 0.
       01  WS-UNIT-TABLE.
           05  WS-UNIT-ENTRY OCCURS 2000 TIMES.
               10  WS-UT-SOURCE       PIC X(01).
                   88  WS-UT-LIVE-SALE        VALUE "L".
                   88  WS-UT-ARCHIVED         VALUE "A".
                   88  WS-UT-IN-STOCK         VALUE "S".
               10  WS-UT-VEHICLE-ID   PIC 9(05).
               10  WS-UT-BRAND        PIC X(20).
               10  WS-UT-MODEL        PIC X(20).
               10  WS-UT-YEAR         PIC 9(04).
               10  WS-UT-STATUS       PIC X(01).
               10  WS-UT-LOT          PIC X(01).
               10  WS-UT-SALE-DATE    PIC 9(08).
               10  WS-UT-CUSTOMER-ID  PIC 9(06).
               10  WS-UT-VIN          PIC X(17).

       01  WS-MERGE-HOPS              PIC 9(02) VALUE 0.

       01  WS-CARD-COUNT              PIC 9(05) VALUE 0.
       01  WS-MASTER-READ             PIC 9(05) VALUE 0.
       01  WS-ARCHIVE-READ            PIC 9(05) VALUE 0.
       01  WS-LIVE-COUNT              PIC 9(05) VALUE 0.
       01  WS-ARCHIVED-COUNT          PIC 9(05) VALUE 0.
       01  WS-STOCK-COUNT             PIC 9(05) VALUE 0.
       01  WS-LABEL-COUNT             PIC 9(05) VALUE 0.
       01  WS-NO-BUYER-COUNT          PIC 9(05) VALUE 0.
       01  WS-UNLISTED-COUNT          PIC 9(05) VALUE 0.

       01  WS-SYSTEM-DATE             PIC 9(08).

       01  WS-OPEN-CHECK-STATUS       PIC X(02) VALUE "00".
       01  WS-OPEN-FILE-NAME          PIC X(21) VALUE SPACES.

      ******************************************************************
      *    THE ARCHIVE RECORD CARRIES THE MASTER AND SALE RECORDS AS
      *    FLAT IMAGES - THEY ARE UNPACKED INTO THESE WORK RECORDS
      *    BEFORE THE SELECTION TEST, THE SAME AS ARCHIVEINQUIRY.
      ******************************************************************
       01  ARCHIVED-MASTER.
           COPY VEHMAST REPLACING LEADING ==VM== BY ==AM==.

       01  ARCHIVED-SALE.
           COPY SALEREC REPLACING LEADING ==SL== BY ==AS==.

       01  WS-WORK-SALE.
           COPY SALEREC REPLACING LEADING ==SL== BY ==WL==.

       01  HDR-LINE-1                 PIC X(80) VALUE
           "          RECALL CAMPAIGN OWNER EXTRACT".
       01  HDR-LINE-2.
           05  FILLER                 PIC X(06) VALUE "DATE: ".
           05  HL2-DATE               PIC 9999/99/99.
           05  FILLER                 PIC X(04) VALUE SPACES.
           05  FILLER                 PIC X(10) VALUE "CAMPAIGN: ".
           05  HL2-CAMPAIGN           PIC X(12).
           05  FILLER                 PIC X(38) VALUE SPACES.
       01  HDR-LINE-3.
           05  FILLER                 PIC X(07) VALUE "UNITS: ".
           05  HL3-BRAND              PIC X(20).
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  HL3-MODEL              PIC X(20).
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  HL3-YEAR-LOW           PIC 9(04).
           05  FILLER                 PIC X(03) VALUE " - ".
           05  HL3-YEAR-HIGH          PIC 9(04).
           05  FILLER                 PIC X(03) VALUE SPACES.
           05  HL3-VIN-COUNT          PIC ZZ9.
           05  FILLER                 PIC X(14) VALUE " VINS LISTED".

       01  SECTION-LINE.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  SEC-TITLE              PIC X(78).

       01  OWNER-HDR-LINE.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  FILLER                 PIC X(08) VALUE "ID    S".
           05  FILLER                 PIC X(18) VALUE "VIN".
           05  FILLER                 PIC X(05) VALUE "YEAR".
           05  FILLER                 PIC X(13) VALUE "MODEL".
           05  FILLER                 PIC X(11) VALUE "SOLD ON".
           05  FILLER                 PIC X(07) VALUE "CUST".
           05  FILLER                 PIC X(16) VALUE "NAME".

       01  OWNER-LINE.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  OWN-ID                 PIC 9(05).
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  OWN-SOURCE             PIC X(01).
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  OWN-VIN                PIC X(17).
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  OWN-YEAR               PIC 9(04).
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  OWN-MODEL              PIC X(12).
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  OWN-SALE-DATE          PIC 9999/99/99.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  OWN-CUSTOMER           PIC 9(06).
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  OWN-NAME               PIC X(16).

       01  ADDRESS-LINE.
           05  FILLER                 PIC X(10) VALUE SPACES.
           05  ADR-ADDRESS            PIC X(30).
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  ADR-CITY               PIC X(20).
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  ADR-STATE              PIC X(02).
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  ADR-ZIP                PIC X(10).
           05  FILLER                 PIC X(05) VALUE SPACES.

       01  NO-BUYER-LINE.
           05  FILLER                 PIC X(10) VALUE SPACES.
           05  NBL-TEXT               PIC X(70).

       01  STOCK-HDR-LINE.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  FILLER                 PIC X(08) VALUE "ID".
           05  FILLER                 PIC X(18) VALUE "VIN".
           05  FILLER                 PIC X(05) VALUE "YEAR".
           05  FILLER                 PIC X(16) VALUE "BRAND".
           05  FILLER                 PIC X(16) VALUE "MODEL".
           05  FILLER                 PIC X(11) VALUE "STATUS".
           05  FILLER                 PIC X(04) VALUE "LOT".

       01  STOCK-LINE.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  STK-ID                 PIC 9(05).
           05  FILLER                 PIC X(03) VALUE SPACES.
           05  STK-VIN                PIC X(17).
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  STK-YEAR               PIC 9(04).
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  STK-BRAND              PIC X(15).
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  STK-MODEL              PIC X(15).
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  STK-STATUS             PIC X(10).
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  STK-LOT                PIC X(01).
           05  FILLER                 PIC X(03) VALUE SPACES.

       01  UNLISTED-LINE.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  ULL-VIN                PIC X(17).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  ULL-TEXT               PIC X(59).

       01  NONE-LINE.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  NONE-TEXT              PIC X(78).

       01  TOT-LINE-1.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  FILLER                 PIC X(30) VALUE
               "SOLD UNITS - LIVE DEALS......:".
           05  TL1-COUNT              PIC ZZ,ZZ9.

       01  TOT-LINE-2.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  FILLER                 PIC X(30) VALUE
               "SOLD UNITS - ARCHIVED DEALS..:".
           05  TL2-COUNT              PIC ZZ,ZZ9.

       01  TOT-LINE-3.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  FILLER                 PIC X(30) VALUE
               "MAILING LABELS WRITTEN.......:".
           05  TL3-COUNT              PIC ZZ,ZZ9.

       01  TOT-LINE-4.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  FILLER                 PIC X(30) VALUE
               "SOLD UNITS WITH NO BUYER.....:".
           05  TL4-COUNT              PIC ZZ,ZZ9.

       01  TOT-LINE-5.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  FILLER                 PIC X(30) VALUE
               "UNITS IN OUR STOCK...........:".
           05  TL5-COUNT              PIC ZZ,ZZ9.

       01  TOT-LINE-6.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  FILLER                 PIC X(30) VALUE
               "LISTED VINS NOT OURS.........:".
           05  TL6-COUNT              PIC ZZ,ZZ9.

       01  LOST-LINE.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  LST-TITLE              PIC X(30).
           05  LST-COUNT              PIC ZZ,ZZ9.

       01  BLANK-LINE                 PIC X(80) VALUE SPACES.

      ******************************************************************
      *    RUN-CONTROL INTERFACE FIELDS - SEE RUNCONTROL FOR THE
      *    GUARD CODES AND THE START/END RECORD LAYOUT.
      ******************************************************************
       01  WS-RC-FUNCTION             PIC X(01) VALUE SPACE.
       01  WS-RC-PROGRAM              PIC X(16) VALUE "RECALLEXTRACT".
       01  WS-RC-GUARD                PIC X(01) VALUE "L".
       01  WS-RC-COUNT                PIC 9(07) VALUE 0.
       01  WS-RC-RETCODE              PIC 9(02) VALUE 0.
       01  WS-RC-RESULT               PIC X(01) VALUE SPACE.
           88  WS-RC-DENIED                   VALUE "D".
       01  WS-RC-TEXT                 PIC X(40) VALUE SPACES.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 2000-SCAN-MASTER THRU 2000-EXIT
               UNTIL WS-END-OF-FILE
           IF WS-ARCHIVE-FILE-OPEN
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM 3100-READ-ARCHIVE THRU 3100-EXIT
               PERFORM 3000-SCAN-ARCHIVE THRU 3000-EXIT
                   UNTIL WS-END-OF-FILE
           END-IF
           IF WS-XREF-FILE-OPEN
               PERFORM 4000-FILL-VINS THRU 4000-EXIT
           END-IF
           PERFORM 5000-PRINT-OWNERS THRU 5000-EXIT
           PERFORM 6000-PRINT-STOCK THRU 6000-EXIT
           PERFORM 7000-PRINT-UNLISTED THRU 7000-EXIT
           PERFORM 8000-TERMINATE THRU 8000-EXIT
           STOP RUN.

       1000-INITIALIZE.
           PERFORM 9100-START-RUN-CONTROL THRU 9100-EXIT
           ACCEPT WS-SYSTEM-DATE FROM DATE YYYYMMDD
           OPEN INPUT RECALL-CARD-FILE
           MOVE "RECALL-CARD-FILE" TO WS-OPEN-FILE-NAME
           MOVE WS-RK-STATUS TO WS-OPEN-CHECK-STATUS
           PERFORM 1050-CHECK-REQUIRED-OPEN THRU 1050-EXIT
           PERFORM 1100-READ-HEADER-CARD THRU 1100-EXIT
           PERFORM 1150-LOAD-VIN-CARD THRU 1150-EXIT
               UNTIL WS-CARD-END
           CLOSE RECALL-CARD-FILE
           IF WS-WANT-BRAND = SPACES AND WS-LIST-USED = 0
               DISPLAY "RECALL CARD REFUSED - NO BRAND AND NO VINS"
               MOVE 12 TO RETURN-CODE
               PERFORM 9200-END-RUN-CONTROL THRU 9200-EXIT
               STOP RUN
           END-IF
           OPEN INPUT VEHICLE-MASTER-FILE
           MOVE "VEHICLE-MASTER-FILE" TO WS-OPEN-FILE-NAME
           MOVE WS-VM-STATUS TO WS-OPEN-CHECK-STATUS
           PERFORM 1050-CHECK-REQUIRED-OPEN THRU 1050-EXIT
           OPEN INPUT SALES-TRANSACTION-FILE
           MOVE "SALES-TRANSACTION-FILE" TO WS-OPEN-FILE-NAME
           MOVE WS-ST-STATUS TO WS-OPEN-CHECK-STATUS
           PERFORM 1050-CHECK-REQUIRED-OPEN THRU 1050-EXIT
           OPEN INPUT CUSTOMER-MASTER-FILE
           MOVE "CUSTOMER-MASTER-FILE" TO WS-OPEN-FILE-NAME
           MOVE WS-CU-STATUS TO WS-OPEN-CHECK-STATUS
           PERFORM 1050-CHECK-REQUIRED-OPEN THRU 1050-EXIT
           OPEN OUTPUT LABEL-FILE
           MOVE "LABEL-FILE" TO WS-OPEN-FILE-NAME
           MOVE WS-LB-STATUS TO WS-OPEN-CHECK-STATUS
           PERFORM 1050-CHECK-REQUIRED-OPEN THRU 1050-EXIT
           OPEN OUTPUT RECALL-REPORT-FILE
           MOVE "RECALL-REPORT-FILE" TO WS-OPEN-FILE-NAME
           MOVE WS-RR-STATUS TO WS-OPEN-CHECK-STATUS
           PERFORM 1050-CHECK-REQUIRED-OPEN THRU 1050-EXIT
           PERFORM 1200-OPEN-VIN-XREF THRU 1200-EXIT
           PERFORM 1300-OPEN-ARCHIVE THRU 1300-EXIT
           MOVE WS-SYSTEM-DATE TO HL2-DATE
           MOVE WS-CAMPAIGN-ID TO HL2-CAMPAIGN
           MOVE WS-WANT-BRAND TO HL3-BRAND
           MOVE WS-WANT-MODEL TO HL3-MODEL
           MOVE WS-YEAR-LOW TO HL3-YEAR-LOW
           MOVE WS-YEAR-HIGH TO HL3-YEAR-HIGH
           MOVE WS-LIST-USED TO HL3-VIN-COUNT
           WRITE RR-LINE FROM HDR-LINE-1
           WRITE RR-LINE FROM HDR-LINE-2
           WRITE RR-LINE FROM HDR-LINE-3
           WRITE RR-LINE FROM BLANK-LINE
           PERFORM 2100-READ-MASTER THRU 2100-EXIT.
       1000-EXIT.
           EXIT.

      ******************************************************************
      *    1050-CHECK-REQUIRED-OPEN
      *    A FAILED OPEN ON ANY OF THE FILES THIS RUN DEPENDS ON IS
      *    FATAL - THERE IS NO CAMPAIGN WITHOUT THEM.
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
      *    1100-READ-HEADER-CARD
      *    THE HEADER MUST LEAD THE DECK.  BRAND AND MODEL ARE
      *    UPPER-CASED SO THE CARD MATCHES HOWEVER IT WAS KEYED; A
      *    NON-NUMERIC YEAR BOUND IS TAKEN AS ZERO (ANY YEAR).
      ******************************************************************
       1100-READ-HEADER-CARD.
           READ RECALL-CARD-FILE
               AT END
                   SET WS-CARD-END TO TRUE
           END-READ
           IF WS-CARD-END OR NOT RK-CARD-HEADER
               DISPLAY "RECALL CARD REFUSED - NO HEADER CARD FIRST"
               MOVE 12 TO RETURN-CODE
               PERFORM 9200-END-RUN-CONTROL THRU 9200-EXIT
               STOP RUN
           END-IF
           ADD 1 TO WS-CARD-COUNT
           MOVE RK-CAMPAIGN-ID TO WS-CAMPAIGN-ID
           MOVE RK-BRAND TO WS-WANT-BRAND
           MOVE RK-MODEL TO WS-WANT-MODEL
           INSPECT WS-WANT-BRAND CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           INSPECT WS-WANT-MODEL CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           IF RK-YEAR-LOW NUMERIC
               MOVE RK-YEAR-LOW TO WS-YEAR-LOW
           END-IF
           IF RK-YEAR-HIGH NUMERIC
               MOVE RK-YEAR-HIGH TO WS-YEAR-HIGH
           END-IF
           READ RECALL-CARD-FILE
               AT END
                   SET WS-CARD-END TO TRUE
           END-READ.
       1100-EXIT.
           EXIT.

      ******************************************************************
      *    1150-LOAD-VIN-CARD
      *    TABLES ONE LISTED VIN.  ANY CARD THAT IS NOT A VIN CARD
      *    AFTER THE HEADER IS SKIPPED WITH A MESSAGE.
      ******************************************************************
       1150-LOAD-VIN-CARD.
           ADD 1 TO WS-CARD-COUNT
           IF NOT RK-CARD-VIN OR RK-VIN = SPACES
               DISPLAY "RECALL CARD " WS-CARD-COUNT
                   " SKIPPED - NOT A VIN CARD"
               GO TO 1150-NEXT
           END-IF
           IF WS-LIST-USED NOT < WS-LIST-MAX
               ADD 1 TO WS-LIST-LOST
               GO TO 1150-NEXT
           END-IF
           ADD 1 TO WS-LIST-USED
           MOVE RK-VIN TO WS-LV-VIN(WS-LIST-USED)
           INSPECT WS-LV-VIN(WS-LIST-USED) CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           MOVE 0 TO WS-LV-VEHICLE-ID(WS-LIST-USED)
           SET WS-LV-UNRESOLVED(WS-LIST-USED) TO TRUE.
       1150-NEXT.
           READ RECALL-CARD-FILE
               AT END
                   SET WS-CARD-END TO TRUE
           END-READ.
       1150-EXIT.
           EXIT.

      ******************************************************************
      *    1200-OPEN-VIN-XREF
      *    WITHOUT THE CROSS-REFERENCE THE VIN LIST CANNOT BE
      *    RESOLVED AND THE NOTICES GO OUT WITHOUT VINS - THE HEADER
      *    SELECTION STILL RUNS.
      ******************************************************************
       1200-OPEN-VIN-XREF.
           OPEN INPUT VIN-XREF-FILE
           IF WS-VX-STATUS NOT = "00"
               DISPLAY "NO VIN CROSS-REFERENCE - VIN LIST IGNORED"
               GO TO 1200-EXIT
           END-IF
           SET WS-XREF-FILE-OPEN TO TRUE
           MOVE 1 TO WS-LIST-SUB
           PERFORM 1210-RESOLVE-ONE-VIN THRU 1210-EXIT
               UNTIL WS-LIST-SUB > WS-LIST-USED.
       1200-EXIT.
           EXIT.

       1210-RESOLVE-ONE-VIN.
           MOVE WS-LV-VIN(WS-LIST-SUB) TO VX-VIN
           READ VIN-XREF-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE VX-VEHICLE-ID TO WS-LV-VEHICLE-ID(WS-LIST-SUB)
                   SET WS-LV-RESOLVED(WS-LIST-SUB) TO TRUE
           END-READ
           ADD 1 TO WS-LIST-SUB.
       1210-EXIT.
           EXIT.

       1300-OPEN-ARCHIVE.
           OPEN INPUT ARCHIVE-FILE
           IF WS-AR-STATUS NOT = "00"
               DISPLAY "NO ARCHIVE FILE - PURGED DEALS SKIPPED"
               GO TO 1300-EXIT
           END-IF
           SET WS-ARCHIVE-FILE-OPEN TO TRUE.
       1300-EXIT.
           EXIT.

      ******************************************************************
      *    2000-SCAN-MASTER
      *    A SELECTED SOLD UNIT IS TABLED WITH THE BUYER OFF ITS
      *    LATEST LIVE DEAL; ANY OTHER SELECTED UNIT IS STILL OURS.
      ******************************************************************
       2000-SCAN-MASTER.
           ADD 1 TO WS-MASTER-READ
           MOVE VM-VEHICLE-ID TO WS-TEST-ID
           MOVE VM-VEHICLE-BRAND TO WS-TEST-BRAND
           MOVE VM-VEHICLE-MODEL TO WS-TEST-MODEL
           MOVE VM-VEHICLE-YEAR TO WS-TEST-YEAR
           PERFORM 2500-TEST-UNIT THRU 2500-EXIT
           IF NOT WS-UNIT-SELECTED
               GO TO 2000-NEXT
           END-IF
           IF WS-UNIT-USED NOT < WS-UNIT-MAX
               ADD 1 TO WS-UNIT-LOST
               GO TO 2000-NEXT
           END-IF
           ADD 1 TO WS-UNIT-USED
           MOVE VM-VEHICLE-ID TO WS-UT-VEHICLE-ID(WS-UNIT-USED)
           MOVE VM-VEHICLE-BRAND TO WS-UT-BRAND(WS-UNIT-USED)
           MOVE VM-VEHICLE-MODEL TO WS-UT-MODEL(WS-UNIT-USED)
           MOVE VM-VEHICLE-YEAR TO WS-UT-YEAR(WS-UNIT-USED)
           MOVE VM-STATUS-CODE TO WS-UT-STATUS(WS-UNIT-USED)
           MOVE VM-LOT-CODE TO WS-UT-LOT(WS-UNIT-USED)
           MOVE SPACES TO WS-UT-VIN(WS-UNIT-USED)
           MOVE 0 TO WS-UT-SALE-DATE(WS-UNIT-USED)
           MOVE 0 TO WS-UT-CUSTOMER-ID(WS-UNIT-USED)
           IF NOT VM-STATUS-SOLD
               SET WS-UT-IN-STOCK(WS-UNIT-USED) TO TRUE
               ADD 1 TO WS-STOCK-COUNT
               GO TO 2000-NEXT
           END-IF
           SET WS-UT-LIVE-SALE(WS-UNIT-USED) TO TRUE
           ADD 1 TO WS-LIVE-COUNT
           PERFORM 2200-FIND-LATEST-DEAL THRU 2200-EXIT
           IF WS-SALE-ON-FILE
               MOVE WL-SALE-DATE TO WS-UT-SALE-DATE(WS-UNIT-USED)
               MOVE WL-CUSTOMER-ID TO WS-UT-CUSTOMER-ID(WS-UNIT-USED)
           END-IF.
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
      *    2200-FIND-LATEST-DEAL
      *    WALKS THE UNIT'S DEALS IN SEQUENCE AND KEEPS THE LAST LIVE
      *    ONE - A RESCINDED DEAL'S BUYER NO LONGER OWNS THE UNIT.
      ******************************************************************
       2200-FIND-LATEST-DEAL.
           MOVE "N" TO WS-SALE-FOUND-SWITCH
           MOVE "N" TO WS-SCAN-DONE-SWITCH
           MOVE VM-VEHICLE-ID TO SL-HIST-VEHICLE-ID
           MOVE 0 TO SL-HIST-SALE-SEQ
           START SALES-TRANSACTION-FILE KEY >= SL-HIST-KEY
               INVALID KEY
                   MOVE "Y" TO WS-SCAN-DONE-SWITCH
           END-START
           IF NOT WS-SCAN-DONE
               PERFORM 2210-READ-NEXT-SALE THRU 2210-EXIT
           END-IF
           PERFORM 2220-KEEP-ONE-SALE THRU 2220-EXIT
               UNTIL WS-SCAN-DONE.
       2200-EXIT.
           EXIT.

       2210-READ-NEXT-SALE.
           READ SALES-TRANSACTION-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-SCAN-DONE-SWITCH
           END-READ
           IF NOT WS-SCAN-DONE
                   AND SL-HIST-VEHICLE-ID NOT = VM-VEHICLE-ID
               MOVE "Y" TO WS-SCAN-DONE-SWITCH
           END-IF.
       2210-EXIT.
           EXIT.

       2220-KEEP-ONE-SALE.
           IF SL-DEAL-LIVE
               SET WS-SALE-ON-FILE TO TRUE
               MOVE SALES-TRANSACTION-RECORD TO WS-WORK-SALE
           END-IF
           PERFORM 2210-READ-NEXT-SALE THRU 2210-EXIT.
       2220-EXIT.
           EXIT.

      ******************************************************************
      *    2500-TEST-UNIT
      *    SELECTS THE UNIT IN WS-TEST-xxx WHEN IT FITS THE HEADER
      *    (SAME BRAND, SAME MODEL OR NO MODEL ON THE CARD, YEAR
      *    INSIDE THE NONZERO BOUNDS) OR ITS VEHICLE-ID WAS RESOLVED
      *    FROM A LISTED VIN.  A LISTED VIN IS MARKED FOUND HERE.
      ******************************************************************
       2500-TEST-UNIT.
           MOVE "N" TO WS-SELECT-SWITCH
           INSPECT WS-TEST-BRAND CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           INSPECT WS-TEST-MODEL CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           IF WS-WANT-BRAND NOT = SPACES
                   AND WS-TEST-BRAND = WS-WANT-BRAND
                   AND (WS-WANT-MODEL = SPACES
                       OR WS-TEST-MODEL = WS-WANT-MODEL)
                   AND (WS-YEAR-LOW = 0
                       OR WS-TEST-YEAR NOT < WS-YEAR-LOW)
                   AND (WS-YEAR-HIGH = 0
                       OR WS-TEST-YEAR NOT > WS-YEAR-HIGH)
               SET WS-UNIT-SELECTED TO TRUE
           END-IF
           MOVE 1 TO WS-LIST-SUB
           PERFORM 2510-CHECK-LISTED-VIN THRU 2510-EXIT
               UNTIL WS-LIST-SUB > WS-LIST-USED.
       2500-EXIT.
           EXIT.

       2510-CHECK-LISTED-VIN.
           IF NOT WS-LV-UNRESOLVED(WS-LIST-SUB)
                   AND WS-LV-VEHICLE-ID(WS-LIST-SUB) = WS-TEST-ID
               SET WS-UNIT-SELECTED TO TRUE
               SET WS-LV-FOUND(WS-LIST-SUB) TO TRUE
           END-IF
           ADD 1 TO WS-LIST-SUB.
       2510-EXIT.
           EXIT.

      ******************************************************************
      *    3000-SCAN-ARCHIVE
      *    A SELECTED PURGED UNIT IS TABLED WITH THE BUYER OFF THE
      *    ARCHIVED SALE.  A UNIT BACK ON THE MASTER, OR ARCHIVED
      *    TWICE ACROSS A RESTORE, IS ALREADY TABLED AND IS SKIPPED.
      ******************************************************************
       3000-SCAN-ARCHIVE.
           ADD 1 TO WS-ARCHIVE-READ
           MOVE AR-MASTER-IMAGE TO ARCHIVED-MASTER
           MOVE AR-SALE-IMAGE TO ARCHIVED-SALE
      *    A SALE ARCHIVED OFF A PRE-CUSTOMER-ID LOG RECORD CARRIES
      *    SPACES IN THE NEW FIELDS - TREAT IT AS CUSTOMER ZERO.
           IF AS-CUSTOMER-ID NOT NUMERIC
               MOVE 0 TO AS-CUSTOMER-ID
           END-IF
           IF AS-DEAL-RESCINDED
               GO TO 3000-NEXT
           END-IF
           MOVE AR-VEHICLE-ID TO WS-TEST-ID
           MOVE AM-VEHICLE-BRAND TO WS-TEST-BRAND
           MOVE AM-VEHICLE-MODEL TO WS-TEST-MODEL
           MOVE AM-VEHICLE-YEAR TO WS-TEST-YEAR
           PERFORM 2500-TEST-UNIT THRU 2500-EXIT
           IF NOT WS-UNIT-SELECTED
               GO TO 3000-NEXT
           END-IF
           MOVE "N" TO WS-TABLED-SWITCH
           MOVE 1 TO WS-SCAN-SUB
           PERFORM 3200-FIND-TABLED-UNIT THRU 3200-EXIT
               UNTIL WS-SCAN-SUB > WS-UNIT-USED
           IF WS-UNIT-TABLED
               GO TO 3000-NEXT
           END-IF
           MOVE AR-VEHICLE-ID TO VM-VEHICLE-ID
           READ VEHICLE-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   GO TO 3000-NEXT
           END-READ
           IF WS-UNIT-USED NOT < WS-UNIT-MAX
               ADD 1 TO WS-UNIT-LOST
               GO TO 3000-NEXT
           END-IF
           ADD 1 TO WS-UNIT-USED
           SET WS-UT-ARCHIVED(WS-UNIT-USED) TO TRUE
           MOVE AR-VEHICLE-ID TO WS-UT-VEHICLE-ID(WS-UNIT-USED)
           MOVE AM-VEHICLE-BRAND TO WS-UT-BRAND(WS-UNIT-USED)
           MOVE AM-VEHICLE-MODEL TO WS-UT-MODEL(WS-UNIT-USED)
           MOVE AM-VEHICLE-YEAR TO WS-UT-YEAR(WS-UNIT-USED)
           MOVE AM-STATUS-CODE TO WS-UT-STATUS(WS-UNIT-USED)
           MOVE AM-LOT-CODE TO WS-UT-LOT(WS-UNIT-USED)
           MOVE AS-SALE-DATE TO WS-UT-SALE-DATE(WS-UNIT-USED)
           MOVE AS-CUSTOMER-ID TO WS-UT-CUSTOMER-ID(WS-UNIT-USED)
           MOVE SPACES TO WS-UT-VIN(WS-UNIT-USED)
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
      *    3200-FIND-TABLED-UNIT
      *    SETS WS-UNIT-TABLED AND ENDS THE SCAN WHEN THE ARCHIVED
      *    UNIT IS ALREADY IN THE TABLE.
      ******************************************************************
       3200-FIND-TABLED-UNIT.
           IF WS-UT-VEHICLE-ID(WS-SCAN-SUB) = AR-VEHICLE-ID
               SET WS-UNIT-TABLED TO TRUE
               COMPUTE WS-SCAN-SUB = WS-UNIT-USED + 1
               GO TO 3200-EXIT
           END-IF
           ADD 1 TO WS-SCAN-SUB.
       3200-EXIT.
           EXIT.

      ******************************************************************
      *    4000-FILL-VINS
      *    ONE PASS OF THE CROSS-REFERENCE PUTS THE VIN ON EVERY
      *    TABLED UNIT - THE REGISTRY IS KEYED BY VIN, NOT BY OUR ID.
      ******************************************************************
       4000-FILL-VINS.
           MOVE "N" TO WS-SCAN-DONE-SWITCH
           MOVE LOW-VALUES TO VX-VIN
           START VIN-XREF-FILE KEY >= VX-VIN
               INVALID KEY
                   MOVE "Y" TO WS-SCAN-DONE-SWITCH
           END-START
           PERFORM 4100-CHECK-ONE-XREF THRU 4100-EXIT
               UNTIL WS-SCAN-DONE.
       4000-EXIT.
           EXIT.

       4100-CHECK-ONE-XREF.
           READ VIN-XREF-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-SCAN-DONE-SWITCH
                   GO TO 4100-EXIT
           END-READ
           MOVE 1 TO WS-SCAN-SUB
           PERFORM 4110-MATCH-ONE-UNIT THRU 4110-EXIT
               UNTIL WS-SCAN-SUB > WS-UNIT-USED.
       4100-EXIT.
           EXIT.

       4110-MATCH-ONE-UNIT.
           IF WS-UT-VEHICLE-ID(WS-SCAN-SUB) = VX-VEHICLE-ID
               MOVE VX-VIN TO WS-UT-VIN(WS-SCAN-SUB)
           END-IF
           ADD 1 TO WS-SCAN-SUB.
       4110-EXIT.
           EXIT.

      ******************************************************************
      *    5000-PRINT-OWNERS
      *    SECTION ONE - EVERY SOLD UNIT IN THE CAMPAIGN WITH ITS
      *    BUYER, AND A MAILING LABEL FOR EACH BUYER ON FILE.
      ******************************************************************
       5000-PRINT-OWNERS.
           MOVE "OWNERS TO NOTIFY  (S = A: DEAL IS ON THE ARCHIVE)"
               TO SEC-TITLE
           WRITE RR-LINE FROM SECTION-LINE
           WRITE RR-LINE FROM BLANK-LINE
           WRITE RR-LINE FROM OWNER-HDR-LINE
           IF WS-LIVE-COUNT = 0 AND WS-ARCHIVED-COUNT = 0
               MOVE "NO SOLD UNITS MATCH THE CAMPAIGN." TO NONE-TEXT
               WRITE RR-LINE FROM NONE-LINE
           END-IF
           MOVE 1 TO WS-UNIT-SUB
           PERFORM 5100-PRINT-ONE-OWNER THRU 5100-EXIT
               UNTIL WS-UNIT-SUB > WS-UNIT-USED
           WRITE RR-LINE FROM BLANK-LINE.
       5000-EXIT.
           EXIT.

       5100-PRINT-ONE-OWNER.
           IF WS-UT-IN-STOCK(WS-UNIT-SUB)
               GO TO 5100-NEXT
           END-IF
           MOVE WS-UT-VEHICLE-ID(WS-UNIT-SUB) TO OWN-ID
           MOVE SPACE TO OWN-SOURCE
           IF WS-UT-ARCHIVED(WS-UNIT-SUB)
               MOVE "A" TO OWN-SOURCE
           END-IF
           MOVE WS-UT-VIN(WS-UNIT-SUB) TO OWN-VIN
           MOVE WS-UT-YEAR(WS-UNIT-SUB) TO OWN-YEAR
           MOVE WS-UT-MODEL(WS-UNIT-SUB) TO OWN-MODEL
           MOVE WS-UT-SALE-DATE(WS-UNIT-SUB) TO OWN-SALE-DATE
           PERFORM 5200-GET-BUYER THRU 5200-EXIT
           IF NOT WS-BUYER-FOUND
               MOVE WS-UT-CUSTOMER-ID(WS-UNIT-SUB) TO OWN-CUSTOMER
               MOVE SPACES TO OWN-NAME
               WRITE RR-LINE FROM OWNER-LINE
               IF WS-UT-CUSTOMER-ID(WS-UNIT-SUB) = 0
                   MOVE "** NO BUYER ON THE DEAL - NO LABEL **"
                       TO NBL-TEXT
               ELSE
                   MOVE "** BUYER NOT ON CUSTOMER MASTER - NO LABEL **"
                       TO NBL-TEXT
               END-IF
               WRITE RR-LINE FROM NO-BUYER-LINE
               ADD 1 TO WS-NO-BUYER-COUNT
               GO TO 5100-NEXT
           END-IF
           MOVE CU-CUSTOMER-ID TO OWN-CUSTOMER
           MOVE CU-NAME TO OWN-NAME
           WRITE RR-LINE FROM OWNER-LINE
           MOVE CU-ADDRESS TO ADR-ADDRESS
           MOVE CU-CITY TO ADR-CITY
           MOVE CU-STATE TO ADR-STATE
           MOVE CU-ZIP TO ADR-ZIP
           WRITE RR-LINE FROM ADDRESS-LINE
           PERFORM 5300-WRITE-LABEL THRU 5300-EXIT.
       5100-NEXT.
           ADD 1 TO WS-UNIT-SUB.
       5100-EXIT.
           EXIT.

      ******************************************************************
      *    5200-GET-BUYER
      *    READS THE DEAL'S CUSTOMER.  A CUSTOMER RETIRED BY A MERGE
      *    IS FOLLOWED TO THE ID IT WAS MERGED INTO - THE ARCHIVED
      *    SALE IMAGES STILL CARRY THE OLD ID.  THE HOP LIMIT ONLY
      *    GUARDS AGAINST A DAMAGED CHAIN.
      ******************************************************************
       5200-GET-BUYER.
           MOVE "N" TO WS-BUYER-SWITCH
           IF WS-UT-CUSTOMER-ID(WS-UNIT-SUB) = 0
               GO TO 5200-EXIT
           END-IF
           MOVE WS-UT-CUSTOMER-ID(WS-UNIT-SUB) TO CU-CUSTOMER-ID
           MOVE 0 TO WS-MERGE-HOPS
           PERFORM 5210-READ-BUYER THRU 5210-EXIT.
       5200-EXIT.
           EXIT.

       5210-READ-BUYER.
           READ CUSTOMER-MASTER-FILE
               INVALID KEY
                   GO TO 5210-EXIT
           END-READ
           IF CU-STATUS-MERGED AND WS-MERGE-HOPS < 10
                   AND CU-MERGED-INTO NOT = 0
               ADD 1 TO WS-MERGE-HOPS
               MOVE CU-MERGED-INTO TO CU-CUSTOMER-ID
               GO TO 5210-READ-BUYER
           END-IF
           SET WS-BUYER-FOUND TO TRUE.
       5210-EXIT.
           EXIT.

       5300-WRITE-LABEL.
           MOVE WS-CAMPAIGN-ID TO LB-CAMPAIGN-ID
           MOVE CU-CUSTOMER-ID TO LB-CUSTOMER-ID
           MOVE CU-NAME TO LB-NAME
           MOVE CU-ADDRESS TO LB-ADDRESS
           MOVE CU-CITY TO LB-CITY
           MOVE CU-STATE TO LB-STATE
           MOVE CU-ZIP TO LB-ZIP
           MOVE WS-UT-VEHICLE-ID(WS-UNIT-SUB) TO LB-VEHICLE-ID
           MOVE WS-UT-VIN(WS-UNIT-SUB) TO LB-VIN
           MOVE WS-UT-YEAR(WS-UNIT-SUB) TO LB-VEHICLE-YEAR
           MOVE WS-UT-BRAND(WS-UNIT-SUB) TO LB-VEHICLE-BRAND
           MOVE WS-UT-MODEL(WS-UNIT-SUB) TO LB-VEHICLE-MODEL
           WRITE LABEL-RECORD
           ADD 1 TO WS-LABEL-COUNT.
       5300-EXIT.
           EXIT.

      ******************************************************************
      *    6000-PRINT-STOCK
      *    SECTION TWO - RECALLED UNITS STILL IN OUR HANDS.  THESE
      *    ARE GROUNDED UNTIL THE RECALL WORK IS DONE.
      ******************************************************************
       6000-PRINT-STOCK.
           MOVE "UNITS IN OUR INVENTORY - GROUND BEFORE SALE"
               TO SEC-TITLE
           WRITE RR-LINE FROM SECTION-LINE
           WRITE RR-LINE FROM BLANK-LINE
           WRITE RR-LINE FROM STOCK-HDR-LINE
           IF WS-STOCK-COUNT = 0
               MOVE "NO CAMPAIGN UNITS IN STOCK." TO NONE-TEXT
               WRITE RR-LINE FROM NONE-LINE
           END-IF
           MOVE 1 TO WS-UNIT-SUB
           PERFORM 6100-PRINT-ONE-STOCK THRU 6100-EXIT
               UNTIL WS-UNIT-SUB > WS-UNIT-USED
           WRITE RR-LINE FROM BLANK-LINE.
       6000-EXIT.
           EXIT.

       6100-PRINT-ONE-STOCK.
           IF NOT WS-UT-IN-STOCK(WS-UNIT-SUB)
               GO TO 6100-NEXT
           END-IF
           MOVE WS-UT-VEHICLE-ID(WS-UNIT-SUB) TO STK-ID
           MOVE WS-UT-VIN(WS-UNIT-SUB) TO STK-VIN
           MOVE WS-UT-YEAR(WS-UNIT-SUB) TO STK-YEAR
           MOVE WS-UT-BRAND(WS-UNIT-SUB) TO STK-BRAND
           MOVE WS-UT-MODEL(WS-UNIT-SUB) TO STK-MODEL
           EVALUATE WS-UT-STATUS(WS-UNIT-SUB)
               WHEN "A"
                   MOVE "ACTIVE" TO STK-STATUS
               WHEN "R"
                   MOVE "RESERVED" TO STK-STATUS
               WHEN "T"
                   MOVE "IN TRANSIT" TO STK-STATUS
               WHEN OTHER
                   MOVE WS-UT-STATUS(WS-UNIT-SUB) TO STK-STATUS
           END-EVALUATE
           MOVE WS-UT-LOT(WS-UNIT-SUB) TO STK-LOT
           WRITE RR-LINE FROM STOCK-LINE.
       6100-NEXT.
           ADD 1 TO WS-UNIT-SUB.
       6100-EXIT.
           EXIT.

      ******************************************************************
      *    7000-PRINT-UNLISTED
      *    SECTION THREE - LISTED VINS THAT ARE NOT UNITS OF OURS,
      *    SO THE MANUFACTURER'S LIST CAN BE TICKED OFF IN FULL.
      ******************************************************************
       7000-PRINT-UNLISTED.
           IF WS-LIST-USED = 0
               GO TO 7000-EXIT
           END-IF
           MOVE "LISTED VINS NOT FOUND AS OUR UNITS" TO SEC-TITLE
           WRITE RR-LINE FROM SECTION-LINE
           WRITE RR-LINE FROM BLANK-LINE
           MOVE 1 TO WS-LIST-SUB
           PERFORM 7100-PRINT-ONE-UNLISTED THRU 7100-EXIT
               UNTIL WS-LIST-SUB > WS-LIST-USED
           IF WS-UNLISTED-COUNT = 0
               MOVE "EVERY LISTED VIN IS ONE OF OUR UNITS."
                   TO NONE-TEXT
               WRITE RR-LINE FROM NONE-LINE
           END-IF
           WRITE RR-LINE FROM BLANK-LINE.
       7000-EXIT.
           EXIT.

       7100-PRINT-ONE-UNLISTED.
           IF WS-LV-FOUND(WS-LIST-SUB)
               GO TO 7100-NEXT
           END-IF
           MOVE WS-LV-VIN(WS-LIST-SUB) TO ULL-VIN
           IF WS-LV-UNRESOLVED(WS-LIST-SUB)
               MOVE "NOT ON THE VIN CROSS-REFERENCE" TO ULL-TEXT
           ELSE
               MOVE SPACES TO ULL-TEXT
               STRING "VEHICLE-ID " DELIMITED BY SIZE
                   WS-LV-VEHICLE-ID(WS-LIST-SUB) DELIMITED BY SIZE
                   " NOT ON THE MASTER OR THE ARCHIVE"
                   DELIMITED BY SIZE
                   INTO ULL-TEXT
           END-IF
           WRITE RR-LINE FROM UNLISTED-LINE
           ADD 1 TO WS-UNLISTED-COUNT.
       7100-NEXT.
           ADD 1 TO WS-LIST-SUB.
       7100-EXIT.
           EXIT.

       8000-TERMINATE.
           MOVE WS-LIVE-COUNT TO TL1-COUNT
           WRITE RR-LINE FROM TOT-LINE-1
           MOVE WS-ARCHIVED-COUNT TO TL2-COUNT
           WRITE RR-LINE FROM TOT-LINE-2
           MOVE WS-LABEL-COUNT TO TL3-COUNT
           WRITE RR-LINE FROM TOT-LINE-3
           MOVE WS-NO-BUYER-COUNT TO TL4-COUNT
           WRITE RR-LINE FROM TOT-LINE-4
           MOVE WS-STOCK-COUNT TO TL5-COUNT
           WRITE RR-LINE FROM TOT-LINE-5
           IF WS-LIST-USED > 0
               MOVE WS-UNLISTED-COUNT TO TL6-COUNT
               WRITE RR-LINE FROM TOT-LINE-6
           END-IF
           IF WS-UNIT-LOST > 0
               MOVE "UNITS DROPPED - TABLE FULL...:" TO LST-TITLE
               MOVE WS-UNIT-LOST TO LST-COUNT
               WRITE RR-LINE FROM LOST-LINE
               DISPLAY "UNIT TABLE FULL - " WS-UNIT-LOST
                   " UNITS NOT LISTED"
           END-IF
           IF WS-LIST-LOST > 0
               MOVE "LISTED VINS DROPPED..........:" TO LST-TITLE
               MOVE WS-LIST-LOST TO LST-COUNT
               WRITE RR-LINE FROM LOST-LINE
               DISPLAY "VIN TABLE FULL - " WS-LIST-LOST
                   " VIN CARDS IGNORED"
           END-IF
           IF WS-STOCK-COUNT > 0
               MOVE 8 TO RETURN-CODE
           END-IF
           DISPLAY "MASTER RECORDS READ:  " WS-MASTER-READ
           DISPLAY "ARCHIVE RECORDS READ: " WS-ARCHIVE-READ
           DISPLAY "LABELS WRITTEN:       " WS-LABEL-COUNT
           DISPLAY "UNITS IN STOCK:       " WS-STOCK-COUNT
           CLOSE VEHICLE-MASTER-FILE
           CLOSE SALES-TRANSACTION-FILE
           CLOSE CUSTOMER-MASTER-FILE
           IF WS-XREF-FILE-OPEN
               CLOSE VIN-XREF-FILE
           END-IF
           IF WS-ARCHIVE-FILE-OPEN
               CLOSE ARCHIVE-FILE
           END-IF
           CLOSE LABEL-FILE
           CLOSE RECALL-REPORT-FILE
           MOVE WS-LABEL-COUNT TO WS-RC-COUNT
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
