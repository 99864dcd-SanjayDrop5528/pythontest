      ******************************************************************
      *    PROGRAM-ID. TAXREMIT
      *
      *    MONTHLY SALES-TAX REMITTANCE REPORT.  WALKS THE KEYED
      *    SALES HISTORY FOR THE CALENDAR MONTH ON THE TAXCARD
      *    CONTROL CARD (YYYYMM - A ZERO OR MISSING CARD TAKES THE
      *    FULL HISTORY) AND TOTALS, BY TAXING STATE AND
      *    JURISDICTION, WHAT GOES ON THE MONTH'S RETURN:
      *
      *       TAXABLE SALES - THE AMOUNT THE TAX WAS FIGURED ON (THE
      *                       PRICE NET OF THE TRADE WHERE THE STATE
      *                       GIVES TRADE CREDIT, ELSE THE PRICE).
      *       EXEMPT SALES  - THE PRICE OF DEALS CLOSED EXEMPT.
      *       TRADE CREDITS - THE PART OF THE PRICE THE TRADE
      *                       ALLOWANCE TOOK OUT OF TAX.
      *       TAX COLLECTED - SL-SALES-TAX ON THE DEALS.
      *
      *    THE DOC AND REGISTRATION FEES COLLECTED ARE TOTALLED
      *    UNDERNEATH.  A DEAL UNWOUND IN THE MONTH (A "DEAL-
      *    RESCINDED" RECORD ON THE AUDIT TRAIL) COMES OFF THE
      *    RETURN IN THE MONTH OF THE UNWIND, THE SAME WAY THE GL
      *    EXTRACT REVERSES IT - THE MONTH OF THE SALE IS NEVER
      *    RESTATED.  A DEAL CLOSED UNTAXED (NO RATE ON FILE FOR
      *    THE BUYER) IS COUNTED AND NAMED ON THE CONSOLE, AND THE
      *    RUN ENDS WITH RETURN-CODE 8 SO THE RETURN IS NOT FILED
      *    SHORT.
      *
      *    MOD HISTORY
      *    DATE       INIT  DESCRIPTION
      *    ---------  ----  --------------------------------------------
      *    2026-10-15  DLM  ORIGINAL.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TaxRemit.
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
           SELECT TAX-CONTROL-FILE ASSIGN "TAXCARD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TC-STATUS.

           SELECT SALES-TRANSACTION-FILE ASSIGN "VEHSALIX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SL-HIST-KEY
               ALTERNATE RECORD KEY IS SL-CUSTOMER-ID
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS SL-SALE-DATE
                   WITH DUPLICATES
               FILE STATUS IS WS-ST-STATUS.

           SELECT AUDIT-LOG-FILE ASSIGN "VEHAUDIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AU-STATUS.

           SELECT SORT-WORK-FILE ASSIGN "SRTWORK".

           SELECT TAX-REPORT-FILE ASSIGN "TAXRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TAX-CONTROL-FILE.
       01  TC-RECORD.
           05  TC-REPORT-MONTH        PIC 9(06).

       FD  SALES-TRANSACTION-FILE.
       01  SALES-TRANSACTION-RECORD.
           COPY SALEREC.

       FD  AUDIT-LOG-FILE.
       01  AUDIT-RECORD.
           COPY AUDREC.

       SD  SORT-WORK-FILE.
       01  SW-RECORD.
           05  SW-STATE               PIC X(02).
           05  SW-JURISDICTION        PIC X(06).
           05  SW-DEALS               PIC S9(01).
           05  SW-TAXABLE             PIC S9(09)V99.
           05  SW-EXEMPT              PIC S9(09)V99.
           05  SW-TRADE-CREDIT        PIC S9(09)V99.
           05  SW-TAX                 PIC S9(07)V99.
           05  SW-DOC-FEE             PIC S9(05)V99.
           05  SW-REG-FEE             PIC S9(05)V99.

       FD  TAX-REPORT-FILE.
       01  TR-LINE                    PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-TC-STATUS               PIC X(02) VALUE "00".
       01  WS-ST-STATUS               PIC X(02) VALUE "00".
       01  WS-AU-STATUS               PIC X(02) VALUE "00".
       01  WS-TR-STATUS               PIC X(02) VALUE "00".

       01  WS-EOF-SWITCH              PIC X(01) VALUE "N".
           88  WS-END-OF-FILE                 VALUE "Y".
       01  WS-SORT-EOF-SWITCH         PIC X(01) VALUE "N".
           88  WS-SORT-END-OF-FILE            VALUE "Y".

       01  WS-REVERSAL-SWITCH         PIC X(01) VALUE "N".
           88  WS-TAKING-REVERSAL             VALUE "Y".

       01  WS-REPORT-MONTH            PIC 9(06) VALUE 0.
       01  WS-SALE-MONTH              PIC 9(06) VALUE 0.
       01  WS-AUDIT-MONTH             PIC 9(06) VALUE 0.

       01  WS-SALES-READ              PIC 9(05) VALUE 0.
       01  WS-DEALS-TAXED             PIC 9(05) VALUE 0.
       01  WS-DEALS-REVERSED          PIC 9(05) VALUE 0.
       01  WS-UNTAXED-COUNT           PIC 9(05) VALUE 0.
       01  WS-LINES-PRINTED           PIC 9(05) VALUE 0.

       01  WS-DEAL-TAXABLE            PIC S9(09)V99 VALUE 0.

      ******************************************************************
      *    CONTROL-BREAK ACCUMULATORS - JURISDICTION, STATE, GRAND.
      ******************************************************************
       01  WS-CURRENT-STATE           PIC X(02) VALUE LOW-VALUES.
       01  WS-CURRENT-JURISDICTION    PIC X(06) VALUE LOW-VALUES.

       01  WS-JUR-TOTALS.
           05  WS-JT-DEALS            PIC S9(05) VALUE 0.
           05  WS-JT-TAXABLE          PIC S9(11)V99 VALUE 0.
           05  WS-JT-EXEMPT           PIC S9(11)V99 VALUE 0.
           05  WS-JT-TRADE-CREDIT     PIC S9(11)V99 VALUE 0.
           05  WS-JT-TAX              PIC S9(09)V99 VALUE 0.
       01  WS-STATE-TOTALS.
           05  WS-SU-DEALS            PIC S9(05) VALUE 0.
           05  WS-SU-TAXABLE          PIC S9(11)V99 VALUE 0.
           05  WS-SU-EXEMPT           PIC S9(11)V99 VALUE 0.
           05  WS-SU-TRADE-CREDIT     PIC S9(11)V99 VALUE 0.
           05  WS-SU-TAX              PIC S9(09)V99 VALUE 0.
       01  WS-GRAND-TOTALS.
           05  WS-GT-DEALS            PIC S9(05) VALUE 0.
           05  WS-GT-TAXABLE          PIC S9(11)V99 VALUE 0.
           05  WS-GT-EXEMPT           PIC S9(11)V99 VALUE 0.
           05  WS-GT-TRADE-CREDIT     PIC S9(11)V99 VALUE 0.
           05  WS-GT-TAX              PIC S9(09)V99 VALUE 0.
           05  WS-GT-DOC-FEE          PIC S9(09)V99 VALUE 0.
           05  WS-GT-REG-FEE          PIC S9(09)V99 VALUE 0.

       01  WS-SYSTEM-DATE             PIC 9(08).

       01  WS-OPEN-CHECK-STATUS       PIC X(02) VALUE "00".
       01  WS-OPEN-FILE-NAME          PIC X(21) VALUE SPACES.

       01  HDR-LINE-1                 PIC X(80) VALUE
           "          MONTHLY SALES-TAX REMITTANCE BY JURISDICTION".
       01  HDR-LINE-2.
           05  FILLER                 PIC X(06) VALUE "DATE: ".
           05  HL2-DATE               PIC 9999/99/99.
           05  FILLER                 PIC X(10) VALUE SPACES.
           05  FILLER                 PIC X(14) VALUE "REPORT MONTH: ".
           05  HL2-MONTH              PIC X(10).
           05  FILLER                 PIC X(30) VALUE SPACES.
       01  HDR-LINE-3                 PIC X(80) VALUE SPACES.

       01  COL-HDR-LINE.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  FILLER                 PIC X(04) VALUE "ST".
           05  FILLER                 PIC X(07) VALUE "JURIS".
           05  FILLER                 PIC X(06) VALUE " DEALS".
           05  FILLER                 PIC X(15) VALUE
               "  TAXABLE SALES".
           05  FILLER                 PIC X(15) VALUE
               "   EXEMPT SALES".
           05  FILLER                 PIC X(15) VALUE
               "  TRADE CREDITS".
           05  FILLER                 PIC X(14) VALUE
               " TAX COLLECTED".

       01  DTL-LINE.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  DTL-STATE              PIC X(02).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  DTL-JURISDICTION       PIC X(06).
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  DTL-DEALS              PIC -Z,ZZ9.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  DTL-TAXABLE            PIC -ZZ,ZZZ,ZZ9.99.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  DTL-EXEMPT             PIC -ZZ,ZZZ,ZZ9.99.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  DTL-TRADE-CREDIT       PIC -ZZ,ZZZ,ZZ9.99.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  DTL-TAX                PIC -Z,ZZZ,ZZ9.99.

       01  STATE-TOT-LINE.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  FILLER                 PIC X(06) VALUE "TOTAL ".
           05  STL-STATE              PIC X(02).
           05  FILLER                 PIC X(03) VALUE SPACES.
           05  STL-DEALS              PIC -Z,ZZ9.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  STL-TAXABLE            PIC -ZZ,ZZZ,ZZ9.99.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  STL-EXEMPT             PIC -ZZ,ZZZ,ZZ9.99.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  STL-TRADE-CREDIT       PIC -ZZ,ZZZ,ZZ9.99.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  STL-TAX                PIC -Z,ZZZ,ZZ9.99.

       01  GRAND-TOT-LINE.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  FILLER                 PIC X(11) VALUE "ALL STATES".
           05  GTL-DEALS              PIC -Z,ZZ9.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  GTL-TAXABLE            PIC -ZZ,ZZZ,ZZ9.99.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  GTL-EXEMPT             PIC -ZZ,ZZZ,ZZ9.99.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  GTL-TRADE-CREDIT       PIC -ZZ,ZZZ,ZZ9.99.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  GTL-TAX                PIC -Z,ZZZ,ZZ9.99.

       01  TOT-LINE-1.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  FILLER                 PIC X(30) VALUE
               "DOC FEES COLLECTED...........:".
           05  TL1-AMOUNT             PIC -$$,$$$,$$9.99.

       01  TOT-LINE-2.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  FILLER                 PIC X(30) VALUE
               "REGISTRATION FEES COLLECTED..:".
           05  TL2-AMOUNT             PIC -$$,$$$,$$9.99.

       01  TOT-LINE-3.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  FILLER                 PIC X(30) VALUE
               "DEALS UNWOUND IN THE MONTH...:".
           05  TL3-COUNT              PIC ZZ,ZZ9.

       01  TOT-LINE-4.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  FILLER                 PIC X(30) VALUE
               "DEALS CLOSED UNTAXED.........:".
           05  TL4-COUNT              PIC ZZ,ZZ9.

       01  NO-DEALS-LINE              PIC X(80) VALUE
           "  NO TAXED DEALS IN THE MONTH.".
       01  UNTAXED-LINE               PIC X(80) VALUE
           "  *** DEALS CLOSED UNTAXED - FIGURE THEM BEFORE FILING ***".

       01  BLANK-LINE                 PIC X(80) VALUE SPACES.

      ******************************************************************
      *    RUN-CONTROL INTERFACE FIELDS - SEE RUNCONTROL FOR THE
      *    GUARD CODES AND THE START/END RECORD LAYOUT.
      ******************************************************************
       01  WS-RC-FUNCTION             PIC X(01) VALUE SPACE.
       01  WS-RC-PROGRAM              PIC X(16) VALUE "TAXREMIT".
       01  WS-RC-GUARD                PIC X(01) VALUE "N".
       01  WS-RC-COUNT                PIC 9(07) VALUE 0.
       01  WS-RC-RETCODE              PIC 9(02) VALUE 0.
       01  WS-RC-RESULT               PIC X(01) VALUE SPACE.
           88  WS-RC-DENIED                   VALUE "D".
       01  WS-RC-TEXT                 PIC X(40) VALUE SPACES.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SW-STATE
               ON ASCENDING KEY SW-JURISDICTION
               INPUT PROCEDURE IS 2000-SELECT-DEALS
                   THRU 2000-EXIT
               OUTPUT PROCEDURE IS 5000-PRINT-SORTED
                   THRU 5000-EXIT
           PERFORM 8000-TERMINATE THRU 8000-EXIT
           STOP RUN.

       1000-INITIALIZE.
           PERFORM 9100-START-RUN-CONTROL THRU 9100-EXIT
           ACCEPT WS-SYSTEM-DATE FROM DATE YYYYMMDD
           PERFORM 1100-READ-CONTROL-CARD THRU 1100-EXIT
           OPEN INPUT SALES-TRANSACTION-FILE
           MOVE "SALES-TRANS-FILE" TO WS-OPEN-FILE-NAME
           MOVE WS-ST-STATUS TO WS-OPEN-CHECK-STATUS
           PERFORM 1050-CHECK-REQUIRED-OPEN THRU 1050-EXIT
           OPEN OUTPUT TAX-REPORT-FILE
           MOVE "TAX-REPORT-FILE" TO WS-OPEN-FILE-NAME
           MOVE WS-TR-STATUS TO WS-OPEN-CHECK-STATUS
           PERFORM 1050-CHECK-REQUIRED-OPEN THRU 1050-EXIT
           MOVE WS-SYSTEM-DATE TO HL2-DATE
           IF WS-REPORT-MONTH = 0
               MOVE "FULL LOG  " TO HL2-MONTH
           ELSE
               MOVE WS-REPORT-MONTH TO HL2-MONTH
           END-IF
           WRITE TR-LINE FROM HDR-LINE-1
           WRITE TR-LINE FROM HDR-LINE-2
           WRITE TR-LINE FROM HDR-LINE-3
           WRITE TR-LINE FROM COL-HDR-LINE.
       1000-EXIT.
           EXIT.

      ******************************************************************
      *    1050-CHECK-REQUIRED-OPEN
      *    A FAILED OPEN ON ANY OF THE FILES THIS RUN DEPENDS ON IS
      *    FATAL - A PARTIAL RETURN CANNOT BE FILED.
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
      *    1100-READ-CONTROL-CARD
      *    A MISSING OR EMPTY CARD REPORTS THE FULL SALES HISTORY,
      *    THE SAME WAY THE COMMISSION RUN TREATS ITS CARD.  THE
      *    MONTH-END RUN SHOULD ALWAYS SUPPLY THE MONTH.
      ******************************************************************
       1100-READ-CONTROL-CARD.
           OPEN INPUT TAX-CONTROL-FILE
           IF WS-TC-STATUS NOT = "00"
               GO TO 1100-EXIT
           END-IF
           READ TAX-CONTROL-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF TC-REPORT-MONTH NUMERIC
                       MOVE TC-REPORT-MONTH TO WS-REPORT-MONTH
                   END-IF
           END-READ
           CLOSE TAX-CONTROL-FILE.
       1100-EXIT.
           EXIT.

      ******************************************************************
      *    2000-SELECT-DEALS
      *    SORT INPUT PROCEDURE.  FIRST THE MONTH'S SALES OFF THE
      *    SALE-DATE ALTERNATE KEY, THEN THE AUDIT TRAIL FOR DEALS
      *    UNWOUND IN THE MONTH, WHICH ARE RELEASED NEGATIVE.
      ******************************************************************
       2000-SELECT-DEALS.
           PERFORM 2050-POSITION-ON-MONTH THRU 2050-EXIT
           IF NOT WS-END-OF-FILE
               PERFORM 2100-READ-SALE THRU 2100-EXIT
           END-IF
           PERFORM 2200-SELECT-SALE THRU 2200-EXIT
               UNTIL WS-END-OF-FILE
           PERFORM 2500-PROCESS-RESCISSIONS THRU 2500-EXIT.
       2000-EXIT.
           EXIT.

      ******************************************************************
      *    2050-POSITION-ON-MONTH
      *    STARTS THE KEYED HISTORY AT THE FIRST SALE OF THE
      *    REQUESTED MONTH; A FULL-LOG RUN STARTS AT THE TOP.
      ******************************************************************
       2050-POSITION-ON-MONTH.
           MOVE 0 TO SL-SALE-DATE
           IF WS-REPORT-MONTH > 0
               COMPUTE SL-SALE-DATE = WS-REPORT-MONTH * 100
           END-IF
           START SALES-TRANSACTION-FILE
               KEY >= SL-SALE-DATE
               INVALID KEY
                   SET WS-END-OF-FILE TO TRUE
           END-START.
       2050-EXIT.
           EXIT.

       2100-READ-SALE.
           READ SALES-TRANSACTION-FILE NEXT RECORD
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.
       2100-EXIT.
           EXIT.

       2200-SELECT-SALE.
           ADD 1 TO WS-SALES-READ
           MOVE SL-SALE-DATE(1:6) TO WS-SALE-MONTH
      *    THE READS COME BACK IN SALE-DATE ORDER, SO THE FIRST
      *    SALE PAST THE REQUESTED MONTH ENDS THE PASS.
           IF WS-REPORT-MONTH > 0
                   AND WS-SALE-MONTH > WS-REPORT-MONTH
               SET WS-END-OF-FILE TO TRUE
               GO TO 2200-EXIT
           END-IF
           IF WS-REPORT-MONTH > 0
                   AND WS-SALE-MONTH NOT = WS-REPORT-MONTH
               GO TO 2200-NEXT
           END-IF
           MOVE "N" TO WS-REVERSAL-SWITCH
           PERFORM 3000-RELEASE-DEAL THRU 3000-EXIT.
       2200-NEXT.
           PERFORM 2100-READ-SALE THRU 2100-EXIT.
       2200-EXIT.
           EXIT.

      ******************************************************************
      *    2500-PROCESS-RESCISSIONS
      *    SECOND PASS - THE AUDIT TRAIL FOR DEALS UNWOUND IN THE
      *    REQUESTED MONTH.  EACH ONE IS READ BACK OFF THE HISTORY
      *    BY THE KEY THE UNWIND RUN LEFT IN THE BEFORE-VALUE AND
      *    TAKEN OFF THE RETURN.  NO AUDIT LOG ON HAND MEANS NO
      *    UNWINDS.
      ******************************************************************
       2500-PROCESS-RESCISSIONS.
           OPEN INPUT AUDIT-LOG-FILE
           IF WS-AU-STATUS NOT = "00"
               DISPLAY "NO AUDIT LOG - NO UNWOUND DEALS TAKEN OFF"
               GO TO 2500-EXIT
           END-IF
           MOVE "N" TO WS-EOF-SWITCH
           PERFORM 2510-READ-AUDIT THRU 2510-EXIT
           PERFORM 2520-JUDGE-AUDIT THRU 2520-EXIT
               UNTIL WS-END-OF-FILE
           CLOSE AUDIT-LOG-FILE
           MOVE "N" TO WS-REVERSAL-SWITCH.
       2500-EXIT.
           EXIT.

       2510-READ-AUDIT.
           READ AUDIT-LOG-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.
       2510-EXIT.
           EXIT.

       2520-JUDGE-AUDIT.
           IF AU-FIELD-NAME NOT = "DEAL-RESCINDED"
                   OR NOT AU-ACTION-CHANGE
               GO TO 2520-NEXT
           END-IF
           MOVE AU-RUN-DATE(1:6) TO WS-AUDIT-MONTH
           IF WS-REPORT-MONTH > 0
                   AND WS-AUDIT-MONTH NOT = WS-REPORT-MONTH
               GO TO 2520-NEXT
           END-IF
           MOVE AU-BEFORE-VALUE(1:8) TO SL-HIST-KEY
           READ SALES-TRANSACTION-FILE
               INVALID KEY
                   DISPLAY "RESCINDED DEAL NOT ON HISTORY - "
                       AU-BEFORE-VALUE(1:8)
                   GO TO 2520-NEXT
           END-READ
           MOVE "Y" TO WS-REVERSAL-SWITCH
           PERFORM 3000-RELEASE-DEAL THRU 3000-EXIT.
       2520-NEXT.
           PERFORM 2510-READ-AUDIT THRU 2510-EXIT.
       2520-EXIT.
           EXIT.

      ******************************************************************
      *    3000-RELEASE-DEAL
      *    SPLITS ONE DEAL INTO THE RETURN'S COLUMNS BY THE BASIS
      *    THE TAX WAS FIGURED ON AT CLOSE AND RELEASES IT UNDER
      *    ITS STATE AND JURISDICTION - NEGATIVE FOR AN UNWIND.  A
      *    DEAL CLOSED UNTAXED HAS NO JURISDICTION TO GO UNDER AND
      *    IS COUNTED INSTEAD.
      ******************************************************************
       3000-RELEASE-DEAL.
      *    FIELDS ADDED TO THE SALE RECORD OVER THE YEARS READ BACK
      *    SPACE-FILLED OFF OLDER RECORDS - TREAT THEM AS ZERO.
           IF SL-TRADE-ALLOWANCE NOT NUMERIC
               MOVE 0 TO SL-TRADE-ALLOWANCE
           END-IF
           IF SL-SALES-TAX NOT NUMERIC
               MOVE 0 TO SL-SALES-TAX
           END-IF
           IF SL-DOC-FEE NOT NUMERIC
               MOVE 0 TO SL-DOC-FEE
           END-IF
           IF SL-REG-FEE NOT NUMERIC
               MOVE 0 TO SL-REG-FEE
           END-IF
           IF NOT SL-TAX-NET-OF-TRADE
                   AND NOT SL-TAX-GROSS
                   AND NOT SL-TAX-EXEMPT
               IF NOT WS-TAKING-REVERSAL
                   DISPLAY "DEAL CLOSED UNTAXED - VEHICLE "
                       SL-VEHICLE-ID " SOLD " SL-SALE-DATE
                   ADD 1 TO WS-UNTAXED-COUNT
               END-IF
               GO TO 3000-EXIT
           END-IF

           MOVE SL-TAX-STATE TO SW-STATE
           MOVE SL-TAX-JURISDICTION TO SW-JURISDICTION
           MOVE 1 TO SW-DEALS
           MOVE 0 TO SW-TAXABLE
           MOVE 0 TO SW-EXEMPT
           MOVE 0 TO SW-TRADE-CREDIT
           EVALUATE TRUE
               WHEN SL-TAX-EXEMPT
                   MOVE SL-SALE-PRICE TO SW-EXEMPT
               WHEN SL-TAX-GROSS
                   MOVE SL-SALE-PRICE TO SW-TAXABLE
               WHEN OTHER
                   COMPUTE WS-DEAL-TAXABLE =
                       SL-SALE-PRICE - SL-TRADE-ALLOWANCE
                   IF WS-DEAL-TAXABLE < 0
                       MOVE 0 TO WS-DEAL-TAXABLE
                   END-IF
                   MOVE WS-DEAL-TAXABLE TO SW-TAXABLE
                   COMPUTE SW-TRADE-CREDIT =
                       SL-SALE-PRICE - WS-DEAL-TAXABLE
           END-EVALUATE
           MOVE SL-SALES-TAX TO SW-TAX
           MOVE SL-DOC-FEE TO SW-DOC-FEE
           MOVE SL-REG-FEE TO SW-REG-FEE
           IF WS-TAKING-REVERSAL
               COMPUTE SW-DEALS = 0 - SW-DEALS
               COMPUTE SW-TAXABLE = 0 - SW-TAXABLE
               COMPUTE SW-EXEMPT = 0 - SW-EXEMPT
               COMPUTE SW-TRADE-CREDIT = 0 - SW-TRADE-CREDIT
               COMPUTE SW-TAX = 0 - SW-TAX
               COMPUTE SW-DOC-FEE = 0 - SW-DOC-FEE
               COMPUTE SW-REG-FEE = 0 - SW-REG-FEE
               ADD 1 TO WS-DEALS-REVERSED
           ELSE
               ADD 1 TO WS-DEALS-TAXED
           END-IF
           RELEASE SW-RECORD.
       3000-EXIT.
           EXIT.

      ******************************************************************
      *    5000-PRINT-SORTED
      *    SORT OUTPUT PROCEDURE.  ONE LINE PER JURISDICTION, A
      *    TOTAL AT EACH CHANGE OF STATE, AND THE GRAND TOTAL.
      ******************************************************************
       5000-PRINT-SORTED.
           PERFORM 5050-RETURN-SORTED THRU 5050-EXIT
           PERFORM 5100-ADD-ONE THRU 5100-EXIT
               UNTIL WS-SORT-END-OF-FILE
           IF WS-CURRENT-STATE NOT = LOW-VALUES
               PERFORM 5200-PRINT-JURISDICTION THRU 5200-EXIT
               PERFORM 5300-PRINT-STATE-TOTAL THRU 5300-EXIT
           END-IF.
       5000-EXIT.
           EXIT.

       5050-RETURN-SORTED.
           RETURN SORT-WORK-FILE
               AT END
                   SET WS-SORT-END-OF-FILE TO TRUE
           END-RETURN.
       5050-EXIT.
           EXIT.

       5100-ADD-ONE.
           IF SW-STATE NOT = WS-CURRENT-STATE
               IF WS-CURRENT-STATE NOT = LOW-VALUES
                   PERFORM 5200-PRINT-JURISDICTION THRU 5200-EXIT
                   PERFORM 5300-PRINT-STATE-TOTAL THRU 5300-EXIT
               END-IF
               MOVE SW-STATE TO WS-CURRENT-STATE
               MOVE SW-JURISDICTION TO WS-CURRENT-JURISDICTION
           END-IF
           IF SW-JURISDICTION NOT = WS-CURRENT-JURISDICTION
               PERFORM 5200-PRINT-JURISDICTION THRU 5200-EXIT
               MOVE SW-JURISDICTION TO WS-CURRENT-JURISDICTION
           END-IF
           ADD SW-DEALS TO WS-JT-DEALS
           ADD SW-TAXABLE TO WS-JT-TAXABLE
           ADD SW-EXEMPT TO WS-JT-EXEMPT
           ADD SW-TRADE-CREDIT TO WS-JT-TRADE-CREDIT
           ADD SW-TAX TO WS-JT-TAX
           ADD SW-DOC-FEE TO WS-GT-DOC-FEE
           ADD SW-REG-FEE TO WS-GT-REG-FEE
           PERFORM 5050-RETURN-SORTED THRU 5050-EXIT.
       5100-EXIT.
           EXIT.

      ******************************************************************
      *    5200-PRINT-JURISDICTION
      *    PRINTS THE JURISDICTION LINE, ROLLS IT INTO THE STATE
      *    TOTAL, AND CLEARS IT FOR THE NEXT.
      ******************************************************************
       5200-PRINT-JURISDICTION.
           MOVE WS-CURRENT-STATE TO DTL-STATE
           MOVE WS-CURRENT-JURISDICTION TO DTL-JURISDICTION
           MOVE WS-JT-DEALS TO DTL-DEALS
           MOVE WS-JT-TAXABLE TO DTL-TAXABLE
           MOVE WS-JT-EXEMPT TO DTL-EXEMPT
           MOVE WS-JT-TRADE-CREDIT TO DTL-TRADE-CREDIT
           MOVE WS-JT-TAX TO DTL-TAX
           WRITE TR-LINE FROM DTL-LINE
           ADD 1 TO WS-LINES-PRINTED
           ADD WS-JT-DEALS TO WS-SU-DEALS
           ADD WS-JT-TAXABLE TO WS-SU-TAXABLE
           ADD WS-JT-EXEMPT TO WS-SU-EXEMPT
           ADD WS-JT-TRADE-CREDIT TO WS-SU-TRADE-CREDIT
           ADD WS-JT-TAX TO WS-SU-TAX
           MOVE 0 TO WS-JT-DEALS
           MOVE 0 TO WS-JT-TAXABLE
           MOVE 0 TO WS-JT-EXEMPT
           MOVE 0 TO WS-JT-TRADE-CREDIT
           MOVE 0 TO WS-JT-TAX.
       5200-EXIT.
           EXIT.

      ******************************************************************
      *    5300-PRINT-STATE-TOTAL
      *    PRINTS THE STATE TOTAL - THE FIGURES FOR THAT STATE'S
      *    RETURN - ROLLS IT INTO THE GRAND TOTAL, AND CLEARS IT.
      ******************************************************************
       5300-PRINT-STATE-TOTAL.
           MOVE WS-CURRENT-STATE TO STL-STATE
           MOVE WS-SU-DEALS TO STL-DEALS
           MOVE WS-SU-TAXABLE TO STL-TAXABLE
           MOVE WS-SU-EXEMPT TO STL-EXEMPT
           MOVE WS-SU-TRADE-CREDIT TO STL-TRADE-CREDIT
           MOVE WS-SU-TAX TO STL-TAX
           WRITE TR-LINE FROM STATE-TOT-LINE
           WRITE TR-LINE FROM BLANK-LINE
           ADD WS-SU-DEALS TO WS-GT-DEALS
           ADD WS-SU-TAXABLE TO WS-GT-TAXABLE
           ADD WS-SU-EXEMPT TO WS-GT-EXEMPT
           ADD WS-SU-TRADE-CREDIT TO WS-GT-TRADE-CREDIT
           ADD WS-SU-TAX TO WS-GT-TAX
           MOVE 0 TO WS-SU-DEALS
           MOVE 0 TO WS-SU-TAXABLE
           MOVE 0 TO WS-SU-EXEMPT
           MOVE 0 TO WS-SU-TRADE-CREDIT
           MOVE 0 TO WS-SU-TAX.
       5300-EXIT.
           EXIT.

       8000-TERMINATE.
           IF WS-LINES-PRINTED = 0
               WRITE TR-LINE FROM NO-DEALS-LINE
               WRITE TR-LINE FROM BLANK-LINE
           END-IF
           MOVE WS-GT-DEALS TO GTL-DEALS
           MOVE WS-GT-TAXABLE TO GTL-TAXABLE
           MOVE WS-GT-EXEMPT TO GTL-EXEMPT
           MOVE WS-GT-TRADE-CREDIT TO GTL-TRADE-CREDIT
           MOVE WS-GT-TAX TO GTL-TAX
           WRITE TR-LINE FROM GRAND-TOT-LINE
           WRITE TR-LINE FROM BLANK-LINE
           MOVE WS-GT-DOC-FEE TO TL1-AMOUNT
           WRITE TR-LINE FROM TOT-LINE-1
           MOVE WS-GT-REG-FEE TO TL2-AMOUNT
           WRITE TR-LINE FROM TOT-LINE-2
           MOVE WS-DEALS-REVERSED TO TL3-COUNT
           WRITE TR-LINE FROM TOT-LINE-3
           MOVE WS-UNTAXED-COUNT TO TL4-COUNT
           WRITE TR-LINE FROM TOT-LINE-4
           IF WS-UNTAXED-COUNT > 0
               WRITE TR-LINE FROM BLANK-LINE
               WRITE TR-LINE FROM UNTAXED-LINE
               MOVE 8 TO RETURN-CODE
           END-IF
           DISPLAY "SALES READ:          " WS-SALES-READ
           DISPLAY "DEALS ON RETURN:     " WS-DEALS-TAXED
           DISPLAY "DEALS UNWOUND:       " WS-DEALS-REVERSED
           DISPLAY "DEALS UNTAXED:       " WS-UNTAXED-COUNT
           CLOSE SALES-TRANSACTION-FILE
           CLOSE TAX-REPORT-FILE.
           MOVE WS-DEALS-TAXED TO WS-RC-COUNT
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
