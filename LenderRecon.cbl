      ******************************************************************
      *    PROGRAM-ID. LENDERRECON
      *
      *    FLOOR-PLAN LENDER STATEMENT RECONCILIATION.  LOADS EACH
      *    LENDER'S MONTHLY STATEMENT (LNDSTMT) AND MATCHES IT, BY
      *    VEHICLE AND LENDER, AGAINST THE FLOOR-PLAN FILE -
      *    PRINCIPAL, ACCRUED INTEREST, NOTE STATUS, AND PAYOFF:
      *
      *       - UNITS THE LENDER BILLS THAT WE SHOW PAID, OR NEVER
      *         FINANCED WITH THAT LENDER
      *       - UNITS THE LENDER SHOWS PAID THAT WE SHOW OPEN, AND
      *         PAYOFFS APPLIED FOR A DIFFERENT AMOUNT OR IN A
      *         DIFFERENT MONTH
      *       - PRINCIPAL OR INTEREST DIFFERENCES OVER THE TOLERANCE
      *       - UNITS WE SHOW OPEN THAT THE LENDER LEFT OFF
      *
      *    THE TIE-OUT PAGE PUTS EACH LENDER'S STATEMENT TOTALS
      *    AGAINST OURS, FIGURED THE SAME WAY THE OTHER REPORTS
      *    FIGURE THEM: OPEN UNITS, PRINCIPAL, AND ACCRUED INTEREST
      *    AS THE MONTH'S ACCRUAL RUN (FLPRPT) PRINTED THEM, AND
      *    PAYOFFS - PRINCIPAL PLUS ACCRUED - AS THE CURTAILMENT
      *    REPORT (CURTRPT) PRINTED THEM FOR SALES IN THE MONTH.
      *
      *    THE CONTROL CARD (LNDCARD) CARRIES THE STATEMENT MONTH
      *    (YYYYMM) AND THE TOLERANCE; A MISSING CARD TAKES THE
      *    CURRENT MONTH AND ONE DOLLAR.  ONLY LENDERS ON THE
      *    STATEMENT FILE ARE RECONCILED.  SETS RETURN-CODE 8 WHEN
      *    ANY EXCEPTION IS FOUND.
      *
      *    MOD HISTORY
      *    DATE       INIT  DESCRIPTION
      *    ---------  ----  --------------------------------------------
      *    2026-10-15  DLM  ORIGINAL.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LenderRecon.
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
           SELECT LENDER-CONTROL-FILE ASSIGN "LNDCARD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LC-STATUS.

           SELECT LENDER-STATEMENT-FILE ASSIGN "LNDSTMT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LS-STATUS.

           SELECT FLOOR-PLAN-FILE ASSIGN "FLPLAN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FP-VEHICLE-ID
               FILE STATUS IS WS-FP-STATUS.

           SELECT LENDER-REPORT-FILE ASSIGN "LNDRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LENDER-CONTROL-FILE.
       01  LC-RECORD.
           05  LC-PERIOD              PIC 9(06).
           05  LC-TOLERANCE           PIC 9(05)V99.

       FD  LENDER-STATEMENT-FILE.
       01  LENDER-STATEMENT-RECORD.
           COPY LNDSTMT.

       FD  FLOOR-PLAN-FILE.
       01  FLOOR-PLAN-BASE.
           COPY FLPREC.

       FD  LENDER-REPORT-FILE.
       01  LR-LINE                    PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-LC-STATUS               PIC X(02) VALUE "00".
       01  WS-LS-STATUS               PIC X(02) VALUE "00".
       01  WS-FP-STATUS               PIC X(02) VALUE "00".
       01  WS-LR-STATUS               PIC X(02) VALUE "00".

       01  WS-EOF-SWITCH              PIC X(01) VALUE "N".
           88  WS-END-OF-FILE                 VALUE "Y".

       01  WS-PERIOD                  PIC 9(06) VALUE 0.
       01  WS-TOLERANCE               PIC 9(05)V99 VALUE 1.00.
       01  WS-PAYOFF-MONTH            PIC 9(06) VALUE 0.

       01  WS-OUR-AMOUNT              PIC S9(09)V99 VALUE 0.
       01  WS-THEIR-AMOUNT            PIC S9(09)V99 VALUE 0.
       01  WS-DIFFERENCE              PIC S9(09)V99 VALUE 0.
       01  WS-EXC-TEXT                PIC X(30) VALUE SPACES.

       01  WS-STATEMENT-LINES         PIC 9(05) VALUE 0.
       01  WS-BILLED-PAID-COUNT       PIC 9(05) VALUE 0.
       01  WS-NOT-FINANCED-COUNT      PIC 9(05) VALUE 0.
       01  WS-PAID-OPEN-COUNT         PIC 9(05) VALUE 0.
       01  WS-PAYOFF-DIFF-COUNT       PIC 9(05) VALUE 0.
       01  WS-PAYOFF-DATE-COUNT       PIC 9(05) VALUE 0.
       01  WS-PRINCIPAL-DIFF-COUNT    PIC 9(05) VALUE 0.
       01  WS-INTEREST-DIFF-COUNT     PIC 9(05) VALUE 0.
       01  WS-LEFT-OFF-COUNT          PIC 9(05) VALUE 0.
       01  WS-EXCEPTION-COUNT         PIC 9(05) VALUE 0.
       01  WS-SECTION-LINES           PIC 9(05) VALUE 0.

      ******************************************************************
      *    LENDER TABLE - ONE ENTRY PER LENDER ON THE STATEMENT
      *    FILE, CARRYING THEIR TOTALS AND OURS FOR THE TIE-OUT.
      ******************************************************************
       01  WS-LENDER-MAX              PIC 9(03) VALUE 50.
       01  WS-LENDER-USED             PIC 9(03) VALUE 0.
       01  WS-LENDER-SUB              PIC 9(03) VALUE 0.
       01  WS-LENDER-LOST             PIC 9(05) VALUE 0.
       01  WS-SCAN-SUB                PIC 9(04) VALUE 0.
       01  WS-FIND-LENDER             PIC X(08) VALUE SPACES.
       01  WS-LENDER-TABLE.
           05  WS-LENDER-ENTRY OCCURS 50 TIMES.
               10  WS-LN-LENDER       PIC X(08).
               10  WS-LN-OUR-UNITS    PIC 9(05).
               10  WS-LN-OUR-PRIN     PIC S9(09)V99.
               10  WS-LN-OUR-INT      PIC S9(09)V99.
               10  WS-LN-THEIR-UNITS  PIC 9(05).
               10  WS-LN-THEIR-PRIN   PIC S9(09)V99.
               10  WS-LN-THEIR-INT    PIC S9(09)V99.
               10  WS-LN-OUR-PO-UNITS PIC 9(05).
               10  WS-LN-OUR-PO-AMT   PIC S9(09)V99.
               10  WS-LN-THEIR-PO-UNITS
                                      PIC 9(05).
               10  WS-LN-THEIR-PO-AMT PIC S9(09)V99.
               10  WS-LN-EXCEPTIONS   PIC 9(05).

      ******************************************************************
      *    STATEMENT TABLE - EVERY VEHICLE/LENDER PAIR THE LENDERS
      *    BILLED, SO THE FLOOR-PLAN SWEEP CAN FIND WHAT THEY LEFT
      *    OFF.
      ******************************************************************
       01  WS-BILLED-MAX              PIC 9(04) VALUE 3000.
       01  WS-BILLED-USED             PIC 9(04) VALUE 0.
       01  WS-BILLED-HIT-SUB          PIC 9(04) VALUE 0.
       01  WS-BILLED-LOST             PIC 9(05) VALUE 0.
       01  WS-BILLED-TABLE.
           05  WS-BILLED-ENTRY OCCURS 3000 TIMES.
               10  WS-BL-LENDER       PIC X(08).
               10  WS-BL-VEHICLE-ID   PIC 9(05).

       01  WS-SYSTEM-DATE             PIC 9(08).

       01  WS-OPEN-CHECK-STATUS       PIC X(02) VALUE "00".
       01  WS-OPEN-FILE-NAME          PIC X(21) VALUE SPACES.

       01  HDR-LINE-1                 PIC X(80) VALUE
           "       FLOOR-PLAN LENDER STATEMENT RECONCILIATION".
       01  HDR-LINE-2.
           05  FILLER                 PIC X(06) VALUE "DATE: ".
           05  HL2-DATE               PIC 9999/99/99.
           05  FILLER                 PIC X(04) VALUE SPACES.
           05  FILLER                 PIC X(11) VALUE "STATEMENT: ".
           05  HL2-PERIOD             PIC 9(06).
           05  FILLER                 PIC X(04) VALUE SPACES.
           05  FILLER                 PIC X(11) VALUE "TOLERANCE: ".
           05  HL2-TOLERANCE          PIC $$$,$$9.99.
       01  HDR-LINE-3                 PIC X(80) VALUE SPACES.

       01  SEC-HDR-LINE.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  SEC-HDR-TITLE          PIC X(60).

       01  EXC-COL-LINE.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  FILLER                 PIC X(09) VALUE "LENDER".
           05  FILLER                 PIC X(06) VALUE "ID".
           05  FILLER                 PIC X(31) VALUE "EXCEPTION".
           05  FILLER                 PIC X(14) VALUE
               "     OUR FILE".
           05  FILLER                 PIC X(13) VALUE
               "    STATEMENT".

       01  EXC-LINE.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  EXL-LENDER             PIC X(08).
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  EXL-ID                 PIC 9(05).
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  EXL-TEXT               PIC X(30).
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  EXL-OURS               PIC $$,$$$,$$9.99.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  EXL-THEIRS             PIC $$,$$$,$$9.99.

       01  TIE-COL-LINE.
           05  FILLER                 PIC X(04) VALUE SPACES.
           05  FILLER                 PIC X(22) VALUE SPACES.
           05  FILLER                 PIC X(06) VALUE " UNITS".
           05  FILLER                 PIC X(17) VALUE
               "        PRINCIPAL".
           05  FILLER                 PIC X(17) VALUE
               "         INTEREST".

       01  TIE-LENDER-LINE.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  FILLER                 PIC X(08) VALUE "LENDER ".
           05  TLL-LENDER             PIC X(08).
           05  FILLER                 PIC X(04) VALUE SPACES.
           05  FILLER                 PIC X(12) VALUE "EXCEPTIONS: ".
           05  TLL-EXCEPTIONS         PIC ZZ,ZZ9.

       01  TIE-LINE.
           05  FILLER                 PIC X(04) VALUE SPACES.
           05  TIE-LABEL              PIC X(22).
           05  TIE-UNITS              PIC ZZ,ZZ9-.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  TIE-PRINCIPAL          PIC $$$$,$$$,$$9.99-.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  TIE-INTEREST           PIC $$$$,$$$,$$9.99-.

       01  TIE-PO-LINE.
           05  FILLER                 PIC X(04) VALUE SPACES.
           05  TPL-LABEL              PIC X(22).
           05  TPL-UNITS              PIC ZZ,ZZ9-.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  TPL-AMOUNT             PIC $$$$,$$$,$$9.99-.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  TPL-NOTE               PIC X(16).

       01  WS-UNIT-VARIANCE           PIC S9(05) VALUE 0.

       01  NONE-LINE                  PIC X(80) VALUE
           "    NONE.".

       01  CNT-LINE.
           05  FILLER                 PIC X(04) VALUE SPACES.
           05  CNT-TITLE              PIC X(35).
           05  CNT-COUNT              PIC ZZ,ZZ9.

       01  CLEAN-LINE                 PIC X(80) VALUE
           "  STATEMENTS AGREE WITH THE FLOOR PLAN - NO EXCEPTIONS.".

       01  BLANK-LINE                 PIC X(80) VALUE SPACES.

      ******************************************************************
      *    RUN-CONTROL INTERFACE FIELDS - SEE RUNCONTROL FOR THE
      *    GUARD CODES AND THE START/END RECORD LAYOUT.
      ******************************************************************
       01  WS-RC-FUNCTION             PIC X(01) VALUE SPACE.
       01  WS-RC-PROGRAM              PIC X(16) VALUE "LENDERRECON".
       01  WS-RC-GUARD                PIC X(01) VALUE "N".
       01  WS-RC-COUNT                PIC 9(07) VALUE 0.
       01  WS-RC-RETCODE              PIC 9(02) VALUE 0.
       01  WS-RC-RESULT               PIC X(01) VALUE SPACE.
           88  WS-RC-DENIED                   VALUE "D".
       01  WS-RC-TEXT                 PIC X(40) VALUE SPACES.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 2000-MATCH-STATEMENT THRU 2000-EXIT
               UNTIL WS-END-OF-FILE
           PERFORM 3000-SWEEP-FLOOR-PLAN THRU 3000-EXIT
           PERFORM 5000-PRINT-TIE-OUT THRU 5000-EXIT
           PERFORM 8000-TERMINATE THRU 8000-EXIT
           STOP RUN.

       1000-INITIALIZE.
           PERFORM 9100-START-RUN-CONTROL THRU 9100-EXIT
           ACCEPT WS-SYSTEM-DATE FROM DATE YYYYMMDD
           MOVE WS-SYSTEM-DATE(1:6) TO WS-PERIOD
           PERFORM 1100-READ-CONTROL-CARD THRU 1100-EXIT
           OPEN INPUT LENDER-STATEMENT-FILE
           MOVE "LENDER-STATEMENT-FILE" TO WS-OPEN-FILE-NAME
           MOVE WS-LS-STATUS TO WS-OPEN-CHECK-STATUS
           PERFORM 1050-CHECK-REQUIRED-OPEN THRU 1050-EXIT
           OPEN INPUT FLOOR-PLAN-FILE
           MOVE "FLOOR-PLAN-FILE" TO WS-OPEN-FILE-NAME
           MOVE WS-FP-STATUS TO WS-OPEN-CHECK-STATUS
           PERFORM 1050-CHECK-REQUIRED-OPEN THRU 1050-EXIT
           OPEN OUTPUT LENDER-REPORT-FILE
           MOVE "LENDER-REPORT-FILE" TO WS-OPEN-FILE-NAME
           MOVE WS-LR-STATUS TO WS-OPEN-CHECK-STATUS
           PERFORM 1050-CHECK-REQUIRED-OPEN THRU 1050-EXIT
           MOVE WS-SYSTEM-DATE TO HL2-DATE
           MOVE WS-PERIOD TO HL2-PERIOD
           MOVE WS-TOLERANCE TO HL2-TOLERANCE
           WRITE LR-LINE FROM HDR-LINE-1
           WRITE LR-LINE FROM HDR-LINE-2
           WRITE LR-LINE FROM HDR-LINE-3
           MOVE SPACES TO SEC-HDR-LINE
           MOVE "STATEMENT EXCEPTIONS" TO SEC-HDR-TITLE
           WRITE LR-LINE FROM SEC-HDR-LINE
           WRITE LR-LINE FROM EXC-COL-LINE
           PERFORM 2100-READ-STATEMENT THRU 2100-EXIT.
       1000-EXIT.
           EXIT.

      ******************************************************************
      *    1050-CHECK-REQUIRED-OPEN
      *    A FAILED OPEN ON ANY OF THE FILES THIS RUN DEPENDS ON IS
      *    FATAL - THERE IS NOTHING TO RECONCILE WITHOUT THEM.
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
      *    A MISSING CARD, OR A ZERO FIELD ON IT, KEEPS THE DEFAULT -
      *    THE CURRENT MONTH AND A ONE-DOLLAR TOLERANCE.
      ******************************************************************
       1100-READ-CONTROL-CARD.
           OPEN INPUT LENDER-CONTROL-FILE
           IF WS-LC-STATUS NOT = "00"
               GO TO 1100-EXIT
           END-IF
           READ LENDER-CONTROL-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF LC-PERIOD NUMERIC AND LC-PERIOD > 0
                       MOVE LC-PERIOD TO WS-PERIOD
                   END-IF
                   IF LC-TOLERANCE NUMERIC AND LC-TOLERANCE > 0
                       MOVE LC-TOLERANCE TO WS-TOLERANCE
                   END-IF
           END-READ
           CLOSE LENDER-CONTROL-FILE.
       1100-EXIT.
           EXIT.

      ******************************************************************
      *    2000-MATCH-STATEMENT
      *    ONE PASS PER STATEMENT LINE - POST THE LENDER'S SIDE OF
      *    THE TIE-OUT, REMEMBER THE UNIT FOR THE SWEEP, AND JUDGE
      *    THE LINE AGAINST OUR NOTE.
      ******************************************************************
       2000-MATCH-STATEMENT.
           ADD 1 TO WS-STATEMENT-LINES
           MOVE LS-LENDER-ID TO WS-FIND-LENDER
           PERFORM 7000-FIND-LENDER THRU 7000-EXIT
           IF WS-LENDER-SUB = 0
               GO TO 2000-NEXT
           END-IF
           IF LS-PAYOFF-DATE > 0
               ADD 1 TO WS-LN-THEIR-PO-UNITS(WS-LENDER-SUB)
               ADD LS-PAYOFF-AMOUNT
                   TO WS-LN-THEIR-PO-AMT(WS-LENDER-SUB)
           ELSE
               ADD 1 TO WS-LN-THEIR-UNITS(WS-LENDER-SUB)
               ADD LS-PRINCIPAL TO WS-LN-THEIR-PRIN(WS-LENDER-SUB)
               ADD LS-INTEREST-BILLED
                   TO WS-LN-THEIR-INT(WS-LENDER-SUB)
           END-IF
           IF WS-BILLED-USED < WS-BILLED-MAX
               ADD 1 TO WS-BILLED-USED
               MOVE LS-LENDER-ID TO WS-BL-LENDER(WS-BILLED-USED)
               MOVE LS-VEHICLE-ID
                   TO WS-BL-VEHICLE-ID(WS-BILLED-USED)
           ELSE
               ADD 1 TO WS-BILLED-LOST
           END-IF
           PERFORM 2200-JUDGE-LINE THRU 2200-EXIT.
       2000-NEXT.
           PERFORM 2100-READ-STATEMENT THRU 2100-EXIT.
       2000-EXIT.
           EXIT.

       2100-READ-STATEMENT.
           READ LENDER-STATEMENT-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.
       2100-EXIT.
           EXIT.

      ******************************************************************
      *    2200-JUDGE-LINE
      *    NO NOTE, OR A NOTE WITH ANOTHER LENDER, IS NEVER
      *    FINANCED HERE.  A PAID NOTE STILL BILLED IS A MISSED
      *    PAYOFF ON THE LENDER'S SIDE; AN OPEN NOTE THE LENDER
      *    SHOWS PAID IS ONE ON OURS.  AN OPEN NOTE ON BOTH SIDES
      *    HAS ITS PRINCIPAL AND INTEREST CHECKED AGAINST THE
      *    TOLERANCE; A PAYOFF ON BOTH SIDES HAS ITS AMOUNT CHECKED
      *    AGAINST PRINCIPAL PLUS ACCRUED, AS THE CURTAILMENT
      *    REPORT FIGURES IT, AND ITS MONTH CHECKED AGAINST OURS - A
      *    PAYOFF APPLIED IN ANOTHER MONTH LANDS IN A DIFFERENT
      *    TIE-OUT, SO THE UNIT IS NAMED HERE.
      ******************************************************************
       2200-JUDGE-LINE.
           MOVE LS-VEHICLE-ID TO FP-VEHICLE-ID
           READ FLOOR-PLAN-FILE
               INVALID KEY
                   MOVE "BILLED - NEVER FINANCED" TO WS-EXC-TEXT
                   MOVE 0 TO WS-OUR-AMOUNT
                   MOVE LS-PRINCIPAL TO WS-THEIR-AMOUNT
                   ADD 1 TO WS-NOT-FINANCED-COUNT
                   PERFORM 7100-WRITE-STATEMENT-EXC THRU 7100-EXIT
                   GO TO 2200-EXIT
           END-READ
           IF FP-LENDER-ID NOT = LS-LENDER-ID
               MOVE "BILLED - FINANCED ELSEWHERE" TO WS-EXC-TEXT
               MOVE 0 TO WS-OUR-AMOUNT
               MOVE LS-PRINCIPAL TO WS-THEIR-AMOUNT
               ADD 1 TO WS-NOT-FINANCED-COUNT
               PERFORM 7100-WRITE-STATEMENT-EXC THRU 7100-EXIT
               GO TO 2200-EXIT
           END-IF

           IF FP-STATUS-PAID
               IF LS-PAYOFF-DATE = 0
                   MOVE "BILLED - WE SHOW PAID" TO WS-EXC-TEXT
                   MOVE 0 TO WS-OUR-AMOUNT
                   MOVE LS-PRINCIPAL TO WS-THEIR-AMOUNT
                   ADD 1 TO WS-BILLED-PAID-COUNT
                   PERFORM 7100-WRITE-STATEMENT-EXC THRU 7100-EXIT
               ELSE
                   COMPUTE WS-OUR-AMOUNT =
                       FP-PRINCIPAL + FP-ACCRUED-INTEREST
                   MOVE LS-PAYOFF-AMOUNT TO WS-THEIR-AMOUNT
                   PERFORM 7200-CHECK-TOLERANCE THRU 7200-EXIT
                   IF WS-DIFFERENCE NOT = 0
                       MOVE "PAYOFF AMOUNT DIFFERS" TO WS-EXC-TEXT
                       ADD 1 TO WS-PAYOFF-DIFF-COUNT
                       PERFORM 7100-WRITE-STATEMENT-EXC
                           THRU 7100-EXIT
                   END-IF
                   IF LS-PAYOFF-DATE(1:6) NOT = FP-PAYOFF-DATE(1:6)
                       MOVE "PAYOFF DATE DIFFERS" TO WS-EXC-TEXT
                       ADD 1 TO WS-PAYOFF-DATE-COUNT
                       PERFORM 7100-WRITE-STATEMENT-EXC
                           THRU 7100-EXIT
                   END-IF
               END-IF
               GO TO 2200-EXIT
           END-IF

           IF LS-PAYOFF-DATE > 0
               MOVE "LENDER PAID - WE SHOW OPEN" TO WS-EXC-TEXT
               COMPUTE WS-OUR-AMOUNT =
                   FP-PRINCIPAL + FP-ACCRUED-INTEREST
               MOVE LS-PAYOFF-AMOUNT TO WS-THEIR-AMOUNT
               ADD 1 TO WS-PAID-OPEN-COUNT
               PERFORM 7100-WRITE-STATEMENT-EXC THRU 7100-EXIT
               GO TO 2200-EXIT
           END-IF

           MOVE FP-PRINCIPAL TO WS-OUR-AMOUNT
           MOVE LS-PRINCIPAL TO WS-THEIR-AMOUNT
           PERFORM 7200-CHECK-TOLERANCE THRU 7200-EXIT
           IF WS-DIFFERENCE NOT = 0
               MOVE "PRINCIPAL DIFFERS" TO WS-EXC-TEXT
               ADD 1 TO WS-PRINCIPAL-DIFF-COUNT
               PERFORM 7100-WRITE-STATEMENT-EXC THRU 7100-EXIT
           END-IF
           MOVE FP-ACCRUED-INTEREST TO WS-OUR-AMOUNT
           MOVE LS-INTEREST-BILLED TO WS-THEIR-AMOUNT
           PERFORM 7200-CHECK-TOLERANCE THRU 7200-EXIT
           IF WS-DIFFERENCE NOT = 0
               MOVE "INTEREST DIFFERS" TO WS-EXC-TEXT
               ADD 1 TO WS-INTEREST-DIFF-COUNT
               PERFORM 7100-WRITE-STATEMENT-EXC THRU 7100-EXIT
           END-IF.
       2200-EXIT.
           EXIT.

      ******************************************************************
      *    3000-SWEEP-FLOOR-PLAN
      *    ONE PASS OVER OUR NOTES FOR THE LENDERS THAT SENT A
      *    STATEMENT: OUR SIDE OF THE TIE-OUT (OPEN NOTES, AND
      *    PAYOFFS DATED IN THE STATEMENT MONTH), AND EVERY OPEN
      *    NOTE THE LENDER LEFT OFF.
      ******************************************************************
       3000-SWEEP-FLOOR-PLAN.
           IF WS-STATEMENT-LINES = 0
               WRITE LR-LINE FROM NONE-LINE
           END-IF
           WRITE LR-LINE FROM BLANK-LINE
           MOVE SPACES TO SEC-HDR-LINE
           MOVE "OPEN ON OUR FILE - LEFT OFF THE LENDER'S STATEMENT"
               TO SEC-HDR-TITLE
           WRITE LR-LINE FROM SEC-HDR-LINE
           WRITE LR-LINE FROM EXC-COL-LINE
           MOVE 0 TO WS-SECTION-LINES
           MOVE "N" TO WS-EOF-SWITCH
           MOVE 0 TO FP-VEHICLE-ID
           START FLOOR-PLAN-FILE KEY >= FP-VEHICLE-ID
               INVALID KEY
                   SET WS-END-OF-FILE TO TRUE
           END-START
           IF NOT WS-END-OF-FILE
               PERFORM 3100-READ-NOTE THRU 3100-EXIT
           END-IF
           PERFORM 3200-CHECK-ONE-NOTE THRU 3200-EXIT
               UNTIL WS-END-OF-FILE
           IF WS-SECTION-LINES = 0
               WRITE LR-LINE FROM NONE-LINE
           END-IF
           WRITE LR-LINE FROM BLANK-LINE.
       3000-EXIT.
           EXIT.

       3100-READ-NOTE.
           READ FLOOR-PLAN-FILE NEXT RECORD
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.
       3100-EXIT.
           EXIT.

       3200-CHECK-ONE-NOTE.
           MOVE FP-LENDER-ID TO WS-FIND-LENDER
           MOVE 0 TO WS-LENDER-SUB
           MOVE 1 TO WS-SCAN-SUB
           PERFORM 7010-MATCH-LENDER THRU 7010-EXIT
               UNTIL WS-LENDER-SUB > 0
               OR WS-SCAN-SUB > WS-LENDER-USED
           IF WS-LENDER-SUB = 0
               GO TO 3200-NEXT
           END-IF
           IF FP-STATUS-PAID
               MOVE FP-PAYOFF-DATE(1:6) TO WS-PAYOFF-MONTH
               IF WS-PAYOFF-MONTH = WS-PERIOD
                   ADD 1 TO WS-LN-OUR-PO-UNITS(WS-LENDER-SUB)
                   ADD FP-PRINCIPAL
                       TO WS-LN-OUR-PO-AMT(WS-LENDER-SUB)
                   ADD FP-ACCRUED-INTEREST
                       TO WS-LN-OUR-PO-AMT(WS-LENDER-SUB)
               END-IF
               GO TO 3200-NEXT
           END-IF
           IF NOT FP-STATUS-OPEN
               GO TO 3200-NEXT
           END-IF
           ADD 1 TO WS-LN-OUR-UNITS(WS-LENDER-SUB)
           ADD FP-PRINCIPAL TO WS-LN-OUR-PRIN(WS-LENDER-SUB)
           ADD FP-ACCRUED-INTEREST TO WS-LN-OUR-INT(WS-LENDER-SUB)

           MOVE 0 TO WS-BILLED-HIT-SUB
           MOVE 1 TO WS-SCAN-SUB
           PERFORM 3210-MATCH-BILLED THRU 3210-EXIT
               UNTIL WS-BILLED-HIT-SUB > 0
               OR WS-SCAN-SUB > WS-BILLED-USED
           IF WS-BILLED-HIT-SUB > 0
               GO TO 3200-NEXT
           END-IF
           MOVE FP-LENDER-ID TO EXL-LENDER
           MOVE FP-VEHICLE-ID TO EXL-ID
           MOVE "OPEN - LEFT OFF STATEMENT" TO EXL-TEXT
           MOVE FP-PRINCIPAL TO EXL-OURS
           MOVE 0 TO EXL-THEIRS
           WRITE LR-LINE FROM EXC-LINE
           ADD 1 TO WS-SECTION-LINES
           ADD 1 TO WS-LEFT-OFF-COUNT
           ADD 1 TO WS-LN-EXCEPTIONS(WS-LENDER-SUB).
       3200-NEXT.
           PERFORM 3100-READ-NOTE THRU 3100-EXIT.
       3200-EXIT.
           EXIT.

       3210-MATCH-BILLED.
           IF WS-BL-VEHICLE-ID(WS-SCAN-SUB) = FP-VEHICLE-ID
                   AND WS-BL-LENDER(WS-SCAN-SUB) = FP-LENDER-ID
               MOVE WS-SCAN-SUB TO WS-BILLED-HIT-SUB
           END-IF
           ADD 1 TO WS-SCAN-SUB.
       3210-EXIT.
           EXIT.

      ******************************************************************
      *    5000-PRINT-TIE-OUT
      *    PER LENDER: OUR OPEN TOTALS (AS THE ACCRUAL RUN PRINTED
      *    THEM), THE STATEMENT'S, AND THE VARIANCE; THEN OUR
      *    PAYOFFS FOR THE MONTH (AS THE CURTAILMENT REPORT PRINTED
      *    THEM), THE STATEMENT'S, AND THE VARIANCE.  A VARIANCE IS
      *    THE STATEMENT LESS OUR FILE.
      ******************************************************************
       5000-PRINT-TIE-OUT.
           MOVE SPACES TO SEC-HDR-LINE
           MOVE "LENDER TIE-OUT - STATEMENT AGAINST FLPRPT AND CURTRPT"
               TO SEC-HDR-TITLE
           WRITE LR-LINE FROM SEC-HDR-LINE
           IF WS-LENDER-USED = 0
               WRITE LR-LINE FROM NONE-LINE
               WRITE LR-LINE FROM BLANK-LINE
               GO TO 5000-EXIT
           END-IF
           WRITE LR-LINE FROM TIE-COL-LINE
           MOVE 1 TO WS-LENDER-SUB
           PERFORM 5100-TIE-ONE-LENDER THRU 5100-EXIT
               UNTIL WS-LENDER-SUB > WS-LENDER-USED.
       5000-EXIT.
           EXIT.

       5100-TIE-ONE-LENDER.
           MOVE WS-LN-LENDER(WS-LENDER-SUB) TO TLL-LENDER
           MOVE WS-LN-EXCEPTIONS(WS-LENDER-SUB) TO TLL-EXCEPTIONS
           WRITE LR-LINE FROM TIE-LENDER-LINE

           MOVE "OPEN - OUR FILE" TO TIE-LABEL
           MOVE WS-LN-OUR-UNITS(WS-LENDER-SUB) TO TIE-UNITS
           MOVE WS-LN-OUR-PRIN(WS-LENDER-SUB) TO TIE-PRINCIPAL
           MOVE WS-LN-OUR-INT(WS-LENDER-SUB) TO TIE-INTEREST
           WRITE LR-LINE FROM TIE-LINE
           MOVE "OPEN - STATEMENT" TO TIE-LABEL
           MOVE WS-LN-THEIR-UNITS(WS-LENDER-SUB) TO TIE-UNITS
           MOVE WS-LN-THEIR-PRIN(WS-LENDER-SUB) TO TIE-PRINCIPAL
           MOVE WS-LN-THEIR-INT(WS-LENDER-SUB) TO TIE-INTEREST
           WRITE LR-LINE FROM TIE-LINE
           MOVE "OPEN - VARIANCE" TO TIE-LABEL
           COMPUTE WS-UNIT-VARIANCE =
               WS-LN-THEIR-UNITS(WS-LENDER-SUB)
               - WS-LN-OUR-UNITS(WS-LENDER-SUB)
           MOVE WS-UNIT-VARIANCE TO TIE-UNITS
           COMPUTE WS-DIFFERENCE =
               WS-LN-THEIR-PRIN(WS-LENDER-SUB)
               - WS-LN-OUR-PRIN(WS-LENDER-SUB)
           MOVE WS-DIFFERENCE TO TIE-PRINCIPAL
           COMPUTE WS-DIFFERENCE =
               WS-LN-THEIR-INT(WS-LENDER-SUB)
               - WS-LN-OUR-INT(WS-LENDER-SUB)
           MOVE WS-DIFFERENCE TO TIE-INTEREST
           WRITE LR-LINE FROM TIE-LINE

           MOVE "PAYOFFS - OUR FILE" TO TPL-LABEL
           MOVE WS-LN-OUR-PO-UNITS(WS-LENDER-SUB) TO TPL-UNITS
           MOVE WS-LN-OUR-PO-AMT(WS-LENDER-SUB) TO TPL-AMOUNT
           MOVE "PRIN + INTEREST" TO TPL-NOTE
           WRITE LR-LINE FROM TIE-PO-LINE
           MOVE "PAYOFFS - STATEMENT" TO TPL-LABEL
           MOVE WS-LN-THEIR-PO-UNITS(WS-LENDER-SUB) TO TPL-UNITS
           MOVE WS-LN-THEIR-PO-AMT(WS-LENDER-SUB) TO TPL-AMOUNT
           MOVE "AMOUNT APPLIED" TO TPL-NOTE
           WRITE LR-LINE FROM TIE-PO-LINE
           MOVE "PAYOFFS - VARIANCE" TO TPL-LABEL
           COMPUTE WS-UNIT-VARIANCE =
               WS-LN-THEIR-PO-UNITS(WS-LENDER-SUB)
               - WS-LN-OUR-PO-UNITS(WS-LENDER-SUB)
           MOVE WS-UNIT-VARIANCE TO TPL-UNITS
           COMPUTE WS-DIFFERENCE =
               WS-LN-THEIR-PO-AMT(WS-LENDER-SUB)
               - WS-LN-OUR-PO-AMT(WS-LENDER-SUB)
           MOVE WS-DIFFERENCE TO TPL-AMOUNT
           MOVE SPACES TO TPL-NOTE
           WRITE LR-LINE FROM TIE-PO-LINE
           WRITE LR-LINE FROM BLANK-LINE
           ADD 1 TO WS-LENDER-SUB.
       5100-EXIT.
           EXIT.

      ******************************************************************
      *    7000-FIND-LENDER
      *    LENDER-TABLE ENTRY FOR WS-FIND-LENDER, ADDING ONE WHEN
      *    THE LENDER IS NEW.  ZERO WHEN THE TABLE IS FULL.
      ******************************************************************
       7000-FIND-LENDER.
           MOVE 0 TO WS-LENDER-SUB
           MOVE 1 TO WS-SCAN-SUB
           PERFORM 7010-MATCH-LENDER THRU 7010-EXIT
               UNTIL WS-LENDER-SUB > 0
               OR WS-SCAN-SUB > WS-LENDER-USED
           IF WS-LENDER-SUB > 0
               GO TO 7000-EXIT
           END-IF
           IF WS-LENDER-USED >= WS-LENDER-MAX
               ADD 1 TO WS-LENDER-LOST
               GO TO 7000-EXIT
           END-IF
           ADD 1 TO WS-LENDER-USED
           MOVE WS-LENDER-USED TO WS-LENDER-SUB
           MOVE WS-FIND-LENDER TO WS-LN-LENDER(WS-LENDER-SUB)
           MOVE 0 TO WS-LN-OUR-UNITS(WS-LENDER-SUB)
           MOVE 0 TO WS-LN-OUR-PRIN(WS-LENDER-SUB)
           MOVE 0 TO WS-LN-OUR-INT(WS-LENDER-SUB)
           MOVE 0 TO WS-LN-THEIR-UNITS(WS-LENDER-SUB)
           MOVE 0 TO WS-LN-THEIR-PRIN(WS-LENDER-SUB)
           MOVE 0 TO WS-LN-THEIR-INT(WS-LENDER-SUB)
           MOVE 0 TO WS-LN-OUR-PO-UNITS(WS-LENDER-SUB)
           MOVE 0 TO WS-LN-OUR-PO-AMT(WS-LENDER-SUB)
           MOVE 0 TO WS-LN-THEIR-PO-UNITS(WS-LENDER-SUB)
           MOVE 0 TO WS-LN-THEIR-PO-AMT(WS-LENDER-SUB)
           MOVE 0 TO WS-LN-EXCEPTIONS(WS-LENDER-SUB).
       7000-EXIT.
           EXIT.

      ******************************************************************
      *    7010-MATCH-LENDER
      *    THE SWEEP MATCHES ON FP-LENDER-ID; THE STATEMENT PASS
      *    MOVES THE STATEMENT'S LENDER IN FIRST.
      ******************************************************************
       7010-MATCH-LENDER.
           IF WS-LN-LENDER(WS-SCAN-SUB) = WS-FIND-LENDER
               MOVE WS-SCAN-SUB TO WS-LENDER-SUB
           END-IF
           ADD 1 TO WS-SCAN-SUB.
       7010-EXIT.
           EXIT.

      ******************************************************************
      *    7100-WRITE-STATEMENT-EXC
      *    ONE EXCEPTION LINE FOR THE STATEMENT LINE IN HAND.
      ******************************************************************
       7100-WRITE-STATEMENT-EXC.
           MOVE LS-LENDER-ID TO EXL-LENDER
           MOVE LS-VEHICLE-ID TO EXL-ID
           MOVE WS-EXC-TEXT TO EXL-TEXT
           MOVE WS-OUR-AMOUNT TO EXL-OURS
           MOVE WS-THEIR-AMOUNT TO EXL-THEIRS
           WRITE LR-LINE FROM EXC-LINE
           ADD 1 TO WS-LN-EXCEPTIONS(WS-LENDER-SUB).
       7100-EXIT.
           EXIT.

      ******************************************************************
      *    7200-CHECK-TOLERANCE
      *    LEAVES THE STATEMENT-LESS-OURS DIFFERENCE IN
      *    WS-DIFFERENCE WHEN IT IS OUTSIDE THE TOLERANCE EITHER
      *    WAY, OTHERWISE ZERO.
      ******************************************************************
       7200-CHECK-TOLERANCE.
           COMPUTE WS-DIFFERENCE = WS-THEIR-AMOUNT - WS-OUR-AMOUNT
           IF WS-DIFFERENCE NOT > WS-TOLERANCE
                   AND WS-DIFFERENCE NOT < 0 - WS-TOLERANCE
               MOVE 0 TO WS-DIFFERENCE
           END-IF.
       7200-EXIT.
           EXIT.

       8000-TERMINATE.
           MOVE SPACES TO SEC-HDR-LINE
           MOVE "RECONCILIATION TOTALS" TO SEC-HDR-TITLE
           WRITE LR-LINE FROM SEC-HDR-LINE
           MOVE "STATEMENT LINES READ..............." TO CNT-TITLE
           MOVE WS-STATEMENT-LINES TO CNT-COUNT
           WRITE LR-LINE FROM CNT-LINE
           MOVE "BILLED - WE SHOW PAID.............." TO CNT-TITLE
           MOVE WS-BILLED-PAID-COUNT TO CNT-COUNT
           WRITE LR-LINE FROM CNT-LINE
           MOVE "BILLED - NEVER FINANCED HERE......." TO CNT-TITLE
           MOVE WS-NOT-FINANCED-COUNT TO CNT-COUNT
           WRITE LR-LINE FROM CNT-LINE
           MOVE "LENDER PAID - WE SHOW OPEN........." TO CNT-TITLE
           MOVE WS-PAID-OPEN-COUNT TO CNT-COUNT
           WRITE LR-LINE FROM CNT-LINE
           MOVE "PAYOFF AMOUNT DIFFERS.............." TO CNT-TITLE
           MOVE WS-PAYOFF-DIFF-COUNT TO CNT-COUNT
           WRITE LR-LINE FROM CNT-LINE
           MOVE "PAYOFF DATE DIFFERS................" TO CNT-TITLE
           MOVE WS-PAYOFF-DATE-COUNT TO CNT-COUNT
           WRITE LR-LINE FROM CNT-LINE
           MOVE "PRINCIPAL DIFFERS.................." TO CNT-TITLE
           MOVE WS-PRINCIPAL-DIFF-COUNT TO CNT-COUNT
           WRITE LR-LINE FROM CNT-LINE
           MOVE "INTEREST DIFFERS..................." TO CNT-TITLE
           MOVE WS-INTEREST-DIFF-COUNT TO CNT-COUNT
           WRITE LR-LINE FROM CNT-LINE
           MOVE "OPEN - LEFT OFF STATEMENT.........." TO CNT-TITLE
           MOVE WS-LEFT-OFF-COUNT TO CNT-COUNT
           WRITE LR-LINE FROM CNT-LINE
           COMPUTE WS-EXCEPTION-COUNT = WS-BILLED-PAID-COUNT
               + WS-NOT-FINANCED-COUNT + WS-PAID-OPEN-COUNT
               + WS-PAYOFF-DIFF-COUNT + WS-PAYOFF-DATE-COUNT
               + WS-PRINCIPAL-DIFF-COUNT + WS-INTEREST-DIFF-COUNT
               + WS-LEFT-OFF-COUNT
           MOVE "TOTAL EXCEPTIONS..................." TO CNT-TITLE
           MOVE WS-EXCEPTION-COUNT TO CNT-COUNT
           WRITE LR-LINE FROM CNT-LINE
           IF WS-LENDER-LOST > 0
               DISPLAY "LENDER TABLE FULL - " WS-LENDER-LOST
                   " STATEMENT LINES NOT RECONCILED"
               ADD WS-LENDER-LOST TO WS-EXCEPTION-COUNT
           END-IF
           IF WS-BILLED-LOST > 0
               DISPLAY "STATEMENT TABLE FULL - " WS-BILLED-LOST
                   " UNITS MAY SHOW AS LEFT OFF"
           END-IF
           IF WS-EXCEPTION-COUNT = 0
               WRITE LR-LINE FROM CLEAN-LINE
           ELSE
               MOVE 8 TO RETURN-CODE
           END-IF
           DISPLAY "STATEMENT LINES:   " WS-STATEMENT-LINES
           DISPLAY "LENDER EXCEPTIONS: " WS-EXCEPTION-COUNT
           CLOSE LENDER-STATEMENT-FILE
           CLOSE FLOOR-PLAN-FILE
           CLOSE LENDER-REPORT-FILE
           MOVE WS-STATEMENT-LINES TO WS-RC-COUNT
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
