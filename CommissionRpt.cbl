      *    PAGE WITH ONE LINE PER OPERATOR AND THE GRAND TOTAL, SO
      *    A DISPUTED DEAL TRACES STRAIGHT BACK TO THE SALES LOG.
      *
      *    A DEAL UNWOUND IN THE MONTH (A "DEAL-RESCINDED" RECORD ON
      *    THE AUDIT TRAIL) IS CHARGED BACK: THE DEAL IS PRICED THE
      *    SAME WAY AND POSTED NEGATIVE, LESS ONE UNIT, TO THE
      *    OPERATOR WHO CLOSED IT.  THE COMMISSION ALREADY PAID IN
      *    THE MONTH OF THE SALE IS NEVER RESTATED.
      *
      *    MOD HISTORY
      *    DATE       INIT  DESCRIPTION
      *    ---------  ----  --------------------------------------------
      *                     SALE-DATE ALTERNATE KEY - THE MONTH RUN
      *                     STARTS AT THE MONTH AND STOPS WHEN IT
      *                     ENDS.
      *    2026-10-15  DLM  CHARGE BACK DEALS UNWOUND IN THE MONTH
      *                     OFF THE AUDIT TRAIL, MARKED RESCINDED
      *                     ON THE STATEMENT.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CommissionRpt.
                   WITH DUPLICATES
               FILE STATUS IS WS-ST-STATUS.

           SELECT AUDIT-LOG-FILE ASSIGN "VEHAUDIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AU-STATUS.

           SELECT COMMISSION-REPORT-FILE ASSIGN "CMNRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CR-STATUS.
       01  SALES-TRANSACTION-RECORD.
           COPY SALEREC.

       FD  AUDIT-LOG-FILE.
       01  AUDIT-RECORD.
           COPY AUDREC.

       FD  COMMISSION-REPORT-FILE.
       01  CR-LINE                    PIC X(80).

       01  WS-CC-STATUS               PIC X(02) VALUE "00".
       01  WS-CM-STATUS               PIC X(02) VALUE "00".
       01  WS-ST-STATUS               PIC X(02) VALUE "00".
       01  WS-AU-STATUS               PIC X(02) VALUE "00".
       01  WS-CR-STATUS               PIC X(02) VALUE "00".

       01  WS-EOF-SWITCH              PIC X(01) VALUE "N".
           88  WS-END-OF-FILE                 VALUE "Y".

       01  WS-CHARGEBACK-SWITCH       PIC X(01) VALUE "N".
           88  WS-TAKING-CHARGEBACK           VALUE "Y".
       01  WS-AUDIT-MONTH             PIC 9(06) VALUE 0.

       01  WS-REPORT-MONTH            PIC 9(06) VALUE 0.
       01  WS-SALE-MONTH              PIC 9(06) VALUE 0.

       01  WS-SALES-READ              PIC 9(05) VALUE 0.
       01  WS-DEALS-REPORTED          PIC 9(05) VALUE 0.
       01  WS-NO-RATE-COUNT           PIC 9(05) VALUE 0.
       01  WS-CHARGEBACK-COUNT        PIC 9(05) VALUE 0.

       01  WS-DEAL-MARGIN             PIC S9(09)V99 VALUE 0.
       01  WS-DEAL-COMMISSION         PIC S9(07)V99 VALUE 0.
               10  WS-DL-SALE-PRICE   PIC 9(08)V99.
               10  WS-DL-MARGIN       PIC S9(09)V99.
               10  WS-DL-COMMISSION   PIC S9(07)V99.
               10  WS-DL-KIND         PIC X(01).
                   88  WS-DL-CHARGEBACK       VALUE "C".

      ******************************************************************
      *    OPERATOR SUMMARY TABLE FOR THE PAYROLL PAGE.
           05  DTL-MARGIN             PIC $$,$$$,$$9.99-.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  DTL-COMMISSION         PIC $$$,$$9.99-.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  DTL-KIND               PIC X(09).

       01  STMT-TOT-LINE.
           05  FILLER                 PIC X(04) VALUE SPACES.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 2000-PROCESS-SALES THRU 2000-EXIT
               UNTIL WS-END-OF-FILE
           PERFORM 2500-PROCESS-RESCISSIONS THRU 2500-EXIT
           PERFORM 4000-APPLY-BONUSES THRU 4000-EXIT
           PERFORM 5000-PRINT-STATEMENTS THRU 5000-EXIT
           PERFORM 6000-PRINT-PAYROLL-SUMMARY THRU 6000-EXIT
       2100-EXIT.
           EXIT.

      ******************************************************************
      *    2500-PROCESS-RESCISSIONS
      *    SECOND PASS - THE AUDIT TRAIL FOR DEALS UNWOUND IN THE
      *    REQUESTED MONTH.  EACH ONE IS READ BACK OFF THE HISTORY
      *    BY THE KEY THE UNWIND RUN LEFT IN THE BEFORE-VALUE AND
      *    CHARGED BACK.  NO AUDIT LOG ON HAND MEANS NO UNWINDS.
      ******************************************************************
       2500-PROCESS-RESCISSIONS.
           OPEN INPUT AUDIT-LOG-FILE
           IF WS-AU-STATUS NOT = "00"
               DISPLAY "NO AUDIT LOG - NO CHARGEBACKS TAKEN"
               GO TO 2500-EXIT
           END-IF
           MOVE "N" TO WS-EOF-SWITCH
           PERFORM 2510-READ-AUDIT THRU 2510-EXIT
           PERFORM 2520-JUDGE-AUDIT THRU 2520-EXIT
               UNTIL WS-END-OF-FILE
           CLOSE AUDIT-LOG-FILE
           MOVE "N" TO WS-CHARGEBACK-SWITCH.
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
           MOVE "Y" TO WS-CHARGEBACK-SWITCH
           PERFORM 3000-PRICE-ONE-DEAL THRU 3000-EXIT
           ADD 1 TO WS-CHARGEBACK-COUNT.
       2520-NEXT.
           PERFORM 2510-READ-AUDIT THRU 2510-EXIT.
       2520-EXIT.
           EXIT.

      ******************************************************************
      *    3000-PRICE-ONE-DEAL
      *    NETS THE TRADE ALLOWANCE AND TRUE COST OUT OF THE DEAL,
      *    APPLIES THE OPERATOR'S RATE AND MINIMUM, AND POSTS THE
      *    DEAL TO THE DETAIL AND OPERATOR TABLES.  A CHARGEBACK
      *    POSTS THE SAME MARGIN AND COMMISSION NEGATIVE.
      ******************************************************************
       3000-PRICE-ONE-DEAL.
      *    FIELDS ADDED TO THE SALE RECORD OVER THE YEARS READ BACK
                       TO WS-DEAL-COMMISSION
               END-IF
           END-IF
           IF WS-TAKING-CHARGEBACK
               COMPUTE WS-DEAL-MARGIN = 0 - WS-DEAL-MARGIN
               COMPUTE WS-DEAL-COMMISSION = 0 - WS-DEAL-COMMISSION
           END-IF

           IF WS-DEAL-USED >= WS-DEAL-MAX
               ADD 1 TO WS-DEAL-LOST
           MOVE WS-DEAL-MARGIN TO WS-DL-MARGIN(WS-DEAL-USED)
           MOVE WS-DEAL-COMMISSION
               TO WS-DL-COMMISSION(WS-DEAL-USED)
           MOVE SPACE TO WS-DL-KIND(WS-DEAL-USED)
           IF WS-TAKING-CHARGEBACK
               SET WS-DL-CHARGEBACK(WS-DEAL-USED) TO TRUE
           END-IF
           ADD 1 TO WS-DEALS-REPORTED

           PERFORM 3200-POST-OPERATOR THRU 3200-EXIT.
               MOVE 0 TO WS-OP-COMMISSION(WS-OPER-SUB)
               MOVE 0 TO WS-OP-BONUS(WS-OPER-SUB)
           END-IF
      *    A CHARGEBACK TAKES THE UNIT BACK OFF THE BONUS COUNT.
           IF WS-TAKING-CHARGEBACK
               IF WS-OP-UNITS(WS-OPER-SUB) > 0
                   SUBTRACT 1 FROM WS-OP-UNITS(WS-OPER-SUB)
               END-IF
           ELSE
               ADD 1 TO WS-OP-UNITS(WS-OPER-SUB)
           END-IF
           ADD WS-DEAL-MARGIN TO WS-OP-MARGIN(WS-OPER-SUB)
           ADD WS-DEAL-COMMISSION
               TO WS-OP-COMMISSION(WS-OPER-SUB).
               MOVE WS-DL-MARGIN(WS-DEAL-SUB) TO DTL-MARGIN
               MOVE WS-DL-COMMISSION(WS-DEAL-SUB)
                   TO DTL-COMMISSION
               MOVE SPACES TO DTL-KIND
               IF WS-DL-CHARGEBACK(WS-DEAL-SUB)
                   MOVE "RESCINDED" TO DTL-KIND
               END-IF
               WRITE CR-LINE FROM DTL-LINE
           END-IF
           ADD 1 TO WS-DEAL-SUB.
           DISPLAY "SALES READ:        " WS-SALES-READ
           DISPLAY "DEALS REPORTED:    " WS-DEALS-REPORTED
           DISPLAY "DEALS WITH NO RATE: " WS-NO-RATE-COUNT
           DISPLAY "CHARGEBACKS:       " WS-CHARGEBACK-COUNT
           CLOSE SALES-TRANSACTION-FILE
           CLOSE COMMISSION-REPORT-FILE.
           MOVE WS-DEALS-REPORTED TO WS-RC-COUNT
