      *    TAKES THE FULL FILES) IT READS THE SALES LOG AND THE
      *    AUDIT TRAIL AND WRITES A BALANCED JOURNAL EXTRACT:
      *
      *       SALES      - DR CASH/RECEIVABLES (NET OF TRADE, PLUS
      *                    THE TAX AND FEES), DR INVENTORY FOR THE
      *                    TRADE-IN AT ALLOWANCE, CR SALES REVENUE,
      *                    CR SALES TAX PAYABLE, REG FEES PAYABLE
      *                    AND DOC FEE INCOME; THEN DR COST OF SALES
      *                    AND CR INVENTORY FOR THE LISTED PRICE
      *                    PLUS ACCUMULATED RECONDITIONING COST.
      *       MARKDOWNS  - THE "MARKDOWN"-OPERATOR PRICE CHANGES ON
      *                    CHANGES: DR DEPRECIATION EXPENSE, CR
      *                    VALUATION ALLOWANCE (REVERSED WHEN THE
      *                    VALUE ROSE).
      *       RESCISSIONS - THE "DEAL-RESCINDED" RECORDS THE UNWIND
      *                    RUN WRITES: THE DEAL'S SA ENTRIES
      *                    REVERSED IN THE PERIOD OF THE UNWIND.
      *                    A TRADE KEPT IN STOCK STAYS IN
      *                    INVENTORY AND ITS ALLOWANCE IS REFUNDED
      *                    THROUGH CASH WITH THE REST OF THE PRICE.
      *
      *    THE AUDIT TRAIL CARRIES AMOUNTS AS EDITED STRINGS, SO
      *    THE BEFORE/AFTER VALUES ARE UN-EDITED DIGIT BY DIGIT THE
      *                     SALE-DATE ALTERNATE KEY - THE PERIOD
      *                     RUN STARTS AT THE MONTH AND STOPS WHEN
      *                     IT ENDS.
      *    2026-10-15  DLM  POST UNWOUND SALES (SOURCE RS) OFF THE
      *                     AUDIT TRAIL IN THE MONTH OF THE UNWIND.
      *                     THE ORIGINAL SA ENTRIES STAY IN THE
      *                     MONTH OF THE SALE, SO A CLOSED MONTH
      *                     RE-RUNS WITH THE SAME NUMBERS.
      *    2026-10-15  DLM  POST THE SALES TAX AND FEES CARRIED ON
      *                     THE DEAL: CASH TAKES THEM IN, TAX TO
      *                     2100 SALES TAX PAYABLE, REGISTRATION
      *                     FEES TO 2110 (PASSED ON TO THE STATE),
      *                     DOC FEES TO 4100 INCOME.  AN UNWIND
      *                     REVERSES THEM WITH THE REST OF THE DEAL.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLExtract.
       01  WS-SALES-POSTED            PIC 9(05) VALUE 0.
       01  WS-MARKDOWNS-POSTED        PIC 9(05) VALUE 0.
       01  WS-REVALUES-POSTED         PIC 9(05) VALUE 0.
       01  WS-RESCISSIONS-POSTED      PIC 9(05) VALUE 0.
       01  WS-LINES-WRITTEN           PIC 9(07) VALUE 0.

       01  WS-TOTAL-DEBITS            PIC S9(11)V99 VALUE 0.
       01  WS-COST-AMOUNT             PIC 9(09)V99 VALUE 0.
       01  WS-CUT-AMOUNT              PIC S9(09)V99 VALUE 0.
       01  WS-VALUE-DELTA             PIC S9(09)V99 VALUE 0.
       01  WS-TAX-FEES-AMOUNT         PIC 9(09)V99 VALUE 0.

      ******************************************************************
      *    FIELDS HANDED TO THE JOURNAL-LINE WRITER.
           IF SL-ACCUM-COST NOT NUMERIC
               MOVE 0 TO SL-ACCUM-COST
           END-IF
           PERFORM 2200-NORMALIZE-TAX-FEES THRU 2200-EXIT

           MOVE "SA" TO WS-JL-SOURCE
           MOVE SL-VEHICLE-ID TO WS-JL-VEHICLE-ID

           COMPUTE WS-CASH-AMOUNT =
               SL-SALE-PRICE - SL-TRADE-ALLOWANCE
               + WS-TAX-FEES-AMOUNT
           MOVE "1010" TO WS-JL-ACCOUNT
           MOVE "CASH/RECEIVABLES" TO WS-JL-ACCOUNT-NAME
           MOVE WS-CASH-AMOUNT TO WS-JL-DEBIT
           MOVE 0 TO WS-JL-DEBIT
           MOVE SL-SALE-PRICE TO WS-JL-CREDIT
           PERFORM 7000-WRITE-JOURNAL-LINE THRU 7000-EXIT
           PERFORM 2300-POST-TAX-FEES THRU 2300-EXIT

           COMPUTE WS-COST-AMOUNT =
               SL-ORIGINAL-PRICE + SL-ACCUM-COST
       2100-EXIT.
           EXIT.

      ******************************************************************
      *    2200-NORMALIZE-TAX-FEES
      *    A DEAL CLOSED BEFORE THE TAX AND FEES WERE CARRIED READS
      *    BACK SPACE-FILLED - TREAT THE AMOUNTS AS ZERO - AND
      *    TOTALS WHAT THE BUYER PAID ON TOP OF THE PRICE.
      ******************************************************************
       2200-NORMALIZE-TAX-FEES.
           IF SL-SALES-TAX NOT NUMERIC
               MOVE 0 TO SL-SALES-TAX
           END-IF
           IF SL-DOC-FEE NOT NUMERIC
               MOVE 0 TO SL-DOC-FEE
           END-IF
           IF SL-REG-FEE NOT NUMERIC
               MOVE 0 TO SL-REG-FEE
           END-IF
           COMPUTE WS-TAX-FEES-AMOUNT =
               SL-SALES-TAX + SL-DOC-FEE + SL-REG-FEE.
       2200-EXIT.
           EXIT.

      ******************************************************************
      *    2300-POST-TAX-FEES
      *    THE CREDIT SIDE OF THE TAX AND FEES THE CASH LINE TOOK
      *    IN (THE DEBIT SIDE WHEN AN UNWIND REVERSES THEM).  THE
      *    CALLER SETS THE SOURCE AND VEHICLE.  ZERO AMOUNTS POST
      *    NO LINE.
      ******************************************************************
       2300-POST-TAX-FEES.
           IF SL-SALES-TAX > 0
               MOVE "2100" TO WS-JL-ACCOUNT
               MOVE "SALES TAX PAYABLE" TO WS-JL-ACCOUNT-NAME
               MOVE SL-SALES-TAX TO WS-JL-CREDIT
               PERFORM 2310-SET-SIDE THRU 2310-EXIT
               PERFORM 7000-WRITE-JOURNAL-LINE THRU 7000-EXIT
           END-IF
           IF SL-REG-FEE > 0
               MOVE "2110" TO WS-JL-ACCOUNT
               MOVE "REG FEES PAYABLE" TO WS-JL-ACCOUNT-NAME
               MOVE SL-REG-FEE TO WS-JL-CREDIT
               PERFORM 2310-SET-SIDE THRU 2310-EXIT
               PERFORM 7000-WRITE-JOURNAL-LINE THRU 7000-EXIT
           END-IF
           IF SL-DOC-FEE > 0
               MOVE "4100" TO WS-JL-ACCOUNT
               MOVE "DOC FEE INCOME" TO WS-JL-ACCOUNT-NAME
               MOVE SL-DOC-FEE TO WS-JL-CREDIT
               PERFORM 2310-SET-SIDE THRU 2310-EXIT
               PERFORM 7000-WRITE-JOURNAL-LINE THRU 7000-EXIT
           END-IF.
       2300-EXIT.
           EXIT.

      ******************************************************************
      *    2310-SET-SIDE
      *    THE AMOUNT ARRIVES AS A CREDIT; AN RS REVERSAL SWAPS IT
      *    TO THE DEBIT SIDE.
      ******************************************************************
       2310-SET-SIDE.
           MOVE 0 TO WS-JL-DEBIT
           IF WS-JL-SOURCE = "RS"
               MOVE WS-JL-CREDIT TO WS-JL-DEBIT
               MOVE 0 TO WS-JL-CREDIT
           END-IF.
       2310-EXIT.
           EXIT.

      ******************************************************************
      *    3000-PROCESS-AUDIT
      *    SECOND PASS - THE AUDIT TRAIL FOR THE PERIOD'S MARKDOWN
      *    WRITE-DOWNS, VALUATION ADJUSTMENTS, AND UNWOUND SALES.
      *    NO AUDIT LOG ON HAND MEANS NONE HAPPENED AND THE EXTRACT
      *    STILL BALANCES ON THE SALES ALONE.
      ******************************************************************
       3000-PROCESS-AUDIT.
           OPEN INPUT AUDIT-LOG-FILE
           IF WS-AU-STATUS NOT = "00"
               DISPLAY "NO AUDIT LOG - MARKDOWN, VALUATION AND"
                   " RESCISSION ENTRIES SKIPPED"
               GO TO 3000-EXIT
           END-IF
           MOVE "N" TO WS-EOF-SWITCH
                       AND AU-FIELD-NAME = "CURRENT-VALUE"
                       AND AU-ACTION-CHANGE
                   PERFORM 3400-POST-REVALUE THRU 3400-EXIT
               WHEN AU-FIELD-NAME = "DEAL-RESCINDED"
                       AND AU-ACTION-CHANGE
                   PERFORM 3500-POST-RESCISSION THRU 3500-EXIT
           END-EVALUATE.
       3200-NEXT.
           PERFORM 3100-READ-AUDIT THRU 3100-EXIT.
       3400-EXIT.
           EXIT.

      ******************************************************************
      *    3500-POST-RESCISSION
      *    THE AUDIT BEFORE-VALUE CARRIES THE DEAL'S HISTORY KEY.
      *    THE DEAL IS READ BACK AND ITS SA ENTRIES REVERSED: DR
      *    REVENUE, CR CASH (THE REFUND), CR INVENTORY FOR A TRADE
      *    HANDED BACK; THEN DR INVENTORY AND CR COST OF SALES FOR
      *    THE UNIT COMING BACK ON THE LOT.  A KEPT TRADE STAYS IN
      *    INVENTORY, SO THE WHOLE PRICE COMES OUT OF CASH.  THE
      *    TAX AND FEES ON THE DEAL GO BACK OUT OF CASH TOO, AGAINST
      *    THE ACCOUNTS THEY WERE CREDITED TO.
      ******************************************************************
       3500-POST-RESCISSION.
           MOVE AU-BEFORE-VALUE(1:8) TO SL-HIST-KEY
           READ SALES-TRANSACTION-FILE
               INVALID KEY
                   DISPLAY "RESCINDED DEAL NOT ON HISTORY - "
                       AU-BEFORE-VALUE(1:8)
                   GO TO 3500-EXIT
           END-READ
           IF SL-TRADE-ALLOWANCE NOT NUMERIC
               MOVE 0 TO SL-TRADE-ALLOWANCE
           END-IF
           IF SL-ACCUM-COST NOT NUMERIC
               MOVE 0 TO SL-ACCUM-COST
           END-IF
           PERFORM 2200-NORMALIZE-TAX-FEES THRU 2200-EXIT

           MOVE "RS" TO WS-JL-SOURCE
           MOVE SL-VEHICLE-ID TO WS-JL-VEHICLE-ID

           MOVE "4000" TO WS-JL-ACCOUNT
           MOVE "SALES REVENUE" TO WS-JL-ACCOUNT-NAME
           MOVE SL-SALE-PRICE TO WS-JL-DEBIT
           MOVE 0 TO WS-JL-CREDIT
           PERFORM 7000-WRITE-JOURNAL-LINE THRU 7000-EXIT
           PERFORM 2300-POST-TAX-FEES THRU 2300-EXIT

           IF SL-TRADE-BACKED-OUT
               COMPUTE WS-CASH-AMOUNT =
                   SL-SALE-PRICE - SL-TRADE-ALLOWANCE
                   + WS-TAX-FEES-AMOUNT
           ELSE
               COMPUTE WS-CASH-AMOUNT =
                   SL-SALE-PRICE + WS-TAX-FEES-AMOUNT
           END-IF
           MOVE "1010" TO WS-JL-ACCOUNT
           MOVE "CASH/RECEIVABLES" TO WS-JL-ACCOUNT-NAME
           MOVE 0 TO WS-JL-DEBIT
           MOVE WS-CASH-AMOUNT TO WS-JL-CREDIT
           PERFORM 7000-WRITE-JOURNAL-LINE THRU 7000-EXIT

           IF SL-TRADE-BACKED-OUT AND SL-TRADE-ALLOWANCE > 0
               MOVE "1200" TO WS-JL-ACCOUNT
               MOVE "VEHICLE INVENTORY" TO WS-JL-ACCOUNT-NAME
               MOVE 0 TO WS-JL-DEBIT
               MOVE SL-TRADE-ALLOWANCE TO WS-JL-CREDIT
               PERFORM 7000-WRITE-JOURNAL-LINE THRU 7000-EXIT
           END-IF

           COMPUTE WS-COST-AMOUNT =
               SL-ORIGINAL-PRICE + SL-ACCUM-COST
           MOVE "1200" TO WS-JL-ACCOUNT
           MOVE "VEHICLE INVENTORY" TO WS-JL-ACCOUNT-NAME
           MOVE WS-COST-AMOUNT TO WS-JL-DEBIT
           MOVE 0 TO WS-JL-CREDIT
           PERFORM 7000-WRITE-JOURNAL-LINE THRU 7000-EXIT

           MOVE "5000" TO WS-JL-ACCOUNT
           MOVE "COST OF SALES" TO WS-JL-ACCOUNT-NAME
           MOVE 0 TO WS-JL-DEBIT
           MOVE WS-COST-AMOUNT TO WS-JL-CREDIT
           PERFORM 7000-WRITE-JOURNAL-LINE THRU 7000-EXIT
           ADD 1 TO WS-RESCISSIONS-POSTED.
       3500-EXIT.
           EXIT.

      ******************************************************************
      *    6000-UNEDIT-AMOUNT
      *    PICKS THE DIGITS BACK OUT OF AN EDITED AMOUNT STRING
           DISPLAY "SALES POSTED:      " WS-SALES-POSTED
           DISPLAY "MARKDOWNS POSTED:  " WS-MARKDOWNS-POSTED
           DISPLAY "REVALUES POSTED:   " WS-REVALUES-POSTED
           DISPLAY "RESCISSIONS POSTED:" WS-RESCISSIONS-POSTED
           DISPLAY "JOURNAL LINES:     " WS-LINES-WRITTEN
           CLOSE SALES-TRANSACTION-FILE
           CLOSE JOURNAL-EXTRACT-FILE
