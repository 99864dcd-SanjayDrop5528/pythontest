      *    2026-09-02  DLM  REFUSE A SALE ON AN IN-TRANSIT UNIT -
      *                     A UNIT MID-MOVE BETWEEN LOTS WAS
      *                     SELLING SILENTLY.
      *    2026-10-15  DLM  OPEN EACH NEW DEAL LIVE - DEAL STATUS
      *                     SPACE, NO RESCIND DATE OR TRADE
      *                     DISPOSITION - FOR THE UNWIND RUN.
      *    2026-10-15  DLM  REJECT A SALE DATED INTO A CLOSED
      *                     ACCOUNTING PERIOD TO THE REJECT FILE
      *                     (REASON 10) THROUGH PERIODCHECK.
      *    2026-10-15  DLM  REJECT A SALE TO A CUSTOMER-ID RETIRED BY
      *                     CUSTOMERMERGE - KEY THE KEPT ID INSTEAD.
      *    2026-10-15  DLM  OPEN THE TITLE WORK ON TITLTRK AT CLOSE -
      *                     A SOLD-UNIT ITEM FOR EVERY DEAL AND A
      *                     TRADE-IN ITEM FOR EVERY TRADE TAKEN,
      *                     CARRYING THE BUYER'S STATE FOR THE
      *                     OVERDUE-TITLE REPORT.
      *    2026-10-15  DLM  FIGURE THE SALES TAX, DOC FEE AND
      *                     REGISTRATION FEE AT CLOSE OFF THE
      *                     TAXRATES TABLE FOR THE BUYER'S STATE AND
      *                     ZIP, NET OF THE TRADE WHERE THE STATE
      *                     ALLOWS IT, AND CARRY THEM ON THE DEAL.
      *    2026-10-15  DLM  CLEAR THE TRADE-APPLIED SWITCH FOR EVERY
      *                     DEAL - A NO-TRADE DEAL AFTER A TRADE IN
      *                     THE SAME RUN WAS OPENING A TRADE-IN
      *                     TITLE ITEM IT NEVER TOOK.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VehicleSales.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AU-STATUS.

           SELECT TITLE-TRACK-FILE ASSIGN "TITLTRK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TT-TITLE-KEY
               FILE STATUS IS WS-TT-STATUS.

           SELECT TAX-RATE-FILE ASSIGN "TAXRATES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TX-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SALES-INPUT-FILE.
       01  AUDIT-RECORD.
           COPY AUDREC.

       FD  TITLE-TRACK-FILE.
       01  TITLE-TRACK-RECORD.
           COPY TTLREC.

       FD  TAX-RATE-FILE.
       01  TAX-RATE-RECORD.
           COPY TAXRATE.

       WORKING-STORAGE SECTION.
       01  WS-SI-STATUS               PIC X(02) VALUE "00".
       01  WS-VM-STATUS               PIC X(02) VALUE "00".
       01  WS-CT-STATUS               PIC X(02) VALUE "00".
       01  WS-ST-STATUS               PIC X(02) VALUE "00".
       01  WS-AU-STATUS               PIC X(02) VALUE "00".
       01  WS-TT-STATUS               PIC X(02) VALUE "00".
       01  WS-TX-STATUS               PIC X(02) VALUE "00".

       01  WS-EOF-SWITCH              PIC X(01) VALUE "N".
           88  WS-END-OF-FILE                 VALUE "Y".
       01  WS-REJECTED-COUNT          PIC 9(05) VALUE 0.
       01  WS-TRADE-COUNT             PIC 9(05) VALUE 0.
       01  WS-TRADE-REJECT-COUNT      PIC 9(05) VALUE 0.
       01  WS-TITLE-COUNT             PIC 9(05) VALUE 0.
       01  WS-UNTAXED-COUNT           PIC 9(05) VALUE 0.

       01  WS-TRADE-OK                PIC X(01) VALUE "N".
           88  WS-TRADE-APPLIED               VALUE "Y".

       01  WS-HIST-DONE-SWITCH        PIC X(01) VALUE "N".
           88  WS-HIST-WRITE-DONE             VALUE "Y".
       01  WS-DEAL-SEQ                PIC 9(03) VALUE 0.

      ******************************************************************
      *    TAX-RATE TABLE LOADED FROM TAXRATES.  TRIED IN FILE ORDER
      *    - FIRST MATCH WINS, "**" IS THE HOUSE DEFAULT.
      ******************************************************************
       01  WS-TAX-MAX                 PIC 9(03) VALUE 200.
       01  WS-TAX-USED                PIC 9(03) VALUE 0.
       01  WS-TAX-SUB                 PIC 9(03) VALUE 0.
       01  WS-TAX-HIT-SUB             PIC 9(03) VALUE 0.
       01  WS-TAX-TABLE.
           05  WS-TAX-ENTRY OCCURS 200 TIMES.
               10  WS-TX-STATE        PIC X(02).
               10  WS-TX-ZIP-LOW      PIC X(05).
               10  WS-TX-ZIP-HIGH     PIC X(05).
               10  WS-TX-JURISDICTION PIC X(06).
               10  WS-TX-RATE-PCT     PIC 9(02)V9(03).
               10  WS-TX-TRADE-CREDIT PIC X(01).
               10  WS-TX-DOC-FEE      PIC 9(04)V99.
               10  WS-TX-REG-FEE      PIC 9(04)V99.
       01  WS-BUYER-ZIP               PIC X(05) VALUE SPACES.
       01  WS-TAX-BASE                PIC S9(09)V99 VALUE 0.

       01  WS-PLAN-FILE-SWITCH        PIC X(01) VALUE "N".
           88  WS-PLAN-FILE-OPEN              VALUE "Y".
           88  LK-IS-VALID                    VALUE "Y".
       01  LK-REASON-CODE             PIC 9(02).
       01  LK-REASON-TEXT             PIC X(40).
       01  LK-PERIOD-DATE             PIC 9(08).
       01  LK-PERIOD-FLAG             PIC X(01).
           88  LK-PERIOD-CLOSED               VALUE "C".

       01  WS-SYSTEM-DATE             PIC 9(08).
       01  WS-SYSTEM-TIME             PIC 9(06).
           MOVE "AUDIT-LOG-FILE" TO WS-OPEN-FILE-NAME
           MOVE WS-AU-STATUS TO WS-OPEN-CHECK-STATUS
           PERFORM 1050-CHECK-REQUIRED-OPEN THRU 1050-EXIT
           PERFORM 1800-OPEN-TITLE-TRACK THRU 1800-EXIT
           MOVE "TITLE-TRACK-FILE" TO WS-OPEN-FILE-NAME
           MOVE WS-TT-STATUS TO WS-OPEN-CHECK-STATUS
           PERFORM 1050-CHECK-REQUIRED-OPEN THRU 1050-EXIT
           PERFORM 1900-LOAD-TAX-TABLE THRU 1900-EXIT
           PERFORM 2100-READ-SALE THRU 2100-EXIT.
       1000-EXIT.
           EXIT.
       1700-EXIT.
           EXIT.

      ******************************************************************
      *    1800-OPEN-TITLE-TRACK
      *    THE FIRST DEAL EVER CLOSED HAS NO TITLE-TRACKING FILE YET -
      *    CREATE IT EMPTY AND CARRY ON, THE SAME WAY THE SALES
      *    HISTORY BOOTSTRAPS.
      ******************************************************************
       1800-OPEN-TITLE-TRACK.
           OPEN I-O TITLE-TRACK-FILE
           IF WS-TT-STATUS NOT = "00"
               OPEN OUTPUT TITLE-TRACK-FILE
               CLOSE TITLE-TRACK-FILE
               OPEN I-O TITLE-TRACK-FILE
           END-IF.
       1800-EXIT.
           EXIT.

      ******************************************************************
      *    1900-LOAD-TAX-TABLE
      *    LOADS THE TAX-RATE RECORDS IN FILE ORDER.  NO RATE FILE
      *    IS FATAL - A DEAL CANNOT CLOSE WITH THE TAX GUESSED, THE
      *    SAME AS AN EMPTY COMMISSION-RATE FILE.
      ******************************************************************
       1900-LOAD-TAX-TABLE.
           OPEN INPUT TAX-RATE-FILE
           MOVE "TAX-RATE-FILE" TO WS-OPEN-FILE-NAME
           MOVE WS-TX-STATUS TO WS-OPEN-CHECK-STATUS
           PERFORM 1050-CHECK-REQUIRED-OPEN THRU 1050-EXIT
           MOVE "N" TO WS-EOF-SWITCH
           PERFORM 1910-READ-TAX-RATE THRU 1910-EXIT
           PERFORM 1920-STORE-TAX-RATE THRU 1920-EXIT
               UNTIL WS-END-OF-FILE
           CLOSE TAX-RATE-FILE
           MOVE "N" TO WS-EOF-SWITCH
           IF WS-TAX-USED = 0
               DISPLAY "TAX-RATE FILE EMPTY - NO DEAL CAN BE TAXED"
               MOVE 16 TO RETURN-CODE
               PERFORM 9200-END-RUN-CONTROL THRU 9200-EXIT
               STOP RUN
           END-IF.
       1900-EXIT.
           EXIT.

       1910-READ-TAX-RATE.
           READ TAX-RATE-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.
       1910-EXIT.
           EXIT.

       1920-STORE-TAX-RATE.
           IF WS-TAX-USED >= WS-TAX-MAX
               DISPLAY "TAX-RATE TABLE FULL AT " WS-TAX-MAX
               SET WS-END-OF-FILE TO TRUE
               GO TO 1920-EXIT
           END-IF
           IF TX-RATE-PCT NOT NUMERIC
                   OR TX-DOC-FEE NOT NUMERIC
                   OR TX-REG-FEE NOT NUMERIC
               DISPLAY "TAX-RATE RECORD SKIPPED - BAD AMOUNT FOR "
                   TX-STATE " " TX-JURISDICTION
               PERFORM 1910-READ-TAX-RATE THRU 1910-EXIT
               GO TO 1920-EXIT
           END-IF
           ADD 1 TO WS-TAX-USED
           MOVE TX-STATE TO WS-TX-STATE(WS-TAX-USED)
           MOVE TX-ZIP-LOW TO WS-TX-ZIP-LOW(WS-TAX-USED)
           MOVE TX-ZIP-HIGH TO WS-TX-ZIP-HIGH(WS-TAX-USED)
           MOVE TX-JURISDICTION TO WS-TX-JURISDICTION(WS-TAX-USED)
           MOVE TX-RATE-PCT TO WS-TX-RATE-PCT(WS-TAX-USED)
           MOVE TX-TRADE-CREDIT TO WS-TX-TRADE-CREDIT(WS-TAX-USED)
           MOVE TX-DOC-FEE TO WS-TX-DOC-FEE(WS-TAX-USED)
           MOVE TX-REG-FEE TO WS-TX-REG-FEE(WS-TAX-USED)
           PERFORM 1910-READ-TAX-RATE THRU 1910-EXIT.
       1920-EXIT.
           EXIT.

       2000-PROCESS-SALES.
           PERFORM 3000-APPLY-SALE THRU 3000-EXIT
           PERFORM 2100-READ-SALE THRU 2100-EXIT.
      *    SALES-TRANSACTION LOG RECORD, AND AUDITS THE STATUS CHANGE.
      ******************************************************************
       3000-APPLY-SALE.
           MOVE "N" TO WS-TRADE-OK
           MOVE SI-VEHICLE-ID TO VM-VEHICLE-ID
           READ VEHICLE-MASTER-FILE
               INVALID KEY
                   ADD 1 TO WS-REJECTED-COUNT
                   GO TO 3000-EXIT
           END-READ
           IF CU-STATUS-MERGED
               DISPLAY "SALE REJECTED - CUSTOMER " SI-CUSTOMER-ID
                   " MERGED INTO " CU-MERGED-INTO
               ADD 1 TO WS-REJECTED-COUNT
               GO TO 3000-EXIT
           END-IF

           MOVE SI-SALE-DATE TO LK-PERIOD-DATE
           CALL "PeriodCheck" USING LK-PERIOD-DATE LK-PERIOD-FLAG
               LK-REASON-CODE LK-REASON-TEXT
           END-CALL
           IF LK-PERIOD-CLOSED
               PERFORM 3050-REJECT-CLOSED-PERIOD THRU 3050-EXIT
               GO TO 3000-EXIT
           END-IF

           MOVE SI-VEHICLE-ID TO SL-VEHICLE-ID
           MOVE VM-VEHICLE-PRICE TO SL-ORIGINAL-PRICE
           MOVE SI-CUSTOMER-ID TO SL-CUSTOMER-ID
           MOVE 0 TO SL-TRADE-VEHICLE-ID
           MOVE 0 TO SL-TRADE-ALLOWANCE
           MOVE SPACE TO SL-DEAL-STATUS
           MOVE 0 TO SL-RESCIND-DATE
           MOVE SPACE TO SL-RESCIND-TRADE
           PERFORM 3300-SUM-VEHICLE-COSTS THRU 3300-EXIT
           MOVE WS-ACCUM-COST TO SL-ACCUM-COST

                   MOVE SI-TRADE-ALLOWANCE TO SL-TRADE-ALLOWANCE
               END-IF
           END-IF
      *    THE TAX IS FIGURED ONLY NOW THE TRADE HAS BEEN TAKEN (OR
      *    REJECTED), SO THE NET-OF-TRADE BASIS SEES THE ALLOWANCE
      *    THAT ACTUALLY WENT ON THE DEAL.
           PERFORM 3700-FIGURE-SALES-TAX THRU 3700-EXIT
           PERFORM 3500-WRITE-SALE-HISTORY THRU 3500-EXIT
           PERFORM 3600-OPEN-TITLE-WORK THRU 3600-EXIT.
       3000-EXIT.
           EXIT.

      ******************************************************************
      *    3050-REJECT-CLOSED-PERIOD
      *    A SALE DATED INTO A MONTH ACCOUNTING HAS CLOSED GOES TO THE
      *    REJECT FILE (REASON 10) CARRYING THE SOLD UNIT AND THE
      *    SALE PRICE - NOTHING ON THE MASTER OR THE HISTORY MOVES.
      *    IT IS RE-KEYED WITH A DATE IN AN OPEN MONTH, OR HELD UNTIL
      *    ACCOUNTING REOPENS THE MONTH.
      ******************************************************************
       3050-REJECT-CLOSED-PERIOD.
           MOVE SI-VEHICLE-ID TO RJ-VEHICLE-ID
           MOVE VM-VEHICLE-TYPE-CODE TO RJ-VEHICLE-TYPE-CODE
           MOVE VM-VEHICLE-BRAND TO RJ-VEHICLE-BRAND
           MOVE VM-VEHICLE-MODEL TO RJ-VEHICLE-MODEL
           MOVE VM-VEHICLE-YEAR TO RJ-VEHICLE-YEAR
           MOVE SI-SALE-PRICE TO RJ-VEHICLE-PRICE
           MOVE LK-REASON-CODE TO RJ-REASON-CODE
           MOVE LK-REASON-TEXT TO RJ-REASON-TEXT
           MOVE WS-SYSTEM-DATE TO RJ-REJECT-DATE
           WRITE REJECT-RECORD
           ADD 1 TO WS-REJECTED-COUNT
           DISPLAY "SALE REJECTED - " SI-VEHICLE-ID " "
               LK-REASON-TEXT.
       3050-EXIT.
           EXIT.

      ******************************************************************
      *    3100-CHECK-RESERVED
      *    A RESERVED VEHICLE ONLY SELLS TO THE CUSTOMER HOLDING THE
           EXIT.

       3510-TRY-ONE-WRITE.
           MOVE SL-HIST-SALE-SEQ TO WS-DEAL-SEQ
           WRITE SALES-TRANSACTION-RECORD
               INVALID KEY
                   CONTINUE
       3510-EXIT.
           EXIT.

      ******************************************************************
      *    3600-OPEN-TITLE-WORK
      *    OPENS THE TITLE WORK THE DEAL LEAVES BEHIND: THE SOLD
      *    UNIT'S TITLE AND REGISTRATION, AND - WHEN A TRADE WAS
      *    TAKEN - THE TRADE'S TITLE STILL TO BE COLLECTED.  BOTH
      *    CARRY THE DEAL'S SALE SEQUENCE, THE SELLING OPERATOR,
      *    AND THE BUYER'S STATE STILL IN THE CUSTOMER RECORD AREA.
      ******************************************************************
       3600-OPEN-TITLE-WORK.
           MOVE SI-VEHICLE-ID TO TT-VEHICLE-ID
           SET TT-ITEM-SOLD TO TRUE
           PERFORM 3610-WRITE-TITLE-ITEM THRU 3610-EXIT
           IF WS-TRADE-APPLIED
               MOVE SI-TRADE-VEHICLE-ID TO TT-VEHICLE-ID
               SET TT-ITEM-TRADE TO TRUE
               PERFORM 3610-WRITE-TITLE-ITEM THRU 3610-EXIT
           END-IF.
       3600-EXIT.
           EXIT.

      ******************************************************************
      *    3610-WRITE-TITLE-ITEM
      *    THE CALLER SETS THE UNIT AND ITEM TYPE.  AN ITEM ALREADY
      *    ON FILE UNDER THE SAME KEY IS LEFT AS IT STANDS - THE
      *    DEAL HAS CLOSED AND IS NOT BACKED OUT OVER PAPERWORK.
      ******************************************************************
       3610-WRITE-TITLE-ITEM.
           MOVE WS-DEAL-SEQ TO TT-DEAL-SEQ
           MOVE SI-VEHICLE-ID TO TT-DEAL-VEHICLE-ID
           MOVE SI-CUSTOMER-ID TO TT-CUSTOMER-ID
           MOVE CU-STATE TO TT-STATE
           MOVE SI-OPERATOR-ID TO TT-OPERATOR-ID
           MOVE SI-SALE-DATE TO TT-SALE-DATE
           SET TT-STATUS-OPEN TO TRUE
           MOVE 0 TO TT-TITLE-IN-DATE
           MOVE 0 TO TT-STATE-SENT-DATE
           MOVE 0 TO TT-PLATES-DATE
           MOVE 0 TO TT-CLOSED-DATE
           WRITE TITLE-TRACK-RECORD
               INVALID KEY
                   DISPLAY "TITLE ITEM ALREADY ON FILE "
                       TT-VEHICLE-ID " " TT-ITEM-TYPE
                   GO TO 3610-EXIT
           END-WRITE
           ADD 1 TO WS-TITLE-COUNT.
       3610-EXIT.
           EXIT.

      ******************************************************************
      *    3700-FIGURE-SALES-TAX
      *    PRICES THE TAX AND FEES ON THE DEAL OFF THE FIRST RATE
      *    RECORD MATCHING THE BUYER'S STATE AND ZIP - STILL IN THE
      *    CUSTOMER RECORD AREA FROM THE BUYER CHECK.  THE TAXABLE
      *    AMOUNT IS THE SALE PRICE, LESS THE TRADE ALLOWANCE WHERE
      *    THE STATE GIVES TRADE CREDIT (NEVER BELOW ZERO).  AN
      *    EXEMPT SALE CARRIES NO TAX BUT STILL PAYS THE FEES.  NO
      *    MATCHING RATE CLOSES THE DEAL UNTAXED WITH A SPACE BASIS
      *    SO THE REMITTANCE REPORT COUNTS IT FOR FOLLOW-UP.
      ******************************************************************
       3700-FIGURE-SALES-TAX.
           MOVE SPACES TO SL-TAX-STATE
           MOVE SPACES TO SL-TAX-JURISDICTION
           MOVE SPACE TO SL-TAX-BASIS
           MOVE 0 TO SL-SALES-TAX
           MOVE 0 TO SL-DOC-FEE
           MOVE 0 TO SL-REG-FEE
           MOVE CU-ZIP(1:5) TO WS-BUYER-ZIP
           MOVE 0 TO WS-TAX-HIT-SUB
           MOVE 1 TO WS-TAX-SUB
           PERFORM 3710-MATCH-TAX-RATE THRU 3710-EXIT
               UNTIL WS-TAX-HIT-SUB > 0
               OR WS-TAX-SUB > WS-TAX-USED
           IF WS-TAX-HIT-SUB = 0
               DISPLAY "NO TAX RATE FOR STATE " CU-STATE " ZIP "
                   WS-BUYER-ZIP " - DEAL " SI-VEHICLE-ID
                   " CLOSED UNTAXED"
               ADD 1 TO WS-UNTAXED-COUNT
               GO TO 3700-EXIT
           END-IF

           MOVE CU-STATE TO SL-TAX-STATE
           MOVE WS-TX-JURISDICTION(WS-TAX-HIT-SUB)
               TO SL-TAX-JURISDICTION
           MOVE WS-TX-DOC-FEE(WS-TAX-HIT-SUB) TO SL-DOC-FEE
           MOVE WS-TX-REG-FEE(WS-TAX-HIT-SUB) TO SL-REG-FEE
           IF NOT SI-SALE-TAXABLE
               SET SL-TAX-EXEMPT TO TRUE
               GO TO 3700-EXIT
           END-IF
           IF WS-TX-TRADE-CREDIT(WS-TAX-HIT-SUB) = "Y"
               SET SL-TAX-NET-OF-TRADE TO TRUE
               COMPUTE WS-TAX-BASE =
                   SL-SALE-PRICE - SL-TRADE-ALLOWANCE
               IF WS-TAX-BASE < 0
                   MOVE 0 TO WS-TAX-BASE
               END-IF
           ELSE
               SET SL-TAX-GROSS TO TRUE
               MOVE SL-SALE-PRICE TO WS-TAX-BASE
           END-IF
           COMPUTE SL-SALES-TAX ROUNDED =
               WS-TAX-BASE * WS-TX-RATE-PCT(WS-TAX-HIT-SUB) / 100.
       3700-EXIT.
           EXIT.

      ******************************************************************
      *    3710-MATCH-TAX-RATE
      *    THE STATE MATCHES ON ITS OWN CODE OR "**"; A RECORD WITH
      *    ZIP LIMITS MATCHES ONLY A BUYER ZIP INSIDE THE RANGE.
      ******************************************************************
       3710-MATCH-TAX-RATE.
           IF WS-TX-STATE(WS-TAX-SUB) NOT = CU-STATE
                   AND WS-TX-STATE(WS-TAX-SUB) NOT = "**"
               GO TO 3710-NEXT
           END-IF
           IF WS-TX-ZIP-LOW(WS-TAX-SUB) NOT = SPACES
               IF WS-BUYER-ZIP < WS-TX-ZIP-LOW(WS-TAX-SUB)
                       OR WS-BUYER-ZIP > WS-TX-ZIP-HIGH(WS-TAX-SUB)
                   GO TO 3710-NEXT
               END-IF
           END-IF
           MOVE WS-TAX-SUB TO WS-TAX-HIT-SUB.
       3710-NEXT.
           ADD 1 TO WS-TAX-SUB.
       3710-EXIT.
           EXIT.

      ******************************************************************
      *    3300-SUM-VEHICLE-COSTS
      *    TOTALS THE POSTED (NOT VOIDED) VEHCOST LEDGER ENTRIES FOR
           DISPLAY "TRADE-INS TAKEN:   " WS-TRADE-COUNT
           DISPLAY "TRADE-INS REJECTED: " WS-TRADE-REJECT-COUNT
           DISPLAY "FLOOR-PLAN PAYOFFS: " WS-PAYOFF-COUNT
           DISPLAY "TITLE ITEMS OPENED: " WS-TITLE-COUNT
           DISPLAY "DEALS NOT TAXED:    " WS-UNTAXED-COUNT
           CLOSE SALES-INPUT-FILE
           CLOSE VEHICLE-MASTER-FILE
           CLOSE CAR-MASTER-FILE
           CLOSE VIN-XREF-FILE
           CLOSE CURTAILMENT-REPORT-FILE
           CLOSE SALES-TRANSACTION-FILE
           CLOSE AUDIT-LOG-FILE
           CLOSE TITLE-TRACK-FILE.
           MOVE WS-SOLD-COUNT TO WS-RC-COUNT
           PERFORM 9200-END-RUN-CONTROL THRU 9200-EXIT.
       8000-EXIT.
