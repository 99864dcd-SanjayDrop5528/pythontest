      ******************************************************************
      *    PROGRAM-ID. CUSTOMERMERGE
      *
      *    CUSTOMER MERGE.  WORKS THE PAIRS OFF THE CUSTOMER
      *    DUPLICATE REPORT: EACH MERGE CARD NAMES THE ID TO KEEP AND
      *    THE ID TO RETIRE, AND EVERY REFERENCE TO THE RETIRED ID IS
      *    MOVED TO THE KEPT ONE:
      *
      *       DEALS    - SL-CUSTOMER-ID ON VEHSALIX, FOUND THROUGH
      *                  THE CUSTOMER ALTERNATE KEY.
      *       DEPOSITS - DP-CUSTOMER-ID ON VEHDEP, READ THROUGH.
      *       WANTS    - THE PROSPCT RECORDS ARE RE-KEYED UNDER THE
      *                  KEPT ID, RENUMBERED ABOVE ITS HIGHEST WANT
      *                  SEQUENCE SO THE TWO SETS DO NOT COLLIDE.
      *
      *    THE RETIRED CUSTOMER IS NOT DELETED.  IT STAYS ON
      *    CUSTOMER-MASTER FLAGGED MERGED WITH THE KEPT ID BESIDE IT,
      *    SO A DEAL JACKET CARRYING THE OLD NUMBER CAN STILL BE
      *    TRACED.  EVERY MOVE WRITES A BEFORE/AFTER AUDIT RECORD.
      *
      *    A MERGE IS ALL OR NOTHING AT THE CARD LEVEL - EVERY CHECK
      *    IS MADE BEFORE THE FIRST RECORD MOVES.
      *
      *    MOD HISTORY
      *    DATE       INIT  DESCRIPTION
      *    ---------  ----  --------------------------------------------
      *    2026-10-15  DLM  ORIGINAL.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CustomerMerge.
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
           SELECT MERGE-TRAN-FILE ASSIGN "MRGTRAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MG-STATUS.

           SELECT CUSTOMER-MASTER-FILE ASSIGN "CUSMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CU-CUSTOMER-ID
               FILE STATUS IS WS-CU-STATUS.

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

           SELECT PROSPECT-WANTS-FILE ASSIGN "PROSPCT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WA-WANT-KEY
               FILE STATUS IS WS-WA-STATUS.

           SELECT AUDIT-LOG-FILE ASSIGN "VEHAUDIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AU-STATUS.

           SELECT MERGE-REPORT-FILE ASSIGN "MRGRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MERGE-TRAN-FILE.
       01  MERGE-TRAN-RECORD.
           COPY MRGTRAN.

       FD  CUSTOMER-MASTER-FILE.
       01  CUSTOMER-BASE.
           COPY CUSMAST.

       FD  SALES-TRANSACTION-FILE.
       01  SALES-TRANSACTION-RECORD.
           COPY SALEREC.

       FD  DEPOSIT-MASTER-FILE.
       01  DEPOSIT-BASE.
           COPY DEPREC.

       FD  PROSPECT-WANTS-FILE.
       01  PROSPECT-WANT-RECORD.
           COPY WANTREC.

       FD  AUDIT-LOG-FILE.
       01  AUDIT-RECORD.
           COPY AUDREC.

       FD  MERGE-REPORT-FILE.
       01  MR-LINE                    PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-MG-STATUS               PIC X(02) VALUE "00".
       01  WS-CU-STATUS               PIC X(02) VALUE "00".
       01  WS-ST-STATUS               PIC X(02) VALUE "00".
       01  WS-DP-STATUS               PIC X(02) VALUE "00".
       01  WS-WA-STATUS               PIC X(02) VALUE "00".
       01  WS-AU-STATUS               PIC X(02) VALUE "00".
       01  WS-MR-STATUS               PIC X(02) VALUE "00".

       01  WS-EOF-SWITCH              PIC X(01) VALUE "N".
           88  WS-END-OF-FILE                 VALUE "Y".

       01  WS-DEPOSIT-FILE-SWITCH     PIC X(01) VALUE "N".
           88  WS-DEPOSIT-FILE-OPEN           VALUE "Y".
       01  WS-WANTS-FILE-SWITCH       PIC X(01) VALUE "N".
           88  WS-WANTS-FILE-OPEN             VALUE "Y".

       01  WS-SCAN-DONE-SWITCH        PIC X(01) VALUE "N".
           88  WS-SCAN-DONE                   VALUE "Y".
       01  WS-MOVE-DONE-SWITCH        PIC X(01) VALUE "N".
           88  WS-MOVE-DONE                   VALUE "Y".

       01  WS-REFUSE-TEXT             PIC X(40) VALUE SPACES.
       01  WS-KEEP-NAME               PIC X(30) VALUE SPACES.

       01  WS-HIGH-SEQ                PIC 9(03) VALUE 0.
       01  WS-SCAN-CUSTOMER           PIC 9(06) VALUE 0.
       01  WS-RETIRE-WANTS            PIC 9(05) VALUE 0.
       01  WS-SEQ-NEEDED              PIC 9(05) VALUE 0.

       01  WS-MERGED-COUNT            PIC 9(05) VALUE 0.
       01  WS-REFUSED-COUNT           PIC 9(05) VALUE 0.
       01  WS-SALES-MOVED             PIC 9(05) VALUE 0.
       01  WS-DEPOSITS-MOVED          PIC 9(05) VALUE 0.
       01  WS-WANTS-MOVED             PIC 9(05) VALUE 0.
       01  WS-BATCH-MOVED             PIC 9(05) VALUE 0.
       01  WS-TOTAL-SALES             PIC 9(05) VALUE 0.
       01  WS-TOTAL-DEPOSITS          PIC 9(05) VALUE 0.
       01  WS-TOTAL-WANTS             PIC 9(05) VALUE 0.

      ******************************************************************
      *    MOVE BATCH - THE RECORDS OF THE RETIRED ID ARE GATHERED A
      *    BATCH AT A TIME BEFORE ANY IS TOUCHED, SO NO RECORD IS
      *    REWRITTEN OR RE-KEYED UNDER THE SCAN THAT FOUND IT.  A
      *    MOVED RECORD NO LONGER CARRIES THE RETIRED ID, SO THE NEXT
      *    BATCH STARTS FROM THE TOP AND PICKS UP WHAT IS LEFT.
      ******************************************************************
       01  WS-BATCH-MAX               PIC 9(03) VALUE 100.
       01  WS-BATCH-USED              PIC 9(03) VALUE 0.
       01  WS-BATCH-SUB               PIC 9(03) VALUE 0.
       01  WS-BATCH-TABLE.
           05  WS-BATCH-ENTRY OCCURS 100 TIMES.
               10  WS-BT-SALE-KEY     PIC X(08).
               10  WS-BT-WANT-IMAGE   PIC X(80).

       01  WS-OLD-WANT-KEY.
           05  WS-OW-CUSTOMER-ID      PIC 9(06).
           05  FILLER                 PIC X(01) VALUE "-".
           05  WS-OW-WANT-SEQ         PIC 9(03).
       01  WS-NEW-WANT-KEY.
           05  WS-NW-CUSTOMER-ID      PIC 9(06).
           05  FILLER                 PIC X(01) VALUE "-".
           05  WS-NW-WANT-SEQ         PIC 9(03).

       01  WS-SYSTEM-DATE             PIC 9(08).
       01  WS-SYSTEM-TIME             PIC 9(06).

       01  WS-OPEN-CHECK-STATUS       PIC X(02) VALUE "00".
       01  WS-OPEN-FILE-NAME          PIC X(21) VALUE SPACES.

       01  HDR-LINE-1                 PIC X(80) VALUE
           "               CUSTOMER MERGE REGISTER".
       01  HDR-LINE-2.
           05  FILLER                 PIC X(06) VALUE "DATE: ".
           05  HL2-DATE               PIC 9999/99/99.
           05  FILLER                 PIC X(64) VALUE SPACES.
       01  HDR-LINE-3                 PIC X(80) VALUE SPACES.

       01  COL-HDR-LINE.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  FILLER                 PIC X(08) VALUE "KEPT".
           05  FILLER                 PIC X(08) VALUE "RETIRED".
           05  FILLER                 PIC X(32) VALUE "NAME".
           05  FILLER                 PIC X(06) VALUE "DEALS".
           05  FILLER                 PIC X(06) VALUE " DEPS".
           05  FILLER                 PIC X(06) VALUE "WANTS".

       01  DTL-LINE.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  DTL-KEEP-ID            PIC 9(06).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  DTL-RETIRE-ID          PIC 9(06).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  DTL-NAME               PIC X(30).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  DTL-SALES              PIC ZZZZ9.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  DTL-DEPOSITS           PIC ZZZZ9.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  DTL-WANTS              PIC ZZZZ9.

       01  REFUSED-LINE.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  RFL-KEEP-ID            PIC 9(06).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  RFL-RETIRE-ID          PIC 9(06).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  FILLER                 PIC X(10) VALUE "REFUSED - ".
           05  RFL-TEXT               PIC X(40).

       01  TOT-LINE-1.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  FILLER                 PIC X(30) VALUE
               "CUSTOMERS MERGED.............:".
           05  TL1-COUNT              PIC ZZ,ZZ9.

       01  TOT-LINE-2.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  FILLER                 PIC X(30) VALUE
               "MERGES REFUSED...............:".
           05  TL2-COUNT              PIC ZZ,ZZ9.

       01  TOT-LINE-3.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  FILLER                 PIC X(30) VALUE
               "DEALS MOVED..................:".
           05  TL3-COUNT              PIC ZZ,ZZ9.

       01  TOT-LINE-4.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  FILLER                 PIC X(30) VALUE
               "DEPOSITS MOVED...............:".
           05  TL4-COUNT              PIC ZZ,ZZ9.

       01  TOT-LINE-5.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  FILLER                 PIC X(30) VALUE
               "WANTS MOVED..................:".
           05  TL5-COUNT              PIC ZZ,ZZ9.

       01  NO-MERGE-LINE              PIC X(80) VALUE
           "  NO MERGE TRANSACTIONS THIS RUN.".

       01  BLANK-LINE                 PIC X(80) VALUE SPACES.

      ******************************************************************
      *    RUN-CONTROL INTERFACE FIELDS - SEE RUNCONTROL FOR THE
      *    GUARD CODES AND THE START/END RECORD LAYOUT.
      ******************************************************************
       01  WS-RC-FUNCTION             PIC X(01) VALUE SPACE.
       01  WS-RC-PROGRAM              PIC X(16) VALUE "CUSTOMERMERGE".
       01  WS-RC-GUARD                PIC X(01) VALUE "L".
       01  WS-RC-COUNT                PIC 9(07) VALUE 0.
       01  WS-RC-RETCODE              PIC 9(02) VALUE 0.
       01  WS-RC-RESULT               PIC X(01) VALUE SPACE.
           88  WS-RC-DENIED                   VALUE "D".
       01  WS-RC-TEXT                 PIC X(40) VALUE SPACES.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 2000-PROCESS-MERGES THRU 2000-EXIT
               UNTIL WS-END-OF-FILE
           PERFORM 8000-TERMINATE THRU 8000-EXIT
           STOP RUN.

       1000-INITIALIZE.
           PERFORM 9100-START-RUN-CONTROL THRU 9100-EXIT
           ACCEPT WS-SYSTEM-DATE FROM DATE YYYYMMDD
           ACCEPT WS-SYSTEM-TIME FROM TIME
           OPEN INPUT MERGE-TRAN-FILE
           MOVE "MERGE-TRAN-FILE" TO WS-OPEN-FILE-NAME
           MOVE WS-MG-STATUS TO WS-OPEN-CHECK-STATUS
           PERFORM 1050-CHECK-REQUIRED-OPEN THRU 1050-EXIT
           OPEN I-O CUSTOMER-MASTER-FILE
           MOVE "CUSTOMER-MASTER-FILE" TO WS-OPEN-FILE-NAME
           MOVE WS-CU-STATUS TO WS-OPEN-CHECK-STATUS
           PERFORM 1050-CHECK-REQUIRED-OPEN THRU 1050-EXIT
           OPEN I-O SALES-TRANSACTION-FILE
           MOVE "SALES-TRANS-FILE" TO WS-OPEN-FILE-NAME
           MOVE WS-ST-STATUS TO WS-OPEN-CHECK-STATUS
           PERFORM 1050-CHECK-REQUIRED-OPEN THRU 1050-EXIT
           PERFORM 1200-OPEN-DEPOSIT-MASTER THRU 1200-EXIT
           PERFORM 1300-OPEN-WANTS-FILE THRU 1300-EXIT
           PERFORM 1100-OPEN-AUDIT-LOG THRU 1100-EXIT
           MOVE "AUDIT-LOG-FILE" TO WS-OPEN-FILE-NAME
           MOVE WS-AU-STATUS TO WS-OPEN-CHECK-STATUS
           PERFORM 1050-CHECK-REQUIRED-OPEN THRU 1050-EXIT
           OPEN OUTPUT MERGE-REPORT-FILE
           MOVE "MERGE-REPORT-FILE" TO WS-OPEN-FILE-NAME
           MOVE WS-MR-STATUS TO WS-OPEN-CHECK-STATUS
           PERFORM 1050-CHECK-REQUIRED-OPEN THRU 1050-EXIT
           MOVE WS-SYSTEM-DATE TO HL2-DATE
           WRITE MR-LINE FROM HDR-LINE-1
           WRITE MR-LINE FROM HDR-LINE-2
           WRITE MR-LINE FROM HDR-LINE-3
           WRITE MR-LINE FROM COL-HDR-LINE
           PERFORM 2100-READ-TRANSACTION THRU 2100-EXIT.
       1000-EXIT.
           EXIT.

      ******************************************************************
      *    1050-CHECK-REQUIRED-OPEN
      *    A FAILED OPEN ON ANY OF THE FILES THIS RUN DEPENDS ON IS
      *    FATAL - A HALF-MERGED CUSTOMER IS WORSE THAN TWO WHOLE ONES.
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
      *    NO DEPOSIT FILE ON HAND MEANS NO DEPOSIT WAS EVER TAKEN -
      *    THERE IS NOTHING TO MOVE.
      ******************************************************************
       1200-OPEN-DEPOSIT-MASTER.
           OPEN I-O DEPOSIT-MASTER-FILE
           IF WS-DP-STATUS = "00"
               MOVE "Y" TO WS-DEPOSIT-FILE-SWITCH
           ELSE
               DISPLAY "NO DEPOSIT FILE - DEPOSIT STEP SKIPPED"
           END-IF.
       1200-EXIT.
           EXIT.

      ******************************************************************
      *    1300-OPEN-WANTS-FILE
      *    NO WANTS FILE ON HAND MEANS NO WANT WAS EVER TAKEN -
      *    THERE IS NOTHING TO RE-KEY.
      ******************************************************************
       1300-OPEN-WANTS-FILE.
           OPEN I-O PROSPECT-WANTS-FILE
           IF WS-WA-STATUS = "00"
               MOVE "Y" TO WS-WANTS-FILE-SWITCH
           ELSE
               DISPLAY "NO WANTS FILE - WANTS STEP SKIPPED"
           END-IF.
       1300-EXIT.
           EXIT.

       2000-PROCESS-MERGES.
           PERFORM 3000-MERGE-ONE-PAIR THRU 3000-EXIT
           PERFORM 2100-READ-TRANSACTION THRU 2100-EXIT.
       2000-EXIT.
           EXIT.

       2100-READ-TRANSACTION.
           READ MERGE-TRAN-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.
       2100-EXIT.
           EXIT.

      ******************************************************************
      *    3000-MERGE-ONE-PAIR
      *    BOTH CUSTOMERS MUST BE ON FILE AND LIVE, AND THE KEPT ID'S
      *    WANT SEQUENCES MUST HAVE ROOM FOR THE RETIRED ID'S WANTS.
      *    ONLY THEN DO THE DEALS, DEPOSITS, AND WANTS MOVE, AND THE
      *    RETIRED CUSTOMER IS FLAGGED LAST.
      ******************************************************************
       3000-MERGE-ONE-PAIR.
           IF MG-KEEP-ID NOT NUMERIC OR MG-RETIRE-ID NOT NUMERIC
                   OR MG-KEEP-ID = 0 OR MG-RETIRE-ID = 0
               MOVE "KEPT OR RETIRED ID MISSING" TO WS-REFUSE-TEXT
               PERFORM 7100-PRINT-REFUSAL THRU 7100-EXIT
               GO TO 3000-EXIT
           END-IF
           IF MG-KEEP-ID = MG-RETIRE-ID
               MOVE "KEPT AND RETIRED ID ARE THE SAME"
                   TO WS-REFUSE-TEXT
               PERFORM 7100-PRINT-REFUSAL THRU 7100-EXIT
               GO TO 3000-EXIT
           END-IF
           MOVE MG-RETIRE-ID TO CU-CUSTOMER-ID
           READ CUSTOMER-MASTER-FILE
               INVALID KEY
                   MOVE "RETIRED ID NOT ON FILE" TO WS-REFUSE-TEXT
                   PERFORM 7100-PRINT-REFUSAL THRU 7100-EXIT
                   GO TO 3000-EXIT
           END-READ
           IF CU-STATUS-MERGED
               MOVE "RETIRED ID ALREADY MERGED" TO WS-REFUSE-TEXT
               PERFORM 7100-PRINT-REFUSAL THRU 7100-EXIT
               GO TO 3000-EXIT
           END-IF
           MOVE MG-KEEP-ID TO CU-CUSTOMER-ID
           READ CUSTOMER-MASTER-FILE
               INVALID KEY
                   MOVE "KEPT ID NOT ON FILE" TO WS-REFUSE-TEXT
                   PERFORM 7100-PRINT-REFUSAL THRU 7100-EXIT
                   GO TO 3000-EXIT
           END-READ
           IF CU-STATUS-MERGED
               MOVE "KEPT ID IS ITSELF MERGED" TO WS-REFUSE-TEXT
               PERFORM 7100-PRINT-REFUSAL THRU 7100-EXIT
               GO TO 3000-EXIT
           END-IF
           MOVE CU-NAME TO WS-KEEP-NAME
           IF WS-WANTS-FILE-OPEN
               MOVE 0 TO WS-RETIRE-WANTS
               MOVE MG-RETIRE-ID TO WS-SCAN-CUSTOMER
               PERFORM 3600-SCAN-WANTS THRU 3600-EXIT
               MOVE WS-RETIRE-WANTS TO WS-SEQ-NEEDED
               MOVE 0 TO WS-HIGH-SEQ
               MOVE MG-KEEP-ID TO WS-SCAN-CUSTOMER
               PERFORM 3600-SCAN-WANTS THRU 3600-EXIT
               ADD WS-HIGH-SEQ TO WS-SEQ-NEEDED
               IF WS-SEQ-NEEDED > 999
                   MOVE "WANT SEQUENCES WOULD PASS 999"
                       TO WS-REFUSE-TEXT
                   PERFORM 7100-PRINT-REFUSAL THRU 7100-EXIT
                   GO TO 3000-EXIT
               END-IF
           END-IF

           MOVE 0 TO WS-SALES-MOVED
           MOVE 0 TO WS-DEPOSITS-MOVED
           MOVE 0 TO WS-WANTS-MOVED
           MOVE "N" TO WS-MOVE-DONE-SWITCH
           PERFORM 3100-MOVE-SALE-BATCH THRU 3100-EXIT
               UNTIL WS-MOVE-DONE
           IF WS-DEPOSIT-FILE-OPEN
               PERFORM 3200-MOVE-DEPOSITS THRU 3200-EXIT
           END-IF
           IF WS-WANTS-FILE-OPEN
               MOVE "N" TO WS-MOVE-DONE-SWITCH
               PERFORM 3300-MOVE-WANT-BATCH THRU 3300-EXIT
                   UNTIL WS-MOVE-DONE
           END-IF
           PERFORM 3500-RETIRE-CUSTOMER THRU 3500-EXIT
           PERFORM 7000-PRINT-MERGE THRU 7000-EXIT
           ADD WS-SALES-MOVED TO WS-TOTAL-SALES
           ADD WS-DEPOSITS-MOVED TO WS-TOTAL-DEPOSITS
           ADD WS-WANTS-MOVED TO WS-TOTAL-WANTS
           ADD 1 TO WS-MERGED-COUNT.
       3000-EXIT.
           EXIT.

      ******************************************************************
      *    3100-MOVE-SALE-BATCH
      *    GATHERS THE HISTORY KEYS OF UP TO ONE BATCH OF THE RETIRED
      *    ID'S DEALS OFF THE CUSTOMER ALTERNATE KEY, THEN RE-READS
      *    EACH BY ITS HISTORY KEY AND REWRITES IT UNDER THE KEPT ID.
      *    A BATCH THAT FINDS OR MOVES NOTHING ENDS THE STEP.
      ******************************************************************
       3100-MOVE-SALE-BATCH.
           MOVE 0 TO WS-BATCH-USED
           MOVE 0 TO WS-BATCH-MOVED
           MOVE "N" TO WS-SCAN-DONE-SWITCH
           MOVE MG-RETIRE-ID TO SL-CUSTOMER-ID
           START SALES-TRANSACTION-FILE KEY >= SL-CUSTOMER-ID
               INVALID KEY
                   MOVE "Y" TO WS-SCAN-DONE-SWITCH
           END-START
           IF NOT WS-SCAN-DONE
               PERFORM 3110-READ-NEXT-SALE THRU 3110-EXIT
           END-IF
           PERFORM 3120-KEEP-SALE-KEY THRU 3120-EXIT
               UNTIL WS-SCAN-DONE
           MOVE 1 TO WS-BATCH-SUB
           PERFORM 3130-MOVE-ONE-SALE THRU 3130-EXIT
               UNTIL WS-BATCH-SUB > WS-BATCH-USED
           IF WS-BATCH-MOVED = 0
               MOVE "Y" TO WS-MOVE-DONE-SWITCH
           END-IF.
       3100-EXIT.
           EXIT.

       3110-READ-NEXT-SALE.
           READ SALES-TRANSACTION-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-SCAN-DONE-SWITCH
           END-READ
           IF NOT WS-SCAN-DONE
                   AND SL-CUSTOMER-ID NOT = MG-RETIRE-ID
               MOVE "Y" TO WS-SCAN-DONE-SWITCH
           END-IF.
       3110-EXIT.
           EXIT.

       3120-KEEP-SALE-KEY.
           ADD 1 TO WS-BATCH-USED
           MOVE SL-HIST-KEY TO WS-BT-SALE-KEY(WS-BATCH-USED)
           IF WS-BATCH-USED = WS-BATCH-MAX
               MOVE "Y" TO WS-SCAN-DONE-SWITCH
               GO TO 3120-EXIT
           END-IF
           PERFORM 3110-READ-NEXT-SALE THRU 3110-EXIT.
       3120-EXIT.
           EXIT.

       3130-MOVE-ONE-SALE.
           MOVE WS-BT-SALE-KEY(WS-BATCH-SUB) TO SL-HIST-KEY
           READ SALES-TRANSACTION-FILE KEY IS SL-HIST-KEY
               INVALID KEY
                   DISPLAY "DEAL NOT RE-READ " SL-HIST-KEY
                   GO TO 3130-NEXT
           END-READ
           MOVE MG-KEEP-ID TO SL-CUSTOMER-ID
           REWRITE SALES-TRANSACTION-RECORD
               INVALID KEY
                   DISPLAY "DEAL NOT REWRITTEN " SL-HIST-KEY
                   GO TO 3130-NEXT
           END-REWRITE
           MOVE SL-VEHICLE-ID TO AU-VEHICLE-ID
           MOVE "SALE-CUSTOMER" TO AU-FIELD-NAME
           MOVE MG-RETIRE-ID TO AU-BEFORE-VALUE
           MOVE MG-KEEP-ID TO AU-AFTER-VALUE
           SET AU-ACTION-CHANGE TO TRUE
           PERFORM 9000-WRITE-AUDIT THRU 9000-EXIT
           ADD 1 TO WS-BATCH-MOVED
           ADD 1 TO WS-SALES-MOVED.
       3130-NEXT.
           ADD 1 TO WS-BATCH-SUB.
       3130-EXIT.
           EXIT.

      ******************************************************************
      *    3200-MOVE-DEPOSITS
      *    THE DEPOSIT FILE IS KEYED BY VEHICLE ONLY, SO IT IS READ
      *    THROUGH.  THE CUSTOMER IS NOT PART OF THE KEY, SO THE
      *    RECORD IS REWRITTEN IN PLACE UNDER THE SCAN.
      ******************************************************************
       3200-MOVE-DEPOSITS.
           MOVE "N" TO WS-SCAN-DONE-SWITCH
           MOVE 0 TO DP-VEHICLE-ID
           START DEPOSIT-MASTER-FILE KEY >= DP-VEHICLE-ID
               INVALID KEY
                   MOVE "Y" TO WS-SCAN-DONE-SWITCH
           END-START
           PERFORM 3210-CHECK-ONE-DEPOSIT THRU 3210-EXIT
               UNTIL WS-SCAN-DONE.
       3200-EXIT.
           EXIT.

       3210-CHECK-ONE-DEPOSIT.
           READ DEPOSIT-MASTER-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-SCAN-DONE-SWITCH
                   GO TO 3210-EXIT
           END-READ
           IF DP-CUSTOMER-ID NOT = MG-RETIRE-ID
               GO TO 3210-EXIT
           END-IF
           MOVE MG-KEEP-ID TO DP-CUSTOMER-ID
           REWRITE DEPOSIT-BASE
           MOVE DP-VEHICLE-ID TO AU-VEHICLE-ID
           MOVE "DEP-CUSTOMER" TO AU-FIELD-NAME
           MOVE MG-RETIRE-ID TO AU-BEFORE-VALUE
           MOVE MG-KEEP-ID TO AU-AFTER-VALUE
           SET AU-ACTION-CHANGE TO TRUE
           PERFORM 9000-WRITE-AUDIT THRU 9000-EXIT
           ADD 1 TO WS-DEPOSITS-MOVED.
       3210-EXIT.
           EXIT.

      ******************************************************************
      *    3300-MOVE-WANT-BATCH
      *    GATHERS UP TO ONE BATCH OF THE RETIRED ID'S WANTS, THEN
      *    DELETES EACH AND WRITES IT BACK UNDER THE KEPT ID WITH
      *    THE NEXT SEQUENCE ABOVE THE KEPT ID'S HIGHEST.  THE WANT
      *    ITSELF - BOUNDS, DATE ENTERED, OPERATOR, STATUS - IS
      *    CARRIED ACROSS UNCHANGED.
      ******************************************************************
       3300-MOVE-WANT-BATCH.
           MOVE 0 TO WS-BATCH-USED
           MOVE 0 TO WS-BATCH-MOVED
           MOVE "N" TO WS-SCAN-DONE-SWITCH
           MOVE MG-RETIRE-ID TO WA-CUSTOMER-ID
           MOVE 0 TO WA-WANT-SEQ
           START PROSPECT-WANTS-FILE KEY >= WA-WANT-KEY
               INVALID KEY
                   MOVE "Y" TO WS-SCAN-DONE-SWITCH
           END-START
           IF NOT WS-SCAN-DONE
               PERFORM 3310-READ-NEXT-WANT THRU 3310-EXIT
           END-IF
           PERFORM 3320-KEEP-WANT-IMAGE THRU 3320-EXIT
               UNTIL WS-SCAN-DONE
           MOVE 1 TO WS-BATCH-SUB
           PERFORM 3330-MOVE-ONE-WANT THRU 3330-EXIT
               UNTIL WS-BATCH-SUB > WS-BATCH-USED
           IF WS-BATCH-MOVED = 0
               MOVE "Y" TO WS-MOVE-DONE-SWITCH
           END-IF.
       3300-EXIT.
           EXIT.

       3310-READ-NEXT-WANT.
           READ PROSPECT-WANTS-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-SCAN-DONE-SWITCH
           END-READ
           IF NOT WS-SCAN-DONE
                   AND WA-CUSTOMER-ID NOT = MG-RETIRE-ID
               MOVE "Y" TO WS-SCAN-DONE-SWITCH
           END-IF.
       3310-EXIT.
           EXIT.

       3320-KEEP-WANT-IMAGE.
           ADD 1 TO WS-BATCH-USED
           MOVE PROSPECT-WANT-RECORD TO WS-BT-WANT-IMAGE(WS-BATCH-USED)
           IF WS-BATCH-USED = WS-BATCH-MAX
               MOVE "Y" TO WS-SCAN-DONE-SWITCH
               GO TO 3320-EXIT
           END-IF
           PERFORM 3310-READ-NEXT-WANT THRU 3310-EXIT.
       3320-EXIT.
           EXIT.

       3330-MOVE-ONE-WANT.
           MOVE WS-BT-WANT-IMAGE(WS-BATCH-SUB) TO PROSPECT-WANT-RECORD
           MOVE WA-CUSTOMER-ID TO WS-OW-CUSTOMER-ID
           MOVE WA-WANT-SEQ TO WS-OW-WANT-SEQ
           DELETE PROSPECT-WANTS-FILE RECORD
               INVALID KEY
                   DISPLAY "WANT NOT DELETED " WS-OLD-WANT-KEY
                   GO TO 3330-NEXT
           END-DELETE
           MOVE WS-BT-WANT-IMAGE(WS-BATCH-SUB) TO PROSPECT-WANT-RECORD
           ADD 1 TO WS-HIGH-SEQ
           MOVE MG-KEEP-ID TO WA-CUSTOMER-ID
           MOVE WS-HIGH-SEQ TO WA-WANT-SEQ
           MOVE WA-CUSTOMER-ID TO WS-NW-CUSTOMER-ID
           MOVE WA-WANT-SEQ TO WS-NW-WANT-SEQ
           WRITE PROSPECT-WANT-RECORD
               INVALID KEY
                   DISPLAY "WANT NOT RE-KEYED " WS-OLD-WANT-KEY
                       " TO " WS-NEW-WANT-KEY
                   GO TO 3330-NEXT
           END-WRITE
           MOVE 0 TO AU-VEHICLE-ID
           MOVE "WANT-KEY" TO AU-FIELD-NAME
           MOVE WS-OLD-WANT-KEY TO AU-BEFORE-VALUE
           MOVE WS-NEW-WANT-KEY TO AU-AFTER-VALUE
           SET AU-ACTION-CHANGE TO TRUE
           PERFORM 9000-WRITE-AUDIT THRU 9000-EXIT
           ADD 1 TO WS-BATCH-MOVED
           ADD 1 TO WS-WANTS-MOVED.
       3330-NEXT.
           ADD 1 TO WS-BATCH-SUB.
       3330-EXIT.
           EXIT.

      ******************************************************************
      *    3500-RETIRE-CUSTOMER
      *    THE RETIRED RECORD STAYS ON FILE, FLAGGED MERGED, POINTING
      *    AT THE KEPT ID.
      ******************************************************************
       3500-RETIRE-CUSTOMER.
           MOVE MG-RETIRE-ID TO CU-CUSTOMER-ID
           READ CUSTOMER-MASTER-FILE
               INVALID KEY
                   DISPLAY "RETIRED CUSTOMER NOT RE-READ "
                       MG-RETIRE-ID
                   GO TO 3500-EXIT
           END-READ
           SET CU-STATUS-MERGED TO TRUE
           MOVE MG-KEEP-ID TO CU-MERGED-INTO
           REWRITE CUSTOMER-BASE
           MOVE 0 TO AU-VEHICLE-ID
           MOVE "CUST-STATUS" TO AU-FIELD-NAME
           MOVE SPACES TO AU-BEFORE-VALUE
           STRING "CUST " MG-RETIRE-ID " LIVE"
               DELIMITED BY SIZE INTO AU-BEFORE-VALUE
           MOVE SPACES TO AU-AFTER-VALUE
           STRING "MERGED INTO " MG-KEEP-ID
               DELIMITED BY SIZE INTO AU-AFTER-VALUE
           SET AU-ACTION-CHANGE TO TRUE
           PERFORM 9000-WRITE-AUDIT THRU 9000-EXIT.
       3500-EXIT.
           EXIT.

      ******************************************************************
      *    3600-SCAN-WANTS
      *    WALKS ONE CUSTOMER'S WANTS, ADDING THEM TO
      *    WS-RETIRE-WANTS AND RAISING WS-HIGH-SEQ TO THE HIGHEST
      *    SEQUENCE SEEN.  THE CALLER ZEROES WHICHEVER IT WANTS.
      ******************************************************************
       3600-SCAN-WANTS.
           MOVE "N" TO WS-SCAN-DONE-SWITCH
           MOVE WS-SCAN-CUSTOMER TO WA-CUSTOMER-ID
           MOVE 0 TO WA-WANT-SEQ
           START PROSPECT-WANTS-FILE KEY >= WA-WANT-KEY
               INVALID KEY
                   MOVE "Y" TO WS-SCAN-DONE-SWITCH
           END-START
           IF NOT WS-SCAN-DONE
               PERFORM 3610-READ-NEXT-WANT THRU 3610-EXIT
           END-IF
           PERFORM 3620-NOTE-WANT THRU 3620-EXIT
               UNTIL WS-SCAN-DONE.
       3600-EXIT.
           EXIT.

       3610-READ-NEXT-WANT.
           READ PROSPECT-WANTS-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-SCAN-DONE-SWITCH
           END-READ
           IF NOT WS-SCAN-DONE
                   AND WA-CUSTOMER-ID NOT = WS-SCAN-CUSTOMER
               MOVE "Y" TO WS-SCAN-DONE-SWITCH
           END-IF.
       3610-EXIT.
           EXIT.

       3620-NOTE-WANT.
           ADD 1 TO WS-RETIRE-WANTS
           IF WA-WANT-SEQ > WS-HIGH-SEQ
               MOVE WA-WANT-SEQ TO WS-HIGH-SEQ
           END-IF
           PERFORM 3610-READ-NEXT-WANT THRU 3610-EXIT.
       3620-EXIT.
           EXIT.

       7000-PRINT-MERGE.
           MOVE MG-KEEP-ID TO DTL-KEEP-ID
           MOVE MG-RETIRE-ID TO DTL-RETIRE-ID
           MOVE WS-KEEP-NAME TO DTL-NAME
           MOVE WS-SALES-MOVED TO DTL-SALES
           MOVE WS-DEPOSITS-MOVED TO DTL-DEPOSITS
           MOVE WS-WANTS-MOVED TO DTL-WANTS
           WRITE MR-LINE FROM DTL-LINE.
       7000-EXIT.
           EXIT.

       7100-PRINT-REFUSAL.
           MOVE MG-KEEP-ID TO RFL-KEEP-ID
           MOVE MG-RETIRE-ID TO RFL-RETIRE-ID
           MOVE WS-REFUSE-TEXT TO RFL-TEXT
           WRITE MR-LINE FROM REFUSED-LINE
           DISPLAY "MERGE REFUSED - " MG-RETIRE-ID " INTO "
               MG-KEEP-ID " " WS-REFUSE-TEXT
           ADD 1 TO WS-REFUSED-COUNT.
       7100-EXIT.
           EXIT.

       8000-TERMINATE.
           IF WS-MERGED-COUNT = 0 AND WS-REFUSED-COUNT = 0
               WRITE MR-LINE FROM NO-MERGE-LINE
           END-IF
           WRITE MR-LINE FROM BLANK-LINE
           MOVE WS-MERGED-COUNT TO TL1-COUNT
           WRITE MR-LINE FROM TOT-LINE-1
           MOVE WS-REFUSED-COUNT TO TL2-COUNT
           WRITE MR-LINE FROM TOT-LINE-2
           MOVE WS-TOTAL-SALES TO TL3-COUNT
           WRITE MR-LINE FROM TOT-LINE-3
           MOVE WS-TOTAL-DEPOSITS TO TL4-COUNT
           WRITE MR-LINE FROM TOT-LINE-4
           MOVE WS-TOTAL-WANTS TO TL5-COUNT
           WRITE MR-LINE FROM TOT-LINE-5
           DISPLAY "CUSTOMERS MERGED:  " WS-MERGED-COUNT
           DISPLAY "MERGES REFUSED:    " WS-REFUSED-COUNT
           DISPLAY "DEALS MOVED:       " WS-TOTAL-SALES
           DISPLAY "DEPOSITS MOVED:    " WS-TOTAL-DEPOSITS
           DISPLAY "WANTS MOVED:       " WS-TOTAL-WANTS
           CLOSE MERGE-TRAN-FILE
           CLOSE CUSTOMER-MASTER-FILE
           CLOSE SALES-TRANSACTION-FILE
           IF WS-DEPOSIT-FILE-OPEN
               CLOSE DEPOSIT-MASTER-FILE
           END-IF
           IF WS-WANTS-FILE-OPEN
               CLOSE PROSPECT-WANTS-FILE
           END-IF
           CLOSE AUDIT-LOG-FILE
           CLOSE MERGE-REPORT-FILE
           MOVE WS-MERGED-COUNT TO WS-RC-COUNT
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
           MOVE MG-OPERATOR-ID TO AU-OPERATOR-ID
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
