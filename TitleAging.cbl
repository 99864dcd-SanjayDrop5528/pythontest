      ******************************************************************
      *    PROGRAM-ID. TITLEAGING
      *
      *    NIGHTLY OVERDUE-TITLE REPORT.  AGES EVERY OPEN TITLE-
      *    TRACKING ITEM ON TITLTRK FROM ITS SALE DATE TO TODAY (THE
      *    SAME 365/30-DAY APPROXIMATION THE LOT AGING REPORT USES)
      *    AND HOLDS IT AGAINST THE DEADLINE FOR THE BUYER'S STATE
      *    ON THE TTLDAYS TABLE.  ITEMS ARE LISTED BY THE OPERATOR
      *    WHO CLOSED THE DEAL, OLDEST FIRST, WITH THE MILESTONES
      *    STILL OUTSTANDING AND AN OVERDUE FLAG, SO EACH SALESPERSON
      *    CAN CHASE THEIR OWN PAPERWORK BEFORE THE STATE FINES US.
      *
      *    A STATE WITH NO DEADLINE RECORD AND NO "**" HOUSE DEFAULT
      *    IS LISTED AS "NO RULE" AND COUNTED - NEVER OVERDUE.
      *
      *    MOD HISTORY
      *    DATE       INIT  DESCRIPTION
      *    ---------  ----  --------------------------------------------
      *    2026-10-15  DLM  ORIGINAL.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TitleAging.
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
           SELECT TITLE-DEADLINE-FILE ASSIGN "TTLDAYS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DY-STATUS.

           SELECT TITLE-TRACK-FILE ASSIGN "TITLTRK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TT-TITLE-KEY
               FILE STATUS IS WS-TT-STATUS.

           SELECT SORT-WORK-FILE ASSIGN "SRTWORK".

           SELECT TITLE-REPORT-FILE ASSIGN "TTLRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TITLE-DEADLINE-FILE.
       01  TITLE-DEADLINE-RECORD.
           COPY TTLDAYS.

       FD  TITLE-TRACK-FILE.
       01  TITLE-TRACK-RECORD.
           COPY TTLREC.

       SD  SORT-WORK-FILE.
       01  SW-RECORD.
           05  SW-OPERATOR-ID         PIC X(08).
           05  SW-DAYS-OPEN           PIC 9(05).
           05  SW-VEHICLE-ID          PIC 9(05).
           05  SW-ITEM-TYPE           PIC X(01).
           05  SW-DEAL-SEQ            PIC 9(03).
           05  SW-CUSTOMER-ID         PIC 9(06).
           05  SW-STATE               PIC X(02).
           05  SW-SALE-DATE           PIC 9(08).
           05  SW-DEADLINE-DAYS       PIC 9(03).
           05  SW-RULE-FLAG           PIC X(01).
               88  SW-NO-RULE                 VALUE "N".
           05  SW-PENDING             PIC X(11).

       FD  TITLE-REPORT-FILE.
       01  TR-LINE                    PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-DY-STATUS               PIC X(02) VALUE "00".
       01  WS-TT-STATUS               PIC X(02) VALUE "00".
       01  WS-TR-STATUS               PIC X(02) VALUE "00".

       01  WS-EOF-SWITCH              PIC X(01) VALUE "N".
           88  WS-END-OF-FILE                 VALUE "Y".
       01  WS-SORT-EOF-SWITCH         PIC X(01) VALUE "N".
           88  WS-SORT-END-OF-FILE            VALUE "Y".

      ******************************************************************
      *    STATE DEADLINE TABLE LOADED FROM TTLDAYS.  TRIED IN FILE
      *    ORDER - FIRST MATCH WINS, "**" IS THE HOUSE DEFAULT.
      ******************************************************************
       01  WS-DEADLINE-MAX            PIC 9(03) VALUE 75.
       01  WS-DEADLINE-USED           PIC 9(03) VALUE 0.
       01  WS-DEADLINE-SUB            PIC 9(03) VALUE 0.
       01  WS-DEADLINE-HIT-SUB        PIC 9(03) VALUE 0.
       01  WS-DEADLINE-TABLE.
           05  WS-DEADLINE-ENTRY OCCURS 75 TIMES.
               10  WS-DT-STATE        PIC X(02).
               10  WS-DT-DAYS         PIC 9(03).

       01  WS-SYSTEM-DATE.
           05  WS-SD-YEAR             PIC 9(04).
           05  WS-SD-MONTH            PIC 9(02).
           05  WS-SD-DAY              PIC 9(02).
       01  WS-SYSTEM-DATE-N REDEFINES WS-SYSTEM-DATE
                                      PIC 9(08).

       01  WS-SALE-DATE.
           05  WS-SL-YEAR             PIC 9(04).
           05  WS-SL-MONTH            PIC 9(02).
           05  WS-SL-DAY              PIC 9(02).
       01  WS-SALE-DATE-N REDEFINES WS-SALE-DATE
                                      PIC 9(08).

       01  WS-TODAY-DAYS              PIC S9(09) VALUE 0.
       01  WS-SALE-DAYS               PIC S9(09) VALUE 0.
       01  WS-DAYS-OPEN               PIC S9(09) VALUE 0.

       01  WS-CURRENT-OPERATOR        PIC X(08) VALUE LOW-VALUES.
       01  WS-OPER-COUNT              PIC 9(05) VALUE 0.
       01  WS-OPER-OVERDUE            PIC 9(05) VALUE 0.

       01  WS-ITEMS-READ              PIC 9(05) VALUE 0.
       01  WS-OPEN-COUNT              PIC 9(05) VALUE 0.
       01  WS-OVERDUE-COUNT           PIC 9(05) VALUE 0.
       01  WS-NO-RULE-COUNT           PIC 9(05) VALUE 0.

       01  WS-OPEN-CHECK-STATUS       PIC X(02) VALUE "00".
       01  WS-OPEN-FILE-NAME          PIC X(21) VALUE SPACES.

       01  HDR-LINE-1                 PIC X(80) VALUE
           "          OPEN TITLE WORK - AGED AGAINST STATE DEADLINE".
       01  HDR-LINE-2.
           05  FILLER                 PIC X(06) VALUE "DATE: ".
           05  HL2-DATE               PIC 9999/99/99.
           05  FILLER                 PIC X(64) VALUE SPACES.
       01  HDR-LINE-3                 PIC X(80) VALUE SPACES.

       01  COL-HDR-LINE.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  FILLER                 PIC X(07) VALUE "ID".
           05  FILLER                 PIC X(06) VALUE "ITEM".
           05  FILLER                 PIC X(05) VALUE "SEQ".
           05  FILLER                 PIC X(08) VALUE "CUST".
           05  FILLER                 PIC X(04) VALUE "ST".
           05  FILLER                 PIC X(12) VALUE "SALE DATE".
           05  FILLER                 PIC X(06) VALUE "OPEN".
           05  FILLER                 PIC X(06) VALUE " DUE".
           05  FILLER                 PIC X(09) VALUE "FLAG".
           05  FILLER                 PIC X(11) VALUE "PENDING".

       01  OPER-HDR-LINE.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  FILLER                 PIC X(10) VALUE "OPERATOR: ".
           05  OHL-OPERATOR           PIC X(08).

       01  DTL-LINE.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  DTL-ID                 PIC 9(05).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  DTL-ITEM               PIC X(05).
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  DTL-SEQ                PIC 9(03).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  DTL-CUSTOMER           PIC 9(06).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  DTL-STATE              PIC X(02).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  DTL-SALE-DATE          PIC 9999/99/99.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  DTL-DAYS-OPEN          PIC ZZZ9.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  DTL-DEADLINE           PIC X(04).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  DTL-FLAG               PIC X(08).
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  DTL-PENDING            PIC X(11).

       01  WS-DEADLINE-EDIT           PIC ZZZ9.

       01  OPER-SUB-LINE.
           05  FILLER                 PIC X(04) VALUE SPACES.
           05  FILLER                 PIC X(13) VALUE "OPEN ITEMS: ".
           05  OSL-COUNT              PIC ZZ,ZZ9.
           05  FILLER                 PIC X(13) VALUE "   OVERDUE: ".
           05  OSL-OVERDUE            PIC ZZ,ZZ9.

       01  TOT-LINE-1.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  FILLER                 PIC X(30) VALUE
               "OPEN TITLE ITEMS.............:".
           05  TL1-COUNT              PIC ZZ,ZZ9.

       01  TOT-LINE-2.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  FILLER                 PIC X(30) VALUE
               "PAST STATE DEADLINE..........:".
           05  TL2-COUNT              PIC ZZ,ZZ9.

       01  TOT-LINE-3.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  FILLER                 PIC X(30) VALUE
               "NO DEADLINE FOR STATE........:".
           05  TL3-COUNT              PIC ZZ,ZZ9.

       01  NO-OPEN-LINE               PIC X(80) VALUE
           "  NO OPEN TITLE WORK.".

       01  BLANK-LINE                 PIC X(80) VALUE SPACES.

      ******************************************************************
      *    RUN-CONTROL INTERFACE FIELDS - SEE RUNCONTROL FOR THE
      *    GUARD CODES AND THE START/END RECORD LAYOUT.
      ******************************************************************
       01  WS-RC-FUNCTION             PIC X(01) VALUE SPACE.
       01  WS-RC-PROGRAM              PIC X(16) VALUE "TITLEAGING".
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
               ON ASCENDING KEY SW-OPERATOR-ID
               ON DESCENDING KEY SW-DAYS-OPEN
               INPUT PROCEDURE IS 2000-SELECT-ITEMS
                   THRU 2000-EXIT
               OUTPUT PROCEDURE IS 5000-PRINT-SORTED
                   THRU 5000-EXIT
           PERFORM 8000-TERMINATE THRU 8000-EXIT
           STOP RUN.

       1000-INITIALIZE.
           PERFORM 9100-START-RUN-CONTROL THRU 9100-EXIT
           ACCEPT WS-SYSTEM-DATE FROM DATE YYYYMMDD
           COMPUTE WS-TODAY-DAYS =
               WS-SD-YEAR * 365 + WS-SD-MONTH * 30 + WS-SD-DAY
           PERFORM 1200-LOAD-DEADLINE-TABLE THRU 1200-EXIT
           OPEN INPUT TITLE-TRACK-FILE
           MOVE "TITLE-TRACK-FILE" TO WS-OPEN-FILE-NAME
           MOVE WS-TT-STATUS TO WS-OPEN-CHECK-STATUS
           PERFORM 1050-CHECK-REQUIRED-OPEN THRU 1050-EXIT
           OPEN OUTPUT TITLE-REPORT-FILE
           MOVE "TITLE-REPORT-FILE" TO WS-OPEN-FILE-NAME
           MOVE WS-TR-STATUS TO WS-OPEN-CHECK-STATUS
           PERFORM 1050-CHECK-REQUIRED-OPEN THRU 1050-EXIT
           MOVE WS-SYSTEM-DATE-N TO HL2-DATE
           WRITE TR-LINE FROM HDR-LINE-1
           WRITE TR-LINE FROM HDR-LINE-2
           WRITE TR-LINE FROM HDR-LINE-3
           WRITE TR-LINE FROM COL-HDR-LINE.
       1000-EXIT.
           EXIT.

      ******************************************************************
      *    1050-CHECK-REQUIRED-OPEN
      *    A FAILED OPEN ON ANY OF THE FILES THIS RUN DEPENDS ON IS
      *    FATAL - THERE IS NOTHING TO REPORT WITHOUT THEM.
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
      *    1200-LOAD-DEADLINE-TABLE
      *    LOADS THE STATE DEADLINE RECORDS IN FILE ORDER.  NO
      *    DEADLINES AT ALL MEANS NOTHING CAN BE AGED - FATAL, THE
      *    SAME AS AN EMPTY COMMISSION-RATE FILE.
      ******************************************************************
       1200-LOAD-DEADLINE-TABLE.
           OPEN INPUT TITLE-DEADLINE-FILE
           MOVE "TITLE-DEADLINE-FILE" TO WS-OPEN-FILE-NAME
           MOVE WS-DY-STATUS TO WS-OPEN-CHECK-STATUS
           PERFORM 1050-CHECK-REQUIRED-OPEN THRU 1050-EXIT
           MOVE "N" TO WS-EOF-SWITCH
           PERFORM 1210-READ-DEADLINE THRU 1210-EXIT
           PERFORM 1220-STORE-DEADLINE THRU 1220-EXIT
               UNTIL WS-END-OF-FILE
           CLOSE TITLE-DEADLINE-FILE
           MOVE "N" TO WS-EOF-SWITCH
           IF WS-DEADLINE-USED = 0
               DISPLAY "DEADLINE FILE EMPTY - NOTHING TO AGE AGAINST"
               MOVE 16 TO RETURN-CODE
               PERFORM 9200-END-RUN-CONTROL THRU 9200-EXIT
               STOP RUN
           END-IF.
       1200-EXIT.
           EXIT.

       1210-READ-DEADLINE.
           READ TITLE-DEADLINE-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.
       1210-EXIT.
           EXIT.

       1220-STORE-DEADLINE.
           IF WS-DEADLINE-USED >= WS-DEADLINE-MAX
               DISPLAY "DEADLINE TABLE FULL AT " WS-DEADLINE-MAX
               SET WS-END-OF-FILE TO TRUE
               GO TO 1220-EXIT
           END-IF
           IF DY-DEADLINE-DAYS NOT NUMERIC
               DISPLAY "DEADLINE RECORD SKIPPED - BAD DAYS FOR "
                   DY-STATE
               PERFORM 1210-READ-DEADLINE THRU 1210-EXIT
               GO TO 1220-EXIT
           END-IF
           ADD 1 TO WS-DEADLINE-USED
           MOVE DY-STATE TO WS-DT-STATE(WS-DEADLINE-USED)
           MOVE DY-DEADLINE-DAYS TO WS-DT-DAYS(WS-DEADLINE-USED)
           PERFORM 1210-READ-DEADLINE THRU 1210-EXIT.
       1220-EXIT.
           EXIT.

      ******************************************************************
      *    2000-SELECT-ITEMS
      *    SORT INPUT PROCEDURE.  READS THE TITLE-TRACKING FILE AND
      *    RELEASES EVERY OPEN ITEM, AGED AND MATCHED TO ITS STATE
      *    DEADLINE.  COMPLETE AND CANCELLED ITEMS ARE PASSED OVER.
      ******************************************************************
       2000-SELECT-ITEMS.
           PERFORM 2100-READ-ITEM THRU 2100-EXIT
           PERFORM 2200-SELECT-ONE THRU 2200-EXIT
               UNTIL WS-END-OF-FILE.
       2000-EXIT.
           EXIT.

       2100-READ-ITEM.
           READ TITLE-TRACK-FILE NEXT RECORD
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.
       2100-EXIT.
           EXIT.

       2200-SELECT-ONE.
           ADD 1 TO WS-ITEMS-READ
           IF NOT TT-STATUS-OPEN
               GO TO 2200-NEXT
           END-IF
           MOVE TT-SALE-DATE TO WS-SALE-DATE-N
           COMPUTE WS-SALE-DAYS =
               WS-SL-YEAR * 365 + WS-SL-MONTH * 30 + WS-SL-DAY
           COMPUTE WS-DAYS-OPEN = WS-TODAY-DAYS - WS-SALE-DAYS
           IF WS-DAYS-OPEN < 0
               MOVE 0 TO WS-DAYS-OPEN
           END-IF
           PERFORM 2300-FIND-DEADLINE THRU 2300-EXIT

           MOVE TT-OPERATOR-ID TO SW-OPERATOR-ID
           MOVE WS-DAYS-OPEN TO SW-DAYS-OPEN
           MOVE TT-VEHICLE-ID TO SW-VEHICLE-ID
           MOVE TT-ITEM-TYPE TO SW-ITEM-TYPE
           MOVE TT-DEAL-SEQ TO SW-DEAL-SEQ
           MOVE TT-CUSTOMER-ID TO SW-CUSTOMER-ID
           MOVE TT-STATE TO SW-STATE
           MOVE TT-SALE-DATE TO SW-SALE-DATE
           IF WS-DEADLINE-HIT-SUB = 0
               MOVE "N" TO SW-RULE-FLAG
               MOVE 0 TO SW-DEADLINE-DAYS
           ELSE
               MOVE "Y" TO SW-RULE-FLAG
               MOVE WS-DT-DAYS(WS-DEADLINE-HIT-SUB)
                   TO SW-DEADLINE-DAYS
           END-IF
           PERFORM 2400-SET-PENDING THRU 2400-EXIT
           RELEASE SW-RECORD.
       2200-NEXT.
           PERFORM 2100-READ-ITEM THRU 2100-EXIT.
       2200-EXIT.
           EXIT.

      ******************************************************************
      *    2300-FIND-DEADLINE
      *    FIRST MATCHING STATE RECORD WINS; "**" MATCHES ANY STATE.
      ******************************************************************
       2300-FIND-DEADLINE.
           MOVE 0 TO WS-DEADLINE-HIT-SUB
           MOVE 1 TO WS-DEADLINE-SUB
           PERFORM 2310-MATCH-DEADLINE THRU 2310-EXIT
               UNTIL WS-DEADLINE-HIT-SUB > 0
               OR WS-DEADLINE-SUB > WS-DEADLINE-USED.
       2300-EXIT.
           EXIT.

       2310-MATCH-DEADLINE.
           IF WS-DT-STATE(WS-DEADLINE-SUB) = TT-STATE
                   OR WS-DT-STATE(WS-DEADLINE-SUB) = "**"
               MOVE WS-DEADLINE-SUB TO WS-DEADLINE-HIT-SUB
           END-IF
           ADD 1 TO WS-DEADLINE-SUB.
       2310-EXIT.
           EXIT.

      ******************************************************************
      *    2400-SET-PENDING
      *    NAMES THE MILESTONES STILL OUTSTANDING ON THE ITEM.
      ******************************************************************
       2400-SET-PENDING.
           MOVE SPACES TO SW-PENDING
           IF TT-ITEM-TRADE
               MOVE "TITLE IN" TO SW-PENDING
               GO TO 2400-EXIT
           END-IF
           EVALUATE TRUE
               WHEN TT-STATE-SENT-DATE = 0 AND TT-PLATES-DATE = 0
                   MOVE "SENT+PLATES" TO SW-PENDING
               WHEN TT-STATE-SENT-DATE = 0
                   MOVE "SENT" TO SW-PENDING
               WHEN OTHER
                   MOVE "PLATES" TO SW-PENDING
           END-EVALUATE.
       2400-EXIT.
           EXIT.

      ******************************************************************
      *    5000-PRINT-SORTED
      *    SORT OUTPUT PROCEDURE.  ONE SECTION PER OPERATOR, OLDEST
      *    ITEM FIRST, WITH AN OPEN/OVERDUE SUBTOTAL AT EACH BREAK.
      ******************************************************************
       5000-PRINT-SORTED.
           PERFORM 5050-RETURN-SORTED THRU 5050-EXIT
           PERFORM 5100-PRINT-ONE THRU 5100-EXIT
               UNTIL WS-SORT-END-OF-FILE
           IF WS-OPEN-COUNT > 0
               PERFORM 5150-PRINT-OPER-SUBTOTAL THRU 5150-EXIT
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

       5100-PRINT-ONE.
           IF SW-OPERATOR-ID NOT = WS-CURRENT-OPERATOR
               IF WS-OPEN-COUNT > 0
                   PERFORM 5150-PRINT-OPER-SUBTOTAL THRU 5150-EXIT
               END-IF
               MOVE SW-OPERATOR-ID TO WS-CURRENT-OPERATOR
               MOVE SW-OPERATOR-ID TO OHL-OPERATOR
               WRITE TR-LINE FROM BLANK-LINE
               WRITE TR-LINE FROM OPER-HDR-LINE
               MOVE 0 TO WS-OPER-COUNT
               MOVE 0 TO WS-OPER-OVERDUE
           END-IF
           MOVE SW-VEHICLE-ID TO DTL-ID
           IF SW-ITEM-TYPE = "T"
               MOVE "TRADE" TO DTL-ITEM
           ELSE
               MOVE "SOLD" TO DTL-ITEM
           END-IF
           MOVE SW-DEAL-SEQ TO DTL-SEQ
           MOVE SW-CUSTOMER-ID TO DTL-CUSTOMER
           MOVE SW-STATE TO DTL-STATE
           MOVE SW-SALE-DATE TO DTL-SALE-DATE
           MOVE SW-DAYS-OPEN TO DTL-DAYS-OPEN
           MOVE SPACES TO DTL-FLAG
           IF SW-NO-RULE
               MOVE "  --" TO DTL-DEADLINE
               MOVE "NO RULE" TO DTL-FLAG
               ADD 1 TO WS-NO-RULE-COUNT
           ELSE
               MOVE SW-DEADLINE-DAYS TO WS-DEADLINE-EDIT
               MOVE WS-DEADLINE-EDIT TO DTL-DEADLINE
               IF SW-DAYS-OPEN > SW-DEADLINE-DAYS
                   MOVE "OVERDUE" TO DTL-FLAG
                   ADD 1 TO WS-OPER-OVERDUE
                   ADD 1 TO WS-OVERDUE-COUNT
               END-IF
           END-IF
           MOVE SW-PENDING TO DTL-PENDING
           WRITE TR-LINE FROM DTL-LINE
           ADD 1 TO WS-OPER-COUNT
           ADD 1 TO WS-OPEN-COUNT
           PERFORM 5050-RETURN-SORTED THRU 5050-EXIT.
       5100-EXIT.
           EXIT.

       5150-PRINT-OPER-SUBTOTAL.
           MOVE WS-OPER-COUNT TO OSL-COUNT
           MOVE WS-OPER-OVERDUE TO OSL-OVERDUE
           WRITE TR-LINE FROM OPER-SUB-LINE.
       5150-EXIT.
           EXIT.

       8000-TERMINATE.
           IF WS-OPEN-COUNT = 0
               WRITE TR-LINE FROM NO-OPEN-LINE
           END-IF
           WRITE TR-LINE FROM BLANK-LINE
           MOVE WS-OPEN-COUNT TO TL1-COUNT
           WRITE TR-LINE FROM TOT-LINE-1
           MOVE WS-OVERDUE-COUNT TO TL2-COUNT
           WRITE TR-LINE FROM TOT-LINE-2
           MOVE WS-NO-RULE-COUNT TO TL3-COUNT
           WRITE TR-LINE FROM TOT-LINE-3
           DISPLAY "TITLE ITEMS READ:    " WS-ITEMS-READ
           DISPLAY "OPEN ITEMS LISTED:   " WS-OPEN-COUNT
           DISPLAY "PAST DEADLINE:       " WS-OVERDUE-COUNT
           DISPLAY "NO DEADLINE RULE:    " WS-NO-RULE-COUNT
           CLOSE TITLE-TRACK-FILE
           CLOSE TITLE-REPORT-FILE.
           MOVE WS-OPEN-COUNT TO WS-RC-COUNT
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
