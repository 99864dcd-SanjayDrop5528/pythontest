      ******************************************************************
      *    PROGRAM-ID. PERIODCLOSE
      *
      *    ACCOUNTING PERIOD CLOSE AND REOPEN, DRIVEN BY TRANSACTIONS
      *    ON PERIOD-TRAN-FILE AGAINST THE PERIOD-CONTROL FILE
      *    (PERCTL) THAT PERIODCHECK READS FOR THE POSTING PROGRAMS:
      *
      *       CLOSE  - ACCOUNTING KEYS IT ONCE GLEXTRACT'S JOURNAL FOR
      *                THE MONTH IS POSTED.  FROM THEN ON NO SALE,
      *                COST, MARKDOWN, REVALUATION, MAINTENANCE, OR
      *                UNWIND DATED INTO THE MONTH IS TAKEN.  A MONTH
      *                NOT YET STARTED CANNOT BE CLOSED.
      *       REOPEN - MUST CARRY A REASON AND AN OPERATOR, AND ONLY
      *                THE LATEST CLOSED MONTH REOPENS - MONTHS COME
      *                BACK OPEN NEWEST FIRST SO A LATER CLOSED MONTH
      *                NEVER SITS ON TOP OF AN OPEN ONE.
      *
      *    EVERY CLOSE AND REOPEN WRITES AN AUDIT RECORD (VEHICLE-ID
      *    ZERO) CARRYING THE MONTH AND, FOR A REOPEN, THE REASON.
      *
      *    MOD HISTORY
      *    DATE       INIT  DESCRIPTION
      *    ---------  ----  --------------------------------------------
      *    2026-10-15  DLM  ORIGINAL.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PeriodClose.
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
           SELECT PERIOD-TRAN-FILE ASSIGN "PERTRAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PT-STATUS.

           SELECT PERIOD-CONTROL-FILE ASSIGN "PERCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PD-PERIOD
               FILE STATUS IS WS-PD-STATUS.

           SELECT AUDIT-LOG-FILE ASSIGN "VEHAUDIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AU-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PERIOD-TRAN-FILE.
       01  PERIOD-TRAN-RECORD.
           COPY PERTRAN.

       FD  PERIOD-CONTROL-FILE.
       01  PERIOD-CONTROL-RECORD.
           COPY PERREC.

       FD  AUDIT-LOG-FILE.
       01  AUDIT-RECORD.
           COPY AUDREC.

       WORKING-STORAGE SECTION.
       01  WS-PT-STATUS               PIC X(02) VALUE "00".
       01  WS-PD-STATUS               PIC X(02) VALUE "00".
       01  WS-AU-STATUS               PIC X(02) VALUE "00".

       01  WS-EOF-SWITCH              PIC X(01) VALUE "N".
           88  WS-END-OF-FILE                 VALUE "Y".

       01  WS-SCAN-DONE-SWITCH        PIC X(01) VALUE "N".
           88  WS-SCAN-DONE                   VALUE "Y".
       01  WS-LATER-CLOSED            PIC 9(06) VALUE 0.

       01  WS-CLOSED-COUNT            PIC 9(05) VALUE 0.
       01  WS-REOPENED-COUNT          PIC 9(05) VALUE 0.
       01  WS-REFUSED-COUNT           PIC 9(05) VALUE 0.

       01  WS-SYSTEM-DATE             PIC 9(08).
       01  WS-SYSTEM-TIME             PIC 9(06).
       01  WS-CURRENT-MONTH           PIC 9(06).

       01  WS-PERIOD-VALUE.
           05  WS-PV-PERIOD           PIC 9(06).
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  WS-PV-STATUS           PIC X(06).
           05  FILLER                 PIC X(07) VALUE SPACES.

       01  WS-OPEN-CHECK-STATUS       PIC X(02) VALUE "00".
       01  WS-OPEN-FILE-NAME          PIC X(21) VALUE SPACES.


      ******************************************************************
      *    RUN-CONTROL INTERFACE FIELDS - SEE RUNCONTROL FOR THE
      *    GUARD CODES AND THE START/END RECORD LAYOUT.
      ******************************************************************
       01  WS-RC-FUNCTION             PIC X(01) VALUE SPACE.
       01  WS-RC-PROGRAM              PIC X(16) VALUE "PERIODCLOSE".
       01  WS-RC-GUARD                PIC X(01) VALUE "N".
       01  WS-RC-COUNT                PIC 9(07) VALUE 0.
       01  WS-RC-RETCODE              PIC 9(02) VALUE 0.
       01  WS-RC-RESULT               PIC X(01) VALUE SPACE.
           88  WS-RC-DENIED                   VALUE "D".
       01  WS-RC-TEXT                 PIC X(40) VALUE SPACES.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 2000-PROCESS-TRANSACTIONS THRU 2000-EXIT
               UNTIL WS-END-OF-FILE
           PERFORM 8000-TERMINATE THRU 8000-EXIT
           STOP RUN.

       1000-INITIALIZE.
           PERFORM 9100-START-RUN-CONTROL THRU 9100-EXIT
           ACCEPT WS-SYSTEM-DATE FROM DATE YYYYMMDD
           ACCEPT WS-SYSTEM-TIME FROM TIME
           MOVE WS-SYSTEM-DATE(1:6) TO WS-CURRENT-MONTH
           OPEN INPUT PERIOD-TRAN-FILE
           MOVE "PERIOD-TRAN-FILE" TO WS-OPEN-FILE-NAME
           MOVE WS-PT-STATUS TO WS-OPEN-CHECK-STATUS
           PERFORM 1050-CHECK-REQUIRED-OPEN THRU 1050-EXIT
           PERFORM 1100-OPEN-PERIOD-CONTROL THRU 1100-EXIT
           MOVE "PERIOD-CONTROL-FILE" TO WS-OPEN-FILE-NAME
           MOVE WS-PD-STATUS TO WS-OPEN-CHECK-STATUS
           PERFORM 1050-CHECK-REQUIRED-OPEN THRU 1050-EXIT
           PERFORM 1200-OPEN-AUDIT-LOG THRU 1200-EXIT
           MOVE "AUDIT-LOG-FILE" TO WS-OPEN-FILE-NAME
           MOVE WS-AU-STATUS TO WS-OPEN-CHECK-STATUS
           PERFORM 1050-CHECK-REQUIRED-OPEN THRU 1050-EXIT
           PERFORM 2100-READ-TRANSACTION THRU 2100-EXIT.
       1000-EXIT.
           EXIT.

      ******************************************************************
      *    1050-CHECK-REQUIRED-OPEN
      *    A FAILED OPEN ON ANY OF THE FILES THIS RUN DEPENDS ON IS
      *    FATAL - A CLOSE OR REOPEN OFF THE AUDIT TRAIL IS NO GOOD.
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
      *    1100-OPEN-PERIOD-CONTROL
      *    THE FIRST CLOSE EVER KEYED HAS NO PERIOD-CONTROL FILE YET -
      *    CREATE IT EMPTY AND CARRY ON, THE SAME WAY CUSTOMERMAINT
      *    BOOTSTRAPS THE CUSTOMER MASTER.
      ******************************************************************
       1100-OPEN-PERIOD-CONTROL.
           OPEN I-O PERIOD-CONTROL-FILE
           IF WS-PD-STATUS NOT = "00"
               OPEN OUTPUT PERIOD-CONTROL-FILE
               CLOSE PERIOD-CONTROL-FILE
               OPEN I-O PERIOD-CONTROL-FILE
           END-IF.
       1100-EXIT.
           EXIT.

       1200-OPEN-AUDIT-LOG.
           OPEN EXTEND AUDIT-LOG-FILE
           IF WS-AU-STATUS NOT = "00"
               OPEN OUTPUT AUDIT-LOG-FILE
           END-IF.
       1200-EXIT.
           EXIT.

       2000-PROCESS-TRANSACTIONS.
           IF PT-PERIOD NOT NUMERIC
                   OR PT-PERIOD(5:2) < "01" OR PT-PERIOD(5:2) > "12"
               DISPLAY "PERIOD REFUSED - BAD PERIOD " PT-PERIOD
               ADD 1 TO WS-REFUSED-COUNT
               GO TO 2000-NEXT
           END-IF
           EVALUATE TRUE
               WHEN PT-ACTION-CLOSE
                   PERFORM 3000-CLOSE-PERIOD THRU 3000-EXIT
               WHEN PT-ACTION-REOPEN
                   PERFORM 4000-REOPEN-PERIOD THRU 4000-EXIT
               WHEN OTHER
                   DISPLAY "UNKNOWN ACTION CODE " PT-ACTION-CODE
                   ADD 1 TO WS-REFUSED-COUNT
           END-EVALUATE.
       2000-NEXT.
           PERFORM 2100-READ-TRANSACTION THRU 2100-EXIT.
       2000-EXIT.
           EXIT.

       2100-READ-TRANSACTION.
           READ PERIOD-TRAN-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.
       2100-EXIT.
           EXIT.

      ******************************************************************
      *    3000-CLOSE-PERIOD
      *    CLOSES A MONTH THAT HAS STARTED - THE CURRENT MONTH MAY BE
      *    CLOSED ON ITS LAST EVENING ONCE THE JOURNAL IS POSTED.  A
      *    MONTH ALREADY CLOSED REFUSES SO THE ORIGINAL CLOSE DATE
      *    AND OPERATOR STAY ON THE RECORD.
      ******************************************************************
       3000-CLOSE-PERIOD.
           IF PT-PERIOD > WS-CURRENT-MONTH
               DISPLAY "CLOSE REFUSED - PERIOD NOT STARTED "
                   PT-PERIOD
               ADD 1 TO WS-REFUSED-COUNT
               GO TO 3000-EXIT
           END-IF
           MOVE PT-PERIOD TO PD-PERIOD
           READ PERIOD-CONTROL-FILE
               INVALID KEY
                   MOVE SPACES TO PERIOD-CONTROL-RECORD
                   MOVE PT-PERIOD TO PD-PERIOD
                   MOVE 0 TO PD-REOPEN-DATE
                   SET PD-STATUS-CLOSED TO TRUE
                   MOVE WS-SYSTEM-DATE TO PD-CLOSE-DATE
                   MOVE PT-OPERATOR-ID TO PD-CLOSED-BY
                   WRITE PERIOD-CONTROL-RECORD
                   GO TO 3000-AUDIT
           END-READ
           IF PD-STATUS-CLOSED
               DISPLAY "CLOSE REFUSED - ALREADY CLOSED " PT-PERIOD
               ADD 1 TO WS-REFUSED-COUNT
               GO TO 3000-EXIT
           END-IF
           SET PD-STATUS-CLOSED TO TRUE
           MOVE WS-SYSTEM-DATE TO PD-CLOSE-DATE
           MOVE PT-OPERATOR-ID TO PD-CLOSED-BY
           REWRITE PERIOD-CONTROL-RECORD.
       3000-AUDIT.
           MOVE "PERIOD-CLOSED" TO AU-FIELD-NAME
           MOVE PT-PERIOD TO WS-PV-PERIOD
           MOVE "OPEN" TO WS-PV-STATUS
           MOVE WS-PERIOD-VALUE TO AU-BEFORE-VALUE
           MOVE "CLOSED" TO WS-PV-STATUS
           MOVE WS-PERIOD-VALUE TO AU-AFTER-VALUE
           SET AU-ACTION-CHANGE TO TRUE
           PERFORM 9000-WRITE-AUDIT THRU 9000-EXIT
           ADD 1 TO WS-CLOSED-COUNT
           DISPLAY "PERIOD CLOSED " PT-PERIOD.
       3000-EXIT.
           EXIT.

      ******************************************************************
      *    4000-REOPEN-PERIOD
      *    A REOPEN WITHOUT A REASON OR AN OPERATOR REFUSES, AS DOES
      *    ONE FOR A MONTH THAT IS NOT CLOSED OR THAT HAS A LATER
      *    CLOSED MONTH ABOVE IT.  THE REASON GOES ON THE RECORD AND
      *    ON THE AUDIT TRAIL.
      ******************************************************************
       4000-REOPEN-PERIOD.
           IF PT-REASON = SPACES OR PT-OPERATOR-ID = SPACES
               DISPLAY "REOPEN REFUSED - NO REASON OR OPERATOR "
                   PT-PERIOD
               ADD 1 TO WS-REFUSED-COUNT
               GO TO 4000-EXIT
           END-IF
           PERFORM 4100-FIND-LATER-CLOSED THRU 4100-EXIT
           IF WS-LATER-CLOSED > 0
               DISPLAY "REOPEN REFUSED - " WS-LATER-CLOSED
                   " IS CLOSED AFTER " PT-PERIOD
               ADD 1 TO WS-REFUSED-COUNT
               GO TO 4000-EXIT
           END-IF
           MOVE PT-PERIOD TO PD-PERIOD
           READ PERIOD-CONTROL-FILE
               INVALID KEY
                   DISPLAY "REOPEN REFUSED - NOT CLOSED " PT-PERIOD
                   ADD 1 TO WS-REFUSED-COUNT
                   GO TO 4000-EXIT
           END-READ
           IF NOT PD-STATUS-CLOSED
               DISPLAY "REOPEN REFUSED - NOT CLOSED " PT-PERIOD
               ADD 1 TO WS-REFUSED-COUNT
               GO TO 4000-EXIT
           END-IF
           SET PD-STATUS-OPEN TO TRUE
           MOVE WS-SYSTEM-DATE TO PD-REOPEN-DATE
           MOVE PT-OPERATOR-ID TO PD-REOPENED-BY
           MOVE PT-REASON TO PD-REOPEN-REASON
           REWRITE PERIOD-CONTROL-RECORD

           MOVE "PERIOD-REOPENED" TO AU-FIELD-NAME
           MOVE PT-PERIOD TO WS-PV-PERIOD
           MOVE "CLOSED" TO WS-PV-STATUS
           MOVE WS-PERIOD-VALUE TO AU-BEFORE-VALUE
           MOVE PT-REASON TO AU-AFTER-VALUE
           SET AU-ACTION-CHANGE TO TRUE
           PERFORM 9000-WRITE-AUDIT THRU 9000-EXIT
           ADD 1 TO WS-REOPENED-COUNT
           DISPLAY "PERIOD REOPENED " PT-PERIOD.
       4000-EXIT.
           EXIT.

      ******************************************************************
      *    4100-FIND-LATER-CLOSED
      *    WALKS THE MONTHS AFTER THE ONE BEING REOPENED AND LEAVES
      *    THE FIRST CLOSED ONE IN WS-LATER-CLOSED, ZERO IF NONE.
      ******************************************************************
       4100-FIND-LATER-CLOSED.
           MOVE 0 TO WS-LATER-CLOSED
           MOVE "N" TO WS-SCAN-DONE-SWITCH
           MOVE PT-PERIOD TO PD-PERIOD
           START PERIOD-CONTROL-FILE KEY > PD-PERIOD
               INVALID KEY
                   SET WS-SCAN-DONE TO TRUE
           END-START
           PERFORM 4110-CHECK-NEXT-PERIOD THRU 4110-EXIT
               UNTIL WS-SCAN-DONE.
       4100-EXIT.
           EXIT.

       4110-CHECK-NEXT-PERIOD.
           READ PERIOD-CONTROL-FILE NEXT RECORD
               AT END
                   SET WS-SCAN-DONE TO TRUE
                   GO TO 4110-EXIT
           END-READ
           IF PD-STATUS-CLOSED
               MOVE PD-PERIOD TO WS-LATER-CLOSED
               SET WS-SCAN-DONE TO TRUE
           END-IF.
       4110-EXIT.
           EXIT.

       9000-WRITE-AUDIT.
           MOVE WS-SYSTEM-DATE TO AU-RUN-DATE
           MOVE WS-SYSTEM-TIME TO AU-RUN-TIME
           MOVE PT-OPERATOR-ID TO AU-OPERATOR-ID
           MOVE 0 TO AU-VEHICLE-ID
           WRITE AUDIT-RECORD.
       9000-EXIT.
           EXIT.

       8000-TERMINATE.
           DISPLAY "PERIODS CLOSED:    " WS-CLOSED-COUNT
           DISPLAY "PERIODS REOPENED:  " WS-REOPENED-COUNT
           DISPLAY "TRANSACTIONS REFUSED: " WS-REFUSED-COUNT
           CLOSE PERIOD-TRAN-FILE
           CLOSE PERIOD-CONTROL-FILE
           CLOSE AUDIT-LOG-FILE
           COMPUTE WS-RC-COUNT = WS-CLOSED-COUNT + WS-REOPENED-COUNT
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
