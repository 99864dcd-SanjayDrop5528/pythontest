      ******************************************************************
      *    PROGRAM-ID. TITLEMAINT
      *
      *    TITLE-WORK MILESTONE MAINTENANCE.  POSTS THE DATED
      *    MILESTONES ON TITLE-MILESTONE-TRAN-FILE AGAINST THE OPEN
      *    TITLE-TRACKING ITEMS VEHICLESALES WROTE AT CLOSE:
      *
      *       "R" TITLE RECEIVED - TRADE-IN ITEMS ONLY.  COMPLETES
      *           THE ITEM.
      *       "S" SENT TO STATE  - SOLD-UNIT ITEMS ONLY.
      *       "P" PLATES ISSUED  - SOLD-UNIT ITEMS ONLY.  SENT AND
      *           PLATES TOGETHER COMPLETE THE ITEM.
      *       "X" CANCEL         - EITHER ITEM TYPE.
      *
      *    THE CARD NAMES THE UNIT AND THE ITEM TYPE; THE LATEST
      *    OPEN ITEM FOR THEM IS THE ONE POSTED.  A MILESTONE ALREADY
      *    DATED IS RE-DATED.  A DATE AHEAD OF TODAY OR BEHIND THE
      *    SALE IS REFUSED.  EVERY MILESTONE AND EVERY STATUS CHANGE
      *    WRITES A BEFORE/AFTER AUDIT RECORD.
      *
      *    MOD HISTORY
      *    DATE       INIT  DESCRIPTION
      *    ---------  ----  --------------------------------------------
      *    2026-10-15  DLM  ORIGINAL.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TitleMaint.
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
           SELECT TITLE-MILESTONE-TRAN-FILE ASSIGN "TTLTRAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TM-STATUS.

           SELECT TITLE-TRACK-FILE ASSIGN "TITLTRK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TT-TITLE-KEY
               FILE STATUS IS WS-TT-STATUS.

           SELECT AUDIT-LOG-FILE ASSIGN "VEHAUDIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AU-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TITLE-MILESTONE-TRAN-FILE.
       01  TITLE-MILESTONE-TRAN-RECORD.
           COPY TTLTRAN.

       FD  TITLE-TRACK-FILE.
       01  TITLE-TRACK-RECORD.
           COPY TTLREC.

       FD  AUDIT-LOG-FILE.
       01  AUDIT-RECORD.
           COPY AUDREC.

       WORKING-STORAGE SECTION.
       01  WS-TM-STATUS               PIC X(02) VALUE "00".
       01  WS-TT-STATUS               PIC X(02) VALUE "00".
       01  WS-AU-STATUS               PIC X(02) VALUE "00".

       01  WS-EOF-SWITCH              PIC X(01) VALUE "N".
           88  WS-END-OF-FILE                 VALUE "Y".
       01  WS-SCAN-DONE-SWITCH        PIC X(01) VALUE "N".
           88  WS-SCAN-DONE                   VALUE "Y".
       01  WS-ITEM-FOUND-SWITCH       PIC X(01) VALUE "N".
           88  WS-ITEM-FOUND                  VALUE "Y".
       01  WS-COMPLETE-SWITCH         PIC X(01) VALUE "N".
           88  WS-ITEM-COMPLETING             VALUE "Y".

       01  WS-POSTED-COUNT            PIC 9(05) VALUE 0.
       01  WS-COMPLETED-COUNT         PIC 9(05) VALUE 0.
       01  WS-CANCELLED-COUNT         PIC 9(05) VALUE 0.
       01  WS-REFUSED-COUNT           PIC 9(05) VALUE 0.

       01  WS-SYSTEM-DATE             PIC 9(08).
       01  WS-SYSTEM-TIME             PIC 9(06).

       01  WS-MILESTONE-DATE          PIC 9(08) VALUE 0.
       01  WS-OLD-DATE                PIC 9(08) VALUE 0.
       01  WS-BEFORE-DATE             PIC 9999/99/99.
       01  WS-AFTER-DATE              PIC 9999/99/99.

       01  WS-FOUND-KEY               PIC X(09) VALUE SPACES.

       01  WS-OPEN-CHECK-STATUS       PIC X(02) VALUE "00".
       01  WS-OPEN-FILE-NAME          PIC X(21) VALUE SPACES.


      ******************************************************************
      *    RUN-CONTROL INTERFACE FIELDS - SEE RUNCONTROL FOR THE
      *    GUARD CODES AND THE START/END RECORD LAYOUT.
      ******************************************************************
       01  WS-RC-FUNCTION             PIC X(01) VALUE SPACE.
       01  WS-RC-PROGRAM              PIC X(16) VALUE "TITLEMAINT".
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
           OPEN INPUT TITLE-MILESTONE-TRAN-FILE
           MOVE "TITLE-MILESTONE-TRAN" TO WS-OPEN-FILE-NAME
           MOVE WS-TM-STATUS TO WS-OPEN-CHECK-STATUS
           PERFORM 1050-CHECK-REQUIRED-OPEN THRU 1050-EXIT
           OPEN I-O TITLE-TRACK-FILE
           MOVE "TITLE-TRACK-FILE" TO WS-OPEN-FILE-NAME
           MOVE WS-TT-STATUS TO WS-OPEN-CHECK-STATUS
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
      *    FATAL - THERE IS NOTHING TO MAINTAIN WITHOUT THEM.
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

       1200-OPEN-AUDIT-LOG.
           OPEN EXTEND AUDIT-LOG-FILE
           IF WS-AU-STATUS NOT = "00"
               OPEN OUTPUT AUDIT-LOG-FILE
           END-IF.
       1200-EXIT.
           EXIT.

       2000-PROCESS-TRANSACTIONS.
           PERFORM 3000-APPLY-MILESTONE THRU 3000-EXIT
           PERFORM 2100-READ-TRANSACTION THRU 2100-EXIT.
       2000-EXIT.
           EXIT.

       2100-READ-TRANSACTION.
           READ TITLE-MILESTONE-TRAN-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.
       2100-EXIT.
           EXIT.

      ******************************************************************
      *    3000-APPLY-MILESTONE
      *    EDITS THE CARD, FINDS THE OPEN ITEM IT BELONGS TO, AND
      *    HANDS IT TO THE CANCEL OR POST STEP.  THE MILESTONE CODE
      *    HAS TO FIT THE ITEM TYPE - A TRADE HAS NO PLATES, A SOLD
      *    UNIT'S TITLE IS NEVER "RECEIVED".
      ******************************************************************
       3000-APPLY-MILESTONE.
           IF TM-ITEM-TYPE NOT = "S" AND TM-ITEM-TYPE NOT = "T"
               DISPLAY "MILESTONE REFUSED - BAD ITEM TYPE "
                   TM-VEHICLE-ID " " TM-ITEM-TYPE
               ADD 1 TO WS-REFUSED-COUNT
               GO TO 3000-EXIT
           END-IF
           EVALUATE TRUE
               WHEN TM-CANCEL-ITEM
                   CONTINUE
               WHEN TM-TITLE-RECEIVED AND TM-ITEM-TYPE = "T"
                   CONTINUE
               WHEN TM-SENT-TO-STATE AND TM-ITEM-TYPE = "S"
                   CONTINUE
               WHEN TM-PLATES-ISSUED AND TM-ITEM-TYPE = "S"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "MILESTONE REFUSED - CODE "
                       TM-MILESTONE-CODE " NOT VALID FOR ITEM TYPE "
                       TM-ITEM-TYPE " " TM-VEHICLE-ID
                   ADD 1 TO WS-REFUSED-COUNT
                   GO TO 3000-EXIT
           END-EVALUATE

           PERFORM 3100-FIND-OPEN-ITEM THRU 3100-EXIT
           IF NOT WS-ITEM-FOUND
               DISPLAY "MILESTONE REFUSED - NO OPEN TITLE ITEM "
                   TM-VEHICLE-ID " " TM-ITEM-TYPE
               ADD 1 TO WS-REFUSED-COUNT
               GO TO 3000-EXIT
           END-IF
           MOVE WS-FOUND-KEY TO TT-TITLE-KEY
           READ TITLE-TRACK-FILE
               INVALID KEY
                   DISPLAY "TITLE ITEM RE-READ FAILED " TM-VEHICLE-ID
                       " STATUS " WS-TT-STATUS
                   ADD 1 TO WS-REFUSED-COUNT
                   GO TO 3000-EXIT
           END-READ

           IF TM-CANCEL-ITEM
               PERFORM 5000-CANCEL-ITEM THRU 5000-EXIT
               GO TO 3000-EXIT
           END-IF

           IF TM-MILESTONE-DATE(1:8) = SPACES
               MOVE WS-SYSTEM-DATE TO WS-MILESTONE-DATE
           ELSE
               IF TM-MILESTONE-DATE NOT NUMERIC
                   DISPLAY "MILESTONE REFUSED - BAD DATE "
                       TM-VEHICLE-ID " " TM-MILESTONE-DATE(1:8)
                   ADD 1 TO WS-REFUSED-COUNT
                   GO TO 3000-EXIT
               END-IF
               IF TM-MILESTONE-DATE = 0
                   MOVE WS-SYSTEM-DATE TO WS-MILESTONE-DATE
               ELSE
                   MOVE TM-MILESTONE-DATE TO WS-MILESTONE-DATE
               END-IF
           END-IF
           IF WS-MILESTONE-DATE(5:2) < "01"
                   OR WS-MILESTONE-DATE(5:2) > "12"
                   OR WS-MILESTONE-DATE(7:2) < "01"
                   OR WS-MILESTONE-DATE(7:2) > "31"
               DISPLAY "MILESTONE REFUSED - BAD DATE "
                   TM-VEHICLE-ID " " WS-MILESTONE-DATE
               ADD 1 TO WS-REFUSED-COUNT
               GO TO 3000-EXIT
           END-IF
           IF WS-MILESTONE-DATE > WS-SYSTEM-DATE
               DISPLAY "MILESTONE REFUSED - DATE AHEAD OF TODAY "
                   TM-VEHICLE-ID " " WS-MILESTONE-DATE
               ADD 1 TO WS-REFUSED-COUNT
               GO TO 3000-EXIT
           END-IF
           IF WS-MILESTONE-DATE < TT-SALE-DATE
               DISPLAY "MILESTONE REFUSED - DATE BEFORE THE SALE "
                   TM-VEHICLE-ID " " WS-MILESTONE-DATE
               ADD 1 TO WS-REFUSED-COUNT
               GO TO 3000-EXIT
           END-IF
           PERFORM 4000-POST-MILESTONE THRU 4000-EXIT.
       3000-EXIT.
           EXIT.

      ******************************************************************
      *    3100-FIND-OPEN-ITEM
      *    THE KEY IS UNIT, ITEM TYPE, THEN DEAL SEQUENCE, SO THE
      *    SCAN STARTS ON THE UNIT-PLUS-TYPE PREFIX AND READS
      *    FORWARD.  THE HIGHEST-SEQUENCE OPEN ITEM - THE LATEST
      *    DEAL'S - IS THE ONE THE CARD POSTS TO.
      ******************************************************************
       3100-FIND-OPEN-ITEM.
           MOVE "N" TO WS-ITEM-FOUND-SWITCH
           MOVE "N" TO WS-SCAN-DONE-SWITCH
           MOVE TM-VEHICLE-ID TO TT-VEHICLE-ID
           MOVE TM-ITEM-TYPE TO TT-ITEM-TYPE
           MOVE 0 TO TT-DEAL-SEQ
           START TITLE-TRACK-FILE KEY >= TT-TITLE-KEY
               INVALID KEY
                   MOVE "Y" TO WS-SCAN-DONE-SWITCH
           END-START
           IF NOT WS-SCAN-DONE
               PERFORM 3110-READ-NEXT-ITEM THRU 3110-EXIT
           END-IF
           PERFORM 3120-CHECK-ONE-ITEM THRU 3120-EXIT
               UNTIL WS-SCAN-DONE.
       3100-EXIT.
           EXIT.

       3110-READ-NEXT-ITEM.
           READ TITLE-TRACK-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-SCAN-DONE-SWITCH
           END-READ
           IF NOT WS-SCAN-DONE
               IF TT-VEHICLE-ID NOT = TM-VEHICLE-ID
                       OR TT-ITEM-TYPE NOT = TM-ITEM-TYPE
                   MOVE "Y" TO WS-SCAN-DONE-SWITCH
               END-IF
           END-IF.
       3110-EXIT.
           EXIT.

       3120-CHECK-ONE-ITEM.
           IF TT-STATUS-OPEN
               MOVE "Y" TO WS-ITEM-FOUND-SWITCH
               MOVE TT-TITLE-KEY TO WS-FOUND-KEY
           END-IF
           PERFORM 3110-READ-NEXT-ITEM THRU 3110-EXIT.
       3120-EXIT.
           EXIT.

      ******************************************************************
      *    4000-POST-MILESTONE
      *    DATES THE MILESTONE, AUDITS IT, AND COMPLETES THE ITEM
      *    WHEN EVERYTHING IT NEEDS IS IN.  THE CLOSED DATE IS THE
      *    DATE OF THE MILESTONE THAT FINISHED IT.  THE ITEM IS
      *    REWRITTEN BEFORE ANYTHING IS AUDITED OR COUNTED, SO A
      *    FAILED REWRITE LEAVES NO TRAIL OF A CHANGE THAT NEVER
      *    LANDED.
      ******************************************************************
       4000-POST-MILESTONE.
           EVALUATE TRUE
               WHEN TM-TITLE-RECEIVED
                   MOVE TT-TITLE-IN-DATE TO WS-OLD-DATE
                   MOVE WS-MILESTONE-DATE TO TT-TITLE-IN-DATE
                   MOVE "TITLE-RECEIVED" TO AU-FIELD-NAME
               WHEN TM-SENT-TO-STATE
                   MOVE TT-STATE-SENT-DATE TO WS-OLD-DATE
                   MOVE WS-MILESTONE-DATE TO TT-STATE-SENT-DATE
                   MOVE "TITLE-SENT" TO AU-FIELD-NAME
               WHEN TM-PLATES-ISSUED
                   MOVE TT-PLATES-DATE TO WS-OLD-DATE
                   MOVE WS-MILESTONE-DATE TO TT-PLATES-DATE
                   MOVE "PLATES-ISSUED" TO AU-FIELD-NAME
           END-EVALUATE
           IF WS-OLD-DATE = 0
               MOVE SPACES TO AU-BEFORE-VALUE
           ELSE
               MOVE WS-OLD-DATE TO WS-BEFORE-DATE
               MOVE WS-BEFORE-DATE TO AU-BEFORE-VALUE
           END-IF
           MOVE WS-MILESTONE-DATE TO WS-AFTER-DATE
           MOVE WS-AFTER-DATE TO AU-AFTER-VALUE
           SET AU-ACTION-CHANGE TO TRUE
           MOVE "N" TO WS-COMPLETE-SWITCH
           IF (TT-ITEM-TRADE AND TT-TITLE-IN-DATE > 0)
                   OR (TT-ITEM-SOLD AND TT-STATE-SENT-DATE > 0
                       AND TT-PLATES-DATE > 0)
               SET TT-STATUS-COMPLETE TO TRUE
               MOVE WS-MILESTONE-DATE TO TT-CLOSED-DATE
               SET WS-ITEM-COMPLETING TO TRUE
           END-IF
           REWRITE TITLE-TRACK-RECORD
               INVALID KEY
                   DISPLAY "TITLE ITEM REWRITE FAILED " TM-VEHICLE-ID
                       " STATUS " WS-TT-STATUS
                   GO TO 4000-EXIT
           END-REWRITE
           PERFORM 9000-WRITE-AUDIT THRU 9000-EXIT
           ADD 1 TO WS-POSTED-COUNT
           IF WS-ITEM-COMPLETING
               MOVE "TITLE-STATUS" TO AU-FIELD-NAME
               MOVE "OPEN" TO AU-BEFORE-VALUE
               MOVE "COMPLETE" TO AU-AFTER-VALUE
               SET AU-ACTION-CHANGE TO TRUE
               PERFORM 9000-WRITE-AUDIT THRU 9000-EXIT
               ADD 1 TO WS-COMPLETED-COUNT
           END-IF.
       4000-EXIT.
           EXIT.

      ******************************************************************
      *    5000-CANCEL-ITEM
      *    CLOSES THE ITEM WITHOUT FINISHING IT - THE TITLE WORK IS
      *    NO LONGER OURS TO DO.  THE MILESTONES ALREADY POSTED STAY.
      ******************************************************************
       5000-CANCEL-ITEM.
           SET TT-STATUS-CANCELLED TO TRUE
           MOVE WS-SYSTEM-DATE TO TT-CLOSED-DATE
           REWRITE TITLE-TRACK-RECORD
               INVALID KEY
                   DISPLAY "TITLE ITEM REWRITE FAILED " TM-VEHICLE-ID
                       " STATUS " WS-TT-STATUS
                   GO TO 5000-EXIT
           END-REWRITE
           MOVE "TITLE-STATUS" TO AU-FIELD-NAME
           MOVE "OPEN" TO AU-BEFORE-VALUE
           MOVE "CANCELLED" TO AU-AFTER-VALUE
           SET AU-ACTION-CHANGE TO TRUE
           PERFORM 9000-WRITE-AUDIT THRU 9000-EXIT
           ADD 1 TO WS-CANCELLED-COUNT.
       5000-EXIT.
           EXIT.

       9000-WRITE-AUDIT.
           MOVE WS-SYSTEM-DATE TO AU-RUN-DATE
           MOVE WS-SYSTEM-TIME TO AU-RUN-TIME
           MOVE TM-OPERATOR-ID TO AU-OPERATOR-ID
           MOVE TM-VEHICLE-ID TO AU-VEHICLE-ID
           WRITE AUDIT-RECORD.
       9000-EXIT.
           EXIT.

       8000-TERMINATE.
           DISPLAY "MILESTONES POSTED:    " WS-POSTED-COUNT
           DISPLAY "ITEMS COMPLETED:      " WS-COMPLETED-COUNT
           DISPLAY "ITEMS CANCELLED:      " WS-CANCELLED-COUNT
           DISPLAY "TRANSACTIONS REFUSED: " WS-REFUSED-COUNT
           CLOSE TITLE-MILESTONE-TRAN-FILE
           CLOSE TITLE-TRACK-FILE
           CLOSE AUDIT-LOG-FILE.
           COMPUTE WS-RC-COUNT = WS-POSTED-COUNT + WS-CANCELLED-COUNT
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
