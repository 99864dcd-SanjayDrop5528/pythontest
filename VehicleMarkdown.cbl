      *    2026-08-22  DLM  END RUN-CONTROL ON A FAILED REQUIRED
      *                     OPEN SO A MISCONFIGURED RUN FREES THE
      *                     MASTER LOCK INSTEAD OF STRANDING IT.
      *    2026-10-15  DLM  NO MARKDOWN TRANSACTION IS GENERATED INTO
      *                     A CLOSED ACCOUNTING PERIOD - THE PROPOSAL
      *                     GOES TO THE REJECT FILE (REASON 10)
      *                     INSTEAD, VIA PERIODCHECK.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VehicleMarkdown.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MR-STATUS.

           SELECT REJECT-FILE ASSIGN "VEHREJ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RJ-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PRICING-RULES-FILE.
       FD  MARKDOWN-REPORT-FILE.
       01  MR-LINE                    PIC X(80).

       FD  REJECT-FILE.
       01  REJECT-RECORD.
           COPY REJREC.

       WORKING-STORAGE SECTION.
       01  WS-PR-STATUS               PIC X(02) VALUE "00".
       01  WS-VM-STATUS               PIC X(02) VALUE "00".
       01  WS-BD-STATUS               PIC X(02) VALUE "00".
       01  WS-MT-STATUS               PIC X(02) VALUE "00".
       01  WS-MR-STATUS               PIC X(02) VALUE "00".
       01  WS-RJ-STATUS               PIC X(02) VALUE "00".

       01  WS-EOF-SWITCH              PIC X(01) VALUE "N".
           88  WS-END-OF-FILE                 VALUE "Y".
       01  WS-ACTIVE-SEEN             PIC 9(05) VALUE 0.
       01  WS-MARKDOWN-COUNT          PIC 9(05) VALUE 0.
       01  WS-NO-VALUE-COUNT          PIC 9(05) VALUE 0.
       01  WS-REJECTED-COUNT          PIC 9(05) VALUE 0.
       01  WS-TOTAL-CUT               PIC S9(09)V99 VALUE 0.

       01  WS-SYSTEM-DATE             PIC 9(08).

       01  LK-PERIOD-DATE             PIC 9(08).
       01  LK-PERIOD-FLAG             PIC X(01).
           88  LK-PERIOD-CLOSED               VALUE "C".
       01  LK-REASON-CODE             PIC 9(02).
       01  LK-REASON-TEXT             PIC X(40).

       01  WS-OPEN-CHECK-STATUS       PIC X(02) VALUE "00".
       01  WS-OPEN-FILE-NAME          PIC X(21) VALUE SPACES.

           MOVE "MARKDOWN-REPORT-FILE" TO WS-OPEN-FILE-NAME
           MOVE WS-MR-STATUS TO WS-OPEN-CHECK-STATUS
           PERFORM 1050-CHECK-REQUIRED-OPEN THRU 1050-EXIT
           PERFORM 1250-OPEN-REJECT-FILE THRU 1250-EXIT
           MOVE "REJECT-FILE" TO WS-OPEN-FILE-NAME
           MOVE WS-RJ-STATUS TO WS-OPEN-CHECK-STATUS
           PERFORM 1050-CHECK-REQUIRED-OPEN THRU 1050-EXIT
           MOVE WS-SYSTEM-DATE TO LK-PERIOD-DATE
           CALL "PeriodCheck" USING LK-PERIOD-DATE LK-PERIOD-FLAG
               LK-REASON-CODE LK-REASON-TEXT
           END-CALL
           IF LK-PERIOD-CLOSED
               DISPLAY "RUN DATE IS IN A CLOSED PERIOD - MARKDOWNS "
                   "GO TO THE REJECT FILE"
           END-IF
           MOVE WS-SYSTEM-DATE TO HL2-DATE
           WRITE MR-LINE FROM HDR-LINE-1
           WRITE MR-LINE FROM HDR-LINE-2
       1050-EXIT.
           EXIT.

      ******************************************************************
      *    1250-OPEN-REJECT-FILE
      *    THE REJECT FILE IS EXTENDED, NOT OPENED OUTPUT, FOR THE
      *    SAME REASON VEHICLEMAINT EXTENDS IT - AN UNWORKED REJECT
      *    FROM A PRIOR RUN MUST NOT BE DESTROYED BY THE NEXT RUN.
      ******************************************************************
       1250-OPEN-REJECT-FILE.
           OPEN EXTEND REJECT-FILE
           IF WS-RJ-STATUS NOT = "00"
               OPEN OUTPUT REJECT-FILE
           END-IF.
       1250-EXIT.
           EXIT.

      ******************************************************************
      *    1100-LOAD-RULES
      *    LOADS THE PRICING RULES IN FILE ORDER.  NO RULES MEANS
      *    3000-JUDGE-ONE-VEHICLE
      *    WORKS OUT HOW FAR THE LISTED PRICE SITS OVER CURRENT
      *    VALUE AND TRIES THE RULES IN ORDER.  THE FIRST RULE THAT
      *    FIRES SETS THE MARKDOWN.  WHEN THE RUN DATE FALLS IN A
      *    CLOSED PERIOD THE MARKDOWN IS WRITTEN AS A REJECT, NOT A
      *    TRANSACTION, SO IT IS RE-PROPOSED ONCE THE PERIOD OPENS.
      ******************************************************************
       3000-JUDGE-ONE-VEHICLE.
           IF VM-VEHICLE-PRICE NOT > VM-CURRENT-VALUE
           IF WS-NEW-PRICE = VM-VEHICLE-PRICE
               GO TO 3000-EXIT
           END-IF
           IF LK-PERIOD-CLOSED
               PERFORM 7000-WRITE-REJECT THRU 7000-EXIT
               GO TO 3000-EXIT
           END-IF
           PERFORM 4000-BUILD-TRANSACTION THRU 4000-EXIT
           IF WS-DETAIL-ON-FILE
               WRITE MARKDOWN-TRAN-RECORD
       5000-EXIT.
           EXIT.

       7000-WRITE-REJECT.
           MOVE VM-VEHICLE-ID TO RJ-VEHICLE-ID
           MOVE VM-VEHICLE-TYPE-CODE TO RJ-VEHICLE-TYPE-CODE
           MOVE VM-VEHICLE-BRAND TO RJ-VEHICLE-BRAND
           MOVE VM-VEHICLE-MODEL TO RJ-VEHICLE-MODEL
           MOVE VM-VEHICLE-YEAR TO RJ-VEHICLE-YEAR
           MOVE WS-NEW-PRICE TO RJ-VEHICLE-PRICE
           MOVE LK-REASON-CODE TO RJ-REASON-CODE
           MOVE LK-REASON-TEXT TO RJ-REASON-TEXT
           MOVE WS-SYSTEM-DATE TO RJ-REJECT-DATE
           WRITE REJECT-RECORD
           ADD 1 TO WS-REJECTED-COUNT.
       7000-EXIT.
           EXIT.

       8000-TERMINATE.
           IF WS-MARKDOWN-COUNT = 0
               WRITE MR-LINE FROM NO-MARKDOWN-LINE
           DISPLAY "ACTIVE VEHICLES SEEN:  " WS-ACTIVE-SEEN
           DISPLAY "NOT YET VALUED:        " WS-NO-VALUE-COUNT
           DISPLAY "MARKDOWNS PROPOSED:    " WS-MARKDOWN-COUNT
           DISPLAY "MARKDOWNS REJECTED:    " WS-REJECTED-COUNT
           CLOSE VEHICLE-MASTER-FILE
           CLOSE CAR-MASTER-FILE
           CLOSE TRUCK-MASTER-FILE
           CLOSE BIKE-MASTER-FILE
           CLOSE MARKDOWN-TRAN-FILE
           CLOSE MARKDOWN-REPORT-FILE
           CLOSE REJECT-FILE.
           MOVE WS-MARKDOWN-COUNT TO WS-RC-COUNT
           PERFORM 9200-END-RUN-CONTROL THRU 9200-EXIT.
       8000-EXIT.
