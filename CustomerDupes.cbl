      ******************************************************************
      *    PROGRAM-ID. CUSTOMERDUPES
      *
      *    CUSTOMER DUPLICATE REPORT.  REPEAT BUYERS AND WALK-INS GET
      *    A SECOND CUSTOMER-ID WHEN NOBODY SEARCHES BEFORE THE ADD,
      *    SPLITTING THEIR DEAL HISTORY AND PUTTING THEM ON THE
      *    PROSPECT CALL SHEET TWICE.  THIS RUN LOADS THE LIVE
      *    CUSTOMERS, NORMALIZES NAME, PHONE, AND ADDRESS, AND LISTS
      *    EVERY PAIR THAT LOOKS LIKE THE SAME PERSON:
      *
      *       - SAME NAME AND SAME PHONE, ADDRESS, OR ZIP, OR
      *       - SAME PHONE AND SAME ADDRESS UNDER A DIFFERENT
      *         SPELLING OF THE NAME
      *
      *    NAME AND ADDRESS ARE COMPARED UPPER-CASED WITH EVERYTHING
      *    BUT LETTERS AND DIGITS SQUEEZED OUT, SO "O'NEIL, J." AND
      *    "ONEIL J" MATCH.  A PHONE IS COMPARED ON ITS DIGITS ONLY
      *    AND ONLY WHEN IT HAS SEVEN OR MORE; A ZIP ON ITS FIRST
      *    FIVE.  CUSTOMERS ALREADY MERGED ARE LEFT OUT.
      *
      *    THE REPORT IS THE WORK LIST FOR CUSTOMERMERGE - NOTHING
      *    IS CHANGED HERE.
      *
      *    MOD HISTORY
      *    DATE       INIT  DESCRIPTION
      *    ---------  ----  --------------------------------------------
      *    2026-10-15  DLM  ORIGINAL.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CustomerDupes.
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
           SELECT CUSTOMER-MASTER-FILE ASSIGN "CUSMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CU-CUSTOMER-ID
               FILE STATUS IS WS-CU-STATUS.

           SELECT DUPLICATE-REPORT-FILE ASSIGN "CUSDUP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-MASTER-FILE.
       01  CUSTOMER-BASE.
           COPY CUSMAST.

       FD  DUPLICATE-REPORT-FILE.
       01  DR-LINE                    PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-CU-STATUS               PIC X(02) VALUE "00".
       01  WS-DR-STATUS               PIC X(02) VALUE "00".

       01  WS-EOF-SWITCH              PIC X(01) VALUE "N".
           88  WS-END-OF-FILE                 VALUE "Y".

       01  WS-SEEN-COUNT              PIC 9(05) VALUE 0.
       01  WS-MERGED-SKIPPED          PIC 9(05) VALUE 0.
       01  WS-PAIR-COUNT              PIC 9(05) VALUE 0.

      ******************************************************************
      *    CUSTOMER TABLE - ONE ENTRY PER LIVE CUSTOMER WITH ITS
      *    NORMALIZED MATCH KEYS BESIDE THE PRINTED FIELDS.
      ******************************************************************
       01  WS-CUST-MAX                PIC 9(05) VALUE 3000.
       01  WS-CUST-USED               PIC 9(05) VALUE 0.
       01  WS-CUST-LOST               PIC 9(05) VALUE 0.
       01  WS-CUST-SUB                PIC 9(05) VALUE 0.
       01  WS-SCAN-SUB                PIC 9(05) VALUE 0.
       01  WS-CUST-TABLE.
           05  WS-CUST-ENTRY OCCURS 3000 TIMES.
               10  WS-CT-ID           PIC 9(06).
               10  WS-CT-NAME         PIC X(30).
               10  WS-CT-PHONE        PIC X(12).
               10  WS-CT-ZIP          PIC X(10).
               10  WS-CT-NORM-NAME    PIC X(30).
               10  WS-CT-NORM-ADDR    PIC X(30).
               10  WS-CT-NORM-PHONE   PIC X(12).
               10  WS-CT-PHONE-DIGITS PIC 9(02).

      ******************************************************************
      *    NORMALIZING WORK AREAS.  2200-SQUEEZE TAKES WS-NORM-IN AND
      *    LEAVES ITS LETTERS AND DIGITS, UPPER-CASED, LEFT-JUSTIFIED
      *    IN WS-NORM-OUT WITH THE COUNT KEPT IN WS-NORM-LEN.
      ******************************************************************
       01  WS-NORM-IN                 PIC X(30) VALUE SPACES.
       01  WS-NORM-OUT                PIC X(30) VALUE SPACES.
       01  WS-NORM-LEN                PIC 9(02) VALUE 0.
       01  WS-DIGITS-ONLY-SWITCH      PIC X(01) VALUE "N".
           88  WS-DIGITS-ONLY                 VALUE "Y".
       01  WS-CHAR-SUB                PIC 9(02) VALUE 0.
       01  WS-ONE-CHAR                PIC X(01) VALUE SPACE.

       01  WS-MATCH-FLAGS.
           05  WS-NAME-MATCH          PIC X(01) VALUE "N".
           05  WS-PHONE-MATCH         PIC X(01) VALUE "N".
           05  WS-ADDR-MATCH          PIC X(01) VALUE "N".
           05  WS-ZIP-MATCH           PIC X(01) VALUE "N".

       01  WS-SYSTEM-DATE             PIC 9(08).

       01  WS-OPEN-CHECK-STATUS       PIC X(02) VALUE "00".
       01  WS-OPEN-FILE-NAME          PIC X(21) VALUE SPACES.

       01  HDR-LINE-1                 PIC X(80) VALUE
           "            LIKELY DUPLICATE CUSTOMER REPORT".
       01  HDR-LINE-2.
           05  FILLER                 PIC X(06) VALUE "DATE: ".
           05  HL2-DATE               PIC 9999/99/99.
           05  FILLER                 PIC X(64) VALUE SPACES.
       01  HDR-LINE-3                 PIC X(80) VALUE SPACES.

       01  COL-HDR-LINE.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  FILLER                 PIC X(08) VALUE "CUST ID".
           05  FILLER                 PIC X(31) VALUE "NAME".
           05  FILLER                 PIC X(13) VALUE "PHONE".
           05  FILLER                 PIC X(11) VALUE "ZIP".
           05  FILLER                 PIC X(12) VALUE "MATCHED ON".

       01  DUP-LINE.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  DUP-ID                 PIC 9(06).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  DUP-NAME               PIC X(30).
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  DUP-PHONE              PIC X(12).
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  DUP-ZIP                PIC X(10).
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  DUP-BASIS.
               10  DUP-BASIS-NAME     PIC X(03).
               10  DUP-BASIS-PHONE    PIC X(03).
               10  DUP-BASIS-ADDR     PIC X(03).
               10  DUP-BASIS-ZIP      PIC X(03).

       01  TOT-LINE-1.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  FILLER                 PIC X(30) VALUE
               "LIVE CUSTOMERS COMPARED......:".
           05  TL1-COUNT              PIC ZZ,ZZ9.

       01  TOT-LINE-2.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  FILLER                 PIC X(30) VALUE
               "LIKELY DUPLICATE PAIRS.......:".
           05  TL2-COUNT              PIC ZZ,ZZ9.

       01  TOT-LINE-3.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  FILLER                 PIC X(30) VALUE
               "MERGED CUSTOMERS LEFT OUT....:".
           05  TL3-COUNT              PIC ZZ,ZZ9.

       01  LOST-LINE.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  FILLER                 PIC X(30) VALUE
               "NOT COMPARED - TABLE FULL....:".
           05  LL-COUNT               PIC ZZ,ZZ9.

       01  NO-DUP-LINE                PIC X(80) VALUE
           "  NO LIKELY DUPLICATES FOUND.".

       01  BASIS-KEY-LINE             PIC X(80) VALUE
           "  NM = NAME  PH = PHONE  AD = ADDRESS  ZP = ZIP".

       01  BLANK-LINE                 PIC X(80) VALUE SPACES.

      ******************************************************************
      *    RUN-CONTROL INTERFACE FIELDS - SEE RUNCONTROL FOR THE
      *    GUARD CODES AND THE START/END RECORD LAYOUT.
      ******************************************************************
       01  WS-RC-FUNCTION             PIC X(01) VALUE SPACE.
       01  WS-RC-PROGRAM              PIC X(16) VALUE "CUSTOMERDUPES".
       01  WS-RC-GUARD                PIC X(01) VALUE "N".
       01  WS-RC-COUNT                PIC 9(07) VALUE 0.
       01  WS-RC-RETCODE              PIC 9(02) VALUE 0.
       01  WS-RC-RESULT               PIC X(01) VALUE SPACE.
           88  WS-RC-DENIED                   VALUE "D".
       01  WS-RC-TEXT                 PIC X(40) VALUE SPACES.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 2000-LOAD-CUSTOMER THRU 2000-EXIT
               UNTIL WS-END-OF-FILE
           MOVE 1 TO WS-CUST-SUB
           PERFORM 3000-COMPARE-ONE THRU 3000-EXIT
               UNTIL WS-CUST-SUB > WS-CUST-USED
           PERFORM 8000-TERMINATE THRU 8000-EXIT
           STOP RUN.

       1000-INITIALIZE.
           PERFORM 9100-START-RUN-CONTROL THRU 9100-EXIT
           ACCEPT WS-SYSTEM-DATE FROM DATE YYYYMMDD
           OPEN INPUT CUSTOMER-MASTER-FILE
           MOVE "CUSTOMER-MASTER-FILE" TO WS-OPEN-FILE-NAME
           MOVE WS-CU-STATUS TO WS-OPEN-CHECK-STATUS
           PERFORM 1050-CHECK-REQUIRED-OPEN THRU 1050-EXIT
           OPEN OUTPUT DUPLICATE-REPORT-FILE
           MOVE "DUPLICATE-REPORT-FILE" TO WS-OPEN-FILE-NAME
           MOVE WS-DR-STATUS TO WS-OPEN-CHECK-STATUS
           PERFORM 1050-CHECK-REQUIRED-OPEN THRU 1050-EXIT
           MOVE WS-SYSTEM-DATE TO HL2-DATE
           WRITE DR-LINE FROM HDR-LINE-1
           WRITE DR-LINE FROM HDR-LINE-2
           WRITE DR-LINE FROM HDR-LINE-3
           WRITE DR-LINE FROM COL-HDR-LINE
           PERFORM 2100-READ-CUSTOMER THRU 2100-EXIT.
       1000-EXIT.
           EXIT.

      ******************************************************************
      *    1050-CHECK-REQUIRED-OPEN
      *    A FAILED OPEN ON EITHER FILE IS FATAL - THERE IS NOTHING
      *    TO COMPARE WITHOUT THE MASTER.
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
      *    2000-LOAD-CUSTOMER
      *    TABLES ONE LIVE CUSTOMER WITH ITS NORMALIZED KEYS.
      ******************************************************************
       2000-LOAD-CUSTOMER.
           IF CU-STATUS-MERGED
               ADD 1 TO WS-MERGED-SKIPPED
               GO TO 2000-NEXT
           END-IF
           ADD 1 TO WS-SEEN-COUNT
           IF WS-CUST-USED NOT < WS-CUST-MAX
               ADD 1 TO WS-CUST-LOST
               GO TO 2000-NEXT
           END-IF
           ADD 1 TO WS-CUST-USED
           MOVE CU-CUSTOMER-ID TO WS-CT-ID(WS-CUST-USED)
           MOVE CU-NAME TO WS-CT-NAME(WS-CUST-USED)
           MOVE CU-PHONE TO WS-CT-PHONE(WS-CUST-USED)
           MOVE CU-ZIP TO WS-CT-ZIP(WS-CUST-USED)
           MOVE "N" TO WS-DIGITS-ONLY-SWITCH
           MOVE CU-NAME TO WS-NORM-IN
           PERFORM 2200-SQUEEZE THRU 2200-EXIT
           MOVE WS-NORM-OUT TO WS-CT-NORM-NAME(WS-CUST-USED)
           MOVE CU-ADDRESS TO WS-NORM-IN
           PERFORM 2200-SQUEEZE THRU 2200-EXIT
           MOVE WS-NORM-OUT TO WS-CT-NORM-ADDR(WS-CUST-USED)
           MOVE "Y" TO WS-DIGITS-ONLY-SWITCH
           MOVE CU-PHONE TO WS-NORM-IN
           PERFORM 2200-SQUEEZE THRU 2200-EXIT
           MOVE WS-NORM-OUT TO WS-CT-NORM-PHONE(WS-CUST-USED)
           MOVE WS-NORM-LEN TO WS-CT-PHONE-DIGITS(WS-CUST-USED).
       2000-NEXT.
           PERFORM 2100-READ-CUSTOMER THRU 2100-EXIT.
       2000-EXIT.
           EXIT.

       2100-READ-CUSTOMER.
           READ CUSTOMER-MASTER-FILE NEXT RECORD
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.
       2100-EXIT.
           EXIT.

      ******************************************************************
      *    2200-SQUEEZE
      *    UPPER-CASES WS-NORM-IN AND COPIES ONLY ITS LETTERS AND
      *    DIGITS (ONLY ITS DIGITS WHEN WS-DIGITS-ONLY IS SET).
      ******************************************************************
       2200-SQUEEZE.
           MOVE SPACES TO WS-NORM-OUT
           MOVE 0 TO WS-NORM-LEN
           INSPECT WS-NORM-IN CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           MOVE 1 TO WS-CHAR-SUB
           PERFORM 2210-KEEP-ONE-CHAR THRU 2210-EXIT
               UNTIL WS-CHAR-SUB > 30.
       2200-EXIT.
           EXIT.

       2210-KEEP-ONE-CHAR.
           MOVE WS-NORM-IN(WS-CHAR-SUB:1) TO WS-ONE-CHAR
           IF WS-ONE-CHAR IS NUMERIC
                   OR (NOT WS-DIGITS-ONLY
                       AND WS-ONE-CHAR >= "A" AND WS-ONE-CHAR <= "Z")
               ADD 1 TO WS-NORM-LEN
               MOVE WS-ONE-CHAR TO WS-NORM-OUT(WS-NORM-LEN:1)
           END-IF
           ADD 1 TO WS-CHAR-SUB.
       2210-EXIT.
           EXIT.

      ******************************************************************
      *    3000-COMPARE-ONE
      *    COMPARES ONE TABLED CUSTOMER WITH EVERY ONE AFTER IT, SO
      *    EACH PAIR IS LOOKED AT ONCE.
      ******************************************************************
       3000-COMPARE-ONE.
           COMPUTE WS-SCAN-SUB = WS-CUST-SUB + 1
           PERFORM 3100-COMPARE-PAIR THRU 3100-EXIT
               UNTIL WS-SCAN-SUB > WS-CUST-USED
           ADD 1 TO WS-CUST-SUB.
       3000-EXIT.
           EXIT.

      ******************************************************************
      *    3100-COMPARE-PAIR
      *    A BLANK KEY NEVER MATCHES - TWO CUSTOMERS KEYED WITH NO
      *    PHONE ARE NOT THE SAME PERSON FOR THAT REASON.
      ******************************************************************
       3100-COMPARE-PAIR.
           MOVE "NNNN" TO WS-MATCH-FLAGS
           IF WS-CT-NORM-NAME(WS-CUST-SUB) NOT = SPACES
                   AND WS-CT-NORM-NAME(WS-CUST-SUB)
                       = WS-CT-NORM-NAME(WS-SCAN-SUB)
               MOVE "Y" TO WS-NAME-MATCH
           END-IF
           IF WS-CT-PHONE-DIGITS(WS-CUST-SUB) NOT < 7
                   AND WS-CT-NORM-PHONE(WS-CUST-SUB)
                       = WS-CT-NORM-PHONE(WS-SCAN-SUB)
               MOVE "Y" TO WS-PHONE-MATCH
           END-IF
           IF WS-CT-NORM-ADDR(WS-CUST-SUB) NOT = SPACES
                   AND WS-CT-NORM-ADDR(WS-CUST-SUB)
                       = WS-CT-NORM-ADDR(WS-SCAN-SUB)
               MOVE "Y" TO WS-ADDR-MATCH
           END-IF
           IF WS-CT-ZIP(WS-CUST-SUB)(1:5) NOT = SPACES
                   AND WS-CT-ZIP(WS-CUST-SUB)(1:5)
                       = WS-CT-ZIP(WS-SCAN-SUB)(1:5)
               MOVE "Y" TO WS-ZIP-MATCH
           END-IF
           IF (WS-NAME-MATCH = "Y"
                   AND (WS-PHONE-MATCH = "Y" OR WS-ADDR-MATCH = "Y"
                       OR WS-ZIP-MATCH = "Y"))
               OR (WS-PHONE-MATCH = "Y" AND WS-ADDR-MATCH = "Y")
               PERFORM 4000-PRINT-PAIR THRU 4000-EXIT
           END-IF
           ADD 1 TO WS-SCAN-SUB.
       3100-EXIT.
           EXIT.

      ******************************************************************
      *    4000-PRINT-PAIR
      *    BOTH CUSTOMERS OF THE PAIR, THE MATCH BASIS ON THE FIRST,
      *    AND A BLANK LINE BEFORE THE NEXT PAIR.
      ******************************************************************
       4000-PRINT-PAIR.
           MOVE SPACES TO DUP-BASIS
           IF WS-NAME-MATCH = "Y"
               MOVE "NM" TO DUP-BASIS-NAME
           END-IF
           IF WS-PHONE-MATCH = "Y"
               MOVE "PH" TO DUP-BASIS-PHONE
           END-IF
           IF WS-ADDR-MATCH = "Y"
               MOVE "AD" TO DUP-BASIS-ADDR
           END-IF
           IF WS-ZIP-MATCH = "Y"
               MOVE "ZP" TO DUP-BASIS-ZIP
           END-IF
           MOVE WS-CT-ID(WS-CUST-SUB) TO DUP-ID
           MOVE WS-CT-NAME(WS-CUST-SUB) TO DUP-NAME
           MOVE WS-CT-PHONE(WS-CUST-SUB) TO DUP-PHONE
           MOVE WS-CT-ZIP(WS-CUST-SUB) TO DUP-ZIP
           WRITE DR-LINE FROM DUP-LINE
           MOVE SPACES TO DUP-BASIS
           MOVE WS-CT-ID(WS-SCAN-SUB) TO DUP-ID
           MOVE WS-CT-NAME(WS-SCAN-SUB) TO DUP-NAME
           MOVE WS-CT-PHONE(WS-SCAN-SUB) TO DUP-PHONE
           MOVE WS-CT-ZIP(WS-SCAN-SUB) TO DUP-ZIP
           WRITE DR-LINE FROM DUP-LINE
           WRITE DR-LINE FROM BLANK-LINE
           ADD 1 TO WS-PAIR-COUNT.
       4000-EXIT.
           EXIT.

       8000-TERMINATE.
           IF WS-PAIR-COUNT = 0
               WRITE DR-LINE FROM NO-DUP-LINE
               WRITE DR-LINE FROM BLANK-LINE
           END-IF
           WRITE DR-LINE FROM BASIS-KEY-LINE
           WRITE DR-LINE FROM BLANK-LINE
           MOVE WS-CUST-USED TO TL1-COUNT
           WRITE DR-LINE FROM TOT-LINE-1
           MOVE WS-PAIR-COUNT TO TL2-COUNT
           WRITE DR-LINE FROM TOT-LINE-2
           MOVE WS-MERGED-SKIPPED TO TL3-COUNT
           WRITE DR-LINE FROM TOT-LINE-3
           IF WS-CUST-LOST > 0
               MOVE WS-CUST-LOST TO LL-COUNT
               WRITE DR-LINE FROM LOST-LINE
               DISPLAY "CUSTOMER TABLE FULL - " WS-CUST-LOST
                   " NOT COMPARED"
           END-IF
           DISPLAY "LIVE CUSTOMERS:    " WS-SEEN-COUNT
           DISPLAY "DUPLICATE PAIRS:   " WS-PAIR-COUNT
           CLOSE CUSTOMER-MASTER-FILE
           CLOSE DUPLICATE-REPORT-FILE
           MOVE WS-PAIR-COUNT TO WS-RC-COUNT
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
