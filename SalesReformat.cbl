      ******************************************************************
      *    PROGRAM-ID. SALESREFORMAT
      *
      *    ONE-TIME CARRY-FORWARD OF THE KEYED SALES HISTORY
      *    (VEHSALIX) FROM THE 80-BYTE SALE RECORD TO THE CURRENT
      *    119-BYTE LAYOUT.  THE RESCISSION FIELDS AND THE SALES TAX
      *    AND FEES WERE ADDED AT THE TAIL OF THE RECORD, AND A
      *    FIXED-LENGTH KEYED FILE WILL NOT OPEN AT A LENGTH IT WAS
      *    NOT BUILT WITH - EVERY READER OF VEHSALIX FAILS AT OPEN
      *    UNTIL THE FILE HAS BEEN CARRIED FORWARD ONCE.
      *
      *    BEFORE THE RUN, OPERATIONS RENAMES THE OLD VEHSALIX TO
      *    VEHSALOX.  EACH OLD DEAL IS COPIED ACROSS UNDER THE SAME
      *    HISTORY KEY, SO RE-SOLD UNITS KEEP THEIR SALE SEQUENCE
      *    AND CLOSED MONTHS RE-RUN WITH THE SAME NUMBERS.  THE NEW
      *    FIELDS COME ACROSS AS A LIVE DEAL CLOSED UNTAXED - SPACE
      *    DEAL STATUS AND TRADE DISPOSITION, ZERO RESCIND DATE,
      *    SPACE TAX STATE, JURISDICTION AND BASIS, ZERO TAX, DOC
      *    FEE AND REGISTRATION FEE.
      *
      *    THE RUN REFUSES WHEN VEHSALIX ALREADY HOLDS RECORDS - A
      *    SECOND RUN WOULD STOMP DEALS CLOSED SINCE THE FIRST - OR
      *    WHEN A VEHSALIX IS STILL THERE THAT WILL NOT OPEN AT THE
      *    CURRENT LENGTH, WHICH MEANS THE OLD FILE WAS NOT RENAMED
      *    AND OPENING IT OUTPUT WOULD WIPE THE ONLY COPY.  THE OLD
      *    VEHSALOX IS LEFT UNTOUCHED FOR THE SHELF.
      *
      *    MOD HISTORY
      *    DATE       INIT  DESCRIPTION
      *    ---------  ----  --------------------------------------------
      *    2026-10-15  DLM  ORIGINAL.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SalesReformat.
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
           SELECT OLD-HISTORY-FILE ASSIGN "VEHSALOX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OX-HIST-KEY
               ALTERNATE RECORD KEY IS OX-CUSTOMER-ID
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS OX-SALE-DATE
                   WITH DUPLICATES
               FILE STATUS IS WS-OX-STATUS.

           SELECT SALES-HISTORY-FILE ASSIGN "VEHSALIX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SL-HIST-KEY
               ALTERNATE RECORD KEY IS SL-CUSTOMER-ID
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS SL-SALE-DATE
                   WITH DUPLICATES
               FILE STATUS IS WS-SH-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    THE SALE RECORD AS IT STOOD BEFORE THE RESCISSION AND TAX
      *    FIELDS - 80 BYTES ENDING IN THE HISTORY KEY.
       FD  OLD-HISTORY-FILE.
       01  OLD-HISTORY-RECORD.
           05  OX-VEHICLE-ID          PIC 9(05).
           05  OX-ORIGINAL-PRICE      PIC 9(08)V99.
           05  OX-SALE-PRICE          PIC 9(08)V99.
           05  OX-SALE-DATE           PIC 9(08).
           05  OX-OPERATOR-ID         PIC X(08).
           05  OX-CUSTOMER-ID         PIC 9(06).
           05  OX-TRADE-VEHICLE-ID    PIC 9(05).
           05  OX-TRADE-ALLOWANCE     PIC 9(08)V99.
           05  OX-ACCUM-COST          PIC 9(08)V99.
           05  OX-HIST-KEY.
               10  OX-HIST-VEHICLE-ID PIC 9(05).
               10  OX-HIST-SALE-SEQ   PIC 9(03).

       FD  SALES-HISTORY-FILE.
       01  SALES-TRANSACTION-RECORD.
           COPY SALEREC.

       WORKING-STORAGE SECTION.
       01  WS-OX-STATUS               PIC X(02) VALUE "00".
       01  WS-SH-STATUS               PIC X(02) VALUE "00".

       01  WS-EOF-SWITCH              PIC X(01) VALUE "N".
           88  WS-END-OF-FILE                 VALUE "Y".

       01  WS-READ-COUNT              PIC 9(07) VALUE 0.
       01  WS-WRITTEN-COUNT           PIC 9(07) VALUE 0.

       01  WS-OPEN-CHECK-STATUS       PIC X(02) VALUE "00".
       01  WS-OPEN-FILE-NAME          PIC X(21) VALUE SPACES.


      ******************************************************************
      *    RUN-CONTROL INTERFACE FIELDS - SEE RUNCONTROL FOR THE
      *    GUARD CODES AND THE START/END RECORD LAYOUT.
      ******************************************************************
       01  WS-RC-FUNCTION             PIC X(01) VALUE SPACE.
       01  WS-RC-PROGRAM              PIC X(16) VALUE "SALESREFORMAT".
       01  WS-RC-GUARD                PIC X(01) VALUE "L".
       01  WS-RC-COUNT                PIC 9(07) VALUE 0.
       01  WS-RC-RETCODE              PIC 9(02) VALUE 0.
       01  WS-RC-RESULT               PIC X(01) VALUE SPACE.
           88  WS-RC-DENIED                   VALUE "D".
       01  WS-RC-TEXT                 PIC X(40) VALUE SPACES.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 2000-REFORMAT-SALES THRU 2000-EXIT
               UNTIL WS-END-OF-FILE
           PERFORM 8000-TERMINATE THRU 8000-EXIT
           STOP RUN.

       1000-INITIALIZE.
           PERFORM 9100-START-RUN-CONTROL THRU 9100-EXIT
           OPEN INPUT OLD-HISTORY-FILE
           MOVE "OLD-HISTORY-FILE" TO WS-OPEN-FILE-NAME
           MOVE WS-OX-STATUS TO WS-OPEN-CHECK-STATUS
           PERFORM 1050-CHECK-REQUIRED-OPEN THRU 1050-EXIT
           PERFORM 1100-CHECK-HISTORY-EMPTY THRU 1100-EXIT
           OPEN OUTPUT SALES-HISTORY-FILE
           MOVE "SALES-HISTORY-FILE" TO WS-OPEN-FILE-NAME
           MOVE WS-SH-STATUS TO WS-OPEN-CHECK-STATUS
           PERFORM 1050-CHECK-REQUIRED-OPEN THRU 1050-EXIT
           PERFORM 2100-READ-OLD-SALE THRU 2100-EXIT.
       1000-EXIT.
           EXIT.

      ******************************************************************
      *    1050-CHECK-REQUIRED-OPEN
      *    A FAILED OPEN ON EITHER FILE IS FATAL - A HALF-CONVERTED
      *    HISTORY IS WORSE THAN THE OLD ONE.
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
      *    1100-CHECK-HISTORY-EMPTY
      *    THE RUN OPENS VEHSALIX OUTPUT, WHICH WIPES IT.  NO FILE
      *    (STATUS 35) IS THE NORMAL CASE AFTER THE RENAME.  A FILE
      *    THAT OPENS AND HOLDS DEALS HAS ALREADY BEEN CARRIED
      *    FORWARD, AND A FILE THAT WILL NOT OPEN AT ALL IS MOST
      *    LIKELY THE OLD LAYOUT STILL SITTING UNDER ITS OLD NAME -
      *    EITHER WAY THE RUN IS REFUSED BEFORE ANYTHING IS LOST.
      ******************************************************************
       1100-CHECK-HISTORY-EMPTY.
           OPEN INPUT SALES-HISTORY-FILE
           IF WS-SH-STATUS = "35"
               GO TO 1100-EXIT
           END-IF
           IF WS-SH-STATUS NOT = "00"
               DISPLAY "REFORMAT REFUSED - VEHSALIX WILL NOT OPEN,"
                   " STATUS " WS-SH-STATUS
               DISPLAY "RENAME THE OLD VEHSALIX TO VEHSALOX FIRST"
               CLOSE OLD-HISTORY-FILE
               MOVE 12 TO RETURN-CODE
               PERFORM 9200-END-RUN-CONTROL THRU 9200-EXIT
               STOP RUN
           END-IF
           READ SALES-HISTORY-FILE NEXT RECORD
               AT END
                   CONTINUE
               NOT AT END
                   DISPLAY "REFORMAT REFUSED - VEHSALIX ALREADY"
                       " HOLDS RECORDS"
                   CLOSE SALES-HISTORY-FILE
                   CLOSE OLD-HISTORY-FILE
                   MOVE 12 TO RETURN-CODE
                   PERFORM 9200-END-RUN-CONTROL THRU 9200-EXIT
                   STOP RUN
           END-READ
           CLOSE SALES-HISTORY-FILE.
       1100-EXIT.
           EXIT.

      ******************************************************************
      *    2000-REFORMAT-SALES
      *    ONE PASS PER OLD DEAL - CARRY THE 80 BYTES ACROSS, SET THE
      *    NEW TAIL TO A LIVE, UNTAXED DEAL, AND WRITE IT UNDER THE
      *    SAME HISTORY KEY.
      ******************************************************************
       2000-REFORMAT-SALES.
           ADD 1 TO WS-READ-COUNT
           MOVE OLD-HISTORY-RECORD TO SALES-TRANSACTION-RECORD
           MOVE SPACE TO SL-DEAL-STATUS
           MOVE 0 TO SL-RESCIND-DATE
           MOVE SPACE TO SL-RESCIND-TRADE
           MOVE SPACES TO SL-TAX-STATE
           MOVE SPACES TO SL-TAX-JURISDICTION
           MOVE SPACE TO SL-TAX-BASIS
           MOVE 0 TO SL-SALES-TAX
           MOVE 0 TO SL-DOC-FEE
           MOVE 0 TO SL-REG-FEE
           PERFORM 2200-WRITE-ONE-SALE THRU 2200-EXIT
           ADD 1 TO WS-WRITTEN-COUNT
           PERFORM 2100-READ-OLD-SALE THRU 2100-EXIT.
       2000-EXIT.
           EXIT.

      ******************************************************************
      *    2200-WRITE-ONE-SALE
      *    STATUS 02 IS A CLEAN WRITE WITH A DUPLICATE ALTERNATE KEY,
      *    WHICH THE ALTERNATES ALLOW.  THE OLD FILE WAS KEYED THE
      *    SAME WAY, SO EVEN A DUPLICATE PRIMARY KEY MEANS A BROKEN
      *    CONVERSION AND STOPS THE RUN BEFORE ANYONE TRUSTS THE NEW
      *    FILE.
      ******************************************************************
       2200-WRITE-ONE-SALE.
           WRITE SALES-TRANSACTION-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE
           IF WS-SH-STATUS NOT = "00" AND WS-SH-STATUS NOT = "02"
               DISPLAY "HISTORY WRITE FAILED FOR "
                   SL-HIST-KEY " STATUS " WS-SH-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM 9200-END-RUN-CONTROL THRU 9200-EXIT
               STOP RUN
           END-IF.
       2200-EXIT.
           EXIT.

       2100-READ-OLD-SALE.
           READ OLD-HISTORY-FILE NEXT RECORD
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.
       2100-EXIT.
           EXIT.

       8000-TERMINATE.
           DISPLAY "OLD RECORDS READ:  " WS-READ-COUNT
           DISPLAY "RECORDS WRITTEN:   " WS-WRITTEN-COUNT
           CLOSE OLD-HISTORY-FILE
           CLOSE SALES-HISTORY-FILE
           MOVE WS-WRITTEN-COUNT TO WS-RC-COUNT
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
