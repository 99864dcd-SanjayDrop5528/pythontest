      *       07  VEHICLE-ID ALREADY ON MASTER
      *       08  VIN CHECK DIGIT INVALID
      *       09  VIN ALREADY ON FILE
      *       10  TRANSACTION DATED INTO A CLOSED ACCOUNTING PERIOD
      *       11  COST DATE NOT VALID OR AFTER THE RUN DATE
      *
      *    MOD HISTORY
      *    DATE       INIT  DESCRIPTION
      *                     CAN BE AGED, AND REASON CODES 06/07.
      *    2026-09-02  DLM  ADDED REASON CODES 08/09 FOR THE VIN
      *                     CHECK-DIGIT AND DUPLICATE-VIN EDITS.
      *    2026-10-15  DLM  ADDED REASON CODE 10 FOR THE PERIOD CLOSE
      *                     LOCK.
      *    2026-10-15  DLM  ADDED REASON CODE 11 FOR A BAD COST DATE.
      ******************************************************************
           05  RJ-VEHICLE-ID          PIC 9(05).
           05  RJ-VEHICLE-TYPE-CODE   PIC X(01).
