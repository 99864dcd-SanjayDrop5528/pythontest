      *    2026-09-02  DLM  STAMP VM-LOT-CODE "1" WHEN A WORKED
      *                     REJECT ADDS A NEW MASTER - REJECTS ARE
      *                     WORKED AT THE MAIN LOT.
      *    2026-10-15  DLM  A CLOSED-PERIOD REJECT (REASON 10) WITH A
      *                     CORRECTION ON FILE IS CLEARED WITHOUT
      *                     TOUCHING THE MASTER - THE TRANSACTION IS
      *                     RE-KEYED THROUGH ITS OWN PROGRAM INTO AN
      *                     OPEN PERIOD, NOT REPLAYED HERE.  A
      *                     COST-DATE REJECT (REASON 11) IS CLEARED
      *                     THE SAME WAY - THE COST LINE IS RE-KEYED
      *                     THROUGH VEHICLECOST.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VehicleRework.
      *    3000-WORK-ONE-REJECT
      *    PAIRS ONE STORED REJECT WITH ITS CORRECTION.  NO MATCH
      *    LEAVES IT ON FILE UNWORKED; A MATCH IS RE-EDITED AND
      *    EITHER APPLIED OR RE-REJECTED WITH ITS NEW REASON.  A
      *    CLOSED-PERIOD REJECT IS NOT A BAD VEHICLE - ITS CORRECTION
      *    RECORD ONLY SIGNS IT OFF AS RE-KEYED, SO IT IS DROPPED AS
      *    WORKED WITH NOTHING APPLIED.  A COST-DATE REJECT IS A BAD
      *    COST LINE, NOT A BAD VEHICLE, AND IS CLEARED THE SAME WAY
      *    ONCE THE COST IS RE-KEYED THROUGH VEHICLECOST.
      ******************************************************************
       3000-WORK-ONE-REJECT.
           MOVE WS-RJ-IMAGE(WS-REJ-SUB) TO WS-WORK-REJECT
               PERFORM 5000-KEEP-UNWORKED THRU 5000-EXIT
               GO TO 3000-NEXT
           END-IF
           IF WR-REASON-CODE = 10 OR WR-REASON-CODE = 11
               ADD 1 TO WS-WORKED-COUNT
               GO TO 3000-NEXT
           END-IF
           MOVE WS-FX-IMAGE(WS-FIX-FOUND-SUB) TO WS-WORK-FIX
           PERFORM 3200-EDIT-CORRECTION THRU 3200-EXIT
           IF NOT LK-IS-VALID
