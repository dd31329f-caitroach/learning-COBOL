      *    MODIFICATION HISTORY
      *    DATE      INIT  DESCRIPTION
      *    08/26/26  CAIT  ORIGINAL PROGRAM
      *    10/05/26  CAIT  ADDED DORMANT ACCOUNT (DRM) REASON SLOT
      *    10/15/26  CAIT  ADDED WRITTEN-OFF (WOF) REASON SLOT
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUSPMNT.

      *    ONE SLOT PER REJECT REASON CODE, LOADED AT INITIALIZE
       01  WS-REASON-TABLE.
           05  WS-REASON-ENTRY OCCURS 9 TIMES
                   INDEXED BY WS-REA-IDX.
               10  WS-REA-CODE              PIC X(03).
               10  WS-REA-COUNT             PIC 9(07).
           MOVE "CLS" TO WS-REA-CODE (5).
           MOVE "TYP" TO WS-REA-CODE (6).
           MOVE "ORG" TO WS-REA-CODE (7).
           MOVE "DRM" TO WS-REA-CODE (8).
           MOVE "WOF" TO WS-REA-CODE (9).
           PERFORM 0520-CLEAR-ONE-REASON THRU 0520-EXIT
               VARYING WS-REA-IDX FROM 1 BY 1
               UNTIL WS-REA-IDX > 9.
           PERFORM 0530-CLEAR-ONE-BUCKET THRU 0530-EXIT
               VARYING WS-BKT-IDX FROM 1 BY 1
               UNTIL WS-BKT-IDX > 3.
           MOVE "N" TO WS-REASON-FOUND-SWITCH.
           PERFORM 2250-FIND-REASON-SLOT THRU 2250-EXIT
               VARYING WS-REA-IDX FROM 1 BY 1
               UNTIL WS-REA-IDX > 9
               OR WS-REASON-FOUND.
           IF WS-REASON-FOUND
               SET WS-REA-IDX DOWN BY 1
           WRITE AG-REPORT-LINE.
           PERFORM 3200-WRITE-REASON-LINE THRU 3200-EXIT
               VARYING WS-REA-IDX FROM 1 BY 1
               UNTIL WS-REA-IDX > 9.
           MOVE SPACES TO AG-REPORT-LINE.
           WRITE AG-REPORT-LINE.
           MOVE WS-NEW-COUNT TO WS-AC-NEW-COUNT.
