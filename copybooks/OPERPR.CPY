      *-------------------------------------------------------------
      * OPERPR - LOOK UP THE SIGNED-ON OPERATOR'S AUTHORIZATION
      *          LEVEL.  COPY THIS INTO THE PROCEDURE DIVISION OF
      *          ANY PROGRAM THAT COPIES OPERSL / OPERFD / OPERWS
      *          (PLUS THE SIGNSEL FAMILY), AND PERFORM
      *          9270-GET-OPERATOR-LEVEL THRU 9270-EXIT AFTER
      *          9390-GET-OPERATOR.  ON RETURN WS-OPER-LEVEL HOLDS
      *          THE LEVEL OF WS-OPERATOR-ID, OR 0 WHEN THE
      *          OPERATOR IS NOT ON FILE, IS NOT ACTIVE, OR IS THE
      *          RESERVED BATCH ID.  A BLANK OR NON-NUMERIC LEVEL
      *          READS AS THE MENU READS IT - 9 FOR ADMIN, 1 FOR
      *          EVERYONE ELSE.
      *-------------------------------------------------------------
       9270-GET-OPERATOR-LEVEL.
           MOVE 0 TO WS-OPER-LEVEL.
           MOVE SPACES TO WS-OPER-NAME.
           MOVE "N" TO WS-OPER-FOUND-SW.
           MOVE "N" TO WS-OM-EOF-SW.
           IF WS-OPERATOR-ID = "BATCH"
               GO TO 9270-EXIT
           END-IF.
           OPEN INPUT OPERATOR-MASTER.
           IF NOT WS-OM-OK
               GO TO 9270-EXIT
           END-IF.
           PERFORM 9275-READ-ONE-OPERATOR
               THRU 9275-EXIT
               UNTIL WS-OM-EOF OR WS-OPER-FOUND.
           CLOSE OPERATOR-MASTER.
           GO TO 9270-EXIT.
       9270-EXIT.
           EXIT.

       9275-READ-ONE-OPERATOR.
           READ OPERATOR-MASTER
               AT END
                   MOVE "Y" TO WS-OM-EOF-SW
                   GO TO 9275-EXIT
           END-READ.
           IF OM-OPERATOR-ID NOT = WS-OPERATOR-ID
               GO TO 9275-EXIT
           END-IF.
           MOVE "Y" TO WS-OPER-FOUND-SW.
           MOVE OM-NAME TO WS-OPER-NAME.
           IF OM-ACTIVE-SW NOT = "Y"
               GO TO 9275-EXIT
           END-IF.
           IF OM-AUTH-LEVEL IS NUMERIC
               MOVE OM-AUTH-LEVEL TO WS-OPER-LEVEL
           ELSE
               IF OM-OPERATOR-ID = "ADMIN"
                   MOVE 9 TO WS-OPER-LEVEL
               ELSE
                   MOVE 1 TO WS-OPER-LEVEL
               END-IF
           END-IF.
           GO TO 9275-EXIT.
       9275-EXIT.
           EXIT.
