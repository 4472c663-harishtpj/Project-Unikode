      *-------------------------------------------------------------
      * HOSTPR - RESOLVE A HOST AS KEYED AT THE DESK OR CARRIED ON
      *          A FILE.  COPY THIS INTO THE PROCEDURE DIVISION OF
      *          ANY PROGRAM THAT COPIES HOSTSL / HOSTFD / HOSTWS
      *          (PLUS NAMNRMWS / NAMNRMPR FOR THE NAME LOOKUP).
      *          THE CALLER MOVES THE ENTRY TO WS-HOST-KEY AND
      *          PERFORMS 9260-FIND-HOST THRU 9260-EXIT.  THE ENTRY
      *          IS TRIED FIRST AS A HOST ID, THEN AS A NAME
      *          THROUGH THE SHARED NORMALIZER; ON RETURN
      *          WS-HOST-FOUND SAYS WHETHER IT RESOLVED, AND THE
      *          HOST-MASTER RECORD AREA HOLDS THE ROW SO THE
      *          CALLER CAN TEST HM-ACTIVE AND PICK UP THE
      *          CANONICAL NAME AND DEPARTMENT.
      *-------------------------------------------------------------
       9260-FIND-HOST.
           MOVE "N" TO WS-HOST-FOUND-SW.
           IF WS-HOST-KEY = SPACES
               OR NOT WS-HOST-OPEN
               GO TO 9260-EXIT
           END-IF.
           MOVE WS-HOST-KEY TO WS-NORM-NAME.
           PERFORM 8300-NORMALIZE-NAME
               THRU 8300-EXIT.
           IF WS-NORM-NAME(7:19) = SPACES
               MOVE WS-NORM-NAME(1:6) TO HM-HOST-ID
               READ HOST-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO WS-HOST-FOUND-SW
                       GO TO 9260-EXIT
               END-READ
           END-IF.
           MOVE WS-NORM-NAME TO HM-NAME.
           READ HOST-MASTER
               KEY IS HM-NAME
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-HOST-FOUND-SW
           END-READ.
           GO TO 9260-EXIT.
       9260-EXIT.
           EXIT.
