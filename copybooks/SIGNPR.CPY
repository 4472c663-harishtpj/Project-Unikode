      *          1000-INITIALIZE (OR EQUIVALENT), BEFORE THE FIRST
      *          AUDIT OR EXCEPTION RECORD IS WRITTEN.  WHEN NO
      *          SIGN-ON FILE IS PRESENT (OR IT IS EMPTY), THE RUN
      *          IS STAMPED WITH THE RESERVED "BATCH" ID AND
      *          COVERS ALL SITES.
      *-------------------------------------------------------------
       9390-GET-OPERATOR.
           MOVE "BATCH" TO WS-OPERATOR-ID.
           MOVE SPACES TO WS-SITE-CODE.
           OPEN INPUT SIGNON-FILE.
           IF NOT WS-SO-OK
               GO TO 9390-EXIT
                   IF SO-OPERATOR-ID NOT = SPACES
                       MOVE SO-OPERATOR-ID TO WS-OPERATOR-ID
                   END-IF
                   MOVE FUNCTION UPPER-CASE(SO-SITE-CODE)
                       TO WS-SITE-CODE
                   IF WS-ALL-SITES
                       MOVE SPACES TO WS-SITE-CODE
                   END-IF
           END-READ.
           CLOSE SIGNON-FILE.
           GO TO 9390-EXIT.
