      *-------------------------------------------------------------
      * VREGPR - LOAD AND LOOK UP THE PROGRAM VERSION REGISTRY.
      *          COPY THIS INTO THE PROCEDURE DIVISION OF ANY
      *          PROGRAM THAT COPIES VREGSL / VREGFD / VREGWS.
      *          PERFORM 9250-LOAD-VERSION-REGISTRY THRU 9250-EXIT
      *          ONCE FROM 1000-INITIALIZE; A MISSING VERSREG.DAT
      *          LEAVES THE TABLE EMPTY AND WS-VG-LOADED OFF.  TO
      *          LOOK UP ONE PROGRAM, MOVE ITS PROGRAM-ID TO
      *          WS-VG-WANTED AND PERFORM 9255-FIND-VERSION THRU
      *          9255-EXIT - ON RETURN WS-VG-FOUND SAYS WHETHER THE
      *          PROGRAM IS REGISTERED AND WS-VG-IDX POINTS AT ITS
      *          ENTRY.
      *-------------------------------------------------------------
       9250-LOAD-VERSION-REGISTRY.
           MOVE 0 TO WS-VG-COUNT.
           MOVE "N" TO WS-VG-EOF-SW.
           MOVE "N" TO WS-VG-LOADED-SW.
           OPEN INPUT VERSION-REGISTRY.
           IF NOT WS-VG-OK
               GO TO 9250-EXIT
           END-IF.
           MOVE "Y" TO WS-VG-LOADED-SW.
           PERFORM 9252-LOAD-ONE-VERSION
               THRU 9252-EXIT
               UNTIL WS-VG-EOF.
           CLOSE VERSION-REGISTRY.
           GO TO 9250-EXIT.
       9250-EXIT.
           EXIT.

       9252-LOAD-ONE-VERSION.
           READ VERSION-REGISTRY
               AT END
                   MOVE "Y" TO WS-VG-EOF-SW
                   GO TO 9252-EXIT
           END-READ.
           IF VG-PROGRAM = SPACES OR VG-PROGRAM(1:1) = "*"
               GO TO 9252-EXIT
           END-IF.
           IF WS-VG-COUNT >= 100
               DISPLAY "VERSREG: table full, program "
                   FUNCTION TRIM(VG-PROGRAM) " ignored."
               GO TO 9252-EXIT
           END-IF.
           ADD 1 TO WS-VG-COUNT.
           MOVE FUNCTION UPPER-CASE(VG-PROGRAM)
               TO WS-VG-PROGRAM(WS-VG-COUNT).
           MOVE VG-VERSION TO WS-VG-VERSION(WS-VG-COUNT).
           MOVE VG-PROMOTED TO WS-VG-PROMOTED(WS-VG-COUNT).
           GO TO 9252-EXIT.
       9252-EXIT.
           EXIT.

       9255-FIND-VERSION.
           MOVE "N" TO WS-VG-FOUND-SW.
           PERFORM VARYING WS-VG-IDX FROM 1 BY 1
                   UNTIL WS-VG-IDX > WS-VG-COUNT
                   OR WS-VG-PROGRAM(WS-VG-IDX) = WS-VG-WANTED
           END-PERFORM.
           IF WS-VG-IDX <= WS-VG-COUNT
               MOVE "Y" TO WS-VG-FOUND-SW
           END-IF.
           GO TO 9255-EXIT.
       9255-EXIT.
           EXIT.
