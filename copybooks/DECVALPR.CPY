      *-------------------------------------------------------------
      * DECVALPR - EDIT A FREE-FORM SIGNED DECIMAL VALUE.  COPY
      *            THIS INTO THE PROCEDURE DIVISION OF ANY PROGRAM
      *            THAT COPIES DECVALWS.  THE CALLER MOVES THE TEXT
      *            TO WS-DEC-TEXT AND PERFORMS 8400-EDIT-DECIMAL
      *            THRU 8400-EXIT.  LEADING AND TRAILING SPACES, ONE
      *            LEADING SIGN AND ONE DECIMAL POINT ARE ALLOWED.
      *            ON RETURN WS-DEC-VALID IS SET AND WS-DEC-VALUE
      *            HOLDS THE VALUE, OR WS-DEC-REASON CARRIES THE
      *            REJECT REASON - NOT NUMERIC, TOO MANY DECIMALS
      *            OR VALUE TOO LARGE.
      *-------------------------------------------------------------
       8400-EDIT-DECIMAL.
           MOVE SPACES TO WS-DEC-REASON.
           MOVE 0 TO WS-DEC-VALUE.
           MOVE 0 TO WS-DEC-WHOLE.
           MOVE 0 TO WS-DEC-FRACTION.
           MOVE 0 TO WS-DEC-PLACES.
           MOVE "B" TO WS-DEC-STATE.
           MOVE "+" TO WS-DEC-SIGN.
           MOVE "N" TO WS-DEC-POINT-SW.
           MOVE "N" TO WS-DEC-DIGIT-SW.
           PERFORM 8410-EDIT-ONE-CHAR
               THRU 8410-EXIT
               VARYING WS-DEC-IDX FROM 1 BY 1
                   UNTIL WS-DEC-IDX > 20
                       OR NOT WS-DEC-VALID.
           IF NOT WS-DEC-VALID
               GO TO 8400-EXIT
           END-IF.
           IF NOT WS-DEC-ANY-DIGIT
               MOVE "NOT NUMERIC" TO WS-DEC-REASON
               GO TO 8400-EXIT
           END-IF.
           COMPUTE WS-DEC-VALUE = WS-DEC-WHOLE
               + WS-DEC-FRACTION / (10 ** WS-DEC-PLACES).
           IF WS-DEC-NEGATIVE
               COMPUTE WS-DEC-VALUE = 0 - WS-DEC-VALUE
           END-IF.
           GO TO 8400-EXIT.
       8400-EXIT.
           EXIT.

       8410-EDIT-ONE-CHAR.
           MOVE WS-DEC-TEXT(WS-DEC-IDX:1) TO WS-DEC-CHAR.
           IF WS-DEC-CHAR = SPACE
               IF WS-DEC-INSIDE
                   MOVE "A" TO WS-DEC-STATE
               END-IF
               GO TO 8410-EXIT
           END-IF.
           IF WS-DEC-AFTER
               MOVE "NOT NUMERIC" TO WS-DEC-REASON
               GO TO 8410-EXIT
           END-IF.
           IF WS-DEC-CHAR = "+" OR WS-DEC-CHAR = "-"
               IF WS-DEC-BEFORE
                   MOVE WS-DEC-CHAR TO WS-DEC-SIGN
                   MOVE "I" TO WS-DEC-STATE
               ELSE
                   MOVE "NOT NUMERIC" TO WS-DEC-REASON
               END-IF
               GO TO 8410-EXIT
           END-IF.
           MOVE "I" TO WS-DEC-STATE.
           IF WS-DEC-CHAR = "."
               IF WS-DEC-POINT-SEEN
                   MOVE "NOT NUMERIC" TO WS-DEC-REASON
               ELSE
                   MOVE "Y" TO WS-DEC-POINT-SW
               END-IF
               GO TO 8410-EXIT
           END-IF.
           IF WS-DEC-CHAR < "0" OR WS-DEC-CHAR > "9"
               MOVE "NOT NUMERIC" TO WS-DEC-REASON
               GO TO 8410-EXIT
           END-IF.
           MOVE "Y" TO WS-DEC-DIGIT-SW.
           IF WS-DEC-POINT-SEEN
               ADD 1 TO WS-DEC-PLACES
               IF WS-DEC-PLACES > 4
                   MOVE "TOO MANY DECIMALS" TO WS-DEC-REASON
               ELSE
                   COMPUTE WS-DEC-FRACTION =
                       WS-DEC-FRACTION * 10 + WS-DEC-DIGIT
               END-IF
           ELSE
               COMPUTE WS-DEC-WHOLE = WS-DEC-WHOLE * 10 + WS-DEC-DIGIT
                   ON SIZE ERROR
                       MOVE "VALUE TOO LARGE" TO WS-DEC-REASON
               END-COMPUTE
           END-IF.
           GO TO 8410-EXIT.
       8410-EXIT.
           EXIT.
