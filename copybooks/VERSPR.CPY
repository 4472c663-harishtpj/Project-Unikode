      *-------------------------------------------------------------
      * VERSPR - ANSWER A VERSION INQUIRY FROM UNIKODE-DAILY-RUN.
      *          COPY THIS INTO THE PROCEDURE DIVISION OF ANY CHAIN
      *          STEP (A PROGRAM CALLED WITH LK-RETURN-CODE) THAT
      *          COPIES VERSWS.  THE FIRST STATEMENT OF THE STEP'S
      *          0000-MAINLINE IS
      *              IF LK-RETURN-CODE = -1
      *                  PERFORM 9245-ANSWER-VERSION-INQUIRY
      *                      THRU 9245-EXIT
      *                  GOBACK
      *              END-IF.
      *          SO THE DRIVER CAN ASK EACH STEP WHICH BUILD IT IS
      *          BEFORE RUNNING IT.  NOTHING ELSE IS DONE AND NO
      *          FILE IS OPENED ON AN INQUIRY.
      *-------------------------------------------------------------
       9245-ANSWER-VERSION-INQUIRY.
           MOVE FUNCTION WHEN-COMPILED TO WS-VR-WHEN-COMPILED.
           MOVE WS-VR-PROGRAM TO VI-PROGRAM.
           MOVE WS-VR-VERSION TO VI-VERSION.
           MOVE WS-VR-WHEN-COMPILED(1:8) TO VI-COMPILED.
           MOVE 0 TO LK-RETURN-CODE.
           GO TO 9245-EXIT.
       9245-EXIT.
           EXIT.
