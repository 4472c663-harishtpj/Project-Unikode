      *-------------------------------------------------------------
      * ADHQPR - THE AD-HOC JOB REQUEST QUEUE.  COPY THIS INTO THE
      *          PROCEDURE DIVISION OF ANY PROGRAM THAT COPIES
      *          ADHQSL / ADHQFD / ADHQWS.
      *
      *          9280-LOAD-ADHOC-QUEUE THRU 9280-EXIT READS THE
      *          QUEUE INTO WS-AJ-ROW (WS-AJ-LAST-NO IS THE HIGHEST
      *          REQUEST NUMBER SEEN); 9285-SAVE-ADHOC-QUEUE THRU
      *          9285-EXIT WRITES THE TABLE BACK.  TO FIND ONE
      *          REQUEST MOVE ITS NUMBER TO WS-AJ-WANTED-NO AND
      *          PERFORM 9290-CHECK-NUMBER THRU 9290-EXIT VARYING
      *          WS-AJ-IDX UNTIL WS-AJ-FOUND; WS-AJ-HIT-IDX POINTS
      *          AT IT.
      *
      *          MOVE A PROGRAM NAME TO WS-AJ-WANTED-PROGRAM AND
      *          PERFORM 9295-FIND-STANDING-PARM THRU 9295-EXIT FOR
      *          THE PARM FILE IT READS IN WS-AJ-STANDING-PARM
      *          (SPACES WHEN IT TAKES NONE).  PERFORM
      *          9297-FIND-BATCH-PROGRAM THRU 9297-EXIT TO SET
      *          WS-AJ-BATCH-PROGRAM WHEN IT MAY BE QUEUED.
      *-------------------------------------------------------------
       9280-LOAD-ADHOC-QUEUE.
           MOVE 0 TO WS-AJ-COUNT.
           MOVE 0 TO WS-AJ-LAST-NO.
           MOVE "N" TO WS-AJ-EOF-SW.
           OPEN INPUT ADHOC-QUEUE.
           IF NOT WS-AJ-OK
               GO TO 9280-EXIT
           END-IF.
           PERFORM 9281-LOAD-ONE-REQUEST
               THRU 9281-EXIT
               UNTIL WS-AJ-EOF.
           CLOSE ADHOC-QUEUE.
           GO TO 9280-EXIT.
       9280-EXIT.
           EXIT.

       9281-LOAD-ONE-REQUEST.
           READ ADHOC-QUEUE
               AT END
                   MOVE "Y" TO WS-AJ-EOF-SW
                   GO TO 9281-EXIT
           END-READ.
           IF AJ-REQUEST-NO IS NOT NUMERIC
               OR AJ-REQUEST-NO = 0
               GO TO 9281-EXIT
           END-IF.
           IF AJ-REQUEST-NO > WS-AJ-LAST-NO
               MOVE AJ-REQUEST-NO TO WS-AJ-LAST-NO
           END-IF.
           IF WS-AJ-COUNT >= WS-AJ-MAX
               DISPLAY "ADHOC-QUEUE: queue full, request "
                   AJ-REQUEST-NO " ignored."
               GO TO 9281-EXIT
           END-IF.
           ADD 1 TO WS-AJ-COUNT.
           MOVE ADHOC-QUEUE-RECORD TO WS-AJ-ROW(WS-AJ-COUNT).
           GO TO 9281-EXIT.
       9281-EXIT.
           EXIT.

       9285-SAVE-ADHOC-QUEUE.
           OPEN OUTPUT ADHOC-QUEUE.
           PERFORM 9286-SAVE-ONE-REQUEST
               THRU 9286-EXIT
               VARYING WS-AJ-IDX FROM 1 BY 1
                   UNTIL WS-AJ-IDX > WS-AJ-COUNT.
           CLOSE ADHOC-QUEUE.
           GO TO 9285-EXIT.
       9285-EXIT.
           EXIT.

       9286-SAVE-ONE-REQUEST.
           MOVE WS-AJ-ROW(WS-AJ-IDX) TO ADHOC-QUEUE-RECORD.
           WRITE ADHOC-QUEUE-RECORD.
           GO TO 9286-EXIT.
       9286-EXIT.
           EXIT.

       9290-CHECK-NUMBER.
           MOVE WS-AJ-ROW(WS-AJ-IDX) TO ADHOC-QUEUE-RECORD.
           IF AJ-REQUEST-NO = WS-AJ-WANTED-NO
               MOVE "Y" TO WS-AJ-FOUND-SW
               MOVE WS-AJ-IDX TO WS-AJ-HIT-IDX
           END-IF.
           GO TO 9290-EXIT.
       9290-EXIT.
           EXIT.

       9295-FIND-STANDING-PARM.
           MOVE SPACES TO WS-AJ-STANDING-PARM.
           PERFORM 9296-CHECK-ONE-PARM
               THRU 9296-EXIT
               VARYING WS-AJ-PT-IDX FROM 1 BY 1
                   UNTIL WS-AJ-PT-IDX > WS-AJ-PT-COUNT.
           GO TO 9295-EXIT.
       9295-EXIT.
           EXIT.

       9296-CHECK-ONE-PARM.
           IF WS-AJ-PT-PROGRAM(WS-AJ-PT-IDX) = WS-AJ-WANTED-PROGRAM
               MOVE WS-AJ-PT-PARM(WS-AJ-PT-IDX)
                   TO WS-AJ-STANDING-PARM
           END-IF.
           GO TO 9296-EXIT.
       9296-EXIT.
           EXIT.

       9297-FIND-BATCH-PROGRAM.
           MOVE "N" TO WS-AJ-BATCH-SW.
           PERFORM 9298-CHECK-ONE-BATCH
               THRU 9298-EXIT
               VARYING WS-AJ-BT-IDX FROM 1 BY 1
                   UNTIL WS-AJ-BT-IDX > WS-AJ-BT-COUNT
                   OR WS-AJ-BATCH-PROGRAM.
           GO TO 9297-EXIT.
       9297-EXIT.
           EXIT.

       9298-CHECK-ONE-BATCH.
           IF WS-AJ-BT-PROGRAM(WS-AJ-BT-IDX) = WS-AJ-WANTED-PROGRAM
               MOVE "Y" TO WS-AJ-BATCH-SW
           END-IF.
           GO TO 9298-EXIT.
       9298-EXIT.
           EXIT.
