      *-------------------------------------------------------------
      * HANDPR - THE SHIFT HANDOVER LOG.  COPY THIS INTO THE
      *          PROCEDURE DIVISION OF ANY PROGRAM THAT COPIES
      *          HANDSL / HANDFD / HANDWS (PLUS THE SYSPARM FAMILY
      *          FOR THE SHIFT START TIMES).
      *
      *          9200-LOAD-HANDOVER-LOG THRU 9200-EXIT READS THE LOG
      *          INTO WS-HO-ROW (WS-HO-LAST-NO IS THE HIGHEST ITEM
      *          NUMBER SEEN); 9220-SAVE-HANDOVER-LOG THRU 9220-EXIT
      *          WRITES THE TABLE BACK.  TO FIND ONE ITEM MOVE ITS
      *          NUMBER TO WS-HO-WANTED-NO AND PERFORM
      *          9235-CHECK-NUMBER THRU 9235-EXIT VARYING WS-HO-IDX
      *          UNTIL WS-HO-FOUND; WS-HO-HIT-IDX POINTS AT IT.
      *
      *          9240-LOAD-SHIFT-TIMES THRU 9240-EXIT TAKES SYSPARM
      *          SHIFT-DAY-START, SHIFT-LATE-START AND
      *          SHIFT-NIGHT-START (HHMM, DEFAULTS 0600 / 1400 /
      *          2200) AFTER 9300-LOAD-SYSPARM HAS RUN.  THEN MOVE A
      *          DATE AND TIME TO WS-HO-CLOCK-DATE / -TIME AND
      *          PERFORM 9230-FIND-SHIFT THRU 9230-EXIT FOR THE
      *          SHIFT (DAY, LATE OR NIGHT) AND THE DATE IT STARTED.
      *-------------------------------------------------------------
       9200-LOAD-HANDOVER-LOG.
           MOVE 0 TO WS-HO-COUNT.
           MOVE 0 TO WS-HO-LAST-NO.
           MOVE "N" TO WS-HO-EOF-SW.
           OPEN INPUT HANDOVER-LOG.
           IF NOT WS-HO-OK
               GO TO 9200-EXIT
           END-IF.
           PERFORM 9210-LOAD-ONE-ITEM
               THRU 9210-EXIT
               UNTIL WS-HO-EOF.
           CLOSE HANDOVER-LOG.
           GO TO 9200-EXIT.
       9200-EXIT.
           EXIT.

       9210-LOAD-ONE-ITEM.
           READ HANDOVER-LOG
               AT END
                   MOVE "Y" TO WS-HO-EOF-SW
                   GO TO 9210-EXIT
           END-READ.
           IF HO-ITEM-NO IS NOT NUMERIC
               OR HO-ITEM-NO = 0
               GO TO 9210-EXIT
           END-IF.
           IF HO-ITEM-NO > WS-HO-LAST-NO
               MOVE HO-ITEM-NO TO WS-HO-LAST-NO
           END-IF.
           IF WS-HO-COUNT >= WS-HO-MAX
               DISPLAY "HANDOVER: log full, item "
                   HO-ITEM-NO " ignored."
               GO TO 9210-EXIT
           END-IF.
           ADD 1 TO WS-HO-COUNT.
           MOVE HANDOVER-LOG-RECORD TO WS-HO-ROW(WS-HO-COUNT).
           GO TO 9210-EXIT.
       9210-EXIT.
           EXIT.

       9220-SAVE-HANDOVER-LOG.
           OPEN OUTPUT HANDOVER-LOG.
           PERFORM 9225-SAVE-ONE-ITEM
               THRU 9225-EXIT
               VARYING WS-HO-IDX FROM 1 BY 1
                   UNTIL WS-HO-IDX > WS-HO-COUNT.
           CLOSE HANDOVER-LOG.
           GO TO 9220-EXIT.
       9220-EXIT.
           EXIT.

       9225-SAVE-ONE-ITEM.
           MOVE WS-HO-ROW(WS-HO-IDX) TO HANDOVER-LOG-RECORD.
           WRITE HANDOVER-LOG-RECORD.
           GO TO 9225-EXIT.
       9225-EXIT.
           EXIT.

      *    THE NIGHT SHIFT RUNS FROM SHIFT-NIGHT-START PAST MIDNIGHT
      *    TO SHIFT-DAY-START, SO ITS EARLY-MORNING HOURS BELONG TO
      *    THE PREVIOUS DAY'S SHIFT
       9230-FIND-SHIFT.
           MOVE WS-HO-CLOCK-TIME(1:4) TO WS-HO-CLOCK-HHMM.
           MOVE WS-HO-CLOCK-DATE TO WS-HO-SHIFT-DATE.
           EVALUATE TRUE
               WHEN WS-HO-CLOCK-HHMM >= WS-HO-NIGHT-START
                   MOVE "NIGHT" TO WS-HO-SHIFT
               WHEN WS-HO-CLOCK-HHMM < WS-HO-DAY-START
                   MOVE "NIGHT" TO WS-HO-SHIFT
                   IF WS-HO-CLOCK-DATE IS NUMERIC
                       AND WS-HO-CLOCK-DATE > 16010101
                       COMPUTE WS-HO-SHIFT-DATE =
                           FUNCTION DATE-OF-INTEGER(
                           FUNCTION INTEGER-OF-DATE(WS-HO-CLOCK-DATE)
                           - 1)
                   END-IF
               WHEN WS-HO-CLOCK-HHMM >= WS-HO-LATE-START
                   MOVE "LATE" TO WS-HO-SHIFT
               WHEN OTHER
                   MOVE "DAY" TO WS-HO-SHIFT
           END-EVALUATE.
           GO TO 9230-EXIT.
       9230-EXIT.
           EXIT.

       9235-CHECK-NUMBER.
           MOVE WS-HO-ROW(WS-HO-IDX) TO HANDOVER-LOG-RECORD.
           IF HO-ITEM-NO = WS-HO-WANTED-NO
               MOVE "Y" TO WS-HO-FOUND-SW
               MOVE WS-HO-IDX TO WS-HO-HIT-IDX
           END-IF.
           GO TO 9235-EXIT.
       9235-EXIT.
           EXIT.

       9240-LOAD-SHIFT-TIMES.
           MOVE "SHIFT-DAY-START" TO WS-SP-WANTED-KEY.
           PERFORM 9350-GET-SYSPARM
               THRU 9350-EXIT.
           IF WS-SP-FOUND
               AND WS-SP-NUM-VALUE < 2400
               MOVE WS-SP-NUM-VALUE TO WS-HO-DAY-START
           END-IF.
           MOVE "SHIFT-LATE-START" TO WS-SP-WANTED-KEY.
           PERFORM 9350-GET-SYSPARM
               THRU 9350-EXIT.
           IF WS-SP-FOUND
               AND WS-SP-NUM-VALUE < 2400
               MOVE WS-SP-NUM-VALUE TO WS-HO-LATE-START
           END-IF.
           MOVE "SHIFT-NIGHT-START" TO WS-SP-WANTED-KEY.
           PERFORM 9350-GET-SYSPARM
               THRU 9350-EXIT.
           IF WS-SP-FOUND
               AND WS-SP-NUM-VALUE < 2400
               MOVE WS-SP-NUM-VALUE TO WS-HO-NIGHT-START
           END-IF.
           GO TO 9240-EXIT.
       9240-EXIT.
           EXIT.
