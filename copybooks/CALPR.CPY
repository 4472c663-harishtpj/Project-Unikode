      *         IT TO WS-CAL-CHECK-DATE AND PERFORM
      *         9375-CHECK-PROCESSING-DAY THRU 9375-EXIT -
      *         SATURDAYS, SUNDAYS AND LISTED HOLIDAYS ARE NOT
      *         PROCESSING DAYS.  A CALENDAR CARRYING THE
      *         TRAINING RECORD SETS WS-TRAINING-SET AND PUTS THE
      *         TRAINING WATERMARK ON THE SCREEN.
      *-------------------------------------------------------------
       9370-GET-BUSINESS-DATE.
           ACCEPT WS-BUS-DATE FROM DATE YYYYMMDD.
           MOVE 0 TO WS-CA-HOLIDAY-COUNT.
           MOVE "N" TO WS-CAL-EOF-SW.
           MOVE "N" TO WS-CAL-TRAINING-SW.
           OPEN INPUT SHOP-CALENDAR.
           IF NOT WS-CA-OK
               GO TO 9370-EXIT
               THRU 9371-EXIT
               UNTIL WS-CAL-EOF.
           CLOSE SHOP-CALENDAR.
           IF WS-TRAINING-SET
               DISPLAY "*** TRAINING *** PRACTICE DATA SET - NOTHING "
                   "HERE IS LIVE ***"
           END-IF.
           GO TO 9370-EXIT.
       9370-EXIT.
           EXIT.
                   MOVE "Y" TO WS-CAL-EOF-SW
                   GO TO 9371-EXIT
           END-READ.
           IF CAL-TRAINING-REC
               MOVE "Y" TO WS-CAL-TRAINING-SW
               GO TO 9371-EXIT
           END-IF.
           IF CAL-DATE IS NOT NUMERIC
               GO TO 9371-EXIT
           END-IF.
