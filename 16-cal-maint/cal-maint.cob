      *                 SIGN-OFF.  THE HOLIDAY TABLE HOLDS MORE
      *                 THAN ONE YEAR, SO DECEMBER STOPS BEING A
      *                 HAND-KEYED CLIFF AT THE YEAR BOUNDARY.
      * 2026/10/15  HK  A REWRITTEN CALENDAR KEEPS THE TRAINING RECORD
      *                 WHEN THE TRAINING DATA SET IS BEING MAINTAINED.
      *-------------------------------------------------------------

       ENVIRONMENT DIVISION.
           MOVE "CURRENT" TO CAL-REC-TYPE.
           MOVE WS-BUS-DATE TO CAL-DATE.
           WRITE SHOP-CALENDAR-RECORD.
           IF WS-TRAINING-SET
               MOVE SPACES TO SHOP-CALENDAR-RECORD
               MOVE "TRAINING" TO CAL-REC-TYPE
               MOVE WS-BUS-DATE TO CAL-DATE
               WRITE SHOP-CALENDAR-RECORD
           END-IF.
           PERFORM VARYING WS-HOL-IDX FROM 1 BY 1
                   UNTIL WS-HOL-IDX > WS-CA-HOLIDAY-COUNT
               MOVE SPACES TO SHOP-CALENDAR-RECORD
