      *-------------------------------------------------------------
      * APPRPR - THE DUAL-CONTROL APPROVAL QUEUE.  COPY THIS INTO
      *          THE PROCEDURE DIVISION OF ANY PROGRAM THAT COPIES
      *          APPRSL / APPRFD / APPRWS (PLUS THE CALENDAR,
      *          RUN-ID, SIGN-ON AND DAILY-AUDIT FAMILIES FOR THE
      *          STAMPS).
      *
      *          TO RAISE A REQUEST INSTEAD OF ACTING, FILL IN
      *          WS-AQ-NEW-FUNCTION / -OPTION / -TARGET / -REASON /
      *          -PROGRAM AND PERFORM 9130-QUEUE-REQUEST THRU
      *          9130-EXIT; WS-AQ-QUEUED SAYS WHETHER IT WENT ON
      *          (AN IDENTICAL REQUEST STILL OPEN IS NOT QUEUED
      *          TWICE).
      *
      *          TO CARRY OUT WHAT A SECOND OPERATOR HAS APPROVED,
      *          MOVE THE FUNCTION TO WS-AQ-WANTED-FUNCTION AND
      *          PERFORM 9140-FIND-APPROVED THRU 9140-EXIT; ON
      *          RETURN WS-AQ-FOUND SAYS WHETHER ONE IS WAITING AND
      *          APPROVAL-QUEUE-RECORD HOLDS IT.  AFTER ACTING, MOVE
      *          D (DONE) OR F (FAILED) TO WS-AQ-CLOSE-STATUS AND
      *          PERFORM 9150-CLOSE-APPROVED THRU 9150-EXIT.
      *
      *          9160-EXPIRE-STALE THRU 9160-EXIT EXPIRES EVERY
      *          PENDING REQUEST OLDER THAN WS-AQ-EXPIRE-DAYS.
      *
      *          EVERY REQUEST, EXPIRY AND CARRY-OUT IS WRITTEN TO
      *          THE DAILY AUDIT TRAIL BY 9170-AUDIT-APPROVAL-EVENT,
      *          WHICH THE APPROVING PROGRAM ALSO PERFORMS FOR ITS
      *          APPROVALS AND REJECTIONS.
      *-------------------------------------------------------------
       9100-LOAD-APPROVAL-QUEUE.
           MOVE 0 TO WS-AQ-COUNT.
           MOVE 0 TO WS-AQ-LAST-NO.
           MOVE "N" TO WS-AQ-EOF-SW.
           OPEN INPUT APPROVAL-QUEUE.
           IF NOT WS-AQ-OK
               GO TO 9100-EXIT
           END-IF.
           PERFORM 9110-LOAD-ONE-REQUEST
               THRU 9110-EXIT
               UNTIL WS-AQ-EOF.
           CLOSE APPROVAL-QUEUE.
           GO TO 9100-EXIT.
       9100-EXIT.
           EXIT.

       9110-LOAD-ONE-REQUEST.
           READ APPROVAL-QUEUE
               AT END
                   MOVE "Y" TO WS-AQ-EOF-SW
                   GO TO 9110-EXIT
           END-READ.
           IF AQ-REQUEST-NO IS NOT NUMERIC
               OR AQ-REQUEST-NO = 0
               GO TO 9110-EXIT
           END-IF.
           IF AQ-REQUEST-NO > WS-AQ-LAST-NO
               MOVE AQ-REQUEST-NO TO WS-AQ-LAST-NO
           END-IF.
           IF WS-AQ-COUNT >= WS-AQ-MAX
               DISPLAY "APPRQUE: queue full, request "
                   AQ-REQUEST-NO " ignored."
               GO TO 9110-EXIT
           END-IF.
           ADD 1 TO WS-AQ-COUNT.
           MOVE APPROVAL-QUEUE-RECORD TO WS-AQ-ROW(WS-AQ-COUNT).
           GO TO 9110-EXIT.
       9110-EXIT.
           EXIT.

       9120-SAVE-APPROVAL-QUEUE.
           OPEN OUTPUT APPROVAL-QUEUE.
           PERFORM 9125-SAVE-ONE-REQUEST
               THRU 9125-EXIT
               VARYING WS-AQ-IDX FROM 1 BY 1
                   UNTIL WS-AQ-IDX > WS-AQ-COUNT.
           CLOSE APPROVAL-QUEUE.
           MOVE "N" TO WS-AQ-DIRTY-SW.
           GO TO 9120-EXIT.
       9120-EXIT.
           EXIT.

       9125-SAVE-ONE-REQUEST.
           MOVE WS-AQ-ROW(WS-AQ-IDX) TO APPROVAL-QUEUE-RECORD.
           WRITE APPROVAL-QUEUE-RECORD.
           GO TO 9125-EXIT.
       9125-EXIT.
           EXIT.

       9130-QUEUE-REQUEST.
           MOVE "N" TO WS-AQ-QUEUED-SW.
           PERFORM 9100-LOAD-APPROVAL-QUEUE
               THRU 9100-EXIT.
           MOVE "N" TO WS-AQ-FOUND-SW.
           PERFORM 9135-CHECK-DUPLICATE
               THRU 9135-EXIT
               VARYING WS-AQ-IDX FROM 1 BY 1
                   UNTIL WS-AQ-IDX > WS-AQ-COUNT
                   OR WS-AQ-FOUND.
           IF WS-AQ-FOUND
               MOVE AQ-REQUEST-NO TO D-AQ-NUMBER
               DISPLAY "Request " D-AQ-NUMBER " for the same "
                   "action is still open - not queued again."
               GO TO 9130-EXIT
           END-IF.
           IF WS-AQ-COUNT >= WS-AQ-MAX
               DISPLAY "Approval queue is full - request not "
                   "queued."
               GO TO 9130-EXIT
           END-IF.
           MOVE SPACES TO APPROVAL-QUEUE-RECORD.
           ADD 1 TO WS-AQ-LAST-NO.
           MOVE WS-AQ-LAST-NO TO AQ-REQUEST-NO.
           MOVE "P" TO AQ-STATUS.
           MOVE WS-AQ-NEW-FUNCTION TO AQ-FUNCTION.
           MOVE WS-AQ-NEW-OPTION TO AQ-OPTION.
           MOVE WS-AQ-NEW-TARGET TO AQ-TARGET.
           MOVE WS-AQ-NEW-REASON TO AQ-REASON.
           MOVE WS-AQ-NEW-PROGRAM TO AQ-PROGRAM.
           MOVE WS-OPERATOR-ID TO AQ-REQUESTER.
           MOVE WS-RUN-ID TO AQ-REQ-RUN-ID.
           MOVE WS-BUS-DATE TO AQ-REQ-DATE.
           ACCEPT AQ-REQ-TIME FROM TIME.
           MOVE 0 TO AQ-ACT-DATE.
           MOVE 0 TO AQ-DONE-DATE.
           ADD 1 TO WS-AQ-COUNT.
           MOVE WS-AQ-COUNT TO WS-AQ-HIT-IDX.
           MOVE APPROVAL-QUEUE-RECORD TO WS-AQ-ROW(WS-AQ-HIT-IDX).
           PERFORM 9120-SAVE-APPROVAL-QUEUE
               THRU 9120-EXIT.
           MOVE WS-AQ-ROW(WS-AQ-HIT-IDX) TO APPROVAL-QUEUE-RECORD.
           MOVE "Y" TO WS-AQ-QUEUED-SW.
           MOVE "REQUESTED" TO WS-AQ-EVENT.
           PERFORM 9170-AUDIT-APPROVAL-EVENT
               THRU 9170-EXIT.
           MOVE AQ-REQUEST-NO TO D-AQ-NUMBER.
           DISPLAY "Queued as request " D-AQ-NUMBER " - it is "
               "carried out once a second operator approves it "
               "from the menu.".
           GO TO 9130-EXIT.
       9130-EXIT.
           EXIT.

       9135-CHECK-DUPLICATE.
           MOVE WS-AQ-ROW(WS-AQ-IDX) TO APPROVAL-QUEUE-RECORD.
           IF AQ-OPEN
               AND AQ-FUNCTION = WS-AQ-NEW-FUNCTION
               AND AQ-OPTION = WS-AQ-NEW-OPTION
               AND AQ-TARGET = WS-AQ-NEW-TARGET
               MOVE "Y" TO WS-AQ-FOUND-SW
           END-IF.
           GO TO 9135-EXIT.
       9135-EXIT.
           EXIT.

       9140-FIND-APPROVED.
           MOVE "N" TO WS-AQ-FOUND-SW.
           MOVE 0 TO WS-AQ-WANTED-NO.
           PERFORM 9100-LOAD-APPROVAL-QUEUE
               THRU 9100-EXIT.
           PERFORM 9145-CHECK-APPROVED
               THRU 9145-EXIT
               VARYING WS-AQ-IDX FROM 1 BY 1
                   UNTIL WS-AQ-IDX > WS-AQ-COUNT
                   OR WS-AQ-FOUND.
           GO TO 9140-EXIT.
       9140-EXIT.
           EXIT.

       9145-CHECK-APPROVED.
           MOVE WS-AQ-ROW(WS-AQ-IDX) TO APPROVAL-QUEUE-RECORD.
           IF AQ-APPROVED
               AND AQ-FUNCTION = WS-AQ-WANTED-FUNCTION
               MOVE "Y" TO WS-AQ-FOUND-SW
               MOVE AQ-REQUEST-NO TO WS-AQ-WANTED-NO
               MOVE WS-AQ-IDX TO WS-AQ-HIT-IDX
           END-IF.
           GO TO 9145-EXIT.
       9145-EXIT.
           EXIT.

       9150-CLOSE-APPROVED.
           PERFORM 9100-LOAD-APPROVAL-QUEUE
               THRU 9100-EXIT.
           MOVE "N" TO WS-AQ-FOUND-SW.
           PERFORM 9155-CHECK-NUMBER
               THRU 9155-EXIT
               VARYING WS-AQ-IDX FROM 1 BY 1
                   UNTIL WS-AQ-IDX > WS-AQ-COUNT
                   OR WS-AQ-FOUND.
           IF NOT WS-AQ-FOUND
               GO TO 9150-EXIT
           END-IF.
           MOVE WS-AQ-CLOSE-STATUS TO AQ-STATUS.
           MOVE WS-OPERATOR-ID TO AQ-DONE-BY.
           MOVE WS-BUS-DATE TO AQ-DONE-DATE.
           MOVE WS-RUN-ID TO AQ-DONE-RUN-ID.
           MOVE APPROVAL-QUEUE-RECORD TO WS-AQ-ROW(WS-AQ-HIT-IDX).
           PERFORM 9120-SAVE-APPROVAL-QUEUE
               THRU 9120-EXIT.
           MOVE WS-AQ-ROW(WS-AQ-HIT-IDX) TO APPROVAL-QUEUE-RECORD.
           IF AQ-CARRIED-OUT
               MOVE "CARRIED OUT" TO WS-AQ-EVENT
           ELSE
               MOVE "CARRY-OUT FAILED" TO WS-AQ-EVENT
           END-IF.
           PERFORM 9170-AUDIT-APPROVAL-EVENT
               THRU 9170-EXIT.
           GO TO 9150-EXIT.
       9150-EXIT.
           EXIT.

       9155-CHECK-NUMBER.
           MOVE WS-AQ-ROW(WS-AQ-IDX) TO APPROVAL-QUEUE-RECORD.
           IF AQ-REQUEST-NO = WS-AQ-WANTED-NO
               MOVE "Y" TO WS-AQ-FOUND-SW
               MOVE WS-AQ-IDX TO WS-AQ-HIT-IDX
           END-IF.
           GO TO 9155-EXIT.
       9155-EXIT.
           EXIT.

       9160-EXPIRE-STALE.
           MOVE 0 TO WS-AQ-EXPIRED-COUNT.
           MOVE "N" TO WS-AQ-DIRTY-SW.
           PERFORM 9100-LOAD-APPROVAL-QUEUE
               THRU 9100-EXIT.
           COMPUTE WS-AQ-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-BUS-DATE).
           PERFORM 9165-EXPIRE-ONE
               THRU 9165-EXIT
               VARYING WS-AQ-IDX FROM 1 BY 1
                   UNTIL WS-AQ-IDX > WS-AQ-COUNT.
           IF WS-AQ-DIRTY
               PERFORM 9120-SAVE-APPROVAL-QUEUE
                   THRU 9120-EXIT
           END-IF.
           GO TO 9160-EXIT.
       9160-EXIT.
           EXIT.

       9165-EXPIRE-ONE.
           MOVE WS-AQ-ROW(WS-AQ-IDX) TO APPROVAL-QUEUE-RECORD.
           IF NOT AQ-PENDING
               GO TO 9165-EXIT
           END-IF.
           IF AQ-REQ-DATE IS NOT NUMERIC
               OR AQ-REQ-DATE < 16010101
               OR AQ-REQ-DATE >= WS-BUS-DATE
               GO TO 9165-EXIT
           END-IF.
           COMPUTE WS-AQ-AGE-DAYS = WS-AQ-TODAY-INT
               - FUNCTION INTEGER-OF-DATE(AQ-REQ-DATE).
           IF WS-AQ-AGE-DAYS <= WS-AQ-EXPIRE-DAYS
               GO TO 9165-EXIT
           END-IF.
           MOVE "E" TO AQ-STATUS.
           MOVE WS-BUS-DATE TO AQ-ACT-DATE.
           MOVE WS-RUN-ID TO AQ-ACT-RUN-ID.
           MOVE APPROVAL-QUEUE-RECORD TO WS-AQ-ROW(WS-AQ-IDX).
           MOVE "Y" TO WS-AQ-DIRTY-SW.
           ADD 1 TO WS-AQ-EXPIRED-COUNT.
           MOVE "EXPIRED" TO WS-AQ-EVENT.
           PERFORM 9170-AUDIT-APPROVAL-EVENT
               THRU 9170-EXIT.
           GO TO 9165-EXIT.
       9165-EXIT.
           EXIT.

       9170-AUDIT-APPROVAL-EVENT.
           IF NOT WS-AQ-AUDIT-HELD
               PERFORM 9400-OPEN-DAILY-AUDIT
                   THRU 9400-EXIT
           END-IF.
           MOVE SPACES TO DAILY-AUDIT-RECORD.
           MOVE "APPROVAL" TO DA-PROGRAM-ID.
           MOVE AQ-REQUEST-NO TO WS-AQ-AI-NUMBER.
           MOVE AQ-FUNCTION TO WS-AQ-AI-FUNCTION.
           MOVE WS-AQ-AUDIT-INPUT TO DA-INPUT-VALUE.
           MOVE WS-AQ-EVENT TO DA-OUTPUT-VALUE.
           MOVE 0 TO DA-RETURN-CODE.
           PERFORM 9500-WRITE-AUDIT-RECORD
               THRU 9500-EXIT.
           IF NOT WS-AQ-AUDIT-HELD
               PERFORM 9420-CLOSE-DAILY-AUDIT
                   THRU 9420-EXIT
               MOVE 0 TO WS-DA-WRITE-COUNT
           END-IF.
           GO TO 9170-EXIT.
       9170-EXIT.
           EXIT.
