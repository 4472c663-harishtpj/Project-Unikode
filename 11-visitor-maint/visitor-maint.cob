      *                 AS "JOHN SMITH", AND A RAW RENAME PLANTED A
      *                 NAME GREETER'S NORMALIZED LOOKUP COULD
      *                 NEVER FIND AGAIN, RE-SPLITTING THE HISTORY.
      * 2026/10/15  HK  THE CUTOFF PURGE IS NOW UNDER DUAL CONTROL.
      *                 THE OPERATOR'S CUTOFF IS COUNTED, CONFIRMED
      *                 AND QUEUED WITH A REASON ON THE APPROVAL
      *                 QUEUE (SHARED APPRSL / APPRFD / APPRWS /
      *                 APPRPR COPYBOOKS) INSTEAD OF DELETING; A
      *                 PURGE A SECOND OPERATOR HAS APPROVED FROM THE
      *                 MENU IS CARRIED OUT AT THE START OF THE NEXT
      *                 RUN, BEFORE THE MENU.  REQUEST AND CARRY-OUT
      *                 ARE ON THE DAILY AUDIT TRAIL.
      * 2026/10/15  HK  ADDED THE PROGRAM'S BUILD IDENTITY - VERSION AND
      *                 COMPILE DATE, SEE VERSWS.CPY - STAMPED ON ITS
      *                 AUDIT RECORDS.
      *-------------------------------------------------------------

       ENVIRONMENT DIVISION.
           COPY CALSEL.
           COPY LOCKSL.
           COPY JRNLSL.
           COPY APPRSL.

       DATA DIVISION.
       FILE SECTION.

       COPY JRNLFD.

       COPY APPRFD.

       WORKING-STORAGE SECTION.
      *    BUILD IDENTITY - RAISE WS-VR-VERSION WITH EACH ENTRY
      *    IN THE MODIFICATION HISTORY (SEE VERSWS.CPY)
       01  WS-VR-PROGRAM           PIC X(17) VALUE "VISITOR-MAINT".
       01  WS-VR-VERSION           PIC X(06) VALUE "1.12".
       COPY VERSWS.
       COPY APPRWS.
       COPY CALWS.
       COPY LOCKWS.
       COPY JRNLWS.
           MOVE "Y" TO WS-VM-OPEN-SW.
           PERFORM 9400-OPEN-DAILY-AUDIT
               THRU 9400-EXIT.
           MOVE "Y" TO WS-AQ-AUDIT-HELD-SW.
           PERFORM 7300-CARRY-OUT-APPROVED
               THRU 7300-EXIT.
           GO TO 1000-EXIT.
       1000-EXIT.
           EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 7000-PURGE-OLD  --  COUNT EVERY VISITOR LAST SEEN BEFORE
      *                      THE CUTOFF AND QUEUE THE PURGE FOR A
      *                      SECOND OPERATOR'S APPROVAL
      *-------------------------------------------------------------
       7000-PURGE-OLD.
           DISPLAY "Enter the cutoff date (YYYYMMDD): "
                   DISPLAY "Value too large, enter 8 digits"
                   GO TO 7000-PURGE-OLD
           END-COMPUTE.
           PERFORM 7050-COLLECT-OLD
               THRU 7050-EXIT.
           IF WS-PURGE-COUNT = 0
               DISPLAY "No visitors older than the cutoff."
               GO TO 7000-EXIT
           END-IF.
           MOVE WS-PURGE-COUNT TO D-COUNT.
           DISPLAY "Request a purge of " FUNCTION TRIM(D-COUNT)
               " visitor(s) (Y/N): " WITH NO ADVANCING.
           ACCEPT WS-CONFIRM.
           IF WS-CONFIRM NOT = "Y" AND WS-CONFIRM NOT = "y"
               DISPLAY "Purge not requested."
               GO TO 7000-EXIT
           END-IF.
           DISPLAY "Reason for the purge: " WITH NO ADVANCING.
           ACCEPT WS-AQ-NEW-REASON.
           IF WS-AQ-NEW-REASON = SPACES
               DISPLAY "A reason is required - not queued."
               GO TO 7000-EXIT
           END-IF.
           MOVE "PURGE" TO WS-AQ-NEW-FUNCTION.
           MOVE SPACE TO WS-AQ-NEW-OPTION.
           MOVE SPACES TO WS-AQ-NEW-TARGET.
           MOVE WS-CUTOFF-DATE TO WS-AQ-NEW-TARGET(1:8).
           MOVE "VISITOR-MAINT" TO WS-AQ-NEW-PROGRAM.
           PERFORM 9130-QUEUE-REQUEST
               THRU 9130-EXIT.
           GO TO 7000-EXIT.
       7000-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 7050-COLLECT-OLD  --  EVERY VISITOR LAST SEEN BEFORE
      *                        WS-CUTOFF-DATE INTO THE PURGE TABLE
      *-------------------------------------------------------------
       7050-COLLECT-OLD.
           MOVE 0 TO WS-PURGE-COUNT.
           MOVE "N" TO WS-SCAN-EOF-SW.
           MOVE 0 TO VM-NUMBER.
           PERFORM 7100-COLLECT-ONE
               THRU 7100-EXIT
               UNTIL WS-SCAN-EOF.
           GO TO 7050-EXIT.
       7050-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 7300-CARRY-OUT-APPROVED  --  EVERY PURGE A SECOND OPERATOR
      *                               HAS APPROVED, AT THE CUTOFF
      *                               ON THE REQUEST
      *-------------------------------------------------------------
       7300-CARRY-OUT-APPROVED.
           MOVE "PURGE" TO WS-AQ-WANTED-FUNCTION.
           PERFORM 9140-FIND-APPROVED
               THRU 9140-EXIT.
           IF NOT WS-AQ-FOUND
               GO TO 7300-EXIT
           END-IF.
           MOVE AQ-REQUEST-NO TO D-AQ-NUMBER.
           DISPLAY "Carrying out approved request " D-AQ-NUMBER
               " (approved by " FUNCTION TRIM(AQ-ACTOR) ").".
           IF AQ-TARGET(1:8) IS NOT NUMERIC
               DISPLAY "Cutoff on the request is not a date - "
                   "not purged."
               MOVE "F" TO WS-AQ-CLOSE-STATUS
               PERFORM 9150-CLOSE-APPROVED
                   THRU 9150-EXIT
               GO TO 7300-CARRY-OUT-APPROVED
           END-IF.
           MOVE AQ-TARGET(1:8) TO WS-CUTOFF-DATE.
           PERFORM 7050-COLLECT-OLD
               THRU 7050-EXIT.
           PERFORM 7200-DELETE-ONE-COLLECTED
               THRU 7200-EXIT
               VARYING WS-PURGE-IDX FROM 1 BY 1
           MOVE 0 TO DA-RETURN-CODE.
           PERFORM 9500-WRITE-AUDIT-RECORD
               THRU 9500-EXIT.
           MOVE "D" TO WS-AQ-CLOSE-STATUS.
           PERFORM 9150-CLOSE-APPROVED
               THRU 9150-EXIT.
           GO TO 7300-CARRY-OUT-APPROVED.
       7300-EXIT.
           EXIT.

       7100-COLLECT-ONE.
      * 9700-WRITE-JOURNAL  --  COPIED
      *-------------------------------------------------------------
       COPY JRNLPR.

      *-------------------------------------------------------------
      * 9100-LOAD-APPROVAL-QUEUE / 9130-QUEUE-REQUEST /
      * 9140-FIND-APPROVED / 9150-CLOSE-APPROVED  --  COPIED
      *-------------------------------------------------------------
       COPY APPRPR.
