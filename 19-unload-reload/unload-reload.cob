      *                 DAY'S WORK.  APPLIED AND SKIPPED COUNTS
      *                 ARE DISPLAYED AND AUDITED THE WAY THE
      *                 RELOAD VERIFIES THE BACKUP TRAILER.
      * 2026/10/15  HK  A RELOAD IS NOW UNDER DUAL CONTROL.  MENU
      *                 CHOICES 3 AND 4 VERIFY THE BACKUP, TAKE A
      *                 REASON AND QUEUE THE RELOAD ON THE APPROVAL
      *                 QUEUE (SHARED APPRSL / APPRFD / APPRWS /
      *                 APPRPR COPYBOOKS) INSTEAD OF REPLACING THE
      *                 MASTER; A PARM R RECORD IS QUEUED THE SAME
      *                 WAY AND ENDS THE STEP WITH CODE 4.  A RELOAD
      *                 A SECOND OPERATOR HAS APPROVED FROM THE MENU
      *                 IS CARRIED OUT AT THE START OF THE NEXT RUN,
      *                 ATTENDED OR NOT, ONCE THE LOCKS ARE HELD.
      *                 REQUEST AND CARRY-OUT ARE ON THE DAILY AUDIT
      *                 TRAIL.
      * 2026/10/15  HK  ADDED THE PROGRAM'S BUILD IDENTITY - VERSION AND
      *                 COMPILE DATE, SEE VERSWS.CPY - STAMPED ON ITS
      *                 AUDIT RECORDS.  A CALL WITH A RETURN CODE OF -1
      *                 NOW ONLY REPORTS THE BUILD, FOR THE DAILY RUN'S
      *                 VERSION CHECK.
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
       01  WS-VR-PROGRAM           PIC X(17) VALUE "UNLOAD-RELOAD".
       01  WS-VR-VERSION           PIC X(06) VALUE "1.08".
       COPY VERSWS.
       COPY APPRWS.
       COPY CALWS.
       COPY LOCKWS.
       COPY JRNLWS.
      * 0000-MAINLINE
      *-------------------------------------------------------------
       0000-MAINLINE.
           IF LK-RETURN-CODE = -1
               PERFORM 9245-ANSWER-VERSION-INQUIRY
                   THRU 9245-EXIT
               GOBACK
           END-IF.
           MOVE 0 TO LK-RETURN-CODE.
           PERFORM 1000-INITIALIZE
               THRU 1000-EXIT.
           MOVE "FACTCACHE" TO WS-LOCK-RESOURCE.
           PERFORM 9600-ACQUIRE-LOCK
               THRU 9600-EXIT.
           IF WS-LOCK-DENIED
               GO TO 1000-EXIT
           END-IF.
           MOVE "Y" TO WS-AQ-AUDIT-HELD-SW.
           PERFORM 1100-CARRY-OUT-APPROVED
               THRU 1100-EXIT.
           GO TO 1000-EXIT.
       1000-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 1100-CARRY-OUT-APPROVED  --  EVERY RELOAD A SECOND OPERATOR
      *                               HAS APPROVED, FROM THE BACKUP
      *                               NAMED ON THE REQUEST
      *-------------------------------------------------------------
       1100-CARRY-OUT-APPROVED.
           MOVE "RELOAD" TO WS-AQ-WANTED-FUNCTION.
           PERFORM 9140-FIND-APPROVED
               THRU 9140-EXIT.
           IF NOT WS-AQ-FOUND
               GO TO 1100-EXIT
           END-IF.
           MOVE AQ-REQUEST-NO TO D-AQ-NUMBER.
           DISPLAY "UNLOAD-RELOAD: carrying out approved request "
               D-AQ-NUMBER " (approved by " FUNCTION TRIM(AQ-ACTOR)
               ").".
           MOVE AQ-TARGET(1:25) TO WS-RESTORE-NAME.
           EVALUATE AQ-OPTION
               WHEN "V"
                   PERFORM 5000-RELOAD-VISITOR
                       THRU 5000-EXIT
               WHEN "F"
                   PERFORM 6000-RELOAD-CACHE
                       THRU 6000-EXIT
               WHEN OTHER
                   DISPLAY "UNLOAD-RELOAD: request names no master "
                       "- not reloaded."
                   MOVE "Y" TO WS-RELOAD-BAD-SW
           END-EVALUATE.
           IF WS-RELOAD-BAD
               MOVE "F" TO WS-AQ-CLOSE-STATUS
           ELSE
               MOVE "D" TO WS-AQ-CLOSE-STATUS
           END-IF.
           PERFORM 9150-CLOSE-APPROVED
               THRU 9150-EXIT.
           GO TO 1100-CARRY-OUT-APPROVED.
       1100-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 1500-MENU-LOOP  --  OPERATOR FUNCTIONS
      *-------------------------------------------------------------
               WHEN WS-CHOICE-RELOAD-VM
                   PERFORM 1600-GET-BACKUP-NAME
                       THRU 1600-EXIT
                   MOVE "V" TO WS-AQ-NEW-OPTION
                   PERFORM 5900-REQUEST-RELOAD
                       THRU 5900-EXIT
               WHEN WS-CHOICE-RELOAD-FC
                   PERFORM 1600-GET-BACKUP-NAME
                       THRU 1600-EXIT
                   MOVE "F" TO WS-AQ-NEW-OPTION
                   PERFORM 5900-REQUEST-RELOAD
                       THRU 5900-EXIT
               WHEN WS-CHOICE-ROLL-VM
                   PERFORM 1650-GET-JOURNAL-NAME
                       THRU 1650-EXIT
                       THRU 4000-EXIT
               WHEN BP-RELOAD AND BP-VISITOR
                   MOVE BP-BACKUP-NAME TO WS-RESTORE-NAME
                   MOVE "V" TO WS-AQ-NEW-OPTION
                   PERFORM 5900-REQUEST-RELOAD
                       THRU 5900-EXIT
               WHEN BP-RELOAD AND BP-CACHE
                   MOVE BP-BACKUP-NAME TO WS-RESTORE-NAME
                   MOVE "F" TO WS-AQ-NEW-OPTION
                   PERFORM 5900-REQUEST-RELOAD
                       THRU 5900-EXIT
               WHEN BP-ROLL-JOURNAL AND BP-VISITOR
                   MOVE BP-BACKUP-NAME TO WS-JR-FILE-NAME
                   PERFORM 6500-ROLL-VISITOR-JOURNAL
       5100-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 5900-REQUEST-RELOAD  --  VERIFY THE BACKUP, THEN QUEUE THE
      *                           RELOAD FOR A SECOND OPERATOR'S
      *                           APPROVAL.  THE CALLER SETS THE
      *                           BACKUP NAME AND WS-AQ-NEW-OPTION
      *                           (V VISITMST, F FACTCACHE).
      *-------------------------------------------------------------
       5900-REQUEST-RELOAD.
           PERFORM 7000-VERIFY-BACKUP
               THRU 7000-EXIT.
           IF WS-RELOAD-BAD
               GO TO 5900-EXIT
           END-IF.
           IF WS-BATCH-MODE
               MOVE "STANDING RELOAD ON BACKPARM.DAT"
                   TO WS-AQ-NEW-REASON
           ELSE
               DISPLAY "Reason for the reload: " WITH NO ADVANCING
               ACCEPT WS-AQ-NEW-REASON
               IF WS-AQ-NEW-REASON = SPACES
                   DISPLAY "A reason is required - not queued."
                   GO TO 5900-EXIT
               END-IF
           END-IF.
           MOVE "RELOAD" TO WS-AQ-NEW-FUNCTION.
           MOVE SPACES TO WS-AQ-NEW-TARGET.
           MOVE WS-RESTORE-NAME TO WS-AQ-NEW-TARGET(1:25).
           MOVE "UNLOAD-RELOAD" TO WS-AQ-NEW-PROGRAM.
           PERFORM 9130-QUEUE-REQUEST
               THRU 9130-EXIT.
           IF WS-BATCH-MODE
               AND LK-RETURN-CODE < 4
               MOVE 4 TO LK-RETURN-CODE
           END-IF.
           GO TO 5900-EXIT.
       5900-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 6000-RELOAD-CACHE  --  REBUILD FACTCACHE.DAT FROM A BACKUP,
      *                         PROVING THE TRAILER COUNT FIRST
      * 9600-ACQUIRE-LOCK / 9650-RELEASE-LOCKS  --  COPIED
      *-------------------------------------------------------------
       COPY LOCKPR.

      *-------------------------------------------------------------
      * 9100-LOAD-APPROVAL-QUEUE / 9130-QUEUE-REQUEST /
      * 9140-FIND-APPROVED / 9150-CLOSE-APPROVED  --  COPIED
      *-------------------------------------------------------------
       COPY APPRPR.

      *-------------------------------------------------------------
      * 9245-ANSWER-VERSION-INQUIRY  --  COPIED
      *-------------------------------------------------------------
       COPY VERSPR.
