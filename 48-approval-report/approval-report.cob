       IDENTIFICATION DIVISION.
       PROGRAM-ID. APPROVAL-REPORT.
       AUTHOR. HARISH-KUMAR.
       INSTALLATION. UNIKODE-DATA-CENTER.
       DATE-WRITTEN. 2026/10/15.
       DATE-COMPILED.
      *-------------------------------------------------------------
      * MODIFICATION HISTORY
      *-------------------------------------------------------------
      * DATE       INIT DESCRIPTION
      * ---------- ---- -----------------------------------------
      * 2026/10/15  HK  FIRST VERSION - DAILY DUAL-CONTROL APPROVAL
      *                 QUEUE REPORT.  EXPIRES EVERY PENDING REQUEST
      *                 OLDER THAN SYSPARM APPROVAL-EXPIRE-DAYS
      *                 (DEFAULT 3) ON THE AUDIT TRAIL, THEN LISTS
      *                 WHAT IS STILL WAITING FOR A SECOND OPERATOR
      *                 (WITH ITS AGE AND REASON) AND WHAT HAS BEEN
      *                 APPROVED BUT NOT YET CARRIED OUT.  CLOSED
      *                 REQUESTS OLDER THAN SYSPARM OUTPUT-RETENTION
      *                 (DEFAULT 30 DAYS) ARE DROPPED FROM THE QUEUE
      *                 FILE - THE AUDIT TRAIL KEEPS THEIR HISTORY.
      *                 RETURNS 4 WHEN ANYTHING EXPIRED THIS RUN.
      * 2026/10/15  HK  ADDED THE PROGRAM'S BUILD IDENTITY - VERSION AND
      *                 COMPILE DATE, SEE VERSWS.CPY - STAMPED ON ITS
      *                 AUDIT RECORDS AND PAGE HEADINGS.  A CALL WITH A
      *                 RETURN CODE OF -1 NOW ONLY REPORTS THE BUILD,
      *                 FOR THE DAILY RUN'S VERSION CHECK.
      *-------------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT APPROVAL-RPT ASSIGN TO "APPRRPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           COPY APPRSL.
           COPY SYSPMSEL.
           COPY AUDITSEL.
           COPY AUDITCSL.
           COPY RUNIDSEL.
           COPY SIGNSEL.
           COPY CALSEL.

       DATA DIVISION.
       FILE SECTION.
       FD  APPROVAL-RPT.
       01  APPROVAL-RPT-RECORD     PIC X(80).

       COPY APPRFD.

       COPY SYSPMFD.

       COPY AUDITFD.

       COPY AUDITCFD.

       COPY RUNIDFD.

       COPY SIGNFD.

       COPY CALFD.

       WORKING-STORAGE SECTION.
      *    BUILD IDENTITY - RAISE WS-VR-VERSION WITH EACH ENTRY
      *    IN THE MODIFICATION HISTORY (SEE VERSWS.CPY)
       01  WS-VR-PROGRAM           PIC X(17) VALUE "APPROVAL-REPORT".
       01  WS-VR-VERSION           PIC X(06) VALUE "1.02".
       COPY VERSWS.
       COPY CALWS.
       COPY RUNIDWS.
       COPY AUDITCWS.
       COPY SIGNWS.
       COPY SYSPMWS.
       COPY RPTHDWS.
       COPY APPRWS.
       01  WS-DA-STATUS            PIC X(02).

       01  WS-RETENTION-DAYS       PIC 9(05) VALUE 30.
       01  WS-CUTOFF-DAY-NUMBER    PIC S9(08).
       01  WS-CLOSED-DATE          PIC 9(08).
       01  WS-KEEP-IDX             PIC 9(03) USAGE COMP.

       01  WS-COUNTERS.
           05 WS-PENDING-CT        PIC 9(05) VALUE 0 USAGE COMP.
           05 WS-AWAITING-CT       PIC 9(05) VALUE 0 USAGE COMP.
           05 WS-DONE-TODAY-CT     PIC 9(05) VALUE 0 USAGE COMP.
           05 WS-REJECTED-TODAY-CT PIC 9(05) VALUE 0 USAGE COMP.
           05 WS-PRUNED-CT         PIC 9(05) VALUE 0 USAGE COMP.

       01  D-COUNT                 PIC Z(4)9.
       01  D-AGE                   PIC Z(3)9.
       01  D-DATE                  PIC 9999/99/99.

       LINKAGE SECTION.
       01  LK-RETURN-CODE          PIC S9(04).

       PROCEDURE DIVISION USING LK-RETURN-CODE.

      *-------------------------------------------------------------
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
           PERFORM 2000-EXPIRE-AND-PRUNE
               THRU 2000-EXIT.
           PERFORM 3000-PRINT-PENDING
               THRU 3000-EXIT.
           PERFORM 4000-PRINT-AWAITING
               THRU 4000-EXIT.
           PERFORM 5000-PRINT-TOTALS
               THRU 5000-EXIT.
           PERFORM 9999-TERMINATE
               THRU 9999-EXIT.
           GOBACK.

      *-------------------------------------------------------------
      * 1000-INITIALIZE  --  STAMPS, LOGS AND THE TWO LIMITS
      *-------------------------------------------------------------
       1000-INITIALIZE.
           PERFORM 9370-GET-BUSINESS-DATE
               THRU 9370-EXIT.
           PERFORM 9380-ASSIGN-RUN-ID
               THRU 9380-EXIT.
           PERFORM 9390-GET-OPERATOR
               THRU 9390-EXIT.
           PERFORM 9400-OPEN-DAILY-AUDIT
               THRU 9400-EXIT.
           MOVE "Y" TO WS-AQ-AUDIT-HELD-SW.
           PERFORM 9300-LOAD-SYSPARM
               THRU 9300-EXIT.
           MOVE "APPROVAL-EXPIRE-DAYS" TO WS-SP-WANTED-KEY.
           PERFORM 9350-GET-SYSPARM
               THRU 9350-EXIT.
           IF WS-SP-FOUND
               AND WS-SP-NUM-VALUE > 0
               COMPUTE WS-AQ-EXPIRE-DAYS = WS-SP-NUM-VALUE
                   ON SIZE ERROR
                       CONTINUE
               END-COMPUTE
           END-IF.
           MOVE "OUTPUT-RETENTION" TO WS-SP-WANTED-KEY.
           PERFORM 9350-GET-SYSPARM
               THRU 9350-EXIT.
           IF WS-SP-FOUND
               AND WS-SP-NUM-VALUE > 0
               COMPUTE WS-RETENTION-DAYS = WS-SP-NUM-VALUE
                   ON SIZE ERROR
                       CONTINUE
               END-COMPUTE
           END-IF.
           COMPUTE WS-CUTOFF-DAY-NUMBER =
               FUNCTION INTEGER-OF-DATE(WS-BUS-DATE)
               - WS-RETENTION-DAYS.
           MOVE "DUAL-CONTROL APPROVAL QUEUE" TO WS-RH-TITLE.
           MOVE "APPROVAL-REPORT" TO WS-RH-PROGRAM-ID.
           OPEN OUTPUT APPROVAL-RPT.
           GO TO 1000-EXIT.
       1000-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 2000-EXPIRE-AND-PRUNE  --  EXPIRE THE STALE PENDING
      *                             REQUESTS, THEN DROP CLOSED ONES
      *                             PAST RETENTION FROM THE FILE
      *-------------------------------------------------------------
       2000-EXPIRE-AND-PRUNE.
           PERFORM 9160-EXPIRE-STALE
               THRU 9160-EXIT.
           IF WS-AQ-EXPIRED-COUNT > 0
               MOVE 4 TO LK-RETURN-CODE
           END-IF.
           MOVE 0 TO WS-KEEP-IDX.
           PERFORM 2100-KEEP-OR-PRUNE
               THRU 2100-EXIT
               VARYING WS-AQ-IDX FROM 1 BY 1
                   UNTIL WS-AQ-IDX > WS-AQ-COUNT.
           IF WS-PRUNED-CT > 0
               MOVE WS-KEEP-IDX TO WS-AQ-COUNT
               PERFORM 9120-SAVE-APPROVAL-QUEUE
                   THRU 9120-EXIT
           END-IF.
           GO TO 2000-EXIT.
       2000-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 2100-KEEP-OR-PRUNE  --  A REQUEST STILL PENDING OR APPROVED
      *                          IS ALWAYS KEPT; A CLOSED ONE GOES
      *                          ONCE ITS LAST STAMP IS PAST
      *                          RETENTION.  TODAY'S CLOSINGS ARE
      *                          COUNTED ON THE WAY.
      *-------------------------------------------------------------
       2100-KEEP-OR-PRUNE.
           MOVE WS-AQ-ROW(WS-AQ-IDX) TO APPROVAL-QUEUE-RECORD.
           IF AQ-CARRIED-OUT
               AND AQ-DONE-DATE = WS-BUS-DATE
               ADD 1 TO WS-DONE-TODAY-CT
           END-IF.
           IF AQ-REJECTED
               AND AQ-ACT-DATE = WS-BUS-DATE
               ADD 1 TO WS-REJECTED-TODAY-CT
           END-IF.
           IF NOT AQ-OPEN
               MOVE AQ-REQ-DATE TO WS-CLOSED-DATE
               IF AQ-ACT-DATE IS NUMERIC
                   AND AQ-ACT-DATE > WS-CLOSED-DATE
                   MOVE AQ-ACT-DATE TO WS-CLOSED-DATE
               END-IF
               IF AQ-DONE-DATE IS NUMERIC
                   AND AQ-DONE-DATE > WS-CLOSED-DATE
                   MOVE AQ-DONE-DATE TO WS-CLOSED-DATE
               END-IF
               IF WS-CLOSED-DATE IS NUMERIC
                   AND WS-CLOSED-DATE >= 16010101
                   AND FUNCTION INTEGER-OF-DATE(WS-CLOSED-DATE)
                       < WS-CUTOFF-DAY-NUMBER
                   ADD 1 TO WS-PRUNED-CT
                   GO TO 2100-EXIT
               END-IF
           END-IF.
           ADD 1 TO WS-KEEP-IDX.
           MOVE WS-AQ-ROW(WS-AQ-IDX) TO WS-AQ-ROW(WS-KEEP-IDX).
           GO TO 2100-EXIT.
       2100-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 3000-PRINT-PENDING  --  EVERY REQUEST WAITING FOR A SECOND
      *                          OPERATOR, WITH ITS AGE AND REASON
      *-------------------------------------------------------------
       3000-PRINT-PENDING.
           MOVE "REQUESTS WAITING FOR APPROVAL" TO APPROVAL-RPT-RECORD.
           PERFORM 8900-WRITE-LINE
               THRU 8900-EXIT.
           MOVE SPACES TO APPROVAL-RPT-RECORD.
           PERFORM 8900-WRITE-LINE
               THRU 8900-EXIT.
           MOVE "  REQ-NO FUNCTION REQUESTER  REQUESTED   AGE TARGET"
               TO APPROVAL-RPT-RECORD.
           PERFORM 8900-WRITE-LINE
               THRU 8900-EXIT.
           COMPUTE WS-AQ-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-BUS-DATE).
           PERFORM 3100-PRINT-ONE-PENDING
               THRU 3100-EXIT
               VARYING WS-AQ-IDX FROM 1 BY 1
                   UNTIL WS-AQ-IDX > WS-AQ-COUNT.
           IF WS-PENDING-CT = 0
               MOVE "  NONE." TO APPROVAL-RPT-RECORD
               PERFORM 8900-WRITE-LINE
                   THRU 8900-EXIT
           END-IF.
           GO TO 3000-EXIT.
       3000-EXIT.
           EXIT.

       3100-PRINT-ONE-PENDING.
           MOVE WS-AQ-ROW(WS-AQ-IDX) TO APPROVAL-QUEUE-RECORD.
           IF NOT AQ-PENDING
               GO TO 3100-EXIT
           END-IF.
           ADD 1 TO WS-PENDING-CT.
           MOVE 0 TO WS-AQ-AGE-DAYS.
           IF AQ-REQ-DATE IS NUMERIC
               AND AQ-REQ-DATE >= 16010101
               AND AQ-REQ-DATE < WS-BUS-DATE
               COMPUTE WS-AQ-AGE-DAYS = WS-AQ-TODAY-INT
                   - FUNCTION INTEGER-OF-DATE(AQ-REQ-DATE)
           END-IF.
           MOVE WS-AQ-AGE-DAYS TO D-AGE.
           MOVE AQ-REQUEST-NO TO D-AQ-NUMBER.
           MOVE AQ-REQ-DATE TO D-DATE.
           MOVE SPACES TO APPROVAL-RPT-RECORD.
           MOVE D-AQ-NUMBER TO APPROVAL-RPT-RECORD(3:6).
           MOVE AQ-FUNCTION TO APPROVAL-RPT-RECORD(10:8).
           MOVE AQ-REQUESTER TO APPROVAL-RPT-RECORD(19:8).
           MOVE D-DATE TO APPROVAL-RPT-RECORD(30:10).
           MOVE D-AGE TO APPROVAL-RPT-RECORD(40:4).
           MOVE AQ-TARGET(1:35) TO APPROVAL-RPT-RECORD(45:35).
           PERFORM 8900-WRITE-LINE
               THRU 8900-EXIT.
           MOVE SPACES TO APPROVAL-RPT-RECORD.
           STRING "         REASON: " DELIMITED BY SIZE
                   AQ-REASON DELIMITED BY SIZE
               INTO APPROVAL-RPT-RECORD.
           PERFORM 8900-WRITE-LINE
               THRU 8900-EXIT.
           GO TO 3100-EXIT.
       3100-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 4000-PRINT-AWAITING  --  APPROVED, BUT THE OWNING PROGRAM
      *                           HAS NOT RUN SINCE
      *-------------------------------------------------------------
       4000-PRINT-AWAITING.
           MOVE SPACES TO APPROVAL-RPT-RECORD.
           PERFORM 8900-WRITE-LINE
               THRU 8900-EXIT.
           MOVE "APPROVED, NOT YET CARRIED OUT" TO APPROVAL-RPT-RECORD.
           PERFORM 8900-WRITE-LINE
               THRU 8900-EXIT.
           MOVE SPACES TO APPROVAL-RPT-RECORD.
           PERFORM 8900-WRITE-LINE
               THRU 8900-EXIT.
           MOVE "  REQ-NO FUNCTION APPROVER   APPROVED    RUN BY"
               TO APPROVAL-RPT-RECORD.
           PERFORM 8900-WRITE-LINE
               THRU 8900-EXIT.
           PERFORM 4100-PRINT-ONE-AWAITING
               THRU 4100-EXIT
               VARYING WS-AQ-IDX FROM 1 BY 1
                   UNTIL WS-AQ-IDX > WS-AQ-COUNT.
           IF WS-AWAITING-CT = 0
               MOVE "  NONE." TO APPROVAL-RPT-RECORD
               PERFORM 8900-WRITE-LINE
                   THRU 8900-EXIT
           END-IF.
           GO TO 4000-EXIT.
       4000-EXIT.
           EXIT.

       4100-PRINT-ONE-AWAITING.
           MOVE WS-AQ-ROW(WS-AQ-IDX) TO APPROVAL-QUEUE-RECORD.
           IF NOT AQ-APPROVED
               GO TO 4100-EXIT
           END-IF.
           ADD 1 TO WS-AWAITING-CT.
           MOVE AQ-REQUEST-NO TO D-AQ-NUMBER.
           MOVE AQ-ACT-DATE TO D-DATE.
           MOVE SPACES TO APPROVAL-RPT-RECORD.
           MOVE D-AQ-NUMBER TO APPROVAL-RPT-RECORD(3:6).
           MOVE AQ-FUNCTION TO APPROVAL-RPT-RECORD(10:8).
           MOVE AQ-ACTOR TO APPROVAL-RPT-RECORD(19:8).
           MOVE D-DATE TO APPROVAL-RPT-RECORD(30:10).
           MOVE AQ-PROGRAM TO APPROVAL-RPT-RECORD(42:13).
           PERFORM 8900-WRITE-LINE
               THRU 8900-EXIT.
           GO TO 4100-EXIT.
       4100-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 5000-PRINT-TOTALS  --  HOW THE QUEUE STANDS, AND THE RUN'S
      *                        OWN AUDIT RECORD
      *-------------------------------------------------------------
       5000-PRINT-TOTALS.
           MOVE SPACES TO APPROVAL-RPT-RECORD.
           PERFORM 8900-WRITE-LINE
               THRU 8900-EXIT.
           MOVE WS-PENDING-CT TO D-COUNT.
           MOVE SPACES TO APPROVAL-RPT-RECORD.
           STRING "WAITING FOR APPROVAL:        " DELIMITED BY SIZE
                   D-COUNT DELIMITED BY SIZE
               INTO APPROVAL-RPT-RECORD.
           PERFORM 8900-WRITE-LINE
               THRU 8900-EXIT.
           MOVE WS-AWAITING-CT TO D-COUNT.
           MOVE SPACES TO APPROVAL-RPT-RECORD.
           STRING "APPROVED, NOT CARRIED OUT:   " DELIMITED BY SIZE
                   D-COUNT DELIMITED BY SIZE
               INTO APPROVAL-RPT-RECORD.
           PERFORM 8900-WRITE-LINE
               THRU 8900-EXIT.
           MOVE WS-DONE-TODAY-CT TO D-COUNT.
           MOVE SPACES TO APPROVAL-RPT-RECORD.
           STRING "CARRIED OUT TODAY:           " DELIMITED BY SIZE
                   D-COUNT DELIMITED BY SIZE
               INTO APPROVAL-RPT-RECORD.
           PERFORM 8900-WRITE-LINE
               THRU 8900-EXIT.
           MOVE WS-REJECTED-TODAY-CT TO D-COUNT.
           MOVE SPACES TO APPROVAL-RPT-RECORD.
           STRING "REJECTED TODAY:              " DELIMITED BY SIZE
                   D-COUNT DELIMITED BY SIZE
               INTO APPROVAL-RPT-RECORD.
           PERFORM 8900-WRITE-LINE
               THRU 8900-EXIT.
           MOVE WS-AQ-EXPIRED-COUNT TO D-COUNT.
           MOVE SPACES TO APPROVAL-RPT-RECORD.
           STRING "EXPIRED THIS RUN:            " DELIMITED BY SIZE
                   D-COUNT DELIMITED BY SIZE
               INTO APPROVAL-RPT-RECORD.
           PERFORM 8900-WRITE-LINE
               THRU 8900-EXIT.
           MOVE WS-PRUNED-CT TO D-COUNT.
           MOVE SPACES TO APPROVAL-RPT-RECORD.
           STRING "CLOSED AND PAST RETENTION:   " DELIMITED BY SIZE
                   D-COUNT DELIMITED BY SIZE
               INTO APPROVAL-RPT-RECORD.
           PERFORM 8900-WRITE-LINE
               THRU 8900-EXIT.
           MOVE SPACES TO DAILY-AUDIT-RECORD.
           MOVE "APPR-REPORT" TO DA-PROGRAM-ID.
           MOVE WS-PENDING-CT TO D-COUNT.
           STRING "PENDING " DELIMITED BY SIZE
                   FUNCTION TRIM(D-COUNT) DELIMITED BY SIZE
               INTO DA-INPUT-VALUE.
           MOVE WS-AQ-EXPIRED-COUNT TO D-COUNT.
           STRING "EXPIRED " DELIMITED BY SIZE
                   FUNCTION TRIM(D-COUNT) DELIMITED BY SIZE
               INTO DA-OUTPUT-VALUE.
           MOVE LK-RETURN-CODE TO DA-RETURN-CODE.
           PERFORM 9500-WRITE-AUDIT-RECORD
               THRU 9500-EXIT.
           GO TO 5000-EXIT.
       5000-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 8900-WRITE-LINE  --  DISPLAY AND PRINT ONE REPORT LINE,
      *                       WITH THE SHARED PAGE-HEADING BREAK
      *-------------------------------------------------------------
       8900-WRITE-LINE.
           MOVE APPROVAL-RPT-RECORD TO WS-RH-DETAIL.
           IF WS-RH-LINE-COUNT >= WS-RH-LINES-PER-PAGE
               PERFORM 9800-BUILD-PAGE-HEADING
                   THRU 9800-EXIT
               WRITE APPROVAL-RPT-RECORD FROM WS-RH-HEADING-1
               WRITE APPROVAL-RPT-RECORD FROM WS-RH-HEADING-2
               MOVE SPACES TO APPROVAL-RPT-RECORD
               WRITE APPROVAL-RPT-RECORD
               ADD 3 TO WS-RH-LINE-COUNT
               ADD 3 TO WS-RH-TOTAL-LINES
           END-IF.
           DISPLAY WS-RH-DETAIL.
           WRITE APPROVAL-RPT-RECORD FROM WS-RH-DETAIL.
           ADD 1 TO WS-RH-LINE-COUNT.
           ADD 1 TO WS-RH-TOTAL-LINES.
           GO TO 8900-EXIT.
       8900-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 9999-TERMINATE  --  END-OF-REPORT TRAILER, THEN CLOSE
      *-------------------------------------------------------------
       9999-TERMINATE.
           PERFORM 9850-BUILD-REPORT-TRAILER
               THRU 9850-EXIT.
           DISPLAY WS-RH-TRAILER.
           WRITE APPROVAL-RPT-RECORD FROM WS-RH-TRAILER.
           CLOSE APPROVAL-RPT.
           PERFORM 9420-CLOSE-DAILY-AUDIT
               THRU 9420-EXIT.
           GO TO 9999-EXIT.
       9999-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 9100-LOAD-APPROVAL-QUEUE / 9120-SAVE-APPROVAL-QUEUE /
      * 9160-EXPIRE-STALE  --  COPIED
      *-------------------------------------------------------------
       COPY APPRPR.

      *-------------------------------------------------------------
      * 9400-OPEN-DAILY-AUDIT / 9500-WRITE-AUDIT-RECORD  --  COPIED
      *-------------------------------------------------------------
       COPY AUDITOPN.

       COPY AUDITPR.

      *-------------------------------------------------------------
      * 9420-CLOSE-DAILY-AUDIT  --  COPIED
      *-------------------------------------------------------------
       COPY AUDITCLS.

      *-------------------------------------------------------------
      * 9300-LOAD-SYSPARM / 9350-GET-SYSPARM  --  COPIED
      *-------------------------------------------------------------
       COPY SYSPMPR.

      *-------------------------------------------------------------
      * 9370-GET-BUSINESS-DATE  --  COPIED
      *-------------------------------------------------------------
       COPY CALPR.

      *-------------------------------------------------------------
      * 9380-ASSIGN-RUN-ID  --  COPIED
      *-------------------------------------------------------------
       COPY RUNIDPR.

      *-------------------------------------------------------------
      * 9390-GET-OPERATOR  --  COPIED
      *-------------------------------------------------------------
       COPY SIGNPR.

      *-------------------------------------------------------------
      * 9800-BUILD-PAGE-HEADING / 9850-BUILD-REPORT-TRAILER  --
      * COPIED
      *-------------------------------------------------------------
       COPY RPTHDPR.

      *-------------------------------------------------------------
      * 9245-ANSWER-VERSION-INQUIRY  --  COPIED
      *-------------------------------------------------------------
       COPY VERSPR.
