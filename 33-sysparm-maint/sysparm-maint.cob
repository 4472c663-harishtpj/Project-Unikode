      *                 THE OPERATOR AND RUN-ID.  A TRAILING SPACE
      *                 CAN NO LONGER TURN SIEVE-THRESHOLD INTO A
      *                 SILENT COMPILED-DEFAULT FALLBACK.
      * 2026/10/15  HK  DEPT-REPORT-MONTH (YYYYMM, ZERO = THE
      *                 BUSINESS MONTH) FOR DEPT-VISIT-REPORT.
      * 2026/10/15  HK  NOTIFY-CHASE-MINS (HOST ACKNOWLEDGMENT
      *                 GRACE, DEFAULT 15) FOR NOTIFY-CHASE.
      * 2026/10/15  HK  INDUCT-ENFORCE (1 = GREETER REFUSES A
      *                 CONTRACTOR WITH NO CURRENT INDUCTION, 0 =
      *                 WARNS ONLY) AND INDUCT-WARN-DAYS (DEFAULT 30)
      *                 FOR INDUCT-EXPIRY.
      * 2026/10/15  HK  FORECAST-WEEKS (SAME-WEEKDAY HISTORY WINDOW,
      *                 DEFAULT 8) FOR FORECAST-REPORT.
      * 2026/10/15  HK  PO-WARN-PCT (PURCHASE-ORDER BURN PERCENTAGE AT
      *                 WHICH PO-POST RAISES A WARNING, DEFAULT 80).
      * 2026/10/15  HK  A CHANGE IS NO LONGER APPLIED BY THE OPERATOR
      *                 WHO KEYS IT.  IT IS VALIDATED, TAKES A
      *                 REASON AND GOES ON THE DUAL-CONTROL APPROVAL
      *                 QUEUE (SHARED APPRSL / APPRFD / APPRWS /
      *                 APPRPR COPYBOOKS); ONCE A SECOND OPERATOR HAS
      *                 APPROVED IT FROM THE MENU, THE NEXT RUN OF
      *                 THIS PROGRAM APPLIES IT BEFORE THE MENU
      *                 (RE-CHECKED AGAINST THE RANGE) AND POSTS THE
      *                 HISTORY UNDER THE APPLYING RUN.  REQUEST AND
      *                 CARRY-OUT ARE WRITTEN TO THE DAILY AUDIT
      *                 TRAIL.  NEW KEYWORDS APPROVAL-LEVEL (LEVEL
      *                 AN APPROVER NEEDS, DEFAULT 5) AND
      *                 APPROVAL-EXPIRE-DAYS (DEFAULT 3).
      * 2026/10/15  HK  ACCESS-REVIEW-DAYS (REVIEW PERIOD, DEFAULT 91)
      *                 AND DORMANT-DAYS (NO ACTIVITY FOR THIS MANY
      *                 DAYS FLAGS AN ACCOUNT, DEFAULT 30) FOR
      *                 ACCESS-REVIEW.
      * 2026/10/15  HK  SHIFT-DAY-START, SHIFT-LATE-START AND
      *                 SHIFT-NIGHT-START (HHMM, DEFAULTS 0600 / 1400 /
      *                 2200) - THE SHIFT BOUNDARIES THE HANDOVER LOG
      *                 FILES ITS ITEMS UNDER.
      * 2026/10/15  HK  INTEGRITY-DAY (WEEKDAY OF THE WEEKLY MASTER
      *                 INTEGRITY SWEEP, 1 = MONDAY ... 7 = SUNDAY,
      *                 DEFAULT 5 = FRIDAY).
      * 2026/10/15  HK  ADDED THE PROGRAM'S BUILD IDENTITY - VERSION AND
      *                 COMPILE DATE, SEE VERSWS.CPY - STAMPED ON ITS
      *                 AUDIT RECORDS.
      * 2026/10/15  HK  ADDED GOLDBACH-SUMMARY (0 OR 1, DEFAULT 0) TO
      *                 THE KEYWORD DICTIONARY FOR PRIME-CHECK'S
      *                 GOLDBACH RANGE REPORT.
      *-------------------------------------------------------------

       ENVIRONMENT DIVISION.
           COPY RUNIDSEL.
           COPY SIGNSEL.
           COPY CALSEL.
           COPY APPRSL.
           COPY AUDITSEL.
           COPY AUDITCSL.

       DATA DIVISION.
       FILE SECTION.

       COPY CALFD.

       COPY APPRFD.

       COPY AUDITFD.

       COPY AUDITCFD.

       WORKING-STORAGE SECTION.
      *    BUILD IDENTITY - RAISE WS-VR-VERSION WITH EACH ENTRY
      *    IN THE MODIFICATION HISTORY (SEE VERSWS.CPY)
       01  WS-VR-PROGRAM           PIC X(17) VALUE "SYSPARM-MAINT".
       01  WS-VR-VERSION           PIC X(06) VALUE "1.12".
       COPY VERSWS.
       COPY CALWS.
       COPY APPRWS.
       COPY AUDITCWS.
       01  WS-DA-STATUS            PIC X(02).
       COPY NUMVALWS.
       COPY RUNIDWS.
       COPY SIGNWS.
               "BADGE-COUNT         000000005000000000010000009999".
           05 FILLER PIC X(50) VALUE
               "ACK-GRACE-DAYS      000000000200000000000000000999".
           05 FILLER PIC X(50) VALUE
               "DEPT-REPORT-MONTH   000000000000000000000000999912".
           05 FILLER PIC X(50) VALUE
               "NOTIFY-CHASE-MINS   000000001500000000010000000999".
           05 FILLER PIC X(50) VALUE
               "INDUCT-ENFORCE      000000000100000000000000000001".
           05 FILLER PIC X(50) VALUE
               "INDUCT-WARN-DAYS    000000003000000000010000000365".
           05 FILLER PIC X(50) VALUE
               "FORECAST-WEEKS      000000000800000000010000000026".
           05 FILLER PIC X(50) VALUE
               "PO-WARN-PCT         000000008000000000010000000100".
           05 FILLER PIC X(50) VALUE
               "APPROVAL-LEVEL      000000000500000000010000000009".
           05 FILLER PIC X(50) VALUE
               "APPROVAL-EXPIRE-DAYS000000000300000000010000000030".
           05 FILLER PIC X(50) VALUE
               "ACCESS-REVIEW-DAYS  000000009100000000010000000366".
           05 FILLER PIC X(50) VALUE
               "DORMANT-DAYS        000000003000000000010000000365".
           05 FILLER PIC X(50) VALUE
               "SHIFT-DAY-START     000000060000000000000000002359".
           05 FILLER PIC X(50) VALUE
               "SHIFT-LATE-START    000000140000000000000000002359".
           05 FILLER PIC X(50) VALUE
               "SHIFT-NIGHT-START   000000220000000000000000002359".
           05 FILLER PIC X(50) VALUE
               "INTEGRITY-DAY       000000000500000000010000000007".
           05 FILLER PIC X(50) VALUE
               "GOLDBACH-SUMMARY    000000000000000000000000000001".
       01  WS-DICT-TABLE REDEFINES WS-DICT-AREA.
           05 WS-DICT-ENTRY        OCCURS 27 TIMES.
               10 WS-DI-KEYWORD    PIC X(20).
               10 WS-DI-DEFAULT    PIC 9(10).
               10 WS-DI-MIN        PIC 9(10).
               10 WS-DI-MAX        PIC 9(10).
       01  WS-DICT-COUNT           PIC 9(02) VALUE 27.
       01  WS-DICT-IDX             PIC 9(02).

      *    THE RAW SYSPARM RECORDS, COMMENTS AND ALL, SO A REWRITE
               88 WS-SP-EOF                   VALUE "Y".
           05 WS-KEY-FOUND-SW      PIC X(01).
               88 WS-KEY-FOUND                VALUE "Y".
           05 WS-APPLIED-SW        PIC X(01).
               88 WS-APPLIED                  VALUE "Y".

       PROCEDURE DIVISION.

               THRU 9390-EXIT.
           PERFORM 1500-LOAD-RAW-PARMS
               THRU 1500-EXIT.
           PERFORM 1600-CARRY-OUT-APPROVED
               THRU 1600-EXIT.
           GO TO 1000-EXIT.
       1000-EXIT.
           EXIT.
       1510-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 1600-CARRY-OUT-APPROVED  --  APPLY EVERY CHANGE A SECOND
      *                               OPERATOR HAS APPROVED, CHECKED
      *                               AGAIN AGAINST THE DICTIONARY
      *-------------------------------------------------------------
       1600-CARRY-OUT-APPROVED.
           MOVE "SYSPARM" TO WS-AQ-WANTED-FUNCTION.
           PERFORM 9140-FIND-APPROVED
               THRU 9140-EXIT.
           IF NOT WS-AQ-FOUND
               GO TO 1600-EXIT
           END-IF.
           MOVE AQ-REQUEST-NO TO D-AQ-NUMBER.
           DISPLAY "Applying approved request " D-AQ-NUMBER
               " (approved by " FUNCTION TRIM(AQ-ACTOR) ").".
           MOVE AQ-TARGET(1:20) TO WS-ENTERED-KEY.
           MOVE AQ-TARGET(21:10) TO WS-NEW-VALUE.
           MOVE "N" TO WS-APPLIED-SW.
           PERFORM VARYING WS-DICT-IDX FROM 1 BY 1
                   UNTIL WS-DICT-IDX > WS-DICT-COUNT
                   OR WS-DI-KEYWORD(WS-DICT-IDX) = WS-ENTERED-KEY
           END-PERFORM.
           IF WS-DICT-IDX > WS-DICT-COUNT
               DISPLAY "Keyword no longer known - not applied."
           ELSE
               IF WS-NEW-VALUE < WS-DI-MIN(WS-DICT-IDX)
                   OR WS-NEW-VALUE > WS-DI-MAX(WS-DICT-IDX)
                   DISPLAY "Value now out of the legal range - not "
                       "applied."
               ELSE
                   PERFORM 4500-APPLY-CHANGE
                       THRU 4500-EXIT
               END-IF
           END-IF.
           IF WS-APPLIED
               MOVE "D" TO WS-AQ-CLOSE-STATUS
           ELSE
               MOVE "F" TO WS-AQ-CLOSE-STATUS
           END-IF.
           PERFORM 9150-CLOSE-APPROVED
               THRU 9150-EXIT.
           GO TO 1600-CARRY-OUT-APPROVED.
       1600-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 2000-MENU-LOOP  --  DISPLAY, PROMPT, DISPATCH, REPEAT
      *-------------------------------------------------------------

      *-------------------------------------------------------------
      * 4000-EDIT-KEYWORD  --  VALIDATE AGAINST THE DICTIONARY AND
      *                         THE LEGAL RANGE, THEN QUEUE THE
      *                         CHANGE FOR A SECOND OPERATOR'S
      *                         APPROVAL
      *-------------------------------------------------------------
       4000-EDIT-KEYWORD.
           DISPLAY "Keyword to change: " WITH NO ADVANCING.
               DISPLAY "Out of the legal range - not changed."
               GO TO 4000-EXIT
           END-IF.
           DISPLAY "Reason for the change: " WITH NO ADVANCING.
           ACCEPT WS-AQ-NEW-REASON.
           IF WS-AQ-NEW-REASON = SPACES
               DISPLAY "A reason is required - not queued."
               GO TO 4000-EXIT
           END-IF.
           MOVE "SYSPARM" TO WS-AQ-NEW-FUNCTION.
           MOVE SPACE TO WS-AQ-NEW-OPTION.
           MOVE SPACES TO WS-AQ-NEW-TARGET.
           MOVE WS-DI-KEYWORD(WS-DICT-IDX) TO WS-AQ-NEW-TARGET(1:20).
           MOVE WS-NEW-VALUE TO WS-AQ-NEW-TARGET(21:10).
           MOVE "SYSPARM-MAINT" TO WS-AQ-NEW-PROGRAM.
           PERFORM 9130-QUEUE-REQUEST
               THRU 9130-EXIT.
           GO TO 4000-EXIT.
       4000-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 4500-APPLY-CHANGE  --  AN APPROVED CHANGE: REWRITE THE FILE
      *                        AND POST THE CHANGE HISTORY
      *-------------------------------------------------------------
       4500-APPLY-CHANGE.
           PERFORM 3500-FIND-CURRENT-VALUE
               THRU 3500-EXIT.
           MOVE WS-CURRENT-X TO WS-OLD-VALUE-X.
           ELSE
               IF WS-PARM-COUNT >= 50
                   DISPLAY "Parameter file is full."
                   GO TO 4500-EXIT
               END-IF
               ADD 1 TO WS-PARM-COUNT
               MOVE WS-DI-KEYWORD(WS-DICT-IDX)
           MOVE WS-NEW-VALUE TO D-VALUE.
           DISPLAY FUNCTION TRIM(WS-ENTERED-KEY) " set to "
               FUNCTION TRIM(D-VALUE) ".".
           MOVE "Y" TO WS-APPLIED-SW.
           GO TO 4500-EXIT.
       4500-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 8000-GET-NUMERIC-ENTRY  --  COPIED
      *-------------------------------------------------------------
       COPY NUMVALPR.

      *-------------------------------------------------------------
      * 9100-LOAD-APPROVAL-QUEUE / 9130-QUEUE-REQUEST /
      * 9140-FIND-APPROVED / 9150-CLOSE-APPROVED  --  COPIED
      *-------------------------------------------------------------
       COPY APPRPR.

      *-------------------------------------------------------------
      * 9400-OPEN-DAILY-AUDIT / 9500-WRITE-AUDIT-RECORD /
      * 9420-CLOSE-DAILY-AUDIT  --  COPIED
      *-------------------------------------------------------------
       COPY AUDITOPN.

       COPY AUDITPR.

       COPY AUDITCLS.
