      *                 BEFORE SCRAMBLING (CASE-INSENSITIVE), SO A
      *                 LOWERCASE LETTER NEVER LANDS ON THE FILE
      *                 UNSCRAMBLED.
      * 2026/10/15  HK  MOVED THE OPERATOR MASTER LAYOUT TO THE
      *                 SHARED OPERSL / OPERFD COPYBOOKS SO THE
      *                 ADMINISTRATOR-ONLY MAINTENANCE SCREENS CAN
      *                 CHECK THE SIGNED-ON OPERATOR'S LEVEL
      *                 AGAINST THE SAME FILE.
      * 2026/10/15  HK  ADDED THE DOOR-READER IMPORT AS OPTION 8 FOR
      *                 AN ON-DEMAND POSTING BETWEEN CHAIN RUNS;
      *                 EXIT MOVES TO 9.
      * 2026/10/15  HK  ASK FOR THE RECEPTION SITE AT SIGN-ON WHEN
      *                 THE SITE TABLE (SITETAB.DAT, SHARED SITESL /
      *                 SITEFD / SITEWS / SITEPR COPYBOOKS) LISTS
      *                 MORE THAN ONE, AND RECORD IT ON THE SIGN-ON
      *                 FILE BESIDE THE OPERATOR SO GREETER WORKS
      *                 THAT SITE'S STATE, LIMIT AND BADGE RACK.
      *                 BLANK TAKES THE HOME SITE.
      * 2026/10/15  HK  ADDED THE APPROVAL QUEUE AS OPTION 9 (EXIT
      *                 MOVES TO 10, SO THE CHOICE IS NOW TAKEN
      *                 THROUGH THE SHARED NUMERIC-ENTRY ROUTINE).  IT
      *                 LISTS THE DESTRUCTIVE REQUESTS WAITING ON A
      *                 SECOND OPERATOR (VISITOR ERASURE, MASTER
      *                 PURGE, RELOAD, SYSPARM CHANGE) WITH THEIR
      *                 REASONS.  AN OPERATOR AT SYSPARM
      *                 APPROVAL-LEVEL OR ABOVE WHO DID NOT RAISE THE
      *                 REQUEST MAY APPROVE OR REJECT IT, AND MAY RUN
      *                 THE OWNING PROGRAM AT ONCE TO CARRY IT OUT.
      *                 PENDING REQUESTS OLDER THAN
      *                 APPROVAL-EXPIRE-DAYS ARE EXPIRED ON ENTRY.
      *                 EVERY DECISION GOES TO THE DAILY AUDIT TRAIL.
      * 2026/10/15  HK  EVERY SIGN-ON ATTEMPT NOW GOES TO THE DAILY
      *                 AUDIT TRAIL UNDER PROGRAM SIGN-ON, STAMPED
      *                 WITH THE ID THAT WAS TRIED - SIGNED ON (RC 0),
      *                 UNKNOWN ID / REFUSED LOCKED / REFUSED INACTIVE
      *                 / FAILED PASSWORD (RC 4), LOCKED OUT (RC 8) -
      *                 FOR THE QUARTERLY ACCESS REVIEW.
      * 2026/10/15  HK  ADDED TRAINING MODE.  AN OPERATOR FLAGGED
      *                 TRAINING-ONLY ON THE OPERATOR MASTER (NEW
      *                 ADMINISTRATION OPTION 5, BACK MOVES TO 6), OR
      *                 ANYONE ANSWERING Y AT SIGN-ON, IS MOVED INTO
      *                 THE TRAINING DIRECTORY, SO EVERY UTILITY RUN
      *                 FROM THE MENU WORKS THE TRAINING DATA SET.  THE
      *                 SET IS BUILT BY TRAIN-RESET ON FIRST USE.  THE
      *                 SIGN-ON ITSELF IS AUDITED ON THE LIVE TRAIL WITH
      *                 TRAINING BESIDE THE ID.  THE MENU CARRIES THE
      *                 TRAINING WATERMARK, AND NEW OPTION 10 RESETS THE
      *                 SET FROM THE SEED COPY (LEVEL 9, OR ANY TRAINING
      *                 SIGN-ON); EXIT MOVES TO 11.
      * 2026/10/15  HK  ADDED THE SHIFT HANDOVER LOG AS OPTION 11 (EXIT
      *                 MOVES TO 12).  THE SIGNED-ON OPERATOR ENTERS
      *                 ITEMS FOR THE NEXT SHIFT (RESTART / OVERRIDE /
      *                 WAITING / NOTE, FREE TEXT, OPTIONAL RUN-ID AND
      *                 STEP, OPEN OR ALREADY CLOSED, MUST-ACTION OR
      *                 NOT) ON HANDOVER.DAT (SHARED HANDSL / HANDFD /
      *                 HANDWS / HANDPR COPYBOOKS), STAMPED WITH THE
      *                 OPERATOR, THE CLOCK AND THE SHIFT; THE NEXT
      *                 SHIFT LISTS THE OPEN ONES AND CLOSES THEM WITH A
      *                 RESOLUTION.  EVERY ITEM OPENED OR CLOSED GOES TO
      *                 THE DAILY AUDIT TRAIL.
      * 2026/10/15  HK  ADDED AD-HOC JOB REQUESTS AS OPTION 12 (EXIT
      *                 MOVES TO 13).  AN OPERATOR QUEUES A PROGRAM
      *                 THE STANDING PLAN DOES NOT CARRY, WITH ITS OWN
      *                 PARM FILE (PRIME-CHECK, MULT-TABLE AND
      *                 UNLOAD-RELOAD ONLY - IT MUST BE ON DISK), THE
      *                 BUSINESS DATE WHOSE CHAIN SHOULD PICK IT UP, A
      *                 RUN-AFTER TIME AND A REASON, ON ADHOCQ.DAT
      *                 (SHARED ADHQSL / ADHQFD / ADHQWS / ADHQPR
      *                 COPYBOOKS).  UNIKODE-DAILY-RUN RUNS IT AFTER
      *                 THE PLAN.  THE LIST SHOWS EACH OUTCOME; THE
      *                 REQUESTER OR AN ADMINISTRATOR MAY CANCEL ONE
      *                 STILL WAITING.  SUBMISSIONS AND CANCELLATIONS
      *                 GO TO THE DAILY AUDIT TRAIL.
      * 2026/10/15  HK  ADDED THE PROGRAM'S BUILD IDENTITY - VERSION AND
      *                 COMPILE DATE, SEE VERSWS.CPY - STAMPED ON ITS
      *                 AUDIT RECORDS.
      * 2026/10/15  HK  ADDED THE GCD / LCM UTILITY (GCD-LCM) AS OPTION
      *                 13; EXIT MOVES TO 14.
      * 2026/10/15  HK  THE APPROVAL QUEUE TAKES SYSPARM APPROVAL-LEVEL
      *                 ONLY IN 1-9 AND APPROVAL-EXPIRE-DAYS ONLY IN
      *                 1-999, KEEPING THE DEFAULT AND LOGGING A
      *                 VALIDATION EXCEPTION OTHERWISE.  RUNNING AN
      *                 APPROVED REQUEST'S PROGRAM NOW SURVIVES THE
      *                 PROGRAM BEING UNAVAILABLE AND REPORTS A NON-ZERO
      *                 RETURN CODE.
      * 2026/10/15  HK  APPROVAL-EXPIRE-DAYS IS TAKEN ONLY IN 1-30, THE
      *                 RANGE SYSPARM-MAINT ALLOWS FOR IT.
      * 2026/10/15  HK  AN AD-HOC REQUEST IS TAKEN ONLY FOR A PROGRAM ON
      *                 THE NEW BATCH TABLE IN ADHQWS - ONE THAT RUNS
      *                 UNATTENDED AND ANSWERS THE CHAIN'S BUILD
      *                 INQUIRY.  AN INTERACTIVE PROGRAM, A MISSPELT
      *                 NAME OR A PROGRAM WITHOUT A RETURN CODE IS
      *                 REFUSED AT THE DESK AS NOT A BATCH PROGRAM
      *                 INSTEAD OF FAILING IN THE NIGHT.
      *-------------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY OPERSL.
           COPY SIGNSEL.
           COPY EXCPSEL.
           COPY EXCPCSL.
           COPY RUNIDSEL.
           COPY CALSEL.
           COPY SITESL.
           COPY SYSPMSEL.
           COPY APPRSL.
           COPY HANDSL.
           COPY ADHQSL.
           COPY AUDITSEL.
           COPY AUDITCSL.

       DATA DIVISION.
       FILE SECTION.
       COPY OPERFD.

       COPY SIGNFD.


       COPY CALFD.

       COPY SITEFD.

       COPY SYSPMFD.

       COPY APPRFD.

       COPY HANDFD.

       COPY ADHQFD.

       COPY AUDITFD.

       COPY AUDITCFD.

       WORKING-STORAGE SECTION.
      *    BUILD IDENTITY - RAISE WS-VR-VERSION WITH EACH ENTRY
      *    IN THE MODIFICATION HISTORY (SEE VERSWS.CPY)
       01  WS-VR-PROGRAM           PIC X(17) VALUE "UNIKODE-MENU".
       01  WS-VR-VERSION           PIC X(06) VALUE "1.17".
       COPY VERSWS.
       COPY SIGNWS.
       COPY CALWS.
       COPY SITEWS.
       COPY RUNIDWS.
       COPY EXCPCWS.
       COPY SYSPMWS.
       COPY APPRWS.
       COPY HANDWS.
       COPY ADHQWS.
       COPY AUDITCWS.
       COPY NUMVALWS.
       01  WS-DA-STATUS             PIC X(02).
       01  WS-EX-STATUS             PIC X(02).
       01  WS-OM-STATUS             PIC X(02).
           88 WS-OM-OK                         VALUE "00".
           88 WS-OM-NOT-FOUND                  VALUE "35".

       01  WS-CHOICE                PIC 9(02).
           88 WS-CHOICE-GREETER                VALUE 1.
           88 WS-CHOICE-SUM-NAT                 VALUE 2.
           88 WS-CHOICE-FACTORIAL               VALUE 3.
           88 WS-CHOICE-PRIME-CHECK             VALUE 5.
           88 WS-CHOICE-OPER-ADMIN              VALUE 6.
           88 WS-CHOICE-INQUIRY                 VALUE 7.
           88 WS-CHOICE-DOOR-IMPORT             VALUE 8.
           88 WS-CHOICE-APPROVALS               VALUE 9.
           88 WS-CHOICE-TRAIN-RESET             VALUE 10.
           88 WS-CHOICE-HANDOVER                VALUE 11.
           88 WS-CHOICE-ADHOC                   VALUE 12.
           88 WS-CHOICE-GCD-LCM                 VALUE 13.
           88 WS-CHOICE-EXIT                    VALUE 14.
           88 WS-CHOICE-VALID                   VALUES 1 THRU 14.

       01  WS-ADMIN-CHOICE          PIC 9(01).
           88 WS-ADMIN-LIST                    VALUE 1.
           88 WS-ADMIN-ADD                     VALUE 2.
           88 WS-ADMIN-TOGGLE                  VALUE 3.
           88 WS-ADMIN-RESET                   VALUE 4.
           88 WS-ADMIN-TRAINING                VALUE 5.
           88 WS-ADMIN-BACK                    VALUE 6.
           88 WS-ADMIN-VALID                   VALUES 1 THRU 6.

       01  WS-HANDOVER-CHOICE       PIC 9(01).
           88 WS-HANDOVER-ENTER                VALUE 1.
           88 WS-HANDOVER-LIST                 VALUE 2.
           88 WS-HANDOVER-CLOSE                VALUE 3.
           88 WS-HANDOVER-BACK                 VALUE 4.
           88 WS-HANDOVER-VALID                VALUES 1 THRU 4.

       01  WS-ADHOC-CHOICE          PIC 9(01).
           88 WS-ADHOC-SUBMIT                  VALUE 1.
           88 WS-ADHOC-LIST                    VALUE 2.
           88 WS-ADHOC-CANCEL                  VALUE 3.
           88 WS-ADHOC-BACK                    VALUE 4.
           88 WS-ADHOC-VALID                   VALUES 1 THRU 4.

       01  WS-CALL-RETURN-CODE      PIC S9(04).

       01  WS-APPROVAL-LEVEL        PIC 9(01) VALUE 5.
       01  WS-AQ-PARM-DETAIL        PIC X(30).
       01  WS-PENDING-COUNT         PIC 9(03) VALUE 0.
       01  WS-DECISION              PIC X(01).

       01  WS-SIGNON-EVENT          PIC X(20).
       01  WS-SIGNON-RC             PIC S9(04) VALUE 0.
       01  D-AQ-REQ-DATE            PIC 9999/99/99.

       01  WS-TRAINING-DIR          PIC X(08) VALUE "TRAINING".
       01  WS-LIVE-DIR              PIC X(02) VALUE "..".
       01  WS-TRAINING-CAL-NAME     PIC X(20)
                                    VALUE "TRAINING/SHOPCAL.DAT".
       01  WS-TRAINING-FILE-INFO    PIC X(16).
       01  WS-TRAINING-ANSWER       PIC X(01).

       01  WS-ENTERED-CATEGORY      PIC X(08).
       01  WS-ENTERED-TEXT          PIC X(60).
       01  WS-ENTERED-RUN-ID        PIC X(13).
       01  WS-ENTERED-STEP          PIC 9(02).
       01  WS-ENTERED-MUST          PIC X(01).
       01  WS-ENTERED-OPEN          PIC X(01).
       01  WS-HANDOVER-EVENT        PIC X(20).
       01  WS-OPEN-ITEM-COUNT       PIC 9(03) VALUE 0.
       01  D-HO-DATE                PIC 9999/99/99.
       01  D-HO-TIME.
           05 D-HO-TIME-HH          PIC 9(02).
           05 FILLER                PIC X(01) VALUE ":".
           05 D-HO-TIME-MM          PIC 9(02).
       01  WS-HO-AUDIT-INPUT.
           05 FILLER                PIC X(05) VALUE "ITEM ".
           05 WS-HO-AI-NUMBER       PIC 9(06).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 WS-HO-AI-CATEGORY     PIC X(08).

       01  WS-ENTERED-PROGRAM       PIC X(17).
       01  WS-ENTERED-PARM          PIC X(20).
       01  WS-ENTERED-BUS-DATE      PIC 9(08).
       01  WS-ENTERED-RUN-AFTER     PIC 9(04).
       01  WS-ENTERED-REASON        PIC X(40).
       01  WS-PARM-FILE-INFO        PIC X(16).
       01  WS-ADHOC-EVENT           PIC X(20).
       01  WS-WAITING-REQ-COUNT     PIC 9(03) VALUE 0.
       01  WS-AJ-CLOCK-DATE         PIC 9(08).
       01  WS-AJ-CLOCK-TIME         PIC 9(08).
       01  WS-AJ-CLOCK-HHMM         PIC 9(04).
       01  D-AJ-DATE                PIC 9999/99/99.
       01  D-AJ-RC                  PIC -(3)9.
       01  WS-AJ-AUDIT-INPUT.
           05 WS-AJ-AI-NUMBER       PIC 9(06).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 WS-AJ-AI-PROGRAM      PIC X(14).

       01  WS-OPER-TABLE.
           05 WS-OPER-COUNT         PIC 9(02) VALUE 0 USAGE COMP.
           05 WS-OPER-ENTRY         OCCURS 20 TIMES.
               10 WS-OE-CHANGE-SW   PIC X(01).
                   88 WS-OE-MUST-CHANGE       VALUE "Y".
               10 WS-OE-FAILS       PIC 9(01).
               10 WS-OE-TRAINING-SW PIC X(01).
                   88 WS-OE-TRAINING-ONLY     VALUE "Y".
       01  WS-OPER-IDX              PIC 9(02) USAGE COMP.
       01  WS-WRITE-IDX             PIC 9(02) USAGE COMP.

               88 WS-OM-EOF                    VALUE "Y".
           05 WS-SIGNED-ON-SW       PIC X(01) VALUE "N".
               88 WS-SIGNED-ON                 VALUE "Y".
           05 WS-TRAINING-SESSION-SW PIC X(01) VALUE "N".
               88 WS-TRAINING-SESSION          VALUE "Y".
           05 WS-TRAINING-FOUND-SW  PIC X(01) VALUE "N".
               88 WS-TRAINING-FOUND            VALUE "Y".

       PROCEDURE DIVISION.

               THRU 9450-EXIT.
           PERFORM 3000-LOAD-OPERATOR-MASTER
               THRU 3000-EXIT.
           PERFORM 9320-LOAD-SITES
               THRU 9320-EXIT.
           PERFORM 3500-SIGN-ON
               THRU 3500-EXIT
               UNTIL WS-SIGNED-ON.
           EXIT.

      *-------------------------------------------------------------
      * 1100-DISPLAY-MENU  --  SHOW THE SIX UTILITIES, THE OPERATIONS
      *                         FUNCTIONS AND EXIT
      *-------------------------------------------------------------
       1100-DISPLAY-MENU.
           DISPLAY " ".
           IF WS-TRAINING-SET
               DISPLAY "*** TRAINING *** practice data set - nothing "
                   "here is live"
           END-IF.
           DISPLAY "1. Greeter".
           DISPLAY "2. Sum of natural numbers".
           DISPLAY "3. Factorial".
           DISPLAY "5. Prime check".
           DISPLAY "6. Operator administration".
           DISPLAY "7. Audit trail inquiry".
           DISPLAY "8. Door-reader import".
           DISPLAY "9. Approval queue".
           DISPLAY "10. Reset training data set".
           DISPLAY "11. Shift handover log".
           DISPLAY "12. Ad-hoc job requests".
           DISPLAY "13. GCD / LCM".
           DISPLAY "14. Exit".
           DISPLAY "Select an option: " WITH NO ADVANCING.
           GO TO 1100-EXIT.
       1100-EXIT.
      * 1200-GET-CHOICE  --  ACCEPT AND VALIDATE THE MENU CHOICE
      *-------------------------------------------------------------
       1200-GET-CHOICE.
           PERFORM 8000-GET-NUMERIC-ENTRY
               THRU 8000-EXIT.
           IF WS-NUM-ENTRY-VAL > 99
               MOVE 0 TO WS-CHOICE
           ELSE
               MOVE WS-NUM-ENTRY-VAL TO WS-CHOICE
           END-IF.
           IF NOT WS-CHOICE-VALID
               DISPLAY "Invalid option, enter 1 thru 14"
               GO TO 1200-GET-CHOICE
           END-IF.
           IF WS-CHOICE-EXIT
                   END-IF
               WHEN WS-CHOICE-INQUIRY
                   CALL "AUDIT-INQUIRY" USING WS-CALL-RETURN-CODE
               WHEN WS-CHOICE-DOOR-IMPORT
                   CALL "DOOR-IMPORT" USING WS-CALL-RETURN-CODE
               WHEN WS-CHOICE-APPROVALS
                   PERFORM 5000-APPROVAL-QUEUE
                       THRU 5000-EXIT
               WHEN WS-CHOICE-TRAIN-RESET
                   PERFORM 6000-RESET-TRAINING-SET
                       THRU 6000-EXIT
               WHEN WS-CHOICE-HANDOVER
                   PERFORM 7000-HANDOVER-LOG
                       THRU 7000-EXIT
               WHEN WS-CHOICE-ADHOC
                   PERFORM 7500-ADHOC-REQUESTS
                       THRU 7500-EXIT
               WHEN WS-CHOICE-GCD-LCM
                   CALL "GCD-LCM" USING WS-CALL-RETURN-CODE
           END-EVALUATE.
           IF WS-CALL-RETURN-CODE NOT = 0
               DISPLAY "Utility ended with return code "
               MOVE 9 TO WS-OE-AUTH(1)
               MOVE "Y" TO WS-OE-CHANGE-SW(1)
               MOVE 0 TO WS-OE-FAILS(1)
               MOVE "N" TO WS-OE-TRAINING-SW(1)
               PERFORM 3200-WRITE-OPERATOR-MASTER
                   THRU 3200-EXIT
               GO TO 3000-EXIT
               ELSE
                   MOVE 0 TO WS-OE-FAILS(WS-OPER-COUNT)
               END-IF
               IF OM-TRAINING-SW = "Y"
                   MOVE "Y" TO WS-OE-TRAINING-SW(WS-OPER-COUNT)
               ELSE
                   MOVE "N" TO WS-OE-TRAINING-SW(WS-OPER-COUNT)
               END-IF
           END-IF.
           GO TO 3100-EXIT.
       3100-EXIT.
           MOVE WS-OE-AUTH(WS-WRITE-IDX) TO OM-AUTH-LEVEL.
           MOVE WS-OE-CHANGE-SW(WS-WRITE-IDX) TO OM-PWD-CHANGE-SW.
           MOVE WS-OE-FAILS(WS-WRITE-IDX) TO OM-FAIL-COUNT.
           MOVE WS-OE-TRAINING-SW(WS-WRITE-IDX) TO OM-TRAINING-SW.
           WRITE OPERATOR-MASTER-RECORD.
           GO TO 3210-EXIT.
       3210-EXIT.
           END-PERFORM.
           IF WS-OPER-IDX > WS-OPER-COUNT
               DISPLAY "Unknown operator ID, try again."
               MOVE "UNKNOWN ID" TO WS-SIGNON-EVENT
               MOVE 4 TO WS-SIGNON-RC
               PERFORM 3700-AUDIT-SIGN-ON
                   THRU 3700-EXIT
               GO TO 3500-EXIT
           END-IF.
           IF WS-OE-LOCKED(WS-OPER-IDX)
               DISPLAY "Operator is locked out, see the "
                   "administrator."
               MOVE "REFUSED LOCKED" TO WS-SIGNON-EVENT
               MOVE 4 TO WS-SIGNON-RC
               PERFORM 3700-AUDIT-SIGN-ON
                   THRU 3700-EXIT
               GO TO 3500-EXIT
           END-IF.
           IF NOT WS-OE-ACTIVE(WS-OPER-IDX)
               DISPLAY "Operator is deactivated, see the "
                   "administrator."
               MOVE "REFUSED INACTIVE" TO WS-SIGNON-EVENT
               MOVE 4 TO WS-SIGNON-RC
               PERFORM 3700-AUDIT-SIGN-ON
                   THRU 3700-EXIT
               GO TO 3500-EXIT
           END-IF.
           IF WS-OE-PASSWORD(WS-OPER-IDX) = SPACES
           END-IF.
           DISPLAY "Signed on: " FUNCTION TRIM(WS-OE-NAME(WS-OPER-IDX))
               ".".
           PERFORM 3600-GET-SITE
               THRU 3600-EXIT.
           PERFORM 3650-CHOOSE-DATA-SET
               THRU 3650-EXIT.
           IF WS-OE-TRAINING-ONLY(WS-OPER-IDX)
               AND NOT WS-TRAINING-SESSION
               DISPLAY "Sign-on refused - a training operator works "
                   "only on the training data set."
               MOVE "N" TO WS-SIGNED-ON-SW
               MOVE "NO TRAINING SET" TO WS-SIGNON-EVENT
               MOVE 4 TO WS-SIGNON-RC
               PERFORM 3700-AUDIT-SIGN-ON
                   THRU 3700-EXIT
               GO TO 3500-EXIT
           END-IF.
           MOVE "SIGNED ON" TO WS-SIGNON-EVENT.
           MOVE 0 TO WS-SIGNON-RC.
           PERFORM 3700-AUDIT-SIGN-ON
               THRU 3700-EXIT.
           IF WS-TRAINING-SESSION
               PERFORM 3800-ENTER-TRAINING-SET
                   THRU 3800-EXIT
           END-IF.
           OPEN OUTPUT SIGNON-FILE.
           MOVE SPACES TO SIGNON-RECORD.
           MOVE WS-ENTERED-ID TO SO-OPERATOR-ID.
           MOVE WS-SITE-CODE TO SO-SITE-CODE.
           WRITE SIGNON-RECORD.
           CLOSE SIGNON-FILE.
           MOVE WS-ENTERED-ID TO WS-OPERATOR-ID.
               DISPLAY "Password does not match, try again."
               PERFORM 3200-WRITE-OPERATOR-MASTER
                   THRU 3200-EXIT
               MOVE "FAILED PASSWORD" TO WS-SIGNON-EVENT
               MOVE 4 TO WS-SIGNON-RC
               PERFORM 3700-AUDIT-SIGN-ON
                   THRU 3700-EXIT
               GO TO 3550-EXIT
           END-IF.
           MOVE "L" TO WS-OE-ACTIVE-SW(WS-OPER-IDX).
           MOVE 8 TO EX-RETURN-CODE.
           PERFORM 9550-WRITE-EXCEPTION-RECORD
               THRU 9550-EXIT.
           MOVE "LOCKED OUT" TO WS-SIGNON-EVENT.
           MOVE 8 TO WS-SIGNON-RC.
           PERFORM 3700-AUDIT-SIGN-ON
               THRU 3700-EXIT.
           GO TO 3550-EXIT.
       3550-EXIT.
           EXIT.
       3560-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 3600-GET-SITE  --  TAKE THE RECEPTION SITE THE OPERATOR IS
      *                     WORKING AT.  A SINGLE-SITE TABLE NEEDS
      *                     NO ANSWER; BLANK TAKES THE HOME SITE.
      *-------------------------------------------------------------
       3600-GET-SITE.
           MOVE WS-HOME-SITE TO WS-SITE-CODE.
           IF WS-SITE-COUNT < 2
               GO TO 3600-EXIT
           END-IF.
           DISPLAY "Site code (blank = " FUNCTION TRIM(WS-HOME-SITE)
               "): " WITH NO ADVANCING.
           ACCEPT WS-SITE-WANTED.
           MOVE FUNCTION UPPER-CASE(WS-SITE-WANTED) TO WS-SITE-WANTED.
           PERFORM 9330-FIND-SITE
               THRU 9330-EXIT.
           IF NOT WS-SITE-FOUND
               DISPLAY "Unknown site code, try again."
               GO TO 3600-GET-SITE
           END-IF.
           MOVE WS-SITE-WANTED TO WS-SITE-CODE.
           DISPLAY "Working at site " FUNCTION TRIM(WS-SITE-CODE)
               " - " FUNCTION TRIM(WS-SX-NAME(WS-SITE-IDX)) ".".
           GO TO 3600-EXIT.
       3600-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 3650-CHOOSE-DATA-SET  --  A TRAINING-ONLY OPERATOR ALWAYS
      *                            GETS THE TRAINING DATA SET;
      *                            ANYONE ELSE IS ASKED.  A SET NOT
      *                            YET BUILT IS BUILT FROM THE SEED.
      *-------------------------------------------------------------
       3650-CHOOSE-DATA-SET.
           MOVE "N" TO WS-TRAINING-SESSION-SW.
           IF WS-OE-TRAINING-ONLY(WS-OPER-IDX)
               DISPLAY "Training operator - using the training data "
                   "set."
               MOVE "Y" TO WS-TRAINING-SESSION-SW
           ELSE
               DISPLAY "Use the training data set (Y/N, blank = N): "
                   WITH NO ADVANCING
               ACCEPT WS-TRAINING-ANSWER
               IF WS-TRAINING-ANSWER = "Y" OR "y"
                   MOVE "Y" TO WS-TRAINING-SESSION-SW
               END-IF
           END-IF.
           IF NOT WS-TRAINING-SESSION
               GO TO 3650-EXIT
           END-IF.
           PERFORM 3660-CHECK-TRAINING-SET
               THRU 3660-EXIT.
           IF WS-TRAINING-FOUND
               GO TO 3650-EXIT
           END-IF.
           DISPLAY "Building the training data set from the seed "
               "copy.".
           CALL "TRAIN-RESET".
           PERFORM 3660-CHECK-TRAINING-SET
               THRU 3660-EXIT.
           IF NOT WS-TRAINING-FOUND
               DISPLAY "The training data set could not be built."
               MOVE "N" TO WS-TRAINING-SESSION-SW
           END-IF.
           GO TO 3650-EXIT.
       3650-EXIT.
           EXIT.

       3660-CHECK-TRAINING-SET.
           MOVE "N" TO WS-TRAINING-FOUND-SW.
           CALL "CBL_CHECK_FILE_EXIST" USING WS-TRAINING-CAL-NAME
                                              WS-TRAINING-FILE-INFO.
           IF RETURN-CODE = 0
               MOVE "Y" TO WS-TRAINING-FOUND-SW
           END-IF.
           MOVE 0 TO RETURN-CODE.
           GO TO 3660-EXIT.
       3660-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 3700-AUDIT-SIGN-ON  --  ONE AUDIT RECORD PER ATTEMPT, UNDER
      *                          THE ID THAT WAS TRIED RATHER THAN
      *                          WHOEVER IS (NOT YET) SIGNED ON
      *-------------------------------------------------------------
       3700-AUDIT-SIGN-ON.
           PERFORM 9400-OPEN-DAILY-AUDIT
               THRU 9400-EXIT.
           MOVE SPACES TO DAILY-AUDIT-RECORD.
           MOVE "SIGN-ON" TO DA-PROGRAM-ID.
           MOVE WS-ENTERED-ID TO DA-INPUT-VALUE.
           IF WS-TRAINING-SESSION
               MOVE "TRAINING" TO DA-INPUT-VALUE(10:8)
           END-IF.
           MOVE WS-SIGNON-EVENT TO DA-OUTPUT-VALUE.
           MOVE WS-SIGNON-RC TO DA-RETURN-CODE.
           MOVE WS-ENTERED-ID TO WS-OPERATOR-ID.
           PERFORM 9500-WRITE-AUDIT-RECORD
               THRU 9500-EXIT.
           MOVE "BATCH" TO WS-OPERATOR-ID.
           PERFORM 9420-CLOSE-DAILY-AUDIT
               THRU 9420-EXIT.
           MOVE 0 TO WS-DA-WRITE-COUNT.
           GO TO 3700-EXIT.
       3700-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 3800-ENTER-TRAINING-SET  --  MOVE THE SESSION INTO THE
      *                               TRAINING DIRECTORY.  THE
      *                               EXCEPTION LOG IS REOPENED
      *                               THERE AND THE CALENDAR RELOADED,
      *                               WHICH TURNS ON THE WATERMARK.
      *-------------------------------------------------------------
       3800-ENTER-TRAINING-SET.
           PERFORM 9470-CLOSE-EXCEPTION-LOG
               THRU 9470-EXIT.
           MOVE 0 TO WS-EX-WRITE-COUNT.
           CALL "CBL_CHANGE_DIR" USING WS-TRAINING-DIR.
           MOVE 0 TO RETURN-CODE.
           PERFORM 9370-GET-BUSINESS-DATE
               THRU 9370-EXIT.
           PERFORM 9450-OPEN-EXCEPTION-LOG
               THRU 9450-EXIT.
           GO TO 3800-EXIT.
       3800-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 8500-SCRAMBLE  --  REVERSIBLE SUBSTITUTION OVER
      *                     WS-SCRAMBLE-WORK SO THE PASSWORD IS NOT
           DISPLAY "2. Add an operator".
           DISPLAY "3. Activate/deactivate an operator".
           DISPLAY "4. Reset an operator's password (unlock)".
           DISPLAY "5. Set/clear training-only operator".
           DISPLAY "6. Back to the main menu".
           DISPLAY "Select an option: " WITH NO ADVANCING.
           ACCEPT WS-ADMIN-CHOICE.
           IF NOT WS-ADMIN-VALID
               DISPLAY "Invalid option, enter 1 thru 6"
               GO TO 4000-OPERATOR-ADMIN
           END-IF.
           EVALUATE TRUE
                   PERFORM 4400-RESET-PASSWORD
                       THRU 4400-EXIT
                   GO TO 4000-OPERATOR-ADMIN
               WHEN WS-ADMIN-TRAINING
                   PERFORM 4500-TOGGLE-TRAINING
                       THRU 4500-EXIT
                   GO TO 4000-OPERATOR-ADMIN
           END-EVALUATE.
           GO TO 4000-EXIT.
       4000-EXIT.
                   WS-OE-NAME(WS-OPER-IDX) " "
                   WS-OE-ACTIVE-SW(WS-OPER-IDX) " LVL "
                   WS-OE-AUTH(WS-OPER-IDX)
               IF WS-OE-TRAINING-ONLY(WS-OPER-IDX)
                   DISPLAY "         (training only)"
               END-IF
           END-PERFORM.
           GO TO 4100-EXIT.
       4100-EXIT.
           MOVE WS-ENTERED-AUTH TO WS-OE-AUTH(WS-OPER-COUNT).
           MOVE "Y" TO WS-OE-CHANGE-SW(WS-OPER-COUNT).
           MOVE 0 TO WS-OE-FAILS(WS-OPER-COUNT).
           MOVE "N" TO WS-OE-TRAINING-SW(WS-OPER-COUNT).
           PERFORM 3200-WRITE-OPERATOR-MASTER
               THRU 3200-EXIT.
           DISPLAY "Operator added - password change forced at "
       4400-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 4500-TOGGLE-TRAINING  --  A TRAINING-ONLY OPERATOR CAN NEVER
      *                            SIGN ON TO THE LIVE DATA
      *-------------------------------------------------------------
       4500-TOGGLE-TRAINING.
           DISPLAY "Operator ID to set/clear: " WITH NO ADVANCING.
           ACCEPT WS-ENTERED-ID.
           PERFORM VARYING WS-OPER-IDX FROM 1 BY 1
                   UNTIL WS-OPER-IDX > WS-OPER-COUNT
                   OR WS-OE-ID(WS-OPER-IDX) = WS-ENTERED-ID
           END-PERFORM.
           IF WS-OPER-IDX > WS-OPER-COUNT
               DISPLAY "Unknown operator ID."
               GO TO 4500-EXIT
           END-IF.
           IF WS-OE-TRAINING-ONLY(WS-OPER-IDX)
               MOVE "N" TO WS-OE-TRAINING-SW(WS-OPER-IDX)
               DISPLAY "Operator may now sign on to the live data."
           ELSE
               IF WS-OE-AUTH(WS-OPER-IDX) = 9
                   DISPLAY "A level 9 operator cannot be made "
                       "training-only."
                   GO TO 4500-EXIT
               END-IF
               MOVE "Y" TO WS-OE-TRAINING-SW(WS-OPER-IDX)
               DISPLAY "Operator is now training-only."
           END-IF.
           PERFORM 3200-WRITE-OPERATOR-MASTER
               THRU 3200-EXIT.
           GO TO 4500-EXIT.
       4500-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 5000-APPROVAL-QUEUE  --  EXPIRE STALE REQUESTS, LIST THE
      *                           PENDING ONES, AND LET A SECOND
      *                           OPERATOR APPROVE OR REJECT ONE
      *-------------------------------------------------------------
       5000-APPROVAL-QUEUE.
           MOVE 5 TO WS-APPROVAL-LEVEL.
           MOVE 3 TO WS-AQ-EXPIRE-DAYS.
           PERFORM 9300-LOAD-SYSPARM
               THRU 9300-EXIT.
           MOVE "APPROVAL-LEVEL" TO WS-SP-WANTED-KEY.
           PERFORM 9350-GET-SYSPARM
               THRU 9350-EXIT.
           IF WS-SP-FOUND
               IF WS-SP-NUM-VALUE < 1 OR WS-SP-NUM-VALUE > 9
                   MOVE "APPROVAL-LEVEL OUT OF RANGE"
                       TO WS-AQ-PARM-DETAIL
                   PERFORM 5050-LOG-BAD-PARM
                       THRU 5050-EXIT
               ELSE
                   MOVE WS-SP-NUM-VALUE TO WS-APPROVAL-LEVEL
               END-IF
           END-IF.
           MOVE "APPROVAL-EXPIRE-DAYS" TO WS-SP-WANTED-KEY.
           PERFORM 9350-GET-SYSPARM
               THRU 9350-EXIT.
           IF WS-SP-FOUND
               IF WS-SP-NUM-VALUE < 1 OR WS-SP-NUM-VALUE > 30
                   MOVE "APPROVAL-EXPIRE-DAYS INVALID"
                       TO WS-AQ-PARM-DETAIL
                   PERFORM 5050-LOG-BAD-PARM
                       THRU 5050-EXIT
               ELSE
                   MOVE WS-SP-NUM-VALUE TO WS-AQ-EXPIRE-DAYS
               END-IF
           END-IF.
       5000-SHOW-QUEUE.
           PERFORM 9160-EXPIRE-STALE
               THRU 9160-EXIT.
           IF WS-AQ-EXPIRED-COUNT > 0
               DISPLAY WS-AQ-EXPIRED-COUNT
                   " request(s) expired unanswered."
           END-IF.
           MOVE 0 TO WS-PENDING-COUNT.
           DISPLAY " ".
           DISPLAY "Requests waiting for approval:".
           PERFORM 5100-LIST-ONE-PENDING
               THRU 5100-EXIT
               VARYING WS-AQ-IDX FROM 1 BY 1
                   UNTIL WS-AQ-IDX > WS-AQ-COUNT.
           IF WS-PENDING-COUNT = 0
               DISPLAY "  (none)"
               GO TO 5000-EXIT
           END-IF.
           IF WS-SIGNED-AUTH < WS-APPROVAL-LEVEL
               DISPLAY "Approving needs authorization level "
                   WS-APPROVAL-LEVEL "."
               GO TO 5000-EXIT
           END-IF.
           DISPLAY "Request number to decide (0 = back): "
               WITH NO ADVANCING.
           PERFORM 8000-GET-NUMERIC-ENTRY
               THRU 8000-EXIT.
           IF WS-NUM-ENTRY-VAL = 0
               GO TO 5000-EXIT
           END-IF.
           IF WS-NUM-ENTRY-VAL > 999999
               DISPLAY "No such request."
               GO TO 5000-SHOW-QUEUE
           END-IF.
           MOVE WS-NUM-ENTRY-VAL TO WS-AQ-WANTED-NO.
           PERFORM 5200-DECIDE-REQUEST
               THRU 5200-EXIT.
           GO TO 5000-SHOW-QUEUE.
       5000-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 5050-LOG-BAD-PARM  --  A SYSPARM VALUE THE APPROVAL QUEUE
      *                         CANNOT USE; THE DEFAULT STANDS
      *-------------------------------------------------------------
       5050-LOG-BAD-PARM.
           DISPLAY "SYSPARM: " FUNCTION TRIM(WS-AQ-PARM-DETAIL)
               " - default used.".
           MOVE SPACES TO EXCEPTION-LOG-RECORD.
           MOVE "UNIKODE-MNU" TO EX-PROGRAM-ID.
           MOVE "VALIDATION" TO EX-EXCEPTION-TYPE.
           MOVE WS-AQ-PARM-DETAIL TO EX-DETAIL.
           MOVE 4 TO EX-RETURN-CODE.
           PERFORM 9550-WRITE-EXCEPTION-RECORD
               THRU 9550-EXIT.
           GO TO 5050-EXIT.
       5050-EXIT.
           EXIT.

       5100-LIST-ONE-PENDING.
           MOVE WS-AQ-ROW(WS-AQ-IDX) TO APPROVAL-QUEUE-RECORD.
           IF NOT AQ-PENDING
               GO TO 5100-EXIT
           END-IF.
           ADD 1 TO WS-PENDING-COUNT.
           MOVE AQ-REQUEST-NO TO D-AQ-NUMBER.
           MOVE AQ-REQ-DATE TO D-AQ-REQ-DATE.
           DISPLAY "  " D-AQ-NUMBER " " AQ-FUNCTION " "
               AQ-OPTION " " FUNCTION TRIM(AQ-TARGET)
               "  by " FUNCTION TRIM(AQ-REQUESTER)
               " on " D-AQ-REQ-DATE.
           DISPLAY "         Reason: " FUNCTION TRIM(AQ-REASON).
           GO TO 5100-EXIT.
       5100-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 5200-DECIDE-REQUEST  --  APPROVE OR REJECT ONE PENDING
      *                           REQUEST; NEVER THE REQUESTER'S OWN
      *-------------------------------------------------------------
       5200-DECIDE-REQUEST.
           PERFORM 9100-LOAD-APPROVAL-QUEUE
               THRU 9100-EXIT.
           MOVE "N" TO WS-AQ-FOUND-SW.
           PERFORM 9155-CHECK-NUMBER
               THRU 9155-EXIT
               VARYING WS-AQ-IDX FROM 1 BY 1
                   UNTIL WS-AQ-IDX > WS-AQ-COUNT
                   OR WS-AQ-FOUND.
           IF NOT WS-AQ-FOUND OR NOT AQ-PENDING
               DISPLAY "That request is not waiting for approval."
               GO TO 5200-EXIT
           END-IF.
           IF AQ-REQUESTER = WS-OPERATOR-ID
               DISPLAY "You raised that request - a second "
                   "operator must decide it."
               GO TO 5200-EXIT
           END-IF.
           DISPLAY "A = approve, R = reject, "
               "anything else = leave it: " WITH NO ADVANCING.
           ACCEPT WS-DECISION.
           EVALUATE WS-DECISION
               WHEN "A"
               WHEN "a"
                   MOVE "A" TO AQ-STATUS
                   MOVE "APPROVED" TO WS-AQ-EVENT
               WHEN "R"
               WHEN "r"
                   MOVE "R" TO AQ-STATUS
                   MOVE "REJECTED" TO WS-AQ-EVENT
               WHEN OTHER
                   DISPLAY "Left pending."
                   GO TO 5200-EXIT
           END-EVALUATE.
           MOVE WS-OPERATOR-ID TO AQ-ACTOR.
           MOVE WS-BUS-DATE TO AQ-ACT-DATE.
           MOVE WS-RUN-ID TO AQ-ACT-RUN-ID.
           MOVE APPROVAL-QUEUE-RECORD TO WS-AQ-ROW(WS-AQ-HIT-IDX).
           PERFORM 9120-SAVE-APPROVAL-QUEUE
               THRU 9120-EXIT.
           MOVE WS-AQ-ROW(WS-AQ-HIT-IDX) TO APPROVAL-QUEUE-RECORD.
           PERFORM 9170-AUDIT-APPROVAL-EVENT
               THRU 9170-EXIT.
           MOVE AQ-REQUEST-NO TO D-AQ-NUMBER.
           DISPLAY "Request " D-AQ-NUMBER " "
               FUNCTION LOWER-CASE(FUNCTION TRIM(WS-AQ-EVENT)) ".".
           IF NOT AQ-APPROVED
               GO TO 5200-EXIT
           END-IF.
           DISPLAY "Run " FUNCTION TRIM(AQ-PROGRAM)
               " now to carry it out (Y/N): " WITH NO ADVANCING.
           ACCEPT WS-DECISION.
           IF WS-DECISION NOT = "Y" AND WS-DECISION NOT = "y"
               DISPLAY "It will be carried out the next time "
                   FUNCTION TRIM(AQ-PROGRAM) " runs."
               GO TO 5200-EXIT
           END-IF.
           MOVE 0 TO WS-CALL-RETURN-CODE.
           CALL AQ-PROGRAM USING WS-CALL-RETURN-CODE
               ON EXCEPTION
                   DISPLAY "Program " FUNCTION TRIM(AQ-PROGRAM)
                       " not available - request left approved."
                   GO TO 5200-EXIT
           END-CALL.
           IF WS-CALL-RETURN-CODE NOT = 0
               DISPLAY FUNCTION TRIM(AQ-PROGRAM)
                   " ended with return code " WS-CALL-RETURN-CODE
           END-IF.
           GO TO 5200-EXIT.
       5200-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 6000-RESET-TRAINING-SET  --  REBUILD THE TRAINING DATA SET
      *                               FROM THE SEED.  TRAIN-RESET
      *                               RUNS FROM THE LIVE DIRECTORY,
      *                               SO A TRAINING SESSION STEPS
      *                               OUT OF THE SET AND BACK IN,
      *                               WITH ITS EXCEPTION LOG CLOSED
      *                               WHILE THE FILES ARE REPLACED.
      *-------------------------------------------------------------
       6000-RESET-TRAINING-SET.
           IF NOT WS-TRAINING-SESSION
               AND WS-SIGNED-AUTH < 9
               DISPLAY "Resetting the training data set needs "
                   "authorization level 9 or a training sign-on."
               GO TO 6000-EXIT
           END-IF.
           DISPLAY "Reset the training data set from the seed copy "
               "(Y/N)? " WITH NO ADVANCING.
           ACCEPT WS-TRAINING-ANSWER.
           IF WS-TRAINING-ANSWER NOT = "Y" AND NOT = "y"
               DISPLAY "Training data set left as it is."
               GO TO 6000-EXIT
           END-IF.
           IF NOT WS-TRAINING-SESSION
               CALL "TRAIN-RESET"
               GO TO 6000-EXIT
           END-IF.
           PERFORM 9470-CLOSE-EXCEPTION-LOG
               THRU 9470-EXIT.
           MOVE 0 TO WS-EX-WRITE-COUNT.
           CALL "CBL_CHANGE_DIR" USING WS-LIVE-DIR.
           CALL "TRAIN-RESET".
           CALL "CBL_CHANGE_DIR" USING WS-TRAINING-DIR.
           MOVE 0 TO RETURN-CODE.
           PERFORM 9370-GET-BUSINESS-DATE
               THRU 9370-EXIT.
           PERFORM 9450-OPEN-EXCEPTION-LOG
               THRU 9450-EXIT.
           GO TO 6000-EXIT.
       6000-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 7000-HANDOVER-LOG  --  ENTER / LIST / CLOSE THE ITEMS ONE
      *                         SHIFT LEAVES FOR THE NEXT
      *-------------------------------------------------------------
       7000-HANDOVER-LOG.
           PERFORM 9300-LOAD-SYSPARM
               THRU 9300-EXIT.
           PERFORM 9240-LOAD-SHIFT-TIMES
               THRU 9240-EXIT.
           DISPLAY " ".
           DISPLAY "1. Enter a handover item".
           DISPLAY "2. List open handover items".
           DISPLAY "3. Close a handover item".
           DISPLAY "4. Back to the main menu".
           DISPLAY "Select an option: " WITH NO ADVANCING.
           ACCEPT WS-HANDOVER-CHOICE.
           IF NOT WS-HANDOVER-VALID
               DISPLAY "Invalid option, enter 1 thru 4"
               GO TO 7000-HANDOVER-LOG
           END-IF.
           EVALUATE TRUE
               WHEN WS-HANDOVER-ENTER
                   PERFORM 7100-ENTER-ITEM
                       THRU 7100-EXIT
                   GO TO 7000-HANDOVER-LOG
               WHEN WS-HANDOVER-LIST
                   PERFORM 7200-LIST-OPEN-ITEMS
                       THRU 7200-EXIT
                   GO TO 7000-HANDOVER-LOG
               WHEN WS-HANDOVER-CLOSE
                   PERFORM 7300-CLOSE-ITEM
                       THRU 7300-EXIT
                   GO TO 7000-HANDOVER-LOG
           END-EVALUATE.
           GO TO 7000-EXIT.
       7000-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 7100-ENTER-ITEM  --  ONE NEW ITEM UNDER THE SIGNED-ON
      *                       OPERATOR AND THE WALL CLOCK.  AN ITEM
      *                       RECORDED AS ALREADY CLOSED IS FOR THE
      *                       RECORD ONLY AND CAN NEVER BE MUST-ACTION.
      *-------------------------------------------------------------
       7100-ENTER-ITEM.
           DISPLAY "Category (RESTART, OVERRIDE, WAITING, NOTE): "
               WITH NO ADVANCING.
           ACCEPT WS-ENTERED-CATEGORY.
           MOVE FUNCTION UPPER-CASE(WS-ENTERED-CATEGORY)
               TO WS-ENTERED-CATEGORY.
           MOVE SPACES TO HANDOVER-LOG-RECORD.
           MOVE WS-ENTERED-CATEGORY TO HO-CATEGORY.
           IF NOT HO-CATEGORY-VALID
               DISPLAY "Category must be RESTART, OVERRIDE, WAITING "
                   "or NOTE."
               GO TO 7100-EXIT
           END-IF.
           DISPLAY "Handover note: " WITH NO ADVANCING.
           ACCEPT WS-ENTERED-TEXT.
           IF WS-ENTERED-TEXT = SPACES
               DISPLAY "The note cannot be blank."
               GO TO 7100-EXIT
           END-IF.
           DISPLAY "Run-ID it concerns (blank = none): "
               WITH NO ADVANCING.
           ACCEPT WS-ENTERED-RUN-ID.
           MOVE FUNCTION UPPER-CASE(WS-ENTERED-RUN-ID)
               TO WS-ENTERED-RUN-ID.
           DISPLAY "Chain step number it concerns (0 = none): "
               WITH NO ADVANCING.
           PERFORM 8000-GET-NUMERIC-ENTRY
               THRU 8000-EXIT.
           IF WS-NUM-ENTRY-VAL > 99
               DISPLAY "Step number must be 0 thru 99."
               GO TO 7100-EXIT
           END-IF.
           MOVE WS-NUM-ENTRY-VAL TO WS-ENTERED-STEP.
           DISPLAY "Leave it open for the next shift (Y/N, "
               "blank = Y): " WITH NO ADVANCING.
           ACCEPT WS-ENTERED-OPEN.
           MOVE "N" TO WS-ENTERED-MUST.
           IF WS-ENTERED-OPEN NOT = "N" AND NOT = "n"
               MOVE "Y" TO WS-ENTERED-OPEN
               DISPLAY "Must the next shift action it (Y/N, "
                   "blank = N): " WITH NO ADVANCING
               ACCEPT WS-ENTERED-MUST
               IF WS-ENTERED-MUST = "Y" OR "y"
                   MOVE "Y" TO WS-ENTERED-MUST
               ELSE
                   MOVE "N" TO WS-ENTERED-MUST
               END-IF
           ELSE
               MOVE "N" TO WS-ENTERED-OPEN
           END-IF.
           PERFORM 9200-LOAD-HANDOVER-LOG
               THRU 9200-EXIT.
           IF WS-HO-COUNT >= WS-HO-MAX
               DISPLAY "The handover log is full - close or archive "
                   "old items first."
               GO TO 7100-EXIT
           END-IF.
           MOVE SPACES TO HANDOVER-LOG-RECORD.
           ADD 1 TO WS-HO-LAST-NO.
           MOVE WS-HO-LAST-NO TO HO-ITEM-NO.
           MOVE WS-ENTERED-MUST TO HO-MUST-ACTION-SW.
           MOVE WS-ENTERED-CATEGORY TO HO-CATEGORY.
           MOVE WS-ENTERED-RUN-ID TO HO-RUN-ID.
           MOVE WS-ENTERED-STEP TO HO-STEP-NO.
           MOVE WS-ENTERED-TEXT TO HO-TEXT.
           MOVE WS-OPERATOR-ID TO HO-OPENED-BY.
           ACCEPT WS-HO-CLOCK-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-HO-CLOCK-TIME FROM TIME.
           PERFORM 9230-FIND-SHIFT
               THRU 9230-EXIT.
           MOVE WS-HO-CLOCK-DATE TO HO-OPEN-DATE.
           MOVE WS-HO-CLOCK-TIME TO HO-OPEN-TIME.
           MOVE WS-HO-SHIFT TO HO-OPEN-SHIFT.
           MOVE WS-HO-SHIFT-DATE TO HO-OPEN-SHIFT-DATE.
           IF WS-ENTERED-OPEN = "Y"
               MOVE "O" TO HO-STATUS
               MOVE 0 TO HO-CLOSE-DATE
               MOVE 0 TO HO-CLOSE-TIME
               MOVE 0 TO HO-CLOSE-SHIFT-DATE
               IF HO-MUST-ACTION
                   MOVE "OPENED MUST ACTION" TO WS-HANDOVER-EVENT
               ELSE
                   MOVE "OPENED" TO WS-HANDOVER-EVENT
               END-IF
           ELSE
               MOVE "C" TO HO-STATUS
               MOVE WS-OPERATOR-ID TO HO-CLOSED-BY
               MOVE WS-HO-CLOCK-DATE TO HO-CLOSE-DATE
               MOVE WS-HO-CLOCK-TIME TO HO-CLOSE-TIME
               MOVE WS-HO-SHIFT TO HO-CLOSE-SHIFT
               MOVE WS-HO-SHIFT-DATE TO HO-CLOSE-SHIFT-DATE
               MOVE "RECORDED AS DONE AT HANDOVER"
                   TO HO-RESOLUTION
               MOVE "RECORDED CLOSED" TO WS-HANDOVER-EVENT
           END-IF.
           ADD 1 TO WS-HO-COUNT.
           MOVE WS-HO-COUNT TO WS-HO-HIT-IDX.
           MOVE HANDOVER-LOG-RECORD TO WS-HO-ROW(WS-HO-HIT-IDX).
           PERFORM 9220-SAVE-HANDOVER-LOG
               THRU 9220-EXIT.
           MOVE WS-HO-ROW(WS-HO-HIT-IDX) TO HANDOVER-LOG-RECORD.
           PERFORM 7900-AUDIT-HANDOVER-EVENT
               THRU 7900-EXIT.
           MOVE HO-ITEM-NO TO D-HO-NUMBER.
           DISPLAY "Handover item " D-HO-NUMBER " recorded for the "
               FUNCTION LOWER-CASE(FUNCTION TRIM(HO-OPEN-SHIFT))
               " shift.".
           GO TO 7100-EXIT.
       7100-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 7200-LIST-OPEN-ITEMS  --  EVERY ITEM STILL OPEN, OLDEST
      *                            FIRST, MUST-ACTION ONES MARKED
      *-------------------------------------------------------------
       7200-LIST-OPEN-ITEMS.
           PERFORM 9200-LOAD-HANDOVER-LOG
               THRU 9200-EXIT.
           MOVE 0 TO WS-OPEN-ITEM-COUNT.
           DISPLAY " ".
           DISPLAY "Open handover items:".
           PERFORM 7210-LIST-ONE-OPEN
               THRU 7210-EXIT
               VARYING WS-HO-IDX FROM 1 BY 1
                   UNTIL WS-HO-IDX > WS-HO-COUNT.
           IF WS-OPEN-ITEM-COUNT = 0
               DISPLAY "  (none)"
           END-IF.
           GO TO 7200-EXIT.
       7200-EXIT.
           EXIT.

       7210-LIST-ONE-OPEN.
           MOVE WS-HO-ROW(WS-HO-IDX) TO HANDOVER-LOG-RECORD.
           IF NOT HO-OPEN
               GO TO 7210-EXIT
           END-IF.
           ADD 1 TO WS-OPEN-ITEM-COUNT.
           MOVE HO-ITEM-NO TO D-HO-NUMBER.
           MOVE HO-OPEN-DATE TO D-HO-DATE.
           MOVE HO-OPEN-TIME(1:2) TO D-HO-TIME-HH.
           MOVE HO-OPEN-TIME(3:2) TO D-HO-TIME-MM.
           DISPLAY "  " D-HO-NUMBER " " HO-CATEGORY
               " by " FUNCTION TRIM(HO-OPENED-BY)
               " on " D-HO-DATE " " D-HO-TIME
               " (" FUNCTION TRIM(HO-OPEN-SHIFT) ")".
           IF HO-MUST-ACTION
               DISPLAY "         *** MUST ACTION ***"
           END-IF.
           IF HO-RUN-ID NOT = SPACES
               OR HO-STEP-NO NOT = 0
               DISPLAY "         Run-ID " HO-RUN-ID
                   "  step " HO-STEP-NO
           END-IF.
           DISPLAY "         " FUNCTION TRIM(HO-TEXT).
           GO TO 7210-EXIT.
       7210-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 7300-CLOSE-ITEM  --  CLOSE ONE OPEN ITEM WITH A RESOLUTION,
      *                       STAMPED WITH WHOEVER CLOSED IT AND
      *                       THEIR SHIFT
      *-------------------------------------------------------------
       7300-CLOSE-ITEM.
           PERFORM 7200-LIST-OPEN-ITEMS
               THRU 7200-EXIT.
           IF WS-OPEN-ITEM-COUNT = 0
               GO TO 7300-EXIT
           END-IF.
           DISPLAY "Item number to close (0 = back): "
               WITH NO ADVANCING.
           PERFORM 8000-GET-NUMERIC-ENTRY
               THRU 8000-EXIT.
           IF WS-NUM-ENTRY-VAL = 0
               GO TO 7300-EXIT
           END-IF.
           IF WS-NUM-ENTRY-VAL > 999999
               DISPLAY "No such item."
               GO TO 7300-EXIT
           END-IF.
           MOVE WS-NUM-ENTRY-VAL TO WS-HO-WANTED-NO.
           MOVE "N" TO WS-HO-FOUND-SW.
           PERFORM 9235-CHECK-NUMBER
               THRU 9235-EXIT
               VARYING WS-HO-IDX FROM 1 BY 1
                   UNTIL WS-HO-IDX > WS-HO-COUNT
                   OR WS-HO-FOUND.
           IF NOT WS-HO-FOUND OR NOT HO-OPEN
               DISPLAY "That item is not open."
               GO TO 7300-EXIT
           END-IF.
           DISPLAY "Resolution: " WITH NO ADVANCING.
           ACCEPT WS-ENTERED-TEXT.
           IF WS-ENTERED-TEXT = SPACES
               DISPLAY "A resolution is needed to close an item."
               GO TO 7300-EXIT
           END-IF.
           ACCEPT WS-HO-CLOCK-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-HO-CLOCK-TIME FROM TIME.
           PERFORM 9230-FIND-SHIFT
               THRU 9230-EXIT.
           MOVE "C" TO HO-STATUS.
           MOVE WS-OPERATOR-ID TO HO-CLOSED-BY.
           MOVE WS-HO-CLOCK-DATE TO HO-CLOSE-DATE.
           MOVE WS-HO-CLOCK-TIME TO HO-CLOSE-TIME.
           MOVE WS-HO-SHIFT TO HO-CLOSE-SHIFT.
           MOVE WS-HO-SHIFT-DATE TO HO-CLOSE-SHIFT-DATE.
           MOVE WS-ENTERED-TEXT TO HO-RESOLUTION.
           MOVE HANDOVER-LOG-RECORD TO WS-HO-ROW(WS-HO-HIT-IDX).
           PERFORM 9220-SAVE-HANDOVER-LOG
               THRU 9220-EXIT.
           MOVE WS-HO-ROW(WS-HO-HIT-IDX) TO HANDOVER-LOG-RECORD.
           MOVE "CLOSED" TO WS-HANDOVER-EVENT.
           PERFORM 7900-AUDIT-HANDOVER-EVENT
               THRU 7900-EXIT.
           MOVE HO-ITEM-NO TO D-HO-NUMBER.
           DISPLAY "Handover item " D-HO-NUMBER " closed.".
           GO TO 7300-EXIT.
       7300-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 7900-AUDIT-HANDOVER-EVENT  --  EVERY ITEM OPENED OR CLOSED
      *                                 GOES TO THE DAILY AUDIT TRAIL
      *-------------------------------------------------------------
       7900-AUDIT-HANDOVER-EVENT.
           PERFORM 9400-OPEN-DAILY-AUDIT
               THRU 9400-EXIT.
           MOVE SPACES TO DAILY-AUDIT-RECORD.
           MOVE "HANDOVER" TO DA-PROGRAM-ID.
           MOVE HO-ITEM-NO TO WS-HO-AI-NUMBER.
           MOVE HO-CATEGORY TO WS-HO-AI-CATEGORY.
           MOVE WS-HO-AUDIT-INPUT TO DA-INPUT-VALUE.
           MOVE WS-HANDOVER-EVENT TO DA-OUTPUT-VALUE.
           MOVE 0 TO DA-RETURN-CODE.
           PERFORM 9500-WRITE-AUDIT-RECORD
               THRU 9500-EXIT.
           PERFORM 9420-CLOSE-DAILY-AUDIT
               THRU 9420-EXIT.
           MOVE 0 TO WS-DA-WRITE-COUNT.
           GO TO 7900-EXIT.
       7900-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 7500-ADHOC-REQUESTS  --  SUBMIT / LIST / CANCEL THE
      *                          OUT-OF-HOURS JOBS THE NIGHTLY CHAIN
      *                          RUNS AFTER THE STANDING PLAN
      *-------------------------------------------------------------
       7500-ADHOC-REQUESTS.
           DISPLAY " ".
           DISPLAY "1. Submit an ad-hoc job request".
           DISPLAY "2. List ad-hoc job requests".
           DISPLAY "3. Cancel a waiting request".
           DISPLAY "4. Back to the main menu".
           DISPLAY "Select an option: " WITH NO ADVANCING.
           ACCEPT WS-ADHOC-CHOICE.
           IF NOT WS-ADHOC-VALID
               DISPLAY "Invalid option, enter 1 thru 4"
               GO TO 7500-ADHOC-REQUESTS
           END-IF.
           EVALUATE TRUE
               WHEN WS-ADHOC-SUBMIT
                   PERFORM 7600-SUBMIT-REQUEST
                       THRU 7600-EXIT
                   GO TO 7500-ADHOC-REQUESTS
               WHEN WS-ADHOC-LIST
                   PERFORM 7700-LIST-REQUESTS
                       THRU 7700-EXIT
                   GO TO 7500-ADHOC-REQUESTS
               WHEN WS-ADHOC-CANCEL
                   PERFORM 7800-CANCEL-REQUEST
                       THRU 7800-EXIT
                   GO TO 7500-ADHOC-REQUESTS
           END-EVALUATE.
           GO TO 7500-EXIT.
       7500-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 7600-SUBMIT-REQUEST  --  ONE NEW REQUEST UNDER THE SIGNED-ON
      *                          OPERATOR.  A PARM FILE IS ONLY
      *                          TAKEN FOR A PROGRAM THAT READS ONE,
      *                          AND MUST BE ON DISK NOW.  ONLY A
      *                          PROGRAM ON THE BATCH TABLE
      *                          (ADHQWS) MAY BE QUEUED.  THE RUN-
      *                          AFTER TIME IS ON THE BUSINESS DATE,
      *                          OR THE NEXT MORNING WHEN IT HAS
      *                          ALREADY GONE BY TODAY.
      *-------------------------------------------------------------
       7600-SUBMIT-REQUEST.
           DISPLAY "Program to run (blank = back): "
               WITH NO ADVANCING.
           ACCEPT WS-ENTERED-PROGRAM.
           MOVE FUNCTION UPPER-CASE(WS-ENTERED-PROGRAM)
               TO WS-ENTERED-PROGRAM.
           IF WS-ENTERED-PROGRAM = SPACES
               GO TO 7600-EXIT
           END-IF.
           IF WS-ENTERED-PROGRAM = "UNIKODE-DAILY-RUN"
               OR WS-ENTERED-PROGRAM = "UNIKODE-MENU"
               DISPLAY "The chain and the menu cannot be queued."
               GO TO 7600-EXIT
           END-IF.
           MOVE WS-ENTERED-PROGRAM TO WS-AJ-WANTED-PROGRAM.
           PERFORM 9297-FIND-BATCH-PROGRAM
               THRU 9297-EXIT.
           IF NOT WS-AJ-BATCH-PROGRAM
               DISPLAY FUNCTION TRIM(WS-ENTERED-PROGRAM)
                   " is not a batch program - not queued."
               GO TO 7600-EXIT
           END-IF.
           PERFORM 9295-FIND-STANDING-PARM
               THRU 9295-EXIT.
           MOVE SPACES TO WS-ENTERED-PARM.
           IF WS-AJ-STANDING-PARM NOT = SPACES
               DISPLAY "Parm file (blank = the standing "
                   FUNCTION TRIM(WS-AJ-STANDING-PARM) "): "
                   WITH NO ADVANCING
               ACCEPT WS-ENTERED-PARM
           END-IF.
           IF WS-ENTERED-PARM = WS-AJ-STANDING-PARM
               MOVE SPACES TO WS-ENTERED-PARM
           END-IF.
           IF WS-ENTERED-PARM NOT = SPACES
               CALL "CBL_CHECK_FILE_EXIST" USING WS-ENTERED-PARM
                   WS-PARM-FILE-INFO
               IF RETURN-CODE NOT = 0
                   MOVE 0 TO RETURN-CODE
                   DISPLAY "Parm file "
                       FUNCTION TRIM(WS-ENTERED-PARM)
                       " is not on disk."
                   GO TO 7600-EXIT
               END-IF
           END-IF.
           MOVE WS-BUS-DATE TO D-AJ-DATE.
           DISPLAY "Business date YYYYMMDD (0 = " D-AJ-DATE "): "
               WITH NO ADVANCING.
           PERFORM 8000-GET-NUMERIC-ENTRY
               THRU 8000-EXIT.
           IF WS-NUM-ENTRY-VAL = 0
               MOVE WS-BUS-DATE TO WS-ENTERED-BUS-DATE
           ELSE
               IF WS-NUM-ENTRY-VAL > 99999999
                   DISPLAY "That is not a valid date."
                   GO TO 7600-EXIT
               END-IF
               MOVE WS-NUM-ENTRY-VAL TO WS-ENTERED-BUS-DATE
           END-IF.
           IF WS-ENTERED-BUS-DATE < 16010101
               OR WS-ENTERED-BUS-DATE(5:2) < "01"
               OR WS-ENTERED-BUS-DATE(5:2) > "12"
               OR WS-ENTERED-BUS-DATE(7:2) < "01"
               OR WS-ENTERED-BUS-DATE(7:2) > "31"
               DISPLAY "That is not a valid date."
               GO TO 7600-EXIT
           END-IF.
           IF WS-ENTERED-BUS-DATE < WS-BUS-DATE
               DISPLAY "That business date has already been run."
               GO TO 7600-EXIT
           END-IF.
           DISPLAY "Run after time HHMM (0 = no wait): "
               WITH NO ADVANCING.
           PERFORM 8000-GET-NUMERIC-ENTRY
               THRU 8000-EXIT.
           IF WS-NUM-ENTRY-VAL > 2359
               DISPLAY "Time must be 0000 thru 2359."
               GO TO 7600-EXIT
           END-IF.
           MOVE WS-NUM-ENTRY-VAL TO WS-ENTERED-RUN-AFTER.
           IF WS-ENTERED-RUN-AFTER(3:2) > "59"
               DISPLAY "Time must be 0000 thru 2359."
               GO TO 7600-EXIT
           END-IF.
           DISPLAY "Reason for the request: " WITH NO ADVANCING.
           ACCEPT WS-ENTERED-REASON.
           IF WS-ENTERED-REASON = SPACES
               DISPLAY "A reason is needed for an ad-hoc request."
               GO TO 7600-EXIT
           END-IF.
           PERFORM 9280-LOAD-ADHOC-QUEUE
               THRU 9280-EXIT.
           IF WS-AJ-COUNT >= WS-AJ-MAX
               DISPLAY "The ad-hoc queue is full - cancel waiting "
                   "requests or let the chain clear it."
               GO TO 7600-EXIT
           END-IF.
           ACCEPT WS-AJ-CLOCK-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-AJ-CLOCK-TIME FROM TIME.
           MOVE WS-AJ-CLOCK-TIME(1:4) TO WS-AJ-CLOCK-HHMM.
           MOVE SPACES TO ADHOC-QUEUE-RECORD.
           ADD 1 TO WS-AJ-LAST-NO.
           MOVE WS-AJ-LAST-NO TO AJ-REQUEST-NO.
           MOVE "P" TO AJ-STATUS.
           MOVE WS-ENTERED-PROGRAM TO AJ-PROGRAM.
           MOVE WS-ENTERED-PARM TO AJ-PARM-FILE.
           MOVE WS-ENTERED-BUS-DATE TO AJ-BUS-DATE.
           MOVE WS-ENTERED-RUN-AFTER TO AJ-RUN-AFTER.
           MOVE WS-ENTERED-BUS-DATE TO AJ-NOT-BEFORE-DATE.
           IF WS-ENTERED-RUN-AFTER NOT = 0
               AND WS-ENTERED-BUS-DATE <= WS-AJ-CLOCK-DATE
               AND WS-ENTERED-RUN-AFTER < WS-AJ-CLOCK-HHMM
               COMPUTE AJ-NOT-BEFORE-DATE =
                   FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-AJ-CLOCK-DATE) + 1)
           END-IF.
           MOVE WS-OPERATOR-ID TO AJ-REQUESTED-BY.
           MOVE WS-AJ-CLOCK-DATE TO AJ-REQ-DATE.
           MOVE WS-AJ-CLOCK-TIME TO AJ-REQ-TIME.
           MOVE WS-ENTERED-REASON TO AJ-REASON.
           MOVE 0 TO AJ-STEP-NO.
           MOVE 0 TO AJ-CHAIN-DATE.
           MOVE 0 TO AJ-START-DATE.
           MOVE 0 TO AJ-START-TIME.
           MOVE 0 TO AJ-END-DATE.
           MOVE 0 TO AJ-END-TIME.
           MOVE 0 TO AJ-RETURN-CODE.
           ADD 1 TO WS-AJ-COUNT.
           MOVE WS-AJ-COUNT TO WS-AJ-HIT-IDX.
           MOVE ADHOC-QUEUE-RECORD TO WS-AJ-ROW(WS-AJ-HIT-IDX).
           PERFORM 9285-SAVE-ADHOC-QUEUE
               THRU 9285-EXIT.
           MOVE WS-AJ-ROW(WS-AJ-HIT-IDX) TO ADHOC-QUEUE-RECORD.
           MOVE "SUBMITTED" TO WS-ADHOC-EVENT.
           PERFORM 7950-AUDIT-ADHOC-EVENT
               THRU 7950-EXIT.
           MOVE AJ-REQUEST-NO TO D-AJ-NUMBER.
           MOVE AJ-NOT-BEFORE-DATE TO D-AJ-DATE.
           MOVE AJ-RUN-AFTER(1:2) TO D-HO-TIME-HH.
           MOVE AJ-RUN-AFTER(3:2) TO D-HO-TIME-MM.
           DISPLAY "Ad-hoc request " D-AJ-NUMBER " queued - the "
               "chain runs it after " D-HO-TIME " on " D-AJ-DATE
               " or later.".
           GO TO 7600-EXIT.
       7600-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 7700-LIST-REQUESTS  --  EVERY REQUEST ON THE QUEUE, OLDEST
      *                         FIRST, WITH ITS OUTCOME
      *-------------------------------------------------------------
       7700-LIST-REQUESTS.
           PERFORM 9280-LOAD-ADHOC-QUEUE
               THRU 9280-EXIT.
           MOVE 0 TO WS-WAITING-REQ-COUNT.
           DISPLAY " ".
           DISPLAY "Ad-hoc job requests:".
           PERFORM 7710-LIST-ONE-REQUEST
               THRU 7710-EXIT
               VARYING WS-AJ-IDX FROM 1 BY 1
                   UNTIL WS-AJ-IDX > WS-AJ-COUNT.
           IF WS-AJ-COUNT = 0
               DISPLAY "  (none)"
           END-IF.
           GO TO 7700-EXIT.
       7700-EXIT.
           EXIT.

       7710-LIST-ONE-REQUEST.
           MOVE WS-AJ-ROW(WS-AJ-IDX) TO ADHOC-QUEUE-RECORD.
           MOVE AJ-REQUEST-NO TO D-AJ-NUMBER.
           MOVE AJ-BUS-DATE TO D-AJ-DATE.
           MOVE AJ-RUN-AFTER(1:2) TO D-HO-TIME-HH.
           MOVE AJ-RUN-AFTER(3:2) TO D-HO-TIME-MM.
           EVALUATE TRUE
               WHEN AJ-PENDING
                   MOVE "PENDING" TO WS-ADHOC-EVENT
                   ADD 1 TO WS-WAITING-REQ-COUNT
               WHEN AJ-DEFERRED
                   MOVE "DEFERRED" TO WS-ADHOC-EVENT
                   ADD 1 TO WS-WAITING-REQ-COUNT
               WHEN AJ-RUNNING
                   MOVE "RUNNING" TO WS-ADHOC-EVENT
               WHEN AJ-COMPLETED
                   MOVE "COMPLETED" TO WS-ADHOC-EVENT
               WHEN AJ-FAILED
                   MOVE "FAILED" TO WS-ADHOC-EVENT
               WHEN AJ-CANCELLED
                   MOVE "CANCELLED" TO WS-ADHOC-EVENT
               WHEN OTHER
                   MOVE "UNKNOWN" TO WS-ADHOC-EVENT
           END-EVALUATE.
           DISPLAY "  " D-AJ-NUMBER " " AJ-PROGRAM " "
               WS-ADHOC-EVENT(1:9) " for " D-AJ-DATE
               " after " D-HO-TIME
               " by " FUNCTION TRIM(AJ-REQUESTED-BY).
           IF AJ-PARM-FILE NOT = SPACES
               DISPLAY "         Parm file "
                   FUNCTION TRIM(AJ-PARM-FILE)
           END-IF.
           DISPLAY "         " FUNCTION TRIM(AJ-REASON).
           IF AJ-FINISHED
               MOVE AJ-RETURN-CODE TO D-AJ-RC
               MOVE AJ-CHAIN-DATE TO D-AJ-DATE
               DISPLAY "         Step " AJ-STEP-NO " of the "
                   D-AJ-DATE " chain, return code "
                   FUNCTION TRIM(D-AJ-RC)
           END-IF.
           IF AJ-NOTE NOT = SPACES
               DISPLAY "         " FUNCTION TRIM(AJ-NOTE)
           END-IF.
           GO TO 7710-EXIT.
       7710-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 7800-CANCEL-REQUEST  --  WITHDRAW A REQUEST STILL WAITING
      *                           (PENDING OR DEFERRED).  ONLY THE
      *                           REQUESTER OR AN ADMINISTRATOR MAY.
      *-------------------------------------------------------------
       7800-CANCEL-REQUEST.
           PERFORM 7700-LIST-REQUESTS
               THRU 7700-EXIT.
           IF WS-WAITING-REQ-COUNT = 0
               DISPLAY "No request is waiting to be cancelled."
               GO TO 7800-EXIT
           END-IF.
           DISPLAY "Request number to cancel (0 = back): "
               WITH NO ADVANCING.
           PERFORM 8000-GET-NUMERIC-ENTRY
               THRU 8000-EXIT.
           IF WS-NUM-ENTRY-VAL = 0
               GO TO 7800-EXIT
           END-IF.
           IF WS-NUM-ENTRY-VAL > 999999
               DISPLAY "No such request."
               GO TO 7800-EXIT
           END-IF.
           MOVE WS-NUM-ENTRY-VAL TO WS-AJ-WANTED-NO.
           MOVE "N" TO WS-AJ-FOUND-SW.
           PERFORM 9290-CHECK-NUMBER
               THRU 9290-EXIT
               VARYING WS-AJ-IDX FROM 1 BY 1
                   UNTIL WS-AJ-IDX > WS-AJ-COUNT
                   OR WS-AJ-FOUND.
           IF NOT WS-AJ-FOUND
               OR NOT (AJ-PENDING OR AJ-DEFERRED)
               DISPLAY "That request is not waiting."
               GO TO 7800-EXIT
           END-IF.
           IF AJ-REQUESTED-BY NOT = WS-OPERATOR-ID
               AND WS-SIGNED-AUTH < 9
               DISPLAY "Only " FUNCTION TRIM(AJ-REQUESTED-BY)
                   " or an administrator can cancel it."
               GO TO 7800-EXIT
           END-IF.
           MOVE "X" TO AJ-STATUS.
           MOVE SPACES TO AJ-NOTE.
           STRING "CANCELLED BY " DELIMITED BY SIZE
                   WS-OPERATOR-ID DELIMITED BY SPACE
               INTO AJ-NOTE.
           ACCEPT AJ-END-DATE FROM DATE YYYYMMDD.
           ACCEPT AJ-END-TIME FROM TIME.
           MOVE ADHOC-QUEUE-RECORD TO WS-AJ-ROW(WS-AJ-HIT-IDX).
           PERFORM 9285-SAVE-ADHOC-QUEUE
               THRU 9285-EXIT.
           MOVE WS-AJ-ROW(WS-AJ-HIT-IDX) TO ADHOC-QUEUE-RECORD.
           MOVE "CANCELLED" TO WS-ADHOC-EVENT.
           PERFORM 7950-AUDIT-ADHOC-EVENT
               THRU 7950-EXIT.
           MOVE AJ-REQUEST-NO TO D-AJ-NUMBER.
           DISPLAY "Ad-hoc request " D-AJ-NUMBER " cancelled.".
           GO TO 7800-EXIT.
       7800-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 7950-AUDIT-ADHOC-EVENT  --  EVERY REQUEST SUBMITTED OR
      *                              CANCELLED GOES TO THE DAILY
      *                              AUDIT TRAIL
      *-------------------------------------------------------------
       7950-AUDIT-ADHOC-EVENT.
           PERFORM 9400-OPEN-DAILY-AUDIT
               THRU 9400-EXIT.
           MOVE SPACES TO DAILY-AUDIT-RECORD.
           MOVE "ADHOC-JOB" TO DA-PROGRAM-ID.
           MOVE AJ-REQUEST-NO TO WS-AJ-AI-NUMBER.
           MOVE AJ-PROGRAM TO WS-AJ-AI-PROGRAM.
           MOVE WS-AJ-AUDIT-INPUT TO DA-INPUT-VALUE.
           MOVE WS-ADHOC-EVENT TO DA-OUTPUT-VALUE.
           MOVE 0 TO DA-RETURN-CODE.
           PERFORM 9500-WRITE-AUDIT-RECORD
               THRU 9500-EXIT.
           PERFORM 9420-CLOSE-DAILY-AUDIT
               THRU 9420-EXIT.
           MOVE 0 TO WS-DA-WRITE-COUNT.
           GO TO 7950-EXIT.
       7950-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 8000-GET-NUMERIC-ENTRY  --  COPIED
      *-------------------------------------------------------------
       COPY NUMVALPR.

      *-------------------------------------------------------------
      * 9450-OPEN-EXCEPTION-LOG / 9550-WRITE-EXCEPTION-RECORD /
      * 9470-CLOSE-EXCEPTION-LOG  --  COPIED
      * 9370-GET-BUSINESS-DATE  --  COPIED
      *-------------------------------------------------------------
       COPY CALPR.

      *-------------------------------------------------------------
      * 9320-LOAD-SITES / 9330-FIND-SITE  --  COPIED
      *-------------------------------------------------------------
       COPY SITEPR.

      *-------------------------------------------------------------
      * 9300-LOAD-SYSPARM / 9350-GET-SYSPARM  --  COPIED
      *-------------------------------------------------------------
       COPY SYSPMPR.

      *-------------------------------------------------------------
      * 9100-LOAD-APPROVAL-QUEUE / 9120-SAVE-APPROVAL-QUEUE /
      * 9160-EXPIRE-STALE / 9170-AUDIT-APPROVAL-EVENT  --  COPIED
      *-------------------------------------------------------------
       COPY APPRPR.

      *-------------------------------------------------------------
      * 9200-LOAD-HANDOVER-LOG / 9220-SAVE-HANDOVER-LOG /
      * 9230-FIND-SHIFT / 9240-LOAD-SHIFT-TIMES  --  COPIED
      *-------------------------------------------------------------
       COPY HANDPR.

      *-------------------------------------------------------------
      * 9280-LOAD-ADHOC-QUEUE / 9285-SAVE-ADHOC-QUEUE /
      * 9295-FIND-STANDING-PARM  --  COPIED
      *-------------------------------------------------------------
       COPY ADHQPR.

      *-------------------------------------------------------------
      * 9400-OPEN-DAILY-AUDIT / 9500-WRITE-AUDIT-RECORD /
      * 9420-CLOSE-DAILY-AUDIT  --  COPIED
      *-------------------------------------------------------------
       COPY AUDITOPN.

       COPY AUDITPR.

       COPY AUDITCLS.
