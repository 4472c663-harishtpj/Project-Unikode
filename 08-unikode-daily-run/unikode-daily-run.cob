      *                 END OF THE SHIPPED PLAN, SO A WAREHOUSE
      *                 FEED THAT STOPS BEING ACKNOWLEDGED TRIPS
      *                 THE NIGHT INSTEAD OF THREE WEEKS LATER.
      * 2026/10/15  HK  ADDED SECURITY-REPORT (DEFAULT SEQ 12, AFTER
      *                 GREETER) TO THE SHIPPED PLAN, SO THE GUARD
      *                 DESK GETS THE DAY'S WATCH-LIST HITS EVERY
      *                 NIGHT.
      * 2026/10/15  HK  ADDED INDUCT-LOAD (DEFAULT SEQ 13, NO
      *                 PREDECESSOR) TO THE SHIPPED PLAN TO POST THE
      *                 SAFETY OFFICE'S INDUCTION FEED FOR THE NEXT
      *                 DAY'S CONTRACTOR CHECK-INS.
      * 2026/10/15  HK  ADDED DOOR-IMPORT TO THE SHIPPED PLAN AS SEQ
      *                 8 (AFTER GREETER) SO THE STAFF-ENTRANCE CARD
      *                 EVENTS ARE POSTED BEFORE THE ROLL CALL, THE
      *                 PAYROLL FEED AND THE SWEEP; ATTENDANCE-REPORT
      *                 AND EVERYTHING AFTER IT MOVE DOWN ONE.  CLEAR
      *                 JOBSTAT.DAT ONCE WHEN INSTALLING THIS CHANGE,
      *                 THE OLD STEP NUMBERS DO NOT MAP.  SITES WITH
      *                 THEIR OWN JOBPLAN.DAT ADD THE STEP THERE.
      * 2026/10/15  HK  TAKE THE RUN'S RECEPTION SITE FROM THE NEW
      *                 BATCH PARM FILE (SITEPARM.DAT, ONE SITE CODE
      *                 OR ALL) AND STAMP IT ON THE SIGN-ON FILE
      *                 BESIDE THE BATCH ID, SO THE CHAIN REPORTS ONE
      *                 SITE OR ALL SITES.  A MISSING OR BLANK PARM
      *                 MEANS ALL SITES; A CODE NOT ON SITETAB.DAT
      *                 STOPS THE CHAIN BEFORE THE FIRST STEP.
      * 2026/10/15  HK  ADDED FORECAST-REPORT TO THE SHIPPED PLAN AS SEQ
      *                 15, AFTER GREETER-SWEEP, SO FACILITIES GET THE
      *                 NEXT DAY'S OCCUPANCY AND BADGE FORECAST FROM A
      *                 CLOSED-OFF DAY'S LOG.  SITES WITH THEIR OWN
      *                 JOBPLAN.DAT ADD THE STEP THERE.
      * 2026/10/15  HK  ADDED PO-POST TO THE SHIPPED PLAN AS SEQ 16,
      *                 AFTER TIME-EXPORT, SO THE DAY'S CONTRACTOR
      *                 MINUTES ARE CHARGED TO THEIR PURCHASE ORDERS.
      *                 SITES WITH THEIR OWN JOBPLAN.DAT ADD THE STEP
      *                 THERE.
      * 2026/10/15  HK  ADDED APPROVAL-REPORT TO THE SHIPPED PLAN AS
      *                 SEQ 17, AFTER UNLOAD-RELOAD HAS CARRIED OUT ANY
      *                 APPROVED RELOAD, SO THE DAY STARTS WITH THE
      *                 DUAL-CONTROL QUEUE EXPIRED AND LISTED.  SITES
      *                 WITH THEIR OWN JOBPLAN.DAT ADD THE STEP THERE.
      * 2026/10/15  HK  THE CHAIN REFUSES TO START AGAINST THE TRAINING
      *                 DATA SET (A CALENDAR CARRYING THE TRAINING
      *                 RECORD) - RETURN CODE 8, NOTHING RUN, THE
      *                 CALENDAR LEFT ALONE.
      * 2026/10/15  HK  AFTER THE STANDING PLAN, RUN THE AD-HOC JOB
      *                 REQUESTS QUEUED FROM UNIKODE-MENU ON ADHOCQ.DAT
      *                 (SHARED ADHQ COPYBOOKS) WHOSE BUSINESS DATE HAS
      *                 COME AND WHOSE RUN-AFTER TIME HAS PASSED.  EACH
      *                 RUNS AS ITS OWN STEP, SEQ 90 THRU 99 (NOW KEPT
      *                 OFF JOBPLAN.DAT), UNDER THE SAME JOBSTAT
      *                 CHECKPOINT AND JOBHIST RECORD AS A PLANNED STEP,
      *                 WITH ITS OWN PARM FILE STAGED OVER THE STANDING
      *                 ONE AND PUT BACK AFTER.  THE OUTCOME AND RETURN
      *                 CODE GO BACK ON THE QUEUE (COMPLETED OR FAILED;
      *                 DEFERRED WHEN THE TIME HAS NOT COME, NO STEP IS
      *                 FREE OR THE PLAN STOPPED EARLY).  A FAILED
      *                 REQUEST DOES NOT STOP THE CHAIN.  REQUESTS
      *                 FINISHED MORE THAN OUTPUT-RETENTION DAYS AGO
      *                 ARE DROPPED FROM THE QUEUE.
      * 2026/10/15  HK  ADDED REPORT-DISTRIB TO THE SHIPPED PLAN AS SEQ
      *                 18, LAST, WITH NO PREDECESSOR, SO EVERY
      *                 RECIPIENT'S BUNDLE IS BUILT FROM THE NIGHT'S
      *                 REPORTS AND A REPORT THAT WAS HELD OR SKIPPED IS
      *                 FLAGGED MISSING RATHER THAN LEFT UNSENT.  SITES
      *                 WITH THEIR OWN JOBPLAN.DAT ADD THE STEP THERE.
      * 2026/10/15  HK  ADDED INTEGRITY-SWEEP TO THE SHIPPED PLAN AS
      *                 SEQ 18 WITH NO PREDECESSOR; REPORT-DISTRIB
      *                 MOVES TO SEQ 19 SO IT STAYS LAST AND CAN
      *                 BUNDLE THE SWEEP LISTING.  THE STEP ITSELF
      *                 DECIDES WHETHER THIS IS THE WEEKLY SWEEP RUN.
      * 2026/10/15  HK  BEFORE EACH STEP, PLANNED OR AD-HOC, IS CALLED
      *                 IT IS ASKED WHICH BUILD IT IS (A CALL WITH A
      *                 RETURN CODE OF -1, VERSPR.CPY) AND THE ANSWER IS
      *                 CHECKED AGAINST THE PROGRAM VERSION REGISTRY,
      *                 VERSREG.DAT (SHARED VREG COPYBOOKS).  A STEP AT
      *                 ANOTHER VERSION, OR NOT ON THE REGISTRY, IS
      *                 REPORTED ON THE CONSOLE AND STILL RUNS.  A STEP
      *                 BUILT BEFORE THE INQUIRY EXISTED RUNS IN FULL ON
      *                 THE INQUIRY CALL AND IS NOT CALLED AGAIN.  THE
      *                 STARTING MESSAGE NOW GIVES THIS PROGRAM'S OWN
      *                 VERSION AND COMPILE DATE.
      * 2026/10/15  HK  ADDED GCD-LCM TO THE SHIPPED PLAN AS SEQ 7,
      *                 AFTER PRIME-CHECK, SO THE NIGHT'S GCDIN.DAT SETS
      *                 ARE WORKED AND THEIR CSV IS READY FOR THE
      *                 MERGE; EXTRACT-MERGE AND EVERYTHING AFTER IT
      *                 MOVE DOWN ONE.  CLEAR JOBSTAT.DAT ONCE WHEN
      *                 INSTALLING THIS CHANGE, THE OLD STEP NUMBERS DO
      *                 NOT MAP.  SITES WITH THEIR OWN JOBPLAN.DAT ADD
      *                 THE STEP THERE.
      * 2026/10/15  HK  NO CODE CHANGE - STEP NUMBERS FOR THE RECORD.
      *                 THE SEQ NUMBERS IN THE ENTRIES ABOVE ARE AS
      *                 SHIPPED AT THE TIME; THE DOOR-IMPORT AND GCD-LCM
      *                 INSERTS HAVE SINCE MOVED THE LATER STEPS DOWN.
      *                 THE SHIPPED PLAN NOW RUNS UNLOAD-RELOAD 1,
      *                 GREETER 2, SUM-NAT 3, FACTORIAL 4, MULT-TABLE 5,
      *                 PRIME-CHECK 6, GCD-LCM 7, EXTRACT-MERGE 8,
      *                 DOOR-IMPORT 9, ATTENDANCE-REPORT 10, TIME-EXPORT
      *                 11, GREETER-SWEEP 12, EXTRACT-RECON 13,
      *                 SECURITY-REPORT 14, INDUCT-LOAD 15,
      *                 FORECAST-REPORT 16, PO-POST 17, APPROVAL-REPORT
      *                 18, INTEGRITY-SWEEP 19 AND REPORT-DISTRIB 20.
      * 2026/10/15  HK  THE PLAN TABLE NOW TAKES 40 STEPS (WAS 20) AND
      *                 THE STEP TABLE 50, SO A SITE JOBPLAN.DAT CAN ADD
      *                 ITS OWN STEPS TO THE SHIPPED 20 WITHOUT HITTING
      *                 "PLAN TABLE FULL", AND THE TEN AD-HOC SLOTS STAY
      *                 FREE.
      *-------------------------------------------------------------

       ENVIRONMENT DIVISION.
           SELECT JOB-STATUS ASSIGN TO "JOBSTAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JS-STATUS.
           SELECT BATCH-PARM ASSIGN TO "SITEPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BP-STATUS.
           COPY JOBHSL.
           COPY SIGNSEL.
           COPY CALSEL.
           COPY SITESL.
           COPY SYSPMSEL.
           COPY ADHQSL.
           COPY VREGSL.

       DATA DIVISION.
       FILE SECTION.
           05 FILLER               PIC X(01) VALUE SPACE.
           05 JS-RETURN-CODE       PIC S9(04).

       FD  BATCH-PARM.
       01  BATCH-PARM-RECORD.
           05 BP-SITE-CODE         PIC X(04).

       COPY JOBHFD.

       COPY SIGNFD.

       COPY CALFD.

       COPY SITEFD.

       COPY SYSPMFD.

       COPY ADHQFD.

       COPY VREGFD.

       WORKING-STORAGE SECTION.
      *    BUILD IDENTITY - RAISE WS-VR-VERSION WITH EACH ENTRY
      *    IN THE MODIFICATION HISTORY (SEE VERSWS.CPY)
       01  WS-VR-PROGRAM           PIC X(17) VALUE "UNIKODE-DAILY-RUN".
       01  WS-VR-VERSION           PIC X(06) VALUE "1.28".
       COPY VERSWS.
       COPY SIGNWS.
       COPY CALWS.
       COPY SITEWS.
       COPY SYSPMWS.
       COPY ADHQWS.
       COPY VREGWS.
       01  WS-NEXT-DATE             PIC 9(08).
       01  D-BUS-DATE.
           05 D-BD-YEAR             PIC 9(04).
           88 WS-JS-OK                        VALUE "00".
           88 WS-JS-NOT-FOUND                 VALUE "35".
       01  WS-JH-STATUS             PIC X(02).
       01  WS-BP-STATUS             PIC X(02).
           88 WS-BP-OK                        VALUE "00".

      *    THE PLAN TAKES UP TO WS-STEP-MAX STEPS - THE SHIPPED 20
      *    AND ROOM FOR A SITE'S OWN; THE REST OF THE TABLE IS FOR
      *    TONIGHT'S AD-HOC REQUESTS (SEQ 90 THRU 99)
       01  WS-STEP-MAX              PIC 9(02) VALUE 40.
       01  WS-STEP-TABLE-MAX        PIC 9(02) VALUE 50.
       01  WS-STEP-COUNT            PIC 9(02) VALUE 0.
       01  WS-STEP-IDX              PIC 9(02).
       01  WS-STEP-IDX-2            PIC 9(02).
       01  WS-CURRENT-STEP          PIC 9(02).

       01  WS-STEP-TABLE.
           05 WS-STEP-ENTRY         OCCURS 50 TIMES.
               10 WS-ST-SEQ         PIC 9(02).
               10 WS-ST-NAME        PIC X(17).
               10 WS-ST-PRED        PIC 9(02).
           05 WS-SH-END-TIME        PIC 9(08).
           05 WS-SH-RC              PIC S9(04).

       01  WS-ADHOC-IDX             PIC 9(03) USAGE COMP.
       01  WS-ADHOC-KEEP-IDX        PIC 9(03) USAGE COMP.
       01  WS-ADHOC-NEXT-SEQ        PIC 9(03).
       01  WS-ADHOC-RAN-CT          PIC 9(03) VALUE 0.
       01  WS-ADHOC-FAILED-CT       PIC 9(03) VALUE 0.
       01  WS-ADHOC-DEFERRED-CT     PIC 9(03) VALUE 0.
       01  WS-ADHOC-DROPPED-CT      PIC 9(03) VALUE 0.
       01  WS-ADHOC-KEEP-DAYS       PIC 9(04) VALUE 30.
       01  WS-ADHOC-CUTOFF          PIC 9(08).
       01  WS-AJ-CLOCK-DATE         PIC 9(08).
       01  WS-AJ-CLOCK-TIME         PIC 9(08).
       01  WS-AJ-CLOCK-HHMM         PIC 9(04).
       01  WS-PARM-SAVE-NAME        PIC X(12).
       01  WS-PARM-FILE-INFO        PIC X(16).
       01  D-AJ-RC                  PIC -(3)9.

       01  WS-SWITCHES.
           05 WS-JOB-FAILED-SW      PIC X(01) VALUE "N".
               88 WS-JOB-FAILED               VALUE "Y".
           05 WS-STEP-ALREADY-RAN-SW PIC X(01) VALUE "N".
               88 WS-STEP-ALREADY-RAN         VALUE "Y".
           05 WS-JP-EOF-SW          PIC X(01) VALUE "N".
               88 WS-JP-EOF                   VALUE "Y".
           05 WS-JS-EOF-SW          PIC X(01) VALUE "N".
               88 WS-JS-EOF                   VALUE "Y".
           05 WS-SORT-SWAPPED-SW    PIC X(01) VALUE "N".
               88 WS-SORT-SWAPPED             VALUE "Y".
           05 WS-PARM-STAGED-SW     PIC X(01) VALUE "N".
               88 WS-PARM-STAGED              VALUE "Y".
           05 WS-STANDING-SAVED-SW  PIC X(01) VALUE "N".
               88 WS-STANDING-SAVED           VALUE "Y".
           05 WS-PARM-STAGE-FAILED-SW PIC X(01) VALUE "N".
               88 WS-PARM-STAGE-FAILED        VALUE "Y".

       PROCEDURE DIVISION.

      * 0000-MAINLINE
      *-------------------------------------------------------------
       0000-MAINLINE.
           MOVE FUNCTION WHEN-COMPILED TO WS-VR-WHEN-COMPILED.
           DISPLAY "UNIKODE-DAILY-RUN starting - version "
               FUNCTION TRIM(WS-VR-VERSION) ", compiled "
               WS-VR-WHEN-COMPILED(1:8) ".".
           PERFORM 9370-GET-BUSINESS-DATE
               THRU 9370-EXIT.
           IF WS-TRAINING-SET
               DISPLAY "UNIKODE-DAILY-RUN: this is the training data "
                   "set - chain not started."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE WS-BUS-DATE TO WS-CAL-CHECK-DATE.
           PERFORM 9375-CHECK-PROCESSING-DAY
               THRU 9375-EXIT.
           END-IF.
           DISPLAY "UNIKODE-DAILY-RUN: processing date " D-BUS-DATE
               ".".
           PERFORM 1800-GET-BATCH-SITE
               THRU 1800-EXIT.
           IF NOT WS-SITE-FOUND
               DISPLAY "UNIKODE-DAILY-RUN: site " WS-SITE-CODE
                   " on SITEPARM.DAT is not on SITETAB.DAT - chain "
                   "not started."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT SIGNON-FILE.
           MOVE SPACES TO SIGNON-RECORD.
           MOVE "BATCH" TO SO-OPERATOR-ID.
           MOVE WS-SITE-CODE TO SO-SITE-CODE.
           WRITE SIGNON-RECORD.
           CLOSE SIGNON-FILE.
           PERFORM 9250-LOAD-VERSION-REGISTRY
               THRU 9250-EXIT.
           IF NOT WS-VG-LOADED
               DISPLAY "UNIKODE-DAILY-RUN: no VERSREG.DAT - step "
                   "versions are not checked tonight."
           END-IF.
           PERFORM 1000-LOAD-JOB-PLAN
               THRU 1000-EXIT.
           PERFORM 7000-LOAD-JOB-STATUS
               VARYING WS-STEP-IDX FROM 1 BY 1
                   UNTIL WS-STEP-IDX > WS-STEP-COUNT
                   OR WS-JOB-FAILED.
           PERFORM 3000-RUN-ADHOC-REQUESTS
               THRU 3000-EXIT.
           GO TO 9999-EXIT-JOB.
       9999-EXIT-JOB.
           IF WS-JOB-FAILED
               OR JOB-PLAN-RECORD(1:1) = "*"
               GO TO 1100-EXIT
           END-IF.
           IF JP-SEQUENCE >= 90
               DISPLAY "UNIKODE-DAILY-RUN: plan sequence "
                   JP-SEQUENCE " is kept for ad-hoc requests, record "
                   "ignored."
               GO TO 1100-EXIT
           END-IF.
           IF WS-STEP-COUNT >= WS-STEP-MAX
               DISPLAY "UNIKODE-DAILY-RUN: plan table full, record "
                   "ignored."
      *                              THE DOCUMENTED PLAN LAYOUT
      *-------------------------------------------------------------
       1500-SEED-DEFAULT-PLAN.
           MOVE 20 TO WS-STEP-COUNT.
           MOVE 1 TO WS-ST-SEQ(1).
           MOVE "UNLOAD-RELOAD" TO WS-ST-NAME(1).
           MOVE 0 TO WS-ST-PRED(1).
           MOVE "PRIME-CHECK" TO WS-ST-NAME(6).
           MOVE 5 TO WS-ST-PRED(6).
           MOVE 7 TO WS-ST-SEQ(7).
           MOVE "GCD-LCM" TO WS-ST-NAME(7).
           MOVE 6 TO WS-ST-PRED(7).
           MOVE 8 TO WS-ST-SEQ(8).
           MOVE "EXTRACT-MERGE" TO WS-ST-NAME(8).
           MOVE 7 TO WS-ST-PRED(8).
           MOVE 9 TO WS-ST-SEQ(9).
           MOVE "DOOR-IMPORT" TO WS-ST-NAME(9).
           MOVE 2 TO WS-ST-PRED(9).
           MOVE 10 TO WS-ST-SEQ(10).
           MOVE "ATTENDANCE-REPORT" TO WS-ST-NAME(10).
           MOVE 8 TO WS-ST-PRED(10).
           MOVE 11 TO WS-ST-SEQ(11).
           MOVE "TIME-EXPORT" TO WS-ST-NAME(11).
           MOVE 10 TO WS-ST-PRED(11).
           MOVE 12 TO WS-ST-SEQ(12).
           MOVE "GREETER-SWEEP" TO WS-ST-NAME(12).
           MOVE 11 TO WS-ST-PRED(12).
           MOVE 13 TO WS-ST-SEQ(13).
           MOVE "EXTRACT-RECON" TO WS-ST-NAME(13).
           MOVE 8 TO WS-ST-PRED(13).
           MOVE 14 TO WS-ST-SEQ(14).
           MOVE "SECURITY-REPORT" TO WS-ST-NAME(14).
           MOVE 2 TO WS-ST-PRED(14).
           MOVE 15 TO WS-ST-SEQ(15).
           MOVE "INDUCT-LOAD" TO WS-ST-NAME(15).
           MOVE 0 TO WS-ST-PRED(15).
           MOVE 16 TO WS-ST-SEQ(16).
           MOVE "FORECAST-REPORT" TO WS-ST-NAME(16).
           MOVE 12 TO WS-ST-PRED(16).
           MOVE 17 TO WS-ST-SEQ(17).
           MOVE "PO-POST" TO WS-ST-NAME(17).
           MOVE 11 TO WS-ST-PRED(17).
           MOVE 18 TO WS-ST-SEQ(18).
           MOVE "APPROVAL-REPORT" TO WS-ST-NAME(18).
           MOVE 1 TO WS-ST-PRED(18).
           MOVE 19 TO WS-ST-SEQ(19).
           MOVE "INTEGRITY-SWEEP" TO WS-ST-NAME(19).
           MOVE 0 TO WS-ST-PRED(19).
           MOVE 20 TO WS-ST-SEQ(20).
           MOVE "REPORT-DISTRIB" TO WS-ST-NAME(20).
           MOVE 0 TO WS-ST-PRED(20).
           PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
                   UNTIL WS-STEP-IDX > WS-STEP-COUNT
               MOVE SPACE TO WS-ST-HOLD-SW(WS-STEP-IDX)
       1720-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 1800-GET-BATCH-SITE  --  THE SITE THIS RUN COVERS, FROM THE
      *                           BATCH PARM.  BLANK OR ALL (OR NO
      *                           PARM FILE) IS EVERY SITE.
      *-------------------------------------------------------------
       1800-GET-BATCH-SITE.
           PERFORM 9320-LOAD-SITES
               THRU 9320-EXIT.
           MOVE "ALL" TO WS-SITE-CODE.
           MOVE "Y" TO WS-SITE-FOUND-SW.
           OPEN INPUT BATCH-PARM.
           IF NOT WS-BP-OK
               GO TO 1800-EXIT
           END-IF.
           READ BATCH-PARM
               AT END
                   MOVE SPACES TO BP-SITE-CODE
           END-READ.
           CLOSE BATCH-PARM.
           MOVE FUNCTION UPPER-CASE(BP-SITE-CODE) TO WS-SITE-CODE.
           IF WS-ALL-SITES
               MOVE "ALL" TO WS-SITE-CODE
               GO TO 1800-EXIT
           END-IF.
           MOVE WS-SITE-CODE TO WS-SITE-WANTED.
           PERFORM 9330-FIND-SITE
               THRU 9330-EXIT.
           DISPLAY "UNIKODE-DAILY-RUN: running for site "
               WS-SITE-CODE ".".
           GO TO 1800-EXIT.
       1800-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 2000-RUN-ONE-STEP  --  HOLD AND PREDECESSOR CHECKS, THEN
      *                         THE CALL, WITH THE SAME JOBSTAT
               FUNCTION TRIM(WS-ST-NAME(WS-STEP-IDX)) ".".
           PERFORM 7100-RECORD-STEP-START
               THRU 7100-EXIT.
           PERFORM 2100-CHECK-STEP-VERSION
               THRU 2100-EXIT.
           IF NOT WS-STEP-ALREADY-RAN
               MOVE 0 TO WS-STEP-RC
               CALL WS-ST-NAME(WS-STEP-IDX) USING WS-STEP-RC
                   ON EXCEPTION
                       DISPLAY "UNIKODE-DAILY-RUN: "
                           FUNCTION TRIM(WS-ST-NAME(WS-STEP-IDX))
                           " is not a callable program - check "
                           "JOBPLAN.DAT."
                       MOVE 12 TO WS-STEP-RC
               END-CALL
           END-IF.
           PERFORM 7200-RECORD-STEP-END
               THRU 7200-EXIT.
           PERFORM 8000-CHECK-STEP-RC
       2000-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 2100-CHECK-STEP-VERSION  --  ASK THE STEP WHICH BUILD IT IS
      *                               (A CALL WITH A RETURN CODE OF
      *                               -1, SEE VERSPR.CPY) AND
      *                               COMPARE IT WITH ITS LINE ON
      *                               VERSREG.DAT.  A MISMATCH OR AN
      *                               UNREGISTERED PROGRAM IS
      *                               REPORTED AND THE STEP STILL
      *                               RUNS.  A BUILD TOO OLD TO
      *                               ANSWER HAS ALREADY DONE ITS
      *                               WORK ON THE INQUIRY CALL, SO
      *                               ITS RETURN CODE STANDS AND THE
      *                               REAL CALL IS NOT MADE.
      *-------------------------------------------------------------
       2100-CHECK-STEP-VERSION.
           MOVE "N" TO WS-STEP-ALREADY-RAN-SW.
           MOVE SPACES TO VERSION-INQUIRY.
           MOVE -1 TO WS-STEP-RC.
           CALL WS-ST-NAME(WS-CURRENT-STEP) USING WS-STEP-RC
               ON EXCEPTION
                   MOVE 0 TO WS-STEP-RC
                   GO TO 2100-EXIT
           END-CALL.
           IF VI-VERSION = SPACES
               MOVE "Y" TO WS-STEP-ALREADY-RAN-SW
               IF WS-STEP-RC < 0
                   MOVE 0 TO WS-STEP-RC
               END-IF
               DISPLAY "UNIKODE-DAILY-RUN: "
                   FUNCTION TRIM(WS-ST-NAME(WS-CURRENT-STEP))
                   " predates the version check and ran on the "
                   "inquiry call - rebuild it."
               GO TO 2100-EXIT
           END-IF.
           MOVE 0 TO WS-STEP-RC.
           IF NOT WS-VG-LOADED
               GO TO 2100-EXIT
           END-IF.
           MOVE VI-PROGRAM TO WS-VG-WANTED.
           PERFORM 9255-FIND-VERSION
               THRU 9255-EXIT.
           IF NOT WS-VG-FOUND
               DISPLAY "UNIKODE-DAILY-RUN: "
                   FUNCTION TRIM(VI-PROGRAM) " is at version "
                   FUNCTION TRIM(VI-VERSION) " but is not on "
                   "VERSREG.DAT - step runs."
               GO TO 2100-EXIT
           END-IF.
           IF VI-VERSION NOT = WS-VG-VERSION(WS-VG-IDX)
               DISPLAY "UNIKODE-DAILY-RUN: "
                   FUNCTION TRIM(VI-PROGRAM) " is at version "
                   FUNCTION TRIM(VI-VERSION) " (compiled "
                   VI-COMPILED "), VERSREG.DAT expects "
                   FUNCTION TRIM(WS-VG-VERSION(WS-VG-IDX))
                   " - step runs, check the promotion."
           END-IF.
           GO TO 2100-EXIT.
       2100-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 2500-CHECK-PREDECESSOR  --  FIND THE TABLE ENTRY WHOSE
      *                              SEQUENCE IS THIS STEP'S
       2500-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 3000-RUN-ADHOC-REQUESTS  --  AFTER THE STANDING PLAN, EVERY
      *                               QUEUED REQUEST DUE ON OR BEFORE
      *                               TONIGHT'S BUSINESS DATE RUNS AS
      *                               ITS OWN CHECKPOINTED STEP (SEQ
      *                               90 THRU 99).  A FAILED REQUEST
      *                               IS RECORDED BUT DOES NOT STOP
      *                               THE CHAIN.  WHEN THE PLAN
      *                               STOPPED EARLY NOTHING RUNS AND
      *                               THE DUE REQUESTS ARE DEFERRED.
      *-------------------------------------------------------------
       3000-RUN-ADHOC-REQUESTS.
           PERFORM 9280-LOAD-ADHOC-QUEUE
               THRU 9280-EXIT.
           IF WS-AJ-COUNT = 0
               GO TO 3000-EXIT
           END-IF.
           MOVE 0 TO WS-ADHOC-RAN-CT.
           MOVE 0 TO WS-ADHOC-FAILED-CT.
           MOVE 0 TO WS-ADHOC-DEFERRED-CT.
           IF WS-JOB-FAILED
               PERFORM 3050-DEFER-ONE-REQUEST
                   THRU 3050-EXIT
                   VARYING WS-ADHOC-IDX FROM 1 BY 1
                       UNTIL WS-ADHOC-IDX > WS-AJ-COUNT
               PERFORM 9285-SAVE-ADHOC-QUEUE
                   THRU 9285-EXIT
               GO TO 3000-REPORT
           END-IF.
           MOVE 90 TO WS-ADHOC-NEXT-SEQ.
           PERFORM 3100-RESTORE-ONE-REQUEST
               THRU 3100-EXIT
               VARYING WS-ADHOC-IDX FROM 1 BY 1
                   UNTIL WS-ADHOC-IDX > WS-AJ-COUNT.
           PERFORM 3200-RUN-ONE-REQUEST
               THRU 3200-EXIT
               VARYING WS-ADHOC-IDX FROM 1 BY 1
                   UNTIL WS-ADHOC-IDX > WS-AJ-COUNT.
           PERFORM 3700-PRUNE-ADHOC-QUEUE
               THRU 3700-EXIT.
           PERFORM 9285-SAVE-ADHOC-QUEUE
               THRU 9285-EXIT.
       3000-REPORT.
           IF WS-ADHOC-RAN-CT = 0
               AND WS-ADHOC-DEFERRED-CT = 0
               GO TO 3000-EXIT
           END-IF.
           DISPLAY "UNIKODE-DAILY-RUN: ad-hoc requests run "
               WS-ADHOC-RAN-CT ", failed " WS-ADHOC-FAILED-CT
               ", deferred " WS-ADHOC-DEFERRED-CT ".".
           GO TO 3000-EXIT.
       3000-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 3050-DEFER-ONE-REQUEST  --  THE PLAN STOPPED EARLY, SO A
      *                              REQUEST DUE TONIGHT WAITS FOR
      *                              THE RESUBMITTED CHAIN
      *-------------------------------------------------------------
       3050-DEFER-ONE-REQUEST.
           MOVE WS-AJ-ROW(WS-ADHOC-IDX) TO ADHOC-QUEUE-RECORD.
           IF NOT AJ-OPEN
               OR AJ-BUS-DATE > WS-BUS-DATE
               GO TO 3050-EXIT
           END-IF.
           MOVE "D" TO AJ-STATUS.
           MOVE WS-BUS-DATE TO AJ-CHAIN-DATE.
           MOVE "CHAIN STOPPED EARLY - NOT RUN" TO AJ-NOTE.
           MOVE ADHOC-QUEUE-RECORD TO WS-AJ-ROW(WS-ADHOC-IDX).
           ADD 1 TO WS-ADHOC-DEFERRED-CT.
           GO TO 3050-EXIT.
       3050-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 3100-RESTORE-ONE-REQUEST  --  ON A RESUBMITTED CHAIN, PUT
      *                                BACK THE REQUESTS ALREADY
      *                                FINISHED TONIGHT SO THEY STAY
      *                                ON JOBSTAT AND REACH JOBHIST,
      *                                AND KEEP THEIR STEP NUMBERS
      *                                (AND A REQUEST LEFT RUNNING'S)
      *                                OUT OF REUSE
      *-------------------------------------------------------------
       3100-RESTORE-ONE-REQUEST.
           MOVE WS-AJ-ROW(WS-ADHOC-IDX) TO ADHOC-QUEUE-RECORD.
           IF AJ-CHAIN-DATE NOT = WS-BUS-DATE
               OR AJ-STEP-NO < 90
               GO TO 3100-EXIT
           END-IF.
           IF NOT AJ-FINISHED
               AND NOT AJ-RUNNING
               GO TO 3100-EXIT
           END-IF.
           IF AJ-STEP-NO >= WS-ADHOC-NEXT-SEQ
               COMPUTE WS-ADHOC-NEXT-SEQ = AJ-STEP-NO + 1
           END-IF.
           IF AJ-RUNNING
               OR WS-STEP-COUNT >= WS-STEP-TABLE-MAX
               GO TO 3100-EXIT
           END-IF.
           ADD 1 TO WS-STEP-COUNT.
           MOVE AJ-STEP-NO TO WS-ST-SEQ(WS-STEP-COUNT).
           MOVE AJ-PROGRAM TO WS-ST-NAME(WS-STEP-COUNT).
           MOVE 0 TO WS-ST-PRED(WS-STEP-COUNT).
           MOVE SPACE TO WS-ST-HOLD-SW(WS-STEP-COUNT).
           MOVE "Y" TO WS-ST-RAN-SW(WS-STEP-COUNT).
           IF AJ-RETURN-CODE <= 4
               MOVE "Y" TO WS-ST-DONE-SW(WS-STEP-COUNT)
           ELSE
               MOVE "N" TO WS-ST-DONE-SW(WS-STEP-COUNT)
           END-IF.
           MOVE AJ-START-DATE TO WS-ST-START-DATE(WS-STEP-COUNT).
           MOVE AJ-START-TIME TO WS-ST-START-TIME(WS-STEP-COUNT).
           MOVE AJ-END-DATE TO WS-ST-END-DATE(WS-STEP-COUNT).
           MOVE AJ-END-TIME TO WS-ST-END-TIME(WS-STEP-COUNT).
           MOVE AJ-RETURN-CODE TO WS-ST-RC(WS-STEP-COUNT).
           GO TO 3100-EXIT.
       3100-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 3200-RUN-ONE-REQUEST  --  ONE WAITING REQUEST: DEFER IT IF
      *                            ITS RUN-AFTER TIME HAS NOT COME OR
      *                            NO AD-HOC STEP IS FREE, OTHERWISE
      *                            CHECKPOINT IT AS RUNNING, STAGE
      *                            ITS PARM FILE, CALL IT AND RECORD
      *                            THE OUTCOME ON THE QUEUE
      *-------------------------------------------------------------
       3200-RUN-ONE-REQUEST.
           MOVE WS-ADHOC-IDX TO WS-AJ-HIT-IDX.
           MOVE WS-AJ-ROW(WS-AJ-HIT-IDX) TO ADHOC-QUEUE-RECORD.
           IF NOT AJ-OPEN
               OR AJ-BUS-DATE > WS-BUS-DATE
               GO TO 3200-EXIT
           END-IF.
           MOVE AJ-REQUEST-NO TO D-AJ-NUMBER.
           ACCEPT WS-AJ-CLOCK-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-AJ-CLOCK-TIME FROM TIME.
           MOVE WS-AJ-CLOCK-TIME(1:4) TO WS-AJ-CLOCK-HHMM.
           IF WS-AJ-CLOCK-DATE < AJ-NOT-BEFORE-DATE
               OR (WS-AJ-CLOCK-DATE = AJ-NOT-BEFORE-DATE
                   AND WS-AJ-CLOCK-HHMM < AJ-RUN-AFTER)
               MOVE "RUN-AFTER TIME NOT REACHED" TO AJ-NOTE
               GO TO 3200-DEFER
           END-IF.
           MOVE AJ-PROGRAM TO WS-AJ-WANTED-PROGRAM.
           PERFORM 9295-FIND-STANDING-PARM
               THRU 9295-EXIT.
           IF AJ-PARM-FILE NOT = SPACES
               IF WS-AJ-STANDING-PARM = SPACES
                   MOVE "PROGRAM TAKES NO PARM FILE" TO AJ-NOTE
                   GO TO 3200-REFUSE
               END-IF
               CALL "CBL_CHECK_FILE_EXIST" USING AJ-PARM-FILE
                   WS-PARM-FILE-INFO
               IF RETURN-CODE NOT = 0
                   MOVE 0 TO RETURN-CODE
                   MOVE "PARM FILE NOT ON DISK" TO AJ-NOTE
                   GO TO 3200-REFUSE
               END-IF
           END-IF.
           IF AJ-RUNNING
               AND AJ-CHAIN-DATE = WS-BUS-DATE
               AND AJ-STEP-NO >= 90
               CONTINUE
           ELSE
               IF WS-ADHOC-NEXT-SEQ > 99
                   MOVE "NO AD-HOC STEP FREE - NEXT CHAIN" TO AJ-NOTE
                   GO TO 3200-DEFER
               END-IF
               MOVE WS-ADHOC-NEXT-SEQ TO AJ-STEP-NO
               ADD 1 TO WS-ADHOC-NEXT-SEQ
           END-IF.
           IF WS-STEP-COUNT >= WS-STEP-TABLE-MAX
               MOVE "NO AD-HOC STEP FREE - NEXT CHAIN" TO AJ-NOTE
               GO TO 3200-DEFER
           END-IF.
           ADD 1 TO WS-STEP-COUNT.
           MOVE WS-STEP-COUNT TO WS-CURRENT-STEP.
           MOVE AJ-STEP-NO TO WS-ST-SEQ(WS-CURRENT-STEP).
           MOVE AJ-PROGRAM TO WS-ST-NAME(WS-CURRENT-STEP).
           MOVE 0 TO WS-ST-PRED(WS-CURRENT-STEP).
           MOVE SPACE TO WS-ST-HOLD-SW(WS-CURRENT-STEP).
           MOVE "N" TO WS-ST-DONE-SW(WS-CURRENT-STEP).
           MOVE "N" TO WS-ST-RAN-SW(WS-CURRENT-STEP).
           MOVE 0 TO WS-ST-END-DATE(WS-CURRENT-STEP).
           MOVE 0 TO WS-ST-END-TIME(WS-CURRENT-STEP).
           MOVE 0 TO WS-ST-RC(WS-CURRENT-STEP).
           DISPLAY "UNIKODE-DAILY-RUN: running ad-hoc request "
               D-AJ-NUMBER ", " FUNCTION TRIM(AJ-PROGRAM)
               ", as step " AJ-STEP-NO ".".
           PERFORM 7100-RECORD-STEP-START
               THRU 7100-EXIT.
           MOVE "R" TO AJ-STATUS.
           MOVE WS-BUS-DATE TO AJ-CHAIN-DATE.
           MOVE WS-ST-START-DATE(WS-CURRENT-STEP) TO AJ-START-DATE.
           MOVE WS-ST-START-TIME(WS-CURRENT-STEP) TO AJ-START-TIME.
           MOVE 0 TO AJ-END-DATE.
           MOVE 0 TO AJ-END-TIME.
           MOVE 0 TO AJ-RETURN-CODE.
           MOVE "RUNNING" TO AJ-NOTE.
           PERFORM 3800-SAVE-ONE-REQUEST
               THRU 3800-EXIT.
           MOVE 0 TO WS-STEP-RC.
           PERFORM 3300-STAGE-PARM-FILE
               THRU 3300-EXIT.
           IF WS-PARM-STAGE-FAILED
               DISPLAY "UNIKODE-DAILY-RUN: could not put "
                   FUNCTION TRIM(AJ-PARM-FILE) " in place of "
                   FUNCTION TRIM(WS-AJ-STANDING-PARM)
                   " - request not run."
               MOVE 12 TO WS-STEP-RC
           ELSE
               PERFORM 2100-CHECK-STEP-VERSION
                   THRU 2100-EXIT
               IF NOT WS-STEP-ALREADY-RAN
                   MOVE 0 TO WS-STEP-RC
                   CALL WS-ST-NAME(WS-CURRENT-STEP) USING WS-STEP-RC
                       ON EXCEPTION
                           DISPLAY "UNIKODE-DAILY-RUN: "
                               FUNCTION TRIM(AJ-PROGRAM)
                               " is not a callable program - check "
                               "the request."
                           MOVE 12 TO WS-STEP-RC
                   END-CALL
               END-IF
           END-IF.
           PERFORM 3400-RESTORE-PARM-FILE
               THRU 3400-EXIT.
           PERFORM 7200-RECORD-STEP-END
               THRU 7200-EXIT.
           MOVE WS-AJ-ROW(WS-AJ-HIT-IDX) TO ADHOC-QUEUE-RECORD.
           MOVE WS-ST-END-DATE(WS-CURRENT-STEP) TO AJ-END-DATE.
           MOVE WS-ST-END-TIME(WS-CURRENT-STEP) TO AJ-END-TIME.
           MOVE WS-STEP-RC TO AJ-RETURN-CODE.
           MOVE WS-STEP-RC TO D-AJ-RC.
           ADD 1 TO WS-ADHOC-RAN-CT.
           MOVE SPACES TO AJ-NOTE.
           EVALUATE TRUE
               WHEN WS-STEP-RC = 0
                   MOVE "C" TO AJ-STATUS
                   MOVE "COMPLETED" TO AJ-NOTE
               WHEN WS-STEP-RC <= 4
                   MOVE "C" TO AJ-STATUS
                   MOVE "COMPLETED WITH WARNINGS" TO AJ-NOTE
               WHEN OTHER
                   MOVE "F" TO AJ-STATUS
                   ADD 1 TO WS-ADHOC-FAILED-CT
                   STRING "FAILED - RETURN CODE " DELIMITED BY SIZE
                           FUNCTION TRIM(D-AJ-RC) DELIMITED BY SIZE
                       INTO AJ-NOTE
                   DISPLAY "UNIKODE-DAILY-RUN: ad-hoc request "
                       D-AJ-NUMBER " ended with return code "
                       WS-STEP-RC " - marked failed, chain "
                       "continues."
           END-EVALUATE.
           PERFORM 3800-SAVE-ONE-REQUEST
               THRU 3800-EXIT.
           GO TO 3200-EXIT.
       3200-DEFER.
           MOVE "D" TO AJ-STATUS.
           MOVE WS-BUS-DATE TO AJ-CHAIN-DATE.
           ADD 1 TO WS-ADHOC-DEFERRED-CT.
           DISPLAY "UNIKODE-DAILY-RUN: ad-hoc request " D-AJ-NUMBER
               " deferred - " FUNCTION TRIM(AJ-NOTE) ".".
           PERFORM 3800-SAVE-ONE-REQUEST
               THRU 3800-EXIT.
           GO TO 3200-EXIT.
       3200-REFUSE.
           MOVE "F" TO AJ-STATUS.
           MOVE WS-BUS-DATE TO AJ-CHAIN-DATE.
           MOVE 8 TO AJ-RETURN-CODE.
           ACCEPT AJ-END-DATE FROM DATE YYYYMMDD.
           ACCEPT AJ-END-TIME FROM TIME.
           ADD 1 TO WS-ADHOC-FAILED-CT.
           DISPLAY "UNIKODE-DAILY-RUN: ad-hoc request " D-AJ-NUMBER
               " not run - " FUNCTION TRIM(AJ-NOTE) ".".
           PERFORM 3800-SAVE-ONE-REQUEST
               THRU 3800-EXIT.
           GO TO 3200-EXIT.
       3200-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 3300-STAGE-PARM-FILE  --  SET THE STANDING PARM FILE ASIDE AS
      *                            NAME.SAV AND COPY THE REQUEST'S
      *                            OVER IT.  A .SAV ALREADY THERE IS
      *                            FROM A CHAIN THAT DIED PART WAY
      *                            AND STILL HOLDS THE STANDING
      *                            FILE, SO IT IS KEPT.
      *-------------------------------------------------------------
       3300-STAGE-PARM-FILE.
           MOVE "N" TO WS-PARM-STAGED-SW.
           MOVE "N" TO WS-STANDING-SAVED-SW.
           MOVE "N" TO WS-PARM-STAGE-FAILED-SW.
           IF AJ-PARM-FILE = SPACES
               GO TO 3300-EXIT
           END-IF.
           MOVE WS-AJ-STANDING-PARM TO WS-PARM-SAVE-NAME.
           INSPECT WS-PARM-SAVE-NAME REPLACING ALL ".DAT" BY ".SAV".
           CALL "CBL_CHECK_FILE_EXIST" USING WS-PARM-SAVE-NAME
               WS-PARM-FILE-INFO.
           IF RETURN-CODE = 0
               MOVE "Y" TO WS-STANDING-SAVED-SW
           ELSE
               CALL "CBL_CHECK_FILE_EXIST" USING WS-AJ-STANDING-PARM
                   WS-PARM-FILE-INFO
               IF RETURN-CODE = 0
                   CALL "CBL_COPY_FILE" USING WS-AJ-STANDING-PARM
                       WS-PARM-SAVE-NAME
                   IF RETURN-CODE NOT = 0
                       MOVE 0 TO RETURN-CODE
                       MOVE "Y" TO WS-PARM-STAGE-FAILED-SW
                       GO TO 3300-EXIT
                   END-IF
                   MOVE "Y" TO WS-STANDING-SAVED-SW
               END-IF
           END-IF.
           MOVE 0 TO RETURN-CODE.
           MOVE "Y" TO WS-PARM-STAGED-SW.
           CALL "CBL_COPY_FILE" USING AJ-PARM-FILE
               WS-AJ-STANDING-PARM.
           IF RETURN-CODE NOT = 0
               MOVE "Y" TO WS-PARM-STAGE-FAILED-SW
           END-IF.
           MOVE 0 TO RETURN-CODE.
           GO TO 3300-EXIT.
       3300-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 3400-RESTORE-PARM-FILE  --  PUT THE STANDING PARM FILE BACK
      *                              (OR REMOVE THE STAGED ONE WHEN
      *                              THERE WAS NO STANDING FILE)
      *-------------------------------------------------------------
       3400-RESTORE-PARM-FILE.
           IF NOT WS-PARM-STAGED
               GO TO 3400-EXIT
           END-IF.
           IF WS-STANDING-SAVED
               CALL "CBL_COPY_FILE" USING WS-PARM-SAVE-NAME
                   WS-AJ-STANDING-PARM
               IF RETURN-CODE = 0
                   CALL "CBL_DELETE_FILE" USING WS-PARM-SAVE-NAME
               ELSE
                   DISPLAY "UNIKODE-DAILY-RUN: could not put back "
                       FUNCTION TRIM(WS-AJ-STANDING-PARM) " - it "
                       "is kept as " FUNCTION TRIM(WS-PARM-SAVE-NAME)
                       "."
               END-IF
           ELSE
               CALL "CBL_DELETE_FILE" USING WS-AJ-STANDING-PARM
           END-IF.
           MOVE 0 TO RETURN-CODE.
           MOVE "N" TO WS-PARM-STAGED-SW.
           GO TO 3400-EXIT.
       3400-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 3700-PRUNE-ADHOC-QUEUE  --  DROP FINISHED AND CANCELLED
      *                              REQUESTS OLDER THAN SYSPARM
      *                              OUTPUT-RETENTION DAYS (DEFAULT
      *                              30), KEEPING THE REST IN ORDER
      *-------------------------------------------------------------
       3700-PRUNE-ADHOC-QUEUE.
           PERFORM 9300-LOAD-SYSPARM
               THRU 9300-EXIT.
           MOVE 30 TO WS-ADHOC-KEEP-DAYS.
           MOVE "OUTPUT-RETENTION" TO WS-SP-WANTED-KEY.
           PERFORM 9350-GET-SYSPARM
               THRU 9350-EXIT.
           IF WS-SP-FOUND
               AND WS-SP-NUM-VALUE > 0
               AND WS-SP-NUM-VALUE < 10000
               MOVE WS-SP-NUM-VALUE TO WS-ADHOC-KEEP-DAYS
           END-IF.
           COMPUTE WS-ADHOC-CUTOFF =
               FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-BUS-DATE)
               - WS-ADHOC-KEEP-DAYS).
           MOVE 0 TO WS-ADHOC-KEEP-IDX.
           PERFORM 3710-PRUNE-ONE-REQUEST
               THRU 3710-EXIT
               VARYING WS-ADHOC-IDX FROM 1 BY 1
                   UNTIL WS-ADHOC-IDX > WS-AJ-COUNT.
           IF WS-ADHOC-KEEP-IDX < WS-AJ-COUNT
               COMPUTE WS-ADHOC-DROPPED-CT =
                   WS-AJ-COUNT - WS-ADHOC-KEEP-IDX
               DISPLAY "UNIKODE-DAILY-RUN: " WS-ADHOC-DROPPED-CT
                   " old ad-hoc request(s) dropped from the queue."
           END-IF.
           MOVE WS-ADHOC-KEEP-IDX TO WS-AJ-COUNT.
           GO TO 3700-EXIT.
       3700-EXIT.
           EXIT.

       3710-PRUNE-ONE-REQUEST.
           MOVE WS-AJ-ROW(WS-ADHOC-IDX) TO ADHOC-QUEUE-RECORD.
           IF AJ-FINISHED
               AND AJ-CHAIN-DATE < WS-ADHOC-CUTOFF
               GO TO 3710-EXIT
           END-IF.
           IF AJ-CANCELLED
               AND AJ-END-DATE < WS-ADHOC-CUTOFF
               GO TO 3710-EXIT
           END-IF.
           ADD 1 TO WS-ADHOC-KEEP-IDX.
           MOVE ADHOC-QUEUE-RECORD TO WS-AJ-ROW(WS-ADHOC-KEEP-IDX).
           GO TO 3710-EXIT.
       3710-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 3800-SAVE-ONE-REQUEST  --  PUT THE REQUEST BACK IN THE TABLE
      *                             AND REWRITE THE QUEUE AT ONCE, SO
      *                             THE QUEUE IS A CHECKPOINT BESIDE
      *                             JOBSTAT
      *-------------------------------------------------------------
       3800-SAVE-ONE-REQUEST.
           MOVE ADHOC-QUEUE-RECORD TO WS-AJ-ROW(WS-AJ-HIT-IDX).
           PERFORM 9285-SAVE-ADHOC-QUEUE
               THRU 9285-EXIT.
           MOVE WS-AJ-ROW(WS-AJ-HIT-IDX) TO ADHOC-QUEUE-RECORD.
           GO TO 3800-EXIT.
       3800-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 7000-LOAD-JOB-STATUS  --  MARK EVERY PLANNED STEP THE
      *                            STATUS FILE SAYS ALREADY ENDED
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
      * 9280-LOAD-ADHOC-QUEUE / 9285-SAVE-ADHOC-QUEUE /
      * 9295-FIND-STANDING-PARM  --  COPIED
      *-------------------------------------------------------------
       COPY ADHQPR.

      *-------------------------------------------------------------
      * 9250-LOAD-VERSION-REGISTRY / 9255-FIND-VERSION  --  COPIED
      *-------------------------------------------------------------
       COPY VREGPR.
