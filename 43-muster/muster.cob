       IDENTIFICATION DIVISION.
       PROGRAM-ID. MUSTER.
       AUTHOR. HARISH-KUMAR.
       INSTALLATION. UNIKODE-DATA-CENTER.
       DATE-WRITTEN. 2026/10/15.
       DATE-COMPILED.
      *-------------------------------------------------------------
      * MODIFICATION HISTORY
      *-------------------------------------------------------------
      * DATE       INIT DESCRIPTION
      * ---------- ---- -----------------------------------------
      * 2026/10/15  HK  FIRST VERSION - EVACUATION MUSTER
      *                 RECONCILIATION.  WHEN THE ALARM IS RAISED
      *                 THE PROGRAM FREEZES A SNAPSHOT OF EVERYONE
      *                 SHOWN CHECKED IN (TODAY'S GREETER-LOG
      *                 REPLAYED THE WAY ATTENDANCE-REPORT DOES IT,
      *                 WITH HOST, LAST CHECK-IN AND THE BADGE HELD
      *                 FROM BADGEMST.DAT) TO MUSTSNAP.DAT.  THE
      *                 WARDENS' CHECK-OFFS - NAME OR BADGE NUMBER
      *                 PLUS MUSTER POINT - ARE KEYED IN OR LOADED
      *                 FROM MUSTIN.DAT, AND EVERY ONE IS LOGGED TO
      *                 MUSTCHK.DAT, SO A DRILL INTERRUPTED AT THE
      *                 TERMINAL CAN BE RESUMED THE SAME DAY.  THE
      *                 STILL-UNACCOUNTED-FOR LIST (HOST, LAST
      *                 CHECK-IN) IS REPRINTED TO MUSTLIVE.DAT AFTER
      *                 EVERY CHECK-OFF.  AT STAND-DOWN THE FINAL
      *                 DRILL RECORD (MUSTRPT.DAT) GIVES THE COUNTS
      *                 PER MUSTER POINT, ANYONE STILL UNACCOUNTED
      *                 FOR, PEOPLE CHECKED OFF WHO WERE NOT ON THE
      *                 SNAPSHOT, AND THE ELAPSED TIME FROM THE
      *                 ALARM TO FULL ACCOUNTABILITY; A SUMMARY LINE
      *                 IS FILED TO THE DRILL HISTORY (MUSTHIST.DAT)
      *                 FOR HEALTH AND SAFETY.  A STAND-DOWN WITH
      *                 ANYONE UNACCOUNTED FOR RAISES A MUSTER
      *                 EXCEPTION.
      * 2026/10/15  HK  A WARDEN SIGNED ON AT ONE SITE MUSTERS THAT SITE
      *                 ONLY - THE SNAPSHOT TAKES ONLY THAT SITE'S LOG
      *                 ROWS AND BADGES (BLANK SITE = THE HOME SITE). A
      *                 RUN FOR ALL SITES STILL MUSTERS EVERYONE.
      * 2026/10/15  HK  ADDED THE PROGRAM'S BUILD IDENTITY - VERSION AND
      *                 COMPILE DATE, SEE VERSWS.CPY - STAMPED ON ITS
      *                 AUDIT RECORDS AND PAGE HEADINGS.
      *-------------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MUSTER-SNAPSHOT ASSIGN TO "MUSTSNAP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MS-STATUS.
           SELECT MUSTER-CHECKS ASSIGN TO "MUSTCHK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MC-STATUS.
           SELECT MUSTER-IN ASSIGN TO "MUSTIN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MI-STATUS.
           SELECT MUSTER-LIVE ASSIGN TO "MUSTLIVE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT MUSTER-HISTORY ASSIGN TO "MUSTHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MH-STATUS.
           SELECT MUSTER-RPT ASSIGN TO "MUSTRPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           COPY GREETLSL.
           COPY BADGESL.
           COPY AUDITSEL.
           COPY EXCPSEL.
           COPY AUDITCSL.
           COPY EXCPCSL.
           COPY RUNIDSEL.
           COPY SIGNSEL.
           COPY CALSEL.
           COPY SITESL.

       DATA DIVISION.
       FILE SECTION.
      *    H HEADER (DRILL, ALARM TIME, O OPEN / C STOOD DOWN), THEN
      *    ONE D RECORD PER PERSON ON SITE AT THE ALARM
       FD  MUSTER-SNAPSHOT.
       01  MUSTER-SNAPSHOT-RECORD.
           05 MS-REC-TYPE          PIC X(01).
               88 MS-HEADER-REC               VALUE "H".
               88 MS-DETAIL-REC               VALUE "D".
           05 FILLER               PIC X(01).
           05 MS-DETAIL.
               10 MS-NAME          PIC X(25).
               10 FILLER           PIC X(01).
               10 MS-BADGE         PIC 9(04).
               10 FILLER           PIC X(01).
               10 MS-HOST          PIC X(25).
               10 FILLER           PIC X(01).
               10 MS-LAST-IN       PIC 9(08).
           05 MS-HEADER REDEFINES MS-DETAIL.
               10 MS-DRILL-ID      PIC X(13).
               10 FILLER           PIC X(01).
               10 MS-DRILL-DATE    PIC 9(08).
               10 FILLER           PIC X(01).
               10 MS-ALARM-TIME    PIC 9(08).
               10 FILLER           PIC X(01).
               10 MS-STATE         PIC X(01).
                   88 MS-DRILL-OPEN           VALUE "O".
               10 FILLER           PIC X(01).
               10 MS-OPERATOR      PIC X(08).
               10 FILLER           PIC X(23).

      *    ONE RECORD PER CHECK-OFF; STATUS A = ON THE SNAPSHOT,
      *    X = NOT ON THE SNAPSHOT
       FD  MUSTER-CHECKS.
       01  MUSTER-CHECK-RECORD.
           05 MC-DRILL-ID          PIC X(13).
           05 FILLER               PIC X(01).
           05 MC-TIME              PIC 9(08).
           05 FILLER               PIC X(01).
           05 MC-NAME              PIC X(25).
           05 FILLER               PIC X(01).
           05 MC-POINT             PIC X(10).
           05 FILLER               PIC X(01).
           05 MC-STATUS            PIC X(01).
           05 FILLER               PIC X(01).
           05 MC-OPERATOR          PIC X(08).

      *    WARDENS' SHEETS: NAME OR BADGE NUMBER, MUSTER POINT AND
      *    OPTIONALLY THE HHMMSS THE PERSON WAS CHECKED OFF
       FD  MUSTER-IN.
       01  MUSTER-IN-RECORD.
           05 MI-ENTRY             PIC X(25).
           05 FILLER               PIC X(01).
           05 MI-POINT             PIC X(10).
           05 FILLER               PIC X(01).
           05 MI-TIME              PIC X(06).

       FD  MUSTER-LIVE.
       01  MUSTER-LIVE-RECORD      PIC X(80).

       FD  MUSTER-HISTORY.
       01  MUSTER-HISTORY-RECORD.
           05 MH-DRILL-ID          PIC X(13).
           05 FILLER               PIC X(01).
           05 MH-DATE              PIC 9(08).
           05 FILLER               PIC X(01).
           05 MH-ALARM-TIME        PIC 9(08).
           05 FILLER               PIC X(01).
           05 MH-STOOD-DOWN        PIC 9(08).
           05 FILLER               PIC X(01).
           05 MH-ON-SITE           PIC 9(04).
           05 FILLER               PIC X(01).
           05 MH-ACCOUNTED         PIC 9(04).
           05 FILLER               PIC X(01).
           05 MH-UNACCOUNTED       PIC 9(04).
           05 FILLER               PIC X(01).
           05 MH-NOT-ON-SNAPSHOT   PIC 9(04).
           05 FILLER               PIC X(01).
           05 MH-ELAPSED-SECS      PIC 9(06).
           05 FILLER               PIC X(01).
           05 MH-OPERATOR          PIC X(08).

       FD  MUSTER-RPT.
       01  MUSTER-RPT-RECORD       PIC X(80).

       COPY GREETLFD.

       COPY BADGEFD.

       COPY AUDITFD.

       COPY EXCPFD.

       COPY AUDITCFD.

       COPY EXCPCFD.

       COPY RUNIDFD.

       COPY SIGNFD.

       COPY CALFD.

       COPY SITEFD.

       WORKING-STORAGE SECTION.
      *    BUILD IDENTITY - RAISE WS-VR-VERSION WITH EACH ENTRY
      *    IN THE MODIFICATION HISTORY (SEE VERSWS.CPY)
       01  WS-VR-PROGRAM           PIC X(17) VALUE "MUSTER".
       01  WS-VR-VERSION           PIC X(06) VALUE "1.03".
       COPY VERSWS.
       COPY CALWS.
       COPY RUNIDWS.
       COPY AUDITCWS.
       COPY EXCPCWS.
       COPY SIGNWS.
       COPY SITEWS.
       COPY RPTHDWS.
       COPY NAMNRMWS.
       01  WS-MS-STATUS            PIC X(02).
           88 WS-MS-OK                        VALUE "00".
       01  WS-MC-STATUS            PIC X(02).
           88 WS-MC-OK                        VALUE "00".
       01  WS-MI-STATUS            PIC X(02).
           88 WS-MI-OK                        VALUE "00".
       01  WS-MH-STATUS            PIC X(02).
       01  WS-GL-STATUS            PIC X(02).
           88 WS-GL-OK                        VALUE "00".
       01  WS-BG-STATUS            PIC X(02).
           88 WS-BG-OK                        VALUE "00".
       01  WS-DA-STATUS            PIC X(02).
       01  WS-EX-STATUS            PIC X(02).

       01  WS-DRILL-ID             PIC X(13).
       01  WS-ALARM-TIME           PIC 9(08).
       01  WS-STOOD-DOWN-TIME      PIC 9(08).
       01  WS-FULL-TIME            PIC 9(08) VALUE 0.
       01  WS-CHECK-TIME           PIC 9(08).

      *    EVERYONE ON SITE AT THE ALARM.  WHILE THE SNAPSHOT IS
      *    BUILT THE TABLE HOLDS EVERY NAME SEEN TODAY; THOSE NOT
      *    STILL IN ARE SQUEEZED OUT BEFORE IT IS FROZEN.
       01  WS-MUSTER-ROSTER.
           05 WS-MR-COUNT          PIC 9(03) VALUE 0 USAGE COMP.
           05 WS-MR-ENTRY          OCCURS 200 TIMES.
               10 WS-MR-NAME       PIC X(25).
               10 WS-MR-BADGE      PIC 9(04).
               10 WS-MR-HOST       PIC X(25).
               10 WS-MR-LAST-IN    PIC 9(08).
               10 WS-MR-IN-SW      PIC X(01).
                   88 WS-MR-ON-SITE           VALUE "Y".
               10 WS-MR-ACCT-SW    PIC X(01).
                   88 WS-MR-ACCOUNTED         VALUE "Y".
               10 WS-MR-POINT      PIC X(10).
               10 WS-MR-ACCT-TIME  PIC 9(08).
       01  WS-MR-IDX               PIC 9(03) USAGE COMP.
       01  WS-MR-OUT-IDX           PIC 9(03) USAGE COMP.

      *    CHECKED OFF AT A POINT BUT NOT ON THE SNAPSHOT
       01  WS-EXTRA-TABLE.
           05 WS-XT-COUNT          PIC 9(03) VALUE 0 USAGE COMP.
           05 WS-XT-ENTRY          OCCURS 50 TIMES.
               10 WS-XT-NAME       PIC X(25).
               10 WS-XT-POINT      PIC X(10).
               10 WS-XT-TIME       PIC 9(08).
       01  WS-XT-IDX               PIC 9(03) USAGE COMP.

       01  WS-POINT-TABLE.
           05 WS-PT-COUNT          PIC 9(02) VALUE 0 USAGE COMP.
           05 WS-PT-ENTRY          OCCURS 20 TIMES.
               10 WS-PT-NAME       PIC X(10).
               10 WS-PT-ACCOUNTED  PIC 9(04) USAGE COMP.
               10 WS-PT-EXTRA      PIC 9(04) USAGE COMP.
       01  WS-PT-IDX               PIC 9(02) USAGE COMP.

       01  WS-OPEN-COUNT           PIC 9(04) VALUE 0 USAGE COMP.
       01  WS-ACCOUNTED-COUNT      PIC 9(04) VALUE 0 USAGE COMP.
       01  WS-ROW-SITE             PIC X(04).
       01  WS-ON-SITE-COUNT        PIC 9(04) VALUE 0 USAGE COMP.

       01  WS-ENTRY                PIC X(25).
       01  WS-POINT                PIC X(10).
       01  WS-BADGE-IN             PIC 9(04).
       01  WS-REPLY                PIC X(01).
       01  WS-SNAP-STATE           PIC X(01).
       01  WS-CHECK-STATUS         PIC X(01).
       01  WS-LAST-POINT           PIC X(10) VALUE SPACES.

       01  WS-TIME-WORK            PIC 9(08).
       01  WS-TIME-WORK-X REDEFINES WS-TIME-WORK.
           05 WS-TW-HH             PIC 9(02).
           05 WS-TW-MM             PIC 9(02).
           05 WS-TW-SS             PIC 9(02).
           05 FILLER               PIC 9(02).
       01  WS-SECONDS-1            PIC 9(07) USAGE COMP.
       01  WS-SECONDS-2            PIC 9(07) USAGE COMP.
       01  WS-ELAPSED-SECONDS      PIC 9(07) USAGE COMP.

       01  D-TIME.
           05 D-TIME-HH            PIC 9(02).
           05 FILLER               PIC X(01) VALUE ":".
           05 D-TIME-MM            PIC 9(02).
           05 FILLER               PIC X(01) VALUE ":".
           05 D-TIME-SS            PIC 9(02).
       01  D-ELAPSED.
           05 D-EL-MM              PIC Z(3)9.
           05 FILLER               PIC X(05) VALUE " MIN ".
           05 D-EL-SS              PIC 9(02).
           05 FILLER               PIC X(04) VALUE " SEC".
       01  WS-PERSON-HEADING.
           05 FILLER               PIC X(26) VALUE "NAME".
           05 FILLER               PIC X(06) VALUE "BADGE".
           05 FILLER               PIC X(26) VALUE "HOST".
           05 FILLER               PIC X(07) VALUE "LAST IN".
       01  D-COUNT                 PIC Z(3)9.
       01  D-COUNT-2               PIC Z(3)9.
       01  D-BADGE                 PIC Z(3)9.

       01  WS-SWITCHES.
           05 WS-EOF-SW            PIC X(01) VALUE "N".
               88 WS-EOF                      VALUE "Y".
           05 WS-DRILL-ACTIVE-SW   PIC X(01) VALUE "N".
               88 WS-DRILL-ACTIVE             VALUE "Y".
           05 WS-STAND-DOWN-SW     PIC X(01) VALUE "N".
               88 WS-STAND-DOWN               VALUE "Y".
           05 WS-LEAVE-OPEN-SW     PIC X(01) VALUE "N".
               88 WS-LEAVE-OPEN               VALUE "Y".
           05 WS-REPLAYING-SW      PIC X(01) VALUE "N".
               88 WS-REPLAYING                VALUE "Y".

       PROCEDURE DIVISION.

      *-------------------------------------------------------------
      * 0000-MAINLINE
      *-------------------------------------------------------------
       0000-MAINLINE.
           DISPLAY "Evacuation muster".
           PERFORM 1000-INITIALIZE
               THRU 1000-EXIT.
           IF WS-DRILL-ACTIVE
               PERFORM 2000-TAKE-CHECK-OFFS
                   THRU 2000-EXIT
                   UNTIL WS-STAND-DOWN
                   OR WS-LEAVE-OPEN
           END-IF.
           IF WS-STAND-DOWN
               PERFORM 3000-STAND-DOWN
                   THRU 3000-EXIT
           END-IF.
           PERFORM 9999-TERMINATE
               THRU 9999-EXIT.
           GOBACK.

      *-------------------------------------------------------------
      * 1000-INITIALIZE  --  RESUME TODAY'S OPEN DRILL IF THE
      *                       OPERATOR SAYS SO, OTHERWISE RAISE A
      *                       NEW ONE FROM A FRESH SNAPSHOT
      *-------------------------------------------------------------
       1000-INITIALIZE.
           PERFORM 9370-GET-BUSINESS-DATE
               THRU 9370-EXIT.
           PERFORM 9380-ASSIGN-RUN-ID
               THRU 9380-EXIT.
           PERFORM 9390-GET-OPERATOR
               THRU 9390-EXIT.
           PERFORM 9320-LOAD-SITES
               THRU 9320-EXIT.
           PERFORM 9400-OPEN-DAILY-AUDIT
               THRU 9400-EXIT.
           PERFORM 9450-OPEN-EXCEPTION-LOG
               THRU 9450-EXIT.
           PERFORM 1100-CHECK-OPEN-DRILL
               THRU 1100-EXIT.
           IF NOT WS-DRILL-ACTIVE
               PERFORM 1300-TAKE-SNAPSHOT
                   THRU 1300-EXIT
           END-IF.
           PERFORM 2500-REFRESH-LIVE-LIST
               THRU 2500-EXIT.
           MOVE WS-ON-SITE-COUNT TO D-COUNT.
           MOVE WS-OPEN-COUNT TO D-COUNT-2.
           DISPLAY "Drill " WS-DRILL-ID ": "
               FUNCTION TRIM(D-COUNT) " on site at the alarm, "
               FUNCTION TRIM(D-COUNT-2) " unaccounted for.".
           GO TO 1000-EXIT.
       1000-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 1100-CHECK-OPEN-DRILL  --  A SNAPSHOT FROM TODAY THAT WAS
      *                            NEVER STOOD DOWN MAY BE RESUMED
      *-------------------------------------------------------------
       1100-CHECK-OPEN-DRILL.
           OPEN INPUT MUSTER-SNAPSHOT.
           IF NOT WS-MS-OK
               GO TO 1100-EXIT
           END-IF.
           READ MUSTER-SNAPSHOT
               AT END
                   CLOSE MUSTER-SNAPSHOT
                   GO TO 1100-EXIT
           END-READ.
           IF NOT MS-HEADER-REC
               OR NOT MS-DRILL-OPEN
               OR MS-DRILL-DATE NOT = WS-BUS-DATE
               CLOSE MUSTER-SNAPSHOT
               GO TO 1100-EXIT
           END-IF.
           MOVE MS-ALARM-TIME TO WS-TIME-WORK.
           MOVE WS-TW-HH TO D-TIME-HH.
           MOVE WS-TW-MM TO D-TIME-MM.
           MOVE WS-TW-SS TO D-TIME-SS.
           DISPLAY "Drill " MS-DRILL-ID " raised at " D-TIME
               " has not been stood down.".
           DISPLAY "Resume it (Y/N): " WITH NO ADVANCING.
           ACCEPT WS-REPLY.
           MOVE FUNCTION UPPER-CASE(WS-REPLY) TO WS-REPLY.
           IF WS-REPLY NOT = "Y"
               CLOSE MUSTER-SNAPSHOT
               DISPLAY "Open drill abandoned - a new snapshot will "
                   "be taken."
               GO TO 1100-EXIT
           END-IF.
           PERFORM 1200-RESUME-DRILL
               THRU 1200-EXIT.
           GO TO 1100-EXIT.
       1100-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 1200-RESUME-DRILL  --  RELOAD THE FROZEN SNAPSHOT AND
      *                         REPLAY THE DRILL'S CHECK-OFFS
      *-------------------------------------------------------------
       1200-RESUME-DRILL.
           MOVE MS-DRILL-ID TO WS-DRILL-ID.
           MOVE MS-ALARM-TIME TO WS-ALARM-TIME.
           MOVE 0 TO WS-MR-COUNT.
           MOVE "N" TO WS-EOF-SW.
           PERFORM 1210-LOAD-ONE-SNAPSHOT
               THRU 1210-EXIT
               UNTIL WS-EOF.
           CLOSE MUSTER-SNAPSHOT.
           MOVE WS-MR-COUNT TO WS-ON-SITE-COUNT.
           MOVE WS-MR-COUNT TO WS-OPEN-COUNT.
           IF WS-OPEN-COUNT = 0
               MOVE WS-ALARM-TIME TO WS-FULL-TIME
           END-IF.
           MOVE "Y" TO WS-DRILL-ACTIVE-SW.
           MOVE "Y" TO WS-REPLAYING-SW.
           MOVE "N" TO WS-EOF-SW.
           OPEN INPUT MUSTER-CHECKS.
           IF WS-MC-OK
               PERFORM 1250-REPLAY-ONE-CHECK
                   THRU 1250-EXIT
                   UNTIL WS-EOF
               CLOSE MUSTER-CHECKS
           END-IF.
           MOVE "N" TO WS-REPLAYING-SW.
           GO TO 1200-EXIT.
       1200-EXIT.
           EXIT.

       1210-LOAD-ONE-SNAPSHOT.
           READ MUSTER-SNAPSHOT
               AT END
                   MOVE "Y" TO WS-EOF-SW
                   GO TO 1210-EXIT
           END-READ.
           IF NOT MS-DETAIL-REC
               OR WS-MR-COUNT >= 200
               GO TO 1210-EXIT
           END-IF.
           ADD 1 TO WS-MR-COUNT.
           MOVE MS-NAME TO WS-MR-NAME(WS-MR-COUNT).
           MOVE MS-BADGE TO WS-MR-BADGE(WS-MR-COUNT).
           MOVE MS-HOST TO WS-MR-HOST(WS-MR-COUNT).
           MOVE MS-LAST-IN TO WS-MR-LAST-IN(WS-MR-COUNT).
           MOVE "Y" TO WS-MR-IN-SW(WS-MR-COUNT).
           MOVE "N" TO WS-MR-ACCT-SW(WS-MR-COUNT).
           MOVE SPACES TO WS-MR-POINT(WS-MR-COUNT).
           MOVE 0 TO WS-MR-ACCT-TIME(WS-MR-COUNT).
           GO TO 1210-EXIT.
       1210-EXIT.
           EXIT.

       1250-REPLAY-ONE-CHECK.
           READ MUSTER-CHECKS
               AT END
                   MOVE "Y" TO WS-EOF-SW
                   GO TO 1250-EXIT
           END-READ.
           IF MC-DRILL-ID NOT = WS-DRILL-ID
               GO TO 1250-EXIT
           END-IF.
           MOVE MC-NAME TO WS-ENTRY.
           MOVE MC-POINT TO WS-POINT.
           MOVE MC-TIME TO WS-CHECK-TIME.
           PERFORM 2200-APPLY-CHECK-OFF
               THRU 2200-EXIT.
           GO TO 1250-EXIT.
       1250-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 1300-TAKE-SNAPSHOT  --  WHO IS IN RIGHT NOW: TODAY'S LOG
      *                        REPLAYED, THE BADGES STILL OUT
      *                        MATCHED BY HOLDER, THEN FROZEN TO
      *                        MUSTSNAP.DAT
      *-------------------------------------------------------------
       1300-TAKE-SNAPSHOT.
           ACCEPT WS-ALARM-TIME FROM TIME.
           MOVE WS-RUN-ID TO WS-DRILL-ID.
           MOVE 0 TO WS-MR-COUNT.
           MOVE "N" TO WS-EOF-SW.
           OPEN INPUT GREETER-LOG.
           IF WS-GL-OK
               PERFORM 1310-REPLAY-ONE-ROW
                   THRU 1310-EXIT
                   UNTIL WS-EOF
               CLOSE GREETER-LOG
           END-IF.
           MOVE 0 TO WS-MR-OUT-IDX.
           PERFORM VARYING WS-MR-IDX FROM 1 BY 1
                   UNTIL WS-MR-IDX > WS-MR-COUNT
               IF WS-MR-ON-SITE(WS-MR-IDX)
                   ADD 1 TO WS-MR-OUT-IDX
                   MOVE WS-MR-ENTRY(WS-MR-IDX)
                       TO WS-MR-ENTRY(WS-MR-OUT-IDX)
               END-IF
           END-PERFORM.
           MOVE WS-MR-OUT-IDX TO WS-MR-COUNT.
           MOVE "N" TO WS-EOF-SW.
           OPEN INPUT BADGE-MASTER.
           IF WS-BG-OK
               MOVE 0 TO BG-NUMBER
               START BADGE-MASTER
                   KEY IS GREATER THAN BG-NUMBER
                   INVALID KEY
                       MOVE "Y" TO WS-EOF-SW
               END-START
               PERFORM 1350-MATCH-ONE-BADGE
                   THRU 1350-EXIT
                   UNTIL WS-EOF
               CLOSE BADGE-MASTER
           END-IF.
           MOVE WS-MR-COUNT TO WS-ON-SITE-COUNT.
           MOVE WS-MR-COUNT TO WS-OPEN-COUNT.
           IF WS-OPEN-COUNT = 0
               MOVE WS-ALARM-TIME TO WS-FULL-TIME
           END-IF.
           MOVE "O" TO WS-SNAP-STATE.
           PERFORM 1400-WRITE-SNAPSHOT
               THRU 1400-EXIT.
           MOVE "Y" TO WS-DRILL-ACTIVE-SW.
           GO TO 1300-EXIT.
       1300-EXIT.
           EXIT.

       1310-REPLAY-ONE-ROW.
           READ GREETER-LOG
               AT END
                   MOVE "Y" TO WS-EOF-SW
                   GO TO 1310-EXIT
           END-READ.
           IF GL-RUN-DATE IS NOT NUMERIC
               OR GL-RUN-DATE NOT = WS-BUS-DATE
               GO TO 1310-EXIT
           END-IF.
           MOVE GL-SITE TO WS-ROW-SITE.
           IF WS-ROW-SITE = SPACES
               MOVE WS-HOME-SITE TO WS-ROW-SITE
           END-IF.
           IF NOT WS-ALL-SITES
               AND WS-ROW-SITE NOT = WS-SITE-CODE
               GO TO 1310-EXIT
           END-IF.
           PERFORM VARYING WS-MR-IDX FROM 1 BY 1
                   UNTIL WS-MR-IDX > WS-MR-COUNT
                   OR WS-MR-NAME(WS-MR-IDX) = GL-NAME
           END-PERFORM.
           IF WS-MR-IDX > WS-MR-COUNT
               IF WS-MR-COUNT >= 200
                   GO TO 1310-EXIT
               END-IF
               ADD 1 TO WS-MR-COUNT
               MOVE WS-MR-COUNT TO WS-MR-IDX
               MOVE GL-NAME TO WS-MR-NAME(WS-MR-IDX)
               MOVE 0 TO WS-MR-BADGE(WS-MR-IDX)
               MOVE SPACES TO WS-MR-HOST(WS-MR-IDX)
               MOVE 0 TO WS-MR-LAST-IN(WS-MR-IDX)
               MOVE "N" TO WS-MR-ACCT-SW(WS-MR-IDX)
               MOVE SPACES TO WS-MR-POINT(WS-MR-IDX)
               MOVE 0 TO WS-MR-ACCT-TIME(WS-MR-IDX)
           END-IF.
           IF GL-EVT-DEPARTURE
               MOVE "N" TO WS-MR-IN-SW(WS-MR-IDX)
           ELSE
               MOVE "Y" TO WS-MR-IN-SW(WS-MR-IDX)
               MOVE GL-RUN-TIME TO WS-MR-LAST-IN(WS-MR-IDX)
               MOVE GL-HOST TO WS-MR-HOST(WS-MR-IDX)
           END-IF.
           GO TO 1310-EXIT.
       1310-EXIT.
           EXIT.

       1350-MATCH-ONE-BADGE.
           READ BADGE-MASTER NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF-SW
                   GO TO 1350-EXIT
           END-READ.
           IF NOT BG-OUT
               GO TO 1350-EXIT
           END-IF.
           MOVE BG-SITE TO WS-ROW-SITE.
           IF WS-ROW-SITE = SPACES
               MOVE WS-HOME-SITE TO WS-ROW-SITE
           END-IF.
           IF NOT WS-ALL-SITES
               AND WS-ROW-SITE NOT = WS-SITE-CODE
               GO TO 1350-EXIT
           END-IF.
           PERFORM VARYING WS-MR-IDX FROM 1 BY 1
                   UNTIL WS-MR-IDX > WS-MR-COUNT
                   OR WS-MR-NAME(WS-MR-IDX) = BG-HOLDER
           END-PERFORM.
           IF WS-MR-IDX <= WS-MR-COUNT
               MOVE BG-NUMBER TO WS-MR-BADGE(WS-MR-IDX)
           END-IF.
           GO TO 1350-EXIT.
       1350-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 1400-WRITE-SNAPSHOT  --  HEADER WITH THE STATE THE CALLER
      *                          PUT IN WS-SNAP-STATE, THEN THE
      *                          ROSTER
      *-------------------------------------------------------------
       1400-WRITE-SNAPSHOT.
           OPEN OUTPUT MUSTER-SNAPSHOT.
           MOVE SPACES TO MUSTER-SNAPSHOT-RECORD.
           MOVE "H" TO MS-REC-TYPE.
           MOVE WS-DRILL-ID TO MS-DRILL-ID.
           MOVE WS-BUS-DATE TO MS-DRILL-DATE.
           MOVE WS-ALARM-TIME TO MS-ALARM-TIME.
           MOVE WS-SNAP-STATE TO MS-STATE.
           MOVE WS-OPERATOR-ID TO MS-OPERATOR.
           WRITE MUSTER-SNAPSHOT-RECORD.
           PERFORM 1410-WRITE-ONE-SNAPSHOT
               THRU 1410-EXIT
               VARYING WS-MR-IDX FROM 1 BY 1
                   UNTIL WS-MR-IDX > WS-MR-COUNT.
           CLOSE MUSTER-SNAPSHOT.
           GO TO 1400-EXIT.
       1400-EXIT.
           EXIT.

       1410-WRITE-ONE-SNAPSHOT.
           MOVE SPACES TO MUSTER-SNAPSHOT-RECORD.
           MOVE "D" TO MS-REC-TYPE.
           MOVE WS-MR-NAME(WS-MR-IDX) TO MS-NAME.
           MOVE WS-MR-BADGE(WS-MR-IDX) TO MS-BADGE.
           MOVE WS-MR-HOST(WS-MR-IDX) TO MS-HOST.
           MOVE WS-MR-LAST-IN(WS-MR-IDX) TO MS-LAST-IN.
           WRITE MUSTER-SNAPSHOT-RECORD.
           GO TO 1410-EXIT.
       1410-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 2000-TAKE-CHECK-OFFS  --  ONE WARDEN ENTRY.  BLANK SHOWS
      *                          THE LIVE LIST; *FILE LOADS
      *                          MUSTIN.DAT; *END STANDS THE DRILL
      *                          DOWN; *QUIT LEAVES IT OPEN.
      *-------------------------------------------------------------
       2000-TAKE-CHECK-OFFS.
           DISPLAY " ".
           DISPLAY "Name or badge (blank = list, *FILE, *END, "
               "*QUIT): " WITH NO ADVANCING.
           MOVE SPACES TO WS-ENTRY.
           ACCEPT WS-ENTRY.
           MOVE FUNCTION UPPER-CASE(WS-ENTRY) TO WS-ENTRY.
           EVALUATE TRUE
               WHEN WS-ENTRY = SPACES
                   PERFORM 2600-SHOW-LIVE-LIST
                       THRU 2600-EXIT
               WHEN WS-ENTRY = "*FILE"
                   PERFORM 2300-LOAD-CHECK-FILE
                       THRU 2300-EXIT
               WHEN WS-ENTRY = "*END"
                   DISPLAY "Stand the drill down (Y/N): "
                       WITH NO ADVANCING
                   ACCEPT WS-REPLY
                   MOVE FUNCTION UPPER-CASE(WS-REPLY) TO WS-REPLY
                   IF WS-REPLY = "Y"
                       MOVE "Y" TO WS-STAND-DOWN-SW
                   END-IF
               WHEN WS-ENTRY = "*QUIT"
                   DISPLAY "Drill left open - run MUSTER again to "
                       "resume it."
                   MOVE "Y" TO WS-LEAVE-OPEN-SW
               WHEN OTHER
                   PERFORM 2100-KEYED-CHECK-OFF
                       THRU 2100-EXIT
           END-EVALUATE.
           GO TO 2000-EXIT.
       2000-EXIT.
           EXIT.

       2100-KEYED-CHECK-OFF.
           IF WS-LAST-POINT = SPACES
               DISPLAY "Muster point: " WITH NO ADVANCING
           ELSE
               DISPLAY "Muster point (blank = "
                   FUNCTION TRIM(WS-LAST-POINT) "): "
                   WITH NO ADVANCING
           END-IF.
           MOVE SPACES TO WS-POINT.
           ACCEPT WS-POINT.
           MOVE FUNCTION UPPER-CASE(WS-POINT) TO WS-POINT.
           IF WS-POINT = SPACES
               MOVE WS-LAST-POINT TO WS-POINT
           END-IF.
           IF WS-POINT = SPACES
               DISPLAY "A muster point is required."
               GO TO 2100-EXIT
           END-IF.
           MOVE WS-POINT TO WS-LAST-POINT.
           ACCEPT WS-CHECK-TIME FROM TIME.
           PERFORM 2200-APPLY-CHECK-OFF
               THRU 2200-EXIT.
           GO TO 2100-EXIT.
       2100-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 2200-APPLY-CHECK-OFF  --  WS-ENTRY (NAME OR BADGE) SEEN AT
      *                          WS-POINT AT WS-CHECK-TIME.  LOGGED
      *                          UNLESS IT IS A RESUME REPLAY.
      *-------------------------------------------------------------
       2200-APPLY-CHECK-OFF.
           IF WS-ENTRY(1:1) IS NUMERIC
               MOVE FUNCTION NUMVAL(WS-ENTRY) TO WS-BADGE-IN
               PERFORM VARYING WS-MR-IDX FROM 1 BY 1
                       UNTIL WS-MR-IDX > WS-MR-COUNT
                       OR WS-MR-BADGE(WS-MR-IDX) = WS-BADGE-IN
               END-PERFORM
               IF WS-MR-IDX > WS-MR-COUNT
                   OR WS-BADGE-IN = 0
                   IF NOT WS-REPLAYING
                       DISPLAY "Badge " FUNCTION TRIM(WS-ENTRY)
                           " was not issued at the alarm - key "
                           "the name instead."
                   END-IF
                   GO TO 2200-EXIT
               END-IF
               MOVE WS-MR-NAME(WS-MR-IDX) TO WS-ENTRY
           ELSE
               MOVE WS-ENTRY TO WS-NORM-NAME
               PERFORM 8300-NORMALIZE-NAME
                   THRU 8300-EXIT
               MOVE WS-NORM-NAME TO WS-ENTRY
               PERFORM VARYING WS-MR-IDX FROM 1 BY 1
                       UNTIL WS-MR-IDX > WS-MR-COUNT
                       OR WS-MR-NAME(WS-MR-IDX) = WS-ENTRY
               END-PERFORM
           END-IF.
           PERFORM 2250-FIND-POINT
               THRU 2250-EXIT.
           IF WS-MR-IDX > WS-MR-COUNT
               PERFORM 2270-RECORD-EXTRA
                   THRU 2270-EXIT
               GO TO 2200-EXIT
           END-IF.
           IF WS-MR-ACCOUNTED(WS-MR-IDX)
               IF NOT WS-REPLAYING
                   DISPLAY FUNCTION TRIM(WS-ENTRY)
                       " already accounted for at "
                       FUNCTION TRIM(WS-MR-POINT(WS-MR-IDX)) "."
               END-IF
               GO TO 2200-EXIT
           END-IF.
           MOVE "Y" TO WS-MR-ACCT-SW(WS-MR-IDX).
           MOVE WS-POINT TO WS-MR-POINT(WS-MR-IDX).
           MOVE WS-CHECK-TIME TO WS-MR-ACCT-TIME(WS-MR-IDX).
           ADD 1 TO WS-ACCOUNTED-COUNT.
           SUBTRACT 1 FROM WS-OPEN-COUNT.
           IF WS-PT-IDX > 0
               ADD 1 TO WS-PT-ACCOUNTED(WS-PT-IDX)
           END-IF.
           IF WS-OPEN-COUNT = 0
               MOVE WS-CHECK-TIME TO WS-FULL-TIME
           END-IF.
           IF WS-REPLAYING
               GO TO 2200-EXIT
           END-IF.
           MOVE "A" TO WS-CHECK-STATUS.
           PERFORM 2290-LOG-CHECK-OFF
               THRU 2290-EXIT.
           MOVE WS-OPEN-COUNT TO D-COUNT.
           DISPLAY FUNCTION TRIM(WS-ENTRY) " accounted for at "
               FUNCTION TRIM(WS-POINT) " - "
               FUNCTION TRIM(D-COUNT) " still unaccounted for.".
           IF WS-OPEN-COUNT = 0
               DISPLAY "*** EVERYONE ON THE SNAPSHOT IS ACCOUNTED "
                   "FOR ***"
           END-IF.
           PERFORM 2500-REFRESH-LIVE-LIST
               THRU 2500-EXIT.
           GO TO 2200-EXIT.
       2200-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 2250-FIND-POINT  --  FIND OR ADD WS-POINT (0 WHEN THE
      *                      TABLE IS FULL)
      *-------------------------------------------------------------
       2250-FIND-POINT.
           PERFORM VARYING WS-PT-IDX FROM 1 BY 1
                   UNTIL WS-PT-IDX > WS-PT-COUNT
                   OR WS-PT-NAME(WS-PT-IDX) = WS-POINT
           END-PERFORM.
           IF WS-PT-IDX <= WS-PT-COUNT
               GO TO 2250-EXIT
           END-IF.
           IF WS-PT-COUNT >= 20
               MOVE 0 TO WS-PT-IDX
               GO TO 2250-EXIT
           END-IF.
           ADD 1 TO WS-PT-COUNT.
           MOVE WS-PT-COUNT TO WS-PT-IDX.
           MOVE WS-POINT TO WS-PT-NAME(WS-PT-IDX).
           MOVE 0 TO WS-PT-ACCOUNTED(WS-PT-IDX).
           MOVE 0 TO WS-PT-EXTRA(WS-PT-IDX).
           GO TO 2250-EXIT.
       2250-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 2270-RECORD-EXTRA  --  SOMEONE AT A MUSTER POINT WHO WAS NOT
      *                        SHOWN CHECKED IN - LISTED ON THE
      *                        DRILL RECORD, ONCE PER NAME
      *-------------------------------------------------------------
       2270-RECORD-EXTRA.
           PERFORM VARYING WS-XT-IDX FROM 1 BY 1
                   UNTIL WS-XT-IDX > WS-XT-COUNT
                   OR WS-XT-NAME(WS-XT-IDX) = WS-ENTRY
           END-PERFORM.
           IF WS-XT-IDX <= WS-XT-COUNT
               GO TO 2270-EXIT
           END-IF.
           IF WS-XT-COUNT < 50
               ADD 1 TO WS-XT-COUNT
               MOVE WS-ENTRY TO WS-XT-NAME(WS-XT-COUNT)
               MOVE WS-POINT TO WS-XT-POINT(WS-XT-COUNT)
               MOVE WS-CHECK-TIME TO WS-XT-TIME(WS-XT-COUNT)
           END-IF.
           IF WS-PT-IDX > 0
               ADD 1 TO WS-PT-EXTRA(WS-PT-IDX)
           END-IF.
           IF WS-REPLAYING
               GO TO 2270-EXIT
           END-IF.
           MOVE "X" TO WS-CHECK-STATUS.
           PERFORM 2290-LOG-CHECK-OFF
               THRU 2290-EXIT.
           DISPLAY FUNCTION TRIM(WS-ENTRY) " was not shown checked "
               "in - recorded at " FUNCTION TRIM(WS-POINT) ".".
           GO TO 2270-EXIT.
       2270-EXIT.
           EXIT.

       2290-LOG-CHECK-OFF.
           OPEN EXTEND MUSTER-CHECKS.
           IF WS-MC-STATUS = "35"
               OPEN OUTPUT MUSTER-CHECKS
               CLOSE MUSTER-CHECKS
               OPEN EXTEND MUSTER-CHECKS
           END-IF.
           MOVE SPACES TO MUSTER-CHECK-RECORD.
           MOVE WS-DRILL-ID TO MC-DRILL-ID.
           MOVE WS-CHECK-TIME TO MC-TIME.
           MOVE WS-ENTRY TO MC-NAME.
           MOVE WS-POINT TO MC-POINT.
           MOVE WS-CHECK-STATUS TO MC-STATUS.
           MOVE WS-OPERATOR-ID TO MC-OPERATOR.
           WRITE MUSTER-CHECK-RECORD.
           CLOSE MUSTER-CHECKS.
           GO TO 2290-EXIT.
       2290-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 2300-LOAD-CHECK-FILE  --  THE WARDENS' SHEETS FROM
      *                          MUSTIN.DAT, THEN THE LIVE LIST
      *-------------------------------------------------------------
       2300-LOAD-CHECK-FILE.
           OPEN INPUT MUSTER-IN.
           IF NOT WS-MI-OK
               DISPLAY "No MUSTIN.DAT check-off file on hand."
               GO TO 2300-EXIT
           END-IF.
           MOVE "N" TO WS-EOF-SW.
           PERFORM 2310-LOAD-ONE-CHECK
               THRU 2310-EXIT
               UNTIL WS-EOF.
           CLOSE MUSTER-IN.
           PERFORM 2600-SHOW-LIVE-LIST
               THRU 2600-EXIT.
           GO TO 2300-EXIT.
       2300-EXIT.
           EXIT.

       2310-LOAD-ONE-CHECK.
           READ MUSTER-IN
               AT END
                   MOVE "Y" TO WS-EOF-SW
                   GO TO 2310-EXIT
           END-READ.
           IF MI-ENTRY = SPACES
               OR MI-POINT = SPACES
               GO TO 2310-EXIT
           END-IF.
           MOVE FUNCTION UPPER-CASE(MI-ENTRY) TO WS-ENTRY.
           MOVE FUNCTION UPPER-CASE(MI-POINT) TO WS-POINT.
           IF MI-TIME IS NUMERIC
               MOVE 0 TO WS-CHECK-TIME
               MOVE MI-TIME TO WS-CHECK-TIME(1:6)
           ELSE
               ACCEPT WS-CHECK-TIME FROM TIME
           END-IF.
           PERFORM 2200-APPLY-CHECK-OFF
               THRU 2200-EXIT.
           GO TO 2310-EXIT.
       2310-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 2500-REFRESH-LIVE-LIST  --  REPRINT THE STILL-UNACCOUNTED
      *                            LIST TO MUSTLIVE.DAT
      *-------------------------------------------------------------
       2500-REFRESH-LIVE-LIST.
           OPEN OUTPUT MUSTER-LIVE.
           ACCEPT WS-TIME-WORK FROM TIME.
           MOVE WS-TW-HH TO D-TIME-HH.
           MOVE WS-TW-MM TO D-TIME-MM.
           MOVE WS-TW-SS TO D-TIME-SS.
           MOVE WS-OPEN-COUNT TO D-COUNT.
           MOVE SPACES TO MUSTER-LIVE-RECORD.
           STRING "STILL UNACCOUNTED FOR - DRILL " DELIMITED BY SIZE
                   WS-DRILL-ID DELIMITED BY SIZE
                   " AT " DELIMITED BY SIZE
                   D-TIME DELIMITED BY SIZE
                   " - " DELIMITED BY SIZE
                   FUNCTION TRIM(D-COUNT) DELIMITED BY SIZE
               INTO MUSTER-LIVE-RECORD.
           WRITE MUSTER-LIVE-RECORD.
           MOVE SPACES TO MUSTER-LIVE-RECORD.
           WRITE MUSTER-LIVE-RECORD.
           MOVE WS-PERSON-HEADING TO MUSTER-LIVE-RECORD.
           WRITE MUSTER-LIVE-RECORD.
           PERFORM 2510-WRITE-ONE-LIVE
               THRU 2510-EXIT
               VARYING WS-MR-IDX FROM 1 BY 1
                   UNTIL WS-MR-IDX > WS-MR-COUNT.
           IF WS-OPEN-COUNT = 0
               MOVE "EVERYONE ON THE SNAPSHOT IS ACCOUNTED FOR."
                   TO MUSTER-LIVE-RECORD
               WRITE MUSTER-LIVE-RECORD
           END-IF.
           CLOSE MUSTER-LIVE.
           GO TO 2500-EXIT.
       2500-EXIT.
           EXIT.

       2510-WRITE-ONE-LIVE.
           IF WS-MR-ACCOUNTED(WS-MR-IDX)
               GO TO 2510-EXIT
           END-IF.
           PERFORM 2550-BUILD-PERSON-LINE
               THRU 2550-EXIT.
           WRITE MUSTER-LIVE-RECORD.
           GO TO 2510-EXIT.
       2510-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 2550-BUILD-PERSON-LINE  --  NAME, BADGE, HOST AND LAST
      *                            CHECK-IN FOR WS-MR-IDX, IN
      *                            MUSTER-LIVE-RECORD
      *-------------------------------------------------------------
       2550-BUILD-PERSON-LINE.
           MOVE WS-MR-LAST-IN(WS-MR-IDX) TO WS-TIME-WORK.
           MOVE WS-TW-HH TO D-TIME-HH.
           MOVE WS-TW-MM TO D-TIME-MM.
           MOVE WS-TW-SS TO D-TIME-SS.
           MOVE WS-MR-BADGE(WS-MR-IDX) TO D-BADGE.
           MOVE SPACES TO MUSTER-LIVE-RECORD.
           MOVE WS-MR-NAME(WS-MR-IDX) TO MUSTER-LIVE-RECORD(1:25).
           IF WS-MR-BADGE(WS-MR-IDX) > 0
               MOVE D-BADGE TO MUSTER-LIVE-RECORD(27:4)
           END-IF.
           MOVE WS-MR-HOST(WS-MR-IDX) TO MUSTER-LIVE-RECORD(33:25).
           MOVE D-TIME TO MUSTER-LIVE-RECORD(59:8).
           GO TO 2550-EXIT.
       2550-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 2600-SHOW-LIVE-LIST  --  THE SAME LIST ON THE TERMINAL
      *-------------------------------------------------------------
       2600-SHOW-LIVE-LIST.
           PERFORM 2500-REFRESH-LIVE-LIST
               THRU 2500-EXIT.
           MOVE WS-OPEN-COUNT TO D-COUNT.
           DISPLAY "Still unaccounted for: " FUNCTION TRIM(D-COUNT).
           PERFORM VARYING WS-MR-IDX FROM 1 BY 1
                   UNTIL WS-MR-IDX > WS-MR-COUNT
               IF NOT WS-MR-ACCOUNTED(WS-MR-IDX)
                   PERFORM 2550-BUILD-PERSON-LINE
                       THRU 2550-EXIT
                   DISPLAY MUSTER-LIVE-RECORD
               END-IF
           END-PERFORM.
           GO TO 2600-EXIT.
       2600-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 3000-STAND-DOWN  --  THE FINAL DRILL RECORD, THE HISTORY
      *                      LINE, THE AUDIT RECORD AND, IF ANYONE
      *                      IS STILL MISSING, A MUSTER EXCEPTION
      *-------------------------------------------------------------
       3000-STAND-DOWN.
           ACCEPT WS-STOOD-DOWN-TIME FROM TIME.
           MOVE "C" TO WS-SNAP-STATE.
           PERFORM 1400-WRITE-SNAPSHOT
               THRU 1400-EXIT.
           MOVE "EVACUATION DRILL RECORD" TO WS-RH-TITLE.
           MOVE "MUSTER" TO WS-RH-PROGRAM-ID.
           OPEN OUTPUT MUSTER-RPT.
           MOVE SPACES TO MUSTER-RPT-RECORD.
           STRING "DRILL:              " DELIMITED BY SIZE
                   WS-DRILL-ID DELIMITED BY SIZE
               INTO MUSTER-RPT-RECORD.
           PERFORM 8900-WRITE-LINE
               THRU 8900-EXIT.
           MOVE WS-ALARM-TIME TO WS-TIME-WORK.
           PERFORM 3900-FORMAT-TIME
               THRU 3900-EXIT.
           MOVE SPACES TO MUSTER-RPT-RECORD.
           STRING "ALARM RAISED:       " DELIMITED BY SIZE
                   D-TIME DELIMITED BY SIZE
               INTO MUSTER-RPT-RECORD.
           PERFORM 8900-WRITE-LINE
               THRU 8900-EXIT.
           MOVE WS-STOOD-DOWN-TIME TO WS-TIME-WORK.
           PERFORM 3900-FORMAT-TIME
               THRU 3900-EXIT.
           MOVE SPACES TO MUSTER-RPT-RECORD.
           STRING "STOOD DOWN:         " DELIMITED BY SIZE
                   D-TIME DELIMITED BY SIZE
               INTO MUSTER-RPT-RECORD.
           PERFORM 8900-WRITE-LINE
               THRU 8900-EXIT.
           MOVE WS-ON-SITE-COUNT TO D-COUNT.
           MOVE SPACES TO MUSTER-RPT-RECORD.
           STRING "ON SITE AT ALARM:   " DELIMITED BY SIZE
                   D-COUNT DELIMITED BY SIZE
               INTO MUSTER-RPT-RECORD.
           PERFORM 8900-WRITE-LINE
               THRU 8900-EXIT.
           MOVE WS-ACCOUNTED-COUNT TO D-COUNT.
           MOVE SPACES TO MUSTER-RPT-RECORD.
           STRING "ACCOUNTED FOR:      " DELIMITED BY SIZE
                   D-COUNT DELIMITED BY SIZE
               INTO MUSTER-RPT-RECORD.
           PERFORM 8900-WRITE-LINE
               THRU 8900-EXIT.
           MOVE WS-OPEN-COUNT TO D-COUNT.
           MOVE SPACES TO MUSTER-RPT-RECORD.
           STRING "UNACCOUNTED FOR:    " DELIMITED BY SIZE
                   D-COUNT DELIMITED BY SIZE
               INTO MUSTER-RPT-RECORD.
           PERFORM 8900-WRITE-LINE
               THRU 8900-EXIT.
           MOVE WS-XT-COUNT TO D-COUNT.
           MOVE SPACES TO MUSTER-RPT-RECORD.
           STRING "NOT ON SNAPSHOT:    " DELIMITED BY SIZE
                   D-COUNT DELIMITED BY SIZE
               INTO MUSTER-RPT-RECORD.
           PERFORM 8900-WRITE-LINE
               THRU 8900-EXIT.
           MOVE SPACES TO MUSTER-RPT-RECORD.
           IF WS-OPEN-COUNT = 0
               MOVE WS-ALARM-TIME TO WS-TIME-WORK
               PERFORM 3950-TIME-TO-SECONDS
                   THRU 3950-EXIT
               MOVE WS-SECONDS-2 TO WS-SECONDS-1
               MOVE WS-FULL-TIME TO WS-TIME-WORK
               PERFORM 3950-TIME-TO-SECONDS
                   THRU 3950-EXIT
               IF WS-SECONDS-2 < WS-SECONDS-1
                   ADD 86400 TO WS-SECONDS-2
               END-IF
               COMPUTE WS-ELAPSED-SECONDS =
                   WS-SECONDS-2 - WS-SECONDS-1
               DIVIDE WS-ELAPSED-SECONDS BY 60
                   GIVING D-EL-MM REMAINDER D-EL-SS
               STRING "FULLY ACCOUNTED IN: " DELIMITED BY SIZE
                       D-ELAPSED DELIMITED BY SIZE
                   INTO MUSTER-RPT-RECORD
           ELSE
               MOVE 999999 TO WS-ELAPSED-SECONDS
               MOVE "FULL ACCOUNTABILITY NOT REACHED."
                   TO MUSTER-RPT-RECORD
           END-IF.
           PERFORM 8900-WRITE-LINE
               THRU 8900-EXIT.
           PERFORM 3100-PRINT-POINTS
               THRU 3100-EXIT.
           PERFORM 3200-PRINT-UNACCOUNTED
               THRU 3200-EXIT.
           PERFORM 3300-PRINT-EXTRAS
               THRU 3300-EXIT.
           PERFORM 3400-FILE-HISTORY
               THRU 3400-EXIT.
           GO TO 3000-EXIT.
       3000-EXIT.
           EXIT.

       3100-PRINT-POINTS.
           MOVE SPACES TO MUSTER-RPT-RECORD.
           PERFORM 8900-WRITE-LINE
               THRU 8900-EXIT.
           MOVE "MUSTER POINT  ACCOUNTED  NOT ON SNAPSHOT"
               TO MUSTER-RPT-RECORD.
           PERFORM 8900-WRITE-LINE
               THRU 8900-EXIT.
           IF WS-PT-COUNT = 0
               MOVE "NO CHECK-OFFS TAKEN." TO MUSTER-RPT-RECORD
               PERFORM 8900-WRITE-LINE
                   THRU 8900-EXIT
               GO TO 3100-EXIT
           END-IF.
           PERFORM 3110-PRINT-ONE-POINT
               THRU 3110-EXIT
               VARYING WS-PT-IDX FROM 1 BY 1
                   UNTIL WS-PT-IDX > WS-PT-COUNT.
           GO TO 3100-EXIT.
       3100-EXIT.
           EXIT.

       3110-PRINT-ONE-POINT.
           MOVE WS-PT-ACCOUNTED(WS-PT-IDX) TO D-COUNT.
           MOVE WS-PT-EXTRA(WS-PT-IDX) TO D-COUNT-2.
           MOVE SPACES TO MUSTER-RPT-RECORD.
           MOVE WS-PT-NAME(WS-PT-IDX) TO MUSTER-RPT-RECORD(1:10).
           MOVE D-COUNT TO MUSTER-RPT-RECORD(16:4).
           MOVE D-COUNT-2 TO MUSTER-RPT-RECORD(27:4).
           PERFORM 8900-WRITE-LINE
               THRU 8900-EXIT.
           GO TO 3110-EXIT.
       3110-EXIT.
           EXIT.

       3200-PRINT-UNACCOUNTED.
           IF WS-OPEN-COUNT = 0
               GO TO 3200-EXIT
           END-IF.
           MOVE SPACES TO MUSTER-RPT-RECORD.
           PERFORM 8900-WRITE-LINE
               THRU 8900-EXIT.
           MOVE "UNACCOUNTED FOR AT STAND-DOWN" TO MUSTER-RPT-RECORD.
           PERFORM 8900-WRITE-LINE
               THRU 8900-EXIT.
           MOVE WS-PERSON-HEADING TO MUSTER-RPT-RECORD.
           PERFORM 8900-WRITE-LINE
               THRU 8900-EXIT.
           PERFORM 3210-PRINT-ONE-MISSING
               THRU 3210-EXIT
               VARYING WS-MR-IDX FROM 1 BY 1
                   UNTIL WS-MR-IDX > WS-MR-COUNT.
           MOVE SPACES TO EXCEPTION-LOG-RECORD.
           MOVE "MUSTER" TO EX-PROGRAM-ID.
           MOVE "MUSTER" TO EX-EXCEPTION-TYPE.
           MOVE WS-OPEN-COUNT TO D-COUNT.
           STRING FUNCTION TRIM(D-COUNT) DELIMITED BY SIZE
                   " UNACCOUNTED AT STAND-DOWN" DELIMITED BY SIZE
               INTO EX-DETAIL.
           MOVE 8 TO EX-RETURN-CODE.
           PERFORM 9550-WRITE-EXCEPTION-RECORD
               THRU 9550-EXIT.
           GO TO 3200-EXIT.
       3200-EXIT.
           EXIT.

       3210-PRINT-ONE-MISSING.
           IF WS-MR-ACCOUNTED(WS-MR-IDX)
               GO TO 3210-EXIT
           END-IF.
           PERFORM 2550-BUILD-PERSON-LINE
               THRU 2550-EXIT.
           MOVE MUSTER-LIVE-RECORD TO MUSTER-RPT-RECORD.
           PERFORM 8900-WRITE-LINE
               THRU 8900-EXIT.
           GO TO 3210-EXIT.
       3210-EXIT.
           EXIT.

       3300-PRINT-EXTRAS.
           IF WS-XT-COUNT = 0
               GO TO 3300-EXIT
           END-IF.
           MOVE SPACES TO MUSTER-RPT-RECORD.
           PERFORM 8900-WRITE-LINE
               THRU 8900-EXIT.
           MOVE "AT A MUSTER POINT BUT NOT SHOWN CHECKED IN"
               TO MUSTER-RPT-RECORD.
           PERFORM 8900-WRITE-LINE
               THRU 8900-EXIT.
           PERFORM 3310-PRINT-ONE-EXTRA
               THRU 3310-EXIT
               VARYING WS-XT-IDX FROM 1 BY 1
                   UNTIL WS-XT-IDX > WS-XT-COUNT.
           GO TO 3300-EXIT.
       3300-EXIT.
           EXIT.

       3310-PRINT-ONE-EXTRA.
           MOVE WS-XT-TIME(WS-XT-IDX) TO WS-TIME-WORK.
           PERFORM 3900-FORMAT-TIME
               THRU 3900-EXIT.
           MOVE SPACES TO MUSTER-RPT-RECORD.
           MOVE WS-XT-NAME(WS-XT-IDX) TO MUSTER-RPT-RECORD(1:25).
           MOVE WS-XT-POINT(WS-XT-IDX) TO MUSTER-RPT-RECORD(27:10).
           MOVE D-TIME TO MUSTER-RPT-RECORD(38:8).
           PERFORM 8900-WRITE-LINE
               THRU 8900-EXIT.
           GO TO 3310-EXIT.
       3310-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 3400-FILE-HISTORY  --  ONE LINE PER DRILL ON MUSTHIST.DAT
      *                        AND THE DAILY AUDIT RECORD
      *-------------------------------------------------------------
       3400-FILE-HISTORY.
           OPEN EXTEND MUSTER-HISTORY.
           IF WS-MH-STATUS = "35"
               OPEN OUTPUT MUSTER-HISTORY
               CLOSE MUSTER-HISTORY
               OPEN EXTEND MUSTER-HISTORY
           END-IF.
           MOVE SPACES TO MUSTER-HISTORY-RECORD.
           MOVE WS-DRILL-ID TO MH-DRILL-ID.
           MOVE WS-BUS-DATE TO MH-DATE.
           MOVE WS-ALARM-TIME TO MH-ALARM-TIME.
           MOVE WS-STOOD-DOWN-TIME TO MH-STOOD-DOWN.
           MOVE WS-ON-SITE-COUNT TO MH-ON-SITE.
           MOVE WS-ACCOUNTED-COUNT TO MH-ACCOUNTED.
           MOVE WS-OPEN-COUNT TO MH-UNACCOUNTED.
           MOVE WS-XT-COUNT TO MH-NOT-ON-SNAPSHOT.
           MOVE WS-ELAPSED-SECONDS TO MH-ELAPSED-SECS.
           MOVE WS-OPERATOR-ID TO MH-OPERATOR.
           WRITE MUSTER-HISTORY-RECORD.
           CLOSE MUSTER-HISTORY.
           MOVE SPACES TO DAILY-AUDIT-RECORD.
           MOVE "MUSTER" TO DA-PROGRAM-ID.
           MOVE WS-DRILL-ID TO DA-INPUT-VALUE.
           MOVE WS-ACCOUNTED-COUNT TO D-COUNT.
           MOVE WS-ON-SITE-COUNT TO D-COUNT-2.
           STRING "ACCTD " DELIMITED BY SIZE
                   FUNCTION TRIM(D-COUNT) DELIMITED BY SIZE
                   " OF " DELIMITED BY SIZE
                   FUNCTION TRIM(D-COUNT-2) DELIMITED BY SIZE
               INTO DA-OUTPUT-VALUE.
           IF WS-OPEN-COUNT = 0
               MOVE 0 TO DA-RETURN-CODE
           ELSE
               MOVE 8 TO DA-RETURN-CODE
           END-IF.
           PERFORM 9500-WRITE-AUDIT-RECORD
               THRU 9500-EXIT.
           GO TO 3400-EXIT.
       3400-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 3900-FORMAT-TIME  --  WS-TIME-WORK AS HH:MM:SS IN D-TIME
      *-------------------------------------------------------------
       3900-FORMAT-TIME.
           MOVE WS-TW-HH TO D-TIME-HH.
           MOVE WS-TW-MM TO D-TIME-MM.
           MOVE WS-TW-SS TO D-TIME-SS.
           GO TO 3900-EXIT.
       3900-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 3950-TIME-TO-SECONDS  --  WS-TIME-WORK AS SECONDS AFTER
      *                           MIDNIGHT IN WS-SECONDS-2
      *-------------------------------------------------------------
       3950-TIME-TO-SECONDS.
           COMPUTE WS-SECONDS-2 =
               WS-TW-HH * 3600 + WS-TW-MM * 60 + WS-TW-SS.
           GO TO 3950-EXIT.
       3950-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 8900-WRITE-LINE  --  DISPLAY AND PRINT ONE REPORT LINE,
      *                       WITH THE SHARED PAGE-HEADING BREAK
      *-------------------------------------------------------------
       8900-WRITE-LINE.
           MOVE MUSTER-RPT-RECORD TO WS-RH-DETAIL.
           IF WS-RH-LINE-COUNT >= WS-RH-LINES-PER-PAGE
               PERFORM 9800-BUILD-PAGE-HEADING
                   THRU 9800-EXIT
               WRITE MUSTER-RPT-RECORD FROM WS-RH-HEADING-1
               WRITE MUSTER-RPT-RECORD FROM WS-RH-HEADING-2
               MOVE SPACES TO MUSTER-RPT-RECORD
               WRITE MUSTER-RPT-RECORD
               ADD 3 TO WS-RH-LINE-COUNT
               ADD 3 TO WS-RH-TOTAL-LINES
           END-IF.
           DISPLAY WS-RH-DETAIL.
           WRITE MUSTER-RPT-RECORD FROM WS-RH-DETAIL.
           ADD 1 TO WS-RH-LINE-COUNT.
           ADD 1 TO WS-RH-TOTAL-LINES.
           GO TO 8900-EXIT.
       8900-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 9999-TERMINATE  --  TRAILER ON THE DRILL RECORD, CLOSE THE
      *                      LOGS
      *-------------------------------------------------------------
       9999-TERMINATE.
           IF WS-STAND-DOWN
               PERFORM 9850-BUILD-REPORT-TRAILER
                   THRU 9850-EXIT
               DISPLAY WS-RH-TRAILER
               WRITE MUSTER-RPT-RECORD FROM WS-RH-TRAILER
               CLOSE MUSTER-RPT
           END-IF.
           PERFORM 9420-CLOSE-DAILY-AUDIT
               THRU 9420-EXIT.
           PERFORM 9470-CLOSE-EXCEPTION-LOG
               THRU 9470-EXIT.
           GO TO 9999-EXIT.
       9999-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 8300-NORMALIZE-NAME  --  COPIED
      *-------------------------------------------------------------
       COPY NAMNRMPR.

      *-------------------------------------------------------------
      * 9400-OPEN-DAILY-AUDIT / 9500-WRITE-AUDIT-RECORD  --  COPIED
      *-------------------------------------------------------------
       COPY AUDITOPN.

       COPY AUDITPR.

      *-------------------------------------------------------------
      * 9420-CLOSE-DAILY-AUDIT / 9470-CLOSE-EXCEPTION-LOG  --  COPIED
      *-------------------------------------------------------------
       COPY AUDITCLS.

       COPY EXCPCLS.

       COPY EXCPOPN.

       COPY EXCPPR.

      *-------------------------------------------------------------
      * 9380-ASSIGN-RUN-ID  --  COPIED
      *-------------------------------------------------------------
       COPY RUNIDPR.

      *-------------------------------------------------------------
      * 9390-GET-OPERATOR  --  COPIED
      *-------------------------------------------------------------
       COPY SIGNPR.

      *-------------------------------------------------------------
      * 9370-GET-BUSINESS-DATE  --  COPIED
      *-------------------------------------------------------------
       COPY CALPR.

      *-------------------------------------------------------------
      * 9800-BUILD-PAGE-HEADING / 9850-BUILD-REPORT-TRAILER  --
      * COPIED
      *-------------------------------------------------------------
       COPY RPTHDPR.

      *-------------------------------------------------------------
      * 9320-LOAD-SITES / 9330-FIND-SITE  --  COPIED
      *-------------------------------------------------------------
       COPY SITEPR.
