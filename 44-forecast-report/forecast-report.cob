       IDENTIFICATION DIVISION.
       PROGRAM-ID. FORECAST-REPORT.
       AUTHOR. HARISH-KUMAR.
       INSTALLATION. UNIKODE-DATA-CENTER.
       DATE-WRITTEN. 2026/10/15.
       DATE-COMPILED.
      *-------------------------------------------------------------
      * MODIFICATION HISTORY
      *-------------------------------------------------------------
      * DATE       INIT DESCRIPTION
      * ---------- ---- -----------------------------------------
      * 2026/10/15  HK  FIRST VERSION - NEXT-DAY OCCUPANCY AND
      *                 BADGE-DEMAND FORECAST FOR FACILITIES, RUN
      *                 NEAR THE END OF THE NIGHTLY CHAIN.  THE DAY
      *                 FORECAST IS THE NEXT PROCESSING DAY AFTER
      *                 THE BUSINESS DATE (WEEKENDS AND SHOPCAL.DAT
      *                 HOLIDAYS SKIPPED).  HISTORY IS THE SAME
      *                 WEEKDAY OVER THE LAST FORECAST-WEEKS WEEKS
      *                 (SYSPARM, DEFAULT 8), HOLIDAYS LEFT OUT,
      *                 REPLAYED FROM EVERY GREETLOG GENERATION ON
      *                 THE ARCHIVE MANIFEST PLUS THE CURRENT FILE:
      *                 WALK-INS PER DAY, PEAK CONCURRENT HEADCOUNT
      *                 AND PEAK BADGES OUT (DOOR-READER ROWS CARRY
      *                 NO BADGE).  THE PRE-REGISTRATIONS ON
      *                 EXPECTED.DAT - RECEPTION LOADS THE NEXT
      *                 DAY'S LIST BEFORE THE CHAIN - PLUS THE
      *                 AVERAGE WALK-INS GIVE THE EXPECTED
      *                 ARRIVALS, SCALED BY THE HISTORICAL
      *                 PEAK-TO-ARRIVALS RATIO TO THE EXPECTED PEAK
      *                 HEADCOUNT AND PEAK BADGES OUT.  THESE ARE
      *                 SET AGAINST THE SITE'S MAX-OCCUPANCY AND
      *                 BADGE-COUNT (SITETAB.DAT, ELSE SYSPARM) AND
      *                 A FORECAST BREACH IS FLAGGED ON THE REPORT,
      *                 LOGGED AS A FORECAST EXCEPTION AND RETURNS
      *                 RC 4.  ONE SECTION PER SITE THE RUN COVERS.
      * 2026/10/15  HK  ADDED THE PROGRAM'S BUILD IDENTITY - VERSION AND
      *                 COMPILE DATE, SEE VERSWS.CPY - STAMPED ON ITS
      *                 AUDIT RECORDS AND PAGE HEADINGS.  A CALL WITH A
      *                 RETURN CODE OF -1 NOW ONLY REPORTS THE BUILD,
      *                 FOR THE DAILY RUN'S VERSION CHECK.
      *-------------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FORECAST-RPT ASSIGN TO "FORECRPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           COPY GREETLSL.
           COPY ARCHMSL.
           SELECT ARCH-IN ASSIGN TO DYNAMIC WS-ARCH-IN-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AI-STATUS.
           COPY EXPVSL.
           COPY SYSPMSEL.
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
       FD  FORECAST-RPT.
       01  FORECAST-RPT-RECORD     PIC X(80).

       COPY GREETLFD.

       COPY ARCHMFD.

       FD  ARCH-IN.
       01  ARCH-IN-RECORD          PIC X(132).

       COPY EXPVFD.

       COPY SYSPMFD.

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
       01  WS-VR-PROGRAM           PIC X(17) VALUE "FORECAST-REPORT".
       01  WS-VR-VERSION           PIC X(06) VALUE "1.02".
       COPY VERSWS.
       COPY CALWS.
       COPY RUNIDWS.
       COPY AUDITCWS.
       COPY EXCPCWS.
       COPY SIGNWS.
       COPY SITEWS.
       COPY SYSPMWS.
       COPY RPTHDWS.
       COPY GREETLWS.
       01  WS-GL-STATUS            PIC X(02).
           88 WS-GL-OK                        VALUE "00".
       01  WS-AM-STATUS            PIC X(02).
           88 WS-AM-OK                        VALUE "00".
       01  WS-AI-STATUS            PIC X(02).
           88 WS-AI-OK                        VALUE "00".
       01  WS-EV-STATUS            PIC X(02).
           88 WS-EV-OK                        VALUE "00".
       01  WS-DA-STATUS            PIC X(02).
       01  WS-EX-STATUS            PIC X(02).
       01  WS-ARCH-IN-NAME         PIC X(25).

      *    THE DAY BEING FORECAST AND THE HISTORY WINDOW
       01  WS-FC-DATE              PIC 9(08).
       01  WS-FC-DAY-NUMBER        PIC 9(08).
       01  WS-FC-DOW               PIC 9(01).
       01  WS-FC-TRIES             PIC 9(02).
       01  WS-FC-WEEKS             PIC 9(02) VALUE 8.
       01  WS-WEEK-IDX             PIC 9(02).
       01  WS-WORK-DAY-NUMBER      PIC 9(08).
       01  WS-WORK-DATE            PIC 9(08).

      *    SAME-WEEKDAY HISTORY DAYS, AND PER DAY PER SITE THE
      *    ARRIVALS, WALK-INS AND RUNNING / PEAK COUNTS FROM THE
      *    REPLAY
       01  WS-HIST-TABLE.
           05 WS-HIST-COUNT        PIC 9(02) VALUE 0 USAGE COMP.
           05 WS-HIST-ENTRY        OCCURS 26 TIMES.
               10 WS-HD-DATE       PIC 9(08).
               10 WS-HD-SITE-ENTRY OCCURS 20 TIMES.
                   15 WS-HS-ARRIVALS   PIC 9(05) USAGE COMP.
                   15 WS-HS-WALK-INS   PIC 9(05) USAGE COMP.
                   15 WS-HS-CUR-OCC    PIC 9(05) USAGE COMP.
                   15 WS-HS-PEAK-OCC   PIC 9(05) USAGE COMP.
                   15 WS-HS-CUR-BADGE  PIC 9(05) USAGE COMP.
                   15 WS-HS-PEAK-BADGE PIC 9(05) USAGE COMP.
       01  WS-HIST-IDX             PIC 9(02) USAGE COMP.

      *    WHO IS IN, PER HISTORY DAY AND SITE, DURING THE REPLAY
       01  WS-PRESENCE-TABLE.
           05 WS-PR-COUNT          PIC 9(04) VALUE 0 USAGE COMP.
           05 WS-PR-ENTRY          OCCURS 3000 TIMES.
               10 WS-PR-NAME       PIC X(25).
               10 WS-PR-HIST-IDX   PIC 9(02) USAGE COMP.
               10 WS-PR-SITE-IDX   PIC 9(02) USAGE COMP.
               10 WS-PR-IN-SW      PIC X(01).
                   88 WS-PR-IN                VALUE "Y".
               10 WS-PR-BADGE-SW   PIC X(01).
                   88 WS-PR-BADGED            VALUE "Y".
       01  WS-PR-IDX               PIC 9(04) USAGE COMP.
       01  WS-PR-FULL-SW           PIC X(01) VALUE "N".
           88 WS-PR-FULL                      VALUE "Y".

      *    PER-SITE FORECAST WORK
       01  WS-FORECAST-TABLE.
           05 WS-FS-ENTRY          OCCURS 20 TIMES.
               10 WS-FS-EXPECTED   PIC 9(05) USAGE COMP.
               10 WS-FS-DAYS       PIC 9(02) USAGE COMP.
               10 WS-FS-SUM-ARR    PIC 9(07) USAGE COMP.
               10 WS-FS-SUM-WALK   PIC 9(07) USAGE COMP.
               10 WS-FS-SUM-PEAK   PIC 9(07) USAGE COMP.
               10 WS-FS-SUM-BADGE  PIC 9(07) USAGE COMP.
       01  WS-ROW-SITE             PIC X(04).
       01  WS-ROW-SITE-IDX         PIC 9(02) USAGE COMP.
       01  WS-RPT-SITE-IDX         PIC 9(02) USAGE COMP.
       01  WS-SITES-REPORTED       PIC 9(02) VALUE 0 USAGE COMP.

       01  WS-SYS-MAX-OCC          PIC 9(05) VALUE 0.
       01  WS-SYS-BADGE-COUNT      PIC 9(05) VALUE 50.
       01  WS-LIMIT-OCC            PIC 9(05).
       01  WS-LIMIT-BADGE          PIC 9(05).
       01  WS-AVG-WALK-INS         PIC 9(05).
       01  WS-AVG-PEAK             PIC 9(05).
       01  WS-AVG-BADGE            PIC 9(05).
       01  WS-FC-ARRIVALS          PIC 9(05).
       01  WS-FC-PEAK              PIC 9(05).
       01  WS-FC-BADGE             PIC 9(05).
       01  WS-BREACH-COUNT         PIC 9(03) VALUE 0.

       01  D-COUNT                 PIC Z(4)9.
       01  D-LIMIT                 PIC Z(4)9.
       01  D-WEEKS                 PIC Z9.
       01  D-DATE.
           05 D-DATE-YEAR          PIC 9(04).
           05 FILLER               PIC X(01) VALUE "-".
           05 D-DATE-MONTH         PIC 9(02).
           05 FILLER               PIC X(01) VALUE "-".
           05 D-DATE-DAY           PIC 9(02).

       01  WS-DOW-NAMES.
           05 FILLER               PIC X(09) VALUE "MONDAY".
           05 FILLER               PIC X(09) VALUE "TUESDAY".
           05 FILLER               PIC X(09) VALUE "WEDNESDAY".
           05 FILLER               PIC X(09) VALUE "THURSDAY".
           05 FILLER               PIC X(09) VALUE "FRIDAY".
           05 FILLER               PIC X(09) VALUE "SATURDAY".
           05 FILLER               PIC X(09) VALUE "SUNDAY".
       01  WS-DOW-NAME-TABLE REDEFINES WS-DOW-NAMES.
           05 WS-DOW-NAME          PIC X(09) OCCURS 7 TIMES.

       01  WS-SWITCHES.
           05 WS-GL-EOF-SW         PIC X(01) VALUE "N".
               88 WS-GL-EOF                   VALUE "Y".
           05 WS-AM-EOF-SW         PIC X(01) VALUE "N".
               88 WS-AM-EOF                   VALUE "Y".
           05 WS-AI-EOF-SW         PIC X(01) VALUE "N".
               88 WS-AI-EOF                   VALUE "Y".
           05 WS-EV-EOF-SW         PIC X(01) VALUE "N".
               88 WS-EV-EOF                   VALUE "Y".

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
           PERFORM 1200-FIND-FORECAST-DAY
               THRU 1200-EXIT.
           PERFORM 1300-BUILD-HISTORY-DAYS
               THRU 1300-EXIT.
           PERFORM 1500-LOAD-EXPECTED
               THRU 1500-EXIT.
           PERFORM 2000-SCAN-GREETER-LOG
               THRU 2000-EXIT.
           PERFORM 3000-PRINT-HEADER
               THRU 3000-EXIT.
           PERFORM 4000-FORECAST-ONE-SITE
               THRU 4000-EXIT
               VARYING WS-RPT-SITE-IDX FROM 1 BY 1
                   UNTIL WS-RPT-SITE-IDX > WS-SITE-COUNT.
           PERFORM 5000-PRINT-TOTALS
               THRU 5000-EXIT.
           PERFORM 9999-TERMINATE
               THRU 9999-EXIT.
           GOBACK.

      *-------------------------------------------------------------
      * 1000-INITIALIZE  --  STAMPS, LOGS, LIMITS AND THE SITE TABLE
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
           PERFORM 9450-OPEN-EXCEPTION-LOG
               THRU 9450-EXIT.
           PERFORM 9300-LOAD-SYSPARM
               THRU 9300-EXIT.
           MOVE "MAX-OCCUPANCY" TO WS-SP-WANTED-KEY.
           PERFORM 9350-GET-SYSPARM
               THRU 9350-EXIT.
           IF WS-SP-FOUND
               COMPUTE WS-SYS-MAX-OCC = WS-SP-NUM-VALUE
                   ON SIZE ERROR
                       CONTINUE
               END-COMPUTE
           END-IF.
           MOVE "BADGE-COUNT" TO WS-SP-WANTED-KEY.
           PERFORM 9350-GET-SYSPARM
               THRU 9350-EXIT.
           IF WS-SP-FOUND
               AND WS-SP-NUM-VALUE > 0
               COMPUTE WS-SYS-BADGE-COUNT = WS-SP-NUM-VALUE
                   ON SIZE ERROR
                       CONTINUE
               END-COMPUTE
           END-IF.
           MOVE "FORECAST-WEEKS" TO WS-SP-WANTED-KEY.
           PERFORM 9350-GET-SYSPARM
               THRU 9350-EXIT.
           IF WS-SP-FOUND
               AND WS-SP-NUM-VALUE > 0
               AND WS-SP-NUM-VALUE <= 26
               MOVE WS-SP-NUM-VALUE TO WS-FC-WEEKS
           END-IF.
           PERFORM 9320-LOAD-SITES
               THRU 9320-EXIT.
           MOVE "NEXT-DAY OCCUPANCY FORECAST" TO WS-RH-TITLE.
           MOVE "FORECAST-REPORT" TO WS-RH-PROGRAM-ID.
           OPEN OUTPUT FORECAST-RPT.
           GO TO 1000-EXIT.
       1000-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 1200-FIND-FORECAST-DAY  --  THE NEXT PROCESSING DAY AFTER
      *                             THE BUSINESS DATE, SKIPPING
      *                             WEEKENDS AND HOLIDAYS
      *-------------------------------------------------------------
       1200-FIND-FORECAST-DAY.
           COMPUTE WS-FC-DAY-NUMBER =
               FUNCTION INTEGER-OF-DATE(WS-BUS-DATE).
           MOVE 0 TO WS-FC-TRIES.
           MOVE "N" TO WS-CAL-PROCESSING-SW.
           PERFORM 1210-TRY-NEXT-DAY
               THRU 1210-EXIT
               UNTIL WS-CAL-PROCESSING-DAY
                   OR WS-FC-TRIES >= 31.
           MOVE WS-CAL-CHECK-DATE TO WS-FC-DATE.
           COMPUTE WS-FC-DOW = FUNCTION MOD(WS-FC-DAY-NUMBER, 7).
           IF WS-FC-DOW = 0
               MOVE 7 TO WS-FC-DOW
           END-IF.
           GO TO 1200-EXIT.
       1200-EXIT.
           EXIT.

       1210-TRY-NEXT-DAY.
           ADD 1 TO WS-FC-TRIES.
           ADD 1 TO WS-FC-DAY-NUMBER.
           COMPUTE WS-CAL-CHECK-DATE =
               FUNCTION DATE-OF-INTEGER(WS-FC-DAY-NUMBER).
           PERFORM 9375-CHECK-PROCESSING-DAY
               THRU 9375-EXIT.
           GO TO 1210-EXIT.
       1210-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 1300-BUILD-HISTORY-DAYS  --  THE SAME WEEKDAY IN EACH OF THE
      *                              LAST FORECAST-WEEKS WEEKS, UP TO
      *                              THE BUSINESS DATE, LESS HOLIDAYS
      *-------------------------------------------------------------
       1300-BUILD-HISTORY-DAYS.
           MOVE 0 TO WS-HIST-COUNT.
           PERFORM 1310-ADD-ONE-HISTORY-DAY
               THRU 1310-EXIT
               VARYING WS-WEEK-IDX FROM 1 BY 1
                   UNTIL WS-WEEK-IDX > WS-FC-WEEKS.
           GO TO 1300-EXIT.
       1300-EXIT.
           EXIT.

       1310-ADD-ONE-HISTORY-DAY.
           COMPUTE WS-WORK-DAY-NUMBER =
               WS-FC-DAY-NUMBER - 7 * WS-WEEK-IDX.
           COMPUTE WS-WORK-DATE =
               FUNCTION DATE-OF-INTEGER(WS-WORK-DAY-NUMBER).
           IF WS-WORK-DATE > WS-BUS-DATE
               GO TO 1310-EXIT
           END-IF.
           MOVE WS-WORK-DATE TO WS-CAL-CHECK-DATE.
           PERFORM 9375-CHECK-PROCESSING-DAY
               THRU 9375-EXIT.
           IF NOT WS-CAL-PROCESSING-DAY
               GO TO 1310-EXIT
           END-IF.
           ADD 1 TO WS-HIST-COUNT.
           MOVE WS-WORK-DATE TO WS-HD-DATE(WS-HIST-COUNT).
           PERFORM VARYING WS-SITE-IDX FROM 1 BY 1
                   UNTIL WS-SITE-IDX > 20
               MOVE 0 TO WS-HS-ARRIVALS(WS-HIST-COUNT, WS-SITE-IDX)
               MOVE 0 TO WS-HS-WALK-INS(WS-HIST-COUNT, WS-SITE-IDX)
               MOVE 0 TO WS-HS-CUR-OCC(WS-HIST-COUNT, WS-SITE-IDX)
               MOVE 0 TO WS-HS-PEAK-OCC(WS-HIST-COUNT, WS-SITE-IDX)
               MOVE 0 TO WS-HS-CUR-BADGE(WS-HIST-COUNT, WS-SITE-IDX)
               MOVE 0 TO WS-HS-PEAK-BADGE(WS-HIST-COUNT, WS-SITE-IDX)
           END-PERFORM.
           GO TO 1310-EXIT.
       1310-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 1500-LOAD-EXPECTED  --  COUNT THE PRE-REGISTRATIONS PER SITE
      *-------------------------------------------------------------
       1500-LOAD-EXPECTED.
           PERFORM VARYING WS-SITE-IDX FROM 1 BY 1
                   UNTIL WS-SITE-IDX > 20
               MOVE 0 TO WS-FS-EXPECTED(WS-SITE-IDX)
           END-PERFORM.
           MOVE "N" TO WS-EV-EOF-SW.
           OPEN INPUT EXPECTED-VISITORS.
           IF NOT WS-EV-OK
               GO TO 1500-EXIT
           END-IF.
           PERFORM 1510-COUNT-ONE-EXPECTED
               THRU 1510-EXIT
               UNTIL WS-EV-EOF.
           CLOSE EXPECTED-VISITORS.
           GO TO 1500-EXIT.
       1500-EXIT.
           EXIT.

       1510-COUNT-ONE-EXPECTED.
           READ EXPECTED-VISITORS
               AT END
                   MOVE "Y" TO WS-EV-EOF-SW
                   GO TO 1510-EXIT
           END-READ.
           IF EV-NAME = SPACES
               GO TO 1510-EXIT
           END-IF.
           MOVE FUNCTION UPPER-CASE(EV-SITE) TO WS-SITE-WANTED.
           PERFORM 9330-FIND-SITE
               THRU 9330-EXIT.
           IF WS-SITE-FOUND
               ADD 1 TO WS-FS-EXPECTED(WS-SITE-IDX)
           END-IF.
           GO TO 1510-EXIT.
       1510-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 2000-SCAN-GREETER-LOG  --  THE ARCHIVED GENERATIONS FIRST,
      *                             THEN THE CURRENT FILE
      *-------------------------------------------------------------
       2000-SCAN-GREETER-LOG.
           MOVE 0 TO WS-PR-COUNT.
           IF WS-HIST-COUNT = 0
               GO TO 2000-EXIT
           END-IF.
           PERFORM 2050-SCAN-GENERATIONS
               THRU 2050-EXIT.
           MOVE "N" TO WS-GL-EOF-SW.
           OPEN INPUT GREETER-LOG.
           IF NOT WS-GL-OK
               GO TO 2000-EXIT
           END-IF.
           PERFORM 2100-READ-ONE-LOG-ROW
               THRU 2100-EXIT
               UNTIL WS-GL-EOF.
           CLOSE GREETER-LOG.
           GO TO 2000-EXIT.
       2000-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 2050-SCAN-GENERATIONS  --  EVERY GREETLOG GENERATION ON THE
      *                             ARCHIVE MANIFEST
      *-------------------------------------------------------------
       2050-SCAN-GENERATIONS.
           MOVE "N" TO WS-AM-EOF-SW.
           OPEN INPUT ARCH-MANIFEST.
           IF NOT WS-AM-OK
               GO TO 2050-EXIT
           END-IF.
           PERFORM 2060-PROCESS-ONE-GENERATION
               THRU 2060-EXIT
               UNTIL WS-AM-EOF.
           CLOSE ARCH-MANIFEST.
           GO TO 2050-EXIT.
       2050-EXIT.
           EXIT.

       2060-PROCESS-ONE-GENERATION.
           READ ARCH-MANIFEST
               AT END
                   MOVE "Y" TO WS-AM-EOF-SW
                   GO TO 2060-EXIT
           END-READ.
           IF AM-FILE-NAME(1:9) NOT = "GREETLOG."
               GO TO 2060-EXIT
           END-IF.
           MOVE AM-FILE-NAME TO WS-ARCH-IN-NAME.
           MOVE "N" TO WS-AI-EOF-SW.
           OPEN INPUT ARCH-IN.
           IF NOT WS-AI-OK
               GO TO 2060-EXIT
           END-IF.
           PERFORM 2070-READ-ONE-ARCHIVED
               THRU 2070-EXIT
               UNTIL WS-AI-EOF.
           CLOSE ARCH-IN.
           GO TO 2060-EXIT.
       2060-EXIT.
           EXIT.

       2070-READ-ONE-ARCHIVED.
           READ ARCH-IN
               AT END
                   MOVE "Y" TO WS-AI-EOF-SW
                   GO TO 2070-EXIT
           END-READ.
           MOVE ARCH-IN-RECORD TO WS-LOG-LINE.
           PERFORM 2150-REPLAY-LOG-LINE
               THRU 2150-EXIT.
           GO TO 2070-EXIT.
       2070-EXIT.
           EXIT.

       2100-READ-ONE-LOG-ROW.
           READ GREETER-LOG
               AT END
                   MOVE "Y" TO WS-GL-EOF-SW
                   GO TO 2100-EXIT
           END-READ.
           MOVE GREETER-LOG-RECORD TO WS-LOG-LINE.
           PERFORM 2150-REPLAY-LOG-LINE
               THRU 2150-EXIT.
           GO TO 2100-EXIT.
       2100-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 2150-REPLAY-LOG-LINE  --  ONE ROW, CURRENT OR ARCHIVED, ON A
      *                            HISTORY DAY AT A SITE THE RUN
      *                            COVERS
      *-------------------------------------------------------------
       2150-REPLAY-LOG-LINE.
           IF WS-GL-RUN-DATE IS NOT NUMERIC
               GO TO 2150-EXIT
           END-IF.
           PERFORM VARYING WS-HIST-IDX FROM 1 BY 1
                   UNTIL WS-HIST-IDX > WS-HIST-COUNT
                   OR WS-HD-DATE(WS-HIST-IDX) = WS-GL-RUN-DATE
           END-PERFORM.
           IF WS-HIST-IDX > WS-HIST-COUNT
               GO TO 2150-EXIT
           END-IF.
           MOVE WS-GL-SITE TO WS-ROW-SITE.
           IF WS-ROW-SITE = SPACES
               MOVE WS-HOME-SITE TO WS-ROW-SITE
           END-IF.
           IF NOT WS-ALL-SITES
               AND WS-ROW-SITE NOT = WS-SITE-CODE
               GO TO 2150-EXIT
           END-IF.
           MOVE WS-ROW-SITE TO WS-SITE-WANTED.
           PERFORM 9330-FIND-SITE
               THRU 9330-EXIT.
           IF NOT WS-SITE-FOUND
               GO TO 2150-EXIT
           END-IF.
           MOVE WS-SITE-IDX TO WS-ROW-SITE-IDX.
           PERFORM 2200-FIND-PRESENCE
               THRU 2200-EXIT.
           IF WS-PR-IDX = 0
               GO TO 2150-EXIT
           END-IF.
           IF WS-GL-EVT-DEPARTURE
               PERFORM 2300-REPLAY-DEPARTURE
                   THRU 2300-EXIT
           ELSE
               PERFORM 2400-REPLAY-ARRIVAL
                   THRU 2400-EXIT
           END-IF.
           GO TO 2150-EXIT.
       2150-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 2200-FIND-PRESENCE  --  THE NAME'S ENTRY FOR THIS DAY AND
      *                          SITE, ADDED ON FIRST SIGHT.  A
      *                          FIRST SIGHTING THAT IS AN ARRIVAL
      *                          COUNTS TOWARD THE DAY'S ARRIVALS
      *                          (AND WALK-INS WHEN NOT
      *                          PRE-REGISTERED).  WS-PR-IDX = 0
      *                          WHEN THE TABLE IS FULL.
      *-------------------------------------------------------------
       2200-FIND-PRESENCE.
           PERFORM VARYING WS-PR-IDX FROM 1 BY 1
                   UNTIL WS-PR-IDX > WS-PR-COUNT
                   OR (WS-PR-NAME(WS-PR-IDX) = WS-GL-NAME
                   AND WS-PR-HIST-IDX(WS-PR-IDX) = WS-HIST-IDX
                   AND WS-PR-SITE-IDX(WS-PR-IDX) = WS-ROW-SITE-IDX)
           END-PERFORM.
           IF WS-PR-IDX <= WS-PR-COUNT
               GO TO 2200-EXIT
           END-IF.
           IF WS-PR-COUNT >= 3000
               IF NOT WS-PR-FULL
                   DISPLAY "FORECAST-REPORT: replay table full, "
                       "later history rows ignored."
                   MOVE "Y" TO WS-PR-FULL-SW
               END-IF
               MOVE 0 TO WS-PR-IDX
               GO TO 2200-EXIT
           END-IF.
           ADD 1 TO WS-PR-COUNT.
           MOVE WS-PR-COUNT TO WS-PR-IDX.
           MOVE WS-GL-NAME TO WS-PR-NAME(WS-PR-IDX).
           MOVE WS-HIST-IDX TO WS-PR-HIST-IDX(WS-PR-IDX).
           MOVE WS-ROW-SITE-IDX TO WS-PR-SITE-IDX(WS-PR-IDX).
           MOVE "N" TO WS-PR-IN-SW(WS-PR-IDX).
           MOVE "N" TO WS-PR-BADGE-SW(WS-PR-IDX).
           IF WS-GL-EVT-DEPARTURE
               GO TO 2200-EXIT
           END-IF.
           ADD 1 TO WS-HS-ARRIVALS(WS-HIST-IDX, WS-ROW-SITE-IDX).
           IF WS-GL-EXPECTED NOT = "E"
               ADD 1 TO WS-HS-WALK-INS(WS-HIST-IDX, WS-ROW-SITE-IDX)
           END-IF.
           GO TO 2200-EXIT.
       2200-EXIT.
           EXIT.

       2300-REPLAY-DEPARTURE.
           IF WS-PR-IN(WS-PR-IDX)
               AND WS-HS-CUR-OCC(WS-HIST-IDX, WS-ROW-SITE-IDX) > 0
               SUBTRACT 1
                   FROM WS-HS-CUR-OCC(WS-HIST-IDX, WS-ROW-SITE-IDX)
           END-IF.
           IF WS-PR-BADGED(WS-PR-IDX)
               AND WS-HS-CUR-BADGE(WS-HIST-IDX, WS-ROW-SITE-IDX) > 0
               SUBTRACT 1
                   FROM WS-HS-CUR-BADGE(WS-HIST-IDX, WS-ROW-SITE-IDX)
           END-IF.
           MOVE "N" TO WS-PR-IN-SW(WS-PR-IDX).
           MOVE "N" TO WS-PR-BADGE-SW(WS-PR-IDX).
           GO TO 2300-EXIT.
       2300-EXIT.
           EXIT.

       2400-REPLAY-ARRIVAL.
           IF WS-PR-IN(WS-PR-IDX)
               GO TO 2400-EXIT
           END-IF.
           MOVE "Y" TO WS-PR-IN-SW(WS-PR-IDX).
           ADD 1 TO WS-HS-CUR-OCC(WS-HIST-IDX, WS-ROW-SITE-IDX).
           IF WS-HS-CUR-OCC(WS-HIST-IDX, WS-ROW-SITE-IDX)
               > WS-HS-PEAK-OCC(WS-HIST-IDX, WS-ROW-SITE-IDX)
               MOVE WS-HS-CUR-OCC(WS-HIST-IDX, WS-ROW-SITE-IDX)
                   TO WS-HS-PEAK-OCC(WS-HIST-IDX, WS-ROW-SITE-IDX)
           END-IF.
           IF WS-GL-EXPECTED = "D"
               GO TO 2400-EXIT
           END-IF.
           MOVE "Y" TO WS-PR-BADGE-SW(WS-PR-IDX).
           ADD 1 TO WS-HS-CUR-BADGE(WS-HIST-IDX, WS-ROW-SITE-IDX).
           IF WS-HS-CUR-BADGE(WS-HIST-IDX, WS-ROW-SITE-IDX)
               > WS-HS-PEAK-BADGE(WS-HIST-IDX, WS-ROW-SITE-IDX)
               MOVE WS-HS-CUR-BADGE(WS-HIST-IDX, WS-ROW-SITE-IDX)
                   TO WS-HS-PEAK-BADGE(WS-HIST-IDX, WS-ROW-SITE-IDX)
           END-IF.
           GO TO 2400-EXIT.
       2400-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 3000-PRINT-HEADER  --  THE DAY FORECAST AND THE HISTORY USED
      *-------------------------------------------------------------
       3000-PRINT-HEADER.
           MOVE WS-FC-DATE(1:4) TO D-DATE-YEAR.
           MOVE WS-FC-DATE(5:2) TO D-DATE-MONTH.
           MOVE WS-FC-DATE(7:2) TO D-DATE-DAY.
           MOVE SPACES TO FORECAST-RPT-RECORD.
           STRING "FORECAST FOR " DELIMITED BY SIZE
                   WS-DOW-NAME(WS-FC-DOW) DELIMITED BY SPACE
                   " " DELIMITED BY SIZE
                   D-DATE DELIMITED BY SIZE
                   " (NEXT PROCESSING DAY)" DELIMITED BY SIZE
               INTO FORECAST-RPT-RECORD.
           PERFORM 8900-WRITE-LINE
               THRU 8900-EXIT.
           MOVE WS-HIST-COUNT TO D-COUNT.
           MOVE WS-FC-WEEKS TO D-WEEKS.
           MOVE SPACES TO FORECAST-RPT-RECORD.
           STRING "HISTORY: " DELIMITED BY SIZE
                   FUNCTION TRIM(D-COUNT) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-DOW-NAME(WS-FC-DOW) DELIMITED BY SPACE
                   "(S) IN THE LAST " DELIMITED BY SIZE
                   FUNCTION TRIM(D-WEEKS) DELIMITED BY SIZE
                   " WEEKS, HOLIDAYS SKIPPED" DELIMITED BY SIZE
               INTO FORECAST-RPT-RECORD.
           PERFORM 8900-WRITE-LINE
               THRU 8900-EXIT.
           GO TO 3000-EXIT.
       3000-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 4000-FORECAST-ONE-SITE  --  AVERAGE THE SITE'S HISTORY DAYS
      *                              THAT SAW ANY ARRIVAL, ADD THE
      *                              PRE-REGISTRATIONS, AND SET THE
      *                              FORECAST AGAINST THE LIMITS.
      *                              WITH NO HISTORY THE FORECAST IS
      *                              EVERY PRE-REGISTERED VISITOR ON
      *                              SITE AT ONCE.
      *-------------------------------------------------------------
       4000-FORECAST-ONE-SITE.
           IF NOT WS-ALL-SITES
               AND WS-SX-CODE(WS-RPT-SITE-IDX) NOT = WS-SITE-CODE
               GO TO 4000-EXIT
           END-IF.
           ADD 1 TO WS-SITES-REPORTED.
           MOVE 0 TO WS-FS-DAYS(WS-RPT-SITE-IDX).
           MOVE 0 TO WS-FS-SUM-ARR(WS-RPT-SITE-IDX).
           MOVE 0 TO WS-FS-SUM-WALK(WS-RPT-SITE-IDX).
           MOVE 0 TO WS-FS-SUM-PEAK(WS-RPT-SITE-IDX).
           MOVE 0 TO WS-FS-SUM-BADGE(WS-RPT-SITE-IDX).
           PERFORM 4100-ADD-ONE-HISTORY-DAY
               THRU 4100-EXIT
               VARYING WS-HIST-IDX FROM 1 BY 1
                   UNTIL WS-HIST-IDX > WS-HIST-COUNT.
           MOVE 0 TO WS-AVG-WALK-INS.
           MOVE 0 TO WS-AVG-PEAK.
           MOVE 0 TO WS-AVG-BADGE.
           IF WS-FS-DAYS(WS-RPT-SITE-IDX) > 0
               COMPUTE WS-AVG-WALK-INS ROUNDED =
                   WS-FS-SUM-WALK(WS-RPT-SITE-IDX)
                       / WS-FS-DAYS(WS-RPT-SITE-IDX)
               COMPUTE WS-AVG-PEAK ROUNDED =
                   WS-FS-SUM-PEAK(WS-RPT-SITE-IDX)
                       / WS-FS-DAYS(WS-RPT-SITE-IDX)
               COMPUTE WS-AVG-BADGE ROUNDED =
                   WS-FS-SUM-BADGE(WS-RPT-SITE-IDX)
                       / WS-FS-DAYS(WS-RPT-SITE-IDX)
           END-IF.
           COMPUTE WS-FC-ARRIVALS =
               WS-FS-EXPECTED(WS-RPT-SITE-IDX) + WS-AVG-WALK-INS.
           IF WS-FS-SUM-ARR(WS-RPT-SITE-IDX) = 0
               MOVE WS-FC-ARRIVALS TO WS-FC-PEAK
               MOVE WS-FC-ARRIVALS TO WS-FC-BADGE
           ELSE
               COMPUTE WS-FC-PEAK ROUNDED =
                   WS-FC-ARRIVALS * WS-FS-SUM-PEAK(WS-RPT-SITE-IDX)
                       / WS-FS-SUM-ARR(WS-RPT-SITE-IDX)
               COMPUTE WS-FC-BADGE ROUNDED =
                   WS-FC-ARRIVALS * WS-FS-SUM-BADGE(WS-RPT-SITE-IDX)
                       / WS-FS-SUM-ARR(WS-RPT-SITE-IDX)
           END-IF.
           IF WS-FC-PEAK = 0
               AND WS-FC-ARRIVALS > 0
               MOVE 1 TO WS-FC-PEAK
           END-IF.
           MOVE WS-SYS-MAX-OCC TO WS-LIMIT-OCC.
           IF WS-SX-MAX-OCC(WS-RPT-SITE-IDX) > 0
               MOVE WS-SX-MAX-OCC(WS-RPT-SITE-IDX) TO WS-LIMIT-OCC
           END-IF.
           MOVE WS-SYS-BADGE-COUNT TO WS-LIMIT-BADGE.
           IF WS-SX-BADGE-COUNT(WS-RPT-SITE-IDX) > 0
               MOVE WS-SX-BADGE-COUNT(WS-RPT-SITE-IDX)
                   TO WS-LIMIT-BADGE
           END-IF.
           PERFORM 4200-PRINT-ONE-SITE
               THRU 4200-EXIT.
           GO TO 4000-EXIT.
       4000-EXIT.
           EXIT.

       4100-ADD-ONE-HISTORY-DAY.
           IF WS-HS-ARRIVALS(WS-HIST-IDX, WS-RPT-SITE-IDX) = 0
               GO TO 4100-EXIT
           END-IF.
           ADD 1 TO WS-FS-DAYS(WS-RPT-SITE-IDX).
           ADD WS-HS-ARRIVALS(WS-HIST-IDX, WS-RPT-SITE-IDX)
               TO WS-FS-SUM-ARR(WS-RPT-SITE-IDX).
           ADD WS-HS-WALK-INS(WS-HIST-IDX, WS-RPT-SITE-IDX)
               TO WS-FS-SUM-WALK(WS-RPT-SITE-IDX).
           ADD WS-HS-PEAK-OCC(WS-HIST-IDX, WS-RPT-SITE-IDX)
               TO WS-FS-SUM-PEAK(WS-RPT-SITE-IDX).
           ADD WS-HS-PEAK-BADGE(WS-HIST-IDX, WS-RPT-SITE-IDX)
               TO WS-FS-SUM-BADGE(WS-RPT-SITE-IDX).
           GO TO 4100-EXIT.
       4100-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 4200-PRINT-ONE-SITE  --  THE SITE'S FIGURES, WITH A BREACH
      *                           FLAG (AND EXCEPTION) AGAINST EACH
      *                           LIMIT THE FORECAST EXCEEDS.  A
      *                           ZERO MAX-OCCUPANCY IS NO LIMIT.
      *-------------------------------------------------------------
       4200-PRINT-ONE-SITE.
           MOVE SPACES TO FORECAST-RPT-RECORD.
           PERFORM 8900-WRITE-LINE
               THRU 8900-EXIT.
           MOVE SPACES TO FORECAST-RPT-RECORD.
           STRING "SITE: " DELIMITED BY SIZE
                   WS-SX-CODE(WS-RPT-SITE-IDX) DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-SX-NAME(WS-RPT-SITE-IDX) DELIMITED BY SIZE
               INTO FORECAST-RPT-RECORD.
           PERFORM 8900-WRITE-LINE
               THRU 8900-EXIT.
           MOVE WS-FS-EXPECTED(WS-RPT-SITE-IDX) TO D-COUNT.
           MOVE SPACES TO FORECAST-RPT-RECORD.
           STRING "  PRE-REGISTERED             " DELIMITED BY SIZE
                   D-COUNT DELIMITED BY SIZE
               INTO FORECAST-RPT-RECORD.
           PERFORM 8900-WRITE-LINE
               THRU 8900-EXIT.
           MOVE WS-AVG-WALK-INS TO D-COUNT.
           MOVE WS-FS-DAYS(WS-RPT-SITE-IDX) TO D-WEEKS.
           MOVE SPACES TO FORECAST-RPT-RECORD.
           STRING "  AVERAGE WALK-INS           " DELIMITED BY SIZE
                   D-COUNT DELIMITED BY SIZE
                   "  (" DELIMITED BY SIZE
                   FUNCTION TRIM(D-WEEKS) DELIMITED BY SIZE
                   " DAY(S) OF HISTORY)" DELIMITED BY SIZE
               INTO FORECAST-RPT-RECORD.
           PERFORM 8900-WRITE-LINE
               THRU 8900-EXIT.
           MOVE WS-FC-ARRIVALS TO D-COUNT.
           MOVE SPACES TO FORECAST-RPT-RECORD.
           STRING "  EXPECTED ARRIVALS          " DELIMITED BY SIZE
                   D-COUNT DELIMITED BY SIZE
               INTO FORECAST-RPT-RECORD.
           PERFORM 8900-WRITE-LINE
               THRU 8900-EXIT.
           MOVE WS-AVG-PEAK TO D-COUNT.
           MOVE SPACES TO FORECAST-RPT-RECORD.
           STRING "  AVERAGE PEAK ON SITE       " DELIMITED BY SIZE
                   D-COUNT DELIMITED BY SIZE
               INTO FORECAST-RPT-RECORD.
           PERFORM 8900-WRITE-LINE
               THRU 8900-EXIT.
           MOVE WS-FC-PEAK TO D-COUNT.
           MOVE WS-LIMIT-OCC TO D-LIMIT.
           MOVE SPACES TO FORECAST-RPT-RECORD.
           IF WS-LIMIT-OCC = 0
               STRING "  FORECAST PEAK HEADCOUNT    " DELIMITED BY SIZE
                       D-COUNT DELIMITED BY SIZE
                       "  MAX-OCCUPANCY  NO LIMIT" DELIMITED BY SIZE
                   INTO FORECAST-RPT-RECORD
           ELSE
               STRING "  FORECAST PEAK HEADCOUNT    " DELIMITED BY SIZE
                       D-COUNT DELIMITED BY SIZE
                       "  MAX-OCCUPANCY  " DELIMITED BY SIZE
                       D-LIMIT DELIMITED BY SIZE
                   INTO FORECAST-RPT-RECORD
               IF WS-FC-PEAK > WS-LIMIT-OCC
                   MOVE "*** BREACH ***" TO FORECAST-RPT-RECORD(59:14)
               END-IF
           END-IF.
           PERFORM 8900-WRITE-LINE
               THRU 8900-EXIT.
           IF WS-LIMIT-OCC > 0
               AND WS-FC-PEAK > WS-LIMIT-OCC
               MOVE SPACES TO EXCEPTION-LOG-RECORD
               STRING "SITE " DELIMITED BY SIZE
                       WS-SX-CODE(WS-RPT-SITE-IDX) DELIMITED BY SIZE
                       " PEAK " DELIMITED BY SIZE
                       FUNCTION TRIM(D-COUNT) DELIMITED BY SIZE
                       " > MAX " DELIMITED BY SIZE
                       FUNCTION TRIM(D-LIMIT) DELIMITED BY SIZE
                   INTO EX-DETAIL
               PERFORM 4300-LOG-BREACH
                   THRU 4300-EXIT
           END-IF.
           MOVE WS-AVG-BADGE TO D-COUNT.
           MOVE SPACES TO FORECAST-RPT-RECORD.
           STRING "  AVERAGE PEAK BADGES OUT    " DELIMITED BY SIZE
                   D-COUNT DELIMITED BY SIZE
               INTO FORECAST-RPT-RECORD.
           PERFORM 8900-WRITE-LINE
               THRU 8900-EXIT.
           MOVE WS-FC-BADGE TO D-COUNT.
           MOVE WS-LIMIT-BADGE TO D-LIMIT.
           MOVE SPACES TO FORECAST-RPT-RECORD.
           STRING "  FORECAST PEAK BADGES OUT   " DELIMITED BY SIZE
                   D-COUNT DELIMITED BY SIZE
                   "  BADGE-COUNT    " DELIMITED BY SIZE
                   D-LIMIT DELIMITED BY SIZE
               INTO FORECAST-RPT-RECORD.
           IF WS-FC-BADGE > WS-LIMIT-BADGE
               MOVE "*** BREACH ***" TO FORECAST-RPT-RECORD(59:14)
           END-IF.
           PERFORM 8900-WRITE-LINE
               THRU 8900-EXIT.
           IF WS-FC-BADGE > WS-LIMIT-BADGE
               MOVE SPACES TO EXCEPTION-LOG-RECORD
               STRING "SITE " DELIMITED BY SIZE
                       WS-SX-CODE(WS-RPT-SITE-IDX) DELIMITED BY SIZE
                       " BADGES " DELIMITED BY SIZE
                       FUNCTION TRIM(D-COUNT) DELIMITED BY SIZE
                       " > POOL " DELIMITED BY SIZE
                       FUNCTION TRIM(D-LIMIT) DELIMITED BY SIZE
                   INTO EX-DETAIL
               PERFORM 4300-LOG-BREACH
                   THRU 4300-EXIT
           END-IF.
           GO TO 4200-EXIT.
       4200-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 4300-LOG-BREACH  --  ONE FORECAST EXCEPTION, RECORD CLEARED
      *                       AND DETAIL ALREADY BUILT IN EX-DETAIL
      *-------------------------------------------------------------
       4300-LOG-BREACH.
           ADD 1 TO WS-BREACH-COUNT.
           MOVE "FORECAST" TO EX-PROGRAM-ID.
           MOVE "FORECAST" TO EX-EXCEPTION-TYPE.
           MOVE 4 TO EX-RETURN-CODE.
           PERFORM 9550-WRITE-EXCEPTION-RECORD
               THRU 9550-EXIT.
           GO TO 4300-EXIT.
       4300-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 5000-PRINT-TOTALS  --  BREACH COUNT, RETURN CODE AND THE
      *                         RUN'S AUDIT RECORD
      *-------------------------------------------------------------
       5000-PRINT-TOTALS.
           MOVE SPACES TO FORECAST-RPT-RECORD.
           PERFORM 8900-WRITE-LINE
               THRU 8900-EXIT.
           IF WS-SITES-REPORTED = 0
               MOVE SPACES TO FORECAST-RPT-RECORD
               STRING "SITE " DELIMITED BY SIZE
                       WS-SITE-CODE DELIMITED BY SIZE
                       " IS NOT ON THE SITE TABLE - NOTHING FORECAST."
                           DELIMITED BY SIZE
                   INTO FORECAST-RPT-RECORD
               PERFORM 8900-WRITE-LINE
                   THRU 8900-EXIT
               MOVE 4 TO LK-RETURN-CODE
           END-IF.
           IF WS-BREACH-COUNT = 0
               MOVE "NO LIMIT BREACH FORECAST." TO FORECAST-RPT-RECORD
           ELSE
               MOVE WS-BREACH-COUNT TO D-COUNT
               MOVE SPACES TO FORECAST-RPT-RECORD
               STRING "LIMIT BREACHES FORECAST: " DELIMITED BY SIZE
                       FUNCTION TRIM(D-COUNT) DELIMITED BY SIZE
                       " - ADD STAFF OR BORROW BADGES BEFORE THE DAY."
                           DELIMITED BY SIZE
                   INTO FORECAST-RPT-RECORD
               MOVE 4 TO LK-RETURN-CODE
           END-IF.
           PERFORM 8900-WRITE-LINE
               THRU 8900-EXIT.
           MOVE LK-RETURN-CODE TO RETURN-CODE.
           MOVE SPACES TO DAILY-AUDIT-RECORD.
           MOVE "FORECAST" TO DA-PROGRAM-ID.
           MOVE WS-FC-DATE TO DA-INPUT-VALUE.
           MOVE WS-BREACH-COUNT TO D-COUNT.
           STRING "BREACHES " DELIMITED BY SIZE
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
           MOVE FORECAST-RPT-RECORD TO WS-RH-DETAIL.
           IF WS-RH-LINE-COUNT >= WS-RH-LINES-PER-PAGE
               PERFORM 9800-BUILD-PAGE-HEADING
                   THRU 9800-EXIT
               WRITE FORECAST-RPT-RECORD FROM WS-RH-HEADING-1
               WRITE FORECAST-RPT-RECORD FROM WS-RH-HEADING-2
               MOVE SPACES TO FORECAST-RPT-RECORD
               WRITE FORECAST-RPT-RECORD
               ADD 3 TO WS-RH-LINE-COUNT
               ADD 3 TO WS-RH-TOTAL-LINES
           END-IF.
           DISPLAY WS-RH-DETAIL.
           WRITE FORECAST-RPT-RECORD FROM WS-RH-DETAIL.
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
           WRITE FORECAST-RPT-RECORD FROM WS-RH-TRAILER.
           CLOSE FORECAST-RPT.
           PERFORM 9420-CLOSE-DAILY-AUDIT
               THRU 9420-EXIT.
           PERFORM 9470-CLOSE-EXCEPTION-LOG
               THRU 9470-EXIT.
           GO TO 9999-EXIT.
       9999-EXIT.
           EXIT.

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
      * 9300-LOAD-SYSPARM / 9350-GET-SYSPARM  --  COPIED
      *-------------------------------------------------------------
       COPY SYSPMPR.

      *-------------------------------------------------------------
      * 9320-LOAD-SITES / 9330-FIND-SITE  --  COPIED
      *-------------------------------------------------------------
       COPY SITEPR.

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
