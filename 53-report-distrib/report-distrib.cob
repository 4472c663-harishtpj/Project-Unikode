       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPORT-DISTRIB.
       AUTHOR. HARISH-KUMAR.
       INSTALLATION. UNIKODE-DATA-CENTER.
       DATE-WRITTEN. 2026/10/15.
       DATE-COMPILED.
      *-------------------------------------------------------------
      * MODIFICATION HISTORY
      *-------------------------------------------------------------
      * DATE       INIT DESCRIPTION
      * ---------- ---- -----------------------------------------
      * 2026/10/15  HK  FIRST VERSION - NIGHTLY REPORT DISTRIBUTION.
      *                 THE DISTRIBUTION LIST (DISTLIST.DAT, KEPT BY
      *                 OPERATIONS) NAMES EACH REPORT, WHO GETS IT
      *                 AND HOW MANY COPIES.  EVERY RECIPIENT GETS ONE
      *                 RUN-DATED BUNDLE (DIST<RECIPIENT>.YYYYMMDD.DAT)
      *                 HOLDING A COVER SHEET - WHAT IS ENCLOSED, WITH
      *                 THE PAGE AND LINE COUNTS FROM EACH REPORT'S
      *                 STANDARD TRAILER - FOLLOWED BY THE COPIES.
      *                 THE DAY'S COPY OF A REPORT IS THE LATEST ONE
      *                 ON THE OUTPUT CATALOG FOR THE BUSINESS DATE;
      *                 A FIXED-NAME REPORT COUNTS WHEN ITS PAGE
      *                 HEADINGS CARRY THE BUSINESS DATE.  A REPORT
      *                 THE LIST EXPECTS THAT WAS NOT PRODUCED THAT
      *                 DAY IS FLAGGED ON THE COVER SHEET, THE
      *                 DISTRIBUTION LOG (DISTLOG.DAT) AND THE
      *                 CONSOLE, AND THE STEP RETURNS 4 (AS IT DOES
      *                 FOR A REPORT WITH NO TRAILER).  BUNDLES GO ON
      *                 THE OUTPUT CATALOG, SO OUTPUT-HOUSEKEEP
      *                 PURGES THEM AFTER SYSPARM OUTPUT-RETENTION.
      * 2026/10/15  HK  ADDED THE PROGRAM'S BUILD IDENTITY - VERSION AND
      *                 COMPILE DATE, SEE VERSWS.CPY - STAMPED ON ITS
      *                 AUDIT RECORDS AND PAGE HEADINGS.  A CALL WITH A
      *                 RETURN CODE OF -1 NOW ONLY REPORTS THE BUILD,
      *                 FOR THE DAILY RUN'S VERSION CHECK.
      *-------------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DIST-LIST ASSIGN TO "DISTLIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DL-STATUS.
           SELECT DIST-LOG ASSIGN TO "DISTLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DG-STATUS.
           SELECT REPORT-IN ASSIGN TO DYNAMIC WS-REPORT-IN-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RN-STATUS.
           SELECT BUNDLE-OUT ASSIGN TO DYNAMIC WS-BUNDLE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BO-STATUS.
           COPY OUTCATSL.
           COPY AUDITSEL.
           COPY AUDITCSL.
           COPY RUNIDSEL.
           COPY SIGNSEL.
           COPY CALSEL.

       DATA DIVISION.
       FILE SECTION.
      *    ONE LINE PER REPORT PER RECIPIENT.  A "*" IN COLUMN 1
      *    MARKS A COMMENT.  COPIES BLANK MEANS 1.  EXPECTED "N"
      *    MARKS A REPORT THAT IS NOT PRODUCED EVERY DAY (MONTHLY,
      *    ON DEMAND) - IT IS ENCLOSED WHEN THERE, NEVER FLAGGED.
      *
      *    COLS  1-12  REPORT - THE REPORT FILE'S BASE NAME
      *                (E.G. ATTENDRPT, MULTRPT)
      *    COLS 14-21  RECIPIENT CODE (E.G. SECURITY, PAYROLL)
      *    COLS 23-24  COPIES (1 THRU 99)
      *    COL  26     EXPECTED EVERY BUSINESS DAY (Y/N)
      *    COLS 28-57  DESCRIPTION FOR THE COVER SHEET
       FD  DIST-LIST.
       01  DIST-LIST-RECORD.
           05 DL-REPORT-BASE       PIC X(12).
           05 FILLER               PIC X(01).
           05 DL-RECIPIENT         PIC X(08).
           05 FILLER               PIC X(01).
           05 DL-COPIES            PIC X(02).
           05 FILLER               PIC X(01).
           05 DL-EXPECTED-SW       PIC X(01).
           05 FILLER               PIC X(01).
           05 DL-DESCRIPTION       PIC X(30).

      *    ONE RECORD PER REPORT PER RECIPIENT PER NIGHT.
       FD  DIST-LOG.
       01  DIST-LOG-RECORD.
           05 DG-BUS-DATE          PIC 9(08).
           05 FILLER               PIC X(01).
           05 DG-RUN-ID            PIC X(13).
           05 FILLER               PIC X(01).
           05 DG-RECIPIENT         PIC X(08).
           05 FILLER               PIC X(01).
           05 DG-REPORT-BASE       PIC X(12).
           05 FILLER               PIC X(01).
           05 DG-OUTCOME           PIC X(10).
           05 FILLER               PIC X(01).
           05 DG-FILE-NAME         PIC X(30).
           05 FILLER               PIC X(01).
           05 DG-COPIES            PIC 9(02).
           05 FILLER               PIC X(01).
           05 DG-PAGES             PIC 9(04).
           05 FILLER               PIC X(01).
           05 DG-LINES             PIC 9(06).
           05 FILLER               PIC X(01).
           05 DG-BUNDLE-NAME       PIC X(30).
           05 FILLER               PIC X(01).
           05 DG-LOG-TIME          PIC 9(08).

       FD  REPORT-IN.
       01  REPORT-IN-RECORD        PIC X(200).

       FD  BUNDLE-OUT.
       01  BUNDLE-OUT-RECORD       PIC X(200).

       COPY OUTCATFD.

       COPY AUDITFD.

       COPY AUDITCFD.

       COPY RUNIDFD.

       COPY SIGNFD.

       COPY CALFD.

       WORKING-STORAGE SECTION.
      *    BUILD IDENTITY - RAISE WS-VR-VERSION WITH EACH ENTRY
      *    IN THE MODIFICATION HISTORY (SEE VERSWS.CPY)
       01  WS-VR-PROGRAM           PIC X(17) VALUE "REPORT-DISTRIB".
       01  WS-VR-VERSION           PIC X(06) VALUE "1.02".
       COPY VERSWS.
       COPY CALWS.
       COPY RUNIDWS.
       COPY AUDITCWS.
       COPY SIGNWS.
       COPY RPTHDWS.
       COPY OUTCATWS.
       01  WS-DA-STATUS            PIC X(02).
       01  WS-DL-STATUS            PIC X(02).
           88 WS-DL-OK                        VALUE "00".
       01  WS-DG-STATUS            PIC X(02).
           88 WS-DG-NOT-FOUND                 VALUE "35".
       01  WS-RN-STATUS            PIC X(02).
           88 WS-RN-OK                        VALUE "00".
       01  WS-BO-STATUS            PIC X(02).
           88 WS-BO-OK                        VALUE "00".

       01  WS-REPORT-IN-NAME       PIC X(30).
       01  WS-BUNDLE-NAME          PIC X(30).
       01  WS-BUS-ISO-DATE.
           05 WS-BI-YEAR           PIC 9(04).
           05 FILLER               PIC X(01) VALUE "-".
           05 WS-BI-MONTH          PIC 9(02).
           05 FILLER               PIC X(01) VALUE "-".
           05 WS-BI-DAY            PIC 9(02).

       01  WS-SWITCHES.
           05 WS-DL-EOF-SW         PIC X(01) VALUE "N".
               88 WS-DL-EOF                   VALUE "Y".
           05 WS-OC-EOF-SW         PIC X(01) VALUE "N".
               88 WS-OC-EOF                   VALUE "Y".
           05 WS-RN-EOF-SW         PIC X(01) VALUE "N".
               88 WS-RN-EOF                   VALUE "Y".
           05 WS-RN-OPENED-SW      PIC X(01) VALUE "N".
               88 WS-RN-OPENED                VALUE "Y".

      *    THE DISTRIBUTION LIST, AS LOADED.
       01  WS-LIST-TABLE.
           05 WS-LS-COUNT          PIC 9(03) VALUE 0 USAGE COMP.
           05 WS-LS-ENTRY          OCCURS 100 TIMES.
               10 WS-LS-BASE       PIC X(12).
               10 WS-LS-RECIPIENT  PIC X(08).
               10 WS-LS-COPIES     PIC 9(02).
               10 WS-LS-EXPECTED-SW PIC X(01).
                   88 WS-LS-EXPECTED          VALUE "Y".
               10 WS-LS-DESCRIPTION PIC X(30).
               10 WS-LS-RPT-IDX    PIC 9(03) USAGE COMP.
               10 WS-LS-DONE-SW    PIC X(01).
                   88 WS-LS-DONE              VALUE "Y".
       01  WS-LS-MAX               PIC 9(03) VALUE 100 USAGE COMP.
       01  WS-LS-IDX               PIC 9(03) USAGE COMP.
       01  WS-LS-IDX-2             PIC 9(03) USAGE COMP.
       01  WS-LS-LINE-NO           PIC 9(05) VALUE 0 USAGE COMP.

      *    ONE ROW PER DISTINCT REPORT ON THE LIST - WHERE TONIGHT'S
      *    COPY WAS FOUND AND WHAT ITS TRAILER SAYS.
       01  WS-REPORT-TABLE.
           05 WS-RP-COUNT          PIC 9(03) VALUE 0 USAGE COMP.
           05 WS-RP-ENTRY          OCCURS 100 TIMES.
               10 WS-RP-BASE       PIC X(12).
               10 WS-RP-FILE-NAME  PIC X(30).
               10 WS-RP-FOUND-SW   PIC X(01).
                   88 WS-RP-CATALOGED         VALUE "C".
                   88 WS-RP-FIXED-NAME        VALUE "F".
                   88 WS-RP-MISSING           VALUE "M".
                   88 WS-RP-PRODUCED          VALUE "C" "F".
               10 WS-RP-EXPECTED-SW PIC X(01).
                   88 WS-RP-EXPECTED          VALUE "Y".
               10 WS-RP-TRAILER-SW PIC X(01).
                   88 WS-RP-HAS-TRAILER       VALUE "Y".
               10 WS-RP-PAGES      PIC 9(04).
               10 WS-RP-LINES      PIC 9(06).
       01  WS-RP-IDX               PIC 9(03) USAGE COMP.
       01  WS-RP-HIT-IDX           PIC 9(03) USAGE COMP.
       01  WS-MATCH-PREFIX         PIC X(13).
       01  WS-MATCH-LEN            PIC 9(02) USAGE COMP.

      *    WHAT ONE PASS OVER A REPORT FILE FOUND.
       01  WS-MEASURE.
           05 WS-MS-LINE-CT        PIC 9(06) USAGE COMP.
           05 WS-MS-HEADING-CT     PIC 9(04) USAGE COMP.
           05 WS-MS-DATED-SW       PIC X(01).
               88 WS-MS-DATED                 VALUE "Y".
           05 WS-MS-TRAILER-SW     PIC X(01).
               88 WS-MS-HAS-TRAILER           VALUE "Y".
           05 WS-MS-TR-PAGES-SW    PIC X(01).
               88 WS-MS-TR-HAS-PAGES          VALUE "Y".
           05 WS-MS-TR-PAGES       PIC 9(06).
           05 WS-MS-TR-LINES       PIC 9(06).
       01  WS-TR-TOKEN-1           PIC X(10).
       01  WS-TR-TOKEN-2           PIC X(10).
       01  WS-TR-DELIM-1           PIC X(10).
       01  WS-TR-DELIM-2           PIC X(10).
       01  WS-TR-TOKEN             PIC X(10).
       01  WS-TR-DIGITS            PIC X(06) JUSTIFIED RIGHT.
       01  WS-TR-VALUE             PIC 9(06).

      *    THE BUNDLE BEING BUILT.
       01  WS-CUR-RECIPIENT        PIC X(08).
       01  WS-BAD-CHAR-CT          PIC 9(03) USAGE COMP.
       01  WS-NAME-LEN             PIC 9(02) USAGE COMP.
       01  WS-COPY-NO              PIC 9(02) USAGE COMP.
       01  WS-BUNDLE-COUNTS.
           05 WS-BN-ENCLOSED-CT    PIC 9(05) USAGE COMP.
           05 WS-BN-COPIES-CT      PIC 9(05) USAGE COMP.
           05 WS-BN-PAGES-CT       PIC 9(07) USAGE COMP.
           05 WS-BN-MISSING-CT     PIC 9(05) USAGE COMP.

       01  WS-COUNTERS.
           05 WS-IGNORED-CT        PIC 9(05) VALUE 0 USAGE COMP.
           05 WS-BUNDLE-CT         PIC 9(05) VALUE 0 USAGE COMP.
           05 WS-MISSING-CT        PIC 9(05) VALUE 0 USAGE COMP.
           05 WS-NO-TRAILER-CT     PIC 9(05) VALUE 0 USAGE COMP.

       01  D-COUNT                 PIC Z(4)9.
       01  D-COUNT-2               PIC Z(4)9.
       01  D-COUNT-3               PIC Z(6)9.
       01  D-COPIES                PIC Z9.
       01  D-PAGES                 PIC Z(3)9.
       01  D-LINES                 PIC Z(5)9.

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
           PERFORM 2000-LOAD-DIST-LIST
               THRU 2000-EXIT.
           IF WS-LS-COUNT > 0
               PERFORM 3000-LOCATE-REPORTS
                   THRU 3000-EXIT
               PERFORM 4000-BUILD-BUNDLES
                   THRU 4000-EXIT
           END-IF.
           PERFORM 5000-WRITE-TOTALS
               THRU 5000-EXIT.
           PERFORM 9999-TERMINATE
               THRU 9999-EXIT.
           GOBACK.

      *-------------------------------------------------------------
      * 1000-INITIALIZE  --  STAMPS, LOGS AND THE COVER-SHEET
      *                      HEADING
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
           MOVE WS-BUS-DATE(1:4) TO WS-BI-YEAR.
           MOVE WS-BUS-DATE(5:2) TO WS-BI-MONTH.
           MOVE WS-BUS-DATE(7:2) TO WS-BI-DAY.
           MOVE "REPORT DISTRIBUTION COVER" TO WS-RH-TITLE.
           MOVE "REPORT-DISTRIB" TO WS-RH-PROGRAM-ID.
           OPEN EXTEND DIST-LOG.
           IF WS-DG-NOT-FOUND
               OPEN OUTPUT DIST-LOG
               CLOSE DIST-LOG
               OPEN EXTEND DIST-LOG
           END-IF.
           GO TO 1000-EXIT.
       1000-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 2000-LOAD-DIST-LIST  --  NO LIST MEANS NOTHING IS DUE TO
      *                          ANYONE; THE STEP ENDS CLEAN
      *-------------------------------------------------------------
       2000-LOAD-DIST-LIST.
           OPEN INPUT DIST-LIST.
           IF NOT WS-DL-OK
               DISPLAY "REPORT-DISTRIB: no DISTLIST.DAT - nothing "
                   "to distribute"
               GO TO 2000-EXIT
           END-IF.
           MOVE "N" TO WS-DL-EOF-SW.
           PERFORM 2100-LOAD-ONE-ENTRY
               THRU 2100-EXIT
               UNTIL WS-DL-EOF.
           CLOSE DIST-LIST.
           IF WS-LS-COUNT = 0
               DISPLAY "REPORT-DISTRIB: DISTLIST.DAT has no entries "
                   "- nothing to distribute"
           END-IF.
           GO TO 2000-EXIT.
       2000-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 2100-LOAD-ONE-ENTRY  --  A LINE WITHOUT A REPORT OR A
      *                          RECIPIENT, OR WITH A RECIPIENT THAT
      *                          CANNOT NAME A FILE, IS SKIPPED WITH
      *                          A WARNING
      *-------------------------------------------------------------
       2100-LOAD-ONE-ENTRY.
           READ DIST-LIST
               AT END
                   MOVE "Y" TO WS-DL-EOF-SW
                   GO TO 2100-EXIT
           END-READ.
           ADD 1 TO WS-LS-LINE-NO.
           IF DIST-LIST-RECORD = SPACES
               OR DIST-LIST-RECORD(1:1) = "*"
               GO TO 2100-EXIT
           END-IF.
           MOVE FUNCTION UPPER-CASE(DL-REPORT-BASE) TO DL-REPORT-BASE.
           MOVE FUNCTION UPPER-CASE(DL-RECIPIENT) TO DL-RECIPIENT.
           MOVE FUNCTION UPPER-CASE(DL-EXPECTED-SW)
               TO DL-EXPECTED-SW.
           MOVE WS-LS-LINE-NO TO D-COUNT.
           IF DL-REPORT-BASE = SPACES
               OR DL-RECIPIENT = SPACES
               DISPLAY "REPORT-DISTRIB: list line "
                   FUNCTION TRIM(D-COUNT)
                   " ignored - report or recipient missing"
               ADD 1 TO WS-IGNORED-CT
               GO TO 2100-EXIT
           END-IF.
           MOVE FUNCTION TRIM(DL-REPORT-BASE) TO DL-REPORT-BASE.
           MOVE FUNCTION TRIM(DL-RECIPIENT) TO DL-RECIPIENT.
           MOVE 0 TO WS-BAD-CHAR-CT.
           COMPUTE WS-NAME-LEN =
               FUNCTION LENGTH(FUNCTION TRIM(DL-RECIPIENT)).
           INSPECT DL-RECIPIENT(1:WS-NAME-LEN)
               TALLYING WS-BAD-CHAR-CT
                   FOR ALL " " ALL "." ALL "/" ALL "\" ALL "*".
           COMPUTE WS-NAME-LEN =
               FUNCTION LENGTH(FUNCTION TRIM(DL-REPORT-BASE)).
           INSPECT DL-REPORT-BASE(1:WS-NAME-LEN)
               TALLYING WS-BAD-CHAR-CT
                   FOR ALL " " ALL "." ALL "/" ALL "\" ALL "*".
           IF WS-BAD-CHAR-CT > 0
               DISPLAY "REPORT-DISTRIB: list line "
                   FUNCTION TRIM(D-COUNT)
                   " ignored - report or recipient is not a "
                   "plain name"
               ADD 1 TO WS-IGNORED-CT
               GO TO 2100-EXIT
           END-IF.
           IF WS-LS-COUNT >= WS-LS-MAX
               DISPLAY "REPORT-DISTRIB: list line "
                   FUNCTION TRIM(D-COUNT)
                   " ignored - list table full"
               ADD 1 TO WS-IGNORED-CT
               GO TO 2100-EXIT
           END-IF.
           ADD 1 TO WS-LS-COUNT.
           MOVE DL-REPORT-BASE TO WS-LS-BASE(WS-LS-COUNT).
           MOVE DL-RECIPIENT TO WS-LS-RECIPIENT(WS-LS-COUNT).
           MOVE DL-DESCRIPTION TO WS-LS-DESCRIPTION(WS-LS-COUNT).
           MOVE "N" TO WS-LS-DONE-SW(WS-LS-COUNT).
           IF DL-EXPECTED-SW = "N"
               MOVE "N" TO WS-LS-EXPECTED-SW(WS-LS-COUNT)
           ELSE
               MOVE "Y" TO WS-LS-EXPECTED-SW(WS-LS-COUNT)
           END-IF.
           EVALUATE TRUE
               WHEN DL-COPIES = SPACES
                   MOVE 1 TO WS-LS-COPIES(WS-LS-COUNT)
               WHEN DL-COPIES IS NUMERIC
                   MOVE DL-COPIES TO WS-LS-COPIES(WS-LS-COUNT)
               WHEN DL-COPIES(1:1) IS NUMERIC
                   AND DL-COPIES(2:1) = SPACE
                   MOVE DL-COPIES(1:1) TO WS-LS-COPIES(WS-LS-COUNT)
               WHEN DL-COPIES(1:1) = SPACE
                   AND DL-COPIES(2:1) IS NUMERIC
                   MOVE DL-COPIES(2:1) TO WS-LS-COPIES(WS-LS-COUNT)
               WHEN OTHER
                   MOVE 0 TO WS-LS-COPIES(WS-LS-COUNT)
           END-EVALUATE.
           IF WS-LS-COPIES(WS-LS-COUNT) = 0
               DISPLAY "REPORT-DISTRIB: list line "
                   FUNCTION TRIM(D-COUNT)
                   " copies not 1 thru 99 - sending 1"
               MOVE 1 TO WS-LS-COPIES(WS-LS-COUNT)
           END-IF.
           PERFORM 2200-ADD-REPORT
               THRU 2200-EXIT.
           GO TO 2100-EXIT.
       2100-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 2200-ADD-REPORT  --  ONE REPORT ROW PER DISTINCT REPORT; IT
      *                      IS EXPECTED IF ANY LINE EXPECTS IT
      *-------------------------------------------------------------
       2200-ADD-REPORT.
           MOVE 0 TO WS-RP-HIT-IDX.
           PERFORM 2210-MATCH-REPORT
               THRU 2210-EXIT
               VARYING WS-RP-IDX FROM 1 BY 1
                   UNTIL WS-RP-IDX > WS-RP-COUNT
                      OR WS-RP-HIT-IDX > 0.
           IF WS-RP-HIT-IDX = 0
               ADD 1 TO WS-RP-COUNT
               MOVE WS-RP-COUNT TO WS-RP-HIT-IDX
               MOVE DL-REPORT-BASE TO WS-RP-BASE(WS-RP-HIT-IDX)
               MOVE SPACES TO WS-RP-FILE-NAME(WS-RP-HIT-IDX)
               MOVE "M" TO WS-RP-FOUND-SW(WS-RP-HIT-IDX)
               MOVE "N" TO WS-RP-EXPECTED-SW(WS-RP-HIT-IDX)
               MOVE "N" TO WS-RP-TRAILER-SW(WS-RP-HIT-IDX)
               MOVE 0 TO WS-RP-PAGES(WS-RP-HIT-IDX)
               MOVE 0 TO WS-RP-LINES(WS-RP-HIT-IDX)
           END-IF.
           IF WS-LS-EXPECTED(WS-LS-COUNT)
               MOVE "Y" TO WS-RP-EXPECTED-SW(WS-RP-HIT-IDX)
           END-IF.
           MOVE WS-RP-HIT-IDX TO WS-LS-RPT-IDX(WS-LS-COUNT).
           GO TO 2200-EXIT.
       2200-EXIT.
           EXIT.

       2210-MATCH-REPORT.
           IF WS-RP-BASE(WS-RP-IDX) = DL-REPORT-BASE
               MOVE WS-RP-IDX TO WS-RP-HIT-IDX
           END-IF.
           GO TO 2210-EXIT.
       2210-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 3000-LOCATE-REPORTS  --  FIND TONIGHT'S COPY OF EVERY
      *                          REPORT ON THE LIST: FIRST THE
      *                          OUTPUT CATALOG, THEN THE FIXED NAME
      *-------------------------------------------------------------
       3000-LOCATE-REPORTS.
           OPEN INPUT OUTPUT-CATALOG.
           IF WS-OC-OK
               MOVE "N" TO WS-OC-EOF-SW
               PERFORM 3100-SCAN-CATALOG-ENTRY
                   THRU 3100-EXIT
                   UNTIL WS-OC-EOF
               CLOSE OUTPUT-CATALOG
           END-IF.
           PERFORM 3200-CHECK-ONE-REPORT
               THRU 3200-EXIT
               VARYING WS-RP-IDX FROM 1 BY 1
                   UNTIL WS-RP-IDX > WS-RP-COUNT.
           GO TO 3000-EXIT.
       3000-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 3100-SCAN-CATALOG-ENTRY  --  THE CATALOG IS IN PRODUCTION
      *                              ORDER, SO THE LAST ENTRY FOR
      *                              THE BUSINESS DATE (A RERUN'S
      *                              .SNN COPY) WINS
      *-------------------------------------------------------------
       3100-SCAN-CATALOG-ENTRY.
           READ OUTPUT-CATALOG
               AT END
                   MOVE "Y" TO WS-OC-EOF-SW
                   GO TO 3100-EXIT
           END-READ.
           IF OC-CREATE-DATE NOT = WS-BUS-DATE
               GO TO 3100-EXIT
           END-IF.
           PERFORM 3110-MATCH-CATALOG-ENTRY
               THRU 3110-EXIT
               VARYING WS-RP-IDX FROM 1 BY 1
                   UNTIL WS-RP-IDX > WS-RP-COUNT.
           GO TO 3100-EXIT.
       3100-EXIT.
           EXIT.

       3110-MATCH-CATALOG-ENTRY.
           MOVE SPACES TO WS-MATCH-PREFIX.
           STRING FUNCTION TRIM(WS-RP-BASE(WS-RP-IDX))
                       DELIMITED BY SIZE
                   "." DELIMITED BY SIZE
               INTO WS-MATCH-PREFIX.
           COMPUTE WS-MATCH-LEN =
               FUNCTION LENGTH(FUNCTION TRIM(WS-RP-BASE(WS-RP-IDX)))
               + 1.
           IF OC-FILE-NAME(1:WS-MATCH-LEN)
               = WS-MATCH-PREFIX(1:WS-MATCH-LEN)
               MOVE OC-FILE-NAME TO WS-RP-FILE-NAME(WS-RP-IDX)
               MOVE "C" TO WS-RP-FOUND-SW(WS-RP-IDX)
           END-IF.
           GO TO 3110-EXIT.
       3110-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 3200-CHECK-ONE-REPORT  --  A CATALOGED COPY MUST STILL BE
      *                            ON DISK; OTHERWISE THE FIXED-NAME
      *                            REPORT COUNTS ONLY WHEN ITS PAGE
      *                            HEADINGS CARRY THE BUSINESS DATE
      *-------------------------------------------------------------
       3200-CHECK-ONE-REPORT.
           IF WS-RP-CATALOGED(WS-RP-IDX)
               MOVE WS-RP-FILE-NAME(WS-RP-IDX) TO WS-REPORT-IN-NAME
               PERFORM 3400-MEASURE-REPORT
                   THRU 3400-EXIT
               IF WS-RN-OPENED
                   GO TO 3200-RECORD-MEASURE
               END-IF
           END-IF.
           MOVE SPACES TO WS-REPORT-IN-NAME.
           STRING FUNCTION TRIM(WS-RP-BASE(WS-RP-IDX))
                       DELIMITED BY SIZE
                   ".DAT" DELIMITED BY SIZE
               INTO WS-REPORT-IN-NAME.
           PERFORM 3400-MEASURE-REPORT
               THRU 3400-EXIT.
           IF WS-RN-OPENED
               AND WS-MS-DATED
               MOVE WS-REPORT-IN-NAME TO WS-RP-FILE-NAME(WS-RP-IDX)
               MOVE "F" TO WS-RP-FOUND-SW(WS-RP-IDX)
               GO TO 3200-RECORD-MEASURE
           END-IF.
           MOVE SPACES TO WS-RP-FILE-NAME(WS-RP-IDX).
           MOVE "M" TO WS-RP-FOUND-SW(WS-RP-IDX).
           IF WS-RP-EXPECTED(WS-RP-IDX)
               ADD 1 TO WS-MISSING-CT
               DISPLAY "REPORT-DISTRIB: *** "
                   FUNCTION TRIM(WS-RP-BASE(WS-RP-IDX))
                   " NOT PRODUCED FOR BUSINESS DATE "
                   WS-BUS-ISO-DATE " ***"
           END-IF.
           GO TO 3200-EXIT.
       3200-RECORD-MEASURE.
           MOVE WS-MS-TRAILER-SW TO WS-RP-TRAILER-SW(WS-RP-IDX).
           IF WS-MS-HAS-TRAILER
               MOVE WS-MS-TR-LINES TO WS-RP-LINES(WS-RP-IDX)
           ELSE
               MOVE WS-MS-LINE-CT TO WS-RP-LINES(WS-RP-IDX)
               ADD 1 TO WS-NO-TRAILER-CT
               DISPLAY "REPORT-DISTRIB: "
                   FUNCTION TRIM(WS-RP-FILE-NAME(WS-RP-IDX))
                   " has no end-of-report trailer - possibly "
                   "truncated"
           END-IF.
           IF WS-MS-TR-HAS-PAGES
               MOVE WS-MS-TR-PAGES TO WS-RP-PAGES(WS-RP-IDX)
           ELSE
               MOVE WS-MS-HEADING-CT TO WS-RP-PAGES(WS-RP-IDX)
           END-IF.
           GO TO 3200-EXIT.
       3200-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 3400-MEASURE-REPORT  --  ONE PASS OVER WS-REPORT-IN-NAME:
      *                          LINES, STANDARD PAGE HEADINGS (AND
      *                          WHETHER ANY CARRIES THE BUSINESS
      *                          DATE) AND THE END-OF-REPORT TRAILER
      *-------------------------------------------------------------
       3400-MEASURE-REPORT.
           MOVE 0 TO WS-MS-LINE-CT.
           MOVE 0 TO WS-MS-HEADING-CT.
           MOVE 0 TO WS-MS-TR-PAGES.
           MOVE 0 TO WS-MS-TR-LINES.
           MOVE "N" TO WS-MS-DATED-SW.
           MOVE "N" TO WS-MS-TRAILER-SW.
           MOVE "N" TO WS-MS-TR-PAGES-SW.
           MOVE "N" TO WS-RN-OPENED-SW.
           OPEN INPUT REPORT-IN.
           IF NOT WS-RN-OK
               GO TO 3400-EXIT
           END-IF.
           MOVE "Y" TO WS-RN-OPENED-SW.
           MOVE "N" TO WS-RN-EOF-SW.
           PERFORM 3410-MEASURE-ONE-LINE
               THRU 3410-EXIT
               UNTIL WS-RN-EOF.
           CLOSE REPORT-IN.
           GO TO 3400-EXIT.
       3400-EXIT.
           EXIT.

       3410-MEASURE-ONE-LINE.
           READ REPORT-IN
               AT END
                   MOVE "Y" TO WS-RN-EOF-SW
                   GO TO 3410-EXIT
           END-READ.
           ADD 1 TO WS-MS-LINE-CT.
           IF REPORT-IN-RECORD(31:8) = "  DATE: "
               AND REPORT-IN-RECORD(49:8) = "  PAGE: "
               ADD 1 TO WS-MS-HEADING-CT
               IF REPORT-IN-RECORD(39:10) = WS-BUS-ISO-DATE
                   MOVE "Y" TO WS-MS-DATED-SW
               END-IF
               GO TO 3410-EXIT
           END-IF.
           IF REPORT-IN-RECORD(1:20) = "*** END OF REPORT - "
               PERFORM 3420-READ-TRAILER
                   THRU 3420-EXIT
           END-IF.
           GO TO 3410-EXIT.
       3410-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 3420-READ-TRAILER  --  "N PAGE(S), N LINE(S) PRINTED", OR
      *                        "N LINE(S) PRINTED" ON A REPORT
      *                        WRITTEN BEFORE THE TRAILER CARRIED
      *                        THE PAGE COUNT
      *-------------------------------------------------------------
       3420-READ-TRAILER.
           MOVE "Y" TO WS-MS-TRAILER-SW.
           MOVE SPACES TO WS-TR-TOKEN-1 WS-TR-TOKEN-2
                          WS-TR-DELIM-1 WS-TR-DELIM-2.
           UNSTRING REPORT-IN-RECORD(21:60)
               DELIMITED BY " PAGE(S), " OR " LINE(S)"
               INTO WS-TR-TOKEN-1 DELIMITER IN WS-TR-DELIM-1
                    WS-TR-TOKEN-2 DELIMITER IN WS-TR-DELIM-2
           END-UNSTRING.
           IF WS-TR-DELIM-1 = " PAGE(S), "
               MOVE WS-TR-TOKEN-1 TO WS-TR-TOKEN
               PERFORM 3430-TOKEN-TO-NUMBER
                   THRU 3430-EXIT
               MOVE WS-TR-VALUE TO WS-MS-TR-PAGES
               MOVE "Y" TO WS-MS-TR-PAGES-SW
               MOVE WS-TR-TOKEN-2 TO WS-TR-TOKEN
           ELSE
               MOVE WS-TR-TOKEN-1 TO WS-TR-TOKEN
           END-IF.
           PERFORM 3430-TOKEN-TO-NUMBER
               THRU 3430-EXIT.
           MOVE WS-TR-VALUE TO WS-MS-TR-LINES.
           GO TO 3420-EXIT.
       3420-EXIT.
           EXIT.

       3430-TOKEN-TO-NUMBER.
           MOVE 0 TO WS-TR-VALUE.
           IF WS-TR-TOKEN = SPACES
               GO TO 3430-EXIT
           END-IF.
           MOVE FUNCTION TRIM(WS-TR-TOKEN) TO WS-TR-DIGITS.
           INSPECT WS-TR-DIGITS REPLACING LEADING SPACES BY "0".
           IF WS-TR-DIGITS IS NUMERIC
               MOVE WS-TR-DIGITS TO WS-TR-VALUE
           END-IF.
           GO TO 3430-EXIT.
       3430-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 4000-BUILD-BUNDLES  --  ONE BUNDLE PER RECIPIENT, IN THE
      *                         ORDER RECIPIENTS FIRST APPEAR ON
      *                         THE LIST
      *-------------------------------------------------------------
       4000-BUILD-BUNDLES.
           PERFORM 4100-BUILD-ONE-BUNDLE
               THRU 4100-EXIT
               VARYING WS-LS-IDX FROM 1 BY 1
                   UNTIL WS-LS-IDX > WS-LS-COUNT.
           GO TO 4000-EXIT.
       4000-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 4100-BUILD-ONE-BUNDLE  --  COVER SHEET (A STANDARD REPORT
      *                            WITH ITS OWN HEADINGS AND
      *                            TRAILER), THEN EVERY COPY OF
      *                            EVERY REPORT PRODUCED
      *-------------------------------------------------------------
       4100-BUILD-ONE-BUNDLE.
           IF WS-LS-DONE(WS-LS-IDX)
               GO TO 4100-EXIT
           END-IF.
           MOVE WS-LS-RECIPIENT(WS-LS-IDX) TO WS-CUR-RECIPIENT.
           MOVE SPACES TO WS-OC-BASE.
           STRING "DIST" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-CUR-RECIPIENT) DELIMITED BY SIZE
               INTO WS-OC-BASE.
           PERFORM 9430-BUILD-DATED-NAME
               THRU 9430-EXIT.
           MOVE WS-OC-DATED-NAME TO WS-BUNDLE-NAME.
           OPEN OUTPUT BUNDLE-OUT.
           IF NOT WS-BO-OK
               DISPLAY "REPORT-DISTRIB: cannot create "
                   FUNCTION TRIM(WS-BUNDLE-NAME)
                   " - status " WS-BO-STATUS
               MOVE 8 TO LK-RETURN-CODE
               PERFORM 4110-MARK-RECIPIENT-DONE
                   THRU 4110-EXIT
                   VARYING WS-LS-IDX-2 FROM WS-LS-IDX BY 1
                       UNTIL WS-LS-IDX-2 > WS-LS-COUNT
               GO TO 4100-EXIT
           END-IF.
           PERFORM 9440-CATALOG-OUTPUT
               THRU 9440-EXIT.
           ADD 1 TO WS-BUNDLE-CT.
           MOVE 0 TO WS-RH-PAGE-NO.
           MOVE 0 TO WS-RH-TOTAL-LINES.
           MOVE 999 TO WS-RH-LINE-COUNT.
           MOVE 0 TO WS-BN-ENCLOSED-CT.
           MOVE 0 TO WS-BN-COPIES-CT.
           MOVE 0 TO WS-BN-PAGES-CT.
           MOVE 0 TO WS-BN-MISSING-CT.
           MOVE SPACES TO BUNDLE-OUT-RECORD.
           STRING "RECIPIENT:     " DELIMITED BY SIZE
                   WS-CUR-RECIPIENT DELIMITED BY SIZE
               INTO BUNDLE-OUT-RECORD.
           PERFORM 8900-WRITE-LINE
               THRU 8900-EXIT.
           MOVE SPACES TO BUNDLE-OUT-RECORD.
           STRING "BUNDLE:        " DELIMITED BY SIZE
                   WS-BUNDLE-NAME DELIMITED BY SIZE
               INTO BUNDLE-OUT-RECORD.
           PERFORM 8900-WRITE-LINE
               THRU 8900-EXIT.
           MOVE SPACES TO BUNDLE-OUT-RECORD.
           PERFORM 8900-WRITE-LINE
               THRU 8900-EXIT.
           MOVE "REPORT       DESCRIPTION                    COPIES "
               TO BUNDLE-OUT-RECORD.
           MOVE "PAGES  LINES STATUS" TO BUNDLE-OUT-RECORD(52:19).
           PERFORM 8900-WRITE-LINE
               THRU 8900-EXIT.
           PERFORM 4200-COVER-ONE-ENTRY
               THRU 4200-EXIT
               VARYING WS-LS-IDX-2 FROM WS-LS-IDX BY 1
                   UNTIL WS-LS-IDX-2 > WS-LS-COUNT.
           PERFORM 4300-COVER-TOTALS
               THRU 4300-EXIT.
           PERFORM 9850-BUILD-REPORT-TRAILER
               THRU 9850-EXIT.
           DISPLAY WS-RH-TRAILER.
           WRITE BUNDLE-OUT-RECORD FROM WS-RH-TRAILER.
           PERFORM 4400-ENCLOSE-ONE-ENTRY
               THRU 4400-EXIT
               VARYING WS-LS-IDX-2 FROM WS-LS-IDX BY 1
                   UNTIL WS-LS-IDX-2 > WS-LS-COUNT.
           CLOSE BUNDLE-OUT.
           GO TO 4100-EXIT.
       4100-EXIT.
           EXIT.

       4110-MARK-RECIPIENT-DONE.
           IF WS-LS-RECIPIENT(WS-LS-IDX-2) = WS-CUR-RECIPIENT
               MOVE "Y" TO WS-LS-DONE-SW(WS-LS-IDX-2)
           END-IF.
           GO TO 4110-EXIT.
       4110-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 4200-COVER-ONE-ENTRY  --  ONE COVER-SHEET LINE (AND ONE
      *                           DISTRIBUTION LOG RECORD) PER LIST
      *                           LINE FOR THIS RECIPIENT
      *-------------------------------------------------------------
       4200-COVER-ONE-ENTRY.
           IF WS-LS-RECIPIENT(WS-LS-IDX-2) NOT = WS-CUR-RECIPIENT
               GO TO 4200-EXIT
           END-IF.
           MOVE "Y" TO WS-LS-DONE-SW(WS-LS-IDX-2).
           MOVE WS-LS-RPT-IDX(WS-LS-IDX-2) TO WS-RP-IDX.
           MOVE SPACES TO DIST-LOG-RECORD.
           MOVE WS-BUS-DATE TO DG-BUS-DATE.
           MOVE WS-RUN-ID TO DG-RUN-ID.
           MOVE WS-CUR-RECIPIENT TO DG-RECIPIENT.
           MOVE WS-RP-BASE(WS-RP-IDX) TO DG-REPORT-BASE.
           MOVE WS-RP-FILE-NAME(WS-RP-IDX) TO DG-FILE-NAME.
           MOVE WS-BUNDLE-NAME TO DG-BUNDLE-NAME.
           MOVE WS-RP-PAGES(WS-RP-IDX) TO DG-PAGES.
           MOVE WS-RP-LINES(WS-RP-IDX) TO DG-LINES.
           MOVE WS-RP-PAGES(WS-RP-IDX) TO D-PAGES.
           MOVE WS-RP-LINES(WS-RP-IDX) TO D-LINES.
           MOVE WS-LS-COPIES(WS-LS-IDX-2) TO D-COPIES.
           MOVE SPACES TO BUNDLE-OUT-RECORD.
           MOVE WS-RP-BASE(WS-RP-IDX) TO BUNDLE-OUT-RECORD(1:12).
           MOVE WS-LS-DESCRIPTION(WS-LS-IDX-2)
               TO BUNDLE-OUT-RECORD(14:30).
           MOVE D-COPIES TO BUNDLE-OUT-RECORD(49:2).
           EVALUATE TRUE
               WHEN WS-RP-PRODUCED(WS-RP-IDX)
                   MOVE WS-LS-COPIES(WS-LS-IDX-2) TO DG-COPIES
                   ADD 1 TO WS-BN-ENCLOSED-CT
                   ADD WS-LS-COPIES(WS-LS-IDX-2) TO WS-BN-COPIES-CT
                   COMPUTE WS-BN-PAGES-CT = WS-BN-PAGES-CT
                       + WS-RP-PAGES(WS-RP-IDX)
                       * WS-LS-COPIES(WS-LS-IDX-2)
                   MOVE D-PAGES TO BUNDLE-OUT-RECORD(53:4)
                   MOVE D-LINES TO BUNDLE-OUT-RECORD(58:6)
                   IF WS-RP-HAS-TRAILER(WS-RP-IDX)
                       MOVE "ENCLOSED" TO BUNDLE-OUT-RECORD(65:16)
                       MOVE "ENCLOSED" TO DG-OUTCOME
                   ELSE
                       MOVE "NO TRAILER" TO BUNDLE-OUT-RECORD(65:16)
                       MOVE "NO TRAILER" TO DG-OUTCOME
                   END-IF
               WHEN WS-LS-EXPECTED(WS-LS-IDX-2)
                   MOVE 0 TO DG-COPIES
                   ADD 1 TO WS-BN-MISSING-CT
                   MOVE "*** MISSING ***" TO BUNDLE-OUT-RECORD(65:16)
                   MOVE "MISSING" TO DG-OUTCOME
               WHEN OTHER
                   MOVE 0 TO DG-COPIES
                   MOVE "NOT PRODUCED" TO BUNDLE-OUT-RECORD(65:16)
                   MOVE "NOT DUE" TO DG-OUTCOME
           END-EVALUATE.
           PERFORM 8900-WRITE-LINE
               THRU 8900-EXIT.
           IF WS-RP-PRODUCED(WS-RP-IDX)
               MOVE SPACES TO BUNDLE-OUT-RECORD
               STRING "             FILE: " DELIMITED BY SIZE
                       WS-RP-FILE-NAME(WS-RP-IDX) DELIMITED BY SIZE
                   INTO BUNDLE-OUT-RECORD
               PERFORM 8900-WRITE-LINE
                   THRU 8900-EXIT
           END-IF.
           ACCEPT DG-LOG-TIME FROM TIME.
           WRITE DIST-LOG-RECORD.
           GO TO 4200-EXIT.
       4200-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 4300-COVER-TOTALS  --  WHAT THE BUNDLE HOLDS, AND A WARNING
      *                        LINE WHEN SOMETHING DUE IS NOT THERE
      *-------------------------------------------------------------
       4300-COVER-TOTALS.
           MOVE SPACES TO BUNDLE-OUT-RECORD.
           PERFORM 8900-WRITE-LINE
               THRU 8900-EXIT.
           MOVE WS-BN-ENCLOSED-CT TO D-COUNT.
           MOVE WS-BN-COPIES-CT TO D-COUNT-2.
           MOVE WS-BN-PAGES-CT TO D-COUNT-3.
           MOVE SPACES TO BUNDLE-OUT-RECORD.
           STRING "REPORTS ENCLOSED: " DELIMITED BY SIZE
                   D-COUNT DELIMITED BY SIZE
                   "   COPIES: " DELIMITED BY SIZE
                   D-COUNT-2 DELIMITED BY SIZE
                   "   PAGES: " DELIMITED BY SIZE
                   D-COUNT-3 DELIMITED BY SIZE
               INTO BUNDLE-OUT-RECORD.
           PERFORM 8900-WRITE-LINE
               THRU 8900-EXIT.
           MOVE WS-BN-MISSING-CT TO D-COUNT.
           MOVE SPACES TO BUNDLE-OUT-RECORD.
           STRING "REPORTS MISSING:  " DELIMITED BY SIZE
                   D-COUNT DELIMITED BY SIZE
               INTO BUNDLE-OUT-RECORD.
           PERFORM 8900-WRITE-LINE
               THRU 8900-EXIT.
           IF WS-BN-MISSING-CT > 0
               MOVE SPACES TO BUNDLE-OUT-RECORD
               PERFORM 8900-WRITE-LINE
                   THRU 8900-EXIT
               MOVE SPACES TO BUNDLE-OUT-RECORD
               STRING "*** REPORTS MARKED MISSING WERE NOT PRODUCED "
                           DELIMITED BY SIZE
                       "FOR " DELIMITED BY SIZE
                       WS-BUS-ISO-DATE DELIMITED BY SIZE
                       " ***" DELIMITED BY SIZE
                   INTO BUNDLE-OUT-RECORD
               PERFORM 8900-WRITE-LINE
                   THRU 8900-EXIT
           END-IF.
           GO TO 4300-EXIT.
       4300-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 4400-ENCLOSE-ONE-ENTRY  --  EVERY COPY OF ONE PRODUCED
      *                             REPORT, EACH BEHIND A SEPARATOR
      *                             LINE
      *-------------------------------------------------------------
       4400-ENCLOSE-ONE-ENTRY.
           IF WS-LS-RECIPIENT(WS-LS-IDX-2) NOT = WS-CUR-RECIPIENT
               GO TO 4400-EXIT
           END-IF.
           MOVE WS-LS-RPT-IDX(WS-LS-IDX-2) TO WS-RP-IDX.
           IF NOT WS-RP-PRODUCED(WS-RP-IDX)
               GO TO 4400-EXIT
           END-IF.
           MOVE WS-RP-FILE-NAME(WS-RP-IDX) TO WS-REPORT-IN-NAME.
           PERFORM 4410-ENCLOSE-ONE-COPY
               THRU 4410-EXIT
               VARYING WS-COPY-NO FROM 1 BY 1
                   UNTIL WS-COPY-NO > WS-LS-COPIES(WS-LS-IDX-2).
           GO TO 4400-EXIT.
       4400-EXIT.
           EXIT.

       4410-ENCLOSE-ONE-COPY.
           MOVE WS-COPY-NO TO D-COPIES.
           MOVE WS-LS-COPIES(WS-LS-IDX-2) TO D-COUNT.
           MOVE SPACES TO BUNDLE-OUT-RECORD.
           WRITE BUNDLE-OUT-RECORD.
           MOVE SPACES TO BUNDLE-OUT-RECORD.
           STRING "===== ENCLOSURE: " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-REPORT-IN-NAME) DELIMITED BY SIZE
                   "  COPY " DELIMITED BY SIZE
                   FUNCTION TRIM(D-COPIES) DELIMITED BY SIZE
                   " OF " DELIMITED BY SIZE
                   FUNCTION TRIM(D-COUNT) DELIMITED BY SIZE
                   " =====" DELIMITED BY SIZE
               INTO BUNDLE-OUT-RECORD.
           WRITE BUNDLE-OUT-RECORD.
           OPEN INPUT REPORT-IN.
           IF NOT WS-RN-OK
               MOVE "***** ENCLOSURE COULD NOT BE READ *****"
                   TO BUNDLE-OUT-RECORD
               WRITE BUNDLE-OUT-RECORD
               GO TO 4410-EXIT
           END-IF.
           MOVE "N" TO WS-RN-EOF-SW.
           PERFORM 4420-COPY-ONE-LINE
               THRU 4420-EXIT
               UNTIL WS-RN-EOF.
           CLOSE REPORT-IN.
           GO TO 4410-EXIT.
       4410-EXIT.
           EXIT.

       4420-COPY-ONE-LINE.
           READ REPORT-IN
               AT END
                   MOVE "Y" TO WS-RN-EOF-SW
                   GO TO 4420-EXIT
           END-READ.
           WRITE BUNDLE-OUT-RECORD FROM REPORT-IN-RECORD.
           GO TO 4420-EXIT.
       4420-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 5000-WRITE-TOTALS  --  CONSOLE SUMMARY, RETURN CODE AND THE
      *                        RUN'S OWN AUDIT RECORD
      *-------------------------------------------------------------
       5000-WRITE-TOTALS.
           IF LK-RETURN-CODE < 4
               AND (WS-MISSING-CT > 0
                    OR WS-NO-TRAILER-CT > 0)
               MOVE 4 TO LK-RETURN-CODE
           END-IF.
           MOVE WS-BUNDLE-CT TO D-COUNT.
           MOVE WS-MISSING-CT TO D-COUNT-2.
           DISPLAY "REPORT-DISTRIB: " FUNCTION TRIM(D-COUNT)
               " bundle(s) built, " FUNCTION TRIM(D-COUNT-2)
               " expected report(s) missing".
           IF WS-NO-TRAILER-CT > 0
               MOVE WS-NO-TRAILER-CT TO D-COUNT
               DISPLAY "REPORT-DISTRIB: " FUNCTION TRIM(D-COUNT)
                   " report(s) enclosed without a trailer"
           END-IF.
           IF WS-IGNORED-CT > 0
               MOVE WS-IGNORED-CT TO D-COUNT
               DISPLAY "REPORT-DISTRIB: " FUNCTION TRIM(D-COUNT)
                   " list line(s) ignored"
           END-IF.
           MOVE SPACES TO DAILY-AUDIT-RECORD.
           MOVE "RPT-DISTRIB" TO DA-PROGRAM-ID.
           MOVE WS-BUNDLE-CT TO D-COUNT.
           STRING "BUNDLES " DELIMITED BY SIZE
                   FUNCTION TRIM(D-COUNT) DELIMITED BY SIZE
               INTO DA-INPUT-VALUE.
           MOVE WS-MISSING-CT TO D-COUNT.
           STRING "MISSING " DELIMITED BY SIZE
                   FUNCTION TRIM(D-COUNT) DELIMITED BY SIZE
               INTO DA-OUTPUT-VALUE.
           MOVE LK-RETURN-CODE TO DA-RETURN-CODE.
           PERFORM 9500-WRITE-AUDIT-RECORD
               THRU 9500-EXIT.
           GO TO 5000-EXIT.
       5000-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 8900-WRITE-LINE  --  DISPLAY AND PRINT ONE COVER-SHEET
      *                       LINE, WITH THE SHARED PAGE-HEADING
      *                       BREAK
      *-------------------------------------------------------------
       8900-WRITE-LINE.
           MOVE BUNDLE-OUT-RECORD(1:80) TO WS-RH-DETAIL.
           IF WS-RH-LINE-COUNT >= WS-RH-LINES-PER-PAGE
               PERFORM 9800-BUILD-PAGE-HEADING
                   THRU 9800-EXIT
               WRITE BUNDLE-OUT-RECORD FROM WS-RH-HEADING-1
               WRITE BUNDLE-OUT-RECORD FROM WS-RH-HEADING-2
               MOVE SPACES TO BUNDLE-OUT-RECORD
               WRITE BUNDLE-OUT-RECORD
               ADD 3 TO WS-RH-LINE-COUNT
               ADD 3 TO WS-RH-TOTAL-LINES
           END-IF.
           DISPLAY WS-RH-DETAIL.
           WRITE BUNDLE-OUT-RECORD FROM WS-RH-DETAIL.
           ADD 1 TO WS-RH-LINE-COUNT.
           ADD 1 TO WS-RH-TOTAL-LINES.
           GO TO 8900-EXIT.
       8900-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 9999-TERMINATE  --  CLOSE THE LOGS
      *-------------------------------------------------------------
       9999-TERMINATE.
           CLOSE DIST-LOG.
           PERFORM 9420-CLOSE-DAILY-AUDIT
               THRU 9420-EXIT.
           GO TO 9999-EXIT.
       9999-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 9430-BUILD-DATED-NAME / 9440-CATALOG-OUTPUT  --  COPIED
      *-------------------------------------------------------------
       COPY OUTCATPR.

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
