       IDENTIFICATION DIVISION.
       PROGRAM-ID. INTEGRITY-SWEEP.
       AUTHOR. HARISH-KUMAR.
       INSTALLATION. UNIKODE-DATA-CENTER.
       DATE-WRITTEN. 2026/10/15.
       DATE-COMPILED.
      *-------------------------------------------------------------
      * MODIFICATION HISTORY
      *-------------------------------------------------------------
      * DATE       INIT DESCRIPTION
      * ---------- ---- -----------------------------------------
      * 2026/10/15  HK  FIRST VERSION - WEEKLY FIELD-LEVEL INTEGRITY
      *                 SWEEP OF THE INDEXED AND CONTROL MASTERS.
      *                 READS EVERY RECORD OF VISITMST, VISNOCTL,
      *                 RUNIDCTL, SITETAB, GREETSTA, BADGEMST,
      *                 HOSTMST, INDUCMST, POMST, WATCHLST,
      *                 CARDXREF, OPERMST, FACTCACHE AND PRIMMST,
      *                 CHECKS EACH FIELD AGAINST ITS RULES AND THE
      *                 CROSS-FILE RULES (VISITOR NUMBERS ON THE
      *                 VISITOR MASTER, HOSTS ON THE HOST DIRECTORY,
      *                 SITES ON THE SITE TABLE, BADGE HOLDERS STILL
      *                 CHECKED IN, THE VISITOR-NUMBER CONTROL NOT
      *                 BEHIND THE MASTER) AND LISTS THE DEFECTS
      *                 FILE BY FILE ON INTEGRPT.DAT.  ONE INTEGRITY
      *                 EXCEPTION IS LOGGED PER DEFECT CLASS, WITH
      *                 ITS COUNT, FOR EXCP-MONITOR.  RUNS AS A
      *                 DAILY-RUN STEP BUT ONLY SWEEPS ON THE
      *                 WEEKDAY IN SYSPARM INTEGRITY-DAY (DEFAULT 5
      *                 = FRIDAY), OR WHEN THE LAST SWEEP ON
      *                 INTGCTL.DAT IS A WEEK OR MORE OLD; DELETE
      *                 INTGCTL.DAT TO FORCE A SWEEP ON THE NEXT
      *                 RUN.  RETURNS 4 WHEN DEFECTS ARE FOUND AND
      *                 8 WHEN A MASTER CANNOT BE READ.  THE MASTERS
      *                 ARE OPENED INPUT ONLY - NOTHING IS REPAIRED.
      * 2026/10/15  HK  ADDED THE PROGRAM'S BUILD IDENTITY - VERSION AND
      *                 COMPILE DATE, SEE VERSWS.CPY - STAMPED ON ITS
      *                 AUDIT RECORDS AND PAGE HEADINGS.  A CALL WITH A
      *                 RETURN CODE OF -1 NOW ONLY REPORTS THE BUILD,
      *                 FOR THE DAILY RUN'S VERSION CHECK.
      *-------------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INTEGRITY-RPT ASSIGN TO "INTEGRPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT INTEGRITY-CONTROL ASSIGN TO "INTGCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IC-STATUS.
           SELECT FACTORIAL-CACHE ASSIGN TO "FACTCACHE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FC-N
               FILE STATUS IS WS-FC-STATUS.
           SELECT PRIME-MASTER ASSIGN TO "PRIMMST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PM-NUMBER
               FILE STATUS IS WS-PM-STATUS.
           COPY VISITMSL.
           COPY VISNOSL.
           COPY BADGESL.
           COPY GRSTASL.
           COPY HOSTSL.
           COPY INDUCSL.
           COPY POMSL.
           COPY WATCHSL.
           COPY CARDXSL.
           COPY OPERSL.
           COPY SITESL.
           COPY SYSPMSEL.
           COPY AUDITSEL.
           COPY EXCPSEL.
           COPY AUDITCSL.
           COPY EXCPCSL.
           COPY RUNIDSEL.
           COPY SIGNSEL.
           COPY CALSEL.

       DATA DIVISION.
       FILE SECTION.
       FD  INTEGRITY-RPT.
       01  INTEGRITY-RPT-RECORD    PIC X(80).

       FD  INTEGRITY-CONTROL.
       01  INTEGRITY-CONTROL-RECORD.
           05 IC-LAST-SWEEP-DATE   PIC 9(08).

       FD  FACTORIAL-CACHE.
       01  FACTORIAL-CACHE-RECORD.
           05 FC-N                 PIC 9(5).
           05 FC-BIG-RESULT.
               10 FC-BIG-USED       PIC 9(03) USAGE COMP.
               10 FC-BIG-DIGITS     PIC 9(04) USAGE COMP
                                     OCCURS 60 TIMES.

       FD  PRIME-MASTER.
       01  PRIME-MASTER-RECORD.
           05 PM-NUMBER            PIC 9(9).
           05 PM-PRIME-SW          PIC X(1).
               88 PM-PRIME                    VALUE "Y".
           05 PM-SMALLEST-FACTOR   PIC 9(5).

       COPY VISITMFD.

       COPY VISNOFD.

       COPY BADGEFD.

       COPY GRSTAFD.

       COPY HOSTFD.

       COPY INDUCFD.

       COPY POMFD.

       COPY WATCHFD.

       COPY CARDXFD.

       COPY OPERFD.

       COPY SITEFD.

       COPY SYSPMFD.

       COPY AUDITFD.

       COPY EXCPFD.

       COPY AUDITCFD.

       COPY EXCPCFD.

       COPY RUNIDFD.

       COPY SIGNFD.

       COPY CALFD.

       WORKING-STORAGE SECTION.
      *    BUILD IDENTITY - RAISE WS-VR-VERSION WITH EACH ENTRY
      *    IN THE MODIFICATION HISTORY (SEE VERSWS.CPY)
       01  WS-VR-PROGRAM           PIC X(17) VALUE "INTEGRITY-SWEEP".
       01  WS-VR-VERSION           PIC X(06) VALUE "1.02".
       COPY VERSWS.
       COPY CALWS.
       COPY RUNIDWS.
       COPY AUDITCWS.
       COPY EXCPCWS.
       COPY SIGNWS.
       COPY SYSPMWS.
       COPY SITEWS.
       COPY VISNOWS.
       COPY HOSTWS.
       COPY OPERWS.
       COPY RPTHDWS.
       01  WS-DA-STATUS            PIC X(02).
       01  WS-EX-STATUS            PIC X(02).
       01  WS-VM-STATUS            PIC X(02).
       01  WS-BG-STATUS            PIC X(02).
       01  WS-GS-STATUS            PIC X(02).
       01  WS-IM-STATUS            PIC X(02).
       01  WS-PO-STATUS            PIC X(02).
       01  WS-WL-STATUS            PIC X(02).
       01  WS-CX-STATUS            PIC X(02).
       01  WS-FC-STATUS            PIC X(02).
       01  WS-PM-STATUS            PIC X(02).
       01  WS-IC-STATUS            PIC X(02).
           88 WS-IC-OK                        VALUE "00".

      *    THE FILE BEING SWEPT, AND HOW ITS LAST OPEN OR READ WENT
       01  WS-CUR-FILE             PIC X(09).
       01  WS-CUR-DSN              PIC X(13).
       01  WS-CUR-TITLE            PIC X(30).
       01  WS-FILE-STATUS          PIC X(02).
       01  WS-FILE-READABLE-SW     PIC X(01).
           88 WS-FILE-READABLE                VALUE "Y".
       01  WS-FILE-EOF-SW          PIC X(01).
           88 WS-FILE-EOF                     VALUE "Y".
       01  WS-FILE-RECORDS         PIC 9(07) VALUE 0 USAGE COMP.
       01  WS-FILE-DEFECTS         PIC 9(07) VALUE 0 USAGE COMP.

       01  WS-SWEEP-DUE-SW         PIC X(01) VALUE "N".
           88 WS-SWEEP-DUE                    VALUE "Y".
       01  WS-INTEGRITY-DAY        PIC 9(01) VALUE 5.
       01  WS-LAST-SWEEP-DATE      PIC 9(08) VALUE 0.
       01  WS-DAYS-SINCE-SWEEP     PIC S9(08) VALUE 0.
       01  WS-DOW-QUOT             PIC 9(08).
       01  WS-TODAY-DATE           PIC 9(08).

       01  WS-UNREADABLE-SW        PIC X(01) VALUE "N".
           88 WS-UNREADABLE                   VALUE "Y".
       01  WS-VM-OPEN-SW           PIC X(01) VALUE "N".
           88 WS-VM-OPEN                      VALUE "Y".
       01  WS-HIGH-VM-NUMBER       PIC 9(07) VALUE 0.
       01  WS-STATE-CURRENT-SW     PIC X(01) VALUE "N".
           88 WS-STATE-CURRENT                VALUE "Y".
       01  WS-STATE-DATE           PIC 9(08) VALUE 0.

      *    ONE DEFECT, AS HANDED TO 7100-RECORD-DEFECT
       01  WS-DEF-KEY              PIC X(12).
       01  WS-DEF-CLASS            PIC X(16).
       01  WS-DEF-VALUE            PIC X(40).

      *    DEFECT CLASSES SEEN THIS SWEEP, WITH THEIR COUNTS
       01  WS-CLASS-TABLE.
           05 WS-DC-COUNT          PIC 9(03) VALUE 0 USAGE COMP.
           05 WS-DC-ENTRY          OCCURS 80 TIMES.
               10 WS-DC-FILE       PIC X(09).
               10 WS-DC-CLASS      PIC X(16).
               10 WS-DC-DEFECTS    PIC 9(07) USAGE COMP.
       01  WS-DC-IDX               PIC 9(03) USAGE COMP.
       01  WS-DC-HIT               PIC 9(03) USAGE COMP.

      *    WHO GREETSTA.DAT SHOWS IN AND OUT TODAY
       01  WS-STATE-TABLE.
           05 WS-ST-COUNT          PIC 9(04) VALUE 0 USAGE COMP.
           05 WS-ST-ENTRY          OCCURS 500 TIMES.
               10 WS-ST-NAME       PIC X(25).
               10 WS-ST-IN-SW      PIC X(01).
       01  WS-ST-IDX               PIC 9(04) USAGE COMP.
       01  WS-ST-HIT               PIC 9(04) USAGE COMP.
       01  WS-STATE-FULL-SW        PIC X(01) VALUE "N".
           88 WS-STATE-FULL                   VALUE "Y".

      *    SITE CODES ALREADY SEEN ON SITETAB.DAT
       01  WS-SEEN-TABLE.
           05 WS-SEEN-COUNT        PIC 9(03) VALUE 0 USAGE COMP.
           05 WS-SEEN-CODE         PIC X(04) OCCURS 100 TIMES.
       01  WS-SEEN-IDX             PIC 9(03) USAGE COMP.
       01  WS-SEEN-SW              PIC X(01).
           88 WS-SEEN                         VALUE "Y".

      *    DATE AND TIME VALIDATION WORK AREAS
       01  WS-CHK-DATE-X           PIC X(08).
       01  WS-CHK-DATE REDEFINES WS-CHK-DATE-X.
           05 WS-CHK-YEAR          PIC 9(04).
           05 WS-CHK-MONTH         PIC 9(02).
           05 WS-CHK-DAY           PIC 9(02).
       01  WS-CHK-DATE-N REDEFINES WS-CHK-DATE-X
                                   PIC 9(08).
       01  WS-DATE-VALID-SW        PIC X(01).
           88 WS-DATE-VALID                   VALUE "Y".
       01  WS-CHK-TIME-X           PIC X(08).
       01  WS-CHK-TIME REDEFINES WS-CHK-TIME-X.
           05 WS-CHK-HOUR          PIC 9(02).
           05 WS-CHK-MINUTE        PIC 9(02).
           05 WS-CHK-SECOND        PIC 9(02).
           05 WS-CHK-HUNDREDTH     PIC 9(02).
       01  WS-TIME-VALID-SW        PIC X(01).
           88 WS-TIME-VALID                   VALUE "Y".
       01  WS-MONTH-DAYS-AREA      PIC X(24) VALUE
               "312931303130313130313031".
       01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-AREA.
           05 WS-MONTH-DAYS        PIC 9(02) OCCURS 12 TIMES.
       01  WS-MAX-DAY              PIC 9(02).
       01  WS-LEAP-QUOT            PIC 9(04).
       01  WS-LEAP-REM-4           PIC 9(04).
       01  WS-LEAP-REM-100         PIC 9(04).
       01  WS-LEAP-REM-400         PIC 9(04).

      *    CROSS-FILE LOOKUPS
       01  WS-CHK-VISITOR-X        PIC X(07).
       01  WS-CHK-VISITOR REDEFINES WS-CHK-VISITOR-X
                                   PIC 9(07).
       01  WS-VISITOR-KNOWN-SW     PIC X(01).
           88 WS-VISITOR-KNOWN                VALUE "Y".
       01  WS-CHK-HOST             PIC X(06).
       01  WS-HOST-KNOWN-SW        PIC X(01).
           88 WS-HOST-KNOWN                   VALUE "Y".
       01  WS-PO-IDX               PIC 9(01) USAGE COMP.
       01  WS-PO-DATES-BAD-SW      PIC X(01).
           88 WS-PO-DATES-BAD                 VALUE "Y".
       01  WS-FC-IDX               PIC 9(03) USAGE COMP.
       01  WS-FC-BAD-GROUP         PIC 9(03) USAGE COMP.
       01  WS-PM-QUOT              PIC 9(09).
       01  WS-PM-REM               PIC 9(05).

       01  WS-TOTALS.
           05 WS-FILES-CHECKED     PIC 9(03) VALUE 0 USAGE COMP.
           05 WS-FILES-MISSING     PIC 9(03) VALUE 0 USAGE COMP.
           05 WS-TOTAL-RECORDS     PIC 9(09) VALUE 0 USAGE COMP.
           05 WS-TOTAL-DEFECTS     PIC 9(07) VALUE 0 USAGE COMP.

       01  D-COUNT                 PIC Z(6)9.
       01  D-SHORT-COUNT           PIC Z(3)9.
       01  D-DATE                  PIC 9999/99/99.
       01  D-NUMBER                PIC Z(8)9.

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
           IF NOT WS-SWEEP-DUE
               PERFORM 1200-NOT-DUE
                   THRU 1200-EXIT
               GOBACK
           END-IF.
           PERFORM 3000-SWEEP-VISITOR-MASTER
               THRU 3000-EXIT.
           PERFORM 3100-SWEEP-VISNO-CONTROL
               THRU 3100-EXIT.
           PERFORM 3200-SWEEP-RUN-ID-CONTROL
               THRU 3200-EXIT.
           PERFORM 3300-SWEEP-SITE-TABLE
               THRU 3300-EXIT.
           PERFORM 3400-SWEEP-GREETER-STATE
               THRU 3400-EXIT.
           PERFORM 3500-SWEEP-BADGE-MASTER
               THRU 3500-EXIT.
           PERFORM 3600-SWEEP-HOST-MASTER
               THRU 3600-EXIT.
           PERFORM 3700-SWEEP-INDUCTION-MASTER
               THRU 3700-EXIT.
           PERFORM 3800-SWEEP-PO-MASTER
               THRU 3800-EXIT.
           PERFORM 3900-SWEEP-WATCH-LIST
               THRU 3900-EXIT.
           PERFORM 4000-SWEEP-CARD-XREF
               THRU 4000-EXIT.
           PERFORM 4100-SWEEP-OPERATOR-MASTER
               THRU 4100-EXIT.
           PERFORM 4200-SWEEP-FACTORIAL-CACHE
               THRU 4200-EXIT.
           PERFORM 4300-SWEEP-PRIME-MASTER
               THRU 4300-EXIT.
           PERFORM 5000-SUMMARIZE
               THRU 5000-EXIT.
           PERFORM 6000-SAVE-CONTROL
               THRU 6000-EXIT.
           PERFORM 9999-TERMINATE
               THRU 9999-EXIT.
           GOBACK.

      *-------------------------------------------------------------
      * 1000-INITIALIZE  --  STAMPS, LOGS, THE SWEEP WEEKDAY AND
      *                      WHETHER THIS RUN IS THE SWEEP RUN
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
           PERFORM 9300-LOAD-SYSPARM
               THRU 9300-EXIT.
           MOVE "INTEGRITY-DAY" TO WS-SP-WANTED-KEY.
           PERFORM 9350-GET-SYSPARM
               THRU 9350-EXIT.
           IF WS-SP-FOUND
               AND WS-SP-NUM-VALUE >= 1
               AND WS-SP-NUM-VALUE <= 7
               MOVE WS-SP-NUM-VALUE TO WS-INTEGRITY-DAY
           END-IF.
           MOVE WS-BUS-DATE TO WS-TODAY-DATE.
           IF FUNCTION CURRENT-DATE(1:8) > WS-TODAY-DATE
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE
           END-IF.
           PERFORM 1100-CHECK-DUE
               THRU 1100-EXIT.
           IF NOT WS-SWEEP-DUE
               GO TO 1000-EXIT
           END-IF.
           PERFORM 9320-LOAD-SITES
               THRU 9320-EXIT.
           PERFORM 9450-OPEN-EXCEPTION-LOG
               THRU 9450-EXIT.
           MOVE "WEEKLY MASTER INTEGRITY SWEEP" TO WS-RH-TITLE.
           MOVE "INTEGRITY-SWEEP" TO WS-RH-PROGRAM-ID.
           OPEN OUTPUT INTEGRITY-RPT.
           GO TO 1000-EXIT.
       1000-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 1100-CHECK-DUE  --  THE SWEEP RUNS ON THE INTEGRITY-DAY
      *                     WEEKDAY, AND ON ANY RUN WHEN THE LAST
      *                     SWEEP IS A WEEK OR MORE BEHIND (THE
      *                     SWEEP DAY FELL ON A HOLIDAY) OR WAS
      *                     NEVER RECORDED
      *-------------------------------------------------------------
       1100-CHECK-DUE.
           MOVE "N" TO WS-SWEEP-DUE-SW.
           COMPUTE WS-CAL-DAY-NUMBER =
               FUNCTION INTEGER-OF-DATE(WS-BUS-DATE).
           DIVIDE WS-CAL-DAY-NUMBER BY 7
               GIVING WS-DOW-QUOT
               REMAINDER WS-CAL-DOW.
           IF WS-CAL-DOW = 0
               MOVE 7 TO WS-CAL-DOW
           END-IF.
           IF WS-CAL-DOW = WS-INTEGRITY-DAY
               MOVE "Y" TO WS-SWEEP-DUE-SW
           END-IF.
           MOVE 0 TO WS-LAST-SWEEP-DATE.
           OPEN INPUT INTEGRITY-CONTROL.
           IF NOT WS-IC-OK
               MOVE "Y" TO WS-SWEEP-DUE-SW
               GO TO 1100-EXIT
           END-IF.
           READ INTEGRITY-CONTROL
               AT END
                   MOVE 0 TO IC-LAST-SWEEP-DATE
           END-READ.
           CLOSE INTEGRITY-CONTROL.
           MOVE IC-LAST-SWEEP-DATE TO WS-CHK-DATE-X.
           PERFORM 7300-CHECK-DATE
               THRU 7300-EXIT.
           IF NOT WS-DATE-VALID
               MOVE "Y" TO WS-SWEEP-DUE-SW
               GO TO 1100-EXIT
           END-IF.
           MOVE IC-LAST-SWEEP-DATE TO WS-LAST-SWEEP-DATE.
           COMPUTE WS-DAYS-SINCE-SWEEP = WS-CAL-DAY-NUMBER
               - FUNCTION INTEGER-OF-DATE(WS-LAST-SWEEP-DATE).
           IF WS-DAYS-SINCE-SWEEP >= 7
               MOVE "Y" TO WS-SWEEP-DUE-SW
           END-IF.
           GO TO 1100-EXIT.
       1100-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 1200-NOT-DUE  --  NOT THE SWEEP DAY: SAY SO, LEAVE LAST
      *                   WEEK'S LISTING IN PLACE AND END CLEAN
      *-------------------------------------------------------------
       1200-NOT-DUE.
           MOVE WS-LAST-SWEEP-DATE TO D-DATE.
           DISPLAY "INTEGRITY-SWEEP: not due today - last sweep "
               D-DATE ", sweep weekday " WS-INTEGRITY-DAY ".".
           MOVE SPACES TO DAILY-AUDIT-RECORD.
           MOVE "INTEG-SWEEP" TO DA-PROGRAM-ID.
           MOVE "NOT DUE" TO DA-INPUT-VALUE.
           STRING "LAST SWEEP " DELIMITED BY SIZE
                   WS-LAST-SWEEP-DATE DELIMITED BY SIZE
               INTO DA-OUTPUT-VALUE.
           MOVE LK-RETURN-CODE TO DA-RETURN-CODE.
           PERFORM 9500-WRITE-AUDIT-RECORD
               THRU 9500-EXIT.
           PERFORM 9420-CLOSE-DAILY-AUDIT
               THRU 9420-EXIT.
           GO TO 1200-EXIT.
       1200-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 3000-SWEEP-VISITOR-MASTER  --  NUMBER, NAME, LAST-VISIT
      *                                DATE AND CATEGORY.  THE
      *                                MASTER STAYS OPEN FOR THE
      *                                VISITOR-NUMBER CROSS-CHECKS
      *-------------------------------------------------------------
       3000-SWEEP-VISITOR-MASTER.
           MOVE "VISITMST" TO WS-CUR-FILE.
           MOVE "VISITMST.DAT" TO WS-CUR-DSN.
           MOVE "VISITOR MASTER" TO WS-CUR-TITLE.
           PERFORM 7000-BEGIN-FILE
               THRU 7000-EXIT.
           OPEN INPUT VISITOR-MASTER.
           MOVE WS-VM-STATUS TO WS-FILE-STATUS.
           PERFORM 7050-CHECK-OPEN
               THRU 7050-EXIT.
           IF NOT WS-FILE-READABLE
               GO TO 3000-EXIT
           END-IF.
           MOVE "Y" TO WS-VM-OPEN-SW.
           PERFORM 3010-CHECK-ONE-VISITOR
               THRU 3010-EXIT
               UNTIL WS-FILE-EOF.
           PERFORM 7200-END-FILE
               THRU 7200-EXIT.
           GO TO 3000-EXIT.
       3000-EXIT.
           EXIT.

       3010-CHECK-ONE-VISITOR.
           READ VISITOR-MASTER NEXT RECORD
               AT END
                   MOVE "Y" TO WS-FILE-EOF-SW
                   GO TO 3010-EXIT
           END-READ.
           MOVE WS-VM-STATUS TO WS-FILE-STATUS.
           PERFORM 7060-CHECK-READ
               THRU 7060-EXIT.
           IF WS-FILE-EOF
               GO TO 3010-EXIT
           END-IF.
           MOVE VM-NUMBER TO WS-DEF-KEY.
           IF VM-NUMBER IS NOT NUMERIC
               OR VM-NUMBER = 0
               MOVE "BAD NUMBER" TO WS-DEF-CLASS
               MOVE "VISITOR NUMBER NOT A POSITIVE NUMBER"
                   TO WS-DEF-VALUE
               PERFORM 7100-RECORD-DEFECT
                   THRU 7100-EXIT
           ELSE
               IF VM-NUMBER > WS-HIGH-VM-NUMBER
                   MOVE VM-NUMBER TO WS-HIGH-VM-NUMBER
               END-IF
           END-IF.
           IF VM-NAME = SPACES
               MOVE "BLANK NAME" TO WS-DEF-CLASS
               MOVE "NAME IS BLANK" TO WS-DEF-VALUE
               PERFORM 7100-RECORD-DEFECT
                   THRU 7100-EXIT
           END-IF.
           MOVE VM-LAST-VISIT-DATE TO WS-CHK-DATE-X.
           IF WS-CHK-DATE-X NOT = ZEROS
               PERFORM 7300-CHECK-DATE
                   THRU 7300-EXIT
               IF NOT WS-DATE-VALID
                   OR WS-CHK-DATE-N > WS-TODAY-DATE
                   MOVE "BAD LAST VISIT" TO WS-DEF-CLASS
                   MOVE SPACES TO WS-DEF-VALUE
                   STRING "LAST VISIT " DELIMITED BY SIZE
                           WS-CHK-DATE-X DELIMITED BY SIZE
                       INTO WS-DEF-VALUE
                   PERFORM 7100-RECORD-DEFECT
                       THRU 7100-EXIT
               END-IF
           END-IF.
           IF NOT VM-CAT-EMPLOYEE
               AND NOT VM-CAT-VISITOR
               AND NOT VM-CAT-CONTRACTOR
               AND NOT VM-CAT-UNKNOWN
               MOVE "BAD CATEGORY" TO WS-DEF-CLASS
               MOVE SPACES TO WS-DEF-VALUE
               STRING "CATEGORY " DELIMITED BY SIZE
                       VM-CATEGORY DELIMITED BY SIZE
                   INTO WS-DEF-VALUE
               PERFORM 7100-RECORD-DEFECT
                   THRU 7100-EXIT
           END-IF.
           GO TO 3010-EXIT.
       3010-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 3100-SWEEP-VISNO-CONTROL  --  THE LAST NUMBER HANDED OUT
      *                               MUST BE NUMERIC AND NOT
      *                               BEHIND THE HIGHEST NUMBER ON
      *                               THE VISITOR MASTER
      *-------------------------------------------------------------
       3100-SWEEP-VISNO-CONTROL.
           MOVE "VISNOCTL" TO WS-CUR-FILE.
           MOVE "VISNOCTL.DAT" TO WS-CUR-DSN.
           MOVE "VISITOR-NUMBER CONTROL" TO WS-CUR-TITLE.
           PERFORM 7000-BEGIN-FILE
               THRU 7000-EXIT.
           OPEN INPUT VISITOR-NO-CONTROL.
           MOVE WS-VN-STATUS TO WS-FILE-STATUS.
           PERFORM 7050-CHECK-OPEN
               THRU 7050-EXIT.
           IF NOT WS-FILE-READABLE
               GO TO 3100-EXIT
           END-IF.
           READ VISITOR-NO-CONTROL
               AT END
                   MOVE "Y" TO WS-FILE-EOF-SW
           END-READ.
           IF NOT WS-FILE-EOF
               MOVE WS-VN-STATUS TO WS-FILE-STATUS
               PERFORM 7060-CHECK-READ
                   THRU 7060-EXIT
           END-IF.
           MOVE "CONTROL" TO WS-DEF-KEY.
           IF WS-FILE-EOF
               IF WS-FILE-READABLE
                   MOVE "BAD LAST NUMBER" TO WS-DEF-CLASS
                   MOVE "CONTROL FILE IS EMPTY" TO WS-DEF-VALUE
                   PERFORM 7100-RECORD-DEFECT
                       THRU 7100-EXIT
               END-IF
               CLOSE VISITOR-NO-CONTROL
               PERFORM 7200-END-FILE
                   THRU 7200-EXIT
               GO TO 3100-EXIT
           END-IF.
           IF VN-LAST-NUMBER IS NOT NUMERIC
               MOVE "BAD LAST NUMBER" TO WS-DEF-CLASS
               MOVE SPACES TO WS-DEF-VALUE
               STRING "LAST NUMBER " DELIMITED BY SIZE
                       VISITOR-NO-CONTROL-RECORD DELIMITED BY SIZE
                   INTO WS-DEF-VALUE
               PERFORM 7100-RECORD-DEFECT
                   THRU 7100-EXIT
           ELSE
               IF WS-VM-OPEN
                   AND VN-LAST-NUMBER < WS-HIGH-VM-NUMBER
                   MOVE "BEHIND MASTER" TO WS-DEF-CLASS
                   MOVE SPACES TO WS-DEF-VALUE
                   STRING "LAST " DELIMITED BY SIZE
                           VN-LAST-NUMBER DELIMITED BY SIZE
                           ", MASTER HIGHEST " DELIMITED BY SIZE
                           WS-HIGH-VM-NUMBER DELIMITED BY SIZE
                       INTO WS-DEF-VALUE
                   PERFORM 7100-RECORD-DEFECT
                       THRU 7100-EXIT
               END-IF
           END-IF.
           CLOSE VISITOR-NO-CONTROL.
           PERFORM 7200-END-FILE
               THRU 7200-EXIT.
           GO TO 3100-EXIT.
       3100-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 3200-SWEEP-RUN-ID-CONTROL  --  A REAL DATE AND A NUMERIC
      *                                SEQUENCE
      *-------------------------------------------------------------
       3200-SWEEP-RUN-ID-CONTROL.
           MOVE "RUNIDCTL" TO WS-CUR-FILE.
           MOVE "RUNIDCTL.DAT" TO WS-CUR-DSN.
           MOVE "RUN-ID CONTROL" TO WS-CUR-TITLE.
           PERFORM 7000-BEGIN-FILE
               THRU 7000-EXIT.
           OPEN INPUT RUN-ID-CONTROL.
           MOVE WS-RI-STATUS TO WS-FILE-STATUS.
           PERFORM 7050-CHECK-OPEN
               THRU 7050-EXIT.
           IF NOT WS-FILE-READABLE
               GO TO 3200-EXIT
           END-IF.
           PERFORM 3210-CHECK-ONE-RUN-ID
               THRU 3210-EXIT
               UNTIL WS-FILE-EOF.
           CLOSE RUN-ID-CONTROL.
           PERFORM 7200-END-FILE
               THRU 7200-EXIT.
           GO TO 3200-EXIT.
       3200-EXIT.
           EXIT.

       3210-CHECK-ONE-RUN-ID.
           READ RUN-ID-CONTROL
               AT END
                   MOVE "Y" TO WS-FILE-EOF-SW
                   GO TO 3210-EXIT
           END-READ.
           MOVE WS-RI-STATUS TO WS-FILE-STATUS.
           PERFORM 7060-CHECK-READ
               THRU 7060-EXIT.
           IF WS-FILE-EOF
               GO TO 3210-EXIT
           END-IF.
           MOVE "CONTROL" TO WS-DEF-KEY.
           MOVE RI-DATE TO WS-CHK-DATE-X.
           PERFORM 7300-CHECK-DATE
               THRU 7300-EXIT.
           IF NOT WS-DATE-VALID
               MOVE "BAD RUN DATE" TO WS-DEF-CLASS
               MOVE SPACES TO WS-DEF-VALUE
               STRING "RUN DATE " DELIMITED BY SIZE
                       WS-CHK-DATE-X DELIMITED BY SIZE
                   INTO WS-DEF-VALUE
               PERFORM 7100-RECORD-DEFECT
                   THRU 7100-EXIT
           END-IF.
           IF RI-SEQUENCE IS NOT NUMERIC
               MOVE "BAD SEQUENCE" TO WS-DEF-CLASS
               MOVE SPACES TO WS-DEF-VALUE
               STRING "SEQUENCE " DELIMITED BY SIZE
                       RI-SEQUENCE DELIMITED BY SIZE
                   INTO WS-DEF-VALUE
               PERFORM 7100-RECORD-DEFECT
                   THRU 7100-EXIT
           END-IF.
           GO TO 3210-EXIT.
       3210-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 3300-SWEEP-SITE-TABLE  --  EVERY LINE NEEDS A CODE, NO CODE
      *                            TWICE, AND THE LIMITS NUMERIC OR
      *                            BLANK (9325 QUIETLY TREATS A BAD
      *                            LIMIT AS NONE)
      *-------------------------------------------------------------
       3300-SWEEP-SITE-TABLE.
           MOVE "SITETAB" TO WS-CUR-FILE.
           MOVE "SITETAB.DAT" TO WS-CUR-DSN.
           MOVE "SITE TABLE" TO WS-CUR-TITLE.
           PERFORM 7000-BEGIN-FILE
               THRU 7000-EXIT.
           MOVE 0 TO WS-SEEN-COUNT.
           OPEN INPUT SITE-TABLE-FILE.
           MOVE WS-SX-STATUS TO WS-FILE-STATUS.
           PERFORM 7050-CHECK-OPEN
               THRU 7050-EXIT.
           IF NOT WS-FILE-READABLE
               GO TO 3300-EXIT
           END-IF.
           PERFORM 3310-CHECK-ONE-SITE
               THRU 3310-EXIT
               UNTIL WS-FILE-EOF.
           CLOSE SITE-TABLE-FILE.
           PERFORM 7200-END-FILE
               THRU 7200-EXIT.
           GO TO 3300-EXIT.
       3300-EXIT.
           EXIT.

       3310-CHECK-ONE-SITE.
           READ SITE-TABLE-FILE
               AT END
                   MOVE "Y" TO WS-FILE-EOF-SW
                   GO TO 3310-EXIT
           END-READ.
           MOVE WS-SX-STATUS TO WS-FILE-STATUS.
           PERFORM 7060-CHECK-READ
               THRU 7060-EXIT.
           IF WS-FILE-EOF
               GO TO 3310-EXIT
           END-IF.
           IF SITE-TABLE-RECORD = SPACES
               OR SX-CODE(1:1) = "*"
               SUBTRACT 1 FROM WS-FILE-RECORDS
               GO TO 3310-EXIT
           END-IF.
           MOVE SX-CODE TO WS-DEF-KEY.
           IF SX-CODE = SPACES
               MOVE "BLANK CODE" TO WS-DEF-CLASS
               MOVE SX-NAME TO WS-DEF-VALUE
               PERFORM 7100-RECORD-DEFECT
                   THRU 7100-EXIT
           ELSE
               MOVE "N" TO WS-SEEN-SW
               PERFORM 3320-MATCH-SEEN-CODE
                   THRU 3320-EXIT
                   VARYING WS-SEEN-IDX FROM 1 BY 1
                       UNTIL WS-SEEN-IDX > WS-SEEN-COUNT
                       OR WS-SEEN
               IF WS-SEEN
                   MOVE "DUPLICATE CODE" TO WS-DEF-CLASS
                   MOVE SX-NAME TO WS-DEF-VALUE
                   PERFORM 7100-RECORD-DEFECT
                       THRU 7100-EXIT
               ELSE
                   IF WS-SEEN-COUNT < 100
                       ADD 1 TO WS-SEEN-COUNT
                       MOVE FUNCTION UPPER-CASE(SX-CODE)
                           TO WS-SEEN-CODE(WS-SEEN-COUNT)
                   END-IF
               END-IF
           END-IF.
           IF (SX-MAX-OCC NOT = SPACES
                   AND FUNCTION TRIM(SX-MAX-OCC) IS NOT NUMERIC)
               OR (SX-BADGE-FROM NOT = SPACES
                   AND FUNCTION TRIM(SX-BADGE-FROM) IS NOT NUMERIC)
               OR (SX-BADGE-COUNT NOT = SPACES
                   AND FUNCTION TRIM(SX-BADGE-COUNT) IS NOT NUMERIC)
               MOVE "BAD LIMIT" TO WS-DEF-CLASS
               MOVE SPACES TO WS-DEF-VALUE
               STRING "MAX " DELIMITED BY SIZE
                       SX-MAX-OCC DELIMITED BY SIZE
                       " FROM " DELIMITED BY SIZE
                       SX-BADGE-FROM DELIMITED BY SIZE
                       " COUNT " DELIMITED BY SIZE
                       SX-BADGE-COUNT DELIMITED BY SIZE
                   INTO WS-DEF-VALUE
               PERFORM 7100-RECORD-DEFECT
                   THRU 7100-EXIT
           END-IF.
           GO TO 3310-EXIT.
       3310-EXIT.
           EXIT.

       3320-MATCH-SEEN-CODE.
           IF WS-SEEN-CODE(WS-SEEN-IDX)
                   = FUNCTION UPPER-CASE(SX-CODE)
               MOVE "Y" TO WS-SEEN-SW
           END-IF.
           GO TO 3320-EXIT.
       3320-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 3400-SWEEP-GREETER-STATE  --  A DATED HEADER FIRST, THEN
      *                               ONE ROW PER NAME WITH A Y/N
      *                               SWITCH AND A KNOWN SITE.  THE
      *                               ROWS ARE KEPT FOR THE BADGE
      *                               HOLDER CHECK WHEN THE FILE IS
      *                               THE BUSINESS DAY'S
      *-------------------------------------------------------------
       3400-SWEEP-GREETER-STATE.
           MOVE "GREETSTA" TO WS-CUR-FILE.
           MOVE "GREETSTA.DAT" TO WS-CUR-DSN.
           MOVE "GREETER CURRENT-DAY STATE" TO WS-CUR-TITLE.
           PERFORM 7000-BEGIN-FILE
               THRU 7000-EXIT.
           MOVE 0 TO WS-ST-COUNT.
           MOVE 0 TO WS-STATE-DATE.
           OPEN INPUT GREETER-STATE.
           MOVE WS-GS-STATUS TO WS-FILE-STATUS.
           PERFORM 7050-CHECK-OPEN
               THRU 7050-EXIT.
           IF NOT WS-FILE-READABLE
               GO TO 3400-EXIT
           END-IF.
           PERFORM 3410-CHECK-ONE-STATE-ROW
               THRU 3410-EXIT
               UNTIL WS-FILE-EOF.
           CLOSE GREETER-STATE.
           IF WS-STATE-DATE = WS-BUS-DATE
               AND NOT WS-STATE-FULL
               MOVE "Y" TO WS-STATE-CURRENT-SW
           END-IF.
           PERFORM 7200-END-FILE
               THRU 7200-EXIT.
           GO TO 3400-EXIT.
       3400-EXIT.
           EXIT.

       3410-CHECK-ONE-STATE-ROW.
           READ GREETER-STATE
               AT END
                   MOVE "Y" TO WS-FILE-EOF-SW
                   GO TO 3410-EXIT
           END-READ.
           MOVE WS-GS-STATUS TO WS-FILE-STATUS.
           PERFORM 7060-CHECK-READ
               THRU 7060-EXIT.
           IF WS-FILE-EOF
               GO TO 3410-EXIT
           END-IF.
           IF WS-FILE-RECORDS = 1
               MOVE "HEADER" TO WS-DEF-KEY
               MOVE GS-STATE-DATE TO WS-CHK-DATE-X
               PERFORM 7300-CHECK-DATE
                   THRU 7300-EXIT
               IF NOT GS-HEADER-REC
                   OR NOT WS-DATE-VALID
                   MOVE "BAD HEADER" TO WS-DEF-CLASS
                   MOVE GREETER-STATE-RECORD(1:40) TO WS-DEF-VALUE
                   PERFORM 7100-RECORD-DEFECT
                       THRU 7100-EXIT
               ELSE
                   MOVE GS-STATE-DATE TO WS-STATE-DATE
               END-IF
               IF GS-HEADER-REC
                   GO TO 3410-EXIT
               END-IF
           END-IF.
           MOVE GS-NAME TO WS-DEF-KEY.
           IF NOT GS-DETAIL-REC
               OR GS-NAME = SPACES
               OR (GS-IN-SW NOT = "Y" AND GS-IN-SW NOT = "N")
               MOVE "BAD DETAIL" TO WS-DEF-CLASS
               MOVE GREETER-STATE-RECORD(1:40) TO WS-DEF-VALUE
               PERFORM 7100-RECORD-DEFECT
                   THRU 7100-EXIT
               GO TO 3410-EXIT
           END-IF.
           MOVE GS-SITE TO WS-SITE-WANTED.
           PERFORM 9330-FIND-SITE
               THRU 9330-EXIT.
           IF NOT WS-SITE-FOUND
               MOVE "UNKNOWN SITE" TO WS-DEF-CLASS
               MOVE SPACES TO WS-DEF-VALUE
               STRING "SITE " DELIMITED BY SIZE
                       GS-SITE DELIMITED BY SIZE
                       " NOT ON SITETAB" DELIMITED BY SIZE
                   INTO WS-DEF-VALUE
               PERFORM 7100-RECORD-DEFECT
                   THRU 7100-EXIT
           END-IF.
           IF WS-ST-COUNT >= 500
               MOVE "Y" TO WS-STATE-FULL-SW
               GO TO 3410-EXIT
           END-IF.
           ADD 1 TO WS-ST-COUNT.
           MOVE GS-NAME TO WS-ST-NAME(WS-ST-COUNT).
           MOVE GS-IN-SW TO WS-ST-IN-SW(WS-ST-COUNT).
           GO TO 3410-EXIT.
       3410-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 3500-SWEEP-BADGE-MASTER  --  STATUS A OR O; AN OUT BADGE
      *                              HAS A HOLDER AND A REAL ISSUE
      *                              STAMP, A FREE ONE HAS NEITHER
      *                              HOLDER NOR STAMP CHECKS; THE
      *                              SITE IS ON SITETAB; AND THE
      *                              HOLDER IS NOT SHOWN AS CHECKED
      *                              OUT ON TODAY'S GREETER STATE
      *-------------------------------------------------------------
       3500-SWEEP-BADGE-MASTER.
           MOVE "BADGEMST" TO WS-CUR-FILE.
           MOVE "BADGEMST.DAT" TO WS-CUR-DSN.
           MOVE "VISITOR BADGE MASTER" TO WS-CUR-TITLE.
           PERFORM 7000-BEGIN-FILE
               THRU 7000-EXIT.
           OPEN INPUT BADGE-MASTER.
           MOVE WS-BG-STATUS TO WS-FILE-STATUS.
           PERFORM 7050-CHECK-OPEN
               THRU 7050-EXIT.
           IF NOT WS-FILE-READABLE
               GO TO 3500-EXIT
           END-IF.
           IF NOT WS-STATE-CURRENT
               MOVE WS-STATE-DATE TO D-DATE
               MOVE SPACES TO INTEGRITY-RPT-RECORD
               STRING "  GREETSTA.DAT IS NOT THE BUSINESS DAY'S ("
                       DELIMITED BY SIZE
                       D-DATE DELIMITED BY SIZE
                       ") - HOLDER CHECK SKIPPED." DELIMITED BY SIZE
                   INTO INTEGRITY-RPT-RECORD
               PERFORM 8900-WRITE-LINE
                   THRU 8900-EXIT
           END-IF.
           PERFORM 3510-CHECK-ONE-BADGE
               THRU 3510-EXIT
               UNTIL WS-FILE-EOF.
           CLOSE BADGE-MASTER.
           PERFORM 7200-END-FILE
               THRU 7200-EXIT.
           GO TO 3500-EXIT.
       3500-EXIT.
           EXIT.

       3510-CHECK-ONE-BADGE.
           READ BADGE-MASTER NEXT RECORD
               AT END
                   MOVE "Y" TO WS-FILE-EOF-SW
                   GO TO 3510-EXIT
           END-READ.
           MOVE WS-BG-STATUS TO WS-FILE-STATUS.
           PERFORM 7060-CHECK-READ
               THRU 7060-EXIT.
           IF WS-FILE-EOF
               GO TO 3510-EXIT
           END-IF.
           MOVE BG-NUMBER TO WS-DEF-KEY.
           IF NOT BG-AVAILABLE
               AND NOT BG-OUT
               MOVE "BAD STATUS" TO WS-DEF-CLASS
               MOVE SPACES TO WS-DEF-VALUE
               STRING "STATUS " DELIMITED BY SIZE
                       BG-STATUS DELIMITED BY SIZE
                   INTO WS-DEF-VALUE
               PERFORM 7100-RECORD-DEFECT
                   THRU 7100-EXIT
           END-IF.
           IF BG-OUT
               AND BG-HOLDER = SPACES
               MOVE "OUT NO HOLDER" TO WS-DEF-CLASS
               MOVE "MARKED OUT WITH A BLANK HOLDER" TO WS-DEF-VALUE
               PERFORM 7100-RECORD-DEFECT
                   THRU 7100-EXIT
           END-IF.
           IF BG-AVAILABLE
               AND BG-HOLDER NOT = SPACES
               MOVE "FREE WITH HOLDER" TO WS-DEF-CLASS
               MOVE BG-HOLDER TO WS-DEF-VALUE
               PERFORM 7100-RECORD-DEFECT
                   THRU 7100-EXIT
           END-IF.
           IF BG-OUT
               MOVE BG-ISSUE-DATE TO WS-CHK-DATE-X
               PERFORM 7300-CHECK-DATE
                   THRU 7300-EXIT
               MOVE BG-ISSUE-TIME TO WS-CHK-TIME-X
               PERFORM 7350-CHECK-TIME
                   THRU 7350-EXIT
               IF NOT WS-DATE-VALID
                   OR WS-CHK-DATE-N > WS-TODAY-DATE
                   OR NOT WS-TIME-VALID
                   MOVE "BAD ISSUE STAMP" TO WS-DEF-CLASS
                   MOVE SPACES TO WS-DEF-VALUE
                   STRING "ISSUED " DELIMITED BY SIZE
                           WS-CHK-DATE-X DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           WS-CHK-TIME-X DELIMITED BY SIZE
                       INTO WS-DEF-VALUE
                   PERFORM 7100-RECORD-DEFECT
                       THRU 7100-EXIT
               END-IF
           END-IF.
           MOVE BG-SITE TO WS-SITE-WANTED.
           PERFORM 9330-FIND-SITE
               THRU 9330-EXIT.
           IF NOT WS-SITE-FOUND
               MOVE "UNKNOWN SITE" TO WS-DEF-CLASS
               MOVE SPACES TO WS-DEF-VALUE
               STRING "SITE " DELIMITED BY SIZE
                       BG-SITE DELIMITED BY SIZE
                       " NOT ON SITETAB" DELIMITED BY SIZE
                   INTO WS-DEF-VALUE
               PERFORM 7100-RECORD-DEFECT
                   THRU 7100-EXIT
           END-IF.
           IF BG-OUT
               AND BG-HOLDER NOT = SPACES
               AND WS-STATE-CURRENT
               MOVE 0 TO WS-ST-HIT
               PERFORM 3520-MATCH-STATE-HOLDER
                   THRU 3520-EXIT
                   VARYING WS-ST-IDX FROM 1 BY 1
                       UNTIL WS-ST-IDX > WS-ST-COUNT
                       OR WS-ST-HIT > 0
               IF WS-ST-HIT > 0
                   AND WS-ST-IN-SW(WS-ST-HIT) = "N"
                   MOVE "HOLDER SHOWN OUT" TO WS-DEF-CLASS
                   MOVE SPACES TO WS-DEF-VALUE
                   STRING BG-HOLDER DELIMITED BY SIZE
                           " CHECKED OUT" DELIMITED BY SIZE
                       INTO WS-DEF-VALUE
                   PERFORM 7100-RECORD-DEFECT
                       THRU 7100-EXIT
               END-IF
           END-IF.
           GO TO 3510-EXIT.
       3510-EXIT.
           EXIT.

       3520-MATCH-STATE-HOLDER.
           IF WS-ST-NAME(WS-ST-IDX) = BG-HOLDER
               MOVE WS-ST-IDX TO WS-ST-HIT
           END-IF.
           GO TO 3520-EXIT.
       3520-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 3600-SWEEP-HOST-MASTER  --  ID, NAME AND DEPARTMENT FILLED
      *                             IN, ACTIVE SWITCH Y OR N.  THE
      *                             DIRECTORY STAYS OPEN FOR THE
      *                             PURCHASE-ORDER HOST CHECK
      *-------------------------------------------------------------
       3600-SWEEP-HOST-MASTER.
           MOVE "HOSTMST" TO WS-CUR-FILE.
           MOVE "HOSTMST.DAT" TO WS-CUR-DSN.
           MOVE "HOST DIRECTORY" TO WS-CUR-TITLE.
           PERFORM 7000-BEGIN-FILE
               THRU 7000-EXIT.
           OPEN INPUT HOST-MASTER.
           MOVE WS-HM-STATUS TO WS-FILE-STATUS.
           PERFORM 7050-CHECK-OPEN
               THRU 7050-EXIT.
           IF NOT WS-FILE-READABLE
               GO TO 3600-EXIT
           END-IF.
           MOVE "Y" TO WS-HOST-OPEN-SW.
           PERFORM 3610-CHECK-ONE-HOST
               THRU 3610-EXIT
               UNTIL WS-FILE-EOF.
           PERFORM 7200-END-FILE
               THRU 7200-EXIT.
           GO TO 3600-EXIT.
       3600-EXIT.
           EXIT.

       3610-CHECK-ONE-HOST.
           READ HOST-MASTER NEXT RECORD
               AT END
                   MOVE "Y" TO WS-FILE-EOF-SW
                   GO TO 3610-EXIT
           END-READ.
           MOVE WS-HM-STATUS TO WS-FILE-STATUS.
           PERFORM 7060-CHECK-READ
               THRU 7060-EXIT.
           IF WS-FILE-EOF
               GO TO 3610-EXIT
           END-IF.
           MOVE HM-HOST-ID TO WS-DEF-KEY.
           IF HM-HOST-ID = SPACES
               OR HM-NAME = SPACES
               MOVE "BLANK ID OR NAME" TO WS-DEF-CLASS
               MOVE HM-NAME TO WS-DEF-VALUE
               PERFORM 7100-RECORD-DEFECT
                   THRU 7100-EXIT
           END-IF.
           IF HM-DEPARTMENT = SPACES
               MOVE "BLANK DEPARTMENT" TO WS-DEF-CLASS
               MOVE HM-NAME TO WS-DEF-VALUE
               PERFORM 7100-RECORD-DEFECT
                   THRU 7100-EXIT
           END-IF.
           IF NOT HM-ACTIVE
               AND NOT HM-INACTIVE
               MOVE "BAD ACTIVE SW" TO WS-DEF-CLASS
               MOVE SPACES TO WS-DEF-VALUE
               STRING "ACTIVE SWITCH " DELIMITED BY SIZE
                       HM-ACTIVE-SW DELIMITED BY SIZE
                   INTO WS-DEF-VALUE
               PERFORM 7100-RECORD-DEFECT
                   THRU 7100-EXIT
           END-IF.
           GO TO 3610-EXIT.
       3610-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 3700-SWEEP-INDUCTION-MASTER  --  A VISITOR ON THE MASTER,
      *                                  REAL DATES, AND AN EXPIRY
      *                                  NOT BEFORE THE INDUCTION
      *-------------------------------------------------------------
       3700-SWEEP-INDUCTION-MASTER.
           MOVE "INDUCMST" TO WS-CUR-FILE.
           MOVE "INDUCMST.DAT" TO WS-CUR-DSN.
           MOVE "SAFETY-INDUCTION MASTER" TO WS-CUR-TITLE.
           PERFORM 7000-BEGIN-FILE
               THRU 7000-EXIT.
           OPEN INPUT INDUCTION-MASTER.
           MOVE WS-IM-STATUS TO WS-FILE-STATUS.
           PERFORM 7050-CHECK-OPEN
               THRU 7050-EXIT.
           IF NOT WS-FILE-READABLE
               GO TO 3700-EXIT
           END-IF.
           PERFORM 3710-CHECK-ONE-INDUCTION
               THRU 3710-EXIT
               UNTIL WS-FILE-EOF.
           CLOSE INDUCTION-MASTER.
           PERFORM 7200-END-FILE
               THRU 7200-EXIT.
           GO TO 3700-EXIT.
       3700-EXIT.
           EXIT.

       3710-CHECK-ONE-INDUCTION.
           READ INDUCTION-MASTER NEXT RECORD
               AT END
                   MOVE "Y" TO WS-FILE-EOF-SW
                   GO TO 3710-EXIT
           END-READ.
           MOVE WS-IM-STATUS TO WS-FILE-STATUS.
           PERFORM 7060-CHECK-READ
               THRU 7060-EXIT.
           IF WS-FILE-EOF
               GO TO 3710-EXIT
           END-IF.
           MOVE IM-VISITOR-NO TO WS-DEF-KEY.
           MOVE IM-VISITOR-NO TO WS-CHK-VISITOR-X.
           PERFORM 7400-FIND-VISITOR
               THRU 7400-EXIT.
           IF NOT WS-VISITOR-KNOWN
               MOVE "UNKNOWN VISITOR" TO WS-DEF-CLASS
               MOVE "VISITOR NUMBER NOT ON VISITMST"
                   TO WS-DEF-VALUE
               PERFORM 7100-RECORD-DEFECT
                   THRU 7100-EXIT
           END-IF.
           MOVE IM-INDUCT-DATE TO WS-CHK-DATE-X.
           PERFORM 7300-CHECK-DATE
               THRU 7300-EXIT.
           IF NOT WS-DATE-VALID
               MOVE "BAD INDUCT DATE" TO WS-DEF-CLASS
               MOVE SPACES TO WS-DEF-VALUE
               STRING "INDUCTED " DELIMITED BY SIZE
                       WS-CHK-DATE-X DELIMITED BY SIZE
                   INTO WS-DEF-VALUE
               PERFORM 7100-RECORD-DEFECT
                   THRU 7100-EXIT
           END-IF.
           MOVE IM-EXPIRY-DATE TO WS-CHK-DATE-X.
           PERFORM 7300-CHECK-DATE
               THRU 7300-EXIT.
           IF NOT WS-DATE-VALID
               OR IM-EXPIRY-DATE < IM-INDUCT-DATE
               MOVE "BAD EXPIRY DATE" TO WS-DEF-CLASS
               MOVE SPACES TO WS-DEF-VALUE
               STRING "INDUCTED " DELIMITED BY SIZE
                       IM-INDUCT-DATE DELIMITED BY SIZE
                       " EXPIRES " DELIMITED BY SIZE
                       WS-CHK-DATE-X DELIMITED BY SIZE
                   INTO WS-DEF-VALUE
               PERFORM 7100-RECORD-DEFECT
                   THRU 7100-EXIT
           END-IF.
           MOVE IM-LOADED-DATE TO WS-CHK-DATE-X.
           PERFORM 7300-CHECK-DATE
               THRU 7300-EXIT.
           IF NOT WS-DATE-VALID
               OR WS-CHK-DATE-N > WS-TODAY-DATE
               MOVE "BAD LOADED DATE" TO WS-DEF-CLASS
               MOVE SPACES TO WS-DEF-VALUE
               STRING "LOADED " DELIMITED BY SIZE
                       WS-CHK-DATE-X DELIMITED BY SIZE
                   INTO WS-DEF-VALUE
               PERFORM 7100-RECORD-DEFECT
                   THRU 7100-EXIT
           END-IF.
           GO TO 3710-EXIT.
       3710-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 3800-SWEEP-PO-MASTER  --  A PO NUMBER, REAL START AND END
      *                           DATES IN ORDER, APPROVED HOURS,
      *                           NUMERIC COUNTERS, Y/N FLAGS, AND
      *                           EVERY VISITOR AND HOST IT NAMES
      *                           ON THEIR MASTERS
      *-------------------------------------------------------------
       3800-SWEEP-PO-MASTER.
           MOVE "POMST" TO WS-CUR-FILE.
           MOVE "POMST.DAT" TO WS-CUR-DSN.
           MOVE "PURCHASE-ORDER MASTER" TO WS-CUR-TITLE.
           PERFORM 7000-BEGIN-FILE
               THRU 7000-EXIT.
           OPEN INPUT PO-MASTER.
           MOVE WS-PO-STATUS TO WS-FILE-STATUS.
           PERFORM 7050-CHECK-OPEN
               THRU 7050-EXIT.
           IF NOT WS-FILE-READABLE
               GO TO 3800-EXIT
           END-IF.
           PERFORM 3810-CHECK-ONE-PO
               THRU 3810-EXIT
               UNTIL WS-FILE-EOF.
           CLOSE PO-MASTER.
           PERFORM 7200-END-FILE
               THRU 7200-EXIT.
           GO TO 3800-EXIT.
       3800-EXIT.
           EXIT.

       3810-CHECK-ONE-PO.
           READ PO-MASTER NEXT RECORD
               AT END
                   MOVE "Y" TO WS-FILE-EOF-SW
                   GO TO 3810-EXIT
           END-READ.
           MOVE WS-PO-STATUS TO WS-FILE-STATUS.
           PERFORM 7060-CHECK-READ
               THRU 7060-EXIT.
           IF WS-FILE-EOF
               GO TO 3810-EXIT
           END-IF.
           MOVE PO-NUMBER TO WS-DEF-KEY.
           IF PO-NUMBER = SPACES
               MOVE "BLANK PO NUMBER" TO WS-DEF-CLASS
               MOVE PO-DESCRIPTION TO WS-DEF-VALUE
               PERFORM 7100-RECORD-DEFECT
                   THRU 7100-EXIT
           END-IF.
           MOVE "N" TO WS-PO-DATES-BAD-SW.
           MOVE PO-START-DATE TO WS-CHK-DATE-X.
           PERFORM 7300-CHECK-DATE
               THRU 7300-EXIT.
           IF NOT WS-DATE-VALID
               MOVE "Y" TO WS-PO-DATES-BAD-SW
           END-IF.
           MOVE PO-END-DATE TO WS-CHK-DATE-X.
           PERFORM 7300-CHECK-DATE
               THRU 7300-EXIT.
           IF NOT WS-DATE-VALID
               OR PO-END-DATE < PO-START-DATE
               MOVE "Y" TO WS-PO-DATES-BAD-SW
           END-IF.
           IF WS-PO-DATES-BAD
               MOVE "BAD PO DATES" TO WS-DEF-CLASS
               MOVE SPACES TO WS-DEF-VALUE
               STRING "RUNS " DELIMITED BY SIZE
                       PO-START-DATE DELIMITED BY SIZE
                       " TO " DELIMITED BY SIZE
                       PO-END-DATE DELIMITED BY SIZE
                   INTO WS-DEF-VALUE
               PERFORM 7100-RECORD-DEFECT
                   THRU 7100-EXIT
           END-IF.
           IF PO-APPROVED-HOURS IS NOT NUMERIC
               OR PO-APPROVED-HOURS = 0
               MOVE "NO HOURS" TO WS-DEF-CLASS
               MOVE SPACES TO WS-DEF-VALUE
               STRING "APPROVED HOURS " DELIMITED BY SIZE
                       PO-APPROVED-HOURS DELIMITED BY SIZE
                   INTO WS-DEF-VALUE
               PERFORM 7100-RECORD-DEFECT
                   THRU 7100-EXIT
           END-IF.
           IF PO-USED-MINUTES IS NOT NUMERIC
               OR PO-M-DAYS IS NOT NUMERIC
               MOVE "BAD COUNTER" TO WS-DEF-CLASS
               MOVE SPACES TO WS-DEF-VALUE
               STRING "USED MINUTES " DELIMITED BY SIZE
                       PO-USED-MINUTES DELIMITED BY SIZE
                       " M-DAYS " DELIMITED BY SIZE
                       PO-M-DAYS DELIMITED BY SIZE
                   INTO WS-DEF-VALUE
               PERFORM 7100-RECORD-DEFECT
                   THRU 7100-EXIT
           END-IF.
           MOVE PO-LAST-POST-DATE TO WS-CHK-DATE-X.
           IF WS-CHK-DATE-X NOT = ZEROS
               PERFORM 7300-CHECK-DATE
                   THRU 7300-EXIT
               IF NOT WS-DATE-VALID
                   OR WS-CHK-DATE-N > WS-TODAY-DATE
                   MOVE "BAD POST DATE" TO WS-DEF-CLASS
                   MOVE SPACES TO WS-DEF-VALUE
                   STRING "LAST POSTED " DELIMITED BY SIZE
                           WS-CHK-DATE-X DELIMITED BY SIZE
                       INTO WS-DEF-VALUE
                   PERFORM 7100-RECORD-DEFECT
                       THRU 7100-EXIT
               END-IF
           END-IF.
           IF (PO-CLOSED-SW NOT = "Y" AND PO-CLOSED-SW NOT = "N"
                   AND PO-CLOSED-SW NOT = SPACE)
               OR (PO-WARNED-SW NOT = "Y" AND PO-WARNED-SW NOT = "N"
                   AND PO-WARNED-SW NOT = SPACE)
               OR (PO-EXPIRED-SW NOT = "Y" AND PO-EXPIRED-SW NOT = "N"
                   AND PO-EXPIRED-SW NOT = SPACE)
               MOVE "BAD FLAG" TO WS-DEF-CLASS
               MOVE SPACES TO WS-DEF-VALUE
               STRING "CLOSED/WARNED/EXPIRED " DELIMITED BY SIZE
                       PO-CLOSED-SW DELIMITED BY SIZE
                       "/" DELIMITED BY SIZE
                       PO-WARNED-SW DELIMITED BY SIZE
                       "/" DELIMITED BY SIZE
                       PO-EXPIRED-SW DELIMITED BY SIZE
                   INTO WS-DEF-VALUE
               PERFORM 7100-RECORD-DEFECT
                   THRU 7100-EXIT
           END-IF.
           PERFORM 3820-CHECK-PO-VISITOR
               THRU 3820-EXIT
               VARYING WS-PO-IDX FROM 1 BY 1
                   UNTIL WS-PO-IDX > 5.
           IF PO-HOST-ID NOT = SPACES
               MOVE PO-HOST-ID TO WS-CHK-HOST
               PERFORM 7450-FIND-HOST
                   THRU 7450-EXIT
               IF NOT WS-HOST-KNOWN
                   MOVE "UNKNOWN HOST" TO WS-DEF-CLASS
                   MOVE SPACES TO WS-DEF-VALUE
                   STRING "HOST " DELIMITED BY SIZE
                           PO-HOST-ID DELIMITED BY SIZE
                           " NOT ON HOSTMST" DELIMITED BY SIZE
                       INTO WS-DEF-VALUE
                   PERFORM 7100-RECORD-DEFECT
                       THRU 7100-EXIT
               END-IF
           END-IF.
           GO TO 3810-EXIT.
       3810-EXIT.
           EXIT.

       3820-CHECK-PO-VISITOR.
           MOVE PO-VISITOR-NO(WS-PO-IDX) TO WS-CHK-VISITOR-X.
           IF WS-CHK-VISITOR-X = ZEROS
               GO TO 3820-EXIT
           END-IF.
           PERFORM 7400-FIND-VISITOR
               THRU 7400-EXIT.
           IF NOT WS-VISITOR-KNOWN
               MOVE "UNKNOWN VISITOR" TO WS-DEF-CLASS
               MOVE SPACES TO WS-DEF-VALUE
               STRING "VISITOR " DELIMITED BY SIZE
                       WS-CHK-VISITOR-X DELIMITED BY SIZE
                       " NOT ON VISITMST" DELIMITED BY SIZE
                   INTO WS-DEF-VALUE
               PERFORM 7100-RECORD-DEFECT
                   THRU 7100-EXIT
           END-IF.
           GO TO 3820-EXIT.
       3820-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 3900-SWEEP-WATCH-LIST  --  A DENY OR ALERT ACTION, A NAME OR
      *                            A VISITOR NUMBER (ON THE MASTER),
      *                            A REAL EFFECTIVE DATE AND AN
      *                            EXPIRY OF ZERO OR NOT BEFORE IT
      *-------------------------------------------------------------
       3900-SWEEP-WATCH-LIST.
           MOVE "WATCHLST" TO WS-CUR-FILE.
           MOVE "WATCHLST.DAT" TO WS-CUR-DSN.
           MOVE "SECURITY WATCH LIST" TO WS-CUR-TITLE.
           PERFORM 7000-BEGIN-FILE
               THRU 7000-EXIT.
           OPEN INPUT WATCH-LIST.
           MOVE WS-WL-STATUS TO WS-FILE-STATUS.
           PERFORM 7050-CHECK-OPEN
               THRU 7050-EXIT.
           IF NOT WS-FILE-READABLE
               GO TO 3900-EXIT
           END-IF.
           PERFORM 3910-CHECK-ONE-WATCH
               THRU 3910-EXIT
               UNTIL WS-FILE-EOF.
           CLOSE WATCH-LIST.
           PERFORM 7200-END-FILE
               THRU 7200-EXIT.
           GO TO 3900-EXIT.
       3900-EXIT.
           EXIT.

       3910-CHECK-ONE-WATCH.
           READ WATCH-LIST NEXT RECORD
               AT END
                   MOVE "Y" TO WS-FILE-EOF-SW
                   GO TO 3910-EXIT
           END-READ.
           MOVE WS-WL-STATUS TO WS-FILE-STATUS.
           PERFORM 7060-CHECK-READ
               THRU 7060-EXIT.
           IF WS-FILE-EOF
               GO TO 3910-EXIT
           END-IF.
           MOVE WL-ENTRY-NO TO WS-DEF-KEY.
           IF NOT WL-ACTION-VALID
               MOVE "BAD ACTION" TO WS-DEF-CLASS
               MOVE SPACES TO WS-DEF-VALUE
               STRING "ACTION " DELIMITED BY SIZE
                       WL-ACTION DELIMITED BY SIZE
                   INTO WS-DEF-VALUE
               PERFORM 7100-RECORD-DEFECT
                   THRU 7100-EXIT
           END-IF.
           MOVE WL-VISITOR-NO TO WS-CHK-VISITOR-X.
           IF WL-NAME = SPACES
               AND WS-CHK-VISITOR-X = ZEROS
               MOVE "NO NAME/NUMBER" TO WS-DEF-CLASS
               MOVE WL-REASON TO WS-DEF-VALUE
               PERFORM 7100-RECORD-DEFECT
                   THRU 7100-EXIT
           END-IF.
           IF WS-CHK-VISITOR-X NOT = ZEROS
               PERFORM 7400-FIND-VISITOR
                   THRU 7400-EXIT
               IF NOT WS-VISITOR-KNOWN
                   MOVE "UNKNOWN VISITOR" TO WS-DEF-CLASS
                   MOVE SPACES TO WS-DEF-VALUE
                   STRING "VISITOR " DELIMITED BY SIZE
                           WS-CHK-VISITOR-X DELIMITED BY SIZE
                           " NOT ON VISITMST" DELIMITED BY SIZE
                       INTO WS-DEF-VALUE
                   PERFORM 7100-RECORD-DEFECT
                       THRU 7100-EXIT
               END-IF
           END-IF.
           MOVE "N" TO WS-PO-DATES-BAD-SW.
           MOVE WL-EFFECTIVE-DATE TO WS-CHK-DATE-X.
           PERFORM 7300-CHECK-DATE
               THRU 7300-EXIT.
           IF NOT WS-DATE-VALID
               MOVE "Y" TO WS-PO-DATES-BAD-SW
           END-IF.
           MOVE WL-EXPIRY-DATE TO WS-CHK-DATE-X.
           IF WS-CHK-DATE-X NOT = ZEROS
               PERFORM 7300-CHECK-DATE
                   THRU 7300-EXIT
               IF NOT WS-DATE-VALID
                   OR WL-EXPIRY-DATE < WL-EFFECTIVE-DATE
                   MOVE "Y" TO WS-PO-DATES-BAD-SW
               END-IF
           END-IF.
           IF WS-PO-DATES-BAD
               MOVE "BAD DATES" TO WS-DEF-CLASS
               MOVE SPACES TO WS-DEF-VALUE
               STRING "EFFECTIVE " DELIMITED BY SIZE
                       WL-EFFECTIVE-DATE DELIMITED BY SIZE
                       " EXPIRES " DELIMITED BY SIZE
                       WL-EXPIRY-DATE DELIMITED BY SIZE
                   INTO WS-DEF-VALUE
               PERFORM 7100-RECORD-DEFECT
                   THRU 7100-EXIT
           END-IF.
           GO TO 3910-EXIT.
       3910-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 4000-SWEEP-CARD-XREF  --  A CARD NUMBER, A VISITOR ON THE
      *                           MASTER AND A REAL ADDED DATE.  A
      *                           CARD LISTED TWICE IS NOT A DEFECT
      *                           - THE LATER RECORD REPLACES THE
      *                           EARLIER ONE (SEE CARDXSL.CPY)
      *-------------------------------------------------------------
       4000-SWEEP-CARD-XREF.
           MOVE "CARDXREF" TO WS-CUR-FILE.
           MOVE "CARDXREF.DAT" TO WS-CUR-DSN.
           MOVE "ACCESS-CARD CROSS-REFERENCE" TO WS-CUR-TITLE.
           PERFORM 7000-BEGIN-FILE
               THRU 7000-EXIT.
           OPEN INPUT CARD-XREF.
           MOVE WS-CX-STATUS TO WS-FILE-STATUS.
           PERFORM 7050-CHECK-OPEN
               THRU 7050-EXIT.
           IF NOT WS-FILE-READABLE
               GO TO 4000-EXIT
           END-IF.
           PERFORM 4010-CHECK-ONE-CARD
               THRU 4010-EXIT
               UNTIL WS-FILE-EOF.
           CLOSE CARD-XREF.
           PERFORM 7200-END-FILE
               THRU 7200-EXIT.
           GO TO 4000-EXIT.
       4000-EXIT.
           EXIT.

       4010-CHECK-ONE-CARD.
           READ CARD-XREF
               AT END
                   MOVE "Y" TO WS-FILE-EOF-SW
                   GO TO 4010-EXIT
           END-READ.
           MOVE WS-CX-STATUS TO WS-FILE-STATUS.
           PERFORM 7060-CHECK-READ
               THRU 7060-EXIT.
           IF WS-FILE-EOF
               GO TO 4010-EXIT
           END-IF.
           MOVE CX-CARD-NO TO WS-DEF-KEY.
           IF CX-CARD-NO = SPACES
               MOVE "BLANK CARD" TO WS-DEF-CLASS
               MOVE CARD-XREF-RECORD TO WS-DEF-VALUE
               PERFORM 7100-RECORD-DEFECT
                   THRU 7100-EXIT
           END-IF.
           MOVE CX-VISITOR-NO TO WS-CHK-VISITOR-X.
           PERFORM 7400-FIND-VISITOR
               THRU 7400-EXIT.
           IF NOT WS-VISITOR-KNOWN
               MOVE "UNKNOWN VISITOR" TO WS-DEF-CLASS
               MOVE SPACES TO WS-DEF-VALUE
               STRING "VISITOR " DELIMITED BY SIZE
                       WS-CHK-VISITOR-X DELIMITED BY SIZE
                       " NOT ON VISITMST" DELIMITED BY SIZE
                   INTO WS-DEF-VALUE
               PERFORM 7100-RECORD-DEFECT
                   THRU 7100-EXIT
           END-IF.
           MOVE CX-ADDED-DATE TO WS-CHK-DATE-X.
           PERFORM 7300-CHECK-DATE
               THRU 7300-EXIT.
           IF NOT WS-DATE-VALID
               OR WS-CHK-DATE-N > WS-TODAY-DATE
               MOVE "BAD ADDED DATE" TO WS-DEF-CLASS
               MOVE SPACES TO WS-DEF-VALUE
               STRING "ADDED " DELIMITED BY SIZE
                       WS-CHK-DATE-X DELIMITED BY SIZE
                   INTO WS-DEF-VALUE
               PERFORM 7100-RECORD-DEFECT
                   THRU 7100-EXIT
           END-IF.
           GO TO 4010-EXIT.
       4010-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 4100-SWEEP-OPERATOR-MASTER  --  AN ID, ACTIVE SWITCH Y/L/N,
      *                                 AUTHORITY 1-9, AND THE
      *                                 PASSWORD-CHANGE, FAIL-COUNT
      *                                 AND TRAINING FLAGS IN RANGE
      *-------------------------------------------------------------
       4100-SWEEP-OPERATOR-MASTER.
           MOVE "OPERMST" TO WS-CUR-FILE.
           MOVE "OPERMST.DAT" TO WS-CUR-DSN.
           MOVE "OPERATOR MASTER" TO WS-CUR-TITLE.
           PERFORM 7000-BEGIN-FILE
               THRU 7000-EXIT.
           OPEN INPUT OPERATOR-MASTER.
           MOVE WS-OM-STATUS TO WS-FILE-STATUS.
           PERFORM 7050-CHECK-OPEN
               THRU 7050-EXIT.
           IF NOT WS-FILE-READABLE
               GO TO 4100-EXIT
           END-IF.
           PERFORM 4110-CHECK-ONE-OPERATOR
               THRU 4110-EXIT
               UNTIL WS-FILE-EOF.
           CLOSE OPERATOR-MASTER.
           PERFORM 7200-END-FILE
               THRU 7200-EXIT.
           GO TO 4100-EXIT.
       4100-EXIT.
           EXIT.

       4110-CHECK-ONE-OPERATOR.
           READ OPERATOR-MASTER
               AT END
                   MOVE "Y" TO WS-FILE-EOF-SW
                   GO TO 4110-EXIT
           END-READ.
           MOVE WS-OM-STATUS TO WS-FILE-STATUS.
           PERFORM 7060-CHECK-READ
               THRU 7060-EXIT.
           IF WS-FILE-EOF
               GO TO 4110-EXIT
           END-IF.
           MOVE OM-OPERATOR-ID TO WS-DEF-KEY.
           IF OM-OPERATOR-ID = SPACES
               MOVE "BLANK ID" TO WS-DEF-CLASS
               MOVE OM-NAME TO WS-DEF-VALUE
               PERFORM 7100-RECORD-DEFECT
                   THRU 7100-EXIT
           END-IF.
           IF OM-ACTIVE-SW NOT = "Y"
               AND OM-ACTIVE-SW NOT = "L"
               AND OM-ACTIVE-SW NOT = "N"
               MOVE "BAD ACTIVE SW" TO WS-DEF-CLASS
               MOVE SPACES TO WS-DEF-VALUE
               STRING "ACTIVE SWITCH " DELIMITED BY SIZE
                       OM-ACTIVE-SW DELIMITED BY SIZE
                   INTO WS-DEF-VALUE
               PERFORM 7100-RECORD-DEFECT
                   THRU 7100-EXIT
           END-IF.
           IF OM-AUTH-LEVEL IS NOT NUMERIC
               OR OM-AUTH-LEVEL = "0"
               MOVE "BAD AUTH LEVEL" TO WS-DEF-CLASS
               MOVE SPACES TO WS-DEF-VALUE
               STRING "AUTHORITY LEVEL " DELIMITED BY SIZE
                       OM-AUTH-LEVEL DELIMITED BY SIZE
                   INTO WS-DEF-VALUE
               PERFORM 7100-RECORD-DEFECT
                   THRU 7100-EXIT
           END-IF.
           IF (OM-PWD-CHANGE-SW NOT = "Y"
                   AND OM-PWD-CHANGE-SW NOT = "N"
                   AND OM-PWD-CHANGE-SW NOT = SPACE)
               OR (OM-FAIL-COUNT IS NOT NUMERIC
                   AND OM-FAIL-COUNT NOT = SPACE)
               OR (OM-TRAINING-SW NOT = "Y"
                   AND OM-TRAINING-SW NOT = "N"
                   AND OM-TRAINING-SW NOT = SPACE)
               MOVE "BAD FLAG" TO WS-DEF-CLASS
               MOVE SPACES TO WS-DEF-VALUE
               STRING "CHANGE/FAILS/TRAINING " DELIMITED BY SIZE
                       OM-PWD-CHANGE-SW DELIMITED BY SIZE
                       "/" DELIMITED BY SIZE
                       OM-FAIL-COUNT DELIMITED BY SIZE
                       "/" DELIMITED BY SIZE
                       OM-TRAINING-SW DELIMITED BY SIZE
                   INTO WS-DEF-VALUE
               PERFORM 7100-RECORD-DEFECT
                   THRU 7100-EXIT
           END-IF.
           GO TO 4110-EXIT.
       4110-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 4200-SWEEP-FACTORIAL-CACHE  --  N NUMERIC, 1-60 DIGIT GROUPS
      *                                 IN USE, EACH GROUP 0-9999
      *                                 AND THE TOP GROUP NOT ZERO
      *-------------------------------------------------------------
       4200-SWEEP-FACTORIAL-CACHE.
           MOVE "FACTCACHE" TO WS-CUR-FILE.
           MOVE "FACTCACHE.DAT" TO WS-CUR-DSN.
           MOVE "FACTORIAL RESULT CACHE" TO WS-CUR-TITLE.
           PERFORM 7000-BEGIN-FILE
               THRU 7000-EXIT.
           OPEN INPUT FACTORIAL-CACHE.
           MOVE WS-FC-STATUS TO WS-FILE-STATUS.
           PERFORM 7050-CHECK-OPEN
               THRU 7050-EXIT.
           IF NOT WS-FILE-READABLE
               GO TO 4200-EXIT
           END-IF.
           PERFORM 4210-CHECK-ONE-FACTORIAL
               THRU 4210-EXIT
               UNTIL WS-FILE-EOF.
           CLOSE FACTORIAL-CACHE.
           PERFORM 7200-END-FILE
               THRU 7200-EXIT.
           GO TO 4200-EXIT.
       4200-EXIT.
           EXIT.

       4210-CHECK-ONE-FACTORIAL.
           READ FACTORIAL-CACHE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-FILE-EOF-SW
                   GO TO 4210-EXIT
           END-READ.
           MOVE WS-FC-STATUS TO WS-FILE-STATUS.
           PERFORM 7060-CHECK-READ
               THRU 7060-EXIT.
           IF WS-FILE-EOF
               GO TO 4210-EXIT
           END-IF.
           MOVE FC-N TO WS-DEF-KEY.
           IF FC-N IS NOT NUMERIC
               MOVE "BAD N" TO WS-DEF-CLASS
               MOVE "N IS NOT NUMERIC" TO WS-DEF-VALUE
               PERFORM 7100-RECORD-DEFECT
                   THRU 7100-EXIT
           END-IF.
           IF FC-BIG-USED < 1
               OR FC-BIG-USED > 60
               MOVE "BAD GROUP COUNT" TO WS-DEF-CLASS
               MOVE FC-BIG-USED TO D-NUMBER
               MOVE SPACES TO WS-DEF-VALUE
               STRING "GROUPS IN USE " DELIMITED BY SIZE
                       FUNCTION TRIM(D-NUMBER) DELIMITED BY SIZE
                   INTO WS-DEF-VALUE
               PERFORM 7100-RECORD-DEFECT
                   THRU 7100-EXIT
               GO TO 4210-EXIT
           END-IF.
           MOVE 0 TO WS-FC-BAD-GROUP.
           PERFORM 4220-CHECK-ONE-GROUP
               THRU 4220-EXIT
               VARYING WS-FC-IDX FROM 1 BY 1
                   UNTIL WS-FC-IDX > FC-BIG-USED
                   OR WS-FC-BAD-GROUP > 0.
           IF WS-FC-BAD-GROUP = 0
               AND FC-BIG-USED > 1
               AND FC-BIG-DIGITS(FC-BIG-USED) = 0
               MOVE FC-BIG-USED TO WS-FC-BAD-GROUP
           END-IF.
           IF WS-FC-BAD-GROUP > 0
               MOVE "BAD DIGIT GROUP" TO WS-DEF-CLASS
               MOVE WS-FC-BAD-GROUP TO D-NUMBER
               MOVE SPACES TO WS-DEF-VALUE
               STRING "GROUP " DELIMITED BY SIZE
                       FUNCTION TRIM(D-NUMBER) DELIMITED BY SIZE
                       " OUT OF RANGE" DELIMITED BY SIZE
                   INTO WS-DEF-VALUE
               PERFORM 7100-RECORD-DEFECT
                   THRU 7100-EXIT
           END-IF.
           GO TO 4210-EXIT.
       4210-EXIT.
           EXIT.

       4220-CHECK-ONE-GROUP.
           IF FC-BIG-DIGITS(WS-FC-IDX) > 9999
               MOVE WS-FC-IDX TO WS-FC-BAD-GROUP
           END-IF.
           GO TO 4220-EXIT.
       4220-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 4300-SWEEP-PRIME-MASTER  --  THE SWITCH IS Y OR N; A PRIME
      *                              HAS NO SMALLEST FACTOR AND IS
      *                              AT LEAST 2; A NON-PRIME FROM 2
      *                              UP HAS A FACTOR OF 2 OR MORE
      *                              THAT DIVIDES IT
      *-------------------------------------------------------------
       4300-SWEEP-PRIME-MASTER.
           MOVE "PRIMMST" TO WS-CUR-FILE.
           MOVE "PRIMMST.DAT" TO WS-CUR-DSN.
           MOVE "PRIME RESULT MASTER" TO WS-CUR-TITLE.
           PERFORM 7000-BEGIN-FILE
               THRU 7000-EXIT.
           OPEN INPUT PRIME-MASTER.
           MOVE WS-PM-STATUS TO WS-FILE-STATUS.
           PERFORM 7050-CHECK-OPEN
               THRU 7050-EXIT.
           IF NOT WS-FILE-READABLE
               GO TO 4300-EXIT
           END-IF.
           PERFORM 4310-CHECK-ONE-PRIME
               THRU 4310-EXIT
               UNTIL WS-FILE-EOF.
           CLOSE PRIME-MASTER.
           PERFORM 7200-END-FILE
               THRU 7200-EXIT.
           GO TO 4300-EXIT.
       4300-EXIT.
           EXIT.

       4310-CHECK-ONE-PRIME.
           READ PRIME-MASTER NEXT RECORD
               AT END
                   MOVE "Y" TO WS-FILE-EOF-SW
                   GO TO 4310-EXIT
           END-READ.
           MOVE WS-PM-STATUS TO WS-FILE-STATUS.
           PERFORM 7060-CHECK-READ
               THRU 7060-EXIT.
           IF WS-FILE-EOF
               GO TO 4310-EXIT
           END-IF.
           MOVE PM-NUMBER TO WS-DEF-KEY.
           IF PM-NUMBER IS NOT NUMERIC
               OR PM-SMALLEST-FACTOR IS NOT NUMERIC
               MOVE "BAD NUMBER" TO WS-DEF-CLASS
               MOVE SPACES TO WS-DEF-VALUE
               STRING "NUMBER " DELIMITED BY SIZE
                       PM-NUMBER DELIMITED BY SIZE
                       " FACTOR " DELIMITED BY SIZE
                       PM-SMALLEST-FACTOR DELIMITED BY SIZE
                   INTO WS-DEF-VALUE
               PERFORM 7100-RECORD-DEFECT
                   THRU 7100-EXIT
               GO TO 4310-EXIT
           END-IF.
           IF PM-PRIME-SW NOT = "Y"
               AND PM-PRIME-SW NOT = "N"
               MOVE "BAD PRIME SW" TO WS-DEF-CLASS
               MOVE SPACES TO WS-DEF-VALUE
               STRING "PRIME SWITCH " DELIMITED BY SIZE
                       PM-PRIME-SW DELIMITED BY SIZE
                   INTO WS-DEF-VALUE
               PERFORM 7100-RECORD-DEFECT
                   THRU 7100-EXIT
               GO TO 4310-EXIT
           END-IF.
           IF PM-PRIME
               AND PM-SMALLEST-FACTOR NOT = 0
               MOVE "PRIME HAS FACTOR" TO WS-DEF-CLASS
               MOVE SPACES TO WS-DEF-VALUE
               STRING "MARKED PRIME, SMALLEST FACTOR " DELIMITED BY SIZE
                       PM-SMALLEST-FACTOR DELIMITED BY SIZE
                   INTO WS-DEF-VALUE
               PERFORM 7100-RECORD-DEFECT
                   THRU 7100-EXIT
               GO TO 4310-EXIT
           END-IF.
           IF PM-PRIME
               AND PM-NUMBER < 2
               MOVE "BAD PRIME SW" TO WS-DEF-CLASS
               MOVE "MARKED PRIME BUT BELOW 2" TO WS-DEF-VALUE
               PERFORM 7100-RECORD-DEFECT
                   THRU 7100-EXIT
               GO TO 4310-EXIT
           END-IF.
           IF PM-PRIME
               OR PM-NUMBER < 2
               GO TO 4310-EXIT
           END-IF.
           MOVE 1 TO WS-PM-REM.
           IF PM-SMALLEST-FACTOR >= 2
               AND PM-SMALLEST-FACTOR < PM-NUMBER
               DIVIDE PM-NUMBER BY PM-SMALLEST-FACTOR
                   GIVING WS-PM-QUOT
                   REMAINDER WS-PM-REM
           END-IF.
           IF WS-PM-REM NOT = 0
               MOVE "BAD FACTOR" TO WS-DEF-CLASS
               MOVE SPACES TO WS-DEF-VALUE
               STRING "SMALLEST FACTOR " DELIMITED BY SIZE
                       PM-SMALLEST-FACTOR DELIMITED BY SIZE
                       " DOES NOT DIVIDE" DELIMITED BY SIZE
                   INTO WS-DEF-VALUE
               PERFORM 7100-RECORD-DEFECT
                   THRU 7100-EXIT
           END-IF.
           GO TO 4310-EXIT.
       4310-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 5000-SUMMARIZE  --  ONE LINE AND ONE INTEGRITY EXCEPTION
      *                     PER DEFECT CLASS, THE SWEEP TOTALS, THE
      *                     RETURN CODE AND THE RUN'S AUDIT RECORD
      *-------------------------------------------------------------
       5000-SUMMARIZE.
           MOVE SPACES TO INTEGRITY-RPT-RECORD.
           PERFORM 8900-WRITE-LINE
               THRU 8900-EXIT.
           MOVE "DEFECT SUMMARY" TO INTEGRITY-RPT-RECORD.
           PERFORM 8900-WRITE-LINE
               THRU 8900-EXIT.
           MOVE SPACES TO INTEGRITY-RPT-RECORD.
           PERFORM 8900-WRITE-LINE
               THRU 8900-EXIT.
           MOVE "  FILE      DEFECT CLASS        COUNT"
               TO INTEGRITY-RPT-RECORD.
           PERFORM 8900-WRITE-LINE
               THRU 8900-EXIT.
           PERFORM 5100-SUMMARIZE-ONE-CLASS
               THRU 5100-EXIT
               VARYING WS-DC-IDX FROM 1 BY 1
                   UNTIL WS-DC-IDX > WS-DC-COUNT.
           IF WS-DC-COUNT = 0
               MOVE "  NONE - EVERY MASTER READ CHECKS CLEAN."
                   TO INTEGRITY-RPT-RECORD
               PERFORM 8900-WRITE-LINE
                   THRU 8900-EXIT
           END-IF.
           MOVE SPACES TO INTEGRITY-RPT-RECORD.
           PERFORM 8900-WRITE-LINE
               THRU 8900-EXIT.
           IF NOT WS-VM-OPEN
               MOVE "VISITMST.DAT NOT READ - VISITOR CHECKS SKIPPED."
                   TO INTEGRITY-RPT-RECORD
               PERFORM 8900-WRITE-LINE
                   THRU 8900-EXIT
           END-IF.
           IF NOT WS-HOST-OPEN
               MOVE "HOSTMST.DAT NOT READ - PO HOST CHECK SKIPPED."
                   TO INTEGRITY-RPT-RECORD
               PERFORM 8900-WRITE-LINE
                   THRU 8900-EXIT
           END-IF.
           MOVE WS-FILES-CHECKED TO D-COUNT.
           MOVE SPACES TO INTEGRITY-RPT-RECORD.
           STRING "FILES CHECKED:        " DELIMITED BY SIZE
                   D-COUNT DELIMITED BY SIZE
               INTO INTEGRITY-RPT-RECORD.
           PERFORM 8900-WRITE-LINE
               THRU 8900-EXIT.
           MOVE WS-FILES-MISSING TO D-COUNT.
           MOVE SPACES TO INTEGRITY-RPT-RECORD.
           STRING "FILES NOT PRESENT:    " DELIMITED BY SIZE
                   D-COUNT DELIMITED BY SIZE
               INTO INTEGRITY-RPT-RECORD.
           PERFORM 8900-WRITE-LINE
               THRU 8900-EXIT.
           MOVE WS-TOTAL-RECORDS TO D-COUNT.
           MOVE SPACES TO INTEGRITY-RPT-RECORD.
           STRING "RECORDS READ:         " DELIMITED BY SIZE
                   D-COUNT DELIMITED BY SIZE
               INTO INTEGRITY-RPT-RECORD.
           PERFORM 8900-WRITE-LINE
               THRU 8900-EXIT.
           MOVE WS-TOTAL-DEFECTS TO D-COUNT.
           MOVE SPACES TO INTEGRITY-RPT-RECORD.
           STRING "DEFECTS FOUND:        " DELIMITED BY SIZE
                   D-COUNT DELIMITED BY SIZE
               INTO INTEGRITY-RPT-RECORD.
           PERFORM 8900-WRITE-LINE
               THRU 8900-EXIT.
           IF WS-UNREADABLE
               MOVE 8 TO LK-RETURN-CODE
           ELSE
               IF WS-TOTAL-DEFECTS > 0
                   MOVE 4 TO LK-RETURN-CODE
               END-IF
           END-IF.
           MOVE SPACES TO DAILY-AUDIT-RECORD.
           MOVE "INTEG-SWEEP" TO DA-PROGRAM-ID.
           MOVE WS-TOTAL-RECORDS TO D-COUNT.
           STRING "RECORDS " DELIMITED BY SIZE
                   FUNCTION TRIM(D-COUNT) DELIMITED BY SIZE
               INTO DA-INPUT-VALUE.
           MOVE WS-TOTAL-DEFECTS TO D-COUNT.
           STRING "DEFECTS " DELIMITED BY SIZE
                   FUNCTION TRIM(D-COUNT) DELIMITED BY SIZE
               INTO DA-OUTPUT-VALUE.
           MOVE LK-RETURN-CODE TO DA-RETURN-CODE.
           PERFORM 9500-WRITE-AUDIT-RECORD
               THRU 9500-EXIT.
           GO TO 5000-EXIT.
       5000-EXIT.
           EXIT.

       5100-SUMMARIZE-ONE-CLASS.
           MOVE WS-DC-DEFECTS(WS-DC-IDX) TO D-COUNT.
           MOVE SPACES TO INTEGRITY-RPT-RECORD.
           MOVE WS-DC-FILE(WS-DC-IDX) TO INTEGRITY-RPT-RECORD(3:9).
           MOVE WS-DC-CLASS(WS-DC-IDX) TO INTEGRITY-RPT-RECORD(13:16).
           MOVE D-COUNT TO INTEGRITY-RPT-RECORD(31:7).
           PERFORM 8900-WRITE-LINE
               THRU 8900-EXIT.
           MOVE SPACES TO EXCEPTION-LOG-RECORD.
           MOVE "INTEG-SWEEP" TO EX-PROGRAM-ID.
           MOVE "INTEGRITY" TO EX-EXCEPTION-TYPE.
           MOVE WS-DC-DEFECTS(WS-DC-IDX) TO D-SHORT-COUNT.
           IF WS-DC-DEFECTS(WS-DC-IDX) > 9999
               MOVE 9999 TO D-SHORT-COUNT
           END-IF.
           MOVE SPACES TO EX-DETAIL.
           MOVE WS-DC-FILE(WS-DC-IDX) TO EX-DETAIL(1:9).
           MOVE WS-DC-CLASS(WS-DC-IDX) TO EX-DETAIL(11:16).
           MOVE D-SHORT-COUNT TO EX-DETAIL(27:4).
           MOVE 4 TO EX-RETURN-CODE.
           IF WS-DC-CLASS(WS-DC-IDX) = "FILE UNREADABLE"
               MOVE 8 TO EX-RETURN-CODE
           END-IF.
           PERFORM 9550-WRITE-EXCEPTION-RECORD
               THRU 9550-EXIT.
           GO TO 5100-EXIT.
       5100-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 6000-SAVE-CONTROL  --  STAMP THE SWEEP DATE SO THE REST OF
      *                        THE WEEK'S RUNS PASS IT BY.  A SWEEP
      *                        THAT COULD NOT READ A MASTER IS NOT
      *                        STAMPED, SO THE NEXT RUN TRIES AGAIN
      *-------------------------------------------------------------
       6000-SAVE-CONTROL.
           IF WS-UNREADABLE
               GO TO 6000-EXIT
           END-IF.
           OPEN OUTPUT INTEGRITY-CONTROL.
           IF NOT WS-IC-OK
               DISPLAY "INTGCTL.DAT could not be written, status "
                   WS-IC-STATUS "."
               GO TO 6000-EXIT
           END-IF.
           MOVE WS-BUS-DATE TO IC-LAST-SWEEP-DATE.
           WRITE INTEGRITY-CONTROL-RECORD.
           CLOSE INTEGRITY-CONTROL.
           GO TO 6000-EXIT.
       6000-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 7000-BEGIN-FILE  --  SECTION HEADING FOR THE NEXT FILE
      *-------------------------------------------------------------
       7000-BEGIN-FILE.
           MOVE 0 TO WS-FILE-RECORDS.
           MOVE 0 TO WS-FILE-DEFECTS.
           MOVE "N" TO WS-FILE-EOF-SW.
           MOVE "Y" TO WS-FILE-READABLE-SW.
           MOVE SPACES TO INTEGRITY-RPT-RECORD.
           PERFORM 8900-WRITE-LINE
               THRU 8900-EXIT.
           MOVE SPACES TO INTEGRITY-RPT-RECORD.
           STRING "FILE: " DELIMITED BY SIZE
                   WS-CUR-DSN DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-CUR-TITLE DELIMITED BY SIZE
               INTO INTEGRITY-RPT-RECORD.
           PERFORM 8900-WRITE-LINE
               THRU 8900-EXIT.
           MOVE "  KEY          DEFECT            DETAIL"
               TO INTEGRITY-RPT-RECORD.
           PERFORM 8900-WRITE-LINE
               THRU 8900-EXIT.
           GO TO 7000-EXIT.
       7000-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 7050-CHECK-OPEN  --  A MISSING FILE IS NOTED AND PASSED BY;
      *                      ANY OTHER FAILURE IS AN UNREADABLE
      *                      MASTER AND ENDS THE STEP WITH CODE 8
      *-------------------------------------------------------------
       7050-CHECK-OPEN.
           IF WS-FILE-STATUS(1:1) = "0"
               ADD 1 TO WS-FILES-CHECKED
               GO TO 7050-EXIT
           END-IF.
           MOVE "N" TO WS-FILE-READABLE-SW.
           IF WS-FILE-STATUS = "35"
               ADD 1 TO WS-FILES-MISSING
               MOVE "  NOT PRESENT - NOT CHECKED."
                   TO INTEGRITY-RPT-RECORD
               PERFORM 8900-WRITE-LINE
                   THRU 8900-EXIT
               GO TO 7050-EXIT
           END-IF.
           MOVE "Y" TO WS-UNREADABLE-SW.
           MOVE "OPEN" TO WS-DEF-KEY.
           MOVE "FILE UNREADABLE" TO WS-DEF-CLASS.
           MOVE SPACES TO WS-DEF-VALUE.
           STRING "OPEN FAILED, STATUS " DELIMITED BY SIZE
                   WS-FILE-STATUS DELIMITED BY SIZE
               INTO WS-DEF-VALUE.
           PERFORM 7100-RECORD-DEFECT
               THRU 7100-EXIT.
           GO TO 7050-EXIT.
       7050-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 7060-CHECK-READ  --  COUNT A GOOD READ; A READ ERROR IS AN
      *                      UNREADABLE MASTER AND ENDS THE FILE
      *-------------------------------------------------------------
       7060-CHECK-READ.
           IF WS-FILE-STATUS(1:1) = "0"
               ADD 1 TO WS-FILE-RECORDS
               GO TO 7060-EXIT
           END-IF.
           MOVE "Y" TO WS-FILE-EOF-SW.
           MOVE "Y" TO WS-UNREADABLE-SW.
           MOVE "READ" TO WS-DEF-KEY.
           MOVE "FILE UNREADABLE" TO WS-DEF-CLASS.
           MOVE SPACES TO WS-DEF-VALUE.
           STRING "READ FAILED, STATUS " DELIMITED BY SIZE
                   WS-FILE-STATUS DELIMITED BY SIZE
               INTO WS-DEF-VALUE.
           PERFORM 7100-RECORD-DEFECT
               THRU 7100-EXIT.
           GO TO 7060-EXIT.
       7060-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 7100-RECORD-DEFECT  --  LIST ONE DEFECT UNDER THE CURRENT
      *                         FILE AND COUNT IT AGAINST ITS CLASS
      *-------------------------------------------------------------
       7100-RECORD-DEFECT.
           ADD 1 TO WS-FILE-DEFECTS.
           ADD 1 TO WS-TOTAL-DEFECTS.
           MOVE SPACES TO INTEGRITY-RPT-RECORD.
           MOVE WS-DEF-KEY TO INTEGRITY-RPT-RECORD(3:12).
           MOVE WS-DEF-CLASS TO INTEGRITY-RPT-RECORD(16:16).
           MOVE WS-DEF-VALUE TO INTEGRITY-RPT-RECORD(34:40).
           PERFORM 8900-WRITE-LINE
               THRU 8900-EXIT.
           MOVE 0 TO WS-DC-HIT.
           PERFORM 7110-MATCH-CLASS
               THRU 7110-EXIT
               VARYING WS-DC-IDX FROM 1 BY 1
                   UNTIL WS-DC-IDX > WS-DC-COUNT
                   OR WS-DC-HIT > 0.
           IF WS-DC-HIT = 0
               IF WS-DC-COUNT >= 80
                   GO TO 7100-EXIT
               END-IF
               ADD 1 TO WS-DC-COUNT
               MOVE WS-DC-COUNT TO WS-DC-HIT
               MOVE WS-CUR-FILE TO WS-DC-FILE(WS-DC-HIT)
               MOVE WS-DEF-CLASS TO WS-DC-CLASS(WS-DC-HIT)
               MOVE 0 TO WS-DC-DEFECTS(WS-DC-HIT)
           END-IF.
           ADD 1 TO WS-DC-DEFECTS(WS-DC-HIT).
           GO TO 7100-EXIT.
       7100-EXIT.
           EXIT.

       7110-MATCH-CLASS.
           IF WS-DC-FILE(WS-DC-IDX) = WS-CUR-FILE
               AND WS-DC-CLASS(WS-DC-IDX) = WS-DEF-CLASS
               MOVE WS-DC-IDX TO WS-DC-HIT
           END-IF.
           GO TO 7110-EXIT.
       7110-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 7200-END-FILE  --  THE FILE'S RECORD AND DEFECT COUNTS
      *-------------------------------------------------------------
       7200-END-FILE.
           ADD WS-FILE-RECORDS TO WS-TOTAL-RECORDS.
           IF WS-FILE-DEFECTS = 0
               MOVE "  NO DEFECTS." TO INTEGRITY-RPT-RECORD
               PERFORM 8900-WRITE-LINE
                   THRU 8900-EXIT
           END-IF.
           MOVE SPACES TO INTEGRITY-RPT-RECORD.
           MOVE WS-FILE-RECORDS TO D-COUNT.
           STRING "  RECORDS READ: " DELIMITED BY SIZE
                   D-COUNT DELIMITED BY SIZE
                   "   DEFECTS: " DELIMITED BY SIZE
               INTO INTEGRITY-RPT-RECORD.
           MOVE WS-FILE-DEFECTS TO D-COUNT.
           MOVE D-COUNT TO INTEGRITY-RPT-RECORD(36:7).
           PERFORM 8900-WRITE-LINE
               THRU 8900-EXIT.
           GO TO 7200-EXIT.
       7200-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 7300-CHECK-DATE  --  WS-CHK-DATE-X IS A REAL CCYYMMDD DATE
      *                      (NUMERIC, NOT BEFORE 1601, A REAL
      *                      MONTH AND A DAY THAT MONTH HAS)
      *-------------------------------------------------------------
       7300-CHECK-DATE.
           MOVE "N" TO WS-DATE-VALID-SW.
           IF WS-CHK-DATE-X IS NOT NUMERIC
               OR WS-CHK-DATE-N < 16010101
               OR WS-CHK-MONTH < 1
               OR WS-CHK-MONTH > 12
               OR WS-CHK-DAY < 1
               GO TO 7300-EXIT
           END-IF.
           MOVE WS-MONTH-DAYS(WS-CHK-MONTH) TO WS-MAX-DAY.
           IF WS-CHK-MONTH = 2
               DIVIDE WS-CHK-YEAR BY 4
                   GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM-4
               DIVIDE WS-CHK-YEAR BY 100
                   GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM-100
               DIVIDE WS-CHK-YEAR BY 400
                   GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM-400
               IF WS-LEAP-REM-4 NOT = 0
                   OR (WS-LEAP-REM-100 = 0
                       AND WS-LEAP-REM-400 NOT = 0)
                   MOVE 28 TO WS-MAX-DAY
               END-IF
           END-IF.
           IF WS-CHK-DAY > WS-MAX-DAY
               GO TO 7300-EXIT
           END-IF.
           MOVE "Y" TO WS-DATE-VALID-SW.
           GO TO 7300-EXIT.
       7300-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 7350-CHECK-TIME  --  WS-CHK-TIME-X IS A REAL HHMMSSCC TIME
      *-------------------------------------------------------------
       7350-CHECK-TIME.
           MOVE "N" TO WS-TIME-VALID-SW.
           IF WS-CHK-TIME-X IS NOT NUMERIC
               OR WS-CHK-HOUR > 23
               OR WS-CHK-MINUTE > 59
               OR WS-CHK-SECOND > 59
               GO TO 7350-EXIT
           END-IF.
           MOVE "Y" TO WS-TIME-VALID-SW.
           GO TO 7350-EXIT.
       7350-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 7400-FIND-VISITOR  --  IS WS-CHK-VISITOR ON THE VISITOR
      *                        MASTER?  WITH THE MASTER UNREAD THE
      *                        ANSWER IS TAKEN AS YES
      *-------------------------------------------------------------
       7400-FIND-VISITOR.
           MOVE "Y" TO WS-VISITOR-KNOWN-SW.
           IF NOT WS-VM-OPEN
               GO TO 7400-EXIT
           END-IF.
           IF WS-CHK-VISITOR-X IS NOT NUMERIC
               OR WS-CHK-VISITOR = 0
               MOVE "N" TO WS-VISITOR-KNOWN-SW
               GO TO 7400-EXIT
           END-IF.
           MOVE WS-CHK-VISITOR TO VM-NUMBER.
           READ VISITOR-MASTER
               KEY IS VM-NUMBER
               INVALID KEY
                   MOVE "N" TO WS-VISITOR-KNOWN-SW
           END-READ.
           GO TO 7400-EXIT.
       7400-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 7450-FIND-HOST  --  IS WS-CHK-HOST ON THE HOST DIRECTORY?
      *                     WITH THE DIRECTORY UNREAD THE ANSWER IS
      *                     TAKEN AS YES
      *-------------------------------------------------------------
       7450-FIND-HOST.
           MOVE "Y" TO WS-HOST-KNOWN-SW.
           IF NOT WS-HOST-OPEN
               GO TO 7450-EXIT
           END-IF.
           MOVE WS-CHK-HOST TO HM-HOST-ID.
           READ HOST-MASTER
               KEY IS HM-HOST-ID
               INVALID KEY
                   MOVE "N" TO WS-HOST-KNOWN-SW
           END-READ.
           GO TO 7450-EXIT.
       7450-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 8900-WRITE-LINE  --  DISPLAY AND PRINT ONE REPORT LINE,
      *                       WITH THE SHARED PAGE-HEADING BREAK
      *-------------------------------------------------------------
       8900-WRITE-LINE.
           MOVE INTEGRITY-RPT-RECORD TO WS-RH-DETAIL.
           IF WS-RH-LINE-COUNT >= WS-RH-LINES-PER-PAGE
               PERFORM 9800-BUILD-PAGE-HEADING
                   THRU 9800-EXIT
               WRITE INTEGRITY-RPT-RECORD FROM WS-RH-HEADING-1
               WRITE INTEGRITY-RPT-RECORD FROM WS-RH-HEADING-2
               MOVE SPACES TO INTEGRITY-RPT-RECORD
               WRITE INTEGRITY-RPT-RECORD
               ADD 3 TO WS-RH-LINE-COUNT
               ADD 3 TO WS-RH-TOTAL-LINES
           END-IF.
           DISPLAY WS-RH-DETAIL.
           WRITE INTEGRITY-RPT-RECORD FROM WS-RH-DETAIL.
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
           WRITE INTEGRITY-RPT-RECORD FROM WS-RH-TRAILER.
           CLOSE INTEGRITY-RPT.
           IF WS-VM-OPEN
               CLOSE VISITOR-MASTER
           END-IF.
           IF WS-HOST-OPEN
               CLOSE HOST-MASTER
           END-IF.
           PERFORM 9470-CLOSE-EXCEPTION-LOG
               THRU 9470-EXIT.
           PERFORM 9420-CLOSE-DAILY-AUDIT
               THRU 9420-EXIT.
           GO TO 9999-EXIT.
       9999-EXIT.
           EXIT.

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
      * 9450-OPEN-EXCEPTION-LOG / 9550-WRITE-EXCEPTION-RECORD  --
      * COPIED
      *-------------------------------------------------------------
       COPY EXCPOPN.

       COPY EXCPPR.

      *-------------------------------------------------------------
      * 9470-CLOSE-EXCEPTION-LOG  --  COPIED
      *-------------------------------------------------------------
       COPY EXCPCLS.

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
