       IDENTIFICATION DIVISION.
       PROGRAM-ID. INDUCT-EXPIRY.
       AUTHOR. HARISH-KUMAR.
       INSTALLATION. UNIKODE-DATA-CENTER.
       DATE-WRITTEN. 2026/10/15.
       DATE-COMPILED.
      *-------------------------------------------------------------
      * MODIFICATION HISTORY
      *-------------------------------------------------------------
      * DATE       INIT DESCRIPTION
      * ---------- ---- -----------------------------------------
      * 2026/10/15  HK  FIRST VERSION - WEEKLY LIST OF CONTRACTORS
      *                 WHOSE SAFETY INDUCTION EXPIRES WITHIN THE
      *                 NEXT INDUCT-WARN-DAYS DAYS (SYSPARM, DEFAULT
      *                 30) OF THE BUSINESS DATE, SORTED BY HOST SO
      *                 EACH HOST CAN BOOK REFRESHERS BEFORE GREETER
      *                 TURNS THE CONTRACTOR AWAY.  READS THE
      *                 INDUCTION MASTER (INDUCMST.DAT) AND THE
      *                 VISITOR MASTER FOR NAME AND CATEGORY; THE
      *                 HOST IS THE ONE NAMED ON THE CONTRACTOR'S
      *                 MOST RECENT ARRIVAL IN THE ARCHIVED GREETLOG
      *                 GENERATIONS AND THE CURRENT FILE (THE
      *                 VISITOR-REPORT CONVENTION).
      * 2026/10/15  HK  WIDENED THE GREETER-LOG ARCHIVE INPUT RECORD TO
      *                 132 BYTES SO THE SITE CODE NOW CARRIED ON THE
      *                 LOG ROW COMES THROUGH.
      * 2026/10/15  HK  ADDED THE PROGRAM'S BUILD IDENTITY - VERSION AND
      *                 COMPILE DATE, SEE VERSWS.CPY - PRINTED ON ITS
      *                 PAGE HEADINGS.
      *-------------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INDUCT-EXPIRY-RPT ASSIGN TO "INDUCXRPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           COPY INDUCSL.
           COPY VISITMSL.
           COPY GREETLSL.
           COPY ARCHMSL.
           SELECT ARCH-IN ASSIGN TO DYNAMIC WS-ARCH-IN-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AI-STATUS.
           COPY RUNIDSEL.
           COPY CALSEL.
           COPY SYSPMSEL.

       DATA DIVISION.
       FILE SECTION.
       FD  INDUCT-EXPIRY-RPT.
       01  INDUCT-EXPIRY-RPT-RECORD PIC X(80).

       COPY INDUCFD.

       COPY VISITMFD.

       COPY GREETLFD.

       COPY ARCHMFD.

       FD  ARCH-IN.
       01  ARCH-IN-RECORD          PIC X(132).

       COPY RUNIDFD.

       COPY CALFD.

       COPY SYSPMFD.

       WORKING-STORAGE SECTION.
      *    BUILD IDENTITY - RAISE WS-VR-VERSION WITH EACH ENTRY
      *    IN THE MODIFICATION HISTORY (SEE VERSWS.CPY)
       01  WS-VR-PROGRAM           PIC X(17) VALUE "INDUCT-EXPIRY".
       01  WS-VR-VERSION           PIC X(06) VALUE "1.03".
       COPY VERSWS.
       COPY CALWS.
       COPY RUNIDWS.
       COPY SYSPMWS.
       COPY RPTHDWS.
       COPY GREETLWS.
       01  WS-IM-STATUS            PIC X(02).
           88 WS-IM-OK                        VALUE "00".
       01  WS-VM-STATUS            PIC X(02).
           88 WS-VM-OK                        VALUE "00".
       01  WS-GL-STATUS            PIC X(02).
           88 WS-GL-OK                        VALUE "00".
       01  WS-AM-STATUS            PIC X(02).
           88 WS-AM-OK                        VALUE "00".
       01  WS-AI-STATUS            PIC X(02).
           88 WS-AI-OK                        VALUE "00".
       01  WS-ARCH-IN-NAME         PIC X(25).

       01  WS-WARN-DAYS            PIC 9(03) VALUE 30.
       01  WS-LIMIT-DATE           PIC 9(08).
       01  WS-DAYS-LEFT            PIC 9(03).

      *    ONE ENTRY PER CONTRACTOR DUE, KEYED FOR THE PRINT ORDER
      *    ON HOST, THEN EXPIRY DATE, THEN NAME
       01  WS-DUE-TABLE.
           05 WS-DT-COUNT          PIC 9(03) VALUE 0 USAGE COMP.
           05 WS-DT-ENTRY          OCCURS 500 TIMES.
               10 WS-DT-SORT-KEY.
                   15 WS-DT-HOST   PIC X(25).
                   15 WS-DT-EXPIRY PIC 9(08).
                   15 WS-DT-NAME   PIC X(25).
               10 WS-DT-VISITOR-NO PIC 9(07).
               10 WS-DT-INDUCTED   PIC 9(08).
       01  WS-DT-IDX               PIC 9(03) USAGE COMP.
       01  WS-DT-IDX-2             PIC 9(03) USAGE COMP.
       01  WS-DT-LOW-IDX           PIC 9(03) USAGE COMP.
       01  WS-DT-HOLD              PIC X(73).
       01  WS-DT-DROPPED           PIC 9(05) VALUE 0 USAGE COMP.

       01  WS-PREV-HOST            PIC X(25).
       01  WS-HOST-DUE             PIC 9(05) USAGE COMP.

       01  D-COUNT                 PIC Z(4)9.
       01  D-DAYS                  PIC ZZ9.
       01  D-DATE.
           05 D-DATE-YEAR          PIC 9(04).
           05 FILLER               PIC X(01) VALUE "-".
           05 D-DATE-MONTH         PIC 9(02).
           05 FILLER               PIC X(01) VALUE "-".
           05 D-DATE-DAY           PIC 9(02).

       01  WS-SWITCHES.
           05 WS-IM-EOF-SW         PIC X(01) VALUE "N".
               88 WS-IM-EOF                   VALUE "Y".
           05 WS-IM-PRESENT-SW     PIC X(01) VALUE "N".
               88 WS-IM-PRESENT               VALUE "Y".
           05 WS-VM-PRESENT-SW     PIC X(01) VALUE "N".
               88 WS-VM-PRESENT               VALUE "Y".
           05 WS-GL-EOF-SW         PIC X(01) VALUE "N".
               88 WS-GL-EOF                   VALUE "Y".
           05 WS-GL-PRESENT-SW     PIC X(01) VALUE "N".
               88 WS-GL-PRESENT               VALUE "Y".
           05 WS-AM-EOF-SW         PIC X(01) VALUE "N".
               88 WS-AM-EOF                   VALUE "Y".
           05 WS-AI-EOF-SW         PIC X(01) VALUE "N".
               88 WS-AI-EOF                   VALUE "Y".

       PROCEDURE DIVISION.

      *-------------------------------------------------------------
      * 0000-MAINLINE
      *-------------------------------------------------------------
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
               THRU 1000-EXIT.
           PERFORM 2000-SELECT-INDUCTIONS
               THRU 2000-EXIT.
           PERFORM 3000-SCAN-GREETER-LOG
               THRU 3000-EXIT.
           PERFORM 3500-SORT-DUE-TABLE
               THRU 3500-EXIT.
           PERFORM 4000-PRINT-BY-HOST
               THRU 4000-EXIT.
           PERFORM 9999-TERMINATE
               THRU 9999-EXIT.
           GOBACK.

      *-------------------------------------------------------------
      * 1000-INITIALIZE  --  THE WARNING WINDOW, THEN THE FILES
      *-------------------------------------------------------------
       1000-INITIALIZE.
           PERFORM 9370-GET-BUSINESS-DATE
               THRU 9370-EXIT.
           PERFORM 9380-ASSIGN-RUN-ID
               THRU 9380-EXIT.
           PERFORM 9300-LOAD-SYSPARM
               THRU 9300-EXIT.
           MOVE "CONTRACTOR INDUCTIONS DUE TO EXPIRE" TO WS-RH-TITLE.
           MOVE "INDUCT-EXPIRY" TO WS-RH-PROGRAM-ID.
           MOVE "INDUCT-WARN-DAYS" TO WS-SP-WANTED-KEY.
           PERFORM 9350-GET-SYSPARM
               THRU 9350-EXIT.
           IF WS-SP-FOUND
               AND WS-SP-NUM-VALUE > 0
               AND WS-SP-NUM-VALUE < 1000
               MOVE WS-SP-NUM-VALUE TO WS-WARN-DAYS
           END-IF.
           COMPUTE WS-LIMIT-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-BUS-DATE) + WS-WARN-DAYS).
           OPEN OUTPUT INDUCT-EXPIRY-RPT.
           OPEN INPUT INDUCTION-MASTER.
           IF WS-IM-OK
               MOVE "Y" TO WS-IM-PRESENT-SW
           ELSE
               DISPLAY "INDUCT-EXPIRY: INDUCMST.DAT not available, "
                   "status " WS-IM-STATUS " - no inductions to list."
           END-IF.
           OPEN INPUT VISITOR-MASTER.
           IF WS-VM-OK
               MOVE "Y" TO WS-VM-PRESENT-SW
           ELSE
               DISPLAY "INDUCT-EXPIRY: VISITMST.DAT not available, "
                   "status " WS-VM-STATUS " - names cannot be shown."
           END-IF.
           OPEN INPUT GREETER-LOG.
           IF WS-GL-OK
               MOVE "Y" TO WS-GL-PRESENT-SW
           END-IF.
           MOVE SPACES TO INDUCT-EXPIRY-RPT-RECORD.
           MOVE WS-WARN-DAYS TO D-DAYS.
           STRING "EXPIRING WITHIN " DELIMITED BY SIZE
                   D-DAYS DELIMITED BY SIZE
                   " DAYS OF THE BUSINESS DATE" DELIMITED BY SIZE
               INTO INDUCT-EXPIRY-RPT-RECORD.
           PERFORM 8900-WRITE-LINE
               THRU 8900-EXIT.
           MOVE SPACES TO INDUCT-EXPIRY-RPT-RECORD.
           PERFORM 8900-WRITE-LINE
               THRU 8900-EXIT.
           GO TO 1000-EXIT.
       1000-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 2000-SELECT-INDUCTIONS  --  EVERY INDUCTION EXPIRING FROM
      *                              THE BUSINESS DATE TO THE END OF
      *                              THE WINDOW, FOR A CONTRACTOR
      *-------------------------------------------------------------
       2000-SELECT-INDUCTIONS.
           IF NOT WS-IM-PRESENT
               GO TO 2000-EXIT
           END-IF.
           PERFORM 2100-SELECT-ONE-INDUCTION
               THRU 2100-EXIT
               UNTIL WS-IM-EOF.
           GO TO 2000-EXIT.
       2000-EXIT.
           EXIT.

       2100-SELECT-ONE-INDUCTION.
           READ INDUCTION-MASTER NEXT RECORD
               AT END
                   MOVE "Y" TO WS-IM-EOF-SW
                   GO TO 2100-EXIT
           END-READ.
           IF IM-EXPIRY-DATE < WS-BUS-DATE
               OR IM-EXPIRY-DATE > WS-LIMIT-DATE
               GO TO 2100-EXIT
           END-IF.
           MOVE SPACES TO VM-NAME.
           MOVE SPACE TO VM-CATEGORY.
           IF WS-VM-PRESENT
               MOVE IM-VISITOR-NO TO VM-NUMBER
               READ VISITOR-MASTER
                   INVALID KEY
                       MOVE "(NOT ON VISITOR MASTER)" TO VM-NAME
                       MOVE "C" TO VM-CATEGORY
               END-READ
           ELSE
               MOVE "C" TO VM-CATEGORY
           END-IF.
           IF NOT VM-CAT-CONTRACTOR
               GO TO 2100-EXIT
           END-IF.
           IF WS-DT-COUNT >= 500
               ADD 1 TO WS-DT-DROPPED
               GO TO 2100-EXIT
           END-IF.
           ADD 1 TO WS-DT-COUNT.
           MOVE "NO HOST ON RECORD" TO WS-DT-HOST(WS-DT-COUNT).
           MOVE IM-EXPIRY-DATE TO WS-DT-EXPIRY(WS-DT-COUNT).
           MOVE VM-NAME TO WS-DT-NAME(WS-DT-COUNT).
           MOVE IM-VISITOR-NO TO WS-DT-VISITOR-NO(WS-DT-COUNT).
           MOVE IM-INDUCT-DATE TO WS-DT-INDUCTED(WS-DT-COUNT).
           GO TO 2100-EXIT.
       2100-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 3000-SCAN-GREETER-LOG  --  ARCHIVED GENERATIONS FIRST, THEN
      *                             THE CURRENT FILE, SO THE LAST
      *                             ARRIVAL SEEN IS THE LATEST
      *-------------------------------------------------------------
       3000-SCAN-GREETER-LOG.
           IF WS-DT-COUNT = 0
               GO TO 3000-EXIT
           END-IF.
           PERFORM 3050-SCAN-GENERATIONS
               THRU 3050-EXIT.
           IF NOT WS-GL-PRESENT
               GO TO 3000-EXIT
           END-IF.
           PERFORM 3100-READ-ONE-LOG-ROW
               THRU 3100-EXIT
               UNTIL WS-GL-EOF.
           GO TO 3000-EXIT.
       3000-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 3050-SCAN-GENERATIONS  --  EVERY GREETLOG GENERATION ON THE
      *                             ARCHIVE MANIFEST
      *-------------------------------------------------------------
       3050-SCAN-GENERATIONS.
           MOVE "N" TO WS-AM-EOF-SW.
           OPEN INPUT ARCH-MANIFEST.
           IF NOT WS-AM-OK
               GO TO 3050-EXIT
           END-IF.
           PERFORM 3060-PROCESS-ONE-GENERATION
               THRU 3060-EXIT
               UNTIL WS-AM-EOF.
           CLOSE ARCH-MANIFEST.
           GO TO 3050-EXIT.
       3050-EXIT.
           EXIT.

       3060-PROCESS-ONE-GENERATION.
           READ ARCH-MANIFEST
               AT END
                   MOVE "Y" TO WS-AM-EOF-SW
                   GO TO 3060-EXIT
           END-READ.
           IF AM-FILE-NAME(1:9) NOT = "GREETLOG."
               GO TO 3060-EXIT
           END-IF.
           MOVE AM-FILE-NAME TO WS-ARCH-IN-NAME.
           MOVE "N" TO WS-AI-EOF-SW.
           OPEN INPUT ARCH-IN.
           IF NOT WS-AI-OK
               GO TO 3060-EXIT
           END-IF.
           PERFORM 3070-READ-ONE-ARCHIVED
               THRU 3070-EXIT
               UNTIL WS-AI-EOF.
           CLOSE ARCH-IN.
           GO TO 3060-EXIT.
       3060-EXIT.
           EXIT.

       3070-READ-ONE-ARCHIVED.
           READ ARCH-IN
               AT END
                   MOVE "Y" TO WS-AI-EOF-SW
                   GO TO 3070-EXIT
           END-READ.
           MOVE ARCH-IN-RECORD TO WS-LOG-LINE.
           PERFORM 3150-NOTE-ARRIVAL-HOST
               THRU 3150-EXIT.
           GO TO 3070-EXIT.
       3070-EXIT.
           EXIT.

       3100-READ-ONE-LOG-ROW.
           READ GREETER-LOG
               AT END
                   MOVE "Y" TO WS-GL-EOF-SW
                   GO TO 3100-EXIT
           END-READ.
           MOVE GREETER-LOG-RECORD TO WS-LOG-LINE.
           PERFORM 3150-NOTE-ARRIVAL-HOST
               THRU 3150-EXIT.
           GO TO 3100-EXIT.
       3100-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 3150-NOTE-ARRIVAL-HOST  --  AN ARRIVAL THAT NAMES A HOST
      *                              REPLACES THE HOST HELD FOR THAT
      *                              CONTRACTOR
      *-------------------------------------------------------------
       3150-NOTE-ARRIVAL-HOST.
           IF WS-GL-EVT-DEPARTURE
               OR WS-GL-HOST = SPACES
               GO TO 3150-EXIT
           END-IF.
           PERFORM VARYING WS-DT-IDX FROM 1 BY 1
                   UNTIL WS-DT-IDX > WS-DT-COUNT
                   OR WS-DT-NAME(WS-DT-IDX) = WS-GL-NAME
           END-PERFORM.
           IF WS-DT-IDX <= WS-DT-COUNT
               MOVE WS-GL-HOST TO WS-DT-HOST(WS-DT-IDX)
           END-IF.
           GO TO 3150-EXIT.
       3150-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 3500-SORT-DUE-TABLE  --  HOST, THEN EXPIRY, THEN NAME
      *-------------------------------------------------------------
       3500-SORT-DUE-TABLE.
           IF WS-DT-COUNT < 2
               GO TO 3500-EXIT
           END-IF.
           PERFORM 3600-SORT-ONE-POSITION
               THRU 3600-EXIT
               VARYING WS-DT-IDX FROM 1 BY 1
                   UNTIL WS-DT-IDX >= WS-DT-COUNT.
           GO TO 3500-EXIT.
       3500-EXIT.
           EXIT.

       3600-SORT-ONE-POSITION.
           MOVE WS-DT-IDX TO WS-DT-LOW-IDX.
           PERFORM VARYING WS-DT-IDX-2 FROM WS-DT-IDX BY 1
                   UNTIL WS-DT-IDX-2 > WS-DT-COUNT
               IF WS-DT-SORT-KEY(WS-DT-IDX-2)
                       < WS-DT-SORT-KEY(WS-DT-LOW-IDX)
                   MOVE WS-DT-IDX-2 TO WS-DT-LOW-IDX
               END-IF
           END-PERFORM.
           IF WS-DT-LOW-IDX NOT = WS-DT-IDX
               MOVE WS-DT-ENTRY(WS-DT-IDX) TO WS-DT-HOLD
               MOVE WS-DT-ENTRY(WS-DT-LOW-IDX)
                   TO WS-DT-ENTRY(WS-DT-IDX)
               MOVE WS-DT-HOLD TO WS-DT-ENTRY(WS-DT-LOW-IDX)
           END-IF.
           GO TO 3600-EXIT.
       3600-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 4000-PRINT-BY-HOST  --  A HEADING AND COUNT PER HOST, ONE
      *                          LINE PER CONTRACTOR, THEN THE TOTAL
      *-------------------------------------------------------------
       4000-PRINT-BY-HOST.
           IF WS-DT-COUNT = 0
               MOVE "NO CONTRACTOR INDUCTIONS EXPIRE IN THE WINDOW."
                   TO INDUCT-EXPIRY-RPT-RECORD
               PERFORM 8900-WRITE-LINE
                   THRU 8900-EXIT
               GO TO 4000-TOTAL
           END-IF.
           MOVE "  VIS-NO  CONTRACTOR                 INDUCTED    "
               TO INDUCT-EXPIRY-RPT-RECORD.
           MOVE "EXPIRES     DAYS" TO INDUCT-EXPIRY-RPT-RECORD(51:16).
           PERFORM 8900-WRITE-LINE
               THRU 8900-EXIT.
           MOVE HIGH-VALUES TO WS-PREV-HOST.
           PERFORM 4100-PRINT-ONE-CONTRACTOR
               THRU 4100-EXIT
               VARYING WS-DT-IDX FROM 1 BY 1
                   UNTIL WS-DT-IDX > WS-DT-COUNT.
           PERFORM 4200-PRINT-HOST-TOTAL
               THRU 4200-EXIT.
       4000-TOTAL.
           MOVE SPACES TO INDUCT-EXPIRY-RPT-RECORD.
           PERFORM 8900-WRITE-LINE
               THRU 8900-EXIT.
           MOVE WS-DT-COUNT TO D-COUNT.
           MOVE SPACES TO INDUCT-EXPIRY-RPT-RECORD.
           STRING "CONTRACTORS DUE FOR A REFRESHER: " DELIMITED BY SIZE
                   D-COUNT DELIMITED BY SIZE
               INTO INDUCT-EXPIRY-RPT-RECORD.
           PERFORM 8900-WRITE-LINE
               THRU 8900-EXIT.
           IF WS-DT-DROPPED > 0
               MOVE WS-DT-DROPPED TO D-COUNT
               MOVE SPACES TO INDUCT-EXPIRY-RPT-RECORD
               STRING "NOT LISTED (TABLE FULL):         "
                           DELIMITED BY SIZE
                       D-COUNT DELIMITED BY SIZE
                   INTO INDUCT-EXPIRY-RPT-RECORD
               PERFORM 8900-WRITE-LINE
                   THRU 8900-EXIT
           END-IF.
           GO TO 4000-EXIT.
       4000-EXIT.
           EXIT.

       4100-PRINT-ONE-CONTRACTOR.
           IF WS-DT-HOST(WS-DT-IDX) NOT = WS-PREV-HOST
               IF WS-PREV-HOST NOT = HIGH-VALUES
                   PERFORM 4200-PRINT-HOST-TOTAL
                       THRU 4200-EXIT
               END-IF
               MOVE WS-DT-HOST(WS-DT-IDX) TO WS-PREV-HOST
               MOVE 0 TO WS-HOST-DUE
               MOVE SPACES TO INDUCT-EXPIRY-RPT-RECORD
               PERFORM 8900-WRITE-LINE
                   THRU 8900-EXIT
               MOVE SPACES TO INDUCT-EXPIRY-RPT-RECORD
               STRING "HOST: " DELIMITED BY SIZE
                       WS-PREV-HOST DELIMITED BY SIZE
                   INTO INDUCT-EXPIRY-RPT-RECORD
               PERFORM 8900-WRITE-LINE
                   THRU 8900-EXIT
           END-IF.
           ADD 1 TO WS-HOST-DUE.
           COMPUTE WS-DAYS-LEFT =
               FUNCTION INTEGER-OF-DATE(WS-DT-EXPIRY(WS-DT-IDX))
               - FUNCTION INTEGER-OF-DATE(WS-BUS-DATE).
           MOVE WS-DAYS-LEFT TO D-DAYS.
           MOVE SPACES TO INDUCT-EXPIRY-RPT-RECORD.
           MOVE WS-DT-VISITOR-NO(WS-DT-IDX)
               TO INDUCT-EXPIRY-RPT-RECORD(3:7).
           MOVE WS-DT-NAME(WS-DT-IDX)
               TO INDUCT-EXPIRY-RPT-RECORD(11:25).
           MOVE WS-DT-INDUCTED(WS-DT-IDX)(1:4) TO D-DATE-YEAR.
           MOVE WS-DT-INDUCTED(WS-DT-IDX)(5:2) TO D-DATE-MONTH.
           MOVE WS-DT-INDUCTED(WS-DT-IDX)(7:2) TO D-DATE-DAY.
           MOVE D-DATE TO INDUCT-EXPIRY-RPT-RECORD(38:10).
           MOVE WS-DT-EXPIRY(WS-DT-IDX)(1:4) TO D-DATE-YEAR.
           MOVE WS-DT-EXPIRY(WS-DT-IDX)(5:2) TO D-DATE-MONTH.
           MOVE WS-DT-EXPIRY(WS-DT-IDX)(7:2) TO D-DATE-DAY.
           MOVE D-DATE TO INDUCT-EXPIRY-RPT-RECORD(51:10).
           MOVE D-DAYS TO INDUCT-EXPIRY-RPT-RECORD(64:3).
           PERFORM 8900-WRITE-LINE
               THRU 8900-EXIT.
           GO TO 4100-EXIT.
       4100-EXIT.
           EXIT.

       4200-PRINT-HOST-TOTAL.
           MOVE WS-HOST-DUE TO D-COUNT.
           MOVE SPACES TO INDUCT-EXPIRY-RPT-RECORD.
           STRING "  ** CONTRACTORS FOR THIS HOST: " DELIMITED BY SIZE
                   D-COUNT DELIMITED BY SIZE
               INTO INDUCT-EXPIRY-RPT-RECORD.
           PERFORM 8900-WRITE-LINE
               THRU 8900-EXIT.
           GO TO 4200-EXIT.
       4200-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 8900-WRITE-LINE  --  DISPLAY AND PRINT ONE REPORT LINE,
      *                       WITH THE SHARED PAGE-HEADING BREAK
      *-------------------------------------------------------------
       8900-WRITE-LINE.
           MOVE INDUCT-EXPIRY-RPT-RECORD TO WS-RH-DETAIL.
           IF WS-RH-LINE-COUNT >= WS-RH-LINES-PER-PAGE
               PERFORM 9800-BUILD-PAGE-HEADING
                   THRU 9800-EXIT
               WRITE INDUCT-EXPIRY-RPT-RECORD FROM WS-RH-HEADING-1
               WRITE INDUCT-EXPIRY-RPT-RECORD FROM WS-RH-HEADING-2
               MOVE SPACES TO INDUCT-EXPIRY-RPT-RECORD
               WRITE INDUCT-EXPIRY-RPT-RECORD
               ADD 3 TO WS-RH-LINE-COUNT
               ADD 3 TO WS-RH-TOTAL-LINES
           END-IF.
           DISPLAY WS-RH-DETAIL.
           WRITE INDUCT-EXPIRY-RPT-RECORD FROM WS-RH-DETAIL.
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
           WRITE INDUCT-EXPIRY-RPT-RECORD FROM WS-RH-TRAILER.
           CLOSE INDUCT-EXPIRY-RPT.
           IF WS-IM-PRESENT
               CLOSE INDUCTION-MASTER
           END-IF.
           IF WS-VM-PRESENT
               CLOSE VISITOR-MASTER
           END-IF.
           IF WS-GL-PRESENT
               CLOSE GREETER-LOG
           END-IF.
           GO TO 9999-EXIT.
       9999-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 9370-GET-BUSINESS-DATE  --  COPIED
      *-------------------------------------------------------------
       COPY CALPR.

      *-------------------------------------------------------------
      * 9380-ASSIGN-RUN-ID  --  COPIED
      *-------------------------------------------------------------
       COPY RUNIDPR.

      *-------------------------------------------------------------
      * 9300-LOAD-SYSPARM / 9350-GET-SYSPARM  --  COPIED
      *-------------------------------------------------------------
       COPY SYSPMPR.

      *-------------------------------------------------------------
      * 9800-BUILD-PAGE-HEADING / 9850-BUILD-REPORT-TRAILER  --
      * COPIED
      *-------------------------------------------------------------
       COPY RPTHDPR.
