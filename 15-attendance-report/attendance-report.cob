      *                 CARRIES THE PROGRAM, BUSINESS DATE, RUN-ID
      *                 AND PAGE NUMBER, AND THE REPORT ENDS WITH
      *                 THE TOTAL LINE COUNT.
      * 2026/10/15  HK  LIST THE MEMBERS OF EACH GROUP CHECK-IN
      *                 TOGETHER UNDER A GROUP HEADING (GROUP ID,
      *                 NAME, HOST, MEMBERS SEEN AND STILL ON SITE)
      *                 AFTER THE SINGLE CHECK-INS, SO THE
      *                 EVACUATION ROLL CALL CAN ACCOUNT FOR A
      *                 PARTY AS A UNIT.  A VISITOR'S GROUP IS THE
      *                 ONE ON THEIR LATEST ARRIVAL TODAY.
      * 2026/10/15  HK  REPORT ONE SITE OR ALL SITES. THE SITE COMES
      *                 FROM THE SIGN-ON (BLANK/ALL = EVERY SITE); EACH
      *                 SITE ON SITETAB.DAT GETS ITS OWN ROLL CALL -
      *                 ROSTER, GROUPS, STILL ON SITE, PEAK OCCUPANCY,
      *                 CATEGORIES AND NO-SHOWS - AND A RUN FOR ALL
      *                 SITES ENDS WITH A SITE SUMMARY OF THE SUBTOTALS
      *                 AND THE GRAND TOTAL. LOG ROWS AND PRE-
      *                 REGISTRATIONS WITH NO SITE BELONG TO THE HOME
      *                 SITE.
      * 2026/10/15  HK  ADDED THE PROGRAM'S BUILD IDENTITY - VERSION AND
      *                 COMPILE DATE, SEE VERSWS.CPY - PRINTED ON ITS
      *                 PAGE HEADINGS.  A CALL WITH A RETURN CODE OF -1
      *                 NOW ONLY REPORTS THE BUILD, FOR THE DAILY RUN'S
      *                 VERSION CHECK.
      *-------------------------------------------------------------

       ENVIRONMENT DIVISION.
           COPY EXPVSL.
           COPY RUNIDSEL.
           COPY CALSEL.
           COPY SIGNSEL.
           COPY SITESL.

       DATA DIVISION.
       FILE SECTION.

       COPY CALFD.

       COPY SIGNFD.

       COPY SITEFD.

       WORKING-STORAGE SECTION.
      *    BUILD IDENTITY - RAISE WS-VR-VERSION WITH EACH ENTRY
      *    IN THE MODIFICATION HISTORY (SEE VERSWS.CPY)
       01  WS-VR-PROGRAM           PIC X(17) VALUE "ATTENDANCE-REPORT".
       01  WS-VR-VERSION           PIC X(06) VALUE "1.11".
       COPY VERSWS.
       COPY CALWS.
       COPY RUNIDWS.
       COPY RPTHDWS.
       COPY NAMNRMWS.
       COPY SIGNWS.
       COPY SITEWS.
       01  WS-GL-STATUS            PIC X(02).
           88 WS-GL-OK                        VALUE "00".
       01  WS-EV-STATUS            PIC X(02).
           05 WS-EXP-ENTRY         OCCURS 200 TIMES.
               10 WS-EX-NAME       PIC X(25).
               10 WS-EX-HOST       PIC X(25).
               10 WS-EX-SITE       PIC X(04).
               10 WS-EX-SEEN-SW    PIC X(01).
                   88 WS-EX-SEEN              VALUE "Y".
       01  WS-EXP-IDX              PIC 9(03) USAGE COMP.
       01  WS-NO-SHOW-COUNT        PIC 9(03) VALUE 0.
       01  WS-SITE-EXP-COUNT       PIC 9(03) VALUE 0.

      *    THE SITE BEING REPORTED, AND ITS SUBTOTALS FOR THE SITE
      *    SUMMARY AT THE END OF AN ALL-SITES RUN
       01  WS-RPT-SITE             PIC X(04).
       01  WS-RPT-SITE-IDX         PIC 9(02) USAGE COMP.
       01  WS-ROW-SITE             PIC X(04).
       01  WS-SITES-REPORTED       PIC 9(02) VALUE 0 USAGE COMP.
       01  WS-SITE-TOTALS.
           05 WS-SITE-TOTAL-ENTRY  OCCURS 20 TIMES.
               10 WS-SS-SEEN       PIC 9(03).
               10 WS-SS-STILL-IN   PIC 9(03).
               10 WS-SS-NO-SHOW    PIC 9(03).
               10 WS-SS-PEAK       PIC 9(03).
       01  WS-GRAND-SEEN           PIC 9(04) VALUE 0.
       01  WS-GRAND-STILL-IN       PIC 9(04) VALUE 0.
       01  WS-GRAND-NO-SHOW        PIC 9(04) VALUE 0.
       01  D-SS-SEEN               PIC Z(3)9.
       01  D-SS-STILL-IN           PIC Z(3)9.
       01  D-SS-NO-SHOW            PIC Z(3)9.
       01  D-SS-PEAK               PIC Z(3)9.

       01  WS-RUN-DATE             PIC 9(08).
       01  WS-REPORT-TIME          PIC 9(08).
               10 WS-RO-CATEGORY   PIC X(01).
               10 WS-RO-SYS-SW     PIC X(01).
                   88 WS-RO-SYS-OUT           VALUE "Y".
               10 WS-RO-GROUP-ID   PIC X(08).
       01  WS-ROSTER-IDX           PIC 9(03) USAGE COMP.

      *    GROUPS CHECKED IN TODAY, IN ORDER OF FIRST ARRIVAL
       01  WS-GROUP-TABLE.
           05 WS-GROUP-COUNT       PIC 9(03) VALUE 0 USAGE COMP.
           05 WS-GROUP-ENTRY       OCCURS 100 TIMES.
               10 WS-GP-ID         PIC X(08).
               10 WS-GP-NAME       PIC X(25).
               10 WS-GP-HOST       PIC X(25).
       01  WS-GROUP-IDX            PIC 9(03) USAGE COMP.
       01  WS-GP-MEMBERS           PIC 9(03).
       01  WS-GP-STILL-IN          PIC 9(03).
       01  D-GP-MEMBERS            PIC Z(02)9.
       01  D-GP-STILL-IN           PIC Z(02)9.

      *    SEEN-TODAY COUNTS BY CATEGORY - 1 EMPLOYEE, 2 VISITOR,
      *    3 CONTRACTOR, 4 UNKNOWN
       01  WS-CAT-TOTALS.
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
           PERFORM 1500-LOAD-EXPECTED
               THRU 1500-EXIT.
           PERFORM 4000-REPORT-ONE-SITE
               THRU 4000-EXIT
               VARYING WS-RPT-SITE-IDX FROM 1 BY 1
                   UNTIL WS-RPT-SITE-IDX > WS-SITE-COUNT.
           IF WS-SITES-REPORTED = 0
               MOVE SPACES TO ATTEND-RPT-RECORD
               STRING "SITE " DELIMITED BY SIZE
                       WS-SITE-CODE DELIMITED BY SIZE
                       " IS NOT ON THE SITE TABLE - NOTHING REPORTED."
                           DELIMITED BY SIZE
                   INTO ATTEND-RPT-RECORD
               PERFORM 3900-WRITE-LINE
                   THRU 3900-EXIT
               MOVE 4 TO LK-RETURN-CODE
               MOVE 4 TO RETURN-CODE
           END-IF.
           IF WS-SITES-REPORTED > 1
               PERFORM 5000-PRINT-SITE-SUMMARY
                   THRU 5000-EXIT
           END-IF.
           PERFORM 9999-TERMINATE
               THRU 9999-EXIT.
           GOBACK.
               THRU 9370-EXIT.
           PERFORM 9380-ASSIGN-RUN-ID
               THRU 9380-EXIT.
           PERFORM 9390-GET-OPERATOR
               THRU 9390-EXIT.
           PERFORM 9320-LOAD-SITES
               THRU 9320-EXIT.
           MOVE "DAILY ATTENDANCE ROLL CALL" TO WS-RH-TITLE.
           MOVE "ATTENDANCE-REPORT" TO WS-RH-PROGRAM-ID.
           MOVE WS-BUS-DATE TO WS-RUN-DATE.
           ACCEPT WS-REPORT-TIME FROM TIME.
           OPEN OUTPUT ATTEND-RPT.
           GO TO 1000-EXIT.
       1000-EXIT.
               THRU 8300-EXIT.
           MOVE WS-NORM-NAME TO WS-EX-NAME(WS-EXP-COUNT).
           MOVE EV-HOST TO WS-EX-HOST(WS-EXP-COUNT).
           IF EV-SITE = SPACES
               MOVE WS-HOME-SITE TO WS-EX-SITE(WS-EXP-COUNT)
           ELSE
               MOVE FUNCTION UPPER-CASE(EV-SITE)
                   TO WS-EX-SITE(WS-EXP-COUNT)
           END-IF.
           MOVE "N" TO WS-EX-SEEN-SW(WS-EXP-COUNT).
           GO TO 1510-EXIT.
       1510-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 2000-BUILD-ROSTER  --  REPLAY TODAY'S IN/OUT EVENTS AT
      *                         SITE WS-RPT-SITE INTO ONE ROSTER
      *                         ENTRY PER VISITOR
      *-------------------------------------------------------------
       2000-BUILD-ROSTER.
           MOVE "N" TO WS-GL-EOF-SW.
           OPEN INPUT GREETER-LOG.
           IF NOT WS-GL-OK
               GO TO 2000-EXIT
               OR GL-RUN-DATE NOT = WS-RUN-DATE
               GO TO 2100-EXIT
           END-IF.
           MOVE GL-SITE TO WS-ROW-SITE.
           IF WS-ROW-SITE = SPACES
               MOVE WS-HOME-SITE TO WS-ROW-SITE
           END-IF.
           IF WS-ROW-SITE NOT = WS-RPT-SITE
               GO TO 2100-EXIT
           END-IF.
           PERFORM 2200-FIND-ROSTER-ENTRY
               THRU 2200-EXIT.
           IF WS-ROSTER-IDX = 0
                   MOVE GL-CATEGORY
                       TO WS-RO-CATEGORY(WS-ROSTER-IDX)
               END-IF
               MOVE GL-GROUP-ID TO WS-RO-GROUP-ID(WS-ROSTER-IDX)
               IF GL-GROUP-ID NOT = SPACES
                   PERFORM 2400-NOTE-GROUP
                       THRU 2400-EXIT
                   IF WS-GROUP-IDX > WS-GROUP-COUNT
                       MOVE SPACES TO WS-RO-GROUP-ID(WS-ROSTER-IDX)
                   END-IF
               END-IF
               PERFORM 2300-MARK-EXPECTED-SEEN
                   THRU 2300-EXIT
           END-IF.
           MOVE 0 TO WS-RO-DEPARTURE(WS-ROSTER-IDX).
           MOVE SPACE TO WS-RO-CATEGORY(WS-ROSTER-IDX).
           MOVE "N" TO WS-RO-SYS-SW(WS-ROSTER-IDX).
           MOVE SPACES TO WS-RO-GROUP-ID(WS-ROSTER-IDX).
           GO TO 2200-EXIT.
       2200-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 2300-MARK-EXPECTED-SEEN  --  AN ARRIVAL FOR GL-NAME CROSSES
      *                               THAT NAME OFF THE SITE'S
      *                               NO-SHOW LIST
      *-------------------------------------------------------------
       2300-MARK-EXPECTED-SEEN.
           PERFORM VARYING WS-EXP-IDX FROM 1 BY 1
                   UNTIL WS-EXP-IDX > WS-EXP-COUNT
               IF WS-EX-NAME(WS-EXP-IDX) = GL-NAME
                   AND WS-EX-SITE(WS-EXP-IDX) = WS-RPT-SITE
                   MOVE "Y" TO WS-EX-SEEN-SW(WS-EXP-IDX)
               END-IF
           END-PERFORM.
           EXIT.

      *-------------------------------------------------------------
      * 2400-NOTE-GROUP  --  ADD GL-GROUP-ID TO THE GROUP TABLE THE
      *                       FIRST TIME IT IS SEEN.  WITH THE TABLE
      *                       FULL, WS-GROUP-IDX IS LEFT PAST THE END
      *                       AND THE MEMBER PRINTS AS A SINGLE.
      *-------------------------------------------------------------
       2400-NOTE-GROUP.
           PERFORM VARYING WS-GROUP-IDX FROM 1 BY 1
                   UNTIL WS-GROUP-IDX > WS-GROUP-COUNT
                   OR WS-GP-ID(WS-GROUP-IDX) = GL-GROUP-ID
           END-PERFORM.
           IF WS-GROUP-IDX <= WS-GROUP-COUNT
               OR WS-GROUP-COUNT >= 100
               GO TO 2400-EXIT
           END-IF.
           ADD 1 TO WS-GROUP-COUNT.
           MOVE GL-GROUP-ID TO WS-GP-ID(WS-GROUP-COUNT).
           MOVE GL-GROUP-NAME TO WS-GP-NAME(WS-GROUP-COUNT).
           MOVE GL-HOST TO WS-GP-HOST(WS-GROUP-COUNT).
           MOVE WS-GROUP-COUNT TO WS-GROUP-IDX.
           GO TO 2400-EXIT.
       2400-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 3000-PRINT-ROSTER  --  ONE LINE PER VISITOR SEEN TODAY,
      *                         SINGLE CHECK-INS FIRST, THEN EACH
      *                         GROUP UNDER ITS OWN HEADING
      *-------------------------------------------------------------
       3000-PRINT-ROSTER.
           IF WS-ROSTER-COUNT = 0
               TO ATTEND-RPT-RECORD.
           PERFORM 3900-WRITE-LINE
               THRU 3900-EXIT.
           MOVE 0 TO WS-GROUP-IDX.
           PERFORM 3050-PRINT-IF-IN-GROUP
               THRU 3050-EXIT
               VARYING WS-ROSTER-IDX FROM 1 BY 1
                   UNTIL WS-ROSTER-IDX > WS-ROSTER-COUNT.
           PERFORM 3060-PRINT-ONE-GROUP
               THRU 3060-EXIT
               VARYING WS-GROUP-IDX FROM 1 BY 1
                   UNTIL WS-GROUP-IDX > WS-GROUP-COUNT.
           MOVE SPACES TO ATTEND-RPT-RECORD.
           PERFORM 3900-WRITE-LINE
               THRU 3900-EXIT.
       3000-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 3050-PRINT-IF-IN-GROUP  --  PRINT THE ROSTER ENTRY WHEN IT
      *                              BELONGS TO GROUP WS-GROUP-IDX
      *                              (0 = THE SINGLE CHECK-INS, WHO
      *                              CARRY NO GROUP ID)
      *-------------------------------------------------------------
       3050-PRINT-IF-IN-GROUP.
           IF WS-GROUP-IDX = 0
               IF WS-RO-GROUP-ID(WS-ROSTER-IDX) NOT = SPACES
                   GO TO 3050-EXIT
               END-IF
           ELSE
               IF WS-RO-GROUP-ID(WS-ROSTER-IDX)
                   NOT = WS-GP-ID(WS-GROUP-IDX)
                   GO TO 3050-EXIT
               END-IF
           END-IF.
           PERFORM 3100-PRINT-ONE-VISITOR
               THRU 3100-EXIT.
           GO TO 3050-EXIT.
       3050-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 3060-PRINT-ONE-GROUP  --  GROUP HEADING, THEN ITS MEMBERS
      *-------------------------------------------------------------
       3060-PRINT-ONE-GROUP.
           MOVE 0 TO WS-GP-MEMBERS.
           MOVE 0 TO WS-GP-STILL-IN.
           PERFORM VARYING WS-ROSTER-IDX FROM 1 BY 1
                   UNTIL WS-ROSTER-IDX > WS-ROSTER-COUNT
               IF WS-RO-GROUP-ID(WS-ROSTER-IDX)
                   = WS-GP-ID(WS-GROUP-IDX)
                   ADD 1 TO WS-GP-MEMBERS
                   IF WS-RO-CHECKED-IN(WS-ROSTER-IDX)
                       ADD 1 TO WS-GP-STILL-IN
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-GP-MEMBERS = 0
               GO TO 3060-EXIT
           END-IF.
           MOVE WS-GP-MEMBERS TO D-GP-MEMBERS.
           MOVE WS-GP-STILL-IN TO D-GP-STILL-IN.
           MOVE SPACES TO ATTEND-RPT-RECORD.
           PERFORM 3900-WRITE-LINE
               THRU 3900-EXIT.
           MOVE SPACES TO ATTEND-RPT-RECORD.
           STRING "GROUP " DELIMITED BY SIZE
                   WS-GP-ID(WS-GROUP-IDX) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-GP-NAME(WS-GROUP-IDX) DELIMITED BY SIZE
                   " HOST: " DELIMITED BY SIZE
                   WS-GP-HOST(WS-GROUP-IDX) DELIMITED BY SIZE
               INTO ATTEND-RPT-RECORD.
           PERFORM 3900-WRITE-LINE
               THRU 3900-EXIT.
           MOVE SPACES TO ATTEND-RPT-RECORD.
           STRING "      MEMBERS: " DELIMITED BY SIZE
                   D-GP-MEMBERS DELIMITED BY SIZE
                   "   STILL ON SITE: " DELIMITED BY SIZE
                   D-GP-STILL-IN DELIMITED BY SIZE
               INTO ATTEND-RPT-RECORD.
           PERFORM 3900-WRITE-LINE
               THRU 3900-EXIT.
           PERFORM 3050-PRINT-IF-IN-GROUP
               THRU 3050-EXIT
               VARYING WS-ROSTER-IDX FROM 1 BY 1
                   UNTIL WS-ROSTER-IDX > WS-ROSTER-COUNT.
           GO TO 3060-EXIT.
       3060-EXIT.
           EXIT.

       3100-PRINT-ONE-VISITOR.
           MOVE WS-RO-ARRIVAL(WS-ROSTER-IDX) TO WS-TIME-WORK.
           IF WS-TIME-WORK = 99999999
      *                           ARRIVED TODAY
      *-------------------------------------------------------------
       3500-PRINT-NO-SHOWS.
           MOVE 0 TO WS-SITE-EXP-COUNT.
           PERFORM VARYING WS-EXP-IDX FROM 1 BY 1
                   UNTIL WS-EXP-IDX > WS-EXP-COUNT
               IF WS-EX-SITE(WS-EXP-IDX) = WS-RPT-SITE
                   ADD 1 TO WS-SITE-EXP-COUNT
               END-IF
           END-PERFORM.
           IF WS-SITE-EXP-COUNT = 0
               GO TO 3500-EXIT
           END-IF.
           MOVE SPACES TO ATTEND-RPT-RECORD.

       3600-PRINT-ONE-NO-SHOW.
           IF WS-EX-SEEN(WS-EXP-IDX)
               OR WS-EX-SITE(WS-EXP-IDX) NOT = WS-RPT-SITE
               GO TO 3600-EXIT
           END-IF.
           ADD 1 TO WS-NO-SHOW-COUNT.
       3600-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 4000-REPORT-ONE-SITE  --  THE FULL ROLL CALL FOR SITE
      *                            WS-RPT-SITE-IDX ON THE SITE TABLE,
      *                            WHEN THE RUN COVERS IT.  A SHOP
      *                            WITH ONE SITE GETS NO SITE HEADING.
      *-------------------------------------------------------------
       4000-REPORT-ONE-SITE.
           IF NOT WS-ALL-SITES
               AND WS-SX-CODE(WS-RPT-SITE-IDX) NOT = WS-SITE-CODE
               GO TO 4000-EXIT
           END-IF.
           MOVE WS-SX-CODE(WS-RPT-SITE-IDX) TO WS-RPT-SITE.
           ADD 1 TO WS-SITES-REPORTED.
           MOVE 0 TO WS-ROSTER-COUNT.
           MOVE 0 TO WS-GROUP-COUNT.
           MOVE 0 TO WS-STILL-IN-COUNT.
           MOVE 0 TO WS-CUR-OCC.
           MOVE 0 TO WS-PEAK-OCC.
           MOVE 0 TO WS-PEAK-TIME.
           MOVE 0 TO WS-NO-SHOW-COUNT.
           PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
                   UNTIL WS-CAT-IDX > 4
               MOVE 0 TO WS-CAT-SEEN(WS-CAT-IDX)
           END-PERFORM.
           IF WS-SITE-COUNT > 1
               IF WS-SITES-REPORTED > 1
                   MOVE SPACES TO ATTEND-RPT-RECORD
                   PERFORM 3900-WRITE-LINE
                       THRU 3900-EXIT
               END-IF
               MOVE SPACES TO ATTEND-RPT-RECORD
               STRING "SITE: " DELIMITED BY SIZE
                       WS-RPT-SITE DELIMITED BY SIZE
                       "  " DELIMITED BY SIZE
                       WS-SX-NAME(WS-RPT-SITE-IDX) DELIMITED BY SIZE
                   INTO ATTEND-RPT-RECORD
               PERFORM 3900-WRITE-LINE
                   THRU 3900-EXIT
           END-IF.
           PERFORM 2000-BUILD-ROSTER
               THRU 2000-EXIT.
           PERFORM 3000-PRINT-ROSTER
               THRU 3000-EXIT.
           PERFORM 3500-PRINT-NO-SHOWS
               THRU 3500-EXIT.
           MOVE WS-ROSTER-COUNT TO WS-SS-SEEN(WS-RPT-SITE-IDX).
           MOVE WS-STILL-IN-COUNT TO WS-SS-STILL-IN(WS-RPT-SITE-IDX).
           MOVE WS-NO-SHOW-COUNT TO WS-SS-NO-SHOW(WS-RPT-SITE-IDX).
           MOVE WS-PEAK-OCC TO WS-SS-PEAK(WS-RPT-SITE-IDX).
           GO TO 4000-EXIT.
       4000-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 5000-PRINT-SITE-SUMMARY  --  ONE SUBTOTAL LINE PER SITE, THEN
      *                               THE ALL-SITES TOTAL.  PEAKS ARE
      *                               PER SITE AND ARE NOT ADDED UP.
      *-------------------------------------------------------------
       5000-PRINT-SITE-SUMMARY.
           MOVE SPACES TO ATTEND-RPT-RECORD.
           PERFORM 3900-WRITE-LINE
               THRU 3900-EXIT.
           MOVE "SITE SUMMARY" TO ATTEND-RPT-RECORD.
           PERFORM 3900-WRITE-LINE
               THRU 3900-EXIT.
           MOVE SPACES TO ATTEND-RPT-RECORD.
           STRING "SITE NAME                 " DELIMITED BY SIZE
                   "SEEN STILL-IN NO-SHOWS  PEAK" DELIMITED BY SIZE
               INTO ATTEND-RPT-RECORD.
           PERFORM 3900-WRITE-LINE
               THRU 3900-EXIT.
           MOVE 0 TO WS-GRAND-SEEN.
           MOVE 0 TO WS-GRAND-STILL-IN.
           MOVE 0 TO WS-GRAND-NO-SHOW.
           PERFORM 5100-PRINT-ONE-SITE-TOTAL
               THRU 5100-EXIT
               VARYING WS-RPT-SITE-IDX FROM 1 BY 1
                   UNTIL WS-RPT-SITE-IDX > WS-SITE-COUNT.
           MOVE WS-GRAND-SEEN TO D-SS-SEEN.
           MOVE WS-GRAND-STILL-IN TO D-SS-STILL-IN.
           MOVE WS-GRAND-NO-SHOW TO D-SS-NO-SHOW.
           MOVE SPACES TO ATTEND-RPT-RECORD.
           STRING "ALL SITES                 " DELIMITED BY SIZE
                   D-SS-SEEN DELIMITED BY SIZE
                   "     " DELIMITED BY SIZE
                   D-SS-STILL-IN DELIMITED BY SIZE
                   "     " DELIMITED BY SIZE
                   D-SS-NO-SHOW DELIMITED BY SIZE
               INTO ATTEND-RPT-RECORD.
           PERFORM 3900-WRITE-LINE
               THRU 3900-EXIT.
           GO TO 5000-EXIT.
       5000-EXIT.
           EXIT.

       5100-PRINT-ONE-SITE-TOTAL.
           MOVE WS-SS-SEEN(WS-RPT-SITE-IDX) TO D-SS-SEEN.
           MOVE WS-SS-STILL-IN(WS-RPT-SITE-IDX) TO D-SS-STILL-IN.
           MOVE WS-SS-NO-SHOW(WS-RPT-SITE-IDX) TO D-SS-NO-SHOW.
           MOVE WS-SS-PEAK(WS-RPT-SITE-IDX) TO D-SS-PEAK.
           ADD WS-SS-SEEN(WS-RPT-SITE-IDX) TO WS-GRAND-SEEN.
           ADD WS-SS-STILL-IN(WS-RPT-SITE-IDX) TO WS-GRAND-STILL-IN.
           ADD WS-SS-NO-SHOW(WS-RPT-SITE-IDX) TO WS-GRAND-NO-SHOW.
           MOVE SPACES TO ATTEND-RPT-RECORD.
           STRING WS-SX-CODE(WS-RPT-SITE-IDX) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-SX-NAME(WS-RPT-SITE-IDX) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   D-SS-SEEN DELIMITED BY SIZE
                   "     " DELIMITED BY SIZE
                   D-SS-STILL-IN DELIMITED BY SIZE
                   "     " DELIMITED BY SIZE
                   D-SS-NO-SHOW DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   D-SS-PEAK DELIMITED BY SIZE
               INTO ATTEND-RPT-RECORD.
           PERFORM 3900-WRITE-LINE
               THRU 3900-EXIT.
           GO TO 5100-EXIT.
       5100-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 3200-TIME-TO-SECONDS  --  HHMMSSCC IN WS-TIME-WORK TO
      *                            SECONDS IN WS-SECONDS-1
      * 8300-NORMALIZE-NAME  --  COPIED
      *-------------------------------------------------------------
       COPY NAMNRMPR.

      *-------------------------------------------------------------
      * 9390-GET-OPERATOR  --  COPIED
      *-------------------------------------------------------------
       COPY SIGNPR.

      *-------------------------------------------------------------
      * 9320-LOAD-SITES / 9330-FIND-SITE  --  COPIED
      *-------------------------------------------------------------
       COPY SITEPR.

      *-------------------------------------------------------------
      * 9245-ANSWER-VERSION-INQUIRY  --  COPIED
      *-------------------------------------------------------------
       COPY VERSPR.
