      *                 (STILL CHECKED IN, OR CLOSED BY THE SYS
      *                 SWEEP) IS FLAGGED M WITH ZERO MINUTES
      *                 INSTEAD OF BILLING THE SWEEP TIME.
      * 2026/10/15  HK  EXPORT ONE SITE OR ALL SITES. THE SITE COMES
      *                 FROM THE SIGN-ON OR THE BATCH SITE PARM
      *                 (BLANK/ALL = EVERY SITE) AND IS CARRIED ON EACH
      *                 DETAIL AFTER THE FLAG; A LOG ROW WITH NO SITE
      *                 BELONGS TO THE HOME SITE. A PERSON SEEN AT TWO
      *                 SITES GETS A DETAIL FOR EACH. WITH MORE THAN ONE
      *                 SITE ON SITETAB.DAT THE DETAILS ARE GROUPED BY
      *                 SITE IN SITE-TABLE ORDER, EACH GROUP CLOSED BY
      *                 AN STL SUBTOTAL RECORD (SITE, RECORD COUNT,
      *                 MINUTES), THE HEADER NAMES THE SITE COVERED AND
      *                 THE TRL RECORD STILL CARRIES THE GRAND TOTALS.
      * 2026/10/15  HK  NO PAYROLL FEED IS WRITTEN FROM THE TRAINING
      *                 DATA SET - THE STEP ENDS WITH CODE 8 BEFORE THE
      *                 EXPORT FILE IS OPENED OR CATALOGED.
      * 2026/10/15  HK  ADDED THE PROGRAM'S BUILD IDENTITY - VERSION AND
      *                 COMPILE DATE, SEE VERSWS.CPY - STAMPED ON ITS
      *                 AUDIT RECORDS.  A CALL WITH A RETURN CODE OF -1
      *                 NOW ONLY REPORTS THE BUILD, FOR THE DAILY RUN'S
      *                 VERSION CHECK.
      *-------------------------------------------------------------

       ENVIRONMENT DIVISION.
           COPY SIGNSEL.
           COPY CALSEL.
           COPY OUTCATSL.
           COPY SITESL.

       DATA DIVISION.
       FILE SECTION.

       COPY OUTCATFD.

       COPY SITEFD.

       WORKING-STORAGE SECTION.
      *    BUILD IDENTITY - RAISE WS-VR-VERSION WITH EACH ENTRY
      *    IN THE MODIFICATION HISTORY (SEE VERSWS.CPY)
       01  WS-VR-PROGRAM           PIC X(17) VALUE "TIME-EXPORT".
       01  WS-VR-VERSION           PIC X(06) VALUE "1.04".
       COPY VERSWS.
       COPY OUTCATWS.
       COPY CALWS.
       COPY RUNIDWS.
       COPY AUDITCWS.
       COPY SIGNWS.
       COPY SITEWS.
       01  WS-DA-STATUS            PIC X(02).
       01  WS-TE-STATUS            PIC X(02).
       01  WS-GL-STATUS            PIC X(02).
               10 WS-RO-DEPARTURE  PIC 9(08).
               10 WS-RO-OUT-SW     PIC X(01).
                   88 WS-RO-REAL-OUT          VALUE "Y".
               10 WS-RO-SITE       PIC X(04).
               10 WS-RO-DONE-SW    PIC X(01).
                   88 WS-RO-DONE              VALUE "Y".
       01  WS-ROSTER-IDX           PIC 9(03) USAGE COMP.

      *    THE SITE BEING WRITTEN AND ITS SUBTOTALS
       01  WS-ROW-SITE             PIC X(04).
       01  WS-RPT-SITE             PIC X(04).
       01  WS-RPT-SITE-IDX         PIC 9(02) USAGE COMP.
       01  WS-SITE-EXPORT-COUNT    PIC 9(07) VALUE 0.
       01  WS-SITE-MINUTE-TOTAL    PIC 9(09) VALUE 0.

       01  WS-TIME-WORK            PIC 9(08).
       01  WS-TIME-WORK-X REDEFINES WS-TIME-WORK.
           05 WS-TW-HH             PIC 9(02).
           05 WS-ED-MINUTES        PIC 9(05).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 WS-ED-FLAG           PIC X(01).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 WS-ED-SITE           PIC X(04).

      *    SITE SUBTOTAL, WRITTEN AFTER EACH SITE'S DETAILS WHEN THERE
      *    IS MORE THAN ONE SITE
       01  WS-EXPORT-SUBTOTAL.
           05 FILLER               PIC X(04) VALUE "STL ".
           05 WS-ES-SITE           PIC X(04).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 WS-ES-COUNT          PIC 9(07).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 WS-ES-MINUTES        PIC 9(09).

       01  WS-EXPORT-TRAILER.
           05 FILLER               PIC X(04) VALUE "TRL ".
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
       1000-INITIALIZE.
           PERFORM 9370-GET-BUSINESS-DATE
               THRU 9370-EXIT.
           IF WS-TRAINING-SET
               DISPLAY "TIME-EXPORT: training data set - no payroll "
                   "feed produced."
               MOVE 8 TO LK-RETURN-CODE
               GOBACK
           END-IF.
           MOVE WS-BUS-DATE TO WS-RUN-DATE.
           PERFORM 9380-ASSIGN-RUN-ID
               THRU 9380-EXIT.
           PERFORM 9390-GET-OPERATOR
               THRU 9390-EXIT.
           PERFORM 9320-LOAD-SITES
               THRU 9320-EXIT.
           PERFORM 9400-OPEN-DAILY-AUDIT
               THRU 9400-EXIT.
           MOVE "TIMEEXP" TO WS-OC-BASE.
           STRING "HDR UNIKODE TIME EXPORT " DELIMITED BY SIZE
                   WS-BUS-DATE DELIMITED BY SIZE
               INTO TIME-EXPORT-OUT-RECORD.
           IF WS-SITE-COUNT > 1
               MOVE " SITE" TO TIME-EXPORT-OUT-RECORD(33:5)
               IF WS-ALL-SITES
                   MOVE "ALL " TO TIME-EXPORT-OUT-RECORD(39:4)
               ELSE
                   MOVE WS-SITE-CODE TO TIME-EXPORT-OUT-RECORD(39:4)
               END-IF
           END-IF.
           WRITE TIME-EXPORT-OUT-RECORD.
           GO TO 1000-EXIT.
       1000-EXIT.
               OR GL-RUN-DATE NOT = WS-RUN-DATE
               GO TO 2100-EXIT
           END-IF.
           MOVE GL-SITE TO WS-ROW-SITE.
           IF WS-ROW-SITE = SPACES
               MOVE WS-HOME-SITE TO WS-ROW-SITE
           END-IF.
           IF NOT WS-ALL-SITES
               AND WS-ROW-SITE NOT = WS-SITE-CODE
               GO TO 2100-EXIT
           END-IF.
           PERFORM 2200-FIND-ROSTER-ENTRY
               THRU 2200-EXIT.
           IF WS-ROSTER-IDX = 0
       2200-FIND-ROSTER-ENTRY.
           PERFORM VARYING WS-ROSTER-IDX FROM 1 BY 1
                   UNTIL WS-ROSTER-IDX > WS-ROSTER-COUNT
                   OR (WS-RO-NAME(WS-ROSTER-IDX) = GL-NAME
                   AND WS-RO-SITE(WS-ROSTER-IDX) = WS-ROW-SITE)
           END-PERFORM.
           IF WS-ROSTER-IDX <= WS-ROSTER-COUNT
               GO TO 2200-EXIT
           MOVE 99999999 TO WS-RO-ARRIVAL(WS-ROSTER-IDX).
           MOVE 0 TO WS-RO-DEPARTURE(WS-ROSTER-IDX).
           MOVE "N" TO WS-RO-OUT-SW(WS-ROSTER-IDX).
           MOVE WS-ROW-SITE TO WS-RO-SITE(WS-ROSTER-IDX).
           MOVE "N" TO WS-RO-DONE-SW(WS-ROSTER-IDX).
           GO TO 2200-EXIT.
       2200-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 3000-WRITE-EXPORT  --  ONE DETAIL PER PERSON PER SITE,
      *                         SITE BY SITE IN SITE-TABLE ORDER,
      *                         THEN ANY ROWS FOR A SITE SINCE
      *                         DROPPED FROM THE TABLE (SUBTOTALLED
      *                         AS ????), THEN THE VERIFIABLE
      *                         TRAILER
      *-------------------------------------------------------------
       3000-WRITE-EXPORT.
           PERFORM 3050-WRITE-ONE-SITE
               THRU 3050-EXIT
               VARYING WS-RPT-SITE-IDX FROM 1 BY 1
                   UNTIL WS-RPT-SITE-IDX > WS-SITE-COUNT.
           MOVE "????" TO WS-RPT-SITE.
           PERFORM 3060-WRITE-SITE-GROUP
               THRU 3060-EXIT.
           MOVE WS-EXPORT-COUNT TO WS-ET-COUNT.
           MOVE WS-MINUTE-TOTAL TO WS-ET-MINUTES.
           MOVE SPACES TO TIME-EXPORT-OUT-RECORD.
       3000-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 3050-WRITE-ONE-SITE  --  THE DETAILS FOR SITE
      *                           WS-RPT-SITE-IDX ON THE SITE TABLE
      *-------------------------------------------------------------
       3050-WRITE-ONE-SITE.
           MOVE WS-SX-CODE(WS-RPT-SITE-IDX) TO WS-RPT-SITE.
           PERFORM 3060-WRITE-SITE-GROUP
               THRU 3060-EXIT.
           GO TO 3050-EXIT.
       3050-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 3060-WRITE-SITE-GROUP  --  EVERY ROSTER ENTRY NOT YET
      *                             WRITTEN FOR SITE WS-RPT-SITE
      *                             ("????" = ANY SITE), THEN THE
      *                             SITE SUBTOTAL WHEN THE SHOP HAS
      *                             MORE THAN ONE SITE
      *-------------------------------------------------------------
       3060-WRITE-SITE-GROUP.
           MOVE 0 TO WS-SITE-EXPORT-COUNT.
           MOVE 0 TO WS-SITE-MINUTE-TOTAL.
           PERFORM 3100-WRITE-ONE-PERSON
               THRU 3100-EXIT
               VARYING WS-ROSTER-IDX FROM 1 BY 1
                   UNTIL WS-ROSTER-IDX > WS-ROSTER-COUNT.
           IF WS-SITE-COUNT < 2
               OR WS-SITE-EXPORT-COUNT = 0
               GO TO 3060-EXIT
           END-IF.
           MOVE WS-RPT-SITE TO WS-ES-SITE.
           MOVE WS-SITE-EXPORT-COUNT TO WS-ES-COUNT.
           MOVE WS-SITE-MINUTE-TOTAL TO WS-ES-MINUTES.
           MOVE SPACES TO TIME-EXPORT-OUT-RECORD.
           MOVE WS-EXPORT-SUBTOTAL TO TIME-EXPORT-OUT-RECORD.
           WRITE TIME-EXPORT-OUT-RECORD.
           GO TO 3060-EXIT.
       3060-EXIT.
           EXIT.

       3100-WRITE-ONE-PERSON.
           IF WS-RO-DONE(WS-ROSTER-IDX)
               GO TO 3100-EXIT
           END-IF.
           IF WS-RPT-SITE NOT = "????"
               AND WS-RO-SITE(WS-ROSTER-IDX) NOT = WS-RPT-SITE
               GO TO 3100-EXIT
           END-IF.
           MOVE "Y" TO WS-RO-DONE-SW(WS-ROSTER-IDX).
           MOVE SPACES TO WS-EXPORT-DETAIL.
           MOVE WS-RO-NAME(WS-ROSTER-IDX) TO WS-ED-NAME.
           MOVE WS-RO-CATEGORY(WS-ROSTER-IDX) TO WS-ED-CATEGORY.
               MOVE WS-ELAPSED-MINUTES TO WS-ED-MINUTES
               MOVE SPACE TO WS-ED-FLAG
               ADD WS-ELAPSED-MINUTES TO WS-MINUTE-TOTAL
               ADD WS-ELAPSED-MINUTES TO WS-SITE-MINUTE-TOTAL
           ELSE
               MOVE 0 TO WS-ED-DEPARTURE
               MOVE 0 TO WS-ED-MINUTES
               MOVE "M" TO WS-ED-FLAG
           END-IF.
           MOVE WS-RO-SITE(WS-ROSTER-IDX) TO WS-ED-SITE.
           MOVE SPACES TO TIME-EXPORT-OUT-RECORD.
           MOVE WS-EXPORT-DETAIL TO TIME-EXPORT-OUT-RECORD.
           WRITE TIME-EXPORT-OUT-RECORD.
           ADD 1 TO WS-EXPORT-COUNT.
           ADD 1 TO WS-SITE-EXPORT-COUNT.
           GO TO 3100-EXIT.
       3100-EXIT.
           EXIT.
      * 9430-BUILD-DATED-NAME / 9440-CATALOG-OUTPUT  --  COPIED
      *-------------------------------------------------------------
       COPY OUTCATPR.

      *-------------------------------------------------------------
      * 9320-LOAD-SITES / 9330-FIND-SITE  --  COPIED
      *-------------------------------------------------------------
       COPY SITEPR.

      *-------------------------------------------------------------
      * 9245-ANSWER-VERSION-INQUIRY  --  COPIED
      *-------------------------------------------------------------
       COPY VERSPR.
