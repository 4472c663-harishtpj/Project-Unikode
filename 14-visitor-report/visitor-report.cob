      *                 THE RUN DATE AND LAPSE CUTOFF NOW COME FROM
      *                 THE BUSINESS DATE INSTEAD OF THE WALL
      *                 CLOCK, LIKE THE REST OF THE SHOP.
      * 2026/10/15  HK  REPORT ONE SITE OR ALL SITES. THE SITE COMES
      *                 FROM THE SIGN-ON (BLANK/ALL = EVERY SITE) AND
      *                 FILTERS THE LOG-DERIVED SECTIONS - FIRST/LAST
      *                 SEEN, DAY OF WEEK, TIME OF DAY AND CATEGORY; A
      *                 LOG ROW WITH NO SITE BELONGS TO THE HOME SITE.
      *                 AN ALL-SITES RUN ADDS A VISITS-BY-SITE SECTION
      *                 WITH THE SUBTOTAL FOR EACH SITE AND THE GRAND
      *                 TOTAL. THE TOP-VISITOR AND LAPSED SECTIONS STAY
      *                 ON THE VISITOR MASTER, WHICH IS SHARED BY ALL
      *                 SITES. THE ARCHIVE INPUT RECORD IS WIDENED TO
      *                 132 FOR THE LONGER LOG ROW.
      * 2026/10/15  HK  ADDED THE PROGRAM'S BUILD IDENTITY - VERSION AND
      *                 COMPILE DATE, SEE VERSWS.CPY - PRINTED ON ITS
      *                 PAGE HEADINGS.
      *-------------------------------------------------------------

       ENVIRONMENT DIVISION.
           COPY VISITMSL.
           COPY RUNIDSEL.
           COPY CALSEL.
           COPY SIGNSEL.
           COPY SITESL.

       DATA DIVISION.
       FILE SECTION.
       COPY ARCHMFD.

       FD  ARCH-IN.
       01  ARCH-IN-RECORD          PIC X(132).

       COPY VISITMFD.


       COPY CALFD.

       COPY SIGNFD.

       COPY SITEFD.

       WORKING-STORAGE SECTION.
      *    BUILD IDENTITY - RAISE WS-VR-VERSION WITH EACH ENTRY
      *    IN THE MODIFICATION HISTORY (SEE VERSWS.CPY)
       01  WS-VR-PROGRAM           PIC X(17) VALUE "VISITOR-REPORT".
       01  WS-VR-VERSION           PIC X(06) VALUE "1.09".
       COPY VERSWS.
       COPY CALWS.
       COPY RUNIDWS.
       COPY RPTHDWS.
       COPY GREETLWS.
       COPY SIGNWS.
       COPY SITEWS.
       01  WS-GL-STATUS            PIC X(02).
           88 WS-GL-OK                        VALUE "00".
       01  WS-AM-STATUS            PIC X(02).

       01  WS-LAPSED-COUNT         PIC 9(03) VALUE 0.

      *    VISIT COUNTS BY SITE, IN SITE-TABLE ORDER, FOR THE
      *    ALL-SITES SUBTOTALS
       01  WS-SITE-TOTALS.
           05 WS-SITE-VISITS       PIC 9(05) USAGE COMP
                                    OCCURS 20 TIMES.
       01  WS-OTHER-SITE-VISITS    PIC 9(05) USAGE COMP VALUE 0.
       01  WS-ALL-SITE-VISITS      PIC 9(05) USAGE COMP VALUE 0.
       01  WS-ROW-SITE             PIC X(04).

       01  D-VISITS                PIC Z(4)9.
       01  D-COUNT                 PIC Z(4)9.
       01  D-DATE-1.
               THRU 6000-EXIT.
           PERFORM 6500-PRINT-CATEGORIES
               THRU 6500-EXIT.
           IF WS-ALL-SITES
               AND WS-SITE-COUNT > 1
               PERFORM 6700-PRINT-SITES
                   THRU 6700-EXIT
           END-IF.
           PERFORM 7000-PRINT-LAPSED
               THRU 7000-EXIT.
           PERFORM 9999-TERMINATE
               THRU 9370-EXIT.
           PERFORM 9380-ASSIGN-RUN-ID
               THRU 9380-EXIT.
           PERFORM 9390-GET-OPERATOR
               THRU 9390-EXIT.
           PERFORM 9320-LOAD-SITES
               THRU 9320-EXIT.
           MOVE "VISITOR ANALYTICS REPORT" TO WS-RH-TITLE.
           MOVE "VISITOR-REPORT" TO WS-RH-PROGRAM-ID.
           MOVE WS-BUS-DATE TO WS-RUN-DATE.
           COMPUTE WS-LAPSE-CUTOFF-DAY =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE) - WS-LAPSE-DAYS.
           OPEN OUTPUT VISITOR-RPT.
           PERFORM 1100-PRINT-SITE-LINE
               THRU 1100-EXIT.
           OPEN INPUT GREETER-LOG.
           IF WS-GL-OK
               MOVE "Y" TO WS-GL-PRESENT-SW
                   UNTIL WS-CAT-IDX > 4
               MOVE 0 TO WS-CAT-VISITS(WS-CAT-IDX)
           END-PERFORM.
           PERFORM VARYING WS-SITE-IDX FROM 1 BY 1
                   UNTIL WS-SITE-IDX > 20
               MOVE 0 TO WS-SITE-VISITS(WS-SITE-IDX)
           END-PERFORM.
           GO TO 1000-EXIT.
       1000-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 1100-PRINT-SITE-LINE  --  NAME THE SITE (OR ALL SITES) THE
      *                            LOG SECTIONS COVER.  A SHOP WITH
      *                            ONE SITE GETS NO SITE LINE.
      *-------------------------------------------------------------
       1100-PRINT-SITE-LINE.
           IF WS-ALL-SITES
               IF WS-SITE-COUNT > 1
                   MOVE "SITE: ALL SITES" TO VISITOR-RPT-RECORD
                   PERFORM 8900-WRITE-LINE
                       THRU 8900-EXIT
                   MOVE SPACES TO VISITOR-RPT-RECORD
                   PERFORM 8900-WRITE-LINE
                       THRU 8900-EXIT
               END-IF
               GO TO 1100-EXIT
           END-IF.
           MOVE WS-SITE-CODE TO WS-SITE-WANTED.
           PERFORM 9330-FIND-SITE
               THRU 9330-EXIT.
           MOVE SPACES TO VISITOR-RPT-RECORD.
           IF WS-SITE-FOUND
               STRING "SITE: " DELIMITED BY SIZE
                       WS-SITE-CODE DELIMITED BY SIZE
                       "  " DELIMITED BY SIZE
                       WS-SX-NAME(WS-SITE-IDX) DELIMITED BY SIZE
                   INTO VISITOR-RPT-RECORD
           ELSE
               STRING "SITE: " DELIMITED BY SIZE
                       WS-SITE-CODE DELIMITED BY SIZE
                       "  (NOT ON THE SITE TABLE)" DELIMITED BY SIZE
                   INTO VISITOR-RPT-RECORD
           END-IF.
           PERFORM 8900-WRITE-LINE
               THRU 8900-EXIT.
           MOVE SPACES TO VISITOR-RPT-RECORD.
           PERFORM 8900-WRITE-LINE
               THRU 8900-EXIT.
           GO TO 1100-EXIT.
       1100-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 2000-SCAN-GREETER-LOG  --  ROLL THE DETAIL UP PER NAME AND
      *                             INTO THE DAY/HOUR HISTOGRAMS.
           IF WS-GL-EVT-DEPARTURE
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
           IF WS-SITE-FOUND
               ADD 1 TO WS-SITE-VISITS(WS-SITE-IDX)
           ELSE
               ADD 1 TO WS-OTHER-SITE-VISITS
           END-IF.
           ADD 1 TO WS-ALL-SITE-VISITS.
           PERFORM 2200-TALLY-ONE-VISIT
               THRU 2200-EXIT.
           GO TO 2150-EXIT.
       6600-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 6700-PRINT-SITES  --  VISITS BY SITE, WITH THE ALL-SITES
      *                        TOTAL.  ROWS FOR A SITE SINCE DROPPED
      *                        FROM THE SITE TABLE ARE SHOWN AS OTHER.
      *-------------------------------------------------------------
       6700-PRINT-SITES.
           MOVE "VISITS BY SITE" TO VISITOR-RPT-RECORD.
           PERFORM 8900-WRITE-LINE
               THRU 8900-EXIT.
           PERFORM 6800-PRINT-ONE-SITE
               THRU 6800-EXIT
               VARYING WS-SITE-IDX FROM 1 BY 1
                   UNTIL WS-SITE-IDX > WS-SITE-COUNT.
           IF WS-OTHER-SITE-VISITS > 0
               MOVE WS-OTHER-SITE-VISITS TO D-VISITS
               MOVE SPACES TO VISITOR-RPT-RECORD
               STRING "  OTHER" DELIMITED BY SIZE
                       "                     " DELIMITED BY SIZE
                       D-VISITS DELIMITED BY SIZE
                   INTO VISITOR-RPT-RECORD
               PERFORM 8900-WRITE-LINE
                   THRU 8900-EXIT
           END-IF.
           MOVE WS-ALL-SITE-VISITS TO D-VISITS.
           MOVE SPACES TO VISITOR-RPT-RECORD.
           STRING "  ALL SITES" DELIMITED BY SIZE
                   "                 " DELIMITED BY SIZE
                   D-VISITS DELIMITED BY SIZE
               INTO VISITOR-RPT-RECORD.
           PERFORM 8900-WRITE-LINE
               THRU 8900-EXIT.
           MOVE SPACES TO VISITOR-RPT-RECORD.
           PERFORM 8900-WRITE-LINE
               THRU 8900-EXIT.
           GO TO 6700-EXIT.
       6700-EXIT.
           EXIT.

       6800-PRINT-ONE-SITE.
           MOVE WS-SITE-VISITS(WS-SITE-IDX) TO D-VISITS.
           MOVE SPACES TO VISITOR-RPT-RECORD.
           STRING "  " DELIMITED BY SIZE
                   WS-SX-CODE(WS-SITE-IDX) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-SX-NAME(WS-SITE-IDX) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   D-VISITS DELIMITED BY SIZE
               INTO VISITOR-RPT-RECORD.
           PERFORM 8900-WRITE-LINE
               THRU 8900-EXIT.
           GO TO 6800-EXIT.
       6800-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 7000-PRINT-LAPSED  --  VISITORS NOT SEEN IN THE LAPSE WINDOW
      *-------------------------------------------------------------
      * COPIED
      *-------------------------------------------------------------
       COPY RPTHDPR.

      *-------------------------------------------------------------
      * 9390-GET-OPERATOR  --  COPIED
      *-------------------------------------------------------------
       COPY SIGNPR.

      *-------------------------------------------------------------
      * 9320-LOAD-SITES / 9330-FIND-SITE  --  COPIED
      *-------------------------------------------------------------
       COPY SITEPR.
