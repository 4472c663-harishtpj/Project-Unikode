      *                 BUSINESS DATE, RUN-ID AND PAGE NUMBER ON
      *                 EVERY PAGE, TOTAL LINE COUNT ON THE
      *                 TRAILER.
      * 2026/10/15  HK  REPORT ONE SITE OR ALL SITES. THE SITE COMES
      *                 FROM THE SIGN-ON (BLANK/ALL = EVERY SITE);
      *                 BADGES ARE LISTED SITE BY SITE WITH A BADGES-OUT
      *                 SUBTOTAL FOR EACH, AND AN ALL-SITES RUN ENDS
      *                 WITH THE GRAND TOTAL. A BADGE WITH NO SITE
      *                 BELONGS TO THE HOME SITE.
      * 2026/10/15  HK  ADDED THE PROGRAM'S BUILD IDENTITY - VERSION AND
      *                 COMPILE DATE, SEE VERSWS.CPY - PRINTED ON ITS
      *                 PAGE HEADINGS.
      *-------------------------------------------------------------

       ENVIRONMENT DIVISION.
           COPY BADGESL.
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
       01  WS-VR-PROGRAM           PIC X(17) VALUE "BADGE-REPORT".
       01  WS-VR-VERSION           PIC X(06) VALUE "1.04".
       COPY VERSWS.
       COPY CALWS.
       COPY RUNIDWS.
       COPY RPTHDWS.
       COPY SIGNWS.
       COPY SITEWS.
       01  WS-BG-STATUS            PIC X(02).
           88 WS-BG-OK                        VALUE "00".
           88 WS-BG-FILE-MISSING              VALUE "35".

       01  WS-OUT-COUNT            PIC 9(04) VALUE 0.
       01  WS-TOTAL-COUNT          PIC 9(04) VALUE 0.
       01  WS-SITE-OUT-COUNT       PIC 9(04) VALUE 0.
       01  WS-SITE-TOTAL-COUNT     PIC 9(04) VALUE 0.
       01  WS-RPT-SITE             PIC X(04).
       01  WS-RPT-SITE-IDX         PIC 9(02) USAGE COMP.
       01  WS-ROW-SITE             PIC X(04).
       01  WS-SITES-REPORTED       PIC 9(02) VALUE 0 USAGE COMP.
       01  D-BADGE-NO              PIC Z(3)9.
       01  D-COUNT                 PIC Z(3)9.
       01  D-TOTAL                 PIC Z(3)9.
       01  WS-SWITCHES.
           05 WS-BG-EOF-SW         PIC X(01) VALUE "N".
               88 WS-BG-EOF                   VALUE "Y".
           05 WS-BG-OPEN-SW        PIC X(01) VALUE "N".
               88 WS-BG-OPEN                  VALUE "Y".

       PROCEDURE DIVISION.

           PERFORM 1000-INITIALIZE
               THRU 1000-EXIT.
           PERFORM 2000-SCAN-BADGES
               THRU 2000-EXIT
               VARYING WS-RPT-SITE-IDX FROM 1 BY 1
                   UNTIL WS-RPT-SITE-IDX > WS-SITE-COUNT.
           PERFORM 3000-SUMMARIZE
               THRU 3000-EXIT.
           PERFORM 9999-TERMINATE
               THRU 9370-EXIT.
           PERFORM 9380-ASSIGN-RUN-ID
               THRU 9380-EXIT.
           PERFORM 9390-GET-OPERATOR
               THRU 9390-EXIT.
           PERFORM 9320-LOAD-SITES
               THRU 9320-EXIT.
           MOVE "OUTSTANDING BADGES" TO WS-RH-TITLE.
           MOVE "BADGE-REPORT" TO WS-RH-PROGRAM-ID.
           OPEN OUTPUT BADGE-RPT.
               MOVE "NO BADGE MASTER ON FILE." TO BADGE-RPT-RECORD
               PERFORM 8900-WRITE-LINE
                   THRU 8900-EXIT
               GO TO 1000-EXIT
           END-IF.
           MOVE "Y" TO WS-BG-OPEN-SW.
           MOVE "BADGE HOLDER                     ISSUED"
               TO BADGE-RPT-RECORD.
           PERFORM 8900-WRITE-LINE
           EXIT.

      *-------------------------------------------------------------
      * 2000-SCAN-BADGES  --  ONE LINE PER BADGE STILL OUT AT SITE
      *                        WS-RPT-SITE-IDX, WHEN THE RUN COVERS
      *                        IT.  A SHOP WITH ONE SITE GETS NO SITE
      *                        HEADING OR SUBTOTAL.
      *-------------------------------------------------------------
       2000-SCAN-BADGES.
           IF NOT WS-BG-OPEN
               GO TO 2000-EXIT
           END-IF.
           IF NOT WS-ALL-SITES
               AND WS-SX-CODE(WS-RPT-SITE-IDX) NOT = WS-SITE-CODE
               GO TO 2000-EXIT
           END-IF.
           MOVE WS-SX-CODE(WS-RPT-SITE-IDX) TO WS-RPT-SITE.
           ADD 1 TO WS-SITES-REPORTED.
           MOVE 0 TO WS-SITE-OUT-COUNT.
           MOVE 0 TO WS-SITE-TOTAL-COUNT.
           IF WS-SITE-COUNT > 1
               MOVE SPACES TO BADGE-RPT-RECORD
               STRING "SITE: " DELIMITED BY SIZE
                       WS-RPT-SITE DELIMITED BY SIZE
                       "  " DELIMITED BY SIZE
                       WS-SX-NAME(WS-RPT-SITE-IDX) DELIMITED BY SIZE
                   INTO BADGE-RPT-RECORD
               PERFORM 8900-WRITE-LINE
                   THRU 8900-EXIT
           END-IF.
           MOVE "N" TO WS-BG-EOF-SW.
           MOVE 0 TO BG-NUMBER.
           START BADGE-MASTER
               KEY IS GREATER THAN BG-NUMBER
           PERFORM 2100-CHECK-ONE-BADGE
               THRU 2100-EXIT
               UNTIL WS-BG-EOF.
           IF WS-SITE-COUNT > 1
               MOVE WS-SITE-OUT-COUNT TO D-COUNT
               MOVE WS-SITE-TOTAL-COUNT TO D-TOTAL
               MOVE SPACES TO BADGE-RPT-RECORD
               STRING "  SITE " DELIMITED BY SIZE
                       WS-RPT-SITE DELIMITED BY SIZE
                       " BADGES OUT: " DELIMITED BY SIZE
                       FUNCTION TRIM(D-COUNT) DELIMITED BY SIZE
                       " OF " DELIMITED BY SIZE
                       FUNCTION TRIM(D-TOTAL) DELIMITED BY SIZE
                   INTO BADGE-RPT-RECORD
               PERFORM 8900-WRITE-LINE
                   THRU 8900-EXIT
               MOVE SPACES TO BADGE-RPT-RECORD
               PERFORM 8900-WRITE-LINE
                   THRU 8900-EXIT
           END-IF.
           GO TO 2000-EXIT.
       2000-EXIT.
           EXIT.
                   MOVE "Y" TO WS-BG-EOF-SW
                   GO TO 2100-EXIT
           END-READ.
           MOVE BG-SITE TO WS-ROW-SITE.
           IF WS-ROW-SITE = SPACES
               MOVE WS-HOME-SITE TO WS-ROW-SITE
           END-IF.
           IF WS-ROW-SITE NOT = WS-RPT-SITE
               GO TO 2100-EXIT
           END-IF.
           ADD 1 TO WS-TOTAL-COUNT.
           ADD 1 TO WS-SITE-TOTAL-COUNT.
           IF NOT BG-OUT
               GO TO 2100-EXIT
           END-IF.
           ADD 1 TO WS-OUT-COUNT.
           ADD 1 TO WS-SITE-OUT-COUNT.
           MOVE BG-NUMBER TO D-BADGE-NO.
           MOVE BG-ISSUE-TIME(1:2) TO D-TIME-HH.
           MOVE BG-ISSUE-TIME(3:2) TO D-TIME-MM.
      * 3000-SUMMARIZE
      *-------------------------------------------------------------
       3000-SUMMARIZE.
           IF WS-BG-OPEN
               AND WS-SITES-REPORTED = 0
               MOVE SPACES TO BADGE-RPT-RECORD
               STRING "SITE " DELIMITED BY SIZE
                       WS-SITE-CODE DELIMITED BY SIZE
                       " IS NOT ON THE SITE TABLE - NOTHING REPORTED."
                           DELIMITED BY SIZE
                   INTO BADGE-RPT-RECORD
               PERFORM 8900-WRITE-LINE
                   THRU 8900-EXIT
           END-IF.
           IF WS-SITES-REPORTED > 1
               MOVE "ALL SITES" TO BADGE-RPT-RECORD
           ELSE
               MOVE SPACES TO BADGE-RPT-RECORD
           END-IF.
           PERFORM 8900-WRITE-LINE
               THRU 8900-EXIT.
           MOVE WS-OUT-COUNT TO D-COUNT.
               THRU 9850-EXIT.
           DISPLAY WS-RH-TRAILER.
           WRITE BADGE-RPT-RECORD FROM WS-RH-TRAILER.
           IF WS-BG-OPEN
               CLOSE BADGE-MASTER
           END-IF.
           CLOSE BADGE-RPT.
           GO TO 9999-EXIT.
       9999-EXIT.
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
