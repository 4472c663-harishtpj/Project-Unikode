      *                 FROM A FIFTY-PAGE TREND RUN IS FINALLY
      *                 DETECTABLE.  THE RUN DATE NOW COMES FROM
      *                 THE BUSINESS CALENDAR.
      * 2026/10/15  HK  ADDED THE PROGRAM'S BUILD IDENTITY - VERSION AND
      *                 COMPILE DATE, SEE VERSWS.CPY - PRINTED ON ITS
      *                 PAGE HEADINGS.  ARCHIVED AUDIT LINES ARE READ
      *                 INTO A 140-BYTE BUFFER TO TAKE THE LONGER AUDIT
      *                 RECORD WHOLE.
      * 2026/10/15  HK  GCD-LCM ADDED AS A SIXTH PROGRAM COLUMN (GCDLC),
      *                 AHEAD OF THE RANGE-SCAN AND EXCEPTION COLUMNS.
      *-------------------------------------------------------------

       ENVIRONMENT DIVISION.
       COPY ARCHMFD.

       FD  ARCH-IN.
       01  ARCH-IN-RECORD          PIC X(140).

       COPY AUDITFD.

       COPY CALFD.

       WORKING-STORAGE SECTION.
      *    BUILD IDENTITY - RAISE WS-VR-VERSION WITH EACH ENTRY
      *    IN THE MODIFICATION HISTORY (SEE VERSWS.CPY)
       01  WS-VR-PROGRAM           PIC X(17) VALUE "TREND-REPORT".
       01  WS-VR-VERSION           PIC X(06) VALUE "1.05".
       COPY VERSWS.
       COPY CALWS.
       COPY RUNIDWS.
       COPY RPTHDWS.
           05 FILLER               PIC X(60).

       01  WS-PGM-IDX              PIC 9(02).
       01  WS-PGM-COUNT            PIC 9(02) VALUE 6.
       01  WS-PGM-NAMES.
           05 WS-PGM-NAME          PIC X(11) OCCURS 6 TIMES.

       01  WS-DAY-TABLE.
           05 WS-DAY-COUNT         PIC 9(03) VALUE 0 USAGE COMP.
           05 WS-DAY-ENTRY         OCCURS 400 TIMES.
               10 WS-DE-DATE       PIC 9(08).
               10 WS-DE-RUNS       PIC 9(05) USAGE COMP
                                    OCCURS 6 TIMES.
               10 WS-DE-SCANS      PIC 9(05) USAGE COMP.
               10 WS-DE-EXCP       PIC 9(05) USAGE COMP.
       01  WS-DAY-IDX              PIC 9(03) USAGE COMP.
       01  WS-DAY-HOLD.
           05 WS-DH-DATE           PIC 9(08).
           05 WS-DH-RUNS           PIC 9(05) USAGE COMP
                                    OCCURS 6 TIMES.
           05 WS-DH-SCANS          PIC 9(05) USAGE COMP.
           05 WS-DH-EXCP           PIC 9(05) USAGE COMP.

       01  WS-SUB-TOTALS.
           05 WS-WEEK-TOTALS.
               10 WS-WK-RUNS       PIC 9(07) USAGE COMP
                                    OCCURS 6 TIMES.
               10 WS-WK-SCANS      PIC 9(07) USAGE COMP.
               10 WS-WK-EXCP       PIC 9(07) USAGE COMP.
           05 WS-MONTH-TOTALS.
               10 WS-MO-RUNS       PIC 9(07) USAGE COMP
                                    OCCURS 6 TIMES.
               10 WS-MO-SCANS      PIC 9(07) USAGE COMP.
               10 WS-MO-EXCP       PIC 9(07) USAGE COMP.
           05 WS-GRAND-TOTALS.
               10 WS-GR-RUNS       PIC 9(07) USAGE COMP
                                    OCCURS 6 TIMES.
               10 WS-GR-SCANS      PIC 9(07) USAGE COMP.
               10 WS-GR-EXCP       PIC 9(07) USAGE COMP.

               10 FILLER           PIC X(01) VALUE "-".
               10 WS-DL-DAY        PIC 9(02).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 WS-DL-COL            PIC Z(5)9 OCCURS 8 TIMES.

       01  WS-TOTAL-LINE.
           05 WS-TL-LABEL          PIC X(11).
           05 WS-TL-COL            PIC Z(5)9 OCCURS 8 TIMES.

       01  WS-COL-IDX              PIC 9(02).

           MOVE "FACTORIAL"   TO WS-PGM-NAME(3).
           MOVE "MULT-TABLE"  TO WS-PGM-NAME(4).
           MOVE "PRIME-CHECK" TO WS-PGM-NAME(5).
           MOVE "GCD-LCM"     TO WS-PGM-NAME(6).
           GO TO 1000-EXIT.
       1000-EXIT.
           EXIT.
                   THRU 5900-EXIT
               GO TO 5000-EXIT
           END-IF.
           MOVE "DATE        GREET SUMNT FACTO MULTT PRIME GCDLC"
               & " SCANS EXCPT" TO TREND-RPT-RECORD.
           PERFORM 5900-WRITE-LINE
               THRU 5900-EXIT.
           PERFORM 5050-INIT-WEEK-TOTALS
           MOVE SPACES TO WS-TOTAL-LINE.
           MOVE "GRAND TOTAL" TO WS-TL-LABEL.
           PERFORM VARYING WS-COL-IDX FROM 1 BY 1
                   UNTIL WS-COL-IDX > 6
               MOVE WS-GR-RUNS(WS-COL-IDX) TO WS-TL-COL(WS-COL-IDX)
           END-PERFORM.
           MOVE WS-GR-SCANS TO WS-TL-COL(7).
           MOVE WS-GR-EXCP TO WS-TL-COL(8).
           MOVE WS-TOTAL-LINE TO TREND-RPT-RECORD.
           PERFORM 5900-WRITE-LINE
               THRU 5900-EXIT.

       5050-INIT-WEEK-TOTALS.
           PERFORM VARYING WS-COL-IDX FROM 1 BY 1
                   UNTIL WS-COL-IDX > 6
               MOVE 0 TO WS-WK-RUNS(WS-COL-IDX)
           END-PERFORM.
           MOVE 0 TO WS-WK-SCANS.

       5060-INIT-MONTH-TOTALS.
           PERFORM VARYING WS-COL-IDX FROM 1 BY 1
                   UNTIL WS-COL-IDX > 6
               MOVE 0 TO WS-MO-RUNS(WS-COL-IDX)
           END-PERFORM.
           MOVE 0 TO WS-MO-SCANS.
           MOVE WS-DE-DATE(WS-DAY-IDX)(5:2) TO WS-DL-MONTH.
           MOVE WS-DE-DATE(WS-DAY-IDX)(7:2) TO WS-DL-DAY.
           PERFORM VARYING WS-COL-IDX FROM 1 BY 1
                   UNTIL WS-COL-IDX > 6
               MOVE WS-DE-RUNS(WS-DAY-IDX, WS-COL-IDX)
                   TO WS-DL-COL(WS-COL-IDX)
               ADD WS-DE-RUNS(WS-DAY-IDX, WS-COL-IDX)
               ADD WS-DE-RUNS(WS-DAY-IDX, WS-COL-IDX)
                   TO WS-GR-RUNS(WS-COL-IDX)
           END-PERFORM.
           MOVE WS-DE-SCANS(WS-DAY-IDX) TO WS-DL-COL(7).
           MOVE WS-DE-EXCP(WS-DAY-IDX) TO WS-DL-COL(8).
           ADD WS-DE-SCANS(WS-DAY-IDX) TO WS-WK-SCANS.
           ADD WS-DE-SCANS(WS-DAY-IDX) TO WS-MO-SCANS.
           ADD WS-DE-SCANS(WS-DAY-IDX) TO WS-GR-SCANS.
           MOVE SPACES TO WS-TOTAL-LINE.
           MOVE "WEEK TOTAL" TO WS-TL-LABEL.
           PERFORM VARYING WS-COL-IDX FROM 1 BY 1
                   UNTIL WS-COL-IDX > 6
               MOVE WS-WK-RUNS(WS-COL-IDX) TO WS-TL-COL(WS-COL-IDX)
           END-PERFORM.
           MOVE WS-WK-SCANS TO WS-TL-COL(7).
           MOVE WS-WK-EXCP TO WS-TL-COL(8).
           MOVE WS-TOTAL-LINE TO TREND-RPT-RECORD.
           PERFORM 5900-WRITE-LINE
               THRU 5900-EXIT.
           MOVE SPACES TO WS-TOTAL-LINE.
           MOVE "MONTH TOTAL" TO WS-TL-LABEL.
           PERFORM VARYING WS-COL-IDX FROM 1 BY 1
                   UNTIL WS-COL-IDX > 6
               MOVE WS-MO-RUNS(WS-COL-IDX) TO WS-TL-COL(WS-COL-IDX)
           END-PERFORM.
           MOVE WS-MO-SCANS TO WS-TL-COL(7).
           MOVE WS-MO-EXCP TO WS-TL-COL(8).
           MOVE WS-TOTAL-LINE TO TREND-RPT-RECORD.
           PERFORM 5900-WRITE-LINE
               THRU 5900-EXIT.
