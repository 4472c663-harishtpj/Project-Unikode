       IDENTIFICATION DIVISION.
       PROGRAM-ID. HANDOVER-REPORT.
       AUTHOR. HARISH-KUMAR.
       INSTALLATION. UNIKODE-DATA-CENTER.
       DATE-WRITTEN. 2026/10/15.
       DATE-COMPILED.
      *-------------------------------------------------------------
      * MODIFICATION HISTORY
      *-------------------------------------------------------------
      * DATE       INIT DESCRIPTION
      * ---------- ---- -----------------------------------------
      * 2026/10/15  HK  FIRST VERSION - WEEKLY SHIFT HANDOVER
      *                 REPORT.  FOR THE SEVEN SHIFT DATES ENDING ON
      *                 THE BUSINESS DATE, COUNTS THE HANDOVER ITEMS
      *                 OPENED (AND HOW MANY OF THEM WERE
      *                 MUST-ACTION) AND CLOSED ON EACH DAY, LATE AND
      *                 NIGHT SHIFT, WITH WEEK TOTALS BY SHIFT; THEN
      *                 LISTS EVERY ITEM CLOSED IN THE WEEK WITH ITS
      *                 RESOLUTION, AND EVERY ITEM STILL OPEN WITH
      *                 ITS AGE.  CLOSED ITEMS OLDER THAN SYSPARM
      *                 OUTPUT-RETENTION (DEFAULT 30 DAYS, NEVER LESS
      *                 THAN THE WEEK) ARE DROPPED FROM HANDOVER.DAT
      *                 - THE AUDIT TRAIL KEEPS THEIR HISTORY.
      *                 RETURNS 4 WHEN A MUST-ACTION ITEM IS STILL
      *                 OPEN.
      * 2026/10/15  HK  ADDED THE PROGRAM'S BUILD IDENTITY - VERSION AND
      *                 COMPILE DATE, SEE VERSWS.CPY - STAMPED ON ITS
      *                 AUDIT RECORDS AND PAGE HEADINGS.
      *-------------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HANDOVER-RPT ASSIGN TO "HANDRPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           COPY HANDSL.
           COPY SYSPMSEL.
           COPY AUDITSEL.
           COPY AUDITCSL.
           COPY RUNIDSEL.
           COPY SIGNSEL.
           COPY CALSEL.

       DATA DIVISION.
       FILE SECTION.
       FD  HANDOVER-RPT.
       01  HANDOVER-RPT-RECORD     PIC X(80).

       COPY HANDFD.

       COPY SYSPMFD.

       COPY AUDITFD.

       COPY AUDITCFD.

       COPY RUNIDFD.

       COPY SIGNFD.

       COPY CALFD.

       WORKING-STORAGE SECTION.
      *    BUILD IDENTITY - RAISE WS-VR-VERSION WITH EACH ENTRY
      *    IN THE MODIFICATION HISTORY (SEE VERSWS.CPY)
       01  WS-VR-PROGRAM           PIC X(17) VALUE "HANDOVER-REPORT".
       01  WS-VR-VERSION           PIC X(06) VALUE "1.02".
       COPY VERSWS.
       COPY CALWS.
       COPY RUNIDWS.
       COPY AUDITCWS.
       COPY SIGNWS.
       COPY SYSPMWS.
       COPY RPTHDWS.
       COPY HANDWS.
       01  WS-DA-STATUS            PIC X(02).

       01  WS-WEEK-DAYS            PIC 9(02) VALUE 7.
       01  WS-RETENTION-DAYS       PIC 9(05) VALUE 30.
       01  WS-PERIOD-START         PIC 9(08).
       01  WS-START-DAY-NUMBER     PIC S9(08).
       01  WS-TODAY-DAY-NUMBER     PIC S9(08).
       01  WS-CUTOFF-DAY-NUMBER    PIC S9(08).
       01  WS-DAY-NUMBER           PIC S9(08).
       01  WS-AGE-DAYS             PIC 9(05).
       01  WS-KEEP-IDX             PIC 9(03) USAGE COMP.

      *    ONE ROW PER SHIFT DATE IN THE WEEK, ONE CELL PER SHIFT
      *    (1 DAY, 2 LATE, 3 NIGHT), PLUS THE WEEK TOTAL PER SHIFT
       01  WS-GRID.
           05 WS-GRID-DAY          OCCURS 7 TIMES.
               10 WS-GRID-DATE     PIC 9(08).
               10 WS-GRID-CELL     OCCURS 3 TIMES.
                   15 WS-GC-OPENED PIC 9(05) USAGE COMP.
                   15 WS-GC-MUST   PIC 9(05) USAGE COMP.
                   15 WS-GC-CLOSED PIC 9(05) USAGE COMP.
       01  WS-SHIFT-TOTALS.
           05 WS-ST-CELL           OCCURS 3 TIMES.
               10 WS-ST-OPENED     PIC 9(05) USAGE COMP.
               10 WS-ST-MUST       PIC 9(05) USAGE COMP.
               10 WS-ST-CLOSED     PIC 9(05) USAGE COMP.
       01  WS-SHIFT-NAMES-AREA.
           05 FILLER               PIC X(05) VALUE "DAY".
           05 FILLER               PIC X(05) VALUE "LATE".
           05 FILLER               PIC X(05) VALUE "NIGHT".
       01  WS-SHIFT-NAMES REDEFINES WS-SHIFT-NAMES-AREA.
           05 WS-SHIFT-NAME        PIC X(05) OCCURS 3 TIMES.
       01  WS-DAY-IDX              PIC 9(02) USAGE COMP.
       01  WS-SHIFT-IDX            PIC 9(02) USAGE COMP.
       01  WS-WANTED-SHIFT         PIC X(05).
       01  WS-WANTED-DATE          PIC 9(08).

       01  WS-COUNTERS.
           05 WS-OPENED-CT         PIC 9(05) VALUE 0 USAGE COMP.
           05 WS-MUST-OPENED-CT    PIC 9(05) VALUE 0 USAGE COMP.
           05 WS-CLOSED-CT         PIC 9(05) VALUE 0 USAGE COMP.
           05 WS-STILL-OPEN-CT     PIC 9(05) VALUE 0 USAGE COMP.
           05 WS-MUST-OPEN-CT      PIC 9(05) VALUE 0 USAGE COMP.
           05 WS-PRUNED-CT         PIC 9(05) VALUE 0 USAGE COMP.

       01  D-COUNT                 PIC Z(4)9.
       01  D-COUNT-2               PIC Z(4)9.
       01  D-COUNT-3               PIC Z(4)9.
       01  D-AGE                   PIC Z(3)9.
       01  D-DATE                  PIC 9999/99/99.
       01  D-DATE-2                PIC 9999/99/99.

       PROCEDURE DIVISION.

      *-------------------------------------------------------------
      * 0000-MAINLINE
      *-------------------------------------------------------------
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
               THRU 1000-EXIT.
           PERFORM 2000-TALLY-AND-PRUNE
               THRU 2000-EXIT.
           PERFORM 3000-PRINT-SHIFT-GRID
               THRU 3000-EXIT.
           PERFORM 4000-PRINT-CLOSED
               THRU 4000-EXIT.
           PERFORM 5000-PRINT-STILL-OPEN
               THRU 5000-EXIT.
           PERFORM 6000-PRINT-TOTALS
               THRU 6000-EXIT.
           PERFORM 9999-TERMINATE
               THRU 9999-EXIT.
           IF WS-MUST-OPEN-CT > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           GOBACK.

      *-------------------------------------------------------------
      * 1000-INITIALIZE  --  STAMPS, THE WEEK AND THE RETENTION
      *                       CUTOFF
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
           MOVE "OUTPUT-RETENTION" TO WS-SP-WANTED-KEY.
           PERFORM 9350-GET-SYSPARM
               THRU 9350-EXIT.
           IF WS-SP-FOUND
               AND WS-SP-NUM-VALUE > 0
               COMPUTE WS-RETENTION-DAYS = WS-SP-NUM-VALUE
                   ON SIZE ERROR
                       CONTINUE
               END-COMPUTE
           END-IF.
           IF WS-RETENTION-DAYS < WS-WEEK-DAYS
               MOVE WS-WEEK-DAYS TO WS-RETENTION-DAYS
           END-IF.
           COMPUTE WS-TODAY-DAY-NUMBER =
               FUNCTION INTEGER-OF-DATE(WS-BUS-DATE).
           COMPUTE WS-START-DAY-NUMBER =
               WS-TODAY-DAY-NUMBER - WS-WEEK-DAYS + 1.
           COMPUTE WS-PERIOD-START =
               FUNCTION DATE-OF-INTEGER(WS-START-DAY-NUMBER).
           COMPUTE WS-CUTOFF-DAY-NUMBER =
               WS-TODAY-DAY-NUMBER - WS-RETENTION-DAYS.
           INITIALIZE WS-GRID.
           INITIALIZE WS-SHIFT-TOTALS.
           PERFORM 1100-SET-GRID-DATE
               THRU 1100-EXIT
               VARYING WS-DAY-IDX FROM 1 BY 1
                   UNTIL WS-DAY-IDX > WS-WEEK-DAYS.
           MOVE "WEEKLY SHIFT HANDOVER REPORT" TO WS-RH-TITLE.
           MOVE "HANDOVER-REPORT" TO WS-RH-PROGRAM-ID.
           OPEN OUTPUT HANDOVER-RPT.
           GO TO 1000-EXIT.
       1000-EXIT.
           EXIT.

       1100-SET-GRID-DATE.
           COMPUTE WS-DAY-NUMBER =
               WS-START-DAY-NUMBER + WS-DAY-IDX - 1.
           COMPUTE WS-GRID-DATE(WS-DAY-IDX) =
               FUNCTION DATE-OF-INTEGER(WS-DAY-NUMBER).
           GO TO 1100-EXIT.
       1100-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 2000-TALLY-AND-PRUNE  --  COUNT EVERY OPENING AND CLOSING
      *                            THAT FELL IN THE WEEK, THEN DROP
      *                            CLOSED ITEMS PAST RETENTION
      *-------------------------------------------------------------
       2000-TALLY-AND-PRUNE.
           PERFORM 9200-LOAD-HANDOVER-LOG
               THRU 9200-EXIT.
           MOVE 0 TO WS-KEEP-IDX.
           PERFORM 2100-TALLY-ONE-ITEM
               THRU 2100-EXIT
               VARYING WS-HO-IDX FROM 1 BY 1
                   UNTIL WS-HO-IDX > WS-HO-COUNT.
           IF WS-PRUNED-CT > 0
               MOVE WS-KEEP-IDX TO WS-HO-COUNT
               PERFORM 9220-SAVE-HANDOVER-LOG
                   THRU 9220-EXIT
           END-IF.
           GO TO 2000-EXIT.
       2000-EXIT.
           EXIT.

       2100-TALLY-ONE-ITEM.
           MOVE WS-HO-ROW(WS-HO-IDX) TO HANDOVER-LOG-RECORD.
           MOVE HO-OPEN-SHIFT TO WS-WANTED-SHIFT.
           MOVE HO-OPEN-SHIFT-DATE TO WS-WANTED-DATE.
           PERFORM 2200-FIND-CELL
               THRU 2200-EXIT.
           IF WS-DAY-IDX NOT = 0
               ADD 1 TO WS-GC-OPENED(WS-DAY-IDX, WS-SHIFT-IDX)
               ADD 1 TO WS-ST-OPENED(WS-SHIFT-IDX)
               ADD 1 TO WS-OPENED-CT
               IF HO-MUST-ACTION
                   ADD 1 TO WS-GC-MUST(WS-DAY-IDX, WS-SHIFT-IDX)
                   ADD 1 TO WS-ST-MUST(WS-SHIFT-IDX)
                   ADD 1 TO WS-MUST-OPENED-CT
               END-IF
           END-IF.
           IF HO-CLOSED
               MOVE HO-CLOSE-SHIFT TO WS-WANTED-SHIFT
               MOVE HO-CLOSE-SHIFT-DATE TO WS-WANTED-DATE
               PERFORM 2200-FIND-CELL
                   THRU 2200-EXIT
               IF WS-DAY-IDX NOT = 0
                   ADD 1 TO WS-GC-CLOSED(WS-DAY-IDX, WS-SHIFT-IDX)
                   ADD 1 TO WS-ST-CLOSED(WS-SHIFT-IDX)
                   ADD 1 TO WS-CLOSED-CT
               END-IF
               IF HO-CLOSE-SHIFT-DATE IS NUMERIC
                   AND HO-CLOSE-SHIFT-DATE >= 16010101
                   AND FUNCTION INTEGER-OF-DATE(HO-CLOSE-SHIFT-DATE)
                       < WS-CUTOFF-DAY-NUMBER
                   ADD 1 TO WS-PRUNED-CT
                   GO TO 2100-EXIT
               END-IF
           ELSE
               ADD 1 TO WS-STILL-OPEN-CT
               IF HO-MUST-ACTION
                   ADD 1 TO WS-MUST-OPEN-CT
               END-IF
           END-IF.
           ADD 1 TO WS-KEEP-IDX.
           MOVE WS-HO-ROW(WS-HO-IDX) TO WS-HO-ROW(WS-KEEP-IDX).
           GO TO 2100-EXIT.
       2100-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 2200-FIND-CELL  --  WS-WANTED-SHIFT / WS-WANTED-DATE TO THE
      *                      GRID; WS-DAY-IDX = 0 MEANS OUTSIDE THE
      *                      WEEK
      *-------------------------------------------------------------
       2200-FIND-CELL.
           MOVE 0 TO WS-DAY-IDX.
           MOVE 0 TO WS-SHIFT-IDX.
           IF WS-WANTED-DATE IS NOT NUMERIC
               OR WS-WANTED-DATE < WS-PERIOD-START
               OR WS-WANTED-DATE > WS-BUS-DATE
               GO TO 2200-EXIT
           END-IF.
           EVALUATE WS-WANTED-SHIFT
               WHEN "DAY"
                   MOVE 1 TO WS-SHIFT-IDX
               WHEN "LATE"
                   MOVE 2 TO WS-SHIFT-IDX
               WHEN "NIGHT"
                   MOVE 3 TO WS-SHIFT-IDX
               WHEN OTHER
                   GO TO 2200-EXIT
           END-EVALUATE.
           COMPUTE WS-DAY-IDX =
               FUNCTION INTEGER-OF-DATE(WS-WANTED-DATE)
               - WS-START-DAY-NUMBER + 1.
           GO TO 2200-EXIT.
       2200-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 3000-PRINT-SHIFT-GRID  --  OPENED / MUST-ACTION / CLOSED FOR
      *                             EVERY SHIFT OF THE WEEK, THEN
      *                             THE WEEK BY SHIFT
      *-------------------------------------------------------------
       3000-PRINT-SHIFT-GRID.
           MOVE WS-PERIOD-START TO D-DATE.
           MOVE WS-BUS-DATE TO D-DATE-2.
           MOVE SPACES TO HANDOVER-RPT-RECORD.
           STRING "SHIFT DATES " DELIMITED BY SIZE
                   D-DATE DELIMITED BY SIZE
                   " THRU " DELIMITED BY SIZE
                   D-DATE-2 DELIMITED BY SIZE
               INTO HANDOVER-RPT-RECORD.
           PERFORM 8900-WRITE-LINE
               THRU 8900-EXIT.
           MOVE SPACES TO HANDOVER-RPT-RECORD.
           PERFORM 8900-WRITE-LINE
               THRU 8900-EXIT.
           MOVE "SHIFT DATE  SHIFT    OPENED  MUST-ACT    CLOSED"
               TO HANDOVER-RPT-RECORD.
           PERFORM 8900-WRITE-LINE
               THRU 8900-EXIT.
           PERFORM 3100-PRINT-ONE-DAY
               THRU 3100-EXIT
               VARYING WS-DAY-IDX FROM 1 BY 1
                   UNTIL WS-DAY-IDX > WS-WEEK-DAYS.
           MOVE SPACES TO HANDOVER-RPT-RECORD.
           PERFORM 8900-WRITE-LINE
               THRU 8900-EXIT.
           MOVE "WEEK BY SHIFT" TO HANDOVER-RPT-RECORD.
           PERFORM 8900-WRITE-LINE
               THRU 8900-EXIT.
           PERFORM 3300-PRINT-ONE-SHIFT-TOTAL
               THRU 3300-EXIT
               VARYING WS-SHIFT-IDX FROM 1 BY 1
                   UNTIL WS-SHIFT-IDX > 3.
           GO TO 3000-EXIT.
       3000-EXIT.
           EXIT.

       3100-PRINT-ONE-DAY.
           PERFORM 3200-PRINT-ONE-CELL
               THRU 3200-EXIT
               VARYING WS-SHIFT-IDX FROM 1 BY 1
                   UNTIL WS-SHIFT-IDX > 3.
           GO TO 3100-EXIT.
       3100-EXIT.
           EXIT.

       3200-PRINT-ONE-CELL.
           MOVE SPACES TO HANDOVER-RPT-RECORD.
           IF WS-SHIFT-IDX = 1
               MOVE WS-GRID-DATE(WS-DAY-IDX) TO D-DATE
               MOVE D-DATE TO HANDOVER-RPT-RECORD(1:10)
           END-IF.
           MOVE WS-SHIFT-NAME(WS-SHIFT-IDX)
               TO HANDOVER-RPT-RECORD(13:5).
           MOVE WS-GC-OPENED(WS-DAY-IDX, WS-SHIFT-IDX) TO D-COUNT.
           MOVE D-COUNT TO HANDOVER-RPT-RECORD(23:5).
           MOVE WS-GC-MUST(WS-DAY-IDX, WS-SHIFT-IDX) TO D-COUNT.
           MOVE D-COUNT TO HANDOVER-RPT-RECORD(33:5).
           MOVE WS-GC-CLOSED(WS-DAY-IDX, WS-SHIFT-IDX) TO D-COUNT.
           MOVE D-COUNT TO HANDOVER-RPT-RECORD(43:5).
           PERFORM 8900-WRITE-LINE
               THRU 8900-EXIT.
           GO TO 3200-EXIT.
       3200-EXIT.
           EXIT.

       3300-PRINT-ONE-SHIFT-TOTAL.
           MOVE SPACES TO HANDOVER-RPT-RECORD.
           MOVE WS-SHIFT-NAME(WS-SHIFT-IDX)
               TO HANDOVER-RPT-RECORD(13:5).
           MOVE WS-ST-OPENED(WS-SHIFT-IDX) TO D-COUNT.
           MOVE D-COUNT TO HANDOVER-RPT-RECORD(23:5).
           MOVE WS-ST-MUST(WS-SHIFT-IDX) TO D-COUNT.
           MOVE D-COUNT TO HANDOVER-RPT-RECORD(33:5).
           MOVE WS-ST-CLOSED(WS-SHIFT-IDX) TO D-COUNT.
           MOVE D-COUNT TO HANDOVER-RPT-RECORD(43:5).
           PERFORM 8900-WRITE-LINE
               THRU 8900-EXIT.
           GO TO 3300-EXIT.
       3300-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 4000-PRINT-CLOSED  --  EVERY ITEM CLOSED IN THE WEEK, WHO
      *                         LEFT IT, WHO CLOSED IT AND HOW
      *-------------------------------------------------------------
       4000-PRINT-CLOSED.
           MOVE SPACES TO HANDOVER-RPT-RECORD.
           PERFORM 8900-WRITE-LINE
               THRU 8900-EXIT.
           MOVE "ITEMS CLOSED IN THE WEEK" TO HANDOVER-RPT-RECORD.
           PERFORM 8900-WRITE-LINE
               THRU 8900-EXIT.
           MOVE SPACES TO HANDOVER-RPT-RECORD.
           PERFORM 8900-WRITE-LINE
               THRU 8900-EXIT.
           MOVE "  ITEM   CATEGORY OPENED BY OPENED     SHIFT "
               & "CLOSED BY CLOSED     SHIFT" TO HANDOVER-RPT-RECORD.
           PERFORM 8900-WRITE-LINE
               THRU 8900-EXIT.
           PERFORM 4100-PRINT-ONE-CLOSED
               THRU 4100-EXIT
               VARYING WS-HO-IDX FROM 1 BY 1
                   UNTIL WS-HO-IDX > WS-HO-COUNT.
           IF WS-CLOSED-CT = 0
               MOVE "  NONE." TO HANDOVER-RPT-RECORD
               PERFORM 8900-WRITE-LINE
                   THRU 8900-EXIT
           END-IF.
           GO TO 4000-EXIT.
       4000-EXIT.
           EXIT.

       4100-PRINT-ONE-CLOSED.
           MOVE WS-HO-ROW(WS-HO-IDX) TO HANDOVER-LOG-RECORD.
           IF NOT HO-CLOSED
               OR HO-CLOSE-SHIFT-DATE IS NOT NUMERIC
               OR HO-CLOSE-SHIFT-DATE < WS-PERIOD-START
               OR HO-CLOSE-SHIFT-DATE > WS-BUS-DATE
               GO TO 4100-EXIT
           END-IF.
           MOVE HO-ITEM-NO TO D-HO-NUMBER.
           MOVE HO-OPEN-SHIFT-DATE TO D-DATE.
           MOVE HO-CLOSE-SHIFT-DATE TO D-DATE-2.
           MOVE SPACES TO HANDOVER-RPT-RECORD.
           MOVE D-HO-NUMBER TO HANDOVER-RPT-RECORD(3:6).
           MOVE HO-CATEGORY TO HANDOVER-RPT-RECORD(10:8).
           MOVE HO-OPENED-BY TO HANDOVER-RPT-RECORD(19:8).
           MOVE D-DATE TO HANDOVER-RPT-RECORD(29:10).
           MOVE HO-OPEN-SHIFT TO HANDOVER-RPT-RECORD(40:5).
           MOVE HO-CLOSED-BY TO HANDOVER-RPT-RECORD(46:8).
           MOVE D-DATE-2 TO HANDOVER-RPT-RECORD(56:10).
           MOVE HO-CLOSE-SHIFT TO HANDOVER-RPT-RECORD(67:5).
           PERFORM 8900-WRITE-LINE
               THRU 8900-EXIT.
           MOVE SPACES TO HANDOVER-RPT-RECORD.
           STRING "         NOTE:       " DELIMITED BY SIZE
                   HO-TEXT DELIMITED BY SIZE
               INTO HANDOVER-RPT-RECORD.
           PERFORM 8900-WRITE-LINE
               THRU 8900-EXIT.
           MOVE SPACES TO HANDOVER-RPT-RECORD.
           STRING "         RESOLUTION: " DELIMITED BY SIZE
                   HO-RESOLUTION DELIMITED BY SIZE
               INTO HANDOVER-RPT-RECORD.
           PERFORM 8900-WRITE-LINE
               THRU 8900-EXIT.
           GO TO 4100-EXIT.
       4100-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 5000-PRINT-STILL-OPEN  --  EVERY ITEM NOBODY HAS CLOSED YET,
      *                             WITH ITS AGE IN DAYS
      *-------------------------------------------------------------
       5000-PRINT-STILL-OPEN.
           MOVE SPACES TO HANDOVER-RPT-RECORD.
           PERFORM 8900-WRITE-LINE
               THRU 8900-EXIT.
           MOVE "ITEMS STILL OPEN" TO HANDOVER-RPT-RECORD.
           PERFORM 8900-WRITE-LINE
               THRU 8900-EXIT.
           MOVE SPACES TO HANDOVER-RPT-RECORD.
           PERFORM 8900-WRITE-LINE
               THRU 8900-EXIT.
           MOVE "  ITEM   CATEGORY OPENED BY OPENED     SHIFT  AGE"
               TO HANDOVER-RPT-RECORD.
           PERFORM 8900-WRITE-LINE
               THRU 8900-EXIT.
           PERFORM 5100-PRINT-ONE-OPEN
               THRU 5100-EXIT
               VARYING WS-HO-IDX FROM 1 BY 1
                   UNTIL WS-HO-IDX > WS-HO-COUNT.
           IF WS-STILL-OPEN-CT = 0
               MOVE "  NONE." TO HANDOVER-RPT-RECORD
               PERFORM 8900-WRITE-LINE
                   THRU 8900-EXIT
           END-IF.
           GO TO 5000-EXIT.
       5000-EXIT.
           EXIT.

       5100-PRINT-ONE-OPEN.
           MOVE WS-HO-ROW(WS-HO-IDX) TO HANDOVER-LOG-RECORD.
           IF NOT HO-OPEN
               GO TO 5100-EXIT
           END-IF.
           MOVE 0 TO WS-AGE-DAYS.
           IF HO-OPEN-SHIFT-DATE IS NUMERIC
               AND HO-OPEN-SHIFT-DATE >= 16010101
               AND HO-OPEN-SHIFT-DATE < WS-BUS-DATE
               COMPUTE WS-AGE-DAYS = WS-TODAY-DAY-NUMBER
                   - FUNCTION INTEGER-OF-DATE(HO-OPEN-SHIFT-DATE)
           END-IF.
           MOVE WS-AGE-DAYS TO D-AGE.
           MOVE HO-ITEM-NO TO D-HO-NUMBER.
           MOVE HO-OPEN-SHIFT-DATE TO D-DATE.
           MOVE SPACES TO HANDOVER-RPT-RECORD.
           MOVE D-HO-NUMBER TO HANDOVER-RPT-RECORD(3:6).
           MOVE HO-CATEGORY TO HANDOVER-RPT-RECORD(10:8).
           MOVE HO-OPENED-BY TO HANDOVER-RPT-RECORD(19:8).
           MOVE D-DATE TO HANDOVER-RPT-RECORD(29:10).
           MOVE HO-OPEN-SHIFT TO HANDOVER-RPT-RECORD(40:5).
           MOVE D-AGE TO HANDOVER-RPT-RECORD(46:4).
           IF HO-MUST-ACTION
               MOVE "MUST ACTION" TO HANDOVER-RPT-RECORD(52:11)
           END-IF.
           PERFORM 8900-WRITE-LINE
               THRU 8900-EXIT.
           MOVE SPACES TO HANDOVER-RPT-RECORD.
           STRING "         NOTE:       " DELIMITED BY SIZE
                   HO-TEXT DELIMITED BY SIZE
               INTO HANDOVER-RPT-RECORD.
           PERFORM 8900-WRITE-LINE
               THRU 8900-EXIT.
           GO TO 5100-EXIT.
       5100-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 6000-PRINT-TOTALS  --  THE WEEK IN FIGURES, AND THE RUN'S
      *                         OWN AUDIT RECORD
      *-------------------------------------------------------------
       6000-PRINT-TOTALS.
           MOVE SPACES TO HANDOVER-RPT-RECORD.
           PERFORM 8900-WRITE-LINE
               THRU 8900-EXIT.
           MOVE WS-OPENED-CT TO D-COUNT.
           MOVE SPACES TO HANDOVER-RPT-RECORD.
           STRING "ITEMS OPENED IN THE WEEK:    " DELIMITED BY SIZE
                   D-COUNT DELIMITED BY SIZE
               INTO HANDOVER-RPT-RECORD.
           PERFORM 8900-WRITE-LINE
               THRU 8900-EXIT.
           MOVE WS-MUST-OPENED-CT TO D-COUNT.
           MOVE SPACES TO HANDOVER-RPT-RECORD.
           STRING "  OF WHICH MUST-ACTION:      " DELIMITED BY SIZE
                   D-COUNT DELIMITED BY SIZE
               INTO HANDOVER-RPT-RECORD.
           PERFORM 8900-WRITE-LINE
               THRU 8900-EXIT.
           MOVE WS-CLOSED-CT TO D-COUNT.
           MOVE SPACES TO HANDOVER-RPT-RECORD.
           STRING "ITEMS CLOSED IN THE WEEK:    " DELIMITED BY SIZE
                   D-COUNT DELIMITED BY SIZE
               INTO HANDOVER-RPT-RECORD.
           PERFORM 8900-WRITE-LINE
               THRU 8900-EXIT.
           MOVE WS-STILL-OPEN-CT TO D-COUNT.
           MOVE SPACES TO HANDOVER-RPT-RECORD.
           STRING "ITEMS STILL OPEN:            " DELIMITED BY SIZE
                   D-COUNT DELIMITED BY SIZE
               INTO HANDOVER-RPT-RECORD.
           PERFORM 8900-WRITE-LINE
               THRU 8900-EXIT.
           MOVE WS-MUST-OPEN-CT TO D-COUNT.
           MOVE SPACES TO HANDOVER-RPT-RECORD.
           STRING "  OF WHICH MUST-ACTION:      " DELIMITED BY SIZE
                   D-COUNT DELIMITED BY SIZE
               INTO HANDOVER-RPT-RECORD.
           PERFORM 8900-WRITE-LINE
               THRU 8900-EXIT.
           MOVE WS-PRUNED-CT TO D-COUNT.
           MOVE SPACES TO HANDOVER-RPT-RECORD.
           STRING "CLOSED AND PAST RETENTION:   " DELIMITED BY SIZE
                   D-COUNT DELIMITED BY SIZE
               INTO HANDOVER-RPT-RECORD.
           PERFORM 8900-WRITE-LINE
               THRU 8900-EXIT.
           MOVE SPACES TO DAILY-AUDIT-RECORD.
           MOVE "HANDOVR-RPT" TO DA-PROGRAM-ID.
           MOVE WS-OPENED-CT TO D-COUNT.
           MOVE WS-CLOSED-CT TO D-COUNT-2.
           STRING "OPENED " DELIMITED BY SIZE
                   FUNCTION TRIM(D-COUNT) DELIMITED BY SIZE
                   " CLOSED " DELIMITED BY SIZE
                   FUNCTION TRIM(D-COUNT-2) DELIMITED BY SIZE
               INTO DA-INPUT-VALUE.
           MOVE WS-STILL-OPEN-CT TO D-COUNT.
           MOVE WS-MUST-OPEN-CT TO D-COUNT-3.
           STRING "OPEN " DELIMITED BY SIZE
                   FUNCTION TRIM(D-COUNT) DELIMITED BY SIZE
                   " MUST " DELIMITED BY SIZE
                   FUNCTION TRIM(D-COUNT-3) DELIMITED BY SIZE
               INTO DA-OUTPUT-VALUE.
           IF WS-MUST-OPEN-CT > 0
               MOVE 4 TO DA-RETURN-CODE
           ELSE
               MOVE 0 TO DA-RETURN-CODE
           END-IF.
           PERFORM 9500-WRITE-AUDIT-RECORD
               THRU 9500-EXIT.
           GO TO 6000-EXIT.
       6000-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 8900-WRITE-LINE  --  DISPLAY AND PRINT ONE REPORT LINE,
      *                       WITH THE SHARED PAGE-HEADING BREAK
      *-------------------------------------------------------------
       8900-WRITE-LINE.
           MOVE HANDOVER-RPT-RECORD TO WS-RH-DETAIL.
           IF WS-RH-LINE-COUNT >= WS-RH-LINES-PER-PAGE
               PERFORM 9800-BUILD-PAGE-HEADING
                   THRU 9800-EXIT
               WRITE HANDOVER-RPT-RECORD FROM WS-RH-HEADING-1
               WRITE HANDOVER-RPT-RECORD FROM WS-RH-HEADING-2
               MOVE SPACES TO HANDOVER-RPT-RECORD
               WRITE HANDOVER-RPT-RECORD
               ADD 3 TO WS-RH-LINE-COUNT
               ADD 3 TO WS-RH-TOTAL-LINES
           END-IF.
           DISPLAY WS-RH-DETAIL.
           WRITE HANDOVER-RPT-RECORD FROM WS-RH-DETAIL.
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
           WRITE HANDOVER-RPT-RECORD FROM WS-RH-TRAILER.
           CLOSE HANDOVER-RPT.
           PERFORM 9420-CLOSE-DAILY-AUDIT
               THRU 9420-EXIT.
           GO TO 9999-EXIT.
       9999-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 9200-LOAD-HANDOVER-LOG / 9220-SAVE-HANDOVER-LOG  --  COPIED
      *-------------------------------------------------------------
       COPY HANDPR.

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
      * 9300-LOAD-SYSPARM / 9350-GET-SYSPARM  --  COPIED
      *-------------------------------------------------------------
       COPY SYSPMPR.

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
