       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEPT-VISIT-REPORT.
       AUTHOR. HARISH-KUMAR.
       INSTALLATION. UNIKODE-DATA-CENTER.
       DATE-WRITTEN. 2026/10/15.
       DATE-COMPILED.
      *-------------------------------------------------------------
      * MODIFICATION HISTORY
      *-------------------------------------------------------------
      * DATE       INIT DESCRIPTION
      * ---------- ---- -----------------------------------------
      * 2026/10/15  HK  FIRST VERSION - MONTHLY VISITS AND TIME ON
      *                 SITE BY DEPARTMENT AND HOST, SO FACILITIES
      *                 CAN RECHARGE VISITOR COSTS TO THE
      *                 DEPARTMENTS THAT BRING PEOPLE IN.  READS
      *                 EVERY GREETLOG GENERATION ON THE ARCHIVE
      *                 MANIFEST PLUS THE CURRENT FILE (THE
      *                 VISITOR-REPORT CONVENTION), PAIRS EACH
      *                 ARRIVAL WITH ITS DEPARTURE THE SAME DAY AND
      *                 RESOLVES THE HOST TO ITS DEPARTMENT THROUGH
      *                 THE HOST DIRECTORY MASTER (HOSTMST.DAT).
      *                 ROWS FROM BEFORE THE DIRECTORY ARE MATCHED
      *                 ON THE HOST NAME; A HOST THAT DOES NOT
      *                 RESOLVE IS TOTALLED UNDER UNASSIGNED.  A
      *                 VISIT WITH NO REAL DEPARTURE (STILL IN, OR
      *                 CLOSED BY THE SYS SWEEP) COUNTS AS A VISIT
      *                 BUT ADDS NO TIME, THE SAME RULE AS
      *                 TIME-EXPORT.  THE MONTH IS THE BUSINESS
      *                 DATE'S UNLESS SYSPARM KEYWORD
      *                 DEPT-REPORT-MONTH CARRIES A YYYYMM.
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
           SELECT DEPT-VISIT-RPT ASSIGN TO "DEPTVRPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           COPY GREETLSL.
           COPY ARCHMSL.
           SELECT ARCH-IN ASSIGN TO DYNAMIC WS-ARCH-IN-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AI-STATUS.
           COPY HOSTSL.
           COPY RUNIDSEL.
           COPY CALSEL.
           COPY SYSPMSEL.

       DATA DIVISION.
       FILE SECTION.
       FD  DEPT-VISIT-RPT.
       01  DEPT-VISIT-RPT-RECORD   PIC X(80).

       COPY GREETLFD.

       COPY ARCHMFD.

       FD  ARCH-IN.
       01  ARCH-IN-RECORD          PIC X(132).

       COPY HOSTFD.

       COPY RUNIDFD.

       COPY CALFD.

       COPY SYSPMFD.

       WORKING-STORAGE SECTION.
      *    BUILD IDENTITY - RAISE WS-VR-VERSION WITH EACH ENTRY
      *    IN THE MODIFICATION HISTORY (SEE VERSWS.CPY)
       01  WS-VR-PROGRAM           PIC X(17) VALUE "DEPT-VISIT-REPORT".
       01  WS-VR-VERSION           PIC X(06) VALUE "1.03".
       COPY VERSWS.
       COPY CALWS.
       COPY RUNIDWS.
       COPY SYSPMWS.
       COPY RPTHDWS.
       COPY GREETLWS.
       COPY NAMNRMWS.
       COPY HOSTWS.
       01  WS-GL-STATUS            PIC X(02).
           88 WS-GL-OK                        VALUE "00".
       01  WS-AM-STATUS            PIC X(02).
           88 WS-AM-OK                        VALUE "00".
       01  WS-AI-STATUS            PIC X(02).
           88 WS-AI-OK                        VALUE "00".
       01  WS-ARCH-IN-NAME         PIC X(25).

       01  WS-REPORT-MONTH         PIC 9(06).
       01  WS-REPORT-MONTH-X REDEFINES WS-REPORT-MONTH.
           05 WS-RM-YEAR           PIC 9(04).
           05 WS-RM-MONTH          PIC 9(02).

      *    ONE ENTRY PER HOST SEEN IN THE MONTH, KEYED FOR THE
      *    PRINT ORDER ON DEPARTMENT THEN HOST NAME
       01  WS-HOST-TABLE.
           05 WS-HT-COUNT          PIC 9(03) VALUE 0 USAGE COMP.
           05 WS-HT-ENTRY          OCCURS 300 TIMES.
               10 WS-HT-SORT-KEY.
                   15 WS-HT-DEPT   PIC X(12).
                   15 WS-HT-NAME   PIC X(25).
               10 WS-HT-HOST-ID    PIC X(06).
               10 WS-HT-VISITS     PIC 9(05) USAGE COMP.
               10 WS-HT-MINUTES    PIC 9(07) USAGE COMP.
               10 WS-HT-NO-OUT     PIC 9(05) USAGE COMP.
       01  WS-HT-IDX               PIC 9(03) USAGE COMP.
       01  WS-HT-IDX-2             PIC 9(03) USAGE COMP.
       01  WS-HT-LOW-IDX           PIC 9(03) USAGE COMP.
       01  WS-HT-HOLD              PIC X(55).

      *    ARRIVALS STILL WAITING FOR THEIR DEPARTURE ROW
       01  WS-OPEN-TABLE.
           05 WS-OA-COUNT          PIC 9(03) VALUE 0 USAGE COMP.
           05 WS-OA-ENTRY          OCCURS 200 TIMES.
               10 WS-OA-NAME       PIC X(25).
               10 WS-OA-DATE       PIC 9(08).
               10 WS-OA-TIME       PIC 9(08).
               10 WS-OA-HOST-IDX   PIC 9(03) USAGE COMP.
       01  WS-OA-IDX               PIC 9(03) USAGE COMP.

       01  WS-ROW-HOST-ID          PIC X(06).
       01  WS-ROW-HOST-NAME        PIC X(25).
       01  WS-ROW-DEPT             PIC X(12).

       01  WS-TIME-WORK            PIC 9(08).
       01  WS-TIME-WORK-X REDEFINES WS-TIME-WORK.
           05 WS-TW-HH             PIC 9(02).
           05 WS-TW-MM             PIC 9(02).
           05 WS-TW-SS             PIC 9(02).
           05 FILLER               PIC 9(02).
       01  WS-SECONDS-1            PIC 9(07) USAGE COMP.
       01  WS-ELAPSED-SECONDS      PIC S9(07) USAGE COMP.

       01  WS-PREV-DEPT            PIC X(12).
       01  WS-DEPT-VISITS          PIC 9(07) USAGE COMP.
       01  WS-DEPT-MINUTES         PIC 9(09) USAGE COMP.
       01  WS-DEPT-NO-OUT          PIC 9(07) USAGE COMP.
       01  WS-TOTAL-VISITS         PIC 9(07) USAGE COMP VALUE 0.
       01  WS-TOTAL-MINUTES        PIC 9(09) USAGE COMP VALUE 0.
       01  WS-TOTAL-NO-OUT         PIC 9(07) USAGE COMP VALUE 0.
       01  WS-PRINT-VISITS         PIC 9(07) USAGE COMP.
       01  WS-PRINT-MINUTES        PIC 9(09) USAGE COMP.
       01  WS-PRINT-NO-OUT         PIC 9(07) USAGE COMP.

       01  D-VISITS                PIC Z(5)9.
       01  D-NO-OUT                PIC Z(5)9.
       01  D-HOURS                 PIC Z(5)9.
       01  D-MINUTES               PIC 9(02).
       01  D-TIME-ON-SITE          PIC X(09).
       01  D-MONTH.
           05 D-MONTH-YEAR         PIC 9(04).
           05 FILLER               PIC X(01) VALUE "-".
           05 D-MONTH-MONTH        PIC 9(02).

       01  WS-SWITCHES.
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
           PERFORM 2000-SCAN-GREETER-LOG
               THRU 2000-EXIT.
           PERFORM 3000-CLOSE-OPEN-ARRIVALS
               THRU 3000-EXIT.
           PERFORM 3500-SORT-HOST-TABLE
               THRU 3500-EXIT.
           PERFORM 4000-PRINT-DEPARTMENTS
               THRU 4000-EXIT.
           PERFORM 9999-TERMINATE
               THRU 9999-EXIT.
           GOBACK.

      *-------------------------------------------------------------
      * 1000-INITIALIZE  --  PICK THE REPORT MONTH AND OPEN THE
      *                       FILES
      *-------------------------------------------------------------
       1000-INITIALIZE.
           PERFORM 9370-GET-BUSINESS-DATE
               THRU 9370-EXIT.
           PERFORM 9380-ASSIGN-RUN-ID
               THRU 9380-EXIT.
           PERFORM 9300-LOAD-SYSPARM
               THRU 9300-EXIT.
           MOVE "MONTHLY VISITS BY DEPARTMENT" TO WS-RH-TITLE.
           MOVE "DEPT-VISIT-REPORT" TO WS-RH-PROGRAM-ID.
           MOVE WS-BUS-DATE(1:6) TO WS-REPORT-MONTH.
           MOVE "DEPT-REPORT-MONTH" TO WS-SP-WANTED-KEY.
           PERFORM 9350-GET-SYSPARM
               THRU 9350-EXIT.
           IF WS-SP-FOUND
               AND WS-SP-NUM-VALUE > 0
               AND WS-SP-NUM-VALUE < 1000000
               MOVE WS-SP-NUM-VALUE TO WS-REPORT-MONTH
           END-IF.
           IF WS-RM-MONTH < 1 OR WS-RM-MONTH > 12
               DISPLAY "DEPT-VISIT-REPORT: DEPT-REPORT-MONTH "
                   WS-REPORT-MONTH " is not a YYYYMM - using the "
                   "business month."
               MOVE WS-BUS-DATE(1:6) TO WS-REPORT-MONTH
           END-IF.
           OPEN OUTPUT DEPT-VISIT-RPT.
           OPEN INPUT GREETER-LOG.
           IF WS-GL-OK
               MOVE "Y" TO WS-GL-PRESENT-SW
           END-IF.
           OPEN INPUT HOST-MASTER.
           IF WS-HM-OK
               MOVE "Y" TO WS-HOST-OPEN-SW
           ELSE
               DISPLAY "DEPT-VISIT-REPORT: HOSTMST.DAT not available"
                   ", status " WS-HM-STATUS " - every host prints "
                   "as UNASSIGNED."
           END-IF.
           MOVE WS-RM-YEAR TO D-MONTH-YEAR.
           MOVE WS-RM-MONTH TO D-MONTH-MONTH.
           MOVE SPACES TO DEPT-VISIT-RPT-RECORD.
           STRING "REPORT MONTH: " DELIMITED BY SIZE
                   D-MONTH DELIMITED BY SIZE
               INTO DEPT-VISIT-RPT-RECORD.
           PERFORM 8900-WRITE-LINE
               THRU 8900-EXIT.
           MOVE SPACES TO DEPT-VISIT-RPT-RECORD.
           PERFORM 8900-WRITE-LINE
               THRU 8900-EXIT.
           GO TO 1000-EXIT.
       1000-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 2000-SCAN-GREETER-LOG  --  ARCHIVED GENERATIONS FIRST, THEN
      *                             THE CURRENT FILE, SO THE ROWS
      *                             ARRIVE IN TIME ORDER
      *-------------------------------------------------------------
       2000-SCAN-GREETER-LOG.
           PERFORM 2050-SCAN-GENERATIONS
               THRU 2050-EXIT.
           IF NOT WS-GL-PRESENT
               GO TO 2000-EXIT
           END-IF.
           PERFORM 2100-READ-ONE-LOG-ROW
               THRU 2100-EXIT
               UNTIL WS-GL-EOF.
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
           PERFORM 2150-TALLY-LOG-LINE
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
           PERFORM 2150-TALLY-LOG-LINE
               THRU 2150-EXIT.
           GO TO 2100-EXIT.
       2100-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 2150-TALLY-LOG-LINE  --  ONE ROW OF THE REPORT MONTH.  AN
      *                           ARRIVAL COUNTS A VISIT AGAINST
      *                           ITS HOST AND WAITS FOR ITS
      *                           DEPARTURE; A REAL DEPARTURE ADDS
      *                           THE TIME ON SITE; A SYS SWEEP
      *                           CLOSES THE VISIT WITH NO TIME.
      *-------------------------------------------------------------
       2150-TALLY-LOG-LINE.
           IF WS-GL-RUN-DATE IS NOT NUMERIC
               OR WS-GL-RUN-DATE(1:6) NOT = WS-REPORT-MONTH
               GO TO 2150-EXIT
           END-IF.
           PERFORM 2400-FIND-OPEN-ARRIVAL
               THRU 2400-EXIT.
           IF WS-GL-EVT-DEPARTURE
               IF WS-OA-IDX > WS-OA-COUNT
                   GO TO 2150-EXIT
               END-IF
               IF WS-GL-EVT-OUT
                   PERFORM 2500-ADD-TIME-ON-SITE
                       THRU 2500-EXIT
               ELSE
                   ADD 1 TO
                       WS-HT-NO-OUT(WS-OA-HOST-IDX(WS-OA-IDX))
               END-IF
               MOVE SPACES TO WS-OA-NAME(WS-OA-IDX)
               GO TO 2150-EXIT
           END-IF.
           PERFORM 2200-RESOLVE-ROW-HOST
               THRU 2200-EXIT.
           PERFORM 2300-FIND-HOST-ENTRY
               THRU 2300-EXIT.
           IF WS-HT-IDX = 0
               GO TO 2150-EXIT
           END-IF.
           ADD 1 TO WS-HT-VISITS(WS-HT-IDX).
           IF WS-OA-IDX > WS-OA-COUNT
               IF WS-OA-COUNT >= 200
                   ADD 1 TO WS-HT-NO-OUT(WS-HT-IDX)
                   GO TO 2150-EXIT
               END-IF
               ADD 1 TO WS-OA-COUNT
               MOVE WS-OA-COUNT TO WS-OA-IDX
           ELSE
               ADD 1 TO
                   WS-HT-NO-OUT(WS-OA-HOST-IDX(WS-OA-IDX))
           END-IF.
           MOVE WS-GL-NAME TO WS-OA-NAME(WS-OA-IDX).
           MOVE WS-GL-RUN-DATE TO WS-OA-DATE(WS-OA-IDX).
           MOVE WS-GL-RUN-TIME TO WS-OA-TIME(WS-OA-IDX).
           MOVE WS-HT-IDX TO WS-OA-HOST-IDX(WS-OA-IDX).
           GO TO 2150-EXIT.
       2150-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 2200-RESOLVE-ROW-HOST  --  HOST ID, DIRECTORY NAME AND
      *                             DEPARTMENT FOR THE ROW.  ROWS
      *                             FROM BEFORE THE DIRECTORY ARE
      *                             TRIED ON THE HOST NAME.
      *-------------------------------------------------------------
       2200-RESOLVE-ROW-HOST.
           MOVE WS-GL-HOST-ID TO WS-ROW-HOST-ID.
           MOVE WS-GL-HOST TO WS-ROW-HOST-NAME.
           MOVE "UNASSIGNED" TO WS-ROW-DEPT.
           IF WS-ROW-HOST-NAME = SPACES
               AND WS-ROW-HOST-ID = SPACES
               MOVE "(NO HOST)" TO WS-ROW-HOST-NAME
               GO TO 2200-EXIT
           END-IF.
           IF WS-ROW-HOST-ID NOT = SPACES
               MOVE WS-ROW-HOST-ID TO WS-HOST-KEY
           ELSE
               MOVE WS-ROW-HOST-NAME TO WS-HOST-KEY
           END-IF.
           PERFORM 9260-FIND-HOST
               THRU 9260-EXIT.
           IF NOT WS-HOST-FOUND
               GO TO 2200-EXIT
           END-IF.
           MOVE HM-HOST-ID TO WS-ROW-HOST-ID.
           MOVE HM-NAME TO WS-ROW-HOST-NAME.
           MOVE HM-DEPARTMENT TO WS-ROW-DEPT.
           GO TO 2200-EXIT.
       2200-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 2300-FIND-HOST-ENTRY  --  FIND OR ADD THE TABLE ENTRY FOR
      *                            THE RESOLVED HOST (0 WHEN THE
      *                            TABLE IS FULL)
      *-------------------------------------------------------------
       2300-FIND-HOST-ENTRY.
           PERFORM VARYING WS-HT-IDX FROM 1 BY 1
                   UNTIL WS-HT-IDX > WS-HT-COUNT
                   OR (WS-HT-HOST-ID(WS-HT-IDX) = WS-ROW-HOST-ID
                   AND WS-HT-NAME(WS-HT-IDX) = WS-ROW-HOST-NAME)
           END-PERFORM.
           IF WS-HT-IDX <= WS-HT-COUNT
               GO TO 2300-EXIT
           END-IF.
           IF WS-HT-COUNT >= 300
               MOVE 0 TO WS-HT-IDX
               GO TO 2300-EXIT
           END-IF.
           ADD 1 TO WS-HT-COUNT.
           MOVE WS-HT-COUNT TO WS-HT-IDX.
           MOVE WS-ROW-DEPT TO WS-HT-DEPT(WS-HT-IDX).
           MOVE WS-ROW-HOST-NAME TO WS-HT-NAME(WS-HT-IDX).
           MOVE WS-ROW-HOST-ID TO WS-HT-HOST-ID(WS-HT-IDX).
           MOVE 0 TO WS-HT-VISITS(WS-HT-IDX).
           MOVE 0 TO WS-HT-MINUTES(WS-HT-IDX).
           MOVE 0 TO WS-HT-NO-OUT(WS-HT-IDX).
           GO TO 2300-EXIT.
       2300-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 2400-FIND-OPEN-ARRIVAL  --  THE WAITING ARRIVAL FOR THIS
      *                              NAME ON THIS DAY (PAST THE END
      *                              OF THE TABLE WHEN NONE)
      *-------------------------------------------------------------
       2400-FIND-OPEN-ARRIVAL.
           PERFORM VARYING WS-OA-IDX FROM 1 BY 1
                   UNTIL WS-OA-IDX > WS-OA-COUNT
                   OR (WS-OA-NAME(WS-OA-IDX) = WS-GL-NAME
                   AND WS-OA-DATE(WS-OA-IDX) = WS-GL-RUN-DATE)
           END-PERFORM.
           GO TO 2400-EXIT.
       2400-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 2500-ADD-TIME-ON-SITE  --  MINUTES FROM THE WAITING ARRIVAL
      *                             TO THIS DEPARTURE
      *-------------------------------------------------------------
       2500-ADD-TIME-ON-SITE.
           MOVE WS-OA-TIME(WS-OA-IDX) TO WS-TIME-WORK.
           PERFORM 2600-TIME-TO-SECONDS
               THRU 2600-EXIT.
           MOVE WS-SECONDS-1 TO WS-ELAPSED-SECONDS.
           MOVE WS-GL-RUN-TIME TO WS-TIME-WORK.
           PERFORM 2600-TIME-TO-SECONDS
               THRU 2600-EXIT.
           COMPUTE WS-ELAPSED-SECONDS =
               WS-SECONDS-1 - WS-ELAPSED-SECONDS.
           IF WS-ELAPSED-SECONDS < 0
               MOVE 0 TO WS-ELAPSED-SECONDS
           END-IF.
           COMPUTE WS-HT-MINUTES(WS-OA-HOST-IDX(WS-OA-IDX)) =
               WS-HT-MINUTES(WS-OA-HOST-IDX(WS-OA-IDX))
               + WS-ELAPSED-SECONDS / 60.
           GO TO 2500-EXIT.
       2500-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 2600-TIME-TO-SECONDS  --  HHMMSSCC IN WS-TIME-WORK TO
      *                            SECONDS IN WS-SECONDS-1
      *-------------------------------------------------------------
       2600-TIME-TO-SECONDS.
           COMPUTE WS-SECONDS-1 =
               WS-TW-HH * 3600 + WS-TW-MM * 60 + WS-TW-SS.
           GO TO 2600-EXIT.
       2600-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 3000-CLOSE-OPEN-ARRIVALS  --  ANY ARRIVAL STILL WAITING AT
      *                                THE END HAS NO REAL
      *                                DEPARTURE
      *-------------------------------------------------------------
       3000-CLOSE-OPEN-ARRIVALS.
           PERFORM 3100-CLOSE-ONE-ARRIVAL
               THRU 3100-EXIT
               VARYING WS-OA-IDX FROM 1 BY 1
                   UNTIL WS-OA-IDX > WS-OA-COUNT.
           GO TO 3000-EXIT.
       3000-EXIT.
           EXIT.

       3100-CLOSE-ONE-ARRIVAL.
           IF WS-OA-NAME(WS-OA-IDX) NOT = SPACES
               ADD 1 TO WS-HT-NO-OUT(WS-OA-HOST-IDX(WS-OA-IDX))
           END-IF.
           GO TO 3100-EXIT.
       3100-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 3500-SORT-HOST-TABLE  --  DEPARTMENT, THEN HOST NAME
      *-------------------------------------------------------------
       3500-SORT-HOST-TABLE.
           IF WS-HT-COUNT < 2
               GO TO 3500-EXIT
           END-IF.
           PERFORM 3600-SORT-ONE-POSITION
               THRU 3600-EXIT
               VARYING WS-HT-IDX FROM 1 BY 1
                   UNTIL WS-HT-IDX >= WS-HT-COUNT.
           GO TO 3500-EXIT.
       3500-EXIT.
           EXIT.

       3600-SORT-ONE-POSITION.
           MOVE WS-HT-IDX TO WS-HT-LOW-IDX.
           PERFORM VARYING WS-HT-IDX-2 FROM WS-HT-IDX BY 1
                   UNTIL WS-HT-IDX-2 > WS-HT-COUNT
               IF WS-HT-SORT-KEY(WS-HT-IDX-2)
                       < WS-HT-SORT-KEY(WS-HT-LOW-IDX)
                   MOVE WS-HT-IDX-2 TO WS-HT-LOW-IDX
               END-IF
           END-PERFORM.
           IF WS-HT-LOW-IDX NOT = WS-HT-IDX
               MOVE WS-HT-ENTRY(WS-HT-IDX) TO WS-HT-HOLD
               MOVE WS-HT-ENTRY(WS-HT-LOW-IDX)
                   TO WS-HT-ENTRY(WS-HT-IDX)
               MOVE WS-HT-HOLD TO WS-HT-ENTRY(WS-HT-LOW-IDX)
           END-IF.
           GO TO 3600-EXIT.
       3600-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 4000-PRINT-DEPARTMENTS  --  ONE LINE PER HOST, A SUBTOTAL
      *                              PER DEPARTMENT, THEN THE GRAND
      *                              TOTAL
      *-------------------------------------------------------------
       4000-PRINT-DEPARTMENTS.
           MOVE "VISITS AND TIME ON SITE BY DEPARTMENT AND HOST"
               TO DEPT-VISIT-RPT-RECORD.
           PERFORM 8900-WRITE-LINE
               THRU 8900-EXIT.
           MOVE "  HOST ID HOST NAME                  VISITS  TIME ON "
               TO DEPT-VISIT-RPT-RECORD.
           MOVE "SITE  NO DEPARTURE" TO DEPT-VISIT-RPT-RECORD(56:18).
           PERFORM 8900-WRITE-LINE
               THRU 8900-EXIT.
           IF WS-HT-COUNT = 0
               MOVE "  NO VISITS IN THE REPORT MONTH."
                   TO DEPT-VISIT-RPT-RECORD
               PERFORM 8900-WRITE-LINE
                   THRU 8900-EXIT
               GO TO 4000-TOTAL
           END-IF.
           MOVE HIGH-VALUES TO WS-PREV-DEPT.
           PERFORM 4100-PRINT-ONE-HOST
               THRU 4100-EXIT
               VARYING WS-HT-IDX FROM 1 BY 1
                   UNTIL WS-HT-IDX > WS-HT-COUNT.
           PERFORM 4200-PRINT-DEPT-TOTAL
               THRU 4200-EXIT.
       4000-TOTAL.
           MOVE SPACES TO DEPT-VISIT-RPT-RECORD.
           PERFORM 8900-WRITE-LINE
               THRU 8900-EXIT.
           MOVE WS-TOTAL-VISITS TO WS-PRINT-VISITS.
           MOVE WS-TOTAL-MINUTES TO WS-PRINT-MINUTES.
           MOVE WS-TOTAL-NO-OUT TO WS-PRINT-NO-OUT.
           PERFORM 4500-FORMAT-FIGURES
               THRU 4500-EXIT.
           MOVE SPACES TO DEPT-VISIT-RPT-RECORD.
           STRING "  ALL DEPARTMENTS" DELIMITED BY SIZE
               INTO DEPT-VISIT-RPT-RECORD.
           PERFORM 4600-PLACE-FIGURES
               THRU 4600-EXIT.
           PERFORM 8900-WRITE-LINE
               THRU 8900-EXIT.
           GO TO 4000-EXIT.
       4000-EXIT.
           EXIT.

       4100-PRINT-ONE-HOST.
           IF WS-HT-DEPT(WS-HT-IDX) NOT = WS-PREV-DEPT
               IF WS-PREV-DEPT NOT = HIGH-VALUES
                   PERFORM 4200-PRINT-DEPT-TOTAL
                       THRU 4200-EXIT
               END-IF
               MOVE WS-HT-DEPT(WS-HT-IDX) TO WS-PREV-DEPT
               MOVE 0 TO WS-DEPT-VISITS
               MOVE 0 TO WS-DEPT-MINUTES
               MOVE 0 TO WS-DEPT-NO-OUT
               MOVE SPACES TO DEPT-VISIT-RPT-RECORD
               PERFORM 8900-WRITE-LINE
                   THRU 8900-EXIT
               MOVE SPACES TO DEPT-VISIT-RPT-RECORD
               STRING "DEPARTMENT: " DELIMITED BY SIZE
                       WS-PREV-DEPT DELIMITED BY SIZE
                   INTO DEPT-VISIT-RPT-RECORD
               PERFORM 8900-WRITE-LINE
                   THRU 8900-EXIT
           END-IF.
           ADD WS-HT-VISITS(WS-HT-IDX) TO WS-DEPT-VISITS.
           ADD WS-HT-MINUTES(WS-HT-IDX) TO WS-DEPT-MINUTES.
           ADD WS-HT-NO-OUT(WS-HT-IDX) TO WS-DEPT-NO-OUT.
           ADD WS-HT-VISITS(WS-HT-IDX) TO WS-TOTAL-VISITS.
           ADD WS-HT-MINUTES(WS-HT-IDX) TO WS-TOTAL-MINUTES.
           ADD WS-HT-NO-OUT(WS-HT-IDX) TO WS-TOTAL-NO-OUT.
           MOVE WS-HT-VISITS(WS-HT-IDX) TO WS-PRINT-VISITS.
           MOVE WS-HT-MINUTES(WS-HT-IDX) TO WS-PRINT-MINUTES.
           MOVE WS-HT-NO-OUT(WS-HT-IDX) TO WS-PRINT-NO-OUT.
           PERFORM 4500-FORMAT-FIGURES
               THRU 4500-EXIT.
           MOVE SPACES TO DEPT-VISIT-RPT-RECORD.
           STRING "  " DELIMITED BY SIZE
                   WS-HT-HOST-ID(WS-HT-IDX) DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-HT-NAME(WS-HT-IDX) DELIMITED BY SIZE
               INTO DEPT-VISIT-RPT-RECORD.
           PERFORM 4600-PLACE-FIGURES
               THRU 4600-EXIT.
           PERFORM 8900-WRITE-LINE
               THRU 8900-EXIT.
           GO TO 4100-EXIT.
       4100-EXIT.
           EXIT.

       4200-PRINT-DEPT-TOTAL.
           MOVE WS-DEPT-VISITS TO WS-PRINT-VISITS.
           MOVE WS-DEPT-MINUTES TO WS-PRINT-MINUTES.
           MOVE WS-DEPT-NO-OUT TO WS-PRINT-NO-OUT.
           PERFORM 4500-FORMAT-FIGURES
               THRU 4500-EXIT.
           MOVE SPACES TO DEPT-VISIT-RPT-RECORD.
           STRING "  ** TOTAL " DELIMITED BY SIZE
                   WS-PREV-DEPT DELIMITED BY SIZE
               INTO DEPT-VISIT-RPT-RECORD.
           PERFORM 4600-PLACE-FIGURES
               THRU 4600-EXIT.
           PERFORM 8900-WRITE-LINE
               THRU 8900-EXIT.
           GO TO 4200-EXIT.
       4200-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 4500-FORMAT-FIGURES  --  EDIT THE WS-PRINT- FIGURES, TIME
      *                          ON SITE AS HOURS:MINUTES
      *-------------------------------------------------------------
       4500-FORMAT-FIGURES.
           MOVE WS-PRINT-VISITS TO D-VISITS.
           MOVE WS-PRINT-NO-OUT TO D-NO-OUT.
           COMPUTE D-HOURS = WS-PRINT-MINUTES / 60.
           COMPUTE D-MINUTES = FUNCTION MOD(WS-PRINT-MINUTES, 60).
           MOVE SPACES TO D-TIME-ON-SITE.
           STRING D-HOURS DELIMITED BY SIZE
                   ":" DELIMITED BY SIZE
                   D-MINUTES DELIMITED BY SIZE
               INTO D-TIME-ON-SITE.
           GO TO 4500-EXIT.
       4500-EXIT.
           EXIT.

       4600-PLACE-FIGURES.
           MOVE D-VISITS TO DEPT-VISIT-RPT-RECORD(43:6).
           MOVE D-TIME-ON-SITE TO DEPT-VISIT-RPT-RECORD(51:9).
           MOVE D-NO-OUT TO DEPT-VISIT-RPT-RECORD(66:6).
           GO TO 4600-EXIT.
       4600-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 8900-WRITE-LINE  --  DISPLAY AND PRINT ONE REPORT LINE,
      *                       WITH THE SHARED PAGE-HEADING BREAK
      *-------------------------------------------------------------
       8900-WRITE-LINE.
           MOVE DEPT-VISIT-RPT-RECORD TO WS-RH-DETAIL.
           IF WS-RH-LINE-COUNT >= WS-RH-LINES-PER-PAGE
               PERFORM 9800-BUILD-PAGE-HEADING
                   THRU 9800-EXIT
               WRITE DEPT-VISIT-RPT-RECORD FROM WS-RH-HEADING-1
               WRITE DEPT-VISIT-RPT-RECORD FROM WS-RH-HEADING-2
               MOVE SPACES TO DEPT-VISIT-RPT-RECORD
               WRITE DEPT-VISIT-RPT-RECORD
               ADD 3 TO WS-RH-LINE-COUNT
               ADD 3 TO WS-RH-TOTAL-LINES
           END-IF.
           DISPLAY WS-RH-DETAIL.
           WRITE DEPT-VISIT-RPT-RECORD FROM WS-RH-DETAIL.
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
           WRITE DEPT-VISIT-RPT-RECORD FROM WS-RH-TRAILER.
           CLOSE DEPT-VISIT-RPT.
           IF WS-GL-PRESENT
               CLOSE GREETER-LOG
           END-IF.
           IF WS-HOST-OPEN
               CLOSE HOST-MASTER
           END-IF.
           GO TO 9999-EXIT.
       9999-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 9260-FIND-HOST  --  COPIED
      *-------------------------------------------------------------
       COPY HOSTPR.

      *-------------------------------------------------------------
      * 8300-NORMALIZE-NAME  --  COPIED
      *-------------------------------------------------------------
       COPY NAMNRMPR.

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
