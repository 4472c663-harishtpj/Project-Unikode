       IDENTIFICATION DIVISION.
       PROGRAM-ID. VERSION-HISTORY.
       AUTHOR. HARISH-KUMAR.
       INSTALLATION. UNIKODE-DATA-CENTER.
       DATE-WRITTEN. 2026/10/15.
       DATE-COMPILED.
      *-------------------------------------------------------------
      * MODIFICATION HISTORY
      *-------------------------------------------------------------
      * DATE       INIT DESCRIPTION
      * ---------- ---- -----------------------------------------
      * 2026/10/15  HK  FIRST VERSION - PROGRAM VERSION HISTORY.
      *                 READS THE BUILD IDENTITY STAMPED ON EVERY
      *                 DAILY-AUDIT RECORD (VERSWS.CPY), FROM THE
      *                 CURRENT TRAIL AND EVERY ARCHIVED GENERATION
      *                 ON THE MANIFEST, AND LISTS EACH VERSION OF
      *                 EACH PROGRAM WITH THE DATE, TIME AND RUN-ID
      *                 IT FIRST APPEARED, THE DATE IT WAS LAST SEEN
      *                 AND HOW MANY RECORDS IT WROTE, IN PROGRAM
      *                 ORDER, OLDEST VERSION FIRST.  THE VERSION
      *                 THE REGISTRY (VERSREG.DAT) EXPECTS IS MARKED
      *                 CURRENT AND A PROGRAM NOT ON THE REGISTRY IS
      *                 MARKED UNREG.  RECORDS FROM BUILDS THAT
      *                 PREDATE THE STAMP ARE COUNTED, NOT LISTED.
      *-------------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VERSION-RPT ASSIGN TO "VERHSRPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           COPY ARCHMSL.
           SELECT ARCH-IN ASSIGN TO DYNAMIC WS-ARCH-IN-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AI-STATUS.
           COPY AUDITSEL.
           COPY RUNIDSEL.
           COPY CALSEL.
           COPY VREGSL.

       DATA DIVISION.
       FILE SECTION.
       FD  VERSION-RPT.
       01  VERSION-RPT-RECORD      PIC X(80).

       COPY ARCHMFD.

       FD  ARCH-IN.
       01  ARCH-IN-RECORD          PIC X(140).

       COPY AUDITFD.

       COPY RUNIDFD.

       COPY CALFD.

       COPY VREGFD.

       WORKING-STORAGE SECTION.
      *    BUILD IDENTITY - RAISE WS-VR-VERSION WITH EACH ENTRY
      *    IN THE MODIFICATION HISTORY (SEE VERSWS.CPY)
       01  WS-VR-PROGRAM           PIC X(17) VALUE "VERSION-HISTORY".
       01  WS-VR-VERSION           PIC X(06) VALUE "1.01".
       COPY VERSWS.
       COPY CALWS.
       COPY RUNIDWS.
       COPY RPTHDWS.
       COPY VREGWS.
       01  WS-DA-STATUS            PIC X(02).
       01  WS-AM-STATUS            PIC X(02).
           88 WS-AM-OK                        VALUE "00".
       01  WS-AI-STATUS            PIC X(02).
           88 WS-AI-OK                        VALUE "00".

       01  WS-ARCH-IN-NAME         PIC X(25).

      *    COMMON IMAGE OF ONE DAILY-AUDIT LINE, CURRENT OR ARCHIVED
       01  WS-AUDIT-LINE.
           05 WS-AL-PROGRAM-ID     PIC X(11).
           05 FILLER               PIC X(01).
           05 WS-AL-RUN-DATE       PIC 9(08).
           05 FILLER               PIC X(01).
           05 WS-AL-RUN-TIME       PIC 9(08).
           05 FILLER               PIC X(01).
           05 WS-AL-INPUT-VALUE    PIC X(21).
           05 FILLER               PIC X(01).
           05 WS-AL-OUTPUT-VALUE   PIC X(20).
           05 FILLER               PIC X(01).
           05 WS-AL-RETURN-CODE    PIC X(04).
           05 FILLER               PIC X(01).
           05 WS-AL-RUN-ID         PIC X(13).
           05 FILLER               PIC X(01).
           05 WS-AL-OPERATOR-ID    PIC X(08).
           05 FILLER               PIC X(01).
           05 WS-AL-BUILD-PROGRAM  PIC X(17).
           05 FILLER               PIC X(01).
           05 WS-AL-BUILD-VERSION  PIC X(06).
           05 FILLER               PIC X(01).
           05 WS-AL-BUILD-COMPILED PIC X(08).
           05 FILLER               PIC X(06).

      *    ONE ROW PER PROGRAM AND VERSION SEEN ON THE TRAIL
       01  WS-VH-TABLE.
           05 WS-VH-COUNT          PIC 9(03) VALUE 0 USAGE COMP.
           05 WS-VH-ENTRY          OCCURS 200 TIMES.
               10 WS-VH-PROGRAM    PIC X(17).
               10 WS-VH-VERSION    PIC X(06).
               10 WS-VH-FIRST-DATE PIC 9(08).
               10 WS-VH-FIRST-TIME PIC 9(08).
               10 WS-VH-FIRST-RUN-ID PIC X(13).
               10 WS-VH-LAST-DATE  PIC 9(08).
               10 WS-VH-LAST-TIME  PIC 9(08).
               10 WS-VH-RECORDS    PIC 9(07) USAGE COMP.
       01  WS-VH-HOLD              PIC X(72).
       01  WS-VH-IDX               PIC 9(03) USAGE COMP.
       01  WS-VH-IDX-2             PIC 9(03) USAGE COMP.
       01  WS-PREV-PROGRAM         PIC X(17).

       01  WS-COUNTERS.
           05 WS-SCANNED-CT        PIC 9(07) VALUE 0 USAGE COMP.
           05 WS-UNSTAMPED-CT      PIC 9(07) VALUE 0 USAGE COMP.
           05 WS-OVERFLOW-CT       PIC 9(07) VALUE 0 USAGE COMP.
           05 WS-PROGRAM-CT        PIC 9(05) VALUE 0 USAGE COMP.
           05 WS-UNREG-CT          PIC 9(05) VALUE 0 USAGE COMP.

       01  D-COUNT                 PIC Z(4)9.
       01  D-COUNT-7               PIC Z(6)9.
       01  D-DATE                  PIC 9999/99/99.
       01  D-TIME.
           05 D-TIME-HH            PIC 9(02).
           05 FILLER               PIC X(01) VALUE ":".
           05 D-TIME-MM            PIC 9(02).

       01  WS-SWITCHES.
           05 WS-DA-EOF-SW         PIC X(01) VALUE "N".
               88 WS-DA-EOF                   VALUE "Y".
           05 WS-AM-EOF-SW         PIC X(01) VALUE "N".
               88 WS-AM-EOF                   VALUE "Y".
           05 WS-AI-EOF-SW         PIC X(01) VALUE "N".
               88 WS-AI-EOF                   VALUE "Y".
           05 WS-SORT-SWAPPED-SW   PIC X(01) VALUE "N".
               88 WS-SORT-SWAPPED             VALUE "Y".

       PROCEDURE DIVISION.

      *-------------------------------------------------------------
      * 0000-MAINLINE
      *-------------------------------------------------------------
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
               THRU 1000-EXIT.
           PERFORM 2000-SCAN-CURRENT-AUDIT
               THRU 2000-EXIT.
           PERFORM 3000-SCAN-ARCHIVES
               THRU 3000-EXIT.
           PERFORM 3500-SORT-VERSIONS
               THRU 3500-EXIT.
           PERFORM 4000-PRINT-HEADER
               THRU 4000-EXIT.
           MOVE SPACES TO WS-PREV-PROGRAM.
           PERFORM 5000-PRINT-ONE-VERSION
               THRU 5000-EXIT
               VARYING WS-VH-IDX FROM 1 BY 1
                   UNTIL WS-VH-IDX > WS-VH-COUNT.
           PERFORM 6000-PRINT-SUMMARY
               THRU 6000-EXIT.
           PERFORM 9999-TERMINATE
               THRU 9999-EXIT.
           GOBACK.

      *-------------------------------------------------------------
      * 1000-INITIALIZE  --  BUSINESS DATE, RUN-ID AND REGISTRY
      *-------------------------------------------------------------
       1000-INITIALIZE.
           PERFORM 9370-GET-BUSINESS-DATE
               THRU 9370-EXIT.
           PERFORM 9380-ASSIGN-RUN-ID
               THRU 9380-EXIT.
           PERFORM 9250-LOAD-VERSION-REGISTRY
               THRU 9250-EXIT.
           MOVE "PROGRAM VERSION HISTORY" TO WS-RH-TITLE.
           MOVE "VERSION-HISTORY" TO WS-RH-PROGRAM-ID.
           OPEN OUTPUT VERSION-RPT.
           GO TO 1000-EXIT.
       1000-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 2000-SCAN-CURRENT-AUDIT  --  TALLY THE LIVE DAILY-AUDIT
      *-------------------------------------------------------------
       2000-SCAN-CURRENT-AUDIT.
           MOVE "N" TO WS-DA-EOF-SW.
           OPEN INPUT DAILY-AUDIT.
           IF WS-DA-STATUS = "35"
               GO TO 2000-EXIT
           END-IF.
           PERFORM 2100-READ-ONE-AUDIT
               THRU 2100-EXIT
               UNTIL WS-DA-EOF.
           CLOSE DAILY-AUDIT.
           GO TO 2000-EXIT.
       2000-EXIT.
           EXIT.

       2100-READ-ONE-AUDIT.
           READ DAILY-AUDIT INTO WS-AUDIT-LINE
               AT END
                   MOVE "Y" TO WS-DA-EOF-SW
                   GO TO 2100-EXIT
           END-READ.
           PERFORM 2200-TALLY-AUDIT-LINE
               THRU 2200-EXIT.
           GO TO 2100-EXIT.
       2100-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 2200-TALLY-AUDIT-LINE  --  ROLL ONE AUDIT LINE INTO THE ROW
      *                            FOR ITS PROGRAM AND VERSION,
      *                            KEEPING THE EARLIEST AND LATEST
      *                            SIGHTING.  THE CURRENT TRAIL AND
      *                            THE GENERATIONS ARE READ IN NO
      *                            PARTICULAR DATE ORDER.
      *-------------------------------------------------------------
       2200-TALLY-AUDIT-LINE.
           IF WS-AL-RUN-DATE IS NOT NUMERIC
               GO TO 2200-EXIT
           END-IF.
           IF WS-AL-RUN-TIME IS NOT NUMERIC
               MOVE 0 TO WS-AL-RUN-TIME
           END-IF.
           ADD 1 TO WS-SCANNED-CT.
           IF WS-AL-BUILD-VERSION = SPACES
               ADD 1 TO WS-UNSTAMPED-CT
               GO TO 2200-EXIT
           END-IF.
           PERFORM 2300-FIND-VERSION-ROW
               THRU 2300-EXIT.
           IF WS-VH-IDX = 0
               ADD 1 TO WS-OVERFLOW-CT
               GO TO 2200-EXIT
           END-IF.
           ADD 1 TO WS-VH-RECORDS(WS-VH-IDX).
           IF WS-AL-RUN-DATE < WS-VH-FIRST-DATE(WS-VH-IDX)
               OR (WS-AL-RUN-DATE = WS-VH-FIRST-DATE(WS-VH-IDX)
               AND WS-AL-RUN-TIME < WS-VH-FIRST-TIME(WS-VH-IDX))
               MOVE WS-AL-RUN-DATE TO WS-VH-FIRST-DATE(WS-VH-IDX)
               MOVE WS-AL-RUN-TIME TO WS-VH-FIRST-TIME(WS-VH-IDX)
               MOVE WS-AL-RUN-ID TO WS-VH-FIRST-RUN-ID(WS-VH-IDX)
           END-IF.
           IF WS-AL-RUN-DATE > WS-VH-LAST-DATE(WS-VH-IDX)
               OR (WS-AL-RUN-DATE = WS-VH-LAST-DATE(WS-VH-IDX)
               AND WS-AL-RUN-TIME > WS-VH-LAST-TIME(WS-VH-IDX))
               MOVE WS-AL-RUN-DATE TO WS-VH-LAST-DATE(WS-VH-IDX)
               MOVE WS-AL-RUN-TIME TO WS-VH-LAST-TIME(WS-VH-IDX)
           END-IF.
           GO TO 2200-EXIT.
       2200-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 2300-FIND-VERSION-ROW  --  THE ROW FOR THIS LINE'S PROGRAM
      *                             AND VERSION, ADDED WHEN NEW.  0
      *                             WHEN THE TABLE IS FULL.
      *-------------------------------------------------------------
       2300-FIND-VERSION-ROW.
           PERFORM VARYING WS-VH-IDX FROM 1 BY 1
                   UNTIL WS-VH-IDX > WS-VH-COUNT
                   OR (WS-VH-PROGRAM(WS-VH-IDX) = WS-AL-BUILD-PROGRAM
                   AND WS-VH-VERSION(WS-VH-IDX) = WS-AL-BUILD-VERSION)
           END-PERFORM.
           IF WS-VH-IDX <= WS-VH-COUNT
               GO TO 2300-EXIT
           END-IF.
           IF WS-VH-COUNT >= 200
               MOVE 0 TO WS-VH-IDX
               GO TO 2300-EXIT
           END-IF.
           ADD 1 TO WS-VH-COUNT.
           MOVE WS-VH-COUNT TO WS-VH-IDX.
           MOVE WS-AL-BUILD-PROGRAM TO WS-VH-PROGRAM(WS-VH-IDX).
           MOVE WS-AL-BUILD-VERSION TO WS-VH-VERSION(WS-VH-IDX).
           MOVE 99999999 TO WS-VH-FIRST-DATE(WS-VH-IDX).
           MOVE 99999999 TO WS-VH-FIRST-TIME(WS-VH-IDX).
           MOVE SPACES TO WS-VH-FIRST-RUN-ID(WS-VH-IDX).
           MOVE 0 TO WS-VH-LAST-DATE(WS-VH-IDX).
           MOVE 0 TO WS-VH-LAST-TIME(WS-VH-IDX).
           MOVE 0 TO WS-VH-RECORDS(WS-VH-IDX).
           GO TO 2300-EXIT.
       2300-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 3000-SCAN-ARCHIVES  --  TALLY EVERY DAILYAUD GENERATION
      *                          LISTED ON THE ARCHIVE MANIFEST
      *-------------------------------------------------------------
       3000-SCAN-ARCHIVES.
           MOVE "N" TO WS-AM-EOF-SW.
           OPEN INPUT ARCH-MANIFEST.
           IF NOT WS-AM-OK
               GO TO 3000-EXIT
           END-IF.
           PERFORM 3100-PROCESS-ONE-GENERATION
               THRU 3100-EXIT
               UNTIL WS-AM-EOF.
           CLOSE ARCH-MANIFEST.
           GO TO 3000-EXIT.
       3000-EXIT.
           EXIT.

       3100-PROCESS-ONE-GENERATION.
           READ ARCH-MANIFEST
               AT END
                   MOVE "Y" TO WS-AM-EOF-SW
                   GO TO 3100-EXIT
           END-READ.
           IF AM-FILE-NAME(1:9) NOT = "DAILYAUD."
               GO TO 3100-EXIT
           END-IF.
           MOVE AM-FILE-NAME TO WS-ARCH-IN-NAME.
           MOVE "N" TO WS-AI-EOF-SW.
           OPEN INPUT ARCH-IN.
           IF NOT WS-AI-OK
               GO TO 3100-EXIT
           END-IF.
           PERFORM 3200-READ-ONE-ARCHIVED
               THRU 3200-EXIT
               UNTIL WS-AI-EOF.
           CLOSE ARCH-IN.
           GO TO 3100-EXIT.
       3100-EXIT.
           EXIT.

       3200-READ-ONE-ARCHIVED.
           READ ARCH-IN
               AT END
                   MOVE "Y" TO WS-AI-EOF-SW
                   GO TO 3200-EXIT
           END-READ.
           MOVE ARCH-IN-RECORD TO WS-AUDIT-LINE.
           PERFORM 2200-TALLY-AUDIT-LINE
               THRU 2200-EXIT.
           GO TO 3200-EXIT.
       3200-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 3500-SORT-VERSIONS  --  EXCHANGE-SORT BY PROGRAM, THEN BY
      *                          FIRST SIGHTING, THE SAME SHAPE AS
      *                          UNIKODE-DAILY-RUN'S PLAN SORT
      *-------------------------------------------------------------
       3500-SORT-VERSIONS.
           IF WS-VH-COUNT < 2
               GO TO 3500-EXIT
           END-IF.
           MOVE "Y" TO WS-SORT-SWAPPED-SW.
           PERFORM 3510-SORT-PASS
               THRU 3510-EXIT
               UNTIL NOT WS-SORT-SWAPPED.
           GO TO 3500-EXIT.
       3500-EXIT.
           EXIT.

       3510-SORT-PASS.
           MOVE "N" TO WS-SORT-SWAPPED-SW.
           PERFORM 3520-COMPARE-ONE-PAIR
               THRU 3520-EXIT
               VARYING WS-VH-IDX FROM 1 BY 1
                   UNTIL WS-VH-IDX >= WS-VH-COUNT.
           GO TO 3510-EXIT.
       3510-EXIT.
           EXIT.

       3520-COMPARE-ONE-PAIR.
           COMPUTE WS-VH-IDX-2 = WS-VH-IDX + 1.
           IF WS-VH-PROGRAM(WS-VH-IDX) < WS-VH-PROGRAM(WS-VH-IDX-2)
               GO TO 3520-EXIT
           END-IF.
           IF WS-VH-PROGRAM(WS-VH-IDX) = WS-VH-PROGRAM(WS-VH-IDX-2)
               IF WS-VH-FIRST-DATE(WS-VH-IDX)
                       < WS-VH-FIRST-DATE(WS-VH-IDX-2)
                   GO TO 3520-EXIT
               END-IF
               IF WS-VH-FIRST-DATE(WS-VH-IDX)
                       = WS-VH-FIRST-DATE(WS-VH-IDX-2)
                   AND WS-VH-FIRST-TIME(WS-VH-IDX)
                       <= WS-VH-FIRST-TIME(WS-VH-IDX-2)
                   GO TO 3520-EXIT
               END-IF
           END-IF.
           MOVE WS-VH-ENTRY(WS-VH-IDX) TO WS-VH-HOLD.
           MOVE WS-VH-ENTRY(WS-VH-IDX-2) TO WS-VH-ENTRY(WS-VH-IDX).
           MOVE WS-VH-HOLD TO WS-VH-ENTRY(WS-VH-IDX-2).
           MOVE "Y" TO WS-SORT-SWAPPED-SW.
           GO TO 3520-EXIT.
       3520-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 4000-PRINT-HEADER  --  THE REGISTRY STATE, THE MARKS AND
      *                         THE COLUMN HEADINGS
      *-------------------------------------------------------------
       4000-PRINT-HEADER.
           IF WS-VG-LOADED
               MOVE WS-VG-COUNT TO D-COUNT
               MOVE SPACES TO VERSION-RPT-RECORD
               STRING "VERSION REGISTRY: " DELIMITED BY SIZE
                       FUNCTION TRIM(D-COUNT) DELIMITED BY SIZE
                       " PROGRAM(S) ON VERSREG.DAT" DELIMITED BY SIZE
                   INTO VERSION-RPT-RECORD
           ELSE
               MOVE "VERSION REGISTRY: NO VERSREG.DAT - NOTHING MARKED"
                   TO VERSION-RPT-RECORD
           END-IF.
           PERFORM 8900-WRITE-LINE
               THRU 8900-EXIT.
           MOVE "CURRENT = THE VERSION THE REGISTRY EXPECTS"
               TO VERSION-RPT-RECORD.
           PERFORM 8900-WRITE-LINE
               THRU 8900-EXIT.
           MOVE "UNREG   = PROGRAM NOT ON THE REGISTRY"
               TO VERSION-RPT-RECORD.
           PERFORM 8900-WRITE-LINE
               THRU 8900-EXIT.
           MOVE SPACES TO VERSION-RPT-RECORD.
           PERFORM 8900-WRITE-LINE
               THRU 8900-EXIT.
           MOVE SPACES TO VERSION-RPT-RECORD.
           MOVE "PROGRAM" TO VERSION-RPT-RECORD(1:7).
           MOVE "VER" TO VERSION-RPT-RECORD(19:3).
           MOVE "FIRST SEEN" TO VERSION-RPT-RECORD(26:10).
           MOVE "RUN-ID" TO VERSION-RPT-RECORD(43:6).
           MOVE "LAST SEEN" TO VERSION-RPT-RECORD(57:9).
           MOVE "RECS" TO VERSION-RPT-RECORD(69:4).
           PERFORM 8900-WRITE-LINE
               THRU 8900-EXIT.
           GO TO 4000-EXIT.
       4000-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 5000-PRINT-ONE-VERSION  --  ONE LINE PER PROGRAM AND
      *                              VERSION, A BLANK LINE BETWEEN
      *                              PROGRAMS
      *-------------------------------------------------------------
       5000-PRINT-ONE-VERSION.
           IF WS-VH-PROGRAM(WS-VH-IDX) NOT = WS-PREV-PROGRAM
               ADD 1 TO WS-PROGRAM-CT
               MOVE SPACES TO VERSION-RPT-RECORD
               PERFORM 8900-WRITE-LINE
                   THRU 8900-EXIT
               MOVE WS-VH-PROGRAM(WS-VH-IDX) TO WS-PREV-PROGRAM
           END-IF.
           MOVE SPACES TO VERSION-RPT-RECORD.
           MOVE WS-VH-PROGRAM(WS-VH-IDX) TO VERSION-RPT-RECORD(1:17).
           MOVE WS-VH-VERSION(WS-VH-IDX) TO VERSION-RPT-RECORD(19:6).
           MOVE WS-VH-FIRST-DATE(WS-VH-IDX) TO D-DATE.
           MOVE D-DATE TO VERSION-RPT-RECORD(26:10).
           MOVE WS-VH-FIRST-TIME(WS-VH-IDX)(1:2) TO D-TIME-HH.
           MOVE WS-VH-FIRST-TIME(WS-VH-IDX)(3:2) TO D-TIME-MM.
           MOVE D-TIME TO VERSION-RPT-RECORD(37:5).
           MOVE WS-VH-FIRST-RUN-ID(WS-VH-IDX)
               TO VERSION-RPT-RECORD(43:13).
           MOVE WS-VH-LAST-DATE(WS-VH-IDX) TO D-DATE.
           MOVE D-DATE TO VERSION-RPT-RECORD(57:10).
           MOVE WS-VH-RECORDS(WS-VH-IDX) TO D-COUNT.
           MOVE D-COUNT TO VERSION-RPT-RECORD(68:5).
           IF WS-VG-LOADED
               MOVE WS-VH-PROGRAM(WS-VH-IDX) TO WS-VG-WANTED
               PERFORM 9255-FIND-VERSION
                   THRU 9255-EXIT
               IF NOT WS-VG-FOUND
                   MOVE "UNREG" TO VERSION-RPT-RECORD(74:5)
                   ADD 1 TO WS-UNREG-CT
               ELSE
                   IF WS-VG-VERSION(WS-VG-IDX)
                           = WS-VH-VERSION(WS-VH-IDX)
                       MOVE "CURRENT" TO VERSION-RPT-RECORD(74:7)
                   END-IF
               END-IF
           END-IF.
           PERFORM 8900-WRITE-LINE
               THRU 8900-EXIT.
           GO TO 5000-EXIT.
       5000-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 6000-PRINT-SUMMARY  --  WHAT WAS READ AND WHAT WAS LEFT OUT
      *-------------------------------------------------------------
       6000-PRINT-SUMMARY.
           MOVE SPACES TO VERSION-RPT-RECORD.
           PERFORM 8900-WRITE-LINE
               THRU 8900-EXIT.
           MOVE WS-PROGRAM-CT TO D-COUNT-7.
           MOVE SPACES TO VERSION-RPT-RECORD.
           STRING "PROGRAMS LISTED:              " DELIMITED BY SIZE
                   D-COUNT-7 DELIMITED BY SIZE
               INTO VERSION-RPT-RECORD.
           PERFORM 8900-WRITE-LINE
               THRU 8900-EXIT.
           MOVE WS-VH-COUNT TO D-COUNT-7.
           MOVE SPACES TO VERSION-RPT-RECORD.
           STRING "PROGRAM VERSIONS LISTED:      " DELIMITED BY SIZE
                   D-COUNT-7 DELIMITED BY SIZE
               INTO VERSION-RPT-RECORD.
           PERFORM 8900-WRITE-LINE
               THRU 8900-EXIT.
           MOVE WS-UNREG-CT TO D-COUNT-7.
           MOVE SPACES TO VERSION-RPT-RECORD.
           STRING "  OF WHICH NOT ON REGISTRY:   " DELIMITED BY SIZE
                   D-COUNT-7 DELIMITED BY SIZE
               INTO VERSION-RPT-RECORD.
           PERFORM 8900-WRITE-LINE
               THRU 8900-EXIT.
           MOVE WS-SCANNED-CT TO D-COUNT-7.
           MOVE SPACES TO VERSION-RPT-RECORD.
           STRING "AUDIT RECORDS SCANNED:        " DELIMITED BY SIZE
                   D-COUNT-7 DELIMITED BY SIZE
               INTO VERSION-RPT-RECORD.
           PERFORM 8900-WRITE-LINE
               THRU 8900-EXIT.
           MOVE WS-UNSTAMPED-CT TO D-COUNT-7.
           MOVE SPACES TO VERSION-RPT-RECORD.
           STRING "  FROM BUILDS WITH NO VERSION:" DELIMITED BY SIZE
                   D-COUNT-7 DELIMITED BY SIZE
               INTO VERSION-RPT-RECORD.
           PERFORM 8900-WRITE-LINE
               THRU 8900-EXIT.
           IF WS-OVERFLOW-CT > 0
               MOVE WS-OVERFLOW-CT TO D-COUNT-7
               MOVE SPACES TO VERSION-RPT-RECORD
               STRING "  NOT TALLIED - TABLE FULL:   " DELIMITED BY SIZE
                       D-COUNT-7 DELIMITED BY SIZE
                   INTO VERSION-RPT-RECORD
               PERFORM 8900-WRITE-LINE
                   THRU 8900-EXIT
           END-IF.
           GO TO 6000-EXIT.
       6000-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 8900-WRITE-LINE  --  DISPLAY AND PRINT ONE REPORT LINE,
      *                       WITH THE SHARED PAGE-HEADING BREAK
      *-------------------------------------------------------------
       8900-WRITE-LINE.
           MOVE VERSION-RPT-RECORD TO WS-RH-DETAIL.
           IF WS-RH-LINE-COUNT >= WS-RH-LINES-PER-PAGE
               PERFORM 9800-BUILD-PAGE-HEADING
                   THRU 9800-EXIT
               WRITE VERSION-RPT-RECORD FROM WS-RH-HEADING-1
               WRITE VERSION-RPT-RECORD FROM WS-RH-HEADING-2
               MOVE SPACES TO VERSION-RPT-RECORD
               WRITE VERSION-RPT-RECORD
               ADD 3 TO WS-RH-LINE-COUNT
               ADD 3 TO WS-RH-TOTAL-LINES
           END-IF.
           DISPLAY WS-RH-DETAIL.
           WRITE VERSION-RPT-RECORD FROM WS-RH-DETAIL.
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
           WRITE VERSION-RPT-RECORD FROM WS-RH-TRAILER.
           CLOSE VERSION-RPT.
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
      * 9250-LOAD-VERSION-REGISTRY / 9255-FIND-VERSION  --  COPIED
      *-------------------------------------------------------------
       COPY VREGPR.

      *-------------------------------------------------------------
      * 9800-BUILD-PAGE-HEADING / 9850-BUILD-REPORT-TRAILER  --
      * COPIED
      *-------------------------------------------------------------
       COPY RPTHDPR.
