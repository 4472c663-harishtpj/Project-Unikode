       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCESS-REVIEW.
       AUTHOR. HARISH-KUMAR.
       INSTALLATION. UNIKODE-DATA-CENTER.
       DATE-WRITTEN. 2026/10/15.
       DATE-COMPILED.
      *-------------------------------------------------------------
      * MODIFICATION HISTORY
      *-------------------------------------------------------------
      * DATE       INIT DESCRIPTION
      * ---------- ---- -----------------------------------------
      * 2026/10/15  HK  FIRST VERSION - QUARTERLY OPERATOR ACCESS
      *                 REVIEW FOR THE RECERTIFICATION.  LISTS EVERY
      *                 OPERATOR ON THE OPERATOR MASTER WITH LEVEL,
      *                 ACTIVE / LOCKED / DEACTIVATED STATUS, LAST
      *                 SIGN-ON AND LAST ACTIVITY, AND COUNTS OF
      *                 SIGN-ONS, FAILURES, LOCKOUTS AND RUNS BY
      *                 UTILITY OVER THE LAST SYSPARM
      *                 ACCESS-REVIEW-DAYS (DEFAULT 91) DAYS, FROM
      *                 THE CURRENT DAILY AUDIT TRAIL AND EVERY
      *                 ARCHIVED GENERATION ON THE MANIFEST.  FLAGS
      *                 DORMANT ACCOUNTS (NO ACTIVITY IN SYSPARM
      *                 DORMANT-DAYS, DEFAULT 30), ADMINISTRATORS WHO
      *                 RAN DESTRUCTIVE UTILITIES (VISITOR ERASURE,
      *                 VISITOR MASTER MAINTENANCE, OR RAISING OR
      *                 CARRYING OUT A DUAL-CONTROL REQUEST) AND
      *                 SIGN-ON LOCKOUTS, AND ENDS WITH A SIGNATURE
      *                 BLOCK FOR THE CERTIFYING MANAGER.  IDS WITH
      *                 ACTIVITY BUT NO LONGER ON THE MASTER ARE
      *                 LISTED AFTER THE OPERATORS; THE BATCH ID IS
      *                 LEFT OUT.
      * 2026/10/15  HK  ADDED THE PROGRAM'S BUILD IDENTITY - VERSION AND
      *                 COMPILE DATE, SEE VERSWS.CPY - PRINTED ON ITS
      *                 PAGE HEADINGS.  ARCHIVED AUDIT LINES ARE READ
      *                 INTO A 140-BYTE BUFFER TO TAKE THE LONGER AUDIT
      *                 RECORD WHOLE.
      *-------------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCESS-RPT ASSIGN TO "ACCRVRPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           COPY OPERSL.
           COPY ARCHMSL.
           SELECT ARCH-IN ASSIGN TO DYNAMIC WS-ARCH-IN-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AI-STATUS.
           COPY AUDITSEL.
           COPY RUNIDSEL.
           COPY CALSEL.
           COPY SYSPMSEL.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCESS-RPT.
       01  ACCESS-RPT-RECORD       PIC X(80).

       COPY OPERFD.

       COPY ARCHMFD.

       FD  ARCH-IN.
       01  ARCH-IN-RECORD          PIC X(140).

       COPY AUDITFD.

       COPY RUNIDFD.

       COPY CALFD.

       COPY SYSPMFD.

       WORKING-STORAGE SECTION.
      *    BUILD IDENTITY - RAISE WS-VR-VERSION WITH EACH ENTRY
      *    IN THE MODIFICATION HISTORY (SEE VERSWS.CPY)
       01  WS-VR-PROGRAM           PIC X(17) VALUE "ACCESS-REVIEW".
       01  WS-VR-VERSION           PIC X(06) VALUE "1.02".
       COPY VERSWS.
       COPY CALWS.
       COPY RUNIDWS.
       COPY SYSPMWS.
       COPY RPTHDWS.
       COPY OPERWS.
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
           05 FILLER               PIC X(20).

       01  WS-REVIEW-DAYS          PIC 9(03) VALUE 91.
       01  WS-DORMANT-DAYS         PIC 9(03) VALUE 30.
       01  WS-PERIOD-START         PIC 9(08).
       01  WS-DORMANT-CUTOFF       PIC 9(08).
       01  WS-DAY-NUMBER           PIC S9(08).

      *    ONE ROW PER OPERATOR ON THE MASTER, THEN ONE PER ID SEEN
      *    ON THE AUDIT TRAIL THAT THE MASTER NO LONGER HOLDS
       01  WS-OP-TABLE.
           05 WS-OP-COUNT          PIC 9(02) VALUE 0 USAGE COMP.
           05 WS-OP-ENTRY          OCCURS 50 TIMES.
               10 WS-OP-ID         PIC X(08).
               10 WS-OP-NAME       PIC X(25).
               10 WS-OP-ACTIVE-SW  PIC X(01).
               10 WS-OP-LEVEL      PIC 9(01).
               10 WS-OP-ON-MASTER-SW PIC X(01).
                   88 WS-OP-ON-MASTER        VALUE "Y".
               10 WS-OP-LAST-ON-DATE PIC 9(08).
               10 WS-OP-LAST-ON-TIME PIC 9(08).
               10 WS-OP-LAST-ACT-DATE PIC 9(08).
               10 WS-OP-SIGNONS    PIC 9(05) USAGE COMP.
               10 WS-OP-FAILURES   PIC 9(05) USAGE COMP.
               10 WS-OP-LOCKOUTS   PIC 9(05) USAGE COMP.
               10 WS-OP-DESTRUCT   PIC 9(05) USAGE COMP.
               10 WS-OP-PGM-COUNT  PIC 9(02) USAGE COMP.
               10 WS-OP-PGM        OCCURS 15 TIMES.
                   15 WS-OP-PGM-NAME PIC X(11).
                   15 WS-OP-PGM-RUNS PIC 9(05) USAGE COMP.
       01  WS-OP-IDX               PIC 9(02) USAGE COMP.
       01  WS-PGM-IDX              PIC 9(02) USAGE COMP.

       01  WS-COUNTERS.
           05 WS-LISTED-CT         PIC 9(05) VALUE 0 USAGE COMP.
           05 WS-DORMANT-CT        PIC 9(05) VALUE 0 USAGE COMP.
           05 WS-ADMIN-DESTR-CT    PIC 9(05) VALUE 0 USAGE COMP.
           05 WS-LOCKOUT-CT        PIC 9(05) VALUE 0 USAGE COMP.
           05 WS-OFF-MASTER-CT     PIC 9(05) VALUE 0 USAGE COMP.
           05 WS-SCANNED-CT        PIC 9(07) VALUE 0 USAGE COMP.

       01  WS-STATUS-TEXT          PIC X(11).
       01  D-COUNT                 PIC Z(4)9.
       01  D-COUNT-2               PIC Z(4)9.
       01  D-COUNT-3               PIC Z(4)9.
       01  D-COUNT-4               PIC Z(4)9.
       01  D-DATE                  PIC 9999/99/99.
       01  D-DATE-2                PIC 9999/99/99.
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
           05 WS-IN-PERIOD-SW      PIC X(01) VALUE "N".
               88 WS-IN-PERIOD                VALUE "Y".
           05 WS-FLAGGED-SW        PIC X(01) VALUE "N".
               88 WS-FLAGGED                  VALUE "Y".

       PROCEDURE DIVISION.

      *-------------------------------------------------------------
      * 0000-MAINLINE
      *-------------------------------------------------------------
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
               THRU 1000-EXIT.
           PERFORM 1500-LOAD-OPERATORS
               THRU 1500-EXIT.
           PERFORM 2000-SCAN-CURRENT-AUDIT
               THRU 2000-EXIT.
           PERFORM 3000-SCAN-ARCHIVES
               THRU 3000-EXIT.
           PERFORM 4000-PRINT-HEADER
               THRU 4000-EXIT.
           PERFORM 5000-PRINT-ONE-OPERATOR
               THRU 5000-EXIT
               VARYING WS-OP-IDX FROM 1 BY 1
                   UNTIL WS-OP-IDX > WS-OP-COUNT.
           PERFORM 6000-PRINT-SUMMARY
               THRU 6000-EXIT.
           PERFORM 7000-PRINT-SIGNATURE-BLOCK
               THRU 7000-EXIT.
           PERFORM 9999-TERMINATE
               THRU 9999-EXIT.
           GOBACK.

      *-------------------------------------------------------------
      * 1000-INITIALIZE  --  REVIEW PERIOD AND DORMANCY CUTOFF
      *-------------------------------------------------------------
       1000-INITIALIZE.
           PERFORM 9370-GET-BUSINESS-DATE
               THRU 9370-EXIT.
           PERFORM 9380-ASSIGN-RUN-ID
               THRU 9380-EXIT.
           PERFORM 9300-LOAD-SYSPARM
               THRU 9300-EXIT.
           MOVE "ACCESS-REVIEW-DAYS" TO WS-SP-WANTED-KEY.
           PERFORM 9350-GET-SYSPARM
               THRU 9350-EXIT.
           IF WS-SP-FOUND
               AND WS-SP-NUM-VALUE > 0
               AND WS-SP-NUM-VALUE <= 366
               MOVE WS-SP-NUM-VALUE TO WS-REVIEW-DAYS
           END-IF.
           MOVE "DORMANT-DAYS" TO WS-SP-WANTED-KEY.
           PERFORM 9350-GET-SYSPARM
               THRU 9350-EXIT.
           IF WS-SP-FOUND
               AND WS-SP-NUM-VALUE > 0
               AND WS-SP-NUM-VALUE <= 365
               MOVE WS-SP-NUM-VALUE TO WS-DORMANT-DAYS
           END-IF.
           COMPUTE WS-DAY-NUMBER =
               FUNCTION INTEGER-OF-DATE(WS-BUS-DATE)
               - WS-REVIEW-DAYS + 1.
           COMPUTE WS-PERIOD-START =
               FUNCTION DATE-OF-INTEGER(WS-DAY-NUMBER).
           COMPUTE WS-DAY-NUMBER =
               FUNCTION INTEGER-OF-DATE(WS-BUS-DATE)
               - WS-DORMANT-DAYS.
           COMPUTE WS-DORMANT-CUTOFF =
               FUNCTION DATE-OF-INTEGER(WS-DAY-NUMBER).
           MOVE "OPERATOR ACCESS REVIEW" TO WS-RH-TITLE.
           MOVE "ACCESS-REVIEW" TO WS-RH-PROGRAM-ID.
           OPEN OUTPUT ACCESS-RPT.
           GO TO 1000-EXIT.
       1000-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 1500-LOAD-OPERATORS  --  ONE ROW PER OPERATOR ON THE MASTER,
      *                         LEVEL READ THE WAY THE MENU READS IT
      *-------------------------------------------------------------
       1500-LOAD-OPERATORS.
           MOVE "N" TO WS-OM-EOF-SW.
           OPEN INPUT OPERATOR-MASTER.
           IF NOT WS-OM-OK
               GO TO 1500-EXIT
           END-IF.
           PERFORM 1510-LOAD-ONE-OPERATOR
               THRU 1510-EXIT
               UNTIL WS-OM-EOF.
           CLOSE OPERATOR-MASTER.
           GO TO 1500-EXIT.
       1500-EXIT.
           EXIT.

       1510-LOAD-ONE-OPERATOR.
           READ OPERATOR-MASTER
               AT END
                   MOVE "Y" TO WS-OM-EOF-SW
                   GO TO 1510-EXIT
           END-READ.
           IF OM-OPERATOR-ID = SPACES
               OR WS-OP-COUNT >= 50
               GO TO 1510-EXIT
           END-IF.
           ADD 1 TO WS-OP-COUNT.
           MOVE WS-OP-COUNT TO WS-OP-IDX.
           PERFORM 1600-CLEAR-ONE-ROW
               THRU 1600-EXIT.
           MOVE OM-OPERATOR-ID TO WS-OP-ID(WS-OP-IDX).
           MOVE OM-NAME TO WS-OP-NAME(WS-OP-IDX).
           MOVE OM-ACTIVE-SW TO WS-OP-ACTIVE-SW(WS-OP-IDX).
           MOVE "Y" TO WS-OP-ON-MASTER-SW(WS-OP-IDX).
           IF OM-AUTH-LEVEL IS NUMERIC
               MOVE OM-AUTH-LEVEL TO WS-OP-LEVEL(WS-OP-IDX)
           ELSE
               IF OM-OPERATOR-ID = "ADMIN"
                   MOVE 9 TO WS-OP-LEVEL(WS-OP-IDX)
               ELSE
                   MOVE 1 TO WS-OP-LEVEL(WS-OP-IDX)
               END-IF
           END-IF.
           GO TO 1510-EXIT.
       1510-EXIT.
           EXIT.

       1600-CLEAR-ONE-ROW.
           MOVE SPACES TO WS-OP-ID(WS-OP-IDX).
           MOVE SPACES TO WS-OP-NAME(WS-OP-IDX).
           MOVE SPACE TO WS-OP-ACTIVE-SW(WS-OP-IDX).
           MOVE 0 TO WS-OP-LEVEL(WS-OP-IDX).
           MOVE "N" TO WS-OP-ON-MASTER-SW(WS-OP-IDX).
           MOVE 0 TO WS-OP-LAST-ON-DATE(WS-OP-IDX).
           MOVE 0 TO WS-OP-LAST-ON-TIME(WS-OP-IDX).
           MOVE 0 TO WS-OP-LAST-ACT-DATE(WS-OP-IDX).
           MOVE 0 TO WS-OP-SIGNONS(WS-OP-IDX).
           MOVE 0 TO WS-OP-FAILURES(WS-OP-IDX).
           MOVE 0 TO WS-OP-LOCKOUTS(WS-OP-IDX).
           MOVE 0 TO WS-OP-DESTRUCT(WS-OP-IDX).
           MOVE 0 TO WS-OP-PGM-COUNT(WS-OP-IDX).
           GO TO 1600-EXIT.
       1600-EXIT.
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
      * 2200-TALLY-AUDIT-LINE  --  ROLL ONE AUDIT LINE INTO ITS
      *                            OPERATOR'S ROW.  LAST SIGN-ON AND
      *                            LAST ACTIVITY LOOK AT THE WHOLE
      *                            TRAIL; THE COUNTS ONLY AT THE
      *                            REVIEW PERIOD.
      *-------------------------------------------------------------
       2200-TALLY-AUDIT-LINE.
           IF WS-AL-OPERATOR-ID = SPACES
               OR WS-AL-OPERATOR-ID = "BATCH"
               OR WS-AL-RUN-DATE IS NOT NUMERIC
               GO TO 2200-EXIT
           END-IF.
           IF WS-AL-RUN-TIME IS NOT NUMERIC
               MOVE 0 TO WS-AL-RUN-TIME
           END-IF.
           ADD 1 TO WS-SCANNED-CT.
           PERFORM 2300-FIND-OPERATOR
               THRU 2300-EXIT.
           IF WS-OP-IDX = 0
               GO TO 2200-EXIT
           END-IF.
           MOVE "N" TO WS-IN-PERIOD-SW.
           IF WS-AL-RUN-DATE >= WS-PERIOD-START
               AND WS-AL-RUN-DATE <= WS-BUS-DATE
               MOVE "Y" TO WS-IN-PERIOD-SW
           END-IF.
           IF WS-AL-PROGRAM-ID = "SIGN-ON"
               PERFORM 2400-TALLY-SIGN-ON
                   THRU 2400-EXIT
               GO TO 2200-EXIT
           END-IF.
           IF WS-AL-RUN-DATE > WS-OP-LAST-ACT-DATE(WS-OP-IDX)
               MOVE WS-AL-RUN-DATE TO WS-OP-LAST-ACT-DATE(WS-OP-IDX)
           END-IF.
           IF NOT WS-IN-PERIOD
               GO TO 2200-EXIT
           END-IF.
           IF WS-AL-PROGRAM-ID = "VISITOR-ERS"
               OR WS-AL-PROGRAM-ID = "VISITOR-MNT"
               ADD 1 TO WS-OP-DESTRUCT(WS-OP-IDX)
           END-IF.
           IF WS-AL-PROGRAM-ID = "APPROVAL"
               AND (WS-AL-OUTPUT-VALUE = "REQUESTED"
                   OR WS-AL-OUTPUT-VALUE = "CARRIED OUT")
               ADD 1 TO WS-OP-DESTRUCT(WS-OP-IDX)
           END-IF.
           PERFORM 2500-COUNT-PROGRAM-RUN
               THRU 2500-EXIT.
           GO TO 2200-EXIT.
       2200-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 2300-FIND-OPERATOR  --  THE ROW FOR WS-AL-OPERATOR-ID, ADDED
      *                          AS OFF-MASTER WHEN NEW.  0 WHEN THE
      *                          TABLE IS FULL.
      *-------------------------------------------------------------
       2300-FIND-OPERATOR.
           PERFORM VARYING WS-OP-IDX FROM 1 BY 1
                   UNTIL WS-OP-IDX > WS-OP-COUNT
                   OR WS-OP-ID(WS-OP-IDX) = WS-AL-OPERATOR-ID
           END-PERFORM.
           IF WS-OP-IDX <= WS-OP-COUNT
               GO TO 2300-EXIT
           END-IF.
           IF WS-OP-COUNT >= 50
               MOVE 0 TO WS-OP-IDX
               GO TO 2300-EXIT
           END-IF.
           ADD 1 TO WS-OP-COUNT.
           MOVE WS-OP-COUNT TO WS-OP-IDX.
           PERFORM 1600-CLEAR-ONE-ROW
               THRU 1600-EXIT.
           MOVE WS-AL-OPERATOR-ID TO WS-OP-ID(WS-OP-IDX).
           MOVE "(NOT ON OPERATOR MASTER)" TO WS-OP-NAME(WS-OP-IDX).
           GO TO 2300-EXIT.
       2300-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 2400-TALLY-SIGN-ON  --  SUCCESSES, FAILURES AND LOCKOUTS
      *                        FROM THE MENU'S SIGN-ON RECORDS
      *-------------------------------------------------------------
       2400-TALLY-SIGN-ON.
           IF WS-AL-OUTPUT-VALUE = "SIGNED ON"
               IF WS-AL-RUN-DATE > WS-OP-LAST-ACT-DATE(WS-OP-IDX)
                   MOVE WS-AL-RUN-DATE
                       TO WS-OP-LAST-ACT-DATE(WS-OP-IDX)
               END-IF
               IF WS-AL-RUN-DATE > WS-OP-LAST-ON-DATE(WS-OP-IDX)
                   OR (WS-AL-RUN-DATE = WS-OP-LAST-ON-DATE(WS-OP-IDX)
                   AND WS-AL-RUN-TIME > WS-OP-LAST-ON-TIME(WS-OP-IDX))
                   MOVE WS-AL-RUN-DATE
                       TO WS-OP-LAST-ON-DATE(WS-OP-IDX)
                   MOVE WS-AL-RUN-TIME
                       TO WS-OP-LAST-ON-TIME(WS-OP-IDX)
               END-IF
           END-IF.
           IF NOT WS-IN-PERIOD
               GO TO 2400-EXIT
           END-IF.
           EVALUATE WS-AL-OUTPUT-VALUE
               WHEN "SIGNED ON"
                   ADD 1 TO WS-OP-SIGNONS(WS-OP-IDX)
               WHEN "LOCKED OUT"
                   ADD 1 TO WS-OP-LOCKOUTS(WS-OP-IDX)
                   ADD 1 TO WS-OP-FAILURES(WS-OP-IDX)
               WHEN OTHER
                   ADD 1 TO WS-OP-FAILURES(WS-OP-IDX)
           END-EVALUATE.
           GO TO 2400-EXIT.
       2400-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 2500-COUNT-PROGRAM-RUN  --  ONE MORE RUN OF THIS UTILITY
      *                             FOR THIS OPERATOR
      *-------------------------------------------------------------
       2500-COUNT-PROGRAM-RUN.
           PERFORM VARYING WS-PGM-IDX FROM 1 BY 1
                   UNTIL WS-PGM-IDX > WS-OP-PGM-COUNT(WS-OP-IDX)
                   OR WS-OP-PGM-NAME(WS-OP-IDX, WS-PGM-IDX)
                       = WS-AL-PROGRAM-ID
           END-PERFORM.
           IF WS-PGM-IDX > WS-OP-PGM-COUNT(WS-OP-IDX)
               IF WS-OP-PGM-COUNT(WS-OP-IDX) >= 15
                   GO TO 2500-EXIT
               END-IF
               ADD 1 TO WS-OP-PGM-COUNT(WS-OP-IDX)
               MOVE WS-OP-PGM-COUNT(WS-OP-IDX) TO WS-PGM-IDX
               MOVE WS-AL-PROGRAM-ID
                   TO WS-OP-PGM-NAME(WS-OP-IDX, WS-PGM-IDX)
               MOVE 0 TO WS-OP-PGM-RUNS(WS-OP-IDX, WS-PGM-IDX)
           END-IF.
           ADD 1 TO WS-OP-PGM-RUNS(WS-OP-IDX, WS-PGM-IDX).
           GO TO 2500-EXIT.
       2500-EXIT.
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
      * 4000-PRINT-HEADER  --  THE REVIEW PERIOD AND THRESHOLDS
      *-------------------------------------------------------------
       4000-PRINT-HEADER.
           MOVE WS-PERIOD-START TO D-DATE.
           MOVE WS-BUS-DATE TO D-DATE-2.
           MOVE SPACES TO ACCESS-RPT-RECORD.
           STRING "REVIEW PERIOD " DELIMITED BY SIZE
                   D-DATE DELIMITED BY SIZE
                   " TO " DELIMITED BY SIZE
                   D-DATE-2 DELIMITED BY SIZE
               INTO ACCESS-RPT-RECORD.
           PERFORM 8900-WRITE-LINE
               THRU 8900-EXIT.
           MOVE WS-DORMANT-DAYS TO D-COUNT.
           MOVE SPACES TO ACCESS-RPT-RECORD.
           STRING "DORMANT = NO ACTIVITY IN THE LAST " DELIMITED BY SIZE
                   FUNCTION TRIM(D-COUNT) DELIMITED BY SIZE
                   " DAYS" DELIMITED BY SIZE
               INTO ACCESS-RPT-RECORD.
           PERFORM 8900-WRITE-LINE
               THRU 8900-EXIT.
           MOVE SPACES TO ACCESS-RPT-RECORD.
           PERFORM 8900-WRITE-LINE
               THRU 8900-EXIT.
           GO TO 4000-EXIT.
       4000-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 5000-PRINT-ONE-OPERATOR  --  STATUS, ACTIVITY, RUNS BY
      *                               UTILITY AND ANY FLAGS
      *-------------------------------------------------------------
       5000-PRINT-ONE-OPERATOR.
           ADD 1 TO WS-LISTED-CT.
           MOVE "N" TO WS-FLAGGED-SW.
           EVALUATE TRUE
               WHEN NOT WS-OP-ON-MASTER(WS-OP-IDX)
                   MOVE "NOT ON FILE" TO WS-STATUS-TEXT
                   ADD 1 TO WS-OFF-MASTER-CT
               WHEN WS-OP-ACTIVE-SW(WS-OP-IDX) = "Y"
                   MOVE "ACTIVE" TO WS-STATUS-TEXT
               WHEN WS-OP-ACTIVE-SW(WS-OP-IDX) = "L"
                   MOVE "LOCKED" TO WS-STATUS-TEXT
               WHEN OTHER
                   MOVE "DEACTIVATED" TO WS-STATUS-TEXT
           END-EVALUATE.
           MOVE SPACES TO ACCESS-RPT-RECORD.
           STRING "OPERATOR " DELIMITED BY SIZE
                   WS-OP-ID(WS-OP-IDX) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-OP-NAME(WS-OP-IDX) DELIMITED BY SIZE
                   " LEVEL " DELIMITED BY SIZE
                   WS-OP-LEVEL(WS-OP-IDX) DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-STATUS-TEXT DELIMITED BY SIZE
               INTO ACCESS-RPT-RECORD.
           PERFORM 8900-WRITE-LINE
               THRU 8900-EXIT.
           MOVE SPACES TO ACCESS-RPT-RECORD.
           IF WS-OP-LAST-ON-DATE(WS-OP-IDX) = 0
               MOVE "  LAST SIGN-ON  NONE ON FILE      "
                   TO ACCESS-RPT-RECORD
           ELSE
               MOVE WS-OP-LAST-ON-DATE(WS-OP-IDX) TO D-DATE
               MOVE WS-OP-LAST-ON-TIME(WS-OP-IDX)(1:2) TO D-TIME-HH
               MOVE WS-OP-LAST-ON-TIME(WS-OP-IDX)(3:2) TO D-TIME-MM
               STRING "  LAST SIGN-ON  " DELIMITED BY SIZE
                       D-DATE DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       D-TIME DELIMITED BY SIZE
                   INTO ACCESS-RPT-RECORD
           END-IF.
           IF WS-OP-LAST-ACT-DATE(WS-OP-IDX) = 0
               MOVE "LAST ACTIVITY  NONE ON FILE"
                   TO ACCESS-RPT-RECORD(37:27)
           ELSE
               MOVE WS-OP-LAST-ACT-DATE(WS-OP-IDX) TO D-DATE
               MOVE "LAST ACTIVITY" TO ACCESS-RPT-RECORD(37:13)
               MOVE D-DATE TO ACCESS-RPT-RECORD(52:10)
           END-IF.
           PERFORM 8900-WRITE-LINE
               THRU 8900-EXIT.
           MOVE WS-OP-SIGNONS(WS-OP-IDX) TO D-COUNT.
           MOVE WS-OP-FAILURES(WS-OP-IDX) TO D-COUNT-2.
           MOVE WS-OP-LOCKOUTS(WS-OP-IDX) TO D-COUNT-3.
           MOVE WS-OP-DESTRUCT(WS-OP-IDX) TO D-COUNT-4.
           MOVE SPACES TO ACCESS-RPT-RECORD.
           STRING "  SIGN-ONS " DELIMITED BY SIZE
                   D-COUNT DELIMITED BY SIZE
                   "  FAILED " DELIMITED BY SIZE
                   D-COUNT-2 DELIMITED BY SIZE
                   "  LOCKOUTS " DELIMITED BY SIZE
                   D-COUNT-3 DELIMITED BY SIZE
                   "  DESTRUCTIVE RUNS " DELIMITED BY SIZE
                   D-COUNT-4 DELIMITED BY SIZE
               INTO ACCESS-RPT-RECORD.
           PERFORM 8900-WRITE-LINE
               THRU 8900-EXIT.
           IF WS-OP-PGM-COUNT(WS-OP-IDX) = 0
               MOVE "  NO UTILITY RUNS IN THE PERIOD."
                   TO ACCESS-RPT-RECORD
               PERFORM 8900-WRITE-LINE
                   THRU 8900-EXIT
           ELSE
               MOVE "  RUNS BY UTILITY:" TO ACCESS-RPT-RECORD
               PERFORM 8900-WRITE-LINE
                   THRU 8900-EXIT
               PERFORM 5100-PRINT-ONE-PROGRAM
                   THRU 5100-EXIT
                   VARYING WS-PGM-IDX FROM 1 BY 1
                       UNTIL WS-PGM-IDX > WS-OP-PGM-COUNT(WS-OP-IDX)
           END-IF.
           PERFORM 5200-PRINT-FLAGS
               THRU 5200-EXIT.
           MOVE SPACES TO ACCESS-RPT-RECORD.
           PERFORM 8900-WRITE-LINE
               THRU 8900-EXIT.
           GO TO 5000-EXIT.
       5000-EXIT.
           EXIT.

       5100-PRINT-ONE-PROGRAM.
           MOVE WS-OP-PGM-RUNS(WS-OP-IDX, WS-PGM-IDX) TO D-COUNT.
           MOVE SPACES TO ACCESS-RPT-RECORD.
           MOVE WS-OP-PGM-NAME(WS-OP-IDX, WS-PGM-IDX)
               TO ACCESS-RPT-RECORD(5:11).
           MOVE D-COUNT TO ACCESS-RPT-RECORD(18:5).
           PERFORM 8900-WRITE-LINE
               THRU 8900-EXIT.
           GO TO 5100-EXIT.
       5100-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 5200-PRINT-FLAGS  --  DORMANT, ADMINISTRATOR DESTRUCTIVE
      *                        AND LOCKOUT FLAGS.  A DEACTIVATED
      *                        ACCOUNT IS NOT FLAGGED DORMANT.
      *-------------------------------------------------------------
       5200-PRINT-FLAGS.
           IF WS-OP-ACTIVE-SW(WS-OP-IDX) NOT = "N"
               AND WS-OP-ON-MASTER(WS-OP-IDX)
               AND WS-OP-LAST-ACT-DATE(WS-OP-IDX) < WS-DORMANT-CUTOFF
               ADD 1 TO WS-DORMANT-CT
               MOVE WS-DORMANT-DAYS TO D-COUNT
               MOVE SPACES TO ACCESS-RPT-RECORD
               STRING "  ** FLAG: DORMANT - NO ACTIVITY IN "
                           DELIMITED BY SIZE
                       FUNCTION TRIM(D-COUNT) DELIMITED BY SIZE
                       " DAYS" DELIMITED BY SIZE
                   INTO ACCESS-RPT-RECORD
               PERFORM 8900-WRITE-LINE
                   THRU 8900-EXIT
           END-IF.
           IF WS-OP-LEVEL(WS-OP-IDX) = 9
               AND WS-OP-DESTRUCT(WS-OP-IDX) > 0
               ADD 1 TO WS-ADMIN-DESTR-CT
               MOVE "  ** FLAG: ADMINISTRATOR RAN DESTRUCTIVE UTILITIES"
                   TO ACCESS-RPT-RECORD
               PERFORM 8900-WRITE-LINE
                   THRU 8900-EXIT
           END-IF.
           IF WS-OP-LOCKOUTS(WS-OP-IDX) > 0
               OR WS-OP-ACTIVE-SW(WS-OP-IDX) = "L"
               ADD 1 TO WS-LOCKOUT-CT
               MOVE "  ** FLAG: SIGN-ON LOCKOUT" TO ACCESS-RPT-RECORD
               PERFORM 8900-WRITE-LINE
                   THRU 8900-EXIT
           END-IF.
           GO TO 5200-EXIT.
       5200-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 6000-PRINT-SUMMARY  --  HOW MANY OF EACH FLAG
      *-------------------------------------------------------------
       6000-PRINT-SUMMARY.
           MOVE WS-LISTED-CT TO D-COUNT.
           MOVE SPACES TO ACCESS-RPT-RECORD.
           STRING "OPERATOR IDS REVIEWED:       " DELIMITED BY SIZE
                   D-COUNT DELIMITED BY SIZE
               INTO ACCESS-RPT-RECORD.
           PERFORM 8900-WRITE-LINE
               THRU 8900-EXIT.
           MOVE WS-OFF-MASTER-CT TO D-COUNT.
           MOVE SPACES TO ACCESS-RPT-RECORD.
           STRING "  OF WHICH NOT ON MASTER:    " DELIMITED BY SIZE
                   D-COUNT DELIMITED BY SIZE
               INTO ACCESS-RPT-RECORD.
           PERFORM 8900-WRITE-LINE
               THRU 8900-EXIT.
           MOVE WS-DORMANT-CT TO D-COUNT.
           MOVE SPACES TO ACCESS-RPT-RECORD.
           STRING "DORMANT ACCOUNTS:            " DELIMITED BY SIZE
                   D-COUNT DELIMITED BY SIZE
               INTO ACCESS-RPT-RECORD.
           PERFORM 8900-WRITE-LINE
               THRU 8900-EXIT.
           MOVE WS-ADMIN-DESTR-CT TO D-COUNT.
           MOVE SPACES TO ACCESS-RPT-RECORD.
           STRING "ADMINS WITH DESTRUCTIVE RUNS:" DELIMITED BY SIZE
                   D-COUNT DELIMITED BY SIZE
               INTO ACCESS-RPT-RECORD.
           PERFORM 8900-WRITE-LINE
               THRU 8900-EXIT.
           MOVE WS-LOCKOUT-CT TO D-COUNT.
           MOVE SPACES TO ACCESS-RPT-RECORD.
           STRING "ACCOUNTS WITH LOCKOUTS:      " DELIMITED BY SIZE
                   D-COUNT DELIMITED BY SIZE
               INTO ACCESS-RPT-RECORD.
           PERFORM 8900-WRITE-LINE
               THRU 8900-EXIT.
           MOVE WS-SCANNED-CT TO D-COUNT.
           MOVE SPACES TO ACCESS-RPT-RECORD.
           STRING "AUDIT RECORDS SCANNED:       " DELIMITED BY SIZE
                   D-COUNT DELIMITED BY SIZE
               INTO ACCESS-RPT-RECORD.
           PERFORM 8900-WRITE-LINE
               THRU 8900-EXIT.
           GO TO 6000-EXIT.
       6000-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 7000-PRINT-SIGNATURE-BLOCK  --  FOR THE CERTIFYING MANAGER
      *-------------------------------------------------------------
       7000-PRINT-SIGNATURE-BLOCK.
           MOVE SPACES TO ACCESS-RPT-RECORD.
           PERFORM 8900-WRITE-LINE
               THRU 8900-EXIT.
           MOVE "CERTIFICATION" TO ACCESS-RPT-RECORD.
           PERFORM 8900-WRITE-LINE
               THRU 8900-EXIT.
           MOVE "I HAVE REVIEWED THE ACCESS LISTED ABOVE. IT IS"
               TO ACCESS-RPT-RECORD.
           PERFORM 8900-WRITE-LINE
               THRU 8900-EXIT.
           MOVE "APPROPRIATE EXCEPT WHERE I HAVE MARKED A CHANGE."
               TO ACCESS-RPT-RECORD.
           PERFORM 8900-WRITE-LINE
               THRU 8900-EXIT.
           MOVE SPACES TO ACCESS-RPT-RECORD.
           PERFORM 8900-WRITE-LINE
               THRU 8900-EXIT.
           MOVE "MANAGER NAME: ______________________________"
               TO ACCESS-RPT-RECORD.
           PERFORM 8900-WRITE-LINE
               THRU 8900-EXIT.
           MOVE SPACES TO ACCESS-RPT-RECORD.
           PERFORM 8900-WRITE-LINE
               THRU 8900-EXIT.
           MOVE "SIGNATURE:    ______________________________"
               TO ACCESS-RPT-RECORD.
           MOVE "DATE: ____________" TO ACCESS-RPT-RECORD(48:18).
           PERFORM 8900-WRITE-LINE
               THRU 8900-EXIT.
           GO TO 7000-EXIT.
       7000-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 8900-WRITE-LINE  --  DISPLAY AND PRINT ONE REPORT LINE,
      *                       WITH THE SHARED PAGE-HEADING BREAK
      *-------------------------------------------------------------
       8900-WRITE-LINE.
           MOVE ACCESS-RPT-RECORD TO WS-RH-DETAIL.
           IF WS-RH-LINE-COUNT >= WS-RH-LINES-PER-PAGE
               PERFORM 9800-BUILD-PAGE-HEADING
                   THRU 9800-EXIT
               WRITE ACCESS-RPT-RECORD FROM WS-RH-HEADING-1
               WRITE ACCESS-RPT-RECORD FROM WS-RH-HEADING-2
               MOVE SPACES TO ACCESS-RPT-RECORD
               WRITE ACCESS-RPT-RECORD
               ADD 3 TO WS-RH-LINE-COUNT
               ADD 3 TO WS-RH-TOTAL-LINES
           END-IF.
           DISPLAY WS-RH-DETAIL.
           WRITE ACCESS-RPT-RECORD FROM WS-RH-DETAIL.
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
           WRITE ACCESS-RPT-RECORD FROM WS-RH-TRAILER.
           CLOSE ACCESS-RPT.
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
