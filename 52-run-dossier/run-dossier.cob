       IDENTIFICATION DIVISION.
       PROGRAM-ID. RUN-DOSSIER.
       AUTHOR. HARISH-KUMAR.
       INSTALLATION. UNIKODE-DATA-CENTER.
       DATE-WRITTEN. 2026/10/15.
       DATE-COMPILED.
      *-------------------------------------------------------------
      * MODIFICATION HISTORY
      *-------------------------------------------------------------
      * DATE       INIT DESCRIPTION
      * ---------- ---- -----------------------------------------
      * 2026/10/15  HK  FIRST VERSION - RUN DOSSIER FOR INCIDENT
      *                 REVIEW.  TAKES ONE RUN-ID, OR A BUSINESS DATE
      *                 AND A CHAIN STEP NUMBER (RESOLVED THROUGH THE
      *                 JOB-RUN HISTORY TO THE RUN-ID THAT STEP RAN
      *                 UNDER), AND GATHERS EVERY RECORD THAT RUN
      *                 LEFT ON THE DAILY AUDIT TRAIL, THE EXCEPTION
      *                 LOG, EVERY ARCHIVED GENERATION OF BOTH, THE
      *                 FORWARD-RECOVERY JOURNAL, THE OUTPUT CATALOG,
      *                 THE JOB-RUN HISTORY, THE REJECT DISPOSITION
      *                 HISTORY AND THE SYSPARM CHANGE HISTORY INTO
      *                 ONE PRINTED DOSSIER IN TIME ORDER, WITH A
      *                 COUNT OF RECORDS FOUND ON EACH FILE.  OUTPUT
      *                 CATALOG ENTRIES MADE BEFORE THE CATALOG
      *                 CARRIED THE RUN-ID ARE MATCHED BY THE CHAIN
      *                 STEP'S START/END WINDOW INSTEAD.  RETURNS 4
      *                 WHEN NOTHING IS FOUND FOR THE RUN, 8 WHEN THE
      *                 SELECTION CANNOT BE USED.
      * 2026/10/15  HK  ADDED THE PROGRAM'S BUILD IDENTITY - VERSION AND
      *                 COMPILE DATE, SEE VERSWS.CPY - STAMPED ON ITS
      *                 AUDIT RECORDS AND PAGE HEADINGS.  ARCHIVED AUDIT
      *                 LINES ARE READ INTO A 140-BYTE BUFFER TO TAKE
      *                 THE LONGER AUDIT RECORD WHOLE.
      *-------------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DOSSIER-RPT ASSIGN TO "RUNDOSS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           COPY ARCHMSL.
           SELECT ARCH-IN ASSIGN TO DYNAMIC WS-ARCH-IN-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AI-STATUS.
           SELECT REJECT-HISTORY ASSIGN TO "REJDISP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RD-STATUS.
           SELECT SYSPARM-HISTORY ASSIGN TO "SYSPMHST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SH-STATUS.
           COPY EXCPSEL.
           COPY JRNLSL.
           COPY OUTCATSL.
           COPY JOBHSL.
           COPY AUDITSEL.
           COPY AUDITCSL.
           COPY RUNIDSEL.
           COPY SIGNSEL.
           COPY CALSEL.

       DATA DIVISION.
       FILE SECTION.
       FD  DOSSIER-RPT.
       01  DOSSIER-RPT-RECORD      PIC X(80).

       COPY ARCHMFD.

       FD  ARCH-IN.
       01  ARCH-IN-RECORD          PIC X(140).

       FD  REJECT-HISTORY.
       01  REJECT-HISTORY-RECORD.
           05 RD-DATE              PIC 9(08).
           05 FILLER               PIC X(01).
           05 RD-TIME              PIC 9(08).
           05 FILLER               PIC X(01).
           05 RD-OPERATOR          PIC X(08).
           05 FILLER               PIC X(01).
           05 RD-RUN-ID            PIC X(13).
           05 FILLER               PIC X(01).
           05 RD-SOURCE            PIC X(12).
           05 FILLER               PIC X(01).
           05 RD-INPUT             PIC X(11).
           05 FILLER               PIC X(01).
           05 RD-DISP              PIC X(01).
           05 FILLER               PIC X(01).
           05 RD-NOTE              PIC X(20).

       FD  SYSPARM-HISTORY.
       01  SYSPARM-HISTORY-RECORD.
           05 SH-DATE              PIC 9(08).
           05 FILLER               PIC X(01).
           05 SH-TIME              PIC 9(08).
           05 FILLER               PIC X(01).
           05 SH-OPERATOR          PIC X(08).
           05 FILLER               PIC X(01).
           05 SH-RUN-ID            PIC X(13).
           05 FILLER               PIC X(01).
           05 SH-KEYWORD           PIC X(20).
           05 FILLER               PIC X(01).
           05 SH-OLD-VALUE         PIC X(10).
           05 FILLER               PIC X(01).
           05 SH-NEW-VALUE         PIC X(10).

       COPY EXCPFD.

       COPY JRNLFD.

       COPY OUTCATFD.

       COPY JOBHFD.

       COPY AUDITFD.

       COPY AUDITCFD.

       COPY RUNIDFD.

       COPY SIGNFD.

       COPY CALFD.

       WORKING-STORAGE SECTION.
      *    BUILD IDENTITY - RAISE WS-VR-VERSION WITH EACH ENTRY
      *    IN THE MODIFICATION HISTORY (SEE VERSWS.CPY)
       01  WS-VR-PROGRAM           PIC X(17) VALUE "RUN-DOSSIER".
       01  WS-VR-VERSION           PIC X(06) VALUE "1.02".
       COPY VERSWS.
       COPY CALWS.
       COPY RUNIDWS.
       COPY AUDITCWS.
       COPY SIGNWS.
       COPY RPTHDWS.
       COPY JRNLWS.
       COPY OUTCATWS.
       COPY NUMVALWS.
       01  WS-DA-STATUS            PIC X(02).
       01  WS-EX-STATUS            PIC X(02).
       01  WS-JH-STATUS            PIC X(02).
           88 WS-JH-OK                        VALUE "00".
       01  WS-AM-STATUS            PIC X(02).
           88 WS-AM-OK                        VALUE "00".
       01  WS-AI-STATUS            PIC X(02).
           88 WS-AI-OK                        VALUE "00".
       01  WS-RD-STATUS            PIC X(02).
           88 WS-RD-OK                        VALUE "00".
       01  WS-SH-STATUS            PIC X(02).
           88 WS-SH-OK                        VALUE "00".

       01  WS-ARCH-IN-NAME         PIC X(25).
       01  WS-GEN-PREFIX           PIC X(09).
       01  WS-GEN-PREFIX-LEN       PIC 9(02) USAGE COMP.

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
           05 WS-AL-RETURN-CODE    PIC S9(04).
           05 FILLER               PIC X(01).
           05 WS-AL-RUN-ID         PIC X(13).
           05 FILLER               PIC X(01).
           05 WS-AL-OPERATOR-ID    PIC X(08).
           05 FILLER               PIC X(20).

      *    COMMON IMAGE OF ONE EXCEPTION-LOG LINE, CURRENT OR ARCHIVED
       01  WS-EXCP-LINE.
           05 WS-EL-PROGRAM-ID     PIC X(11).
           05 FILLER               PIC X(01).
           05 WS-EL-RUN-DATE       PIC 9(08).
           05 FILLER               PIC X(01).
           05 WS-EL-RUN-TIME       PIC 9(08).
           05 FILLER               PIC X(01).
           05 WS-EL-EXCEPTION-TYPE PIC X(10).
           05 FILLER               PIC X(01).
           05 WS-EL-DETAIL         PIC X(30).
           05 FILLER               PIC X(01).
           05 WS-EL-RETURN-CODE    PIC S9(04).
           05 FILLER               PIC X(01).
           05 WS-EL-RUN-ID         PIC X(13).
           05 FILLER               PIC X(01).
           05 WS-EL-OPERATOR-ID    PIC X(08).
           05 FILLER               PIC X(21).

      *    THE SELECTION - A RUN-ID, OR A BUSINESS DATE AND STEP
       01  WS-ENTERED-RUN-ID       PIC X(13).
       01  WS-WANTED-RUN-ID        PIC X(13) VALUE SPACES.
       01  WS-WANTED-RUN-ID-PARTS REDEFINES WS-WANTED-RUN-ID.
           05 WS-WR-DATE           PIC 9(08).
           05 WS-WR-DASH           PIC X(01).
           05 WS-WR-SEQ            PIC 9(04).
       01  WS-WANTED-DATE          PIC 9(08) VALUE 0.
       01  WS-WANTED-STEP          PIC 9(02) VALUE 0.

      *    THE CHAIN STEP THE RUN BELONGS TO, FROM THE JOB HISTORY
       01  WS-STEP-NO              PIC 9(02) VALUE 0.
       01  WS-STEP-NAME            PIC X(17) VALUE SPACES.
       01  WS-STEP-START-TIME      PIC 9(08) VALUE 0.
       01  WS-STEP-END-TIME        PIC 9(08) VALUE 0.
       01  WS-STEP-RC              PIC S9(04) VALUE 0.
       01  WS-RUN-FIRST-TIME       PIC 9(08) VALUE 0.
       01  WS-TEST-TIME            PIC 9(08).

      *    ONE ROW PER RECORD FOUND, SORTED INTO TIME ORDER
       01  WS-DOSSIER.
           05 WS-DS-COUNT          PIC 9(04) VALUE 0 USAGE COMP.
           05 WS-DS-ENTRY          OCCURS 500 TIMES.
               10 WS-DS-WHEN.
                   15 WS-DS-DATE   PIC 9(08).
                   15 WS-DS-TIME   PIC 9(08).
               10 WS-DS-SOURCE     PIC 9(02).
               10 WS-DS-TEXT-1     PIC X(50).
               10 WS-DS-TEXT-2     PIC X(60).
       01  WS-DS-HOLD              PIC X(128).
       01  WS-DS-MAX               PIC 9(04) VALUE 500 USAGE COMP.
       01  WS-DS-IDX               PIC 9(04) USAGE COMP.
       01  WS-DS-IDX-2             PIC 9(04) USAGE COMP.
       01  WS-NEW-DATE             PIC 9(08).
       01  WS-NEW-TIME             PIC 9(08).
       01  WS-NEW-SOURCE           PIC 9(02).
       01  WS-NEW-TEXT-1           PIC X(50).
       01  WS-NEW-TEXT-2           PIC X(60).

      *    THE FILES SEARCHED, IN SUMMARY ORDER
       01  WS-SOURCE-NAMES-AREA.
           05 FILLER               PIC X(08) VALUE "DAILYAUD".
           05 FILLER               PIC X(08) VALUE "ARCH-AUD".
           05 FILLER               PIC X(08) VALUE "EXCPLOG".
           05 FILLER               PIC X(08) VALUE "ARCH-EXC".
           05 FILLER               PIC X(08) VALUE "JOURNAL".
           05 FILLER               PIC X(08) VALUE "OUTCATLG".
           05 FILLER               PIC X(08) VALUE "JOBHIST".
           05 FILLER               PIC X(08) VALUE "REJDISP".
           05 FILLER               PIC X(08) VALUE "SYSPMHST".
       01  WS-SOURCE-NAMES REDEFINES WS-SOURCE-NAMES-AREA.
           05 WS-SOURCE-NAME       PIC X(08) OCCURS 9 TIMES.
       01  WS-SOURCE-FILES-AREA.
           05 FILLER               PIC X(25) VALUE "DAILYAUD.DAT".
           05 FILLER               PIC X(25) VALUE
                                       "DAILYAUD GENERATIONS".
           05 FILLER               PIC X(25) VALUE "EXCPLOG.DAT".
           05 FILLER               PIC X(25) VALUE
                                       "EXCPLOG GENERATIONS".
           05 FILLER               PIC X(25) VALUE SPACES.
           05 FILLER               PIC X(25) VALUE "OUTCATLG.DAT".
           05 FILLER               PIC X(25) VALUE "JOBHIST.DAT".
           05 FILLER               PIC X(25) VALUE "REJDISP.DAT".
           05 FILLER               PIC X(25) VALUE "SYSPMHST.DAT".
       01  WS-SOURCE-FILES REDEFINES WS-SOURCE-FILES-AREA.
           05 WS-SOURCE-FILE       PIC X(25) OCCURS 9 TIMES.
       01  WS-SOURCE-COUNTS.
           05 WS-SOURCE-CT         PIC 9(05) USAGE COMP
                                       OCCURS 9 TIMES.
       01  WS-SRC-IDX              PIC 9(02) USAGE COMP.
       01  WS-LINE-SOURCE          PIC 9(02).

       01  WS-COUNTERS.
           05 WS-FOUND-CT          PIC 9(05) VALUE 0 USAGE COMP.
           05 WS-NOT-LISTED-CT     PIC 9(05) VALUE 0 USAGE COMP.
           05 WS-GENERATION-CT     PIC 9(05) VALUE 0 USAGE COMP.

       01  D-COUNT                 PIC Z(4)9.
       01  D-RC                    PIC -(4)9.
       01  D-STEP                  PIC Z9.
       01  D-DATE                  PIC 9999/99/99.
       01  D-TIME.
           05 D-TIME-HH            PIC 9(02).
           05 FILLER               PIC X(01) VALUE ":".
           05 D-TIME-MM            PIC 9(02).
           05 FILLER               PIC X(01) VALUE ":".
           05 D-TIME-SS            PIC 9(02).
       01  D-TIME-2                PIC X(08).

       01  WS-SWITCHES.
           05 WS-SELECT-OK-SW      PIC X(01) VALUE "N".
               88 WS-SELECT-OK                VALUE "Y".
           05 WS-BY-STEP-SW        PIC X(01) VALUE "N".
               88 WS-BY-STEP                  VALUE "Y".
           05 WS-STEP-FOUND-SW     PIC X(01) VALUE "N".
               88 WS-STEP-FOUND               VALUE "Y".
           05 WS-WINDOW-WRAP-SW    PIC X(01) VALUE "N".
               88 WS-WINDOW-WRAPS             VALUE "Y".
           05 WS-IN-WINDOW-SW      PIC X(01) VALUE "N".
               88 WS-IN-WINDOW                VALUE "Y".
           05 WS-RESOLVING-SW      PIC X(01) VALUE "N".
               88 WS-RESOLVING                VALUE "Y".
           05 WS-GEN-KIND-SW       PIC X(01) VALUE "A".
               88 WS-GEN-AUDIT                VALUE "A".
               88 WS-GEN-EXCP                 VALUE "E".
           05 WS-SORT-SWAPPED-SW   PIC X(01) VALUE "N".
               88 WS-SORT-SWAPPED             VALUE "Y".
           05 WS-EOF-SW            PIC X(01) VALUE "N".
               88 WS-EOF                      VALUE "Y".
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
           PERFORM 1500-GET-SELECTION
               THRU 1500-EXIT.
           IF NOT WS-SELECT-OK
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           IF WS-BY-STEP
               PERFORM 2000-RESOLVE-STEP
                   THRU 2000-EXIT
               IF NOT WS-SELECT-OK
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF.
           PERFORM 3000-SCAN-AUDIT
               THRU 3000-EXIT.
           PERFORM 3500-SCAN-EXCEPTIONS
               THRU 3500-EXIT.
           PERFORM 4000-SCAN-JOURNAL
               THRU 4000-EXIT.
           PERFORM 4100-SCAN-REJECT-HISTORY
               THRU 4100-EXIT.
           PERFORM 4200-SCAN-SYSPARM-HISTORY
               THRU 4200-EXIT.
           PERFORM 4300-SCAN-JOB-HISTORY
               THRU 4300-EXIT.
           PERFORM 4400-SCAN-OUTPUT-CATALOG
               THRU 4400-EXIT.
           PERFORM 5000-SORT-BY-TIME
               THRU 5000-EXIT.
           OPEN OUTPUT DOSSIER-RPT.
           PERFORM 6000-PRINT-DOSSIER
               THRU 6000-EXIT.
           PERFORM 7000-PRINT-SUMMARY
               THRU 7000-EXIT.
           PERFORM 9999-TERMINATE
               THRU 9999-EXIT.
           IF WS-FOUND-CT = 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           GOBACK.

      *-------------------------------------------------------------
      * 1000-INITIALIZE  --  STAMPS AND REPORT TITLES
      *-------------------------------------------------------------
       1000-INITIALIZE.
           PERFORM 9370-GET-BUSINESS-DATE
               THRU 9370-EXIT.
           PERFORM 9380-ASSIGN-RUN-ID
               THRU 9380-EXIT.
           PERFORM 9390-GET-OPERATOR
               THRU 9390-EXIT.
           INITIALIZE WS-SOURCE-COUNTS.
           MOVE "RUN DOSSIER" TO WS-RH-TITLE.
           MOVE "RUN-DOSSIER" TO WS-RH-PROGRAM-ID.
           GO TO 1000-EXIT.
       1000-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 1500-GET-SELECTION  --  A RUN-ID, OR A BUSINESS DATE AND A
      *                         CHAIN STEP NUMBER
      *-------------------------------------------------------------
       1500-GET-SELECTION.
           MOVE "N" TO WS-SELECT-OK-SW.
           DISPLAY "Run dossier".
           DISPLAY "Run-ID YYYYMMDD-NNNN (blank to choose by date "
               "and step): " WITH NO ADVANCING.
           ACCEPT WS-ENTERED-RUN-ID.
           IF WS-ENTERED-RUN-ID NOT = SPACES
               MOVE WS-ENTERED-RUN-ID TO WS-WANTED-RUN-ID
               IF WS-WR-DATE IS NOT NUMERIC
                   OR WS-WR-DASH NOT = "-"
                   OR WS-WR-SEQ IS NOT NUMERIC
                   DISPLAY "RUN-DOSSIER: " WS-ENTERED-RUN-ID
                       " is not a YYYYMMDD-NNNN run-ID."
                   GO TO 1500-EXIT
               END-IF
               MOVE WS-WR-DATE TO WS-WANTED-DATE
               MOVE "Y" TO WS-SELECT-OK-SW
               GO TO 1500-EXIT
           END-IF.
           MOVE "Y" TO WS-BY-STEP-SW.
           DISPLAY "Business date YYYYMMDD (0 for the current "
               "business date): " WITH NO ADVANCING.
           PERFORM 8000-GET-NUMERIC-ENTRY
               THRU 8000-EXIT.
           COMPUTE WS-WANTED-DATE = WS-NUM-ENTRY-VAL
               ON SIZE ERROR
                   MOVE 0 TO WS-WANTED-DATE
           END-COMPUTE.
           IF WS-WANTED-DATE = 0
               MOVE WS-BUS-DATE TO WS-WANTED-DATE
           END-IF.
           DISPLAY "Chain step number: " WITH NO ADVANCING.
           PERFORM 8000-GET-NUMERIC-ENTRY
               THRU 8000-EXIT.
           COMPUTE WS-WANTED-STEP = WS-NUM-ENTRY-VAL
               ON SIZE ERROR
                   MOVE 0 TO WS-WANTED-STEP
           END-COMPUTE.
           IF WS-WANTED-STEP = 0
               DISPLAY "RUN-DOSSIER: a chain step number from 1 to "
                   "99 is required."
               GO TO 1500-EXIT
           END-IF.
           MOVE "Y" TO WS-SELECT-OK-SW.
           GO TO 1500-EXIT.
       1500-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 2000-RESOLVE-STEP  --  FIND THE STEP ON THE JOB HISTORY,
      *                         THEN THE RUN-ID OF THE FIRST AUDIT
      *                         OR EXCEPTION RECORD WRITTEN INSIDE
      *                         ITS START/END WINDOW.  A RERUN STEP
      *                         RESOLVES TO ITS LATEST ATTEMPT.
      *-------------------------------------------------------------
       2000-RESOLVE-STEP.
           MOVE "N" TO WS-SELECT-OK-SW.
           MOVE "N" TO WS-EOF-SW.
           OPEN INPUT JOB-HISTORY.
           IF NOT WS-JH-OK
               DISPLAY "RUN-DOSSIER: JOBHIST.DAT not found."
               GO TO 2000-EXIT
           END-IF.
           PERFORM 2100-FIND-ONE-STEP
               THRU 2100-EXIT
               UNTIL WS-EOF.
           CLOSE JOB-HISTORY.
           MOVE WS-WANTED-STEP TO D-STEP.
           MOVE WS-WANTED-DATE TO D-DATE.
           IF NOT WS-STEP-FOUND
               DISPLAY "RUN-DOSSIER: no job history for step "
                   FUNCTION TRIM(D-STEP) " on " D-DATE "."
               GO TO 2000-EXIT
           END-IF.
           MOVE "Y" TO WS-SELECT-OK-SW.
           MOVE "Y" TO WS-RESOLVING-SW.
           PERFORM 3000-SCAN-AUDIT
               THRU 3000-EXIT.
           IF WS-WANTED-RUN-ID = SPACES
               PERFORM 3500-SCAN-EXCEPTIONS
                   THRU 3500-EXIT
           END-IF.
           MOVE "N" TO WS-RESOLVING-SW.
           IF WS-WANTED-RUN-ID = SPACES
               DISPLAY "RUN-DOSSIER: no audit or exception record "
                   "inside the window of step "
                   FUNCTION TRIM(D-STEP) " - only the job history "
                   "and output catalog can be searched."
           END-IF.
           GO TO 2000-EXIT.
       2000-EXIT.
           EXIT.

       2100-FIND-ONE-STEP.
           READ JOB-HISTORY
               AT END
                   MOVE "Y" TO WS-EOF-SW
                   GO TO 2100-EXIT
           END-READ.
           IF JH-BUS-DATE NOT = WS-WANTED-DATE
               OR JH-STEP-NO NOT = WS-WANTED-STEP
               GO TO 2100-EXIT
           END-IF.
           PERFORM 2200-TAKE-STEP
               THRU 2200-EXIT.
           GO TO 2100-EXIT.
       2100-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 2200-TAKE-STEP  --  REMEMBER THE JOB-HISTORY ROW JUST READ
      *                      AS THE RUN'S STEP AND ITS WINDOW.  A
      *                      STEP THAT RAN PAST MIDNIGHT WRAPS.
      *-------------------------------------------------------------
       2200-TAKE-STEP.
           MOVE "Y" TO WS-STEP-FOUND-SW.
           MOVE JH-STEP-NO TO WS-STEP-NO.
           MOVE JH-STEP-NAME TO WS-STEP-NAME.
           MOVE JH-START-TIME TO WS-STEP-START-TIME.
           MOVE JH-END-TIME TO WS-STEP-END-TIME.
           MOVE JH-RETURN-CODE TO WS-STEP-RC.
           MOVE "N" TO WS-WINDOW-WRAP-SW.
           IF JH-END-DATE > JH-START-DATE
               MOVE "Y" TO WS-WINDOW-WRAP-SW
           END-IF.
           GO TO 2200-EXIT.
       2200-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 2900-TEST-WINDOW  --  IS WS-TEST-TIME INSIDE THE STEP'S
      *                        START/END WINDOW
      *-------------------------------------------------------------
       2900-TEST-WINDOW.
           MOVE "N" TO WS-IN-WINDOW-SW.
           IF NOT WS-STEP-FOUND
               GO TO 2900-EXIT
           END-IF.
           IF WS-WINDOW-WRAPS
               IF WS-TEST-TIME >= WS-STEP-START-TIME
                   OR WS-TEST-TIME <= WS-STEP-END-TIME
                   MOVE "Y" TO WS-IN-WINDOW-SW
               END-IF
           ELSE
               IF WS-TEST-TIME >= WS-STEP-START-TIME
                   AND WS-TEST-TIME <= WS-STEP-END-TIME
                   MOVE "Y" TO WS-IN-WINDOW-SW
               END-IF
           END-IF.
           GO TO 2900-EXIT.
       2900-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 3000-SCAN-AUDIT  --  THE LIVE DAILY-AUDIT TRAIL, THEN EVERY
      *                       DAILYAUD GENERATION ON THE MANIFEST
      *-------------------------------------------------------------
       3000-SCAN-AUDIT.
           MOVE 1 TO WS-LINE-SOURCE.
           MOVE "N" TO WS-EOF-SW.
           OPEN INPUT DAILY-AUDIT.
           IF WS-DA-STATUS = "00"
               PERFORM 3100-READ-ONE-AUDIT
                   THRU 3100-EXIT
                   UNTIL WS-EOF
               CLOSE DAILY-AUDIT
           END-IF.
           MOVE 2 TO WS-LINE-SOURCE.
           MOVE "A" TO WS-GEN-KIND-SW.
           MOVE "DAILYAUD." TO WS-GEN-PREFIX.
           MOVE 9 TO WS-GEN-PREFIX-LEN.
           PERFORM 3800-SCAN-GENERATIONS
               THRU 3800-EXIT.
           GO TO 3000-EXIT.
       3000-EXIT.
           EXIT.

       3100-READ-ONE-AUDIT.
           READ DAILY-AUDIT INTO WS-AUDIT-LINE
               AT END
                   MOVE "Y" TO WS-EOF-SW
                   GO TO 3100-EXIT
           END-READ.
           PERFORM 3200-OFFER-AUDIT-LINE
               THRU 3200-EXIT.
           GO TO 3100-EXIT.
       3100-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 3200-OFFER-AUDIT-LINE  --  WHILE RESOLVING A STEP, TAKE THE
      *                             RUN-ID OF THE FIRST LINE IN THE
      *                             WINDOW; OTHERWISE FILE EVERY
      *                             LINE OF THE WANTED RUN
      *-------------------------------------------------------------
       3200-OFFER-AUDIT-LINE.
           IF WS-AL-RUN-DATE IS NOT NUMERIC
               GO TO 3200-EXIT
           END-IF.
           IF WS-AL-RUN-TIME IS NOT NUMERIC
               MOVE 0 TO WS-AL-RUN-TIME
           END-IF.
           IF WS-RESOLVING
               IF WS-WANTED-RUN-ID = SPACES
                   AND WS-AL-RUN-DATE = WS-WANTED-DATE
                   AND WS-AL-RUN-ID NOT = SPACES
                   MOVE WS-AL-RUN-TIME TO WS-TEST-TIME
                   PERFORM 2900-TEST-WINDOW
                       THRU 2900-EXIT
                   IF WS-IN-WINDOW
                       MOVE WS-AL-RUN-ID TO WS-WANTED-RUN-ID
                   END-IF
               END-IF
               GO TO 3200-EXIT
           END-IF.
           IF WS-WANTED-RUN-ID = SPACES
               OR WS-AL-RUN-ID NOT = WS-WANTED-RUN-ID
               GO TO 3200-EXIT
           END-IF.
           PERFORM 3300-NOTE-RUN-TIME
               THRU 3300-EXIT.
           MOVE WS-AL-RUN-DATE TO WS-NEW-DATE.
           MOVE WS-AL-RUN-TIME TO WS-NEW-TIME.
           MOVE WS-LINE-SOURCE TO WS-NEW-SOURCE.
           IF WS-AL-RETURN-CODE IS NUMERIC
               MOVE WS-AL-RETURN-CODE TO D-RC
           ELSE
               MOVE 0 TO D-RC
           END-IF.
           MOVE SPACES TO WS-NEW-TEXT-1.
           STRING WS-AL-PROGRAM-ID DELIMITED BY SIZE
                   " RC " DELIMITED BY SIZE
                   FUNCTION TRIM(D-RC) DELIMITED BY SIZE
                   "  OPERATOR " DELIMITED BY SIZE
                   WS-AL-OPERATOR-ID DELIMITED BY SIZE
               INTO WS-NEW-TEXT-1.
           MOVE SPACES TO WS-NEW-TEXT-2.
           STRING "IN  " DELIMITED BY SIZE
                   WS-AL-INPUT-VALUE DELIMITED BY SIZE
                   "  OUT " DELIMITED BY SIZE
                   WS-AL-OUTPUT-VALUE DELIMITED BY SIZE
               INTO WS-NEW-TEXT-2.
           PERFORM 4900-ADD-ENTRY
               THRU 4900-EXIT.
           GO TO 3200-EXIT.
       3200-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 3300-NOTE-RUN-TIME  --  KEEP THE EARLIEST AUDIT OR EXCEPTION
      *                        TIME OF THE RUN, TO PLACE IT ON THE
      *                        JOB HISTORY
      *-------------------------------------------------------------
       3300-NOTE-RUN-TIME.
           IF WS-LINE-SOURCE < 3
               IF WS-RUN-FIRST-TIME = 0
                   OR WS-AL-RUN-TIME < WS-RUN-FIRST-TIME
                   MOVE WS-AL-RUN-TIME TO WS-RUN-FIRST-TIME
               END-IF
           ELSE
               IF WS-RUN-FIRST-TIME = 0
                   OR WS-EL-RUN-TIME < WS-RUN-FIRST-TIME
                   MOVE WS-EL-RUN-TIME TO WS-RUN-FIRST-TIME
               END-IF
           END-IF.
           GO TO 3300-EXIT.
       3300-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 3500-SCAN-EXCEPTIONS  --  THE LIVE EXCEPTION LOG, THEN EVERY
      *                            EXCPLOG GENERATION ON THE MANIFEST
      *-------------------------------------------------------------
       3500-SCAN-EXCEPTIONS.
           MOVE 3 TO WS-LINE-SOURCE.
           MOVE "N" TO WS-EOF-SW.
           OPEN INPUT EXCEPTION-LOG.
           IF WS-EX-STATUS = "00"
               PERFORM 3600-READ-ONE-EXCEPTION
                   THRU 3600-EXIT
                   UNTIL WS-EOF
               CLOSE EXCEPTION-LOG
           END-IF.
           MOVE 4 TO WS-LINE-SOURCE.
           MOVE "E" TO WS-GEN-KIND-SW.
           MOVE "EXCPLOG." TO WS-GEN-PREFIX.
           MOVE 8 TO WS-GEN-PREFIX-LEN.
           PERFORM 3800-SCAN-GENERATIONS
               THRU 3800-EXIT.
           GO TO 3500-EXIT.
       3500-EXIT.
           EXIT.

       3600-READ-ONE-EXCEPTION.
           READ EXCEPTION-LOG INTO WS-EXCP-LINE
               AT END
                   MOVE "Y" TO WS-EOF-SW
                   GO TO 3600-EXIT
           END-READ.
           PERFORM 3700-OFFER-EXCP-LINE
               THRU 3700-EXIT.
           GO TO 3600-EXIT.
       3600-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 3700-OFFER-EXCP-LINE  --  THE EXCEPTION-LOG COUNTERPART OF
      *                            3200-OFFER-AUDIT-LINE
      *-------------------------------------------------------------
       3700-OFFER-EXCP-LINE.
           IF WS-EL-RUN-DATE IS NOT NUMERIC
               GO TO 3700-EXIT
           END-IF.
           IF WS-EL-RUN-TIME IS NOT NUMERIC
               MOVE 0 TO WS-EL-RUN-TIME
           END-IF.
           IF WS-RESOLVING
               IF WS-WANTED-RUN-ID = SPACES
                   AND WS-EL-RUN-DATE = WS-WANTED-DATE
                   AND WS-EL-RUN-ID NOT = SPACES
                   MOVE WS-EL-RUN-TIME TO WS-TEST-TIME
                   PERFORM 2900-TEST-WINDOW
                       THRU 2900-EXIT
                   IF WS-IN-WINDOW
                       MOVE WS-EL-RUN-ID TO WS-WANTED-RUN-ID
                   END-IF
               END-IF
               GO TO 3700-EXIT
           END-IF.
           IF WS-WANTED-RUN-ID = SPACES
               OR WS-EL-RUN-ID NOT = WS-WANTED-RUN-ID
               GO TO 3700-EXIT
           END-IF.
           PERFORM 3300-NOTE-RUN-TIME
               THRU 3300-EXIT.
           MOVE WS-EL-RUN-DATE TO WS-NEW-DATE.
           MOVE WS-EL-RUN-TIME TO WS-NEW-TIME.
           MOVE WS-LINE-SOURCE TO WS-NEW-SOURCE.
           IF WS-EL-RETURN-CODE IS NUMERIC
               MOVE WS-EL-RETURN-CODE TO D-RC
           ELSE
               MOVE 0 TO D-RC
           END-IF.
           MOVE SPACES TO WS-NEW-TEXT-1.
           STRING WS-EL-PROGRAM-ID DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-EL-EXCEPTION-TYPE DELIMITED BY SIZE
                   " RC " DELIMITED BY SIZE
                   FUNCTION TRIM(D-RC) DELIMITED BY SIZE
                   "  OPERATOR " DELIMITED BY SIZE
                   WS-EL-OPERATOR-ID DELIMITED BY SIZE
               INTO WS-NEW-TEXT-1.
           MOVE WS-EL-DETAIL TO WS-NEW-TEXT-2.
           PERFORM 4900-ADD-ENTRY
               THRU 4900-EXIT.
           GO TO 3700-EXIT.
       3700-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 3800-SCAN-GENERATIONS  --  EVERY GENERATION ON THE ARCHIVE
      *                             MANIFEST WHOSE NAME STARTS WITH
      *                             WS-GEN-PREFIX, READ THROUGH THE
      *                             COMMON AUDIT OR EXCEPTION IMAGE
      *-------------------------------------------------------------
       3800-SCAN-GENERATIONS.
           MOVE "N" TO WS-AM-EOF-SW.
           OPEN INPUT ARCH-MANIFEST.
           IF NOT WS-AM-OK
               GO TO 3800-EXIT
           END-IF.
           PERFORM 3810-PROCESS-ONE-GENERATION
               THRU 3810-EXIT
               UNTIL WS-AM-EOF.
           CLOSE ARCH-MANIFEST.
           GO TO 3800-EXIT.
       3800-EXIT.
           EXIT.

       3810-PROCESS-ONE-GENERATION.
           READ ARCH-MANIFEST
               AT END
                   MOVE "Y" TO WS-AM-EOF-SW
                   GO TO 3810-EXIT
           END-READ.
           IF AM-FILE-NAME(1:WS-GEN-PREFIX-LEN)
               NOT = WS-GEN-PREFIX(1:WS-GEN-PREFIX-LEN)
               GO TO 3810-EXIT
           END-IF.
           MOVE AM-FILE-NAME TO WS-ARCH-IN-NAME.
           MOVE "N" TO WS-AI-EOF-SW.
           OPEN INPUT ARCH-IN.
           IF NOT WS-AI-OK
               GO TO 3810-EXIT
           END-IF.
           IF NOT WS-RESOLVING
               ADD 1 TO WS-GENERATION-CT
           END-IF.
           PERFORM 3820-READ-ONE-ARCHIVED
               THRU 3820-EXIT
               UNTIL WS-AI-EOF.
           CLOSE ARCH-IN.
           GO TO 3810-EXIT.
       3810-EXIT.
           EXIT.

       3820-READ-ONE-ARCHIVED.
           READ ARCH-IN
               AT END
                   MOVE "Y" TO WS-AI-EOF-SW
                   GO TO 3820-EXIT
           END-READ.
           IF WS-GEN-AUDIT
               MOVE ARCH-IN-RECORD TO WS-AUDIT-LINE
               PERFORM 3200-OFFER-AUDIT-LINE
                   THRU 3200-EXIT
           ELSE
               MOVE ARCH-IN-RECORD TO WS-EXCP-LINE
               PERFORM 3700-OFFER-EXCP-LINE
                   THRU 3700-EXIT
           END-IF.
           GO TO 3820-EXIT.
       3820-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 4000-SCAN-JOURNAL  --  THE FORWARD-RECOVERY JOURNAL FOR THE
      *                         RUN'S BUSINESS DATE
      *-------------------------------------------------------------
       4000-SCAN-JOURNAL.
           MOVE SPACES TO WS-JR-FILE-NAME.
           STRING "MSTJRNL." DELIMITED BY SIZE
                   WS-WANTED-DATE DELIMITED BY SIZE
                   ".DAT" DELIMITED BY SIZE
               INTO WS-JR-FILE-NAME.
           MOVE WS-JR-FILE-NAME TO WS-SOURCE-FILE(5).
           IF WS-WANTED-RUN-ID = SPACES
               GO TO 4000-EXIT
           END-IF.
           MOVE "N" TO WS-EOF-SW.
           OPEN INPUT MASTER-JOURNAL.
           IF WS-JR-STATUS NOT = "00"
               GO TO 4000-EXIT
           END-IF.
           PERFORM 4010-READ-ONE-JOURNAL
               THRU 4010-EXIT
               UNTIL WS-EOF.
           CLOSE MASTER-JOURNAL.
           GO TO 4000-EXIT.
       4000-EXIT.
           EXIT.

       4010-READ-ONE-JOURNAL.
           READ MASTER-JOURNAL
               AT END
                   MOVE "Y" TO WS-EOF-SW
                   GO TO 4010-EXIT
           END-READ.
           IF JR-RUN-ID NOT = WS-WANTED-RUN-ID
               GO TO 4010-EXIT
           END-IF.
           MOVE JR-RUN-DATE TO WS-NEW-DATE.
           MOVE JR-RUN-TIME TO WS-NEW-TIME.
           MOVE 5 TO WS-NEW-SOURCE.
           MOVE SPACES TO WS-NEW-TEXT-1.
           EVALUATE TRUE
               WHEN JR-FILE-VISITOR
                   MOVE "VISITOR MASTER" TO WS-NEW-TEXT-1
               WHEN JR-FILE-CACHE
                   MOVE "FACTORIAL CACHE" TO WS-NEW-TEXT-1
               WHEN OTHER
                   MOVE "FILE " TO WS-NEW-TEXT-1
                   MOVE JR-FILE-ID TO WS-NEW-TEXT-1(6:1)
           END-EVALUATE.
           EVALUATE TRUE
               WHEN JR-ACT-WRITE
                   MOVE "WRITE" TO WS-NEW-TEXT-1(17:7)
               WHEN JR-ACT-REWRITE
                   MOVE "REWRITE" TO WS-NEW-TEXT-1(17:7)
               WHEN JR-ACT-DELETE
                   MOVE "DELETE" TO WS-NEW-TEXT-1(17:7)
               WHEN OTHER
                   MOVE JR-ACTION TO WS-NEW-TEXT-1(17:1)
           END-EVALUATE.
           MOVE JR-IMAGE TO WS-NEW-TEXT-2.
           PERFORM 4900-ADD-ENTRY
               THRU 4900-EXIT.
           GO TO 4010-EXIT.
       4010-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 4100-SCAN-REJECT-HISTORY  --  REJECT DISPOSITIONS THE RUN
      *                                RECORDED
      *-------------------------------------------------------------
       4100-SCAN-REJECT-HISTORY.
           IF WS-WANTED-RUN-ID = SPACES
               GO TO 4100-EXIT
           END-IF.
           MOVE "N" TO WS-EOF-SW.
           OPEN INPUT REJECT-HISTORY.
           IF NOT WS-RD-OK
               GO TO 4100-EXIT
           END-IF.
           PERFORM 4110-READ-ONE-DISPOSITION
               THRU 4110-EXIT
               UNTIL WS-EOF.
           CLOSE REJECT-HISTORY.
           GO TO 4100-EXIT.
       4100-EXIT.
           EXIT.

       4110-READ-ONE-DISPOSITION.
           READ REJECT-HISTORY
               AT END
                   MOVE "Y" TO WS-EOF-SW
                   GO TO 4110-EXIT
           END-READ.
           IF RD-RUN-ID NOT = WS-WANTED-RUN-ID
               GO TO 4110-EXIT
           END-IF.
           MOVE RD-DATE TO WS-NEW-DATE.
           MOVE RD-TIME TO WS-NEW-TIME.
           MOVE 8 TO WS-NEW-SOURCE.
           MOVE SPACES TO WS-NEW-TEXT-1.
           STRING RD-SOURCE DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   RD-INPUT DELIMITED BY SIZE
                   " DISP " DELIMITED BY SIZE
                   RD-DISP DELIMITED BY SIZE
                   "  OPERATOR " DELIMITED BY SIZE
                   RD-OPERATOR DELIMITED BY SIZE
               INTO WS-NEW-TEXT-1.
           MOVE SPACES TO WS-NEW-TEXT-2.
           IF RD-NOTE NOT = SPACES
               STRING "NOTE " DELIMITED BY SIZE
                       RD-NOTE DELIMITED BY SIZE
                   INTO WS-NEW-TEXT-2
           END-IF.
           PERFORM 4900-ADD-ENTRY
               THRU 4900-EXIT.
           GO TO 4110-EXIT.
       4110-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 4200-SCAN-SYSPARM-HISTORY  --  PARAMETER CHANGES THE RUN
      *                                 MADE
      *-------------------------------------------------------------
       4200-SCAN-SYSPARM-HISTORY.
           IF WS-WANTED-RUN-ID = SPACES
               GO TO 4200-EXIT
           END-IF.
           MOVE "N" TO WS-EOF-SW.
           OPEN INPUT SYSPARM-HISTORY.
           IF NOT WS-SH-OK
               GO TO 4200-EXIT
           END-IF.
           PERFORM 4210-READ-ONE-CHANGE
               THRU 4210-EXIT
               UNTIL WS-EOF.
           CLOSE SYSPARM-HISTORY.
           GO TO 4200-EXIT.
       4200-EXIT.
           EXIT.

       4210-READ-ONE-CHANGE.
           READ SYSPARM-HISTORY
               AT END
                   MOVE "Y" TO WS-EOF-SW
                   GO TO 4210-EXIT
           END-READ.
           IF SH-RUN-ID NOT = WS-WANTED-RUN-ID
               GO TO 4210-EXIT
           END-IF.
           MOVE SH-DATE TO WS-NEW-DATE.
           MOVE SH-TIME TO WS-NEW-TIME.
           MOVE 9 TO WS-NEW-SOURCE.
           MOVE SPACES TO WS-NEW-TEXT-1.
           STRING SH-KEYWORD DELIMITED BY SIZE
                   "  OPERATOR " DELIMITED BY SIZE
                   SH-OPERATOR DELIMITED BY SIZE
               INTO WS-NEW-TEXT-1.
           MOVE SPACES TO WS-NEW-TEXT-2.
           STRING "OLD " DELIMITED BY SIZE
                   SH-OLD-VALUE DELIMITED BY SIZE
                   "  NEW " DELIMITED BY SIZE
                   SH-NEW-VALUE DELIMITED BY SIZE
               INTO WS-NEW-TEXT-2.
           PERFORM 4900-ADD-ENTRY
               THRU 4900-EXIT.
           GO TO 4210-EXIT.
       4210-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 4300-SCAN-JOB-HISTORY  --  THE CHAIN STEP THE RUN BELONGS
      *                            TO.  CHOSEN BY STEP IT IS ALREADY
      *                            KNOWN; CHOSEN BY RUN-ID IT IS THE
      *                            STEP OF THAT BUSINESS DATE WHOSE
      *                            WINDOW HOLDS THE RUN'S FIRST
      *                            RECORD (NONE FOR A MENU RUN)
      *-------------------------------------------------------------
       4300-SCAN-JOB-HISTORY.
           IF NOT WS-STEP-FOUND
               AND WS-RUN-FIRST-TIME > 0
               MOVE "N" TO WS-EOF-SW
               OPEN INPUT JOB-HISTORY
               IF WS-JH-OK
                   PERFORM 4310-CHECK-ONE-STEP
                       THRU 4310-EXIT
                       UNTIL WS-EOF
                   CLOSE JOB-HISTORY
               END-IF
           END-IF.
           IF NOT WS-STEP-FOUND
               GO TO 4300-EXIT
           END-IF.
           MOVE WS-STEP-NO TO D-STEP.
           MOVE WS-WANTED-DATE TO WS-NEW-DATE.
           MOVE WS-STEP-START-TIME TO WS-NEW-TIME.
           MOVE 7 TO WS-NEW-SOURCE.
           MOVE SPACES TO WS-NEW-TEXT-1.
           STRING "STEP " DELIMITED BY SIZE
                   FUNCTION TRIM(D-STEP) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-STEP-NAME DELIMITED BY SIZE
                   " STARTED" DELIMITED BY SIZE
               INTO WS-NEW-TEXT-1.
           MOVE SPACES TO WS-NEW-TEXT-2.
           PERFORM 4900-ADD-ENTRY
               THRU 4900-EXIT.
           MOVE WS-STEP-END-TIME TO WS-NEW-TIME.
           MOVE WS-STEP-RC TO D-RC.
           MOVE SPACES TO WS-NEW-TEXT-1.
           STRING "STEP " DELIMITED BY SIZE
                   FUNCTION TRIM(D-STEP) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-STEP-NAME DELIMITED BY SIZE
                   " ENDED RC " DELIMITED BY SIZE
                   FUNCTION TRIM(D-RC) DELIMITED BY SIZE
               INTO WS-NEW-TEXT-1.
           PERFORM 4900-ADD-ENTRY
               THRU 4900-EXIT.
           GO TO 4300-EXIT.
       4300-EXIT.
           EXIT.

       4310-CHECK-ONE-STEP.
           READ JOB-HISTORY
               AT END
                   MOVE "Y" TO WS-EOF-SW
                   GO TO 4310-EXIT
           END-READ.
           IF JH-BUS-DATE NOT = WS-WANTED-DATE
               GO TO 4310-EXIT
           END-IF.
           IF JH-END-DATE > JH-START-DATE
               IF WS-RUN-FIRST-TIME < JH-START-TIME
                   AND WS-RUN-FIRST-TIME > JH-END-TIME
                   GO TO 4310-EXIT
               END-IF
           ELSE
               IF WS-RUN-FIRST-TIME < JH-START-TIME
                   OR WS-RUN-FIRST-TIME > JH-END-TIME
                   GO TO 4310-EXIT
               END-IF
           END-IF.
           PERFORM 2200-TAKE-STEP
               THRU 2200-EXIT.
           GO TO 4310-EXIT.
       4310-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 4400-SCAN-OUTPUT-CATALOG  --  OUTPUTS CATALOGED UNDER THE
      *                               RUN-ID, OR - FOR ENTRIES THAT
      *                               CARRY NONE - INSIDE THE STEP'S
      *                               WINDOW ON ITS BUSINESS DATE
      *-------------------------------------------------------------
       4400-SCAN-OUTPUT-CATALOG.
           MOVE "N" TO WS-EOF-SW.
           OPEN INPUT OUTPUT-CATALOG.
           IF NOT WS-OC-OK
               GO TO 4400-EXIT
           END-IF.
           PERFORM 4410-READ-ONE-OUTPUT
               THRU 4410-EXIT
               UNTIL WS-EOF.
           CLOSE OUTPUT-CATALOG.
           GO TO 4400-EXIT.
       4400-EXIT.
           EXIT.

       4410-READ-ONE-OUTPUT.
           READ OUTPUT-CATALOG
               AT END
                   MOVE "Y" TO WS-EOF-SW
                   GO TO 4410-EXIT
           END-READ.
           IF OC-FILE-NAME = SPACES
               OR OC-CREATE-DATE IS NOT NUMERIC
               GO TO 4410-EXIT
           END-IF.
           IF OC-CREATE-TIME IS NOT NUMERIC
               MOVE 0 TO OC-CREATE-TIME
           END-IF.
           MOVE SPACES TO WS-NEW-TEXT-2.
           IF OC-RUN-ID = SPACES
               IF OC-CREATE-DATE NOT = WS-WANTED-DATE
                   GO TO 4410-EXIT
               END-IF
               MOVE OC-CREATE-TIME TO WS-TEST-TIME
               PERFORM 2900-TEST-WINDOW
                   THRU 2900-EXIT
               IF NOT WS-IN-WINDOW
                   GO TO 4410-EXIT
               END-IF
               MOVE "CATALOGED WITHOUT A RUN-ID - MATCHED BY THE "
                   & "STEP WINDOW" TO WS-NEW-TEXT-2
           ELSE
               IF WS-WANTED-RUN-ID = SPACES
                   OR OC-RUN-ID NOT = WS-WANTED-RUN-ID
                   GO TO 4410-EXIT
               END-IF
           END-IF.
           MOVE OC-CREATE-DATE TO WS-NEW-DATE.
           MOVE OC-CREATE-TIME TO WS-NEW-TIME.
           MOVE 6 TO WS-NEW-SOURCE.
           MOVE SPACES TO WS-NEW-TEXT-1.
           STRING "OUTPUT " DELIMITED BY SIZE
                   OC-FILE-NAME DELIMITED BY SIZE
               INTO WS-NEW-TEXT-1.
           PERFORM 4900-ADD-ENTRY
               THRU 4900-EXIT.
           GO TO 4410-EXIT.
       4410-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 4900-ADD-ENTRY  --  FILE ONE RECORD ON THE DOSSIER TABLE AND
      *                      COUNT IT AGAINST ITS FILE.  A FULL
      *                      TABLE STILL COUNTS WHAT IT CANNOT LIST.
      *-------------------------------------------------------------
       4900-ADD-ENTRY.
           ADD 1 TO WS-FOUND-CT.
           ADD 1 TO WS-SOURCE-CT(WS-NEW-SOURCE).
           IF WS-DS-COUNT >= WS-DS-MAX
               ADD 1 TO WS-NOT-LISTED-CT
               GO TO 4900-EXIT
           END-IF.
           ADD 1 TO WS-DS-COUNT.
           MOVE WS-NEW-DATE TO WS-DS-DATE(WS-DS-COUNT).
           MOVE WS-NEW-TIME TO WS-DS-TIME(WS-DS-COUNT).
           MOVE WS-NEW-SOURCE TO WS-DS-SOURCE(WS-DS-COUNT).
           MOVE WS-NEW-TEXT-1 TO WS-DS-TEXT-1(WS-DS-COUNT).
           MOVE WS-NEW-TEXT-2 TO WS-DS-TEXT-2(WS-DS-COUNT).
           GO TO 4900-EXIT.
       4900-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 5000-SORT-BY-TIME  --  EXCHANGE-SORT ASCENDING ON DATE AND
      *                         TIME, THE SAME SHAPE AS THE DAILY
      *                         RUN'S PLAN SORT.  RECORDS OF THE SAME
      *                         MOMENT KEEP THEIR FILE ORDER.
      *-------------------------------------------------------------
       5000-SORT-BY-TIME.
           IF WS-DS-COUNT < 2
               GO TO 5000-EXIT
           END-IF.
           MOVE "Y" TO WS-SORT-SWAPPED-SW.
           PERFORM 5010-SORT-PASS
               THRU 5010-EXIT
               UNTIL NOT WS-SORT-SWAPPED.
           GO TO 5000-EXIT.
       5000-EXIT.
           EXIT.

       5010-SORT-PASS.
           MOVE "N" TO WS-SORT-SWAPPED-SW.
           PERFORM 5020-COMPARE-ONE-PAIR
               THRU 5020-EXIT
               VARYING WS-DS-IDX FROM 1 BY 1
                   UNTIL WS-DS-IDX >= WS-DS-COUNT.
           GO TO 5010-EXIT.
       5010-EXIT.
           EXIT.

       5020-COMPARE-ONE-PAIR.
           COMPUTE WS-DS-IDX-2 = WS-DS-IDX + 1.
           IF WS-DS-WHEN(WS-DS-IDX) > WS-DS-WHEN(WS-DS-IDX-2)
               MOVE WS-DS-ENTRY(WS-DS-IDX) TO WS-DS-HOLD
               MOVE WS-DS-ENTRY(WS-DS-IDX-2)
                   TO WS-DS-ENTRY(WS-DS-IDX)
               MOVE WS-DS-HOLD TO WS-DS-ENTRY(WS-DS-IDX-2)
               MOVE "Y" TO WS-SORT-SWAPPED-SW
           END-IF.
           GO TO 5020-EXIT.
       5020-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 6000-PRINT-DOSSIER  --  THE SELECTION, THE STEP, THEN EVERY
      *                        RECORD IN TIME ORDER
      *-------------------------------------------------------------
       6000-PRINT-DOSSIER.
           MOVE SPACES TO DOSSIER-RPT-RECORD.
           IF WS-WANTED-RUN-ID = SPACES
               MOVE "RUN-ID        NOT FOUND" TO DOSSIER-RPT-RECORD
           ELSE
               STRING "RUN-ID        " DELIMITED BY SIZE
                       WS-WANTED-RUN-ID DELIMITED BY SIZE
                   INTO DOSSIER-RPT-RECORD
           END-IF.
           PERFORM 8900-WRITE-LINE
               THRU 8900-EXIT.
           MOVE WS-WANTED-DATE TO D-DATE.
           MOVE SPACES TO DOSSIER-RPT-RECORD.
           STRING "BUSINESS DATE " DELIMITED BY SIZE
                   D-DATE DELIMITED BY SIZE
               INTO DOSSIER-RPT-RECORD.
           PERFORM 8900-WRITE-LINE
               THRU 8900-EXIT.
           MOVE SPACES TO DOSSIER-RPT-RECORD.
           IF WS-BY-STEP
               MOVE WS-WANTED-STEP TO D-STEP
               STRING "SELECTED BY   BUSINESS DATE AND CHAIN STEP "
                           DELIMITED BY SIZE
                       FUNCTION TRIM(D-STEP) DELIMITED BY SIZE
                   INTO DOSSIER-RPT-RECORD
           ELSE
               MOVE "SELECTED BY   RUN-ID" TO DOSSIER-RPT-RECORD
           END-IF.
           PERFORM 8900-WRITE-LINE
               THRU 8900-EXIT.
           MOVE SPACES TO DOSSIER-RPT-RECORD.
           IF WS-STEP-FOUND
               MOVE WS-STEP-NO TO D-STEP
               MOVE WS-STEP-START-TIME(1:2) TO D-TIME-HH
               MOVE WS-STEP-START-TIME(3:2) TO D-TIME-MM
               MOVE WS-STEP-START-TIME(5:2) TO D-TIME-SS
               MOVE D-TIME TO D-TIME-2
               MOVE WS-STEP-END-TIME(1:2) TO D-TIME-HH
               MOVE WS-STEP-END-TIME(3:2) TO D-TIME-MM
               MOVE WS-STEP-END-TIME(5:2) TO D-TIME-SS
               STRING "CHAIN STEP    " DELIMITED BY SIZE
                       FUNCTION TRIM(D-STEP) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-STEP-NAME DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       D-TIME-2 DELIMITED BY SIZE
                       " TO " DELIMITED BY SIZE
                       D-TIME DELIMITED BY SIZE
                   INTO DOSSIER-RPT-RECORD
           ELSE
               MOVE "CHAIN STEP    NONE - NOT RUN BY THE DAILY CHAIN"
                   TO DOSSIER-RPT-RECORD
           END-IF.
           PERFORM 8900-WRITE-LINE
               THRU 8900-EXIT.
           MOVE SPACES TO DOSSIER-RPT-RECORD.
           PERFORM 8900-WRITE-LINE
               THRU 8900-EXIT.
           MOVE "DATE       TIME     FILE     DETAIL"
               TO DOSSIER-RPT-RECORD.
           PERFORM 8900-WRITE-LINE
               THRU 8900-EXIT.
           MOVE "---------- -------- -------- ---------------------"
               TO DOSSIER-RPT-RECORD.
           PERFORM 8900-WRITE-LINE
               THRU 8900-EXIT.
           IF WS-DS-COUNT = 0
               MOVE "NO RECORDS FOUND FOR THIS RUN."
                   TO DOSSIER-RPT-RECORD
               PERFORM 8900-WRITE-LINE
                   THRU 8900-EXIT
           END-IF.
           PERFORM 6100-PRINT-ONE-ENTRY
               THRU 6100-EXIT
               VARYING WS-DS-IDX FROM 1 BY 1
                   UNTIL WS-DS-IDX > WS-DS-COUNT.
           IF WS-NOT-LISTED-CT > 0
               MOVE WS-NOT-LISTED-CT TO D-COUNT
               MOVE SPACES TO DOSSIER-RPT-RECORD
               STRING "*** " DELIMITED BY SIZE
                       FUNCTION TRIM(D-COUNT) DELIMITED BY SIZE
                       " FURTHER RECORD(S) COUNTED BUT NOT LISTED ***"
                           DELIMITED BY SIZE
                   INTO DOSSIER-RPT-RECORD
               PERFORM 8900-WRITE-LINE
                   THRU 8900-EXIT
           END-IF.
           MOVE SPACES TO DOSSIER-RPT-RECORD.
           PERFORM 8900-WRITE-LINE
               THRU 8900-EXIT.
           GO TO 6000-EXIT.
       6000-EXIT.
           EXIT.

       6100-PRINT-ONE-ENTRY.
           MOVE WS-DS-DATE(WS-DS-IDX) TO D-DATE.
           MOVE WS-DS-TIME(WS-DS-IDX)(1:2) TO D-TIME-HH.
           MOVE WS-DS-TIME(WS-DS-IDX)(3:2) TO D-TIME-MM.
           MOVE WS-DS-TIME(WS-DS-IDX)(5:2) TO D-TIME-SS.
           MOVE WS-DS-SOURCE(WS-DS-IDX) TO WS-SRC-IDX.
           MOVE SPACES TO DOSSIER-RPT-RECORD.
           MOVE D-DATE TO DOSSIER-RPT-RECORD(1:10).
           MOVE D-TIME TO DOSSIER-RPT-RECORD(12:8).
           MOVE WS-SOURCE-NAME(WS-SRC-IDX) TO DOSSIER-RPT-RECORD(21:8).
           MOVE WS-DS-TEXT-1(WS-DS-IDX) TO DOSSIER-RPT-RECORD(30:50).
           PERFORM 8900-WRITE-LINE
               THRU 8900-EXIT.
           IF WS-DS-TEXT-2(WS-DS-IDX) NOT = SPACES
               MOVE SPACES TO DOSSIER-RPT-RECORD
               MOVE WS-DS-TEXT-2(WS-DS-IDX)
                   TO DOSSIER-RPT-RECORD(21:60)
               PERFORM 8900-WRITE-LINE
                   THRU 8900-EXIT
           END-IF.
           GO TO 6100-EXIT.
       6100-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 7000-PRINT-SUMMARY  --  RECORDS FOUND ON EACH FILE, THEN THE
      *                        DOSSIER'S OWN AUDIT RECORD
      *-------------------------------------------------------------
       7000-PRINT-SUMMARY.
           MOVE "RECORDS FOUND BY FILE" TO DOSSIER-RPT-RECORD.
           PERFORM 8900-WRITE-LINE
               THRU 8900-EXIT.
           PERFORM 7100-PRINT-ONE-FILE
               THRU 7100-EXIT
               VARYING WS-SRC-IDX FROM 1 BY 1
                   UNTIL WS-SRC-IDX > 9.
           MOVE WS-FOUND-CT TO D-COUNT.
           MOVE SPACES TO DOSSIER-RPT-RECORD.
           MOVE "TOTAL" TO DOSSIER-RPT-RECORD(3:5).
           MOVE D-COUNT TO DOSSIER-RPT-RECORD(40:5).
           PERFORM 8900-WRITE-LINE
               THRU 8900-EXIT.
           MOVE WS-GENERATION-CT TO D-COUNT.
           MOVE SPACES TO DOSSIER-RPT-RECORD.
           MOVE "ARCHIVED GENERATIONS SEARCHED"
               TO DOSSIER-RPT-RECORD(3:29).
           MOVE D-COUNT TO DOSSIER-RPT-RECORD(40:5).
           PERFORM 8900-WRITE-LINE
               THRU 8900-EXIT.
           PERFORM 9400-OPEN-DAILY-AUDIT
               THRU 9400-EXIT.
           MOVE SPACES TO DAILY-AUDIT-RECORD.
           MOVE "RUN-DOSSIER" TO DA-PROGRAM-ID.
           IF WS-WANTED-RUN-ID = SPACES
               MOVE WS-WANTED-STEP TO D-STEP
               STRING "STEP " DELIMITED BY SIZE
                       FUNCTION TRIM(D-STEP) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-WANTED-DATE DELIMITED BY SIZE
                   INTO DA-INPUT-VALUE
           ELSE
               STRING "RUN " DELIMITED BY SIZE
                       WS-WANTED-RUN-ID DELIMITED BY SIZE
                   INTO DA-INPUT-VALUE
           END-IF.
           MOVE WS-FOUND-CT TO D-COUNT.
           STRING "RECORDS " DELIMITED BY SIZE
                   FUNCTION TRIM(D-COUNT) DELIMITED BY SIZE
               INTO DA-OUTPUT-VALUE.
           IF WS-FOUND-CT = 0
               MOVE 4 TO DA-RETURN-CODE
           ELSE
               MOVE 0 TO DA-RETURN-CODE
           END-IF.
           PERFORM 9500-WRITE-AUDIT-RECORD
               THRU 9500-EXIT.
           GO TO 7000-EXIT.
       7000-EXIT.
           EXIT.

       7100-PRINT-ONE-FILE.
           MOVE WS-SOURCE-CT(WS-SRC-IDX) TO D-COUNT.
           MOVE SPACES TO DOSSIER-RPT-RECORD.
           MOVE WS-SOURCE-FILE(WS-SRC-IDX) TO DOSSIER-RPT-RECORD(3:25).
           MOVE D-COUNT TO DOSSIER-RPT-RECORD(40:5).
           PERFORM 8900-WRITE-LINE
               THRU 8900-EXIT.
           GO TO 7100-EXIT.
       7100-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 8900-WRITE-LINE  --  DISPLAY AND PRINT ONE REPORT LINE,
      *                       WITH THE SHARED PAGE-HEADING BREAK
      *-------------------------------------------------------------
       8900-WRITE-LINE.
           MOVE DOSSIER-RPT-RECORD TO WS-RH-DETAIL.
           IF WS-RH-LINE-COUNT >= WS-RH-LINES-PER-PAGE
               PERFORM 9800-BUILD-PAGE-HEADING
                   THRU 9800-EXIT
               WRITE DOSSIER-RPT-RECORD FROM WS-RH-HEADING-1
               WRITE DOSSIER-RPT-RECORD FROM WS-RH-HEADING-2
               MOVE SPACES TO DOSSIER-RPT-RECORD
               WRITE DOSSIER-RPT-RECORD
               ADD 3 TO WS-RH-LINE-COUNT
               ADD 3 TO WS-RH-TOTAL-LINES
           END-IF.
           DISPLAY WS-RH-DETAIL.
           WRITE DOSSIER-RPT-RECORD FROM WS-RH-DETAIL.
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
           WRITE DOSSIER-RPT-RECORD FROM WS-RH-TRAILER.
           CLOSE DOSSIER-RPT.
           PERFORM 9420-CLOSE-DAILY-AUDIT
               THRU 9420-EXIT.
           GO TO 9999-EXIT.
       9999-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 8000-GET-NUMERIC-ENTRY  --  COPIED
      *-------------------------------------------------------------
       COPY NUMVALPR.

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
