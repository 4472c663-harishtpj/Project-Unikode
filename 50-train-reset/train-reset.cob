       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRAIN-RESET.
       AUTHOR. HARISH-KUMAR.
       INSTALLATION. UNIKODE-DATA-CENTER.
       DATE-WRITTEN. 2026/10/15.
       DATE-COMPILED.
      *-------------------------------------------------------------
      * MODIFICATION HISTORY
      *-------------------------------------------------------------
      * DATE       INIT DESCRIPTION
      * ---------- ---- -----------------------------------------
      * 2026/10/15  HK  FIRST VERSION - BUILDS (OR REBUILDS) THE
      *                 TRAINING DATA SET THAT NEW RECEPTION STAFF
      *                 PRACTISE ON.  THE SET LIVES IN THE TRAINING
      *                 DIRECTORY BESIDE THE LIVE FILES, UNDER THE
      *                 SAME FILE NAMES, SO EVERY UTILITY WORKS IT
      *                 UNCHANGED ONCE THE MENU HAS MOVED A TRAINING
      *                 SIGN-ON INTO IT.  EACH LOG, MASTER, STATE,
      *                 BADGE AND CATALOG FILE IS REPLACED BY ITS
      *                 SEED COPY FROM THE TRAINSEED DIRECTORY, OR
      *                 REMOVED (STARTS EMPTY) WHEN THE SEED HOLDS
      *                 NONE.  THE OPERATOR MASTER, SYSPARM AND THE
      *                 SITE TABLE ARE COPIED FROM THE LIVE FILES SO
      *                 LEVELS AND LIMITS MATCH.  THE CALENDAR IS
      *                 REBUILT FROM THE LIVE ONE (SAME BUSINESS DAY
      *                 AND HOLIDAYS) PLUS THE TRAINING RECORD THAT
      *                 WATERMARKS EVERY SCREEN AND REPORT AND STOPS
      *                 THE CHAIN, EXTRACT AND EXPORT.  RUN FROM THE
      *                 LIVE DIRECTORY - DIRECTLY, OR FROM THE MENU.
      *                 THE RESET GOES TO THE LIVE DAILY AUDIT.
      * 2026/10/15  HK  THE SHIFT HANDOVER LOG (HANDOVER.DAT) IS RESET
      *                 FROM THE SEED WITH THE OTHER WORKING FILES.
      * 2026/10/15  HK  THE AD-HOC JOB REQUEST QUEUE (ADHOCQ.DAT) IS
      *                 PART OF THE TRAINING SET, RESET FROM THE SEED.
      * 2026/10/15  HK  THE REPORT DISTRIBUTION LOG (DISTLOG.DAT) IS
      *                 RESET FROM THE SEED; THE DISTRIBUTION LIST
      *                 (DISTLIST.DAT) IS COPIED FROM THE LIVE ONE.
      * 2026/10/15  HK  THE INTEGRITY SWEEP CONTROL (INTGCTL.DAT) IS
      *                 RESET FROM THE SEED, SO A TRAINING CHAIN RUN
      *                 SWEEPS THE TRAINING MASTERS.
      * 2026/10/15  HK  ADDED THE PROGRAM'S BUILD IDENTITY - VERSION AND
      *                 COMPILE DATE, SEE VERSWS.CPY - STAMPED ON ITS
      *                 AUDIT RECORDS.
      *-------------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRAIN-CALENDAR ASSIGN TO DYNAMIC WS-TO-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TC-STATUS.
           COPY AUDITSEL.
           COPY AUDITCSL.
           COPY RUNIDSEL.
           COPY SIGNSEL.
           COPY CALSEL.

       DATA DIVISION.
       FILE SECTION.
       FD  TRAIN-CALENDAR.
       01  TRAIN-CALENDAR-RECORD   PIC X(17).

       COPY AUDITFD.

       COPY AUDITCFD.

       COPY RUNIDFD.

       COPY SIGNFD.

       COPY CALFD.

       WORKING-STORAGE SECTION.
      *    BUILD IDENTITY - RAISE WS-VR-VERSION WITH EACH ENTRY
      *    IN THE MODIFICATION HISTORY (SEE VERSWS.CPY)
       01  WS-VR-PROGRAM           PIC X(17) VALUE "TRAIN-RESET".
       01  WS-VR-VERSION           PIC X(06) VALUE "1.06".
       COPY VERSWS.
       COPY CALWS.
       COPY RUNIDWS.
       COPY AUDITCWS.
       COPY SIGNWS.
       01  WS-DA-STATUS            PIC X(02).
       01  WS-TC-STATUS            PIC X(02).

       01  WS-TRAINING-DIR         PIC X(08) VALUE "TRAINING".
       01  WS-SEED-DIR             PIC X(09) VALUE "TRAINSEED".
       01  WS-FROM-NAME            PIC X(40).
       01  WS-TO-NAME              PIC X(40).

      *    THE FILES THAT MAKE UP THE TRAINING DATA SET.  SOURCE S
      *    COMES FROM THE SEED DIRECTORY (NO SEED COPY = STARTS
      *    EMPTY); SOURCE L IS COPIED FROM THE LIVE FILE.
       01  WS-SET-FILES-AREA.
           05 FILLER               PIC X(13) VALUE "GREETLOG.DATS".
           05 FILLER               PIC X(13) VALUE "GREETSTA.DATS".
           05 FILLER               PIC X(13) VALUE "EXCPLOG.DAT S".
           05 FILLER               PIC X(13) VALUE "EXCPLOG.CTL S".
           05 FILLER               PIC X(13) VALUE "EXCPACK.DAT S".
           05 FILLER               PIC X(13) VALUE "DAILYAUD.DATS".
           05 FILLER               PIC X(13) VALUE "DAILYAUD.CTLS".
           05 FILLER               PIC X(13) VALUE "VISITMST.DATS".
           05 FILLER               PIC X(13) VALUE "VISNOCTL.DATS".
           05 FILLER               PIC X(13) VALUE "HOSTMST.DAT S".
           05 FILLER               PIC X(13) VALUE "WATCHLST.DATS".
           05 FILLER               PIC X(13) VALUE "SECINCID.DATS".
           05 FILLER               PIC X(13) VALUE "INDUCMST.DATS".
           05 FILLER               PIC X(13) VALUE "POMST.DAT   S".
           05 FILLER               PIC X(13) VALUE "POPOST.DAT  S".
           05 FILLER               PIC X(13) VALUE "BADGEMST.DATS".
           05 FILLER               PIC X(13) VALUE "CARDXREF.DATS".
           05 FILLER               PIC X(13) VALUE "DOORPOST.DATS".
           05 FILLER               PIC X(13) VALUE "DOORRJ.DAT  S".
           05 FILLER               PIC X(13) VALUE "EXPECTED.DATS".
           05 FILLER               PIC X(13) VALUE "NOTIFOUT.DATS".
           05 FILLER               PIC X(13) VALUE "NOTIFACK.DATS".
           05 FILLER               PIC X(13) VALUE "APPRQUE.DAT S".
           05 FILLER               PIC X(13) VALUE "HANDOVER.DATS".
           05 FILLER               PIC X(13) VALUE "ADHOCQ.DAT  S".
           05 FILLER               PIC X(13) VALUE "DISTLOG.DAT S".
           05 FILLER               PIC X(13) VALUE "INTGCTL.DAT S".
           05 FILLER               PIC X(13) VALUE "MUSTSNAP.DATS".
           05 FILLER               PIC X(13) VALUE "MUSTCHK.DAT S".
           05 FILLER               PIC X(13) VALUE "OUTCATLG.DATS".
           05 FILLER               PIC X(13) VALUE "ARCHMANF.DATS".
           05 FILLER               PIC X(13) VALUE "JOBSTAT.DAT S".
           05 FILLER               PIC X(13) VALUE "JOBHIST.DAT S".
           05 FILLER               PIC X(13) VALUE "RUNIDCTL.DATS".
           05 FILLER               PIC X(13) VALUE "OPERMST.DAT L".
           05 FILLER               PIC X(13) VALUE "SYSPARM.DAT L".
           05 FILLER               PIC X(13) VALUE "SITETAB.DAT L".
           05 FILLER               PIC X(13) VALUE "DISTLIST.DATL".
       01  WS-SET-FILES-TABLE REDEFINES WS-SET-FILES-AREA.
           05 WS-SF-ENTRY          OCCURS 38 TIMES.
               10 WS-SF-NAME       PIC X(12).
               10 WS-SF-SOURCE     PIC X(01).
                   88 WS-SF-FROM-LIVE         VALUE "L".
       01  WS-SF-COUNT             PIC 9(02) VALUE 38 USAGE COMP.
       01  WS-SF-IDX               PIC 9(02) USAGE COMP.

       01  WS-COUNTERS.
           05 WS-SEEDED-CT         PIC 9(03) USAGE COMP.
           05 WS-LIVE-CT           PIC 9(03) USAGE COMP.
           05 WS-EMPTY-CT          PIC 9(03) USAGE COMP.
       01  D-COUNT                 PIC Z(2)9.
       01  D-COUNT-2               PIC Z(2)9.
       01  D-COUNT-3               PIC Z(2)9.

       PROCEDURE DIVISION.

      *-------------------------------------------------------------
      * 0000-MAINLINE
      *-------------------------------------------------------------
       0000-MAINLINE.
           DISPLAY "Training data set reset".
           PERFORM 1000-INITIALIZE
               THRU 1000-EXIT.
           IF WS-TRAINING-SET
               DISPLAY "TRAIN-RESET: run from the live directory, not "
                   "from inside the training data set."
               GOBACK
           END-IF.
           PERFORM 2000-PREPARE-DIRECTORY
               THRU 2000-EXIT.
           PERFORM 3000-RESET-ONE-FILE
               THRU 3000-EXIT
               VARYING WS-SF-IDX FROM 1 BY 1
                   UNTIL WS-SF-IDX > WS-SF-COUNT.
           PERFORM 4000-BUILD-CALENDAR
               THRU 4000-EXIT.
           PERFORM 9999-TERMINATE
               THRU 9999-EXIT.
           GOBACK.

      *-------------------------------------------------------------
      * 1000-INITIALIZE  --  LIVE BUSINESS DAY, RUN-ID, OPERATOR.
      *                       THE COUNTS ARE CLEARED HERE BECAUSE
      *                       THE MENU MAY CALL US MORE THAN ONCE.
      *-------------------------------------------------------------
       1000-INITIALIZE.
           MOVE 0 TO WS-SEEDED-CT.
           MOVE 0 TO WS-LIVE-CT.
           MOVE 0 TO WS-EMPTY-CT.
           PERFORM 9370-GET-BUSINESS-DATE
               THRU 9370-EXIT.
           PERFORM 9380-ASSIGN-RUN-ID
               THRU 9380-EXIT.
           PERFORM 9390-GET-OPERATOR
               THRU 9390-EXIT.
           GO TO 1000-EXIT.
       1000-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 2000-PREPARE-DIRECTORY  --  CREATE THE TRAINING DIRECTORY
      *                              ON FIRST USE.  AN EXISTING ONE
      *                              IS LEFT AS IT IS.
      *-------------------------------------------------------------
       2000-PREPARE-DIRECTORY.
           CALL "CBL_CREATE_DIR" USING WS-TRAINING-DIR.
           MOVE 0 TO RETURN-CODE.
           GO TO 2000-EXIT.
       2000-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 3000-RESET-ONE-FILE  --  DROP THE TRAINING COPY, THEN COPY
      *                           IN THE SEED (OR LIVE) FILE
      *-------------------------------------------------------------
       3000-RESET-ONE-FILE.
           MOVE SPACES TO WS-TO-NAME.
           STRING WS-TRAINING-DIR DELIMITED BY SPACE
                   "/" DELIMITED BY SIZE
                   WS-SF-NAME(WS-SF-IDX) DELIMITED BY SPACE
               INTO WS-TO-NAME.
           CALL "CBL_DELETE_FILE" USING WS-TO-NAME.
           MOVE SPACES TO WS-FROM-NAME.
           IF WS-SF-FROM-LIVE(WS-SF-IDX)
               MOVE WS-SF-NAME(WS-SF-IDX) TO WS-FROM-NAME
           ELSE
               STRING WS-SEED-DIR DELIMITED BY SPACE
                       "/" DELIMITED BY SIZE
                       WS-SF-NAME(WS-SF-IDX) DELIMITED BY SPACE
                   INTO WS-FROM-NAME
           END-IF.
           CALL "CBL_COPY_FILE" USING WS-FROM-NAME WS-TO-NAME.
           IF RETURN-CODE NOT = 0
               ADD 1 TO WS-EMPTY-CT
               DISPLAY "  " WS-SF-NAME(WS-SF-IDX) "  starts empty"
               MOVE 0 TO RETURN-CODE
               GO TO 3000-EXIT
           END-IF.
           IF WS-SF-FROM-LIVE(WS-SF-IDX)
               ADD 1 TO WS-LIVE-CT
               DISPLAY "  " WS-SF-NAME(WS-SF-IDX) "  copied from live"
           ELSE
               ADD 1 TO WS-SEEDED-CT
               DISPLAY "  " WS-SF-NAME(WS-SF-IDX) "  copied from seed"
           END-IF.
           GO TO 3000-EXIT.
       3000-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 4000-BUILD-CALENDAR  --  THE LIVE BUSINESS DAY AND HOLIDAYS,
      *                          FOLLOWED BY THE TRAINING RECORD
      *-------------------------------------------------------------
       4000-BUILD-CALENDAR.
           MOVE SPACES TO WS-TO-NAME.
           STRING WS-TRAINING-DIR DELIMITED BY SPACE
                   "/SHOPCAL.DAT" DELIMITED BY SIZE
               INTO WS-TO-NAME.
           OPEN OUTPUT TRAIN-CALENDAR.
           IF WS-TC-STATUS NOT = "00"
               DISPLAY "TRAIN-RESET: cannot write the training "
                   "calendar, status " WS-TC-STATUS "."
               GO TO 4000-EXIT
           END-IF.
           MOVE SPACES TO SHOP-CALENDAR-RECORD.
           MOVE "CURRENT" TO CAL-REC-TYPE.
           MOVE WS-BUS-DATE TO CAL-DATE.
           WRITE TRAIN-CALENDAR-RECORD FROM SHOP-CALENDAR-RECORD.
           PERFORM 4100-WRITE-ONE-HOLIDAY
               THRU 4100-EXIT
               VARYING WS-CA-IDX FROM 1 BY 1
                   UNTIL WS-CA-IDX > WS-CA-HOLIDAY-COUNT.
           MOVE SPACES TO SHOP-CALENDAR-RECORD.
           MOVE "TRAINING" TO CAL-REC-TYPE.
           MOVE WS-BUS-DATE TO CAL-DATE.
           WRITE TRAIN-CALENDAR-RECORD FROM SHOP-CALENDAR-RECORD.
           CLOSE TRAIN-CALENDAR.
           DISPLAY "  SHOPCAL.DAT   built from the live calendar".
           GO TO 4000-EXIT.
       4000-EXIT.
           EXIT.

       4100-WRITE-ONE-HOLIDAY.
           MOVE SPACES TO SHOP-CALENDAR-RECORD.
           MOVE "HOLIDAY" TO CAL-REC-TYPE.
           MOVE WS-CA-HOLIDAY(WS-CA-IDX) TO CAL-DATE.
           WRITE TRAIN-CALENDAR-RECORD FROM SHOP-CALENDAR-RECORD.
           GO TO 4100-EXIT.
       4100-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 9999-TERMINATE  --  SUMMARY, AND THE RESET TO THE LIVE
      *                      DAILY AUDIT
      *-------------------------------------------------------------
       9999-TERMINATE.
           MOVE WS-SEEDED-CT TO D-COUNT.
           MOVE WS-LIVE-CT TO D-COUNT-2.
           MOVE WS-EMPTY-CT TO D-COUNT-3.
           DISPLAY "Training data set reset: " FUNCTION TRIM(D-COUNT)
               " from seed, " FUNCTION TRIM(D-COUNT-2) " from live, "
               FUNCTION TRIM(D-COUNT-3) " empty.".
           PERFORM 9400-OPEN-DAILY-AUDIT
               THRU 9400-EXIT.
           MOVE SPACES TO DAILY-AUDIT-RECORD.
           MOVE "TRAIN-RESET" TO DA-PROGRAM-ID.
           STRING "SEED " DELIMITED BY SIZE
                   FUNCTION TRIM(D-COUNT) DELIMITED BY SIZE
                   " LIVE " DELIMITED BY SIZE
                   FUNCTION TRIM(D-COUNT-2) DELIMITED BY SIZE
               INTO DA-INPUT-VALUE.
           STRING "RESET, EMPTY " DELIMITED BY SIZE
                   FUNCTION TRIM(D-COUNT-3) DELIMITED BY SIZE
               INTO DA-OUTPUT-VALUE.
           MOVE 0 TO DA-RETURN-CODE.
           PERFORM 9500-WRITE-AUDIT-RECORD
               THRU 9500-EXIT.
           PERFORM 9420-CLOSE-DAILY-AUDIT
               THRU 9420-EXIT.
           GO TO 9999-EXIT.
       9999-EXIT.
           EXIT.

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
