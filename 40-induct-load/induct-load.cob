       IDENTIFICATION DIVISION.
       PROGRAM-ID. INDUCT-LOAD.
       AUTHOR. HARISH-KUMAR.
       INSTALLATION. UNIKODE-DATA-CENTER.
       DATE-WRITTEN. 2026/10/15.
       DATE-COMPILED.
      *-------------------------------------------------------------
      * MODIFICATION HISTORY
      *-------------------------------------------------------------
      * DATE       INIT DESCRIPTION
      * ---------- ---- -----------------------------------------
      * 2026/10/15  HK  FIRST VERSION - LOADS THE SAFETY OFFICE'S
      *                 CONTRACTOR INDUCTION FEED (INDUCFED.DAT) INTO
      *                 THE INDUCTION MASTER (INDUCMST.DAT, SHARED
      *                 INDUCSL / INDUCFD COPYBOOKS) THAT GREETER
      *                 CHECKS AT EVERY CONTRACTOR CHECK-IN.  ONE
      *                 FEED RECORD PER VISITOR NUMBER WITH THE
      *                 INDUCTION DATE AND EXPIRY; THE LATEST FEED
      *                 REPLACES WHAT IS ON FILE.  A RECORD WITH A
      *                 BAD NUMBER OR DATE, AN EXPIRY BEFORE THE
      *                 INDUCTION, OR A VISITOR NUMBER NOT ON THE
      *                 VISITOR MASTER IS REJECTED, LOGGED AS A
      *                 VALIDATION EXCEPTION AND LISTED ON THE LOAD
      *                 CONTROL REPORT (INDUCLRPT.DAT), AND THE RUN
      *                 ENDS WITH RETURN CODE 4.  NO FEED ON HAND IS
      *                 A QUIET NIGHT, NOT AN ERROR, SO THE STEP CAN
      *                 SIT IN THE NIGHTLY CHAIN.
      * 2026/10/15  HK  ADDED THE PROGRAM'S BUILD IDENTITY - VERSION AND
      *                 COMPILE DATE, SEE VERSWS.CPY - STAMPED ON ITS
      *                 AUDIT RECORDS AND PAGE HEADINGS.  A CALL WITH A
      *                 RETURN CODE OF -1 NOW ONLY REPORTS THE BUILD,
      *                 FOR THE DAILY RUN'S VERSION CHECK.
      *-------------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INDUCT-FEED ASSIGN TO "INDUCFED.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IF-STATUS.
           SELECT INDUCT-LOAD-RPT ASSIGN TO "INDUCLRPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           COPY INDUCSL.
           COPY VISITMSL.
           COPY AUDITSEL.
           COPY EXCPSEL.
           COPY AUDITCSL.
           COPY EXCPCSL.
           COPY RUNIDSEL.
           COPY SIGNSEL.
           COPY CALSEL.
           COPY LOCKSL.

       DATA DIVISION.
       FILE SECTION.
       FD  INDUCT-FEED.
       01  INDUCT-FEED-RECORD.
           05 IF-VISITOR-NO        PIC 9(07).
           05 FILLER               PIC X(01).
           05 IF-INDUCT-DATE       PIC 9(08).
           05 IF-INDUCT-DATE-X REDEFINES IF-INDUCT-DATE.
               10 IF-ID-YEAR       PIC 9(04).
               10 IF-ID-MONTH      PIC 9(02).
               10 IF-ID-DAY        PIC 9(02).
           05 FILLER               PIC X(01).
           05 IF-EXPIRY-DATE       PIC 9(08).
           05 IF-EXPIRY-DATE-X REDEFINES IF-EXPIRY-DATE.
               10 IF-ED-YEAR       PIC 9(04).
               10 IF-ED-MONTH      PIC 9(02).
               10 IF-ED-DAY        PIC 9(02).
           05 FILLER               PIC X(01).
           05 IF-NAME              PIC X(25).

       FD  INDUCT-LOAD-RPT.
       01  INDUCT-LOAD-RPT-RECORD  PIC X(80).

       COPY INDUCFD.

       COPY VISITMFD.

       COPY AUDITFD.

       COPY EXCPFD.

       COPY AUDITCFD.

       COPY EXCPCFD.

       COPY RUNIDFD.

       COPY SIGNFD.

       COPY CALFD.

       COPY LOCKFD.

       WORKING-STORAGE SECTION.
      *    BUILD IDENTITY - RAISE WS-VR-VERSION WITH EACH ENTRY
      *    IN THE MODIFICATION HISTORY (SEE VERSWS.CPY)
       01  WS-VR-PROGRAM           PIC X(17) VALUE "INDUCT-LOAD".
       01  WS-VR-VERSION           PIC X(06) VALUE "1.02".
       COPY VERSWS.
       COPY CALWS.
       COPY LOCKWS.
       COPY RUNIDWS.
       COPY AUDITCWS.
       COPY EXCPCWS.
       COPY SIGNWS.
       COPY RPTHDWS.
       01  WS-IF-STATUS            PIC X(02).
           88 WS-IF-OK                        VALUE "00".
       01  WS-IM-STATUS            PIC X(02).
           88 WS-IM-OK                        VALUE "00".
           88 WS-IM-FILE-MISSING              VALUE "35".
       01  WS-VM-STATUS            PIC X(02).
           88 WS-VM-OK                        VALUE "00".
       01  WS-DA-STATUS            PIC X(02).
       01  WS-EX-STATUS            PIC X(02).

       01  WS-REJECT-WHY           PIC X(16).

       01  WS-COUNTERS.
           05 WS-READ-CT           PIC 9(05) VALUE 0 USAGE COMP.
           05 WS-ADDED-CT          PIC 9(05) VALUE 0 USAGE COMP.
           05 WS-UPDATED-CT        PIC 9(05) VALUE 0 USAGE COMP.
           05 WS-REJECTED-CT       PIC 9(05) VALUE 0 USAGE COMP.

       01  D-COUNT                 PIC Z(4)9.
       01  D-VISNO                 PIC 9(07).

       01  WS-SWITCHES.
           05 WS-IF-EOF-SW         PIC X(01) VALUE "N".
               88 WS-IF-EOF                   VALUE "Y".
           05 WS-FEED-OPEN-SW      PIC X(01) VALUE "N".
               88 WS-FEED-OPEN                VALUE "Y".
           05 WS-MASTERS-OPEN-SW   PIC X(01) VALUE "N".
               88 WS-MASTERS-OPEN             VALUE "Y".

       LINKAGE SECTION.
       01  LK-RETURN-CODE          PIC S9(04).

       PROCEDURE DIVISION USING LK-RETURN-CODE.

      *-------------------------------------------------------------
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
           IF WS-MASTERS-OPEN
               PERFORM 2000-LOAD-FEED
                   THRU 2000-EXIT
           END-IF.
           PERFORM 3000-PRINT-TOTALS
               THRU 3000-EXIT.
           PERFORM 9999-TERMINATE
               THRU 9999-EXIT.
           GOBACK.

      *-------------------------------------------------------------
      * 1000-INITIALIZE  --  STAMPS, LOGS, THE LOCK, THEN THE FEED
      *                       AND THE MASTERS
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
           PERFORM 9450-OPEN-EXCEPTION-LOG
               THRU 9450-EXIT.
           MOVE "INDUCTION FEED LOAD CONTROL" TO WS-RH-TITLE.
           MOVE "INDUCT-LOAD" TO WS-RH-PROGRAM-ID.
           OPEN OUTPUT INDUCT-LOAD-RPT.
           OPEN INPUT INDUCT-FEED.
           IF NOT WS-IF-OK
               MOVE "NO INDUCTION FEED ON HAND - NOTHING LOADED."
                   TO INDUCT-LOAD-RPT-RECORD
               PERFORM 8900-WRITE-LINE
                   THRU 8900-EXIT
               GO TO 1000-EXIT
           END-IF.
           MOVE "Y" TO WS-FEED-OPEN-SW.
           MOVE "INDUCMST" TO WS-LOCK-RESOURCE.
           PERFORM 9600-ACQUIRE-LOCK
               THRU 9600-EXIT.
           IF WS-LOCK-DENIED
               DISPLAY "INDUCT-LOAD: induction master is in use - "
                   "feed not loaded."
               MOVE 8 TO LK-RETURN-CODE
               MOVE 8 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF.
           OPEN I-O INDUCTION-MASTER.
           IF WS-IM-FILE-MISSING
               OPEN OUTPUT INDUCTION-MASTER
               CLOSE INDUCTION-MASTER
               OPEN I-O INDUCTION-MASTER
           END-IF.
           IF NOT WS-IM-OK
               AND WS-IM-STATUS NOT = "05"
               DISPLAY "INDUCT-LOAD: INDUCMST.DAT open failed, "
                   "status " WS-IM-STATUS "."
               MOVE 8 TO LK-RETURN-CODE
               MOVE 8 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF.
           OPEN INPUT VISITOR-MASTER.
           IF NOT WS-VM-OK
               DISPLAY "INDUCT-LOAD: VISITMST.DAT open failed, "
                   "status " WS-VM-STATUS " - visitor numbers "
                   "cannot be checked."
               CLOSE INDUCTION-MASTER
               MOVE 8 TO LK-RETURN-CODE
               MOVE 8 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF.
           MOVE "Y" TO WS-MASTERS-OPEN-SW.
           MOVE "RESULT   VIS-NO  INDUCTED  EXPIRES   NAME / REASON"
               TO INDUCT-LOAD-RPT-RECORD.
           PERFORM 8900-WRITE-LINE
               THRU 8900-EXIT.
           GO TO 1000-EXIT.
       1000-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 2000-LOAD-FEED  --  POST EVERY GOOD FEED RECORD
      *-------------------------------------------------------------
       2000-LOAD-FEED.
           PERFORM 2100-LOAD-ONE-RECORD
               THRU 2100-EXIT
               UNTIL WS-IF-EOF.
           GO TO 2000-EXIT.
       2000-EXIT.
           EXIT.

       2100-LOAD-ONE-RECORD.
           READ INDUCT-FEED
               AT END
                   MOVE "Y" TO WS-IF-EOF-SW
                   GO TO 2100-EXIT
           END-READ.
           IF INDUCT-FEED-RECORD = SPACES
               GO TO 2100-EXIT
           END-IF.
           ADD 1 TO WS-READ-CT.
           PERFORM 2200-EDIT-RECORD
               THRU 2200-EXIT.
           IF WS-REJECT-WHY NOT = SPACES
               PERFORM 2400-REJECT-RECORD
                   THRU 2400-EXIT
               GO TO 2100-EXIT
           END-IF.
           MOVE IF-VISITOR-NO TO IM-VISITOR-NO.
           READ INDUCTION-MASTER
               INVALID KEY
                   MOVE SPACES TO INDUCTION-MASTER-RECORD
                   MOVE IF-VISITOR-NO TO IM-VISITOR-NO
                   MOVE IF-INDUCT-DATE TO IM-INDUCT-DATE
                   MOVE IF-EXPIRY-DATE TO IM-EXPIRY-DATE
                   MOVE WS-BUS-DATE TO IM-LOADED-DATE
                   WRITE INDUCTION-MASTER-RECORD
                   ADD 1 TO WS-ADDED-CT
                   MOVE "ADDED" TO INDUCT-LOAD-RPT-RECORD
               NOT INVALID KEY
                   MOVE IF-INDUCT-DATE TO IM-INDUCT-DATE
                   MOVE IF-EXPIRY-DATE TO IM-EXPIRY-DATE
                   MOVE WS-BUS-DATE TO IM-LOADED-DATE
                   REWRITE INDUCTION-MASTER-RECORD
                   ADD 1 TO WS-UPDATED-CT
                   MOVE "UPDATED" TO INDUCT-LOAD-RPT-RECORD
           END-READ.
           MOVE IF-VISITOR-NO TO INDUCT-LOAD-RPT-RECORD(10:7).
           MOVE IF-INDUCT-DATE TO INDUCT-LOAD-RPT-RECORD(18:8).
           MOVE IF-EXPIRY-DATE TO INDUCT-LOAD-RPT-RECORD(28:8).
           MOVE VM-NAME TO INDUCT-LOAD-RPT-RECORD(38:25).
           PERFORM 8900-WRITE-LINE
               THRU 8900-EXIT.
           GO TO 2100-EXIT.
       2100-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 2200-EDIT-RECORD  --  WS-REJECT-WHY COMES BACK BLANK FOR A
      *                        RECORD THAT MAY BE POSTED
      *-------------------------------------------------------------
       2200-EDIT-RECORD.
           MOVE SPACES TO WS-REJECT-WHY.
           IF IF-VISITOR-NO IS NOT NUMERIC
               OR IF-VISITOR-NO = 0
               MOVE "BAD VISITOR NO" TO WS-REJECT-WHY
               GO TO 2200-EXIT
           END-IF.
           IF IF-INDUCT-DATE IS NOT NUMERIC
               OR IF-ID-MONTH < 1 OR IF-ID-MONTH > 12
               OR IF-ID-DAY < 1 OR IF-ID-DAY > 31
               MOVE "BAD INDUCT DATE" TO WS-REJECT-WHY
               GO TO 2200-EXIT
           END-IF.
           IF IF-EXPIRY-DATE IS NOT NUMERIC
               OR IF-ED-MONTH < 1 OR IF-ED-MONTH > 12
               OR IF-ED-DAY < 1 OR IF-ED-DAY > 31
               MOVE "BAD EXPIRY DATE" TO WS-REJECT-WHY
               GO TO 2200-EXIT
           END-IF.
           IF IF-EXPIRY-DATE < IF-INDUCT-DATE
               MOVE "EXPIRY < INDUCT" TO WS-REJECT-WHY
               GO TO 2200-EXIT
           END-IF.
           MOVE IF-VISITOR-NO TO VM-NUMBER.
           READ VISITOR-MASTER
               INVALID KEY
                   MOVE "UNKNOWN VISITOR" TO WS-REJECT-WHY
           END-READ.
           GO TO 2200-EXIT.
       2200-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 2400-REJECT-RECORD  --  LIST AND LOG ONE REJECTED RECORD
      *-------------------------------------------------------------
       2400-REJECT-RECORD.
           ADD 1 TO WS-REJECTED-CT.
           MOVE SPACES TO INDUCT-LOAD-RPT-RECORD.
           MOVE "REJECTED" TO INDUCT-LOAD-RPT-RECORD(1:8).
           MOVE INDUCT-FEED-RECORD(1:7)
               TO INDUCT-LOAD-RPT-RECORD(10:7).
           MOVE INDUCT-FEED-RECORD(9:8)
               TO INDUCT-LOAD-RPT-RECORD(18:8).
           MOVE INDUCT-FEED-RECORD(18:8)
               TO INDUCT-LOAD-RPT-RECORD(28:8).
           MOVE WS-REJECT-WHY TO INDUCT-LOAD-RPT-RECORD(38:16).
           MOVE IF-NAME(1:25) TO INDUCT-LOAD-RPT-RECORD(55:25).
           PERFORM 8900-WRITE-LINE
               THRU 8900-EXIT.
           MOVE SPACES TO EXCEPTION-LOG-RECORD.
           MOVE "INDUCT-LOAD" TO EX-PROGRAM-ID.
           MOVE "VALIDATION" TO EX-EXCEPTION-TYPE.
           MOVE SPACES TO EX-DETAIL.
           STRING WS-REJECT-WHY DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   INDUCT-FEED-RECORD(1:7) DELIMITED BY SIZE
               INTO EX-DETAIL.
           MOVE 4 TO EX-RETURN-CODE.
           PERFORM 9550-WRITE-EXCEPTION-RECORD
               THRU 9550-EXIT.
           GO TO 2400-EXIT.
       2400-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 3000-PRINT-TOTALS  --  CONTROL TOTALS AND THE RUN'S AUDIT
      *                         RECORD
      *-------------------------------------------------------------
       3000-PRINT-TOTALS.
           IF NOT WS-FEED-OPEN
               GO TO 3000-EXIT
           END-IF.
           MOVE SPACES TO INDUCT-LOAD-RPT-RECORD.
           PERFORM 8900-WRITE-LINE
               THRU 8900-EXIT.
           MOVE WS-READ-CT TO D-COUNT.
           MOVE SPACES TO INDUCT-LOAD-RPT-RECORD.
           STRING "FEED RECORDS READ:   " DELIMITED BY SIZE
                   D-COUNT DELIMITED BY SIZE
               INTO INDUCT-LOAD-RPT-RECORD.
           PERFORM 8900-WRITE-LINE
               THRU 8900-EXIT.
           MOVE WS-ADDED-CT TO D-COUNT.
           MOVE SPACES TO INDUCT-LOAD-RPT-RECORD.
           STRING "INDUCTIONS ADDED:    " DELIMITED BY SIZE
                   D-COUNT DELIMITED BY SIZE
               INTO INDUCT-LOAD-RPT-RECORD.
           PERFORM 8900-WRITE-LINE
               THRU 8900-EXIT.
           MOVE WS-UPDATED-CT TO D-COUNT.
           MOVE SPACES TO INDUCT-LOAD-RPT-RECORD.
           STRING "INDUCTIONS UPDATED:  " DELIMITED BY SIZE
                   D-COUNT DELIMITED BY SIZE
               INTO INDUCT-LOAD-RPT-RECORD.
           PERFORM 8900-WRITE-LINE
               THRU 8900-EXIT.
           MOVE WS-REJECTED-CT TO D-COUNT.
           MOVE SPACES TO INDUCT-LOAD-RPT-RECORD.
           STRING "RECORDS REJECTED:    " DELIMITED BY SIZE
                   D-COUNT DELIMITED BY SIZE
               INTO INDUCT-LOAD-RPT-RECORD.
           PERFORM 8900-WRITE-LINE
               THRU 8900-EXIT.
           MOVE SPACES TO DAILY-AUDIT-RECORD.
           MOVE "INDUCT-LOAD" TO DA-PROGRAM-ID.
           MOVE "INDUCFED.DAT" TO DA-INPUT-VALUE.
           COMPUTE D-VISNO = WS-ADDED-CT + WS-UPDATED-CT.
           STRING "POSTED " DELIMITED BY SIZE
                   D-VISNO DELIMITED BY SIZE
               INTO DA-OUTPUT-VALUE.
           MOVE LK-RETURN-CODE TO DA-RETURN-CODE.
           IF WS-REJECTED-CT > 0
               AND LK-RETURN-CODE = 0
               MOVE 4 TO LK-RETURN-CODE
               MOVE 4 TO RETURN-CODE
               MOVE 4 TO DA-RETURN-CODE
           END-IF.
           PERFORM 9500-WRITE-AUDIT-RECORD
               THRU 9500-EXIT.
           GO TO 3000-EXIT.
       3000-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 8900-WRITE-LINE  --  DISPLAY AND PRINT ONE REPORT LINE,
      *                       WITH THE SHARED PAGE-HEADING BREAK
      *-------------------------------------------------------------
       8900-WRITE-LINE.
           MOVE INDUCT-LOAD-RPT-RECORD TO WS-RH-DETAIL.
           IF WS-RH-LINE-COUNT >= WS-RH-LINES-PER-PAGE
               PERFORM 9800-BUILD-PAGE-HEADING
                   THRU 9800-EXIT
               WRITE INDUCT-LOAD-RPT-RECORD FROM WS-RH-HEADING-1
               WRITE INDUCT-LOAD-RPT-RECORD FROM WS-RH-HEADING-2
               MOVE SPACES TO INDUCT-LOAD-RPT-RECORD
               WRITE INDUCT-LOAD-RPT-RECORD
               ADD 3 TO WS-RH-LINE-COUNT
               ADD 3 TO WS-RH-TOTAL-LINES
           END-IF.
           DISPLAY WS-RH-DETAIL.
           WRITE INDUCT-LOAD-RPT-RECORD FROM WS-RH-DETAIL.
           ADD 1 TO WS-RH-LINE-COUNT.
           ADD 1 TO WS-RH-TOTAL-LINES.
           GO TO 8900-EXIT.
       8900-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 9999-TERMINATE  --  TRAILER, CLOSE EVERYTHING, DROP THE LOCK
      *-------------------------------------------------------------
       9999-TERMINATE.
           PERFORM 9850-BUILD-REPORT-TRAILER
               THRU 9850-EXIT.
           DISPLAY WS-RH-TRAILER.
           WRITE INDUCT-LOAD-RPT-RECORD FROM WS-RH-TRAILER.
           CLOSE INDUCT-LOAD-RPT.
           IF WS-FEED-OPEN
               CLOSE INDUCT-FEED
           END-IF.
           IF WS-MASTERS-OPEN
               CLOSE INDUCTION-MASTER
               CLOSE VISITOR-MASTER
           END-IF.
           PERFORM 9420-CLOSE-DAILY-AUDIT
               THRU 9420-EXIT.
           PERFORM 9470-CLOSE-EXCEPTION-LOG
               THRU 9470-EXIT.
           PERFORM 9650-RELEASE-LOCKS
               THRU 9650-EXIT.
           GO TO 9999-EXIT.
       9999-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 9400-OPEN-DAILY-AUDIT / 9500-WRITE-AUDIT-RECORD  --  COPIED
      *-------------------------------------------------------------
       COPY AUDITOPN.

       COPY AUDITPR.

      *-------------------------------------------------------------
      * 9420-CLOSE-DAILY-AUDIT / 9470-CLOSE-EXCEPTION-LOG  --  COPIED
      *-------------------------------------------------------------
       COPY AUDITCLS.

       COPY EXCPCLS.

       COPY EXCPOPN.

       COPY EXCPPR.

      *-------------------------------------------------------------
      * 9380-ASSIGN-RUN-ID  --  COPIED
      *-------------------------------------------------------------
       COPY RUNIDPR.

      *-------------------------------------------------------------
      * 9390-GET-OPERATOR  --  COPIED
      *-------------------------------------------------------------
       COPY SIGNPR.

      *-------------------------------------------------------------
      * 9370-GET-BUSINESS-DATE  --  COPIED
      *-------------------------------------------------------------
       COPY CALPR.

      *-------------------------------------------------------------
      * 9600-ACQUIRE-LOCK / 9650-RELEASE-LOCKS  --  COPIED
      *-------------------------------------------------------------
       COPY LOCKPR.

      *-------------------------------------------------------------
      * 9800-BUILD-PAGE-HEADING / 9850-BUILD-REPORT-TRAILER  --
      * COPIED
      *-------------------------------------------------------------
       COPY RPTHDPR.

      *-------------------------------------------------------------
      * 9245-ANSWER-VERSION-INQUIRY  --  COPIED
      *-------------------------------------------------------------
       COPY VERSPR.
