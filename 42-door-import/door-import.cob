       IDENTIFICATION DIVISION.
       PROGRAM-ID. DOOR-IMPORT.
       AUTHOR. HARISH-KUMAR.
       INSTALLATION. UNIKODE-DATA-CENTER.
       DATE-WRITTEN. 2026/10/15.
       DATE-COMPILED.
      *-------------------------------------------------------------
      * MODIFICATION HISTORY
      *-------------------------------------------------------------
      * DATE       INIT DESCRIPTION
      * ---------- ---- -----------------------------------------
      * 2026/10/15  HK  FIRST VERSION - POSTS THE STAFF-ENTRANCE
      *                 CARD READERS' DAILY EVENT FILE (DOOREVT.DAT)
      *                 INTO THE GREETER LOG SO PEOPLE WHO NEVER
      *                 PASS THE DESK STILL COUNT IN OCCUPANCY, THE
      *                 ROLL CALL AND THE TIME EXPORT.  EACH CARD IS
      *                 MAPPED TO A VISITOR NUMBER THROUGH THE CARD
      *                 CROSS-REFERENCE (CARDXREF.DAT, SHARED CARDXSL
      *                 / CARDXFD COPYBOOKS); EACH GOOD EVENT BECOMES
      *                 AN IN OR OUT ROW IN THE GREETLFD LAYOUT
      *                 FLAGGED D, AN ARRIVAL BUMPS THE VISITOR
      *                 MASTER (JOURNALED), AND TODAY'S EVENTS ARE
      *                 APPLIED TO THE GREETER STATE FILE.  EVERY
      *                 POSTED EVENT IS KEYED ON THE POSTED-EVENT
      *                 FILE (DOORPOST.DAT), SO A RE-RUN OR A
      *                 RE-SENT FILE SKIPS WHAT IS ALREADY IN.  AN
      *                 UNKNOWN CARD, A CARD FOR A VISITOR NOT ON THE
      *                 MASTER OR A MALFORMED EVENT GOES TO THE
      *                 REJECT FILE (DOORRJ.DAT, SHARED DOORRJSL /
      *                 DOORRJFD COPYBOOKS) FOR THE REJECT WORKBENCH,
      *                 WHOSE CORRECTIONS COME BACK THROUGH THE
      *                 RE-FEED FILE (DOORRFD.DAT), READ AFTER THE
      *                 READER FILE AND EMPTIED ONCE POSTED.  ENDS
      *                 WITH THE IMPORT CONTROL REPORT (DOORIRPT.DAT)
      *                 - READ, POSTED, DUPLICATE, REJECTED - AND
      *                 RETURN CODE 4 WHEN ANYTHING WAS REJECTED.
      *                 RUNS AS A CHAIN STEP OR FROM THE MENU.
      * 2026/10/15  HK  EVENTS ARE POSTED AT THE RUN'S RECEPTION SITE
      *                 (FROM THE SIGN-ON FILE; A RUN FOR ALL SITES
      *                 POSTS AT THE HOME SITE). THE SITE IS STAMPED ON
      *                 EVERY LOG ROW AND STATE ENTRY, AND STATE IS KEPT
      *                 PER SITE THE WAY GREETER KEEPS IT. A SITE NOT ON
      *                 SITETAB.DAT STOPS THE IMPORT WITH CODE 8. THE
      *                 TODAY TABLE NOW HOLDS 400 ENTRIES ACROSS ALL
      *                 SITES.
      * 2026/10/15  HK  ADDED THE PROGRAM'S BUILD IDENTITY - VERSION AND
      *                 COMPILE DATE, SEE VERSWS.CPY - STAMPED ON ITS
      *                 AUDIT RECORDS AND PAGE HEADINGS.  A CALL WITH A
      *                 RETURN CODE OF -1 NOW ONLY REPORTS THE BUILD,
      *                 FOR THE DAILY RUN'S VERSION CHECK.
      * 2026/10/15  HK  DOORRJ.DAT IS NOW OPENED EXTEND (CREATED ON
      *                 FIRST USE), LIKE THE OTHER BATCH REJECT FILES,
      *                 SO REJECTS LEFT FOR THE REJECT WORKBENCH SURVIVE
      *                 THE NEXT IMPORT.
      *-------------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DOOR-EVENTS ASSIGN TO "DOOREVT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DE-STATUS.
           SELECT DOOR-REFEED ASSIGN TO "DOORRFD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RF-STATUS.
           SELECT DOOR-POSTED ASSIGN TO "DOORPOST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DP-EVENT-KEY
               FILE STATUS IS WS-DP-STATUS.
           SELECT DOOR-IMPORT-RPT ASSIGN TO "DOORIRPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           COPY CARDXSL.
           COPY DOORRJSL.
           COPY GREETLSL.
           COPY GRSTASL.
           COPY VISITMSL.
           COPY AUDITSEL.
           COPY EXCPSEL.
           COPY AUDITCSL.
           COPY EXCPCSL.
           COPY RUNIDSEL.
           COPY SIGNSEL.
           COPY CALSEL.
           COPY LOCKSL.
           COPY JRNLSL.
           COPY SITESL.

       DATA DIVISION.
       FILE SECTION.
       FD  DOOR-EVENTS.
       01  DOOR-EVENT-RECORD       PIC X(40).

       FD  DOOR-REFEED.
       01  DOOR-REFEED-RECORD      PIC X(40).

       FD  DOOR-POSTED.
       01  DOOR-POSTED-RECORD.
           05 DP-EVENT-KEY.
               10 DP-CARD-NO       PIC X(10).
               10 DP-DATE          PIC 9(08).
               10 DP-TIME          PIC 9(06).
               10 DP-DIRECTION     PIC X(03).
           05 FILLER               PIC X(01).
           05 DP-VISITOR-NO        PIC 9(07).
           05 FILLER               PIC X(01).
           05 DP-RUN-ID            PIC X(13).

       FD  DOOR-IMPORT-RPT.
       01  DOOR-IMPORT-RPT-RECORD  PIC X(80).

       COPY CARDXFD.

       COPY DOORRJFD.

       COPY GREETLFD.

       COPY GRSTAFD.

       COPY VISITMFD.

       COPY AUDITFD.

       COPY EXCPFD.

       COPY AUDITCFD.

       COPY EXCPCFD.

       COPY RUNIDFD.

       COPY SIGNFD.

       COPY CALFD.

       COPY LOCKFD.

       COPY JRNLFD.

       COPY SITEFD.

       WORKING-STORAGE SECTION.
      *    BUILD IDENTITY - RAISE WS-VR-VERSION WITH EACH ENTRY
      *    IN THE MODIFICATION HISTORY (SEE VERSWS.CPY)
       01  WS-VR-PROGRAM           PIC X(17) VALUE "DOOR-IMPORT".
       01  WS-VR-VERSION           PIC X(06) VALUE "1.04".
       COPY VERSWS.
       COPY CALWS.
       COPY LOCKWS.
       COPY JRNLWS.
       COPY RUNIDWS.
       COPY AUDITCWS.
       COPY EXCPCWS.
       COPY SIGNWS.
       COPY SITEWS.
       COPY RPTHDWS.
       01  WS-DE-STATUS            PIC X(02).
           88 WS-DE-OK                        VALUE "00".
       01  WS-RF-STATUS            PIC X(02).
           88 WS-RF-OK                        VALUE "00".
       01  WS-DP-STATUS            PIC X(02).
           88 WS-DP-OK                        VALUE "00".
           88 WS-DP-FILE-MISSING              VALUE "35".
       01  WS-CX-STATUS            PIC X(02).
           88 WS-CX-OK                        VALUE "00".
       01  WS-DR-STATUS            PIC X(02).
       01  WS-GL-STATUS            PIC X(02).
       01  WS-GS-STATUS            PIC X(02).
           88 WS-GS-OK                        VALUE "00".
       01  WS-VM-STATUS            PIC X(02).
           88 WS-VM-OK                        VALUE "00".
           88 WS-VM-FILE-MISSING              VALUE "35".
       01  WS-DA-STATUS            PIC X(02).
       01  WS-EX-STATUS            PIC X(02).

      *    ONE READER EVENT, FROM THE READER FILE OR THE RE-FEED
       01  WS-EVENT.
           05 WS-EV-CARD-NO        PIC X(10).
           05 FILLER               PIC X(01).
           05 WS-EV-DATE           PIC 9(08).
           05 WS-EV-DATE-X REDEFINES WS-EV-DATE.
               10 WS-EV-YEAR       PIC 9(04).
               10 WS-EV-MONTH      PIC 9(02).
               10 WS-EV-DAY        PIC 9(02).
           05 FILLER               PIC X(01).
           05 WS-EV-TIME           PIC 9(06).
           05 FILLER               PIC X(01).
           05 WS-EV-DIRECTION      PIC X(03).
               88 WS-EV-IN                    VALUE "IN".
               88 WS-EV-OUT                   VALUE "OUT".
               88 WS-EV-DIRECTION-OK          VALUES "IN" "OUT".
           05 FILLER               PIC X(01).
           05 WS-EV-READER-ID      PIC X(08).
           05 FILLER               PIC X(01).

      *    CARD NUMBER TO VISITOR NUMBER, LATEST RECORD WINS
       01  WS-CARD-TABLE.
           05 WS-CARD-COUNT        PIC 9(04) VALUE 0 USAGE COMP.
           05 WS-CARD-ENTRY        OCCURS 1000 TIMES.
               10 WS-CT-CARD-NO    PIC X(10).
               10 WS-CT-VISITOR-NO PIC 9(07).
       01  WS-CARD-IDX             PIC 9(04) USAGE COMP.

      *    TODAY'S CHECK-IN STATE, AS GREETER KEEPS IT
       01  WS-TODAY-TABLE.
           05 WS-TODAY-COUNT       PIC 9(03) VALUE 0 USAGE COMP.
           05 WS-TODAY-ENTRY       OCCURS 400 TIMES.
               10 WS-TD-NAME       PIC X(25).
               10 WS-TD-SITE       PIC X(04).
               10 WS-TD-IN-SW      PIC X(01).
               10 WS-TD-GROUP-ID   PIC X(08).
               10 WS-TD-GROUP-NAME PIC X(25).
       01  WS-TODAY-IDX            PIC 9(03) USAGE COMP.

      *    THE SITE THE EVENTS ARE POSTED AT, AND THE SITE OF THE
      *    STATE ENTRY BEING LOOKED UP
       01  WS-POST-SITE            PIC X(04).
       01  WS-FIND-SITE            PIC X(04).

       01  WS-REJECT-WHY           PIC X(20).

       01  WS-COUNTERS.
           05 WS-READ-CT           PIC 9(05) VALUE 0 USAGE COMP.
           05 WS-POSTED-IN-CT      PIC 9(05) VALUE 0 USAGE COMP.
           05 WS-POSTED-OUT-CT     PIC 9(05) VALUE 0 USAGE COMP.
           05 WS-DUPLICATE-CT      PIC 9(05) VALUE 0 USAGE COMP.
           05 WS-REJECTED-CT       PIC 9(05) VALUE 0 USAGE COMP.
           05 WS-REFEED-CT         PIC 9(05) VALUE 0 USAGE COMP.

       01  D-COUNT                 PIC Z(4)9.
       01  D-POSTED                PIC 9(05).

       01  WS-SWITCHES.
           05 WS-DE-OPEN-SW        PIC X(01) VALUE "N".
               88 WS-DE-OPEN                  VALUE "Y".
           05 WS-RF-OPEN-SW        PIC X(01) VALUE "N".
               88 WS-RF-OPEN                  VALUE "Y".
           05 WS-FILES-OPEN-SW     PIC X(01) VALUE "N".
               88 WS-FILES-OPEN               VALUE "Y".
           05 WS-EOF-SW            PIC X(01) VALUE "N".
               88 WS-EOF                      VALUE "Y".
           05 WS-CX-EOF-SW         PIC X(01) VALUE "N".
               88 WS-CX-EOF                   VALUE "Y".
           05 WS-GS-EOF-SW         PIC X(01) VALUE "N".
               88 WS-GS-EOF                   VALUE "Y".
           05 WS-GL-EOF-SW         PIC X(01) VALUE "N".
               88 WS-GL-EOF                   VALUE "Y".
           05 WS-STATE-CHANGED-SW  PIC X(01) VALUE "N".
               88 WS-STATE-CHANGED            VALUE "Y".

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
           IF WS-FILES-OPEN
               PERFORM 2000-IMPORT-EVENTS
                   THRU 2000-EXIT
               PERFORM 3000-PRINT-TOTALS
                   THRU 3000-EXIT
           END-IF.
           PERFORM 9999-TERMINATE
               THRU 9999-EXIT.
           GOBACK.

      *-------------------------------------------------------------
      * 1000-INITIALIZE  --  STAMPS AND LOGS, THEN THE INPUTS; WITH
      *                       NOTHING TO POST THE RUN IS A QUIET
      *                       RETURN CODE 0.  OTHERWISE THE LOCKS,
      *                       THE CARD TABLE, THE MASTERS AND
      *                       TODAY'S STATE.
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
           MOVE "DOOR-READER IMPORT CONTROL" TO WS-RH-TITLE.
           MOVE "DOOR-IMPORT" TO WS-RH-PROGRAM-ID.
           OPEN OUTPUT DOOR-IMPORT-RPT.
           PERFORM 9320-LOAD-SITES
               THRU 9320-EXIT.
           MOVE WS-SITE-CODE TO WS-SITE-WANTED.
           PERFORM 9330-FIND-SITE
               THRU 9330-EXIT.
           MOVE WS-SITE-WANTED TO WS-POST-SITE.
           IF NOT WS-SITE-FOUND
               DISPLAY "DOOR-IMPORT: site " WS-POST-SITE " is not on "
                   "SITETAB.DAT."
               GO TO 1000-FAILED
           END-IF.
           OPEN INPUT DOOR-EVENTS.
           IF WS-DE-OK
               MOVE "Y" TO WS-DE-OPEN-SW
           END-IF.
           OPEN INPUT DOOR-REFEED.
           IF WS-RF-OK
               MOVE "Y" TO WS-RF-OPEN-SW
           END-IF.
           IF NOT WS-DE-OPEN
               AND NOT WS-RF-OPEN
               MOVE "NO DOOR-READER EVENTS ON HAND - NOTHING POSTED."
                   TO DOOR-IMPORT-RPT-RECORD
               PERFORM 8900-WRITE-LINE
                   THRU 8900-EXIT
               GO TO 1000-EXIT
           END-IF.
           MOVE "VISITMST" TO WS-LOCK-RESOURCE.
           PERFORM 9600-ACQUIRE-LOCK
               THRU 9600-EXIT.
           IF WS-LOCK-DENIED
               GO TO 1000-LOCKED
           END-IF.
           MOVE "GREETLOG" TO WS-LOCK-RESOURCE.
           PERFORM 9600-ACQUIRE-LOCK
               THRU 9600-EXIT.
           IF WS-LOCK-DENIED
               GO TO 1000-LOCKED
           END-IF.
           PERFORM 1100-LOAD-CARD-XREF
               THRU 1100-EXIT.
           OPEN I-O DOOR-POSTED.
           IF WS-DP-FILE-MISSING
               OPEN OUTPUT DOOR-POSTED
               CLOSE DOOR-POSTED
               OPEN I-O DOOR-POSTED
           END-IF.
           IF NOT WS-DP-OK
               AND WS-DP-STATUS NOT = "05"
               DISPLAY "DOOR-IMPORT: DOORPOST.DAT open failed, "
                   "status " WS-DP-STATUS "."
               GO TO 1000-FAILED
           END-IF.
           OPEN I-O VISITOR-MASTER.
           IF NOT WS-VM-OK
               AND WS-VM-STATUS NOT = "05"
               DISPLAY "DOOR-IMPORT: VISITMST.DAT open failed, "
                   "status " WS-VM-STATUS "."
               CLOSE DOOR-POSTED
               GO TO 1000-FAILED
           END-IF.
           PERFORM 1400-LOAD-STATE
               THRU 1400-EXIT.
           OPEN EXTEND GREETER-LOG.
           IF WS-GL-STATUS = "35"
               OPEN OUTPUT GREETER-LOG
               CLOSE GREETER-LOG
               OPEN EXTEND GREETER-LOG
           END-IF.
           OPEN EXTEND DOOR-REJECT.
           IF WS-DR-STATUS = "35"
               OPEN OUTPUT DOOR-REJECT
               CLOSE DOOR-REJECT
               OPEN EXTEND DOOR-REJECT
           END-IF.
           MOVE "Y" TO WS-FILES-OPEN-SW.
           MOVE "CARD NO    DATE     TIME   DIR READER   REASON"
               TO DOOR-IMPORT-RPT-RECORD.
           PERFORM 8900-WRITE-LINE
               THRU 8900-EXIT.
           GO TO 1000-EXIT.
       1000-LOCKED.
           DISPLAY "DOOR-IMPORT: visitor master or greeter log in "
               "use - events not posted.".
       1000-FAILED.
           MOVE 8 TO LK-RETURN-CODE.
           MOVE 8 TO RETURN-CODE.
           MOVE "IMPORT NOT RUN - SEE THE CONSOLE."
               TO DOOR-IMPORT-RPT-RECORD.
           PERFORM 8900-WRITE-LINE
               THRU 8900-EXIT.
           GO TO 1000-EXIT.
       1000-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 1100-LOAD-CARD-XREF  --  CARD TO VISITOR NUMBER; A LATER
      *                           RECORD FOR A CARD REPLACES THE
      *                           EARLIER ONE
      *-------------------------------------------------------------
       1100-LOAD-CARD-XREF.
           MOVE 0 TO WS-CARD-COUNT.
           MOVE "N" TO WS-CX-EOF-SW.
           OPEN INPUT CARD-XREF.
           IF NOT WS-CX-OK
               DISPLAY "DOOR-IMPORT: CARDXREF.DAT not available, "
                   "status " WS-CX-STATUS " - every card will be "
                   "rejected."
               GO TO 1100-EXIT
           END-IF.
           PERFORM 1110-LOAD-ONE-CARD
               THRU 1110-EXIT
               UNTIL WS-CX-EOF.
           CLOSE CARD-XREF.
           GO TO 1100-EXIT.
       1100-EXIT.
           EXIT.

       1110-LOAD-ONE-CARD.
           READ CARD-XREF
               AT END
                   MOVE "Y" TO WS-CX-EOF-SW
                   GO TO 1110-EXIT
           END-READ.
           IF CX-CARD-NO = SPACES
               OR CX-VISITOR-NO IS NOT NUMERIC
               GO TO 1110-EXIT
           END-IF.
           PERFORM VARYING WS-CARD-IDX FROM 1 BY 1
                   UNTIL WS-CARD-IDX > WS-CARD-COUNT
                   OR WS-CT-CARD-NO(WS-CARD-IDX) = CX-CARD-NO
           END-PERFORM.
           IF WS-CARD-IDX > WS-CARD-COUNT
               IF WS-CARD-COUNT >= 1000
                   DISPLAY "DOOR-IMPORT: card table full, card "
                       CX-CARD-NO " ignored."
                   GO TO 1110-EXIT
               END-IF
               ADD 1 TO WS-CARD-COUNT
               MOVE WS-CARD-COUNT TO WS-CARD-IDX
               MOVE CX-CARD-NO TO WS-CT-CARD-NO(WS-CARD-IDX)
           END-IF.
           MOVE CX-VISITOR-NO TO WS-CT-VISITOR-NO(WS-CARD-IDX).
           GO TO 1110-EXIT.
       1110-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 1400-LOAD-STATE  --  TODAY'S CHECK-IN STATE FROM THE
      *                       SNAPSHOT, FALLING BACK TO A REPLAY OF
      *                       TODAY'S LOG ROWS WHEN THE SNAPSHOT IS
      *                       MISSING OR STALE (THE GREETER RULE)
      *-------------------------------------------------------------
       1400-LOAD-STATE.
           MOVE 0 TO WS-TODAY-COUNT.
           MOVE "N" TO WS-GS-EOF-SW.
           OPEN INPUT GREETER-STATE.
           IF NOT WS-GS-OK
               GO TO 1400-FALLBACK
           END-IF.
           READ GREETER-STATE
               AT END
                   CLOSE GREETER-STATE
                   GO TO 1400-FALLBACK
           END-READ.
           IF NOT GS-HEADER-REC
               OR GS-STATE-DATE IS NOT NUMERIC
               OR GS-STATE-DATE NOT = WS-BUS-DATE
               CLOSE GREETER-STATE
               GO TO 1400-FALLBACK
           END-IF.
           PERFORM 1410-LOAD-ONE-STATE
               THRU 1410-EXIT
               UNTIL WS-GS-EOF.
           CLOSE GREETER-STATE.
           GO TO 1400-EXIT.
       1400-FALLBACK.
           PERFORM 1500-REPLAY-TODAY
               THRU 1500-EXIT.
           GO TO 1400-EXIT.
       1400-EXIT.
           EXIT.

       1410-LOAD-ONE-STATE.
           READ GREETER-STATE
               AT END
                   MOVE "Y" TO WS-GS-EOF-SW
                   GO TO 1410-EXIT
           END-READ.
           IF NOT GS-DETAIL-REC
               OR GS-NAME = SPACES
               OR WS-TODAY-COUNT >= 400
               GO TO 1410-EXIT
           END-IF.
           ADD 1 TO WS-TODAY-COUNT.
           MOVE GS-NAME TO WS-TD-NAME(WS-TODAY-COUNT).
           IF GS-SITE = SPACES
               MOVE WS-HOME-SITE TO WS-TD-SITE(WS-TODAY-COUNT)
           ELSE
               MOVE GS-SITE TO WS-TD-SITE(WS-TODAY-COUNT)
           END-IF.
           MOVE GS-IN-SW TO WS-TD-IN-SW(WS-TODAY-COUNT).
           MOVE GS-GROUP-ID TO WS-TD-GROUP-ID(WS-TODAY-COUNT).
           MOVE GS-GROUP-NAME TO WS-TD-GROUP-NAME(WS-TODAY-COUNT).
           GO TO 1410-EXIT.
       1410-EXIT.
           EXIT.

       1500-REPLAY-TODAY.
           MOVE "N" TO WS-GL-EOF-SW.
           OPEN INPUT GREETER-LOG.
           IF WS-GL-STATUS NOT = "00"
               GO TO 1500-EXIT
           END-IF.
           PERFORM 1510-REPLAY-ONE-ROW
               THRU 1510-EXIT
               UNTIL WS-GL-EOF.
           CLOSE GREETER-LOG.
           MOVE "Y" TO WS-STATE-CHANGED-SW.
           GO TO 1500-EXIT.
       1500-EXIT.
           EXIT.

       1510-REPLAY-ONE-ROW.
           READ GREETER-LOG
               AT END
                   MOVE "Y" TO WS-GL-EOF-SW
                   GO TO 1510-EXIT
           END-READ.
           IF GL-RUN-DATE IS NOT NUMERIC
               OR GL-RUN-DATE NOT = WS-BUS-DATE
               GO TO 1510-EXIT
           END-IF.
           IF GL-SITE = SPACES
               MOVE WS-HOME-SITE TO WS-FIND-SITE
           ELSE
               MOVE GL-SITE TO WS-FIND-SITE
           END-IF.
           PERFORM 1520-FIND-TODAY-ENTRY
               THRU 1520-EXIT.
           IF WS-TODAY-IDX = 0
               GO TO 1510-EXIT
           END-IF.
           IF GL-EVT-DEPARTURE
               MOVE "N" TO WS-TD-IN-SW(WS-TODAY-IDX)
           ELSE
               MOVE "Y" TO WS-TD-IN-SW(WS-TODAY-IDX)
               MOVE GL-GROUP-ID TO WS-TD-GROUP-ID(WS-TODAY-IDX)
               MOVE GL-GROUP-NAME TO WS-TD-GROUP-NAME(WS-TODAY-IDX)
           END-IF.
           GO TO 1510-EXIT.
       1510-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 1520-FIND-TODAY-ENTRY  --  FIND OR ADD THE STATE ENTRY FOR
      *                             GL-NAME AT WS-FIND-SITE (0 WHEN
      *                             THE TABLE IS FULL)
      *-------------------------------------------------------------
       1520-FIND-TODAY-ENTRY.
           PERFORM VARYING WS-TODAY-IDX FROM 1 BY 1
                   UNTIL WS-TODAY-IDX > WS-TODAY-COUNT
                   OR (WS-TD-NAME(WS-TODAY-IDX) = GL-NAME
                       AND WS-TD-SITE(WS-TODAY-IDX) = WS-FIND-SITE)
           END-PERFORM.
           IF WS-TODAY-IDX <= WS-TODAY-COUNT
               GO TO 1520-EXIT
           END-IF.
           IF WS-TODAY-COUNT >= 400
               MOVE 0 TO WS-TODAY-IDX
               GO TO 1520-EXIT
           END-IF.
           ADD 1 TO WS-TODAY-COUNT.
           MOVE WS-TODAY-COUNT TO WS-TODAY-IDX.
           MOVE GL-NAME TO WS-TD-NAME(WS-TODAY-IDX).
           MOVE WS-FIND-SITE TO WS-TD-SITE(WS-TODAY-IDX).
           MOVE "N" TO WS-TD-IN-SW(WS-TODAY-IDX).
           MOVE SPACES TO WS-TD-GROUP-ID(WS-TODAY-IDX).
           MOVE SPACES TO WS-TD-GROUP-NAME(WS-TODAY-IDX).
           GO TO 1520-EXIT.
       1520-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 2000-IMPORT-EVENTS  --  THE READER FILE, THEN THE
      *                        WORKBENCH'S RE-FEED, WHICH IS
      *                        EMPTIED ONCE IT HAS BEEN POSTED
      *-------------------------------------------------------------
       2000-IMPORT-EVENTS.
           IF WS-DE-OPEN
               MOVE "N" TO WS-EOF-SW
               PERFORM 2100-READ-ONE-EVENT
                   THRU 2100-EXIT
                   UNTIL WS-EOF
           END-IF.
           IF WS-RF-OPEN
               MOVE "N" TO WS-EOF-SW
               PERFORM 2150-READ-ONE-REFEED
                   THRU 2150-EXIT
                   UNTIL WS-EOF
               CLOSE DOOR-REFEED
               MOVE "N" TO WS-RF-OPEN-SW
               OPEN OUTPUT DOOR-REFEED
               CLOSE DOOR-REFEED
           END-IF.
           IF WS-STATE-CHANGED
               PERFORM 4500-SNAPSHOT-STATE
                   THRU 4500-EXIT
           END-IF.
           GO TO 2000-EXIT.
       2000-EXIT.
           EXIT.

       2100-READ-ONE-EVENT.
           READ DOOR-EVENTS
               AT END
                   MOVE "Y" TO WS-EOF-SW
                   GO TO 2100-EXIT
           END-READ.
           IF DOOR-EVENT-RECORD = SPACES
               GO TO 2100-EXIT
           END-IF.
           MOVE DOOR-EVENT-RECORD TO WS-EVENT.
           PERFORM 2200-POST-ONE-EVENT
               THRU 2200-EXIT.
           GO TO 2100-EXIT.
       2100-EXIT.
           EXIT.

       2150-READ-ONE-REFEED.
           READ DOOR-REFEED
               AT END
                   MOVE "Y" TO WS-EOF-SW
                   GO TO 2150-EXIT
           END-READ.
           IF DOOR-REFEED-RECORD = SPACES
               GO TO 2150-EXIT
           END-IF.
           ADD 1 TO WS-REFEED-CT.
           MOVE DOOR-REFEED-RECORD TO WS-EVENT.
           PERFORM 2200-POST-ONE-EVENT
               THRU 2200-EXIT.
           GO TO 2150-EXIT.
       2150-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 2200-POST-ONE-EVENT  --  EDIT, SKIP IF ALREADY POSTED, MAP
      *                           THE CARD, THEN POST THE LOG ROW,
      *                           THE MASTER AND TODAY'S STATE
      *-------------------------------------------------------------
       2200-POST-ONE-EVENT.
           ADD 1 TO WS-READ-CT.
           MOVE SPACES TO WS-REJECT-WHY.
           IF WS-EV-CARD-NO = SPACES
               OR WS-EV-DATE IS NOT NUMERIC
               OR WS-EV-TIME IS NOT NUMERIC
               OR NOT WS-EV-DIRECTION-OK
               OR WS-EV-MONTH < 1 OR WS-EV-MONTH > 12
               OR WS-EV-DAY < 1 OR WS-EV-DAY > 31
               MOVE "BAD EVENT" TO WS-REJECT-WHY
               PERFORM 2400-REJECT-EVENT
                   THRU 2400-EXIT
               GO TO 2200-EXIT
           END-IF.
           MOVE WS-EV-CARD-NO TO DP-CARD-NO.
           MOVE WS-EV-DATE TO DP-DATE.
           MOVE WS-EV-TIME TO DP-TIME.
           MOVE WS-EV-DIRECTION TO DP-DIRECTION.
           READ DOOR-POSTED
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WS-DUPLICATE-CT
                   GO TO 2200-EXIT
           END-READ.
           PERFORM VARYING WS-CARD-IDX FROM 1 BY 1
                   UNTIL WS-CARD-IDX > WS-CARD-COUNT
                   OR WS-CT-CARD-NO(WS-CARD-IDX) = WS-EV-CARD-NO
           END-PERFORM.
           IF WS-CARD-IDX > WS-CARD-COUNT
               MOVE "UNKNOWN CARD" TO WS-REJECT-WHY
               PERFORM 2400-REJECT-EVENT
                   THRU 2400-EXIT
               GO TO 2200-EXIT
           END-IF.
           MOVE WS-CT-VISITOR-NO(WS-CARD-IDX) TO VM-NUMBER.
           READ VISITOR-MASTER
               INVALID KEY
                   MOVE "VISITOR NOT ON FILE" TO WS-REJECT-WHY
           END-READ.
           IF WS-REJECT-WHY NOT = SPACES
               PERFORM 2400-REJECT-EVENT
                   THRU 2400-EXIT
               GO TO 2200-EXIT
           END-IF.
           MOVE SPACES TO GREETER-LOG-RECORD.
           MOVE VM-NAME TO GL-NAME.
           MOVE WS-EV-DATE TO GL-RUN-DATE.
           COMPUTE GL-RUN-TIME = WS-EV-TIME * 100.
           MOVE WS-EV-DIRECTION TO GL-EVENT.
           MOVE "D" TO GL-EXPECTED.
           MOVE VM-CATEGORY TO GL-CATEGORY.
           MOVE WS-POST-SITE TO GL-SITE.
           WRITE GREETER-LOG-RECORD.
           IF WS-EV-IN
               ADD 1 TO WS-POSTED-IN-CT
               PERFORM 2500-UPDATE-MASTER
                   THRU 2500-EXIT
           ELSE
               ADD 1 TO WS-POSTED-OUT-CT
           END-IF.
           IF WS-EV-DATE = WS-BUS-DATE
               PERFORM 2600-UPDATE-STATE
                   THRU 2600-EXIT
           END-IF.
           MOVE SPACES TO DOOR-POSTED-RECORD.
           MOVE WS-EV-CARD-NO TO DP-CARD-NO.
           MOVE WS-EV-DATE TO DP-DATE.
           MOVE WS-EV-TIME TO DP-TIME.
           MOVE WS-EV-DIRECTION TO DP-DIRECTION.
           MOVE VM-NUMBER TO DP-VISITOR-NO.
           MOVE WS-RUN-ID TO DP-RUN-ID.
           WRITE DOOR-POSTED-RECORD.
           GO TO 2200-EXIT.
       2200-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 2400-REJECT-EVENT  --  TO THE REJECT FILE FOR THE
      *                        WORKBENCH, THE CONTROL REPORT AND
      *                        THE EXCEPTION LOG
      *-------------------------------------------------------------
       2400-REJECT-EVENT.
           ADD 1 TO WS-REJECTED-CT.
           MOVE SPACES TO DOOR-REJECT-RECORD.
           MOVE WS-EV-CARD-NO TO DR-CARD-NO.
           MOVE WS-REJECT-WHY TO DR-REASON.
           MOVE WS-EVENT TO DR-EVENT.
           WRITE DOOR-REJECT-RECORD.
           MOVE SPACES TO DOOR-IMPORT-RPT-RECORD.
           MOVE WS-EVENT(1:39) TO DOOR-IMPORT-RPT-RECORD(1:39).
           MOVE WS-REJECT-WHY TO DOOR-IMPORT-RPT-RECORD(42:20).
           PERFORM 8900-WRITE-LINE
               THRU 8900-EXIT.
           MOVE SPACES TO EXCEPTION-LOG-RECORD.
           MOVE "DOOR-IMPORT" TO EX-PROGRAM-ID.
           MOVE "VALIDATION" TO EX-EXCEPTION-TYPE.
           MOVE SPACES TO EX-DETAIL.
           STRING WS-REJECT-WHY DELIMITED BY "  "
                   " " DELIMITED BY SIZE
                   WS-EV-CARD-NO DELIMITED BY SIZE
               INTO EX-DETAIL.
           MOVE 4 TO EX-RETURN-CODE.
           PERFORM 9550-WRITE-EXCEPTION-RECORD
               THRU 9550-EXIT.
           GO TO 2400-EXIT.
       2400-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 2500-UPDATE-MASTER  --  AN ARRIVAL COUNTS AS A VISIT, THE
      *                          SAME AS A DESK CHECK-IN
      *-------------------------------------------------------------
       2500-UPDATE-MASTER.
           ADD 1 TO VM-VISIT-COUNT
               ON SIZE ERROR
                   CONTINUE
           END-ADD.
           IF VM-LAST-VISIT-DATE IS NOT NUMERIC
               OR WS-EV-DATE > VM-LAST-VISIT-DATE
               MOVE WS-EV-DATE TO VM-LAST-VISIT-DATE
           END-IF.
           REWRITE VISITOR-MASTER-RECORD.
           MOVE "R" TO WS-JR-ACTION.
           MOVE VM-NUMBER TO VJ-NUMBER.
           MOVE VM-NAME TO VJ-NAME.
           MOVE VM-VISIT-COUNT TO VJ-COUNT.
           MOVE VM-LAST-VISIT-DATE TO VJ-DATE.
           MOVE VM-CATEGORY TO VJ-CATEGORY.
           MOVE "V" TO WS-JR-FILE-ID.
           MOVE SPACES TO WS-JR-IMAGE.
           MOVE WS-JR-VISIT-FLAT TO WS-JR-IMAGE.
           PERFORM 9700-WRITE-JOURNAL
               THRU 9700-EXIT.
           GO TO 2500-EXIT.
       2500-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 2600-UPDATE-STATE  --  TODAY'S EVENT MOVES THE PERSON IN
      *                         OR OUT OF THE GREETER STATE
      *-------------------------------------------------------------
       2600-UPDATE-STATE.
           MOVE WS-POST-SITE TO WS-FIND-SITE.
           PERFORM 1520-FIND-TODAY-ENTRY
               THRU 1520-EXIT.
           IF WS-TODAY-IDX = 0
               GO TO 2600-EXIT
           END-IF.
           IF WS-EV-IN
               MOVE "Y" TO WS-TD-IN-SW(WS-TODAY-IDX)
               MOVE SPACES TO WS-TD-GROUP-ID(WS-TODAY-IDX)
               MOVE SPACES TO WS-TD-GROUP-NAME(WS-TODAY-IDX)
           ELSE
               MOVE "N" TO WS-TD-IN-SW(WS-TODAY-IDX)
           END-IF.
           MOVE "Y" TO WS-STATE-CHANGED-SW.
           GO TO 2600-EXIT.
       2600-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 3000-PRINT-TOTALS  --  CONTROL TOTALS AND THE RUN'S AUDIT
      *                         RECORD
      *-------------------------------------------------------------
       3000-PRINT-TOTALS.
           IF WS-REJECTED-CT = 0
               MOVE "NO EVENTS REJECTED." TO DOOR-IMPORT-RPT-RECORD
               PERFORM 8900-WRITE-LINE
                   THRU 8900-EXIT
           END-IF.
           MOVE SPACES TO DOOR-IMPORT-RPT-RECORD.
           PERFORM 8900-WRITE-LINE
               THRU 8900-EXIT.
           MOVE WS-READ-CT TO D-COUNT.
           MOVE SPACES TO DOOR-IMPORT-RPT-RECORD.
           STRING "EVENTS READ:         " DELIMITED BY SIZE
                   D-COUNT DELIMITED BY SIZE
               INTO DOOR-IMPORT-RPT-RECORD.
           PERFORM 8900-WRITE-LINE
               THRU 8900-EXIT.
           IF WS-REFEED-CT > 0
               MOVE WS-REFEED-CT TO D-COUNT
               MOVE SPACES TO DOOR-IMPORT-RPT-RECORD
               STRING "  OF WHICH RE-FED:   " DELIMITED BY SIZE
                       D-COUNT DELIMITED BY SIZE
                   INTO DOOR-IMPORT-RPT-RECORD
               PERFORM 8900-WRITE-LINE
                   THRU 8900-EXIT
           END-IF.
           COMPUTE D-COUNT = WS-POSTED-IN-CT + WS-POSTED-OUT-CT.
           MOVE SPACES TO DOOR-IMPORT-RPT-RECORD.
           STRING "EVENTS POSTED:       " DELIMITED BY SIZE
                   D-COUNT DELIMITED BY SIZE
               INTO DOOR-IMPORT-RPT-RECORD.
           PERFORM 8900-WRITE-LINE
               THRU 8900-EXIT.
           MOVE WS-POSTED-IN-CT TO D-COUNT.
           MOVE SPACES TO DOOR-IMPORT-RPT-RECORD.
           STRING "  ARRIVALS (IN):     " DELIMITED BY SIZE
                   D-COUNT DELIMITED BY SIZE
               INTO DOOR-IMPORT-RPT-RECORD.
           PERFORM 8900-WRITE-LINE
               THRU 8900-EXIT.
           MOVE WS-POSTED-OUT-CT TO D-COUNT.
           MOVE SPACES TO DOOR-IMPORT-RPT-RECORD.
           STRING "  DEPARTURES (OUT):  " DELIMITED BY SIZE
                   D-COUNT DELIMITED BY SIZE
               INTO DOOR-IMPORT-RPT-RECORD.
           PERFORM 8900-WRITE-LINE
               THRU 8900-EXIT.
           MOVE WS-DUPLICATE-CT TO D-COUNT.
           MOVE SPACES TO DOOR-IMPORT-RPT-RECORD.
           STRING "DUPLICATES SKIPPED:  " DELIMITED BY SIZE
                   D-COUNT DELIMITED BY SIZE
               INTO DOOR-IMPORT-RPT-RECORD.
           PERFORM 8900-WRITE-LINE
               THRU 8900-EXIT.
           MOVE WS-REJECTED-CT TO D-COUNT.
           MOVE SPACES TO DOOR-IMPORT-RPT-RECORD.
           STRING "EVENTS REJECTED:     " DELIMITED BY SIZE
                   D-COUNT DELIMITED BY SIZE
               INTO DOOR-IMPORT-RPT-RECORD.
           PERFORM 8900-WRITE-LINE
               THRU 8900-EXIT.
           MOVE SPACES TO DAILY-AUDIT-RECORD.
           MOVE "DOOR-IMPORT" TO DA-PROGRAM-ID.
           MOVE "DOOREVT.DAT" TO DA-INPUT-VALUE.
           COMPUTE D-POSTED = WS-POSTED-IN-CT + WS-POSTED-OUT-CT.
           STRING "POSTED " DELIMITED BY SIZE
                   D-POSTED DELIMITED BY SIZE
               INTO DA-OUTPUT-VALUE.
           IF WS-REJECTED-CT > 0
               AND LK-RETURN-CODE = 0
               MOVE 4 TO LK-RETURN-CODE
               MOVE 4 TO RETURN-CODE
           END-IF.
           MOVE LK-RETURN-CODE TO DA-RETURN-CODE.
           PERFORM 9500-WRITE-AUDIT-RECORD
               THRU 9500-EXIT.
           GO TO 3000-EXIT.
       3000-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 4500-SNAPSHOT-STATE  --  REWRITE THE GREETER STATE FILE
      *                           FROM THE UPDATED TABLE
      *-------------------------------------------------------------
       4500-SNAPSHOT-STATE.
           OPEN OUTPUT GREETER-STATE.
           MOVE SPACES TO GREETER-STATE-RECORD.
           MOVE "H" TO GS-REC-TYPE.
           MOVE WS-BUS-DATE TO GS-STATE-DATE.
           WRITE GREETER-STATE-RECORD.
           PERFORM 4510-WRITE-ONE-STATE
               THRU 4510-EXIT
               VARYING WS-TODAY-IDX FROM 1 BY 1
                   UNTIL WS-TODAY-IDX > WS-TODAY-COUNT.
           CLOSE GREETER-STATE.
           GO TO 4500-EXIT.
       4500-EXIT.
           EXIT.

       4510-WRITE-ONE-STATE.
           MOVE SPACES TO GREETER-STATE-RECORD.
           MOVE "D" TO GS-REC-TYPE.
           MOVE WS-TD-NAME(WS-TODAY-IDX) TO GS-NAME.
           MOVE WS-TD-IN-SW(WS-TODAY-IDX) TO GS-IN-SW.
           MOVE WS-TD-GROUP-ID(WS-TODAY-IDX) TO GS-GROUP-ID.
           MOVE WS-TD-GROUP-NAME(WS-TODAY-IDX) TO GS-GROUP-NAME.
           MOVE WS-TD-SITE(WS-TODAY-IDX) TO GS-SITE.
           WRITE GREETER-STATE-RECORD.
           GO TO 4510-EXIT.
       4510-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 8900-WRITE-LINE  --  DISPLAY AND PRINT ONE REPORT LINE,
      *                       WITH THE SHARED PAGE-HEADING BREAK
      *-------------------------------------------------------------
       8900-WRITE-LINE.
           MOVE DOOR-IMPORT-RPT-RECORD TO WS-RH-DETAIL.
           IF WS-RH-LINE-COUNT >= WS-RH-LINES-PER-PAGE
               PERFORM 9800-BUILD-PAGE-HEADING
                   THRU 9800-EXIT
               WRITE DOOR-IMPORT-RPT-RECORD FROM WS-RH-HEADING-1
               WRITE DOOR-IMPORT-RPT-RECORD FROM WS-RH-HEADING-2
               MOVE SPACES TO DOOR-IMPORT-RPT-RECORD
               WRITE DOOR-IMPORT-RPT-RECORD
               ADD 3 TO WS-RH-LINE-COUNT
               ADD 3 TO WS-RH-TOTAL-LINES
           END-IF.
           DISPLAY WS-RH-DETAIL.
           WRITE DOOR-IMPORT-RPT-RECORD FROM WS-RH-DETAIL.
           ADD 1 TO WS-RH-LINE-COUNT.
           ADD 1 TO WS-RH-TOTAL-LINES.
           GO TO 8900-EXIT.
       8900-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 9999-TERMINATE  --  TRAILER, CLOSE EVERYTHING, DROP THE
      *                      LOCKS
      *-------------------------------------------------------------
       9999-TERMINATE.
           PERFORM 9850-BUILD-REPORT-TRAILER
               THRU 9850-EXIT.
           DISPLAY WS-RH-TRAILER.
           WRITE DOOR-IMPORT-RPT-RECORD FROM WS-RH-TRAILER.
           CLOSE DOOR-IMPORT-RPT.
           IF WS-DE-OPEN
               CLOSE DOOR-EVENTS
           END-IF.
           IF WS-RF-OPEN
               CLOSE DOOR-REFEED
           END-IF.
           IF WS-FILES-OPEN
               CLOSE DOOR-POSTED
               CLOSE VISITOR-MASTER
               CLOSE GREETER-LOG
               CLOSE DOOR-REJECT
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
      * 9700-WRITE-JOURNAL  --  COPIED
      *-------------------------------------------------------------
       COPY JRNLPR.

      *-------------------------------------------------------------
      * 9800-BUILD-PAGE-HEADING / 9850-BUILD-REPORT-TRAILER  --
      * COPIED
      *-------------------------------------------------------------
       COPY RPTHDPR.

      *-------------------------------------------------------------
      * 9320-LOAD-SITES / 9330-FIND-SITE  --  COPIED
      *-------------------------------------------------------------
       COPY SITEPR.

      *-------------------------------------------------------------
      * 9245-ANSWER-VERSION-INQUIRY  --  COPIED
      *-------------------------------------------------------------
       COPY VERSPR.
