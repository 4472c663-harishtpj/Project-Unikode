      *                 NEEDS THE ONE-TIME VISITOR-CONVERT RUN
      *                 FIRST, INSTEAD OF CARRYING ON WITH
      *                 UNCHECKED READS AND WRITES.
      * 2026/10/15  HK  VALIDATE THE HOST AGAINST THE NEW HOST
      *                 DIRECTORY MASTER (HOSTMST.DAT, SHARED
      *                 HOSTSL / HOSTFD / HOSTPR COPYBOOKS).  THE
      *                 DESK MAY KEY A HOST ID OR NAME AND IS
      *                 RE-PROMPTED UNTIL IT RESOLVES TO A KNOWN,
      *                 ACTIVE HOST (OR IS LEFT BLANK); A BATCH
      *                 RECORD WITH AN UNKNOWN OR INACTIVE HOST IS
      *                 LOGGED AS A VALIDATION EXCEPTION AND
      *                 ADMITTED WITH NO HOST.  A PRE-REGISTRATION
      *                 ENTRY NAMING AN UNKNOWN OR INACTIVE HOST IS
      *                 REJECTED AT LOAD THE SAME WAY.  THE LOG ROW
      *                 NOW CARRIES THE DIRECTORY NAME AND HOST ID
      *                 SO VISITS CAN BE TOTALLED BY DEPARTMENT.
      *                 THE SHARED LOGS ARE NOW OPENED AHEAD OF THE
      *                 PRE-REGISTRATION LOAD SO ITS REJECTIONS CAN
      *                 BE RECORDED.
      * 2026/10/15  HK  WRITE A HOST NOTIFICATION TO THE NEW
      *                 OUTBOX (NOTIFOUT.DAT, SHARED NOTIFSL /
      *                 NOTIFFD COPYBOOKS) FOR EVERY ARRIVAL THAT
      *                 NAMES A HOST - VISITOR, HOST, BADGE, ARRIVAL
      *                 TIME AND A RUN-ID-BASED NOTIFICATION ID -
      *                 FOR THE MAIL GATEWAY TO PICK UP.  HOSTS THAT
      *                 DO NOT ACKNOWLEDGE ARE CHASED BY THE NEW
      *                 NOTIFY-CHASE REPORT.
      * 2026/10/15  HK  SCREEN EVERY CHECK-IN AGAINST THE NEW
      *                 SECURITY WATCH-LIST (WATCHLST.DAT, SHARED
      *                 WATCHSL / WATCHFD COPYBOOKS, MAINTAINED BY
      *                 WATCH-MAINT) BY NORMALIZED NAME AND BY
      *                 VISITOR NUMBER, BEFORE THE CAPACITY CHECK.
      *                 A DENY ENTRY REFUSES THE CHECK-IN - NO LOG
      *                 ROW, NO MASTER UPDATE, NO BADGE.  AN ALERT
      *                 ENTRY ADMITS WITH A WARNING TO THE DESK.
      *                 EVERY HIT IS LOGGED AS A SECURITY EXCEPTION
      *                 AND APPENDED TO THE SECURITY INCIDENT LOG
      *                 (SECINCID.DAT, SHARED SECINSL / SECINFD
      *                 COPYBOOKS) FOR THE GUARD DESK'S
      *                 SECURITY-REPORT.
      * 2026/10/15  HK  ADDED GROUP CHECK-IN.  AT THE DESK, *GROUP AT
      *                 THE NAME PROMPT TAKES A GROUP NAME, CATEGORY
      *                 AND HOST ONCE AND THEN THE MEMBERS ONE BY ONE;
      *                 UNATTENDED, THE NEW GREETGRP.DAT FILE CARRIES
      *                 G (GROUP), M (MEMBER) AND O (GROUP CHECKOUT)
      *                 RECORDS IN THE GREETNAM.DAT LAYOUT.  EVERY
      *                 MEMBER IS SCREENED, LOGGED, POSTED TO THE
      *                 MASTER AND BADGED AS A NORMAL CHECK-IN, AND
      *                 ALL OF THEM CARRY A SHARED GROUP ID
      *                 (GNNNN-SS, RUN SEQUENCE AND GROUP SEQUENCE)
      *                 AND THE GROUP NAME ON THE LOG ROW AND THE
      *                 STATE FILE.  THE HOST GETS ONE NOTIFICATION
      *                 FOR THE WHOLE PARTY.  A GROUP CHECKOUT BY
      *                 GROUP ID OR NAME CHECKS OUT EVERY MEMBER
      *                 STILL ON SITE.
      * 2026/10/15  HK  CONTRACTOR SAFETY-INDUCTION CHECK.  A
      *                 CATEGORY C CHECK-IN IS LOOKED UP BY VISITOR
      *                 NUMBER ON THE NEW INDUCTION MASTER
      *                 (INDUCMST.DAT, SHARED INDUCSL / INDUCFD
      *                 COPYBOOKS, LOADED BY INDUCT-LOAD).  A MISSING
      *                 OR EXPIRED INDUCTION IS LOGGED AS AN
      *                 INDUCTION EXCEPTION AND, PER SYSPARM
      *                 INDUCT-ENFORCE, EITHER REFUSES THE CHECK-IN
      *                 (1, THE DEFAULT) OR ADMITS WITH A WARNING
      *                 (0).  THE CAPACITY CHECK NOW FOLLOWS THE
      *                 CATEGORY AND INDUCTION CHECKS SO A REFUSED
      *                 CONTRACTOR RAISES NO CAPACITY WARNING.
      * 2026/10/15  HK  MULTI-SITE SUPPORT. THE RECEPTION SITE COMES
      *                 FROM THE SIGN-ON FILE (THE MENU ASKS FOR IT, THE
      *                 CHAIN TAKES IT FROM ITS BATCH PARM; ALL SITES OR
      *                 NONE RUNS AS THE HOME SITE) AND IS CHECKED
      *                 AGAINST THE NEW SITE TABLE (SITETAB.DAT, SHARED
      *                 SITESL / SITEFD / SITEWS / SITEPR COPYBOOKS).
      *                 THE SITE IS CARRIED ON EVERY LOG ROW AND STATE
      *                 ENTRY, CHECK-IN STATE AND OCCUPANCY ARE KEPT PER
      *                 SITE, THE SITE'S OWN OCCUPANCY LIMIT OVERRIDES
      *                 SYSPARM MAX-OCCUPANCY, BADGES COME ONLY FROM THE
      *                 SITE'S OWN NUMBERED RANGE ON THE SHARED BADGE
      *                 MASTER (SEEDED ON FIRST USE AT EACH SITE), AND
      *                 ONLY PRE-REGISTRATIONS FOR THIS SITE ARE LOADED.
      *                 THE VISITOR MASTER AND VISITOR NUMBERS STAY
      *                 SHARED. THE BADGE RECORD GREW - RETURN EVERY
      *                 BADGE AND DELETE BADGEMST.DAT ONCE WHEN
      *                 INSTALLING THIS CHANGE SO IT IS RESEEDED IN THE
      *                 NEW LAYOUT. THE TODAY TABLE NOW HOLDS 400
      *                 ENTRIES ACROSS ALL SITES.
      * 2026/10/15  HK  ADDED THE PROGRAM'S BUILD IDENTITY - VERSION AND
      *                 COMPILE DATE, SEE VERSWS.CPY - STAMPED ON ITS
      *                 AUDIT RECORDS.  A CALL WITH A RETURN CODE OF -1
      *                 NOW ONLY REPORTS THE BUILD, FOR THE DAILY RUN'S
      *                 VERSION CHECK.
      * 2026/10/15  HK  A GROUP MEMBER'S HOST NOW GETS THE NORMAL
      *                 ARRIVAL NOTIFICATION FOR EACH MEMBER, SO THE
      *                 MAIL GATEWAY NAMES WHO HAS ARRIVED AND
      *                 NOTIFY-CHASE HAS A ROW PER MEMBER; THE SINGLE
      *                 PARTY NOTIFICATION UNDER THE GROUP NAME IS
      *                 DROPPED.  THE ALREADY-CHECKED-IN TEST FOR A
      *                 GROUP MEMBER NOW LOOKS AT THE DESK'S OWN SITE.
      *-------------------------------------------------------------

       ENVIRONMENT DIVISION.
           SELECT GREETER-NAMES ASSIGN TO "GREETNAM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GN-STATUS.
           SELECT GROUP-NAMES ASSIGN TO "GREETGRP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GG-STATUS.
           COPY GREETLSL.
           COPY GRSTASL.
           COPY EXPVSL.
           COPY VISITMSL.
           COPY VISNOSL.
           COPY BADGESL.
           COPY HOSTSL.
           COPY NOTIFSL.
           COPY WATCHSL.
           COPY SECINSL.
           COPY INDUCSL.
           COPY AUDITSEL.
           COPY EXCPSEL.
           COPY AUDITCSL.
           COPY SYSPMSEL.
           COPY LOCKSL.
           COPY JRNLSL.
           COPY SITESL.

       DATA DIVISION.
       FILE SECTION.
           05 FILLER               PIC X(01).
           05 GN-HOST              PIC X(25).

       FD  GROUP-NAMES.
       01  GROUP-NAMES-RECORD.
           05 GG-REC-TYPE          PIC X(01).
               88 GG-GROUP-HEADER             VALUE "G".
               88 GG-GROUP-MEMBER             VALUE "M".
               88 GG-GROUP-CHECKOUT           VALUE "O".
           05 FILLER               PIC X(01).
           05 GG-NAME              PIC X(25).
           05 FILLER               PIC X(01).
           05 GG-CATEGORY          PIC X(01).
           05 FILLER               PIC X(01).
           05 GG-HOST              PIC X(25).

       COPY GREETLFD.

       COPY GRSTAFD.

       COPY BADGEFD.

       COPY HOSTFD.

       COPY NOTIFFD.

       COPY WATCHFD.

       COPY SECINFD.

       COPY INDUCFD.

       COPY AUDITFD.

       COPY EXCPFD.

       COPY JRNLFD.

       COPY SITEFD.

       WORKING-STORAGE SECTION.
      *    BUILD IDENTITY - RAISE WS-VR-VERSION WITH EACH ENTRY
      *    IN THE MODIFICATION HISTORY (SEE VERSWS.CPY)
       01  WS-VR-PROGRAM           PIC X(17) VALUE "GREETER".
       01  WS-VR-VERSION           PIC X(06) VALUE "1.30".
       COPY VERSWS.
       COPY CALWS.
       COPY SYSPMWS.
       COPY LOCKWS.
       COPY RUNIDWS.
       COPY VISNOWS.
       COPY NAMNRMWS.
       COPY HOSTWS.
       COPY AUDITCWS.
       COPY EXCPCWS.
       COPY SIGNWS.
       COPY SITEWS.
       01  WS-NAME                 PIC X(25).

      *    THE SITE THIS RUN CHECKS PEOPLE IN AT, AND THE SITE OF
      *    THE STATE ENTRY BEING LOOKED UP
       01  WS-GREET-SITE            PIC X(04).
       01  WS-FIND-SITE             PIC X(04).

       01  WS-DATE-TIME.
           05 WS-RUN-DATE          PIC 9(08).
           05 WS-RUN-TIME          PIC 9(08).
       01  WS-GN-STATUS            PIC X(02).
           88 WS-GN-OK                        VALUE "00".
           88 WS-GN-NOT-FOUND                 VALUE "35".
       01  WS-GG-STATUS            PIC X(02).
           88 WS-GG-OK                        VALUE "00".

       01  WS-GL-STATUS            PIC X(02).
       01  WS-GS-STATUS            PIC X(02).
           88 WS-GS-OK                        VALUE "00".
       01  WS-DA-STATUS            PIC X(02).
       01  WS-EX-STATUS            PIC X(02).
       01  WS-NF-STATUS            PIC X(02).
       01  WS-WL-STATUS            PIC X(02).
           88 WS-WL-OK                        VALUE "00".
       01  WS-SI-STATUS            PIC X(02).
       01  WS-IM-STATUS            PIC X(02).
           88 WS-IM-OK                        VALUE "00".

       01  WS-VM-STATUS            PIC X(02).
           88 WS-VM-OK                        VALUE "00".
       01  WS-CATEGORY              PIC X(01).
           88 WS-CAT-VALID                    VALUES "E" "V" "C".
       01  WS-HOST                  PIC X(25).
       01  WS-HOST-ID               PIC X(06).
       01  WS-HOST-REJECT-WHY       PIC X(08).
       01  WS-NOTIFY-SEQ            PIC 9(04) VALUE 0.

      *    THE GROUP BEING CHECKED IN OR OUT - BLANK ID FOR A
      *    SINGLE CHECK-IN
       01  WS-GROUP-ID.
           05 WS-GP-ID-PREFIX       PIC X(01).
           05 WS-GP-ID-RUN-SEQ      PIC 9(04).
           05 WS-GP-ID-DASH         PIC X(01).
           05 WS-GP-ID-SEQ          PIC 9(02).
       01  WS-GROUP-NAME            PIC X(25).
       01  WS-GROUP-CATEGORY        PIC X(01).
       01  WS-GROUP-HOST            PIC X(25).
       01  WS-GROUP-HOST-ID         PIC X(06).
       01  WS-GROUP-KEY             PIC X(25).
       01  WS-GROUP-SEQ             PIC 9(02) VALUE 0.
       01  WS-GROUP-ACTION          PIC X(01).
       01  WS-GROUP-ADMITTED        PIC 9(03) VALUE 0.
       01  WS-GROUP-SKIPPED         PIC 9(03) VALUE 0.
       01  WS-GROUP-OUT-COUNT       PIC 9(03) VALUE 0.
       01  WS-GROUP-IDX             PIC 9(03) USAGE COMP.
       01  D-GROUP-COUNT            PIC Z(2)9.

       01  WS-OCCUPANCY             PIC 9(03) VALUE 0.
       01  WS-MAX-OCCUPANCY         PIC 9(05) VALUE 0.
           88 WS-BG-FILE-MISSING              VALUE "35".
           88 WS-BG-END                       VALUE "10".
       01  WS-BADGE-SEED            PIC 9(04) VALUE 50.
       01  WS-BADGE-FROM            PIC 9(04) VALUE 1.
       01  WS-BADGE-LAST            PIC 9(04).
       01  WS-BADGE-IDX             PIC 9(04).
       01  D-BADGE-NO               PIC Z(3)9.

           05 WS-EXP-ENTRY          OCCURS 200 TIMES.
               10 WS-EX-NAME        PIC X(25).
               10 WS-EX-HOST        PIC X(25).
               10 WS-EX-HOST-ID     PIC X(06).
       01  WS-EXP-IDX               PIC 9(03) USAGE COMP.
       01  WS-EXP-HOST              PIC X(25).
       01  WS-EXP-HOST-ID           PIC X(06).

      *    WATCH-LIST ENTRIES IN FORCE ON THE BUSINESS DATE
       01  WS-WATCH-TABLE.
           05 WS-WATCH-COUNT        PIC 9(03) VALUE 0 USAGE COMP.
           05 WS-WATCH-ENTRY        OCCURS 200 TIMES.
               10 WS-WT-ENTRY-NO    PIC 9(05).
               10 WS-WT-NAME        PIC X(25).
               10 WS-WT-VISITOR-NO  PIC 9(07).
               10 WS-WT-ACTION      PIC X(05).
                   88 WS-WT-DENY              VALUE "DENY".
               10 WS-WT-REASON      PIC X(30).
       01  WS-WATCH-IDX             PIC 9(03) USAGE COMP.
       01  WS-WATCH-PASS            PIC 9(01).
       01  WS-WATCH-MATCHED-ON      PIC X(06).
       01  WS-WATCH-VISITOR-NO      PIC 9(07).

       01  WS-TODAY-TABLE.
           05 WS-TODAY-COUNT        PIC 9(03) VALUE 0 USAGE COMP.
           05 WS-TODAY-ENTRY        OCCURS 400 TIMES.
               10 WS-TD-NAME        PIC X(25).
               10 WS-TD-SITE        PIC X(04).
               10 WS-TD-IN-SW       PIC X(01).
                   88 WS-TD-CHECKED-IN        VALUE "Y".
               10 WS-TD-GROUP-ID    PIC X(08).
               10 WS-TD-GROUP-NAME  PIC X(25).
       01  WS-TODAY-IDX             PIC 9(03) USAGE COMP.

       01  WS-INDUCT-ENFORCE        PIC 9(01) VALUE 1.
           88 WS-INDUCT-REFUSE                VALUE 1.
       01  WS-INDUCT-PROBLEM        PIC X(09).

       01  WS-SWITCHES.
           05 WS-RETURNING-SW       PIC X(01) VALUE "N".
               88 WS-RETURNING-VISITOR        VALUE "Y".
               88 WS-STATE-LOADED             VALUE "Y".
           05 WS-OPEN-FAILED-SW     PIC X(01) VALUE "N".
               88 WS-OPEN-FAILED              VALUE "Y".
           05 WS-HOST-ACCEPTED-SW   PIC X(01) VALUE "N".
               88 WS-HOST-ACCEPTED            VALUE "Y".
           05 WS-WL-EOF-SW          PIC X(01) VALUE "N".
               88 WS-WL-EOF                   VALUE "Y".
           05 WS-WATCH-DENIED-SW    PIC X(01) VALUE "N".
               88 WS-WATCH-DENIED             VALUE "Y".
           05 WS-NAMES-FILE-SW      PIC X(01) VALUE "N".
               88 WS-NAMES-FILE               VALUE "Y".
           05 WS-GROUP-FILE-SW      PIC X(01) VALUE "N".
               88 WS-GROUP-FILE               VALUE "Y".
           05 WS-GG-EOF-SW          PIC X(01) VALUE "N".
               88 WS-GG-EOF                   VALUE "Y".
           05 WS-GROUP-MODE-SW      PIC X(01) VALUE "N".
               88 WS-GROUP-MODE               VALUE "Y".
           05 WS-GROUP-DONE-SW      PIC X(01) VALUE "N".
               88 WS-GROUP-DONE               VALUE "Y".
           05 WS-INDUCT-OPEN-SW     PIC X(01) VALUE "N".
               88 WS-INDUCT-OPEN              VALUE "Y".
           05 WS-INDUCT-REFUSED-SW  PIC X(01) VALUE "N".
               88 WS-INDUCT-REFUSED           VALUE "Y".
           05 WS-SITE-BAD-SW        PIC X(01) VALUE "N".
               88 WS-SITE-BAD                 VALUE "Y".

       LINKAGE SECTION.
       01  LK-RETURN-CODE          PIC S9(04).
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
           IF WS-LOCK-DENIED
               OR WS-SITE-BAD
               MOVE 8 TO RETURN-CODE
               MOVE 8 TO LK-RETURN-CODE
               GOBACK
           END-IF.
           IF WS-OPEN-FAILED
               IF WS-NAMES-FILE
                   CLOSE GREETER-NAMES
               END-IF
               IF WS-GROUP-FILE
                   CLOSE GROUP-NAMES
               END-IF
               CLOSE GREETER-LOG
               CLOSE NOTIFY-OUTBOX
               CLOSE SECURITY-INCIDENTS
               IF WS-HOST-OPEN
                   CLOSE HOST-MASTER
               END-IF
               IF WS-INDUCT-OPEN
                   CLOSE INDUCTION-MASTER
               END-IF
               PERFORM 9420-CLOSE-DAILY-AUDIT
                   THRU 9420-EXIT
               PERFORM 9470-CLOSE-EXCEPTION-LOG
                   THRU 9470-EXIT
               PERFORM 9650-RELEASE-LOCKS
                   THRU 9650-EXIT
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM 2000-GET-NAME
                   THRU 2000-EXIT
               IF WS-NAME = "*GROUP"
                   PERFORM 6000-GROUP-DESK
                       THRU 6000-EXIT
               ELSE
                   PERFORM 2700-PROCESS-ONE-VISIT
                       THRU 2700-EXIT
               END-IF
           END-IF.
           PERFORM 9999-TERMINATE
               THRU 9999-EXIT.
                       CONTINUE
               END-COMPUTE
           END-IF.
           MOVE "INDUCT-ENFORCE" TO WS-SP-WANTED-KEY.
           PERFORM 9350-GET-SYSPARM
               THRU 9350-EXIT.
           IF WS-SP-FOUND
               AND WS-SP-NUM-VALUE = 0
               MOVE 0 TO WS-INDUCT-ENFORCE
           END-IF.
           PERFORM 9380-ASSIGN-RUN-ID
               THRU 9380-EXIT.
           PERFORM 9390-GET-OPERATOR
               THRU 9390-EXIT.
           PERFORM 1050-SET-SITE
               THRU 1050-EXIT.
           IF WS-SITE-BAD
               GO TO 1000-EXIT
           END-IF.
           MOVE "VISITMST" TO WS-LOCK-RESOURCE.
           PERFORM 9600-ACQUIRE-LOCK
               THRU 9600-EXIT.
               GO TO 1000-EXIT
           END-IF.
           MOVE "N" TO WS-EOF-SW.
           MOVE "N" TO WS-GG-EOF-SW.
           MOVE SPACES TO WS-GROUP-ID.
           MOVE SPACES TO WS-GROUP-NAME.
           MOVE "N" TO WS-BATCH-MODE-SW.
           OPEN INPUT GREETER-NAMES.
           IF WS-GN-OK
               MOVE "Y" TO WS-NAMES-FILE-SW
               MOVE "Y" TO WS-BATCH-MODE-SW
           END-IF.
           OPEN INPUT GROUP-NAMES.
           IF WS-GG-OK
               MOVE "Y" TO WS-GROUP-FILE-SW
               MOVE "Y" TO WS-BATCH-MODE-SW
           END-IF.
           MOVE WS-BUS-DATE TO WS-RUN-DATE.
           ACCEPT WS-RUN-TIME FROM TIME.
           PERFORM 9400-OPEN-DAILY-AUDIT
               THRU 9400-EXIT.
           PERFORM 9450-OPEN-EXCEPTION-LOG
               THRU 9450-EXIT.
           OPEN INPUT HOST-MASTER.
           IF WS-HM-OK
               MOVE "Y" TO WS-HOST-OPEN-SW
           ELSE
               DISPLAY "GREETER: HOSTMST.DAT not available, status "
                   WS-HM-STATUS " - no host can be validated, so "
                   "only a blank host is accepted."
           END-IF.
           OPEN INPUT INDUCTION-MASTER.
           IF WS-IM-OK
               MOVE "Y" TO WS-INDUCT-OPEN-SW
           ELSE
               DISPLAY "GREETER: INDUCMST.DAT not available, status "
                   WS-IM-STATUS " - every contractor will show as "
                   "not inducted."
           END-IF.
           PERFORM 1800-LOAD-WATCH-LIST
               THRU 1800-EXIT.
           PERFORM 1400-LOAD-STATE
               THRU 1400-EXIT.
           PERFORM 1600-LOAD-EXPECTED
               CLOSE GREETER-LOG
               OPEN EXTEND GREETER-LOG
           END-IF.
           OPEN EXTEND NOTIFY-OUTBOX.
           IF WS-NF-STATUS = "35"
               OPEN OUTPUT NOTIFY-OUTBOX
               CLOSE NOTIFY-OUTBOX
               OPEN EXTEND NOTIFY-OUTBOX
           END-IF.
           OPEN EXTEND SECURITY-INCIDENTS.
           IF WS-SI-STATUS = "35"
               OPEN OUTPUT SECURITY-INCIDENTS
               CLOSE SECURITY-INCIDENTS
               OPEN EXTEND SECURITY-INCIDENTS
           END-IF.
           OPEN I-O VISITOR-MASTER.
           IF WS-VM-FILE-MISSING
               OPEN OUTPUT VISITOR-MASTER
           END-IF.
           PERFORM 1700-OPEN-BADGE-MASTER
               THRU 1700-EXIT.
           GO TO 1000-EXIT.
       1000-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 1050-SET-SITE  --  FIX THE SITE FOR THIS RUN AND TAKE ITS
      *                     OCCUPANCY LIMIT AND BADGE RANGE FROM THE
      *                     SITE TABLE.  A RUN FOR ALL SITES WORKS
      *                     THE HOME SITE; A SITE NOT ON THE TABLE
      *                     ENDS THE RUN WITH CODE 8.
      *-------------------------------------------------------------
       1050-SET-SITE.
           PERFORM 9320-LOAD-SITES
               THRU 9320-EXIT.
           MOVE WS-SITE-CODE TO WS-SITE-WANTED.
           PERFORM 9330-FIND-SITE
               THRU 9330-EXIT.
           MOVE WS-SITE-WANTED TO WS-GREET-SITE.
           IF NOT WS-SITE-FOUND
               DISPLAY "GREETER: site " WS-GREET-SITE " is not on "
                   "SITETAB.DAT - nobody can be checked in."
               MOVE "Y" TO WS-SITE-BAD-SW
               GO TO 1050-EXIT
           END-IF.
           IF WS-SX-MAX-OCC(WS-SITE-IDX) > 0
               MOVE WS-SX-MAX-OCC(WS-SITE-IDX) TO WS-MAX-OCCUPANCY
           END-IF.
           IF WS-SX-BADGE-COUNT(WS-SITE-IDX) > 0
               MOVE WS-SX-BADGE-COUNT(WS-SITE-IDX) TO WS-BADGE-SEED
           END-IF.
           MOVE WS-SX-BADGE-FROM(WS-SITE-IDX) TO WS-BADGE-FROM.
           COMPUTE WS-BADGE-LAST = WS-BADGE-FROM + WS-BADGE-SEED - 1
               ON SIZE ERROR
                   MOVE 9999 TO WS-BADGE-LAST
           END-COMPUTE.
           IF WS-SITE-COUNT > 1
               DISPLAY "GREETER: site " WS-GREET-SITE " - "
                   FUNCTION TRIM(WS-SX-NAME(WS-SITE-IDX)) "."
           END-IF.
           GO TO 1050-EXIT.
       1050-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 1400-LOAD-STATE  --  LOAD TODAY'S CHECK-IN STATE FROM THE
      *                       SNAPSHOT FILE, FALLING BACK TO THE
           PERFORM VARYING WS-TODAY-IDX FROM 1 BY 1
                   UNTIL WS-TODAY-IDX > WS-TODAY-COUNT
               IF WS-TD-CHECKED-IN(WS-TODAY-IDX)
                   AND WS-TD-SITE(WS-TODAY-IDX) = WS-GREET-SITE
                   ADD 1 TO WS-OCCUPANCY
               END-IF
           END-PERFORM.
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
               OR GL-RUN-DATE NOT = WS-RUN-DATE
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
               MOVE "N" TO WS-TD-IN-SW(WS-TODAY-IDX)
           ELSE
               MOVE "Y" TO WS-TD-IN-SW(WS-TODAY-IDX)
               MOVE GL-GROUP-ID TO WS-TD-GROUP-ID(WS-TODAY-IDX)
               MOVE GL-GROUP-NAME TO WS-TD-GROUP-NAME(WS-TODAY-IDX)
           END-IF.
           GO TO 1510-EXIT.
       1510-EXIT.

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
      * 1600-LOAD-EXPECTED  --  LOAD THE PRE-REGISTRATION FILE,
      *                          NORMALIZING EACH NAME THE SAME WAY
      *                          THE CHECK-IN LOOKUP DOES.  AN
      *                          ENTRY WHOSE HOST IS NOT A KNOWN,
      *                          ACTIVE DIRECTORY HOST IS REJECTED.
      *                          ENTRIES FOR OTHER SITES ARE LEFT
      *                          TO THOSE SITES' DESKS.
      *-------------------------------------------------------------
       1600-LOAD-EXPECTED.
           MOVE 0 TO WS-EXP-COUNT.
               OR WS-EXP-COUNT >= 200
               GO TO 1610-EXIT
           END-IF.
           IF EV-SITE = SPACES
               MOVE WS-HOME-SITE TO WS-FIND-SITE
           ELSE
               MOVE FUNCTION UPPER-CASE(EV-SITE) TO WS-FIND-SITE
           END-IF.
           IF WS-FIND-SITE NOT = WS-GREET-SITE
               GO TO 1610-EXIT
           END-IF.
           MOVE EV-HOST TO WS-HOST.
           PERFORM 2670-RESOLVE-HOST
               THRU 2670-EXIT.
           IF NOT WS-HOST-ACCEPTED
               DISPLAY "Pre-registration for " FUNCTION TRIM(EV-NAME)
                   " rejected - " FUNCTION TRIM(WS-HOST-REJECT-WHY)
                   " host " FUNCTION TRIM(EV-HOST) "."
               MOVE SPACES TO EXCEPTION-LOG-RECORD
               MOVE "GREETER" TO EX-PROGRAM-ID
               MOVE "VALIDATION" TO EX-EXCEPTION-TYPE
               MOVE SPACES TO EX-DETAIL
               STRING "PREREG " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-HOST-REJECT-WHY)
                           DELIMITED BY SIZE
                       " HOST " DELIMITED BY SIZE
                       EV-HOST DELIMITED BY SIZE
                   INTO EX-DETAIL
               MOVE 4 TO EX-RETURN-CODE
               PERFORM 9550-WRITE-EXCEPTION-RECORD
                   THRU 9550-EXIT
               GO TO 1610-EXIT
           END-IF.
           ADD 1 TO WS-EXP-COUNT.
           MOVE WS-HOST TO WS-EX-HOST(WS-EXP-COUNT).
           MOVE WS-HOST-ID TO WS-EX-HOST-ID(WS-EXP-COUNT).
           MOVE EV-NAME TO WS-NORM-NAME.
           PERFORM 8300-NORMALIZE-NAME
               THRU 8300-EXIT.
           MOVE WS-NORM-NAME TO WS-EX-NAME(WS-EXP-COUNT).
           GO TO 1610-EXIT.
       1610-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 1700-OPEN-BADGE-MASTER  --  OPEN THE BADGE RACK, SEEDING
      *                              THIS SITE'S RANGE WITH
      *                              WS-BADGE-SEED AVAILABLE BADGES
      *                              ON FIRST USE AT THE SITE
      *-------------------------------------------------------------
       1700-OPEN-BADGE-MASTER.
           OPEN I-O BADGE-MASTER.
           IF WS-BG-FILE-MISSING
               OPEN OUTPUT BADGE-MASTER
               CLOSE BADGE-MASTER
               OPEN I-O BADGE-MASTER
           END-IF.
           MOVE WS-BADGE-FROM TO BG-NUMBER.
           READ BADGE-MASTER
               INVALID KEY
                   PERFORM 1710-SEED-ONE-BADGE
                       THRU 1710-EXIT
                       VARYING WS-BADGE-IDX FROM WS-BADGE-FROM BY 1
                           UNTIL WS-BADGE-IDX > WS-BADGE-LAST
           END-READ.
           GO TO 1700-EXIT.
       1700-EXIT.
           EXIT.
           MOVE "A" TO BG-STATUS.
           MOVE 0 TO BG-ISSUE-DATE.
           MOVE 0 TO BG-ISSUE-TIME.
           MOVE WS-GREET-SITE TO BG-SITE.
           WRITE BADGE-MASTER-RECORD
               INVALID KEY
                   DISPLAY "GREETER: badge " WS-BADGE-IDX
                       " already belongs to another site."
           END-WRITE.
           GO TO 1710-EXIT.
       1710-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 1800-LOAD-WATCH-LIST  --  LOAD THE WATCH-LIST ENTRIES IN
      *                            FORCE ON THE BUSINESS DATE.  A
      *                            MISSING LIST MEANS NOBODY IS
      *                            BARRED, BUT THE DESK IS TOLD.
      *-------------------------------------------------------------
       1800-LOAD-WATCH-LIST.
           MOVE 0 TO WS-WATCH-COUNT.
           MOVE "N" TO WS-WL-EOF-SW.
           OPEN INPUT WATCH-LIST.
           IF NOT WS-WL-OK
               DISPLAY "GREETER: WATCHLST.DAT not available, status "
                   WS-WL-STATUS " - check-ins are not being "
                   "screened."
               GO TO 1800-EXIT
           END-IF.
           PERFORM 1810-LOAD-ONE-WATCH
               THRU 1810-EXIT
               UNTIL WS-WL-EOF.
           CLOSE WATCH-LIST.
           GO TO 1800-EXIT.
       1800-EXIT.
           EXIT.

       1810-LOAD-ONE-WATCH.
           READ WATCH-LIST NEXT RECORD
               AT END
                   MOVE "Y" TO WS-WL-EOF-SW
                   GO TO 1810-EXIT
           END-READ.
           IF NOT WL-ACTION-VALID
               OR WL-EFFECTIVE-DATE > WS-BUS-DATE
               OR (WL-EXPIRY-DATE NOT = 0
                   AND WL-EXPIRY-DATE < WS-BUS-DATE)
               OR (WL-NAME = SPACES AND WL-VISITOR-NO = 0)
               GO TO 1810-EXIT
           END-IF.
           IF WS-WATCH-COUNT >= 200
               DISPLAY "GREETER: watch-list table full, entry "
                   WL-ENTRY-NO " not screened."
               GO TO 1810-EXIT
           END-IF.
           ADD 1 TO WS-WATCH-COUNT.
           MOVE WL-ENTRY-NO TO WS-WT-ENTRY-NO(WS-WATCH-COUNT).
           MOVE WL-NAME TO WS-WT-NAME(WS-WATCH-COUNT).
           MOVE WL-VISITOR-NO TO WS-WT-VISITOR-NO(WS-WATCH-COUNT).
           MOVE WL-ACTION TO WS-WT-ACTION(WS-WATCH-COUNT).
           MOVE WL-REASON TO WS-WT-REASON(WS-WATCH-COUNT).
           GO TO 1810-EXIT.
       1810-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 2000-GET-NAME  --  PROMPT THE OPERATOR FOR A NAME
      *-------------------------------------------------------------
       2000-GET-NAME.
           DISPLAY "Please enter your name (*GROUP for a party): "
               WITH NO ADVANCING.
           ACCEPT WS-NAME.
           IF FUNCTION UPPER-CASE(WS-NAME) = "*GROUP"
               MOVE "*GROUP" TO WS-NAME
               GO TO 2000-EXIT
           END-IF.
           IF WS-NAME = SPACES
               DISPLAY "Name cannot be blank, please try again."
               MOVE SPACES TO EXCEPTION-LOG-RECORD
               THRU 8300-EXIT.
           MOVE WS-NORM-NAME TO WS-NAME.
           MOVE WS-NAME TO GL-NAME.
           MOVE WS-GREET-SITE TO WS-FIND-SITE.
           PERFORM 1520-FIND-TODAY-ENTRY
               THRU 1520-EXIT.
           MOVE "N" TO WS-CHECKOUT-SW.
               MOVE SPACE TO WS-EXPECTED-FLAG
               MOVE SPACE TO WS-CATEGORY
               MOVE SPACES TO WS-HOST
               MOVE SPACES TO WS-HOST-ID
               PERFORM 3800-RETURN-BADGE
                   THRU 3800-EXIT
               PERFORM 4000-LOG-VISIT
                   THRU 4000-EXIT
           ELSE
               PERFORM 2500-CHECK-VISITOR
                   THRU 2500-EXIT
               PERFORM 2800-SCREEN-WATCH-LIST
                   THRU 2800-EXIT
               IF WS-WATCH-DENIED
                   GO TO 2700-EXIT
               END-IF
               PERFORM 2600-CHECK-EXPECTED
                   THRU 2600-EXIT
               PERFORM 2650-GET-CATEGORY-HOST
                   THRU 2650-EXIT
               PERFORM 2900-CHECK-INDUCTION
                   THRU 2900-EXIT
               IF WS-INDUCT-REFUSED
                   GO TO 2700-EXIT
               END-IF
               PERFORM 2750-CHECK-CAPACITY
                   THRU 2750-EXIT
               PERFORM 3000-GREET
                   THRU 3000-EXIT
               PERFORM 3500-STORE-VISITOR
                   THRU 3500-EXIT
               IF WS-TODAY-IDX NOT = 0
                   MOVE "Y" TO WS-TD-IN-SW(WS-TODAY-IDX)
                   MOVE WS-GROUP-ID TO WS-TD-GROUP-ID(WS-TODAY-IDX)
                   MOVE WS-GROUP-NAME
                       TO WS-TD-GROUP-NAME(WS-TODAY-IDX)
               END-IF
               ADD 1 TO WS-OCCUPANCY
               PERFORM 3700-ISSUE-BADGE
               END-IF
               PERFORM 4000-LOG-VISIT
                   THRU 4000-EXIT
               IF WS-HOST NOT = SPACES
                   PERFORM 4200-WRITE-NOTIFICATION
                       THRU 4200-EXIT
               END-IF
           END-IF.
           PERFORM 4500-SNAPSHOT-STATE
               THRU 4500-EXIT.
       2600-CHECK-EXPECTED.
           MOVE "N" TO WS-EXPECTED-SW.
           MOVE SPACES TO WS-EXP-HOST.
           MOVE SPACES TO WS-EXP-HOST-ID.
           PERFORM VARYING WS-EXP-IDX FROM 1 BY 1
                   UNTIL WS-EXP-IDX > WS-EXP-COUNT
                   OR WS-EX-NAME(WS-EXP-IDX) = WS-NAME
           IF WS-EXP-IDX <= WS-EXP-COUNT
               MOVE "Y" TO WS-EXPECTED-SW
               MOVE WS-EX-HOST(WS-EXP-IDX) TO WS-EXP-HOST
               MOVE WS-EX-HOST-ID(WS-EXP-IDX) TO WS-EXP-HOST-ID
           END-IF.
           GO TO 2600-EXIT.
       2600-EXIT.
      *                              FROM THE GREETER-NAMES RECORD;
      *                              THE DESK IS PROMPTED.  A BLANK
      *                              HOST DEFAULTS FROM THE
      *                              PRE-REGISTRATION ENTRY.  ONLY A
      *                              KNOWN, ACTIVE DIRECTORY HOST IS
      *                              ACCEPTED.  A GROUP MEMBER TAKES
      *                              THE GROUP'S CATEGORY AND HOST.
      *-------------------------------------------------------------
       2650-GET-CATEGORY-HOST.
           IF WS-GROUP-MODE
               MOVE WS-GROUP-CATEGORY TO WS-CATEGORY
               MOVE WS-GROUP-HOST TO WS-HOST
               MOVE WS-GROUP-HOST-ID TO WS-HOST-ID
               GO TO 2650-DEFAULT-HOST
           END-IF.
           IF WS-BATCH-MODE
               MOVE GN-CATEGORY TO WS-CATEGORY
           ELSE
               DISPLAY "Category - E)mployee V)isitor C)ontractor: "
                   WITH NO ADVANCING
               ACCEPT WS-CATEGORY
           END-IF.
           MOVE FUNCTION UPPER-CASE(WS-CATEGORY) TO WS-CATEGORY.
           IF NOT WS-CAT-VALID
               MOVE SPACE TO WS-CATEGORY
           END-IF.
           IF WS-BATCH-MODE
               MOVE GN-HOST TO WS-HOST
               PERFORM 2670-RESOLVE-HOST
                   THRU 2670-EXIT
               IF NOT WS-HOST-ACCEPTED
                   DISPLAY "Host " FUNCTION TRIM(WS-HOST) " for "
                       FUNCTION TRIM(WS-NAME) " is "
                       FUNCTION LOWER-CASE(WS-HOST-REJECT-WHY)
                       " - admitted with no host."
                   MOVE SPACES TO EXCEPTION-LOG-RECORD
                   MOVE "GREETER" TO EX-PROGRAM-ID
                   MOVE "VALIDATION" TO EX-EXCEPTION-TYPE
                   MOVE SPACES TO EX-DETAIL
                   STRING FUNCTION TRIM(WS-HOST-REJECT-WHY)
                               DELIMITED BY SIZE
                           " HOST " DELIMITED BY SIZE
                           WS-HOST DELIMITED BY SIZE
                       INTO EX-DETAIL
                   MOVE 4 TO EX-RETURN-CODE
                   PERFORM 9550-WRITE-EXCEPTION-RECORD
                       THRU 9550-EXIT
                   MOVE SPACES TO WS-HOST
                   MOVE SPACES TO WS-HOST-ID
               END-IF
           ELSE
               MOVE "N" TO WS-HOST-ACCEPTED-SW
               PERFORM 2660-PROMPT-HOST
                   THRU 2660-EXIT
                   UNTIL WS-HOST-ACCEPTED
           END-IF.
       2650-DEFAULT-HOST.
           IF WS-HOST = SPACES
               AND WS-EXPECTED-VISITOR
               MOVE WS-EXP-HOST TO WS-HOST
               MOVE WS-EXP-HOST-ID TO WS-HOST-ID
           END-IF.
           GO TO 2650-EXIT.
       2650-EXIT.
           EXIT.

       2660-PROMPT-HOST.
           DISPLAY "Host ID or name being visited (blank if none): "
               WITH NO ADVANCING.
           ACCEPT WS-HOST.
           PERFORM 2670-RESOLVE-HOST
               THRU 2670-EXIT.
           IF NOT WS-HOST-ACCEPTED
               DISPLAY "Host is "
                   FUNCTION LOWER-CASE(WS-HOST-REJECT-WHY)
                   " - please re-enter."
           END-IF.
           GO TO 2660-EXIT.
       2660-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 2670-RESOLVE-HOST  --  RESOLVE WS-HOST THROUGH THE HOST
      *                         DIRECTORY.  AN ACCEPTED HOST IS
      *                         REPLACED BY ITS DIRECTORY NAME AND
      *                         ID; A BLANK HOST IS ACCEPTED AS
      *                         "NO HOST".
      *-------------------------------------------------------------
       2670-RESOLVE-HOST.
           MOVE "Y" TO WS-HOST-ACCEPTED-SW.
           MOVE SPACES TO WS-HOST-ID.
           MOVE SPACES TO WS-HOST-REJECT-WHY.
           IF WS-HOST = SPACES
               GO TO 2670-EXIT
           END-IF.
           MOVE WS-HOST TO WS-HOST-KEY.
           PERFORM 9260-FIND-HOST
               THRU 9260-EXIT.
           IF NOT WS-HOST-FOUND
               MOVE "N" TO WS-HOST-ACCEPTED-SW
               MOVE "UNKNOWN" TO WS-HOST-REJECT-WHY
               GO TO 2670-EXIT
           END-IF.
           IF NOT HM-ACTIVE
               MOVE "N" TO WS-HOST-ACCEPTED-SW
               MOVE "INACTIVE" TO WS-HOST-REJECT-WHY
               GO TO 2670-EXIT
           END-IF.
           MOVE HM-NAME TO WS-HOST.
           MOVE HM-HOST-ID TO WS-HOST-ID.
           GO TO 2670-EXIT.
       2670-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 2800-SCREEN-WATCH-LIST  --  MATCH THE CHECK-IN AGAINST THE
      *                              WATCH-LIST BY NORMALIZED NAME
      *                              AND, FOR A KNOWN VISITOR, BY
      *                              VISITOR NUMBER.  THE FIRST PASS
      *                              SETTLES WHETHER ANY DENY ENTRY
      *                              HITS; THE SECOND LOGS EVERY HIT
      *                              WITH THAT OUTCOME.
      *-------------------------------------------------------------
       2800-SCREEN-WATCH-LIST.
           MOVE "N" TO WS-WATCH-DENIED-SW.
           IF WS-WATCH-COUNT = 0
               GO TO 2800-EXIT
           END-IF.
           IF WS-RETURNING-VISITOR
               MOVE VM-NUMBER TO WS-WATCH-VISITOR-NO
           ELSE
               MOVE 0 TO WS-WATCH-VISITOR-NO
           END-IF.
           MOVE 1 TO WS-WATCH-PASS.
           PERFORM 2810-CHECK-ONE-WATCH
               THRU 2810-EXIT
               VARYING WS-WATCH-IDX FROM 1 BY 1
                   UNTIL WS-WATCH-IDX > WS-WATCH-COUNT.
           MOVE 2 TO WS-WATCH-PASS.
           PERFORM 2810-CHECK-ONE-WATCH
               THRU 2810-EXIT
               VARYING WS-WATCH-IDX FROM 1 BY 1
                   UNTIL WS-WATCH-IDX > WS-WATCH-COUNT.
           IF WS-WATCH-DENIED
               DISPLAY "*** ACCESS DENIED: " FUNCTION TRIM(WS-NAME)
                   " is barred by the security watch-list."
               DISPLAY "*** Do not issue a badge - call security."
               MOVE SPACES TO DAILY-AUDIT-RECORD
               MOVE "GREETER" TO DA-PROGRAM-ID
               MOVE WS-NAME(1:21) TO DA-INPUT-VALUE
               MOVE "CHECK-IN REFUSED" TO DA-OUTPUT-VALUE
               MOVE 8 TO DA-RETURN-CODE
               PERFORM 9500-WRITE-AUDIT-RECORD
                   THRU 9500-EXIT
           END-IF.
           GO TO 2800-EXIT.
       2800-EXIT.
           EXIT.

       2810-CHECK-ONE-WATCH.
           MOVE SPACES TO WS-WATCH-MATCHED-ON.
           IF WS-WT-NAME(WS-WATCH-IDX) NOT = SPACES
               AND WS-WT-NAME(WS-WATCH-IDX) = WS-NAME
               MOVE "NAME" TO WS-WATCH-MATCHED-ON
           END-IF.
           IF WS-WATCH-MATCHED-ON = SPACES
               AND WS-WT-VISITOR-NO(WS-WATCH-IDX) NOT = 0
               AND WS-WT-VISITOR-NO(WS-WATCH-IDX)
                   = WS-WATCH-VISITOR-NO
               MOVE "NUMBER" TO WS-WATCH-MATCHED-ON
           END-IF.
           IF WS-WATCH-MATCHED-ON = SPACES
               GO TO 2810-EXIT
           END-IF.
           IF WS-WATCH-PASS = 1
               IF WS-WT-DENY(WS-WATCH-IDX)
                   MOVE "Y" TO WS-WATCH-DENIED-SW
               END-IF
               GO TO 2810-EXIT
           END-IF.
           IF NOT WS-WATCH-DENIED
               DISPLAY "*** SECURITY ALERT: " FUNCTION TRIM(WS-NAME)
                   " is on the watch-list - "
                   FUNCTION TRIM(WS-WT-REASON(WS-WATCH-IDX))
                   ". Notify security."
           END-IF.
           MOVE SPACES TO EXCEPTION-LOG-RECORD.
           MOVE "GREETER" TO EX-PROGRAM-ID.
           MOVE "SECURITY" TO EX-EXCEPTION-TYPE.
           MOVE SPACES TO EX-DETAIL.
           STRING "WATCH " DELIMITED BY SIZE
                   WS-WT-ACTION(WS-WATCH-IDX) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-NAME(1:18) DELIMITED BY SIZE
               INTO EX-DETAIL.
           IF WS-WATCH-DENIED
               MOVE 8 TO EX-RETURN-CODE
           ELSE
               MOVE 4 TO EX-RETURN-CODE
           END-IF.
           PERFORM 9550-WRITE-EXCEPTION-RECORD
               THRU 9550-EXIT.
           MOVE SPACES TO SECURITY-INCIDENT-RECORD.
           MOVE WS-RUN-DATE TO SI-RUN-DATE.
           MOVE WS-RUN-TIME TO SI-RUN-TIME.
           MOVE WS-NAME TO SI-NAME.
           MOVE WS-WATCH-VISITOR-NO TO SI-VISITOR-NO.
           MOVE WS-WT-ENTRY-NO(WS-WATCH-IDX) TO SI-ENTRY-NO.
           MOVE WS-WT-ACTION(WS-WATCH-IDX) TO SI-ACTION.
           IF WS-WATCH-DENIED
               MOVE "REFUSED" TO SI-OUTCOME
           ELSE
               MOVE "ADMITTED" TO SI-OUTCOME
           END-IF.
           MOVE WS-WATCH-MATCHED-ON TO SI-MATCHED-ON.
           MOVE WS-WT-REASON(WS-WATCH-IDX) TO SI-REASON.
           MOVE WS-OPERATOR-ID TO SI-OPERATOR-ID.
           MOVE WS-RUN-ID TO SI-RUN-ID.
           WRITE SECURITY-INCIDENT-RECORD.
           GO TO 2810-EXIT.
       2810-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 2900-CHECK-INDUCTION  --  A CONTRACTOR MUST HOLD A CURRENT
      *                            SAFETY INDUCTION.  A FIRST-TIME
      *                            VISITOR HAS NO VISITOR NUMBER YET
      *                            AND SO CANNOT BE INDUCTED.  PER
      *                            INDUCT-ENFORCE THE CHECK-IN IS
      *                            REFUSED OR ADMITTED WITH A
      *                            WARNING; EITHER WAY IT IS LOGGED.
      *-------------------------------------------------------------
       2900-CHECK-INDUCTION.
           MOVE "N" TO WS-INDUCT-REFUSED-SW.
           MOVE SPACES TO WS-INDUCT-PROBLEM.
           IF WS-CATEGORY NOT = "C"
               GO TO 2900-EXIT
           END-IF.
           IF NOT WS-RETURNING-VISITOR
               OR NOT WS-INDUCT-OPEN
               MOVE "MISSING" TO WS-INDUCT-PROBLEM
           ELSE
               MOVE VM-NUMBER TO IM-VISITOR-NO
               READ INDUCTION-MASTER
                   INVALID KEY
                       MOVE "MISSING" TO WS-INDUCT-PROBLEM
                   NOT INVALID KEY
                       IF IM-EXPIRY-DATE < WS-BUS-DATE
                           MOVE "EXPIRED" TO WS-INDUCT-PROBLEM
                       END-IF
               END-READ
           END-IF.
           IF WS-INDUCT-PROBLEM = SPACES
               GO TO 2900-EXIT
           END-IF.
           MOVE SPACES TO EXCEPTION-LOG-RECORD.
           MOVE "GREETER" TO EX-PROGRAM-ID.
           MOVE "INDUCTION" TO EX-EXCEPTION-TYPE.
           MOVE SPACES TO EX-DETAIL.
           STRING FUNCTION TRIM(WS-INDUCT-PROBLEM) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-NAME(1:22) DELIMITED BY SIZE
               INTO EX-DETAIL.
           IF WS-INDUCT-REFUSE
               MOVE "Y" TO WS-INDUCT-REFUSED-SW
               MOVE 8 TO EX-RETURN-CODE
           ELSE
               MOVE 4 TO EX-RETURN-CODE
           END-IF.
           PERFORM 9550-WRITE-EXCEPTION-RECORD
               THRU 9550-EXIT.
           IF NOT WS-INDUCT-REFUSED
               DISPLAY "*** WARNING: safety induction for "
                   FUNCTION TRIM(WS-NAME) " is "
                   FUNCTION LOWER-CASE(WS-INDUCT-PROBLEM)
                   " - admitted; send to the safety office."
               GO TO 2900-EXIT
           END-IF.
           DISPLAY "*** CHECK-IN REFUSED: safety induction for "
               FUNCTION TRIM(WS-NAME) " is "
               FUNCTION LOWER-CASE(WS-INDUCT-PROBLEM) ".".
           DISPLAY "*** Contractor must be inducted by the safety "
               "office before a badge is issued.".
           MOVE SPACES TO DAILY-AUDIT-RECORD.
           MOVE "GREETER" TO DA-PROGRAM-ID.
           MOVE WS-NAME(1:21) TO DA-INPUT-VALUE.
           MOVE "CHECK-IN REFUSED" TO DA-OUTPUT-VALUE.
           MOVE 8 TO DA-RETURN-CODE.
           PERFORM 9500-WRITE-AUDIT-RECORD
               THRU 9500-EXIT.
           GO TO 2900-EXIT.
       2900-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 3000-GREET  --  DISPLAY THE WELCOME MESSAGE
      *-------------------------------------------------------------
           EXIT.

      *-------------------------------------------------------------
      * 3700-ISSUE-BADGE  --  HAND OUT THE LOWEST AVAILABLE BADGE
      *                        IN THIS SITE'S RACK.
      *                        A BADGE ALREADY OUT IS NEVER
      *                        RE-ISSUED; AN EMPTY RACK WARNS AND
      *                        LOGS BUT THE VISITOR IS ADMITTED.
                   GO TO 3710-EXIT
           END-READ.
           IF BG-AVAILABLE
               AND (BG-SITE = WS-GREET-SITE
                   OR (BG-SITE = SPACES
                       AND WS-GREET-SITE = WS-HOME-SITE))
               MOVE "Y" TO WS-BADGE-FOUND-SW
           END-IF.
           GO TO 3710-EXIT.
           END-READ.
           IF BG-OUT
               AND BG-HOLDER = WS-NAME
               AND (BG-SITE = WS-GREET-SITE
                   OR (BG-SITE = SPACES
                       AND WS-GREET-SITE = WS-HOME-SITE))
               MOVE "Y" TO WS-BADGE-FOUND-SW
           END-IF.
           GO TO 3810-EXIT.
           MOVE WS-EXPECTED-FLAG TO GL-EXPECTED.
           MOVE WS-CATEGORY TO GL-CATEGORY.
           MOVE WS-HOST TO GL-HOST.
           MOVE WS-HOST-ID TO GL-HOST-ID.
           MOVE WS-GROUP-ID TO GL-GROUP-ID.
           MOVE WS-GROUP-NAME TO GL-GROUP-NAME.
           MOVE WS-GREET-SITE TO GL-SITE.
           WRITE GREETER-LOG-RECORD.
           MOVE SPACES TO DAILY-AUDIT-RECORD.
           MOVE "GREETER" TO DA-PROGRAM-ID.
       4000-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 4200-WRITE-NOTIFICATION  --  TELL THE HOST THEIR VISITOR HAS
      *                               ARRIVED, THROUGH THE MAIL
      *                               GATEWAY'S OUTBOX
      *-------------------------------------------------------------
       4200-WRITE-NOTIFICATION.
           ADD 1 TO WS-NOTIFY-SEQ.
           MOVE SPACES TO NOTIFY-OUTBOX-RECORD.
           MOVE WS-RUN-ID TO NF-RUN-ID.
           MOVE "-" TO NF-ID-DASH.
           MOVE WS-NOTIFY-SEQ TO NF-SEQ.
           MOVE WS-NAME TO NF-VISITOR.
           MOVE WS-HOST-ID TO NF-HOST-ID.
           MOVE WS-HOST TO NF-HOST.
           IF WS-BADGE-FOUND
               MOVE BG-NUMBER TO NF-BADGE
           ELSE
               MOVE 0 TO NF-BADGE
           END-IF.
           MOVE WS-RUN-DATE TO NF-ARRIVE-DATE.
           MOVE WS-RUN-TIME TO NF-ARRIVE-TIME.
           WRITE NOTIFY-OUTBOX-RECORD.
           GO TO 4200-EXIT.
       4200-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 4500-SNAPSHOT-STATE  --  REWRITE THE CURRENT-DAY STATE FILE
      *                           FROM THE TODAY TABLE, THE WAY
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
      * 5000-BATCH-RUN  --  GREET EVERY NAME ON GREETER-NAMES, THEN
      *                      WORK THE GROUP FILE
      *-------------------------------------------------------------
       5000-BATCH-RUN.
           IF WS-NAMES-FILE
               PERFORM 5100-READ-NEXT-NAME
                   THRU 5100-EXIT
               PERFORM 5200-PROCESS-ONE-NAME
                   THRU 5200-EXIT
                   UNTIL WS-EOF
           END-IF.
           IF WS-GROUP-FILE
               PERFORM 5500-GROUP-BATCH-RUN
                   THRU 5500-EXIT
           END-IF.
           GO TO 5000-EXIT.
       5000-EXIT.
           EXIT.
       5200-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 5500-GROUP-BATCH-RUN  --  WORK GROUP-NAMES: A G RECORD OPENS
      *                            A GROUP (NAME, CATEGORY, HOST),
      *                            M RECORDS ARE ITS MEMBERS, AN O
      *                            RECORD CHECKS OUT THE GROUP NAMED
      *                            OR NUMBERED ON IT
      *-------------------------------------------------------------
       5500-GROUP-BATCH-RUN.
           MOVE "N" TO WS-GROUP-MODE-SW.
           PERFORM 5510-READ-NEXT-GROUP-REC
               THRU 5510-EXIT.
           PERFORM 5600-PROCESS-ONE-GROUP-REC
               THRU 5600-EXIT
               UNTIL WS-GG-EOF.
           IF WS-GROUP-MODE
               PERFORM 6400-END-GROUP
                   THRU 6400-EXIT
           END-IF.
           GO TO 5500-EXIT.
       5500-EXIT.
           EXIT.

       5510-READ-NEXT-GROUP-REC.
           READ GROUP-NAMES
               AT END
                   MOVE "Y" TO WS-GG-EOF-SW
           END-READ.
           GO TO 5510-EXIT.
       5510-EXIT.
           EXIT.

       5600-PROCESS-ONE-GROUP-REC.
           EVALUATE TRUE
               WHEN GG-GROUP-HEADER
                   IF WS-GROUP-MODE
                       PERFORM 6400-END-GROUP
                           THRU 6400-EXIT
                   END-IF
                   PERFORM 5620-START-BATCH-GROUP
                       THRU 5620-EXIT
               WHEN GG-GROUP-MEMBER
                   PERFORM 5640-BATCH-MEMBER
                       THRU 5640-EXIT
               WHEN GG-GROUP-CHECKOUT
                   IF WS-GROUP-MODE
                       PERFORM 6400-END-GROUP
                           THRU 6400-EXIT
                   END-IF
                   MOVE GG-NAME TO WS-GROUP-KEY
                   PERFORM 6500-GROUP-CHECKOUT
                       THRU 6500-EXIT
               WHEN OTHER
                   DISPLAY "Unknown record type " GG-REC-TYPE
                       " on GREETGRP.DAT, skipped."
                   MOVE SPACES TO EXCEPTION-LOG-RECORD
                   MOVE "GREETER" TO EX-PROGRAM-ID
                   MOVE "VALIDATION" TO EX-EXCEPTION-TYPE
                   MOVE SPACES TO EX-DETAIL
                   STRING "BAD GROUP RECORD TYPE " DELIMITED BY SIZE
                           GG-REC-TYPE DELIMITED BY SIZE
                       INTO EX-DETAIL
                   MOVE 4 TO EX-RETURN-CODE
                   PERFORM 9550-WRITE-EXCEPTION-RECORD
                       THRU 9550-EXIT
           END-EVALUATE.
           PERFORM 5510-READ-NEXT-GROUP-REC
               THRU 5510-EXIT.
           GO TO 5600-EXIT.
       5600-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 5620-START-BATCH-GROUP  --  OPEN THE GROUP ON A G RECORD.
      *                              AN UNKNOWN OR INACTIVE HOST IS
      *                              LOGGED AND THE GROUP ADMITTED
      *                              WITH NO HOST, THE SAME AS A
      *                              SINGLE BATCH CHECK-IN.
      *-------------------------------------------------------------
       5620-START-BATCH-GROUP.
           IF GG-NAME = SPACES
               DISPLAY "Group record with no group name on "
                   "GREETGRP.DAT - its members are skipped."
               MOVE SPACES TO EXCEPTION-LOG-RECORD
               MOVE "GREETER" TO EX-PROGRAM-ID
               MOVE "VALIDATION" TO EX-EXCEPTION-TYPE
               MOVE "BLANK GROUP NAME SKIPPED" TO EX-DETAIL
               MOVE 4 TO EX-RETURN-CODE
               PERFORM 9550-WRITE-EXCEPTION-RECORD
                   THRU 9550-EXIT
               GO TO 5620-EXIT
           END-IF.
           MOVE GG-NAME TO WS-NORM-NAME.
           PERFORM 8300-NORMALIZE-NAME
               THRU 8300-EXIT.
           MOVE WS-NORM-NAME TO WS-GROUP-NAME.
           MOVE FUNCTION UPPER-CASE(GG-CATEGORY) TO WS-CATEGORY.
           IF NOT WS-CAT-VALID
               MOVE SPACE TO WS-CATEGORY
           END-IF.
           MOVE WS-CATEGORY TO WS-GROUP-CATEGORY.
           MOVE GG-HOST TO WS-HOST.
           PERFORM 2670-RESOLVE-HOST
               THRU 2670-EXIT.
           IF NOT WS-HOST-ACCEPTED
               DISPLAY "Host " FUNCTION TRIM(WS-HOST) " for group "
                   FUNCTION TRIM(WS-GROUP-NAME) " is "
                   FUNCTION LOWER-CASE(WS-HOST-REJECT-WHY)
                   " - group admitted with no host."
               MOVE SPACES TO EXCEPTION-LOG-RECORD
               MOVE "GREETER" TO EX-PROGRAM-ID
               MOVE "VALIDATION" TO EX-EXCEPTION-TYPE
               MOVE SPACES TO EX-DETAIL
               STRING FUNCTION TRIM(WS-HOST-REJECT-WHY)
                           DELIMITED BY SIZE
                       " HOST " DELIMITED BY SIZE
                       WS-HOST DELIMITED BY SIZE
                   INTO EX-DETAIL
               MOVE 4 TO EX-RETURN-CODE
               PERFORM 9550-WRITE-EXCEPTION-RECORD
                   THRU 9550-EXIT
               MOVE SPACES TO WS-HOST
               MOVE SPACES TO WS-HOST-ID
           END-IF.
           MOVE WS-HOST TO WS-GROUP-HOST.
           MOVE WS-HOST-ID TO WS-GROUP-HOST-ID.
           PERFORM 6100-OPEN-GROUP
               THRU 6100-EXIT.
           GO TO 5620-EXIT.
       5620-EXIT.
           EXIT.

       5640-BATCH-MEMBER.
           IF NOT WS-GROUP-MODE
               DISPLAY "Member " FUNCTION TRIM(GG-NAME)
                   " on GREETGRP.DAT has no group record, skipped."
               MOVE SPACES TO EXCEPTION-LOG-RECORD
               MOVE "GREETER" TO EX-PROGRAM-ID
               MOVE "VALIDATION" TO EX-EXCEPTION-TYPE
               MOVE SPACES TO EX-DETAIL
               STRING "NO GROUP " DELIMITED BY SIZE
                       GG-NAME(1:21) DELIMITED BY SIZE
                   INTO EX-DETAIL
               MOVE 4 TO EX-RETURN-CODE
               PERFORM 9550-WRITE-EXCEPTION-RECORD
                   THRU 9550-EXIT
               GO TO 5640-EXIT
           END-IF.
           IF GG-NAME = SPACES
               DISPLAY "Blank member name on GREETGRP.DAT, skipped."
               MOVE SPACES TO EXCEPTION-LOG-RECORD
               MOVE "GREETER" TO EX-PROGRAM-ID
               MOVE "VALIDATION" TO EX-EXCEPTION-TYPE
               MOVE "BLANK NAME SKIPPED" TO EX-DETAIL
               MOVE 4 TO EX-RETURN-CODE
               PERFORM 9550-WRITE-EXCEPTION-RECORD
                   THRU 9550-EXIT
               GO TO 5640-EXIT
           END-IF.
           MOVE GG-NAME TO WS-NAME.
           PERFORM 6300-CHECK-IN-MEMBER
               THRU 6300-EXIT.
           GO TO 5640-EXIT.
       5640-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 6000-GROUP-DESK  --  GROUP CHECK-IN OR CHECK-OUT AT THE
      *                      DESK.  THE GROUP NAME, CATEGORY AND
      *                      HOST ARE KEYED ONCE, THEN THE MEMBERS
      *                      UNTIL A BLANK NAME.
      *-------------------------------------------------------------
       6000-GROUP-DESK.
           DISPLAY "Group I)n or O)ut: " WITH NO ADVANCING.
           ACCEPT WS-GROUP-ACTION.
           MOVE FUNCTION UPPER-CASE(WS-GROUP-ACTION)
               TO WS-GROUP-ACTION.
           IF WS-GROUP-ACTION = "O"
               DISPLAY "Group ID or group name: " WITH NO ADVANCING
               ACCEPT WS-GROUP-KEY
               PERFORM 6500-GROUP-CHECKOUT
                   THRU 6500-EXIT
               GO TO 6000-EXIT
           END-IF.
           IF WS-GROUP-ACTION NOT = "I"
               DISPLAY "Please answer I or O."
               GO TO 6000-GROUP-DESK
           END-IF.
           MOVE SPACES TO WS-GROUP-NAME.
           PERFORM 6050-GET-GROUP-NAME
               THRU 6050-EXIT
               UNTIL WS-GROUP-NAME NOT = SPACES.
           MOVE "N" TO WS-EXPECTED-SW.
           PERFORM 2650-GET-CATEGORY-HOST
               THRU 2650-EXIT.
           MOVE WS-CATEGORY TO WS-GROUP-CATEGORY.
           MOVE WS-HOST TO WS-GROUP-HOST.
           MOVE WS-HOST-ID TO WS-GROUP-HOST-ID.
           PERFORM 6100-OPEN-GROUP
               THRU 6100-EXIT.
           MOVE "N" TO WS-GROUP-DONE-SW.
           PERFORM 6200-GET-ONE-MEMBER
               THRU 6200-EXIT
               UNTIL WS-GROUP-DONE.
           PERFORM 6400-END-GROUP
               THRU 6400-EXIT.
           GO TO 6000-EXIT.
       6000-EXIT.
           EXIT.

       6050-GET-GROUP-NAME.
           DISPLAY "Group name: " WITH NO ADVANCING.
           ACCEPT WS-GROUP-NAME.
           IF WS-GROUP-NAME = SPACES
               DISPLAY "Group name cannot be blank, please try again."
               GO TO 6050-EXIT
           END-IF.
           MOVE WS-GROUP-NAME TO WS-NORM-NAME.
           PERFORM 8300-NORMALIZE-NAME
               THRU 8300-EXIT.
           MOVE WS-NORM-NAME TO WS-GROUP-NAME.
           GO TO 6050-EXIT.
       6050-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 6100-OPEN-GROUP  --  ISSUE THE GROUP ID (RUN SEQUENCE PLUS
      *                       THE GROUP'S SEQUENCE IN THIS RUN) AND
      *                       START COUNTING ITS MEMBERS
      *-------------------------------------------------------------
       6100-OPEN-GROUP.
           ADD 1 TO WS-GROUP-SEQ.
           MOVE "G" TO WS-GP-ID-PREFIX.
           MOVE WS-RI-RUN-SEQ TO WS-GP-ID-RUN-SEQ.
           MOVE "-" TO WS-GP-ID-DASH.
           MOVE WS-GROUP-SEQ TO WS-GP-ID-SEQ.
           MOVE 0 TO WS-GROUP-ADMITTED.
           MOVE 0 TO WS-GROUP-SKIPPED.
           MOVE "Y" TO WS-GROUP-MODE-SW.
           DISPLAY "Group " FUNCTION TRIM(WS-GROUP-NAME)
               " - group ID " WS-GROUP-ID
               " (quote it for the group checkout).".
           GO TO 6100-EXIT.
       6100-EXIT.
           EXIT.

       6200-GET-ONE-MEMBER.
           DISPLAY "Member name (blank to finish): "
               WITH NO ADVANCING.
           ACCEPT WS-NAME.
           IF WS-NAME = SPACES
               MOVE "Y" TO WS-GROUP-DONE-SW
               GO TO 6200-EXIT
           END-IF.
           PERFORM 6300-CHECK-IN-MEMBER
               THRU 6300-EXIT.
           GO TO 6200-EXIT.
       6200-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 6300-CHECK-IN-MEMBER  --  ONE MEMBER IN WS-NAME THROUGH THE
      *                            NORMAL CHECK-IN.  A MEMBER ALREADY
      *                            ON SITE IS NOT CHECKED OUT BY
      *                            MISTAKE - THEY ARE SKIPPED.
      *-------------------------------------------------------------
       6300-CHECK-IN-MEMBER.
           MOVE WS-NAME TO WS-NORM-NAME.
           PERFORM 8300-NORMALIZE-NAME
               THRU 8300-EXIT.
           MOVE WS-NORM-NAME TO WS-NAME.
           MOVE WS-NAME TO GL-NAME.
           MOVE WS-GREET-SITE TO WS-FIND-SITE.
           PERFORM 1520-FIND-TODAY-ENTRY
               THRU 1520-EXIT.
           IF WS-TODAY-IDX NOT = 0
               IF WS-TD-CHECKED-IN(WS-TODAY-IDX)
                   DISPLAY FUNCTION TRIM(WS-NAME)
                       " is already checked in - not added to the "
                       "group."
                   ADD 1 TO WS-GROUP-SKIPPED
                   GO TO 6300-EXIT
               END-IF
           END-IF.
           PERFORM 2700-PROCESS-ONE-VISIT
               THRU 2700-EXIT.
           IF WS-WATCH-DENIED
               OR WS-INDUCT-REFUSED
               ADD 1 TO WS-GROUP-SKIPPED
           ELSE
               ADD 1 TO WS-GROUP-ADMITTED
           END-IF.
           GO TO 6300-EXIT.
       6300-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 6400-END-GROUP  --  CLOSE THE GROUP: TOTALS TO THE DESK AND
      *                      ONE AUDIT RECORD.  THE HOST HAS HAD A
      *                      NOTIFICATION PER MEMBER ON ARRIVAL.
      *-------------------------------------------------------------
       6400-END-GROUP.
           MOVE WS-GROUP-ADMITTED TO D-GROUP-COUNT.
           DISPLAY "Group " FUNCTION TRIM(WS-GROUP-NAME) " ("
               WS-GROUP-ID "): " FUNCTION TRIM(D-GROUP-COUNT)
               " member(s) checked in.".
           IF WS-GROUP-SKIPPED > 0
               MOVE WS-GROUP-SKIPPED TO D-GROUP-COUNT
               DISPLAY "  " FUNCTION TRIM(D-GROUP-COUNT)
                   " member(s) not checked in."
           END-IF.
           MOVE SPACES TO DAILY-AUDIT-RECORD.
           MOVE "GREETER" TO DA-PROGRAM-ID.
           MOVE WS-GROUP-NAME(1:21) TO DA-INPUT-VALUE.
           MOVE SPACES TO DA-OUTPUT-VALUE.
           STRING "GROUP IN " DELIMITED BY SIZE
                   WS-GROUP-ID DELIMITED BY SIZE
               INTO DA-OUTPUT-VALUE.
           MOVE 0 TO DA-RETURN-CODE.
           PERFORM 9500-WRITE-AUDIT-RECORD
               THRU 9500-EXIT.
           MOVE "N" TO WS-GROUP-MODE-SW.
           MOVE SPACES TO WS-GROUP-ID.
           MOVE SPACES TO WS-GROUP-NAME.
           GO TO 6400-EXIT.
       6400-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 6500-GROUP-CHECKOUT  --  CHECK OUT EVERY MEMBER STILL ON
      *                           SITE WHOSE GROUP ID OR GROUP NAME
      *                           IS WS-GROUP-KEY
      *-------------------------------------------------------------
       6500-GROUP-CHECKOUT.
           MOVE WS-GROUP-KEY TO WS-NORM-NAME.
           PERFORM 8300-NORMALIZE-NAME
               THRU 8300-EXIT.
           MOVE WS-NORM-NAME TO WS-GROUP-KEY.
           MOVE 0 TO WS-GROUP-OUT-COUNT.
           IF WS-GROUP-KEY = SPACES
               DISPLAY "No group given - nothing checked out."
               GO TO 6500-EXIT
           END-IF.
           PERFORM 6510-CHECK-OUT-MEMBER
               THRU 6510-EXIT
               VARYING WS-GROUP-IDX FROM 1 BY 1
                   UNTIL WS-GROUP-IDX > WS-TODAY-COUNT.
           IF WS-GROUP-OUT-COUNT = 0
               DISPLAY "No one from group " FUNCTION TRIM(WS-GROUP-KEY)
                   " is checked in."
               MOVE SPACES TO EXCEPTION-LOG-RECORD
               MOVE "GREETER" TO EX-PROGRAM-ID
               MOVE "VALIDATION" TO EX-EXCEPTION-TYPE
               MOVE SPACES TO EX-DETAIL
               STRING "GROUP NOT ON SITE " DELIMITED BY SIZE
                       WS-GROUP-KEY(1:12) DELIMITED BY SIZE
                   INTO EX-DETAIL
               MOVE 4 TO EX-RETURN-CODE
               PERFORM 9550-WRITE-EXCEPTION-RECORD
                   THRU 9550-EXIT
               GO TO 6500-EXIT
           END-IF.
           MOVE WS-GROUP-OUT-COUNT TO D-GROUP-COUNT.
           DISPLAY "Group " FUNCTION TRIM(WS-GROUP-NAME) " ("
               WS-GROUP-ID "): " FUNCTION TRIM(D-GROUP-COUNT)
               " member(s) checked out.".
           MOVE SPACES TO DAILY-AUDIT-RECORD.
           MOVE "GREETER" TO DA-PROGRAM-ID.
           MOVE WS-GROUP-NAME(1:21) TO DA-INPUT-VALUE.
           MOVE SPACES TO DA-OUTPUT-VALUE.
           STRING "GROUP OUT " DELIMITED BY SIZE
                   WS-GROUP-ID DELIMITED BY SIZE
               INTO DA-OUTPUT-VALUE.
           MOVE 0 TO DA-RETURN-CODE.
           PERFORM 9500-WRITE-AUDIT-RECORD
               THRU 9500-EXIT.
           MOVE SPACES TO WS-GROUP-ID.
           MOVE SPACES TO WS-GROUP-NAME.
           GO TO 6500-EXIT.
       6500-EXIT.
           EXIT.

       6510-CHECK-OUT-MEMBER.
           IF NOT WS-TD-CHECKED-IN(WS-GROUP-IDX)
               OR WS-TD-GROUP-ID(WS-GROUP-IDX) = SPACES
               OR WS-TD-SITE(WS-GROUP-IDX) NOT = WS-GREET-SITE
               GO TO 6510-EXIT
           END-IF.
           IF WS-TD-GROUP-ID(WS-GROUP-IDX) NOT = WS-GROUP-KEY
               AND WS-TD-GROUP-NAME(WS-GROUP-IDX) NOT = WS-GROUP-KEY
               GO TO 6510-EXIT
           END-IF.
           MOVE WS-TD-GROUP-ID(WS-GROUP-IDX) TO WS-GROUP-ID.
           MOVE WS-TD-GROUP-NAME(WS-GROUP-IDX) TO WS-GROUP-NAME.
           MOVE WS-TD-NAME(WS-GROUP-IDX) TO WS-NAME.
           PERFORM 2700-PROCESS-ONE-VISIT
               THRU 2700-EXIT.
           ADD 1 TO WS-GROUP-OUT-COUNT.
           GO TO 6510-EXIT.
       6510-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 9400-OPEN-DAILY-AUDIT / 9500-WRITE-AUDIT-RECORD  --  COPIED
      *-------------------------------------------------------------
      *-------------------------------------------------------------
       COPY NAMNRMPR.

      *-------------------------------------------------------------
      * 9260-FIND-HOST  --  COPIED
      *-------------------------------------------------------------
       COPY HOSTPR.

      *-------------------------------------------------------------
      * 9360-ASSIGN-VISITOR-NO  --  COPIED
      *-------------------------------------------------------------
      * 9999-TERMINATE  --  CLOSE FILES AND RETURN TO CALLER
      *-------------------------------------------------------------
       9999-TERMINATE.
           IF WS-NAMES-FILE
               CLOSE GREETER-NAMES
           END-IF.
           IF WS-GROUP-FILE
               CLOSE GROUP-NAMES
           END-IF.
           CLOSE GREETER-LOG.
           CLOSE NOTIFY-OUTBOX.
           CLOSE SECURITY-INCIDENTS.
           CLOSE VISITOR-MASTER.
           CLOSE BADGE-MASTER.
           IF WS-HOST-OPEN
               CLOSE HOST-MASTER
           END-IF.
           IF WS-INDUCT-OPEN
               CLOSE INDUCTION-MASTER
           END-IF.
           PERFORM 9420-CLOSE-DAILY-AUDIT
               THRU 9420-EXIT.
           PERFORM 9470-CLOSE-EXCEPTION-LOG
           GO TO 9999-EXIT.
       9999-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 9320-LOAD-SITES / 9330-FIND-SITE  --  COPIED
      *-------------------------------------------------------------
       COPY SITEPR.

      *-------------------------------------------------------------
      * 9245-ANSWER-VERSION-INQUIRY  --  COPIED
      *-------------------------------------------------------------
       COPY VERSPR.
