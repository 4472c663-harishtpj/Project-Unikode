       IDENTIFICATION DIVISION.
       PROGRAM-ID. WATCH-MAINT.
       AUTHOR. HARISH-KUMAR.
       INSTALLATION. UNIKODE-DATA-CENTER.
       DATE-WRITTEN. 2026/10/15.
       DATE-COMPILED.
      *-------------------------------------------------------------
      * MODIFICATION HISTORY
      *-------------------------------------------------------------
      * DATE       INIT DESCRIPTION
      * ---------- ---- -----------------------------------------
      * 2026/10/15  HK  FIRST VERSION - MAINTENANCE FRONT-END FOR
      *                 THE SECURITY WATCH-LIST MASTER
      *                 (WATCHLST.DAT), IN THE STYLE OF HOST-MAINT.
      *                 LIST/INQUIRE, ADD, CHANGE (ACTION, DATES,
      *                 REASON), LIFT AND DELETE FUNCTIONS.  ONLY AN
      *                 ADMINISTRATOR (AUTHORIZATION LEVEL 9 ON THE
      *                 OPERATOR MASTER) MAY USE IT - ANY OTHER
      *                 OPERATOR, OR A RUN WITH NO SIGN-ON, IS
      *                 TURNED AWAY AND THE ATTEMPT IS LOGGED AS A
      *                 SECURITY EXCEPTION.  NAMES ARE STORED
      *                 THROUGH THE SHARED NAMNRMPR NORMALIZER SO
      *                 THEY MATCH GREETER'S CHECK-IN NAME.  EVERY
      *                 CHANGE IS LOGGED TO THE SHARED DAILY-AUDIT
      *                 TRAIL.  A MISSING MASTER IS CREATED EMPTY ON
      *                 FIRST USE.
      * 2026/10/15  HK  ADDED THE PROGRAM'S BUILD IDENTITY - VERSION AND
      *                 COMPILE DATE, SEE VERSWS.CPY - STAMPED ON ITS
      *                 AUDIT RECORDS.
      *-------------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY WATCHSL.
           COPY OPERSL.
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
       COPY WATCHFD.

       COPY OPERFD.

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
       01  WS-VR-PROGRAM           PIC X(17) VALUE "WATCH-MAINT".
       01  WS-VR-VERSION           PIC X(06) VALUE "1.02".
       COPY VERSWS.
       COPY CALWS.
       COPY LOCKWS.
       COPY NAMNRMWS.
       COPY NUMVALWS.
       COPY OPERWS.
       COPY RUNIDWS.
       COPY AUDITCWS.
       COPY EXCPCWS.
       COPY SIGNWS.
       01  WS-DA-STATUS            PIC X(02).
       01  WS-EX-STATUS            PIC X(02).
       01  WS-WL-STATUS            PIC X(02).
           88 WS-WL-OK                        VALUE "00".
           88 WS-WL-NOT-FOUND                 VALUE "23".
           88 WS-WL-FILE-MISSING              VALUE "35".

       01  WS-CHOICE               PIC 9(01).
           88 WS-CHOICE-LIST                  VALUE 1.
           88 WS-CHOICE-INQUIRE               VALUE 2.
           88 WS-CHOICE-ADD                   VALUE 3.
           88 WS-CHOICE-CHANGE                VALUE 4.
           88 WS-CHOICE-LIFT                  VALUE 5.
           88 WS-CHOICE-DELETE                VALUE 6.
           88 WS-CHOICE-EXIT                  VALUE 7.
           88 WS-CHOICE-VALID                 VALUES 1 THRU 7.

       01  WS-ADMIN-LEVEL          PIC 9(01) VALUE 9.

       01  WS-ENTRY-IN             PIC 9(05).
       01  WS-NEXT-ENTRY           PIC 9(05).
       01  WS-NAME-IN              PIC X(25).
       01  WS-VISNO-IN             PIC 9(07).
       01  WS-ACTION-IN            PIC X(05).
           88 WS-ACTION-IN-VALID              VALUES "DENY" "ALERT".
       01  WS-REASON-IN            PIC X(30).
       01  WS-ENTERED-DATE         PIC 9(08).
       01  WS-EFFECTIVE-IN         PIC 9(08).
       01  WS-EXPIRY-IN            PIC 9(08).
       01  WS-LIFT-DATE            PIC 9(08).
       01  WS-DAY-NUMBER           PIC 9(07).
       01  WS-CONFIRM              PIC X(01).
       01  WS-AUDIT-RESULT         PIC X(20).

       01  WS-LIST-COUNT           PIC 9(05).
       01  D-COUNT                 PIC Z(4)9.
       01  D-STATE                 PIC X(08).
       01  D-VISNO                 PIC X(07).
       01  D-EFFECTIVE.
           05 D-EF-YEAR            PIC 9(04).
           05 FILLER               PIC X(01) VALUE "-".
           05 D-EF-MONTH           PIC 9(02).
           05 FILLER               PIC X(01) VALUE "-".
           05 D-EF-DAY             PIC 9(02).
       01  D-EXPIRY                PIC X(10).
       01  D-EXPIRY-DATE.
           05 D-EX-YEAR            PIC 9(04).
           05 FILLER               PIC X(01) VALUE "-".
           05 D-EX-MONTH           PIC 9(02).
           05 FILLER               PIC X(01) VALUE "-".
           05 D-EX-DAY             PIC 9(02).

       01  WS-SWITCHES.
           05 WS-DONE-SW           PIC X(01) VALUE "N".
               88 WS-DONE                     VALUE "Y".
           05 WS-SCAN-EOF-SW       PIC X(01) VALUE "N".
               88 WS-SCAN-EOF                 VALUE "Y".
           05 WS-WATCH-OPEN-SW     PIC X(01) VALUE "N".
               88 WS-WATCH-OPEN               VALUE "Y".
           05 WS-DATE-OK-SW        PIC X(01) VALUE "N".
               88 WS-DATE-OK                  VALUE "Y".

       PROCEDURE DIVISION.

      *-------------------------------------------------------------
      * 0000-MAINLINE
      *-------------------------------------------------------------
       0000-MAINLINE.
           DISPLAY "SECURITY WATCH-LIST maintenance".
           PERFORM 1000-INITIALIZE
               THRU 1000-EXIT.
           PERFORM 2000-MENU-LOOP
               THRU 2000-EXIT
               UNTIL WS-DONE.
           PERFORM 9999-TERMINATE
               THRU 9999-EXIT.
           GOBACK.

      *-------------------------------------------------------------
      * 1000-INITIALIZE  --  ADMINISTRATOR CHECK, THEN OPEN THE
      *                       MASTER AND THE AUDIT TRAIL
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
           PERFORM 9270-GET-OPERATOR-LEVEL
               THRU 9270-EXIT.
           IF WS-OPER-LEVEL < WS-ADMIN-LEVEL
               DISPLAY "The watch-list may only be maintained by an "
                   "administrator (authorization level 9)."
               MOVE SPACES TO EXCEPTION-LOG-RECORD
               MOVE "WATCH-MAINT" TO EX-PROGRAM-ID
               MOVE "SECURITY" TO EX-EXCEPTION-TYPE
               MOVE SPACES TO EX-DETAIL
               STRING "NOT AUTHORIZED " DELIMITED BY SIZE
                       WS-OPERATOR-ID DELIMITED BY SIZE
                   INTO EX-DETAIL
               MOVE 8 TO EX-RETURN-CODE
               PERFORM 9550-WRITE-EXCEPTION-RECORD
                   THRU 9550-EXIT
               MOVE "Y" TO WS-DONE-SW
               MOVE 8 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF.
           MOVE "WATCHLST" TO WS-LOCK-RESOURCE.
           PERFORM 9600-ACQUIRE-LOCK
               THRU 9600-EXIT.
           IF WS-LOCK-DENIED
               MOVE "Y" TO WS-DONE-SW
               MOVE 8 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF.
           OPEN I-O WATCH-LIST.
           IF WS-WL-FILE-MISSING
               DISPLAY "WATCHLST.DAT not found - creating an empty "
                   "watch-list."
               OPEN OUTPUT WATCH-LIST
               CLOSE WATCH-LIST
               OPEN I-O WATCH-LIST
           END-IF.
           IF NOT WS-WL-OK
               AND WS-WL-STATUS NOT = "05"
               DISPLAY "WATCHLST.DAT open failed, status "
                   WS-WL-STATUS "."
               MOVE "Y" TO WS-DONE-SW
               MOVE 8 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF.
           MOVE "Y" TO WS-WATCH-OPEN-SW.
           GO TO 1000-EXIT.
       1000-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 2000-MENU-LOOP  --  DISPLAY, PROMPT, DISPATCH, REPEAT
      *-------------------------------------------------------------
       2000-MENU-LOOP.
           DISPLAY " ".
           DISPLAY "1. List all watch-list entries".
           DISPLAY "2. Inquire on one entry".
           DISPLAY "3. Add an entry".
           DISPLAY "4. Change an entry's action, dates or reason".
           DISPLAY "5. Lift an entry (expire it today)".
           DISPLAY "6. Delete an entry".
           DISPLAY "7. Exit".
           DISPLAY "Select an option: " WITH NO ADVANCING.
           ACCEPT WS-CHOICE.
           IF NOT WS-CHOICE-VALID
               DISPLAY "Invalid option, enter 1 thru 7"
               GO TO 2000-MENU-LOOP
           END-IF.
           EVALUATE TRUE
               WHEN WS-CHOICE-LIST
                   PERFORM 3000-LIST-ALL
                       THRU 3000-EXIT
               WHEN WS-CHOICE-INQUIRE
                   PERFORM 3500-INQUIRE-ONE
                       THRU 3500-EXIT
               WHEN WS-CHOICE-ADD
                   PERFORM 4000-ADD-ONE
                       THRU 4000-EXIT
               WHEN WS-CHOICE-CHANGE
                   PERFORM 5000-CHANGE-ONE
                       THRU 5000-EXIT
               WHEN WS-CHOICE-LIFT
                   PERFORM 6000-LIFT-ONE
                       THRU 6000-EXIT
               WHEN WS-CHOICE-DELETE
                   PERFORM 7000-DELETE-ONE
                       THRU 7000-EXIT
               WHEN WS-CHOICE-EXIT
                   MOVE "Y" TO WS-DONE-SW
           END-EVALUATE.
           GO TO 2000-EXIT.
       2000-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 3000-LIST-ALL  --  WALK THE MASTER IN ENTRY-NUMBER ORDER
      *-------------------------------------------------------------
       3000-LIST-ALL.
           MOVE 0 TO WS-LIST-COUNT.
           MOVE "N" TO WS-SCAN-EOF-SW.
           MOVE 0 TO WL-ENTRY-NO.
           START WATCH-LIST
               KEY IS GREATER THAN WL-ENTRY-NO
               INVALID KEY
                   MOVE "Y" TO WS-SCAN-EOF-SW
           END-START.
           PERFORM 3100-LIST-ONE
               THRU 3100-EXIT
               UNTIL WS-SCAN-EOF.
           MOVE WS-LIST-COUNT TO D-COUNT.
           DISPLAY FUNCTION TRIM(D-COUNT) " entry(s) on file.".
           GO TO 3000-EXIT.
       3000-EXIT.
           EXIT.

       3100-LIST-ONE.
           READ WATCH-LIST NEXT RECORD
               AT END
                   MOVE "Y" TO WS-SCAN-EOF-SW
                   GO TO 3100-EXIT
           END-READ.
           PERFORM 3200-DISPLAY-RECORD
               THRU 3200-EXIT.
           ADD 1 TO WS-LIST-COUNT.
           GO TO 3100-EXIT.
       3100-EXIT.
           EXIT.

       3200-DISPLAY-RECORD.
           EVALUATE TRUE
               WHEN WL-EFFECTIVE-DATE > WS-BUS-DATE
                   MOVE "PENDING" TO D-STATE
               WHEN WL-EXPIRY-DATE NOT = 0
                   AND WL-EXPIRY-DATE < WS-BUS-DATE
                   MOVE "LAPSED" TO D-STATE
               WHEN OTHER
                   MOVE "IN FORCE" TO D-STATE
           END-EVALUATE.
           IF WL-VISITOR-NO = 0
               MOVE SPACES TO D-VISNO
           ELSE
               MOVE WL-VISITOR-NO TO D-VISNO
           END-IF.
           MOVE WL-EFFECTIVE-DATE(1:4) TO D-EF-YEAR.
           MOVE WL-EFFECTIVE-DATE(5:2) TO D-EF-MONTH.
           MOVE WL-EFFECTIVE-DATE(7:2) TO D-EF-DAY.
           IF WL-EXPIRY-DATE = 0
               MOVE "OPEN" TO D-EXPIRY
           ELSE
               MOVE WL-EXPIRY-DATE(1:4) TO D-EX-YEAR
               MOVE WL-EXPIRY-DATE(5:2) TO D-EX-MONTH
               MOVE WL-EXPIRY-DATE(7:2) TO D-EX-DAY
               MOVE D-EXPIRY-DATE TO D-EXPIRY
           END-IF.
           DISPLAY WL-ENTRY-NO " " WL-NAME " " D-VISNO " "
               WL-ACTION " " D-EFFECTIVE " TO " D-EXPIRY " "
               D-STATE.
           DISPLAY "      REASON: " WL-REASON "  ADDED BY "
               WL-ADDED-BY.
           GO TO 3200-EXIT.
       3200-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 3500-INQUIRE-ONE  --  SHOW A SINGLE ENTRY BY ITS NUMBER
      *-------------------------------------------------------------
       3500-INQUIRE-ONE.
           PERFORM 8400-READ-ENTRY
               THRU 8400-EXIT.
           IF NOT WS-WL-OK
               GO TO 3500-EXIT
           END-IF.
           PERFORM 3200-DISPLAY-RECORD
               THRU 3200-EXIT.
           GO TO 3500-EXIT.
       3500-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 4000-ADD-ONE  --  ADD A NEW ENTRY UNDER THE NEXT ENTRY
      *                    NUMBER.  A NAME, A VISITOR NUMBER, OR
      *                    BOTH MUST BE GIVEN.
      *-------------------------------------------------------------
       4000-ADD-ONE.
           DISPLAY "Enter the person's name (blank if by visitor "
               "number only): " WITH NO ADVANCING.
           ACCEPT WS-NAME-IN.
           IF WS-NAME-IN NOT = SPACES
               PERFORM 8350-NORMALIZE-NAME-IN
                   THRU 8350-EXIT
           END-IF.
           DISPLAY "Enter the visitor number (blank if by name "
               "only): " WITH NO ADVANCING.
           PERFORM 8000-GET-NUMERIC-ENTRY
               THRU 8000-EXIT.
           COMPUTE WS-VISNO-IN = WS-NUM-ENTRY-VAL
               ON SIZE ERROR
                   DISPLAY "Visitor number is at most 7 digits."
                   GO TO 4000-EXIT
           END-COMPUTE.
           IF WS-NAME-IN = SPACES
               AND WS-VISNO-IN = 0
               DISPLAY "A name or a visitor number is required."
               GO TO 4000-EXIT
           END-IF.
           PERFORM 8450-GET-ACTION
               THRU 8450-EXIT.
           IF NOT WS-ACTION-IN-VALID
               GO TO 4000-EXIT
           END-IF.
           DISPLAY "Reason: " WITH NO ADVANCING.
           ACCEPT WS-REASON-IN.
           IF WS-REASON-IN = SPACES
               DISPLAY "A reason is required."
               GO TO 4000-EXIT
           END-IF.
           DISPLAY "Effective date (YYYYMMDD, blank for today): "
               WITH NO ADVANCING.
           PERFORM 8100-GET-DATE-ENTRY
               THRU 8100-EXIT.
           IF NOT WS-DATE-OK
               GO TO 4000-EXIT
           END-IF.
           IF WS-ENTERED-DATE = 0
               MOVE WS-BUS-DATE TO WS-EFFECTIVE-IN
           ELSE
               MOVE WS-ENTERED-DATE TO WS-EFFECTIVE-IN
           END-IF.
           DISPLAY "Expiry date (YYYYMMDD, blank for no expiry): "
               WITH NO ADVANCING.
           PERFORM 8100-GET-DATE-ENTRY
               THRU 8100-EXIT.
           IF NOT WS-DATE-OK
               GO TO 4000-EXIT
           END-IF.
           MOVE WS-ENTERED-DATE TO WS-EXPIRY-IN.
           IF WS-EXPIRY-IN NOT = 0
               AND WS-EXPIRY-IN < WS-EFFECTIVE-IN
               DISPLAY "Expiry date is before the effective date."
               GO TO 4000-EXIT
           END-IF.
           PERFORM 8600-FIND-NEXT-ENTRY
               THRU 8600-EXIT.
           MOVE SPACES TO WATCH-LIST-RECORD.
           MOVE WS-NEXT-ENTRY TO WL-ENTRY-NO.
           MOVE WS-NAME-IN TO WL-NAME.
           MOVE WS-VISNO-IN TO WL-VISITOR-NO.
           MOVE WS-ACTION-IN TO WL-ACTION.
           MOVE WS-EFFECTIVE-IN TO WL-EFFECTIVE-DATE.
           MOVE WS-EXPIRY-IN TO WL-EXPIRY-DATE.
           MOVE WS-REASON-IN TO WL-REASON.
           MOVE WS-OPERATOR-ID TO WL-ADDED-BY.
           MOVE WS-BUS-DATE TO WL-ADDED-DATE.
           WRITE WATCH-LIST-RECORD
               INVALID KEY
                   DISPLAY "Add failed, status " WS-WL-STATUS "."
                   GO TO 4000-EXIT
           END-WRITE.
           DISPLAY "Entry " WL-ENTRY-NO " added.".
           MOVE "ADDED" TO WS-AUDIT-RESULT.
           PERFORM 8500-AUDIT-CHANGE
               THRU 8500-EXIT.
           GO TO 4000-EXIT.
       4000-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 5000-CHANGE-ONE  --  CHANGE THE ACTION, DATES OR REASON.  A
      *                       BLANK ENTRY KEEPS THE CURRENT VALUE.
      *                       THE NAME AND NUMBER NEVER CHANGE - A
      *                       WRONG PERSON IS DELETED AND RE-ADDED.
      *-------------------------------------------------------------
       5000-CHANGE-ONE.
           PERFORM 8400-READ-ENTRY
               THRU 8400-EXIT.
           IF NOT WS-WL-OK
               GO TO 5000-EXIT
           END-IF.
           PERFORM 3200-DISPLAY-RECORD
               THRU 3200-EXIT.
           DISPLAY "New action DENY or ALERT (blank to keep): "
               WITH NO ADVANCING.
           ACCEPT WS-ACTION-IN.
           MOVE FUNCTION UPPER-CASE(WS-ACTION-IN) TO WS-ACTION-IN.
           IF WS-ACTION-IN NOT = SPACES
               AND NOT WS-ACTION-IN-VALID
               DISPLAY "Action must be DENY or ALERT."
               GO TO 5000-EXIT
           END-IF.
           DISPLAY "New effective date (blank to keep): "
               WITH NO ADVANCING.
           PERFORM 8100-GET-DATE-ENTRY
               THRU 8100-EXIT.
           IF NOT WS-DATE-OK
               GO TO 5000-EXIT
           END-IF.
           MOVE WS-ENTERED-DATE TO WS-EFFECTIVE-IN.
           DISPLAY "New expiry date (blank to keep, 99999999 for "
               "no expiry): " WITH NO ADVANCING.
           PERFORM 8000-GET-NUMERIC-ENTRY
               THRU 8000-EXIT.
           IF WS-NUM-ENTRY-VAL = 99999999
               MOVE 99999999 TO WS-EXPIRY-IN
           ELSE
               PERFORM 8110-CHECK-DATE
                   THRU 8110-EXIT
               IF NOT WS-DATE-OK
                   GO TO 5000-EXIT
               END-IF
               MOVE WS-ENTERED-DATE TO WS-EXPIRY-IN
           END-IF.
           DISPLAY "New reason (blank to keep): " WITH NO ADVANCING.
           ACCEPT WS-REASON-IN.
           IF WS-ACTION-IN NOT = SPACES
               MOVE WS-ACTION-IN TO WL-ACTION
           END-IF.
           IF WS-EFFECTIVE-IN NOT = 0
               MOVE WS-EFFECTIVE-IN TO WL-EFFECTIVE-DATE
           END-IF.
           IF WS-EXPIRY-IN = 99999999
               MOVE 0 TO WL-EXPIRY-DATE
           ELSE
               IF WS-EXPIRY-IN NOT = 0
                   MOVE WS-EXPIRY-IN TO WL-EXPIRY-DATE
               END-IF
           END-IF.
           IF WS-REASON-IN NOT = SPACES
               MOVE WS-REASON-IN TO WL-REASON
           END-IF.
           IF WL-EXPIRY-DATE NOT = 0
               AND WL-EXPIRY-DATE < WL-EFFECTIVE-DATE
               DISPLAY "Expiry date is before the effective date - "
                   "change not made."
               GO TO 5000-EXIT
           END-IF.
           REWRITE WATCH-LIST-RECORD.
           DISPLAY "Entry changed.".
           MOVE "CHANGED" TO WS-AUDIT-RESULT.
           PERFORM 8500-AUDIT-CHANGE
               THRU 8500-EXIT.
           GO TO 5000-EXIT.
       5000-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 6000-LIFT-ONE  --  EXPIRE AN ENTRY AS OF YESTERDAY SO IT NO
      *                     LONGER SCREENS, KEEPING IT ON FILE FOR
      *                     THE RECORD
      *-------------------------------------------------------------
       6000-LIFT-ONE.
           PERFORM 8400-READ-ENTRY
               THRU 8400-EXIT.
           IF NOT WS-WL-OK
               GO TO 6000-EXIT
           END-IF.
           PERFORM 3200-DISPLAY-RECORD
               THRU 3200-EXIT.
           DISPLAY "Confirm lift (Y/N): " WITH NO ADVANCING.
           ACCEPT WS-CONFIRM.
           IF WS-CONFIRM NOT = "Y" AND WS-CONFIRM NOT = "y"
               DISPLAY "Lift cancelled."
               GO TO 6000-EXIT
           END-IF.
           COMPUTE WS-DAY-NUMBER =
               FUNCTION INTEGER-OF-DATE(WS-BUS-DATE) - 1.
           COMPUTE WS-LIFT-DATE =
               FUNCTION DATE-OF-INTEGER(WS-DAY-NUMBER).
           MOVE WS-LIFT-DATE TO WL-EXPIRY-DATE.
           IF WL-EFFECTIVE-DATE > WS-LIFT-DATE
               MOVE WS-LIFT-DATE TO WL-EFFECTIVE-DATE
           END-IF.
           REWRITE WATCH-LIST-RECORD.
           DISPLAY "Entry lifted.".
           MOVE "LIFTED" TO WS-AUDIT-RESULT.
           PERFORM 8500-AUDIT-CHANGE
               THRU 8500-EXIT.
           GO TO 6000-EXIT.
       6000-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 7000-DELETE-ONE  --  DELETE AN ENTRY KEYED IN ERROR
      *-------------------------------------------------------------
       7000-DELETE-ONE.
           PERFORM 8400-READ-ENTRY
               THRU 8400-EXIT.
           IF NOT WS-WL-OK
               GO TO 7000-EXIT
           END-IF.
           PERFORM 3200-DISPLAY-RECORD
               THRU 3200-EXIT.
           DISPLAY "An entry that is no longer needed should be "
               "lifted instead, so the history is kept.".
           DISPLAY "Confirm delete (Y/N): " WITH NO ADVANCING.
           ACCEPT WS-CONFIRM.
           IF WS-CONFIRM NOT = "Y" AND WS-CONFIRM NOT = "y"
               DISPLAY "Delete cancelled."
               GO TO 7000-EXIT
           END-IF.
           DELETE WATCH-LIST RECORD.
           DISPLAY "Entry deleted.".
           MOVE "DELETED" TO WS-AUDIT-RESULT.
           PERFORM 8500-AUDIT-CHANGE
               THRU 8500-EXIT.
           GO TO 7000-EXIT.
       7000-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 8100-GET-DATE-ENTRY  --  ACCEPT AND SANITY-CHECK A YYYYMMDD.
      *                           A BLANK ENTRY COMES BACK AS ZERO.
      *-------------------------------------------------------------
       8100-GET-DATE-ENTRY.
           PERFORM 8000-GET-NUMERIC-ENTRY
               THRU 8000-EXIT.
           PERFORM 8110-CHECK-DATE
               THRU 8110-EXIT.
           GO TO 8100-EXIT.
       8100-EXIT.
           EXIT.

       8110-CHECK-DATE.
           MOVE "Y" TO WS-DATE-OK-SW.
           COMPUTE WS-ENTERED-DATE = WS-NUM-ENTRY-VAL
               ON SIZE ERROR
                   DISPLAY "Value too large, enter 8 digits."
                   MOVE "N" TO WS-DATE-OK-SW
                   GO TO 8110-EXIT
           END-COMPUTE.
           IF WS-ENTERED-DATE = 0
               GO TO 8110-EXIT
           END-IF.
           IF WS-ENTERED-DATE < 16010101
               OR WS-ENTERED-DATE(5:2) < "01"
               OR WS-ENTERED-DATE(5:2) > "12"
               OR WS-ENTERED-DATE(7:2) < "01"
               OR WS-ENTERED-DATE(7:2) > "31"
               DISPLAY "That is not a valid date."
               MOVE "N" TO WS-DATE-OK-SW
           END-IF.
           GO TO 8110-EXIT.
       8110-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 8350-NORMALIZE-NAME-IN  --  ENTERED NAME THROUGH THE SHARED
      *                              NORMALIZER, THE SAME WAY
      *                              GREETER NORMALIZES AT CHECK-IN
      *-------------------------------------------------------------
       8350-NORMALIZE-NAME-IN.
           MOVE WS-NAME-IN TO WS-NORM-NAME.
           PERFORM 8300-NORMALIZE-NAME
               THRU 8300-EXIT.
           MOVE WS-NORM-NAME TO WS-NAME-IN.
           GO TO 8350-EXIT.
       8350-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 8400-READ-ENTRY  --  PROMPT FOR AN ENTRY NUMBER AND READ IT.
      *                       WS-WL-OK ON RETURN MEANS FOUND.
      *-------------------------------------------------------------
       8400-READ-ENTRY.
           DISPLAY "Enter the entry number: " WITH NO ADVANCING.
           PERFORM 8000-GET-NUMERIC-ENTRY
               THRU 8000-EXIT.
           COMPUTE WS-ENTRY-IN = WS-NUM-ENTRY-VAL
               ON SIZE ERROR
                   MOVE 0 TO WS-ENTRY-IN
           END-COMPUTE.
           MOVE WS-ENTRY-IN TO WL-ENTRY-NO.
           READ WATCH-LIST
               INVALID KEY
                   DISPLAY "Entry not found."
           END-READ.
           GO TO 8400-EXIT.
       8400-EXIT.
           EXIT.

       8450-GET-ACTION.
           DISPLAY "Action - DENY (refuse entry) or ALERT (admit and "
               "warn): " WITH NO ADVANCING.
           ACCEPT WS-ACTION-IN.
           MOVE FUNCTION UPPER-CASE(WS-ACTION-IN) TO WS-ACTION-IN.
           IF NOT WS-ACTION-IN-VALID
               DISPLAY "Action must be DENY or ALERT."
           END-IF.
           GO TO 8450-EXIT.
       8450-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 8500-AUDIT-CHANGE  --  ONE DAILY-AUDIT RECORD PER CHANGE.
      *                         THE CALLER SETS WS-AUDIT-RESULT;
      *                         THE INPUT VALUE IS THE ENTRY NUMBER
      *                         AND THE NAME OR VISITOR NUMBER.
      *-------------------------------------------------------------
       8500-AUDIT-CHANGE.
           MOVE SPACES TO DAILY-AUDIT-RECORD.
           MOVE "WATCH-MAINT" TO DA-PROGRAM-ID.
           IF WL-NAME NOT = SPACES
               STRING WL-ENTRY-NO DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WL-NAME DELIMITED BY SIZE
                   INTO DA-INPUT-VALUE
           ELSE
               STRING WL-ENTRY-NO DELIMITED BY SIZE
                       " VNO " DELIMITED BY SIZE
                       WL-VISITOR-NO DELIMITED BY SIZE
                   INTO DA-INPUT-VALUE
           END-IF.
           STRING FUNCTION TRIM(WS-AUDIT-RESULT) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WL-ACTION DELIMITED BY SIZE
               INTO DA-OUTPUT-VALUE.
           MOVE 0 TO DA-RETURN-CODE.
           PERFORM 9500-WRITE-AUDIT-RECORD
               THRU 9500-EXIT.
           GO TO 8500-EXIT.
       8500-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 8600-FIND-NEXT-ENTRY  --  ONE PAST THE HIGHEST ENTRY NUMBER
      *                            ON FILE
      *-------------------------------------------------------------
       8600-FIND-NEXT-ENTRY.
           MOVE 0 TO WS-NEXT-ENTRY.
           MOVE "N" TO WS-SCAN-EOF-SW.
           MOVE 0 TO WL-ENTRY-NO.
           START WATCH-LIST
               KEY IS GREATER THAN WL-ENTRY-NO
               INVALID KEY
                   MOVE "Y" TO WS-SCAN-EOF-SW
           END-START.
           PERFORM 8610-SCAN-ONE
               THRU 8610-EXIT
               UNTIL WS-SCAN-EOF.
           ADD 1 TO WS-NEXT-ENTRY.
           GO TO 8600-EXIT.
       8600-EXIT.
           EXIT.

       8610-SCAN-ONE.
           READ WATCH-LIST NEXT RECORD
               AT END
                   MOVE "Y" TO WS-SCAN-EOF-SW
                   GO TO 8610-EXIT
           END-READ.
           MOVE WL-ENTRY-NO TO WS-NEXT-ENTRY.
           GO TO 8610-EXIT.
       8610-EXIT.
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
      * 9420-CLOSE-DAILY-AUDIT / 9470-CLOSE-EXCEPTION-LOG  --  COPIED
      *-------------------------------------------------------------
       COPY AUDITCLS.

       COPY EXCPCLS.

       COPY EXCPOPN.

       COPY EXCPPR.

      *-------------------------------------------------------------
      * 9270-GET-OPERATOR-LEVEL  --  COPIED
      *-------------------------------------------------------------
       COPY OPERPR.

      *-------------------------------------------------------------
      * 9380-ASSIGN-RUN-ID  --  COPIED
      *-------------------------------------------------------------
       COPY RUNIDPR.

      *-------------------------------------------------------------
      * 9390-GET-OPERATOR  --  COPIED
      *-------------------------------------------------------------
       COPY SIGNPR.

      *-------------------------------------------------------------
      * 8300-NORMALIZE-NAME  --  COPIED
      *-------------------------------------------------------------
       COPY NAMNRMPR.

      *-------------------------------------------------------------
      * 9999-TERMINATE  --  CLOSE THE FILES
      *-------------------------------------------------------------
       9999-TERMINATE.
           IF WS-WATCH-OPEN
               CLOSE WATCH-LIST
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
      * 9370-GET-BUSINESS-DATE  --  COPIED
      *-------------------------------------------------------------
       COPY CALPR.

      *-------------------------------------------------------------
      * 9600-ACQUIRE-LOCK / 9650-RELEASE-LOCKS  --  COPIED
      *-------------------------------------------------------------
       COPY LOCKPR.
