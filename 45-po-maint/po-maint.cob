       IDENTIFICATION DIVISION.
       PROGRAM-ID. PO-MAINT.
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
      *                 THE CONTRACTOR PURCHASE-ORDER MASTER
      *                 (POMST.DAT), IN THE STYLE OF HOST-MAINT.
      *                 LIST/INQUIRE, ADD, CHANGE, CLOSE/REOPEN AND
      *                 DELETE.  A PO COVERS UP TO FIVE VISITOR
      *                 NUMBERS AND/OR EVERY CONTRACTOR OF ONE HOST;
      *                 THE HOST MUST BE ON THE HOST DIRECTORY AND
      *                 EACH VISITOR NUMBER ON THE VISITOR MASTER.
      *                 CHANGING THE APPROVED HOURS OR THE END DATE
      *                 CLEARS THE WARNED / EXPIRED SWITCHES SO
      *                 PO-POST RAISES THE EXCEPTION AGAIN AGAINST
      *                 THE NEW FIGURE.  THE HOURS USED ARE CHARGED
      *                 ONLY BY PO-POST AND ARE NOT KEYED HERE.  A
      *                 PO WITH HOURS CHARGED SHOULD BE CLOSED, NOT
      *                 DELETED.  EVERY CHANGE IS LOGGED TO THE
      *                 SHARED DAILY-AUDIT TRAIL.  A MISSING MASTER
      *                 IS CREATED EMPTY ON FIRST USE.
      * 2026/10/15  HK  ADDED THE PROGRAM'S BUILD IDENTITY - VERSION AND
      *                 COMPILE DATE, SEE VERSWS.CPY - STAMPED ON ITS
      *                 AUDIT RECORDS.
      *-------------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY POMSL.
           COPY HOSTSL.
           COPY VISITMSL.
           COPY AUDITSEL.
           COPY AUDITCSL.
           COPY RUNIDSEL.
           COPY SIGNSEL.
           COPY CALSEL.
           COPY LOCKSL.

       DATA DIVISION.
       FILE SECTION.
       COPY POMFD.

       COPY HOSTFD.

       COPY VISITMFD.

       COPY AUDITFD.

       COPY AUDITCFD.

       COPY RUNIDFD.

       COPY SIGNFD.

       COPY CALFD.

       COPY LOCKFD.

       WORKING-STORAGE SECTION.
      *    BUILD IDENTITY - RAISE WS-VR-VERSION WITH EACH ENTRY
      *    IN THE MODIFICATION HISTORY (SEE VERSWS.CPY)
       01  WS-VR-PROGRAM           PIC X(17) VALUE "PO-MAINT".
       01  WS-VR-VERSION           PIC X(06) VALUE "1.02".
       COPY VERSWS.
       COPY CALWS.
       COPY LOCKWS.
       COPY NAMNRMWS.
       COPY NUMVALWS.
       COPY HOSTWS.
       COPY RUNIDWS.
       COPY AUDITCWS.
       COPY SIGNWS.
       01  WS-PO-STATUS            PIC X(02).
           88 WS-PO-OK                        VALUE "00".
           88 WS-PO-FILE-MISSING              VALUE "35".
       01  WS-VM-STATUS            PIC X(02).
           88 WS-VM-OK                        VALUE "00".
       01  WS-DA-STATUS            PIC X(02).

       01  WS-CHOICE               PIC 9(01).
           88 WS-CHOICE-LIST                  VALUE 1.
           88 WS-CHOICE-INQUIRE               VALUE 2.
           88 WS-CHOICE-ADD                   VALUE 3.
           88 WS-CHOICE-CHANGE                VALUE 4.
           88 WS-CHOICE-CLOSE                 VALUE 5.
           88 WS-CHOICE-DELETE                VALUE 6.
           88 WS-CHOICE-EXIT                  VALUE 7.
           88 WS-CHOICE-VALID                 VALUES 1 THRU 7.

       01  WS-PO-NUMBER-IN         PIC X(10).
       01  WS-DESC-IN              PIC X(30).
       01  WS-HOST-ID-IN           PIC X(06).
       01  WS-HOURS-IN             PIC 9(05).
       01  WS-START-IN             PIC 9(08).
       01  WS-END-IN               PIC 9(08).
       01  WS-ENTERED-DATE         PIC 9(08).
       01  WS-VISNO-IN             PIC 9(07).
       01  WS-VISNO-TABLE.
           05 WS-VISNO-NEW         PIC 9(07) OCCURS 5 TIMES.
       01  WS-VN-IDX               PIC 9(01).
       01  WS-CONFIRM              PIC X(01).
       01  WS-AUDIT-RESULT         PIC X(20).

       01  WS-LIST-COUNT           PIC 9(05).
       01  WS-USED-HOURS           PIC 9(05)V9.
       01  D-COUNT                 PIC Z(4)9.
       01  D-HOURS                 PIC Z(4)9.
       01  D-USED                  PIC Z(4)9.9.
       01  D-STATE                 PIC X(07).

       01  WS-SWITCHES.
           05 WS-DONE-SW           PIC X(01) VALUE "N".
               88 WS-DONE                     VALUE "Y".
           05 WS-SCAN-EOF-SW       PIC X(01) VALUE "N".
               88 WS-SCAN-EOF                 VALUE "Y".
           05 WS-PO-OPEN-SW        PIC X(01) VALUE "N".
               88 WS-PO-OPEN                  VALUE "Y".
           05 WS-VM-OPEN-SW        PIC X(01) VALUE "N".
               88 WS-VM-OPEN                  VALUE "Y".
           05 WS-ENTRY-OK-SW       PIC X(01) VALUE "Y".
               88 WS-ENTRY-OK                 VALUE "Y".

       PROCEDURE DIVISION.

      *-------------------------------------------------------------
      * 0000-MAINLINE
      *-------------------------------------------------------------
       0000-MAINLINE.
           DISPLAY "PURCHASE-ORDER maintenance".
           PERFORM 1000-INITIALIZE
               THRU 1000-EXIT.
           PERFORM 2000-MENU-LOOP
               THRU 2000-EXIT
               UNTIL WS-DONE.
           PERFORM 9999-TERMINATE
               THRU 9999-EXIT.
           GOBACK.

      *-------------------------------------------------------------
      * 1000-INITIALIZE  --  OPEN THE MASTER, THE LOOKUPS AND THE
      *                       AUDIT TRAIL
      *-------------------------------------------------------------
       1000-INITIALIZE.
           PERFORM 9370-GET-BUSINESS-DATE
               THRU 9370-EXIT.
           PERFORM 9380-ASSIGN-RUN-ID
               THRU 9380-EXIT.
           PERFORM 9390-GET-OPERATOR
               THRU 9390-EXIT.
           MOVE "POMST" TO WS-LOCK-RESOURCE.
           PERFORM 9600-ACQUIRE-LOCK
               THRU 9600-EXIT.
           IF WS-LOCK-DENIED
               PERFORM 9400-OPEN-DAILY-AUDIT
                   THRU 9400-EXIT
               MOVE "Y" TO WS-DONE-SW
               MOVE 8 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF.
           OPEN I-O PO-MASTER.
           IF WS-PO-FILE-MISSING
               DISPLAY "POMST.DAT not found - creating an empty "
                   "purchase-order master."
               OPEN OUTPUT PO-MASTER
               CLOSE PO-MASTER
               OPEN I-O PO-MASTER
           END-IF.
           IF NOT WS-PO-OK
               AND WS-PO-STATUS NOT = "05"
               DISPLAY "POMST.DAT open failed, status "
                   WS-PO-STATUS "."
               PERFORM 9400-OPEN-DAILY-AUDIT
                   THRU 9400-EXIT
               MOVE "Y" TO WS-DONE-SW
               MOVE 8 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF.
           MOVE "Y" TO WS-PO-OPEN-SW.
           OPEN INPUT HOST-MASTER.
           IF WS-HM-OK
               MOVE "Y" TO WS-HOST-OPEN-SW
           ELSE
               DISPLAY "HOSTMST.DAT not available - a PO cannot be "
                   "given a host until it is."
           END-IF.
           OPEN INPUT VISITOR-MASTER.
           IF WS-VM-OK
               MOVE "Y" TO WS-VM-OPEN-SW
           ELSE
               DISPLAY "VISITMST.DAT not available - visitor numbers "
                   "will not be checked."
           END-IF.
           PERFORM 9400-OPEN-DAILY-AUDIT
               THRU 9400-EXIT.
           GO TO 1000-EXIT.
       1000-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 2000-MENU-LOOP  --  DISPLAY, PROMPT, DISPATCH, REPEAT
      *-------------------------------------------------------------
       2000-MENU-LOOP.
           DISPLAY " ".
           DISPLAY "1. List all purchase orders".
           DISPLAY "2. Inquire on one purchase order".
           DISPLAY "3. Add a purchase order".
           DISPLAY "4. Change a purchase order".
           DISPLAY "5. Close or reopen a purchase order".
           DISPLAY "6. Delete a purchase order".
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
               WHEN WS-CHOICE-CLOSE
                   PERFORM 6000-TOGGLE-CLOSED
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
      * 3000-LIST-ALL  --  WALK THE MASTER IN PO-NUMBER ORDER
      *-------------------------------------------------------------
       3000-LIST-ALL.
           MOVE 0 TO WS-LIST-COUNT.
           MOVE "N" TO WS-SCAN-EOF-SW.
           MOVE LOW-VALUES TO PO-NUMBER.
           START PO-MASTER
               KEY IS GREATER THAN PO-NUMBER
               INVALID KEY
                   MOVE "Y" TO WS-SCAN-EOF-SW
           END-START.
           PERFORM 3100-LIST-ONE
               THRU 3100-EXIT
               UNTIL WS-SCAN-EOF.
           MOVE WS-LIST-COUNT TO D-COUNT.
           DISPLAY FUNCTION TRIM(D-COUNT) " purchase order(s) on file.".
           GO TO 3000-EXIT.
       3000-EXIT.
           EXIT.

       3100-LIST-ONE.
           READ PO-MASTER NEXT RECORD
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
           IF PO-CLOSED
               MOVE "CLOSED" TO D-STATE
           ELSE
               MOVE "OPEN" TO D-STATE
           END-IF.
           MOVE PO-APPROVED-HOURS TO D-HOURS.
           COMPUTE WS-USED-HOURS ROUNDED = PO-USED-MINUTES / 60.
           MOVE WS-USED-HOURS TO D-USED.
           DISPLAY PO-NUMBER " " PO-DESCRIPTION " " D-STATE.
           DISPLAY "    " PO-START-DATE " TO " PO-END-DATE
               "  HOURS " D-HOURS "  USED " D-USED.
           IF PO-HOST-ID NOT = SPACES
               DISPLAY "    HOST " PO-HOST-ID
           END-IF.
           PERFORM VARYING WS-VN-IDX FROM 1 BY 1
                   UNTIL WS-VN-IDX > 5
               IF PO-VISITOR-NO(WS-VN-IDX) NOT = 0
                   DISPLAY "    VISITOR " PO-VISITOR-NO(WS-VN-IDX)
               END-IF
           END-PERFORM.
           GO TO 3200-EXIT.
       3200-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 3500-INQUIRE-ONE  --  SHOW A SINGLE PO
      *-------------------------------------------------------------
       3500-INQUIRE-ONE.
           DISPLAY "Enter the PO number: " WITH NO ADVANCING.
           ACCEPT WS-PO-NUMBER-IN.
           MOVE FUNCTION UPPER-CASE(WS-PO-NUMBER-IN) TO PO-NUMBER.
           READ PO-MASTER
               INVALID KEY
                   DISPLAY "Purchase order not found."
                   GO TO 3500-EXIT
           END-READ.
           PERFORM 3200-DISPLAY-RECORD
               THRU 3200-EXIT.
           GO TO 3500-EXIT.
       3500-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 4000-ADD-ONE  --  ADD A NEW, OPEN PO WITH NOTHING CHARGED
      *-------------------------------------------------------------
       4000-ADD-ONE.
           DISPLAY "Enter the new PO number (up to 10 characters): "
               WITH NO ADVANCING.
           ACCEPT WS-PO-NUMBER-IN.
           MOVE FUNCTION UPPER-CASE(WS-PO-NUMBER-IN) TO WS-PO-NUMBER-IN.
           IF WS-PO-NUMBER-IN = SPACES
               DISPLAY "PO number cannot be blank."
               GO TO 4000-EXIT
           END-IF.
           MOVE WS-PO-NUMBER-IN TO PO-NUMBER.
           READ PO-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DISPLAY "A purchase order already exists under "
                       "that number."
                   GO TO 4000-EXIT
           END-READ.
           DISPLAY "Enter the description: " WITH NO ADVANCING.
           ACCEPT WS-DESC-IN.
           IF WS-DESC-IN = SPACES
               DISPLAY "Description cannot be blank."
               GO TO 4000-EXIT
           END-IF.
           DISPLAY "Host ID or name covered (blank for none): "
               WITH NO ADVANCING.
           ACCEPT WS-HOST-KEY.
           PERFORM 8400-EDIT-HOST
               THRU 8400-EXIT.
           IF NOT WS-ENTRY-OK
               GO TO 4000-EXIT
           END-IF.
           MOVE 0 TO WS-VISNO-NEW(1) WS-VISNO-NEW(2) WS-VISNO-NEW(3)
               WS-VISNO-NEW(4) WS-VISNO-NEW(5).
           PERFORM 8500-GET-VISITOR-NUMBERS
               THRU 8500-EXIT.
           IF NOT WS-ENTRY-OK
               GO TO 4000-EXIT
           END-IF.
           IF WS-HOST-ID-IN = SPACES
               AND WS-VISNO-NEW(1) = 0
               DISPLAY "A PO must cover a host or at least one "
                   "visitor number."
               GO TO 4000-EXIT
           END-IF.
           DISPLAY "Approved hours: " WITH NO ADVANCING.
           PERFORM 8000-GET-NUMERIC-ENTRY
               THRU 8000-EXIT.
           COMPUTE WS-HOURS-IN = WS-NUM-ENTRY-VAL
               ON SIZE ERROR
                   DISPLAY "Value too large, 99999 hours at most."
                   GO TO 4000-EXIT
           END-COMPUTE.
           IF WS-HOURS-IN = 0
               DISPLAY "Approved hours cannot be zero."
               GO TO 4000-EXIT
           END-IF.
           DISPLAY "Start date (YYYYMMDD, blank for today): "
               WITH NO ADVANCING.
           PERFORM 8000-GET-NUMERIC-ENTRY
               THRU 8000-EXIT.
           PERFORM 8110-CHECK-DATE
               THRU 8110-EXIT.
           IF NOT WS-ENTRY-OK
               GO TO 4000-EXIT
           END-IF.
           MOVE WS-ENTERED-DATE TO WS-START-IN.
           IF WS-START-IN = 0
               MOVE WS-BUS-DATE TO WS-START-IN
           END-IF.
           DISPLAY "End date (YYYYMMDD): " WITH NO ADVANCING.
           PERFORM 8000-GET-NUMERIC-ENTRY
               THRU 8000-EXIT.
           PERFORM 8110-CHECK-DATE
               THRU 8110-EXIT.
           IF NOT WS-ENTRY-OK
               GO TO 4000-EXIT
           END-IF.
           MOVE WS-ENTERED-DATE TO WS-END-IN.
           IF WS-END-IN < WS-START-IN
               DISPLAY "The end date cannot be before the start date."
               GO TO 4000-EXIT
           END-IF.
           MOVE SPACES TO PO-MASTER-RECORD.
           MOVE WS-PO-NUMBER-IN TO PO-NUMBER.
           MOVE WS-DESC-IN TO PO-DESCRIPTION.
           MOVE WS-HOST-ID-IN TO PO-HOST-ID.
           PERFORM VARYING WS-VN-IDX FROM 1 BY 1
                   UNTIL WS-VN-IDX > 5
               MOVE WS-VISNO-NEW(WS-VN-IDX)
                   TO PO-VISITOR-NO(WS-VN-IDX)
           END-PERFORM.
           MOVE WS-HOURS-IN TO PO-APPROVED-HOURS.
           MOVE WS-START-IN TO PO-START-DATE.
           MOVE WS-END-IN TO PO-END-DATE.
           MOVE 0 TO PO-USED-MINUTES.
           MOVE 0 TO PO-M-DAYS.
           MOVE 0 TO PO-LAST-POST-DATE.
           MOVE "N" TO PO-CLOSED-SW.
           MOVE "N" TO PO-WARNED-SW.
           MOVE "N" TO PO-EXPIRED-SW.
           WRITE PO-MASTER-RECORD
               INVALID KEY
                   DISPLAY "Add failed, status " WS-PO-STATUS "."
                   GO TO 4000-EXIT
           END-WRITE.
           DISPLAY "Purchase order added.".
           MOVE "ADDED" TO WS-AUDIT-RESULT.
           PERFORM 8700-AUDIT-CHANGE
               THRU 8700-EXIT.
           GO TO 4000-EXIT.
       4000-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 5000-CHANGE-ONE  --  CORRECT THE DESCRIPTION, COVER, HOURS
      *                       OR DATES.  A BLANK ENTRY KEEPS THE
      *                       CURRENT VALUE; A HOST OF "-" REMOVES
      *                       THE HOST; A NEW VISITOR-NUMBER LIST
      *                       REPLACES THE OLD ONE.  THE PO NUMBER
      *                       AND THE HOURS CHARGED NEVER CHANGE.
      *-------------------------------------------------------------
       5000-CHANGE-ONE.
           DISPLAY "Enter the PO number to change: "
               WITH NO ADVANCING.
           ACCEPT WS-PO-NUMBER-IN.
           MOVE FUNCTION UPPER-CASE(WS-PO-NUMBER-IN) TO WS-PO-NUMBER-IN.
           MOVE WS-PO-NUMBER-IN TO PO-NUMBER.
           READ PO-MASTER
               INVALID KEY
                   DISPLAY "Purchase order not found."
                   GO TO 5000-EXIT
           END-READ.
           PERFORM 3200-DISPLAY-RECORD
               THRU 3200-EXIT.
           DISPLAY "New description (blank to keep): "
               WITH NO ADVANCING.
           ACCEPT WS-DESC-IN.
           DISPLAY "New host ID or name (blank to keep, - for none): "
               WITH NO ADVANCING.
           ACCEPT WS-HOST-KEY.
           IF WS-HOST-KEY = "-"
               MOVE "-" TO WS-HOST-ID-IN
           ELSE
               IF WS-HOST-KEY = SPACES
                   MOVE PO-HOST-ID TO WS-HOST-ID-IN
               ELSE
                   PERFORM 8400-EDIT-HOST
                       THRU 8400-EXIT
                   IF NOT WS-ENTRY-OK
                       GO TO 5000-EXIT
                   END-IF
               END-IF
           END-IF.
           DISPLAY "Replace the visitor numbers (Y/N): "
               WITH NO ADVANCING.
           ACCEPT WS-CONFIRM.
           PERFORM VARYING WS-VN-IDX FROM 1 BY 1
                   UNTIL WS-VN-IDX > 5
               MOVE PO-VISITOR-NO(WS-VN-IDX)
                   TO WS-VISNO-NEW(WS-VN-IDX)
           END-PERFORM.
           IF WS-CONFIRM = "Y" OR WS-CONFIRM = "y"
               MOVE 0 TO WS-VISNO-NEW(1) WS-VISNO-NEW(2)
                   WS-VISNO-NEW(3) WS-VISNO-NEW(4) WS-VISNO-NEW(5)
               PERFORM 8500-GET-VISITOR-NUMBERS
                   THRU 8500-EXIT
               IF NOT WS-ENTRY-OK
                   GO TO 5000-EXIT
               END-IF
           END-IF.
           IF (WS-HOST-ID-IN = SPACES OR WS-HOST-ID-IN = "-")
               AND WS-VISNO-NEW(1) = 0
               DISPLAY "A PO must cover a host or at least one "
                   "visitor number."
               GO TO 5000-EXIT
           END-IF.
           DISPLAY "New approved hours (blank to keep): "
               WITH NO ADVANCING.
           PERFORM 8000-GET-NUMERIC-ENTRY
               THRU 8000-EXIT.
           COMPUTE WS-HOURS-IN = WS-NUM-ENTRY-VAL
               ON SIZE ERROR
                   DISPLAY "Value too large, 99999 hours at most."
                   GO TO 5000-EXIT
           END-COMPUTE.
           DISPLAY "New start date (YYYYMMDD, blank to keep): "
               WITH NO ADVANCING.
           PERFORM 8000-GET-NUMERIC-ENTRY
               THRU 8000-EXIT.
           PERFORM 8110-CHECK-DATE
               THRU 8110-EXIT.
           IF NOT WS-ENTRY-OK
               GO TO 5000-EXIT
           END-IF.
           MOVE WS-ENTERED-DATE TO WS-START-IN.
           IF WS-START-IN = 0
               MOVE PO-START-DATE TO WS-START-IN
           END-IF.
           DISPLAY "New end date (YYYYMMDD, blank to keep): "
               WITH NO ADVANCING.
           PERFORM 8000-GET-NUMERIC-ENTRY
               THRU 8000-EXIT.
           PERFORM 8110-CHECK-DATE
               THRU 8110-EXIT.
           IF NOT WS-ENTRY-OK
               GO TO 5000-EXIT
           END-IF.
           MOVE WS-ENTERED-DATE TO WS-END-IN.
           IF WS-END-IN = 0
               MOVE PO-END-DATE TO WS-END-IN
           END-IF.
           IF WS-END-IN < WS-START-IN
               DISPLAY "The end date cannot be before the start date."
               GO TO 5000-EXIT
           END-IF.
           IF WS-DESC-IN NOT = SPACES
               MOVE WS-DESC-IN TO PO-DESCRIPTION
           END-IF.
           IF WS-HOST-ID-IN = "-"
               MOVE SPACES TO PO-HOST-ID
           ELSE
               MOVE WS-HOST-ID-IN TO PO-HOST-ID
           END-IF.
           PERFORM VARYING WS-VN-IDX FROM 1 BY 1
                   UNTIL WS-VN-IDX > 5
               MOVE WS-VISNO-NEW(WS-VN-IDX)
                   TO PO-VISITOR-NO(WS-VN-IDX)
           END-PERFORM.
           IF WS-HOURS-IN NOT = 0
               AND WS-HOURS-IN NOT = PO-APPROVED-HOURS
               MOVE WS-HOURS-IN TO PO-APPROVED-HOURS
               MOVE "N" TO PO-WARNED-SW
           END-IF.
           MOVE WS-START-IN TO PO-START-DATE.
           IF WS-END-IN NOT = PO-END-DATE
               MOVE WS-END-IN TO PO-END-DATE
               MOVE "N" TO PO-EXPIRED-SW
           END-IF.
           REWRITE PO-MASTER-RECORD.
           DISPLAY "Purchase order changed.".
           MOVE "CHANGED" TO WS-AUDIT-RESULT.
           PERFORM 8700-AUDIT-CHANGE
               THRU 8700-EXIT.
           GO TO 5000-EXIT.
       5000-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 6000-TOGGLE-CLOSED  --  CLOSE A FINISHED PO SO NOTHING MORE
      *                          IS CHARGED TO IT, OR REOPEN ONE
      *-------------------------------------------------------------
       6000-TOGGLE-CLOSED.
           DISPLAY "Enter the PO number: " WITH NO ADVANCING.
           ACCEPT WS-PO-NUMBER-IN.
           MOVE FUNCTION UPPER-CASE(WS-PO-NUMBER-IN) TO PO-NUMBER.
           READ PO-MASTER
               INVALID KEY
                   DISPLAY "Purchase order not found."
                   GO TO 6000-EXIT
           END-READ.
           PERFORM 3200-DISPLAY-RECORD
               THRU 3200-EXIT.
           IF PO-CLOSED
               DISPLAY "Confirm reopen (Y/N): " WITH NO ADVANCING
           ELSE
               DISPLAY "Confirm close (Y/N): " WITH NO ADVANCING
           END-IF.
           ACCEPT WS-CONFIRM.
           IF WS-CONFIRM NOT = "Y" AND WS-CONFIRM NOT = "y"
               DISPLAY "Change cancelled."
               GO TO 6000-EXIT
           END-IF.
           IF PO-CLOSED
               MOVE "N" TO PO-CLOSED-SW
               MOVE "REOPENED" TO WS-AUDIT-RESULT
           ELSE
               MOVE "Y" TO PO-CLOSED-SW
               MOVE "CLOSED" TO WS-AUDIT-RESULT
           END-IF.
           REWRITE PO-MASTER-RECORD.
           DISPLAY "Purchase order "
               FUNCTION LOWER-CASE(FUNCTION TRIM(WS-AUDIT-RESULT)) ".".
           PERFORM 8700-AUDIT-CHANGE
               THRU 8700-EXIT.
           GO TO 6000-EXIT.
       6000-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 7000-DELETE-ONE  --  DELETE A PO KEYED IN ERROR
      *-------------------------------------------------------------
       7000-DELETE-ONE.
           DISPLAY "Enter the PO number to delete: "
               WITH NO ADVANCING.
           ACCEPT WS-PO-NUMBER-IN.
           MOVE FUNCTION UPPER-CASE(WS-PO-NUMBER-IN) TO PO-NUMBER.
           READ PO-MASTER
               INVALID KEY
                   DISPLAY "Purchase order not found."
                   GO TO 7000-EXIT
           END-READ.
           PERFORM 3200-DISPLAY-RECORD
               THRU 3200-EXIT.
           IF PO-USED-MINUTES > 0
               OR PO-M-DAYS > 0
               DISPLAY "Hours have been charged to this PO - close "
                   "it instead, so the posting history still "
                   "resolves."
               GO TO 7000-EXIT
           END-IF.
           DISPLAY "Confirm delete (Y/N): " WITH NO ADVANCING.
           ACCEPT WS-CONFIRM.
           IF WS-CONFIRM NOT = "Y" AND WS-CONFIRM NOT = "y"
               DISPLAY "Delete cancelled."
               GO TO 7000-EXIT
           END-IF.
           DELETE PO-MASTER RECORD.
           DISPLAY "Purchase order deleted.".
           MOVE "DELETED" TO WS-AUDIT-RESULT.
           PERFORM 8700-AUDIT-CHANGE
               THRU 8700-EXIT.
           GO TO 7000-EXIT.
       7000-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 8110-CHECK-DATE  --  SANITY-CHECK A YYYYMMDD ENTRY; ZERO
      *                       (BLANK) IS LEFT TO THE CALLER
      *-------------------------------------------------------------
       8110-CHECK-DATE.
           MOVE "Y" TO WS-ENTRY-OK-SW.
           COMPUTE WS-ENTERED-DATE = WS-NUM-ENTRY-VAL
               ON SIZE ERROR
                   DISPLAY "Value too large, enter 8 digits."
                   MOVE "N" TO WS-ENTRY-OK-SW
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
               MOVE "N" TO WS-ENTRY-OK-SW
           END-IF.
           GO TO 8110-EXIT.
       8110-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 8400-EDIT-HOST  --  RESOLVE THE HOST KEYED INTO WS-HOST-KEY
      *                      TO ITS ID IN WS-HOST-ID-IN; BLANK MEANS
      *                      NO HOST
      *-------------------------------------------------------------
       8400-EDIT-HOST.
           MOVE "Y" TO WS-ENTRY-OK-SW.
           MOVE SPACES TO WS-HOST-ID-IN.
           IF WS-HOST-KEY = SPACES
               GO TO 8400-EXIT
           END-IF.
           PERFORM 9260-FIND-HOST
               THRU 9260-EXIT.
           IF NOT WS-HOST-FOUND
               DISPLAY "Host not found on the host directory."
               MOVE "N" TO WS-ENTRY-OK-SW
               GO TO 8400-EXIT
           END-IF.
           IF NOT HM-ACTIVE
               DISPLAY "Host " HM-HOST-ID " is inactive."
               MOVE "N" TO WS-ENTRY-OK-SW
               GO TO 8400-EXIT
           END-IF.
           MOVE HM-HOST-ID TO WS-HOST-ID-IN.
           GO TO 8400-EXIT.
       8400-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 8500-GET-VISITOR-NUMBERS  --  UP TO FIVE VISITOR NUMBERS,
      *                                BLANK ENDS THE LIST.  EACH
      *                                MUST BE ON THE VISITOR MASTER
      *                                WHEN THE MASTER IS AVAILABLE.
      *-------------------------------------------------------------
       8500-GET-VISITOR-NUMBERS.
           MOVE "Y" TO WS-ENTRY-OK-SW.
           MOVE 1 TO WS-VN-IDX.
       8500-NEXT-NUMBER.
           DISPLAY "Visitor number " WS-VN-IDX
               " covered (blank to end): " WITH NO ADVANCING.
           PERFORM 8000-GET-NUMERIC-ENTRY
               THRU 8000-EXIT.
           COMPUTE WS-VISNO-IN = WS-NUM-ENTRY-VAL
               ON SIZE ERROR
                   DISPLAY "Value too large, 7 digits at most."
                   GO TO 8500-NEXT-NUMBER
           END-COMPUTE.
           IF WS-VISNO-IN = 0
               GO TO 8500-EXIT
           END-IF.
           IF WS-VM-OPEN
               MOVE WS-VISNO-IN TO VM-NUMBER
               READ VISITOR-MASTER
                   INVALID KEY
                       DISPLAY "Visitor number not on the visitor "
                           "master."
                       GO TO 8500-NEXT-NUMBER
               END-READ
               IF NOT VM-CAT-CONTRACTOR
                   DISPLAY "Note: " FUNCTION TRIM(VM-NAME)
                       " is not recorded as a contractor."
               END-IF
           END-IF.
           MOVE WS-VISNO-IN TO WS-VISNO-NEW(WS-VN-IDX).
           IF WS-VN-IDX < 5
               ADD 1 TO WS-VN-IDX
               GO TO 8500-NEXT-NUMBER
           END-IF.
           GO TO 8500-EXIT.
       8500-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 8700-AUDIT-CHANGE  --  ONE DAILY-AUDIT RECORD PER CHANGE.
      *                         THE CALLER SETS WS-AUDIT-RESULT;
      *                         THE INPUT VALUE IS THE PO NUMBER.
      *-------------------------------------------------------------
       8700-AUDIT-CHANGE.
           MOVE SPACES TO DAILY-AUDIT-RECORD.
           MOVE "PO-MAINT" TO DA-PROGRAM-ID.
           MOVE PO-NUMBER TO DA-INPUT-VALUE.
           MOVE WS-AUDIT-RESULT TO DA-OUTPUT-VALUE.
           MOVE 0 TO DA-RETURN-CODE.
           PERFORM 9500-WRITE-AUDIT-RECORD
               THRU 9500-EXIT.
           GO TO 8700-EXIT.
       8700-EXIT.
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
      * 9380-ASSIGN-RUN-ID  --  COPIED
      *-------------------------------------------------------------
       COPY RUNIDPR.

      *-------------------------------------------------------------
      * 9390-GET-OPERATOR  --  COPIED
      *-------------------------------------------------------------
       COPY SIGNPR.

      *-------------------------------------------------------------
      * 9260-FIND-HOST  --  COPIED
      *-------------------------------------------------------------
       COPY HOSTPR.

      *-------------------------------------------------------------
      * 8300-NORMALIZE-NAME  --  COPIED
      *-------------------------------------------------------------
       COPY NAMNRMPR.

      *-------------------------------------------------------------
      * 8000-GET-NUMERIC-ENTRY  --  COPIED
      *-------------------------------------------------------------
       COPY NUMVALPR.

      *-------------------------------------------------------------
      * 9999-TERMINATE  --  CLOSE THE FILES
      *-------------------------------------------------------------
       9999-TERMINATE.
           IF WS-PO-OPEN
               CLOSE PO-MASTER
           END-IF.
           IF WS-HOST-OPEN
               CLOSE HOST-MASTER
           END-IF.
           IF WS-VM-OPEN
               CLOSE VISITOR-MASTER
           END-IF.
           PERFORM 9420-CLOSE-DAILY-AUDIT
               THRU 9420-EXIT.
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
