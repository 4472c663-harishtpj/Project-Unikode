       IDENTIFICATION DIVISION.
       PROGRAM-ID. HOST-MAINT.
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
      *                 THE HOST DIRECTORY MASTER (HOSTMST.DAT), IN
      *                 THE STYLE OF VISITOR-MAINT.  LIST/INQUIRE,
      *                 ADD, CHANGE (NAME, DEPARTMENT, EXTENSION),
      *                 ACTIVATE/DEACTIVATE AND DELETE FUNCTIONS.
      *                 HOST NAMES ARE STORED THROUGH THE SHARED
      *                 NAMNRMPR NORMALIZER SO GREETER'S LOOKUP BY
      *                 NAME FINDS THEM, AND A NAME ALREADY ON FILE
      *                 IS REFUSED SO A NAME LOOKUP IS NEVER
      *                 AMBIGUOUS.  A HOST WHO LEAVES SHOULD BE
      *                 DEACTIVATED, NOT DELETED, SO THE LOG
      *                 HISTORY STILL RESOLVES TO A DEPARTMENT.
      *                 EVERY CHANGE IS LOGGED TO THE SHARED
      *                 DAILY-AUDIT TRAIL.  A MISSING MASTER IS
      *                 CREATED EMPTY ON FIRST USE.
      * 2026/10/15  HK  ADDED THE PROGRAM'S BUILD IDENTITY - VERSION AND
      *                 COMPILE DATE, SEE VERSWS.CPY - STAMPED ON ITS
      *                 AUDIT RECORDS.
      *-------------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY HOSTSL.
           COPY AUDITSEL.
           COPY AUDITCSL.
           COPY RUNIDSEL.
           COPY SIGNSEL.
           COPY CALSEL.
           COPY LOCKSL.

       DATA DIVISION.
       FILE SECTION.
       COPY HOSTFD.

       COPY AUDITFD.

       COPY AUDITCFD.

       COPY RUNIDFD.

       COPY SIGNFD.

       COPY CALFD.

       COPY LOCKFD.

       WORKING-STORAGE SECTION.
      *    BUILD IDENTITY - RAISE WS-VR-VERSION WITH EACH ENTRY
      *    IN THE MODIFICATION HISTORY (SEE VERSWS.CPY)
       01  WS-VR-PROGRAM           PIC X(17) VALUE "HOST-MAINT".
       01  WS-VR-VERSION           PIC X(06) VALUE "1.02".
       COPY VERSWS.
       COPY CALWS.
       COPY LOCKWS.
       COPY NAMNRMWS.
       COPY HOSTWS.
       COPY RUNIDWS.
       COPY AUDITCWS.
       COPY SIGNWS.
       01  WS-DA-STATUS            PIC X(02).

       01  WS-CHOICE               PIC 9(01).
           88 WS-CHOICE-LIST                  VALUE 1.
           88 WS-CHOICE-INQUIRE               VALUE 2.
           88 WS-CHOICE-ADD                   VALUE 3.
           88 WS-CHOICE-CHANGE                VALUE 4.
           88 WS-CHOICE-ACTIVE                VALUE 5.
           88 WS-CHOICE-DELETE                VALUE 6.
           88 WS-CHOICE-EXIT                  VALUE 7.
           88 WS-CHOICE-VALID                 VALUES 1 THRU 7.

       01  WS-HOST-ID-IN           PIC X(06).
       01  WS-NAME-IN              PIC X(25).
       01  WS-DEPT-IN              PIC X(12).
       01  WS-EXT-IN               PIC X(06).
       01  WS-CONFIRM              PIC X(01).
       01  WS-AUDIT-RESULT         PIC X(20).

       01  WS-LIST-COUNT           PIC 9(05).
       01  D-COUNT                 PIC Z(4)9.
       01  D-ACTIVE                PIC X(08).

       01  WS-SWITCHES.
           05 WS-DONE-SW           PIC X(01) VALUE "N".
               88 WS-DONE                     VALUE "Y".
           05 WS-SCAN-EOF-SW       PIC X(01) VALUE "N".
               88 WS-SCAN-EOF                 VALUE "Y".

       PROCEDURE DIVISION.

      *-------------------------------------------------------------
      * 0000-MAINLINE
      *-------------------------------------------------------------
       0000-MAINLINE.
           DISPLAY "HOST-MASTER maintenance".
           PERFORM 1000-INITIALIZE
               THRU 1000-EXIT.
           PERFORM 2000-MENU-LOOP
               THRU 2000-EXIT
               UNTIL WS-DONE.
           PERFORM 9999-TERMINATE
               THRU 9999-EXIT.
           GOBACK.

      *-------------------------------------------------------------
      * 1000-INITIALIZE  --  OPEN THE MASTER AND THE AUDIT TRAIL
      *-------------------------------------------------------------
       1000-INITIALIZE.
           PERFORM 9370-GET-BUSINESS-DATE
               THRU 9370-EXIT.
           PERFORM 9380-ASSIGN-RUN-ID
               THRU 9380-EXIT.
           PERFORM 9390-GET-OPERATOR
               THRU 9390-EXIT.
           MOVE "HOSTMST" TO WS-LOCK-RESOURCE.
           PERFORM 9600-ACQUIRE-LOCK
               THRU 9600-EXIT.
           IF WS-LOCK-DENIED
               PERFORM 9400-OPEN-DAILY-AUDIT
                   THRU 9400-EXIT
               MOVE "Y" TO WS-DONE-SW
               MOVE 8 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF.
           OPEN I-O HOST-MASTER.
           IF WS-HM-FILE-MISSING
               DISPLAY "HOSTMST.DAT not found - creating an empty "
                   "host directory."
               OPEN OUTPUT HOST-MASTER
               CLOSE HOST-MASTER
               OPEN I-O HOST-MASTER
           END-IF.
           IF NOT WS-HM-OK
               AND WS-HM-STATUS NOT = "05"
               DISPLAY "HOSTMST.DAT open failed, status "
                   WS-HM-STATUS "."
               PERFORM 9400-OPEN-DAILY-AUDIT
                   THRU 9400-EXIT
               MOVE "Y" TO WS-DONE-SW
               MOVE 8 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF.
           MOVE "Y" TO WS-HOST-OPEN-SW.
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
           DISPLAY "1. List all hosts".
           DISPLAY "2. Inquire on one host".
           DISPLAY "3. Add a host".
           DISPLAY "4. Change a host's name, department or extension".
           DISPLAY "5. Activate or deactivate a host".
           DISPLAY "6. Delete a host".
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
               WHEN WS-CHOICE-ACTIVE
                   PERFORM 6000-TOGGLE-ACTIVE
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
      * 3000-LIST-ALL  --  WALK THE MASTER IN HOST-ID ORDER
      *-------------------------------------------------------------
       3000-LIST-ALL.
           MOVE 0 TO WS-LIST-COUNT.
           MOVE "N" TO WS-SCAN-EOF-SW.
           MOVE LOW-VALUES TO HM-HOST-ID.
           START HOST-MASTER
               KEY IS GREATER THAN HM-HOST-ID
               INVALID KEY
                   MOVE "Y" TO WS-SCAN-EOF-SW
           END-START.
           PERFORM 3100-LIST-ONE
               THRU 3100-EXIT
               UNTIL WS-SCAN-EOF.
           MOVE WS-LIST-COUNT TO D-COUNT.
           DISPLAY FUNCTION TRIM(D-COUNT) " host(s) on file.".
           GO TO 3000-EXIT.
       3000-EXIT.
           EXIT.

       3100-LIST-ONE.
           READ HOST-MASTER NEXT RECORD
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
           IF HM-ACTIVE
               MOVE "ACTIVE" TO D-ACTIVE
           ELSE
               MOVE "INACTIVE" TO D-ACTIVE
           END-IF.
           DISPLAY HM-HOST-ID " " HM-NAME " " HM-DEPARTMENT
               " EXT " HM-EXTENSION " " D-ACTIVE.
           GO TO 3200-EXIT.
       3200-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 3500-INQUIRE-ONE  --  SHOW A SINGLE HOST BY ID OR NAME
      *-------------------------------------------------------------
       3500-INQUIRE-ONE.
           DISPLAY "Enter the host ID or name: " WITH NO ADVANCING.
           ACCEPT WS-HOST-KEY.
           PERFORM 9260-FIND-HOST
               THRU 9260-EXIT.
           IF NOT WS-HOST-FOUND
               DISPLAY "Host not found."
               GO TO 3500-EXIT
           END-IF.
           PERFORM 3200-DISPLAY-RECORD
               THRU 3200-EXIT.
           GO TO 3500-EXIT.
       3500-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 4000-ADD-ONE  --  ADD A NEW, ACTIVE HOST
      *-------------------------------------------------------------
       4000-ADD-ONE.
           DISPLAY "Enter the new host ID (up to 6 characters): "
               WITH NO ADVANCING.
           ACCEPT WS-HOST-ID-IN.
           MOVE FUNCTION UPPER-CASE(WS-HOST-ID-IN) TO WS-HOST-ID-IN.
           IF WS-HOST-ID-IN = SPACES
               DISPLAY "Host ID cannot be blank."
               GO TO 4000-EXIT
           END-IF.
           MOVE WS-HOST-ID-IN TO HM-HOST-ID.
           READ HOST-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DISPLAY "A host already exists under that ID."
                   GO TO 4000-EXIT
           END-READ.
           DISPLAY "Enter the host name: " WITH NO ADVANCING.
           ACCEPT WS-NAME-IN.
           IF WS-NAME-IN = SPACES
               DISPLAY "Host name cannot be blank."
               GO TO 4000-EXIT
           END-IF.
           PERFORM 8350-NORMALIZE-NAME-IN
               THRU 8350-EXIT.
           MOVE WS-NAME-IN TO HM-NAME.
           READ HOST-MASTER
               KEY IS HM-NAME
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DISPLAY "A host already exists under that name ("
                       HM-HOST-ID ")."
                   GO TO 4000-EXIT
           END-READ.
           DISPLAY "Enter the department: " WITH NO ADVANCING.
           ACCEPT WS-DEPT-IN.
           IF WS-DEPT-IN = SPACES
               DISPLAY "Department cannot be blank."
               GO TO 4000-EXIT
           END-IF.
           DISPLAY "Enter the telephone extension: "
               WITH NO ADVANCING.
           ACCEPT WS-EXT-IN.
           MOVE SPACES TO HOST-MASTER-RECORD.
           MOVE WS-HOST-ID-IN TO HM-HOST-ID.
           MOVE WS-NAME-IN TO HM-NAME.
           MOVE FUNCTION UPPER-CASE(WS-DEPT-IN) TO HM-DEPARTMENT.
           MOVE WS-EXT-IN TO HM-EXTENSION.
           MOVE "Y" TO HM-ACTIVE-SW.
           WRITE HOST-MASTER-RECORD
               INVALID KEY
                   DISPLAY "Add failed, status " WS-HM-STATUS "."
                   GO TO 4000-EXIT
           END-WRITE.
           DISPLAY "Host added.".
           MOVE "ADDED" TO WS-AUDIT-RESULT.
           PERFORM 8500-AUDIT-CHANGE
               THRU 8500-EXIT.
           GO TO 4000-EXIT.
       4000-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 5000-CHANGE-ONE  --  CORRECT THE NAME, DEPARTMENT OR
      *                       EXTENSION.  A BLANK ENTRY KEEPS THE
      *                       CURRENT VALUE.  THE HOST ID NEVER
      *                       CHANGES.
      *-------------------------------------------------------------
       5000-CHANGE-ONE.
           DISPLAY "Enter the host ID or name to change: "
               WITH NO ADVANCING.
           ACCEPT WS-HOST-KEY.
           PERFORM 9260-FIND-HOST
               THRU 9260-EXIT.
           IF NOT WS-HOST-FOUND
               DISPLAY "Host not found."
               GO TO 5000-EXIT
           END-IF.
           PERFORM 3200-DISPLAY-RECORD
               THRU 3200-EXIT.
           MOVE HM-HOST-ID TO WS-HOST-ID-IN.
           DISPLAY "New name (blank to keep): " WITH NO ADVANCING.
           ACCEPT WS-NAME-IN.
           DISPLAY "New department (blank to keep): "
               WITH NO ADVANCING.
           ACCEPT WS-DEPT-IN.
           DISPLAY "New extension (blank to keep): "
               WITH NO ADVANCING.
           ACCEPT WS-EXT-IN.
           IF WS-NAME-IN NOT = SPACES
               PERFORM 8350-NORMALIZE-NAME-IN
                   THRU 8350-EXIT
               MOVE WS-NAME-IN TO HM-NAME
               READ HOST-MASTER
                   KEY IS HM-NAME
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF HM-HOST-ID NOT = WS-HOST-ID-IN
                           DISPLAY "A host already exists under "
                               "that name (" HM-HOST-ID ")."
                           GO TO 5000-EXIT
                       END-IF
               END-READ
           END-IF.
           MOVE WS-HOST-ID-IN TO HM-HOST-ID.
           READ HOST-MASTER
               INVALID KEY
                   DISPLAY "Host not found."
                   GO TO 5000-EXIT
           END-READ.
           IF WS-NAME-IN NOT = SPACES
               MOVE WS-NAME-IN TO HM-NAME
           END-IF.
           IF WS-DEPT-IN NOT = SPACES
               MOVE FUNCTION UPPER-CASE(WS-DEPT-IN) TO HM-DEPARTMENT
           END-IF.
           IF WS-EXT-IN NOT = SPACES
               MOVE WS-EXT-IN TO HM-EXTENSION
           END-IF.
           REWRITE HOST-MASTER-RECORD.
           DISPLAY "Host changed.".
           MOVE "CHANGED" TO WS-AUDIT-RESULT.
           PERFORM 8500-AUDIT-CHANGE
               THRU 8500-EXIT.
           GO TO 5000-EXIT.
       5000-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 6000-TOGGLE-ACTIVE  --  DEACTIVATE A HOST WHO HAS LEFT, OR
      *                          REACTIVATE ONE WHO HAS RETURNED
      *-------------------------------------------------------------
       6000-TOGGLE-ACTIVE.
           DISPLAY "Enter the host ID or name: " WITH NO ADVANCING.
           ACCEPT WS-HOST-KEY.
           PERFORM 9260-FIND-HOST
               THRU 9260-EXIT.
           IF NOT WS-HOST-FOUND
               DISPLAY "Host not found."
               GO TO 6000-EXIT
           END-IF.
           PERFORM 3200-DISPLAY-RECORD
               THRU 3200-EXIT.
           IF HM-ACTIVE
               DISPLAY "Confirm deactivate (Y/N): " WITH NO ADVANCING
           ELSE
               DISPLAY "Confirm reactivate (Y/N): " WITH NO ADVANCING
           END-IF.
           ACCEPT WS-CONFIRM.
           IF WS-CONFIRM NOT = "Y" AND WS-CONFIRM NOT = "y"
               DISPLAY "Change cancelled."
               GO TO 6000-EXIT
           END-IF.
           IF HM-ACTIVE
               MOVE "N" TO HM-ACTIVE-SW
               MOVE "DEACTIVATED" TO WS-AUDIT-RESULT
           ELSE
               MOVE "Y" TO HM-ACTIVE-SW
               MOVE "REACTIVATED" TO WS-AUDIT-RESULT
           END-IF.
           REWRITE HOST-MASTER-RECORD.
           DISPLAY "Host "
               FUNCTION LOWER-CASE(FUNCTION TRIM(WS-AUDIT-RESULT)) ".".
           PERFORM 8500-AUDIT-CHANGE
               THRU 8500-EXIT.
           GO TO 6000-EXIT.
       6000-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 7000-DELETE-ONE  --  DELETE A HOST KEYED IN ERROR
      *-------------------------------------------------------------
       7000-DELETE-ONE.
           DISPLAY "Enter the host ID or name to delete: "
               WITH NO ADVANCING.
           ACCEPT WS-HOST-KEY.
           PERFORM 9260-FIND-HOST
               THRU 9260-EXIT.
           IF NOT WS-HOST-FOUND
               DISPLAY "Host not found."
               GO TO 7000-EXIT
           END-IF.
           PERFORM 3200-DISPLAY-RECORD
               THRU 3200-EXIT.
           DISPLAY "A host who has left should be deactivated "
               "instead, so the visit history keeps its department.".
           DISPLAY "Confirm delete (Y/N): " WITH NO ADVANCING.
           ACCEPT WS-CONFIRM.
           IF WS-CONFIRM NOT = "Y" AND WS-CONFIRM NOT = "y"
               DISPLAY "Delete cancelled."
               GO TO 7000-EXIT
           END-IF.
           DELETE HOST-MASTER RECORD.
           DISPLAY "Host deleted.".
           MOVE "DELETED" TO WS-AUDIT-RESULT.
           PERFORM 8500-AUDIT-CHANGE
               THRU 8500-EXIT.
           GO TO 7000-EXIT.
       7000-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 8350-NORMALIZE-NAME-IN  --  ENTERED HOST NAME THROUGH THE
      *                              SHARED NORMALIZER
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
      * 8500-AUDIT-CHANGE  --  ONE DAILY-AUDIT RECORD PER CHANGE.
      *                         THE CALLER SETS WS-AUDIT-RESULT;
      *                         THE INPUT VALUE IS THE HOST ID AND
      *                         NAME.
      *-------------------------------------------------------------
       8500-AUDIT-CHANGE.
           MOVE SPACES TO DAILY-AUDIT-RECORD.
           MOVE "HOST-MAINT" TO DA-PROGRAM-ID.
           STRING HM-HOST-ID DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   HM-NAME DELIMITED BY SIZE
               INTO DA-INPUT-VALUE.
           MOVE WS-AUDIT-RESULT TO DA-OUTPUT-VALUE.
           MOVE 0 TO DA-RETURN-CODE.
           PERFORM 9500-WRITE-AUDIT-RECORD
               THRU 9500-EXIT.
           GO TO 8500-EXIT.
       8500-EXIT.
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
      * 9999-TERMINATE  --  CLOSE THE FILES
      *-------------------------------------------------------------
       9999-TERMINATE.
           IF WS-HOST-OPEN
               CLOSE HOST-MASTER
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
