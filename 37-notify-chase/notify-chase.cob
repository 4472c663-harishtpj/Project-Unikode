       IDENTIFICATION DIVISION.
       PROGRAM-ID. NOTIFY-CHASE.
       AUTHOR. HARISH-KUMAR.
       INSTALLATION. UNIKODE-DATA-CENTER.
       DATE-WRITTEN. 2026/10/15.
       DATE-COMPILED.
      *-------------------------------------------------------------
      * MODIFICATION HISTORY
      *-------------------------------------------------------------
      * DATE       INIT DESCRIPTION
      * ---------- ---- -----------------------------------------
      * 2026/10/15  HK  FIRST VERSION - UNACKNOWLEDGED-ARRIVAL CHASE
      *                 LIST FOR THE RECEPTION DESK.  READS TODAY'S
      *                 HOST NOTIFICATIONS FROM THE GREETER OUTBOX
      *                 (NOTIFOUT.DAT) AGAINST THE MAIL GATEWAY'S
      *                 ACKNOWLEDGMENT FILE (NOTIFACK.DAT) AND
      *                 LISTS EVERY ARRIVAL WHOSE HOST HAS NOT
      *                 ACKNOWLEDGED WITHIN THE SYSPARM
      *                 NOTIFY-CHASE-MINS GRACE (DEFAULT 15), WITH
      *                 THE HOST'S EXTENSION FROM THE HOST
      *                 DIRECTORY SO THE DESK CAN PHONE.  AN
      *                 ACKNOWLEDGMENT THAT CAME IN LATE IS LISTED
      *                 AS LATE; ONE STILL OUTSTANDING AS NO ACK.
      * 2026/10/15  HK  ADDED THE PROGRAM'S BUILD IDENTITY - VERSION AND
      *                 COMPILE DATE, SEE VERSWS.CPY - PRINTED ON ITS
      *                 PAGE HEADINGS.
      *-------------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHASE-RPT ASSIGN TO "NOTCHASE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           COPY NOTIFSL.
           COPY NOTAKSL.
           COPY HOSTSL.
           COPY RUNIDSEL.
           COPY CALSEL.
           COPY SYSPMSEL.

       DATA DIVISION.
       FILE SECTION.
       FD  CHASE-RPT.
       01  CHASE-RPT-RECORD        PIC X(80).

       COPY NOTIFFD.

       COPY NOTAKFD.

       COPY HOSTFD.

       COPY RUNIDFD.

       COPY CALFD.

       COPY SYSPMFD.

       WORKING-STORAGE SECTION.
      *    BUILD IDENTITY - RAISE WS-VR-VERSION WITH EACH ENTRY
      *    IN THE MODIFICATION HISTORY (SEE VERSWS.CPY)
       01  WS-VR-PROGRAM           PIC X(17) VALUE "NOTIFY-CHASE".
       01  WS-VR-VERSION           PIC X(06) VALUE "1.02".
       COPY VERSWS.
       COPY CALWS.
       COPY RUNIDWS.
       COPY SYSPMWS.
       COPY RPTHDWS.
       COPY NAMNRMWS.
       COPY HOSTWS.
       01  WS-NF-STATUS            PIC X(02).
           88 WS-NF-OK                        VALUE "00".
       01  WS-NA-STATUS            PIC X(02).
           88 WS-NA-OK                        VALUE "00".

       01  WS-CHASE-MINUTES        PIC 9(03) VALUE 15.
       01  WS-TODAY-DATE           PIC 9(08).
       01  WS-NOW-TIME             PIC 9(08).

      *    ACKNOWLEDGMENTS RECEIVED FROM THE GATEWAY
       01  WS-ACK-TABLE.
           05 WS-ACK-COUNT         PIC 9(04) VALUE 0 USAGE COMP.
           05 WS-ACK-ENTRY         OCCURS 1000 TIMES.
               10 WS-AK-NOTIFY-ID  PIC X(18).
               10 WS-AK-DATE       PIC 9(08).
               10 WS-AK-TIME       PIC 9(08).
       01  WS-ACK-IDX              PIC 9(04) USAGE COMP.

       01  WS-TIME-WORK            PIC 9(08).
       01  WS-TIME-WORK-X REDEFINES WS-TIME-WORK.
           05 WS-TW-HH             PIC 9(02).
           05 WS-TW-MM             PIC 9(02).
           05 FILLER               PIC 9(04).
       01  WS-MINUTE-OF-DAY        PIC 9(04) USAGE COMP.
       01  WS-ARRIVE-MINUTE        PIC 9(04) USAGE COMP.
       01  WS-WAITED-MINUTES       PIC S9(05) USAGE COMP.
       01  WS-CHASE-STATUS         PIC X(07).

       01  WS-COUNTERS.
           05 WS-NOTIFIED-CT       PIC 9(05) VALUE 0 USAGE COMP.
           05 WS-ACK-IN-TIME-CT    PIC 9(05) VALUE 0 USAGE COMP.
           05 WS-ACK-LATE-CT       PIC 9(05) VALUE 0 USAGE COMP.
           05 WS-NO-ACK-CT         PIC 9(05) VALUE 0 USAGE COMP.
           05 WS-WAITING-CT        PIC 9(05) VALUE 0 USAGE COMP.

       01  D-COUNT                 PIC Z(4)9.
       01  D-MINUTES               PIC Z(4)9.
       01  D-BADGE                 PIC Z(3)9.
       01  D-ARRIVED.
           05 D-ARR-HH             PIC 9(02).
           05 FILLER               PIC X(01) VALUE ":".
           05 D-ARR-MM             PIC 9(02).

       01  WS-SWITCHES.
           05 WS-NF-EOF-SW         PIC X(01) VALUE "N".
               88 WS-NF-EOF                   VALUE "Y".
           05 WS-NA-EOF-SW         PIC X(01) VALUE "N".
               88 WS-NA-EOF                   VALUE "Y".
           05 WS-ACKED-SW          PIC X(01) VALUE "N".
               88 WS-ACKED                    VALUE "Y".

       PROCEDURE DIVISION.

      *-------------------------------------------------------------
      * 0000-MAINLINE
      *-------------------------------------------------------------
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
               THRU 1000-EXIT.
           PERFORM 1500-LOAD-ACKS
               THRU 1500-EXIT.
           PERFORM 2000-CHASE-NOTIFICATIONS
               THRU 2000-EXIT.
           PERFORM 3000-PRINT-TOTALS
               THRU 3000-EXIT.
           PERFORM 9999-TERMINATE
               THRU 9999-EXIT.
           GOBACK.

      *-------------------------------------------------------------
      * 1000-INITIALIZE  --  GRACE PERIOD, CLOCK AND FILES
      *-------------------------------------------------------------
       1000-INITIALIZE.
           PERFORM 9370-GET-BUSINESS-DATE
               THRU 9370-EXIT.
           PERFORM 9380-ASSIGN-RUN-ID
               THRU 9380-EXIT.
           PERFORM 9300-LOAD-SYSPARM
               THRU 9300-EXIT.
           MOVE "NOTIFY-CHASE-MINS" TO WS-SP-WANTED-KEY.
           PERFORM 9350-GET-SYSPARM
               THRU 9350-EXIT.
           IF WS-SP-FOUND
               AND WS-SP-NUM-VALUE > 0
               COMPUTE WS-CHASE-MINUTES = WS-SP-NUM-VALUE
                   ON SIZE ERROR
                       CONTINUE
               END-COMPUTE
           END-IF.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-NOW-TIME FROM TIME.
           MOVE WS-NOW-TIME TO WS-TIME-WORK.
           COMPUTE WS-MINUTE-OF-DAY = WS-TW-HH * 60 + WS-TW-MM.
           MOVE "UNACKNOWLEDGED ARRIVAL CHASE" TO WS-RH-TITLE.
           MOVE "NOTIFY-CHASE" TO WS-RH-PROGRAM-ID.
           OPEN OUTPUT CHASE-RPT.
           OPEN INPUT HOST-MASTER.
           IF WS-HM-OK
               MOVE "Y" TO WS-HOST-OPEN-SW
           END-IF.
           MOVE WS-CHASE-MINUTES TO D-MINUTES.
           MOVE SPACES TO CHASE-RPT-RECORD.
           STRING "ARRIVALS NOT ACKNOWLEDGED BY THE HOST WITHIN "
                       DELIMITED BY SIZE
                   FUNCTION TRIM(D-MINUTES) DELIMITED BY SIZE
                   " MINUTES" DELIMITED BY SIZE
               INTO CHASE-RPT-RECORD.
           PERFORM 8900-WRITE-LINE
               THRU 8900-EXIT.
           MOVE SPACES TO CHASE-RPT-RECORD.
           PERFORM 8900-WRITE-LINE
               THRU 8900-EXIT.
           MOVE "  ARRIVED VISITOR              HOST               EXT"
               TO CHASE-RPT-RECORD.
           MOVE "BADGE STATUS   MINS" TO CHASE-RPT-RECORD(56:19).
           PERFORM 8900-WRITE-LINE
               THRU 8900-EXIT.
           GO TO 1000-EXIT.
       1000-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 1500-LOAD-ACKS  --  EVERY ACKNOWLEDGMENT THE GATEWAY HAS
      *                      DROPPED BACK.  NO FILE YET MEANS NO
      *                      HOST HAS ACKNOWLEDGED.
      *-------------------------------------------------------------
       1500-LOAD-ACKS.
           OPEN INPUT NOTIFY-ACKS.
           IF NOT WS-NA-OK
               GO TO 1500-EXIT
           END-IF.
           PERFORM 1510-LOAD-ONE-ACK
               THRU 1510-EXIT
               UNTIL WS-NA-EOF.
           CLOSE NOTIFY-ACKS.
           GO TO 1500-EXIT.
       1500-EXIT.
           EXIT.

       1510-LOAD-ONE-ACK.
           READ NOTIFY-ACKS
               AT END
                   MOVE "Y" TO WS-NA-EOF-SW
                   GO TO 1510-EXIT
           END-READ.
           IF NA-NOTIFY-ID = SPACES
               OR WS-ACK-COUNT >= 1000
               GO TO 1510-EXIT
           END-IF.
           ADD 1 TO WS-ACK-COUNT.
           MOVE NA-NOTIFY-ID TO WS-AK-NOTIFY-ID(WS-ACK-COUNT).
           IF NA-ACK-DATE IS NUMERIC
               MOVE NA-ACK-DATE TO WS-AK-DATE(WS-ACK-COUNT)
           ELSE
               MOVE 0 TO WS-AK-DATE(WS-ACK-COUNT)
           END-IF.
           IF NA-ACK-TIME IS NUMERIC
               MOVE NA-ACK-TIME TO WS-AK-TIME(WS-ACK-COUNT)
           ELSE
               MOVE 0 TO WS-AK-TIME(WS-ACK-COUNT)
           END-IF.
           GO TO 1510-EXIT.
       1510-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 2000-CHASE-NOTIFICATIONS  --  TODAY'S OUTBOX RECORDS
      *-------------------------------------------------------------
       2000-CHASE-NOTIFICATIONS.
           OPEN INPUT NOTIFY-OUTBOX.
           IF NOT WS-NF-OK
               MOVE "  NO HOST NOTIFICATIONS ON FILE."
                   TO CHASE-RPT-RECORD
               PERFORM 8900-WRITE-LINE
                   THRU 8900-EXIT
               GO TO 2000-EXIT
           END-IF.
           PERFORM 2100-CHASE-ONE-NOTIFICATION
               THRU 2100-EXIT
               UNTIL WS-NF-EOF.
           CLOSE NOTIFY-OUTBOX.
           GO TO 2000-EXIT.
       2000-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 2100-CHASE-ONE-NOTIFICATION  --  HOW LONG THE HOST TOOK, OR
      *                                   HAS KEPT THE VISITOR
      *                                   WAITING SO FAR.  A
      *                                   PAST BUSINESS DAY HAS
      *                                   RUN OUT OF GRACE.
      *-------------------------------------------------------------
       2100-CHASE-ONE-NOTIFICATION.
           READ NOTIFY-OUTBOX
               AT END
                   MOVE "Y" TO WS-NF-EOF-SW
                   GO TO 2100-EXIT
           END-READ.
           IF NF-ARRIVE-DATE IS NOT NUMERIC
               OR NF-ARRIVE-DATE NOT = WS-BUS-DATE
               GO TO 2100-EXIT
           END-IF.
           ADD 1 TO WS-NOTIFIED-CT.
           MOVE NF-ARRIVE-TIME TO WS-TIME-WORK.
           COMPUTE WS-ARRIVE-MINUTE = WS-TW-HH * 60 + WS-TW-MM.
           PERFORM 2200-FIND-ACK
               THRU 2200-EXIT.
           IF WS-ACKED
               IF WS-AK-DATE(WS-ACK-IDX) > NF-ARRIVE-DATE
                   MOVE 9999 TO WS-WAITED-MINUTES
               ELSE
                   MOVE WS-AK-TIME(WS-ACK-IDX) TO WS-TIME-WORK
                   COMPUTE WS-WAITED-MINUTES =
                       WS-TW-HH * 60 + WS-TW-MM - WS-ARRIVE-MINUTE
               END-IF
               IF WS-WAITED-MINUTES <= WS-CHASE-MINUTES
                   ADD 1 TO WS-ACK-IN-TIME-CT
                   GO TO 2100-EXIT
               END-IF
               ADD 1 TO WS-ACK-LATE-CT
               MOVE "LATE" TO WS-CHASE-STATUS
           ELSE
               IF WS-BUS-DATE NOT = WS-TODAY-DATE
                   MOVE 9999 TO WS-WAITED-MINUTES
               ELSE
                   COMPUTE WS-WAITED-MINUTES =
                       WS-MINUTE-OF-DAY - WS-ARRIVE-MINUTE
               END-IF
               IF WS-WAITED-MINUTES <= WS-CHASE-MINUTES
                   ADD 1 TO WS-WAITING-CT
                   GO TO 2100-EXIT
               END-IF
               ADD 1 TO WS-NO-ACK-CT
               MOVE "NO ACK" TO WS-CHASE-STATUS
           END-IF.
           PERFORM 2300-PRINT-CHASE-LINE
               THRU 2300-EXIT.
           GO TO 2100-EXIT.
       2100-EXIT.
           EXIT.

       2200-FIND-ACK.
           MOVE "N" TO WS-ACKED-SW.
           PERFORM VARYING WS-ACK-IDX FROM 1 BY 1
                   UNTIL WS-ACK-IDX > WS-ACK-COUNT
                   OR WS-AK-NOTIFY-ID(WS-ACK-IDX) = NF-NOTIFY-ID
           END-PERFORM.
           IF WS-ACK-IDX <= WS-ACK-COUNT
               MOVE "Y" TO WS-ACKED-SW
           END-IF.
           GO TO 2200-EXIT.
       2200-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 2300-PRINT-CHASE-LINE  --  ONE ARRIVAL TO CHASE, WITH THE
      *                             HOST'S EXTENSION
      *-------------------------------------------------------------
       2300-PRINT-CHASE-LINE.
           MOVE NF-ARRIVE-TIME(1:2) TO D-ARR-HH.
           MOVE NF-ARRIVE-TIME(3:2) TO D-ARR-MM.
           MOVE NF-BADGE TO D-BADGE.
           IF WS-WAITED-MINUTES > 9999
               MOVE 9999 TO WS-WAITED-MINUTES
           END-IF.
           MOVE WS-WAITED-MINUTES TO D-MINUTES.
           MOVE NF-HOST-ID TO WS-HOST-KEY.
           PERFORM 9260-FIND-HOST
               THRU 9260-EXIT.
           IF NOT WS-HOST-FOUND
               MOVE SPACES TO HM-EXTENSION
           END-IF.
           MOVE SPACES TO CHASE-RPT-RECORD.
           MOVE D-ARRIVED TO CHASE-RPT-RECORD(3:5).
           MOVE NF-VISITOR(1:20) TO CHASE-RPT-RECORD(11:20).
           MOVE NF-HOST(1:18) TO CHASE-RPT-RECORD(32:18).
           MOVE HM-EXTENSION TO CHASE-RPT-RECORD(51:6).
           MOVE D-BADGE TO CHASE-RPT-RECORD(57:4).
           MOVE WS-CHASE-STATUS TO CHASE-RPT-RECORD(62:7).
           MOVE D-MINUTES TO CHASE-RPT-RECORD(70:5).
           PERFORM 8900-WRITE-LINE
               THRU 8900-EXIT.
           GO TO 2300-EXIT.
       2300-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 3000-PRINT-TOTALS  --  HOW TODAY'S NOTIFICATIONS STAND
      *-------------------------------------------------------------
       3000-PRINT-TOTALS.
           MOVE SPACES TO CHASE-RPT-RECORD.
           PERFORM 8900-WRITE-LINE
               THRU 8900-EXIT.
           MOVE WS-NOTIFIED-CT TO D-COUNT.
           MOVE SPACES TO CHASE-RPT-RECORD.
           STRING "HOSTS NOTIFIED TODAY:        " DELIMITED BY SIZE
                   D-COUNT DELIMITED BY SIZE
               INTO CHASE-RPT-RECORD.
           PERFORM 8900-WRITE-LINE
               THRU 8900-EXIT.
           MOVE WS-ACK-IN-TIME-CT TO D-COUNT.
           MOVE SPACES TO CHASE-RPT-RECORD.
           STRING "ACKNOWLEDGED IN TIME:        " DELIMITED BY SIZE
                   D-COUNT DELIMITED BY SIZE
               INTO CHASE-RPT-RECORD.
           PERFORM 8900-WRITE-LINE
               THRU 8900-EXIT.
           MOVE WS-ACK-LATE-CT TO D-COUNT.
           MOVE SPACES TO CHASE-RPT-RECORD.
           STRING "ACKNOWLEDGED LATE:           " DELIMITED BY SIZE
                   D-COUNT DELIMITED BY SIZE
               INTO CHASE-RPT-RECORD.
           PERFORM 8900-WRITE-LINE
               THRU 8900-EXIT.
           MOVE WS-NO-ACK-CT TO D-COUNT.
           MOVE SPACES TO CHASE-RPT-RECORD.
           STRING "NOT ACKNOWLEDGED - CHASE:    " DELIMITED BY SIZE
                   D-COUNT DELIMITED BY SIZE
               INTO CHASE-RPT-RECORD.
           PERFORM 8900-WRITE-LINE
               THRU 8900-EXIT.
           MOVE WS-WAITING-CT TO D-COUNT.
           MOVE SPACES TO CHASE-RPT-RECORD.
           STRING "STILL WITHIN GRACE:          " DELIMITED BY SIZE
                   D-COUNT DELIMITED BY SIZE
               INTO CHASE-RPT-RECORD.
           PERFORM 8900-WRITE-LINE
               THRU 8900-EXIT.
           GO TO 3000-EXIT.
       3000-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 8900-WRITE-LINE  --  DISPLAY AND PRINT ONE REPORT LINE,
      *                       WITH THE SHARED PAGE-HEADING BREAK
      *-------------------------------------------------------------
       8900-WRITE-LINE.
           MOVE CHASE-RPT-RECORD TO WS-RH-DETAIL.
           IF WS-RH-LINE-COUNT >= WS-RH-LINES-PER-PAGE
               PERFORM 9800-BUILD-PAGE-HEADING
                   THRU 9800-EXIT
               WRITE CHASE-RPT-RECORD FROM WS-RH-HEADING-1
               WRITE CHASE-RPT-RECORD FROM WS-RH-HEADING-2
               MOVE SPACES TO CHASE-RPT-RECORD
               WRITE CHASE-RPT-RECORD
               ADD 3 TO WS-RH-LINE-COUNT
               ADD 3 TO WS-RH-TOTAL-LINES
           END-IF.
           DISPLAY WS-RH-DETAIL.
           WRITE CHASE-RPT-RECORD FROM WS-RH-DETAIL.
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
           WRITE CHASE-RPT-RECORD FROM WS-RH-TRAILER.
           CLOSE CHASE-RPT.
           IF WS-HOST-OPEN
               CLOSE HOST-MASTER
           END-IF.
           GO TO 9999-EXIT.
       9999-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 9260-FIND-HOST  --  COPIED
      *-------------------------------------------------------------
       COPY HOSTPR.

      *-------------------------------------------------------------
      * 8300-NORMALIZE-NAME  --  COPIED
      *-------------------------------------------------------------
       COPY NAMNRMPR.

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
