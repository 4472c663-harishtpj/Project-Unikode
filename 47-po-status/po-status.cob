       IDENTIFICATION DIVISION.
       PROGRAM-ID. PO-STATUS.
       AUTHOR. HARISH-KUMAR.
       INSTALLATION. UNIKODE-DATA-CENTER.
       DATE-WRITTEN. 2026/10/15.
       DATE-COMPILED.
      *-------------------------------------------------------------
      * MODIFICATION HISTORY
      *-------------------------------------------------------------
      * DATE       INIT DESCRIPTION
      * ---------- ---- -----------------------------------------
      * 2026/10/15  HK  FIRST VERSION - CONTRACTOR PURCHASE-ORDER
      *                 STATUS REPORT FOR PROCUREMENT, RUN ON
      *                 DEMAND.  ONE LINE PER PO ON POMST.DAT WITH
      *                 THE HOURS APPROVED, USED (AS CHARGED BY
      *                 PO-POST) AND REMAINING AND THE PERCENTAGE
      *                 BURNED, FLAGGED WARN AT OR OVER THE SYSPARM
      *                 PO-WARN-PCT (DEFAULT 80), OVER WHEN BURNED
      *                 PAST 100, ENDED PAST ITS END DATE, CLOSED
      *                 WHEN CLOSED IN PO-MAINT.  THEN THE DAYS HELD
      *                 FOR QUERY FROM POPOST.DAT - CONTRACTOR DAYS
      *                 THE TIME-ON-SITE EXPORT FLAGGED M (NO REAL
      *                 DEPARTURE) AND SO CHARGED NOTHING - LISTED
      *                 SEPARATELY FOR THE HOST TO CONFIRM.
      * 2026/10/15  HK  ADDED THE PROGRAM'S BUILD IDENTITY - VERSION AND
      *                 COMPILE DATE, SEE VERSWS.CPY - PRINTED ON ITS
      *                 PAGE HEADINGS.
      *-------------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PO-STATUS-RPT ASSIGN TO "POSTARPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           COPY POMSL.
           COPY POPSL.
           COPY RUNIDSEL.
           COPY CALSEL.
           COPY SYSPMSEL.

       DATA DIVISION.
       FILE SECTION.
       FD  PO-STATUS-RPT.
       01  PO-STATUS-RPT-RECORD    PIC X(80).

       COPY POMFD.

       COPY POPFD.

       COPY RUNIDFD.

       COPY CALFD.

       COPY SYSPMFD.

       WORKING-STORAGE SECTION.
      *    BUILD IDENTITY - RAISE WS-VR-VERSION WITH EACH ENTRY
      *    IN THE MODIFICATION HISTORY (SEE VERSWS.CPY)
       01  WS-VR-PROGRAM           PIC X(17) VALUE "PO-STATUS".
       01  WS-VR-VERSION           PIC X(06) VALUE "1.02".
       COPY VERSWS.
       COPY CALWS.
       COPY RUNIDWS.
       COPY SYSPMWS.
       COPY RPTHDWS.
       01  WS-PO-STATUS            PIC X(02).
           88 WS-PO-OK                        VALUE "00".
       01  WS-PP-STATUS            PIC X(02).
           88 WS-PP-OK                        VALUE "00".

       01  WS-WARN-PCT             PIC 9(03) VALUE 80.
       01  WS-APPROVED-MINUTES     PIC 9(08).
       01  WS-REMAIN-MINUTES       PIC 9(08).
       01  WS-HOURS-WORK           PIC 9(06)V9.
       01  WS-PCT-USED             PIC 9(05).
       01  WS-FLAG-PTR             PIC 9(02).

       01  WS-COUNTERS.
           05 WS-PO-CT             PIC 9(05) VALUE 0 USAGE COMP.
           05 WS-WARN-CT           PIC 9(05) VALUE 0 USAGE COMP.
           05 WS-ENDED-CT          PIC 9(05) VALUE 0 USAGE COMP.
           05 WS-HELD-CT           PIC 9(05) VALUE 0 USAGE COMP.

      *    ONE STATUS LINE
       01  WS-STATUS-LINE.
           05 SL-PO-NUMBER         PIC X(10).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 SL-APPROVED          PIC Z(5)9.
           05 FILLER               PIC X(01) VALUE SPACE.
           05 SL-USED              PIC Z(5)9.9.
           05 FILLER               PIC X(01) VALUE SPACE.
           05 SL-REMAIN            PIC Z(5)9.9.
           05 FILLER               PIC X(01) VALUE SPACE.
           05 SL-PCT               PIC ZZZZ9.
           05 FILLER               PIC X(01) VALUE "%".
           05 FILLER               PIC X(01) VALUE SPACE.
           05 SL-END-DATE          PIC 9(08).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 SL-FLAGS             PIC X(21).

      *    ONE HELD-DAY LINE
       01  WS-HELD-LINE.
           05 HL-PO-NUMBER         PIC X(10).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 HL-DATE              PIC 9(08).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 HL-VISITOR-NO        PIC 9(07).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 HL-SITE              PIC X(04).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 HL-NAME              PIC X(25).
           05 FILLER               PIC X(22) VALUE SPACES.

       01  D-COUNT                 PIC Z(4)9.

       01  WS-SWITCHES.
           05 WS-PO-EOF-SW         PIC X(01) VALUE "N".
               88 WS-PO-EOF                   VALUE "Y".
           05 WS-PP-EOF-SW         PIC X(01) VALUE "N".
               88 WS-PP-EOF                   VALUE "Y".

       PROCEDURE DIVISION.

      *-------------------------------------------------------------
      * 0000-MAINLINE
      *-------------------------------------------------------------
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
               THRU 1000-EXIT.
           PERFORM 2000-LIST-PURCHASE-ORDERS
               THRU 2000-EXIT.
           PERFORM 3000-LIST-HELD-DAYS
               THRU 3000-EXIT.
           PERFORM 4000-PRINT-TOTALS
               THRU 4000-EXIT.
           PERFORM 9999-TERMINATE
               THRU 9999-EXIT.
           GOBACK.

      *-------------------------------------------------------------
      * 1000-INITIALIZE  --  THE WARNING PERCENTAGE, THEN THE REPORT
      *-------------------------------------------------------------
       1000-INITIALIZE.
           PERFORM 9370-GET-BUSINESS-DATE
               THRU 9370-EXIT.
           PERFORM 9380-ASSIGN-RUN-ID
               THRU 9380-EXIT.
           PERFORM 9300-LOAD-SYSPARM
               THRU 9300-EXIT.
           MOVE "PO-WARN-PCT" TO WS-SP-WANTED-KEY.
           PERFORM 9350-GET-SYSPARM
               THRU 9350-EXIT.
           IF WS-SP-FOUND
               AND WS-SP-NUM-VALUE > 0
               AND WS-SP-NUM-VALUE <= 100
               MOVE WS-SP-NUM-VALUE TO WS-WARN-PCT
           END-IF.
           MOVE "CONTRACTOR PURCHASE-ORDER STATUS" TO WS-RH-TITLE.
           MOVE "PO-STATUS" TO WS-RH-PROGRAM-ID.
           OPEN OUTPUT PO-STATUS-RPT.
           GO TO 1000-EXIT.
       1000-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 2000-LIST-PURCHASE-ORDERS  --  EVERY PO IN NUMBER ORDER
      *-------------------------------------------------------------
       2000-LIST-PURCHASE-ORDERS.
           OPEN INPUT PO-MASTER.
           IF NOT WS-PO-OK
               MOVE SPACES TO PO-STATUS-RPT-RECORD
               STRING "POMST.DAT NOT AVAILABLE, STATUS "
                           DELIMITED BY SIZE
                       WS-PO-STATUS DELIMITED BY SIZE
                       " - NO PURCHASE ORDERS TO REPORT."
                           DELIMITED BY SIZE
                   INTO PO-STATUS-RPT-RECORD
               PERFORM 8900-WRITE-LINE
                   THRU 8900-EXIT
               GO TO 2000-EXIT
           END-IF.
           MOVE SPACES TO PO-STATUS-RPT-RECORD.
           STRING "PO NUMBER  APPRVD USED HRS   REMAIN  BURN% "
                       DELIMITED BY SIZE
                   "END DATE FLAGS" DELIMITED BY SIZE
               INTO PO-STATUS-RPT-RECORD.
           PERFORM 8900-WRITE-LINE
               THRU 8900-EXIT.
           MOVE "N" TO WS-PO-EOF-SW.
           PERFORM 2100-LIST-ONE-PO
               THRU 2100-EXIT
               UNTIL WS-PO-EOF.
           CLOSE PO-MASTER.
           GO TO 2000-EXIT.
       2000-EXIT.
           EXIT.

       2100-LIST-ONE-PO.
           READ PO-MASTER NEXT RECORD
               AT END
                   MOVE "Y" TO WS-PO-EOF-SW
                   GO TO 2100-EXIT
           END-READ.
           ADD 1 TO WS-PO-CT.
           COMPUTE WS-APPROVED-MINUTES = PO-APPROVED-HOURS * 60.
           MOVE 0 TO WS-REMAIN-MINUTES.
           IF PO-USED-MINUTES < WS-APPROVED-MINUTES
               COMPUTE WS-REMAIN-MINUTES =
                   WS-APPROVED-MINUTES - PO-USED-MINUTES
           END-IF.
           MOVE 0 TO WS-PCT-USED.
           IF WS-APPROVED-MINUTES > 0
               COMPUTE WS-PCT-USED ROUNDED =
                   PO-USED-MINUTES * 100 / WS-APPROVED-MINUTES
                   ON SIZE ERROR
                       MOVE 99999 TO WS-PCT-USED
               END-COMPUTE
           END-IF.
           MOVE SPACES TO WS-STATUS-LINE.
           MOVE PO-NUMBER TO SL-PO-NUMBER.
           MOVE PO-APPROVED-HOURS TO SL-APPROVED.
           COMPUTE WS-HOURS-WORK ROUNDED = PO-USED-MINUTES / 60.
           MOVE WS-HOURS-WORK TO SL-USED.
           COMPUTE WS-HOURS-WORK ROUNDED = WS-REMAIN-MINUTES / 60.
           MOVE WS-HOURS-WORK TO SL-REMAIN.
           MOVE WS-PCT-USED TO SL-PCT.
           MOVE PO-END-DATE TO SL-END-DATE.
           MOVE SPACES TO SL-FLAGS.
           MOVE 1 TO WS-FLAG-PTR.
           IF PO-CLOSED
               STRING "CLOSED " DELIMITED BY SIZE
                   INTO SL-FLAGS WITH POINTER WS-FLAG-PTR
           END-IF.
           IF WS-PCT-USED > 100
               STRING "OVER " DELIMITED BY SIZE
                   INTO SL-FLAGS WITH POINTER WS-FLAG-PTR
           END-IF.
           IF WS-PCT-USED >= WS-WARN-PCT
               AND NOT PO-CLOSED
               ADD 1 TO WS-WARN-CT
               STRING "WARN " DELIMITED BY SIZE
                   INTO SL-FLAGS WITH POINTER WS-FLAG-PTR
           END-IF.
           IF WS-BUS-DATE > PO-END-DATE
               AND NOT PO-CLOSED
               ADD 1 TO WS-ENDED-CT
               STRING "ENDED " DELIMITED BY SIZE
                   INTO SL-FLAGS WITH POINTER WS-FLAG-PTR
           END-IF.
           MOVE WS-STATUS-LINE TO PO-STATUS-RPT-RECORD.
           PERFORM 8900-WRITE-LINE
               THRU 8900-EXIT.
           MOVE SPACES TO PO-STATUS-RPT-RECORD.
           MOVE PO-DESCRIPTION TO PO-STATUS-RPT-RECORD(12:30).
           IF PO-M-DAYS > 0
               MOVE PO-M-DAYS TO D-COUNT
               STRING FUNCTION TRIM(D-COUNT) DELIMITED BY SIZE
                       " DAY(S) HELD FOR QUERY" DELIMITED BY SIZE
                   INTO PO-STATUS-RPT-RECORD(44:30)
           END-IF.
           PERFORM 8900-WRITE-LINE
               THRU 8900-EXIT.
           GO TO 2100-EXIT.
       2100-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 3000-LIST-HELD-DAYS  --  THE M DAYS ON THE POSTING LOG,
      *                          KEPT APART FROM THE HOURS USED
      *-------------------------------------------------------------
       3000-LIST-HELD-DAYS.
           MOVE SPACES TO PO-STATUS-RPT-RECORD.
           PERFORM 8900-WRITE-LINE
               THRU 8900-EXIT.
           MOVE SPACES TO PO-STATUS-RPT-RECORD.
           STRING "DAYS HELD FOR QUERY - NO REAL DEPARTURE (M), "
                       DELIMITED BY SIZE
                   "NOT CHARGED" DELIMITED BY SIZE
               INTO PO-STATUS-RPT-RECORD.
           PERFORM 8900-WRITE-LINE
               THRU 8900-EXIT.
           MOVE "PO NUMBER  DATE     VIS-NO  SITE NAME"
               TO PO-STATUS-RPT-RECORD.
           PERFORM 8900-WRITE-LINE
               THRU 8900-EXIT.
           MOVE "N" TO WS-PP-EOF-SW.
           OPEN INPUT PO-POSTING-LOG.
           IF NOT WS-PP-OK
               GO TO 3000-EXIT
           END-IF.
           PERFORM 3100-CHECK-ONE-POSTING
               THRU 3100-EXIT
               UNTIL WS-PP-EOF.
           CLOSE PO-POSTING-LOG.
           GO TO 3000-EXIT.
       3000-EXIT.
           EXIT.

       3100-CHECK-ONE-POSTING.
           READ PO-POSTING-LOG
               AT END
                   MOVE "Y" TO WS-PP-EOF-SW
                   GO TO 3100-EXIT
           END-READ.
           IF NOT PP-HELD
               GO TO 3100-EXIT
           END-IF.
           ADD 1 TO WS-HELD-CT.
           MOVE PP-PO-NUMBER TO HL-PO-NUMBER.
           MOVE PP-DATE TO HL-DATE.
           MOVE PP-VISITOR-NO TO HL-VISITOR-NO.
           MOVE PP-SITE TO HL-SITE.
           MOVE PP-NAME TO HL-NAME.
           MOVE WS-HELD-LINE TO PO-STATUS-RPT-RECORD.
           PERFORM 8900-WRITE-LINE
               THRU 8900-EXIT.
           GO TO 3100-EXIT.
       3100-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 4000-PRINT-TOTALS
      *-------------------------------------------------------------
       4000-PRINT-TOTALS.
           MOVE SPACES TO PO-STATUS-RPT-RECORD.
           PERFORM 8900-WRITE-LINE
               THRU 8900-EXIT.
           MOVE WS-PO-CT TO D-COUNT.
           MOVE SPACES TO PO-STATUS-RPT-RECORD.
           STRING "PURCHASE ORDERS:       " DELIMITED BY SIZE
                   D-COUNT DELIMITED BY SIZE
               INTO PO-STATUS-RPT-RECORD.
           PERFORM 8900-WRITE-LINE
               THRU 8900-EXIT.
           MOVE WS-WARN-CT TO D-COUNT.
           MOVE SPACES TO PO-STATUS-RPT-RECORD.
           STRING "AT OR OVER WARNING:    " DELIMITED BY SIZE
                   D-COUNT DELIMITED BY SIZE
               INTO PO-STATUS-RPT-RECORD.
           PERFORM 8900-WRITE-LINE
               THRU 8900-EXIT.
           MOVE WS-ENDED-CT TO D-COUNT.
           MOVE SPACES TO PO-STATUS-RPT-RECORD.
           STRING "OPEN PAST END DATE:    " DELIMITED BY SIZE
                   D-COUNT DELIMITED BY SIZE
               INTO PO-STATUS-RPT-RECORD.
           PERFORM 8900-WRITE-LINE
               THRU 8900-EXIT.
           MOVE WS-HELD-CT TO D-COUNT.
           MOVE SPACES TO PO-STATUS-RPT-RECORD.
           STRING "DAYS HELD FOR QUERY:   " DELIMITED BY SIZE
                   D-COUNT DELIMITED BY SIZE
               INTO PO-STATUS-RPT-RECORD.
           PERFORM 8900-WRITE-LINE
               THRU 8900-EXIT.
           GO TO 4000-EXIT.
       4000-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 8900-WRITE-LINE  --  DISPLAY AND PRINT ONE REPORT LINE,
      *                       WITH THE SHARED PAGE-HEADING BREAK
      *-------------------------------------------------------------
       8900-WRITE-LINE.
           MOVE PO-STATUS-RPT-RECORD TO WS-RH-DETAIL.
           IF WS-RH-LINE-COUNT >= WS-RH-LINES-PER-PAGE
               PERFORM 9800-BUILD-PAGE-HEADING
                   THRU 9800-EXIT
               WRITE PO-STATUS-RPT-RECORD FROM WS-RH-HEADING-1
               WRITE PO-STATUS-RPT-RECORD FROM WS-RH-HEADING-2
               MOVE SPACES TO PO-STATUS-RPT-RECORD
               WRITE PO-STATUS-RPT-RECORD
               ADD 3 TO WS-RH-LINE-COUNT
               ADD 3 TO WS-RH-TOTAL-LINES
           END-IF.
           DISPLAY WS-RH-DETAIL.
           WRITE PO-STATUS-RPT-RECORD FROM WS-RH-DETAIL.
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
           WRITE PO-STATUS-RPT-RECORD FROM WS-RH-TRAILER.
           CLOSE PO-STATUS-RPT.
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
