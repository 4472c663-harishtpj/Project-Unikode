       IDENTIFICATION DIVISION.
       PROGRAM-ID. PO-POST.
       AUTHOR. HARISH-KUMAR.
       INSTALLATION. UNIKODE-DATA-CENTER.
       DATE-WRITTEN. 2026/10/15.
       DATE-COMPILED.
      *-------------------------------------------------------------
      * MODIFICATION HISTORY
      *-------------------------------------------------------------
      * DATE       INIT DESCRIPTION
      * ---------- ---- -----------------------------------------
      * 2026/10/15  HK  FIRST VERSION - NIGHTLY CHAIN STEP, RUN
      *                 AFTER TIME-EXPORT, THAT CHARGES EACH
      *                 CONTRACTOR'S ELAPSED MINUTES ON THE DAY'S
      *                 TIME-ON-SITE EXPORT (THE LATEST TIMEEXP
      *                 GENERATION ON THE OUTPUT CATALOG FOR THE
      *                 BUSINESS DATE) TO THEIR OPEN PURCHASE ORDER
      *                 ON POMST.DAT.  THE CONTRACTOR'S VISITOR
      *                 NUMBER COMES FROM THE VISITOR MASTER AND THE
      *                 HOST FROM THE DAY'S LATEST ARRIVAL ON THE
      *                 GREETER-LOG; A PO NAMING THE VISITOR NUMBER
      *                 WINS OVER ONE COVERING THE HOST, AND ONE
      *                 STILL INSIDE ITS DATES OVER ONE PAST ITS
      *                 END.  A DAY THE EXPORT FLAGGED M (NO REAL
      *                 DEPARTURE) IS HELD FOR QUERY - LOGGED, NOT
      *                 CHARGED.  EVERY CHARGE AND HOLD IS APPENDED
      *                 TO POPOST.DAT.  A PO ALREADY POSTED FOR THE
      *                 BUSINESS DATE IS NOT CHARGED AGAIN ON A
      *                 RERUN.  THEN EVERY OPEN PO IS CHECKED: ONE
      *                 PO-HOURS EXCEPTION WHEN IT FIRST REACHES THE
      *                 SYSPARM PO-WARN-PCT OF ITS APPROVED HOURS
      *                 (DEFAULT 80) AND ONE WHEN IT FIRST PASSES
      *                 ITS END DATE.  A CONTRACTOR WITH NO OPEN PO
      *                 IS ALSO A PO-HOURS EXCEPTION.  ANY EXCEPTION
      *                 RETURNS RC 4.
      * 2026/10/15  HK  ADDED THE PROGRAM'S BUILD IDENTITY - VERSION AND
      *                 COMPILE DATE, SEE VERSWS.CPY - STAMPED ON ITS
      *                 AUDIT RECORDS AND PAGE HEADINGS.  A CALL WITH A
      *                 RETURN CODE OF -1 NOW ONLY REPORTS THE BUILD,
      *                 FOR THE DAILY RUN'S VERSION CHECK.
      *-------------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PO-POST-RPT ASSIGN TO "POPSTRPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TIME-EXPORT-IN ASSIGN TO DYNAMIC WS-EXPORT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TE-STATUS.
           COPY POMSL.
           COPY POPSL.
           COPY VISITMSL.
           COPY GREETLSL.
           COPY OUTCATSL.
           COPY SYSPMSEL.
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
       FD  PO-POST-RPT.
       01  PO-POST-RPT-RECORD      PIC X(80).

       FD  TIME-EXPORT-IN.
       01  TIME-EXPORT-IN-RECORD   PIC X(60).

       COPY POMFD.

       COPY POPFD.

       COPY VISITMFD.

       COPY GREETLFD.

       COPY OUTCATFD.

       COPY SYSPMFD.

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
       01  WS-VR-PROGRAM           PIC X(17) VALUE "PO-POST".
       01  WS-VR-VERSION           PIC X(06) VALUE "1.02".
       COPY VERSWS.
       COPY CALWS.
       COPY LOCKWS.
       COPY RUNIDWS.
       COPY AUDITCWS.
       COPY EXCPCWS.
       COPY SIGNWS.
       COPY SYSPMWS.
       COPY OUTCATWS.
       COPY RPTHDWS.
       COPY GREETLWS.
       01  WS-PO-STATUS            PIC X(02).
           88 WS-PO-OK                        VALUE "00".
           88 WS-PO-FILE-MISSING              VALUE "35".
       01  WS-PP-STATUS            PIC X(02).
           88 WS-PP-NOT-FOUND                 VALUE "35".
       01  WS-VM-STATUS            PIC X(02).
           88 WS-VM-OK                        VALUE "00".
       01  WS-GL-STATUS            PIC X(02).
           88 WS-GL-OK                        VALUE "00".
       01  WS-TE-STATUS            PIC X(02).
           88 WS-TE-OK                        VALUE "00".
       01  WS-DA-STATUS            PIC X(02).
       01  WS-EX-STATUS            PIC X(02).

       01  WS-EXPORT-NAME          PIC X(30) VALUE SPACES.

      *    ONE TIME-EXPORT DETAIL, IN THE LAYOUT TIME-EXPORT WRITES
       01  WS-EXPORT-DETAIL.
           05 WS-ED-NAME           PIC X(25).
           05 FILLER               PIC X(01).
           05 WS-ED-CATEGORY       PIC X(01).
               88 WS-ED-CONTRACTOR            VALUE "C".
           05 FILLER               PIC X(01).
           05 WS-ED-ARRIVAL        PIC X(04).
           05 FILLER               PIC X(01).
           05 WS-ED-DEPARTURE      PIC X(04).
           05 FILLER               PIC X(01).
           05 WS-ED-MINUTES        PIC 9(05).
           05 FILLER               PIC X(01).
           05 WS-ED-FLAG           PIC X(01).
               88 WS-ED-NO-DEPARTURE          VALUE "M".
           05 FILLER               PIC X(01).
           05 WS-ED-SITE           PIC X(04).
           05 FILLER               PIC X(14).

       01  WS-WARN-PCT             PIC 9(03) VALUE 80.

      *    THE PURCHASE ORDERS, LOADED ONCE FOR THE MATCHING
       01  WS-PO-TABLE.
           05 WS-PT-COUNT          PIC 9(03) VALUE 0 USAGE COMP.
           05 WS-PT-ENTRY          OCCURS 500 TIMES.
               10 WS-PT-NUMBER     PIC X(10).
               10 WS-PT-HOST-ID    PIC X(06).
               10 WS-PT-VISITOR-NO PIC 9(07) OCCURS 5 TIMES.
               10 WS-PT-START-DATE PIC 9(08).
               10 WS-PT-END-DATE   PIC 9(08).
               10 WS-PT-DONE-SW    PIC X(01).
                   88 WS-PT-ALREADY-POSTED    VALUE "Y".
       01  WS-PT-IDX               PIC 9(03) USAGE COMP.
       01  WS-PT-BEST-IDX          PIC 9(03) USAGE COMP.
       01  WS-PT-SCORE             PIC 9(01).
       01  WS-PT-BEST-SCORE        PIC 9(01).
       01  WS-VN-IDX               PIC 9(01).

      *    TODAY'S CONTRACTOR ARRIVALS AND THE HOST EACH CAME TO SEE
       01  WS-ARRIVAL-TABLE.
           05 WS-AR-COUNT          PIC 9(03) VALUE 0 USAGE COMP.
           05 WS-AR-ENTRY          OCCURS 400 TIMES.
               10 WS-AR-NAME       PIC X(25).
               10 WS-AR-SITE       PIC X(04).
               10 WS-AR-HOST-ID    PIC X(06).
       01  WS-AR-IDX               PIC 9(03) USAGE COMP.

       01  WS-ROW-VISITOR-NO       PIC 9(07).
       01  WS-ROW-HOST-ID          PIC X(06).
       01  WS-ROW-SITE             PIC X(04).
       01  WS-RESULT               PIC X(14).
       01  WS-PCT-USED             PIC 9(05).

       01  WS-COUNTERS.
           05 WS-READ-CT           PIC 9(05) VALUE 0 USAGE COMP.
           05 WS-CHARGED-CT        PIC 9(05) VALUE 0 USAGE COMP.
           05 WS-HELD-CT           PIC 9(05) VALUE 0 USAGE COMP.
           05 WS-SKIPPED-CT        PIC 9(05) VALUE 0 USAGE COMP.
           05 WS-NO-PO-CT          PIC 9(05) VALUE 0 USAGE COMP.
           05 WS-ALERT-CT          PIC 9(05) VALUE 0 USAGE COMP.
       01  WS-MINUTES-CHARGED      PIC 9(07) VALUE 0.

       01  D-COUNT                 PIC Z(4)9.
       01  D-MINUTES               PIC Z(6)9.
       01  D-PCT                   PIC ZZZZ9.
       01  D-HOURS                 PIC Z(4)9.

       01  WS-SWITCHES.
           05 WS-CAT-EOF-SW        PIC X(01) VALUE "N".
               88 WS-CAT-EOF                  VALUE "Y".
           05 WS-TE-EOF-SW         PIC X(01) VALUE "N".
               88 WS-TE-EOF                   VALUE "Y".
           05 WS-GL-EOF-SW         PIC X(01) VALUE "N".
               88 WS-GL-EOF                   VALUE "Y".
           05 WS-PO-EOF-SW         PIC X(01) VALUE "N".
               88 WS-PO-EOF                   VALUE "Y".
           05 WS-PO-OPEN-SW        PIC X(01) VALUE "N".
               88 WS-PO-OPEN                  VALUE "Y".
           05 WS-VM-OPEN-SW        PIC X(01) VALUE "N".
               88 WS-VM-OPEN                  VALUE "Y".
           05 WS-PP-OPEN-SW        PIC X(01) VALUE "N".
               88 WS-PP-OPEN                  VALUE "Y".

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
           IF WS-PO-OPEN
               PERFORM 1500-LOAD-PO-TABLE
                   THRU 1500-EXIT
               PERFORM 2000-FIND-TODAYS-EXPORT
                   THRU 2000-EXIT
               PERFORM 2500-LOAD-ARRIVALS
                   THRU 2500-EXIT
               PERFORM 3000-POST-EXPORT
                   THRU 3000-EXIT
               PERFORM 4000-CHECK-PO-LIMITS
                   THRU 4000-EXIT
           END-IF.
           PERFORM 5000-PRINT-TOTALS
               THRU 5000-EXIT.
           PERFORM 9999-TERMINATE
               THRU 9999-EXIT.
           GOBACK.

      *-------------------------------------------------------------
      * 1000-INITIALIZE  --  STAMPS, LOGS, THE LOCK, THE MASTERS
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
           MOVE "CONTRACTOR PO HOURS POSTING" TO WS-RH-TITLE.
           MOVE "PO-POST" TO WS-RH-PROGRAM-ID.
           OPEN OUTPUT PO-POST-RPT.
           MOVE "POMST" TO WS-LOCK-RESOURCE.
           PERFORM 9600-ACQUIRE-LOCK
               THRU 9600-EXIT.
           IF WS-LOCK-DENIED
               DISPLAY "PO-POST: purchase-order master is in use - "
                   "nothing posted."
               MOVE 8 TO LK-RETURN-CODE
               MOVE 8 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF.
           OPEN I-O PO-MASTER.
           IF WS-PO-FILE-MISSING
               MOVE "NO PURCHASE-ORDER MASTER - NOTHING TO POST."
                   TO PO-POST-RPT-RECORD
               PERFORM 8900-WRITE-LINE
                   THRU 8900-EXIT
               GO TO 1000-EXIT
           END-IF.
           IF NOT WS-PO-OK
               DISPLAY "PO-POST: POMST.DAT open failed, status "
                   WS-PO-STATUS "."
               MOVE 8 TO LK-RETURN-CODE
               MOVE 8 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF.
           MOVE "Y" TO WS-PO-OPEN-SW.
           OPEN INPUT VISITOR-MASTER.
           IF WS-VM-OK
               MOVE "Y" TO WS-VM-OPEN-SW
           ELSE
               DISPLAY "PO-POST: VISITMST.DAT not available, status "
                   WS-VM-STATUS " - matching on host only."
           END-IF.
           OPEN EXTEND PO-POSTING-LOG.
           IF WS-PP-NOT-FOUND
               OPEN OUTPUT PO-POSTING-LOG
               CLOSE PO-POSTING-LOG
               OPEN EXTEND PO-POSTING-LOG
           END-IF.
           MOVE "Y" TO WS-PP-OPEN-SW.
           GO TO 1000-EXIT.
       1000-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 1500-LOAD-PO-TABLE  --  THE OPEN PURCHASE ORDERS, AND WHICH
      *                          OF THEM A RUN FOR THIS BUSINESS
      *                          DATE HAS ALREADY CHARGED
      *-------------------------------------------------------------
       1500-LOAD-PO-TABLE.
           MOVE 0 TO WS-PT-COUNT.
           MOVE "N" TO WS-PO-EOF-SW.
           MOVE LOW-VALUES TO PO-NUMBER.
           START PO-MASTER
               KEY IS GREATER THAN PO-NUMBER
               INVALID KEY
                   MOVE "Y" TO WS-PO-EOF-SW
           END-START.
           PERFORM 1510-LOAD-ONE-PO
               THRU 1510-EXIT
               UNTIL WS-PO-EOF.
           GO TO 1500-EXIT.
       1500-EXIT.
           EXIT.

       1510-LOAD-ONE-PO.
           READ PO-MASTER NEXT RECORD
               AT END
                   MOVE "Y" TO WS-PO-EOF-SW
                   GO TO 1510-EXIT
           END-READ.
           IF PO-CLOSED
               GO TO 1510-EXIT
           END-IF.
           IF WS-PT-COUNT >= 500
               DISPLAY "PO-POST: more than 500 open purchase orders, "
                   PO-NUMBER " and later not matched."
               MOVE "Y" TO WS-PO-EOF-SW
               GO TO 1510-EXIT
           END-IF.
           ADD 1 TO WS-PT-COUNT.
           MOVE PO-NUMBER TO WS-PT-NUMBER(WS-PT-COUNT).
           MOVE PO-HOST-ID TO WS-PT-HOST-ID(WS-PT-COUNT).
           PERFORM VARYING WS-VN-IDX FROM 1 BY 1
                   UNTIL WS-VN-IDX > 5
               MOVE PO-VISITOR-NO(WS-VN-IDX)
                   TO WS-PT-VISITOR-NO(WS-PT-COUNT, WS-VN-IDX)
           END-PERFORM.
           MOVE PO-START-DATE TO WS-PT-START-DATE(WS-PT-COUNT).
           MOVE PO-END-DATE TO WS-PT-END-DATE(WS-PT-COUNT).
           MOVE "N" TO WS-PT-DONE-SW(WS-PT-COUNT).
           IF PO-LAST-POST-DATE >= WS-BUS-DATE
               MOVE "Y" TO WS-PT-DONE-SW(WS-PT-COUNT)
           END-IF.
           GO TO 1510-EXIT.
       1510-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 2000-FIND-TODAYS-EXPORT  --  THE LAST TIMEEXP GENERATION THE
      *                               OUTPUT CATALOG RECORDS FOR THE
      *                               BUSINESS DATE (A RERUN'S .SNN
      *                               FILE SUPERSEDES THE FIRST)
      *-------------------------------------------------------------
       2000-FIND-TODAYS-EXPORT.
           MOVE SPACES TO WS-EXPORT-NAME.
           MOVE "N" TO WS-CAT-EOF-SW.
           OPEN INPUT OUTPUT-CATALOG.
           IF NOT WS-OC-OK
               GO TO 2000-EXIT
           END-IF.
           PERFORM 2100-CHECK-ONE-ENTRY
               THRU 2100-EXIT
               UNTIL WS-CAT-EOF.
           CLOSE OUTPUT-CATALOG.
           GO TO 2000-EXIT.
       2000-EXIT.
           EXIT.

       2100-CHECK-ONE-ENTRY.
           READ OUTPUT-CATALOG
               AT END
                   MOVE "Y" TO WS-CAT-EOF-SW
                   GO TO 2100-EXIT
           END-READ.
           IF OC-FILE-NAME(1:8) = "TIMEEXP."
               AND OC-CREATE-DATE = WS-BUS-DATE
               MOVE OC-FILE-NAME TO WS-EXPORT-NAME
           END-IF.
           GO TO 2100-EXIT.
       2100-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 2500-LOAD-ARRIVALS  --  THE HOST ON EACH CONTRACTOR'S LATEST
      *                          ARRIVAL TODAY, PER SITE
      *-------------------------------------------------------------
       2500-LOAD-ARRIVALS.
           MOVE 0 TO WS-AR-COUNT.
           MOVE "N" TO WS-GL-EOF-SW.
           OPEN INPUT GREETER-LOG.
           IF NOT WS-GL-OK
               GO TO 2500-EXIT
           END-IF.
           PERFORM 2510-READ-ONE-LOG-ROW
               THRU 2510-EXIT
               UNTIL WS-GL-EOF.
           CLOSE GREETER-LOG.
           GO TO 2500-EXIT.
       2500-EXIT.
           EXIT.

       2510-READ-ONE-LOG-ROW.
           READ GREETER-LOG
               AT END
                   MOVE "Y" TO WS-GL-EOF-SW
                   GO TO 2510-EXIT
           END-READ.
           MOVE GREETER-LOG-RECORD TO WS-LOG-LINE.
           IF WS-GL-RUN-DATE NOT = WS-BUS-DATE
               OR WS-GL-CATEGORY NOT = "C"
               OR WS-GL-EVT-DEPARTURE
               OR WS-GL-HOST-ID = SPACES
               GO TO 2510-EXIT
           END-IF.
           PERFORM VARYING WS-AR-IDX FROM 1 BY 1
                   UNTIL WS-AR-IDX > WS-AR-COUNT
                   OR (WS-AR-NAME(WS-AR-IDX) = WS-GL-NAME
                   AND WS-AR-SITE(WS-AR-IDX) = WS-GL-SITE)
           END-PERFORM.
           IF WS-AR-IDX > WS-AR-COUNT
               IF WS-AR-COUNT >= 400
                   GO TO 2510-EXIT
               END-IF
               ADD 1 TO WS-AR-COUNT
               MOVE WS-AR-COUNT TO WS-AR-IDX
               MOVE WS-GL-NAME TO WS-AR-NAME(WS-AR-IDX)
               MOVE WS-GL-SITE TO WS-AR-SITE(WS-AR-IDX)
           END-IF.
           MOVE WS-GL-HOST-ID TO WS-AR-HOST-ID(WS-AR-IDX).
           GO TO 2510-EXIT.
       2510-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 3000-POST-EXPORT  --  ONE PASS OF THE DAY'S EXPORT
      *-------------------------------------------------------------
       3000-POST-EXPORT.
           IF WS-EXPORT-NAME = SPACES
               MOVE SPACES TO PO-POST-RPT-RECORD
               STRING "NO TIME EXPORT CATALOGUED FOR " DELIMITED BY SIZE
                       WS-BUS-DATE DELIMITED BY SIZE
                       " - NOTHING CHARGED." DELIMITED BY SIZE
                   INTO PO-POST-RPT-RECORD
               PERFORM 8900-WRITE-LINE
                   THRU 8900-EXIT
               GO TO 3000-EXIT
           END-IF.
           MOVE "N" TO WS-TE-EOF-SW.
           OPEN INPUT TIME-EXPORT-IN.
           IF NOT WS-TE-OK
               MOVE SPACES TO PO-POST-RPT-RECORD
               STRING FUNCTION TRIM(WS-EXPORT-NAME) DELIMITED BY SIZE
                       " CANNOT BE READ - NOTHING CHARGED."
                           DELIMITED BY SIZE
                   INTO PO-POST-RPT-RECORD
               PERFORM 8900-WRITE-LINE
                   THRU 8900-EXIT
               MOVE 8 TO LK-RETURN-CODE
               GO TO 3000-EXIT
           END-IF.
           MOVE SPACES TO PO-POST-RPT-RECORD.
           STRING "EXPORT: " DELIMITED BY SIZE
                   WS-EXPORT-NAME DELIMITED BY SIZE
               INTO PO-POST-RPT-RECORD.
           PERFORM 8900-WRITE-LINE
               THRU 8900-EXIT.
           MOVE "RESULT         PO NUMBER  MINUTES  NAME"
               TO PO-POST-RPT-RECORD.
           PERFORM 8900-WRITE-LINE
               THRU 8900-EXIT.
           PERFORM 3100-POST-ONE-DETAIL
               THRU 3100-EXIT
               UNTIL WS-TE-EOF.
           CLOSE TIME-EXPORT-IN.
           GO TO 3000-EXIT.
       3000-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 3100-POST-ONE-DETAIL  --  CONTRACTOR DETAILS ONLY; THE
      *                            HEADER, SITE SUBTOTALS AND
      *                            TRAILER ARE PASSED OVER
      *-------------------------------------------------------------
       3100-POST-ONE-DETAIL.
           READ TIME-EXPORT-IN
               AT END
                   MOVE "Y" TO WS-TE-EOF-SW
                   GO TO 3100-EXIT
           END-READ.
           IF TIME-EXPORT-IN-RECORD(1:4) = "HDR "
               OR TIME-EXPORT-IN-RECORD(1:4) = "STL "
               OR TIME-EXPORT-IN-RECORD(1:4) = "TRL "
               GO TO 3100-EXIT
           END-IF.
           MOVE TIME-EXPORT-IN-RECORD TO WS-EXPORT-DETAIL.
           IF NOT WS-ED-CONTRACTOR
               GO TO 3100-EXIT
           END-IF.
           ADD 1 TO WS-READ-CT.
           IF WS-ED-MINUTES IS NOT NUMERIC
               MOVE 0 TO WS-ED-MINUTES
           END-IF.
           PERFORM 3200-IDENTIFY-CONTRACTOR
               THRU 3200-EXIT.
           PERFORM 3300-CHOOSE-PO
               THRU 3300-EXIT.
           IF WS-PT-BEST-IDX = 0
               ADD 1 TO WS-NO-PO-CT
               MOVE "NO OPEN PO" TO WS-RESULT
               PERFORM 3800-PRINT-DETAIL
                   THRU 3800-EXIT
               MOVE SPACES TO EXCEPTION-LOG-RECORD
               STRING "NO PO " DELIMITED BY SIZE
                       WS-ED-NAME DELIMITED BY SIZE
                   INTO EX-DETAIL
               PERFORM 4900-LOG-PO-EXCEPTION
                   THRU 4900-EXIT
               GO TO 3100-EXIT
           END-IF.
           IF WS-PT-ALREADY-POSTED(WS-PT-BEST-IDX)
               ADD 1 TO WS-SKIPPED-CT
               MOVE "ALREADY POSTED" TO WS-RESULT
               PERFORM 3800-PRINT-DETAIL
                   THRU 3800-EXIT
               GO TO 3100-EXIT
           END-IF.
           PERFORM 3500-CHARGE-PO
               THRU 3500-EXIT.
           GO TO 3100-EXIT.
       3100-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 3200-IDENTIFY-CONTRACTOR  --  VISITOR NUMBER BY NAME ON THE
      *                                VISITOR MASTER, HOST FROM THE
      *                                DAY'S ARRIVAL AT THE SITE
      *-------------------------------------------------------------
       3200-IDENTIFY-CONTRACTOR.
           MOVE 0 TO WS-ROW-VISITOR-NO.
           MOVE SPACES TO WS-ROW-HOST-ID.
           MOVE WS-ED-SITE TO WS-ROW-SITE.
           IF WS-VM-OPEN
               MOVE WS-ED-NAME TO VM-NAME
               READ VISITOR-MASTER
                   KEY IS VM-NAME
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE VM-NUMBER TO WS-ROW-VISITOR-NO
               END-READ
           END-IF.
           PERFORM VARYING WS-AR-IDX FROM 1 BY 1
                   UNTIL WS-AR-IDX > WS-AR-COUNT
                   OR (WS-AR-NAME(WS-AR-IDX) = WS-ED-NAME
                   AND WS-AR-SITE(WS-AR-IDX) = WS-ROW-SITE)
           END-PERFORM.
           IF WS-AR-IDX <= WS-AR-COUNT
               MOVE WS-AR-HOST-ID(WS-AR-IDX) TO WS-ROW-HOST-ID
               GO TO 3200-EXIT
           END-IF.
           PERFORM VARYING WS-AR-IDX FROM 1 BY 1
                   UNTIL WS-AR-IDX > WS-AR-COUNT
                   OR WS-AR-NAME(WS-AR-IDX) = WS-ED-NAME
           END-PERFORM.
           IF WS-AR-IDX <= WS-AR-COUNT
               MOVE WS-AR-HOST-ID(WS-AR-IDX) TO WS-ROW-HOST-ID
           END-IF.
           GO TO 3200-EXIT.
       3200-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 3300-CHOOSE-PO  --  SCORE EVERY OPEN PO THAT HAS STARTED:
      *                      4 FOR NAMING THE VISITOR NUMBER, 2 FOR
      *                      COVERING THE HOST, 1 MORE FOR STILL
      *                      BEING INSIDE ITS END DATE.  THE FIRST
      *                      HIGHEST SCORE WINS; NO COVER, NO PO.
      *-------------------------------------------------------------
       3300-CHOOSE-PO.
           MOVE 0 TO WS-PT-BEST-IDX.
           MOVE 0 TO WS-PT-BEST-SCORE.
           PERFORM 3310-SCORE-ONE-PO
               THRU 3310-EXIT
               VARYING WS-PT-IDX FROM 1 BY 1
                   UNTIL WS-PT-IDX > WS-PT-COUNT.
           GO TO 3300-EXIT.
       3300-EXIT.
           EXIT.

       3310-SCORE-ONE-PO.
           IF WS-PT-START-DATE(WS-PT-IDX) > WS-BUS-DATE
               GO TO 3310-EXIT
           END-IF.
           MOVE 0 TO WS-PT-SCORE.
           IF WS-ROW-VISITOR-NO NOT = 0
               PERFORM VARYING WS-VN-IDX FROM 1 BY 1
                       UNTIL WS-VN-IDX > 5
                   IF WS-PT-VISITOR-NO(WS-PT-IDX, WS-VN-IDX)
                       = WS-ROW-VISITOR-NO
                       MOVE 4 TO WS-PT-SCORE
                   END-IF
               END-PERFORM
           END-IF.
           IF WS-PT-SCORE = 0
               AND WS-ROW-HOST-ID NOT = SPACES
               AND WS-PT-HOST-ID(WS-PT-IDX) = WS-ROW-HOST-ID
               MOVE 2 TO WS-PT-SCORE
           END-IF.
           IF WS-PT-SCORE = 0
               GO TO 3310-EXIT
           END-IF.
           IF WS-PT-END-DATE(WS-PT-IDX) >= WS-BUS-DATE
               ADD 1 TO WS-PT-SCORE
           END-IF.
           IF WS-PT-SCORE > WS-PT-BEST-SCORE
               MOVE WS-PT-SCORE TO WS-PT-BEST-SCORE
               MOVE WS-PT-IDX TO WS-PT-BEST-IDX
           END-IF.
           GO TO 3310-EXIT.
       3310-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 3500-CHARGE-PO  --  ADD THE MINUTES, OR HOLD AN M DAY FOR
      *                      QUERY, AND LOG IT TO POPOST.DAT
      *-------------------------------------------------------------
       3500-CHARGE-PO.
           MOVE WS-PT-NUMBER(WS-PT-BEST-IDX) TO PO-NUMBER.
           READ PO-MASTER
               INVALID KEY
                   ADD 1 TO WS-NO-PO-CT
                   MOVE "NO OPEN PO" TO WS-RESULT
                   PERFORM 3800-PRINT-DETAIL
                       THRU 3800-EXIT
                   GO TO 3500-EXIT
           END-READ.
           IF WS-ED-NO-DEPARTURE
               ADD 1 TO PO-M-DAYS
               ADD 1 TO WS-HELD-CT
               MOVE "HELD - M DAY" TO WS-RESULT
           ELSE
               ADD WS-ED-MINUTES TO PO-USED-MINUTES
               ADD WS-ED-MINUTES TO WS-MINUTES-CHARGED
               ADD 1 TO WS-CHARGED-CT
               MOVE "CHARGED" TO WS-RESULT
           END-IF.
           MOVE WS-BUS-DATE TO PO-LAST-POST-DATE.
           REWRITE PO-MASTER-RECORD.
           MOVE SPACES TO PO-POSTING-RECORD.
           MOVE PO-NUMBER TO PP-PO-NUMBER.
           MOVE WS-BUS-DATE TO PP-DATE.
           MOVE WS-ED-NAME TO PP-NAME.
           MOVE WS-ROW-VISITOR-NO TO PP-VISITOR-NO.
           MOVE WS-ED-MINUTES TO PP-MINUTES.
           MOVE WS-ED-FLAG TO PP-FLAG.
           MOVE WS-ED-SITE TO PP-SITE.
           MOVE WS-RUN-ID TO PP-RUN-ID.
           WRITE PO-POSTING-RECORD.
           PERFORM 3800-PRINT-DETAIL
               THRU 3800-EXIT.
           GO TO 3500-EXIT.
       3500-EXIT.
           EXIT.

       3800-PRINT-DETAIL.
           MOVE SPACES TO PO-POST-RPT-RECORD.
           MOVE WS-RESULT TO PO-POST-RPT-RECORD(1:14).
           IF WS-PT-BEST-IDX > 0
               MOVE WS-PT-NUMBER(WS-PT-BEST-IDX)
                   TO PO-POST-RPT-RECORD(16:10)
           END-IF.
           MOVE WS-ED-MINUTES TO D-COUNT.
           MOVE D-COUNT TO PO-POST-RPT-RECORD(29:5).
           MOVE WS-ED-NAME TO PO-POST-RPT-RECORD(36:25).
           PERFORM 8900-WRITE-LINE
               THRU 8900-EXIT.
           GO TO 3800-EXIT.
       3800-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 4000-CHECK-PO-LIMITS  --  EVERY OPEN PO AGAINST THE WARNING
      *                           PERCENTAGE AND ITS END DATE, EACH
      *                           RAISED ONCE
      *-------------------------------------------------------------
       4000-CHECK-PO-LIMITS.
           MOVE "N" TO WS-PO-EOF-SW.
           MOVE LOW-VALUES TO PO-NUMBER.
           START PO-MASTER
               KEY IS GREATER THAN PO-NUMBER
               INVALID KEY
                   MOVE "Y" TO WS-PO-EOF-SW
           END-START.
           PERFORM 4100-CHECK-ONE-PO
               THRU 4100-EXIT
               UNTIL WS-PO-EOF.
           GO TO 4000-EXIT.
       4000-EXIT.
           EXIT.

       4100-CHECK-ONE-PO.
           READ PO-MASTER NEXT RECORD
               AT END
                   MOVE "Y" TO WS-PO-EOF-SW
                   GO TO 4100-EXIT
           END-READ.
           IF PO-CLOSED
               GO TO 4100-EXIT
           END-IF.
           MOVE 0 TO WS-PCT-USED.
           IF PO-APPROVED-HOURS > 0
               COMPUTE WS-PCT-USED =
                   PO-USED-MINUTES * 100 / (PO-APPROVED-HOURS * 60)
                   ON SIZE ERROR
                       MOVE 99999 TO WS-PCT-USED
               END-COMPUTE
           END-IF.
           IF WS-PCT-USED >= WS-WARN-PCT
               AND NOT PO-WARNED
               MOVE "Y" TO PO-WARNED-SW
               REWRITE PO-MASTER-RECORD
               MOVE WS-PCT-USED TO D-PCT
               MOVE PO-APPROVED-HOURS TO D-HOURS
               MOVE SPACES TO PO-POST-RPT-RECORD
               STRING "*** PO " DELIMITED BY SIZE
                       PO-NUMBER DELIMITED BY SPACE
                       " HAS USED " DELIMITED BY SIZE
                       FUNCTION TRIM(D-PCT) DELIMITED BY SIZE
                       "% OF ITS " DELIMITED BY SIZE
                       FUNCTION TRIM(D-HOURS) DELIMITED BY SIZE
                       " APPROVED HOURS" DELIMITED BY SIZE
                   INTO PO-POST-RPT-RECORD
               PERFORM 8900-WRITE-LINE
                   THRU 8900-EXIT
               MOVE SPACES TO EXCEPTION-LOG-RECORD
               STRING "PO " DELIMITED BY SIZE
                       PO-NUMBER DELIMITED BY SPACE
                       " AT " DELIMITED BY SIZE
                       FUNCTION TRIM(D-PCT) DELIMITED BY SIZE
                       "% OF " DELIMITED BY SIZE
                       FUNCTION TRIM(D-HOURS) DELIMITED BY SIZE
                       " HRS" DELIMITED BY SIZE
                   INTO EX-DETAIL
               PERFORM 4900-LOG-PO-EXCEPTION
                   THRU 4900-EXIT
           END-IF.
           IF WS-BUS-DATE > PO-END-DATE
               AND NOT PO-EXPIRED
               MOVE "Y" TO PO-EXPIRED-SW
               REWRITE PO-MASTER-RECORD
               MOVE SPACES TO PO-POST-RPT-RECORD
               STRING "*** PO " DELIMITED BY SIZE
                       PO-NUMBER DELIMITED BY SPACE
                       " IS PAST ITS END DATE " DELIMITED BY SIZE
                       PO-END-DATE DELIMITED BY SIZE
                   INTO PO-POST-RPT-RECORD
               PERFORM 8900-WRITE-LINE
                   THRU 8900-EXIT
               MOVE SPACES TO EXCEPTION-LOG-RECORD
               STRING "PO " DELIMITED BY SIZE
                       PO-NUMBER DELIMITED BY SPACE
                       " PAST END " DELIMITED BY SIZE
                       PO-END-DATE DELIMITED BY SIZE
                   INTO EX-DETAIL
               PERFORM 4900-LOG-PO-EXCEPTION
                   THRU 4900-EXIT
           END-IF.
           GO TO 4100-EXIT.
       4100-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 4900-LOG-PO-EXCEPTION  --  ONE PO-HOURS EXCEPTION, RECORD
      *                             CLEARED AND DETAIL BUILT BY THE
      *                             CALLER
      *-------------------------------------------------------------
       4900-LOG-PO-EXCEPTION.
           ADD 1 TO WS-ALERT-CT.
           MOVE "PO-POST" TO EX-PROGRAM-ID.
           MOVE "PO-HOURS" TO EX-EXCEPTION-TYPE.
           MOVE 4 TO EX-RETURN-CODE.
           PERFORM 9550-WRITE-EXCEPTION-RECORD
               THRU 9550-EXIT.
           GO TO 4900-EXIT.
       4900-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 5000-PRINT-TOTALS  --  COUNTS, RETURN CODE, AUDIT RECORD
      *-------------------------------------------------------------
       5000-PRINT-TOTALS.
           MOVE SPACES TO PO-POST-RPT-RECORD.
           PERFORM 8900-WRITE-LINE
               THRU 8900-EXIT.
           MOVE WS-READ-CT TO D-COUNT.
           MOVE SPACES TO PO-POST-RPT-RECORD.
           STRING "CONTRACTOR DAYS READ:  " DELIMITED BY SIZE
                   D-COUNT DELIMITED BY SIZE
               INTO PO-POST-RPT-RECORD.
           PERFORM 8900-WRITE-LINE
               THRU 8900-EXIT.
           MOVE WS-CHARGED-CT TO D-COUNT.
           MOVE WS-MINUTES-CHARGED TO D-MINUTES.
           MOVE SPACES TO PO-POST-RPT-RECORD.
           STRING "DAYS CHARGED:          " DELIMITED BY SIZE
                   D-COUNT DELIMITED BY SIZE
                   "  (" DELIMITED BY SIZE
                   FUNCTION TRIM(D-MINUTES) DELIMITED BY SIZE
                   " MINUTES)" DELIMITED BY SIZE
               INTO PO-POST-RPT-RECORD.
           PERFORM 8900-WRITE-LINE
               THRU 8900-EXIT.
           MOVE WS-HELD-CT TO D-COUNT.
           MOVE SPACES TO PO-POST-RPT-RECORD.
           STRING "M DAYS HELD FOR QUERY: " DELIMITED BY SIZE
                   D-COUNT DELIMITED BY SIZE
               INTO PO-POST-RPT-RECORD.
           PERFORM 8900-WRITE-LINE
               THRU 8900-EXIT.
           MOVE WS-SKIPPED-CT TO D-COUNT.
           MOVE SPACES TO PO-POST-RPT-RECORD.
           STRING "ALREADY POSTED:        " DELIMITED BY SIZE
                   D-COUNT DELIMITED BY SIZE
               INTO PO-POST-RPT-RECORD.
           PERFORM 8900-WRITE-LINE
               THRU 8900-EXIT.
           MOVE WS-NO-PO-CT TO D-COUNT.
           MOVE SPACES TO PO-POST-RPT-RECORD.
           STRING "NO OPEN PO:            " DELIMITED BY SIZE
                   D-COUNT DELIMITED BY SIZE
               INTO PO-POST-RPT-RECORD.
           PERFORM 8900-WRITE-LINE
               THRU 8900-EXIT.
           IF WS-ALERT-CT > 0
               AND LK-RETURN-CODE = 0
               MOVE 4 TO LK-RETURN-CODE
           END-IF.
           MOVE LK-RETURN-CODE TO RETURN-CODE.
           MOVE SPACES TO DAILY-AUDIT-RECORD.
           MOVE "PO-POST" TO DA-PROGRAM-ID.
           MOVE WS-EXPORT-NAME TO DA-INPUT-VALUE.
           MOVE WS-CHARGED-CT TO D-COUNT.
           STRING "CHARGED " DELIMITED BY SIZE
                   FUNCTION TRIM(D-COUNT) DELIMITED BY SIZE
               INTO DA-OUTPUT-VALUE.
           MOVE LK-RETURN-CODE TO DA-RETURN-CODE.
           PERFORM 9500-WRITE-AUDIT-RECORD
               THRU 9500-EXIT.
           GO TO 5000-EXIT.
       5000-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 8900-WRITE-LINE  --  DISPLAY AND PRINT ONE REPORT LINE,
      *                       WITH THE SHARED PAGE-HEADING BREAK
      *-------------------------------------------------------------
       8900-WRITE-LINE.
           MOVE PO-POST-RPT-RECORD TO WS-RH-DETAIL.
           IF WS-RH-LINE-COUNT >= WS-RH-LINES-PER-PAGE
               PERFORM 9800-BUILD-PAGE-HEADING
                   THRU 9800-EXIT
               WRITE PO-POST-RPT-RECORD FROM WS-RH-HEADING-1
               WRITE PO-POST-RPT-RECORD FROM WS-RH-HEADING-2
               MOVE SPACES TO PO-POST-RPT-RECORD
               WRITE PO-POST-RPT-RECORD
               ADD 3 TO WS-RH-LINE-COUNT
               ADD 3 TO WS-RH-TOTAL-LINES
           END-IF.
           DISPLAY WS-RH-DETAIL.
           WRITE PO-POST-RPT-RECORD FROM WS-RH-DETAIL.
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
           WRITE PO-POST-RPT-RECORD FROM WS-RH-TRAILER.
           CLOSE PO-POST-RPT.
           IF WS-PO-OPEN
               CLOSE PO-MASTER
           END-IF.
           IF WS-VM-OPEN
               CLOSE VISITOR-MASTER
           END-IF.
           IF WS-PP-OPEN
               CLOSE PO-POSTING-LOG
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
      * 9300-LOAD-SYSPARM / 9350-GET-SYSPARM  --  COPIED
      *-------------------------------------------------------------
       COPY SYSPMPR.

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
