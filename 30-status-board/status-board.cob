      *                 THRESHOLD COUNTS AND SHOWN AS SUPPRESSED,
      *                 SO A TICKETED KNOWN EXCEPTION NO LONGER
      *                 TURNS EVERY MORNING'S VERDICT RED.
      * 2026/10/15  HK  LIST EVERY SHIFT HANDOVER ITEM STILL OPEN ON
      *                 HANDOVER.DAT (SHARED HANDSL / HANDFD / HANDWS /
      *                 HANDPR COPYBOOKS) BESIDE THE JOBSTAT, EXCEPTION
      *                 AND REJECT EVIDENCE - CATEGORY, WHO LEFT IT,
      *                 WHEN AND ON WHICH SHIFT, THE RUN-ID OR STEP AND
      *                 THE NOTE.  AN OPEN MUST-ACTION ITEM HOLDS THE
      *                 VERDICT AT AMBER AT BEST.
      * 2026/10/15  HK  LIST THE AD-HOC JOB REQUESTS (ADHOCQ.DAT, SHARED
      *                 ADHQ COPYBOOKS) - EVERY ONE STILL PENDING OR
      *                 DEFERRED WITH THE DATE AND TIME IT IS DUE, AND
      *                 EVERY ONE THE LAST CHAIN RAN WITH ITS STEP,
      *                 RETURN CODE AND OUTCOME, SO THE REQUESTER SEES
      *                 IT NEXT MORNING.  A FAILED REQUEST, OR ONE LEFT
      *                 RUNNING BY A CHAIN THAT DIED, HOLDS THE VERDICT
      *                 AT AMBER AT BEST.
      * 2026/10/15  HK  LIST EVERY PROGRAM BUILD THAT WROTE TO TODAY'S
      *                 DAILY AUDIT TRAIL AGAINST THE PROGRAM VERSION
      *                 REGISTRY, VERSREG.DAT (SHARED VREG COPYBOOKS).
      *                 A PROGRAM THAT RAN AT ANY VERSION OTHER THAN ITS
      *                 REGISTERED ONE, OR IS NOT ON THE REGISTRY, OR AN
      *                 AUDIT RECORD FROM A BUILD WITH NO VERSION STAMP,
      *                 HOLDS THE VERDICT AT AMBER AT BEST.  THE BOARD'S
      *                 OWN BUILD IDENTITY (VERSWS.CPY) IS PRINTED ON
      *                 ITS PAGE HEADINGS AND A CALL WITH A RETURN CODE
      *                 OF -1 NOW ONLY REPORTS THE BUILD, FOR THE DAILY
      *                 RUN'S VERSION CHECK.
      * 2026/10/15  HK  THE GCD-LCM REJECT FILE, GCDRJ.DAT, IS COUNTED
      *                 WITH THE OTHER REJECT FILES; ANYTHING WAITING ON
      *                 IT HOLDS THE VERDICT AT AMBER AT BEST.
      * 2026/10/15  HK  MULTRJ.DAT RECORD WIDENED TO 48 FOR THE
      *                 WORKSHEET TRAILER MULT-TABLE NOW WRITES BEHIND
      *                 THE REASON.
      *-------------------------------------------------------------

       ENVIRONMENT DIVISION.
           SELECT MULT-TABLE-REJECT ASSIGN TO "MULTRJ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MR-STATUS.
           SELECT GCD-REJECT ASSIGN TO "GCDRJ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GR-STATUS.
           SELECT EXCP-ACK ASSIGN TO "EXCPACK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AK-STATUS.
           COPY SYSPMSEL.
           COPY RUNIDSEL.
           COPY CALSEL.
           COPY HANDSL.
           COPY ADHQSL.
           COPY AUDITSEL.
           COPY VREGSL.

       DATA DIVISION.
       FILE SECTION.
       01  FACTORIAL-REJECT-RECORD PIC X(26).

       FD  MULT-TABLE-REJECT.
       01  MULT-TABLE-REJECT-RECORD PIC X(48).

       FD  GCD-REJECT.
       01  GCD-REJECT-RECORD       PIC X(129).

       FD  EXCP-ACK.
       01  EXCP-ACK-RECORD.

       COPY CALFD.

       COPY HANDFD.

       COPY ADHQFD.

       COPY AUDITFD.

       COPY VREGFD.

       WORKING-STORAGE SECTION.
      *    BUILD IDENTITY - RAISE WS-VR-VERSION WITH EACH ENTRY
      *    IN THE MODIFICATION HISTORY (SEE VERSWS.CPY)
       01  WS-VR-PROGRAM           PIC X(17) VALUE "STATUS-BOARD".
       01  WS-VR-VERSION           PIC X(06) VALUE "1.08".
       COPY VERSWS.
       COPY OUTCATWS.
       COPY CALWS.
       COPY SYSPMWS.
       COPY RUNIDWS.
       COPY RPTHDWS.
       COPY HANDWS.
       COPY ADHQWS.
       COPY VREGWS.
       01  WS-DA-STATUS            PIC X(02).
       01  WS-EX-STATUS            PIC X(02).
       01  WS-AK-STATUS            PIC X(02).
           88 WS-AK-OK                        VALUE "00".
           88 WS-FR-OK                        VALUE "00".
       01  WS-MR-STATUS            PIC X(02).
           88 WS-MR-OK                        VALUE "00".
       01  WS-GR-STATUS            PIC X(02).
           88 WS-GR-OK                        VALUE "00".

       01  WS-RUN-DATE             PIC 9(08).

       01  WS-REJECT-COUNT         PIC 9(05).
       01  WS-STEP-SEEN            PIC 9(03) VALUE 0.
       01  WS-CATALOG-SEEN         PIC 9(03) VALUE 0.
       01  WS-HANDOVER-OPEN-CT     PIC 9(03) VALUE 0.
       01  WS-HANDOVER-MUST-CT     PIC 9(03) VALUE 0.
       01  WS-ADHOC-SHOWN-CT       PIC 9(03) VALUE 0.
       01  WS-ADHOC-FAILED-CT      PIC 9(03) VALUE 0.
       01  WS-ADHOC-LAST-CHAIN     PIC 9(08) VALUE 0.
       01  WS-UNSTAMPED-CT         PIC 9(05) VALUE 0.
       01  WS-VERSION-OK-CT        PIC 9(03) VALUE 0.
       01  WS-VERSION-BAD-CT       PIC 9(03) VALUE 0.

      *    ONE ROW PER PROGRAM AND VERSION ON TODAY'S AUDIT TRAIL
       01  WS-BUILD-TABLE.
           05 WS-BL-COUNT          PIC 9(02) VALUE 0 USAGE COMP.
           05 WS-BL-ENTRY          OCCURS 60 TIMES.
               10 WS-BL-PROGRAM    PIC X(17).
               10 WS-BL-VERSION    PIC X(06).
               10 WS-BL-COMPILED   PIC X(08).
               10 WS-BL-RECORDS    PIC 9(05) USAGE COMP.
       01  WS-BL-IDX               PIC 9(02) USAGE COMP.

       01  D-COUNT                 PIC Z(4)9.
       01  D-RC                    PIC -(3)9.
       01  D-DATE                  PIC 9999/99/99.
       01  D-TIME.
           05 D-TIME-HH            PIC 9(02).
           05 FILLER               PIC X(01) VALUE ":".
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
               THRU 4000-EXIT.
           PERFORM 5000-BOARD-PRIME-CHECKPOINT
               THRU 5000-EXIT.
           PERFORM 5500-BOARD-HANDOVER
               THRU 5500-EXIT.
           PERFORM 5600-BOARD-ADHOC-REQUESTS
               THRU 5600-EXIT.
           PERFORM 5700-BOARD-VERSIONS
               THRU 5700-EXIT.
           PERFORM 6000-BOARD-OUTPUTS
               THRU 6000-EXIT.
           PERFORM 7000-VERDICT
           EXIT.

      *-------------------------------------------------------------
      * 4000-BOARD-REJECTS  --  RECORD COUNTS ON THE BATCH REJECT
      *                          FILES; ANYTHING WAITING IS AMBER
      *-------------------------------------------------------------
       4000-BOARD-REJECTS.
           PERFORM 4500-REPORT-ONE-REJECT-FILE
               THRU 4500-EXIT.
           MOVE "  MULT-TABLE" TO STATUS-RPT-RECORD(1:12).
           PERFORM 8900-WRITE-LINE
               THRU 8900-EXIT.
           MOVE 0 TO WS-REJECT-COUNT.
           MOVE "N" TO WS-EOF-SW.
           OPEN INPUT GCD-REJECT.
           IF WS-GR-OK
               PERFORM 4400-COUNT-ONE-GCD
                   THRU 4400-EXIT
                   UNTIL WS-EOF
               CLOSE GCD-REJECT
           END-IF.
           PERFORM 4500-REPORT-ONE-REJECT-FILE
               THRU 4500-EXIT.
           MOVE "  GCD-LCM" TO STATUS-RPT-RECORD(1:12).
           PERFORM 8900-WRITE-LINE
               THRU 8900-EXIT.
           GO TO 4000-EXIT.
       4300-EXIT.
           EXIT.

       4400-COUNT-ONE-GCD.
           READ GCD-REJECT
               AT END
                   MOVE "Y" TO WS-EOF-SW
               NOT AT END
                   ADD 1 TO WS-REJECT-COUNT
           END-READ.
           GO TO 4400-EXIT.
       4400-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 4500-REPORT-ONE-REJECT-FILE  --  BUILD THE COUNT COLUMNS;
      *                                   THE CALLER OVERLAYS THE
       5000-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 5500-BOARD-HANDOVER  --  EVERY SHIFT HANDOVER ITEM STILL
      *                           OPEN.  AN OPEN MUST-ACTION ITEM
      *                           KEEPS THE VERDICT OFF GREEN.
      *-------------------------------------------------------------
       5500-BOARD-HANDOVER.
           MOVE SPACES TO STATUS-RPT-RECORD.
           PERFORM 8900-WRITE-LINE
               THRU 8900-EXIT.
           MOVE "OPEN SHIFT HANDOVER ITEMS" TO STATUS-RPT-RECORD.
           PERFORM 8900-WRITE-LINE
               THRU 8900-EXIT.
           PERFORM 9200-LOAD-HANDOVER-LOG
               THRU 9200-EXIT.
           PERFORM 5510-BOARD-ONE-ITEM
               THRU 5510-EXIT
               VARYING WS-HO-IDX FROM 1 BY 1
                   UNTIL WS-HO-IDX > WS-HO-COUNT.
           IF WS-HANDOVER-OPEN-CT = 0
               MOVE "  NONE OPEN." TO STATUS-RPT-RECORD
               PERFORM 8900-WRITE-LINE
                   THRU 8900-EXIT
               GO TO 5500-EXIT
           END-IF.
           IF WS-HANDOVER-MUST-CT > 0
               MOVE WS-HANDOVER-MUST-CT TO D-COUNT
               MOVE SPACES TO STATUS-RPT-RECORD
               STRING "  *** " DELIMITED BY SIZE
                       FUNCTION TRIM(D-COUNT) DELIMITED BY SIZE
                       " MUST-ACTION ITEM(S) STILL OPEN ***"
                           DELIMITED BY SIZE
                   INTO STATUS-RPT-RECORD
               PERFORM 8900-WRITE-LINE
                   THRU 8900-EXIT
               PERFORM 8700-RAISE-AMBER
                   THRU 8700-EXIT
           END-IF.
           GO TO 5500-EXIT.
       5500-EXIT.
           EXIT.

       5510-BOARD-ONE-ITEM.
           MOVE WS-HO-ROW(WS-HO-IDX) TO HANDOVER-LOG-RECORD.
           IF NOT HO-OPEN
               GO TO 5510-EXIT
           END-IF.
           ADD 1 TO WS-HANDOVER-OPEN-CT.
           MOVE HO-ITEM-NO TO D-HO-NUMBER.
           MOVE HO-OPEN-DATE TO D-DATE.
           MOVE HO-OPEN-TIME(1:2) TO D-TIME-HH.
           MOVE HO-OPEN-TIME(3:2) TO D-TIME-MM.
           MOVE SPACES TO STATUS-RPT-RECORD.
           MOVE D-HO-NUMBER TO STATUS-RPT-RECORD(3:6).
           MOVE HO-CATEGORY TO STATUS-RPT-RECORD(10:8).
           MOVE HO-OPENED-BY TO STATUS-RPT-RECORD(19:8).
           MOVE D-DATE TO STATUS-RPT-RECORD(28:10).
           MOVE D-TIME TO STATUS-RPT-RECORD(39:5).
           MOVE HO-OPEN-SHIFT TO STATUS-RPT-RECORD(45:5).
           IF HO-MUST-ACTION
               ADD 1 TO WS-HANDOVER-MUST-CT
               MOVE "MUST ACTION" TO STATUS-RPT-RECORD(51:11)
           END-IF.
           PERFORM 8900-WRITE-LINE
               THRU 8900-EXIT.
           IF HO-RUN-ID NOT = SPACES
               OR HO-STEP-NO NOT = 0
               MOVE SPACES TO STATUS-RPT-RECORD
               STRING "         RUN-ID " DELIMITED BY SIZE
                       HO-RUN-ID DELIMITED BY SIZE
                       "  STEP " DELIMITED BY SIZE
                       HO-STEP-NO DELIMITED BY SIZE
                   INTO STATUS-RPT-RECORD
               PERFORM 8900-WRITE-LINE
                   THRU 8900-EXIT
           END-IF.
           MOVE SPACES TO STATUS-RPT-RECORD.
           STRING "         " DELIMITED BY SIZE
                   HO-TEXT DELIMITED BY SIZE
               INTO STATUS-RPT-RECORD.
           PERFORM 8900-WRITE-LINE
               THRU 8900-EXIT.
           GO TO 5510-EXIT.
       5510-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 5600-BOARD-ADHOC-REQUESTS  --  EVERY AD-HOC JOB REQUEST
      *                                STILL WAITING, AND HOW EACH
      *                                ONE THE LAST CHAIN HANDLED
      *                                CAME OUT.  A FAILED REQUEST,
      *                                OR ONE LEFT RUNNING BY A
      *                                CHAIN THAT DIED, KEEPS THE
      *                                VERDICT OFF GREEN.
      *-------------------------------------------------------------
       5600-BOARD-ADHOC-REQUESTS.
           MOVE SPACES TO STATUS-RPT-RECORD.
           PERFORM 8900-WRITE-LINE
               THRU 8900-EXIT.
           MOVE "AD-HOC JOB REQUESTS" TO STATUS-RPT-RECORD.
           PERFORM 8900-WRITE-LINE
               THRU 8900-EXIT.
           PERFORM 9280-LOAD-ADHOC-QUEUE
               THRU 9280-EXIT.
           MOVE 0 TO WS-ADHOC-LAST-CHAIN.
           PERFORM 5610-FIND-LAST-CHAIN
               THRU 5610-EXIT
               VARYING WS-AJ-IDX FROM 1 BY 1
                   UNTIL WS-AJ-IDX > WS-AJ-COUNT.
           PERFORM 5620-BOARD-ONE-REQUEST
               THRU 5620-EXIT
               VARYING WS-AJ-IDX FROM 1 BY 1
                   UNTIL WS-AJ-IDX > WS-AJ-COUNT.
           IF WS-ADHOC-SHOWN-CT = 0
               MOVE "  NONE WAITING OR RUN LAST NIGHT."
                   TO STATUS-RPT-RECORD
               PERFORM 8900-WRITE-LINE
                   THRU 8900-EXIT
               GO TO 5600-EXIT
           END-IF.
           IF WS-ADHOC-FAILED-CT > 0
               MOVE WS-ADHOC-FAILED-CT TO D-COUNT
               MOVE SPACES TO STATUS-RPT-RECORD
               STRING "  *** " DELIMITED BY SIZE
                       FUNCTION TRIM(D-COUNT) DELIMITED BY SIZE
                       " AD-HOC REQUEST(S) FAILED OR LEFT RUNNING ***"
                           DELIMITED BY SIZE
                   INTO STATUS-RPT-RECORD
               PERFORM 8900-WRITE-LINE
                   THRU 8900-EXIT
               PERFORM 8700-RAISE-AMBER
                   THRU 8700-EXIT
           END-IF.
           GO TO 5600-EXIT.
       5600-EXIT.
           EXIT.

       5610-FIND-LAST-CHAIN.
           MOVE WS-AJ-ROW(WS-AJ-IDX) TO ADHOC-QUEUE-RECORD.
           IF AJ-FINISHED
               AND AJ-CHAIN-DATE IS NUMERIC
               AND AJ-CHAIN-DATE > WS-ADHOC-LAST-CHAIN
               MOVE AJ-CHAIN-DATE TO WS-ADHOC-LAST-CHAIN
           END-IF.
           GO TO 5610-EXIT.
       5610-EXIT.
           EXIT.

       5620-BOARD-ONE-REQUEST.
           MOVE WS-AJ-ROW(WS-AJ-IDX) TO ADHOC-QUEUE-RECORD.
           IF AJ-FINISHED
               AND AJ-CHAIN-DATE NOT = WS-ADHOC-LAST-CHAIN
               GO TO 5620-EXIT
           END-IF.
           IF NOT AJ-FINISHED
               AND NOT AJ-OPEN
               GO TO 5620-EXIT
           END-IF.
           ADD 1 TO WS-ADHOC-SHOWN-CT.
           MOVE AJ-REQUEST-NO TO D-AJ-NUMBER.
           MOVE SPACES TO STATUS-RPT-RECORD.
           MOVE D-AJ-NUMBER TO STATUS-RPT-RECORD(3:6).
           MOVE AJ-PROGRAM TO STATUS-RPT-RECORD(10:17).
           EVALUATE TRUE
               WHEN AJ-PENDING
                   MOVE "PENDING" TO STATUS-RPT-RECORD(28:9)
               WHEN AJ-DEFERRED
                   MOVE "DEFERRED" TO STATUS-RPT-RECORD(28:9)
               WHEN AJ-RUNNING
                   MOVE "RUNNING" TO STATUS-RPT-RECORD(28:9)
                   ADD 1 TO WS-ADHOC-FAILED-CT
               WHEN AJ-COMPLETED
                   MOVE "COMPLETED" TO STATUS-RPT-RECORD(28:9)
               WHEN AJ-FAILED
                   MOVE "FAILED" TO STATUS-RPT-RECORD(28:9)
                   ADD 1 TO WS-ADHOC-FAILED-CT
           END-EVALUATE.
           IF AJ-FINISHED
               MOVE AJ-CHAIN-DATE TO D-DATE
               MOVE AJ-RETURN-CODE TO D-RC
               MOVE "RAN" TO STATUS-RPT-RECORD(38:3)
               MOVE D-DATE TO STATUS-RPT-RECORD(42:10)
               MOVE "STEP" TO STATUS-RPT-RECORD(53:4)
               MOVE AJ-STEP-NO TO STATUS-RPT-RECORD(58:2)
               MOVE "RC" TO STATUS-RPT-RECORD(61:2)
               MOVE D-RC TO STATUS-RPT-RECORD(64:4)
           ELSE
               MOVE AJ-BUS-DATE TO D-DATE
               MOVE AJ-RUN-AFTER(1:2) TO D-TIME-HH
               MOVE AJ-RUN-AFTER(3:2) TO D-TIME-MM
               MOVE "DUE" TO STATUS-RPT-RECORD(38:3)
               MOVE D-DATE TO STATUS-RPT-RECORD(42:10)
               MOVE "AFTER" TO STATUS-RPT-RECORD(53:5)
               MOVE D-TIME TO STATUS-RPT-RECORD(59:5)
           END-IF.
           PERFORM 8900-WRITE-LINE
               THRU 8900-EXIT.
           MOVE SPACES TO STATUS-RPT-RECORD.
           STRING "         BY " DELIMITED BY SIZE
                   AJ-REQUESTED-BY DELIMITED BY SPACE
                   " - " DELIMITED BY SIZE
                   AJ-REASON DELIMITED BY SIZE
               INTO STATUS-RPT-RECORD.
           PERFORM 8900-WRITE-LINE
               THRU 8900-EXIT.
           IF AJ-NOTE NOT = SPACES
               AND NOT AJ-PENDING
               MOVE SPACES TO STATUS-RPT-RECORD
               STRING "         " DELIMITED BY SIZE
                       AJ-NOTE DELIMITED BY SIZE
                   INTO STATUS-RPT-RECORD
               PERFORM 8900-WRITE-LINE
                   THRU 8900-EXIT
           END-IF.
           GO TO 5620-EXIT.
       5620-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 5700-BOARD-VERSIONS  --  EVERY PROGRAM AND VERSION THAT
      *                           WROTE TO TODAY'S AUDIT TRAIL,
      *                           AGAINST THE VERSION REGISTRY
      *                           (VERSREG.DAT).  A VERSION OTHER
      *                           THAN THE REGISTERED ONE, A
      *                           PROGRAM NOT ON THE REGISTRY, OR
      *                           A RECORD FROM A BUILD WITH NO
      *                           VERSION STAMP HOLDS THE VERDICT
      *                           AT AMBER AT BEST.
      *-------------------------------------------------------------
       5700-BOARD-VERSIONS.
           MOVE SPACES TO STATUS-RPT-RECORD.
           PERFORM 8900-WRITE-LINE
               THRU 8900-EXIT.
           MOVE "PROGRAM VERSIONS TODAY" TO STATUS-RPT-RECORD.
           PERFORM 8900-WRITE-LINE
               THRU 8900-EXIT.
           PERFORM 9250-LOAD-VERSION-REGISTRY
               THRU 9250-EXIT.
           IF NOT WS-VG-LOADED
               MOVE "  NO VERSREG.DAT - VERSIONS NOT CHECKED."
                   TO STATUS-RPT-RECORD
               PERFORM 8900-WRITE-LINE
                   THRU 8900-EXIT
               GO TO 5700-EXIT
           END-IF.
           MOVE "N" TO WS-EOF-SW.
           OPEN INPUT DAILY-AUDIT.
           IF WS-DA-STATUS = "35"
               MOVE "  NO AUDIT TRAIL ON FILE."
                   TO STATUS-RPT-RECORD
               PERFORM 8900-WRITE-LINE
                   THRU 8900-EXIT
               GO TO 5700-EXIT
           END-IF.
           PERFORM 5710-COUNT-ONE-AUDIT
               THRU 5710-EXIT
               UNTIL WS-EOF.
           CLOSE DAILY-AUDIT.
           PERFORM 5720-BOARD-ONE-BUILD
               THRU 5720-EXIT
               VARYING WS-BL-IDX FROM 1 BY 1
                   UNTIL WS-BL-IDX > WS-BL-COUNT.
           IF WS-BL-COUNT = 0
               AND WS-UNSTAMPED-CT = 0
               MOVE "  NO AUDIT RECORDS FOR TODAY."
                   TO STATUS-RPT-RECORD
               PERFORM 8900-WRITE-LINE
                   THRU 8900-EXIT
               GO TO 5700-EXIT
           END-IF.
           MOVE WS-VERSION-OK-CT TO D-COUNT.
           MOVE SPACES TO STATUS-RPT-RECORD.
           STRING "  " DELIMITED BY SIZE
                   FUNCTION TRIM(D-COUNT) DELIMITED BY SIZE
                   " PROGRAM BUILD(S) AT THE REGISTERED VERSION."
                       DELIMITED BY SIZE
               INTO STATUS-RPT-RECORD.
           PERFORM 8900-WRITE-LINE
               THRU 8900-EXIT.
           IF WS-UNSTAMPED-CT > 0
               MOVE WS-UNSTAMPED-CT TO D-COUNT
               MOVE SPACES TO STATUS-RPT-RECORD
               STRING "  *** " DELIMITED BY SIZE
                       FUNCTION TRIM(D-COUNT) DELIMITED BY SIZE
                       " AUDIT RECORD(S) FROM A BUILD WITH NO "
                           DELIMITED BY SIZE
                       "VERSION ***" DELIMITED BY SIZE
                   INTO STATUS-RPT-RECORD
               PERFORM 8900-WRITE-LINE
                   THRU 8900-EXIT
               PERFORM 8700-RAISE-AMBER
                   THRU 8700-EXIT
           END-IF.
           IF WS-VERSION-BAD-CT > 0
               PERFORM 8700-RAISE-AMBER
                   THRU 8700-EXIT
           END-IF.
           GO TO 5700-EXIT.
       5700-EXIT.
           EXIT.

       5710-COUNT-ONE-AUDIT.
           READ DAILY-AUDIT
               AT END
                   MOVE "Y" TO WS-EOF-SW
                   GO TO 5710-EXIT
           END-READ.
           IF DA-RUN-DATE IS NOT NUMERIC
               OR DA-RUN-DATE NOT = WS-RUN-DATE
               GO TO 5710-EXIT
           END-IF.
           IF DA-BUILD-VERSION = SPACES
               ADD 1 TO WS-UNSTAMPED-CT
               GO TO 5710-EXIT
           END-IF.
           PERFORM VARYING WS-BL-IDX FROM 1 BY 1
                   UNTIL WS-BL-IDX > WS-BL-COUNT
                   OR (WS-BL-PROGRAM(WS-BL-IDX) = DA-BUILD-PROGRAM
                   AND WS-BL-VERSION(WS-BL-IDX) = DA-BUILD-VERSION)
           END-PERFORM.
           IF WS-BL-IDX > WS-BL-COUNT
               IF WS-BL-COUNT >= 60
                   GO TO 5710-EXIT
               END-IF
               ADD 1 TO WS-BL-COUNT
               MOVE WS-BL-COUNT TO WS-BL-IDX
               MOVE DA-BUILD-PROGRAM TO WS-BL-PROGRAM(WS-BL-IDX)
               MOVE DA-BUILD-VERSION TO WS-BL-VERSION(WS-BL-IDX)
               MOVE DA-BUILD-COMPILED TO WS-BL-COMPILED(WS-BL-IDX)
               MOVE 0 TO WS-BL-RECORDS(WS-BL-IDX)
           END-IF.
           ADD 1 TO WS-BL-RECORDS(WS-BL-IDX).
           GO TO 5710-EXIT.
       5710-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 5720-BOARD-ONE-BUILD  --  ONE LINE FOR A BUILD THAT DOES
      *                            NOT MATCH THE REGISTRY; A
      *                            MATCHING BUILD IS ONLY COUNTED
      *-------------------------------------------------------------
       5720-BOARD-ONE-BUILD.
           MOVE WS-BL-PROGRAM(WS-BL-IDX) TO WS-VG-WANTED.
           PERFORM 9255-FIND-VERSION
               THRU 9255-EXIT.
           IF WS-VG-FOUND
               AND WS-VG-VERSION(WS-VG-IDX) = WS-BL-VERSION(WS-BL-IDX)
               ADD 1 TO WS-VERSION-OK-CT
               GO TO 5720-EXIT
           END-IF.
           ADD 1 TO WS-VERSION-BAD-CT.
           MOVE WS-BL-RECORDS(WS-BL-IDX) TO D-COUNT.
           MOVE SPACES TO STATUS-RPT-RECORD.
           IF WS-VG-FOUND
               STRING "  *** " DELIMITED BY SIZE
                       WS-BL-PROGRAM(WS-BL-IDX) DELIMITED BY SIZE
                       " RAN AT " DELIMITED BY SIZE
                       WS-BL-VERSION(WS-BL-IDX) DELIMITED BY SIZE
                       " REGISTRY " DELIMITED BY SIZE
                       WS-VG-VERSION(WS-VG-IDX) DELIMITED BY SIZE
                       " RECORDS " DELIMITED BY SIZE
                       FUNCTION TRIM(D-COUNT) DELIMITED BY SIZE
                       " ***" DELIMITED BY SIZE
                   INTO STATUS-RPT-RECORD
           ELSE
               STRING "  *** " DELIMITED BY SIZE
                       WS-BL-PROGRAM(WS-BL-IDX) DELIMITED BY SIZE
                       " RAN AT " DELIMITED BY SIZE
                       WS-BL-VERSION(WS-BL-IDX) DELIMITED BY SIZE
                       " NOT ON THE REGISTRY ***" DELIMITED BY SIZE
                   INTO STATUS-RPT-RECORD
           END-IF.
           PERFORM 8900-WRITE-LINE
               THRU 8900-EXIT.
           GO TO 5720-EXIT.
       5720-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 6000-BOARD-OUTPUTS  --  WHAT WAS CATALOGED FOR THE BUSINESS
      *                          DATE
      * COPIED
      *-------------------------------------------------------------
       COPY RPTHDPR.

      *-------------------------------------------------------------
      * 9200-LOAD-HANDOVER-LOG  --  COPIED
      *-------------------------------------------------------------
       COPY HANDPR.

      *-------------------------------------------------------------
      * 9280-LOAD-ADHOC-QUEUE  --  COPIED
      *-------------------------------------------------------------
       COPY ADHQPR.

      *-------------------------------------------------------------
      * 9245-ANSWER-VERSION-INQUIRY  --  COPIED
      *-------------------------------------------------------------
       COPY VERSPR.

      *-------------------------------------------------------------
      * 9250-LOAD-VERSION-REGISTRY / 9255-FIND-VERSION  --  COPIED
      *-------------------------------------------------------------
       COPY VREGPR.
