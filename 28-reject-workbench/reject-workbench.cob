      *                 COPIED BACK UNTOUCHED ON THE REWRITE, SO
      *                 NOTHING PAST THE 100TH IS EVER DROPPED -
      *                 THE NEXT SESSION PICKS THEM UP.
      * 2026/10/15  HK  DOOR-READER REJECTS (DOORRJ.DAT) WORKED AS A
      *                 FOURTH FILE.  A CORRECTION IS THE VISITOR
      *                 NUMBER THE CARD BELONGS TO: IT IS APPENDED TO
      *                 THE CARD CROSS-REFERENCE (CARDXREF.DAT) AND
      *                 THE ORIGINAL EVENT GOES ONTO THE RE-FEED FILE
      *                 (DOORRFD.DAT) FOR DOOR-IMPORT'S NEXT RUN.  A
      *                 LATER REJECT FOR A CARD ALREADY CORRECTED IN
      *                 THE SESSION TAKES THE SAME NUMBER.  SPILL
      *                 RECORD WIDENED TO HOLD THE DOOR REJECT.
      * 2026/10/15  HK  ADDED THE PROGRAM'S BUILD IDENTITY - VERSION AND
      *                 COMPILE DATE, SEE VERSWS.CPY - STAMPED ON ITS
      *                 AUDIT RECORDS.
      * 2026/10/15  HK  SUMNATRJ.DAT NOW ALSO CARRIES SUM-NAT'S
      *                 STATISTICS REJECTS (KIND S), SHOWN WITH THEIR
      *                 SERIES AND FULL VALUE.  A CORRECTION IS EDITED
      *                 AS A SIGNED DECIMAL AND GOES ONTO SUMNATST.DAT
      *                 AS THE SERIES HEADER FOLLOWED BY THE VALUE.  A
      *                 VALUE WITH NO SERIES, OR FOR A FULL SERIES, CAN
      *                 ONLY BE ABANDONED OR LEFT.  SPILL RECORD WIDENED
      *                 FOR THE LONGER REJECT.
      * 2026/10/15  HK  FACTRJ.DAT NOW ALSO CARRIES FACTORIAL'S PASCAL'S
      *                 TRIANGLE TABLE REJECTS (TYPE T, WITH THE LAST
      *                 ROW AFTER THE REASON), SHOWN WITH THEIR ROW
      *                 RANGE.  A CORRECTION TAKES THE FIRST AND LAST
      *                 ROW AND GOES BACK ONTO FACTIN.DAT AS A FULL
      *                 N1/T/N2 RECORD; A REJECT LEFT FOR LATER KEEPS
      *                 ITS TYPE AND LAST ROW.
      * 2026/10/15  HK  GCD-LCM REJECTS (GCDRJ.DAT) WORKED AS A FIFTH
      *                 FILE, SHOWN WITH THEIR RECORD NUMBER AND THE SET
      *                 AS IT CAME IN.  A CORRECTION RE-KEYS THE WHOLE
      *                 SET, TWO TO TEN VALUES, AND GOES BACK ONTO
      *                 GCDIN.DAT AS A FULL RECORD; A SET LEFT FOR LATER
      *                 IS WRITTEN BACK AS IT WAS.  SPILL RECORD WIDENED
      *                 FOR THE LONGER REJECT.
      * 2026/10/15  HK  MULTRJ.DAT NOW ALSO CARRIES MULT-TABLE'S
      *                 WORKSHEET TRAILER (QUESTIONS, SEED AND SHEET
      *                 COUNT) BEHIND THE REASON, SHOWN WITH THE REJECT.
      *                 A CORRECTION TO OPERATION 7, 8 OR 9 ALSO TAKES
      *                 THE TRAILER AND WRITES IT BACK BEHIND THE
      *                 OP/N/T; A REJECT LEFT FOR LATER KEEPS IT.
      *-------------------------------------------------------------

       ENVIRONMENT DIVISION.
           SELECT REJECT-SPILL ASSIGN TO "REJSPILL.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SL-STATUS.
           SELECT DOOR-REFEED ASSIGN TO "DOORRFD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RF-STATUS.
           SELECT SUM-NAT-STATS ASSIGN TO "SUMNATST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ST-STATUS.
           SELECT GCD-REJECT ASSIGN TO "GCDRJ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GR-STATUS.
           SELECT GCD-IN ASSIGN TO "GCDIN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GI-STATUS.
           COPY DOORRJSL.
           COPY CARDXSL.
           COPY AUDITSEL.
           COPY AUDITCSL.
           COPY RUNIDSEL.
           05 SR-INPUT             PIC X(10).
           05 FILLER               PIC X(01).
           05 SR-REASON            PIC X(20).
           05 FILLER               PIC X(01).
           05 SR-KIND              PIC X(01).
           05 FILLER               PIC X(01).
           05 SR-SERIES            PIC X(20).
           05 FILLER               PIC X(01).
           05 SR-VALUE             PIC X(20).

       FD  FACTORIAL-REJECT.
       01  FACTORIAL-REJECT-RECORD.
           05 FR-INPUT             PIC X(05).
           05 FILLER               PIC X(01).
           05 FR-REASON            PIC X(20).
           05 FILLER               PIC X(01).
           05 FR-TYPE              PIC X(01).
           05 FILLER               PIC X(01).
           05 FR-N2                PIC X(05).

       FD  MULT-TABLE-REJECT.
       01  MULT-TABLE-REJECT-RECORD.
           05 MR-INPUT             PIC X(11).
           05 FILLER               PIC X(01).
           05 MR-REASON            PIC X(20).
           05 FILLER               PIC X(01).
           05 MR-WORKSHEET         PIC X(15).

       FD  SUM-NAT-IN.
       01  SUM-NAT-IN-RECORD.
           05 SI-N                 PIC 9(10).

       FD  SUM-NAT-STATS.
       01  SUM-NAT-STATS-RECORD.
           05 SS-TYPE              PIC X(01).
           05 FILLER               PIC X(01).
           05 SS-TEXT              PIC X(20).

       FD  FACTORIAL-IN.
       01  FACTORIAL-IN-RECORD.
           05 FI-N                 PIC 9(05).
           05 FI-TYPE              PIC X(01).
           05 FI-N2                PIC 9(05).

       FD  MULT-TABLE-PARM.
       01  MULT-TABLE-PARM-RECORD.
           05 MP-OP                PIC 9(01).
           05 MP-N                 PIC 9(05).
           05 MP-T                 PIC 9(05).
           05 MP-WORKSHEET         PIC X(15).

       FD  GCD-REJECT.
       01  GCD-REJECT-RECORD.
           05 GR-RECORD-NO         PIC X(07).
           05 FILLER               PIC X(01).
           05 GR-REASON            PIC X(20).
           05 FILLER               PIC X(01).
           05 GR-SET               PIC X(100).

       FD  GCD-IN.
       01  GCD-IN-RECORD           PIC X(100).

       FD  REJECT-HISTORY.
       01  REJECT-HISTORY-RECORD.
           05 RD-NOTE              PIC X(20).

       FD  REJECT-SPILL.
       01  REJECT-SPILL-RECORD     PIC X(130).

       FD  DOOR-REFEED.
       01  DOOR-REFEED-RECORD      PIC X(40).

       COPY DOORRJFD.

       COPY CARDXFD.

       COPY AUDITFD.

       COPY CALFD.

       WORKING-STORAGE SECTION.
      *    BUILD IDENTITY - RAISE WS-VR-VERSION WITH EACH ENTRY
      *    IN THE MODIFICATION HISTORY (SEE VERSWS.CPY)
       01  WS-VR-PROGRAM           PIC X(17) VALUE "REJECT-WORKBENCH".
       01  WS-VR-VERSION           PIC X(06) VALUE "1.07".
       COPY VERSWS.
       COPY CALWS.
       COPY NUMVALWS.
       COPY DECVALWS.
       COPY RUNIDWS.
       COPY AUDITCWS.
       COPY SIGNWS.
       01  WS-MI-STATUS            PIC X(02).
       01  WS-RH-STATUS            PIC X(02).
       01  WS-SL-STATUS            PIC X(02).
       01  WS-DR-STATUS            PIC X(02).
           88 WS-DR-OK                        VALUE "00".
       01  WS-RF-STATUS            PIC X(02).
       01  WS-CX-STATUS            PIC X(02).
       01  WS-ST-STATUS            PIC X(02).
       01  WS-GR-STATUS            PIC X(02).
           88 WS-GR-OK                        VALUE "00".
       01  WS-GI-STATUS            PIC X(02).

      *    THE REJECT FILE CURRENTLY ON THE BENCH
       01  WS-REJECT-TABLE.
                   88 WS-RJ-ABANDONED         VALUE "A".
                   88 WS-RJ-LEFT              VALUE "L".
               10 WS-RJ-NOTE       PIC X(20).
               10 WS-RJ-EVENT      PIC X(40).
      *            SUMNATRJ STATISTICS REJECTS - KIND "S", WITH THE
      *            SERIES AND THE FULL VALUE HELD IN WS-RJ-EVENT
      *            FACTRJ PASCAL'S TRIANGLE TABLE REJECTS - KIND
      *            "T", WITH THE WHOLE N1/T/N2 RECORD IN WS-RJ-INPUT
      *            GCDRJ SETS - KIND "G", WITH THE RECORD NUMBER
      *            IN WS-RJ-INPUT AND THE WHOLE GCDIN RECORD IN
      *            WS-RJ-SET (THE RE-KEYED SET ONCE CORRECTED)
      *            MULTRJ WORKSHEET REJECTS - KIND "W", WITH THE
      *            QUESTIONS/SEED/SHEETS TRAILER IN WS-RJ-SET; EVERY
      *            MULTRJ REJECT CARRIES ITS TRAILER THERE, BLANK
      *            FOR A TABLE OR GRID RECORD
               10 WS-RJ-KIND       PIC X(01).
                   88 WS-RJ-STATS             VALUE "S".
                   88 WS-RJ-FACT-TABLE        VALUE "T".
                   88 WS-RJ-GCD-SET           VALUE "G".
                   88 WS-RJ-WORKSHEET         VALUE "W".
               10 WS-RJ-SET        PIC X(100).
       01  WS-REJ-IDX              PIC 9(03) USAGE COMP.
       01  WS-PRIOR-IDX            PIC 9(03) USAGE COMP.

       01  WS-SOURCE-NAME          PIC X(12).
       01  WS-REPLY                PIC X(01).
       01  WS-NEW-N                PIC 9(10).
       01  WS-NEW-OP               PIC 9(01).
       01  WS-NEW-T                PIC 9(05).
       01  WS-NEW-TRAILER.
           05 WS-NEW-QUESTIONS     PIC 9(03).
           05 WS-NEW-SEED          PIC 9(09).
           05 WS-NEW-SHEETS        PIC 9(03).

      *    A GCD-LCM SET BEING RE-KEYED, BUILT IN THE GCDIN.DAT
      *    LAYOUT - ZERO-FILLED NINE-DIGIT VALUES, EACH FOLLOWED BY
      *    ONE SPACE, PACKED FROM THE LEFT
       01  WS-GCD-SET.
           05 WS-GS-ENTRY          OCCURS 10 TIMES.
               10 WS-GS-VALUE      PIC 9(09).
               10 FILLER           PIC X(01).
       01  WS-GCD-COUNT            PIC 9(02).
       01  WS-GCD-IDX              PIC 9(02).
       01  D-GCD-IDX               PIC Z9.

       01  WS-CORRECTED-COUNT      PIC 9(03).
       01  WS-ABANDONED-COUNT      PIC 9(03).
               88 WS-EOF                      VALUE "Y".
           05 WS-TABLE-FULL-SW     PIC X(01) VALUE "N".
               88 WS-TABLE-FULL               VALUE "Y".
           05 WS-ST-OPEN-SW        PIC X(01) VALUE "N".
               88 WS-ST-OPEN                  VALUE "Y".

       PROCEDURE DIVISION.

               THRU 3000-EXIT.
           PERFORM 4000-WORK-MULT-TABLE
               THRU 4000-EXIT.
           PERFORM 5000-WORK-DOOR-IMPORT
               THRU 5000-EXIT.
           PERFORM 5500-WORK-GCD-LCM
               THRU 5500-EXIT.
           PERFORM 9999-TERMINATE
               THRU 9999-EXIT.
           GOBACK.
           MOVE SR-REASON TO WS-RJ-REASON(WS-REJ-COUNT).
           MOVE "L" TO WS-RJ-DISP(WS-REJ-COUNT).
           MOVE SPACES TO WS-RJ-NOTE(WS-REJ-COUNT).
           MOVE SR-KIND TO WS-RJ-KIND(WS-REJ-COUNT).
           MOVE SPACES TO WS-RJ-EVENT(WS-REJ-COUNT).
           IF WS-RJ-STATS(WS-REJ-COUNT)
               MOVE SR-SERIES TO WS-RJ-EVENT(WS-REJ-COUNT)(1:20)
               MOVE SR-VALUE TO WS-RJ-EVENT(WS-REJ-COUNT)(21:20)
           END-IF.
           GO TO 2100-EXIT.
       2100-EXIT.
           EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 2200-APPLY-SUM-NAT  --  CORRECTIONS ONTO SUMNATIN.DAT (A
      *                          STATISTICS VALUE ONTO SUMNATST.DAT
      *                          UNDER ITS SERIES), THE LEFTOVERS
      *                          BACK ONTO SUMNATRJ.DAT
      *-------------------------------------------------------------
       2200-APPLY-SUM-NAT.
           OPEN EXTEND SUM-NAT-IN.
           END-IF.
           CLOSE SUM-NAT-REJECT.
           CLOSE SUM-NAT-IN.
           IF WS-ST-OPEN
               CLOSE SUM-NAT-STATS
               MOVE "N" TO WS-ST-OPEN-SW
           END-IF.
           GO TO 2200-EXIT.
       2200-EXIT.
           EXIT.

       2300-APPLY-ONE-SUM.
           EVALUATE TRUE
               WHEN WS-RJ-CORRECTED(WS-REJ-IDX)
                   AND WS-RJ-STATS(WS-REJ-IDX)
                   PERFORM 2350-APPLY-ONE-STATS
                       THRU 2350-EXIT
               WHEN WS-RJ-CORRECTED(WS-REJ-IDX)
                   MOVE FUNCTION NUMVAL(WS-RJ-NOTE(WS-REJ-IDX))
                       TO WS-NEW-N
                   MOVE SPACES TO SUM-NAT-REJECT-RECORD
                   MOVE WS-RJ-INPUT(WS-REJ-IDX)(1:10) TO SR-INPUT
                   MOVE WS-RJ-REASON(WS-REJ-IDX) TO SR-REASON
                   IF WS-RJ-STATS(WS-REJ-IDX)
                       MOVE WS-RJ-KIND(WS-REJ-IDX) TO SR-KIND
                       MOVE WS-RJ-EVENT(WS-REJ-IDX)(1:20) TO SR-SERIES
                       MOVE WS-RJ-EVENT(WS-REJ-IDX)(21:20) TO SR-VALUE
                   END-IF
                   WRITE SUM-NAT-REJECT-RECORD
           END-EVALUATE.
           GO TO 2300-EXIT.
       2300-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 2350-APPLY-ONE-STATS  --  THE SERIES HEADER AGAIN, THEN THE
      *                           CORRECTED VALUE; SUM-NAT CARRIES
      *                           A SERIES NAMED A SECOND TIME ON
      *                           AS THE SAME SERIES
      *-------------------------------------------------------------
       2350-APPLY-ONE-STATS.
           IF NOT WS-ST-OPEN
               OPEN EXTEND SUM-NAT-STATS
               IF WS-ST-STATUS = "35"
                   OPEN OUTPUT SUM-NAT-STATS
               END-IF
               MOVE "Y" TO WS-ST-OPEN-SW
           END-IF.
           MOVE SPACES TO SUM-NAT-STATS-RECORD.
           MOVE "H" TO SS-TYPE.
           MOVE WS-RJ-EVENT(WS-REJ-IDX)(1:20) TO SS-TEXT.
           WRITE SUM-NAT-STATS-RECORD.
           MOVE SPACES TO SUM-NAT-STATS-RECORD.
           MOVE "V" TO SS-TYPE.
           MOVE WS-RJ-NOTE(WS-REJ-IDX) TO SS-TEXT.
           WRITE SUM-NAT-STATS-RECORD.
           GO TO 2350-EXIT.
       2350-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 3000-WORK-FACTORIAL  --  FACTRJ.DAT; CORRECTIONS GO BACK
      *                           ONTO FACTIN.DAT
           MOVE FR-REASON TO WS-RJ-REASON(WS-REJ-COUNT).
           MOVE "L" TO WS-RJ-DISP(WS-REJ-COUNT).
           MOVE SPACES TO WS-RJ-NOTE(WS-REJ-COUNT).
           MOVE SPACE TO WS-RJ-KIND(WS-REJ-COUNT).
           IF FR-TYPE = "T"
               MOVE "T" TO WS-RJ-KIND(WS-REJ-COUNT)
               MOVE "T" TO WS-RJ-INPUT(WS-REJ-COUNT)(6:1)
               MOVE FR-N2 TO WS-RJ-INPUT(WS-REJ-COUNT)(7:5)
           END-IF.
           GO TO 3100-EXIT.
       3100-EXIT.
           EXIT.
       3300-APPLY-ONE-FACT.
           EVALUATE TRUE
               WHEN WS-RJ-CORRECTED(WS-REJ-IDX)
                   AND WS-RJ-FACT-TABLE(WS-REJ-IDX)
                   MOVE WS-RJ-NOTE(WS-REJ-IDX)(1:11)
                       TO FACTORIAL-IN-RECORD
                   WRITE FACTORIAL-IN-RECORD
               WHEN WS-RJ-CORRECTED(WS-REJ-IDX)
                   MOVE SPACES TO FACTORIAL-IN-RECORD
                   MOVE FUNCTION NUMVAL(WS-RJ-NOTE(WS-REJ-IDX))
                       TO FI-N
                   WRITE FACTORIAL-IN-RECORD
                   MOVE SPACES TO FACTORIAL-REJECT-RECORD
                   MOVE WS-RJ-INPUT(WS-REJ-IDX)(1:5) TO FR-INPUT
                   MOVE WS-RJ-REASON(WS-REJ-IDX) TO FR-REASON
                   IF WS-RJ-FACT-TABLE(WS-REJ-IDX)
                       MOVE "T" TO FR-TYPE
                       MOVE WS-RJ-INPUT(WS-REJ-IDX)(7:5) TO FR-N2
                   END-IF
                   WRITE FACTORIAL-REJECT-RECORD
           END-EVALUATE.
           GO TO 3300-EXIT.
           MOVE MR-REASON TO WS-RJ-REASON(WS-REJ-COUNT).
           MOVE "L" TO WS-RJ-DISP(WS-REJ-COUNT).
           MOVE SPACES TO WS-RJ-NOTE(WS-REJ-COUNT).
           MOVE MR-WORKSHEET TO WS-RJ-SET(WS-REJ-COUNT).
           IF MR-WORKSHEET = SPACES
               MOVE SPACE TO WS-RJ-KIND(WS-REJ-COUNT)
           ELSE
               MOVE "W" TO WS-RJ-KIND(WS-REJ-COUNT)
           END-IF.
           GO TO 4100-EXIT.
       4100-EXIT.
           EXIT.
               WHEN WS-RJ-CORRECTED(WS-REJ-IDX)
                   MOVE WS-RJ-NOTE(WS-REJ-IDX)(1:11)
                       TO MULT-TABLE-PARM-RECORD
                   MOVE WS-RJ-SET(WS-REJ-IDX)(1:15) TO MP-WORKSHEET
                   WRITE MULT-TABLE-PARM-RECORD
               WHEN WS-RJ-LEFT(WS-REJ-IDX)
                   MOVE SPACES TO MULT-TABLE-REJECT-RECORD
                   MOVE WS-RJ-INPUT(WS-REJ-IDX) TO MR-INPUT
                   MOVE WS-RJ-REASON(WS-REJ-IDX) TO MR-REASON
                   MOVE WS-RJ-SET(WS-REJ-IDX)(1:15) TO MR-WORKSHEET
                   WRITE MULT-TABLE-REJECT-RECORD
           END-EVALUATE.
           GO TO 4300-EXIT.
       4300-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 5000-WORK-DOOR-IMPORT  --  DOORRJ.DAT; A CORRECTION MAPS THE
      *                             CARD ON CARDXREF.DAT AND RE-FEEDS
      *                             THE EVENT THROUGH DOORRFD.DAT
      *-------------------------------------------------------------
       5000-WORK-DOOR-IMPORT.
           MOVE "DOORRJ.DAT" TO WS-SOURCE-NAME.
           MOVE 0 TO WS-REJ-COUNT.
           MOVE 0 TO WS-SPILLED-COUNT.
           MOVE "N" TO WS-TABLE-FULL-SW.
           MOVE "N" TO WS-EOF-SW.
           OPEN INPUT DOOR-REJECT.
           IF NOT WS-DR-OK
               DISPLAY "No DOORRJ.DAT rejects on file."
               GO TO 5000-EXIT
           END-IF.
           PERFORM 5100-LOAD-ONE-DOOR-REJECT
               THRU 5100-EXIT
               UNTIL WS-EOF.
           CLOSE DOOR-REJECT.
           IF WS-TABLE-FULL
               CLOSE REJECT-SPILL
           END-IF.
           IF WS-REJ-COUNT = 0
               DISPLAY "DOORRJ.DAT is empty."
               GO TO 5000-EXIT
           END-IF.
           PERFORM 6000-DISPOSE-ONE-REJECT
               THRU 6000-EXIT
               VARYING WS-REJ-IDX FROM 1 BY 1
                   UNTIL WS-REJ-IDX > WS-REJ-COUNT.
           PERFORM 5200-APPLY-DOOR-IMPORT
               THRU 5200-EXIT.
           PERFORM 7000-SUMMARIZE-FILE
               THRU 7000-EXIT.
           GO TO 5000-EXIT.
       5000-EXIT.
           EXIT.

       5100-LOAD-ONE-DOOR-REJECT.
           READ DOOR-REJECT
               AT END
                   MOVE "Y" TO WS-EOF-SW
                   GO TO 5100-EXIT
           END-READ.
           IF WS-REJ-COUNT >= 100
               PERFORM 2150-SPILL-ONE-REJECT
                   THRU 2150-EXIT
               MOVE DOOR-REJECT-RECORD TO REJECT-SPILL-RECORD
               WRITE REJECT-SPILL-RECORD
               GO TO 5100-EXIT
           END-IF.
           ADD 1 TO WS-REJ-COUNT.
           MOVE DR-CARD-NO TO WS-RJ-INPUT(WS-REJ-COUNT).
           MOVE DR-REASON TO WS-RJ-REASON(WS-REJ-COUNT).
           MOVE "L" TO WS-RJ-DISP(WS-REJ-COUNT).
           MOVE SPACES TO WS-RJ-NOTE(WS-REJ-COUNT).
           MOVE SPACE TO WS-RJ-KIND(WS-REJ-COUNT).
           MOVE DR-EVENT TO WS-RJ-EVENT(WS-REJ-COUNT).
           GO TO 5100-EXIT.
       5100-EXIT.
           EXIT.

       5200-APPLY-DOOR-IMPORT.
           OPEN EXTEND CARD-XREF.
           IF WS-CX-STATUS = "35"
               OPEN OUTPUT CARD-XREF
           END-IF.
           OPEN EXTEND DOOR-REFEED.
           IF WS-RF-STATUS = "35"
               OPEN OUTPUT DOOR-REFEED
           END-IF.
           OPEN OUTPUT DOOR-REJECT.
           PERFORM 5300-APPLY-ONE-DOOR
               THRU 5300-EXIT
               VARYING WS-REJ-IDX FROM 1 BY 1
                   UNTIL WS-REJ-IDX > WS-REJ-COUNT.
           IF WS-TABLE-FULL
               OPEN INPUT REJECT-SPILL
               MOVE "N" TO WS-EOF-SW
               PERFORM 5400-RESTORE-ONE-DOOR-SPILL
                   THRU 5400-EXIT
                   UNTIL WS-EOF
               CLOSE REJECT-SPILL
           END-IF.
           CLOSE DOOR-REJECT.
           CLOSE DOOR-REFEED.
           CLOSE CARD-XREF.
           GO TO 5200-EXIT.
       5200-EXIT.
           EXIT.

       5400-RESTORE-ONE-DOOR-SPILL.
           READ REJECT-SPILL
               AT END
                   MOVE "Y" TO WS-EOF-SW
                   GO TO 5400-EXIT
           END-READ.
           MOVE SPACES TO DOOR-REJECT-RECORD.
           MOVE REJECT-SPILL-RECORD TO DOOR-REJECT-RECORD.
           WRITE DOOR-REJECT-RECORD.
           GO TO 5400-EXIT.
       5400-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 5300-APPLY-ONE-DOOR  --  ONE CROSS-REFERENCE RECORD PER
      *                          CORRECTION (DOOR-IMPORT KEEPS THE
      *                          LATEST FOR A CARD) AND THE EVENT
      *                          BACK FOR RE-POSTING
      *-------------------------------------------------------------
       5300-APPLY-ONE-DOOR.
           EVALUATE TRUE
               WHEN WS-RJ-CORRECTED(WS-REJ-IDX)
                   MOVE SPACES TO CARD-XREF-RECORD
                   MOVE WS-RJ-INPUT(WS-REJ-IDX)(1:10) TO CX-CARD-NO
                   MOVE WS-RJ-NOTE(WS-REJ-IDX)(1:7) TO CX-VISITOR-NO
                   MOVE WS-BUS-DATE TO CX-ADDED-DATE
                   WRITE CARD-XREF-RECORD
                   MOVE WS-RJ-EVENT(WS-REJ-IDX) TO DOOR-REFEED-RECORD
                   WRITE DOOR-REFEED-RECORD
               WHEN WS-RJ-LEFT(WS-REJ-IDX)
                   MOVE SPACES TO DOOR-REJECT-RECORD
                   MOVE WS-RJ-INPUT(WS-REJ-IDX)(1:10) TO DR-CARD-NO
                   MOVE WS-RJ-REASON(WS-REJ-IDX) TO DR-REASON
                   MOVE WS-RJ-EVENT(WS-REJ-IDX) TO DR-EVENT
                   WRITE DOOR-REJECT-RECORD
           END-EVALUATE.
           GO TO 5300-EXIT.
       5300-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 5500-WORK-GCD-LCM  --  GCDRJ.DAT; A CORRECTION IS THE SET
      *                         RE-KEYED, WHICH GOES BACK ONTO
      *                         GCDIN.DAT AS A FULL RECORD
      *-------------------------------------------------------------
       5500-WORK-GCD-LCM.
           MOVE "GCDRJ.DAT" TO WS-SOURCE-NAME.
           MOVE 0 TO WS-REJ-COUNT.
           MOVE 0 TO WS-SPILLED-COUNT.
           MOVE "N" TO WS-TABLE-FULL-SW.
           MOVE "N" TO WS-EOF-SW.
           OPEN INPUT GCD-REJECT.
           IF NOT WS-GR-OK
               DISPLAY "No GCDRJ.DAT rejects on file."
               GO TO 5500-EXIT
           END-IF.
           PERFORM 5510-LOAD-ONE-GCD-REJECT
               THRU 5510-EXIT
               UNTIL WS-EOF.
           CLOSE GCD-REJECT.
           IF WS-TABLE-FULL
               CLOSE REJECT-SPILL
           END-IF.
           IF WS-REJ-COUNT = 0
               DISPLAY "GCDRJ.DAT is empty."
               GO TO 5500-EXIT
           END-IF.
           PERFORM 6000-DISPOSE-ONE-REJECT
               THRU 6000-EXIT
               VARYING WS-REJ-IDX FROM 1 BY 1
                   UNTIL WS-REJ-IDX > WS-REJ-COUNT.
           PERFORM 5520-APPLY-GCD-LCM
               THRU 5520-EXIT.
           PERFORM 7000-SUMMARIZE-FILE
               THRU 7000-EXIT.
           GO TO 5500-EXIT.
       5500-EXIT.
           EXIT.

       5510-LOAD-ONE-GCD-REJECT.
           READ GCD-REJECT
               AT END
                   MOVE "Y" TO WS-EOF-SW
                   GO TO 5510-EXIT
           END-READ.
           IF WS-REJ-COUNT >= 100
               PERFORM 2150-SPILL-ONE-REJECT
                   THRU 2150-EXIT
               MOVE GCD-REJECT-RECORD TO REJECT-SPILL-RECORD
               WRITE REJECT-SPILL-RECORD
               GO TO 5510-EXIT
           END-IF.
           ADD 1 TO WS-REJ-COUNT.
           MOVE GR-RECORD-NO TO WS-RJ-INPUT(WS-REJ-COUNT).
           MOVE GR-REASON TO WS-RJ-REASON(WS-REJ-COUNT).
           MOVE "L" TO WS-RJ-DISP(WS-REJ-COUNT).
           MOVE SPACES TO WS-RJ-NOTE(WS-REJ-COUNT).
           MOVE "G" TO WS-RJ-KIND(WS-REJ-COUNT).
           MOVE GR-SET TO WS-RJ-SET(WS-REJ-COUNT).
           GO TO 5510-EXIT.
       5510-EXIT.
           EXIT.

       5520-APPLY-GCD-LCM.
           OPEN EXTEND GCD-IN.
           IF WS-GI-STATUS = "35"
               OPEN OUTPUT GCD-IN
           END-IF.
           OPEN OUTPUT GCD-REJECT.
           PERFORM 5530-APPLY-ONE-GCD
               THRU 5530-EXIT
               VARYING WS-REJ-IDX FROM 1 BY 1
                   UNTIL WS-REJ-IDX > WS-REJ-COUNT.
           IF WS-TABLE-FULL
               OPEN INPUT REJECT-SPILL
               MOVE "N" TO WS-EOF-SW
               PERFORM 5540-RESTORE-ONE-GCD-SPILL
                   THRU 5540-EXIT
                   UNTIL WS-EOF
               CLOSE REJECT-SPILL
           END-IF.
           CLOSE GCD-REJECT.
           CLOSE GCD-IN.
           GO TO 5520-EXIT.
       5520-EXIT.
           EXIT.

       5530-APPLY-ONE-GCD.
           EVALUATE TRUE
               WHEN WS-RJ-CORRECTED(WS-REJ-IDX)
                   MOVE WS-RJ-SET(WS-REJ-IDX) TO GCD-IN-RECORD
                   WRITE GCD-IN-RECORD
               WHEN WS-RJ-LEFT(WS-REJ-IDX)
                   MOVE SPACES TO GCD-REJECT-RECORD
                   MOVE WS-RJ-INPUT(WS-REJ-IDX)(1:7) TO GR-RECORD-NO
                   MOVE WS-RJ-REASON(WS-REJ-IDX) TO GR-REASON
                   MOVE WS-RJ-SET(WS-REJ-IDX) TO GR-SET
                   WRITE GCD-REJECT-RECORD
           END-EVALUATE.
           GO TO 5530-EXIT.
       5530-EXIT.
           EXIT.

       5540-RESTORE-ONE-GCD-SPILL.
           READ REJECT-SPILL
               AT END
                   MOVE "Y" TO WS-EOF-SW
                   GO TO 5540-EXIT
           END-READ.
           MOVE SPACES TO GCD-REJECT-RECORD.
           MOVE REJECT-SPILL-RECORD TO GCD-REJECT-RECORD.
           WRITE GCD-REJECT-RECORD.
           GO TO 5540-EXIT.
       5540-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 6000-DISPOSE-ONE-REJECT  --  SHOW THE REJECT, TAKE THE
      *                               OPERATOR'S DECISION, AND POST
           DISPLAY FUNCTION TRIM(WS-SOURCE-NAME) ": "
               WS-RJ-INPUT(WS-REJ-IDX) "  REASON: "
               FUNCTION TRIM(WS-RJ-REASON(WS-REJ-IDX)).
           IF WS-RJ-STATS(WS-REJ-IDX)
               DISPLAY "  SERIES: "
                   FUNCTION TRIM(WS-RJ-EVENT(WS-REJ-IDX)(1:20))
                   "  VALUE: "
                   FUNCTION TRIM(WS-RJ-EVENT(WS-REJ-IDX)(21:20))
           END-IF.
           IF WS-RJ-FACT-TABLE(WS-REJ-IDX)
               DISPLAY "  PASCAL'S TRIANGLE ROWS "
                   WS-RJ-INPUT(WS-REJ-IDX)(1:5) " THRU "
                   WS-RJ-INPUT(WS-REJ-IDX)(7:5)
           END-IF.
           IF WS-RJ-GCD-SET(WS-REJ-IDX)
               DISPLAY "  VALUES: "
                   FUNCTION TRIM(WS-RJ-SET(WS-REJ-IDX))
           END-IF.
           IF WS-RJ-WORKSHEET(WS-REJ-IDX)
               DISPLAY "  WORKSHEET QUESTIONS "
                   WS-RJ-SET(WS-REJ-IDX)(1:3) " SEED "
                   WS-RJ-SET(WS-REJ-IDX)(4:9) " SHEETS "
                   WS-RJ-SET(WS-REJ-IDX)(13:3)
           END-IF.
           DISPLAY "C)orrect, A)bandon, L)eave for later: "
               WITH NO ADVANCING.
           ACCEPT WS-REPLY.
      * 6100-TAKE-CORRECTION  --  A CORRECTED VALUE FOR THE NEXT
      *                            RUN'S INPUT.  MULTPARM RECORDS
      *                            ARE REBUILT FROM OP/N/T; THE
      *                            OTHERS ARE ONE NUMERIC.  A DOOR
      *                            REJECT TAKES THE CARD'S VISITOR
      *                            NUMBER; A MALFORMED EVENT CANNOT
      *                            BE CORRECTED AND STAYS ON FILE.
      *                            A STATISTICS VALUE TAKES A SIGNED
      *                            DECIMAL.  A FACTORIAL TABLE TAKES
      *                            ITS FIRST AND LAST ROW.  A
      *                            GCD-LCM SET IS RE-KEYED WHOLE.
      *-------------------------------------------------------------
       6100-TAKE-CORRECTION.
           IF WS-RJ-STATS(WS-REJ-IDX)
               PERFORM 6300-TAKE-STATS-VALUE
                   THRU 6300-EXIT
               GO TO 6100-EXIT
           END-IF.
           IF WS-RJ-FACT-TABLE(WS-REJ-IDX)
               PERFORM 6400-TAKE-TABLE-RANGE
                   THRU 6400-EXIT
               GO TO 6100-EXIT
           END-IF.
           IF WS-RJ-GCD-SET(WS-REJ-IDX)
               PERFORM 6600-TAKE-GCD-SET
                   THRU 6600-EXIT
               GO TO 6100-EXIT
           END-IF.
           IF WS-SOURCE-NAME = "DOORRJ.DAT"
               PERFORM 6200-TAKE-CARD-VISITOR
                   THRU 6200-EXIT
               GO TO 6100-EXIT
           END-IF.
           IF WS-SOURCE-NAME = "MULTRJ.DAT"
               DISPLAY "Operation code (1-3 TABLE 4-6 GRID "
                   "7-9 WORKSHEET): " WITH NO ADVANCING
               PERFORM 8000-GET-NUMERIC-ENTRY
                   THRU 8000-EXIT
               COMPUTE WS-NEW-OP = WS-NUM-ENTRY-VAL
                       WS-NEW-N(6:5) DELIMITED BY SIZE
                       WS-NEW-T DELIMITED BY SIZE
                   INTO WS-NOTE
               MOVE SPACES TO WS-RJ-SET(WS-REJ-IDX)
               IF WS-NEW-OP >= 7
                   PERFORM 6700-TAKE-WORKSHEET-TRAILER
                       THRU 6700-EXIT
               END-IF
           ELSE
               DISPLAY "Corrected value: " WITH NO ADVANCING
               PERFORM 8000-GET-NUMERIC-ENTRY
       6100-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 6200-TAKE-CARD-VISITOR  --  THE VISITOR NUMBER BEHIND AN
      *                              UNKNOWN CARD, REUSED FOR THE
      *                              CARD'S LATER REJECTS
      *-------------------------------------------------------------
       6200-TAKE-CARD-VISITOR.
           IF WS-RJ-REASON(WS-REJ-IDX) = "BAD EVENT"
               DISPLAY "Malformed reader event - abandon it or leave "
                   "it for the reader supplier."
               MOVE "L" TO WS-RJ-DISP(WS-REJ-IDX)
               GO TO 6200-EXIT
           END-IF.
           PERFORM VARYING WS-PRIOR-IDX FROM 1 BY 1
                   UNTIL WS-PRIOR-IDX >= WS-REJ-IDX
                   OR (WS-RJ-CORRECTED(WS-PRIOR-IDX)
                   AND WS-RJ-INPUT(WS-PRIOR-IDX)
                       = WS-RJ-INPUT(WS-REJ-IDX))
           END-PERFORM.
           IF WS-PRIOR-IDX < WS-REJ-IDX
               MOVE WS-RJ-NOTE(WS-PRIOR-IDX) TO WS-NOTE
               DISPLAY "Card already mapped to visitor "
                   WS-NOTE(1:7) " this session."
           ELSE
               DISPLAY "Visitor number for this card: "
                   WITH NO ADVANCING
               PERFORM 8000-GET-NUMERIC-ENTRY
                   THRU 8000-EXIT
               COMPUTE WS-NEW-N = WS-NUM-ENTRY-VAL
                   ON SIZE ERROR
                       MOVE 0 TO WS-NEW-N
               END-COMPUTE
               IF WS-NEW-N = 0
                   OR WS-NEW-N > 9999999
                   DISPLAY "Not a visitor number - left for later."
                   MOVE "L" TO WS-RJ-DISP(WS-REJ-IDX)
                   GO TO 6200-EXIT
               END-IF
               MOVE SPACES TO WS-NOTE
               MOVE WS-NEW-N(4:7) TO WS-NOTE(1:7)
           END-IF.
           MOVE "C" TO WS-RJ-DISP(WS-REJ-IDX).
           MOVE WS-NOTE TO WS-RJ-NOTE(WS-REJ-IDX).
           GO TO 6200-EXIT.
       6200-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 6300-TAKE-STATS-VALUE  --  A STATISTICS VALUE GOES BACK
      *                             UNDER ITS SERIES; ONE THAT HAD
      *                             NO SERIES, OR WHOSE SERIES WAS
      *                             FULL, CANNOT BE CORRECTED HERE
      *-------------------------------------------------------------
       6300-TAKE-STATS-VALUE.
           IF WS-RJ-EVENT(WS-REJ-IDX)(1:20) = SPACES
               DISPLAY "Value belongs to no series - abandon it or "
                   "fix the statistics file at source."
               MOVE "L" TO WS-RJ-DISP(WS-REJ-IDX)
               GO TO 6300-EXIT
           END-IF.
           IF WS-RJ-REASON(WS-REJ-IDX) = "SERIES OVER 5000"
               OR WS-RJ-REASON(WS-REJ-IDX) = "TOO MANY SERIES"
               DISPLAY "The series cannot take more values - abandon "
                   "it or split the series at source."
               MOVE "L" TO WS-RJ-DISP(WS-REJ-IDX)
               GO TO 6300-EXIT
           END-IF.
           DISPLAY "Corrected value: " WITH NO ADVANCING.
           ACCEPT WS-DEC-TEXT.
           PERFORM 8400-EDIT-DECIMAL
               THRU 8400-EXIT.
           IF NOT WS-DEC-VALID
               DISPLAY "Not a good value ("
                   FUNCTION TRIM(WS-DEC-REASON) ") - left for later."
               MOVE "L" TO WS-RJ-DISP(WS-REJ-IDX)
               GO TO 6300-EXIT
           END-IF.
           MOVE "C" TO WS-RJ-DISP(WS-REJ-IDX).
           MOVE FUNCTION TRIM(WS-DEC-TEXT) TO WS-RJ-NOTE(WS-REJ-IDX).
           GO TO 6300-EXIT.
       6300-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 6400-TAKE-TABLE-RANGE  --  A PASCAL'S TRIANGLE TABLE GOES
      *                             BACK ONTO FACTIN.DAT AS A FULL
      *                             N1/T/N2 RECORD
      *-------------------------------------------------------------
       6400-TAKE-TABLE-RANGE.
           DISPLAY "Corrected first row n1: " WITH NO ADVANCING.
           PERFORM 8000-GET-NUMERIC-ENTRY
               THRU 8000-EXIT.
           COMPUTE WS-NEW-N = WS-NUM-ENTRY-VAL
               ON SIZE ERROR
                   MOVE 99999999 TO WS-NEW-N
           END-COMPUTE.
           DISPLAY "Corrected last row n2: " WITH NO ADVANCING.
           PERFORM 8000-GET-NUMERIC-ENTRY
               THRU 8000-EXIT.
           COMPUTE WS-NEW-T = WS-NUM-ENTRY-VAL
               ON SIZE ERROR
                   MOVE 0 TO WS-NEW-T
           END-COMPUTE.
           IF WS-NEW-N > 99999
               OR WS-NEW-T < WS-NEW-N
               DISPLAY "Not a good row range - left for later."
               MOVE "L" TO WS-RJ-DISP(WS-REJ-IDX)
               GO TO 6400-EXIT
           END-IF.
           MOVE SPACES TO WS-NOTE.
           STRING WS-NEW-N(6:5) DELIMITED BY SIZE
                   "T" DELIMITED BY SIZE
                   WS-NEW-T DELIMITED BY SIZE
               INTO WS-NOTE.
           MOVE "C" TO WS-RJ-DISP(WS-REJ-IDX).
           MOVE WS-NOTE TO WS-RJ-NOTE(WS-REJ-IDX).
           GO TO 6400-EXIT.
       6400-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 6500-POST-HISTORY  --  ONE DISPOSITION RECORD, SO THE
      *                         AUDITORS CAN SEE NO REJECT WAS
       6500-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 6600-TAKE-GCD-SET  --  THE SET IS KEYED AGAIN FROM THE
      *                         START; IT REPLACES THE REJECTED
      *                         RECORD ONLY ONCE EVERY VALUE IS IN
      *-------------------------------------------------------------
       6600-TAKE-GCD-SET.
           DISPLAY "How many values (2 to 10): " WITH NO ADVANCING.
           PERFORM 8000-GET-NUMERIC-ENTRY
               THRU 8000-EXIT.
           IF WS-NUM-ENTRY-VAL < 2
               OR WS-NUM-ENTRY-VAL > 10
               DISPLAY "Not a good count - left for later."
               MOVE "L" TO WS-RJ-DISP(WS-REJ-IDX)
               GO TO 6600-EXIT
           END-IF.
           MOVE WS-NUM-ENTRY-VAL TO WS-GCD-COUNT.
           MOVE SPACES TO WS-GCD-SET.
           PERFORM 6610-TAKE-ONE-GCD-VALUE
               THRU 6610-EXIT
               VARYING WS-GCD-IDX FROM 1 BY 1
                   UNTIL WS-GCD-IDX > WS-GCD-COUNT.
           MOVE WS-GCD-SET TO WS-RJ-SET(WS-REJ-IDX).
           MOVE WS-GCD-COUNT TO D-GCD-IDX.
           MOVE SPACES TO WS-NOTE.
           STRING "RE-KEYED " DELIMITED BY SIZE
                   FUNCTION TRIM(D-GCD-IDX) DELIMITED BY SIZE
                   " VALUES" DELIMITED BY SIZE
               INTO WS-NOTE.
           MOVE "C" TO WS-RJ-DISP(WS-REJ-IDX).
           MOVE WS-NOTE TO WS-RJ-NOTE(WS-REJ-IDX).
           GO TO 6600-EXIT.
       6600-EXIT.
           EXIT.

       6610-TAKE-ONE-GCD-VALUE.
           MOVE WS-GCD-IDX TO D-GCD-IDX.
           DISPLAY "Value " FUNCTION TRIM(D-GCD-IDX) ": "
               WITH NO ADVANCING.
           PERFORM 8000-GET-NUMERIC-ENTRY
               THRU 8000-EXIT.
           IF WS-NUM-ENTRY-VAL = 0
               OR WS-NUM-ENTRY-VAL > 999999999
               DISPLAY "Enter a value from 1 to 999999999"
               GO TO 6610-TAKE-ONE-GCD-VALUE
           END-IF.
           MOVE WS-NUM-ENTRY-VAL TO WS-GS-VALUE(WS-GCD-IDX).
           GO TO 6610-EXIT.
       6610-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 6700-TAKE-WORKSHEET-TRAILER  --  A WORKSHEET RECORD (OPERATION
      *                                   7/8/9) ALSO TAKES ITS
      *                                   QUESTIONS, SEED AND SHEET
      *                                   COUNT, WRITTEN BACK BEHIND
      *                                   THE OP/N/T
      *-------------------------------------------------------------
       6700-TAKE-WORKSHEET-TRAILER.
           DISPLAY "Questions per sheet: " WITH NO ADVANCING.
           PERFORM 8000-GET-NUMERIC-ENTRY
               THRU 8000-EXIT.
           COMPUTE WS-NEW-QUESTIONS = WS-NUM-ENTRY-VAL
               ON SIZE ERROR
                   MOVE 0 TO WS-NEW-QUESTIONS
           END-COMPUTE.
           DISPLAY "Seed: " WITH NO ADVANCING.
           PERFORM 8000-GET-NUMERIC-ENTRY
               THRU 8000-EXIT.
           COMPUTE WS-NEW-SEED = WS-NUM-ENTRY-VAL
               ON SIZE ERROR
                   MOVE 0 TO WS-NEW-SEED
           END-COMPUTE.
           DISPLAY "Number of sheets: " WITH NO ADVANCING.
           PERFORM 8000-GET-NUMERIC-ENTRY
               THRU 8000-EXIT.
           COMPUTE WS-NEW-SHEETS = WS-NUM-ENTRY-VAL
               ON SIZE ERROR
                   MOVE 1 TO WS-NEW-SHEETS
           END-COMPUTE.
           MOVE WS-NEW-TRAILER TO WS-RJ-SET(WS-REJ-IDX).
           GO TO 6700-EXIT.
       6700-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 7000-SUMMARIZE-FILE  --  COUNT THE DISPOSITIONS AND POST
      *                           ONE AUDIT RECORD PER REJECT FILE
      *-------------------------------------------------------------
       COPY NUMVALPR.

      *-------------------------------------------------------------
      * 8400-EDIT-DECIMAL  --  COPIED
      *-------------------------------------------------------------
       COPY DECVALPR.

      *-------------------------------------------------------------
      * 9370-GET-BUSINESS-DATE  --  COPIED
      *-------------------------------------------------------------
