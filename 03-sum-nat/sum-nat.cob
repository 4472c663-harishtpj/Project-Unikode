      *                 CATALOG, SO A SECOND RUN OF A DAY NO LONGER
      *                 DESTROYS THE FIRST AND THE PRE-FAILURE
      *                 EVIDENCE SURVIVES AN INVESTIGATION.
      * 2026/10/15  HK  RECORD-LEVEL RESTART FOR THE BATCH.  EVERY
      *                 SUMNATIN.DAT RECORD DONE IS CHECKPOINTED TO
      *                 SUMNATRST.DAT (BRSTPR CONVENTION); A RERUN THE
      *                 SAME BUSINESS DAY SKIPS THE RECORDS ALREADY
      *                 DONE, SAYS SO ON THE CONSOLE AND THE AUDIT
      *                 TRAIL, CARRIES THE COUNTS FORWARD AND APPENDS
      *                 TO THE SAME REPORT AND CSV.  THE CHECKPOINT IS
      *                 CLEARED ONLY AT END OF FILE.
      * 2026/10/15  HK  ADDED THE PROGRAM'S BUILD IDENTITY - VERSION AND
      *                 COMPILE DATE, SEE VERSWS.CPY - STAMPED ON ITS
      *                 AUDIT RECORDS.  A CALL WITH A RETURN CODE OF -1
      *                 NOW ONLY REPORTS THE BUILD, FOR THE DAILY RUN'S
      *                 VERSION CHECK.
      * 2026/10/15  HK  ADDED A DESCRIPTIVE STATISTICS MODE (MENU OPTION
      *                 5, AND IN BATCH WHENEVER SUMNATST.DAT IS ON
      *                 HAND).  THE FILE HOLDS SERIES - AN H RECORD
      *                 NAMING EACH, THEN ITS V VALUE RECORDS.  PER
      *                 SERIES THE REPORT GIVES COUNT, TOTAL, MEAN,
      *                 MEDIAN, MINIMUM, MAXIMUM, RANGE, VARIANCE,
      *                 STANDARD DEVIATION AND A TEN-BAND FREQUENCY
      *                 TABLE, WITH ONE CSV LINE (MODE 5) AND ONE AUDIT
      *                 RECORD.  TOTALS, MEAN AND VARIANCE RUN ON BIGNUM
      *                 AND THE TOTAL IS BALANCED AGAINST A SECOND
      *                 ADDITION OF THE ORDERED VALUES.  BAD VALUES GO
      *                 TO SUMNATRJ.DAT WITH A REASON AND THEIR SERIES,
      *                 FOR THE REJECT WORKBENCH.
      * 2026/10/15  HK  EVERY RUN'S LINES ON SUMNATRPT NOW START WITH A
      *                 RUN HEADING - BUSINESS DATE AND RUN-ID -
      *                 CARRYING THE TRAINING WATERMARK AGAINST THE
      *                 TRAINING DATA SET.
      *-------------------------------------------------------------

       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IN-STATUS.
           SELECT SUM-NAT-RPT ASSIGN TO DYNAMIC WS-RPT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           SELECT SUM-NAT-REJECT ASSIGN TO "SUMNATRJ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RJ-STATUS.
           SELECT SUM-NAT-CSV ASSIGN TO DYNAMIC WS-CSV-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CSV-STATUS.
           SELECT SUM-NAT-STATS ASSIGN TO DYNAMIC WS-ST-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ST-STATUS.
           COPY AUDITSEL.
           COPY EXCPSEL.
           COPY AUDITCSL.
           COPY SIGNSEL.
           COPY CALSEL.
           COPY OUTCATSL.
           COPY BRSTSL.

       DATA DIVISION.
       FILE SECTION.
           05 RJ-INPUT             PIC X(10).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 RJ-REASON            PIC X(20).
      *    STATISTICS REJECTS ONLY - KIND "S", THE SERIES THE VALUE
      *    BELONGED TO AND THE FULL VALUE AS KEYED
           05 FILLER               PIC X(01) VALUE SPACE.
           05 RJ-KIND              PIC X(01).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 RJ-SERIES            PIC X(20).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 RJ-VALUE             PIC X(20).

      *    STATISTICS INPUT - AN "H" RECORD NAMING A SERIES, THEN
      *    THE SERIES' "V" VALUE RECORDS.  A SERIES NAMED AGAIN
      *    LATER IN THE FILE CONTINUES THE SAME SERIES.
       FD  SUM-NAT-STATS.
       01  SUM-NAT-STATS-RECORD.
           05 SST-TYPE             PIC X(01).
               88 SST-HEADER                  VALUE "H".
               88 SST-VALUE                   VALUE "V".
           05 FILLER               PIC X(01).
           05 SST-TEXT             PIC X(20).

       FD  SUM-NAT-RPT.
       01  SUM-NAT-RPT-RECORD      PIC X(80).

       COPY OUTCATFD.

       COPY BRSTFD.

       WORKING-STORAGE SECTION.
      *    BUILD IDENTITY - RAISE WS-VR-VERSION WITH EACH ENTRY
      *    IN THE MODIFICATION HISTORY (SEE VERSWS.CPY)
       01  WS-VR-PROGRAM           PIC X(17) VALUE "SUM-NAT".
       01  WS-VR-VERSION           PIC X(06) VALUE "1.22".
       COPY VERSWS.
       COPY OUTCATWS.
       COPY CALWS.
       COPY NUMVALWS.
       COPY DECVALWS.
       COPY RUNIDWS.
       COPY AUDITCWS.
       COPY EXCPCWS.
       COPY SIGNWS.
       COPY BRSTWS.
       01  WS-DA-STATUS            PIC X(02).
       01  WS-EX-STATUS            PIC X(02).
       01  N                       PIC 9(10).
           05 WS-PRT-USED          PIC 9(03) USAGE COMP.
           05 WS-PRT-DIGITS        PIC 9(04) USAGE COMP
                                    OCCURS 60 TIMES.
       01  WS-NEG-BIG.
           05 WS-NEG-USED          PIC 9(03) USAGE COMP.
           05 WS-NEG-DIGITS        PIC 9(04) USAGE COMP
                                    OCCURS 60 TIMES.
       01  WS-NET-BIG.
           05 WS-NET-USED          PIC 9(03) USAGE COMP.
           05 WS-NET-DIGITS        PIC 9(04) USAGE COMP
                                    OCCURS 60 TIMES.
       01  WS-SQDEV-BIG.
           05 WS-SQD-USED          PIC 9(03) USAGE COMP.
           05 WS-SQD-DIGITS        PIC 9(04) USAGE COMP
                                    OCCURS 60 TIMES.
       01  WS-SUM-STRING           PIC X(240).
       01  WS-SUM-DIGITS           PIC 9(03).
       01  D-SUM-DIGITS            PIC Z(2)9.
           88 WS-MODE-SQUARES                 VALUE 3.
           88 WS-MODE-CUBES                   VALUE 4.
           88 WS-MODE-RANGED                  VALUES 2 THRU 4.
           88 WS-MODE-STATS                   VALUE 5.

       01  D-MODE                  PIC 9(1).

           05 DA-EB-REJECTED        PIC Z(6)9.

       01  WS-RPT-NAME             PIC X(30).
       01  D-RPT-DATE.
           05 D-RPT-YEAR           PIC 9(04).
           05 FILLER               PIC X(01) VALUE "-".
           05 D-RPT-MONTH          PIC 9(02).
           05 FILLER               PIC X(01) VALUE "-".
           05 D-RPT-DAY            PIC 9(02).
       01  WS-CSV-NAME             PIC X(30).
       01  WS-RPT-STATUS           PIC X(02).
       01  WS-CSV-STATUS           PIC X(02).
       01  WS-IN-STATUS            PIC X(02).
           88 WS-IN-OK                       VALUE "00".
           88 WS-IN-NOT-FOUND                VALUE "35".
       01  WS-RJ-STATUS            PIC X(02).
       01  WS-ST-FILE-NAME         PIC X(30).
       01  WS-ST-STATUS            PIC X(02).

      *    STATISTICS MODE - THE SERIES FOUND BY THE EDIT PASS AND
      *    HOW MANY GOOD VALUES EACH HAS, THEN ONE SERIES' VALUES
      *    AT A TIME FOR THE ORDERED MEASURES
       01  WS-SERIES-TABLE.
           05 WS-SS-COUNT          PIC 9(03) VALUE 0 USAGE COMP.
           05 WS-SS-ENTRY          OCCURS 50 TIMES.
               10 WS-SS-NAME       PIC X(20).
               10 WS-SS-VALUES     PIC 9(05) USAGE COMP.
       01  WS-SS-IDX               PIC 9(03) USAGE COMP.
       01  WS-SS-CURRENT           PIC 9(03) USAGE COMP.
       01  WS-ST-SERIES-NAME       PIC X(20).
       01  WS-ST-MAX-VALUES        PIC 9(05) VALUE 5000.

       01  WS-VALUE-TABLE.
           05 WS-SV-COUNT          PIC 9(05) VALUE 0 USAGE COMP.
           05 WS-SV-VALUE          PIC S9(11)V9(04) USAGE COMP-3
                                    OCCURS 5000 TIMES.
       01  WS-SV-IDX               PIC 9(05) USAGE COMP.
       01  WS-SV-IDX-2             PIC 9(05) USAGE COMP.
       01  WS-SV-HOLD              PIC S9(11)V9(04) USAGE COMP-3.

       01  WS-BAND-TABLE.
           05 WS-BAND-COUNT        PIC 9(05) USAGE COMP
                                    OCCURS 10 TIMES.
       01  WS-BAND-IDX             PIC 9(02) USAGE COMP.

       01  WS-ST-MEAN              PIC S9(11)V9(04).
       01  WS-ST-MEDIAN            PIC S9(11)V9(04).
       01  WS-ST-MINIMUM           PIC S9(11)V9(04).
       01  WS-ST-MAXIMUM           PIC S9(11)V9(04).
       01  WS-ST-RANGE             PIC S9(12)V9(04).
       01  WS-ST-VARIANCE          PIC 9(23)V9(04).
       01  WS-ST-STD-DEV           PIC 9(12)V9(04).
       01  WS-ST-DEVIATION         PIC S9(12)V9(04).
       01  WS-ST-SCALED            PIC 9(18).
       01  WS-ST-BIG-VALUE         PIC 9(27).
       01  WS-ST-BIG-IDX           PIC 9(03) USAGE COMP.
       01  WS-ST-BAND-FROM         PIC S9(12)V9(04).
       01  WS-ST-BAND-TO           PIC S9(12)V9(04).
       01  WS-ST-NET-SIGN          PIC X(01).
           88 WS-ST-NET-NEGATIVE              VALUE "-".
       01  WS-ST-TOTAL-TEXT        PIC X(60).
       01  WS-ST-FRACTION          PIC X(04).
       01  WS-ST-TEXT-PTR          PIC 9(03) USAGE COMP.
       01  WS-ST-ACCEPT-COUNT      PIC 9(07) VALUE 0.
       01  WS-ST-REJECT-COUNT      PIC 9(07) VALUE 0.

       01  D-ST-AMOUNT             PIC -(11)9.9(4).
       01  D-ST-MEAN               PIC -(11)9.9(4).
       01  D-ST-MEDIAN             PIC -(11)9.9(4).
       01  D-ST-MINIMUM            PIC -(11)9.9(4).
       01  D-ST-MAXIMUM            PIC -(11)9.9(4).
       01  D-ST-RANGE              PIC -(12)9.9(4).
       01  D-ST-VARIANCE           PIC Z(22)9.9(4).
       01  D-ST-STD-DEV            PIC Z(11)9.9(4).
       01  D-ST-COUNT              PIC Z(6)9.

       01  WS-MEASURE-LINE.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 ML-LABEL             PIC X(16).
           05 ML-FIGURE            PIC X(62).

       01  WS-BAND-HEADING.
           05 FILLER               PIC X(06) VALUE "  Band".
           05 FILLER               PIC X(17) VALUE SPACES.
           05 FILLER               PIC X(04) VALUE "From".
           05 FILLER               PIC X(19) VALUE SPACES.
           05 FILLER               PIC X(02) VALUE "To".
           05 FILLER               PIC X(05) VALUE SPACES.
           05 FILLER               PIC X(05) VALUE "Count".
       01  WS-BAND-LINE.
           05 FILLER               PIC X(04) VALUE SPACES.
           05 BL-BAND              PIC Z9.
           05 FILLER               PIC X(03) VALUE SPACES.
           05 BL-FROM              PIC -(12)9.9(4).
           05 FILLER               PIC X(03) VALUE SPACES.
           05 BL-TO                PIC -(12)9.9(4).
           05 FILLER               PIC X(03) VALUE SPACES.
           05 BL-COUNT             PIC Z(6)9.

       01  WS-SWITCHES.
           05 WS-BATCH-MODE-SW     PIC X(01) VALUE "N".
               88 WS-EOF                      VALUE "Y".
           05 WS-RECON-MISMATCH-SW PIC X(01) VALUE "N".
               88 WS-RECON-MISMATCH           VALUE "Y".
           05 WS-STATS-BATCH-SW    PIC X(01) VALUE "N".
               88 WS-STATS-BATCH              VALUE "Y".
           05 WS-OUTPUT-OPEN-SW    PIC X(01) VALUE "N".
               88 WS-OUTPUT-OPEN              VALUE "Y".
           05 WS-ST-EOF-SW         PIC X(01) VALUE "N".
               88 WS-ST-EOF                   VALUE "Y".
           05 WS-SORT-SWAPPED-SW   PIC X(01) VALUE "N".
               88 WS-SORT-SWAPPED             VALUE "Y".

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
           IF WS-BATCH-MODE OR WS-STATS-BATCH
               IF WS-BATCH-MODE
                   PERFORM 2000-BATCH-RUN
                       THRU 2000-EXIT
               END-IF
               IF WS-STATS-BATCH
                   PERFORM 6000-STATISTICS-RUN
                       THRU 6000-EXIT
               END-IF
           ELSE
               PERFORM 1500-GET-MODE
                   THRU 1500-EXIT
                   WHEN WS-MODE-RANGED
                       PERFORM 5500-RANGE-SUM-RUN
                           THRU 5500-EXIT
                   WHEN WS-MODE-STATS
                       PERFORM 6000-STATISTICS-RUN
                           THRU 6000-EXIT
                   WHEN OTHER
                       PERFORM 5000-INTERACTIVE-RUN
                           THRU 5000-EXIT
           GOBACK.

      *-------------------------------------------------------------
      * 1000-INITIALIZE  --  DECIDE BATCH VS INTERACTIVE MODE.  A
      *                       STATISTICS FILE ON HAND IS RUN IN
      *                       BATCH TOO, WITH OR WITHOUT SUMNATIN
      *-------------------------------------------------------------
       1000-INITIALIZE.
           PERFORM 9370-GET-BUSINESS-DATE
           OPEN INPUT SUM-NAT-IN.
           IF WS-IN-OK
               MOVE "Y" TO WS-BATCH-MODE-SW
               MOVE "SUM-NAT" TO WS-BR-PROGRAM-ID
               MOVE "SUMNATRST.DAT" TO WS-BR-FILE-NAME
               MOVE "SUMNATIN.DAT" TO WS-BR-INPUT-NAME
               PERFORM 9720-CHECK-BATCH-RESTART
                   THRU 9720-EXIT
               PERFORM 1100-OPEN-REPORT
                   THRU 1100-EXIT
               PERFORM 1300-OPEN-REJECT-FILE
                   THRU 1300-EXIT
           ELSE
               MOVE "N" TO WS-BATCH-MODE-SW
           END-IF.
           MOVE "SUMNATST.DAT" TO WS-ST-FILE-NAME.
           OPEN INPUT SUM-NAT-STATS.
           IF WS-ST-STATUS = "00"
               CLOSE SUM-NAT-STATS
               MOVE "Y" TO WS-STATS-BATCH-SW
               IF NOT WS-OUTPUT-OPEN
                   PERFORM 1100-OPEN-REPORT
                       THRU 1100-EXIT
                   PERFORM 1300-OPEN-REJECT-FILE
                       THRU 1300-EXIT
               END-IF
           END-IF.
           PERFORM 9380-ASSIGN-RUN-ID
               THRU 9380-EXIT.
           PERFORM 9390-GET-OPERATOR
               THRU 9390-EXIT.
           IF WS-OUTPUT-OPEN
               PERFORM 1150-WRITE-RUN-HEADING
                   THRU 1150-EXIT
           END-IF.
           PERFORM 1200-OPEN-CSV
               THRU 1200-EXIT.
           PERFORM 9400-OPEN-DAILY-AUDIT
               THRU 9400-EXIT.
           PERFORM 9450-OPEN-EXCEPTION-LOG
               THRU 9450-EXIT.
           GO TO 1000-EXIT.
       1000-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 1100-OPEN-REPORT  --  A RESTARTED BATCH APPENDS TO THE
      *                        REPORT THE INTERRUPTED RUN WAS
      *                        WRITING; OTHERWISE (OR IF THAT FILE
      *                        HAS GONE) A NEW DATED REPORT IS
      *                        STARTED AND CATALOGED
      *-------------------------------------------------------------
       1100-OPEN-REPORT.
           IF WS-BR-RESTARTING
               AND WS-BR-RPT-NAME NOT = SPACES
               MOVE WS-BR-RPT-NAME TO WS-RPT-NAME
               OPEN EXTEND SUM-NAT-RPT
               IF WS-RPT-STATUS = "00"
                   GO TO 1100-EXIT
               END-IF
           END-IF.
           MOVE "SUMNATRPT" TO WS-OC-BASE.
           PERFORM 9430-BUILD-DATED-NAME
               THRU 9430-EXIT.
           MOVE WS-OC-DATED-NAME TO WS-RPT-NAME.
           OPEN OUTPUT SUM-NAT-RPT.
           PERFORM 9440-CATALOG-OUTPUT
               THRU 9440-EXIT.
           MOVE WS-RPT-NAME TO WS-BR-RPT-NAME.
           GO TO 1100-EXIT.
       1100-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 1150-WRITE-RUN-HEADING  --  EVERY RUN THAT WRITES TO THE
      *                              REPORT (A RESTART INCLUDED)
      *                              STARTS ITS LINES WITH THE
      *                              BUSINESS DATE AND RUN-ID, AND
      *                              THE TRAINING WATERMARK AGAINST
      *                              THE TRAINING DATA SET
      *-------------------------------------------------------------
       1150-WRITE-RUN-HEADING.
           MOVE WS-BUS-DATE(1:4) TO D-RPT-YEAR.
           MOVE WS-BUS-DATE(5:2) TO D-RPT-MONTH.
           MOVE WS-BUS-DATE(7:2) TO D-RPT-DAY.
           MOVE SPACES TO SUM-NAT-RPT-RECORD.
           STRING "SUM-NAT REPORT  DATE: " DELIMITED BY SIZE
                   D-RPT-DATE DELIMITED BY SIZE
                   "  RUN ID: " DELIMITED BY SIZE
                   WS-RUN-ID DELIMITED BY SIZE
               INTO SUM-NAT-RPT-RECORD.
           IF WS-TRAINING-SET
               MOVE "*** TRAINING ***" TO SUM-NAT-RPT-RECORD(63:16)
           END-IF.
           WRITE SUM-NAT-RPT-RECORD.
           MOVE SPACES TO SUM-NAT-RPT-RECORD.
           WRITE SUM-NAT-RPT-RECORD.
           GO TO 1150-EXIT.
       1150-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 1200-OPEN-CSV  --  SAME RULE AS THE REPORT; ONLY A NEW CSV
      *                     GETS THE COLUMN HEADER
      *-------------------------------------------------------------
       1200-OPEN-CSV.
           IF WS-BR-RESTARTING
               AND WS-BR-CSV-NAME NOT = SPACES
               MOVE WS-BR-CSV-NAME TO WS-CSV-NAME
               OPEN EXTEND SUM-NAT-CSV
               IF WS-CSV-STATUS = "00"
                   GO TO 1200-EXIT
               END-IF
           END-IF.
           MOVE "SUMNATCSV" TO WS-OC-BASE.
           PERFORM 9430-BUILD-DATED-NAME
               THRU 9430-EXIT.
           OPEN OUTPUT SUM-NAT-CSV.
           PERFORM 9440-CATALOG-OUTPUT
               THRU 9440-EXIT.
           MOVE SPACES TO SUM-NAT-CSV-RECORD.
           STRING "MODE,M,N,TOTAL,RUNID," DELIMITED BY SIZE
                   "MEAN,MEDIAN,MIN,MAX,RANGE,VARIANCE,STDDEV"
                       DELIMITED BY SIZE
               INTO SUM-NAT-CSV-RECORD.
           WRITE SUM-NAT-CSV-RECORD.
           MOVE WS-CSV-NAME TO WS-BR-CSV-NAME.
           GO TO 1200-EXIT.
       1200-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 1300-OPEN-REJECT-FILE  --  REJECTS ARE APPENDED, SO THOSE
      *                             STILL WAITING ON THE WORKBENCH
      *                             ARE NOT LOST
      *-------------------------------------------------------------
       1300-OPEN-REJECT-FILE.
           OPEN EXTEND SUM-NAT-REJECT.
           IF WS-RJ-STATUS = "35"
               OPEN OUTPUT SUM-NAT-REJECT
               CLOSE SUM-NAT-REJECT
               OPEN EXTEND SUM-NAT-REJECT
           END-IF.
           MOVE "Y" TO WS-OUTPUT-OPEN-SW.
           GO TO 1300-EXIT.
       1300-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 1500-GET-MODE  --  FULL SUM FROM 1, A RANGE FROM M TO N, OR
      *                     STATISTICS OVER A DATA FILE
      *-------------------------------------------------------------
       1500-GET-MODE.
           DISPLAY "1. Sum from 1 to N".
           DISPLAY "2. Sum from M to N (a range)".
           DISPLAY "3. Sum of squares from M to N".
           DISPLAY "4. Sum of cubes from M to N".
           DISPLAY "5. Statistics over a data file".
           DISPLAY "Select an option: " WITH NO ADVANCING.
           ACCEPT WS-MODE.
           IF NOT WS-MODE-FULL AND NOT WS-MODE-RANGED
               AND NOT WS-MODE-STATS
               DISPLAY "Invalid option, enter 1 thru 5"
               GO TO 1500-GET-MODE
           END-IF.
           GO TO 1500-EXIT.
      * 2000-BATCH-RUN  --  PROCESS EVERY N ON SUM-NAT-IN
      *-------------------------------------------------------------
       2000-BATCH-RUN.
           IF WS-BR-RESTARTING
               PERFORM 2050-SKIP-DONE-RECORDS
                   THRU 2050-EXIT
           END-IF.
           IF NOT WS-EOF
               PERFORM 2100-READ-NEXT
                   THRU 2100-EXIT
           END-IF.
           PERFORM 2200-PROCESS-ONE
               THRU 2200-EXIT
               UNTIL WS-EOF.
           PERFORM 9740-CLEAR-BATCH-CHECKPOINT
               THRU 9740-EXIT.
           MOVE WS-PROCESSED-COUNT TO DA-EB-PROCESSED.
           MOVE WS-REJECT-COUNT TO DA-EB-REJECTED.
           MOVE SPACES TO DAILY-AUDIT-RECORD.
       2000-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 2050-SKIP-DONE-RECORDS  --  A RERUN OF THE SAME BUSINESS DAY
      *                              PASSES OVER THE RECORDS THE
      *                              INTERRUPTED RUN FINISHED AND
      *                              PICKS UP ITS COUNTS
      *-------------------------------------------------------------
       2050-SKIP-DONE-RECORDS.
           PERFORM 9750-ANNOUNCE-BATCH-RESUME
               THRU 9750-EXIT.
           MOVE WS-BR-PROCESSED TO WS-PROCESSED-COUNT.
           MOVE WS-BR-REJECTED TO WS-REJECT-COUNT.
           PERFORM 2100-READ-NEXT
               THRU 2100-EXIT
               VARYING WS-BR-SKIP-IDX FROM 1 BY 1
                   UNTIL WS-BR-SKIP-IDX > WS-BR-RECORDS-DONE
                       OR WS-EOF.
           GO TO 2050-EXIT.
       2050-EXIT.
           EXIT.

       2100-READ-NEXT.
           READ SUM-NAT-IN
               AT END
                   THRU 2300-EXIT
               MOVE "NOT NUMERIC" TO RJ-REASON
               WRITE SUM-NAT-REJECT-RECORD
               PERFORM 2250-TAKE-CHECKPOINT
                   THRU 2250-EXIT
               PERFORM 2100-READ-NEXT
                   THRU 2100-EXIT
               GO TO 2200-EXIT
           MOVE 0 TO DA-RETURN-CODE.
           PERFORM 9500-WRITE-AUDIT-RECORD
               THRU 9500-EXIT.
           PERFORM 2250-TAKE-CHECKPOINT
               THRU 2250-EXIT.
           PERFORM 2100-READ-NEXT
               THRU 2100-EXIT.
           GO TO 2200-EXIT.
       2200-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 2250-TAKE-CHECKPOINT  --  THE CURRENT RECORD IS FULLY DONE;
      *                            RECORD THE POSITION AND COUNTS
      *-------------------------------------------------------------
       2250-TAKE-CHECKPOINT.
           ADD 1 TO WS-BR-RECORDS-DONE.
           MOVE WS-PROCESSED-COUNT TO WS-BR-PROCESSED.
           MOVE WS-REJECT-COUNT TO WS-BR-REJECTED.
           PERFORM 9730-WRITE-BATCH-CHECKPOINT
               THRU 9730-EXIT.
           GO TO 2250-EXIT.
       2250-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 2300-REJECT-ONE  --  START A REJECT RECORD FOR THE CURRENT
      *                       INPUT; THE CALLER FILLS IN THE REASON
       5500-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 6000-STATISTICS-RUN  --  DESCRIPTIVE STATISTICS FOR EVERY
      *                           SERIES ON THE STATISTICS FILE.  AN
      *                           EDIT PASS REJECTS THE BAD VALUES
      *                           AND FINDS THE SERIES; EACH SERIES
      *                           IS THEN READ BACK, ORDERED AND
      *                           MEASURED IN TURN
      *-------------------------------------------------------------
       6000-STATISTICS-RUN.
           MOVE 5 TO WS-MODE.
           IF NOT WS-STATS-BATCH
               PERFORM 6050-GET-STATS-FILE
                   THRU 6050-EXIT
               IF WS-ST-STATUS NOT = "00"
                   GO TO 6000-EXIT
               END-IF
           END-IF.
           IF NOT WS-OUTPUT-OPEN
               PERFORM 1100-OPEN-REPORT
                   THRU 1100-EXIT
               PERFORM 1300-OPEN-REJECT-FILE
                   THRU 1300-EXIT
               PERFORM 1150-WRITE-RUN-HEADING
                   THRU 1150-EXIT
           END-IF.
           MOVE 0 TO WS-SS-COUNT.
           MOVE 0 TO WS-ST-ACCEPT-COUNT.
           MOVE 0 TO WS-ST-REJECT-COUNT.
           PERFORM 6100-EDIT-STATS-FILE
               THRU 6100-EXIT.
           PERFORM 6200-SUMMARIZE-ONE-SERIES
               THRU 6200-EXIT
               VARYING WS-SS-IDX FROM 1 BY 1
                   UNTIL WS-SS-IDX > WS-SS-COUNT.
           MOVE WS-ST-ACCEPT-COUNT TO DA-EB-PROCESSED.
           MOVE WS-ST-REJECT-COUNT TO DA-EB-REJECTED.
           MOVE SPACES TO DAILY-AUDIT-RECORD.
           MOVE "SUM-NAT" TO DA-PROGRAM-ID.
           MOVE "STATS EDIT" TO DA-INPUT-VALUE.
           MOVE DA-EDIT-BUILD TO DA-OUTPUT-VALUE.
           IF WS-ST-REJECT-COUNT > 0
               MOVE 4 TO DA-RETURN-CODE
               IF LK-RETURN-CODE = 0
                   MOVE 4 TO LK-RETURN-CODE
                   MOVE 4 TO RETURN-CODE
               END-IF
           ELSE
               MOVE 0 TO DA-RETURN-CODE
           END-IF.
           PERFORM 9500-WRITE-AUDIT-RECORD
               THRU 9500-EXIT.
           MOVE WS-SS-COUNT TO D-ST-COUNT.
           DISPLAY "SUM-NAT: statistics for " FUNCTION TRIM(D-ST-COUNT)
               " series written to " FUNCTION TRIM(WS-RPT-NAME) ".".
           IF WS-ST-REJECT-COUNT > 0
               MOVE WS-ST-ACCEPT-COUNT TO D-PROCESSED
               MOVE WS-ST-REJECT-COUNT TO D-REJECTED
               DISPLAY "SUM-NAT: " FUNCTION TRIM(D-REJECTED)
                   " statistics value(s) rejected to SUMNATRJ.DAT, "
                   FUNCTION TRIM(D-PROCESSED) " accepted."
           END-IF.
           GO TO 6000-EXIT.
       6000-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 6050-GET-STATS-FILE  --  AT THE TERMINAL THE OPERATOR NAMES
      *                           THE DATA FILE; BLANK TAKES THE
      *                           BATCH FILE SUMNATST.DAT
      *-------------------------------------------------------------
       6050-GET-STATS-FILE.
           DISPLAY "Enter the statistics data file name: "
               WITH NO ADVANCING.
           ACCEPT WS-ST-FILE-NAME.
           IF WS-ST-FILE-NAME = SPACES
               MOVE "SUMNATST.DAT" TO WS-ST-FILE-NAME
           END-IF.
           OPEN INPUT SUM-NAT-STATS.
           IF WS-ST-STATUS NOT = "00"
               DISPLAY "SUM-NAT: cannot open "
                   FUNCTION TRIM(WS-ST-FILE-NAME) " - status "
                   WS-ST-STATUS "."
               GO TO 6050-EXIT
           END-IF.
           CLOSE SUM-NAT-STATS.
           GO TO 6050-EXIT.
       6050-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 6100-EDIT-STATS-FILE  --  EVERY RECORD IS EDITED ONCE HERE;
      *                            BAD ONES GO TO THE REJECT FILE
      *                            WITH A REASON, GOOD ONES ARE
      *                            COUNTED AGAINST THEIR SERIES
      *-------------------------------------------------------------
       6100-EDIT-STATS-FILE.
           OPEN INPUT SUM-NAT-STATS.
           MOVE "N" TO WS-ST-EOF-SW.
           MOVE 0 TO WS-SS-CURRENT.
           MOVE SPACES TO WS-ST-SERIES-NAME.
           PERFORM 6110-EDIT-ONE-RECORD
               THRU 6110-EXIT
               UNTIL WS-ST-EOF.
           CLOSE SUM-NAT-STATS.
           GO TO 6100-EXIT.
       6100-EXIT.
           EXIT.

       6110-EDIT-ONE-RECORD.
           READ SUM-NAT-STATS
               AT END
                   MOVE "Y" TO WS-ST-EOF-SW
                   GO TO 6110-EXIT
           END-READ.
           IF SUM-NAT-STATS-RECORD = SPACES
               GO TO 6110-EXIT
           END-IF.
           IF SST-HEADER
               PERFORM 6120-START-SERIES
                   THRU 6120-EXIT
               GO TO 6110-EXIT
           END-IF.
           IF NOT SST-VALUE
               PERFORM 6150-REJECT-STATS-RECORD
                   THRU 6150-EXIT
               MOVE SUM-NAT-STATS-RECORD TO RJ-INPUT
               MOVE SUM-NAT-STATS-RECORD TO RJ-VALUE
               MOVE "BAD RECORD TYPE" TO RJ-REASON
               WRITE SUM-NAT-REJECT-RECORD
               GO TO 6110-EXIT
           END-IF.
           IF WS-SS-CURRENT = 0
               PERFORM 6150-REJECT-STATS-RECORD
                   THRU 6150-EXIT
               IF WS-ST-SERIES-NAME = SPACES
                   MOVE "NO SERIES HEADER" TO RJ-REASON
               ELSE
                   MOVE "TOO MANY SERIES" TO RJ-REASON
               END-IF
               WRITE SUM-NAT-REJECT-RECORD
               GO TO 6110-EXIT
           END-IF.
           MOVE SST-TEXT TO WS-DEC-TEXT.
           PERFORM 8400-EDIT-DECIMAL
               THRU 8400-EXIT.
           IF NOT WS-DEC-VALID
               PERFORM 6150-REJECT-STATS-RECORD
                   THRU 6150-EXIT
               MOVE WS-DEC-REASON TO RJ-REASON
               WRITE SUM-NAT-REJECT-RECORD
               GO TO 6110-EXIT
           END-IF.
           IF WS-SS-VALUES(WS-SS-CURRENT) >= WS-ST-MAX-VALUES
               PERFORM 6150-REJECT-STATS-RECORD
                   THRU 6150-EXIT
               MOVE "SERIES OVER 5000" TO RJ-REASON
               WRITE SUM-NAT-REJECT-RECORD
               GO TO 6110-EXIT
           END-IF.
           ADD 1 TO WS-SS-VALUES(WS-SS-CURRENT).
           ADD 1 TO WS-ST-ACCEPT-COUNT.
           GO TO 6110-EXIT.
       6110-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 6120-START-SERIES  --  A HEADER NAMES THE SERIES THE VALUES
      *                         AFTER IT BELONG TO; A NAME ALREADY
      *                         SEEN PICKS THAT SERIES UP AGAIN
      *-------------------------------------------------------------
       6120-START-SERIES.
           MOVE FUNCTION TRIM(SST-TEXT) TO WS-ST-SERIES-NAME.
           MOVE 0 TO WS-SS-CURRENT.
           IF WS-ST-SERIES-NAME = SPACES
               PERFORM 6150-REJECT-STATS-RECORD
                   THRU 6150-EXIT
               MOVE "NO SERIES NAME" TO RJ-REASON
               WRITE SUM-NAT-REJECT-RECORD
               GO TO 6120-EXIT
           END-IF.
           PERFORM VARYING WS-SS-CURRENT FROM 1 BY 1
                   UNTIL WS-SS-CURRENT > WS-SS-COUNT
                   OR WS-SS-NAME(WS-SS-CURRENT) = WS-ST-SERIES-NAME
           END-PERFORM.
           IF WS-SS-CURRENT > WS-SS-COUNT
               IF WS-SS-COUNT >= 50
                   MOVE 0 TO WS-SS-CURRENT
                   GO TO 6120-EXIT
               END-IF
               ADD 1 TO WS-SS-COUNT
               MOVE WS-ST-SERIES-NAME TO WS-SS-NAME(WS-SS-COUNT)
               MOVE 0 TO WS-SS-VALUES(WS-SS-COUNT)
               MOVE WS-SS-COUNT TO WS-SS-CURRENT
           END-IF.
           GO TO 6120-EXIT.
       6120-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 6150-REJECT-STATS-RECORD  --  START A STATISTICS REJECT FOR
      *                                THE CURRENT RECORD, CARRYING
      *                                ITS SERIES FOR THE WORKBENCH;
      *                                THE CALLER FILLS IN THE
      *                                REASON AND WRITES IT
      *-------------------------------------------------------------
       6150-REJECT-STATS-RECORD.
           ADD 1 TO WS-ST-REJECT-COUNT.
           MOVE SPACES TO SUM-NAT-REJECT-RECORD.
           MOVE SST-TEXT TO RJ-INPUT.
           MOVE "S" TO RJ-KIND.
           MOVE WS-ST-SERIES-NAME TO RJ-SERIES.
           MOVE SST-TEXT TO RJ-VALUE.
           GO TO 6150-EXIT.
       6150-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 6200-SUMMARIZE-ONE-SERIES  --  LOAD, ORDER, BALANCE AND
      *                                 MEASURE THE SERIES AT
      *                                 WS-SS-IDX, THEN REPORT IT
      *-------------------------------------------------------------
       6200-SUMMARIZE-ONE-SERIES.
           PERFORM 6210-LOAD-SERIES
               THRU 6210-EXIT.
           IF WS-SV-COUNT = 0
               PERFORM 6750-REPORT-EMPTY-SERIES
                   THRU 6750-EXIT
               GO TO 6200-EXIT
           END-IF.
           PERFORM 6300-SORT-SERIES
               THRU 6300-EXIT.
           PERFORM 6400-RECONCILE-SERIES
               THRU 6400-EXIT.
           PERFORM 6500-DERIVE-MEASURES
               THRU 6500-EXIT.
           PERFORM 6600-FREQUENCY-BANDS
               THRU 6600-EXIT.
           PERFORM 6700-REPORT-SERIES
               THRU 6700-EXIT.
           PERFORM 6800-CSV-AND-AUDIT
               THRU 6800-EXIT.
           GO TO 6200-EXIT.
       6200-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 6210-LOAD-SERIES  --  READ THE FILE BACK FOR THIS SERIES'
      *                        GOOD VALUES, ACCUMULATING THE TOTAL
      *                        ON THE BIG-NUMBER ENGINE AS TWO
      *                        MAGNITUDES - POSITIVE AND NEGATIVE -
      *                        IN TEN-THOUSANDTHS
      *-------------------------------------------------------------
       6210-LOAD-SERIES.
           MOVE 0 TO WS-SV-COUNT.
           MOVE 0 TO WS-BN-VALUE.
           CALL "BIGNUM" USING WS-BIGNUM-CONTROL WS-TOTAL-BIG
               WS-BN-VALUE.
           CALL "BIGNUM" USING WS-BIGNUM-CONTROL WS-NEG-BIG
               WS-BN-VALUE.
           OPEN INPUT SUM-NAT-STATS.
           MOVE "N" TO WS-ST-EOF-SW.
           MOVE SPACES TO WS-ST-SERIES-NAME.
           PERFORM 6220-LOAD-ONE-VALUE
               THRU 6220-EXIT
               UNTIL WS-ST-EOF.
           CLOSE SUM-NAT-STATS.
           GO TO 6210-EXIT.
       6210-EXIT.
           EXIT.

       6220-LOAD-ONE-VALUE.
           READ SUM-NAT-STATS
               AT END
                   MOVE "Y" TO WS-ST-EOF-SW
                   GO TO 6220-EXIT
           END-READ.
           IF SST-HEADER
               MOVE FUNCTION TRIM(SST-TEXT) TO WS-ST-SERIES-NAME
               GO TO 6220-EXIT
           END-IF.
           IF NOT SST-VALUE
               OR WS-ST-SERIES-NAME NOT = WS-SS-NAME(WS-SS-IDX)
               OR WS-SV-COUNT >= WS-SS-VALUES(WS-SS-IDX)
               GO TO 6220-EXIT
           END-IF.
           MOVE SST-TEXT TO WS-DEC-TEXT.
           PERFORM 8400-EDIT-DECIMAL
               THRU 8400-EXIT.
           IF NOT WS-DEC-VALID
               GO TO 6220-EXIT
           END-IF.
           ADD 1 TO WS-SV-COUNT.
           MOVE WS-DEC-VALUE TO WS-SV-VALUE(WS-SV-COUNT).
           IF WS-DEC-VALUE < 0
               COMPUTE WS-BN-VALUE = (0 - WS-DEC-VALUE) * 10000
               CALL "BIGNUM-ADD" USING WS-BIGNUM-CONTROL WS-NEG-BIG
                   WS-BN-VALUE
           ELSE
               COMPUTE WS-BN-VALUE = WS-DEC-VALUE * 10000
               CALL "BIGNUM-ADD" USING WS-BIGNUM-CONTROL
                   WS-TOTAL-BIG WS-BN-VALUE
           END-IF.
           IF WS-BN-OVERFLOW
               MOVE WS-SV-COUNT TO N
               PERFORM 9000-OVERFLOW-ABEND
                   THRU 9000-EXIT
           END-IF.
           GO TO 6220-EXIT.
       6220-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 6300-SORT-SERIES  --  EXCHANGE-SORT THE VALUES ASCENDING;
      *                        EACH PASS SETTLES THE LARGEST LEFT,
      *                        SO THE NEXT PASS STOPS SHORT OF IT
      *-------------------------------------------------------------
       6300-SORT-SERIES.
           IF WS-SV-COUNT < 2
               GO TO 6300-EXIT
           END-IF.
           MOVE WS-SV-COUNT TO WS-SV-IDX-2.
           MOVE "Y" TO WS-SORT-SWAPPED-SW.
           PERFORM 6310-SORT-PASS
               THRU 6310-EXIT
               UNTIL NOT WS-SORT-SWAPPED.
           GO TO 6300-EXIT.
       6300-EXIT.
           EXIT.

       6310-SORT-PASS.
           MOVE "N" TO WS-SORT-SWAPPED-SW.
           PERFORM 6320-COMPARE-ONE-PAIR
               THRU 6320-EXIT
               VARYING WS-SV-IDX FROM 1 BY 1
                   UNTIL WS-SV-IDX >= WS-SV-IDX-2.
           SUBTRACT 1 FROM WS-SV-IDX-2.
           GO TO 6310-EXIT.
       6310-EXIT.
           EXIT.

       6320-COMPARE-ONE-PAIR.
           IF WS-SV-VALUE(WS-SV-IDX) <= WS-SV-VALUE(WS-SV-IDX + 1)
               GO TO 6320-EXIT
           END-IF.
           MOVE WS-SV-VALUE(WS-SV-IDX) TO WS-SV-HOLD.
           MOVE WS-SV-VALUE(WS-SV-IDX + 1) TO WS-SV-VALUE(WS-SV-IDX).
           MOVE WS-SV-HOLD TO WS-SV-VALUE(WS-SV-IDX + 1).
           MOVE "Y" TO WS-SORT-SWAPPED-SW.
           GO TO 6320-EXIT.
       6320-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 6400-RECONCILE-SERIES  --  BALANCE THE TOTALS TAKEN AS THE
      *                             FILE WAS READ AGAINST A SECOND
      *                             ADDITION OF THE ORDERED TABLE,
      *                             SO NO VALUE WAS LOST OR BENT ON
      *                             THE WAY TO THE MEASURES
      *-------------------------------------------------------------
       6400-RECONCILE-SERIES.
           MOVE 0 TO WS-BN-VALUE.
           CALL "BIGNUM" USING WS-BIGNUM-CONTROL WS-CONTROL-BIG
               WS-BN-VALUE.
           CALL "BIGNUM" USING WS-BIGNUM-CONTROL WS-PART-BIG
               WS-BN-VALUE.
           PERFORM 6410-READD-ONE-VALUE
               THRU 6410-EXIT
               VARYING WS-SV-IDX FROM 1 BY 1
                   UNTIL WS-SV-IDX > WS-SV-COUNT.
           CALL "BIGNUM-COMP" USING WS-BIGNUM-CONTROL
               WS-CONTROL-BIG WS-TOTAL-BIG.
           IF WS-BN-EQUAL
               CALL "BIGNUM-COMP" USING WS-BIGNUM-CONTROL
                   WS-PART-BIG WS-NEG-BIG
           END-IF.
           IF WS-BN-EQUAL
               MOVE "N" TO WS-RECON-MISMATCH-SW
               GO TO 6400-EXIT
           END-IF.
           MOVE "Y" TO WS-RECON-MISMATCH-SW.
           DISPLAY "SUM-NAT: control-total mismatch for series "
               FUNCTION TRIM(WS-SS-NAME(WS-SS-IDX))
               " - integrity exception logged.".
           MOVE SPACES TO DAILY-AUDIT-RECORD.
           MOVE "SUM-NAT" TO DA-PROGRAM-ID.
           MOVE WS-SS-NAME(WS-SS-IDX) TO DA-INPUT-VALUE.
           MOVE "CTL TOTAL MISMATCH" TO DA-OUTPUT-VALUE.
           MOVE 8 TO DA-RETURN-CODE.
           PERFORM 9500-WRITE-AUDIT-RECORD
               THRU 9500-EXIT.
           MOVE SPACES TO EXCEPTION-LOG-RECORD.
           MOVE "SUM-NAT" TO EX-PROGRAM-ID.
           MOVE "INTEGRITY" TO EX-EXCEPTION-TYPE.
           STRING "CTL MISMATCH " DELIMITED BY SIZE
                   WS-SS-NAME(WS-SS-IDX) DELIMITED BY SIZE
               INTO EX-DETAIL.
           MOVE 8 TO EX-RETURN-CODE.
           PERFORM 9550-WRITE-EXCEPTION-RECORD
               THRU 9550-EXIT.
           GO TO 6400-EXIT.
       6400-EXIT.
           EXIT.

       6410-READD-ONE-VALUE.
           IF WS-SV-VALUE(WS-SV-IDX) < 0
               COMPUTE WS-BN-VALUE =
                   (0 - WS-SV-VALUE(WS-SV-IDX)) * 10000
               CALL "BIGNUM-ADD" USING WS-BIGNUM-CONTROL WS-PART-BIG
                   WS-BN-VALUE
           ELSE
               COMPUTE WS-BN-VALUE = WS-SV-VALUE(WS-SV-IDX) * 10000
               CALL "BIGNUM-ADD" USING WS-BIGNUM-CONTROL
                   WS-CONTROL-BIG WS-BN-VALUE
           END-IF.
           GO TO 6410-EXIT.
       6410-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 6500-DERIVE-MEASURES  --  THE SIGNED TOTAL, THE MEAN AND
      *                            THE POPULATION VARIANCE ARE
      *                            WORKED ON THE BIG-NUMBER ENGINE
      *                            IN TEN-THOUSANDTHS AND ROUNDED
      *                            TO FOUR PLACES; THE ORDERED
      *                            TABLE GIVES THE REST
      *-------------------------------------------------------------
       6500-DERIVE-MEASURES.
           CALL "BIGNUM-COMP" USING WS-BIGNUM-CONTROL
               WS-TOTAL-BIG WS-NEG-BIG.
           IF WS-BN-LOWER
               MOVE WS-NEG-BIG TO WS-NET-BIG
               CALL "BIGNUM-SUB" USING WS-BIGNUM-CONTROL
                   WS-NET-BIG WS-TOTAL-BIG
               MOVE "-" TO WS-ST-NET-SIGN
           ELSE
               MOVE WS-TOTAL-BIG TO WS-NET-BIG
               CALL "BIGNUM-SUB" USING WS-BIGNUM-CONTROL
                   WS-NET-BIG WS-NEG-BIG
               MOVE "+" TO WS-ST-NET-SIGN
           END-IF.
           PERFORM 6900-EDIT-NET-TOTAL
               THRU 6900-EXIT.
      *    MEAN = (NET + COUNT/2) / COUNT, ROUNDED ON THE MAGNITUDE
           MOVE WS-NET-BIG TO WS-TERM-BIG.
           COMPUTE WS-BN-VALUE = WS-SV-COUNT / 2.
           CALL "BIGNUM-ADD" USING WS-BIGNUM-CONTROL WS-TERM-BIG
               WS-BN-VALUE.
           MOVE WS-SV-COUNT TO WS-BN-DIVISOR.
           CALL "BIGNUM-DIV" USING WS-BIGNUM-CONTROL WS-TERM-BIG
               WS-BN-DIVISOR.
           PERFORM 6950-TERM-TO-VALUE
               THRU 6950-EXIT.
           COMPUTE WS-ST-MEAN = WS-ST-BIG-VALUE / 10000.
           IF WS-ST-NET-NEGATIVE
               COMPUTE WS-ST-MEAN = 0 - WS-ST-MEAN
           END-IF.
           MOVE WS-SV-VALUE(1) TO WS-ST-MINIMUM.
           MOVE WS-SV-VALUE(WS-SV-COUNT) TO WS-ST-MAXIMUM.
           COMPUTE WS-ST-RANGE = WS-ST-MAXIMUM - WS-ST-MINIMUM.
           DIVIDE WS-SV-COUNT BY 2 GIVING WS-SV-IDX
               REMAINDER WS-SV-IDX-2.
           IF WS-SV-IDX-2 = 1
               MOVE WS-SV-VALUE(WS-SV-IDX + 1) TO WS-ST-MEDIAN
           ELSE
               COMPUTE WS-ST-MEDIAN ROUNDED =
                   (WS-SV-VALUE(WS-SV-IDX)
                       + WS-SV-VALUE(WS-SV-IDX + 1)) / 2
           END-IF.
      *    VARIANCE = (SUM OF SQUARED DEVIATIONS + ROUNDING) / COUNT
           MOVE 0 TO WS-BN-VALUE.
           CALL "BIGNUM" USING WS-BIGNUM-CONTROL WS-SQDEV-BIG
               WS-BN-VALUE.
           PERFORM 6510-ADD-ONE-SQUARE
               THRU 6510-EXIT
               VARYING WS-SV-IDX FROM 1 BY 1
                   UNTIL WS-SV-IDX > WS-SV-COUNT.
           COMPUTE WS-BN-VALUE = WS-SV-COUNT * 5000.
           CALL "BIGNUM-ADD" USING WS-BIGNUM-CONTROL WS-SQDEV-BIG
               WS-BN-VALUE.
           MOVE WS-SV-COUNT TO WS-BN-DIVISOR.
           CALL "BIGNUM-DIV" USING WS-BIGNUM-CONTROL WS-SQDEV-BIG
               WS-BN-DIVISOR.
           MOVE 10000 TO WS-BN-DIVISOR.
           CALL "BIGNUM-DIV" USING WS-BIGNUM-CONTROL WS-SQDEV-BIG
               WS-BN-DIVISOR.
           MOVE WS-SQDEV-BIG TO WS-TERM-BIG.
           PERFORM 6950-TERM-TO-VALUE
               THRU 6950-EXIT.
           COMPUTE WS-ST-VARIANCE = WS-ST-BIG-VALUE / 10000.
           COMPUTE WS-ST-STD-DEV ROUNDED =
               FUNCTION SQRT(WS-ST-VARIANCE).
           GO TO 6500-EXIT.
       6500-EXIT.
           EXIT.

       6510-ADD-ONE-SQUARE.
           COMPUTE WS-ST-DEVIATION =
               WS-SV-VALUE(WS-SV-IDX) - WS-ST-MEAN.
           IF WS-ST-DEVIATION < 0
               COMPUTE WS-BN-VALUE = (0 - WS-ST-DEVIATION) * 10000
           ELSE
               COMPUTE WS-BN-VALUE = WS-ST-DEVIATION * 10000
           END-IF.
           CALL "BIGNUM" USING WS-BIGNUM-CONTROL WS-TERM-BIG
               WS-BN-VALUE.
           CALL "BIGNUM-MUL" USING WS-BIGNUM-CONTROL WS-TERM-BIG
               WS-BN-VALUE.
           CALL "BIGNUM-ADDB" USING WS-BIGNUM-CONTROL
               WS-SQDEV-BIG WS-TERM-BIG.
           IF WS-BN-OVERFLOW
               MOVE WS-SV-COUNT TO N
               PERFORM 9000-OVERFLOW-ABEND
                   THRU 9000-EXIT
           END-IF.
           GO TO 6510-EXIT.
       6510-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 6600-FREQUENCY-BANDS  --  TEN EQUAL-WIDTH BANDS FROM THE
      *                            MINIMUM TO THE MAXIMUM; THE TOP
      *                            BAND TAKES THE MAXIMUM ITSELF,
      *                            AND A SERIES WITH NO SPREAD
      *                            FALLS WHOLLY IN THE FIRST
      *-------------------------------------------------------------
       6600-FREQUENCY-BANDS.
           INITIALIZE WS-BAND-TABLE.
           PERFORM 6610-BAND-ONE-VALUE
               THRU 6610-EXIT
               VARYING WS-SV-IDX FROM 1 BY 1
                   UNTIL WS-SV-IDX > WS-SV-COUNT.
           GO TO 6600-EXIT.
       6600-EXIT.
           EXIT.

       6610-BAND-ONE-VALUE.
           IF WS-ST-RANGE = 0
               MOVE 1 TO WS-BAND-IDX
           ELSE
               COMPUTE WS-BAND-IDX =
                   (WS-SV-VALUE(WS-SV-IDX) - WS-ST-MINIMUM) * 10
                       / WS-ST-RANGE + 1
               IF WS-BAND-IDX > 10
                   MOVE 10 TO WS-BAND-IDX
               END-IF
           END-IF.
           ADD 1 TO WS-BAND-COUNT(WS-BAND-IDX).
           GO TO 6610-EXIT.
       6610-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 6700-REPORT-SERIES  --  ONE BLOCK OF MEASURES AND THE
      *                          FREQUENCY TABLE PER SERIES
      *-------------------------------------------------------------
       6700-REPORT-SERIES.
           MOVE WS-ST-MEAN TO D-ST-MEAN.
           MOVE WS-ST-MEDIAN TO D-ST-MEDIAN.
           MOVE WS-ST-MINIMUM TO D-ST-MINIMUM.
           MOVE WS-ST-MAXIMUM TO D-ST-MAXIMUM.
           MOVE WS-ST-RANGE TO D-ST-RANGE.
           MOVE WS-ST-VARIANCE TO D-ST-VARIANCE.
           MOVE WS-ST-STD-DEV TO D-ST-STD-DEV.
           MOVE WS-SV-COUNT TO D-ST-COUNT.
           MOVE SPACES TO SUM-NAT-RPT-RECORD.
           WRITE SUM-NAT-RPT-RECORD.
           MOVE SPACES TO SUM-NAT-RPT-RECORD.
           STRING "Statistics for series " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-SS-NAME(WS-SS-IDX))
                       DELIMITED BY SIZE
               INTO SUM-NAT-RPT-RECORD.
           WRITE SUM-NAT-RPT-RECORD.
           MOVE "Count" TO ML-LABEL.
           MOVE FUNCTION TRIM(D-ST-COUNT) TO ML-FIGURE.
           PERFORM 6710-WRITE-MEASURE-LINE
               THRU 6710-EXIT.
           MOVE "Total" TO ML-LABEL.
           MOVE WS-ST-TOTAL-TEXT TO ML-FIGURE.
           PERFORM 6710-WRITE-MEASURE-LINE
               THRU 6710-EXIT.
           MOVE "Mean" TO ML-LABEL.
           MOVE FUNCTION TRIM(D-ST-MEAN) TO ML-FIGURE.
           PERFORM 6710-WRITE-MEASURE-LINE
               THRU 6710-EXIT.
           MOVE "Median" TO ML-LABEL.
           MOVE FUNCTION TRIM(D-ST-MEDIAN) TO ML-FIGURE.
           PERFORM 6710-WRITE-MEASURE-LINE
               THRU 6710-EXIT.
           MOVE "Minimum" TO ML-LABEL.
           MOVE FUNCTION TRIM(D-ST-MINIMUM) TO ML-FIGURE.
           PERFORM 6710-WRITE-MEASURE-LINE
               THRU 6710-EXIT.
           MOVE "Maximum" TO ML-LABEL.
           MOVE FUNCTION TRIM(D-ST-MAXIMUM) TO ML-FIGURE.
           PERFORM 6710-WRITE-MEASURE-LINE
               THRU 6710-EXIT.
           MOVE "Range" TO ML-LABEL.
           MOVE FUNCTION TRIM(D-ST-RANGE) TO ML-FIGURE.
           PERFORM 6710-WRITE-MEASURE-LINE
               THRU 6710-EXIT.
           MOVE "Variance" TO ML-LABEL.
           MOVE FUNCTION TRIM(D-ST-VARIANCE) TO ML-FIGURE.
           PERFORM 6710-WRITE-MEASURE-LINE
               THRU 6710-EXIT.
           MOVE "Std deviation" TO ML-LABEL.
           MOVE FUNCTION TRIM(D-ST-STD-DEV) TO ML-FIGURE.
           PERFORM 6710-WRITE-MEASURE-LINE
               THRU 6710-EXIT.
           MOVE WS-BAND-HEADING TO SUM-NAT-RPT-RECORD.
           WRITE SUM-NAT-RPT-RECORD.
           PERFORM 6720-WRITE-BAND-LINE
               THRU 6720-EXIT
               VARYING WS-BAND-IDX FROM 1 BY 1
                   UNTIL WS-BAND-IDX > 10.
           GO TO 6700-EXIT.
       6700-EXIT.
           EXIT.

       6710-WRITE-MEASURE-LINE.
           MOVE WS-MEASURE-LINE TO SUM-NAT-RPT-RECORD.
           WRITE SUM-NAT-RPT-RECORD.
           GO TO 6710-EXIT.
       6710-EXIT.
           EXIT.

       6720-WRITE-BAND-LINE.
           COMPUTE WS-ST-BAND-FROM = WS-ST-MINIMUM
               + WS-ST-RANGE * (WS-BAND-IDX - 1) / 10.
           COMPUTE WS-ST-BAND-TO = WS-ST-MINIMUM
               + WS-ST-RANGE * WS-BAND-IDX / 10.
           MOVE WS-BAND-IDX TO BL-BAND.
           MOVE WS-ST-BAND-FROM TO BL-FROM.
           MOVE WS-ST-BAND-TO TO BL-TO.
           MOVE WS-BAND-COUNT(WS-BAND-IDX) TO BL-COUNT.
           MOVE WS-BAND-LINE TO SUM-NAT-RPT-RECORD.
           WRITE SUM-NAT-RPT-RECORD.
           GO TO 6720-EXIT.
       6720-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 6750-REPORT-EMPTY-SERIES  --  A SERIES WHOSE VALUES WERE
      *                                ALL REJECTED STILL SHOWS ON
      *                                THE REPORT AND THE CSV
      *-------------------------------------------------------------
       6750-REPORT-EMPTY-SERIES.
           MOVE SPACES TO SUM-NAT-RPT-RECORD.
           WRITE SUM-NAT-RPT-RECORD.
           MOVE SPACES TO SUM-NAT-RPT-RECORD.
           STRING "Statistics for series " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-SS-NAME(WS-SS-IDX))
                       DELIMITED BY SIZE
                   " - no accepted values" DELIMITED BY SIZE
               INTO SUM-NAT-RPT-RECORD.
           WRITE SUM-NAT-RPT-RECORD.
           MOVE SPACES TO SUM-NAT-CSV-RECORD.
           MOVE WS-MODE TO D-MODE.
           STRING D-MODE DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   FUNCTION TRIM(WS-SS-NAME(WS-SS-IDX))
                       DELIMITED BY SIZE
                   ",0,," DELIMITED BY SIZE
                   WS-RUN-ID DELIMITED BY SIZE
               INTO SUM-NAT-CSV-RECORD.
           WRITE SUM-NAT-CSV-RECORD.
           MOVE SPACES TO DAILY-AUDIT-RECORD.
           MOVE "SUM-NAT" TO DA-PROGRAM-ID.
           MOVE WS-SS-NAME(WS-SS-IDX) TO DA-INPUT-VALUE.
           MOVE "NO VALUES" TO DA-OUTPUT-VALUE.
           MOVE 0 TO DA-RETURN-CODE.
           PERFORM 9500-WRITE-AUDIT-RECORD
               THRU 9500-EXIT.
           GO TO 6750-EXIT.
       6750-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 6800-CSV-AND-AUDIT  --  ONE CSV LINE PER SERIES, LED BY THE
      *                          MODE, SERIES, COUNT AND TOTAL IN
      *                          THE M,N,TOTAL COLUMNS THE OTHER
      *                          MODES USE, THEN THE MEASURES; AND
      *                          ONE AUDIT RECORD CARRYING THE TOTAL
      *-------------------------------------------------------------
       6800-CSV-AND-AUDIT.
           MOVE SPACES TO SUM-NAT-CSV-RECORD.
           MOVE WS-MODE TO D-MODE.
           STRING D-MODE DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   FUNCTION TRIM(WS-SS-NAME(WS-SS-IDX))
                       DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   FUNCTION TRIM(D-ST-COUNT) DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   FUNCTION TRIM(WS-ST-TOTAL-TEXT) DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   WS-RUN-ID DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   FUNCTION TRIM(D-ST-MEAN) DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   FUNCTION TRIM(D-ST-MEDIAN) DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   FUNCTION TRIM(D-ST-MINIMUM) DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   FUNCTION TRIM(D-ST-MAXIMUM) DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   FUNCTION TRIM(D-ST-RANGE) DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   FUNCTION TRIM(D-ST-VARIANCE) DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   FUNCTION TRIM(D-ST-STD-DEV) DELIMITED BY SIZE
               INTO SUM-NAT-CSV-RECORD.
           WRITE SUM-NAT-CSV-RECORD.
           MOVE SPACES TO DAILY-AUDIT-RECORD.
           MOVE "SUM-NAT" TO DA-PROGRAM-ID.
           MOVE WS-SS-NAME(WS-SS-IDX) TO DA-INPUT-VALUE.
           IF WS-ST-TEXT-PTR > 21
               MOVE WS-SUM-DIGITS TO D-SUM-DIGITS
               STRING FUNCTION TRIM(D-SUM-DIGITS) DELIMITED BY SIZE
                       " DIGITS - SEE CSV" DELIMITED BY SIZE
                   INTO DA-OUTPUT-VALUE
           ELSE
               MOVE WS-ST-TOTAL-TEXT TO DA-OUTPUT-VALUE
           END-IF.
           IF WS-RECON-MISMATCH
               MOVE 8 TO DA-RETURN-CODE
           ELSE
               MOVE 0 TO DA-RETURN-CODE
           END-IF.
           PERFORM 9500-WRITE-AUDIT-RECORD
               THRU 9500-EXIT.
           GO TO 6800-EXIT.
       6800-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 6900-EDIT-NET-TOTAL  --  RENDER THE SIGNED BIG TOTAL, HELD
      *                           IN TEN-THOUSANDTHS, WITH ITS FOUR
      *                           DECIMAL PLACES; WS-ST-TEXT-PTR IS
      *                           LEFT ONE PAST THE LAST CHARACTER
      *-------------------------------------------------------------
       6900-EDIT-NET-TOTAL.
           CALL "BIGNUM-FMT" USING WS-BIGNUM-CONTROL WS-NET-BIG
               WS-SUM-STRING WS-SUM-DIGITS.
           MOVE SPACES TO WS-ST-TOTAL-TEXT.
           MOVE 1 TO WS-ST-TEXT-PTR.
           IF WS-ST-NET-NEGATIVE
               STRING "-" DELIMITED BY SIZE
                   INTO WS-ST-TOTAL-TEXT
                   WITH POINTER WS-ST-TEXT-PTR
           END-IF.
           IF WS-SUM-DIGITS > 4
               STRING WS-SUM-STRING(1:WS-SUM-DIGITS - 4)
                           DELIMITED BY SIZE
                       "." DELIMITED BY SIZE
                       WS-SUM-STRING(WS-SUM-DIGITS - 3:4)
                           DELIMITED BY SIZE
                   INTO WS-ST-TOTAL-TEXT
                   WITH POINTER WS-ST-TEXT-PTR
           ELSE
               MOVE "0000" TO WS-ST-FRACTION
               MOVE WS-SUM-STRING(1:WS-SUM-DIGITS)
                   TO WS-ST-FRACTION(5 - WS-SUM-DIGITS:WS-SUM-DIGITS)
               STRING "0." DELIMITED BY SIZE
                       WS-ST-FRACTION DELIMITED BY SIZE
                   INTO WS-ST-TOTAL-TEXT
                   WITH POINTER WS-ST-TEXT-PTR
           END-IF.
           GO TO 6900-EXIT.
       6900-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 6950-TERM-TO-VALUE  --  A BIG NUMBER SMALL ENOUGH FOR AN
      *                          ORDINARY FIELD, BACK INTO ONE, MOST
      *                          SIGNIFICANT GROUP FIRST
      *-------------------------------------------------------------
       6950-TERM-TO-VALUE.
           MOVE 0 TO WS-ST-BIG-VALUE.
           PERFORM 6960-TAKE-ONE-GROUP
               THRU 6960-EXIT
               VARYING WS-ST-BIG-IDX FROM WS-TRM-USED BY -1
                   UNTIL WS-ST-BIG-IDX < 1.
           GO TO 6950-EXIT.
       6950-EXIT.
           EXIT.

       6960-TAKE-ONE-GROUP.
           COMPUTE WS-ST-BIG-VALUE = WS-ST-BIG-VALUE * 10000
               + WS-TRM-DIGITS(WS-ST-BIG-IDX).
           GO TO 6960-EXIT.
       6960-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 9999-TERMINATE  --  CLOSE WHATEVER FILES WERE OPENED
      *-------------------------------------------------------------
       9999-TERMINATE.
           IF WS-BATCH-MODE
               CLOSE SUM-NAT-IN
           END-IF.
           IF WS-OUTPUT-OPEN
               CLOSE SUM-NAT-RPT
               CLOSE SUM-NAT-REJECT
           END-IF.
      *-------------------------------------------------------------
       COPY NUMVALPR.

      *-------------------------------------------------------------
      * 8400-EDIT-DECIMAL  --  COPIED
      *-------------------------------------------------------------
       COPY DECVALPR.

      *-------------------------------------------------------------
      * 9370-GET-BUSINESS-DATE  --  COPIED
      *-------------------------------------------------------------
      * 9430-BUILD-DATED-NAME / 9440-CATALOG-OUTPUT  --  COPIED
      *-------------------------------------------------------------
       COPY OUTCATPR.

      *-------------------------------------------------------------
      * 9720-9750 BATCH RESTART CHECKPOINT  --  COPIED
      *-------------------------------------------------------------
       COPY BRSTPR.

      *-------------------------------------------------------------
      * 9245-ANSWER-VERSION-INQUIRY  --  COPIED
      *-------------------------------------------------------------
       COPY VERSPR.
