      *                 OUTPUT, SO REJECTS LEFT ON FILE BY THE
      *                 MORNING WORKBENCH SURVIVE THE NEXT NIGHT'S
      *                 RUN INSTEAD OF BEING TRUNCATED UNWORKED.
      * 2026/10/15  HK  RECORD-LEVEL RESTART FOR THE BATCH.  EVERY
      *                 FACTIN.DAT RECORD DONE IS CHECKPOINTED TO
      *                 FACTRST.DAT (BRSTPR CONVENTION); A RERUN THE
      *                 SAME BUSINESS DAY SKIPS THE RECORDS ALREADY
      *                 DONE, SAYS SO ON THE CONSOLE AND THE AUDIT
      *                 TRAIL, CARRIES THE COUNTS FORWARD AND APPENDS
      *                 TO THE SAME CSV.  THE CHECKPOINT IS CLEARED
      *                 ONLY AT END OF FILE.
      * 2026/10/15  HK  ADDED THE PROGRAM'S BUILD IDENTITY - VERSION AND
      *                 COMPILE DATE, SEE VERSWS.CPY - STAMPED ON ITS
      *                 AUDIT RECORDS.  A CALL WITH A RETURN CODE OF -1
      *                 NOW ONLY REPORTS THE BUILD, FOR THE DAILY RUN'S
      *                 VERSION CHECK.
      * 2026/10/15  HK  ADDED A PASCAL'S TRIANGLE TABLE MODE - MENU
      *                 OPTION 4, OR A FACTIN.DAT RECORD OF N1, "T", N2
      *                 - PRINTING EVERY C(N,R) OF ROWS N1 THRU N2 ON
      *                 THE SHARED BIGNUM ENGINE, EACH ROW'S SUM CHECKED
      *                 AGAINST 2**N AND A MISMATCH LOGGED AS AN
      *                 INTEGRITY EXCEPTION.  THE TABLE GOES TO A PAGED
      *                 REPORT (FACTTBLRPT) WITH THE STANDARD HEADINGS,
      *                 WIDE ROWS AND LONG VALUES WRAPPED ONTO
      *                 CONTINUATION LINES, AND TO A CSV OF N,R,VALUE
      *                 (FACTTBLCSV).  A TABLE WHOSE LAST ROW WOULD
      *                 OUTGROW THE DIGIT TABLE IS REJECTED WHOLE BEFORE
      *                 ANY ROW PRINTS; THE REJECT RECORD CARRIES THE
      *                 TYPE AND N2 AFTER THE REASON.  A RESTARTED BATCH
      *                 APPENDS TO BOTH TABLE FILES.
      *-------------------------------------------------------------

       ENVIRONMENT DIVISION.
               RECORD KEY IS FC-N
               FILE STATUS IS WS-FC-STATUS.
           SELECT FACTORIAL-CSV ASSIGN TO DYNAMIC WS-CSV-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CSV-STATUS.
           SELECT FACTORIAL-TABLE-RPT ASSIGN TO DYNAMIC WS-TBL-RPT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TBL-RPT-STATUS.
           SELECT FACTORIAL-TABLE-CSV ASSIGN TO DYNAMIC WS-TBL-CSV-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TBL-CSV-STATUS.
           COPY AUDITSEL.
           COPY EXCPSEL.
           COPY AUDITCSL.
           COPY OUTCATSL.
           COPY LOCKSL.
           COPY JRNLSL.
           COPY BRSTSL.

       DATA DIVISION.
       FILE SECTION.
           05 FI-N                 PIC 9(5).
           05 FI-N-X REDEFINES FI-N
                                   PIC X(5).
      *    A "T" HERE MAKES THE RECORD A PASCAL'S TRIANGLE TABLE
      *    REQUEST FOR ROWS FI-N THRU FI-N2
           05 FI-TYPE              PIC X(01).
               88 FI-TABLE-RANGE              VALUE "T".
           05 FI-N2                PIC 9(5).
           05 FI-N2-X REDEFINES FI-N2
                                   PIC X(5).

       FD  FACTORIAL-REJECT.
       01  FACTORIAL-REJECT-RECORD.
           05 RJ-INPUT             PIC X(5).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 RJ-REASON            PIC X(20).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 RJ-TYPE              PIC X(01).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 RJ-N2                PIC X(5).

       FD  FACTORIAL-CACHE.
       01  FACTORIAL-CACHE-RECORD.
       FD  FACTORIAL-CSV.
       01  FACTORIAL-CSV-RECORD    PIC X(270).

       FD  FACTORIAL-TABLE-RPT.
       01  FACTORIAL-TABLE-RPT-RECORD
                                   PIC X(80).

       FD  FACTORIAL-TABLE-CSV.
       01  FACTORIAL-TABLE-CSV-RECORD
                                   PIC X(270).

       COPY AUDITFD.

       COPY EXCPFD.

       COPY JRNLFD.

       COPY BRSTFD.

       WORKING-STORAGE SECTION.
      *    BUILD IDENTITY - RAISE WS-VR-VERSION WITH EACH ENTRY
      *    IN THE MODIFICATION HISTORY (SEE VERSWS.CPY)
       01  WS-VR-PROGRAM           PIC X(17) VALUE "FACTORIAL".
       01  WS-VR-VERSION           PIC X(06) VALUE "1.25".
       COPY VERSWS.
       COPY OUTCATWS.
       COPY CALWS.
       COPY LOCKWS.
       COPY JRNLWS.
       COPY BRSTWS.
       COPY RPTHDWS.

      *    FLAT AFTER-IMAGE OF ONE CACHE RECORD, THE SAME SHAPE AS
      *    THE UNLOAD BACKUP
           88 WS-MODE-FACT                    VALUE 1.
           88 WS-MODE-PERM                    VALUE 2.
           88 WS-MODE-COMB                    VALUE 3.
           88 WS-MODE-TABLE                   VALUE 4.

       01  WS-OP                   PIC X(4).
       01  DA-INPUT-BUILD.
       01  WS-BIG-DIGIT-COUNT       PIC 9(03).
       01  D-BIG-DIGIT-COUNT        PIC Z(2)9.

      *    PASCAL'S TRIANGLE TABLE - ROWS WS-TBL-FIRST-N THRU
      *    WS-TBL-LAST-N, EACH ROW SUM CHECKED AGAINST 2**N
       01  WS-TBL-FIRST-N          PIC 9(5).
       01  WS-TBL-LAST-N           PIC 9(5).
       01  WS-TBL-ROW-N            PIC 9(5).
       01  WS-TBL-R                PIC 9(5).
       01  WS-TBL-ROW-COUNT        PIC 9(5).
       01  WS-TBL-MISMATCH-COUNT   PIC 9(5).
       01  D-TBL-N                 PIC Z(4)9.
       01  D-TBL-R                 PIC Z(4)9.
       01  D-TBL-LAST-N            PIC Z(4)9.
       01  D-TBL-COUNT             PIC Z(4)9.
       01  WS-TBL-COEF-BIG.
           05 WS-TBL-COEF-USED      PIC 9(03) USAGE COMP.
           05 WS-TBL-COEF-DIGITS    PIC 9(04) USAGE COMP
                                     OCCURS 60 TIMES.
       01  WS-TBL-SUM-BIG.
           05 WS-TBL-SUM-USED       PIC 9(03) USAGE COMP.
           05 WS-TBL-SUM-DIGITS     PIC 9(04) USAGE COMP
                                     OCCURS 60 TIMES.
       01  WS-TBL-POWER-BIG.
           05 WS-TBL-POWER-USED     PIC 9(03) USAGE COMP.
           05 WS-TBL-POWER-DIGITS   PIC 9(04) USAGE COMP
                                     OCCURS 60 TIMES.
      *    ONE PRINT LINE: N IN 1-7, THE LABEL (R OF THE FIRST
      *    VALUE STARTING ON THE LINE, OR SUM / 2**N) IN 9-15, AND
      *    THE VALUES FROM COLUMN 17 ON; A VALUE WIDER THAN THE
      *    VALUE AREA IS CARRIED ACROSS CONTINUATION LINES
       01  WS-TBL-LINE             PIC X(80).
       01  WS-TBL-LINE-POS         PIC 9(03) USAGE COMP.
       01  WS-TBL-AREA-START       PIC 9(03) VALUE 17.
       01  WS-TBL-AREA-WIDTH       PIC 9(03) VALUE 64.
       01  WS-TBL-LABEL            PIC X(07).
       01  WS-TBL-TOKEN            PIC X(240).
       01  WS-TBL-TOKEN-LEN        PIC 9(03).
       01  WS-TBL-TOKEN-POS        PIC 9(03) USAGE COMP.
       01  WS-TBL-CHUNK            PIC 9(03) USAGE COMP.
       01  WS-TBL-SUM-STRING       PIC X(240).
       01  WS-TBL-SUM-LEN          PIC 9(03).
       01  WS-TBL-RPT-NAME         PIC X(30).
       01  WS-TBL-RPT-STATUS       PIC X(02).
       01  WS-TBL-CSV-NAME         PIC X(30).
       01  WS-TBL-CSV-STATUS       PIC X(02).
       01  DA-TABLE-BUILD.
           05 FILLER                PIC X(06) VALUE "TABLE ".
           05 DA-TB-FIRST           PIC Z(4)9.
           05 FILLER                PIC X(01) VALUE "-".
           05 DA-TB-LAST            PIC Z(4)9.

       01  WS-CSV-NAME             PIC X(30).
       01  WS-CSV-STATUS           PIC X(02).
       01  WS-IN-STATUS            PIC X(02).
           88 WS-IN-OK                        VALUE "00".
           88 WS-IN-NOT-FOUND                 VALUE "35".
               88 WS-BATCH-MODE               VALUE "Y".
           05 WS-EOF-SW            PIC X(01) VALUE "N".
               88 WS-EOF                      VALUE "Y".
           05 WS-TBL-OPEN-SW       PIC X(01) VALUE "N".
               88 WS-TBL-OPEN                 VALUE "Y".
           05 WS-TBL-TOO-BIG-SW    PIC X(01) VALUE "N".
               88 WS-TBL-TOO-BIG              VALUE "Y".
           05 WS-TBL-LINE-EMPTY-SW PIC X(01) VALUE "Y".
               88 WS-TBL-LINE-EMPTY           VALUE "Y".
           05 WS-TBL-MISMATCH-SW   PIC X(01) VALUE "N".
               88 WS-TBL-MISMATCH             VALUE "Y".

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
           ELSE
               PERFORM 1500-GET-MODE
                   THRU 1500-EXIT
               IF WS-MODE-TABLE
                   PERFORM 2200-GET-TABLE-RANGE
                       THRU 2200-EXIT
                   PERFORM 7000-PRINT-TABLE
                       THRU 7000-EXIT
               ELSE
                   PERFORM 2000-GET-N
                       THRU 2000-EXIT
                   IF WS-MODE-FACT
                       PERFORM 2600-PROCESS-ONE-N
                           THRU 2600-EXIT
                   ELSE
                       PERFORM 2100-GET-R
                           THRU 2100-EXIT
                       PERFORM 2800-COMPUTE-NPR-NCR
                           THRU 2800-EXIT
                       PERFORM 4000-DISPLAY-RESULT
                           THRU 4000-EXIT
                   END-IF
               END-IF
           END-IF.
           PERFORM 9999-TERMINATE
           OPEN INPUT FACTORIAL-IN.
           IF WS-IN-OK
               MOVE "Y" TO WS-BATCH-MODE-SW
               MOVE "FACTORIAL" TO WS-BR-PROGRAM-ID
               MOVE "FACTRST.DAT" TO WS-BR-FILE-NAME
               MOVE "FACTIN.DAT" TO WS-BR-INPUT-NAME
               PERFORM 9720-CHECK-BATCH-RESTART
                   THRU 9720-EXIT
               OPEN EXTEND FACTORIAL-REJECT
               IF WS-RJ-STATUS = "35"
                   OPEN OUTPUT FACTORIAL-REJECT
               CLOSE FACTORIAL-CACHE
               OPEN I-O FACTORIAL-CACHE
           END-IF.
           PERFORM 1100-OPEN-CSV
               THRU 1100-EXIT.
           PERFORM 9400-OPEN-DAILY-AUDIT
               THRU 9400-EXIT.
           PERFORM 9450-OPEN-EXCEPTION-LOG
               THRU 9450-EXIT.
           GO TO 1000-EXIT.
       1000-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 1100-OPEN-CSV  --  A RESTARTED BATCH APPENDS TO THE CSV THE
      *                     INTERRUPTED RUN WAS WRITING; OTHERWISE
      *                     (OR IF THAT FILE HAS GONE) A NEW DATED
      *                     CSV IS STARTED, CATALOGED AND HEADED
      *-------------------------------------------------------------
       1100-OPEN-CSV.
           IF WS-BR-RESTARTING
               AND WS-BR-CSV-NAME NOT = SPACES
               MOVE WS-BR-CSV-NAME TO WS-CSV-NAME
               OPEN EXTEND FACTORIAL-CSV
               IF WS-CSV-STATUS = "00"
                   GO TO 1100-EXIT
               END-IF
           END-IF.
           MOVE "FACTCSV" TO WS-OC-BASE.
           PERFORM 9430-BUILD-DATED-NAME
               THRU 9430-EXIT.
               THRU 9440-EXIT.
           MOVE "OP,N,R,RESULT,RUNID" TO FACTORIAL-CSV-RECORD.
           WRITE FACTORIAL-CSV-RECORD.
           MOVE WS-CSV-NAME TO WS-BR-CSV-NAME.
           GO TO 1100-EXIT.
       1100-EXIT.
           EXIT.

      *-------------------------------------------------------------
           EXIT.

      *-------------------------------------------------------------
      * 1500-GET-MODE  --  N-FACTORIAL, PERMUTATIONS, COMBINATIONS
      *                    OR A PASCAL'S TRIANGLE TABLE
      *-------------------------------------------------------------
       1500-GET-MODE.
           DISPLAY "1. N! (factorial)".
           DISPLAY "2. nPr (permutations)".
           DISPLAY "3. nCr (combinations)".
           DISPLAY "4. Pascal's triangle table (rows n1 to n2)".
           DISPLAY "Select an option: " WITH NO ADVANCING.
           ACCEPT WS-MODE.
           IF NOT WS-MODE-FACT AND NOT WS-MODE-PERM
                   AND NOT WS-MODE-COMB AND NOT WS-MODE-TABLE
               DISPLAY "Invalid option, enter 1, 2, 3 or 4"
               GO TO 1500-GET-MODE
           END-IF.
           GO TO 1500-EXIT.
       2100-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 2200-GET-TABLE-RANGE  --  PROMPT FOR THE FIRST AND LAST ROW
      *                            OF THE TABLE; THE LAST ROW MAY
      *                            NOT PRECEDE THE FIRST OR OUTGROW
      *                            THE DIGIT TABLE
      *-------------------------------------------------------------
       2200-GET-TABLE-RANGE.
           DISPLAY "Enter first row `n1`: " WITH NO ADVANCING.
           PERFORM 8000-GET-NUMERIC-ENTRY
               THRU 8000-EXIT.
           COMPUTE WS-TBL-FIRST-N = WS-NUM-ENTRY-VAL
               ON SIZE ERROR
                   DISPLAY "Value too large, enter 5 digits or fewer"
                   GO TO 2200-GET-TABLE-RANGE
           END-COMPUTE.
       2200-GET-LAST-ROW.
           DISPLAY "Enter last row `n2`: " WITH NO ADVANCING.
           PERFORM 8000-GET-NUMERIC-ENTRY
               THRU 8000-EXIT.
           COMPUTE WS-TBL-LAST-N = WS-NUM-ENTRY-VAL
               ON SIZE ERROR
                   DISPLAY "Value too large, enter 5 digits or fewer"
                   GO TO 2200-GET-LAST-ROW
           END-COMPUTE.
           IF WS-TBL-LAST-N < WS-TBL-FIRST-N
               DISPLAY "n2 must not be less than n1, try again"
               GO TO 2200-GET-LAST-ROW
           END-IF.
           PERFORM 7050-CHECK-TABLE-CAPACITY
               THRU 7050-EXIT.
           IF WS-TBL-TOO-BIG
               MOVE WS-TBL-LAST-N TO D-TBL-LAST-N
               DISPLAY "Row " FUNCTION TRIM(D-TBL-LAST-N)
                   " exceeds supported range, try again"
               GO TO 2200-GET-LAST-ROW
           END-IF.
           GO TO 2200-EXIT.
       2200-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 2800-COMPUTE-NPR-NCR  --  WS-BIG-RESULT = N X (N-1) X ... X
      *                            (N-R+1), DIVIDED STEP BY STEP BY
      * 5000-BATCH-RUN  --  PROCESS EVERY N ON FACTORIAL-IN
      *-------------------------------------------------------------
       5000-BATCH-RUN.
           IF WS-BR-RESTARTING
               PERFORM 5050-SKIP-DONE-RECORDS
                   THRU 5050-EXIT
           END-IF.
           IF NOT WS-EOF
               PERFORM 5100-READ-NEXT-N
                   THRU 5100-EXIT
           END-IF.
           PERFORM 5200-PROCESS-ONE-RECORD
               THRU 5200-EXIT
               UNTIL WS-EOF.
           PERFORM 9740-CLEAR-BATCH-CHECKPOINT
               THRU 9740-EXIT.
           MOVE WS-PROCESSED-COUNT TO DA-EB-PROCESSED.
           MOVE WS-REJECT-COUNT TO DA-EB-REJECTED.
           MOVE SPACES TO DAILY-AUDIT-RECORD.
       5000-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 5050-SKIP-DONE-RECORDS  --  A RERUN OF THE SAME BUSINESS DAY
      *                              PASSES OVER THE RECORDS THE
      *                              INTERRUPTED RUN FINISHED AND
      *                              PICKS UP ITS COUNTS
      *-------------------------------------------------------------
       5050-SKIP-DONE-RECORDS.
           PERFORM 9750-ANNOUNCE-BATCH-RESUME
               THRU 9750-EXIT.
           MOVE WS-BR-PROCESSED TO WS-PROCESSED-COUNT.
           MOVE WS-BR-REJECTED TO WS-REJECT-COUNT.
           PERFORM 5100-READ-NEXT-N
               THRU 5100-EXIT
               VARYING WS-BR-SKIP-IDX FROM 1 BY 1
                   UNTIL WS-BR-SKIP-IDX > WS-BR-RECORDS-DONE
                       OR WS-EOF.
           GO TO 5050-EXIT.
       5050-EXIT.
           EXIT.

       5100-READ-NEXT-N.
           READ FACTORIAL-IN
               AT END
           EXIT.

       5200-PROCESS-ONE-RECORD.
           IF FI-TABLE-RANGE
               PERFORM 5300-PROCESS-TABLE-RECORD
                   THRU 5300-EXIT
               GO TO 5200-NEXT
           END-IF.
           IF FI-N-X = SPACES
               OR FI-N IS NOT NUMERIC
               ADD 1 TO WS-REJECT-COUNT
                   ADD 1 TO WS-PROCESSED-COUNT
               END-IF
           END-IF.
       5200-NEXT.
           PERFORM 5250-TAKE-CHECKPOINT
               THRU 5250-EXIT.
           PERFORM 5100-READ-NEXT-N
               THRU 5100-EXIT.
           GO TO 5200-EXIT.
       5200-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 5250-TAKE-CHECKPOINT  --  THE CURRENT RECORD IS FULLY DONE;
      *                            RECORD THE POSITION AND COUNTS
      *-------------------------------------------------------------
       5250-TAKE-CHECKPOINT.
           ADD 1 TO WS-BR-RECORDS-DONE.
           MOVE WS-PROCESSED-COUNT TO WS-BR-PROCESSED.
           MOVE WS-REJECT-COUNT TO WS-BR-REJECTED.
           IF WS-TBL-OPEN
               MOVE WS-RH-PAGE-NO TO WS-BR-PAGE-NO
           END-IF.
           PERFORM 9730-WRITE-BATCH-CHECKPOINT
               THRU 9730-EXIT.
           GO TO 5250-EXIT.
       5250-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 5300-PROCESS-TABLE-RECORD  --  EDIT A TABLE REQUEST AND
      *                                 PRINT IT, OR REJECT IT WHOLE
      *                                 BEFORE ANY ROW IS PRINTED
      *-------------------------------------------------------------
       5300-PROCESS-TABLE-RECORD.
           IF FI-N-X = SPACES
               OR FI-N IS NOT NUMERIC
               OR FI-N2 IS NOT NUMERIC
               PERFORM 5350-START-TABLE-REJECT
                   THRU 5350-EXIT
               MOVE "NOT NUMERIC" TO RJ-REASON
               WRITE FACTORIAL-REJECT-RECORD
               GO TO 5300-EXIT
           END-IF.
           MOVE FI-N TO WS-TBL-FIRST-N.
           MOVE FI-N2 TO WS-TBL-LAST-N.
           IF WS-TBL-LAST-N < WS-TBL-FIRST-N
               PERFORM 5350-START-TABLE-REJECT
                   THRU 5350-EXIT
               MOVE "RANGE REVERSED" TO RJ-REASON
               WRITE FACTORIAL-REJECT-RECORD
               GO TO 5300-EXIT
           END-IF.
           PERFORM 7050-CHECK-TABLE-CAPACITY
               THRU 7050-EXIT.
           IF WS-TBL-TOO-BIG
               PERFORM 5350-START-TABLE-REJECT
                   THRU 5350-EXIT
               MOVE "EXCEEDS TBL CAPACITY" TO RJ-REASON
               WRITE FACTORIAL-REJECT-RECORD
               GO TO 5300-EXIT
           END-IF.
           PERFORM 7000-PRINT-TABLE
               THRU 7000-EXIT.
           ADD 1 TO WS-PROCESSED-COUNT.
           GO TO 5300-EXIT.
       5300-EXIT.
           EXIT.

       5350-START-TABLE-REJECT.
           ADD 1 TO WS-REJECT-COUNT.
           MOVE SPACES TO FACTORIAL-REJECT-RECORD.
           MOVE FI-N-X TO RJ-INPUT.
           MOVE FI-TYPE TO RJ-TYPE.
           MOVE FI-N2-X TO RJ-N2.
           GO TO 5350-EXIT.
       5350-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 2500-CHECK-CACHE  --  LOOK UP N! IN FACTORIAL-CACHE
      *-------------------------------------------------------------
       4500-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 7000-PRINT-TABLE  --  ROWS WS-TBL-FIRST-N THRU WS-TBL-LAST-N
      *                        OF PASCAL'S TRIANGLE TO THE TABLE
      *                        REPORT AND CSV.  2**N IS BUILT ONCE
      *                        FOR THE FIRST ROW AND DOUBLED FOR
      *                        EACH ROW AFTER IT
      *-------------------------------------------------------------
       7000-PRINT-TABLE.
           PERFORM 7100-OPEN-TABLE-OUTPUT
               THRU 7100-EXIT.
           MOVE 0 TO WS-TBL-ROW-COUNT.
           MOVE 0 TO WS-TBL-MISMATCH-COUNT.
           MOVE 1 TO WS-BN-VALUE.
           CALL "BIGNUM" USING WS-BIGNUM-CONTROL WS-TBL-POWER-BIG
               WS-BN-VALUE.
           PERFORM 7060-DOUBLE-POWER
               THRU 7060-EXIT
               WS-TBL-FIRST-N TIMES.
           PERFORM 7200-PRINT-ONE-ROW
               THRU 7200-EXIT
               VARYING WS-TBL-ROW-N FROM WS-TBL-FIRST-N BY 1
                   UNTIL WS-TBL-ROW-N > WS-TBL-LAST-N.
           MOVE WS-TBL-FIRST-N TO DA-TB-FIRST.
           MOVE WS-TBL-LAST-N TO DA-TB-LAST.
           MOVE SPACES TO DAILY-AUDIT-RECORD.
           MOVE "FACTORIAL" TO DA-PROGRAM-ID.
           MOVE DA-TABLE-BUILD TO DA-INPUT-VALUE.
           IF WS-TBL-MISMATCH-COUNT > 0
               MOVE WS-TBL-MISMATCH-COUNT TO D-TBL-COUNT
               STRING FUNCTION TRIM(D-TBL-COUNT) DELIMITED BY SIZE
                       " SUM MISMATCH" DELIMITED BY SIZE
                   INTO DA-OUTPUT-VALUE
               MOVE 8 TO DA-RETURN-CODE
           ELSE
               MOVE WS-TBL-ROW-COUNT TO D-TBL-COUNT
               STRING FUNCTION TRIM(D-TBL-COUNT) DELIMITED BY SIZE
                       " ROWS PRINTED" DELIMITED BY SIZE
                   INTO DA-OUTPUT-VALUE
               MOVE 0 TO DA-RETURN-CODE
           END-IF.
           PERFORM 9500-WRITE-AUDIT-RECORD
               THRU 9500-EXIT.
           IF NOT WS-BATCH-MODE
               DISPLAY "Table printed to "
                   FUNCTION TRIM(WS-TBL-RPT-NAME) ", values to "
                   FUNCTION TRIM(WS-TBL-CSV-NAME) "."
           END-IF.
           GO TO 7000-EXIT.
       7000-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 7050-CHECK-TABLE-CAPACITY  --  THE LARGEST NUMBER A ROW
      *                                 BUILDS IS C(N,R) X (N-R),
      *                                 BELOW 2**N X N, SO IF 2**N2
      *                                 X N2 FITS THE DIGIT TABLE
      *                                 EVERY ROW OF THE RANGE DOES
      *-------------------------------------------------------------
       7050-CHECK-TABLE-CAPACITY.
           MOVE "N" TO WS-TBL-TOO-BIG-SW.
           MOVE 1 TO WS-BN-VALUE.
           CALL "BIGNUM" USING WS-BIGNUM-CONTROL WS-TBL-POWER-BIG
               WS-BN-VALUE.
           PERFORM 7060-DOUBLE-POWER
               THRU 7060-EXIT
               VARYING WS-TBL-ROW-N FROM 1 BY 1
                   UNTIL WS-TBL-ROW-N > WS-TBL-LAST-N
                       OR WS-TBL-TOO-BIG.
           IF NOT WS-TBL-TOO-BIG
               AND WS-TBL-LAST-N > 1
               MOVE WS-TBL-LAST-N TO WS-BN-VALUE
               CALL "BIGNUM-MUL" USING WS-BIGNUM-CONTROL
                   WS-TBL-POWER-BIG WS-BN-VALUE
               IF WS-BN-OVERFLOW
                   MOVE "Y" TO WS-TBL-TOO-BIG-SW
               END-IF
           END-IF.
           GO TO 7050-EXIT.
       7050-EXIT.
           EXIT.

       7060-DOUBLE-POWER.
           MOVE 2 TO WS-BN-VALUE.
           CALL "BIGNUM-MUL" USING WS-BIGNUM-CONTROL WS-TBL-POWER-BIG
               WS-BN-VALUE.
           IF WS-BN-OVERFLOW
               MOVE "Y" TO WS-TBL-TOO-BIG-SW
           END-IF.
           GO TO 7060-EXIT.
       7060-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 7100-OPEN-TABLE-OUTPUT  --  THE TABLE REPORT AND CSV ARE
      *                             OPENED ON THE FIRST TABLE OF THE
      *                             RUN.  A RESTARTED BATCH APPENDS
      *                             TO THE PAIR THE INTERRUPTED RUN
      *                             WAS WRITING, CARRYING ON ITS
      *                             PAGE NUMBERS; OTHERWISE (OR IF
      *                             THEY HAVE GONE) NEW DATED FILES
      *                             ARE STARTED AND CATALOGED
      *-------------------------------------------------------------
       7100-OPEN-TABLE-OUTPUT.
           IF WS-TBL-OPEN
               GO TO 7100-EXIT
           END-IF.
           MOVE "Y" TO WS-TBL-OPEN-SW.
           MOVE "PASCAL'S TRIANGLE TABLE" TO WS-RH-TITLE.
           MOVE "FACTORIAL" TO WS-RH-PROGRAM-ID.
           IF WS-BR-RESTARTING
               AND WS-BR-RPT-NAME NOT = SPACES
               MOVE WS-BR-RPT-NAME TO WS-TBL-RPT-NAME
               OPEN EXTEND FACTORIAL-TABLE-RPT
               IF WS-TBL-RPT-STATUS = "00"
                   MOVE WS-BR-PAGE-NO TO WS-RH-PAGE-NO
                   GO TO 7100-OPEN-CSV
               END-IF
           END-IF.
           MOVE "FACTTBLRPT" TO WS-OC-BASE.
           PERFORM 9430-BUILD-DATED-NAME
               THRU 9430-EXIT.
           MOVE WS-OC-DATED-NAME TO WS-TBL-RPT-NAME.
           OPEN OUTPUT FACTORIAL-TABLE-RPT.
           PERFORM 9440-CATALOG-OUTPUT
               THRU 9440-EXIT.
           MOVE WS-TBL-RPT-NAME TO WS-BR-RPT-NAME.
       7100-OPEN-CSV.
           IF WS-BR-RESTARTING
               AND WS-BR-AUX-NAME NOT = SPACES
               MOVE WS-BR-AUX-NAME TO WS-TBL-CSV-NAME
               OPEN EXTEND FACTORIAL-TABLE-CSV
               IF WS-TBL-CSV-STATUS = "00"
                   GO TO 7100-EXIT
               END-IF
           END-IF.
           MOVE "FACTTBLCSV" TO WS-OC-BASE.
           PERFORM 9430-BUILD-DATED-NAME
               THRU 9430-EXIT.
           MOVE WS-OC-DATED-NAME TO WS-TBL-CSV-NAME.
           OPEN OUTPUT FACTORIAL-TABLE-CSV.
           PERFORM 9440-CATALOG-OUTPUT
               THRU 9440-EXIT.
           MOVE "N,R,VALUE,RUNID" TO FACTORIAL-TABLE-CSV-RECORD.
           WRITE FACTORIAL-TABLE-CSV-RECORD.
           MOVE WS-TBL-CSV-NAME TO WS-BR-AUX-NAME.
           GO TO 7100-EXIT.
       7100-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 7200-PRINT-ONE-ROW  --  EVERY C(N,R) OF ROW WS-TBL-ROW-N,
      *                          THEN THE ROW SUM AND ITS CHECK
      *                          AGAINST 2**N
      *-------------------------------------------------------------
       7200-PRINT-ONE-ROW.
           ADD 1 TO WS-TBL-ROW-COUNT.
           MOVE 1 TO WS-BN-VALUE.
           CALL "BIGNUM" USING WS-BIGNUM-CONTROL WS-TBL-COEF-BIG
               WS-BN-VALUE.
           MOVE 0 TO WS-BN-VALUE.
           CALL "BIGNUM" USING WS-BIGNUM-CONTROL WS-TBL-SUM-BIG
               WS-BN-VALUE.
           MOVE WS-TBL-ROW-N TO D-TBL-N.
           PERFORM 7400-START-PRINT-LINE
               THRU 7400-EXIT.
           MOVE "N" TO WS-TBL-LINE(1:1).
           MOVE D-TBL-N TO WS-TBL-LINE(3:5).
           PERFORM 7300-ONE-COEFFICIENT
               THRU 7300-EXIT
               VARYING WS-TBL-R FROM 0 BY 1
                   UNTIL WS-TBL-R > WS-TBL-ROW-N.
           PERFORM 7600-FLUSH-LINE
               THRU 7600-EXIT.
           CALL "BIGNUM-COMP" USING WS-BIGNUM-CONTROL
               WS-TBL-SUM-BIG WS-TBL-POWER-BIG.
           IF WS-BN-EQUAL
               MOVE "N" TO WS-TBL-MISMATCH-SW
           ELSE
               MOVE "Y" TO WS-TBL-MISMATCH-SW
           END-IF.
           CALL "BIGNUM-FMT" USING WS-BIGNUM-CONTROL WS-TBL-SUM-BIG
               WS-TBL-SUM-STRING WS-TBL-SUM-LEN.
           MOVE "SUM" TO WS-TBL-LABEL.
           MOVE WS-TBL-SUM-STRING TO WS-TBL-TOKEN.
           MOVE WS-TBL-SUM-LEN TO WS-TBL-TOKEN-LEN.
           PERFORM 7500-PUT-TOKEN
               THRU 7500-EXIT.
           MOVE SPACES TO WS-TBL-LABEL.
           IF WS-TBL-MISMATCH
               MOVE "*** MISMATCH WITH 2**N ***" TO WS-TBL-TOKEN
           ELSE
               MOVE "CHECK OK (= 2**N)" TO WS-TBL-TOKEN
           END-IF.
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-TBL-TOKEN))
               TO WS-TBL-TOKEN-LEN.
           PERFORM 7500-PUT-TOKEN
               THRU 7500-EXIT.
           PERFORM 7600-FLUSH-LINE
               THRU 7600-EXIT.
           IF WS-TBL-MISMATCH
               PERFORM 7800-LOG-SUM-MISMATCH
                   THRU 7800-EXIT
           END-IF.
           MOVE SPACES TO FACTORIAL-TABLE-RPT-RECORD.
           PERFORM 8900-WRITE-TABLE-LINE
               THRU 8900-EXIT.
           PERFORM 7060-DOUBLE-POWER
               THRU 7060-EXIT.
           GO TO 7200-EXIT.
       7200-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 7300-ONE-COEFFICIENT  --  PRINT AND EXPORT C(N,R), ADD IT
      *                            TO THE ROW SUM, AND STEP TO
      *                            C(N,R+1) = C(N,R) X (N-R) / (R+1)
      *                            - THE DIVIDE IS ALWAYS EXACT
      *-------------------------------------------------------------
       7300-ONE-COEFFICIENT.
           CALL "BIGNUM-FMT" USING WS-BIGNUM-CONTROL WS-TBL-COEF-BIG
               WS-TBL-TOKEN WS-TBL-TOKEN-LEN.
           MOVE WS-TBL-R TO D-TBL-R.
           MOVE SPACES TO WS-TBL-LABEL.
           MOVE "R" TO WS-TBL-LABEL(1:1).
           MOVE D-TBL-R TO WS-TBL-LABEL(3:5).
           PERFORM 7500-PUT-TOKEN
               THRU 7500-EXIT.
           MOVE SPACES TO FACTORIAL-TABLE-CSV-RECORD.
           STRING FUNCTION TRIM(D-TBL-N) DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   FUNCTION TRIM(D-TBL-R) DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   WS-TBL-TOKEN(1:WS-TBL-TOKEN-LEN) DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   WS-RUN-ID DELIMITED BY SIZE
               INTO FACTORIAL-TABLE-CSV-RECORD.
           WRITE FACTORIAL-TABLE-CSV-RECORD.
           CALL "BIGNUM-ADDB" USING WS-BIGNUM-CONTROL WS-TBL-SUM-BIG
               WS-TBL-COEF-BIG.
           IF WS-TBL-R < WS-TBL-ROW-N
               COMPUTE WS-BN-VALUE = WS-TBL-ROW-N - WS-TBL-R
               CALL "BIGNUM-MUL" USING WS-BIGNUM-CONTROL
                   WS-TBL-COEF-BIG WS-BN-VALUE
               COMPUTE WS-BN-DIVISOR = WS-TBL-R + 1
               CALL "BIGNUM-DIV" USING WS-BIGNUM-CONTROL
                   WS-TBL-COEF-BIG WS-BN-DIVISOR
           END-IF.
           GO TO 7300-EXIT.
       7300-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 7400-START-PRINT-LINE  --  AN EMPTY LINE, VALUES STARTING
      *                             AT THE VALUE AREA
      *-------------------------------------------------------------
       7400-START-PRINT-LINE.
           MOVE SPACES TO WS-TBL-LINE.
           MOVE WS-TBL-AREA-START TO WS-TBL-LINE-POS.
           MOVE "Y" TO WS-TBL-LINE-EMPTY-SW.
           GO TO 7400-EXIT.
       7400-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 7500-PUT-TOKEN  --  PLACE WS-TBL-TOKEN(1:WS-TBL-TOKEN-LEN)
      *                      ON THE LINE, TWO SPACES AFTER THE LAST
      *                      VALUE, WRAPPING TO A CONTINUATION LINE
      *                      WHEN IT WILL NOT FIT.  THE LABEL GOES
      *                      WITH THE FIRST VALUE OF EACH LINE
      *-------------------------------------------------------------
       7500-PUT-TOKEN.
           IF WS-TBL-TOKEN-LEN > WS-TBL-AREA-WIDTH
               PERFORM 7550-PUT-LONG-TOKEN
                   THRU 7550-EXIT
               GO TO 7500-EXIT
           END-IF.
           IF NOT WS-TBL-LINE-EMPTY
               IF WS-TBL-LINE-POS + 1 + WS-TBL-TOKEN-LEN > 80
                   PERFORM 7600-FLUSH-LINE
                       THRU 7600-EXIT
               ELSE
                   ADD 2 TO WS-TBL-LINE-POS
               END-IF
           END-IF.
           IF WS-TBL-LINE-EMPTY
               MOVE WS-TBL-LABEL TO WS-TBL-LINE(9:7)
           END-IF.
           MOVE WS-TBL-TOKEN(1:WS-TBL-TOKEN-LEN)
               TO WS-TBL-LINE(WS-TBL-LINE-POS:WS-TBL-TOKEN-LEN).
           ADD WS-TBL-TOKEN-LEN TO WS-TBL-LINE-POS.
           MOVE "N" TO WS-TBL-LINE-EMPTY-SW.
           GO TO 7500-EXIT.
       7500-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 7550-PUT-LONG-TOKEN  --  A VALUE WIDER THAN THE VALUE AREA
      *                           STARTS A LINE OF ITS OWN AND RUNS
      *                           ON ACROSS CONTINUATION LINES; THE
      *                           NEXT VALUE STARTS A FRESH LINE
      *-------------------------------------------------------------
       7550-PUT-LONG-TOKEN.
           IF NOT WS-TBL-LINE-EMPTY
               PERFORM 7600-FLUSH-LINE
                   THRU 7600-EXIT
           END-IF.
           MOVE WS-TBL-LABEL TO WS-TBL-LINE(9:7).
           MOVE 1 TO WS-TBL-TOKEN-POS.
           PERFORM 7560-PUT-ONE-CHUNK
               THRU 7560-EXIT
               UNTIL WS-TBL-TOKEN-POS > WS-TBL-TOKEN-LEN.
           MOVE 81 TO WS-TBL-LINE-POS.
           GO TO 7550-EXIT.
       7550-EXIT.
           EXIT.

       7560-PUT-ONE-CHUNK.
           IF NOT WS-TBL-LINE-EMPTY
               PERFORM 7600-FLUSH-LINE
                   THRU 7600-EXIT
           END-IF.
           COMPUTE WS-TBL-CHUNK =
               WS-TBL-TOKEN-LEN - WS-TBL-TOKEN-POS + 1.
           IF WS-TBL-CHUNK > WS-TBL-AREA-WIDTH
               MOVE WS-TBL-AREA-WIDTH TO WS-TBL-CHUNK
           END-IF.
           MOVE WS-TBL-TOKEN(WS-TBL-TOKEN-POS:WS-TBL-CHUNK)
               TO WS-TBL-LINE(WS-TBL-AREA-START:WS-TBL-CHUNK).
           ADD WS-TBL-CHUNK TO WS-TBL-TOKEN-POS.
           MOVE "N" TO WS-TBL-LINE-EMPTY-SW.
           GO TO 7560-EXIT.
       7560-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 7600-FLUSH-LINE  --  PRINT THE LINE BUILT SO FAR AND START
      *                       THE NEXT ONE
      *-------------------------------------------------------------
       7600-FLUSH-LINE.
           IF NOT WS-TBL-LINE-EMPTY
               MOVE WS-TBL-LINE TO FACTORIAL-TABLE-RPT-RECORD
               PERFORM 8900-WRITE-TABLE-LINE
                   THRU 8900-EXIT
           END-IF.
           PERFORM 7400-START-PRINT-LINE
               THRU 7400-EXIT.
           GO TO 7600-EXIT.
       7600-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 7800-LOG-SUM-MISMATCH  --  A ROW THAT DOES NOT ADD UP TO
      *                             2**N IS AN INTEGRITY EXCEPTION:
      *                             2**N IS PRINTED UNDER THE SUM
      *                             AND THE EXCEPTION LOGGED
      *-------------------------------------------------------------
       7800-LOG-SUM-MISMATCH.
           ADD 1 TO WS-TBL-MISMATCH-COUNT.
           CALL "BIGNUM-FMT" USING WS-BIGNUM-CONTROL WS-TBL-POWER-BIG
               WS-TBL-TOKEN WS-TBL-TOKEN-LEN.
           MOVE "2**N" TO WS-TBL-LABEL.
           PERFORM 7500-PUT-TOKEN
               THRU 7500-EXIT.
           PERFORM 7600-FLUSH-LINE
               THRU 7600-EXIT.
           DISPLAY "FACTORIAL: row " FUNCTION TRIM(D-TBL-N)
               " does not sum to 2**n - integrity exception logged.".
           MOVE SPACES TO EXCEPTION-LOG-RECORD.
           MOVE "FACTORIAL" TO EX-PROGRAM-ID.
           MOVE "INTEGRITY" TO EX-EXCEPTION-TYPE.
           STRING "ROW SUM NOT 2**N N=" DELIMITED BY SIZE
                   FUNCTION TRIM(D-TBL-N) DELIMITED BY SIZE
               INTO EX-DETAIL.
           MOVE 8 TO EX-RETURN-CODE.
           PERFORM 9550-WRITE-EXCEPTION-RECORD
               THRU 9550-EXIT.
           GO TO 7800-EXIT.
       7800-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 8900-WRITE-TABLE-LINE  --  PRINT ONE TABLE REPORT LINE, WITH
      *                             THE SHARED PAGE-HEADING BREAK;
      *                             AT THE TERMINAL IT IS SHOWN TOO
      *-------------------------------------------------------------
       8900-WRITE-TABLE-LINE.
           MOVE FACTORIAL-TABLE-RPT-RECORD TO WS-RH-DETAIL.
           IF WS-RH-LINE-COUNT >= WS-RH-LINES-PER-PAGE
               PERFORM 9800-BUILD-PAGE-HEADING
                   THRU 9800-EXIT
               WRITE FACTORIAL-TABLE-RPT-RECORD FROM WS-RH-HEADING-1
               WRITE FACTORIAL-TABLE-RPT-RECORD FROM WS-RH-HEADING-2
               MOVE SPACES TO FACTORIAL-TABLE-RPT-RECORD
               WRITE FACTORIAL-TABLE-RPT-RECORD
               ADD 3 TO WS-RH-LINE-COUNT
               ADD 3 TO WS-RH-TOTAL-LINES
           END-IF.
           IF NOT WS-BATCH-MODE
               DISPLAY WS-RH-DETAIL
           END-IF.
           WRITE FACTORIAL-TABLE-RPT-RECORD FROM WS-RH-DETAIL.
           ADD 1 TO WS-RH-LINE-COUNT.
           ADD 1 TO WS-RH-TOTAL-LINES.
           GO TO 8900-EXIT.
       8900-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 9999-TERMINATE  --  CLOSE THE CACHE
      *-------------------------------------------------------------
           END-IF.
           CLOSE FACTORIAL-CACHE.
           CLOSE FACTORIAL-CSV.
           IF WS-TBL-OPEN
               PERFORM 9850-BUILD-REPORT-TRAILER
                   THRU 9850-EXIT
               WRITE FACTORIAL-TABLE-RPT-RECORD FROM WS-RH-TRAILER
               CLOSE FACTORIAL-TABLE-RPT
               CLOSE FACTORIAL-TABLE-CSV
           END-IF.
           PERFORM 9420-CLOSE-DAILY-AUDIT
               THRU 9420-EXIT.
           PERFORM 9470-CLOSE-EXCEPTION-LOG
      * 9700-WRITE-JOURNAL  --  COPIED
      *-------------------------------------------------------------
       COPY JRNLPR.

      *-------------------------------------------------------------
      * 9720-9750 BATCH RESTART CHECKPOINT  --  COPIED
      *-------------------------------------------------------------
       COPY BRSTPR.

      *-------------------------------------------------------------
      * 9245-ANSWER-VERSION-INQUIRY  --  COPIED
      *-------------------------------------------------------------
       COPY VERSPR.

      *-------------------------------------------------------------
      * 9800-BUILD-PAGE-HEADING / 9850-BUILD-REPORT-TRAILER  --  COPIED
      *-------------------------------------------------------------
       COPY RPTHDPR.
