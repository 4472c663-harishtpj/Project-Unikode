      *                 OUTPUT, SO REJECTS LEFT ON FILE BY THE
      *                 MORNING WORKBENCH SURVIVE THE NEXT NIGHT'S
      *                 RUN INSTEAD OF BEING TRUNCATED UNWORKED.
      * 2026/10/15  HK  RECORD-LEVEL RESTART FOR THE BATCH.  EVERY
      *                 MULTPARM.DAT RECORD DONE IS CHECKPOINTED TO
      *                 MULTRST.DAT (BRSTPR CONVENTION); A RERUN THE
      *                 SAME BUSINESS DAY SKIPS THE RECORDS ALREADY
      *                 DONE, SAYS SO ON THE CONSOLE AND THE AUDIT
      *                 TRAIL, CARRIES THE COUNTS AND PAGE NUMBER
      *                 FORWARD AND APPENDS TO THE SAME REPORT AND
      *                 CSV.  THE PARM FILE IS NOW CHECKED BEFORE THE
      *                 REPORT IS OPENED.  THE CHECKPOINT IS CLEARED
      *                 ONLY AT END OF FILE.
      * 2026/10/15  HK  ADDED THE PROGRAM'S BUILD IDENTITY - VERSION AND
      *                 COMPILE DATE, SEE VERSWS.CPY - STAMPED ON ITS
      *                 AUDIT RECORDS.  A CALL WITH A RETURN CODE OF -1
      *                 NOW ONLY REPORTS THE BUILD, FOR THE DAILY RUN'S
      *                 VERSION CHECK.
      * 2026/10/15  HK  ADDED A WORKSHEET MODE FOR THE TRAINING TEAM -
      *                 THE OPERATION, AN N RANGE, A QUESTION COUNT AND
      *                 A SEED GIVE A QUESTION SHEET WITH BLANKS FOR THE
      *                 ANSWERS (MULTWKS) AND A SEPARATE ANSWER KEY
      *                 (MULTKEY), BOTH RUN-DATED AND CATALOGED.  THE
      *                 QUESTIONS (FACTORS OR EXPONENTS 1 THRU 12 OVER
      *                 THE N RANGE, DIVISION AS THE INVERSE FACTS) COME
      *                 OUT IN AN ORDER SHUFFLED FROM THE SEED, SO THE
      *                 SAME SEED REPEATS THE SHEET.  EACH SHEET IS
      *                 NUMBERED RUN-ID-NNNN ON THE SHEET, THE KEY AND
      *                 THE AUDIT TRAIL.  MULT-TABLE-PARM OPERATION
      *                 CODES 7/8/9 PRINT A CLASS SET IN BATCH - THE
      *                 RECORD GAINS A TRAILER OF QUESTIONS, SEED AND
      *                 SHEET COUNT, AND SHEET K IS SHUFFLED FROM SEED +
      *                 K - 1.  THE REJECT RECORD CARRIES THE TRAILER
      *                 BEHIND THE REASON.
      * 2026/10/15  HK  TABLE, GRID, WORKSHEET AND ANSWER-KEY PAGES
      *                 CARRY THE TRAINING WATERMARK ON THEIR SECOND
      *                 HEADING LINE AGAINST THE TRAINING DATA SET.
      *-------------------------------------------------------------

       ENVIRONMENT DIVISION.
           SELECT MULT-TABLE-CSV ASSIGN TO DYNAMIC WS-CSV-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CSV-STATUS.
           SELECT MULT-TABLE-SHEET ASSIGN TO DYNAMIC WS-WKS-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WKS-STATUS.
           SELECT MULT-TABLE-KEY ASSIGN TO DYNAMIC WS-KEY-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KEY-STATUS.
           COPY AUDITSEL.
           COPY EXCPSEL.
           COPY AUDITCSL.
           COPY SIGNSEL.
           COPY CALSEL.
           COPY OUTCATSL.
           COPY BRSTSL.

       DATA DIVISION.
       FILE SECTION.
           05 MTP-OP               PIC 9(1).
           05 MTP-N                PIC 9(5).
           05 MTP-T                PIC 9(5).
      *    WORKSHEET RECORDS (OPERATION CODES 7/8/9) CARRY THE N
      *    RANGE IN MTP-N/MTP-T, THEN THIS TRAILER; OTHER RECORDS
      *    END AT MTP-T AND READ BACK WITH IT BLANK
           05 MTP-WORKSHEET.
               10 MTP-WK-QUESTIONS PIC 9(3).
               10 MTP-WK-SEED      PIC 9(9).
               10 MTP-WK-SHEETS    PIC 9(3).
       01  MULT-TABLE-PARM-REC-X REDEFINES MULT-TABLE-PARM-RECORD
                                   PIC X(26).

       FD  MULT-TABLE-REJECT.
       01  MULT-TABLE-REJECT-RECORD.
           05 RJ-INPUT             PIC X(11).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 RJ-REASON            PIC X(20).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 RJ-WORKSHEET         PIC X(15).

       FD  MULT-TABLE-RPT.
       01  MULT-TABLE-RPT-RECORD   PIC X(80).
       FD  MULT-TABLE-CSV.
       01  MULT-TABLE-CSV-RECORD   PIC X(60).

       FD  MULT-TABLE-SHEET.
       01  MULT-TABLE-SHEET-RECORD PIC X(80).

       FD  MULT-TABLE-KEY.
       01  MULT-TABLE-KEY-RECORD   PIC X(80).

       COPY AUDITFD.

       COPY EXCPFD.

       COPY OUTCATFD.

       COPY BRSTFD.

       WORKING-STORAGE SECTION.
      *    BUILD IDENTITY - RAISE WS-VR-VERSION WITH EACH ENTRY
      *    IN THE MODIFICATION HISTORY (SEE VERSWS.CPY)
       01  WS-VR-PROGRAM           PIC X(17) VALUE "MULT-TABLE".
       01  WS-VR-VERSION           PIC X(06) VALUE "1.23".
       COPY VERSWS.
       COPY OUTCATWS.
       COPY CALWS.
       COPY NUMVALWS.
       COPY AUDITCWS.
       COPY EXCPCWS.
       COPY SIGNWS.
       COPY BRSTWS.
       01  WS-DA-STATUS            PIC X(02).
       01  WS-EX-STATUS            PIC X(02).
       01  WS-RPT-STATUS           PIC X(02).
       01  WS-CSV-STATUS           PIC X(02).
       01  WS-RJ-STATUS            PIC X(02).
       01  WS-WKS-STATUS           PIC X(02).
       01  WS-KEY-STATUS           PIC X(02).
       01  WS-RPT-NAME             PIC X(30).
       01  WS-CSV-NAME             PIC X(30).
       01  WS-WKS-NAME             PIC X(30).
       01  WS-KEY-NAME             PIC X(30).
       01  DA-INPUT-BUILD.
           05 DA-IB-N              PIC Z(5).
           05 FILLER               PIC X(01) VALUE SPACE.
               88 WS-EOF                      VALUE "Y".
           05 WS-POW-OVF-SW        PIC X(01) VALUE "N".
               88 WS-POW-OVF                  VALUE "Y".
           05 WS-WK-OPEN-SW        PIC X(01) VALUE "N".
               88 WS-WK-FILES-OPEN            VALUE "Y".

       01  WS-MODE                 PIC 9(1).
           88 WS-MODE-SINGLE                  VALUE 1.
           88 WS-MODE-MULTI                   VALUE 2.
           88 WS-MODE-GRID                    VALUE 3.
           88 WS-MODE-WORKSHEET               VALUE 4.

       01  WS-MULTI-COUNT          PIC 9(3).
       01  WS-MULTI-IDX            PIC 9(3).
           05 DA-GB-COLS           PIC Z(5).
           05 FILLER               PIC X(05) VALUE " GRID".

      *    WORKSHEET MODE - THE POOL HOLDS EVERY QUESTION OVER THE
      *    N RANGE (FACTORS OR EXPONENTS 1 THRU 12, POWERS THAT
      *    OUTGROW THE RESULT FIELD LEFT OUT).  EACH SHEET DRAWS ITS
      *    QUESTIONS FROM THE POOL IN A SHUFFLED ORDER DRIVEN BY A
      *    PARK-MILLER GENERATOR (X = X * 16807 MOD 2**31-1) STARTED
      *    FROM THE SHEET'S SEED, SO THE SAME SEED ALWAYS GIVES THE
      *    SAME SHEET.  SHEET K OF A CLASS SET USES SEED + K - 1 AND
      *    PRINTS IT, SO ANY ONE SHEET CAN BE KEYED AGAIN ALONE.
       01  WS-WK-FROM              PIC 9(5).
       01  WS-WK-TO                PIC 9(5).
       01  WS-WK-QUESTIONS         PIC 9(3).
       01  WS-WK-SEED              PIC 9(9).
       01  WS-WK-SHEETS            PIC 9(3).
       01  WS-WK-SHEET-IDX         PIC 9(3).
       01  WS-WK-SHEET-SEED        PIC 9(10).
       01  WS-WK-SHEET-SEQ         PIC 9(4) VALUE 0.
       01  WS-WK-SHEET-NO.
           05 WS-WK-SN-RUN-ID      PIC X(13).
           05 FILLER               PIC X(01) VALUE "-".
           05 WS-WK-SN-SEQ         PIC 9(04).
       01  WS-WK-FACT-HI           PIC 9(2) VALUE 12.
       01  WS-WK-POOL-MAX          PIC 9(3) VALUE 999.
       01  WS-WK-POOL.
           05 WS-WK-POOL-COUNT     PIC 9(4) VALUE 0 USAGE COMP.
           05 WS-WK-ENTRY          OCCURS 999 TIMES.
               10 WS-WK-Q-N        PIC 9(5).
               10 WS-WK-Q-I        PIC 9(2).
       01  WS-WK-SWAP.
           05 WS-WK-SWAP-N         PIC 9(5).
           05 WS-WK-SWAP-I         PIC 9(2).
       01  WS-WK-POOL-N            PIC 9(6).
       01  WS-WK-POOL-I            PIC 9(2).
       01  WS-WK-IDX               PIC 9(4) USAGE COMP.
       01  WS-WK-PICK              PIC 9(4) USAGE COMP.
       01  WS-WK-SPAN              PIC 9(4) USAGE COMP.
       01  WS-WK-OFFSET            PIC 9(4) USAGE COMP.
       01  WS-WK-RAND              PIC 9(18) USAGE COMP.
       01  WS-WK-RAND-WORK         PIC 9(18) USAGE COMP.
       01  WS-WK-RAND-QUOT         PIC 9(18) USAGE COMP.
       01  WS-WK-PAGE-NO           PIC 9(03).
       01  WS-WK-LINE-COUNT        PIC 9(03).
       01  WS-WK-REASON            PIC X(20).
       01  WS-WK-SHEET-TITLE       PIC X(25).
       01  WS-WK-KEY-TITLE         PIC X(25).
       01  WS-WK-QUESTION          PIC X(40).
       01  WS-WK-ANSWER            PIC X(20).
       01  D-WK-QNO                PIC Z(2)9.
       01  D-WK-FROM               PIC Z(4)9.
       01  D-WK-TO                 PIC Z(4)9.
       01  D-WK-QUESTIONS          PIC Z(2)9.
       01  D-WK-SEED               PIC Z(9)9.
       01  D-WK-COUNT              PIC Z(3)9.

       01  WS-PROCESSED-COUNT      PIC 9(07) VALUE 0.
       01  WS-REJECT-COUNT         PIC 9(07) VALUE 0.
       01  D-PROCESSED             PIC Z(6)9.
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
                   WHEN WS-MODE-GRID
                       PERFORM 2070-GRID-RUN
                           THRU 2070-EXIT
                   WHEN WS-MODE-WORKSHEET
                       PERFORM 2080-WORKSHEET-RUN
                           THRU 2080-EXIT
                   WHEN OTHER
                       PERFORM 2000-GET-N
                           THRU 2000-EXIT
           MOVE WS-RUN-DATE(1:4) TO D-RUN-YEAR.
           MOVE WS-RUN-DATE(5:2) TO D-RUN-MONTH.
           MOVE WS-RUN-DATE(7:2) TO D-RUN-DAY.
           OPEN INPUT MULT-TABLE-PARM.
           IF WS-PARM-OK
               MOVE "Y" TO WS-BATCH-MODE-SW
               MOVE "MULT-TABLE" TO WS-BR-PROGRAM-ID
               MOVE "MULTRST.DAT" TO WS-BR-FILE-NAME
               MOVE "MULTPARM.DAT" TO WS-BR-INPUT-NAME
               PERFORM 9720-CHECK-BATCH-RESTART
                   THRU 9720-EXIT
               OPEN EXTEND MULT-TABLE-REJECT
               IF WS-RJ-STATUS = "35"
                   OPEN OUTPUT MULT-TABLE-REJECT
           ELSE
               MOVE "N" TO WS-BATCH-MODE-SW
           END-IF.
           PERFORM 1100-OPEN-REPORT
               THRU 1100-EXIT.
           PERFORM 9380-ASSIGN-RUN-ID
               THRU 9380-EXIT.
           PERFORM 9390-GET-OPERATOR
               THRU 9390-EXIT.
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
      *                        WRITING AND CARRIES ON ITS PAGE
      *                        NUMBERS; OTHERWISE (OR IF THAT FILE
      *                        HAS GONE) A NEW DATED REPORT IS
      *                        STARTED AND CATALOGED
      *-------------------------------------------------------------
       1100-OPEN-REPORT.
           IF WS-BR-RESTARTING
               AND WS-BR-RPT-NAME NOT = SPACES
               MOVE WS-BR-RPT-NAME TO WS-RPT-NAME
               OPEN EXTEND MULT-TABLE-RPT
               IF WS-RPT-STATUS = "00"
                   IF WS-BR-PAGE-NO > 0
                       MOVE WS-BR-PAGE-NO TO WS-PAGE-NO
                   END-IF
                   GO TO 1100-EXIT
               END-IF
           END-IF.
           MOVE "MULTRPT" TO WS-OC-BASE.
           PERFORM 9430-BUILD-DATED-NAME
               THRU 9430-EXIT.
           MOVE WS-OC-DATED-NAME TO WS-RPT-NAME.
           OPEN OUTPUT MULT-TABLE-RPT.
           PERFORM 9440-CATALOG-OUTPUT
               THRU 9440-EXIT.
           MOVE WS-RPT-NAME TO WS-BR-RPT-NAME.
           GO TO 1100-EXIT.
       1100-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 1200-OPEN-CSV  --  SAME RULE AS THE REPORT; ONLY A NEW CSV
      *                     GETS THE COLUMN HEADER
      *-------------------------------------------------------------
       1200-OPEN-CSV.
           IF WS-BR-RESTARTING
               AND WS-BR-CSV-NAME NOT = SPACES
               MOVE WS-BR-CSV-NAME TO WS-CSV-NAME
               OPEN EXTEND MULT-TABLE-CSV
               IF WS-CSV-STATUS = "00"
                   GO TO 1200-EXIT
               END-IF
           END-IF.
           MOVE "MULTCSV" TO WS-OC-BASE.
           PERFORM 9430-BUILD-DATED-NAME
               THRU 9430-EXIT.
               THRU 9440-EXIT.
           MOVE "OP,N,I,RESULT,RUNID" TO MULT-TABLE-CSV-RECORD.
           WRITE MULT-TABLE-CSV-RECORD.
           MOVE WS-CSV-NAME TO WS-BR-CSV-NAME.
           GO TO 1200-EXIT.
       1200-EXIT.
           EXIT.

      *-------------------------------------------------------------
           DISPLAY "1. Single table (one N, one T)".
           DISPLAY "2. Multiple tables (a list of N values, one T)".
           DISPLAY "3. Matrix grid (row and column ranges)".
           DISPLAY "4. Worksheet and answer key (shuffled questions)".
           DISPLAY "Select an option: " WITH NO ADVANCING.
           ACCEPT WS-MODE.
           IF NOT WS-MODE-SINGLE AND NOT WS-MODE-MULTI
               AND NOT WS-MODE-GRID AND NOT WS-MODE-WORKSHEET
               DISPLAY "Invalid option, please enter 1, 2, 3 or 4"
               MOVE SPACES TO EXCEPTION-LOG-RECORD
               MOVE "MULT-TABLE" TO EX-PROGRAM-ID
               MOVE "VALIDATION" TO EX-EXCEPTION-TYPE
       2070-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 2080-WORKSHEET-RUN  --  PROMPT THE N RANGE, THE QUESTION
      *                          COUNT AND THE SEED, THEN PRINT ONE
      *                          SHEET AND ITS ANSWER KEY
      *-------------------------------------------------------------
       2080-WORKSHEET-RUN.
           DISPLAY "N range FROM: " WITH NO ADVANCING.
           PERFORM 8000-GET-NUMERIC-ENTRY
               THRU 8000-EXIT.
           COMPUTE WS-WK-FROM = WS-NUM-ENTRY-VAL
               ON SIZE ERROR
                   DISPLAY "Value too large, enter 5 digits or fewer"
                   GO TO 2080-WORKSHEET-RUN
           END-COMPUTE.
           IF WS-OPER-DIV AND WS-WK-FROM = 0
               DISPLAY "Division sheet needs N greater than zero"
               GO TO 2080-WORKSHEET-RUN
           END-IF.
           DISPLAY "N range TO: " WITH NO ADVANCING.
           PERFORM 8000-GET-NUMERIC-ENTRY
               THRU 8000-EXIT.
           COMPUTE WS-WK-TO = WS-NUM-ENTRY-VAL
               ON SIZE ERROR
                   DISPLAY "Value too large, enter 5 digits or fewer"
                   GO TO 2080-WORKSHEET-RUN
           END-COMPUTE.
           IF WS-WK-TO < WS-WK-FROM
               DISPLAY "TO must not be less than FROM, try again"
               GO TO 2080-WORKSHEET-RUN
           END-IF.
           IF (WS-WK-TO - WS-WK-FROM + 1) * WS-WK-FACT-HI
                   > WS-WK-POOL-MAX
               DISPLAY "N range too wide for one sheet, try again"
               GO TO 2080-WORKSHEET-RUN
           END-IF.
           PERFORM 4100-BUILD-POOL
               THRU 4100-EXIT.
           DISPLAY "Enter how many questions: " WITH NO ADVANCING.
           PERFORM 8000-GET-NUMERIC-ENTRY
               THRU 8000-EXIT.
           COMPUTE WS-WK-QUESTIONS = WS-NUM-ENTRY-VAL
               ON SIZE ERROR
                   DISPLAY "Value too large, enter 3 digits or fewer"
                   GO TO 2080-WORKSHEET-RUN
           END-COMPUTE.
           IF WS-WK-QUESTIONS = 0
               DISPLAY "Invalid entry, must be 1 or greater"
               GO TO 2080-WORKSHEET-RUN
           END-IF.
           IF WS-WK-QUESTIONS > WS-WK-POOL-COUNT
               MOVE WS-WK-POOL-COUNT TO D-WK-COUNT
               DISPLAY "Only " FUNCTION TRIM(D-WK-COUNT)
                   " questions in that range, try again"
               GO TO 2080-WORKSHEET-RUN
           END-IF.
           DISPLAY "Enter the seed (same seed, same sheet): "
                WITH NO ADVANCING.
           PERFORM 8000-GET-NUMERIC-ENTRY
               THRU 8000-EXIT.
           COMPUTE WS-WK-SEED = WS-NUM-ENTRY-VAL
               ON SIZE ERROR
                   DISPLAY "Value too large, enter 9 digits or fewer"
                   GO TO 2080-WORKSHEET-RUN
           END-COMPUTE.
           MOVE 1 TO WS-WK-SHEETS.
           PERFORM 4000-RUN-WORKSHEETS
               THRU 4000-EXIT.
           GO TO 2080-EXIT.
       2080-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 2200-BATCH-RUN  --  PROCESS EVERY N/T PAIR ON THE PARM FILE
      *-------------------------------------------------------------
       2200-BATCH-RUN.
           IF WS-BR-RESTARTING
               PERFORM 2205-SKIP-DONE-RECORDS
                   THRU 2205-EXIT
           END-IF.
           IF NOT WS-EOF
               PERFORM 2210-READ-NEXT-PARM
                   THRU 2210-EXIT
           END-IF.
           PERFORM 2220-PROCESS-ONE-PARM
               THRU 2220-EXIT
               UNTIL WS-EOF.
           PERFORM 9740-CLEAR-BATCH-CHECKPOINT
               THRU 9740-EXIT.
           MOVE WS-PROCESSED-COUNT TO DA-EB-PROCESSED.
           MOVE WS-REJECT-COUNT TO DA-EB-REJECTED.
           MOVE SPACES TO DAILY-AUDIT-RECORD.
       2200-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 2205-SKIP-DONE-RECORDS  --  A RERUN OF THE SAME BUSINESS DAY
      *                              PASSES OVER THE PARMS THE
      *                              INTERRUPTED RUN FINISHED AND
      *                              PICKS UP ITS COUNTS
      *-------------------------------------------------------------
       2205-SKIP-DONE-RECORDS.
           PERFORM 9750-ANNOUNCE-BATCH-RESUME
               THRU 9750-EXIT.
           MOVE WS-BR-PROCESSED TO WS-PROCESSED-COUNT.
           MOVE WS-BR-REJECTED TO WS-REJECT-COUNT.
           PERFORM 2210-READ-NEXT-PARM
               THRU 2210-EXIT
               VARYING WS-BR-SKIP-IDX FROM 1 BY 1
                   UNTIL WS-BR-SKIP-IDX > WS-BR-RECORDS-DONE
                       OR WS-EOF.
           GO TO 2205-EXIT.
       2205-EXIT.
           EXIT.

       2210-READ-NEXT-PARM.
           READ MULT-TABLE-PARM
               AT END
                       PERFORM 3500-PRINT-GRID
                           THRU 3500-EXIT
                   END-IF
               WHEN MTP-OP >= 7
                   PERFORM 2240-WORKSHEET-PARM
                       THRU 2240-EXIT
               WHEN NOT WS-OPER-MULT AND NOT WS-OPER-POWER
                       AND NOT WS-OPER-DIV
                   DISPLAY "Invalid operation code - skipping "
                   PERFORM 3000-PRINT-TABLE
                       THRU 3000-EXIT
           END-EVALUATE.
           PERFORM 2225-TAKE-CHECKPOINT
               THRU 2225-EXIT.
           PERFORM 2210-READ-NEXT-PARM
               THRU 2210-EXIT.
           GO TO 2220-EXIT.
       2220-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 2225-TAKE-CHECKPOINT  --  THE CURRENT PARM IS FULLY DONE;
      *                            RECORD THE POSITION, COUNTS AND
      *                            PAGE NUMBER
      *-------------------------------------------------------------
       2225-TAKE-CHECKPOINT.
           ADD 1 TO WS-BR-RECORDS-DONE.
           MOVE WS-PROCESSED-COUNT TO WS-BR-PROCESSED.
           MOVE WS-REJECT-COUNT TO WS-BR-REJECTED.
           MOVE WS-PAGE-NO TO WS-BR-PAGE-NO.
           PERFORM 9730-WRITE-BATCH-CHECKPOINT
               THRU 9730-EXIT.
           GO TO 2225-EXIT.
       2225-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 2230-REJECT-ONE-PARM  --  START A REJECT RECORD FOR THE
      *                            CURRENT PARM; THE CALLER FILLS IN
           ADD 1 TO WS-REJECT-COUNT.
           MOVE SPACES TO MULT-TABLE-REJECT-RECORD.
           MOVE MULT-TABLE-PARM-REC-X TO RJ-INPUT.
           MOVE MTP-WORKSHEET TO RJ-WORKSHEET.
           GO TO 2230-EXIT.
       2230-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 2240-WORKSHEET-PARM  --  OPERATION CODES 7/8/9 PRINT A
      *                           CLASS SET OF WORKSHEETS (MULT /
      *                           POWER / DIV) OVER N = MTP-N THRU
      *                           MTP-T.  THE TRAILER GIVES THE
      *                           QUESTIONS PER SHEET, THE SEED AND
      *                           THE NUMBER OF SHEETS (ZERO MEANS
      *                           ONE).  A BAD RECORD IS REJECTED
      *                           WHOLE BEFORE ANY SHEET IS PRINTED.
      *-------------------------------------------------------------
       2240-WORKSHEET-PARM.
           COMPUTE WS-OPER = MTP-OP - 6.
           MOVE SPACES TO WS-WK-REASON.
           EVALUATE TRUE
               WHEN MTP-WK-QUESTIONS IS NOT NUMERIC
                   OR MTP-WK-SEED IS NOT NUMERIC
                   OR MTP-WK-SHEETS IS NOT NUMERIC
                   MOVE "NOT NUMERIC" TO WS-WK-REASON
               WHEN N > T
                   MOVE "RANGE REVERSED" TO WS-WK-REASON
               WHEN WS-OPER-DIV AND N = 0
                   MOVE "ZERO DIVISOR" TO WS-WK-REASON
               WHEN MTP-WK-QUESTIONS = 0
                   MOVE "NO QUESTIONS" TO WS-WK-REASON
               WHEN (T - N + 1) * WS-WK-FACT-HI > WS-WK-POOL-MAX
                   MOVE "N RANGE TOO WIDE" TO WS-WK-REASON
               WHEN OTHER
                   MOVE N TO WS-WK-FROM
                   MOVE T TO WS-WK-TO
                   PERFORM 4100-BUILD-POOL
                       THRU 4100-EXIT
                   IF MTP-WK-QUESTIONS > WS-WK-POOL-COUNT
                       MOVE "TOO MANY QUESTIONS" TO WS-WK-REASON
                   END-IF
           END-EVALUATE.
           IF WS-WK-REASON NOT = SPACES
               DISPLAY "Worksheet parm rejected - "
                   FUNCTION TRIM(WS-WK-REASON)
               MOVE SPACES TO EXCEPTION-LOG-RECORD
               MOVE "MULT-TABLE" TO EX-PROGRAM-ID
               MOVE "VALIDATION" TO EX-EXCEPTION-TYPE
               MOVE "WORKSHEET PARM SKIPPED" TO EX-DETAIL
               MOVE 4 TO EX-RETURN-CODE
               PERFORM 9550-WRITE-EXCEPTION-RECORD
                   THRU 9550-EXIT
               PERFORM 2230-REJECT-ONE-PARM
                   THRU 2230-EXIT
               MOVE WS-WK-REASON TO RJ-REASON
               WRITE MULT-TABLE-REJECT-RECORD
               GO TO 2240-EXIT
           END-IF.
           ADD 1 TO WS-PROCESSED-COUNT.
           MOVE MTP-WK-QUESTIONS TO WS-WK-QUESTIONS.
           MOVE MTP-WK-SEED TO WS-WK-SEED.
           MOVE MTP-WK-SHEETS TO WS-WK-SHEETS.
           IF WS-WK-SHEETS = 0
               MOVE 1 TO WS-WK-SHEETS
           END-IF.
           PERFORM 4000-RUN-WORKSHEETS
               THRU 4000-EXIT.
           GO TO 2240-EXIT.
       2240-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 3000-PRINT-TABLE  --  DISPLAY AND PRINT N x 1 THRU N x T
      *-------------------------------------------------------------
               INTO MULT-TABLE-RPT-RECORD.
           WRITE MULT-TABLE-RPT-RECORD.
           MOVE SPACES TO MULT-TABLE-RPT-RECORD.
           IF WS-TRAINING-SET
               MOVE "*** TRAINING ***" TO MULT-TABLE-RPT-RECORD(63:16)
           END-IF.
           WRITE MULT-TABLE-RPT-RECORD.
           MOVE SPACES TO MULT-TABLE-RPT-RECORD.
           MOVE 8 TO WS-GRID-PTR.
           MOVE SPACES TO MULT-TABLE-RPT-RECORD.
           STRING FUNCTION TRIM(D-N) " Tables" DELIMITED BY SIZE
               INTO MULT-TABLE-RPT-RECORD.
           IF WS-TRAINING-SET
               MOVE "*** TRAINING ***" TO MULT-TABLE-RPT-RECORD(63:16)
           END-IF.
           WRITE MULT-TABLE-RPT-RECORD.
           MOVE SPACES TO MULT-TABLE-RPT-RECORD.
           WRITE MULT-TABLE-RPT-RECORD.
       3200-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 4000-RUN-WORKSHEETS  --  ONE CLASS SET: WS-WK-SHEETS SHEETS
      *                           OVER THE SAME N RANGE, EACH
      *                           SHUFFLED FROM ITS OWN SEED, EACH
      *                           WITH A MATCHING ANSWER KEY
      *-------------------------------------------------------------
       4000-RUN-WORKSHEETS.
           PERFORM 4050-OPEN-WORKSHEET-FILES
               THRU 4050-EXIT.
           EVALUATE TRUE
               WHEN WS-OPER-POWER
                   MOVE "POWER" TO WS-OP-TAG
                   MOVE "POWER WORKSHEET" TO WS-WK-SHEET-TITLE
                   MOVE "POWER ANSWER KEY" TO WS-WK-KEY-TITLE
               WHEN WS-OPER-DIV
                   MOVE "DIV" TO WS-OP-TAG
                   MOVE "DIVISION WORKSHEET" TO WS-WK-SHEET-TITLE
                   MOVE "DIVISION ANSWER KEY" TO WS-WK-KEY-TITLE
               WHEN OTHER
                   MOVE "MULT" TO WS-OP-TAG
                   MOVE "MULTIPLICATION WORKSHEET"
                       TO WS-WK-SHEET-TITLE
                   MOVE "MULTIPLICATION ANSWER KEY"
                       TO WS-WK-KEY-TITLE
           END-EVALUATE.
           MOVE WS-WK-FROM TO D-WK-FROM.
           MOVE WS-WK-TO TO D-WK-TO.
           MOVE WS-WK-QUESTIONS TO D-WK-QUESTIONS.
           PERFORM 4300-PRINT-ONE-SHEET
               THRU 4300-EXIT
               VARYING WS-WK-SHEET-IDX FROM 1 BY 1
                   UNTIL WS-WK-SHEET-IDX > WS-WK-SHEETS.
           GO TO 4000-EXIT.
       4000-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 4050-OPEN-WORKSHEET-FILES  --  THE SHEET AND ANSWER-KEY
      *                                FILES ARE STARTED, DATED AND
      *                                CATALOGED ON THE FIRST SHEET
      *                                OF THE RUN ONLY
      *-------------------------------------------------------------
       4050-OPEN-WORKSHEET-FILES.
           IF WS-WK-FILES-OPEN
               GO TO 4050-EXIT
           END-IF.
           MOVE "MULTWKS" TO WS-OC-BASE.
           PERFORM 9430-BUILD-DATED-NAME
               THRU 9430-EXIT.
           MOVE WS-OC-DATED-NAME TO WS-WKS-NAME.
           OPEN OUTPUT MULT-TABLE-SHEET.
           PERFORM 9440-CATALOG-OUTPUT
               THRU 9440-EXIT.
           MOVE "MULTKEY" TO WS-OC-BASE.
           PERFORM 9430-BUILD-DATED-NAME
               THRU 9430-EXIT.
           MOVE WS-OC-DATED-NAME TO WS-KEY-NAME.
           OPEN OUTPUT MULT-TABLE-KEY.
           PERFORM 9440-CATALOG-OUTPUT
               THRU 9440-EXIT.
           MOVE "Y" TO WS-WK-OPEN-SW.
           GO TO 4050-EXIT.
       4050-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 4100-BUILD-POOL  --  EVERY QUESTION OVER THE N RANGE, IN
      *                      N THEN FACTOR ORDER
      *-------------------------------------------------------------
       4100-BUILD-POOL.
           MOVE 0 TO WS-WK-POOL-COUNT.
           PERFORM 4110-POOL-ONE-N
               THRU 4110-EXIT
               VARYING WS-WK-POOL-N FROM WS-WK-FROM BY 1
                   UNTIL WS-WK-POOL-N > WS-WK-TO.
           GO TO 4100-EXIT.
       4100-EXIT.
           EXIT.

       4110-POOL-ONE-N.
           MOVE "N" TO WS-POW-OVF-SW.
           MOVE 1 TO WS-POW.
           PERFORM 4120-POOL-ONE-QUESTION
               THRU 4120-EXIT
               VARYING WS-WK-POOL-I FROM 1 BY 1
                   UNTIL WS-WK-POOL-I > WS-WK-FACT-HI.
           GO TO 4110-EXIT.
       4110-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 4120-POOL-ONE-QUESTION  --  A POWER STAYS IN THE POOL ONLY
      *                              WHILE N ** I FITS THE RESULT
      *                              FIELD; ONCE ONE OVERFLOWS THE
      *                              HIGHER EXPONENTS DO TOO
      *-------------------------------------------------------------
       4120-POOL-ONE-QUESTION.
           IF WS-OPER-POWER
               IF WS-POW-OVF
                   GO TO 4120-EXIT
               END-IF
               IF WS-WK-POOL-N > 1
                   AND WS-POW > 999999999999999999 / WS-WK-POOL-N
                   MOVE "Y" TO WS-POW-OVF-SW
                   GO TO 4120-EXIT
               END-IF
               COMPUTE WS-POW = WS-POW * WS-WK-POOL-N
           END-IF.
           ADD 1 TO WS-WK-POOL-COUNT.
           MOVE WS-WK-POOL-N TO WS-WK-Q-N(WS-WK-POOL-COUNT).
           MOVE WS-WK-POOL-I TO WS-WK-Q-I(WS-WK-POOL-COUNT).
           GO TO 4120-EXIT.
       4120-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 4200-SHUFFLE-POOL  --  FISHER-YATES OVER THE FIRST
      *                        WS-WK-QUESTIONS POSITIONS: EACH ONE
      *                        TAKES A RANDOM PICK FROM ITSELF TO THE
      *                        END OF THE POOL
      *-------------------------------------------------------------
       4200-SHUFFLE-POOL.
           COMPUTE WS-WK-RAND = WS-WK-SHEET-SEED + 1.
           PERFORM 4210-DRAW-ONE-QUESTION
               THRU 4210-EXIT
               VARYING WS-WK-IDX FROM 1 BY 1
                   UNTIL WS-WK-IDX > WS-WK-QUESTIONS.
           GO TO 4200-EXIT.
       4200-EXIT.
           EXIT.

       4210-DRAW-ONE-QUESTION.
           PERFORM 4250-NEXT-RANDOM
               THRU 4250-EXIT.
           COMPUTE WS-WK-SPAN = WS-WK-POOL-COUNT - WS-WK-IDX + 1.
           DIVIDE WS-WK-RAND BY WS-WK-SPAN GIVING WS-WK-RAND-QUOT
               REMAINDER WS-WK-OFFSET.
           COMPUTE WS-WK-PICK = WS-WK-IDX + WS-WK-OFFSET.
           MOVE WS-WK-ENTRY(WS-WK-IDX) TO WS-WK-SWAP.
           MOVE WS-WK-ENTRY(WS-WK-PICK) TO WS-WK-ENTRY(WS-WK-IDX).
           MOVE WS-WK-SWAP TO WS-WK-ENTRY(WS-WK-PICK).
           GO TO 4210-EXIT.
       4210-EXIT.
           EXIT.

       4250-NEXT-RANDOM.
           COMPUTE WS-WK-RAND-WORK = WS-WK-RAND * 16807.
           DIVIDE WS-WK-RAND-WORK BY 2147483647
               GIVING WS-WK-RAND-QUOT
               REMAINDER WS-WK-RAND.
           GO TO 4250-EXIT.
       4250-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 4300-PRINT-ONE-SHEET  --  NUMBER THE SHEET, SHUFFLE ITS
      *                            QUESTIONS, PRINT THE SHEET AND THE
      *                            KEY LINE FOR LINE, AND LOG THE
      *                            SHEET NUMBER TO THE AUDIT TRAIL
      *-------------------------------------------------------------
       4300-PRINT-ONE-SHEET.
           ADD 1 TO WS-WK-SHEET-SEQ.
           MOVE WS-RUN-ID TO WS-WK-SN-RUN-ID.
           MOVE WS-WK-SHEET-SEQ TO WS-WK-SN-SEQ.
           COMPUTE WS-WK-SHEET-SEED = WS-WK-SEED + WS-WK-SHEET-IDX - 1.
           MOVE WS-WK-SHEET-SEED TO D-WK-SEED.
           PERFORM 4100-BUILD-POOL
               THRU 4100-EXIT.
           PERFORM 4200-SHUFFLE-POOL
               THRU 4200-EXIT.
           MOVE 0 TO WS-WK-PAGE-NO.
           PERFORM 4310-WRITE-SHEET-HEADINGS
               THRU 4310-EXIT.
           PERFORM 4320-WRITE-ONE-QUESTION
               THRU 4320-EXIT
               VARYING WS-WK-IDX FROM 1 BY 1
                   UNTIL WS-WK-IDX > WS-WK-QUESTIONS.
           MOVE SPACES TO DAILY-AUDIT-RECORD.
           MOVE "MULT-TABLE" TO DA-PROGRAM-ID.
           STRING "WKS " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-OP-TAG) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   FUNCTION TRIM(D-WK-FROM) DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   FUNCTION TRIM(D-WK-TO) DELIMITED BY SIZE
               INTO DA-INPUT-VALUE.
           MOVE WS-WK-SHEET-NO TO DA-OUTPUT-VALUE.
           MOVE 0 TO DA-RETURN-CODE.
           PERFORM 9500-WRITE-AUDIT-RECORD
               THRU 9500-EXIT.
           DISPLAY "Worksheet " WS-WK-SHEET-NO " - "
               FUNCTION TRIM(D-WK-QUESTIONS) " questions, seed "
               FUNCTION TRIM(D-WK-SEED).
           GO TO 4300-EXIT.
       4300-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 4310-WRITE-SHEET-HEADINGS  --  TITLE, SHEET NUMBER AND SEED
      *                                ON BOTH FILES; THE SHEET GETS
      *                                A NAME AND SCORE LINE WHERE
      *                                THE KEY NAMES ITS SHEET.
      *                                REPEATED ON EVERY PAGE BREAK;
      *                                THE SECOND LINE CARRIES THE
      *                                TRAINING WATERMARK.
      *-------------------------------------------------------------
       4310-WRITE-SHEET-HEADINGS.
           ADD 1 TO WS-WK-PAGE-NO.
           MOVE WS-WK-PAGE-NO TO D-PAGE-NO.
           MOVE SPACES TO MULT-TABLE-SHEET-RECORD.
           STRING WS-WK-SHEET-TITLE DELIMITED BY SIZE
                   "  DATE: " DELIMITED BY SIZE
                   D-RUN-DATE DELIMITED BY SIZE
                   "  SHEET: " DELIMITED BY SIZE
                   WS-WK-SHEET-NO DELIMITED BY SIZE
               INTO MULT-TABLE-SHEET-RECORD.
           WRITE MULT-TABLE-SHEET-RECORD.
           MOVE SPACES TO MULT-TABLE-KEY-RECORD.
           STRING WS-WK-KEY-TITLE DELIMITED BY SIZE
                   "  DATE: " DELIMITED BY SIZE
                   D-RUN-DATE DELIMITED BY SIZE
                   "  SHEET: " DELIMITED BY SIZE
                   WS-WK-SHEET-NO DELIMITED BY SIZE
               INTO MULT-TABLE-KEY-RECORD.
           WRITE MULT-TABLE-KEY-RECORD.
           MOVE SPACES TO MULT-TABLE-SHEET-RECORD.
           STRING "N " DELIMITED BY SIZE
                   FUNCTION TRIM(D-WK-FROM) DELIMITED BY SIZE
                   " TO " DELIMITED BY SIZE
                   FUNCTION TRIM(D-WK-TO) DELIMITED BY SIZE
                   "  QUESTIONS: " DELIMITED BY SIZE
                   FUNCTION TRIM(D-WK-QUESTIONS) DELIMITED BY SIZE
                   "  SEED: " DELIMITED BY SIZE
                   FUNCTION TRIM(D-WK-SEED) DELIMITED BY SIZE
                   "  PAGE: " DELIMITED BY SIZE
                   FUNCTION TRIM(D-PAGE-NO) DELIMITED BY SIZE
               INTO MULT-TABLE-SHEET-RECORD.
           IF WS-TRAINING-SET
               MOVE "*** TRAINING ***"
                   TO MULT-TABLE-SHEET-RECORD(63:16)
           END-IF.
           WRITE MULT-TABLE-SHEET-RECORD.
           MOVE MULT-TABLE-SHEET-RECORD TO MULT-TABLE-KEY-RECORD.
           IF WS-TRAINING-SET
               MOVE "*** TRAINING ***"
                   TO MULT-TABLE-KEY-RECORD(63:16)
           END-IF.
           WRITE MULT-TABLE-KEY-RECORD.
           MOVE SPACES TO MULT-TABLE-SHEET-RECORD.
           STRING "NAME: ______________________________"
                   DELIMITED BY SIZE
                   "  SCORE: ______ / " DELIMITED BY SIZE
                   FUNCTION TRIM(D-WK-QUESTIONS) DELIMITED BY SIZE
               INTO MULT-TABLE-SHEET-RECORD.
           WRITE MULT-TABLE-SHEET-RECORD.
           MOVE SPACES TO MULT-TABLE-KEY-RECORD.
           STRING "ANSWERS FOR SHEET " DELIMITED BY SIZE
                   WS-WK-SHEET-NO DELIMITED BY SIZE
                   "  RUN ID: " DELIMITED BY SIZE
                   WS-RUN-ID DELIMITED BY SIZE
               INTO MULT-TABLE-KEY-RECORD.
           WRITE MULT-TABLE-KEY-RECORD.
           MOVE SPACES TO MULT-TABLE-SHEET-RECORD.
           WRITE MULT-TABLE-SHEET-RECORD.
           MOVE SPACES TO MULT-TABLE-KEY-RECORD.
           WRITE MULT-TABLE-KEY-RECORD.
           MOVE 4 TO WS-WK-LINE-COUNT.
           GO TO 4310-EXIT.
       4310-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 4320-WRITE-ONE-QUESTION  --  THE SAME NUMBERED QUESTION ON
      *                               BOTH FILES, BLANK ON THE SHEET
      *                               AND ANSWERED ON THE KEY.  A
      *                               DIVISION QUESTION IS THE
      *                               INVERSE FACT (N x I) / N.
      *-------------------------------------------------------------
       4320-WRITE-ONE-QUESTION.
           IF WS-WK-LINE-COUNT >= WS-MAX-LINES-PER-PAGE
               PERFORM 4310-WRITE-SHEET-HEADINGS
                   THRU 4310-EXIT
           END-IF.
           MOVE WS-WK-IDX TO D-WK-QNO.
           MOVE WS-WK-Q-N(WS-WK-IDX) TO D-N.
           MOVE WS-WK-Q-I(WS-WK-IDX) TO D-I.
           MOVE SPACES TO WS-WK-QUESTION.
           MOVE SPACES TO WS-WK-ANSWER.
           EVALUATE TRUE
               WHEN WS-OPER-POWER
                   MOVE 1 TO WS-POW
                   PERFORM 4330-RAISE-ONCE
                       THRU 4330-EXIT
                       VARYING WS-WK-POOL-I FROM 1 BY 1
                           UNTIL WS-WK-POOL-I > WS-WK-Q-I(WS-WK-IDX)
                   MOVE WS-POW TO D-POW
                   STRING FUNCTION TRIM(D-N) " ^ "
                           FUNCTION TRIM(D-I) DELIMITED BY SIZE
                       INTO WS-WK-QUESTION
                   MOVE FUNCTION TRIM(D-POW) TO WS-WK-ANSWER
               WHEN WS-OPER-DIV
                   MULTIPLY WS-WK-Q-N(WS-WK-IDX)
                       BY WS-WK-Q-I(WS-WK-IDX) GIVING TMP
                   MOVE TMP TO D-RES
                   STRING FUNCTION TRIM(D-RES) " / "
                           FUNCTION TRIM(D-N) DELIMITED BY SIZE
                       INTO WS-WK-QUESTION
                   MOVE FUNCTION TRIM(D-I) TO WS-WK-ANSWER
               WHEN OTHER
                   MULTIPLY WS-WK-Q-N(WS-WK-IDX)
                       BY WS-WK-Q-I(WS-WK-IDX) GIVING TMP
                   MOVE TMP TO D-RES
                   STRING FUNCTION TRIM(D-N) " x "
                           FUNCTION TRIM(D-I) DELIMITED BY SIZE
                       INTO WS-WK-QUESTION
                   MOVE FUNCTION TRIM(D-RES) TO WS-WK-ANSWER
           END-EVALUATE.
           MOVE SPACES TO MULT-TABLE-SHEET-RECORD.
           STRING D-WK-QNO DELIMITED BY SIZE
                   ".  " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-WK-QUESTION) DELIMITED BY SIZE
                   " = ____________" DELIMITED BY SIZE
               INTO MULT-TABLE-SHEET-RECORD.
           WRITE MULT-TABLE-SHEET-RECORD.
           MOVE SPACES TO MULT-TABLE-KEY-RECORD.
           STRING D-WK-QNO DELIMITED BY SIZE
                   ".  " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-WK-QUESTION) DELIMITED BY SIZE
                   " = " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-WK-ANSWER) DELIMITED BY SIZE
               INTO MULT-TABLE-KEY-RECORD.
           WRITE MULT-TABLE-KEY-RECORD.
           ADD 1 TO WS-WK-LINE-COUNT.
           GO TO 4320-EXIT.
       4320-EXIT.
           EXIT.

       4330-RAISE-ONCE.
           COMPUTE WS-POW = WS-POW * WS-WK-Q-N(WS-WK-IDX).
           GO TO 4330-EXIT.
       4330-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 9999-TERMINATE  --  CLOSE THE REPORT
      *-------------------------------------------------------------
       9999-TERMINATE.
           CLOSE MULT-TABLE-RPT.
           CLOSE MULT-TABLE-CSV.
           IF WS-WK-FILES-OPEN
               CLOSE MULT-TABLE-SHEET
               CLOSE MULT-TABLE-KEY
           END-IF.
           IF WS-BATCH-MODE
               CLOSE MULT-TABLE-PARM
               CLOSE MULT-TABLE-REJECT
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
