       IDENTIFICATION DIVISION.
       PROGRAM-ID. GCD-LCM.
       AUTHOR. HARISH-KUMAR.
       INSTALLATION. UNIKODE-DATA-CENTER.
       DATE-WRITTEN. 2026/10/15.
       DATE-COMPILED.
      *-------------------------------------------------------------
      * MODIFICATION HISTORY
      *-------------------------------------------------------------
      * DATE       INIT DESCRIPTION
      * ---------- ---- -----------------------------------------
      * 2026/10/15  HK  FIRST VERSION - GREATEST COMMON DIVISOR AND
      *                 LEAST COMMON MULTIPLE OF A SET OF TWO TO TEN
      *                 VALUES, WITH A PAIRWISE CO-PRIME VERDICT,
      *                 BUILT ON THE SAME HOUSE CONVENTIONS AS THE
      *                 FIVE ORIGINAL UTILITIES.  THE SET IS KEYED
      *                 AT THE CONSOLE THROUGH THE SHARED NUMERIC-
      *                 ENTRY ROUTINE, OR, WHEN GCDIN.DAT IS
      *                 PRESENT, TAKEN ONE SET PER RECORD WITH A
      *                 RECORD-LEVEL RESTART CHECKPOINT (GCDRST.DAT)
      *                 AND THE BAD RECORDS ON GCDRJ.DAT FOR THE
      *                 REJECT WORKBENCH.  THE LCM IS CARRIED ON THE
      *                 SHARED BIGNUM ENGINE, SINCE IT OUTGROWS 18
      *                 DIGITS QUICKLY.  EVERY SET IS WRITTEN TO THE
      *                 DAILY AUDIT TRAIL AND TO A RUN-DATED CSV
      *                 (GCDCSV) FOR EXTRACT-MERGE; A SET WHOSE LCM
      *                 IS NOT DIVISIBLE BY EVERY VALUE, OR WHOSE
      *                 GCD DOES NOT DIVIDE EVERY VALUE, IS AN
      *                 INTEGRITY EXCEPTION WITH RETURN CODE 8.
      *-------------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GCD-IN ASSIGN TO "GCDIN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IN-STATUS.
           SELECT GCD-REJECT ASSIGN TO "GCDRJ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RJ-STATUS.
           SELECT GCD-CSV ASSIGN TO DYNAMIC WS-CSV-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CSV-STATUS.
           COPY AUDITSEL.
           COPY EXCPSEL.
           COPY AUDITCSL.
           COPY EXCPCSL.
           COPY RUNIDSEL.
           COPY SIGNSEL.
           COPY CALSEL.
           COPY OUTCATSL.
           COPY BRSTSL.

       DATA DIVISION.
       FILE SECTION.
      *    ONE SET PER RECORD: UP TO TEN NINE-DIGIT VALUES, EACH
      *    ZERO-FILLED AND FOLLOWED BY ONE SPACE, PACKED FROM THE
      *    LEFT - THE FIRST BLANK VALUE ENDS THE SET
       FD  GCD-IN.
       01  GCD-IN-RECORD.
           05 GI-ENTRY             OCCURS 10 TIMES.
               10 GI-VALUE         PIC 9(09).
               10 GI-VALUE-X REDEFINES GI-VALUE
                                   PIC X(09).
               10 FILLER           PIC X(01).

      *    THE WHOLE INPUT RECORD TRAVELS WITH THE REJECT, SO THE
      *    WORKBENCH CAN SHOW THE SET AND RE-KEY IT
       FD  GCD-REJECT.
       01  GCD-REJECT-RECORD.
           05 RJ-RECORD-NO         PIC 9(07).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 RJ-REASON            PIC X(20).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 RJ-SET               PIC X(100).

       FD  GCD-CSV.
       01  GCD-CSV-RECORD          PIC X(270).

       COPY AUDITFD.

       COPY EXCPFD.

       COPY AUDITCFD.

       COPY EXCPCFD.

       COPY RUNIDFD.

       COPY SIGNFD.

       COPY CALFD.

       COPY OUTCATFD.

       COPY BRSTFD.

       WORKING-STORAGE SECTION.
      *    BUILD IDENTITY - RAISE WS-VR-VERSION WITH EACH ENTRY
      *    IN THE MODIFICATION HISTORY (SEE VERSWS.CPY)
       01  WS-VR-PROGRAM           PIC X(17) VALUE "GCD-LCM".
       01  WS-VR-VERSION           PIC X(06) VALUE "1.01".
       COPY VERSWS.
       COPY OUTCATWS.
       COPY CALWS.
       COPY BRSTWS.
       COPY NUMVALWS.
       COPY RUNIDWS.
       COPY AUDITCWS.
       COPY EXCPCWS.
       COPY SIGNWS.
       01  WS-DA-STATUS            PIC X(02).
       01  WS-EX-STATUS            PIC X(02).

      *    THE SET BEING WORKED, FROM THE CONSOLE OR ONE RECORD
       01  WS-MAX-VALUES           PIC 9(02) VALUE 10.
       01  WS-VALUE-COUNT          PIC 9(02) VALUE 0.
       01  WS-VALUE-TABLE.
           05 WS-VALUE             PIC 9(09) OCCURS 10 TIMES.
       01  WS-VAL-IDX              PIC 9(02).
       01  WS-VAL-IDX-2            PIC 9(02).
       01  WS-SET-NO               PIC 9(07) VALUE 0.

      *    EUCLID'S ALGORITHM WORKS ON WS-EU-A / WS-EU-B AND LEAVES
      *    THE DIVISOR IN WS-EU-A
       01  WS-EU-A                 PIC 9(09).
       01  WS-EU-B                 PIC 9(09).
       01  WS-EU-QUOT              PIC 9(09).
       01  WS-EU-REM               PIC 9(09).

       01  WS-GCD                  PIC 9(09).
       01  WS-LCM-FACTOR           PIC 9(09).
       01  WS-SHARED-FACTOR        PIC 9(09).
       01  WS-PAIR-FIRST           PIC 9(02).
       01  WS-PAIR-SECOND          PIC 9(02).

       COPY BIGNUMWS.
       01  WS-LCM-BIG.
           05 WS-LCM-USED           PIC 9(03) USAGE COMP.
           05 WS-LCM-DIGITS         PIC 9(04) USAGE COMP
                                     OCCURS 60 TIMES.
       01  WS-BIG-STRING            PIC X(240).
       01  WS-BIG-DIGIT-COUNT       PIC 9(03).
       01  D-BIG-DIGIT-COUNT        PIC Z(2)9.

       01  D-VALUE                 PIC Z(8)9.
       01  D-GCD                   PIC Z(8)9.
       01  D-SHARED                PIC Z(8)9.
       01  D-IDX                   PIC Z9.
       01  D-COUNT                 PIC Z9.
       01  D-SET-NO                PIC Z(6)9.
       01  WS-COPRIME-FLAG         PIC X(01).
       01  WS-OP                   PIC X(07).
       01  WS-ROW-ITEM             PIC Z9.
       01  WS-ROW-RESULT           PIC X(240).
       01  WS-INPUT-PTR            PIC 9(03).
       01  WS-LEAD-SPACES          PIC 9(02).
       01  WS-OUTPUT-BUILD         PIC X(40).

       01  WS-PROCESSED-COUNT      PIC 9(07) VALUE 0.
       01  WS-REJECT-COUNT         PIC 9(07) VALUE 0.
       01  D-PROCESSED             PIC Z(6)9.
       01  D-REJECTED              PIC Z(6)9.
       01  DA-EDIT-BUILD.
           05 FILLER                PIC X(02) VALUE "P ".
           05 DA-EB-PROCESSED       PIC Z(6)9.
           05 FILLER                PIC X(03) VALUE " R ".
           05 DA-EB-REJECTED        PIC Z(6)9.
       01  WS-REJECT-REASON        PIC X(20).

       01  WS-CSV-NAME             PIC X(30).
       01  WS-CSV-STATUS           PIC X(02).
       01  WS-IN-STATUS            PIC X(02).
           88 WS-IN-OK                        VALUE "00".
       01  WS-RJ-STATUS            PIC X(02).

       01  WS-SWITCHES.
           05 WS-OVERFLOW-SW       PIC X(01) VALUE "N".
               88 WS-OVERFLOW                 VALUE "Y".
           05 WS-BATCH-MODE-SW     PIC X(01) VALUE "N".
               88 WS-BATCH-MODE               VALUE "Y".
           05 WS-EOF-SW            PIC X(01) VALUE "N".
               88 WS-EOF                      VALUE "Y".
           05 WS-COPRIME-SW        PIC X(01) VALUE "Y".
               88 WS-COPRIME                  VALUE "Y".
           05 WS-GAP-SW            PIC X(01) VALUE "N".
               88 WS-GAP-SEEN                 VALUE "Y".
           05 WS-CHECK-FAIL-SW     PIC X(01) VALUE "N".
               88 WS-CHECK-FAILED             VALUE "Y".

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
           IF WS-BATCH-MODE
               PERFORM 5000-BATCH-RUN
                   THRU 5000-EXIT
           ELSE
               PERFORM 2000-GET-VALUE-COUNT
                   THRU 2000-EXIT
               PERFORM 2100-GET-ONE-VALUE
                   THRU 2100-EXIT
                   VARYING WS-VAL-IDX FROM 1 BY 1
                       UNTIL WS-VAL-IDX > WS-VALUE-COUNT
               MOVE 1 TO WS-SET-NO
               PERFORM 3000-COMPUTE-SET
                   THRU 3000-EXIT
               PERFORM 4000-REPORT-SET
                   THRU 4000-EXIT
           END-IF.
           PERFORM 9999-TERMINATE
               THRU 9999-EXIT.
           GOBACK.

      *-------------------------------------------------------------
      * 1000-INITIALIZE  --  BATCH WHEN GCDIN.DAT IS PRESENT,
      *                       OTHERWISE THE CONSOLE
      *-------------------------------------------------------------
       1000-INITIALIZE.
           PERFORM 9370-GET-BUSINESS-DATE
               THRU 9370-EXIT.
           MOVE "N" TO WS-EOF-SW.
           PERFORM 9380-ASSIGN-RUN-ID
               THRU 9380-EXIT.
           PERFORM 9390-GET-OPERATOR
               THRU 9390-EXIT.
           OPEN INPUT GCD-IN.
           IF WS-IN-OK
               MOVE "Y" TO WS-BATCH-MODE-SW
               MOVE "GCD-LCM" TO WS-BR-PROGRAM-ID
               MOVE "GCDRST.DAT" TO WS-BR-FILE-NAME
               MOVE "GCDIN.DAT" TO WS-BR-INPUT-NAME
               PERFORM 9720-CHECK-BATCH-RESTART
                   THRU 9720-EXIT
               OPEN EXTEND GCD-REJECT
               IF WS-RJ-STATUS = "35"
                   OPEN OUTPUT GCD-REJECT
                   CLOSE GCD-REJECT
                   OPEN EXTEND GCD-REJECT
               END-IF
           ELSE
               MOVE "N" TO WS-BATCH-MODE-SW
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
               OPEN EXTEND GCD-CSV
               IF WS-CSV-STATUS = "00"
                   GO TO 1100-EXIT
               END-IF
           END-IF.
           MOVE "GCDCSV" TO WS-OC-BASE.
           PERFORM 9430-BUILD-DATED-NAME
               THRU 9430-EXIT.
           MOVE WS-OC-DATED-NAME TO WS-CSV-NAME.
           OPEN OUTPUT GCD-CSV.
           PERFORM 9440-CATALOG-OUTPUT
               THRU 9440-EXIT.
           MOVE "OP,SET,ITEM,RESULT,RUNID" TO GCD-CSV-RECORD.
           WRITE GCD-CSV-RECORD.
           MOVE WS-CSV-NAME TO WS-BR-CSV-NAME.
           GO TO 1100-EXIT.
       1100-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 2000-GET-VALUE-COUNT  --  HOW MANY VALUES IN THE SET
      *-------------------------------------------------------------
       2000-GET-VALUE-COUNT.
           DISPLAY "How many values (2 to 10): " WITH NO ADVANCING.
           PERFORM 8000-GET-NUMERIC-ENTRY
               THRU 8000-EXIT.
           IF WS-NUM-ENTRY-VAL < 2
               OR WS-NUM-ENTRY-VAL > WS-MAX-VALUES
               DISPLAY "Enter a count from 2 to 10"
               GO TO 2000-GET-VALUE-COUNT
           END-IF.
           MOVE WS-NUM-ENTRY-VAL TO WS-VALUE-COUNT.
           GO TO 2000-EXIT.
       2000-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 2100-GET-ONE-VALUE  --  ONE POSITIVE VALUE OF UP TO NINE
      *                          DIGITS INTO WS-VALUE(WS-VAL-IDX)
      *-------------------------------------------------------------
       2100-GET-ONE-VALUE.
           MOVE WS-VAL-IDX TO D-IDX.
           DISPLAY "Enter value " FUNCTION TRIM(D-IDX) ": "
               WITH NO ADVANCING.
           PERFORM 8000-GET-NUMERIC-ENTRY
               THRU 8000-EXIT.
           COMPUTE WS-VALUE(WS-VAL-IDX) = WS-NUM-ENTRY-VAL
               ON SIZE ERROR
                   DISPLAY "Value too large, enter 9 digits or fewer"
                   GO TO 2100-GET-ONE-VALUE
           END-COMPUTE.
           IF WS-VALUE(WS-VAL-IDX) = 0
               DISPLAY "Value must be greater than zero, try again"
               GO TO 2100-GET-ONE-VALUE
           END-IF.
           GO TO 2100-EXIT.
       2100-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 3000-COMPUTE-SET  --  GCD BY EUCLID, LCM ON THE SHARED
      *                        ENGINE, THE PAIRWISE CO-PRIME
      *                        VERDICT, THEN THE CROSS-CHECK
      *-------------------------------------------------------------
       3000-COMPUTE-SET.
           MOVE "N" TO WS-OVERFLOW-SW.
           MOVE "N" TO WS-CHECK-FAIL-SW.
           MOVE WS-VALUE(1) TO WS-GCD.
           PERFORM 3100-FOLD-ONE-GCD
               THRU 3100-EXIT
               VARYING WS-VAL-IDX FROM 2 BY 1
                   UNTIL WS-VAL-IDX > WS-VALUE-COUNT.
           MOVE WS-VALUE(1) TO WS-BN-VALUE.
           CALL "BIGNUM" USING WS-BIGNUM-CONTROL WS-LCM-BIG
               WS-BN-VALUE.
           PERFORM 3200-FOLD-ONE-LCM
               THRU 3200-EXIT
               VARYING WS-VAL-IDX FROM 2 BY 1
                   UNTIL WS-VAL-IDX > WS-VALUE-COUNT
                       OR WS-OVERFLOW.
           IF WS-OVERFLOW
               GO TO 3000-EXIT
           END-IF.
           MOVE "Y" TO WS-COPRIME-SW.
           MOVE 0 TO WS-PAIR-FIRST.
           PERFORM 3300-CHECK-ONE-FIRST
               THRU 3300-EXIT
               VARYING WS-VAL-IDX FROM 1 BY 1
                   UNTIL WS-VAL-IDX >= WS-VALUE-COUNT
                       OR NOT WS-COPRIME.
           PERFORM 3500-CROSS-CHECK-ONE
               THRU 3500-EXIT
               VARYING WS-VAL-IDX FROM 1 BY 1
                   UNTIL WS-VAL-IDX > WS-VALUE-COUNT
                       OR WS-CHECK-FAILED.
           GO TO 3000-EXIT.
       3000-EXIT.
           EXIT.

       3100-FOLD-ONE-GCD.
           MOVE WS-GCD TO WS-EU-A.
           MOVE WS-VALUE(WS-VAL-IDX) TO WS-EU-B.
           PERFORM 3900-EUCLID
               THRU 3900-EXIT.
           MOVE WS-EU-A TO WS-GCD.
           GO TO 3100-EXIT.
       3100-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 3200-FOLD-ONE-LCM  --  LCM = LCM X (V / GCD(LCM, V)), WHERE
      *                         GCD(LCM, V) = GCD(V, LCM MOD V)
      *-------------------------------------------------------------
       3200-FOLD-ONE-LCM.
           MOVE WS-VALUE(WS-VAL-IDX) TO WS-BN-DIVISOR.
           CALL "BIGNUM-MOD" USING WS-BIGNUM-CONTROL WS-LCM-BIG
               WS-BN-DIVISOR WS-BN-REMAINDER.
           MOVE WS-VALUE(WS-VAL-IDX) TO WS-EU-A.
           MOVE WS-BN-REMAINDER TO WS-EU-B.
           PERFORM 3900-EUCLID
               THRU 3900-EXIT.
           DIVIDE WS-VALUE(WS-VAL-IDX) BY WS-EU-A
               GIVING WS-LCM-FACTOR.
           IF WS-LCM-FACTOR = 1
               GO TO 3200-EXIT
           END-IF.
           MOVE WS-LCM-FACTOR TO WS-BN-VALUE.
           CALL "BIGNUM-MUL" USING WS-BIGNUM-CONTROL WS-LCM-BIG
               WS-BN-VALUE.
           IF WS-BN-OVERFLOW
               MOVE "Y" TO WS-OVERFLOW-SW
           END-IF.
           GO TO 3200-EXIT.
       3200-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 3300-CHECK-ONE-FIRST  --  PAIR WS-VALUE(WS-VAL-IDX) WITH
      *                            EVERY LATER VALUE; THE FIRST PAIR
      *                            SHARING A FACTOR SETTLES IT
      *-------------------------------------------------------------
       3300-CHECK-ONE-FIRST.
           COMPUTE WS-VAL-IDX-2 = WS-VAL-IDX + 1.
           PERFORM 3400-CHECK-ONE-PAIR
               THRU 3400-EXIT
               VARYING WS-VAL-IDX-2 FROM WS-VAL-IDX-2 BY 1
                   UNTIL WS-VAL-IDX-2 > WS-VALUE-COUNT
                       OR NOT WS-COPRIME.
           GO TO 3300-EXIT.
       3300-EXIT.
           EXIT.

       3400-CHECK-ONE-PAIR.
           MOVE WS-VALUE(WS-VAL-IDX) TO WS-EU-A.
           MOVE WS-VALUE(WS-VAL-IDX-2) TO WS-EU-B.
           PERFORM 3900-EUCLID
               THRU 3900-EXIT.
           IF WS-EU-A NOT = 1
               MOVE "N" TO WS-COPRIME-SW
               MOVE WS-VAL-IDX TO WS-PAIR-FIRST
               MOVE WS-VAL-IDX-2 TO WS-PAIR-SECOND
               MOVE WS-EU-A TO WS-SHARED-FACTOR
           END-IF.
           GO TO 3400-EXIT.
       3400-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 3500-CROSS-CHECK-ONE  --  EVERY VALUE MUST DIVIDE THE LCM
      *                            AND BE DIVIDED BY THE GCD
      *-------------------------------------------------------------
       3500-CROSS-CHECK-ONE.
           MOVE WS-VALUE(WS-VAL-IDX) TO WS-BN-DIVISOR.
           CALL "BIGNUM-MOD" USING WS-BIGNUM-CONTROL WS-LCM-BIG
               WS-BN-DIVISOR WS-BN-REMAINDER.
           IF WS-BN-REMAINDER NOT = 0
               MOVE "Y" TO WS-CHECK-FAIL-SW
               GO TO 3500-EXIT
           END-IF.
           DIVIDE WS-VALUE(WS-VAL-IDX) BY WS-GCD
               GIVING WS-EU-QUOT REMAINDER WS-EU-REM.
           IF WS-EU-REM NOT = 0
               MOVE "Y" TO WS-CHECK-FAIL-SW
           END-IF.
           GO TO 3500-EXIT.
       3500-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 3900-EUCLID  --  WS-EU-A = GCD(WS-EU-A, WS-EU-B)
      *-------------------------------------------------------------
       3900-EUCLID.
           IF WS-EU-B = 0
               GO TO 3900-EXIT
           END-IF.
           DIVIDE WS-EU-A BY WS-EU-B
               GIVING WS-EU-QUOT REMAINDER WS-EU-REM.
           MOVE WS-EU-B TO WS-EU-A.
           MOVE WS-EU-REM TO WS-EU-B.
           GO TO 3900-EUCLID.
       3900-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 4000-REPORT-SET  --  SHOW THE RESULT, WRITE THE CSV ROWS
      *                      AND THE AUDIT RECORD, AND LOG A FAILED
      *                      CROSS-CHECK.  A BATCH OVERFLOW IS LOGGED
      *                      WITH ITS REJECT (SEE 5400).
      *-------------------------------------------------------------
       4000-REPORT-SET.
           MOVE WS-VALUE-COUNT TO D-COUNT.
           MOVE WS-SET-NO TO D-SET-NO.
           MOVE WS-GCD TO D-GCD.
           MOVE SPACES TO DAILY-AUDIT-RECORD.
           MOVE "GCD-LCM" TO DA-PROGRAM-ID.
           MOVE 1 TO WS-INPUT-PTR.
           PERFORM 4200-ADD-INPUT-VALUE
               THRU 4200-EXIT
               VARYING WS-VAL-IDX FROM 1 BY 1
                   UNTIL WS-VAL-IDX > WS-VALUE-COUNT
                       OR WS-INPUT-PTR > 21.
           IF WS-OVERFLOW
               DISPLAY "LCM of the set exceeds supported range"
               MOVE "OVERFLOW" TO DA-OUTPUT-VALUE
               MOVE 16 TO DA-RETURN-CODE
               IF NOT WS-BATCH-MODE
                   MOVE 16 TO RETURN-CODE
                   MOVE 16 TO LK-RETURN-CODE
               END-IF
               PERFORM 9500-WRITE-AUDIT-RECORD
                   THRU 9500-EXIT
               IF WS-BATCH-MODE
                   GO TO 4000-EXIT
               END-IF
               MOVE SPACES TO EXCEPTION-LOG-RECORD
               MOVE "GCD-LCM" TO EX-PROGRAM-ID
               MOVE "ABEND" TO EX-EXCEPTION-TYPE
               MOVE 16 TO EX-RETURN-CODE
               STRING "LCM OVERFLOW SET " DELIMITED BY SIZE
                       FUNCTION TRIM(D-SET-NO) DELIMITED BY SIZE
                   INTO EX-DETAIL
               PERFORM 9550-WRITE-EXCEPTION-RECORD
                   THRU 9550-EXIT
               GO TO 4000-EXIT
           END-IF.
           CALL "BIGNUM-FMT" USING WS-BIGNUM-CONTROL WS-LCM-BIG
               WS-BIG-STRING WS-BIG-DIGIT-COUNT.
           DISPLAY "GCD = " FUNCTION TRIM(D-GCD).
           DISPLAY "LCM = " FUNCTION TRIM(WS-BIG-STRING).
           IF WS-COPRIME
               MOVE "Y" TO WS-COPRIME-FLAG
               DISPLAY "Pairwise co-prime: YES"
           ELSE
               MOVE "N" TO WS-COPRIME-FLAG
               MOVE WS-VALUE(WS-PAIR-FIRST) TO D-VALUE
               MOVE WS-SHARED-FACTOR TO D-SHARED
               DISPLAY "Pairwise co-prime: NO - "
                   FUNCTION TRIM(D-VALUE) " and "
                   WITH NO ADVANCING
               MOVE WS-VALUE(WS-PAIR-SECOND) TO D-VALUE
               DISPLAY FUNCTION TRIM(D-VALUE) " share "
                   FUNCTION TRIM(D-SHARED)
           END-IF.
           PERFORM 4100-WRITE-VALUE-ROW
               THRU 4100-EXIT
               VARYING WS-VAL-IDX FROM 1 BY 1
                   UNTIL WS-VAL-IDX > WS-VALUE-COUNT.
           MOVE WS-VALUE-COUNT TO WS-ROW-ITEM.
           MOVE "GCD" TO WS-OP.
           MOVE D-GCD TO WS-ROW-RESULT.
           PERFORM 4300-WRITE-CSV-ROW
               THRU 4300-EXIT.
           MOVE "LCM" TO WS-OP.
           MOVE WS-BIG-STRING TO WS-ROW-RESULT.
           PERFORM 4300-WRITE-CSV-ROW
               THRU 4300-EXIT.
           MOVE "COPRIME" TO WS-OP.
           MOVE WS-COPRIME-FLAG TO WS-ROW-RESULT.
           PERFORM 4300-WRITE-CSV-ROW
               THRU 4300-EXIT.
           MOVE SPACES TO WS-OUTPUT-BUILD.
           STRING "G " DELIMITED BY SIZE
                   FUNCTION TRIM(D-GCD) DELIMITED BY SIZE
                   " L " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-BIG-STRING) DELIMITED BY SIZE
               INTO WS-OUTPUT-BUILD.
           IF WS-OUTPUT-BUILD(21:20) NOT = SPACES
               MOVE WS-BIG-DIGIT-COUNT TO D-BIG-DIGIT-COUNT
               MOVE SPACES TO WS-OUTPUT-BUILD
               STRING "G " DELIMITED BY SIZE
                       FUNCTION TRIM(D-GCD) DELIMITED BY SIZE
                       " L " DELIMITED BY SIZE
                       FUNCTION TRIM(D-BIG-DIGIT-COUNT)
                           DELIMITED BY SIZE
                       "D" DELIMITED BY SIZE
                   INTO WS-OUTPUT-BUILD
           END-IF.
           MOVE WS-OUTPUT-BUILD TO DA-OUTPUT-VALUE.
           IF WS-CHECK-FAILED
               MOVE 8 TO DA-RETURN-CODE
           ELSE
               MOVE 0 TO DA-RETURN-CODE
           END-IF.
           PERFORM 9500-WRITE-AUDIT-RECORD
               THRU 9500-EXIT.
           IF WS-CHECK-FAILED
               PERFORM 4800-LOG-CHECK-FAILURE
                   THRU 4800-EXIT
           END-IF.
           GO TO 4000-EXIT.
       4000-EXIT.
           EXIT.

       4100-WRITE-VALUE-ROW.
           MOVE WS-VAL-IDX TO WS-ROW-ITEM.
           MOVE "VALUE" TO WS-OP.
           MOVE WS-VALUE(WS-VAL-IDX) TO D-VALUE.
           MOVE D-VALUE TO WS-ROW-RESULT.
           PERFORM 4300-WRITE-CSV-ROW
               THRU 4300-EXIT.
           GO TO 4100-EXIT.
       4100-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 4200-ADD-INPUT-VALUE  --  THE VALUES, SPACE-SEPARATED, AS
      *                            MANY WHOLE VALUES AS THE AUDIT
      *                            INPUT FIELD HOLDS
      *-------------------------------------------------------------
       4200-ADD-INPUT-VALUE.
           MOVE WS-VALUE(WS-VAL-IDX) TO D-VALUE.
           MOVE 0 TO WS-LEAD-SPACES.
           INSPECT D-VALUE TALLYING WS-LEAD-SPACES
               FOR LEADING SPACE.
           IF WS-INPUT-PTR + 8 - WS-LEAD-SPACES > 21
               MOVE 22 TO WS-INPUT-PTR
               GO TO 4200-EXIT
           END-IF.
           STRING D-VALUE(WS-LEAD-SPACES + 1:) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
               INTO DA-INPUT-VALUE
               WITH POINTER WS-INPUT-PTR.
           GO TO 4200-EXIT.
       4200-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 4300-WRITE-CSV-ROW  --  OP,SET,ITEM,RESULT,RUNID - THE SAME
      *                          FIVE-COLUMN SHAPE EXTRACT-MERGE
      *                          READS FROM EVERY UTILITY
      *-------------------------------------------------------------
       4300-WRITE-CSV-ROW.
           MOVE SPACES TO GCD-CSV-RECORD.
           STRING FUNCTION TRIM(WS-OP) DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   FUNCTION TRIM(D-SET-NO) DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   FUNCTION TRIM(WS-ROW-ITEM) DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   FUNCTION TRIM(WS-ROW-RESULT) DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   WS-RUN-ID DELIMITED BY SIZE
               INTO GCD-CSV-RECORD.
           WRITE GCD-CSV-RECORD.
           GO TO 4300-EXIT.
       4300-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 4800-LOG-CHECK-FAILURE  --  THE LCM OR GCD DID NOT DIVIDE
      *                              AS IT MUST: AN INTEGRITY
      *                              EXCEPTION AND RETURN CODE 8
      *-------------------------------------------------------------
       4800-LOG-CHECK-FAILURE.
           DISPLAY "GCD-LCM: set " FUNCTION TRIM(D-SET-NO)
               " failed the GCD/LCM cross-check.".
           MOVE SPACES TO EXCEPTION-LOG-RECORD.
           MOVE "GCD-LCM" TO EX-PROGRAM-ID.
           MOVE "INTEGRITY" TO EX-EXCEPTION-TYPE.
           STRING "GCD/LCM CHECK FAILED SET " DELIMITED BY SIZE
                   FUNCTION TRIM(D-SET-NO) DELIMITED BY SIZE
               INTO EX-DETAIL.
           MOVE 8 TO EX-RETURN-CODE.
           PERFORM 9550-WRITE-EXCEPTION-RECORD
               THRU 9550-EXIT.
           IF LK-RETURN-CODE < 8
               MOVE 8 TO LK-RETURN-CODE
               MOVE 8 TO RETURN-CODE
           END-IF.
           GO TO 4800-EXIT.
       4800-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 5000-BATCH-RUN  --  PROCESS EVERY SET ON GCD-IN
      *-------------------------------------------------------------
       5000-BATCH-RUN.
           IF WS-BR-RESTARTING
               PERFORM 5050-SKIP-DONE-RECORDS
                   THRU 5050-EXIT
           END-IF.
           IF NOT WS-EOF
               PERFORM 5100-READ-NEXT-SET
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
           MOVE "GCD-LCM" TO DA-PROGRAM-ID.
           MOVE "BATCH EDIT" TO DA-INPUT-VALUE.
           MOVE DA-EDIT-BUILD TO DA-OUTPUT-VALUE.
           IF WS-REJECT-COUNT > 0
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
           IF WS-REJECT-COUNT > 0
               MOVE WS-PROCESSED-COUNT TO D-PROCESSED
               MOVE WS-REJECT-COUNT TO D-REJECTED
               DISPLAY "GCD-LCM: " FUNCTION TRIM(D-REJECTED)
                   " record(s) rejected to GCDRJ.DAT, "
                   FUNCTION TRIM(D-PROCESSED) " processed."
           END-IF.
           GO TO 5000-EXIT.
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
           PERFORM 5100-READ-NEXT-SET
               THRU 5100-EXIT
               VARYING WS-BR-SKIP-IDX FROM 1 BY 1
                   UNTIL WS-BR-SKIP-IDX > WS-BR-RECORDS-DONE
                       OR WS-EOF.
           GO TO 5050-EXIT.
       5050-EXIT.
           EXIT.

       5100-READ-NEXT-SET.
           READ GCD-IN
               AT END
                   MOVE "Y" TO WS-EOF-SW
           END-READ.
           GO TO 5100-EXIT.
       5100-EXIT.
           EXIT.

       5200-PROCESS-ONE-RECORD.
           COMPUTE WS-SET-NO = WS-BR-RECORDS-DONE + 1.
           PERFORM 5300-EDIT-SET
               THRU 5300-EXIT.
           IF WS-REJECT-REASON NOT = SPACES
               PERFORM 5400-REJECT-SET
                   THRU 5400-EXIT
               GO TO 5200-NEXT
           END-IF.
           PERFORM 3000-COMPUTE-SET
               THRU 3000-EXIT.
           PERFORM 4000-REPORT-SET
               THRU 4000-EXIT.
           IF WS-OVERFLOW
               MOVE "EXCEEDS LCM CAPACITY" TO WS-REJECT-REASON
               PERFORM 5400-REJECT-SET
                   THRU 5400-EXIT
           ELSE
               ADD 1 TO WS-PROCESSED-COUNT
           END-IF.
       5200-NEXT.
           PERFORM 5250-TAKE-CHECKPOINT
               THRU 5250-EXIT.
           PERFORM 5100-READ-NEXT-SET
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
           PERFORM 9730-WRITE-BATCH-CHECKPOINT
               THRU 9730-EXIT.
           GO TO 5250-EXIT.
       5250-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 5300-EDIT-SET  --  LOAD THE RECORD'S VALUES INTO THE SET,
      *                     LEAVING WS-REJECT-REASON BLANK WHEN THE
      *                     RECORD IS GOOD
      *-------------------------------------------------------------
       5300-EDIT-SET.
           MOVE SPACES TO WS-REJECT-REASON.
           MOVE 0 TO WS-VALUE-COUNT.
           MOVE "N" TO WS-GAP-SW.
           PERFORM 5310-EDIT-ONE-ENTRY
               THRU 5310-EXIT
               VARYING WS-VAL-IDX FROM 1 BY 1
                   UNTIL WS-VAL-IDX > WS-MAX-VALUES
                       OR WS-REJECT-REASON NOT = SPACES.
           IF WS-REJECT-REASON = SPACES
               AND WS-VALUE-COUNT < 2
               MOVE "FEWER THAN 2 VALUES" TO WS-REJECT-REASON
           END-IF.
           GO TO 5300-EXIT.
       5300-EXIT.
           EXIT.

       5310-EDIT-ONE-ENTRY.
           IF GI-VALUE-X(WS-VAL-IDX) = SPACES
               MOVE "Y" TO WS-GAP-SW
               GO TO 5310-EXIT
           END-IF.
           IF WS-GAP-SEEN
               MOVE "BLANK INSIDE SET" TO WS-REJECT-REASON
               GO TO 5310-EXIT
           END-IF.
           IF GI-VALUE(WS-VAL-IDX) IS NOT NUMERIC
               MOVE "NOT NUMERIC" TO WS-REJECT-REASON
               GO TO 5310-EXIT
           END-IF.
           IF GI-VALUE(WS-VAL-IDX) = 0
               MOVE "ZERO VALUE" TO WS-REJECT-REASON
               GO TO 5310-EXIT
           END-IF.
           ADD 1 TO WS-VALUE-COUNT.
           MOVE GI-VALUE(WS-VAL-IDX) TO WS-VALUE(WS-VALUE-COUNT).
           GO TO 5310-EXIT.
       5310-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 5400-REJECT-SET  --  THE WHOLE RECORD TO GCDRJ.DAT WITH ITS
      *                       REASON, AND A VALIDATION EXCEPTION
      *-------------------------------------------------------------
       5400-REJECT-SET.
           ADD 1 TO WS-REJECT-COUNT.
           MOVE SPACES TO GCD-REJECT-RECORD.
           MOVE WS-SET-NO TO RJ-RECORD-NO.
           MOVE WS-REJECT-REASON TO RJ-REASON.
           MOVE GCD-IN-RECORD TO RJ-SET.
           WRITE GCD-REJECT-RECORD.
           MOVE WS-SET-NO TO D-SET-NO.
           MOVE SPACES TO EXCEPTION-LOG-RECORD.
           MOVE "GCD-LCM" TO EX-PROGRAM-ID.
           MOVE "VALIDATION" TO EX-EXCEPTION-TYPE.
           STRING "REC " DELIMITED BY SIZE
                   FUNCTION TRIM(D-SET-NO) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-REJECT-REASON DELIMITED BY SIZE
               INTO EX-DETAIL.
           MOVE 4 TO EX-RETURN-CODE.
           PERFORM 9550-WRITE-EXCEPTION-RECORD
               THRU 9550-EXIT.
           GO TO 5400-EXIT.
       5400-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 9999-TERMINATE  --  CLOSE EVERYTHING
      *-------------------------------------------------------------
       9999-TERMINATE.
           IF WS-BATCH-MODE
               CLOSE GCD-IN
               CLOSE GCD-REJECT
           END-IF.
           CLOSE GCD-CSV.
           PERFORM 9420-CLOSE-DAILY-AUDIT
               THRU 9420-EXIT.
           PERFORM 9470-CLOSE-EXCEPTION-LOG
               THRU 9470-EXIT.
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
      * 9380-ASSIGN-RUN-ID  --  COPIED
      *-------------------------------------------------------------
       COPY RUNIDPR.

      *-------------------------------------------------------------
      * 9390-GET-OPERATOR  --  COPIED
      *-------------------------------------------------------------
       COPY SIGNPR.

      *-------------------------------------------------------------
      * 8000-GET-NUMERIC-ENTRY  --  COPIED
      *-------------------------------------------------------------
       COPY NUMVALPR.

      *-------------------------------------------------------------
      * 9370-GET-BUSINESS-DATE  --  COPIED
      *-------------------------------------------------------------
       COPY CALPR.

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
