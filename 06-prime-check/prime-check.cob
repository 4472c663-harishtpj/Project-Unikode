      *                 ONE-TIME PRIME-CONVERT RUN FIRST, INSTEAD
      *                 OF CARRYING ON WITH UNCHECKED READS AND
      *                 WRITES.
      * 2026/10/15  HK  ADDED THE PROGRAM'S BUILD IDENTITY - VERSION AND
      *                 COMPILE DATE, SEE VERSWS.CPY - STAMPED ON ITS
      *                 AUDIT RECORDS.  A CALL WITH A RETURN CODE OF -1
      *                 NOW ONLY REPORTS THE BUILD, FOR THE DAILY RUN'S
      *                 VERSION CHECK.
      * 2026/10/15  HK  ADDED OPTION 4, GOLDBACH PARTITIONS - EVERY WAY
      *                 OF WRITING AN EVEN NUMBER AS THE SUM OF TWO
      *                 PRIMES, FOR ONE NUMBER OR A RANGE, KEYED OR FROM
      *                 A MODE 4 PRIMPARM.DAT RECORD (ONE NUMBER IN NUM,
      *                 OR A ZERO NUM AND THE RANGE IN FROM / TO).
      *                 PRIMALITY IS LOOKED UP IN A SIEVE OF THE FIRST
      *                 SEGMENT AND IN PRIME-MASTER ABOVE IT, NOT RE-
      *                 TESTED.  PRIMERPT.DAT LISTS EVERY PARTITION OF
      *                 ONE NUMBER; A RANGE GETS THE COUNT AND SMALLEST
      *                 PARTITION PER NUMBER AND THE MINIMUM AND MAXIMUM
      *                 COUNTS.  AN EVEN NUMBER WITH NO PARTITION IS AN
      *                 INTEGRITY EXCEPTION WITH RETURN CODE 8.
      * 2026/10/15  HK  A GOLDBACH RANGE NOW LISTS EVERY PARTITION OF
      *                 EACH EVEN NUMBER UNDER THAT NUMBER'S COUNT AND
      *                 SMALLEST-PARTITION LINE, AS A SINGLE NUMBER
      *                 DOES.  SYSPARM GOLDBACH-SUMMARY = 1 KEEPS A VERY
      *                 WIDE RANGE TO THE COUNT LINES.  THE RUN ID
      *                 HEADING ON PRIMERPT.DAT CARRIES THE TRAINING
      *                 WATERMARK AGAINST THE TRAINING DATA SET.
      *-------------------------------------------------------------

       ENVIRONMENT DIVISION.
       COPY LOCKFD.

       WORKING-STORAGE SECTION.
      *    BUILD IDENTITY - RAISE WS-VR-VERSION WITH EACH ENTRY
      *    IN THE MODIFICATION HISTORY (SEE VERSWS.CPY)
       01  WS-VR-PROGRAM           PIC X(17) VALUE "PRIME-CHECK".
       01  WS-VR-VERSION           PIC X(06) VALUE "1.25".
       COPY VERSWS.
       COPY CALWS.
       COPY LOCKWS.
       COPY NUMVALWS.
           88 WS-MODE-SINGLE                  VALUE 1.
           88 WS-MODE-RANGE                   VALUE 2.
           88 WS-MODE-FACTOR                  VALUE 3.
           88 WS-MODE-GOLDBACH                VALUE 4.

       01  WS-FACT-N                PIC 9(09).
       01  WS-FACT-DIVISOR          PIC 9(09).
           05 WS-FACT-ENTRY         PIC 9(09) OCCURS 30 TIMES.
       01  D-FACT-ENTRY             PIC Z(8)9.

      *    GOLDBACH PARTITIONS - EVERY EVEN NUMBER FROM WS-GB-FROM
      *    THRU WS-GB-TO WRITTEN AS P + Q WITH P <= Q, BOTH PRIME.
      *    PRIMALITY COMES FROM THE SIEVE FOR ANYTHING WITHIN THE
      *    FIRST SEGMENT AND FROM PRIME-MASTER ABOVE IT.
       01  WS-GB-FROM               PIC 9(10).
       01  WS-GB-TO                 PIC 9(10).
       01  WS-GB-N                  PIC 9(10).
       01  WS-GB-HALF               PIC 9(10).
       01  WS-GB-P                  PIC 9(10).
       01  WS-GB-COUNT              PIC 9(09).
       01  WS-GB-SMALLEST-P         PIC 9(09).
       01  WS-GB-NUMBERS            PIC 9(09).
       01  WS-GB-MIN                PIC 9(09).
       01  WS-GB-MIN-AT             PIC 9(10).
       01  WS-GB-MAX                PIC 9(09).
       01  WS-GB-MAX-AT             PIC 9(10).
       01  WS-GB-FAILS              PIC 9(09).
       01  WS-GB-SINGLE-SW          PIC X(01).
           88 WS-GB-SINGLE                    VALUE "Y".
      *    C = COUNT ONLY, B = COUNT AND LIST (ONE NUMBER),
      *    L = LIST ONLY (A RANGE'S SECOND PASS, UNDER ITS COUNT LINE)
       01  WS-GB-PASS               PIC X(01).
           88 WS-GB-PASS-COUNTS               VALUE "C" "B".
           88 WS-GB-PASS-LISTS                VALUE "B" "L".
      *    SYSPARM GOLDBACH-SUMMARY = 1 KEEPS A RANGE TO ITS COUNT AND
      *    SMALLEST-PARTITION LINES (FOR VERY WIDE RANGES)
       01  WS-GB-SUMMARY-SW         PIC X(01) VALUE "N".
           88 WS-GB-SUMMARY-ONLY              VALUE "Y".
       01  D-GB-N                   PIC Z(9)9.
       01  D-GB-P                   PIC Z(9)9.
       01  D-GB-Q                   PIC Z(9)9.
       01  D-GB-COUNT               PIC Z(8)9.
       01  D-GB-COUNT-2             PIC Z(8)9.

       01  WS-NUM                  PIC 9(9).
       01  D-NUM                   PIC Z(9).

      * 0000-MAINLINE
      *-------------------------------------------------------------
       0000-MAINLINE.
           IF LK-RETURN-CODE = -1
               PERFORM 9245-ANSWER-VERSION-INQUIRY
                   THRU 9245-EXIT
               GOBACK
           END-IF.
           MOVE 0 TO LK-RETURN-CODE.
           PERFORM 9370-GET-BUSINESS-DATE
               THRU 9370-EXIT.
                       CONTINUE
               END-COMPUTE
           END-IF.
           MOVE "GOLDBACH-SUMMARY" TO WS-SP-WANTED-KEY.
           PERFORM 9350-GET-SYSPARM
               THRU 9350-EXIT.
           IF WS-SP-FOUND
               AND WS-SP-NUM-VALUE = 1
               MOVE "Y" TO WS-GB-SUMMARY-SW
           END-IF.
           PERFORM 9380-ASSIGN-RUN-ID
               THRU 9380-EXIT.
           PERFORM 9390-GET-OPERATOR
                   WHEN WS-MODE-FACTOR
                       PERFORM 6000-FACTORIZE
                           THRU 6000-EXIT
                   WHEN WS-MODE-GOLDBACH
                       PERFORM 4000-GOLDBACH
                           THRU 4000-EXIT
                   WHEN OTHER
                       PERFORM 5000-SINGLE-CHECK
                           THRU 5000-EXIT
           DISPLAY "1. Check a single number".
           DISPLAY "2. Scan a range for primes".
           DISPLAY "3. Show the full prime factorization".
           DISPLAY "4. Goldbach partitions of even numbers".
           DISPLAY "Select an option: " WITH NO ADVANCING.
           ACCEPT WS-MODE.
           IF NOT WS-MODE-SINGLE AND NOT WS-MODE-RANGE
                   AND NOT WS-MODE-FACTOR AND NOT WS-MODE-GOLDBACH
               DISPLAY "Invalid option, enter 1, 2, 3 or 4"
               MOVE SPACES TO EXCEPTION-LOG-RECORD
               MOVE "PRIME-CHECK" TO EX-PROGRAM-ID
               MOVE "VALIDATION" TO EX-EXCEPTION-TYPE
                   STRING "RUN ID: " DELIMITED BY SIZE
                           WS-RUN-ID DELIMITED BY SIZE
                       INTO PRIME-CHECK-RPT-RECORD
                   IF WS-TRAINING-SET
                       MOVE "*** TRAINING ***"
                           TO PRIME-CHECK-RPT-RECORD(63:16)
                   END-IF
                   WRITE PRIME-CHECK-RPT-RECORD
               END-IF
           END-IF.
       3000-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 4000-GOLDBACH  --  PROMPT FOR THE EVEN NUMBERS TO PARTITION;
      *                     ONE NUMBER IS A RANGE OF ONE
      *-------------------------------------------------------------
       4000-GOLDBACH.
           DISPLAY "Goldbach partitions - for one even number enter "
               "it as both FROM and TO.".
           PERFORM 2010-GET-RANGE
               THRU 2010-EXIT.
           PERFORM 4500-GOLDBACH-AND-REPORT
               THRU 4500-EXIT.
           GO TO 4000-EXIT.
       4000-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 4050-OPEN-GOLDBACH-RPT  --  OUTPUT FOR THE FIRST REPORT OF
      *                              THE INVOCATION, EXTEND AFTER,
      *                              THE SAME AS THE RANGE SCAN
      *-------------------------------------------------------------
       4050-OPEN-GOLDBACH-RPT.
           IF WS-RPT-OPENED
               OPEN EXTEND PRIME-CHECK-RPT
           ELSE
               OPEN OUTPUT PRIME-CHECK-RPT
               MOVE "Y" TO WS-RPT-OPENED-SW
               MOVE SPACES TO PRIME-CHECK-RPT-RECORD
               STRING "RUN ID: " DELIMITED BY SIZE
                       WS-RUN-ID DELIMITED BY SIZE
                   INTO PRIME-CHECK-RPT-RECORD
               IF WS-TRAINING-SET
                   MOVE "*** TRAINING ***"
                       TO PRIME-CHECK-RPT-RECORD(63:16)
               END-IF
               WRITE PRIME-CHECK-RPT-RECORD
           END-IF.
           MOVE WS-GB-FROM TO D-GB-N.
           MOVE WS-GB-TO TO D-GB-Q.
           MOVE SPACES TO PRIME-CHECK-RPT-RECORD.
           IF WS-GB-SINGLE
               STRING "GOLDBACH PARTITIONS OF " DELIMITED BY SIZE
                       FUNCTION TRIM(D-GB-N) DELIMITED BY SIZE
                   INTO PRIME-CHECK-RPT-RECORD
           ELSE
               STRING "GOLDBACH PARTITIONS, EVEN NUMBERS "
                       DELIMITED BY SIZE
                       FUNCTION TRIM(D-GB-N) DELIMITED BY SIZE
                       " THRU " DELIMITED BY SIZE
                       FUNCTION TRIM(D-GB-Q) DELIMITED BY SIZE
                   INTO PRIME-CHECK-RPT-RECORD
           END-IF.
           WRITE PRIME-CHECK-RPT-RECORD.
           GO TO 4050-EXIT.
       4050-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 4100-PARTITION-ONE  --  EVERY P + Q = WS-GB-N.  2 + 2 IS THE
      *                          ONLY PARTITION WITH AN EVEN PRIME,
      *                          SO THE SEARCH RUNS OVER ODD P.  ONE
      *                          NUMBER LISTS ITS PARTITIONS AS IT
      *                          COUNTS THEM; A RANGE COUNTS FIRST
      *                          AND LISTS THEM UNDER THE NUMBER'S
      *                          COUNT LINE ON A SECOND PASS.
      *-------------------------------------------------------------
       4100-PARTITION-ONE.
           MOVE 0 TO WS-GB-COUNT.
           MOVE 0 TO WS-GB-SMALLEST-P.
           COMPUTE WS-GB-HALF = WS-GB-N / 2.
           IF WS-GB-SINGLE
               MOVE "B" TO WS-GB-PASS
           ELSE
               MOVE "C" TO WS-GB-PASS
           END-IF.
           PERFORM 4150-SEARCH-PAIRS
               THRU 4150-EXIT.
           ADD 1 TO WS-GB-NUMBERS.
           IF WS-GB-NUMBERS = 1
               OR WS-GB-COUNT < WS-GB-MIN
               MOVE WS-GB-COUNT TO WS-GB-MIN
               MOVE WS-GB-N TO WS-GB-MIN-AT
           END-IF.
           IF WS-GB-COUNT > WS-GB-MAX
               MOVE WS-GB-COUNT TO WS-GB-MAX
               MOVE WS-GB-N TO WS-GB-MAX-AT
           END-IF.
           IF WS-GB-COUNT = 0
               PERFORM 4800-LOG-NO-PARTITION
                   THRU 4800-EXIT
               GO TO 4100-EXIT
           END-IF.
           MOVE WS-GB-N TO D-GB-N.
           MOVE WS-GB-COUNT TO D-GB-COUNT.
           MOVE WS-GB-SMALLEST-P TO D-GB-P.
           COMPUTE D-GB-Q = WS-GB-N - WS-GB-SMALLEST-P.
           MOVE SPACES TO PRIME-CHECK-RPT-RECORD.
           IF WS-GB-SINGLE
               STRING "PARTITIONS: " DELIMITED BY SIZE
                       FUNCTION TRIM(D-GB-COUNT) DELIMITED BY SIZE
                       "  SMALLEST: " DELIMITED BY SIZE
                       FUNCTION TRIM(D-GB-P) DELIMITED BY SIZE
                       " + " DELIMITED BY SIZE
                       FUNCTION TRIM(D-GB-Q) DELIMITED BY SIZE
                   INTO PRIME-CHECK-RPT-RECORD
               DISPLAY FUNCTION TRIM(D-GB-N) " has "
                   FUNCTION TRIM(D-GB-COUNT)
                   " Goldbach partition(s), smallest "
                   FUNCTION TRIM(D-GB-P) " + " FUNCTION TRIM(D-GB-Q)
           ELSE
               STRING FUNCTION TRIM(D-GB-N) DELIMITED BY SIZE
                       "  PARTITIONS: " DELIMITED BY SIZE
                       FUNCTION TRIM(D-GB-COUNT) DELIMITED BY SIZE
                       "  SMALLEST: " DELIMITED BY SIZE
                       FUNCTION TRIM(D-GB-P) DELIMITED BY SIZE
                       " + " DELIMITED BY SIZE
                       FUNCTION TRIM(D-GB-Q) DELIMITED BY SIZE
                   INTO PRIME-CHECK-RPT-RECORD
           END-IF.
           WRITE PRIME-CHECK-RPT-RECORD.
           IF NOT WS-GB-SINGLE
               AND NOT WS-GB-SUMMARY-ONLY
               MOVE "L" TO WS-GB-PASS
               PERFORM 4150-SEARCH-PAIRS
                   THRU 4150-EXIT
           END-IF.
           GO TO 4100-EXIT.
       4100-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 4150-SEARCH-PAIRS  --  ONE PASS OVER THE CANDIDATE P
      *-------------------------------------------------------------
       4150-SEARCH-PAIRS.
           IF WS-GB-N = 4
               MOVE 2 TO WS-GB-P
               PERFORM 4300-COUNT-PARTITION
                   THRU 4300-EXIT
           END-IF.
           PERFORM 4200-TRY-ONE-PAIR
               THRU 4200-EXIT
               VARYING WS-GB-P FROM 3 BY 2
                   UNTIL WS-GB-P > WS-GB-HALF.
           GO TO 4150-EXIT.
       4150-EXIT.
           EXIT.

       4200-TRY-ONE-PAIR.
           MOVE WS-GB-P TO WS-NUM.
           PERFORM 4400-LOOK-UP-PRIME
               THRU 4400-EXIT.
           IF NOT IS-P-PRIME
               GO TO 4200-EXIT
           END-IF.
           COMPUTE WS-NUM = WS-GB-N - WS-GB-P.
           PERFORM 4400-LOOK-UP-PRIME
               THRU 4400-EXIT.
           IF NOT IS-P-PRIME
               GO TO 4200-EXIT
           END-IF.
           PERFORM 4300-COUNT-PARTITION
               THRU 4300-EXIT.
           GO TO 4200-EXIT.
       4200-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 4300-COUNT-PARTITION  --  WS-GB-P + (WS-GB-N - WS-GB-P) IS A
      *                            PARTITION; COUNTED AND/OR LISTED
      *                            AS THE PASS SAYS
      *-------------------------------------------------------------
       4300-COUNT-PARTITION.
           IF WS-GB-PASS-COUNTS
               ADD 1 TO WS-GB-COUNT
               IF WS-GB-COUNT = 1
                   MOVE WS-GB-P TO WS-GB-SMALLEST-P
               END-IF
           END-IF.
           IF NOT WS-GB-PASS-LISTS
               GO TO 4300-EXIT
           END-IF.
           MOVE WS-GB-P TO D-GB-P.
           COMPUTE D-GB-Q = WS-GB-N - WS-GB-P.
           MOVE SPACES TO PRIME-CHECK-RPT-RECORD.
           STRING "  " DELIMITED BY SIZE
                   FUNCTION TRIM(D-GB-P) DELIMITED BY SIZE
                   " + " DELIMITED BY SIZE
                   FUNCTION TRIM(D-GB-Q) DELIMITED BY SIZE
               INTO PRIME-CHECK-RPT-RECORD.
           WRITE PRIME-CHECK-RPT-RECORD.
           GO TO 4300-EXIT.
       4300-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 4400-LOOK-UP-PRIME  --  SET IS-P-RES FOR WS-NUM FROM THE
      *                          SIEVE WHEN IT FALLS IN THE FIRST
      *                          SEGMENT, OTHERWISE FROM PRIME-MASTER
      *                          (TESTED AND REMEMBERED ONLY WHEN
      *                          THE MASTER HAS NO VERDICT YET)
      *-------------------------------------------------------------
       4400-LOOK-UP-PRIME.
           IF WS-NUM > WS-SEG-HI
               PERFORM 2900-CHECK-PRIME-CACHED
                   THRU 2900-EXIT
               GO TO 4400-EXIT
           END-IF.
           COMPUTE WS-SIEVE-IDX = WS-NUM - WS-SEG-LO + 1.
           IF WS-NUM >= 2
               AND WS-SIEVE-FLAG(WS-SIEVE-IDX) NOT = "C"
               MOVE 1 TO IS-P-RES
           ELSE
               MOVE 0 TO IS-P-RES
           END-IF.
           GO TO 4400-EXIT.
       4400-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 4500-GOLDBACH-AND-REPORT  --  PARTITION EVERY EVEN NUMBER
      *                               FROM 4 UP IN WS-FROM THRU
      *                               WS-TO ONTO PRIME-CHECK-RPT.
      *                               EVERY NUMBER LISTS ITS
      *                               PARTITIONS; A RANGE GIVES THE
      *                               COUNT AND SMALLEST PARTITION
      *                               ABOVE EACH NUMBER'S LIST (THE
      *                               LIST DROPPED UNDER SYSPARM
      *                               GOLDBACH-SUMMARY = 1) AND ENDS
      *                               WITH THE MINIMUM AND MAXIMUM
      *                               COUNTS.
      *-------------------------------------------------------------
       4500-GOLDBACH-AND-REPORT.
           MOVE WS-FROM TO WS-GB-FROM.
           IF WS-GB-FROM < 4
               MOVE 4 TO WS-GB-FROM
           END-IF.
           IF FUNCTION MOD(WS-GB-FROM, 2) = 1
               ADD 1 TO WS-GB-FROM
           END-IF.
           MOVE WS-TO TO WS-GB-TO.
           IF FUNCTION MOD(WS-GB-TO, 2) = 1
               SUBTRACT 1 FROM WS-GB-TO
           END-IF.
           IF WS-GB-TO < WS-GB-FROM
               DISPLAY "No even number of 4 or more in the range."
               MOVE SPACES TO EXCEPTION-LOG-RECORD
               MOVE "PRIME-CHECK" TO EX-PROGRAM-ID
               MOVE "VALIDATION" TO EX-EXCEPTION-TYPE
               MOVE "GOLDBACH NO EVEN NUMBER" TO EX-DETAIL
               MOVE 4 TO EX-RETURN-CODE
               PERFORM 9550-WRITE-EXCEPTION-RECORD
                   THRU 9550-EXIT
               GO TO 4500-EXIT
           END-IF.
           IF WS-GB-FROM = WS-GB-TO
               MOVE "Y" TO WS-GB-SINGLE-SW
           ELSE
               MOVE "N" TO WS-GB-SINGLE-SW
           END-IF.
           PERFORM 4050-OPEN-GOLDBACH-RPT
               THRU 4050-EXIT.
           MOVE 1 TO WS-SEG-LO.
           MOVE WS-SEGMENT-SIZE TO WS-SEG-HI.
           IF WS-GB-TO < WS-SEG-HI
               MOVE WS-GB-TO TO WS-SEG-HI
           END-IF.
           PERFORM 2030-BUILD-SIEVE
               THRU 2030-EXIT.
           MOVE 0 TO WS-GB-NUMBERS.
           MOVE 0 TO WS-GB-MIN.
           MOVE 0 TO WS-GB-MIN-AT.
           MOVE 0 TO WS-GB-MAX.
           MOVE 0 TO WS-GB-MAX-AT.
           MOVE 0 TO WS-GB-FAILS.
           PERFORM 4100-PARTITION-ONE
               THRU 4100-EXIT
               VARYING WS-GB-N FROM WS-GB-FROM BY 2
                   UNTIL WS-GB-N > WS-GB-TO.
           IF NOT WS-GB-SINGLE
               PERFORM 4600-WRITE-GOLDBACH-SUMMARY
                   THRU 4600-EXIT
           END-IF.
           CLOSE PRIME-CHECK-RPT.
           DISPLAY "Partitions written to PRIMERPT.DAT.".
           MOVE SPACES TO DAILY-AUDIT-RECORD.
           MOVE "PRIME-CHECK" TO DA-PROGRAM-ID.
           MOVE WS-GB-MIN TO D-GB-COUNT.
           MOVE WS-GB-MAX TO D-GB-COUNT-2.
           IF WS-GB-SINGLE
               MOVE WS-GB-FROM TO D-GB-N
               MOVE D-GB-N TO DA-INPUT-VALUE
               STRING "GB P=" DELIMITED BY SIZE
                       FUNCTION TRIM(D-GB-COUNT) DELIMITED BY SIZE
                   INTO DA-OUTPUT-VALUE
           ELSE
               MOVE WS-GB-FROM TO DA-IB-FROM
               MOVE WS-GB-TO TO DA-IB-TO
               MOVE DA-INPUT-BUILD TO DA-INPUT-VALUE
               STRING "GB P=" DELIMITED BY SIZE
                       FUNCTION TRIM(D-GB-COUNT) DELIMITED BY SIZE
                       "-" DELIMITED BY SIZE
                       FUNCTION TRIM(D-GB-COUNT-2) DELIMITED BY SIZE
                   INTO DA-OUTPUT-VALUE
           END-IF.
           IF WS-GB-FAILS > 0
               MOVE 8 TO DA-RETURN-CODE
           ELSE
               MOVE 0 TO DA-RETURN-CODE
           END-IF.
           PERFORM 9500-WRITE-AUDIT-RECORD
               THRU 9500-EXIT.
           GO TO 4500-EXIT.
       4500-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 4600-WRITE-GOLDBACH-SUMMARY  --  THE RANGE'S MINIMUM AND
      *                                   MAXIMUM PARTITION COUNTS
      *-------------------------------------------------------------
       4600-WRITE-GOLDBACH-SUMMARY.
           MOVE SPACES TO PRIME-CHECK-RPT-RECORD.
           WRITE PRIME-CHECK-RPT-RECORD.
           MOVE WS-GB-NUMBERS TO D-GB-COUNT.
           MOVE SPACES TO PRIME-CHECK-RPT-RECORD.
           STRING "EVEN NUMBERS:    " DELIMITED BY SIZE
                   FUNCTION TRIM(D-GB-COUNT) DELIMITED BY SIZE
               INTO PRIME-CHECK-RPT-RECORD.
           WRITE PRIME-CHECK-RPT-RECORD.
           DISPLAY FUNCTION TRIM(PRIME-CHECK-RPT-RECORD).
           MOVE WS-GB-MIN TO D-GB-COUNT.
           MOVE WS-GB-MIN-AT TO D-GB-N.
           MOVE SPACES TO PRIME-CHECK-RPT-RECORD.
           STRING "MINIMUM COUNT:   " DELIMITED BY SIZE
                   FUNCTION TRIM(D-GB-COUNT) DELIMITED BY SIZE
                   " AT " DELIMITED BY SIZE
                   FUNCTION TRIM(D-GB-N) DELIMITED BY SIZE
               INTO PRIME-CHECK-RPT-RECORD.
           WRITE PRIME-CHECK-RPT-RECORD.
           DISPLAY FUNCTION TRIM(PRIME-CHECK-RPT-RECORD).
           MOVE WS-GB-MAX TO D-GB-COUNT.
           MOVE WS-GB-MAX-AT TO D-GB-N.
           MOVE SPACES TO PRIME-CHECK-RPT-RECORD.
           STRING "MAXIMUM COUNT:   " DELIMITED BY SIZE
                   FUNCTION TRIM(D-GB-COUNT) DELIMITED BY SIZE
                   " AT " DELIMITED BY SIZE
                   FUNCTION TRIM(D-GB-N) DELIMITED BY SIZE
               INTO PRIME-CHECK-RPT-RECORD.
           WRITE PRIME-CHECK-RPT-RECORD.
           DISPLAY FUNCTION TRIM(PRIME-CHECK-RPT-RECORD).
           IF WS-GB-FAILS > 0
               MOVE WS-GB-FAILS TO D-GB-COUNT
               MOVE SPACES TO PRIME-CHECK-RPT-RECORD
               STRING "WITH NO PARTITION: " DELIMITED BY SIZE
                       FUNCTION TRIM(D-GB-COUNT) DELIMITED BY SIZE
                   INTO PRIME-CHECK-RPT-RECORD
               WRITE PRIME-CHECK-RPT-RECORD
               DISPLAY FUNCTION TRIM(PRIME-CHECK-RPT-RECORD)
           END-IF.
           GO TO 4600-EXIT.
       4600-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 4800-LOG-NO-PARTITION  --  AN EVEN NUMBER OF 4 OR MORE WITH
      *                             NO PARTITION MEANS THE PRIME
      *                             VERDICTS THEMSELVES ARE WRONG -
      *                             AN INTEGRITY EXCEPTION, CODE 8
      *-------------------------------------------------------------
       4800-LOG-NO-PARTITION.
           ADD 1 TO WS-GB-FAILS.
           MOVE WS-GB-N TO D-GB-N.
           MOVE SPACES TO PRIME-CHECK-RPT-RECORD.
           STRING FUNCTION TRIM(D-GB-N) DELIMITED BY SIZE
                   "  NO PARTITION FOUND - CHECK PRIMMST.DAT"
                       DELIMITED BY SIZE
               INTO PRIME-CHECK-RPT-RECORD.
           WRITE PRIME-CHECK-RPT-RECORD.
           DISPLAY FUNCTION TRIM(D-GB-N)
               " has no Goldbach partition - integrity exception.".
           MOVE SPACES TO EXCEPTION-LOG-RECORD.
           MOVE "PRIME-CHECK" TO EX-PROGRAM-ID.
           MOVE "INTEGRITY" TO EX-EXCEPTION-TYPE.
           STRING "GOLDBACH NONE FOR " DELIMITED BY SIZE
                   FUNCTION TRIM(D-GB-N) DELIMITED BY SIZE
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
      * 5000-SINGLE-CHECK  --  ORIGINAL ONE-NUMBER PROMPT
      *-------------------------------------------------------------
                   MOVE PP-NUM TO WS-NUM
                   PERFORM 6500-FACTOR-AND-REPORT
                       THRU 6500-EXIT
               WHEN WS-MODE-GOLDBACH
                   PERFORM 7300-GOLDBACH-PARM
                       THRU 7300-EXIT
               WHEN OTHER
                   DISPLAY "Invalid mode on parm record, skipped."
                   MOVE SPACES TO EXCEPTION-LOG-RECORD
       7200-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 7300-GOLDBACH-PARM  --  A MODE 4 RECORD GIVES ONE EVEN NUMBER
      *                          IN NUM, OR A ZERO NUM AND THE RANGE
      *                          IN FROM / TO
      *-------------------------------------------------------------
       7300-GOLDBACH-PARM.
           IF PP-NUM > 0
               MOVE PP-NUM TO WS-FROM
               MOVE PP-NUM TO WS-TO
           ELSE
               IF PP-TO < PP-FROM
                   DISPLAY "TO less than FROM on parm record, "
                       "skipped."
                   MOVE SPACES TO EXCEPTION-LOG-RECORD
                   MOVE "PRIME-CHECK" TO EX-PROGRAM-ID
                   MOVE "VALIDATION" TO EX-EXCEPTION-TYPE
                   MOVE "TO < FROM PARM SKIPPED" TO EX-DETAIL
                   MOVE 4 TO EX-RETURN-CODE
                   PERFORM 9550-WRITE-EXCEPTION-RECORD
                       THRU 9550-EXIT
                   GO TO 7300-EXIT
               END-IF
               MOVE PP-FROM TO WS-FROM
               MOVE PP-TO TO WS-TO
           END-IF.
           PERFORM 4500-GOLDBACH-AND-REPORT
               THRU 4500-EXIT.
           GO TO 7300-EXIT.
       7300-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 9400-OPEN-DAILY-AUDIT / 9500-WRITE-AUDIT-RECORD  --  COPIED
      *-------------------------------------------------------------
      * 9600-ACQUIRE-LOCK / 9650-RELEASE-LOCKS  --  COPIED
      *-------------------------------------------------------------
       COPY LOCKPR.

      *-------------------------------------------------------------
      * 9245-ANSWER-VERSION-INQUIRY  --  COPIED
      *-------------------------------------------------------------
       COPY VERSPR.
