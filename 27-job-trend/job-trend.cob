      *                 PROGRAMS - PROGRAM, BUSINESS DATE, RUN-ID
      *                 AND PAGE NUMBER ON EVERY PAGE, TOTAL LINE
      *                 COUNT ON THE TRAILER.
      * 2026/10/15  HK  ADDED THE PROGRAM'S BUILD IDENTITY - VERSION AND
      *                 COMPILE DATE, SEE VERSWS.CPY - PRINTED ON ITS
      *                 PAGE HEADINGS.
      * 2026/10/15  HK  THE PER-STEP AVERAGE TABLE NOW HOLDS 50 STEP
      *                 NAMES (WAS 20), THE SIZE OF UNIKODE-DAILY-RUN'S
      *                 STEP TABLE, SO A PLAN OF MORE THAN 20 STEPS OR A
      *                 NIGHT'S AD-HOC REQUESTS DO NOT LEAVE STEPS
      *                 WITHOUT AN AVERAGE.
      *-------------------------------------------------------------

       ENVIRONMENT DIVISION.
       COPY CALFD.

       WORKING-STORAGE SECTION.
      *    BUILD IDENTITY - RAISE WS-VR-VERSION WITH EACH ENTRY
      *    IN THE MODIFICATION HISTORY (SEE VERSWS.CPY)
       01  WS-VR-PROGRAM           PIC X(17) VALUE "JOB-TREND".
       01  WS-VR-VERSION           PIC X(06) VALUE "1.04".
       COPY VERSWS.
       COPY CALWS.
       COPY RUNIDWS.
       COPY RPTHDWS.
      *    RUNNING PER-STEP TOTALS FOR THE AVERAGE
       01  WS-STEP-TABLE.
           05 WS-STEP-COUNT        PIC 9(02) VALUE 0 USAGE COMP.
           05 WS-STEP-ENTRY        OCCURS 50 TIMES.
               10 WS-SE-NAME       PIC X(17).
               10 WS-SE-NIGHTS     PIC 9(05) USAGE COMP.
               10 WS-SE-SECS-SUM   PIC 9(12) USAGE COMP.
           IF WS-STEP-IDX <= WS-STEP-COUNT
               GO TO 2300-EXIT
           END-IF.
           IF WS-STEP-COUNT >= 50
               MOVE 0 TO WS-STEP-IDX
               GO TO 2300-EXIT
           END-IF.
