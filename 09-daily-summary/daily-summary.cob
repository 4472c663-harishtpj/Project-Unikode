      *                 CARRIES THE PROGRAM, BUSINESS DATE, RUN-ID
      *                 AND PAGE NUMBER, AND THE REPORT ENDS WITH
      *                 THE TOTAL LINE COUNT.
      * 2026/10/15  HK  ADDED THE PROGRAM'S BUILD IDENTITY - VERSION AND
      *                 COMPILE DATE, SEE VERSWS.CPY - PRINTED ON ITS
      *                 PAGE HEADINGS.
      * 2026/10/15  HK  GCD-LCM ADDED AS A SIXTH PROGRAM; ITS VALUE
      *                 PROCESSED IS THE FIRST VALUE OF THE SET.
      *-------------------------------------------------------------

       ENVIRONMENT DIVISION.
       COPY OUTCATFD.

       WORKING-STORAGE SECTION.
      *    BUILD IDENTITY - RAISE WS-VR-VERSION WITH EACH ENTRY
      *    IN THE MODIFICATION HISTORY (SEE VERSWS.CPY)
       01  WS-VR-PROGRAM           PIC X(17) VALUE "DAILY-SUMMARY".
       01  WS-VR-VERSION           PIC X(06) VALUE "1.10".
       COPY VERSWS.
       COPY OUTCATWS.
       COPY CALWS.
       COPY RUNIDWS.
               88 WS-RPT-OPEN                 VALUE "Y".

       01  WS-PGM-IDX               PIC 9(02).
       01  WS-PGM-COUNT             PIC 9(02) VALUE 6.

       01  WS-PGM-STATS.
           05 WS-PGM-STAT           OCCURS 6 TIMES.
               10 WS-PGM-NAME       PIC X(11).
               10 WS-PGM-HAS-VALUES-SW PIC X(01).
                   88 WS-PGM-HAS-VALUES     VALUE "Y".
           MOVE "FACTORIAL"   TO WS-PGM-NAME(3).
           MOVE "MULT-TABLE"  TO WS-PGM-NAME(4).
           MOVE "PRIME-CHECK" TO WS-PGM-NAME(5).
           MOVE "GCD-LCM"     TO WS-PGM-NAME(6).
           PERFORM VARYING WS-PGM-IDX FROM 1 BY 1
                   UNTIL WS-PGM-IDX > WS-PGM-COUNT
               MOVE "N" TO WS-PGM-HAS-VALUES-SW(WS-PGM-IDX)
           MOVE "Y" TO WS-PGM-HAS-VALUES-SW(3).
           MOVE "Y" TO WS-PGM-HAS-VALUES-SW(4).
           MOVE "Y" TO WS-PGM-HAS-VALUES-SW(5).
           MOVE "Y" TO WS-PGM-HAS-VALUES-SW(6).
           GO TO 1000-EXIT.
       1000-EXIT.
           EXIT.
