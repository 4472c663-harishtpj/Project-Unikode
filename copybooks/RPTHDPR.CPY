      *           THE CONTENT, THE PROGRAM OWNS ITS OWN PRINT FILE.
      *           AT TERMINATION, PERFORM 9850-BUILD-REPORT-TRAILER
      *           THRU 9850-EXIT AND WRITE WS-RH-TRAILER AS THE
      *           LAST LINE - IT CARRIES THE PAGE AND LINE COUNTS
      *           THAT REPORT-DISTRIB PUTS ON ITS COVER SHEETS.
      *           AGAINST THE TRAINING DATA SET (WS-TRAINING-SET,
      *           CALWS.CPY) EVERY PAGE HEADING
      *           AND THE TRAILER CARRY THE TRAINING WATERMARK.
      *           THE FIRST HEADING LINE
      *           ENDS WITH THE PROGRAM'S VERSION AND COMPILE DATE
      *           (SEE VERSWS.CPY).
      *-------------------------------------------------------------
       9800-BUILD-PAGE-HEADING.
           ADD 1 TO WS-RH-PAGE-NO.
                   "  PAGE: " DELIMITED BY SIZE
                   FUNCTION TRIM(D-RH-PAGE) DELIMITED BY SIZE
               INTO WS-RH-HEADING-1.
           MOVE FUNCTION WHEN-COMPILED TO WS-VR-WHEN-COMPILED.
           STRING "VER " DELIMITED BY SIZE
                   WS-VR-VERSION DELIMITED BY SPACE
                   " " DELIMITED BY SIZE
                   WS-VR-WHEN-COMPILED(1:8) DELIMITED BY SIZE
               INTO WS-RH-HEADING-1(62:19).
           MOVE SPACES TO WS-RH-HEADING-2.
           STRING "PROGRAM: " DELIMITED BY SIZE
                   WS-RH-PROGRAM-ID DELIMITED BY SIZE
                   "  RUN-ID: " DELIMITED BY SIZE
                   WS-RUN-ID DELIMITED BY SIZE
               INTO WS-RH-HEADING-2.
           IF WS-TRAINING-SET
               MOVE "*** TRAINING ***" TO WS-RH-HEADING-2(63:16)
           END-IF.
           MOVE 0 TO WS-RH-LINE-COUNT.
           GO TO 9800-EXIT.
       9800-EXIT.
           EXIT.

       9850-BUILD-REPORT-TRAILER.
           MOVE WS-RH-PAGE-NO TO D-RH-PAGE.
           MOVE WS-RH-TOTAL-LINES TO D-RH-TOTAL.
           MOVE SPACES TO WS-RH-TRAILER.
           STRING "*** END OF REPORT - " DELIMITED BY SIZE
                   FUNCTION TRIM(D-RH-PAGE) DELIMITED BY SIZE
                   " PAGE(S), " DELIMITED BY SIZE
                   FUNCTION TRIM(D-RH-TOTAL) DELIMITED BY SIZE
                   " LINE(S) PRINTED ***" DELIMITED BY SIZE
               INTO WS-RH-TRAILER.
           IF WS-TRAINING-SET
               MOVE "*** TRAINING ***" TO WS-RH-TRAILER(63:16)
           END-IF.
           GO TO 9850-EXIT.
       9850-EXIT.
           EXIT.
