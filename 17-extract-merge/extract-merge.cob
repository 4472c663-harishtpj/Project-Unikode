      *                 INCLUDING THE SEQUENCE-SUFFIXED FILES OF A
      *                 SAME-DAY RERUN - INSTEAD OF THE OLD FIXED
      *                 NAMES.
      * 2026/10/15  HK  NO WAREHOUSE EXTRACT IS WRITTEN FROM THE
      *                 TRAINING DATA SET - THE STEP ENDS WITH CODE 8
      *                 BEFORE THE EXTRACT FILE IS OPENED.
      * 2026/10/15  HK  ADDED THE PROGRAM'S BUILD IDENTITY - VERSION AND
      *                 COMPILE DATE, SEE VERSWS.CPY.  A CALL WITH A
      *                 RETURN CODE OF -1 NOW ONLY REPORTS THE BUILD,
      *                 FOR THE DAILY RUN'S VERSION CHECK.
      * 2026/10/15  HK  THE GCD-LCM CSV (GCDCSV) IS MERGED WITH THE
      *                 OTHERS; ITS ROWS CARRY THE OPERATION, THE SET
      *                 NUMBER AND THE ITEM AS THE INPUT AND THE GCD,
      *                 LCM OR VALUE AS THE RESULT.
      *-------------------------------------------------------------

       ENVIRONMENT DIVISION.
       COPY CALFD.

       WORKING-STORAGE SECTION.
      *    BUILD IDENTITY - RAISE WS-VR-VERSION WITH EACH ENTRY
      *    IN THE MODIFICATION HISTORY (SEE VERSWS.CPY)
       01  WS-VR-PROGRAM           PIC X(17) VALUE "EXTRACT-MERGE".
       01  WS-VR-VERSION           PIC X(06) VALUE "1.05".
       COPY VERSWS.
       COPY CALWS.
       01  WS-DA-STATUS            PIC X(02).
       01  WS-EO-STATUS            PIC X(02).
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
       1000-INITIALIZE.
           PERFORM 9370-GET-BUSINESS-DATE
               THRU 9370-EXIT.
           IF WS-TRAINING-SET
               DISPLAY "EXTRACT-MERGE: training data set - no "
                   "warehouse extract produced."
               MOVE 8 TO LK-RETURN-CODE
               GOBACK
           END-IF.
           MOVE SPACES TO WS-EXTRACT-NAME.
           STRING "EXTRACT." DELIMITED BY SIZE
                   WS-BUS-DATE DELIMITED BY SIZE
                   MOVE "FACTORIAL" TO WS-CSV-PROGRAM
               WHEN MC-FILE-NAME(1:8) = "MULTCSV."
                   MOVE "MULT-TABLE" TO WS-CSV-PROGRAM
               WHEN MC-FILE-NAME(1:7) = "GCDCSV."
                   MOVE "GCD-LCM" TO WS-CSV-PROGRAM
               WHEN OTHER
                   GO TO 2100-EXIT
           END-EVALUATE.

      *-------------------------------------------------------------
      * 6000-NORMALIZE-CSV-ROW  --  SPLIT ONE CSV ROW AND WRITE THE
      *                              NORMALIZED DETAIL.  EVERY
      *                              CSV SHARES THE SHAPE
      *                              TAG,V1,V2,RESULT,RUNID.
      *-------------------------------------------------------------
       6000-NORMALIZE-CSV-ROW.
      * 9370-GET-BUSINESS-DATE  --  COPIED
      *-------------------------------------------------------------
       COPY CALPR.

      *-------------------------------------------------------------
      * 9245-ANSWER-VERSION-INQUIRY  --  COPIED
      *-------------------------------------------------------------
       COPY VERSPR.
