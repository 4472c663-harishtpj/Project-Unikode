      *                 SCREENFUL AT A TIME WITH A MATCH COUNT, AND
      *                 CAN BE SPOOLED TO THE AUDINQ PRINT FILE FOR
      *                 THE AUDITORS.
      * 2026/10/15  HK  ADDED THE PROGRAM'S BUILD IDENTITY - VERSION AND
      *                 COMPILE DATE, SEE VERSWS.CPY.  A CALL WITH A
      *                 RETURN CODE OF -1 NOW ONLY REPORTS THE BUILD,
      *                 FOR THE DAILY RUN'S VERSION CHECK.
      *-------------------------------------------------------------

       ENVIRONMENT DIVISION.
       COPY EXCPFD.

       WORKING-STORAGE SECTION.
      *    BUILD IDENTITY - RAISE WS-VR-VERSION WITH EACH ENTRY
      *    IN THE MODIFICATION HISTORY (SEE VERSWS.CPY)
       01  WS-VR-PROGRAM           PIC X(17) VALUE "AUDIT-INQUIRY".
       01  WS-VR-VERSION           PIC X(06) VALUE "1.02".
       COPY VERSWS.
       COPY NUMVALWS.
       01  WS-DA-STATUS            PIC X(02).
       01  WS-EX-STATUS            PIC X(02).
      * 0000-MAINLINE
      *-------------------------------------------------------------
       0000-MAINLINE.
           IF LK-RETURN-CODE = -1
               PERFORM 9245-ANSWER-VERSION-INQUIRY
                   THRU 9245-EXIT
               GOBACK
           END-IF.
           MOVE 0 TO LK-RETURN-CODE.
           DISPLAY "Audit trail inquiry".
           PERFORM 1000-GET-FILTERS
      * 8000-GET-NUMERIC-ENTRY  --  COPIED
      *-------------------------------------------------------------
       COPY NUMVALPR.

      *-------------------------------------------------------------
      * 9245-ANSWER-VERSION-INQUIRY  --  COPIED
      *-------------------------------------------------------------
       COPY VERSPR.
