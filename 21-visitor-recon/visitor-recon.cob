      *                 NAME-KEYED MASTER FROM BEFORE THE
      *                 VISITOR-NUMBER CHANGE NEEDS THE ONE-TIME
      *                 VISITOR-CONVERT RUN FIRST.
      * 2026/10/15  HK  WIDENED THE GREETER-LOG ARCHIVE INPUT RECORD TO
      *                 132 BYTES SO THE SITE CODE NOW CARRIED ON THE
      *                 LOG ROW COMES THROUGH.
      * 2026/10/15  HK  ADDED THE PROGRAM'S BUILD IDENTITY - VERSION AND
      *                 COMPILE DATE, SEE VERSWS.CPY - PRINTED ON ITS
      *                 PAGE HEADINGS.  A CALL WITH A RETURN CODE OF -1
      *                 NOW ONLY REPORTS THE BUILD, FOR THE DAILY RUN'S
      *                 VERSION CHECK.
      *-------------------------------------------------------------

       ENVIRONMENT DIVISION.
       COPY ARCHMFD.

       FD  ARCH-IN.
       01  ARCH-IN-RECORD          PIC X(132).

       COPY VISITMFD.

       COPY JRNLFD.

       WORKING-STORAGE SECTION.
      *    BUILD IDENTITY - RAISE WS-VR-VERSION WITH EACH ENTRY
      *    IN THE MODIFICATION HISTORY (SEE VERSWS.CPY)
       01  WS-VR-PROGRAM           PIC X(17) VALUE "VISITOR-RECON".
       01  WS-VR-VERSION           PIC X(06) VALUE "1.12".
       COPY VERSWS.
       COPY CALWS.
       COPY LOCKWS.
       COPY JRNLWS.
      * 0000-MAINLINE
      *-------------------------------------------------------------
       0000-MAINLINE.
           IF LK-RETURN-CODE = -1
               PERFORM 9245-ANSWER-VERSION-INQUIRY
                   THRU 9245-EXIT
               GOBACK
           END-IF.
           MOVE 0 TO LK-RETURN-CODE.
           DISPLAY "Visitor-master reconciliation".
           PERFORM 1000-INITIALIZE
      * COPIED
      *-------------------------------------------------------------
       COPY RPTHDPR.

      *-------------------------------------------------------------
      * 9245-ANSWER-VERSION-INQUIRY  --  COPIED
      *-------------------------------------------------------------
       COPY VERSPR.
