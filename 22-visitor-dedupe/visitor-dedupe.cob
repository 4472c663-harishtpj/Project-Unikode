      *                 PROGRAMS - PROGRAM, BUSINESS DATE, RUN-ID
      *                 AND PAGE NUMBER ON EVERY PAGE, TOTAL LINE
      *                 COUNT ON THE TRAILER.
      * 2026/10/15  HK  ADDED THE PROGRAM'S BUILD IDENTITY - VERSION AND
      *                 COMPILE DATE, SEE VERSWS.CPY - PRINTED ON ITS
      *                 PAGE HEADINGS.
      *-------------------------------------------------------------

       ENVIRONMENT DIVISION.
       COPY CALFD.

       WORKING-STORAGE SECTION.
      *    BUILD IDENTITY - RAISE WS-VR-VERSION WITH EACH ENTRY
      *    IN THE MODIFICATION HISTORY (SEE VERSWS.CPY)
       01  WS-VR-PROGRAM           PIC X(17) VALUE "VISITOR-DEDUPE".
       01  WS-VR-VERSION           PIC X(06) VALUE "1.03".
       COPY VERSWS.
       COPY CALWS.
       COPY RUNIDWS.
       COPY RPTHDWS.
