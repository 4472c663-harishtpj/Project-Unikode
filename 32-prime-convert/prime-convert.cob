      *                 FAILS WITH ANYTHING BUT FILE-MISSING - A
      *                 SECOND RUN AGAINST AN ALREADY-CONVERTED
      *                 MASTER USED TO FALL THROUGH AND DELETE IT.
      * 2026/10/15  HK  ADDED THE PROGRAM'S BUILD IDENTITY - VERSION AND
      *                 COMPILE DATE, SEE VERSWS.CPY - STAMPED ON ITS
      *                 AUDIT RECORDS.
      *-------------------------------------------------------------

       ENVIRONMENT DIVISION.
       COPY LOCKFD.

       WORKING-STORAGE SECTION.
      *    BUILD IDENTITY - RAISE WS-VR-VERSION WITH EACH ENTRY
      *    IN THE MODIFICATION HISTORY (SEE VERSWS.CPY)
       01  WS-VR-PROGRAM           PIC X(17) VALUE "PRIME-CONVERT".
       01  WS-VR-VERSION           PIC X(06) VALUE "1.03".
       COPY VERSWS.
       COPY CALWS.
       COPY LOCKWS.
       COPY RUNIDWS.
