      *-------------------------------------------------------------
      * VERSWS - WORKING-STORAGE FIELDS FOR THE PROGRAM'S BUILD
      *          IDENTITY.  EVERY PROGRAM THAT WRITES TO THE DAILY
      *          AUDIT TRAIL, PRINTS THE STANDARD PAGE HEADING OR
      *          RUNS AS A DAILY-RUN STEP DECLARES, AS THE FIRST
      *          ITEMS IN ITS WORKING-STORAGE,
      *              01  WS-VR-PROGRAM   PIC X(17) VALUE "<PROGRAM-ID>".
      *              01  WS-VR-VERSION   PIC X(06) VALUE "1.NN".
      *          AND THEN COPIES THIS BOOK.  WS-VR-VERSION IS RAISED
      *          WITH EVERY ENTRY ADDED TO THE PROGRAM'S MODIFICATION
      *          HISTORY (1.NN - NN IS THE NUMBER OF ENTRIES), AND
      *          THE PROGRAM'S LINE ON THE VERSION REGISTRY
      *          (VERSREG.DAT, SEE VREGFD.CPY) IS RAISED WITH IT
      *          WHEN THE NEW BUILD IS PROMOTED.  THE AUDIT WRITER
      *          (AUDITPR.CPY) AND THE PAGE HEADING (RPTHDPR.CPY)
      *          STAMP THE VERSION AND COMPILE DATE FROM HERE.
      *          VERSION-INQUIRY IS THE AREA A CHAIN STEP FILLS IN
      *          WHEN UNIKODE-DAILY-RUN CALLS IT WITH A RETURN CODE
      *          OF -1 (SEE VERSPR.CPY); IT IS EXTERNAL SO THE
      *          DRIVER AND ITS STEPS SHARE ONE COPY.
      *-------------------------------------------------------------
       01  WS-VR-WHEN-COMPILED       PIC X(21).

       01  VERSION-INQUIRY EXTERNAL.
           05 VI-PROGRAM             PIC X(17).
           05 VI-VERSION             PIC X(06).
           05 VI-COMPILED            PIC X(08).
