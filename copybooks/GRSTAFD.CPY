      *           GREETER CURRENT-DAY STATE FILE (SEE GRSTASL.CPY).
      *           ONE H HEADER RECORD CARRYING THE BUSINESS DATE OF
      *           THE SNAPSHOT, THEN ONE D DETAIL RECORD PER NAME
      *           SEEN THAT DAY WITH THE IN/OUT SWITCH AND THE
      *           GROUP (IF ANY) OF THE LATEST CHECK-IN.  A STATE
      *           FILE WHOSE HEADER DATE IS NOT TODAY IS STALE AND
      *           IS IGNORED - THE READER FALLS BACK TO REPLAYING
      *           TODAY'S ROWS FROM THE CURRENT GREETER-LOG.  EVERY
      *           SITE SHARES THE ONE FILE - GS-SITE SAYS WHICH SITE
      *           THE ENTRY IS ON SITE AT, BLANK FOR THE HOME SITE.
      *-------------------------------------------------------------
       FD  GREETER-STATE.
       01  GREETER-STATE-RECORD.
               10 GS-NAME           PIC X(25).
               10 FILLER            PIC X(01).
               10 GS-IN-SW          PIC X(01).
               10 FILLER            PIC X(01).
               10 GS-GROUP-ID       PIC X(08).
               10 FILLER            PIC X(01).
               10 GS-GROUP-NAME     PIC X(25).
               10 FILLER            PIC X(01).
               10 GS-SITE           PIC X(04).
           05 GS-HEADER REDEFINES GS-DETAIL.
               10 GS-STATE-DATE     PIC 9(08).
               10 FILLER            PIC X(59).
