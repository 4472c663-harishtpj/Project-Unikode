      * OUTCATPR - RUN-DATED OUTPUT ROUTINES.  COPY THIS INTO THE
      *            PROCEDURE DIVISION OF ANY PROGRAM THAT COPIES
      *            OUTCATSL / OUTCATFD / OUTCATWS (PLUS THE SHOP
      *            CALENDAR FAMILY FOR WS-BUS-DATE AND THE RUN-ID
      *            FAMILY FOR WS-RUN-ID).  TO NAME AN
      *            OUTPUT, MOVE ITS BASE (E.G. "MULTRPT") TO
      *            WS-OC-BASE AND PERFORM 9430-BUILD-DATED-NAME THRU
      *            9430-EXIT - WS-OC-DATED-NAME COMES BACK AS
           MOVE WS-OC-DATED-NAME TO OC-FILE-NAME.
           MOVE WS-BUS-DATE TO OC-CREATE-DATE.
           ACCEPT OC-CREATE-TIME FROM TIME.
           MOVE WS-RUN-ID TO OC-RUN-ID.
           WRITE OUTPUT-CATALOG-RECORD.
           CLOSE OUTPUT-CATALOG.
           GO TO 9440-EXIT.
