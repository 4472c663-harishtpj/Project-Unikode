      *-------------------------------------------------------------
      * OUTCATFD - FILE SECTION ENTRIES FOR THE RUN-DATED OUTPUT
      *            SUBSYSTEM (SEE OUTCATSL.CPY).  ONE CATALOG RECORD
      *            PER OUTPUT FILE PRODUCED, STAMPED WITH THE
      *            RUN-ID OF THE INVOCATION THAT PRODUCED IT (BLANK
      *            ON ENTRIES CATALOGED BEFORE THE RUN-ID WAS
      *            CARRIED HERE).
      *-------------------------------------------------------------
       FD  OUTPUT-CATALOG.
       01  OUTPUT-CATALOG-RECORD.
           05 OC-CREATE-DATE        PIC 9(08).
           05 FILLER                PIC X(01).
           05 OC-CREATE-TIME        PIC 9(08).
           05 FILLER                PIC X(01).
           05 OC-RUN-ID             PIC X(13).

       FD  OUTPUT-PROBE.
       01  OUTPUT-PROBE-RECORD      PIC X(01).
