      *          EXPECTED-VISITORS PRE-REGISTRATION FILE (SEE
      *          EXPVSL.CPY).  ONE RECORD PER PRE-REGISTERED
      *          VISITOR - THE NAME AND THE HOST WHO IS EXPECTING
      *          THEM - AND THE SITE THEY ARE EXPECTED AT, BLANK
      *          FOR THE HOME SITE.
      *-------------------------------------------------------------
       FD  EXPECTED-VISITORS.
       01  EXPECTED-VISITORS-RECORD.
           05 EV-NAME              PIC X(25).
           05 FILLER               PIC X(01).
           05 EV-HOST              PIC X(25).
           05 FILLER               PIC X(01).
           05 EV-SITE              PIC X(04).
