      *            AN END-OF-DAY SYSTEM CHECKOUT WRITTEN BY
      *            GREETER-SWEEP, NOT A REAL DEPARTURE - IT CLOSES
      *            THE CHECK-IN STATE WITHOUT COUNTING AS TIME ON
      *            SITE.  GL-HOST CARRIES THE HOST'S DIRECTORY NAME
      *            AND GL-HOST-ID THE HOST DIRECTORY KEY; ROWS FROM
      *            BEFORE THE HOST DIRECTORY HAVE A BLANK HOST ID
      *            AND FREE-TEXT HOST.  GL-GROUP-ID AND
      *            GL-GROUP-NAME TIE THE MEMBERS OF A GROUP CHECK-IN
      *            TOGETHER; THEY ARE BLANK FOR A SINGLE CHECK-IN AND
      *            ON ROWS FROM BEFORE GROUP CHECK-IN.  ROWS POSTED
      *            BY DOOR-IMPORT FROM THE STAFF-ENTRANCE CARD
      *            READERS CARRY D IN THE EXPECTED FLAG.  GL-SITE
      *            IS THE RECEPTION SITE OF THE EVENT (SEE SITEFD.CPY);
      *            ROWS FROM BEFORE MULTI-SITE SUPPORT HAVE A BLANK
      *            SITE AND BELONG TO THE HOME SITE.
      *-------------------------------------------------------------
       FD  GREETER-LOG.
       01  GREETER-LOG-RECORD.
           05 GL-EXPECTED          PIC X(01).
               88 GL-WAS-EXPECTED             VALUE "E".
               88 GL-WALK-IN                  VALUE "U".
               88 GL-DOOR-READER              VALUE "D".
           05 FILLER               PIC X(01).
           05 GL-CATEGORY          PIC X(01).
               88 GL-CAT-EMPLOYEE             VALUE "E".
               88 GL-CAT-UNKNOWN              VALUE SPACE.
           05 FILLER               PIC X(01).
           05 GL-HOST              PIC X(25).
           05 FILLER               PIC X(01).
           05 GL-HOST-ID           PIC X(06).
           05 FILLER               PIC X(01).
           05 GL-GROUP-ID          PIC X(08).
           05 FILLER               PIC X(01).
           05 GL-GROUP-NAME        PIC X(25).
           05 FILLER               PIC X(01).
           05 GL-SITE              PIC X(04).
