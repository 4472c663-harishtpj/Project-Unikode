      *           NAME, THE BUSINESS DATE FROM SHOPCAL.DAT, THE
      *           RUN-ID, AND A PAGE NUMBER AT A STANDARD
      *           LINES-PER-PAGE; THE END-OF-REPORT TRAILER CARRIES
      *           THE PAGE COUNT AND THE TOTAL LINE COUNT SO A
      *           TRUNCATED OR PAGE-DROPPED REPORT IS OBVIOUS ON
      *           SIGHT.  THE INCLUDING PROGRAM SETS WS-RH-TITLE
      *           AND WS-RH-PROGRAM-ID ONCE AT INITIALIZATION; THE
      *           STARTING LINE COUNT FORCES THE FIRST PAGE'S
      *           HEADING ON THE FIRST WRITE.
      *-------------------------------------------------------------
