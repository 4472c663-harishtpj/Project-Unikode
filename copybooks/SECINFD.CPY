      *-------------------------------------------------------------
      * SECINFD - FILE SECTION ENTRY AND RECORD LAYOUT FOR THE
      *           SECURITY INCIDENT LOG (SEE SECINSL.CPY).  THE
      *           OUTCOME IS REFUSED FOR A DENY ENTRY AND ADMITTED
      *           FOR AN ALERT ENTRY; MATCHED-ON SAYS WHETHER THE
      *           NAME OR THE VISITOR NUMBER HIT.
      *-------------------------------------------------------------
       FD  SECURITY-INCIDENTS.
       01  SECURITY-INCIDENT-RECORD.
           05 SI-RUN-DATE           PIC 9(08).
           05 FILLER                PIC X(01).
           05 SI-RUN-TIME           PIC 9(08).
           05 FILLER                PIC X(01).
           05 SI-NAME               PIC X(25).
           05 FILLER                PIC X(01).
           05 SI-VISITOR-NO         PIC 9(07).
           05 FILLER                PIC X(01).
           05 SI-ENTRY-NO           PIC 9(05).
           05 FILLER                PIC X(01).
           05 SI-ACTION             PIC X(05).
           05 FILLER                PIC X(01).
           05 SI-OUTCOME            PIC X(08).
               88 SI-REFUSED                   VALUE "REFUSED".
               88 SI-ADMITTED                  VALUE "ADMITTED".
           05 FILLER                PIC X(01).
           05 SI-MATCHED-ON         PIC X(06).
           05 FILLER                PIC X(01).
           05 SI-REASON             PIC X(30).
           05 FILLER                PIC X(01).
           05 SI-OPERATOR-ID        PIC X(08).
           05 FILLER                PIC X(01).
           05 SI-RUN-ID             PIC X(13).
