      *-------------------------------------------------------------
      * SECINSL - FILE-CONTROL ENTRY FOR THE SECURITY INCIDENT LOG.
      *           GREETER APPENDS ONE RECORD FOR EVERY CHECK-IN
      *           THAT HITS THE WATCH-LIST; SECURITY-REPORT PRINTS
      *           THE DAY'S INCIDENTS FOR THE GUARD DESK.  THE
      *           INCLUDING PROGRAM MUST DECLARE
      *           01 WS-SI-STATUS PIC X(02) IN WORKING-STORAGE AND
      *           COPY SECINFD INTO THE FILE SECTION.
      *-------------------------------------------------------------
           SELECT SECURITY-INCIDENTS ASSIGN TO "SECINCID.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SI-STATUS.
