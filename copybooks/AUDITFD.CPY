      *           DAILY-AUDIT.  THE CALLING PROGRAM MOVES ITS OWN
      *           DATA INTO THE DA- FIELDS AND THEN PERFORMS
      *           9500-WRITE-AUDIT-RECORD (SEE AUDITPR.CPY).
      *           THE DA-BUILD- FIELDS ARE THE WRITING PROGRAM'S
      *           BUILD IDENTITY (VERSWS.CPY) - PROGRAM-ID, VERSION
      *           AND COMPILE DATE - STAMPED BY 9500.  RECORDS
      *           WRITTEN BEFORE THE FIELDS WERE ADDED END AT THE
      *           OPERATOR ID AND READ BACK WITH THEM BLANK.
      *-------------------------------------------------------------
       FD  DAILY-AUDIT.
       01  DAILY-AUDIT-RECORD.
           05 DA-RUN-ID             PIC X(13).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 DA-OPERATOR-ID        PIC X(08).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 DA-BUILD-PROGRAM      PIC X(17).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 DA-BUILD-VERSION      PIC X(06).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 DA-BUILD-COMPILED     PIC X(08).
