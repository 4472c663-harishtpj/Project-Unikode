      *                 DESK SESSION.  THE RUN-ID AND SIGN-ON
      *                 FAMILIES WERE PULLED IN TO STAMP THE LOCK.
      *                 A DENIED LOCK ENDS THE RUN WITH CODE 8.
      * 2026/10/15  HK  WIDENED THE GREETER-LOG ARCHIVE RECORD TO 132
      *                 BYTES SO THE SITE CODE NOW CARRIED ON THE LOG
      *                 ROW IS ARCHIVED WITH IT.
      * 2026/10/15  HK  THE AUDIT ARCHIVE RECORD IS WIDENED TO 140 BYTES
      *                 SO THE BUILD IDENTITY NOW ON EVERY AUDIT RECORD
      *                 IS ARCHIVED WITH IT.
      *-------------------------------------------------------------

       ENVIRONMENT DIVISION.
       DATA DIVISION.
       FILE SECTION.
       FD  ARCH-AUDIT-OUT.
       01  ARCH-AUDIT-OUT-RECORD   PIC X(140).

       FD  ARCH-EXCP-OUT.
       01  ARCH-EXCP-OUT-RECORD    PIC X(120).

       FD  ARCH-GREET-OUT.
       01  ARCH-GREET-OUT-RECORD   PIC X(132).

       COPY ARCHMFD.

