      *-------------------------------------------------------------
      * SITEWS - WORKING-STORAGE FIELDS FOR THE SITE-TABLE
      *          ROUTINES (SEE SITEPR.CPY).  COPY THIS INTO
      *          WORKING-STORAGE IN ANY PROGRAM THAT COPIES
      *          SITESL / SITEFD.  A MISSING OR EMPTY SITETAB.DAT
      *          LEAVES ONE ENTRY - THE HOME SITE, CODE MAIN, ON
      *          THE SYSPARM LIMITS - SO A SINGLE-SITE SHOP NEEDS
      *          NO SITE TABLE AT ALL.
      *-------------------------------------------------------------
       01  WS-SX-STATUS              PIC X(02).
           88 WS-SX-OK                          VALUE "00".

       01  WS-SX-EOF-SW              PIC X(01) VALUE "N".
           88 WS-SX-EOF                         VALUE "Y".

       01  WS-SITE-TABLE.
           05 WS-SITE-COUNT          PIC 9(02) VALUE 0 USAGE COMP.
           05 WS-SITE-ENTRY          OCCURS 20 TIMES.
               10 WS-SX-CODE         PIC X(04).
               10 WS-SX-NAME         PIC X(20).
               10 WS-SX-MAX-OCC      PIC 9(05).
               10 WS-SX-BADGE-FROM   PIC 9(04).
               10 WS-SX-BADGE-COUNT  PIC 9(04).
       01  WS-SITE-IDX               PIC 9(02) USAGE COMP.

       01  WS-HOME-SITE              PIC X(04) VALUE "MAIN".
       01  WS-SITE-WANTED            PIC X(04).
       01  WS-SITE-FOUND-SW          PIC X(01) VALUE "N".
           88 WS-SITE-FOUND                     VALUE "Y".
