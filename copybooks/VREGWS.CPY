      *-------------------------------------------------------------
      * VREGWS - WORKING-STORAGE FIELDS FOR THE VERSION REGISTRY
      *          ROUTINES (SEE VREGPR.CPY).  COPY THIS INTO
      *          WORKING-STORAGE IN ANY PROGRAM THAT COPIES
      *          VREGSL / VREGFD.  WS-VG-LOADED IS OFF WHEN THERE
      *          WAS NO VERSREG.DAT TO CHECK AGAINST.
      *-------------------------------------------------------------
       01  WS-VG-STATUS              PIC X(02).
           88 WS-VG-OK                          VALUE "00".

       01  WS-VG-EOF-SW              PIC X(01) VALUE "N".
           88 WS-VG-EOF                         VALUE "Y".
       01  WS-VG-LOADED-SW           PIC X(01) VALUE "N".
           88 WS-VG-LOADED                      VALUE "Y".

       01  WS-VG-TABLE.
           05 WS-VG-COUNT            PIC 9(03) VALUE 0 USAGE COMP.
           05 WS-VG-ENTRY            OCCURS 100 TIMES.
               10 WS-VG-PROGRAM      PIC X(17).
               10 WS-VG-VERSION      PIC X(06).
               10 WS-VG-PROMOTED     PIC X(08).
       01  WS-VG-IDX                 PIC 9(03) USAGE COMP.

       01  WS-VG-WANTED              PIC X(17).
       01  WS-VG-FOUND-SW            PIC X(01) VALUE "N".
           88 WS-VG-FOUND                       VALUE "Y".
