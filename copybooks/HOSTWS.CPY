      *-------------------------------------------------------------
      * HOSTWS - WORKING-STORAGE FIELDS FOR THE HOST DIRECTORY
      *          LOOKUP (SEE HOSTPR.CPY).  COPY THIS INTO
      *          WORKING-STORAGE IN ANY PROGRAM THAT COPIES
      *          HOSTSL / HOSTFD.  THE PROGRAM SETS WS-HOST-OPEN-SW
      *          TO "Y" ONCE ITS OPEN OF HOST-MASTER SUCCEEDS.
      *-------------------------------------------------------------
       01  WS-HM-STATUS              PIC X(02).
           88 WS-HM-OK                          VALUE "00".
           88 WS-HM-NOT-FOUND                   VALUE "23".
           88 WS-HM-FILE-MISSING                VALUE "35".
           88 WS-HM-END                         VALUE "10".

       01  WS-HOST-KEY               PIC X(25).

       01  WS-HOST-OPEN-SW           PIC X(01) VALUE "N".
           88 WS-HOST-OPEN                      VALUE "Y".
       01  WS-HOST-FOUND-SW          PIC X(01) VALUE "N".
           88 WS-HOST-FOUND                     VALUE "Y".
