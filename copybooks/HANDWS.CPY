      *-------------------------------------------------------------
      * HANDWS - WORKING-STORAGE FIELDS FOR THE SHIFT HANDOVER LOG
      *          ROUTINES (SEE HANDPR.CPY).  COPY THIS INTO
      *          WORKING-STORAGE IN ANY PROGRAM THAT COPIES
      *          HANDSL / HANDFD.  THE LOG IS HELD AS RAW ROWS IN
      *          THE LAYOUT OF HANDOVER-LOG-RECORD; MOVE A ROW TO
      *          THE RECORD TO LOOK AT ITS FIELDS AND BACK AGAIN
      *          AFTER CHANGING THEM.  THE SHIFT START TIMES ARE
      *          HHMM, DEFAULTED HERE AND OVERRIDDEN FROM SYSPARM BY
      *          9240-LOAD-SHIFT-TIMES.
      *-------------------------------------------------------------
       01  WS-HO-STATUS              PIC X(02).
           88 WS-HO-OK                          VALUE "00".
           88 WS-HO-NOT-FOUND                   VALUE "35".

       01  WS-HO-EOF-SW              PIC X(01) VALUE "N".
           88 WS-HO-EOF                         VALUE "Y".

       01  WS-HO-TABLE.
           05 WS-HO-COUNT            PIC 9(03) VALUE 0 USAGE COMP.
           05 WS-HO-ROW              PIC X(242) OCCURS 300 TIMES.
       01  WS-HO-IDX                 PIC 9(03) USAGE COMP.
       01  WS-HO-HIT-IDX             PIC 9(03) USAGE COMP.
       01  WS-HO-MAX                 PIC 9(03) VALUE 300.
       01  WS-HO-LAST-NO             PIC 9(06) VALUE 0.
       01  WS-HO-WANTED-NO           PIC 9(06) VALUE 0.

       01  WS-HO-DAY-START           PIC 9(04) VALUE 0600.
       01  WS-HO-LATE-START          PIC 9(04) VALUE 1400.
       01  WS-HO-NIGHT-START         PIC 9(04) VALUE 2200.

      *    IN: THE CLOCK DATE AND TIME.  OUT: THE SHIFT AND THE
      *    DATE IT STARTED.  SET BY 9230-FIND-SHIFT.
       01  WS-HO-CLOCK-DATE          PIC 9(08).
       01  WS-HO-CLOCK-TIME          PIC 9(08).
       01  WS-HO-CLOCK-HHMM          PIC 9(04).
       01  WS-HO-SHIFT               PIC X(05).
       01  WS-HO-SHIFT-DATE          PIC 9(08).

       01  D-HO-NUMBER               PIC 9(06).

       01  WS-HO-SWITCHES.
           05 WS-HO-FOUND-SW         PIC X(01) VALUE "N".
               88 WS-HO-FOUND                   VALUE "Y".
