      *-------------------------------------------------------------
      * APPRWS - WORKING-STORAGE FIELDS FOR THE APPROVAL-QUEUE
      *          ROUTINES (SEE APPRPR.CPY).  COPY THIS INTO
      *          WORKING-STORAGE IN ANY PROGRAM THAT COPIES
      *          APPRSL / APPRFD.  THE QUEUE IS HELD AS RAW ROWS IN
      *          THE LAYOUT OF APPROVAL-QUEUE-RECORD; MOVE A ROW TO
      *          THE RECORD TO LOOK AT ITS FIELDS AND BACK AGAIN
      *          AFTER CHANGING THEM.  SET WS-AQ-AUDIT-HELD-SW TO Y
      *          WHEN THE PROGRAM KEEPS DAILY-AUDIT OPEN FOR THE
      *          WHOLE RUN, SO THE QUEUE EVENTS ARE WRITTEN THROUGH
      *          THE OPEN FILE INSTEAD OF OPENING IT AGAIN.
      *-------------------------------------------------------------
       01  WS-AQ-STATUS              PIC X(02).
           88 WS-AQ-OK                          VALUE "00".
           88 WS-AQ-NOT-FOUND                   VALUE "35".

       01  WS-AQ-EOF-SW              PIC X(01) VALUE "N".
           88 WS-AQ-EOF                         VALUE "Y".

       01  WS-AQ-TABLE.
           05 WS-AQ-COUNT            PIC 9(03) VALUE 0 USAGE COMP.
           05 WS-AQ-ROW              PIC X(220) OCCURS 300 TIMES.
       01  WS-AQ-IDX                 PIC 9(03) USAGE COMP.
       01  WS-AQ-HIT-IDX             PIC 9(03) USAGE COMP.
       01  WS-AQ-MAX                 PIC 9(03) VALUE 300.
       01  WS-AQ-LAST-NO             PIC 9(06) VALUE 0.
       01  WS-AQ-WANTED-NO           PIC 9(06) VALUE 0.

      *    THE NEW REQUEST, FILLED IN BY THE CALLER BEFORE
      *    9130-QUEUE-REQUEST
       01  WS-AQ-NEW-FUNCTION        PIC X(08).
       01  WS-AQ-NEW-OPTION          PIC X(01).
       01  WS-AQ-NEW-TARGET          PIC X(40).
       01  WS-AQ-NEW-REASON          PIC X(40).
       01  WS-AQ-NEW-PROGRAM         PIC X(13).

       01  WS-AQ-WANTED-FUNCTION     PIC X(08).
       01  WS-AQ-CLOSE-STATUS        PIC X(01).
       01  WS-AQ-EVENT               PIC X(20).
       01  WS-AQ-EXPIRE-DAYS         PIC 9(03) VALUE 3.
       01  WS-AQ-EXPIRED-COUNT       PIC 9(03) VALUE 0.
       01  WS-AQ-TODAY-INT           PIC 9(08).
       01  WS-AQ-AGE-DAYS            PIC 9(05).
       01  D-AQ-NUMBER               PIC 9(06).

       01  WS-AQ-AUDIT-INPUT.
           05 FILLER                 PIC X(04) VALUE "REQ ".
           05 WS-AQ-AI-NUMBER        PIC 9(06).
           05 FILLER                 PIC X(01) VALUE SPACE.
           05 WS-AQ-AI-FUNCTION      PIC X(08).

       01  WS-AQ-SWITCHES.
           05 WS-AQ-FOUND-SW         PIC X(01) VALUE "N".
               88 WS-AQ-FOUND                   VALUE "Y".
           05 WS-AQ-QUEUED-SW        PIC X(01) VALUE "N".
               88 WS-AQ-QUEUED                  VALUE "Y".
           05 WS-AQ-DIRTY-SW         PIC X(01) VALUE "N".
               88 WS-AQ-DIRTY                   VALUE "Y".
           05 WS-AQ-AUDIT-HELD-SW    PIC X(01) VALUE "N".
               88 WS-AQ-AUDIT-HELD              VALUE "Y".
