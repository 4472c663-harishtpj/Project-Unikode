      *-------------------------------------------------------------
      * ADHQWS - WORKING-STORAGE FIELDS FOR THE AD-HOC JOB REQUEST
      *          QUEUE ROUTINES (SEE ADHQPR.CPY).  COPY THIS INTO
      *          WORKING-STORAGE IN ANY PROGRAM THAT COPIES
      *          ADHQSL / ADHQFD.  THE QUEUE IS HELD AS RAW ROWS IN
      *          THE LAYOUT OF ADHOC-QUEUE-RECORD; MOVE A ROW TO THE
      *          RECORD TO LOOK AT ITS FIELDS AND BACK AGAIN AFTER
      *          CHANGING THEM.
      *-------------------------------------------------------------
       01  WS-AJ-STATUS              PIC X(02).
           88 WS-AJ-OK                          VALUE "00".
           88 WS-AJ-NOT-FOUND                   VALUE "35".

       01  WS-AJ-EOF-SW              PIC X(01) VALUE "N".
           88 WS-AJ-EOF                         VALUE "Y".

       01  WS-AJ-TABLE.
           05 WS-AJ-COUNT            PIC 9(03) VALUE 0 USAGE COMP.
           05 WS-AJ-ROW              PIC X(232) OCCURS 300 TIMES.
       01  WS-AJ-IDX                 PIC 9(03) USAGE COMP.
       01  WS-AJ-HIT-IDX             PIC 9(03) USAGE COMP.
       01  WS-AJ-MAX                 PIC 9(03) VALUE 300.
       01  WS-AJ-LAST-NO             PIC 9(06) VALUE 0.
       01  WS-AJ-WANTED-NO           PIC 9(06) VALUE 0.

      *    THE PROGRAMS THAT TAKE A PARM FILE AND THE FIXED NAME
      *    EACH ONE READS IT FROM.  A REQUEST'S OWN PARM FILE IS
      *    COPIED OVER THAT NAME FOR THE RUN AND THE STANDING ONE
      *    PUT BACK AFTER.
       01  WS-AJ-PARM-AREA.
           05 FILLER                 PIC X(29)
                            VALUE "PRIME-CHECK      PRIMPARM.DAT".
           05 FILLER                 PIC X(29)
                            VALUE "MULT-TABLE       MULTPARM.DAT".
           05 FILLER                 PIC X(29)
                            VALUE "UNLOAD-RELOAD    BACKPARM.DAT".
       01  WS-AJ-PARM-TABLE REDEFINES WS-AJ-PARM-AREA.
           05 WS-AJ-PARM-ENTRY       OCCURS 3 TIMES.
               10 WS-AJ-PT-PROGRAM   PIC X(17).
               10 WS-AJ-PT-PARM      PIC X(12).
       01  WS-AJ-PT-COUNT            PIC 9(02) VALUE 3 USAGE COMP.
       01  WS-AJ-PT-IDX              PIC 9(02) USAGE COMP.

      *    THE PROGRAMS A REQUEST MAY NAME - THOSE THAT RUN
      *    UNATTENDED AND ANSWER THE CHAIN'S BUILD INQUIRY.  AN
      *    INTERACTIVE PROGRAM WOULD HANG THE NIGHT ON ITS PROMPTS.
       01  WS-AJ-BATCH-AREA.
           05 FILLER                 PIC X(17)
                            VALUE "UNLOAD-RELOAD".
           05 FILLER                 PIC X(17)
                            VALUE "GREETER".
           05 FILLER                 PIC X(17)
                            VALUE "SUM-NAT".
           05 FILLER                 PIC X(17)
                            VALUE "FACTORIAL".
           05 FILLER                 PIC X(17)
                            VALUE "MULT-TABLE".
           05 FILLER                 PIC X(17)
                            VALUE "PRIME-CHECK".
           05 FILLER                 PIC X(17)
                            VALUE "GCD-LCM".
           05 FILLER                 PIC X(17)
                            VALUE "EXTRACT-MERGE".
           05 FILLER                 PIC X(17)
                            VALUE "DOOR-IMPORT".
           05 FILLER                 PIC X(17)
                            VALUE "ATTENDANCE-REPORT".
           05 FILLER                 PIC X(17)
                            VALUE "TIME-EXPORT".
           05 FILLER                 PIC X(17)
                            VALUE "GREETER-SWEEP".
           05 FILLER                 PIC X(17)
                            VALUE "EXTRACT-RECON".
           05 FILLER                 PIC X(17)
                            VALUE "SECURITY-REPORT".
           05 FILLER                 PIC X(17)
                            VALUE "INDUCT-LOAD".
           05 FILLER                 PIC X(17)
                            VALUE "FORECAST-REPORT".
           05 FILLER                 PIC X(17)
                            VALUE "PO-POST".
           05 FILLER                 PIC X(17)
                            VALUE "APPROVAL-REPORT".
           05 FILLER                 PIC X(17)
                            VALUE "INTEGRITY-SWEEP".
           05 FILLER                 PIC X(17)
                            VALUE "REPORT-DISTRIB".
           05 FILLER                 PIC X(17)
                            VALUE "EXCP-MONITOR".
           05 FILLER                 PIC X(17)
                            VALUE "VISITOR-RECON".
           05 FILLER                 PIC X(17)
                            VALUE "STATUS-BOARD".
       01  WS-AJ-BATCH-TABLE REDEFINES WS-AJ-BATCH-AREA.
           05 WS-AJ-BT-PROGRAM       PIC X(17) OCCURS 23 TIMES.
       01  WS-AJ-BT-COUNT            PIC 9(02) VALUE 23 USAGE COMP.
       01  WS-AJ-BT-IDX              PIC 9(02) USAGE COMP.

      *    IN: THE PROGRAM.  OUT: ITS STANDING PARM FILE NAME, OR
      *    SPACES WHEN IT TAKES NONE.  SET BY 9295-FIND-STANDING-PARM.
       01  WS-AJ-WANTED-PROGRAM      PIC X(17).
       01  WS-AJ-STANDING-PARM       PIC X(12).

       01  D-AJ-NUMBER               PIC 9(06).

       01  WS-AJ-SWITCHES.
           05 WS-AJ-FOUND-SW         PIC X(01) VALUE "N".
               88 WS-AJ-FOUND                   VALUE "Y".
           05 WS-AJ-BATCH-SW         PIC X(01) VALUE "N".
               88 WS-AJ-BATCH-PROGRAM           VALUE "Y".
