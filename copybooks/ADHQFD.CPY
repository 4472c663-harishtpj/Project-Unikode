      *-------------------------------------------------------------
      * ADHQFD - FILE SECTION ENTRY AND RECORD LAYOUT FOR THE AD-HOC
      *          JOB REQUEST QUEUE (SEE ADHQSL.CPY).  AJ-STATUS IS
      *          P PENDING, D DEFERRED (NOT RUN ON A NIGHT IT WAS
      *          DUE - WAITS FOR THE NEXT), R RUNNING (A CHAIN THAT
      *          DIED PART WAY LEAVES IT HERE AND RERUNS IT),
      *          C COMPLETED, F FAILED, X CANCELLED.  AJ-PARM-FILE
      *          IS COPIED OVER THE PROGRAM'S STANDING PARM FILE FOR
      *          THE RUN (SPACES = USE THE STANDING ONE).  THE
      *          REQUEST RUNS ON THE CHAIN FOR AJ-BUS-DATE OR A LATER
      *          ONE, BUT NOT BEFORE AJ-RUN-AFTER (HHMM, WALL CLOCK)
      *          ON AJ-NOT-BEFORE-DATE.  AJ-STEP-NO (90 THRU 99) AND
      *          AJ-CHAIN-DATE ARE THE CHAIN STEP AND BUSINESS DATE
      *          IT LAST RAN OR WAS PASSED OVER UNDER.
      *-------------------------------------------------------------
       FD  ADHOC-QUEUE.
       01  ADHOC-QUEUE-RECORD.
           05 AJ-REQUEST-NO        PIC 9(06).
           05 FILLER               PIC X(01).
           05 AJ-STATUS            PIC X(01).
               88 AJ-PENDING                  VALUE "P".
               88 AJ-DEFERRED                 VALUE "D".
               88 AJ-RUNNING                  VALUE "R".
               88 AJ-COMPLETED                VALUE "C".
               88 AJ-FAILED                   VALUE "F".
               88 AJ-CANCELLED                VALUE "X".
               88 AJ-OPEN                     VALUES "P" "D" "R".
               88 AJ-FINISHED                 VALUES "C" "F".
           05 FILLER               PIC X(01).
           05 AJ-PROGRAM           PIC X(17).
           05 FILLER               PIC X(01).
           05 AJ-PARM-FILE         PIC X(20).
           05 FILLER               PIC X(01).
           05 AJ-BUS-DATE          PIC 9(08).
           05 FILLER               PIC X(01).
           05 AJ-RUN-AFTER         PIC 9(04).
           05 FILLER               PIC X(01).
           05 AJ-NOT-BEFORE-DATE   PIC 9(08).
           05 FILLER               PIC X(01).
           05 AJ-REQUESTED-BY      PIC X(08).
           05 FILLER               PIC X(01).
           05 AJ-REQ-DATE          PIC 9(08).
           05 FILLER               PIC X(01).
           05 AJ-REQ-TIME          PIC 9(08).
           05 FILLER               PIC X(01).
           05 AJ-REASON            PIC X(40).
           05 FILLER               PIC X(01).
           05 AJ-STEP-NO           PIC 9(02).
           05 FILLER               PIC X(01).
           05 AJ-CHAIN-DATE        PIC 9(08).
           05 FILLER               PIC X(01).
           05 AJ-START-DATE        PIC 9(08).
           05 FILLER               PIC X(01).
           05 AJ-START-TIME        PIC 9(08).
           05 FILLER               PIC X(01).
           05 AJ-END-DATE          PIC 9(08).
           05 FILLER               PIC X(01).
           05 AJ-END-TIME          PIC 9(08).
           05 FILLER               PIC X(01).
           05 AJ-RETURN-CODE       PIC S9(04).
           05 FILLER               PIC X(01).
           05 AJ-NOTE              PIC X(40).
