      *-------------------------------------------------------------
      * ADHQSL - FILE-CONTROL ENTRY FOR THE AD-HOC JOB REQUEST
      *          QUEUE.  ONE LINE PER OUT-OF-HOURS JOB AN OPERATOR
      *          HAS ASKED THE NIGHTLY CHAIN TO RUN AFTER THE
      *          STANDING PLAN (A ONE-OFF RELOAD, A REPAIR PASS, AN
      *          EXTRA RANGE SCAN).  THE INCLUDING PROGRAM MUST ALSO
      *          COPY ADHQFD AND ADHQWS (SEE ADHQPR.CPY).
      *-------------------------------------------------------------
           SELECT ADHOC-QUEUE ASSIGN TO "ADHOCQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AJ-STATUS.
