      *-------------------------------------------------------------
      * APPRSL - FILE-CONTROL ENTRY FOR THE DUAL-CONTROL APPROVAL
      *          QUEUE.  ONE LINE PER DESTRUCTIVE MAINTENANCE
      *          ACTION (VISITOR ERASURE, MASTER PURGE, MASTER
      *          RELOAD, SYSPARM CHANGE) RAISED BY ONE OPERATOR AND
      *          WAITING FOR, OR DECIDED BY, A SECOND.  THE
      *          INCLUDING PROGRAM MUST ALSO COPY APPRFD AND APPRWS
      *          (SEE APPRPR.CPY).
      *-------------------------------------------------------------
           SELECT APPROVAL-QUEUE ASSIGN TO "APPRQUE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AQ-STATUS.
