      *-------------------------------------------------------------
      * HANDSL - FILE-CONTROL ENTRY FOR THE SHIFT HANDOVER LOG.  ONE
      *          LINE PER ITEM AN OPERATOR LEAVES FOR THE NEXT SHIFT
      *          (A STEP RESTARTED, A CHECK OVERRIDDEN, SOMETHING
      *          STILL BEING WAITED ON), OPEN UNTIL SOMEONE CLOSES
      *          IT WITH A RESOLUTION.  THE INCLUDING PROGRAM MUST
      *          ALSO COPY HANDFD AND HANDWS (SEE HANDPR.CPY).
      *-------------------------------------------------------------
           SELECT HANDOVER-LOG ASSIGN TO "HANDOVER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HO-STATUS.
