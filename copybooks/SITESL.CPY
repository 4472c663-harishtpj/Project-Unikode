      *-------------------------------------------------------------
      * SITESL - FILE-CONTROL ENTRY FOR THE SITE TABLE.  ONE LINE
      *          PER RECEPTION SITE SHARING THE VISITOR SUBSYSTEM,
      *          KEPT WITH A TEXT EDITOR THE SAME WAY AS JOBPLAN.DAT
      *          AND SYSPARM.DAT.  THE INCLUDING PROGRAM MUST ALSO
      *          COPY SITEFD AND SITEWS (SEE SITEPR.CPY).
      *-------------------------------------------------------------
           SELECT SITE-TABLE-FILE ASSIGN TO "SITETAB.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SX-STATUS.
