      *-------------------------------------------------------------
      * VREGSL - FILE-CONTROL ENTRY FOR THE PROGRAM VERSION
      *          REGISTRY.  ONE LINE PER PROGRAM GIVING THE VERSION
      *          IT IS EXPECTED TO BE RUNNING AT, KEPT WITH A TEXT
      *          EDITOR THE SAME WAY AS SYSPARM.DAT AND SITETAB.DAT.
      *          THE INCLUDING PROGRAM MUST ALSO COPY VREGFD AND
      *          VREGWS (SEE VREGPR.CPY).
      *-------------------------------------------------------------
           SELECT VERSION-REGISTRY ASSIGN TO "VERSREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VG-STATUS.
