      *-------------------------------------------------------------
      * BRSTSL - FILE-CONTROL ENTRY FOR THE RECORD-LEVEL RESTART
      *          CHECKPOINT OF A BATCH UTILITY (SUM-NAT, FACTORIAL,
      *          MULT-TABLE).  EACH PROGRAM NAMES ITS OWN
      *          CHECKPOINT FILE IN WS-BR-FILE-NAME, THE SAME WAY
      *          PRIME-CHECK KEEPS PRIMERST.DAT FOR ITS RANGE SCANS.
      *          COPY THIS INTO FILE-CONTROL ALONGSIDE BRSTFD AND
      *          BRSTWS.
      *-------------------------------------------------------------
           SELECT BATCH-RESTART ASSIGN TO DYNAMIC WS-BR-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BR-STATUS.
