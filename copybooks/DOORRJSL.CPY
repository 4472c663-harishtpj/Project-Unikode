      *-------------------------------------------------------------
      * DOORRJSL - FILE-CONTROL ENTRY FOR THE DOOR-READER IMPORT
      *            REJECT FILE.  DOOR-IMPORT WRITES ONE RECORD PER
      *            EVENT IT COULD NOT POST (UNKNOWN CARD, CARD FOR
      *            A VISITOR NOT ON THE MASTER, OR A MALFORMED
      *            EVENT); THE REJECT WORKBENCH WORKS THEM LIKE THE
      *            OTHER BATCH REJECT FILES.  THE INCLUDING PROGRAM
      *            MUST DECLARE 01 WS-DR-STATUS PIC X(02) IN
      *            WORKING-STORAGE AND COPY DOORRJFD INTO THE FILE
      *            SECTION.
      *-------------------------------------------------------------
           SELECT DOOR-REJECT ASSIGN TO "DOORRJ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DR-STATUS.
