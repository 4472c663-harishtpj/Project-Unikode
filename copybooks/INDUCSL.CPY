      *-------------------------------------------------------------
      * INDUCSL - FILE-CONTROL ENTRY FOR THE CONTRACTOR SAFETY-
      *           INDUCTION MASTER.  ONE RECORD PER VISITOR NUMBER
      *           WITH THE DATE OF THE LATEST INDUCTION AND THE
      *           DATE IT RUNS OUT, LOADED FROM THE SAFETY OFFICE'S
      *           INDUCTION FEED BY INDUCT-LOAD.  GREETER READS IT
      *           AT EVERY CONTRACTOR CHECK-IN; INDUCT-EXPIRY LISTS
      *           THE INDUCTIONS ABOUT TO RUN OUT.
      *           THE INCLUDING PROGRAM MUST DECLARE
      *           01 WS-IM-STATUS PIC X(02) IN WORKING-STORAGE AND
      *           COPY INDUCFD INTO THE FILE SECTION.
      *-------------------------------------------------------------
           SELECT INDUCTION-MASTER ASSIGN TO "INDUCMST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IM-VISITOR-NO
               FILE STATUS IS WS-IM-STATUS.
