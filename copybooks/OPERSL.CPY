      *-------------------------------------------------------------
      * OPERSL - FILE-CONTROL ENTRY FOR THE OPERATOR MASTER.  ONE
      *          LINE PER OPERATOR WHO MAY SIGN ON AT UNIKODE-MENU,
      *          MAINTAINED BY THE MENU'S OPERATOR-ADMINISTRATION
      *          FUNCTION.  THE INCLUDING PROGRAM MUST DECLARE
      *          01 WS-OM-STATUS PIC X(02) IN WORKING-STORAGE (OR
      *          COPY OPERWS) AND COPY OPERFD INTO THE FILE SECTION.
      *-------------------------------------------------------------
           SELECT OPERATOR-MASTER ASSIGN TO "OPERMST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OM-STATUS.
