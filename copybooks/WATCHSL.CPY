      *-------------------------------------------------------------
      * WATCHSL - FILE-CONTROL ENTRY FOR THE SECURITY WATCH-LIST
      *           MASTER.  ONE RECORD PER BARRED OR FLAGGED PERSON,
      *           KEYED ON A SEQUENTIAL ENTRY NUMBER ASSIGNED BY
      *           WATCH-MAINT (THE ADMINISTRATOR-ONLY MAINTENANCE
      *           SCREEN).  GREETER LOADS THE ENTRIES IN FORCE AT
      *           START-UP AND SCREENS EVERY CHECK-IN AGAINST THEM.
      *           THE INCLUDING PROGRAM MUST DECLARE
      *           01 WS-WL-STATUS PIC X(02) IN WORKING-STORAGE AND
      *           COPY WATCHFD INTO THE FILE SECTION.
      *-------------------------------------------------------------
           SELECT WATCH-LIST ASSIGN TO "WATCHLST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WL-ENTRY-NO
               FILE STATUS IS WS-WL-STATUS.
