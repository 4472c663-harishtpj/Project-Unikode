      *-------------------------------------------------------------
      * HOSTSL - FILE-CONTROL ENTRY FOR THE HOST DIRECTORY MASTER.
      *          ONE RECORD PER MEMBER OF STAFF WHO MAY RECEIVE
      *          VISITORS, KEYED ON A SHORT HOST ID, WITH THE
      *          NORMALIZED NAME AS AN ALTERNATE LOOKUP KEY SO THE
      *          DESK CAN KEY EITHER.  MAINTAINED BY HOST-MAINT;
      *          GREETER ACCEPTS ONLY A KNOWN, ACTIVE HOST AT
      *          CHECK-IN AND IN THE PRE-REGISTRATION LOAD.  THE
      *          INCLUDING PROGRAM MUST COPY HOSTFD INTO THE FILE
      *          SECTION AND HOSTWS INTO WORKING-STORAGE.
      *-------------------------------------------------------------
           SELECT HOST-MASTER ASSIGN TO "HOSTMST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HM-HOST-ID
               ALTERNATE RECORD KEY IS HM-NAME WITH DUPLICATES
               FILE STATUS IS WS-HM-STATUS.
