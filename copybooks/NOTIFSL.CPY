      *-------------------------------------------------------------
      * NOTIFSL - FILE-CONTROL ENTRY FOR THE HOST ARRIVAL
      *           NOTIFICATION OUTBOX.  GREETER APPENDS ONE RECORD
      *           PER ARRIVAL THAT NAMES A HOST; THE MAIL GATEWAY
      *           PICKS THE FILE UP AND TELLS THE HOST.  THE
      *           INCLUDING PROGRAM MUST DECLARE 01 WS-NF-STATUS
      *           PIC X(02) IN WORKING-STORAGE AND COPY NOTIFFD
      *           INTO THE FILE SECTION.
      *-------------------------------------------------------------
           SELECT NOTIFY-OUTBOX ASSIGN TO "NOTIFOUT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NF-STATUS.
