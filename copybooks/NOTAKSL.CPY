      *-------------------------------------------------------------
      * NOTAKSL - FILE-CONTROL ENTRY FOR THE NOTIFICATION
      *           ACKNOWLEDGMENT FILE DROPPED BACK BY THE MAIL
      *           GATEWAY, ONE RECORD PER HOST ACKNOWLEDGMENT.  THE
      *           INCLUDING PROGRAM MUST DECLARE 01 WS-NA-STATUS
      *           PIC X(02) IN WORKING-STORAGE AND COPY NOTAKFD
      *           INTO THE FILE SECTION.
      *-------------------------------------------------------------
           SELECT NOTIFY-ACKS ASSIGN TO "NOTIFACK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NA-STATUS.
