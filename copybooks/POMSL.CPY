      *-------------------------------------------------------------
      * POMSL - FILE-CONTROL ENTRY FOR THE CONTRACTOR PURCHASE-
      *         ORDER MASTER.  ONE RECORD PER PO, KEYED ON THE PO
      *         NUMBER, GIVING THE CONTRACTORS IT COVERS (BY VISITOR
      *         NUMBER, OR EVERY CONTRACTOR OF ONE HOST), THE HOURS
      *         APPROVED AND THE DATES IT RUNS.  MAINTAINED BY
      *         PO-MAINT; PO-POST ADDS EACH NIGHT'S CONTRACTOR
      *         MINUTES FROM THE TIME-ON-SITE EXPORT; PO-STATUS
      *         REPORTS THE BURN.  THE INCLUDING PROGRAM MUST
      *         DECLARE 01 WS-PO-STATUS PIC X(02) IN WORKING-STORAGE
      *         AND COPY POMFD INTO THE FILE SECTION.
      *-------------------------------------------------------------
           SELECT PO-MASTER ASSIGN TO "POMST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PO-NUMBER
               FILE STATUS IS WS-PO-STATUS.
