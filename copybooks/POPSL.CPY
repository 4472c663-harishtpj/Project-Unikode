      *-------------------------------------------------------------
      * POPSL - FILE-CONTROL ENTRY FOR THE PURCHASE-ORDER POSTING
      *         LOG.  ONE LINE PER CONTRACTOR DAY PO-POST HAS
      *         CHARGED TO A PO, OR HELD FOR QUERY BECAUSE THE
      *         TIME-ON-SITE EXPORT FLAGGED IT M.  APPENDED BY
      *         PO-POST, READ BY PO-STATUS FOR THE HELD-DAY LIST.
      *         THE INCLUDING PROGRAM MUST DECLARE
      *         01 WS-PP-STATUS PIC X(02) IN WORKING-STORAGE AND
      *         COPY POPFD INTO THE FILE SECTION.
      *-------------------------------------------------------------
           SELECT PO-POSTING-LOG ASSIGN TO "POPOST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PP-STATUS.
