      *-------------------------------------------------------------
      * POPFD - FILE SECTION ENTRY AND RECORD LAYOUT FOR THE
      *         PURCHASE-ORDER POSTING LOG (SEE POPSL.CPY).
      *         PP-FLAG IS BLANK FOR A DAY CHARGED, M FOR A DAY
      *         HELD FOR QUERY WITH NOTHING CHARGED.
      *-------------------------------------------------------------
       FD  PO-POSTING-LOG.
       01  PO-POSTING-RECORD.
           05 PP-PO-NUMBER          PIC X(10).
           05 FILLER                PIC X(01).
           05 PP-DATE               PIC 9(08).
           05 FILLER                PIC X(01).
           05 PP-NAME               PIC X(25).
           05 FILLER                PIC X(01).
           05 PP-VISITOR-NO         PIC 9(07).
           05 FILLER                PIC X(01).
           05 PP-MINUTES            PIC 9(05).
           05 FILLER                PIC X(01).
           05 PP-FLAG               PIC X(01).
               88 PP-HELD                      VALUE "M".
           05 FILLER                PIC X(01).
           05 PP-SITE               PIC X(04).
           05 FILLER                PIC X(01).
           05 PP-RUN-ID             PIC X(13).
