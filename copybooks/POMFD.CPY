      *-------------------------------------------------------------
      * POMFD - FILE SECTION ENTRY AND RECORD LAYOUT FOR THE
      *         CONTRACTOR PURCHASE-ORDER MASTER (SEE POMSL.CPY).
      *         A PO COVERS THE VISITOR NUMBERS LISTED (ZERO =
      *         UNUSED SLOT) AND, WHEN PO-HOST-ID IS NOT BLANK, ANY
      *         OTHER CONTRACTOR THAT HOST BRINGS IN.  PO-USED-
      *         MINUTES IS WHAT PO-POST HAS CHARGED SO FAR;
      *         PO-M-DAYS COUNTS THE DAYS HELD FOR QUERY BECAUSE
      *         THE EXPORT FLAGGED THEM M (NO REAL DEPARTURE) AND
      *         SO CHARGED NOTHING.  PO-LAST-POST-DATE STOPS A
      *         RERUN CHARGING THE SAME DAY TWICE.  THE WARNED AND
      *         EXPIRED SWITCHES RECORD THAT THE EXCEPTION FOR
      *         PASSING THE WARNING PERCENTAGE OR THE END DATE HAS
      *         BEEN RAISED, SO IT IS RAISED ONCE, NOT NIGHTLY; A
      *         CHANGE OF HOURS OR END DATE IN PO-MAINT CLEARS THEM.
      *-------------------------------------------------------------
       FD  PO-MASTER.
       01  PO-MASTER-RECORD.
           05 PO-NUMBER             PIC X(10).
           05 PO-DESCRIPTION        PIC X(30).
           05 PO-HOST-ID            PIC X(06).
           05 PO-VISITOR-NO         PIC 9(07) OCCURS 5 TIMES.
           05 PO-APPROVED-HOURS     PIC 9(05).
           05 PO-START-DATE         PIC 9(08).
           05 PO-END-DATE           PIC 9(08).
           05 PO-USED-MINUTES       PIC 9(07).
           05 PO-M-DAYS             PIC 9(05).
           05 PO-LAST-POST-DATE     PIC 9(08).
           05 PO-CLOSED-SW          PIC X(01).
               88 PO-CLOSED                    VALUE "Y".
           05 PO-WARNED-SW          PIC X(01).
               88 PO-WARNED                    VALUE "Y".
           05 PO-EXPIRED-SW         PIC X(01).
               88 PO-EXPIRED                   VALUE "Y".
