      *-------------------------------------------------------------
      * NOTIFFD - FILE SECTION ENTRY AND RECORD LAYOUT FOR THE HOST
      *           ARRIVAL NOTIFICATION OUTBOX (SEE NOTIFSL.CPY).
      *           NF-NOTIFY-ID IS THE ARRIVAL'S RUN-ID PLUS A
      *           SEQUENCE WITHIN THE RUN, AND IS THE KEY THE
      *           GATEWAY QUOTES BACK ON ITS ACKNOWLEDGMENT (SEE
      *           NOTAKFD.CPY).  A BADGE NUMBER OF ZERO MEANS NO
      *           BADGE WAS ISSUED.
      *-------------------------------------------------------------
       FD  NOTIFY-OUTBOX.
       01  NOTIFY-OUTBOX-RECORD.
           05 NF-NOTIFY-ID.
               10 NF-RUN-ID         PIC X(13).
               10 NF-ID-DASH        PIC X(01).
               10 NF-SEQ            PIC 9(04).
           05 FILLER                PIC X(01).
           05 NF-VISITOR            PIC X(25).
           05 FILLER                PIC X(01).
           05 NF-HOST-ID            PIC X(06).
           05 FILLER                PIC X(01).
           05 NF-HOST               PIC X(25).
           05 FILLER                PIC X(01).
           05 NF-BADGE              PIC 9(04).
           05 FILLER                PIC X(01).
           05 NF-ARRIVE-DATE        PIC 9(08).
           05 FILLER                PIC X(01).
           05 NF-ARRIVE-TIME        PIC 9(08).
