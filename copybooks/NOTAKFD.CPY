      *-------------------------------------------------------------
      * NOTAKFD - FILE SECTION ENTRY AND RECORD LAYOUT FOR THE
      *           NOTIFICATION ACKNOWLEDGMENT FILE (SEE NOTAKSL.CPY).
      *           NA-NOTIFY-ID QUOTES NF-NOTIFY-ID FROM THE OUTBOX
      *           RECORD BEING ACKNOWLEDGED.
      *-------------------------------------------------------------
       FD  NOTIFY-ACKS.
       01  NOTIFY-ACKS-RECORD.
           05 NA-NOTIFY-ID          PIC X(18).
           05 FILLER                PIC X(01).
           05 NA-ACK-DATE           PIC 9(08).
           05 FILLER                PIC X(01).
           05 NA-ACK-TIME           PIC 9(08).
           05 FILLER                PIC X(01).
           05 NA-ACK-BY             PIC X(25).
