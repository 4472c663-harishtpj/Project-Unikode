      *-------------------------------------------------------------
      * DOORRJFD - FILE SECTION ENTRY AND RECORD LAYOUT FOR THE
      *            DOOR-READER IMPORT REJECT FILE (SEE
      *            DOORRJSL.CPY).  DR-EVENT CARRIES THE READER'S
      *            EVENT RECORD AS RECEIVED, SO A CORRECTED REJECT
      *            CAN BE FED BACK TO DOOR-IMPORT UNCHANGED.
      *-------------------------------------------------------------
       FD  DOOR-REJECT.
       01  DOOR-REJECT-RECORD.
           05 DR-CARD-NO            PIC X(10).
           05 FILLER                PIC X(01).
           05 DR-REASON             PIC X(20).
           05 FILLER                PIC X(01).
           05 DR-EVENT              PIC X(40).
