      *-------------------------------------------------------------
      * HANDFD - FILE SECTION ENTRY AND RECORD LAYOUT FOR THE SHIFT
      *          HANDOVER LOG (SEE HANDSL.CPY).  HO-STATUS IS O OPEN
      *          OR C CLOSED.  A MUST-ACTION ITEM STILL OPEN HOLDS
      *          THE STATUS BOARD AT AMBER AT BEST.  HO-RUN-ID AND
      *          HO-STEP-NO ARE OPTIONAL (SPACES / ZERO WHEN THE
      *          ITEM IS NOT ABOUT ONE RUN OR CHAIN STEP).  EACH END
      *          CARRIES THE WALL-CLOCK DATE AND TIME, THE SHIFT IT
      *          FELL IN, AND THE DATE THAT SHIFT STARTED (A NIGHT
      *          SHIFT ITEM WRITTEN AFTER MIDNIGHT BELONGS TO THE
      *          NIGHT THAT STARTED THE EVENING BEFORE).
      *-------------------------------------------------------------
       FD  HANDOVER-LOG.
       01  HANDOVER-LOG-RECORD.
           05 HO-ITEM-NO           PIC 9(06).
           05 FILLER               PIC X(01).
           05 HO-STATUS            PIC X(01).
               88 HO-OPEN                     VALUE "O".
               88 HO-CLOSED                   VALUE "C".
           05 FILLER               PIC X(01).
           05 HO-MUST-ACTION-SW    PIC X(01).
               88 HO-MUST-ACTION              VALUE "Y".
           05 FILLER               PIC X(01).
           05 HO-CATEGORY          PIC X(08).
               88 HO-CATEGORY-VALID           VALUES "RESTART"
                                                     "OVERRIDE"
                                                     "WAITING"
                                                     "NOTE".
           05 FILLER               PIC X(01).
           05 HO-RUN-ID            PIC X(13).
           05 FILLER               PIC X(01).
           05 HO-STEP-NO           PIC 9(02).
           05 FILLER               PIC X(01).
           05 HO-TEXT              PIC X(60).
           05 FILLER               PIC X(01).
           05 HO-OPENED-BY         PIC X(08).
           05 FILLER               PIC X(01).
           05 HO-OPEN-DATE         PIC 9(08).
           05 FILLER               PIC X(01).
           05 HO-OPEN-TIME         PIC 9(08).
           05 FILLER               PIC X(01).
           05 HO-OPEN-SHIFT        PIC X(05).
           05 FILLER               PIC X(01).
           05 HO-OPEN-SHIFT-DATE   PIC 9(08).
           05 FILLER               PIC X(01).
           05 HO-CLOSED-BY         PIC X(08).
           05 FILLER               PIC X(01).
           05 HO-CLOSE-DATE        PIC 9(08).
           05 FILLER               PIC X(01).
           05 HO-CLOSE-TIME        PIC 9(08).
           05 FILLER               PIC X(01).
           05 HO-CLOSE-SHIFT       PIC X(05).
           05 FILLER               PIC X(01).
           05 HO-CLOSE-SHIFT-DATE  PIC 9(08).
           05 FILLER               PIC X(01).
           05 HO-RESOLUTION        PIC X(60).
