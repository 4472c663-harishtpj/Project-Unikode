      *-------------------------------------------------------------
      * INDUCFD - FILE SECTION ENTRY AND RECORD LAYOUT FOR THE
      *           CONTRACTOR SAFETY-INDUCTION MASTER (SEE
      *           INDUCSL.CPY).  IM-LOADED-DATE IS THE BUSINESS
      *           DATE OF THE FEED THAT LAST POSTED THE RECORD.
      *-------------------------------------------------------------
       FD  INDUCTION-MASTER.
       01  INDUCTION-MASTER-RECORD.
           05 IM-VISITOR-NO        PIC 9(07).
           05 FILLER               PIC X(01).
           05 IM-INDUCT-DATE       PIC 9(08).
           05 FILLER               PIC X(01).
           05 IM-EXPIRY-DATE       PIC 9(08).
           05 FILLER               PIC X(01).
           05 IM-LOADED-DATE       PIC 9(08).
