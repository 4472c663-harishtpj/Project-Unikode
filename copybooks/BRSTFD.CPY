      *-------------------------------------------------------------
      * BRSTFD - FILE SECTION ENTRY AND RECORD LAYOUT FOR A BATCH
      *          UTILITY'S RESTART CHECKPOINT (SEE BRSTSL.CPY).
      *          THE SINGLE RECORD HOLDS THE BUSINESS DATE, HOW
      *          MANY INPUT RECORDS ARE FULLY DONE, THE RUNNING
      *          PROCESSED / REJECTED COUNTS, AND THE DATED REPORT
      *          AND CSV NAMES THE INTERRUPTED RUN WAS WRITING (PLUS
      *          ONE MORE OUTPUT FOR A PROGRAM THAT WRITES THREE),
      *          SO A RERUN CAN APPEND TO THEM.
      *-------------------------------------------------------------
       FD  BATCH-RESTART.
       01  BATCH-RESTART-RECORD.
           05 BR-BUS-DATE           PIC 9(08).
           05 FILLER                PIC X(01).
           05 BR-RECORDS-DONE       PIC 9(07).
           05 FILLER                PIC X(01).
           05 BR-PROCESSED          PIC 9(07).
           05 FILLER                PIC X(01).
           05 BR-REJECTED           PIC 9(07).
           05 FILLER                PIC X(01).
           05 BR-PAGE-NO            PIC 9(03).
           05 FILLER                PIC X(01).
           05 BR-RPT-NAME           PIC X(30).
           05 FILLER                PIC X(01).
           05 BR-CSV-NAME           PIC X(30).
           05 FILLER                PIC X(01).
           05 BR-AUX-NAME           PIC X(30).
