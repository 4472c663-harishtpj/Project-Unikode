      *-------------------------------------------------------------
      * SITEFD - FILE SECTION ENTRY AND RECORD LAYOUT FOR THE SITE
      *          TABLE (SEE SITESL.CPY).  THE FIRST SITE ON THE FILE
      *          IS THE HOME SITE - LOG ROWS, STATE ENTRIES, BADGES
      *          AND PRE-REGISTRATIONS FROM BEFORE MULTI-SITE
      *          SUPPORT CARRY A BLANK SITE CODE AND BELONG TO IT.
      *          SX-MAX-OCC IS THE SITE'S OCCUPANCY LIMIT (BLANK OR
      *          ZERO TAKES SYSPARM MAX-OCCUPANCY).  SX-BADGE-FROM
      *          AND SX-BADGE-COUNT GIVE THE SITE'S BADGE NUMBER
      *          RANGE IN THE SHARED BADGE MASTER (BLANK OR ZERO
      *          COUNT TAKES SYSPARM BADGE-COUNT; BLANK OR ZERO
      *          START TAKES 1 FOR THE HOME SITE AND THE NEXT
      *          THOUSAND FOR EACH SITE AFTER IT).  NUMERIC FIELDS
      *          ARE KEYED AS TEXT AND EDITED ON LOAD.
      *-------------------------------------------------------------
       FD  SITE-TABLE-FILE.
       01  SITE-TABLE-RECORD.
           05 SX-CODE              PIC X(04).
           05 FILLER               PIC X(01).
           05 SX-NAME              PIC X(20).
           05 FILLER               PIC X(01).
           05 SX-MAX-OCC           PIC X(05).
           05 FILLER               PIC X(01).
           05 SX-BADGE-FROM        PIC X(04).
           05 FILLER               PIC X(01).
           05 SX-BADGE-COUNT       PIC X(04).
