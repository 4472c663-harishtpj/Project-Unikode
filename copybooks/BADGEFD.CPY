      *-------------------------------------------------------------
      * BADGEFD - FILE SECTION ENTRY AND RECORD LAYOUT FOR THE
      *           VISITOR BADGE MASTER (SEE BADGESL.CPY).  EACH
      *           SITE HAS ITS OWN RACK, A RANGE OF BADGE NUMBERS
      *           TAGGED WITH THE SITE CODE (SEE SITEFD.CPY); A
      *           BLANK SITE IS THE HOME SITE'S RACK.
      *-------------------------------------------------------------
       FD  BADGE-MASTER.
       01  BADGE-MASTER-RECORD.
           05 BG-HOLDER             PIC X(25).
           05 BG-ISSUE-DATE         PIC 9(08).
           05 BG-ISSUE-TIME         PIC 9(08).
           05 BG-SITE               PIC X(04).
