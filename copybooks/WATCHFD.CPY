      *-------------------------------------------------------------
      * WATCHFD - FILE SECTION ENTRY AND RECORD LAYOUT FOR THE
      *           SECURITY WATCH-LIST MASTER (SEE WATCHSL.CPY).  AN
      *           ENTRY NAMES A PERSON BY NORMALIZED NAME, BY
      *           VISITOR NUMBER, OR BOTH - A BLANK NAME OR A ZERO
      *           NUMBER MEANS THAT FIELD IS NOT MATCHED ON.  DENY
      *           REFUSES THE CHECK-IN AND WITHHOLDS THE BADGE;
      *           ALERT ADMITS BUT WARNS THE DESK.  THE ENTRY IS IN
      *           FORCE FROM THE EFFECTIVE DATE THROUGH THE EXPIRY
      *           DATE INCLUSIVE; A ZERO EXPIRY NEVER LAPSES.
      *-------------------------------------------------------------
       FD  WATCH-LIST.
       01  WATCH-LIST-RECORD.
           05 WL-ENTRY-NO           PIC 9(05).
           05 WL-NAME               PIC X(25).
           05 WL-VISITOR-NO         PIC 9(07).
           05 WL-ACTION             PIC X(05).
               88 WL-DENY                      VALUE "DENY".
               88 WL-ALERT                     VALUE "ALERT".
               88 WL-ACTION-VALID              VALUES "DENY" "ALERT".
           05 WL-EFFECTIVE-DATE     PIC 9(08).
           05 WL-EXPIRY-DATE        PIC 9(08).
           05 WL-REASON             PIC X(30).
           05 WL-ADDED-BY           PIC X(08).
           05 WL-ADDED-DATE         PIC 9(08).
