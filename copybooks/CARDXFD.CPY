      *-------------------------------------------------------------
      * CARDXFD - FILE SECTION ENTRY AND RECORD LAYOUT FOR THE
      *           ACCESS-CARD CROSS-REFERENCE (SEE CARDXSL.CPY).
      *-------------------------------------------------------------
       FD  CARD-XREF.
       01  CARD-XREF-RECORD.
           05 CX-CARD-NO            PIC X(10).
           05 FILLER                PIC X(01).
           05 CX-VISITOR-NO         PIC 9(07).
           05 FILLER                PIC X(01).
           05 CX-ADDED-DATE         PIC 9(08).
