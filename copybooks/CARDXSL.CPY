      *-------------------------------------------------------------
      * CARDXSL - FILE-CONTROL ENTRY FOR THE ACCESS-CARD CROSS-
      *           REFERENCE.  ONE RECORD PER DOOR-READER CARD
      *           NUMBER, GIVING THE VISITOR NUMBER OF THE PERSON
      *           IT WAS ISSUED TO.  DOOR-IMPORT LOADS IT TO MAP
      *           READER EVENTS ONTO THE VISITOR MASTER; THE REJECT
      *           WORKBENCH APPENDS A RECORD WHEN AN OPERATOR
      *           CORRECTS AN UNKNOWN CARD.  A LATER RECORD FOR THE
      *           SAME CARD REPLACES AN EARLIER ONE.  THE INCLUDING
      *           PROGRAM MUST DECLARE 01 WS-CX-STATUS PIC X(02) IN
      *           WORKING-STORAGE AND COPY CARDXFD INTO THE FILE
      *           SECTION.
      *-------------------------------------------------------------
           SELECT CARD-XREF ASSIGN TO "CARDXREF.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CX-STATUS.
