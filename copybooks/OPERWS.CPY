      *-------------------------------------------------------------
      * OPERWS - WORKING-STORAGE FIELDS FOR THE OPERATOR-LEVEL
      *          LOOKUP (SEE OPERPR.CPY).  COPY THIS INTO
      *          WORKING-STORAGE IN ANY PROGRAM THAT COPIES
      *          OPERSL / OPERFD TO CHECK THE SIGNED-ON OPERATOR'S
      *          AUTHORIZATION.
      *-------------------------------------------------------------
       01  WS-OM-STATUS              PIC X(02).
           88 WS-OM-OK                          VALUE "00".
           88 WS-OM-NOT-FOUND                   VALUE "35".

       01  WS-OPER-LEVEL             PIC 9(01) VALUE 0.
       01  WS-OPER-NAME              PIC X(25) VALUE SPACES.

       01  WS-OM-EOF-SW              PIC X(01) VALUE "N".
           88 WS-OM-EOF                         VALUE "Y".
       01  WS-OPER-FOUND-SW          PIC X(01) VALUE "N".
           88 WS-OPER-FOUND                     VALUE "Y".
