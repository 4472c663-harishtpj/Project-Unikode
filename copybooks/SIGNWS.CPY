      *          THE RESERVED "BATCH" ID WHEN NO SIGN-ON IS ON FILE;
      *          THE SHARED AUDIT AND EXCEPTION WRITERS (AUDITPR.CPY
      *          / EXCPPR.CPY) STAMP IT ON EVERY RECORD THEY WRITE.
      *          WS-SITE-CODE CARRIES THE SIGNED-ON SITE, OR SPACES
      *          WHEN THE RUN COVERS ALL SITES.
      *-------------------------------------------------------------
       01  WS-SO-STATUS              PIC X(02).
           88 WS-SO-OK                          VALUE "00".
           88 WS-SO-NOT-FOUND                   VALUE "35".

       01  WS-OPERATOR-ID            PIC X(08) VALUE "BATCH".
       01  WS-SITE-CODE              PIC X(04) VALUE SPACES.
           88 WS-ALL-SITES                      VALUE SPACES "ALL".
