      *                 REWRITES THE CATALOG WITHOUT THE PURGED
      *                 ENTRIES - THE SAME SHAPE AS AUDIT-ARCHIVE'S
      *                 GENERATION PURGE.
      * 2026/10/15  HK  CARRY THE CATALOG ENTRY'S RUN-ID THROUGH THE
      *                 CATALOG REWRITE.
      *-------------------------------------------------------------

       ENVIRONMENT DIVISION.
               10 WS-CE-FILE-NAME  PIC X(30).
               10 WS-CE-DATE       PIC 9(08).
               10 WS-CE-TIME       PIC 9(08).
               10 WS-CE-RUN-ID     PIC X(13).
       01  WS-CAT-IDX              PIC 9(03) USAGE COMP.

       01  WS-PURGE-COUNT          PIC 9(03) VALUE 0.
               MOVE OC-FILE-NAME TO WS-CE-FILE-NAME(WS-CAT-COUNT)
               MOVE OC-CREATE-DATE TO WS-CE-DATE(WS-CAT-COUNT)
               MOVE OC-CREATE-TIME TO WS-CE-TIME(WS-CAT-COUNT)
               MOVE OC-RUN-ID TO WS-CE-RUN-ID(WS-CAT-COUNT)
           END-IF.
           GO TO 2100-EXIT.
       2100-EXIT.
           MOVE WS-CE-FILE-NAME(WS-CAT-IDX) TO OC-FILE-NAME.
           MOVE WS-CE-DATE(WS-CAT-IDX) TO OC-CREATE-DATE.
           MOVE WS-CE-TIME(WS-CAT-IDX) TO OC-CREATE-TIME.
           MOVE WS-CE-RUN-ID(WS-CAT-IDX) TO OC-RUN-ID.
           WRITE OUTPUT-CATALOG-RECORD.
           GO TO 3100-EXIT.
       3100-EXIT.
