      *-------------------------------------------------------------
      * BRSTWS - WORKING-STORAGE FIELDS FOR THE BATCH RESTART
      *          CHECKPOINT (SEE BRSTPR.CPY).  COPY THIS INTO
      *          WORKING-STORAGE IN ANY PROGRAM THAT COPIES
      *          BRSTSL / BRSTFD.  THE CALLER SETS WS-BR-PROGRAM-ID,
      *          WS-BR-FILE-NAME AND WS-BR-INPUT-NAME BEFORE
      *          PERFORMING 9720-CHECK-BATCH-RESTART.
      *-------------------------------------------------------------
       01  WS-BR-STATUS              PIC X(02).
           88 WS-BR-OK                          VALUE "00".
           88 WS-BR-NOT-FOUND                   VALUE "35".

       01  WS-BR-PROGRAM-ID          PIC X(11).
       01  WS-BR-FILE-NAME           PIC X(20).
       01  WS-BR-INPUT-NAME          PIC X(20).

       01  WS-BR-RESTART-SW          PIC X(01) VALUE "N".
           88 WS-BR-RESTARTING                  VALUE "Y".

      *    THE POSITION AND TOTALS CARRIED IN THE CHECKPOINT; THE
      *    CALLER KEEPS THEM CURRENT BEFORE EACH 9730 WRITE
       01  WS-BR-RECORDS-DONE        PIC 9(07) VALUE 0.
       01  WS-BR-PROCESSED           PIC 9(07) VALUE 0.
       01  WS-BR-REJECTED            PIC 9(07) VALUE 0.
       01  WS-BR-PAGE-NO             PIC 9(03) VALUE 0.
       01  WS-BR-RPT-NAME            PIC X(30) VALUE SPACES.
       01  WS-BR-CSV-NAME            PIC X(30) VALUE SPACES.
       01  WS-BR-AUX-NAME            PIC X(30) VALUE SPACES.

       01  WS-BR-SKIP-IDX            PIC 9(07) VALUE 0.
       01  D-BR-COUNT                PIC Z(6)9.
       01  D-BR-PROCESSED            PIC Z(6)9.
       01  D-BR-REJECTED             PIC Z(6)9.
       01  D-BR-DATE                 PIC 9(08).
