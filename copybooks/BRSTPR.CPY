      *-------------------------------------------------------------
      * BRSTPR - RECORD-LEVEL RESTART FOR A BATCH UTILITY'S INPUT
      *          FILE.  COPY THIS INTO THE PROCEDURE DIVISION OF ANY
      *          PROGRAM THAT COPIES BRSTSL / BRSTFD / BRSTWS (PLUS
      *          THE CALENDAR FAMILY FOR WS-BUS-DATE AND THE AUDIT
      *          FAMILY FOR THE RESUME RECORD).
      *
      *          9720-CHECK-BATCH-RESTART  AT BATCH START.  A
      *              CHECKPOINT LEFT BY AN EARLIER RUN OF THE SAME
      *              BUSINESS DAY SETS WS-BR-RESTARTING AND LOADS
      *              THE WS-BR- POSITION, TOTALS AND OUTPUT NAMES.
      *              ONE FROM ANOTHER DAY, OR ONE THAT WILL NOT
      *              READ, IS IGNORED AND THE INPUT STARTS OVER.
      *          9730-WRITE-BATCH-CHECKPOINT  AFTER EVERY INPUT
      *              RECORD IS FULLY DONE.  THE FILE IS OPENED AND
      *              CLOSED PER RECORD, THE SAME CONVENTION AS THE
      *              JOURNAL, SO AN ABEND LOSES AT MOST THE RECORD
      *              IN FLIGHT - WHICH THE RERUN THEN REDOES.
      *          9740-CLEAR-BATCH-CHECKPOINT  ONLY ONCE THE INPUT
      *              HAS BEEN READ TO END OF FILE.
      *          9750-ANNOUNCE-BATCH-RESUME  TELLS THE CONSOLE AND
      *              THE AUDIT TRAIL HOW MANY RECORDS THE RERUN IS
      *              SKIPPING.
      *-------------------------------------------------------------
       9720-CHECK-BATCH-RESTART.
           MOVE "N" TO WS-BR-RESTART-SW.
           MOVE 0 TO WS-BR-RECORDS-DONE.
           MOVE 0 TO WS-BR-PROCESSED.
           MOVE 0 TO WS-BR-REJECTED.
           MOVE 0 TO WS-BR-PAGE-NO.
           MOVE SPACES TO WS-BR-RPT-NAME.
           MOVE SPACES TO WS-BR-CSV-NAME.
           MOVE SPACES TO WS-BR-AUX-NAME.
           OPEN INPUT BATCH-RESTART.
           IF NOT WS-BR-OK
               GO TO 9720-EXIT
           END-IF.
           READ BATCH-RESTART
               AT END
                   CLOSE BATCH-RESTART
                   GO TO 9720-EXIT
           END-READ.
           CLOSE BATCH-RESTART.
           IF BR-BUS-DATE IS NOT NUMERIC
               OR BR-RECORDS-DONE IS NOT NUMERIC
               OR BR-PROCESSED IS NOT NUMERIC
               OR BR-REJECTED IS NOT NUMERIC
               OR BR-PAGE-NO IS NOT NUMERIC
               DISPLAY FUNCTION TRIM(WS-BR-PROGRAM-ID)
                   ": checkpoint " FUNCTION TRIM(WS-BR-FILE-NAME)
                   " is unreadable - ignored, the input starts "
                   "over."
               GO TO 9720-EXIT
           END-IF.
           IF BR-BUS-DATE NOT = WS-BUS-DATE
               MOVE BR-BUS-DATE TO D-BR-DATE
               DISPLAY FUNCTION TRIM(WS-BR-PROGRAM-ID)
                   ": checkpoint from business day " D-BR-DATE
                   " - ignored, the input starts over."
               GO TO 9720-EXIT
           END-IF.
           IF BR-RECORDS-DONE = 0
               GO TO 9720-EXIT
           END-IF.
           MOVE "Y" TO WS-BR-RESTART-SW.
           MOVE BR-RECORDS-DONE TO WS-BR-RECORDS-DONE.
           MOVE BR-PROCESSED TO WS-BR-PROCESSED.
           MOVE BR-REJECTED TO WS-BR-REJECTED.
           MOVE BR-PAGE-NO TO WS-BR-PAGE-NO.
           MOVE BR-RPT-NAME TO WS-BR-RPT-NAME.
           MOVE BR-CSV-NAME TO WS-BR-CSV-NAME.
           MOVE BR-AUX-NAME TO WS-BR-AUX-NAME.
           GO TO 9720-EXIT.
       9720-EXIT.
           EXIT.

       9730-WRITE-BATCH-CHECKPOINT.
           OPEN OUTPUT BATCH-RESTART.
           MOVE SPACES TO BATCH-RESTART-RECORD.
           MOVE WS-BUS-DATE TO BR-BUS-DATE.
           MOVE WS-BR-RECORDS-DONE TO BR-RECORDS-DONE.
           MOVE WS-BR-PROCESSED TO BR-PROCESSED.
           MOVE WS-BR-REJECTED TO BR-REJECTED.
           MOVE WS-BR-PAGE-NO TO BR-PAGE-NO.
           MOVE WS-BR-RPT-NAME TO BR-RPT-NAME.
           MOVE WS-BR-CSV-NAME TO BR-CSV-NAME.
           MOVE WS-BR-AUX-NAME TO BR-AUX-NAME.
           WRITE BATCH-RESTART-RECORD.
           CLOSE BATCH-RESTART.
           GO TO 9730-EXIT.
       9730-EXIT.
           EXIT.

       9740-CLEAR-BATCH-CHECKPOINT.
           OPEN OUTPUT BATCH-RESTART.
           CLOSE BATCH-RESTART.
           MOVE "N" TO WS-BR-RESTART-SW.
           GO TO 9740-EXIT.
       9740-EXIT.
           EXIT.

       9750-ANNOUNCE-BATCH-RESUME.
           MOVE WS-BR-RECORDS-DONE TO D-BR-COUNT.
           MOVE WS-BR-PROCESSED TO D-BR-PROCESSED.
           MOVE WS-BR-REJECTED TO D-BR-REJECTED.
           DISPLAY FUNCTION TRIM(WS-BR-PROGRAM-ID) ": resuming "
               FUNCTION TRIM(WS-BR-INPUT-NAME) " after record "
               FUNCTION TRIM(D-BR-COUNT) " ("
               FUNCTION TRIM(D-BR-PROCESSED) " processed, "
               FUNCTION TRIM(D-BR-REJECTED)
               " rejected earlier today).".
           MOVE SPACES TO DAILY-AUDIT-RECORD.
           MOVE WS-BR-PROGRAM-ID TO DA-PROGRAM-ID.
           MOVE "BATCH RESTART" TO DA-INPUT-VALUE.
           STRING "SKIPPED " DELIMITED BY SIZE
                   FUNCTION TRIM(D-BR-COUNT) DELIMITED BY SIZE
               INTO DA-OUTPUT-VALUE.
           MOVE 0 TO DA-RETURN-CODE.
           PERFORM 9500-WRITE-AUDIT-RECORD
               THRU 9500-EXIT.
           GO TO 9750-EXIT.
       9750-EXIT.
           EXIT.
