      *           AND DA-RETURN-CODE; THIS PARAGRAPH STAMPS THE
      *           BUSINESS DATE (SEE CALPR.CPY) AND TIME, THE
      *           INVOCATION'S RUN-ID (SEE
      *           RUNIDPR.CPY), THE SIGNED-ON OPERATOR (SEE
      *           SIGNPR.CPY) AND THE PROGRAM'S BUILD IDENTITY (SEE
      *           VERSWS.CPY) AND WRITES THE RECORD.
      *-------------------------------------------------------------
       9500-WRITE-AUDIT-RECORD.
           MOVE WS-BUS-DATE TO DA-RUN-DATE.
           ACCEPT DA-RUN-TIME FROM TIME.
           MOVE WS-RUN-ID TO DA-RUN-ID.
           MOVE WS-OPERATOR-ID TO DA-OPERATOR-ID.
           MOVE FUNCTION WHEN-COMPILED TO WS-VR-WHEN-COMPILED.
           MOVE WS-VR-PROGRAM TO DA-BUILD-PROGRAM.
           MOVE WS-VR-VERSION TO DA-BUILD-VERSION.
           MOVE WS-VR-WHEN-COMPILED(1:8) TO DA-BUILD-COMPILED.
           WRITE DAILY-AUDIT-RECORD.
           ADD 1 TO WS-DA-WRITE-COUNT.
           GO TO 9500-EXIT.
