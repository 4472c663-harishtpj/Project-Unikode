      *                 CARRIES THE PROGRAM, BUSINESS DATE, RUN-ID
      *                 AND PAGE NUMBER, AND THE REPORT ENDS WITH
      *                 THE TOTAL LINE COUNT.
      * 2026/10/15  HK  COUNT SECURITY EXCEPTIONS (SIGN-ON LOCKOUTS,
      *                 WATCH-LIST HITS AT CHECK-IN, REFUSED
      *                 ADMINISTRATOR FUNCTIONS) IN A COLUMN OF
      *                 THEIR OWN.  ANY SECURITY EXCEPTION ALWAYS
      *                 RAISES AN ALERT - THERE IS NO THRESHOLD, AND
      *                 AN ACKNOWLEDGMENT ENTRY CANNOT SUPPRESS IT.
      * 2026/10/15  HK  ADDED THE PROGRAM'S BUILD IDENTITY - VERSION AND
      *                 COMPILE DATE, SEE VERSWS.CPY - PRINTED ON ITS
      *                 PAGE HEADINGS.  A CALL WITH A RETURN CODE OF -1
      *                 NOW ONLY REPORTS THE BUILD, FOR THE DAILY RUN'S
      *                 VERSION CHECK.
      *-------------------------------------------------------------

       ENVIRONMENT DIVISION.
       COPY CALFD.

       WORKING-STORAGE SECTION.
      *    BUILD IDENTITY - RAISE WS-VR-VERSION WITH EACH ENTRY
      *    IN THE MODIFICATION HISTORY (SEE VERSWS.CPY)
       01  WS-VR-PROGRAM           PIC X(17) VALUE "EXCP-MONITOR".
       01  WS-VR-VERSION           PIC X(06) VALUE "1.08".
       COPY VERSWS.
       COPY CALWS.
       COPY SYSPMWS.
       COPY RUNIDWS.
               10 WS-PE-INTEGRITY  PIC 9(05) USAGE COMP.
               10 WS-PE-ABEND      PIC 9(05) USAGE COMP.
               10 WS-PE-OTHER      PIC 9(05) USAGE COMP.
               10 WS-PE-SECURITY   PIC 9(05) USAGE COMP.
       01  WS-PGM-IDX              PIC 9(02) USAGE COMP.

       01  WS-TODAY-EXCP-COUNT     PIC 9(05) VALUE 0.
       01  D-COUNT-2               PIC Z(4)9.
       01  D-COUNT-3               PIC Z(4)9.
       01  D-COUNT-4               PIC Z(4)9.
       01  D-COUNT-5               PIC Z(4)9.
       01  D-LIMIT                 PIC Z(4)9.

       01  WS-SWITCHES.
      * 0000-MAINLINE
      *-------------------------------------------------------------
       0000-MAINLINE.
           IF LK-RETURN-CODE = -1
               PERFORM 9245-ANSWER-VERSION-INQUIRY
                   THRU 9245-EXIT
               GOBACK
           END-IF.
           MOVE 0 TO LK-RETURN-CODE.
           PERFORM 1000-INITIALIZE
               THRU 1000-EXIT.
               GO TO 2020-NEXT
           END-IF.
           ADD 1 TO WS-TODAY-EXCP-COUNT.
           MOVE 0 TO WS-ACK-IDX.
           IF EX-EXCEPTION-TYPE NOT = "SECURITY"
               PERFORM 2500-CHECK-SUPPRESSION
                   THRU 2500-EXIT
           END-IF.
           IF WS-ACK-IDX NOT = 0
               ADD 1 TO WS-AK-HELD(WS-ACK-IDX)
               ADD 1 TO WS-SUPPRESSED-COUNT
               MOVE 0 TO WS-PE-INTEGRITY(WS-PGM-IDX)
               MOVE 0 TO WS-PE-ABEND(WS-PGM-IDX)
               MOVE 0 TO WS-PE-OTHER(WS-PGM-IDX)
               MOVE 0 TO WS-PE-SECURITY(WS-PGM-IDX)
           END-IF.
           EVALUATE EX-EXCEPTION-TYPE
               WHEN "VALIDATION"
                   ADD 1 TO WS-PE-INTEGRITY(WS-PGM-IDX)
               WHEN "ABEND"
                   ADD 1 TO WS-PE-ABEND(WS-PGM-IDX)
               WHEN "SECURITY"
                   ADD 1 TO WS-PE-SECURITY(WS-PGM-IDX)
               WHEN OTHER
                   ADD 1 TO WS-PE-OTHER(WS-PGM-IDX)
           END-EVALUATE.
      *-------------------------------------------------------------
       3000-CHECK-THRESHOLDS.
           MOVE "PROGRAM      VALIDATION  INTEGRITY      ABEND"
               & "      OTHER   SECURITY" TO EXCP-ALERT-RPT-RECORD.
           PERFORM 4900-WRITE-LINE
               THRU 4900-EXIT.
           IF WS-PGM-COUNT = 0
           MOVE WS-PE-INTEGRITY(WS-PGM-IDX) TO D-COUNT-2.
           MOVE WS-PE-ABEND(WS-PGM-IDX) TO D-COUNT-3.
           MOVE WS-PE-OTHER(WS-PGM-IDX) TO D-COUNT-4.
           MOVE WS-PE-SECURITY(WS-PGM-IDX) TO D-COUNT-5.
           MOVE SPACES TO EXCP-ALERT-RPT-RECORD.
           STRING WS-PE-NAME(WS-PGM-IDX) DELIMITED BY SIZE
                   "      " DELIMITED BY SIZE
                   D-COUNT-3 DELIMITED BY SIZE
                   "      " DELIMITED BY SIZE
                   D-COUNT-4 DELIMITED BY SIZE
                   "      " DELIMITED BY SIZE
                   D-COUNT-5 DELIMITED BY SIZE
               INTO EXCP-ALERT-RPT-RECORD.
           PERFORM 4900-WRITE-LINE
               THRU 4900-EXIT.
               PERFORM 4900-WRITE-LINE
                   THRU 4900-EXIT
           END-IF.
           IF WS-PE-SECURITY(WS-PGM-IDX) > 0
               ADD 1 TO WS-ALERT-COUNT
               MOVE WS-PE-SECURITY(WS-PGM-IDX) TO D-COUNT-1
               MOVE SPACES TO EXCP-ALERT-RPT-RECORD
               STRING "*** ALERT: " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-PE-NAME(WS-PGM-IDX))
                           DELIMITED BY SIZE
                       " LOGGED " DELIMITED BY SIZE
                       FUNCTION TRIM(D-COUNT-1) DELIMITED BY SIZE
                       " SECURITY EXCEPTION(S) TODAY"
                           DELIMITED BY SIZE
                   INTO EXCP-ALERT-RPT-RECORD
               PERFORM 4900-WRITE-LINE
                   THRU 4900-EXIT
           END-IF.
           IF WS-PE-VALIDATION(WS-PGM-IDX) > WS-VALIDATION-LIMIT
               ADD 1 TO WS-ALERT-COUNT
               MOVE WS-PE-VALIDATION(WS-PGM-IDX) TO D-COUNT-1
      * COPIED
      *-------------------------------------------------------------
       COPY RPTHDPR.

      *-------------------------------------------------------------
      * 9245-ANSWER-VERSION-INQUIRY  --  COPIED
      *-------------------------------------------------------------
       COPY VERSPR.
