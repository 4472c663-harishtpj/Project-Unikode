       IDENTIFICATION DIVISION.
       PROGRAM-ID. SECURITY-REPORT.
       AUTHOR. HARISH-KUMAR.
       INSTALLATION. UNIKODE-DATA-CENTER.
       DATE-WRITTEN. 2026/10/15.
       DATE-COMPILED.
      *-------------------------------------------------------------
      * MODIFICATION HISTORY
      *-------------------------------------------------------------
      * DATE       INIT DESCRIPTION
      * ---------- ---- -----------------------------------------
      * 2026/10/15  HK  FIRST VERSION - DAILY SECURITY-INCIDENT
      *                 REPORT FOR THE GUARD DESK.  LISTS EVERY
      *                 WATCH-LIST HIT GREETER RECORDED ON THE
      *                 SECURITY INCIDENT LOG (SECINCID.DAT) FOR
      *                 THE BUSINESS DATE - TIME, PERSON, VISITOR
      *                 NUMBER, WATCH-LIST ENTRY, ACTION, WHETHER
      *                 THE PERSON WAS REFUSED OR ADMITTED, WHAT
      *                 MATCHED, THE REASON AND THE DESK OPERATOR -
      *                 WITH REFUSED AND ADMITTED TOTALS.  CALLABLE
      *                 AS A NIGHTLY CHAIN STEP.
      * 2026/10/15  HK  ADDED THE PROGRAM'S BUILD IDENTITY - VERSION AND
      *                 COMPILE DATE, SEE VERSWS.CPY - PRINTED ON ITS
      *                 PAGE HEADINGS.  A CALL WITH A RETURN CODE OF -1
      *                 NOW ONLY REPORTS THE BUILD, FOR THE DAILY RUN'S
      *                 VERSION CHECK.
      *-------------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SECURITY-RPT ASSIGN TO "SECINRPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           COPY SECINSL.
           COPY RUNIDSEL.
           COPY CALSEL.

       DATA DIVISION.
       FILE SECTION.
       FD  SECURITY-RPT.
       01  SECURITY-RPT-RECORD     PIC X(80).

       COPY SECINFD.

       COPY RUNIDFD.

       COPY CALFD.

       WORKING-STORAGE SECTION.
      *    BUILD IDENTITY - RAISE WS-VR-VERSION WITH EACH ENTRY
      *    IN THE MODIFICATION HISTORY (SEE VERSWS.CPY)
       01  WS-VR-PROGRAM           PIC X(17) VALUE "SECURITY-REPORT".
       01  WS-VR-VERSION           PIC X(06) VALUE "1.02".
       COPY VERSWS.
       COPY CALWS.
       COPY RUNIDWS.
       COPY RPTHDWS.
       01  WS-SI-STATUS            PIC X(02).
           88 WS-SI-OK                        VALUE "00".

       01  WS-COUNTERS.
           05 WS-INCIDENT-CT       PIC 9(05) VALUE 0 USAGE COMP.
           05 WS-REFUSED-CT        PIC 9(05) VALUE 0 USAGE COMP.
           05 WS-ADMITTED-CT       PIC 9(05) VALUE 0 USAGE COMP.

       01  D-COUNT                 PIC Z(4)9.
       01  D-ENTRY                 PIC Z(4)9.
       01  D-VISNO                 PIC X(07).
       01  D-TIME.
           05 D-TIME-HH            PIC 9(02).
           05 FILLER               PIC X(01) VALUE ":".
           05 D-TIME-MM            PIC 9(02).

       01  WS-SWITCHES.
           05 WS-SI-EOF-SW         PIC X(01) VALUE "N".
               88 WS-SI-EOF                   VALUE "Y".

       LINKAGE SECTION.
       01  LK-RETURN-CODE          PIC S9(04).

       PROCEDURE DIVISION USING LK-RETURN-CODE.

      *-------------------------------------------------------------
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
           PERFORM 2000-LIST-INCIDENTS
               THRU 2000-EXIT.
           PERFORM 3000-PRINT-TOTALS
               THRU 3000-EXIT.
           PERFORM 9999-TERMINATE
               THRU 9999-EXIT.
           GOBACK.

      *-------------------------------------------------------------
      * 1000-INITIALIZE  --  OPEN THE REPORT AND PRINT THE COLUMN
      *                       HEADINGS
      *-------------------------------------------------------------
       1000-INITIALIZE.
           PERFORM 9370-GET-BUSINESS-DATE
               THRU 9370-EXIT.
           PERFORM 9380-ASSIGN-RUN-ID
               THRU 9380-EXIT.
           MOVE "SECURITY INCIDENTS" TO WS-RH-TITLE.
           MOVE "SECURITY-REPORT" TO WS-RH-PROGRAM-ID.
           OPEN OUTPUT SECURITY-RPT.
           MOVE "TIME  PERSON                    VIS-NO  ENTRY ACTION"
               TO SECURITY-RPT-RECORD.
           MOVE "OUTCOME  MATCHED" TO SECURITY-RPT-RECORD(55:16).
           PERFORM 8900-WRITE-LINE
               THRU 8900-EXIT.
           GO TO 1000-EXIT.
       1000-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 2000-LIST-INCIDENTS  --  THE BUSINESS DATE'S INCIDENT LOG
      *                           RECORDS, IN THE ORDER THEY HAPPENED
      *-------------------------------------------------------------
       2000-LIST-INCIDENTS.
           OPEN INPUT SECURITY-INCIDENTS.
           IF NOT WS-SI-OK
               GO TO 2000-EXIT
           END-IF.
           PERFORM 2100-LIST-ONE-INCIDENT
               THRU 2100-EXIT
               UNTIL WS-SI-EOF.
           CLOSE SECURITY-INCIDENTS.
           GO TO 2000-EXIT.
       2000-EXIT.
           EXIT.

       2100-LIST-ONE-INCIDENT.
           READ SECURITY-INCIDENTS
               AT END
                   MOVE "Y" TO WS-SI-EOF-SW
                   GO TO 2100-EXIT
           END-READ.
           IF SI-RUN-DATE IS NOT NUMERIC
               OR SI-RUN-DATE NOT = WS-BUS-DATE
               GO TO 2100-EXIT
           END-IF.
           ADD 1 TO WS-INCIDENT-CT.
           IF SI-REFUSED
               ADD 1 TO WS-REFUSED-CT
           ELSE
               ADD 1 TO WS-ADMITTED-CT
           END-IF.
           MOVE SI-RUN-TIME(1:2) TO D-TIME-HH.
           MOVE SI-RUN-TIME(3:2) TO D-TIME-MM.
           IF SI-VISITOR-NO IS NUMERIC
               AND SI-VISITOR-NO NOT = 0
               MOVE SI-VISITOR-NO TO D-VISNO
           ELSE
               MOVE "NEW" TO D-VISNO
           END-IF.
           MOVE SI-ENTRY-NO TO D-ENTRY.
           MOVE SPACES TO SECURITY-RPT-RECORD.
           MOVE D-TIME TO SECURITY-RPT-RECORD(1:5).
           MOVE SI-NAME TO SECURITY-RPT-RECORD(7:25).
           MOVE D-VISNO TO SECURITY-RPT-RECORD(33:7).
           MOVE D-ENTRY TO SECURITY-RPT-RECORD(41:5).
           MOVE SI-ACTION TO SECURITY-RPT-RECORD(47:5).
           MOVE SI-OUTCOME TO SECURITY-RPT-RECORD(55:8).
           MOVE SI-MATCHED-ON TO SECURITY-RPT-RECORD(64:6).
           PERFORM 8900-WRITE-LINE
               THRU 8900-EXIT.
           MOVE SPACES TO SECURITY-RPT-RECORD.
           STRING "      REASON: " DELIMITED BY SIZE
                   SI-REASON DELIMITED BY SIZE
                   "  DESK: " DELIMITED BY SIZE
                   SI-OPERATOR-ID DELIMITED BY SIZE
               INTO SECURITY-RPT-RECORD.
           PERFORM 8900-WRITE-LINE
               THRU 8900-EXIT.
           GO TO 2100-EXIT.
       2100-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 3000-PRINT-TOTALS  --  HOW THE DAY'S HITS WERE HANDLED
      *-------------------------------------------------------------
       3000-PRINT-TOTALS.
           MOVE SPACES TO SECURITY-RPT-RECORD.
           PERFORM 8900-WRITE-LINE
               THRU 8900-EXIT.
           IF WS-INCIDENT-CT = 0
               MOVE "NO WATCH-LIST HITS TODAY." TO SECURITY-RPT-RECORD
               PERFORM 8900-WRITE-LINE
                   THRU 8900-EXIT
               GO TO 3000-EXIT
           END-IF.
           MOVE WS-INCIDENT-CT TO D-COUNT.
           MOVE SPACES TO SECURITY-RPT-RECORD.
           STRING "WATCH-LIST HITS TODAY:       " DELIMITED BY SIZE
                   D-COUNT DELIMITED BY SIZE
               INTO SECURITY-RPT-RECORD.
           PERFORM 8900-WRITE-LINE
               THRU 8900-EXIT.
           MOVE WS-REFUSED-CT TO D-COUNT.
           MOVE SPACES TO SECURITY-RPT-RECORD.
           STRING "REFUSED ENTRY (DENY):        " DELIMITED BY SIZE
                   D-COUNT DELIMITED BY SIZE
               INTO SECURITY-RPT-RECORD.
           PERFORM 8900-WRITE-LINE
               THRU 8900-EXIT.
           MOVE WS-ADMITTED-CT TO D-COUNT.
           MOVE SPACES TO SECURITY-RPT-RECORD.
           STRING "ADMITTED ON ALERT:           " DELIMITED BY SIZE
                   D-COUNT DELIMITED BY SIZE
               INTO SECURITY-RPT-RECORD.
           PERFORM 8900-WRITE-LINE
               THRU 8900-EXIT.
           GO TO 3000-EXIT.
       3000-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 8900-WRITE-LINE  --  DISPLAY AND PRINT ONE REPORT LINE,
      *                       WITH THE SHARED PAGE-HEADING BREAK
      *-------------------------------------------------------------
       8900-WRITE-LINE.
           MOVE SECURITY-RPT-RECORD TO WS-RH-DETAIL.
           IF WS-RH-LINE-COUNT >= WS-RH-LINES-PER-PAGE
               PERFORM 9800-BUILD-PAGE-HEADING
                   THRU 9800-EXIT
               WRITE SECURITY-RPT-RECORD FROM WS-RH-HEADING-1
               WRITE SECURITY-RPT-RECORD FROM WS-RH-HEADING-2
               MOVE SPACES TO SECURITY-RPT-RECORD
               WRITE SECURITY-RPT-RECORD
               ADD 3 TO WS-RH-LINE-COUNT
               ADD 3 TO WS-RH-TOTAL-LINES
           END-IF.
           DISPLAY WS-RH-DETAIL.
           WRITE SECURITY-RPT-RECORD FROM WS-RH-DETAIL.
           ADD 1 TO WS-RH-LINE-COUNT.
           ADD 1 TO WS-RH-TOTAL-LINES.
           GO TO 8900-EXIT.
       8900-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 9999-TERMINATE  --  END-OF-REPORT TRAILER, THEN CLOSE
      *-------------------------------------------------------------
       9999-TERMINATE.
           PERFORM 9850-BUILD-REPORT-TRAILER
               THRU 9850-EXIT.
           DISPLAY WS-RH-TRAILER.
           WRITE SECURITY-RPT-RECORD FROM WS-RH-TRAILER.
           CLOSE SECURITY-RPT.
           GO TO 9999-EXIT.
       9999-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 9370-GET-BUSINESS-DATE  --  COPIED
      *-------------------------------------------------------------
       COPY CALPR.

      *-------------------------------------------------------------
      * 9380-ASSIGN-RUN-ID  --  COPIED
      *-------------------------------------------------------------
       COPY RUNIDPR.

      *-------------------------------------------------------------
      * 9800-BUILD-PAGE-HEADING / 9850-BUILD-REPORT-TRAILER  --
      * COPIED
      *-------------------------------------------------------------
       COPY RPTHDPR.

      *-------------------------------------------------------------
      * 9245-ANSWER-VERSION-INQUIRY  --  COPIED
      *-------------------------------------------------------------
       COPY VERSPR.
