      *                 EXHAUSTED ITSELF WITHIN DAYS.  RUN
      *                 BADGE-REPORT AT CLOSING, BEFORE THE CHAIN,
      *                 TO CAPTURE THE EVIDENCE FIRST.
      * 2026/10/15  HK  MULTI-SITE SUPPORT. THE SIGN-ON FILE SAYS WHICH
      *                 SITE THE RUN COVERS - A RUN FOR ONE SITE SWEEPS
      *                 ONLY THE NAMES STILL CHECKED IN AT THAT SITE AND
      *                 LEAVES THE OTHER SITES' STATE ENTRIES AS THEY
      *                 WERE; A RUN FOR ALL SITES SWEEPS EVERY SITE. THE
      *                 SYS ROW AND THE STATE ENTRY CARRY THE SITE OF
      *                 THE CHECK-IN, AND ONLY A BADGE FROM THAT SITE'S
      *                 RACK IS RELEASED. THE TODAY TABLE NOW HOLDS 400
      *                 ENTRIES ACROSS ALL SITES.
      * 2026/10/15  HK  ADDED THE PROGRAM'S BUILD IDENTITY - VERSION AND
      *                 COMPILE DATE, SEE VERSWS.CPY - STAMPED ON ITS
      *                 AUDIT RECORDS.  A CALL WITH A RETURN CODE OF -1
      *                 NOW ONLY REPORTS THE BUILD, FOR THE DAILY RUN'S
      *                 VERSION CHECK.
      *-------------------------------------------------------------

       ENVIRONMENT DIVISION.
           COPY SIGNSEL.
           COPY CALSEL.
           COPY LOCKSL.
           COPY SITESL.

       DATA DIVISION.
       FILE SECTION.

       COPY LOCKFD.

       COPY SITEFD.

       WORKING-STORAGE SECTION.
      *    BUILD IDENTITY - RAISE WS-VR-VERSION WITH EACH ENTRY
      *    IN THE MODIFICATION HISTORY (SEE VERSWS.CPY)
       01  WS-VR-PROGRAM           PIC X(17) VALUE "GREETER-SWEEP".
       01  WS-VR-VERSION           PIC X(06) VALUE "1.06".
       COPY VERSWS.
       COPY CALWS.
       COPY LOCKWS.
       COPY RUNIDWS.
       COPY AUDITCWS.
       COPY SIGNWS.
       COPY SITEWS.
       01  WS-DA-STATUS            PIC X(02).
       01  WS-GL-STATUS            PIC X(02).
           88 WS-GL-OK                        VALUE "00".

       01  WS-TODAY-TABLE.
           05 WS-TODAY-COUNT       PIC 9(03) VALUE 0 USAGE COMP.
           05 WS-TODAY-ENTRY       OCCURS 400 TIMES.
               10 WS-TD-NAME       PIC X(25).
               10 WS-TD-SITE       PIC X(04).
               10 WS-TD-IN-SW      PIC X(01).
                   88 WS-TD-CHECKED-IN        VALUE "Y".
       01  WS-TODAY-IDX            PIC 9(03) USAGE COMP.
       01  WS-FIND-SITE            PIC X(04).

       01  WS-SWEPT-COUNT          PIC 9(03) VALUE 0.
       01  WS-RELEASED-COUNT       PIC 9(03) VALUE 0.
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
               THRU 9380-EXIT.
           PERFORM 9390-GET-OPERATOR
               THRU 9390-EXIT.
           PERFORM 9320-LOAD-SITES
               THRU 9320-EXIT.
           MOVE "GREETLOG" TO WS-LOCK-RESOURCE.
           PERFORM 9600-ACQUIRE-LOCK
               THRU 9600-EXIT.
               OR GL-RUN-DATE NOT = WS-RUN-DATE
               GO TO 2100-EXIT
           END-IF.
           IF GL-SITE = SPACES
               MOVE WS-HOME-SITE TO WS-FIND-SITE
           ELSE
               MOVE GL-SITE TO WS-FIND-SITE
           END-IF.
           PERFORM 2200-FIND-TODAY-ENTRY
               THRU 2200-EXIT.
           IF WS-TODAY-IDX = 0
       2200-FIND-TODAY-ENTRY.
           PERFORM VARYING WS-TODAY-IDX FROM 1 BY 1
                   UNTIL WS-TODAY-IDX > WS-TODAY-COUNT
                   OR (WS-TD-NAME(WS-TODAY-IDX) = GL-NAME
                       AND WS-TD-SITE(WS-TODAY-IDX) = WS-FIND-SITE)
           END-PERFORM.
           IF WS-TODAY-IDX <= WS-TODAY-COUNT
               GO TO 2200-EXIT
           END-IF.
           IF WS-TODAY-COUNT >= 400
               MOVE 0 TO WS-TODAY-IDX
               GO TO 2200-EXIT
           END-IF.
           ADD 1 TO WS-TODAY-COUNT.
           MOVE WS-TODAY-COUNT TO WS-TODAY-IDX.
           MOVE GL-NAME TO WS-TD-NAME(WS-TODAY-IDX).
           MOVE WS-FIND-SITE TO WS-TD-SITE(WS-TODAY-IDX).
           MOVE "N" TO WS-TD-IN-SW(WS-TODAY-IDX).
           GO TO 2200-EXIT.
       2200-EXIT.
           IF NOT WS-TD-CHECKED-IN(WS-TODAY-IDX)
               GO TO 3100-EXIT
           END-IF.
           IF NOT WS-ALL-SITES
               AND WS-TD-SITE(WS-TODAY-IDX) NOT = WS-SITE-CODE
               GO TO 3100-EXIT
           END-IF.
           ADD 1 TO WS-SWEPT-COUNT.
           MOVE "N" TO WS-TD-IN-SW(WS-TODAY-IDX).
           MOVE SPACES TO GREETER-LOG-RECORD.
           MOVE WS-TD-NAME(WS-TODAY-IDX) TO GL-NAME.
           MOVE WS-RUN-DATE TO GL-RUN-DATE.
           MOVE WS-RUN-TIME TO GL-RUN-TIME.
           MOVE "SYS" TO GL-EVENT.
           MOVE WS-TD-SITE(WS-TODAY-IDX) TO GL-SITE.
           WRITE GREETER-LOG-RECORD.
           DISPLAY "GREETER-SWEEP: system checkout for "
               FUNCTION TRIM(WS-TD-NAME(WS-TODAY-IDX)) ".".
           END-READ.
           IF BG-OUT
               AND BG-HOLDER = WS-TD-NAME(WS-TODAY-IDX)
               AND (BG-SITE = WS-TD-SITE(WS-TODAY-IDX)
                   OR (BG-SITE = SPACES
                       AND WS-TD-SITE(WS-TODAY-IDX) = WS-HOME-SITE))
               MOVE "Y" TO WS-BADGE-FOUND-SW
           END-IF.
           GO TO 3160-EXIT.

      *-------------------------------------------------------------
      * 4000-SNAPSHOT-STATE  --  REWRITE GREETSTA.DAT WITH EVERY
      *                           SWEPT NAME CHECKED OUT
      *-------------------------------------------------------------
       4000-SNAPSHOT-STATE.
           OPEN OUTPUT GREETER-STATE.
           MOVE SPACES TO GREETER-STATE-RECORD.
           MOVE "D" TO GS-REC-TYPE.
           MOVE WS-TD-NAME(WS-TODAY-IDX) TO GS-NAME.
           MOVE WS-TD-IN-SW(WS-TODAY-IDX) TO GS-IN-SW.
           MOVE WS-TD-SITE(WS-TODAY-IDX) TO GS-SITE.
           WRITE GREETER-STATE-RECORD.
           GO TO 4100-EXIT.
       4100-EXIT.
      * 9600-ACQUIRE-LOCK / 9650-RELEASE-LOCKS  --  COPIED
      *-------------------------------------------------------------
       COPY LOCKPR.

      *-------------------------------------------------------------
      * 9320-LOAD-SITES / 9330-FIND-SITE  --  COPIED
      *-------------------------------------------------------------
       COPY SITEPR.

      *-------------------------------------------------------------
      * 9245-ANSWER-VERSION-INQUIRY  --  COPIED
      *-------------------------------------------------------------
       COPY VERSPR.
