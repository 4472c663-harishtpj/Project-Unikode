      *-------------------------------------------------------------
      * SITEPR - LOAD AND LOOK UP THE SITE TABLE.  COPY THIS INTO
      *          THE PROCEDURE DIVISION OF ANY PROGRAM THAT COPIES
      *          SITESL / SITEFD / SITEWS.  PERFORM 9320-LOAD-SITES
      *          THRU 9320-EXIT ONCE FROM 1000-INITIALIZE (AFTER
      *          9300-LOAD-SYSPARM WHEN THE PROGRAM USES THE
      *          LIMITS).  TO FIND ONE SITE, MOVE ITS CODE TO
      *          WS-SITE-WANTED AND PERFORM 9330-FIND-SITE THRU
      *          9330-EXIT - A BLANK CODE IS THE HOME SITE AND IS
      *          RETURNED IN WS-SITE-WANTED AS THE HOME CODE; ON
      *          RETURN WS-SITE-FOUND SAYS WHETHER THE SITE IS ON
      *          THE TABLE AND WS-SITE-IDX POINTS AT ITS ENTRY.
      *          LIMIT FIELDS LEFT BLANK ON THE FILE COME BACK AS
      *          ZERO; THE CALLER APPLIES ITS OWN SYSPARM DEFAULT.
      *-------------------------------------------------------------
       9320-LOAD-SITES.
           MOVE 0 TO WS-SITE-COUNT.
           MOVE "N" TO WS-SX-EOF-SW.
           OPEN INPUT SITE-TABLE-FILE.
           IF WS-SX-OK
               PERFORM 9325-LOAD-ONE-SITE
                   THRU 9325-EXIT
                   UNTIL WS-SX-EOF
               CLOSE SITE-TABLE-FILE
           END-IF.
           IF WS-SITE-COUNT = 0
               MOVE 1 TO WS-SITE-COUNT
               MOVE "MAIN" TO WS-SX-CODE(1)
               MOVE "HOME SITE" TO WS-SX-NAME(1)
               MOVE 0 TO WS-SX-MAX-OCC(1)
               MOVE 1 TO WS-SX-BADGE-FROM(1)
               MOVE 0 TO WS-SX-BADGE-COUNT(1)
           END-IF.
           MOVE WS-SX-CODE(1) TO WS-HOME-SITE.
           GO TO 9320-EXIT.
       9320-EXIT.
           EXIT.

       9325-LOAD-ONE-SITE.
           READ SITE-TABLE-FILE
               AT END
                   MOVE "Y" TO WS-SX-EOF-SW
                   GO TO 9325-EXIT
           END-READ.
           IF SX-CODE = SPACES OR SX-CODE(1:1) = "*"
               GO TO 9325-EXIT
           END-IF.
           IF WS-SITE-COUNT >= 20
               DISPLAY "SITETAB: table full, site " SX-CODE
                   " ignored."
               GO TO 9325-EXIT
           END-IF.
           ADD 1 TO WS-SITE-COUNT.
           MOVE FUNCTION UPPER-CASE(SX-CODE)
               TO WS-SX-CODE(WS-SITE-COUNT).
           MOVE SX-NAME TO WS-SX-NAME(WS-SITE-COUNT).
           MOVE 0 TO WS-SX-MAX-OCC(WS-SITE-COUNT).
           MOVE 0 TO WS-SX-BADGE-FROM(WS-SITE-COUNT).
           MOVE 0 TO WS-SX-BADGE-COUNT(WS-SITE-COUNT).
           IF SX-MAX-OCC NOT = SPACES
               AND FUNCTION TRIM(SX-MAX-OCC) IS NUMERIC
               MOVE FUNCTION NUMVAL(SX-MAX-OCC)
                   TO WS-SX-MAX-OCC(WS-SITE-COUNT)
           END-IF.
           IF SX-BADGE-FROM NOT = SPACES
               AND FUNCTION TRIM(SX-BADGE-FROM) IS NUMERIC
               MOVE FUNCTION NUMVAL(SX-BADGE-FROM)
                   TO WS-SX-BADGE-FROM(WS-SITE-COUNT)
           END-IF.
           IF SX-BADGE-COUNT NOT = SPACES
               AND FUNCTION TRIM(SX-BADGE-COUNT) IS NUMERIC
               MOVE FUNCTION NUMVAL(SX-BADGE-COUNT)
                   TO WS-SX-BADGE-COUNT(WS-SITE-COUNT)
           END-IF.
           IF WS-SX-BADGE-FROM(WS-SITE-COUNT) = 0
               COMPUTE WS-SX-BADGE-FROM(WS-SITE-COUNT)
                   = (WS-SITE-COUNT - 1) * 1000 + 1
           END-IF.
           GO TO 9325-EXIT.
       9325-EXIT.
           EXIT.

       9330-FIND-SITE.
           MOVE "N" TO WS-SITE-FOUND-SW.
           IF WS-SITE-WANTED = SPACES
               MOVE WS-HOME-SITE TO WS-SITE-WANTED
           END-IF.
           PERFORM VARYING WS-SITE-IDX FROM 1 BY 1
                   UNTIL WS-SITE-IDX > WS-SITE-COUNT
                   OR WS-SX-CODE(WS-SITE-IDX) = WS-SITE-WANTED
           END-PERFORM.
           IF WS-SITE-IDX <= WS-SITE-COUNT
               MOVE "Y" TO WS-SITE-FOUND-SW
           END-IF.
           GO TO 9330-EXIT.
       9330-EXIT.
           EXIT.
