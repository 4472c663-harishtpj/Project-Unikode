      *                 THE RESULT; DIV IS A FLOOR DIVIDE (THE
      *                 CALLERS ONLY DIVIDE WHEN THE QUOTIENT IS
      *                 EXACT).
      * 2026/10/15  HK  ADDED THE MOD ENTRY (BIGNUM-MOD) - THE REMAINDER
      *                 OF A BIG NUMBER DIVIDED BY A NINE-DIGIT DIVISOR,
      *                 LEAVING THE BIG NUMBER UNTOUCHED - FOR GCD-LCM'S
      *                 RUNNING LEAST COMMON MULTIPLE.
      *-------------------------------------------------------------

       ENVIRONMENT DIVISION.

       01  LK-DIGIT-COUNT          PIC 9(03).

       01  LK-REMAINDER            PIC 9(09).

       PROCEDURE DIVISION USING LK-CONTROL LK-BIG-A LK-VALUE.

      *-------------------------------------------------------------
      *-------------------------------------------------------------
      * 0700-BIGNUM-COMP  --  LK-COMPARE = "<", "=" OR ">" FOR
      *                        BIG-A AGAINST BIG-B
      *-------------------------------------------------------------
      * 0650-BIGNUM-MOD  --  REMAINDER = BIG-A MODULO DIVISOR; BIG-A
      *                       IS LEFT AS IT WAS
      *-------------------------------------------------------------
       0650-BIGNUM-MOD.
       ENTRY "BIGNUM-MOD" USING LK-CONTROL LK-BIG-A LK-DIVISOR
               LK-REMAINDER.
           MOVE "N" TO LK-OVERFLOW-SW.
           MOVE 0 TO LK-REMAINDER.
           IF LK-DIVISOR = 0
               MOVE "Y" TO LK-OVERFLOW-SW
               GOBACK
           END-IF.
           PERFORM 5500-REMAINDER-OF-A
               THRU 5500-EXIT.
           GOBACK.

      *-------------------------------------------------------------
       0700-BIGNUM-COMP.
       ENTRY "BIGNUM-COMP" USING LK-CONTROL LK-BIG-A LK-BIG-B.
       5100-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 5500-REMAINDER-OF-A  --  THE SAME MOST-SIGNIFICANT-FIRST
      *                           PASS AS THE DIVIDE, CARRYING ONLY
      *                           THE REMAINDER
      *-------------------------------------------------------------
       5500-REMAINDER-OF-A.
           MOVE 0 TO WS-DIV-REM.
           PERFORM 5600-REDUCE-ONE-GROUP
               THRU 5600-EXIT
               VARYING WS-A-IDX FROM LK-A-USED BY -1
                   UNTIL WS-A-IDX < 1.
           MOVE WS-DIV-REM TO LK-REMAINDER.
           GO TO 5500-EXIT.
       5500-EXIT.
           EXIT.

       5600-REDUCE-ONE-GROUP.
           COMPUTE WS-DIV-WORK =
               WS-DIV-REM * 10000 + LK-A-DIGITS(WS-A-IDX).
           COMPUTE WS-DIV-REM =
               FUNCTION MOD(WS-DIV-WORK, LK-DIVISOR).
           GO TO 5600-EXIT.
       5600-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 6000-COMPARE-A-TO-B  --  AGAINST THE TEMP COPY OF B, MOST
      *                           SIGNIFICANT GROUP FIRST
