      *              CALL "BIGNUM-MULB" USING CONTROL, BIG-A, BIG-B
      *              CALL "BIGNUM-SUB"  USING CONTROL, BIG-A, BIG-B
      *              CALL "BIGNUM-DIV"  USING CONTROL, BIG, DIVISOR
      *              CALL "BIGNUM-MOD"  USING CONTROL, BIG, DIVISOR,
      *                                 REMAINDER (BIG UNCHANGED)
      *              CALL "BIGNUM-COMP" USING CONTROL, BIG-A, BIG-B
      *                                 (VERDICT IN WS-BN-COMPARE)
      *              CALL "BIGNUM-FMT"  USING CONTROL, BIG, STRING,

       01  WS-BN-VALUE               PIC 9(18) VALUE 0.
       01  WS-BN-DIVISOR             PIC 9(09) VALUE 0.
       01  WS-BN-REMAINDER           PIC 9(09) VALUE 0.
