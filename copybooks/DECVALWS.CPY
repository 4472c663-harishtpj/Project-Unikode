      *-------------------------------------------------------------
      * DECVALWS - WORKING-STORAGE FIELDS FOR THE SHARED SIGNED
      *            DECIMAL EDIT ROUTINE (SEE DECVALPR.CPY).  COPY
      *            THIS INTO WORKING-STORAGE IN ANY PROGRAM THAT
      *            TAKES A FREE-FORM VALUE SUCH AS "-1234.5" FROM A
      *            FILE OR FROM THE OPERATOR.  A GOOD VALUE HAS UP
      *            TO 11 WHOLE DIGITS AND 4 DECIMAL PLACES.
      *-------------------------------------------------------------
       01  WS-DEC-TEXT               PIC X(20).
       01  WS-DEC-VALUE              PIC S9(11)V9(04).
       01  WS-DEC-REASON             PIC X(20).
           88 WS-DEC-VALID                      VALUE SPACES.
       01  WS-DEC-WHOLE              PIC 9(11).
       01  WS-DEC-FRACTION           PIC 9(04).
       01  WS-DEC-PLACES             PIC 9(02) USAGE COMP.
       01  WS-DEC-IDX                PIC 9(03) USAGE COMP.
       01  WS-DEC-CHAR               PIC X(01).
       01  WS-DEC-DIGIT REDEFINES WS-DEC-CHAR
                                     PIC 9(01).
       01  WS-DEC-STATE              PIC X(01).
           88 WS-DEC-BEFORE                     VALUE "B".
           88 WS-DEC-INSIDE                     VALUE "I".
           88 WS-DEC-AFTER                      VALUE "A".
       01  WS-DEC-SIGN               PIC X(01).
           88 WS-DEC-NEGATIVE                   VALUE "-".
       01  WS-DEC-POINT-SW           PIC X(01).
           88 WS-DEC-POINT-SEEN                 VALUE "Y".
       01  WS-DEC-DIGIT-SW           PIC X(01).
           88 WS-DEC-ANY-DIGIT                  VALUE "Y".
