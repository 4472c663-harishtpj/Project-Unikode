      *         THE SHOP'S PROCESSING DATE (FALLING BACK TO THE
      *         SYSTEM DATE WHEN NO CALENDAR IS ON FILE) AND THE
      *         HOLIDAY TABLE IS LOADED FOR
      *         9375-CHECK-PROCESSING-DAY.  WS-TRAINING-SET IS
      *         ON WHEN THE CALENDAR IS THE TRAINING DATA SET'S.
      *-------------------------------------------------------------
       01  WS-CA-STATUS              PIC X(02).
           88 WS-CA-OK                          VALUE "00".

       01  WS-BUS-DATE               PIC 9(08) VALUE 0.

       01  WS-CAL-TRAINING-SW        PIC X(01) VALUE "N".
           88 WS-TRAINING-SET                   VALUE "Y".

       01  WS-CAL-HOLIDAYS.
           05 WS-CA-HOLIDAY-COUNT    PIC 9(03) VALUE 0 USAGE COMP.
           05 WS-CA-HOLIDAY          PIC 9(08) OCCURS 100 TIMES.
