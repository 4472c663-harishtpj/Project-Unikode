      *         A FAILED DAY EXECUTED THE MORNING AFTER STILL LOGS
      *         AND REPORTS UNDER THE REAL BUSINESS DAY BECAUSE THE
      *         CALENDAR, NOT THE WALL CLOCK, SAYS WHAT DAY IT IS.
      *         THE CALENDAR OF THE TRAINING DATA SET (TRAINING
      *         DIRECTORY, BUILT BY TRAIN-RESET) ALSO CARRIES ONE
      *         TRAINING RECORD, WHICH IS HOW EVERY PROGRAM KNOWS
      *         IT IS RUNNING AGAINST PRACTICE DATA.
      *-------------------------------------------------------------
       FD  SHOP-CALENDAR.
       01  SHOP-CALENDAR-RECORD.
           05 CAL-REC-TYPE          PIC X(08).
               88 CAL-CURRENT-REC              VALUE "CURRENT".
               88 CAL-HOLIDAY-REC              VALUE "HOLIDAY".
               88 CAL-TRAINING-REC             VALUE "TRAINING".
           05 FILLER                PIC X(01).
           05 CAL-DATE              PIC 9(08).
