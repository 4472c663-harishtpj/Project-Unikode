      *-------------------------------------------------------------
      * OPERFD - FILE SECTION ENTRY AND RECORD LAYOUT FOR THE
      *          OPERATOR MASTER (SEE OPERSL.CPY).  THE PASSWORD IS
      *          HELD SCRAMBLED.  OM-ACTIVE-SW IS Y ACTIVE, L LOCKED
      *          OUT, N DEACTIVATED; OM-AUTH-LEVEL 9 IS THE
      *          ADMINISTRATOR.  RECORDS FROM BEFORE THE SIGN-ON
      *          HARDENING HAVE THE TRAILING FIELDS BLANK.
      *          OM-TRAINING-SW Y MARKS A TRAINING-ONLY OPERATOR,
      *          WHO IS ALWAYS SIGNED ON TO THE TRAINING DATA SET;
      *          BLANK OR N LEAVES THE CHOICE TO THE SIGN-ON.
      *-------------------------------------------------------------
       FD  OPERATOR-MASTER.
       01  OPERATOR-MASTER-RECORD.
           05 OM-OPERATOR-ID       PIC X(08).
           05 FILLER               PIC X(01).
           05 OM-NAME              PIC X(25).
           05 FILLER               PIC X(01).
           05 OM-ACTIVE-SW         PIC X(01).
           05 FILLER               PIC X(01).
           05 OM-PASSWORD          PIC X(08).
           05 FILLER               PIC X(01).
           05 OM-AUTH-LEVEL        PIC X(01).
           05 FILLER               PIC X(01).
           05 OM-PWD-CHANGE-SW     PIC X(01).
           05 FILLER               PIC X(01).
           05 OM-FAIL-COUNT        PIC X(01).
           05 FILLER               PIC X(01).
           05 OM-TRAINING-SW       PIC X(01).
