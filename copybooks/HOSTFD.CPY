      *-------------------------------------------------------------
      * HOSTFD - FILE SECTION ENTRY AND RECORD LAYOUT FOR THE HOST
      *          DIRECTORY MASTER (SEE HOSTSL.CPY).  THE DEPARTMENT
      *          IS THE RECHARGE UNIT FOR VISITOR COSTS.  A HOST WHO
      *          LEAVES IS MARKED INACTIVE RATHER THAN DELETED, SO
      *          THE HISTORY ON THE GREETER-LOG STILL RESOLVES TO A
      *          DEPARTMENT.
      *-------------------------------------------------------------
       FD  HOST-MASTER.
       01  HOST-MASTER-RECORD.
           05 HM-HOST-ID            PIC X(06).
           05 HM-NAME               PIC X(25).
           05 HM-DEPARTMENT         PIC X(12).
           05 HM-EXTENSION          PIC X(06).
           05 HM-ACTIVE-SW          PIC X(01).
               88 HM-ACTIVE                    VALUE "Y".
               88 HM-INACTIVE                  VALUE "N".
