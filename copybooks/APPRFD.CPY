      *-------------------------------------------------------------
      * APPRFD - FILE SECTION ENTRY AND RECORD LAYOUT FOR THE
      *          APPROVAL QUEUE (SEE APPRSL.CPY).  AQ-STATUS IS
      *          P PENDING, A APPROVED (NOT YET CARRIED OUT),
      *          R REJECTED, E EXPIRED, D CARRIED OUT, F CARRY-OUT
      *          FAILED.  AQ-PROGRAM NAMES THE UTILITY THAT CARRIES
      *          THE ACTION OUT; AQ-OPTION AND AQ-TARGET ARE ITS OWN
      *          (E.G. THE BACKUP FILE AND ITS NAME FOR A RELOAD).
      *          AQ-ACTOR IS THE APPROVER OR REJECTER.
      *-------------------------------------------------------------
       FD  APPROVAL-QUEUE.
       01  APPROVAL-QUEUE-RECORD.
           05 AQ-REQUEST-NO        PIC 9(06).
           05 FILLER               PIC X(01).
           05 AQ-STATUS            PIC X(01).
               88 AQ-PENDING                  VALUE "P".
               88 AQ-APPROVED                 VALUE "A".
               88 AQ-REJECTED                 VALUE "R".
               88 AQ-EXPIRED                  VALUE "E".
               88 AQ-CARRIED-OUT              VALUE "D".
               88 AQ-FAILED                   VALUE "F".
               88 AQ-OPEN                     VALUES "P" "A".
           05 FILLER               PIC X(01).
           05 AQ-FUNCTION          PIC X(08).
           05 FILLER               PIC X(01).
           05 AQ-OPTION            PIC X(01).
           05 FILLER               PIC X(01).
           05 AQ-TARGET            PIC X(40).
           05 FILLER               PIC X(01).
           05 AQ-REASON            PIC X(40).
           05 FILLER               PIC X(01).
           05 AQ-PROGRAM           PIC X(13).
           05 FILLER               PIC X(01).
           05 AQ-REQUESTER         PIC X(08).
           05 FILLER               PIC X(01).
           05 AQ-REQ-RUN-ID        PIC X(13).
           05 FILLER               PIC X(01).
           05 AQ-REQ-DATE          PIC 9(08).
           05 FILLER               PIC X(01).
           05 AQ-REQ-TIME          PIC 9(08).
           05 FILLER               PIC X(01).
           05 AQ-ACTOR             PIC X(08).
           05 FILLER               PIC X(01).
           05 AQ-ACT-DATE          PIC 9(08).
           05 FILLER               PIC X(01).
           05 AQ-ACT-RUN-ID        PIC X(13).
           05 FILLER               PIC X(01).
           05 AQ-DONE-BY           PIC X(08).
           05 FILLER               PIC X(01).
           05 AQ-DONE-DATE         PIC 9(08).
           05 FILLER               PIC X(01).
           05 AQ-DONE-RUN-ID       PIC X(13).
