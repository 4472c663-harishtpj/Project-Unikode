      *                 ON THE NOT-REACHED LIST (THEIR AFTER-IMAGES
      *                 CARRY THE NAME BUT REWRITING THEM WOULD
      *                 BREAK FORWARD RECOVERY).
      * 2026/10/15  HK  WIDENED THE GREETER-LOG ARCHIVE WORK RECORDS TO
      *                 132 BYTES SO THE SITE CODE NOW CARRIED ON THE
      *                 LOG ROW COMES THROUGH.
      * 2026/10/15  HK  ERASURE IS NOW UNDER DUAL CONTROL.  THE
      *                 OPERATOR'S RESOLVED SUBJECT IS CONFIRMED AND
      *                 QUEUED WITH A REASON ON THE APPROVAL QUEUE
      *                 (SHARED APPRSL / APPRFD / APPRWS / APPRPR
      *                 COPYBOOKS) INSTEAD OF BEING SCRUBBED - BY
      *                 VISITOR NUMBER WHEN THE MASTER KNOWS THEM,
      *                 OTHERWISE BY NAME.  WHEN A SECOND OPERATOR
      *                 HAS APPROVED AN ERASURE FROM THE MENU, THE
      *                 NEXT RUN CARRIES THAT ONE OUT WITHOUT
      *                 PROMPTING AND THE CERTIFICATE IS OPENED ONLY
      *                 THEN.  REQUEST AND CARRY-OUT ARE ON THE DAILY
      *                 AUDIT TRAIL.
      * 2026/10/15  HK  ADDED THE PROGRAM'S BUILD IDENTITY - VERSION AND
      *                 COMPILE DATE, SEE VERSWS.CPY - STAMPED ON ITS
      *                 AUDIT RECORDS.  THE WORK FILE AND ARCHIVE
      *                 BUFFERS ARE WIDENED TO 140 BYTES TO CARRY THE
      *                 LONGER AUDIT RECORD WHOLE.
      * 2026/10/15  HK  THE RUN-ID LINE OF THE CERTIFICATE OF DELETION
      *                 CARRIES THE TRAINING WATERMARK AGAINST THE
      *                 TRAINING DATA SET.
      *-------------------------------------------------------------

       ENVIRONMENT DIVISION.
           COPY OUTCATSL.
           COPY LOCKSL.
           COPY JRNLSL.
           COPY APPRSL.

       DATA DIVISION.
       FILE SECTION.
       01  ERASE-CERT-RECORD       PIC X(80).

       FD  ERASE-WORK.
       01  ERASE-WORK-RECORD       PIC X(140).

       FD  ARCH-IN.
       01  ARCH-IN-RECORD          PIC X(140).

       FD  ARCH-OUT.
       01  ARCH-OUT-RECORD         PIC X(140).

       COPY GREETLFD.


       COPY JRNLFD.

       COPY APPRFD.

       WORKING-STORAGE SECTION.
      *    BUILD IDENTITY - RAISE WS-VR-VERSION WITH EACH ENTRY
      *    IN THE MODIFICATION HISTORY (SEE VERSWS.CPY)
       01  WS-VR-PROGRAM           PIC X(17) VALUE "VISITOR-ERASE".
       01  WS-VR-VERSION           PIC X(06) VALUE "1.09".
       COPY VERSWS.
       COPY APPRWS.
       COPY OUTCATWS.
       COPY CALWS.
       COPY LOCKWS.
       01  WS-SUBJECT-NAME         PIC X(25).
       01  WS-SUBJECT-NUMBER       PIC 9(07) VALUE 0.
       01  WS-CONFIRM              PIC X(01).
       01  WS-APPROVED-OPTION      PIC X(01).
       01  WS-APPROVED-TARGET      PIC X(40).

       01  WS-BEFORE-COUNT         PIC 9(07).
       01  WS-AFTER-COUNT          PIC 9(07).
               88 WS-MANIFEST-DIRTY           VALUE "Y".
           05 WS-VM-OPEN-SW        PIC X(01) VALUE "N".
               88 WS-VM-OPEN                  VALUE "Y".
           05 WS-CERT-OPEN-SW      PIC X(01) VALUE "N".
               88 WS-CERT-OPEN                VALUE "Y".
           05 WS-CARRY-OUT-SW      PIC X(01) VALUE "N".
               88 WS-CARRY-OUT                VALUE "Y".

       PROCEDURE DIVISION.

                   THRU 9999-EXIT
               GOBACK
           END-IF.
           IF NOT WS-CARRY-OUT
               PERFORM 2000-GET-SUBJECT
                   THRU 2000-EXIT
               PERFORM 9999-TERMINATE
                   THRU 9999-EXIT
               GOBACK
           END-IF.
           PERFORM 2500-TAKE-APPROVED-SUBJECT
               THRU 2500-EXIT.
           IF WS-DONE
               MOVE "F" TO WS-AQ-CLOSE-STATUS
               PERFORM 9150-CLOSE-APPROVED
                   THRU 9150-EXIT
               PERFORM 9999-TERMINATE
                   THRU 9999-EXIT
               GOBACK
           END-IF.
           PERFORM 2900-OPEN-CERTIFICATE
               THRU 2900-EXIT.
           PERFORM 3000-ERASE-MASTER
               THRU 3000-EXIT.
           PERFORM 4000-SCRUB-CURRENT-LOG
           GOBACK.

      *-------------------------------------------------------------
      * 1000-INITIALIZE  --  RUN-ID, OPERATOR, ANY APPROVED ERASURE,
      *                       THE LOCKS AND THE MASTER
      *-------------------------------------------------------------
       1000-INITIALIZE.
           PERFORM 9370-GET-BUSINESS-DATE
               THRU 9380-EXIT.
           PERFORM 9390-GET-OPERATOR
               THRU 9390-EXIT.
           MOVE "ERASE" TO WS-AQ-WANTED-FUNCTION.
           PERFORM 9140-FIND-APPROVED
               THRU 9140-EXIT.
           IF WS-AQ-FOUND
               MOVE "Y" TO WS-CARRY-OUT-SW
               MOVE AQ-OPTION TO WS-APPROVED-OPTION
               MOVE AQ-TARGET TO WS-APPROVED-TARGET
               MOVE AQ-REQUEST-NO TO D-AQ-NUMBER
               DISPLAY "Carrying out approved request " D-AQ-NUMBER
                   " (approved by " FUNCTION TRIM(AQ-ACTOR) ")."
           END-IF.
           MOVE "VISITMST" TO WS-LOCK-RESOURCE.
           PERFORM 9600-ACQUIRE-LOCK
               THRU 9600-EXIT.
                   THRU 9650-EXIT
               GO TO 1000-EXIT
           END-IF.
           OPEN I-O VISITOR-MASTER.
           IF WS-VM-FILE-MISSING
               DISPLAY "VISITMST.DAT not found - the log scrub "

      *-------------------------------------------------------------
      * 2000-GET-SUBJECT  --  NAME OR NUMBER, RESOLVED AGAINST THE
      *                        MASTER, CONFIRMED, THEN QUEUED FOR A
      *                        SECOND OPERATOR'S APPROVAL
      *-------------------------------------------------------------
       2000-GET-SUBJECT.
           DISPLAY "1. Erase by visitor name".
           IF WS-DONE
               GO TO 2000-EXIT
           END-IF.
           DISPLAY "Request erasure of all records for "
               FUNCTION TRIM(WS-SUBJECT-NAME) " (Y/N): "
               WITH NO ADVANCING.
           ACCEPT WS-CONFIRM.
           IF WS-CONFIRM NOT = "Y" AND WS-CONFIRM NOT = "y"
               DISPLAY "Erasure not requested."
               MOVE "Y" TO WS-DONE-SW
               GO TO 2000-EXIT
           END-IF.
           DISPLAY "Reason (deletion request reference): "
               WITH NO ADVANCING.
           ACCEPT WS-AQ-NEW-REASON.
           IF WS-AQ-NEW-REASON = SPACES
               DISPLAY "A reason is required - not queued."
               MOVE "Y" TO WS-DONE-SW
               GO TO 2000-EXIT
           END-IF.
           MOVE "ERASE" TO WS-AQ-NEW-FUNCTION.
           MOVE SPACES TO WS-AQ-NEW-TARGET.
           IF WS-MASTER-FOUND
               MOVE "2" TO WS-AQ-NEW-OPTION
               MOVE WS-SUBJECT-NUMBER TO WS-AQ-NEW-TARGET(1:7)
           ELSE
               MOVE "1" TO WS-AQ-NEW-OPTION
               MOVE WS-SUBJECT-NAME TO WS-AQ-NEW-TARGET(1:25)
           END-IF.
           MOVE "VISITOR-ERASE" TO WS-AQ-NEW-PROGRAM.
           PERFORM 9130-QUEUE-REQUEST
               THRU 9130-EXIT.
           MOVE "Y" TO WS-DONE-SW.
           GO TO 2000-EXIT.
       2000-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 2900-OPEN-CERTIFICATE  --  THE RUN-DATED CERTIFICATE FILE,
      *                             HEADED WITH THE SUBJECT
      *-------------------------------------------------------------
       2900-OPEN-CERTIFICATE.
           MOVE "ERASCERT" TO WS-OC-BASE.
           PERFORM 9430-BUILD-DATED-NAME
               THRU 9430-EXIT.
           MOVE WS-OC-DATED-NAME TO WS-CERT-NAME.
           OPEN OUTPUT ERASE-CERT.
           MOVE "Y" TO WS-CERT-OPEN-SW.
           PERFORM 9440-CATALOG-OUTPUT
               THRU 9440-EXIT.
           MOVE "CERTIFICATE OF DELETION" TO ERASE-CERT-RECORD.
           PERFORM 8900-WRITE-CERT-LINE
               THRU 8900-EXIT.
           MOVE SPACES TO ERASE-CERT-RECORD.
           STRING "RUN-ID " DELIMITED BY SIZE
                   WS-RUN-ID DELIMITED BY SIZE
                   "   OPERATOR " DELIMITED BY SIZE
                   WS-OPERATOR-ID DELIMITED BY SIZE
               INTO ERASE-CERT-RECORD.
           IF WS-TRAINING-SET
               MOVE "*** TRAINING ***" TO ERASE-CERT-RECORD(63:16)
           END-IF.
           PERFORM 8900-WRITE-CERT-LINE
               THRU 8900-EXIT.
           MOVE SPACES TO ERASE-CERT-RECORD.
           STRING "APPROVAL REQUEST " DELIMITED BY SIZE
                   D-AQ-NUMBER DELIMITED BY SIZE
               INTO ERASE-CERT-RECORD.
           PERFORM 8900-WRITE-CERT-LINE
               THRU 8900-EXIT.
           MOVE SPACES TO ERASE-CERT-RECORD.
           PERFORM 8900-WRITE-CERT-LINE
               THRU 8900-EXIT.
           MOVE WS-SUBJECT-NUMBER TO D-NUMBER.
           MOVE SPACES TO ERASE-CERT-RECORD.
           STRING "SUBJECT: " DELIMITED BY SIZE
               TO ERASE-CERT-RECORD.
           PERFORM 8900-WRITE-CERT-LINE
               THRU 8900-EXIT.
           GO TO 2900-EXIT.
       2900-EXIT.
           EXIT.

       2100-RESOLVE-BY-NAME.
               DISPLAY "Name cannot be blank."
               GO TO 2100-RESOLVE-BY-NAME
           END-IF.
           PERFORM 2110-LOOK-UP-NAME
               THRU 2110-EXIT.
           GO TO 2100-EXIT.
       2100-EXIT.
           EXIT.

       2110-LOOK-UP-NAME.
           MOVE WS-SUBJECT-NAME TO WS-NORM-NAME.
           PERFORM 8300-NORMALIZE-NAME
               THRU 8300-EXIT.
           MOVE WS-NORM-NAME TO WS-SUBJECT-NAME.
           MOVE "N" TO WS-MASTER-FOUND-SW.
           IF WS-VM-FILE-MISSING
               GO TO 2110-EXIT
           END-IF.
           MOVE WS-SUBJECT-NAME TO VM-NAME.
           READ VISITOR-MASTER
               INVALID KEY
                   DISPLAY "Not on the visitor master - the logs "
                       "are still scrubbed."
                   GO TO 2110-EXIT
           END-READ.
           MOVE "Y" TO WS-MASTER-FOUND-SW.
           MOVE VM-NUMBER TO WS-SUBJECT-NUMBER.
           GO TO 2110-EXIT.
       2110-EXIT.
           EXIT.

       2200-RESOLVE-BY-NUMBER.
                   DISPLAY "Value too large, enter 7 digits"
                   GO TO 2200-RESOLVE-BY-NUMBER
           END-COMPUTE.
           PERFORM 2210-LOOK-UP-NUMBER
               THRU 2210-EXIT.
           GO TO 2200-EXIT.
       2200-EXIT.
           EXIT.

       2210-LOOK-UP-NUMBER.
           MOVE WS-SUBJECT-NUMBER TO VM-NUMBER.
           READ VISITOR-MASTER
               INVALID KEY
                   DISPLAY "Visitor number not on the master."
                   MOVE "Y" TO WS-DONE-SW
                   GO TO 2210-EXIT
           END-READ.
           MOVE "Y" TO WS-MASTER-FOUND-SW.
           MOVE VM-NAME TO WS-SUBJECT-NAME.
           GO TO 2210-EXIT.
       2210-EXIT.
           EXIT.

      *-------------------------------------------------------------
      * 2500-TAKE-APPROVED-SUBJECT  --  THE SUBJECT OF THE APPROVED
      *                                  REQUEST, RESOLVED AGAINST
      *                                  THE MASTER AS IT IS NOW
      *-------------------------------------------------------------
       2500-TAKE-APPROVED-SUBJECT.
           MOVE "N" TO WS-MASTER-FOUND-SW.
           IF WS-APPROVED-OPTION = "1"
               MOVE WS-APPROVED-TARGET(1:25) TO WS-SUBJECT-NAME
               PERFORM 2110-LOOK-UP-NAME
                   THRU 2110-EXIT
               GO TO 2500-EXIT
           END-IF.
           IF WS-APPROVED-OPTION NOT = "2"
               OR WS-APPROVED-TARGET(1:7) NOT NUMERIC
               DISPLAY "Approved request has no usable subject."
               MOVE "Y" TO WS-DONE-SW
               GO TO 2500-EXIT
           END-IF.
           IF WS-VM-FILE-MISSING
               DISPLAY "No visitor master - approved erasure by "
                   "number cannot be resolved."
               MOVE "Y" TO WS-DONE-SW
               GO TO 2500-EXIT
           END-IF.
           MOVE WS-APPROVED-TARGET(1:7) TO WS-SUBJECT-NUMBER.
           PERFORM 2210-LOOK-UP-NUMBER
               THRU 2210-EXIT.
           GO TO 2500-EXIT.
       2500-EXIT.
           EXIT.

      *-------------------------------------------------------------
           MOVE 0 TO DA-RETURN-CODE.
           PERFORM 9500-WRITE-AUDIT-RECORD
               THRU 9500-EXIT.
           MOVE "Y" TO WS-AQ-AUDIT-HELD-SW.
           MOVE "D" TO WS-AQ-CLOSE-STATUS.
           PERFORM 9150-CLOSE-APPROVED
               THRU 9150-EXIT.
           MOVE "N" TO WS-AQ-AUDIT-HELD-SW.
           PERFORM 9420-CLOSE-DAILY-AUDIT
               THRU 9420-EXIT.
           GO TO 7000-EXIT.
           IF WS-VM-OPEN
               CLOSE VISITOR-MASTER
           END-IF.
           IF WS-CERT-OPEN
               CLOSE ERASE-CERT
           END-IF.
           PERFORM 9650-RELEASE-LOCKS
               THRU 9650-EXIT.
           GO TO 9999-EXIT.
      * 9700-WRITE-JOURNAL  --  COPIED
      *-------------------------------------------------------------
       COPY JRNLPR.

      *-------------------------------------------------------------
      * 9100-LOAD-APPROVAL-QUEUE / 9130-QUEUE-REQUEST /
      * 9140-FIND-APPROVED / 9150-CLOSE-APPROVED  --  COPIED
      *-------------------------------------------------------------
       COPY APPRPR.
