      *-------------------------------------------------------------
      * VREGFD - FILE SECTION ENTRY AND RECORD LAYOUT FOR THE
      *          PROGRAM VERSION REGISTRY (SEE VREGSL.CPY).  THE
      *          PROGRAM-ID IN COLUMNS 1-17, THE EXPECTED VERSION
      *          (AS IN THE PROGRAM'S WS-VR-VERSION, SEE VERSWS.CPY)
      *          IN COLUMNS 19-24 AND THE DATE THAT VERSION WAS
      *          PROMOTED (YYYYMMDD, FOR INFORMATION ONLY) IN
      *          COLUMNS 26-33.  A LINE STARTING WITH * IS A
      *          COMMENT.  PROMOTING A NEW BUILD IS AN OPERATIONS
      *          EDIT OF THE PROGRAM'S LINE.
      *-------------------------------------------------------------
       FD  VERSION-REGISTRY.
       01  VERSION-REGISTRY-RECORD.
           05 VG-PROGRAM           PIC X(17).
           05 FILLER               PIC X(01).
           05 VG-VERSION           PIC X(06).
           05 FILLER               PIC X(01).
           05 VG-PROMOTED          PIC X(08).
