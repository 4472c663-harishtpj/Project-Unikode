           05 WS-GL-CATEGORY       PIC X(01).
           05 FILLER               PIC X(01).
           05 WS-GL-HOST           PIC X(25).
           05 FILLER               PIC X(01).
           05 WS-GL-HOST-ID        PIC X(06).
           05 FILLER               PIC X(01).
           05 WS-GL-GROUP-ID       PIC X(08).
           05 FILLER               PIC X(01).
           05 WS-GL-GROUP-NAME     PIC X(25).
           05 FILLER               PIC X(01).
           05 WS-GL-SITE           PIC X(04).
