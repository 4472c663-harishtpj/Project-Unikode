      *          IT AFTER A VALIDATED SIGN-ON; UNIKODE-DAILY-RUN
      *          WRITES IT WITH THE RESERVED "BATCH" ID BEFORE THE
      *          CHAIN STARTS; EVERY UTILITY READS IT AT
      *          INITIALIZATION (SEE SIGNPR.CPY).  SO-SITE-CODE IS
      *          THE RECEPTION SITE THE OPERATOR SIGNED ON AT, OR
      *          THE SITE ON THE BATCH PARM (BLANK OR ALL = EVERY
      *          SITE); SIGN-ON FILES FROM BEFORE MULTI-SITE
      *          SUPPORT HAVE NO SITE AND READ AS ALL SITES.
      *-------------------------------------------------------------
       FD  SIGNON-FILE.
       01  SIGNON-RECORD.
           05 SO-OPERATOR-ID        PIC X(08).
           05 FILLER                PIC X(01).
           05 SO-SITE-CODE          PIC X(04).
