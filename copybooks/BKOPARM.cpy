      *               (YYYYMMDD) WHOSE EXTRACT ROWS ARE TO BE BACKED
      *               OUT TO THE BACKOUT ARCHIVE AHEAD OF AN APPROVED
      *               SAME-DAY RERUN.
      *               BKO-SITE-CODE NAMES THE SITE WHOSE RUN IS BEING
      *               BACKED OUT; LEAVE IT BLANK FOR A WHOLE-FILE RUN.
      *               OTHER SITES' ROWS FOR THE SAME DATE ARE LEFT
      *               ALONE.
      ******************************************************************
       01  BKO-RECORD.
           05  BKO-RUN-DATE             PIC X(08).
           05  BKO-SITE-CODE            PIC X(04).
           05  FILLER                   PIC X(68).
