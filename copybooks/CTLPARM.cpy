      *               USER-MASTER TO END OF FILE INSTEAD OF STOPPING
      *               AT CTL-COUNT; CTL-COUNT IS IGNORED (AND NOT
      *               EDITED) ON A FULL-ROSTER RUN.
      *
      *               THE CONTROL FILE CARRIES ONE RECORD PER SITE,
      *               KEYED BY CTL-SITE-CODE, AND EACH SITE'S RUN
      *               NAMES ITS SITE ON THE SITECARD (SEE RUNSITE).
      *               CTL-HOME-SITE SET TO 'H' ON ONE RECORD MAKES
      *               THAT SITE'S RUN ALSO TAKE THE USERS WHOSE
      *               USR-SITE-CODE IS BLANK OR HAS NO CONTROL RECORD
      *               OF ITS OWN; WITH NO RECORD FLAGGED, THE FIRST
      *               RECORD ON THE FILE IS THE HOME SITE.
      ******************************************************************
       01  CTL-RECORD.
           05  CTL-COUNT                PIC 9(02).
               88  CTL-RERUN-APPROVED       VALUE 'Y'.
           05  CTL-FULL-ROSTER          PIC X(01).
               88  CTL-FULL-ROSTER-MODE     VALUE 'F'.
           05  CTL-HOME-SITE            PIC X(01).
               88  CTL-HOME-SITE-RECORD     VALUE 'H'.
           05  FILLER                   PIC X(67).
