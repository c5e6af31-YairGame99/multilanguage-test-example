      *               EVERY RECORD WRITTEN BEFORE THE CODE EXISTED
      *               STILL PARSES - ON THOSE RECORDS THE PAIR READS
      *               AS SPACES, MEANING NO SITE-CODE CHANGE.
      *
      *               USERS MOVED BY THE DPTMERGE DEPARTMENT MERGE /
      *               RENAME UTILITY ARE LOGGED AS ACTION DEPT-MERGE
      *               UNDER OPERATOR DPTMERGE.
      ******************************************************************
       01  MAINT-AUDIT-RECORD.
           05  AUD-DATE                 PIC X(08).
               88  AUD-ACTION-ADD           VALUE 'ADD'.
               88  AUD-ACTION-CHANGE        VALUE 'CHANGE'.
               88  AUD-ACTION-INACTIVATE    VALUE 'INACTIVATE'.
               88  AUD-ACTION-DEPT-MERGE    VALUE 'DEPT-MERGE'.
           05  AUD-OPERATOR             PIC X(08).
           05  AUD-BEFORE-IMAGE.
               10  AUD-BEF-USER-ID      PIC X(06).
