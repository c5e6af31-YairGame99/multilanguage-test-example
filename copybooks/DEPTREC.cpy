      *               SPELLINGS OF THE SAME DEPARTMENT CAN NO LONGER
      *               REACH USER-MASTER.  A RETIRED CODE STAYS ON THE
      *               FILE FOR HISTORY BUT IS REJECTED ON NEW ADDS
      *               AND CHANGES.  DPTMERGE RETIRES A CODE ONCE A
      *               MERGE OR RENAME HAS MOVED ALL ITS USERS AWAY.
      ******************************************************************
       01  DEPT-RECORD.
           05  DEP-DEPT-CODE            PIC X(10).
