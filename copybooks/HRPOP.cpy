      ******************************************************************
      *    COPYBOOK:  HRPOP
      *    PURPOSE :  HR MONTH-END FULL-POPULATION RECORD.  ONE RECORD
      *               PER CURRENT EMPLOYEE ON HR'S SYSTEM OF RECORD,
      *               IN NO PARTICULAR ORDER.  HRRECON MATCHES IT BY
      *               USER ID AGAINST USER-MASTER.  FIELDS CARRY THE
      *               SAME PICTURES AS THE USRMAST RECORD LAYOUT.
      *
      *               HRP-SITE-CODE IS OPTIONAL AND IS ONLY CARRIED
      *               ONTO A PROPOSED ADD - SITE IS NOT RECONCILED.
      ******************************************************************
       01  HR-POPULATION-RECORD.
           05  HRP-USER-ID              PIC X(06).
           05  HRP-USER-NAME            PIC X(30).
           05  HRP-DEPARTMENT           PIC X(10).
           05  HRP-SITE-CODE            PIC X(04).
           05  FILLER                   PIC X(30).
