      ******************************************************************
      *    COPYBOOK:  RUNSITE
      *    PURPOSE :  ONE-CARD SITE SELECTION FOR THE HELLOJOB CHAIN.
      *               EACH SITE'S COPY OF THE JOB SUPPLIES ITS OWN
      *               SITECARD, AND HELLOCOBOL, HELLOBAL, HELLOXTRD,
      *               AND MORNRPT WORK ONLY ON THAT SITE'S USERS,
      *               RUNLOG RECORDS, AND EXTRACT ROWS.  AN ABSENT OR
      *               BLANK CARD IS A WHOLE-FILE RUN, THE WAY THE JOB
      *               RAN BEFORE THE CONTROL FILE WAS SPLIT BY SITE.
      ******************************************************************
       01  RUN-SITE-RECORD.
           05  RSC-SITE-CODE            PIC X(04).
           05  FILLER                   PIC X(76).
