      ******************************************************************
      *    COPYBOOK:  RUNHIST
      *    PURPOSE :  RUN-HISTORY AUDIT RECORD WRITTEN TO THE RUNLOG
      *               FILE ONCE PER HELLOCOBOL EXECUTION SO OPERATIONS
      *               CAN ANSWER "DID YESTERDAY'S BATCH COMPLETE".
      *
      *               RLG-SITE-CODE IS THE SITE THE RUN WAS FOR (FROM
      *               THE SITECARD).  BLANK MEANS A WHOLE-FILE RUN,
      *               WHICH IS ALSO HOW EVERY RECORD WRITTEN BEFORE
      *               THE FIELD EXISTED READS.
      *
      *               RUNLOG IS A KSDS KEYED ON RLG-RUN-KEY (RUN DATE,
      *               SITE, RUN START TIME), SO A STEP STARTS AT ONE
      *               RUN DATE AND SITE AND READS THAT SITE'S RUNS FOR
      *               THE DATE IN THE ORDER THEY STARTED - THE LAST
      *               ONE READ IS THE LATEST.
      ******************************************************************
       01  RUNLOG-RECORD.
           05  RLG-RUN-KEY.
               10  RLG-RUN-DATE         PIC X(08).
               10  RLG-SITE-CODE        PIC X(04).
               10  RLG-RUN-TIME         PIC X(06).
           05  RLG-COUNT-USED           PIC 9(02).
           05  RLG-ITERATIONS-DONE      PIC 9(07).
           05  RLG-COMPLETION-STATUS    PIC X(10).
               88  RLG-DUPLICATE            VALUE 'DUPLICATE'.
               88  RLG-SUPERSEDED           VALUE 'SUPERSEDED'.
               88  RLG-NO-RUN               VALUE 'NO-RUN'.
           05  FILLER                   PIC X(33).
