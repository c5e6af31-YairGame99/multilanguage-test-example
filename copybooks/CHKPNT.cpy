      *               THE HELLOCOBOL PROCESSING LOOP SO A MID-RUN
      *               FAILURE CAN RESUME FROM THE LAST COMPLETED INDEX
      *               RATHER THAN REPROCESSING FROM SCRATCH.
      *               CKP-SITE-CODE IS THE SITE OF THE RUN THAT WROTE
      *               THE CHECKPOINT; A RUN ONLY RESUMES FROM ITS OWN
      *               SITE'S CHECKPOINTS.
      ******************************************************************
       01  CHKPT-RECORD.
           05  CKP-LAST-INDEX           PIC 9(07).
           05  CKP-RUN-DATE             PIC X(08).
           05  CKP-RUN-TIME             PIC X(06).
           05  CKP-SITE-CODE            PIC X(04).
           05  FILLER                   PIC X(13).
