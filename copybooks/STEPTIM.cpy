      ******************************************************************
      *    COPYBOOK:  STEPTIM
      *    PURPOSE :  STEP-TIMING RECORD APPENDED TO THE SHARED STEPLOG
      *               FILE BY EVERY STEP OF THE HELLOJOB CHAIN
      *               (HELLOCOBOL, HELLOBAL, HELLOXTRD, MORNRPT) AS IT
      *               ENDS - CLEAN, REJECTED, OR ABENDING - SO THE
      *               NIGHT'S START/END TIMES AND RETURN CODES CAN BE
      *               SHOWN AGAINST THE DOWNSTREAM CUTOFF.  SLARPT
      *               READS IT FOR THE WEEKLY AND MONTHLY SLA REPORT.
      *
      *               STM-RUN-DATE AND STM-SITE-CODE ARE THE RUN DATE
      *               AND SITECARD SITE THE STEP WORKED ON (SPACES FOR
      *               A WHOLE-FILE RUN).  TIMES ARE HHMMSS.
      *               STM-RECORD-COUNT IS THE STEP'S OWN WORKLOAD -
      *               ITERATIONS DONE FOR HELLOCOBOL, EXTRACT ROWS
      *               HANDLED FOR THE OTHER STEPS - SO ELAPSED TIME CAN
      *               BE SET AGAINST THE GROWTH OF THE ROSTER.
      ******************************************************************
       01  STEP-TIMING-RECORD.
           05  STM-RUN-DATE             PIC X(08).
           05  STM-SITE-CODE            PIC X(04).
           05  STM-PROGRAM-NAME         PIC X(10).
           05  STM-START-DATE           PIC X(08).
           05  STM-START-TIME           PIC X(06).
           05  STM-END-DATE             PIC X(08).
           05  STM-END-TIME             PIC X(06).
           05  STM-RETURN-CODE          PIC 9(02).
           05  STM-RECORD-COUNT         PIC 9(07).
           05  FILLER                   PIC X(21).
