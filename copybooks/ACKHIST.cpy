      ******************************************************************
      *    COPYBOOK:  ACKHIST
      *    PURPOSE :  ACKNOWLEDGEMENT OUTCOME RECORD APPENDED BY DISTACK
      *               - ONE ROW PER USER ID IT RECONCILED, FOR THE RUN
      *               DATE OF THE DISTRIBUTION, SAYING WHETHER THE
      *               RECEIVING SYSTEM ACKNOWLEDGED THE ROW.  THE
      *               NIGHTLY ACK FILE IS REPLACED EVERY NIGHT; THIS
      *               FILE KEEPS THE ANSWER SO USRINQ CAN SHOW IT
      *               AGAINST THE USER'S EXTRACT ROWS.  A RERUN OF THE
      *               MATCH APPENDS AGAIN - THE LAST ROW FOR A USER ID
      *               AND RUN DATE IS THE CURRENT OUTCOME.
      ******************************************************************
       01  ACK-HISTORY-RECORD.
           05  AKH-USER-ID              PIC X(06).
           05  AKH-RUN-DATE             PIC X(08).
           05  AKH-OUTCOME              PIC X(01).
               88  AKH-ACKNOWLEDGED         VALUE 'A'.
               88  AKH-NOT-ACKNOWLEDGED     VALUE 'U'.
               88  AKH-NOT-DISTRIBUTED      VALUE 'X'.
           05  AKH-MATCH-DATE           PIC X(08).
           05  FILLER                   PIC X(27).
