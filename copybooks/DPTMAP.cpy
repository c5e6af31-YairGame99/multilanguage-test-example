      ******************************************************************
      *    COPYBOOK:  DPTMAP
      *    PURPOSE :  CONTROL CARD FOR THE DPTMERGE DEPARTMENT MERGE /
      *               RENAME UTILITY.  TWO CARD TYPES:
      *                   M  MODE CARD - T (TRIAL) LISTS THE USERS
      *                      THAT WOULD MOVE AND UPDATES NOTHING;
      *                      U (UPDATE) APPLIES THE MAPPING.  WITH NO
      *                      MODE CARD THE RUN IS A TRIAL, SO A REORG
      *                      IS NEVER APPLIED BY ACCIDENT.
      *                   D  MAPPING CARD - EVERY USER-MASTER RECORD
      *                      CARRYING THE OLD DEPARTMENT CODE IS MOVED
      *                      TO THE NEW ONE, AND THE OLD CODE IS THEN
      *                      RETIRED ON THE DEPARTMENT FILE.  A MERGE
      *                      IS SEVERAL CARDS WITH THE SAME NEW CODE.
      ******************************************************************
       01  DMP-RECORD.
           05  DMP-CARD-TYPE            PIC X(01).
               88  DMP-MODE-CARD            VALUE 'M'.
               88  DMP-MAPPING-CARD         VALUE 'D'.
           05  DMP-CARD-BODY            PIC X(79).
           05  DMP-MODE-FIELDS REDEFINES DMP-CARD-BODY.
               10  DMP-RUN-MODE         PIC X(01).
                   88  DMP-TRIAL-RUN        VALUE 'T'.
                   88  DMP-UPDATE-RUN       VALUE 'U'.
               10  FILLER               PIC X(78).
           05  DMP-MAPPING-FIELDS REDEFINES DMP-CARD-BODY.
               10  DMP-OLD-DEPT-CODE    PIC X(10).
               10  DMP-NEW-DEPT-CODE    PIC X(10).
               10  FILLER               PIC X(59).
