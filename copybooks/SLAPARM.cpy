      ******************************************************************
      *    COPYBOOK:  SLAPARM
      *    PURPOSE :  PARAMETER RECORD FOR THE SLARPT BATCH-WINDOW SLA
      *               REPORT.  NAMES THE REPORT PERIOD (W = THE LAST
      *               7 RUN DATES, M = THE LAST 30), THE TIME BY WHICH
      *               THE HELLOJOB CHAIN MUST HAVE FINISHED (HHMM),
      *               WHETHER THAT DEADLINE FALLS ON THE DAY AFTER THE
      *               RUN DATE (Y FOR AN OVERNIGHT CUTOFF), AND THE
      *               PERCENTAGE BY WHICH A STEP'S RECENT AVERAGE
      *               ELAPSED TIME MUST EXCEED ITS EARLIER AVERAGE
      *               BEFORE IT IS FLAGGED AS TRENDING SLOWER (ZERO OR
      *               BLANK DEFAULTS TO 10 PERCENT).
      ******************************************************************
       01  SLA-PARM-RECORD.
           05  SLA-PERIOD               PIC X(01).
               88  SLA-WEEKLY               VALUE 'W'.
               88  SLA-MONTHLY              VALUE 'M'.
           05  SLA-DEADLINE.
               10  SLA-DEADLINE-HH      PIC 9(02).
               10  SLA-DEADLINE-MM      PIC 9(02).
           05  SLA-DEADLINE-NEXT-DAY    PIC X(01).
               88  SLA-DEADLINE-IS-NEXT-DAY VALUE 'Y'.
           05  SLA-TREND-PCT            PIC X(03).
           05  SLA-TREND-PCT-NUM REDEFINES SLA-TREND-PCT
                                        PIC 9(03).
           05  FILLER                   PIC X(71).
