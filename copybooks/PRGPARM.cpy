      *    PURPOSE :  RETENTION PARAMETER RECORD FOR THE HSKPURGE
      *               HOUSEKEEPING UTILITY.  ONE RECORD NAMES THE
      *               NUMBER OF DAYS OF HISTORY TO KEEP ON THE
      *               HISTORY FILES (RUNLOG, REJFILE, XTRFILE);
      *               RECORDS STAMPED BEFORE TODAY MINUS THIS MANY
      *               DAYS ARE ARCHIVED AND PURGED FROM THE LIVE
      *               FILES.
