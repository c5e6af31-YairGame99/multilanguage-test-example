      ******************************************************************
      *    COPYBOOK:  SECPARM
      *    PURPOSE :  PARAMETER RECORD FOR SECRPT, THE DAILY
      *               SECURITY-VIOLATION REPORT.  A BLANK (OR ABSENT)
      *               REPORT DATE MEANS TODAY; A YYYYMMDD DATE REPRINTS
      *               AN EARLIER DAY.
      ******************************************************************
       01  SVP-RECORD.
           05  SVP-REPORT-DATE          PIC X(08).
           05  FILLER                   PIC X(72).
