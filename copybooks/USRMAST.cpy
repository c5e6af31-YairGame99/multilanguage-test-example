      *
      *               USR-LAST-CHANGE-DATE (YYYYMMDD) IS STAMPED BY
      *               EVERY WRITE OR REWRITE FROM USRMAINT, USRBATCH,
      *               USRPEND, AND THE DPTMERGE DEPARTMENT MERGE.  THE
      *               USRRETIR RETENTION UTILITY KEYS ON IT TO ARCHIVE
      *               LONG-INACTIVE RECORDS; A BLANK DATE (A RECORD
      *               NOT TOUCHED SINCE THE FIELD WAS ADDED) IS NEVER
      *               ARCHIVED.
      ******************************************************************
       01  USER-RECORD.
           05  USR-USER-ID              PIC X(06).
