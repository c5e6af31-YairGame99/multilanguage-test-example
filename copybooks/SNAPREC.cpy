      ******************************************************************
      *    COPYBOOK:  SNAPREC
      *    PURPOSE :  NIGHTLY USER-MASTER SNAPSHOT RECORD WRITTEN BY
      *               USRSNAP - ONE RECORD PER USER-MASTER RECORD, IN
      *               USER ID ORDER, EACH STAMPED WITH THE DATE THE
      *               SNAPSHOT WAS TAKEN.  SNP-USER-IMAGE IS THE FULL
      *               USER-RECORD, FIELD FOR FIELD, SO A GENERATION
      *               CAN BE COMPARED AGAINST THE NEXT ONE OR LOADED
      *               BACK AS A USER-MASTER IMAGE.
      ******************************************************************
       01  SNAPSHOT-RECORD.
           05  SNP-SNAPSHOT-DATE        PIC X(08).
           05  SNP-USER-IMAGE.
               10  SNP-USER-ID          PIC X(06).
               10  SNP-USER-NAME        PIC X(30).
               10  SNP-DEPARTMENT       PIC X(10).
               10  SNP-STATUS-FLAG      PIC X(01).
               10  SNP-SITE-CODE        PIC X(04).
               10  SNP-LAST-CHANGE-DATE PIC X(08).
               10  FILLER               PIC X(21).
           05  FILLER                   PIC X(12).
