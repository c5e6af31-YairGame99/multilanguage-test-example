      ******************************************************************
      *    COPYBOOK:  SUSCARD
      *    PURPOSE :  RELEASE CARD READ BY SUSREL.  EACH CARD NAMES ONE
      *               SUSPENSE ITEM BY ITS FULL SUSPENSE KEY (AS
      *               PRINTED ON THE SUSRPT AGING REPORT) AND SAYS WHAT
      *               TO DO WITH IT:
      *                   R  RELEASE - THE CORRECTED TRANSACTION IS
      *                      QUEUED ON THE RELEASE FILE FOR THE NEXT
      *                      USRBATCH RUN.  A BLANK CORRECTED IMAGE
      *                      RELEASES THE ORIGINAL TRANSACTION AS IT
      *                      WAS REJECTED (E.G. ONCE A MISSING
      *                      DEPARTMENT CODE HAS BEEN ADDED).
      *                   W  WRITE OFF - THE ITEM IS CLOSED WITHOUT
      *                      BEING APPLIED.
      *               THE CORRECTED IMAGE IS A FULL TRANSACTION-RECORD
      *               IN THE USRTRAN LAYOUT.
      ******************************************************************
       01  SUSCARD-RECORD.
           05  SCD-SUSPENSE-KEY.
               10  SCD-REJECT-DATE      PIC X(08).
               10  SCD-REJECT-TIME      PIC X(06).
               10  SCD-SOURCE-PROGRAM   PIC X(08).
               10  SCD-SOURCE-SEQUENCE  PIC X(05).
           05  SCD-DISPOSITION          PIC X(01).
               88  SCD-RELEASE              VALUE 'R'.
               88  SCD-WRITE-OFF            VALUE 'W'.
           05  SCD-CORRECTED-IMAGE      PIC X(80).
           05  SCD-CORRECTED-FIELDS REDEFINES SCD-CORRECTED-IMAGE.
               10  SCD-CORRECTED-ACTION PIC X(01).
                   88  SCD-CORRECTED-ACTION-VALID
                                            VALUE 'A' 'C' 'I'.
               10  SCD-CORRECTED-USER-ID
                                        PIC X(06).
               10  FILLER               PIC X(73).
