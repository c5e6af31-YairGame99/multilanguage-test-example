      ******************************************************************
      *    COPYBOOK:  CHGPARM
      *    PURPOSE :  RATE PARAMETER RECORD FOR THE CHGBACK MONTH-END
      *               DEPARTMENT CHARGEBACK.  NAMES THE BILLING MONTH
      *               (YYYYMM - BLANK MEANS THE CALENDAR MONTH BEFORE
      *               THE RUN DATE, THE MONTH JUST CLOSED) AND THE
      *               RATE CHARGED FOR EACH PROCESSED USER-DAY, WITH
      *               TWO IMPLIED DECIMAL PLACES (0000150 = 1.50).
      ******************************************************************
       01  CHP-RECORD.
           05  CHP-BILLING-MONTH        PIC X(06).
           05  CHP-RATE-PER-USER-DAY    PIC X(07).
           05  CHP-RATE-NUM REDEFINES CHP-RATE-PER-USER-DAY
                                        PIC 9(05)V99.
           05  FILLER                   PIC X(67).
