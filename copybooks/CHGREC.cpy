      ******************************************************************
      *    COPYBOOK:  CHGREC
      *    PURPOSE :  DEPARTMENT CHARGEBACK RECORD WRITTEN BY CHGBACK
      *               FOR THE GENERAL-LEDGER INTERFACE.  ONE DETAIL
      *               RECORD (TYPE D) PER DEPARTMENT-REFERENCE CODE
      *               WITH PROCESSED USER-DAYS IN THE BILLING MONTH,
      *               FOLLOWED BY ONE TRAILER (TYPE T) CARRYING THE
      *               RECORD COUNT AND CONTROL TOTALS SO THE GL SIDE
      *               CAN PROVE IT RECEIVED THE WHOLE FILE.  AMOUNTS
      *               ARE UNSIGNED WITH TWO IMPLIED DECIMAL PLACES.
      ******************************************************************
       01  CHARGEBACK-RECORD.
           05  CHG-RECORD-TYPE          PIC X(01).
               88  CHG-DETAIL-RECORD        VALUE 'D'.
               88  CHG-TRAILER-RECORD       VALUE 'T'.
           05  CHG-BILLING-MONTH        PIC X(06).
           05  CHG-CREATED-DATE         PIC X(08).
           05  CHG-RECORD-BODY          PIC X(65).
           05  CHG-DETAIL-FIELDS REDEFINES CHG-RECORD-BODY.
               10  CHG-DEPT-CODE        PIC X(10).
               10  CHG-USER-DAYS        PIC 9(07).
               10  CHG-RATE             PIC 9(05)V99.
               10  CHG-AMOUNT           PIC 9(09)V99.
               10  FILLER               PIC X(30).
           05  CHG-TRAILER-FIELDS REDEFINES CHG-RECORD-BODY.
               10  CHG-TRL-RECORD-COUNT PIC 9(05).
               10  CHG-TRL-USER-DAYS    PIC 9(09).
               10  CHG-TRL-AMOUNT       PIC 9(11)V99.
               10  FILLER               PIC X(38).
