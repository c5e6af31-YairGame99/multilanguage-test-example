      ******************************************************************
      *    COPYBOOK:  SECVIOL
      *    PURPOSE :  SECURITY-VIOLATION RECORD APPENDED TO THE SECLOG
      *               FILE BY THE ONLINE MAINTENANCE TRANSACTIONS
      *               WHENEVER AN OPERATOR ID IS NOT ON THE OPERATOR
      *               AUTHORITY FILE FOR THE TRANSACTION, IS REVOKED,
      *               OR ATTEMPTS AN ACTION ITS AUTHORITY RECORD DOES
      *               NOT PERMIT.  SECRPT PRINTS THE DAY'S ENTRIES.
      *
      *               REASON CODES:
      *                   S001  OPERATOR NOT ON AUTHORITY FILE
      *                   S002  OPERATOR AUTHORITY REVOKED
      *                   S003  ACTION NOT PERMITTED FOR OPERATOR
      *                   S004  OPERATOR MAY NOT MAINTAIN OWN
      *                         AUTHORITY ENTRY (OPRMAINT)
      ******************************************************************
       01  SEC-VIOLATION-RECORD.
           05  SEC-DATE                 PIC X(08).
           05  SEC-TIME                 PIC X(06).
           05  SEC-TRANSACTION          PIC X(08).
           05  SEC-OPERATOR             PIC X(08).
           05  SEC-ACTION               PIC X(10).
           05  SEC-REASON-CODE          PIC X(04).
               88  SEC-UNKNOWN-OPERATOR     VALUE 'S001'.
               88  SEC-REVOKED-OPERATOR     VALUE 'S002'.
               88  SEC-ACTION-REFUSED       VALUE 'S003'.
               88  SEC-OWN-ENTRY-REFUSED    VALUE 'S004'.
           05  SEC-REASON-TEXT          PIC X(36).
