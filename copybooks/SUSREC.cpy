      ******************************************************************
      *    COPYBOOK:  SUSREC
      *    PURPOSE :  SUSPENSE RECORD FOR A REJECTED HR-FEED
      *               TRANSACTION.  USRBATCH AND USRPEND APPEND ONE
      *               RECORD TO SUSFILE FOR EVERY TRANSACTION THEY
      *               REJECT - THE TRANSACTION-RECORD IMAGE INTACT,
      *               THE REJECT REASON, AND A KEY MADE OF THE RUN
      *               DATE/TIME, THE REJECTING PROGRAM, AND THE
      *               TRANSACTION'S SEQUENCE NUMBER IN THAT RUN, SO
      *               THE ITEM CAN BE NAMED ON A SUSREL RELEASE CARD.
      *
      *               SUSREL MOVES AN ITEM OFF THE LIVE FILE ONTO THE
      *               SUSPENSE HISTORY FILE WHEN IT IS RELEASED BACK
      *               INTO THE FEED OR WRITTEN OFF, STAMPING THE
      *               STATUS FLAG AND THE CLOSED DATE.  ON THE LIVE
      *               FILE THE STATUS FLAG IS ALWAYS 'O' (OPEN).
      ******************************************************************
       01  SUSPENSE-RECORD.
           05  SUS-SUSPENSE-KEY.
               10  SUS-REJECT-DATE      PIC X(08).
               10  SUS-REJECT-TIME      PIC X(06).
               10  SUS-SOURCE-PROGRAM   PIC X(08).
               10  SUS-SOURCE-SEQUENCE  PIC 9(05).
           05  SUS-REJECT-REASON        PIC X(40).
           05  SUS-TRANSACTION-IMAGE.
               10  SUS-ACTION-CODE      PIC X(01).
               10  SUS-USER-ID          PIC X(06).
               10  SUS-USER-NAME        PIC X(30).
               10  FILLER               PIC X(43).
           05  SUS-STATUS-FLAG          PIC X(01).
               88  SUS-OPEN                 VALUE 'O'.
               88  SUS-RELEASED             VALUE 'R'.
               88  SUS-WRITTEN-OFF          VALUE 'W'.
           05  SUS-CLOSED-DATE          PIC X(08).
           05  FILLER                   PIC X(04).
