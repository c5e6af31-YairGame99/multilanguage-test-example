      *               PROCESSED, SO OTHER SHOP SYSTEMS CAN PICK UP
      *               "WHO WAS PROCESSED TODAY" WITHOUT RE-KEYING THE
      *               PRINT REPORT.
      *
      *               XTR-SITE-CODE IS THE SITE OF THE RUN THAT WROTE
      *               THE ROW - BLANK FOR A WHOLE-FILE RUN AND ON
      *               EVERY ROW WRITTEN BEFORE THE FIELD EXISTED.
      *
      *               XTRFILE IS A KSDS KEYED ON XTR-KEY (RUN DATE,
      *               THEN USER ID), SO A STEP STARTS AT ONE RUN
      *               DATE'S ROWS INSTEAD OF READING THE RETAINED
      *               HISTORY FRONT TO BACK.  THERE IS ONE ROW PER
      *               USER PER RUN DATE - PROCESSING THE SAME USER
      *               AGAIN ON THE SAME DATE REPLACES THE ROW.
      ******************************************************************
       01  EXTRACT-RECORD.
           05  XTR-KEY.
               10  XTR-RUN-DATE         PIC X(08).
               10  XTR-USER-ID          PIC X(06).
           05  XTR-STATUS               PIC X(20).
           05  XTR-SITE-CODE            PIC X(04).
           05  FILLER                   PIC X(16).
