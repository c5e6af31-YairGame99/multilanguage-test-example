      *    PURPOSE :  EXCEPTION RECORD WRITTEN TO THE REJECT FILE WHEN
      *               A CONTROL-FILE VALUE FAILS EDIT (NON-NUMERIC,
      *               ZERO, OR OUT OF THE AGREED BUSINESS RANGE).
      *               REJ-SITE-CODE IS THE SITE OF THE REJECTED RUN,
      *               BLANK FOR A WHOLE-FILE RUN.
      ******************************************************************
       01  REJECT-RECORD.
           05  REJ-FIELD-NAME           PIC X(10).
           05  REJ-REASON-CODE          PIC X(04).
           05  REJ-REASON-TEXT          PIC X(40).
           05  REJ-RUN-DATE             PIC X(08).
           05  REJ-SITE-CODE            PIC X(04).
           05  FILLER                   PIC X(12).
