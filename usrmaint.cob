000430*    09/02/2026  MTK    EVERY WRITE AND REWRITE NOW STAMPS
000440*                       USR-LAST-CHANGE-DATE, THE FIELD THE
000450*                       USRRETIR RETENTION UTILITY KEYS ON.
000451*    10/15/2026  MTK    THE OPERATOR ID IS NOW CHECKED AGAINST
000452*                       THE OPERATOR AUTHORITY FILE (OPRFILE)
000453*                       AT SIGN-ON AND AGAIN BEFORE EACH ADD,
000454*                       CHANGE, OR INACTIVATE.  AN UNKNOWN OR
000455*                       REVOKED ID ENDS THE TRANSACTION AND AN
000456*                       ACTION THE ID IS NOT PERMITTED IS
000457*                       REFUSED; EITHER WAY A RECORD IS APPENDED
000458*                       TO THE SECLOG SECURITY-VIOLATION FILE.
000460******************************************************************
000470*    REMARKS.
000480*        SIMPLE MENU-DRIVEN MAINTENANCE TRANSACTION AGAINST THE
000730         RECORD KEY IS DEP-DEPT-CODE
000740         FILE STATUS IS WS-DEPTFILE-STATUS.

000741     SELECT OPRFILE  ASSIGN TO "OPRFILE"
000742         ORGANIZATION IS INDEXED
000743         ACCESS MODE IS DYNAMIC
000744         RECORD KEY IS OPA-AUTH-KEY
000745         FILE STATUS IS WS-OPRFILE-STATUS.

000746     SELECT SECLOG   ASSIGN TO "SECLOG"
000747         ORGANIZATION IS LINE SEQUENTIAL
000748         FILE STATUS IS WS-SECLOG-STATUS.

000750 DATA DIVISION.
000760 FILE SECTION.
000770 FD  USRFILE
000840     RECORDING MODE IS F.
000850     COPY DEPTREC.

000851 FD  OPRFILE
000852     RECORDING MODE IS F.
000853     COPY OPRAUTH.

000854 FD  SECLOG
000855     RECORDING MODE IS F.
000856     COPY SECVIOL.

000860 WORKING-STORAGE SECTION.
000870 77  WS-USRFILE-STATUS           PIC X(02) VALUE "00".
000880 77  WS-AUDFILE-STATUS           PIC X(02) VALUE "00".
000890 77  WS-DEPTFILE-STATUS          PIC X(02) VALUE "00".
000893 77  WS-OPRFILE-STATUS           PIC X(02) VALUE "00".
000896 77  WS-SECLOG-STATUS            PIC X(02) VALUE "00".

000900 77  WS-MENU-CHOICE              PIC X(01) VALUE SPACE.
000910     88  WS-CHOICE-ADD                VALUE "A" "a".
001230 77  WS-OPERATOR-ID              PIC X(08) VALUE SPACES.
001240 77  WS-AUDIT-ACTION             PIC X(10) VALUE SPACES.

      ******************************************************************
      *    OPERATOR AUTHORITY WORK AREAS - THE ACTION BEING ATTEMPTED
      *    IS CHECKED AGAINST THE OPERATOR'S OPRFILE RECORD FOR THIS
      *    TRANSACTION, AND A REFUSAL IS LOGGED TO SECLOG.
      ******************************************************************
       77  WS-TRANSACTION-NAME         PIC X(08) VALUE "USRMAINT".

       77  WS-REQUESTED-ACTION         PIC X(10) VALUE SPACES.
           88  REQUEST-SIGN-ON                VALUE "SIGN-ON".
           88  REQUEST-ADD                    VALUE "ADD".
           88  REQUEST-CHANGE                 VALUE "CHANGE".
           88  REQUEST-INACTIVATE             VALUE "INACTIVATE".

       77  WS-AUTHORITY-SWITCH         PIC X(01) VALUE "N".
           88  ACTION-IS-PERMITTED            VALUE "Y".
           88  ACTION-IS-REFUSED              VALUE "N".

       77  WS-VIOLATION-CODE           PIC X(04) VALUE SPACES.
       77  WS-VIOLATION-TEXT           PIC X(36) VALUE SPACES.

001250 01  WS-BEFORE-IMAGE.
001260     05  WS-BEF-USER-ID          PIC X(06).
001270     05  WS-BEF-USER-NAME        PIC X(30).
001750         PERFORM 9900-FILE-ERROR THRU 9900-FILE-ERROR-EXIT
001760     END-IF.

           OPEN INPUT OPRFILE.
           IF WS-OPRFILE-STATUS = "35"
               DISPLAY "OPERATOR AUTHORITY FILE NOT ON CATALOG -"
                   " LOAD IT THROUGH OPRMAINT FIRST"
           END-IF.
           IF WS-OPRFILE-STATUS NOT = "00"
               MOVE "OPRFILE" TO WS-FAILING-FILE-NAME
               MOVE WS-OPRFILE-STATUS TO WS-FAILING-FILE-STATUS
               PERFORM 9900-FILE-ERROR THRU 9900-FILE-ERROR-EXIT
           END-IF.

           OPEN EXTEND SECLOG.
           IF WS-SECLOG-STATUS = "35"
               OPEN OUTPUT SECLOG
               CLOSE SECLOG
               OPEN EXTEND SECLOG
           END-IF.

           IF WS-SECLOG-STATUS NOT = "00"
               MOVE "SECLOG" TO WS-FAILING-FILE-NAME
               MOVE WS-SECLOG-STATUS TO WS-FAILING-FILE-STATUS
               PERFORM 9900-FILE-ERROR THRU 9900-FILE-ERROR-EXIT
           END-IF.

001770     DISPLAY "ENTER OPERATOR ID: " WITH NO ADVANCING.
001780     ACCEPT WS-OPERATOR-ID.

001781     MOVE "SIGN-ON" TO WS-REQUESTED-ACTION.
001782     PERFORM 6700-CHECK-AUTHORITY
001783         THRU 6700-CHECK-AUTHORITY-EXIT.
001784     IF ACTION-IS-REFUSED
001785         DISPLAY "OPERATOR " WS-OPERATOR-ID
001786             " NOT AUTHORISED FOR USRMAINT - TRANSACTION ENDED"
001787         SET NO-MORE-TRANSACTIONS TO TRUE
001788     END-IF.
001790 1000-INITIALIZE-EXIT.
001800     EXIT.

002160*    3000-ADD-USER
002170******************************************************************
002180 3000-ADD-USER.
002181     MOVE "ADD" TO WS-REQUESTED-ACTION.
002182     PERFORM 6700-CHECK-AUTHORITY
002183         THRU 6700-CHECK-AUTHORITY-EXIT.
002184     IF ACTION-IS-REFUSED
002185         GO TO 3000-ADD-USER-EXIT
002186     END-IF.

002190     DISPLAY "ENTER USER ID (6 CHARACTERS): " WITH NO ADVANCING.
002200     ACCEPT WS-ENTERED-USER-ID.
002210     DISPLAY "ENTER USER NAME: " WITH NO ADVANCING.
002560*    4000-CHANGE-USER
002570******************************************************************
002580 4000-CHANGE-USER.
002581     MOVE "CHANGE" TO WS-REQUESTED-ACTION.
002582     PERFORM 6700-CHECK-AUTHORITY
002583         THRU 6700-CHECK-AUTHORITY-EXIT.
002584     IF ACTION-IS-REFUSED
002585         GO TO 4000-CHANGE-USER-EXIT
002586     END-IF.

002590     PERFORM 6000-READ-USER-FOR-UPDATE
002600         THRU 6000-READ-USER-FOR-UPDATE-EXIT.

003060*        WITHOUT LOSING THE HISTORY ON THE FILE.
003070******************************************************************
003080 5000-INACTIVATE-USER.
003081     MOVE "INACTIVATE" TO WS-REQUESTED-ACTION.
003082     PERFORM 6700-CHECK-AUTHORITY
003083         THRU 6700-CHECK-AUTHORITY-EXIT.
003084     IF ACTION-IS-REFUSED
003085         GO TO 5000-INACTIVATE-USER-EXIT
003086     END-IF.

003090     PERFORM 6000-READ-USER-FOR-UPDATE
003100         THRU 6000-READ-USER-FOR-UPDATE-EXIT.

003840     EXIT.

003850******************************************************************
      *    6700-CHECK-AUTHORITY
      *        RE-READS THE OPERATOR'S AUTHORITY RECORD FOR THIS
      *        TRANSACTION ON EVERY REQUEST, SO A REVOCATION MADE
      *        THROUGH OPRMAINT TAKES EFFECT WITHOUT WAITING FOR THE
      *        OPERATOR TO SIGN OFF.  SIGN-ON NEEDS ONLY AN ACTIVE
      *        RECORD; EVERY OTHER ACTION NEEDS ITS OWN FLAG SET.  A
      *        REFUSAL IS TOLD TO THE OPERATOR AND LOGGED TO SECLOG.
      ******************************************************************
       6700-CHECK-AUTHORITY.
           SET ACTION-IS-REFUSED TO TRUE.
           MOVE WS-OPERATOR-ID      TO OPA-OPERATOR-ID.
           MOVE WS-TRANSACTION-NAME TO OPA-TRANSACTION.

           READ OPRFILE
               INVALID KEY
                   DISPLAY "OPERATOR " WS-OPERATOR-ID
                       " IS NOT ON THE AUTHORITY FILE"
                   MOVE "S001" TO WS-VIOLATION-CODE
                   MOVE "OPERATOR NOT ON AUTHORITY FILE"
                       TO WS-VIOLATION-TEXT
                   PERFORM 7100-WRITE-VIOLATION-RECORD
                       THRU 7100-WRITE-VIOLATION-RECORD-EXIT
                   GO TO 6700-CHECK-AUTHORITY-EXIT
           END-READ.

           IF OPA-REVOKED
               DISPLAY "OPERATOR " WS-OPERATOR-ID
                   " AUTHORITY HAS BEEN REVOKED"
               MOVE "S002" TO WS-VIOLATION-CODE
               MOVE "OPERATOR AUTHORITY REVOKED" TO WS-VIOLATION-TEXT
               PERFORM 7100-WRITE-VIOLATION-RECORD
                   THRU 7100-WRITE-VIOLATION-RECORD-EXIT
               GO TO 6700-CHECK-AUTHORITY-EXIT
           END-IF.

           EVALUATE TRUE
               WHEN REQUEST-SIGN-ON
                   SET ACTION-IS-PERMITTED TO TRUE
               WHEN REQUEST-ADD
                 AND OPA-ADD-ALLOWED
                   SET ACTION-IS-PERMITTED TO TRUE
               WHEN REQUEST-CHANGE
                 AND OPA-CHANGE-ALLOWED
                   SET ACTION-IS-PERMITTED TO TRUE
               WHEN REQUEST-INACTIVATE
                 AND OPA-INACTIVATE-ALLOWED
                   SET ACTION-IS-PERMITTED TO TRUE
           END-EVALUATE.

           IF ACTION-IS-REFUSED
               DISPLAY "OPERATOR " WS-OPERATOR-ID " NOT PERMITTED TO "
                   WS-REQUESTED-ACTION " - ACTION REFUSED"
               MOVE "S003" TO WS-VIOLATION-CODE
               MOVE "ACTION NOT PERMITTED FOR OPERATOR"
                   TO WS-VIOLATION-TEXT
               PERFORM 7100-WRITE-VIOLATION-RECORD
                   THRU 7100-WRITE-VIOLATION-RECORD-EXIT
           END-IF.
       6700-CHECK-AUTHORITY-EXIT.
           EXIT.

      ******************************************************************
003860*    7000-WRITE-AUDIT-RECORD
003870*        APPENDS ONE MAINTENANCE-AUDIT RECORD AFTER A SUCCESSFUL
003880*        WRITE OR REWRITE - DATE/TIME, THE ACTION TAKEN, THE
004160     EXIT.

004170******************************************************************
      *    7100-WRITE-VIOLATION-RECORD
      *        APPENDS ONE SECURITY-VIOLATION RECORD TO SECLOG.  LIKE
      *        THE AUDIT WRITE, A FAILURE HERE IS FATAL - A REFUSED
      *        ATTEMPT THAT LEAVES NO TRACE DEFEATS THE POINT OF THE
      *        CHECK.
      ******************************************************************
       7100-WRITE-VIOLATION-RECORD.
           ACCEPT WS-CURRENT-DATE-TIME FROM DATE YYYYMMDD.
           ACCEPT WS-CURRENT-TIME FROM TIME.
           MOVE SPACES               TO SEC-VIOLATION-RECORD.
           MOVE WS-CURRENT-DATE      TO SEC-DATE.
           MOVE WS-CURRENT-TIME      TO SEC-TIME.
           MOVE WS-TRANSACTION-NAME  TO SEC-TRANSACTION.
           MOVE WS-OPERATOR-ID       TO SEC-OPERATOR.
           MOVE WS-REQUESTED-ACTION  TO SEC-ACTION.
           MOVE WS-VIOLATION-CODE    TO SEC-REASON-CODE.
           MOVE WS-VIOLATION-TEXT    TO SEC-REASON-TEXT.
           WRITE SEC-VIOLATION-RECORD.
           IF WS-SECLOG-STATUS NOT = "00"
               MOVE "SECLOG" TO WS-FAILING-FILE-NAME
               MOVE WS-SECLOG-STATUS TO WS-FAILING-FILE-STATUS
               PERFORM 9900-FILE-ERROR THRU 9900-FILE-ERROR-EXIT
           END-IF.
       7100-WRITE-VIOLATION-RECORD-EXIT.
           EXIT.

      ******************************************************************
004180*    9000-TERMINATE
004190******************************************************************
004200 9000-TERMINATE.
004210     CLOSE USRFILE.
004220     CLOSE AUDFILE.
004230     CLOSE DEPTFILE.
004233     CLOSE OPRFILE.
004236     CLOSE SECLOG.
004240 9000-TERMINATE-EXIT.
004250     EXIT.

