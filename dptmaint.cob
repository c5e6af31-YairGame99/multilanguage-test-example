000120*                       THE DEPARTMENT REFERENCE FILE SO
000130*                       OPERATIONS OWNS THE LIST OF DEPARTMENT
000140*                       CODES THAT USRMAINT AND USRBATCH ACCEPT.
000141*    10/15/2026  MTK    THE TRANSACTION NOW ASKS FOR AN OPERATOR
000142*                       ID AND CHECKS IT AGAINST THE OPERATOR
000143*                       AUTHORITY FILE (OPRFILE) AT SIGN-ON AND
000144*                       BEFORE EACH ADD, RETIRE, OR REACTIVATE.
000145*                       AN UNKNOWN OR REVOKED ID ENDS THE
000146*                       TRANSACTION AND AN ACTION THE ID IS NOT
000147*                       PERMITTED IS REFUSED; EITHER WAY A RECORD
000148*                       IS APPENDED TO THE SECLOG SECURITY-
000149*                       VIOLATION FILE.
000150******************************************************************
000160*    REMARKS.
000170*        SIMPLE MENU-DRIVEN MAINTENANCE TRANSACTION, MODELLED ON
000340         RECORD KEY IS DEP-DEPT-CODE
000350         FILE STATUS IS WS-DEPTFILE-STATUS.

000351     SELECT OPRFILE  ASSIGN TO "OPRFILE"
000352         ORGANIZATION IS INDEXED
000353         ACCESS MODE IS DYNAMIC
000354         RECORD KEY IS OPA-AUTH-KEY
000355         FILE STATUS IS WS-OPRFILE-STATUS.

000356     SELECT SECLOG   ASSIGN TO "SECLOG"
000357         ORGANIZATION IS LINE SEQUENTIAL
000358         FILE STATUS IS WS-SECLOG-STATUS.

000360 DATA DIVISION.
000370 FILE SECTION.
000380 FD  DEPTFILE
000390     RECORDING MODE IS F.
000400     COPY DEPTREC.

000401 FD  OPRFILE
000402     RECORDING MODE IS F.
000403     COPY OPRAUTH.

000404 FD  SECLOG
000405     RECORDING MODE IS F.
000406     COPY SECVIOL.

000410 WORKING-STORAGE SECTION.
000420 77  WS-DEPTFILE-STATUS          PIC X(02) VALUE "00".
000423 77  WS-OPRFILE-STATUS           PIC X(02) VALUE "00".
000426 77  WS-SECLOG-STATUS            PIC X(02) VALUE "00".

000430 77  WS-MENU-CHOICE              PIC X(01) VALUE SPACE.
000440     88  WS-CHOICE-ADD                VALUE "A" "a".
000540 77  WS-ENTERED-DEPT-CODE        PIC X(10).
000550 77  WS-ENTERED-DEPT-NAME        PIC X(30).

      ******************************************************************
      *    OPERATOR AUTHORITY WORK AREAS - THE ACTION BEING ATTEMPTED
      *    IS CHECKED AGAINST THE OPERATOR'S OPRFILE RECORD FOR THIS
      *    TRANSACTION, AND A REFUSAL IS LOGGED TO SECLOG.
      ******************************************************************
       01  WS-CURRENT-DATE-TIME.
           05  WS-CURRENT-DATE.
               10  WS-CURRENT-YYYY          PIC 9(04).
               10  WS-CURRENT-MM            PIC 9(02).
               10  WS-CURRENT-DD            PIC 9(02).
           05  WS-CURRENT-TIME.
               10  WS-CURRENT-HH            PIC 9(02).
               10  WS-CURRENT-MN            PIC 9(02).
               10  WS-CURRENT-SS            PIC 9(02).
               10  FILLER                   PIC 9(02).

       77  WS-OPERATOR-ID              PIC X(08) VALUE SPACES.
       77  WS-TRANSACTION-NAME         PIC X(08) VALUE "DPTMAINT".

       77  WS-REQUESTED-ACTION         PIC X(10) VALUE SPACES.
           88  REQUEST-SIGN-ON                VALUE "SIGN-ON".
           88  REQUEST-ADD                    VALUE "ADD".
           88  REQUEST-RETIRE                 VALUE "RETIRE".
           88  REQUEST-REACTIVATE             VALUE "REACTIVATE".

       77  WS-AUTHORITY-SWITCH         PIC X(01) VALUE "N".
           88  ACTION-IS-PERMITTED            VALUE "Y".
           88  ACTION-IS-REFUSED              VALUE "N".

       77  WS-VIOLATION-CODE           PIC X(04) VALUE SPACES.
       77  WS-VIOLATION-TEXT           PIC X(36) VALUE SPACES.

000560 77  WS-FAILING-FILE-NAME        PIC X(08) VALUE SPACES.
000570 77  WS-FAILING-FILE-STATUS      PIC X(02) VALUE SPACES.

000770         MOVE "DEPTFILE" TO WS-FAILING-FILE-NAME
000780         MOVE WS-DEPTFILE-STATUS TO WS-FAILING-FILE-STATUS
000790         PERFORM 9900-FILE-ERROR THRU 9900-FILE-ERROR-EXIT
           END-IF.

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

           DISPLAY "ENTER OPERATOR ID: " WITH NO ADVANCING.
           ACCEPT WS-OPERATOR-ID.

           MOVE "SIGN-ON" TO WS-REQUESTED-ACTION.
           PERFORM 6700-CHECK-AUTHORITY
               THRU 6700-CHECK-AUTHORITY-EXIT.
           IF ACTION-IS-REFUSED
               DISPLAY "OPERATOR " WS-OPERATOR-ID
                   " NOT AUTHORISED FOR DPTMAINT - TRANSACTION ENDED"
               SET NO-MORE-TRANSACTIONS TO TRUE
000800     END-IF.
000810 1000-INITIALIZE-EXIT.
000820     EXIT.
001180*    3000-ADD-DEPARTMENT
001190******************************************************************
001200 3000-ADD-DEPARTMENT.
001201     MOVE "ADD" TO WS-REQUESTED-ACTION.
001202     PERFORM 6700-CHECK-AUTHORITY
001203         THRU 6700-CHECK-AUTHORITY-EXIT.
001204     IF ACTION-IS-REFUSED
001205         GO TO 3000-ADD-DEPARTMENT-EXIT
001206     END-IF.

001210     DISPLAY "ENTER DEPARTMENT CODE (10 CHARACTERS): "
001220         WITH NO ADVANCING.
001230     ACCEPT WS-ENTERED-DEPT-CODE.
001470*        A USER, SO THE CODE AND ITS HISTORY STAY ON FILE.
001480******************************************************************
001490 4000-RETIRE-DEPARTMENT.
001491     MOVE "RETIRE" TO WS-REQUESTED-ACTION.
001492     PERFORM 6700-CHECK-AUTHORITY
001493         THRU 6700-CHECK-AUTHORITY-EXIT.
001494     IF ACTION-IS-REFUSED
001495         GO TO 4000-RETIRE-DEPARTMENT-EXIT
001496     END-IF.

001500     PERFORM 6000-READ-DEPT-FOR-UPDATE
001510         THRU 6000-READ-DEPT-FOR-UPDATE-EXIT.

001660*    5000-REACTIVATE-DEPARTMENT
001670******************************************************************
001680 5000-REACTIVATE-DEPARTMENT.
001681     MOVE "REACTIVATE" TO WS-REQUESTED-ACTION.
001682     PERFORM 6700-CHECK-AUTHORITY
001683         THRU 6700-CHECK-AUTHORITY-EXIT.
001684     IF ACTION-IS-REFUSED
001685         GO TO 5000-REACTIVATE-DEPARTMENT-EXIT
001686     END-IF.

001690     PERFORM 6000-READ-DEPT-FOR-UPDATE
001700         THRU 6000-READ-DEPT-FOR-UPDATE-EXIT.

002010     EXIT.

002020******************************************************************
      *    6700-CHECK-AUTHORITY
      *        RE-READS THE OPERATOR'S AUTHORITY RECORD FOR THIS
      *        TRANSACTION ON EVERY REQUEST, THE SAME CHECK USRMAINT
      *        MAKES.  SIGN-ON NEEDS ONLY AN ACTIVE RECORD; RETIRE IS
      *        GOVERNED BY THE INACTIVATE FLAG AND REACTIVATE BY THE
      *        REACTIVATE FLAG.  A REFUSAL IS TOLD TO THE OPERATOR AND
      *        LOGGED TO SECLOG.
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
               WHEN REQUEST-RETIRE
                 AND OPA-INACTIVATE-ALLOWED
                   SET ACTION-IS-PERMITTED TO TRUE
               WHEN REQUEST-REACTIVATE
                 AND OPA-REACTIVATE-ALLOWED
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
      *    7100-WRITE-VIOLATION-RECORD
      *        APPENDS ONE SECURITY-VIOLATION RECORD TO SECLOG.  A
      *        FAILURE HERE IS FATAL - A REFUSED ATTEMPT THAT LEAVES
      *        NO TRACE DEFEATS THE POINT OF THE CHECK.
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
002030*    9000-TERMINATE
002040******************************************************************
002050 9000-TERMINATE.
002060     CLOSE DEPTFILE.
002063     CLOSE OPRFILE.
002066     CLOSE SECLOG.
002070 9000-TERMINATE-EXIT.
002080     EXIT.

