000820*                       RUN CLEANLY WITH RC=2 AND A NO-RUN
000830*                       AUDIT RECORD INSTEAD OF PROCESSING
000840*                       THE ROSTER ON A SCHEDULED QUIET DAY.
      *    10/15/2026  MTK    SITE-PARTITIONED RUNS.  THE CONTROL FILE
      *                       NOW CARRIES ONE RECORD PER SITE AND THE
      *                       SITECARD NAMES THE SITE FOR THIS RUN -
      *                       ONLY THAT SITE'S USERS ARE PROCESSED,
      *                       UNDER THAT SITE'S OWN COUNT/FULL-ROSTER
      *                       SETTING.  RUNLOG, THE PRINT REPORT, THE
      *                       EXTRACT, THE REJECT FILE, AND THE
      *                       CHECKPOINT CARRY THE SITE, AND THE
      *                       DUPLICATE-RUN CHECK IS PER SITE.  NO
      *                       SITECARD RUNS THE WHOLE FILE AS BEFORE.
      *    10/15/2026  MTK    WRITES A START/END STEP-TIMING RECORD
      *                       WITH THE RETURN CODE TO STEPLOG ON EVERY
      *                       WAY OUT OF THE RUN, FOR THE SLA REPORT.
      *    10/15/2026  MTK    XTRFILE AND RUNLOG ARE NOW KSDS FILES.
      *                       THE PRIOR-RUN CHECK STARTS AT TODAY'S
      *                       DATE AND SITE ON RUNLOG INSTEAD OF
      *                       READING THE WHOLE HISTORY.  AN EXTRACT
      *                       ROW OR AUDIT RECORD ALREADY ON FILE
      *                       UNDER THE SAME KEY (A RESTART, A RERUN,
      *                       OR THE SECOND ABEND-PATH AUDIT WRITE) IS
      *                       REPLACED RATHER THAN ADDED.
000850******************************************************************
000860*    REMARKS.
000870*        DAILY ROSTER-PROCESSING JOB.  READS THE DAY'S CONTROL
000880*        PARAMETERS, GREETS EACH ACTIVE USER ON THE USER-MASTER
000890*        FILE, PRODUCES A PAGINATED PRINT REPORT AND A DOWNSTREAM
000900*        EXTRACT FILE, AND LOGS THE RUN TO THE AUDIT TRAIL.
000901*
000902*        EACH SITE RUNS IN ITS OWN BATCH WINDOW.  THE SITECARD
000903*        NAMES THE SITE; THE RUN TAKES THAT SITE'S CONTROL
000904*        RECORD AND PROCESSES ONLY THE USERS WHOSE SITE CODE
000905*        BELONGS TO IT (THE HOME SITE ALSO TAKES USERS WITH A
000906*        BLANK OR UNCONTROLLED SITE CODE, SO NOBODY IS DROPPED).
000910******************************************************************

000920 ENVIRONMENT DIVISION.
001050         FILE STATUS IS WS-USRFILE-STATUS.

001060     SELECT RUNLOG   ASSIGN TO "RUNLOG"
001070         ORGANIZATION IS INDEXED
001073         ACCESS MODE IS DYNAMIC
001076         RECORD KEY IS RLG-RUN-KEY
001080         FILE STATUS IS WS-RUNLOG-STATUS.

001090     SELECT CHKFILE  ASSIGN TO "CHKPT"
001170         FILE STATUS IS WS-REJFILE-STATUS.

001180     SELECT XTRFILE  ASSIGN TO "XTRFILE"
001190         ORGANIZATION IS INDEXED
001193         ACCESS MODE IS DYNAMIC
001196         RECORD KEY IS XTR-KEY
001200         FILE STATUS IS WS-XTRFILE-STATUS.

001210     SELECT CALFILE  ASSIGN TO "CALFILE"
001220         ORGANIZATION IS LINE SEQUENTIAL
001230         FILE STATUS IS WS-CALFILE-STATUS.

001232     SELECT SITECARD ASSIGN TO "SITECARD"
001234         ORGANIZATION IS LINE SEQUENTIAL
001236         FILE STATUS IS WS-SITECARD-STATUS.

001237     SELECT STEPLOG  ASSIGN TO "STEPLOG"
001238         ORGANIZATION IS LINE SEQUENTIAL
001239         FILE STATUS IS WS-STEPLOG-STATUS.

001240 DATA DIVISION.
001250 FILE SECTION.
001260 FD  CTLFILE
001480     RECORDING MODE IS F.
001490     COPY CALREC.

001492 FD  SITECARD
001494     RECORDING MODE IS F.
001496     COPY RUNSITE.

001497 FD  STEPLOG
001498     RECORDING MODE IS F.
001499     COPY STEPTIM.

001500 WORKING-STORAGE SECTION.
001510******************************************************************
001520*    RUN-CONTROL COUNTERS AND SWITCHES
001710 77  WS-REJFILE-STATUS           PIC X(02) VALUE "00".
001720 77  WS-XTRFILE-STATUS           PIC X(02) VALUE "00".
001730 77  WS-CALFILE-STATUS           PIC X(02) VALUE "00".
001735 77  WS-SITECARD-STATUS          PIC X(02) VALUE "00".
001737 77  WS-STEPLOG-STATUS           PIC X(02) VALUE "00".

001740 77  WS-EOF-SWITCH               PIC X(01) VALUE "N".
001750     88  EOF-REACHED                 VALUE "Y".
001940     88  NO-RUN-DATE-NOT-FOUND        VALUE "N".
001950 77  WS-NO-RUN-DESC              PIC X(30) VALUE SPACES.

001951 77  WS-SITE-CONTROL-SWITCH      PIC X(01) VALUE "Y".
001952     88  SITE-CONTROL-FOUND           VALUE "Y".
001953     88  SITE-CONTROL-NOT-FOUND       VALUE "N".

001954 77  WS-HOME-SITE-SWITCH         PIC X(01) VALUE "N".
001955     88  HOME-SITE-RUN                VALUE "Y".
001956     88  NOT-HOME-SITE-RUN            VALUE "N".

001957 77  WS-USER-SELECTED-SWITCH     PIC X(01) VALUE "N".
001958     88  USER-IS-SELECTED             VALUE "Y".
001959     88  USER-NOT-SELECTED            VALUE "N".

001960 77  WS-RETURN-CODE              PIC 9(02) VALUE ZERO.

001970******************************************************************
002100 77  WS-RUN-DATE                 PIC X(08).
002110 77  WS-RUN-TIME                 PIC X(06).

      ******************************************************************
      *    STEP-TIMING WORK AREAS - USED BY 8500-WRITE-STEP-TIMING
      ******************************************************************
       01  WS-STEP-END-DATE-TIME.
           05  WS-STEP-END-DATE        PIC X(08).
           05  WS-STEP-END-TIME.
               10  WS-STEP-END-HHMMSS  PIC X(06).
               10  FILLER              PIC X(02).

      ******************************************************************
      *    SITE PARTITIONING WORK AREAS.  WS-RUN-SITE IS THE SITE ON
      *    THE SITECARD (SPACES FOR A WHOLE-FILE RUN).  THE CONTROL
      *    FILE IS LOADED WHOLE SO THE HOME SITE'S RUN CAN TELL WHICH
      *    USER SITE CODES HAVE NO CONTROL RECORD OF THEIR OWN.
      ******************************************************************
       77  WS-RUN-SITE                 PIC X(04) VALUE SPACES.
       77  WS-RUN-SITE-PRINT           PIC X(04) VALUE SPACES.
       77  WS-SITE-CONTROL-COUNT       PIC 9(03) COMP VALUE ZERO.
       77  WS-SITE-CONTROL-MAX         PIC 9(03) COMP VALUE 20.
       77  WS-SITE-SUB                 PIC 9(03) COMP VALUE ZERO.
       77  WS-HOME-SITE-SUB            PIC 9(03) COMP VALUE ZERO.
       77  WS-RUN-SITE-SUB             PIC 9(03) COMP VALUE ZERO.

       01  WS-SITE-CONTROL-TABLE.
           05  WS-SITE-CONTROL-ENTRY   OCCURS 20 TIMES.
               10  WS-SCT-SITE-CODE    PIC X(04).
               10  WS-SCT-CONTROL-IMAGE PIC X(80).

002120******************************************************************
002130*    SITE/LANGUAGE LOOKUP WORK AREAS
002140******************************************************************
002350 01  RPT-HEADING-2.
002360     05  FILLER                  PIC X(15) VALUE "COUNT VALUE   ".
002370     05  RPH2-COUNT              PIC X(11).
002374     05  FILLER                  PIC X(04) VALUE SPACES.
002378     05  FILLER                  PIC X(06) VALUE "SITE  ".
002382     05  RPH2-SITE               PIC X(04).
002386     05  FILLER                  PIC X(40) VALUE SPACES.

002390 01  RPT-HEADING-3.
002400     05  FILLER                  PIC X(10) VALUE "INDEX".
003060     PERFORM 9000-TERMINATE
003070         THRU 9000-TERMINATE-EXIT.

003073     PERFORM 8500-WRITE-STEP-TIMING
003076         THRU 8500-WRITE-STEP-TIMING-EXIT.

003080     MOVE WS-RETURN-CODE TO RETURN-CODE.
003090     STOP RUN.

003100******************************************************************
003110*    1000-INITIALIZE
003120*        OPENS THE FILES, READS THE SITECARD AND THAT SITE'S
003125*        DAILY CONTROL RECORD, CHECKS
003130*        RUNLOG FOR A PRIOR CLEAN COMPLETION ON TODAY'S DATE,
003140*        VALIDATES COUNT, LOOKS UP THE SITE TABLE, AND RESUMES
003150*        FROM THE LAST CHECKPOINT WHEN ONE IS ON FILE.
003440         PERFORM 9900-FILE-ERROR THRU 9900-FILE-ERROR-EXIT
003450     END-IF.

003460     OPEN I-O    XTRFILE.
003461     IF WS-XTRFILE-STATUS = "35"
003462         OPEN OUTPUT XTRFILE
003463         CLOSE XTRFILE
003464         OPEN I-O    XTRFILE
003465     END-IF.
003470     IF WS-XTRFILE-STATUS NOT = "00"
003480         MOVE "XTRFILE"  TO WS-FAILING-FILE-NAME
003490         MOVE WS-XTRFILE-STATUS TO WS-FAILING-FILE-STATUS
003500         PERFORM 9900-FILE-ERROR THRU 9900-FILE-ERROR-EXIT
003510     END-IF.

003513     PERFORM 1050-READ-SITE-CARD
003516         THRU 1050-READ-SITE-CARD-EXIT.

003520     PERFORM 1100-READ-CONTROL-RECORD
003530         THRU 1100-READ-CONTROL-RECORD-EXIT.

003740 1000-INITIALIZE-EXIT.
003750     EXIT.

      ******************************************************************
      *    1050-READ-SITE-CARD
      *        THE SITECARD NAMES THE SITE THIS RUN IS FOR.  A CARD
      *        NOT ON CATALOG, EMPTY, OR BLANK LEAVES WS-RUN-SITE AT
      *        SPACES - A WHOLE-FILE RUN ON THE FIRST CONTROL RECORD,
      *        EXACTLY AS THE JOB RAN BEFORE IT WAS SPLIT BY SITE.
      ******************************************************************
       1050-READ-SITE-CARD.
           MOVE SPACES TO WS-RUN-SITE.
           OPEN INPUT SITECARD.

           IF WS-SITECARD-STATUS = "35"
               GO TO 1050-READ-SITE-CARD-EXIT
           END-IF.

           IF WS-SITECARD-STATUS NOT = "00"
               MOVE "SITECARD" TO WS-FAILING-FILE-NAME
               MOVE WS-SITECARD-STATUS TO WS-FAILING-FILE-STATUS
               PERFORM 9900-FILE-ERROR THRU 9900-FILE-ERROR-EXIT
           END-IF.

           READ SITECARD
               AT END
                   MOVE SPACES TO RSC-SITE-CODE
           END-READ.
           MOVE RSC-SITE-CODE TO WS-RUN-SITE.
           CLOSE SITECARD.
       1050-READ-SITE-CARD-EXIT.
           EXIT.

      ******************************************************************
      *    1100-READ-CONTROL-RECORD
      *        LOADS EVERY CONTROL RECORD, THEN TAKES THE ONE FOR THIS
      *        RUN'S SITE INTO CTL-RECORD (THE FIRST RECORD ON A
      *        WHOLE-FILE RUN).  A SITE WITH NO CONTROL RECORD GETS
      *        THE EMPTY-FILE DEFAULTS AND IS REJECTED BY 1200.
      ******************************************************************
003760 1100-READ-CONTROL-RECORD.
003785     MOVE ZERO TO WS-SITE-CONTROL-COUNT.
003786     MOVE ZERO TO WS-HOME-SITE-SUB.
003787     MOVE ZERO TO WS-RUN-SITE-SUB.
003788     PERFORM 1110-LOAD-ONE-CONTROL-RECORD
003789         THRU 1110-LOAD-ONE-CONTROL-RECORD-EXIT
003790         UNTIL EOF-REACHED.
003791     SET NOT-EOF-REACHED TO TRUE.

003792     IF WS-SITE-CONTROL-COUNT > ZERO
003793       AND WS-HOME-SITE-SUB = ZERO
003794         MOVE 1 TO WS-HOME-SITE-SUB
003795     END-IF.

003796     IF WS-RUN-SITE = SPACES
003797       AND WS-SITE-CONTROL-COUNT > ZERO
003798         MOVE 1 TO WS-RUN-SITE-SUB
003799     END-IF.

003800     IF WS-RUN-SITE-SUB = ZERO
003801         MOVE ZERO TO CTL-COUNT
003802         MOVE "DFLT" TO CTL-SITE-CODE
003803         MOVE 5 TO CTL-CHKPT-INTERVAL
003804         MOVE SPACE TO CTL-RERUN-OVERRIDE
003805         MOVE SPACE TO CTL-FULL-ROSTER
003806         MOVE SPACE TO CTL-HOME-SITE
003807         IF WS-RUN-SITE NOT = SPACES
003808             SET SITE-CONTROL-NOT-FOUND TO TRUE
003809         END-IF
003810     ELSE
003811         MOVE WS-SCT-CONTROL-IMAGE (WS-RUN-SITE-SUB)
003812             TO CTL-RECORD
003813     END-IF.

003814     IF WS-RUN-SITE NOT = SPACES
003815       AND WS-RUN-SITE-SUB = WS-HOME-SITE-SUB
003816         SET HOME-SITE-RUN TO TRUE
003817     END-IF.

003818     IF WS-RUN-SITE = SPACES
003819         MOVE "ALL"       TO WS-RUN-SITE-PRINT
003820     ELSE
003821         MOVE WS-RUN-SITE TO WS-RUN-SITE-PRINT
003822     END-IF.

003850     MOVE CTL-COUNT           TO WS-COUNT.
003860     IF CTL-CHKPT-INTERVAL NUMERIC
003870         MOVE CTL-CHKPT-INTERVAL TO WS-CHKPT-INTERVAL
003980 1100-READ-CONTROL-RECORD-EXIT.
003990     EXIT.

       1110-LOAD-ONE-CONTROL-RECORD.
           READ CTLFILE
               AT END
                   SET EOF-REACHED TO TRUE
                   GO TO 1110-LOAD-ONE-CONTROL-RECORD-EXIT
           END-READ.

           IF WS-SITE-CONTROL-COUNT >= WS-SITE-CONTROL-MAX
               DISPLAY "SITE CONTROL TABLE FULL AT "
                   WS-SITE-CONTROL-MAX " ROWS - RUN ABANDONED"
               MOVE 16 TO WS-RETURN-CODE
               PERFORM 8500-WRITE-STEP-TIMING
                   THRU 8500-WRITE-STEP-TIMING-EXIT
               MOVE WS-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF.

           ADD 1 TO WS-SITE-CONTROL-COUNT.
           MOVE CTL-SITE-CODE
               TO WS-SCT-SITE-CODE (WS-SITE-CONTROL-COUNT).
           MOVE CTL-RECORD
               TO WS-SCT-CONTROL-IMAGE (WS-SITE-CONTROL-COUNT).

           IF CTL-HOME-SITE-RECORD
             AND WS-HOME-SITE-SUB = ZERO
               MOVE WS-SITE-CONTROL-COUNT TO WS-HOME-SITE-SUB
           END-IF.

           IF WS-RUN-SITE NOT = SPACES
             AND CTL-SITE-CODE = WS-RUN-SITE
             AND WS-RUN-SITE-SUB = ZERO
               MOVE WS-SITE-CONTROL-COUNT TO WS-RUN-SITE-SUB
           END-IF.
       1110-LOAD-ONE-CONTROL-RECORD-EXIT.
           EXIT.

004000******************************************************************
004010*    1120-CHECK-CALENDAR
004020*        SCANS THE SHOP PROCESSING CALENDAR FOR TODAY'S RUN
004030*        DATE.  A LISTED DATE IS A SCHEDULED QUIET DAY - THE
004040*        RUN STOPS CLEANLY WITH RC=2 AND A NO-RUN AUDIT RECORD
004050*        INSTEAD OF GREETING THE ROSTER.  RUNLOG IS OPENED FOR
004060*        I-O ON THE WAY OUT, READY FOR THAT AUDIT WRITE.  A
004070*        CALENDAR NOT ON CATALOG MEANS EVERY DATE IS A RUN
004080*        DATE, THE WAY THE JOB HAS ALWAYS BEHAVED.
004090******************************************************************
004260         DISPLAY "SCHEDULED NO-RUN DATE " WS-RUN-DATE
004270             " - " WS-NO-RUN-DESC
004280         DISPLAY "STOPPING CLEANLY - NOTHING PROCESSED"
004290         OPEN I-O RUNLOG
004291         IF WS-RUNLOG-STATUS = "35"
004292             OPEN OUTPUT RUNLOG
004293             CLOSE RUNLOG
004294             OPEN I-O RUNLOG
004295         END-IF
004300         IF WS-RUNLOG-STATUS NOT = "00"
004310             MOVE "RUNLOG"   TO WS-FAILING-FILE-NAME
004320             MOVE WS-RUNLOG-STATUS TO WS-FAILING-FILE-STATUS

004500******************************************************************
004510*    1150-CHECK-PRIOR-RUN
004520*        STARTS RUNLOG AT TODAY'S RUN DATE AND THIS RUN'S SITE
004530*        AND READS THAT SITE'S RECORDS FOR THE DATE LOOKING FOR
004533*        A COMPLETE ONE - ANOTHER SITE'S COMPLETION ON THE SAME
004536*        DATE IS NOT A DUPLICATE.  ONE FOUND
004540*        WITHOUT THE CONTROL-RECORD OVERRIDE STOPS THE RUN WITH
004550*        RC=12 AND A DUPLICATE AUDIT RECORD - A SECOND RELEASE
004560*        OF THE JOB ON THE SAME DATE WOULD GREET EVERYONE AGAIN
004570*        AND SEND THE EXTRACT ROWS DOWNSTREAM TWICE.  THE FILE
004580*        IS LEFT OPEN FOR I-O, READY FOR THE END-OF-RUN AUDIT
004590*        WRITE.
004600******************************************************************
004610 1150-CHECK-PRIOR-RUN.
004620     OPEN I-O RUNLOG.

004630     IF WS-RUNLOG-STATUS = "35"
004635         OPEN OUTPUT RUNLOG
004640         CLOSE RUNLOG
004645         OPEN I-O RUNLOG
004650     END-IF.

004660     IF WS-RUNLOG-STATUS NOT = "00"
004690         PERFORM 9900-FILE-ERROR THRU 9900-FILE-ERROR-EXIT
004700     END-IF.

004701     MOVE WS-RUN-DATE TO RLG-RUN-DATE.
004702     MOVE WS-RUN-SITE TO RLG-SITE-CODE.
004703     MOVE LOW-VALUES  TO RLG-RUN-TIME.
004704     START RUNLOG KEY IS NOT LESS THAN RLG-RUN-KEY
004705         INVALID KEY
004706             SET EOF-REACHED TO TRUE
004707     END-START.

004710     PERFORM 1160-SCAN-ONE-AUDIT-RECORD
004720         THRU 1160-SCAN-ONE-AUDIT-RECORD-EXIT
004730         UNTIL EOF-REACHED.

004750     SET NOT-EOF-REACHED TO TRUE.

004760     IF DUPLICATE-RUN-FOUND
004770         IF CTL-RERUN-APPROVED
004780             SET DUPLICATE-RUN-NOT-FOUND TO TRUE
004790             DISPLAY "PRIOR COMPLETE RUN ON " WS-RUN-DATE
004795                 " FOR SITE " WS-RUN-SITE-PRINT
004800                 " - OPERATOR OVERRIDE ACCEPTED, RERUNNING"
004810             DISPLAY "WARNING - THE EARLIER RUN'S ROWS ARE STILL"
004820                 " ON THE EXTRACT FOR THIS DATE.  ANY THIS RERUN"
004830                 " DOES NOT REPLACE WILL PUT THE BALANCING STEP"
004840                 " OUT - RUN THE XTRBKOUT BACKOUT UTILITY"
004850                 " BEFORE RELEASING THIS RERUN"
004860         ELSE
004870             DISPLAY "RUN ALREADY COMPLETE FOR DATE " WS-RUN-DATE
004875                 " SITE " WS-RUN-SITE-PRINT
004880                 " - STOPPING.  SET THE CONTROL-RECORD RERUN"
004890                 " OVERRIDE FOR A DELIBERATE SECOND RUN"
004900         END-IF
004980     END-IF.
004990 1150-CHECK-PRIOR-RUN-EXIT.
005000     EXIT.

005010 1160-SCAN-ONE-AUDIT-RECORD.
005020     READ RUNLOG NEXT RECORD
005030         AT END
005040             SET EOF-REACHED TO TRUE
005050             GO TO 1160-SCAN-ONE-AUDIT-RECORD-EXIT
005090     END-READ.

005091     IF RLG-RUN-DATE NOT = WS-RUN-DATE
005092       OR RLG-SITE-CODE NOT = WS-RUN-SITE
005093         SET EOF-REACHED TO TRUE
005094         GO TO 1160-SCAN-ONE-AUDIT-RECORD-EXIT
005095     END-IF.

005096     IF RLG-COMPLETE
005097         SET DUPLICATE-RUN-FOUND TO TRUE
005098     END-IF.
005100 1160-SCAN-ONE-AUDIT-RECORD-EXIT.
005110     EXIT.

005150*        OF 1 THROUGH 50.  ANYTHING ELSE IS WRITTEN TO THE REJECT
005160*        FILE WITH A REASON CODE AND THE RUN IS FLAGGED BAD.
005170*        A FULL-ROSTER RUN DOES NOT USE COUNT AT ALL, SO THE
005180*        EDITS ARE BYPASSED.  A SITECARD NAMING A SITE WITH NO
005183*        CONTROL RECORD HAS NO COUNT TO EDIT AND IS REJECTED
005186*        THE SAME WAY.
005190******************************************************************
005200 1200-VALIDATE-COUNT.
005210     SET COUNT-IS-VALID TO TRUE.

005211     IF SITE-CONTROL-NOT-FOUND
005212         SET COUNT-IS-INVALID TO TRUE
005213         MOVE "SITE"           TO REJ-FIELD-NAME
005214         MOVE WS-RUN-SITE      TO REJ-FIELD-VALUE
005215         MOVE "R004"           TO REJ-REASON-CODE
005216         MOVE "SITE HAS NO CONTROL RECORD" TO REJ-REASON-TEXT
005217         GO TO 1200-VALIDATE-COUNT-WRITE-REJECT
005218     END-IF.

005220     IF FULL-ROSTER-RUN
005230         GO TO 1200-VALIDATE-COUNT-EXIT
005240     END-IF.

005510 1200-VALIDATE-COUNT-WRITE-REJECT.
005520     MOVE WS-RUN-DATE TO REJ-RUN-DATE.
005525     MOVE WS-RUN-SITE TO REJ-SITE-CODE.
005530     WRITE REJECT-RECORD.
005540     IF WS-REJFILE-STATUS NOT = "00"
005550         MOVE "REJFILE" TO WS-FAILING-FILE-NAME
005840*        RECORD ON FILE IS THE RESUME POINT FOR THIS RUN.  USER
005850*        RECORDS ALREADY ACCOUNTED FOR BY THE CHECKPOINT ARE
005860*        SKIPPED ON USRFILE SO PROCESSING PICKS UP WHERE THE LAST
005870*        RUN LEFT OFF.  ONLY THIS SITE'S CHECKPOINTS COUNT, AND
005873*        THE SKIP COUNTS ONLY THIS SITE'S USERS, THE SAME WAY
005876*        THE INDEX DOES.
005880******************************************************************
005890 1400-READ-CHECKPOINT.
005900     MOVE 1 TO WS-START-INDEX.
006250         AT END
006260             SET EOF-REACHED TO TRUE
006270         NOT AT END
006275             IF CKP-SITE-CODE = WS-RUN-SITE
006280                 COMPUTE WS-START-INDEX = CKP-LAST-INDEX + 1
006285             END-IF
006290     END-READ.
006300 1410-READ-LAST-CHECKPOINT-EXIT.
006310     EXIT.

006320 1420-SKIP-PROCESSED-USERS.
006330     PERFORM 3050-READ-SITE-USER
006340         THRU 3050-READ-SITE-USER-EXIT.
006370 1420-SKIP-PROCESSED-USERS-EXIT.
006380     EXIT.

006520         MOVE WS-COUNT        TO WS-COUNT-EDIT
006530         MOVE WS-COUNT-EDIT   TO RPH2-COUNT
006540     END-IF.
006545     MOVE WS-RUN-SITE-PRINT   TO RPH2-SITE.
006550     WRITE PRT-LINE FROM RPT-HEADING-1
006560         AFTER ADVANCING NEW-PAGE.
006570     IF WS-PRTFILE-STATUS NOT = "00"
007400 3000-PROCESS-LOOP-EXIT.
007410     EXIT.

007411******************************************************************
007412*    3050-READ-SITE-USER
007413*        READS FORWARD TO THE NEXT USER-MASTER RECORD BELONGING
007414*        TO THIS RUN'S SITE, OR TO END OF FILE.  OTHER SITES'
007415*        USERS ARE PASSED OVER WITHOUT TAKING AN INDEX, SO
007416*        CTL-COUNT AND THE CHECKPOINT BOTH COUNT THIS SITE'S
007417*        USERS ONLY.
007418******************************************************************
007419 3050-READ-SITE-USER.
007420     SET USER-NOT-SELECTED TO TRUE.
007421     PERFORM 3060-READ-ONE-USER
007422         THRU 3060-READ-ONE-USER-EXIT
007423         UNTIL USER-IS-SELECTED
007424            OR EOF-REACHED.
007425 3050-READ-SITE-USER-EXIT.
007426     EXIT.

007427 3060-READ-ONE-USER.
007430     READ USRFILE
007440         AT END
007450             SET EOF-REACHED TO TRUE
007460             GO TO 3060-READ-ONE-USER-EXIT
007470     END-READ.

           PERFORM 3070-CHECK-USER-SITE
               THRU 3070-CHECK-USER-SITE-EXIT.
       3060-READ-ONE-USER-EXIT.
           EXIT.

      ******************************************************************
      *    3070-CHECK-USER-SITE
      *        A WHOLE-FILE RUN TAKES EVERYONE.  A SITE RUN TAKES THE
      *        USERS CARRYING ITS SITE CODE; THE HOME SITE'S RUN ALSO
      *        TAKES A BLANK CODE OR ONE WITH NO CONTROL RECORD OF
      *        ITS OWN, SO THOSE USERS ARE STILL PROCESSED SOMEWHERE.
      ******************************************************************
       3070-CHECK-USER-SITE.
           IF WS-RUN-SITE = SPACES
             OR USR-SITE-CODE = WS-RUN-SITE
               SET USER-IS-SELECTED TO TRUE
               GO TO 3070-CHECK-USER-SITE-EXIT
           END-IF.

           IF NOT-HOME-SITE-RUN
               GO TO 3070-CHECK-USER-SITE-EXIT
           END-IF.

           IF USR-SITE-CODE = SPACES
               SET USER-IS-SELECTED TO TRUE
               GO TO 3070-CHECK-USER-SITE-EXIT
           END-IF.

           SET USER-IS-SELECTED TO TRUE.
           PERFORM 3080-MATCH-CONTROLLED-SITE
               THRU 3080-MATCH-CONTROLLED-SITE-EXIT
               VARYING WS-SITE-SUB FROM 1 BY 1
               UNTIL WS-SITE-SUB > WS-SITE-CONTROL-COUNT
                  OR USER-NOT-SELECTED.
       3070-CHECK-USER-SITE-EXIT.
           EXIT.

       3080-MATCH-CONTROLLED-SITE.
           IF WS-SCT-SITE-CODE (WS-SITE-SUB) = USR-SITE-CODE
               SET USER-NOT-SELECTED TO TRUE
           END-IF.
       3080-MATCH-CONTROLLED-SITE-EXIT.
           EXIT.

       3100-PROCESS-ONE-INDEX.
           PERFORM 3050-READ-SITE-USER
               THRU 3050-READ-SITE-USER-EXIT.
           IF EOF-REACHED
               GO TO 3100-PROCESS-ONE-INDEX-EXIT
           END-IF.

007480     PERFORM 4000-GREET-USER
007490         THRU 4000-GREET-USER-EXIT.

007660     MOVE WS-INDEX    TO CKP-LAST-INDEX.
007670     MOVE WS-RUN-DATE TO CKP-RUN-DATE.
007680     MOVE WS-RUN-TIME TO CKP-RUN-TIME.
007685     MOVE WS-RUN-SITE TO CKP-SITE-CODE.
007690     WRITE CHKPT-RECORD.
007700     IF WS-CHKFILE-STATUS NOT = "00"
007710         MOVE "CHKFILE" TO WS-FAILING-FILE-NAME
007800*        GREETS THE CURRENT USER-MASTER RECORD BY NAME IN THE
007810*        LANGUAGE OF THE SITE CODE ON THAT RECORD, SKIPS
007820*        INACTIVE USERS, PRINTS THE REPORT DETAIL LINE, AND WRITES
007830*        THE DOWNSTREAM EXTRACT ROW.  A ROW ALREADY ON THE
007832*        EXTRACT FOR THE USER AND RUN DATE - LEFT BY A RUN THAT
007834*        ABENDED PAST ITS LAST CHECKPOINT, OR BY AN EARLIER RUN
007836*        ON THE SAME DATE - IS REPLACED BY THIS ONE.
007840******************************************************************
007850 4000-GREET-USER.
007860     IF USR-INACTIVE
008130     MOVE USR-USER-ID     TO XTR-USER-ID.
008140     MOVE WS-RUN-DATE     TO XTR-RUN-DATE.
008150     MOVE WS-GREET-STATUS TO XTR-STATUS.
008155     MOVE WS-RUN-SITE     TO XTR-SITE-CODE.
008160     WRITE EXTRACT-RECORD
008162         INVALID KEY
008164             REWRITE EXTRACT-RECORD
008166     END-WRITE.
008170     IF WS-XTRFILE-STATUS NOT = "00"
008180         MOVE "XTRFILE" TO WS-FAILING-FILE-NAME
008190         MOVE WS-XTRFILE-STATUS TO WS-FAILING-FILE-STATUS

008770******************************************************************
008780*    8000-WRITE-AUDIT-LOG
008790*        WRITES ONE RUN-HISTORY RECORD REGARDLESS OF WHETHER THE
008800*        RUN COMPLETED CLEAN OR WAS REJECTED ON BAD INPUT.  AN
008802*        ABENDED RUN COMES HERE FROM 6000-RUN-FAILURE AND AGAIN
008804*        FROM 0000-MAINLINE UNDER THE SAME KEY, SO THE SECOND
008806*        WRITE REPLACES THE FIRST.
008810******************************************************************
008820 8000-WRITE-AUDIT-LOG.
008830     MOVE WS-RUN-DATE            TO RLG-RUN-DATE.
008850     MOVE WS-COUNT                TO RLG-COUNT-USED.
008860     MOVE WS-ITERATIONS-DONE      TO RLG-ITERATIONS-DONE.
008870     MOVE WS-COMPLETION-STATUS    TO RLG-COMPLETION-STATUS.
008875     MOVE WS-RUN-SITE             TO RLG-SITE-CODE.
008880     WRITE RUNLOG-RECORD
008882         INVALID KEY
008884             REWRITE RUNLOG-RECORD
008886     END-WRITE.
008890     IF WS-RUNLOG-STATUS NOT = "00"
008900         MOVE "RUNLOG" TO WS-FAILING-FILE-NAME
008910         MOVE WS-RUNLOG-STATUS TO WS-FAILING-FILE-STATUS
008920         PERFORM 9900-FILE-ERROR THRU 9900-FILE-ERROR-EXIT
008930     END-IF.
008940 8000-WRITE-AUDIT-LOG-EXIT.
           EXIT.

      ******************************************************************
      *    8500-WRITE-STEP-TIMING
      *        APPENDS THIS STEP'S START/END TIMES, RETURN CODE, AND
      *        WORKLOAD TO THE SHARED STEP-TIMING LOG.  CALLED ON
      *        EVERY WAY OUT OF THE STEP, INCLUDING 9900-FILE-ERROR,
      *        SO AN ABENDED NIGHT STILL SHOWS WHERE IT STOPPED.  A
      *        STEPLOG THAT CANNOT BE WRITTEN IS REPORTED TO THE JOB
      *        LOG BUT DOES NOT CHANGE THE STEP'S RETURN CODE - THE
      *        TIMING LOG MUST NEVER HOLD THE NIGHT'S WORK.
      ******************************************************************
       8500-WRITE-STEP-TIMING.
           ACCEPT WS-STEP-END-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-STEP-END-TIME FROM TIME.

           OPEN EXTEND STEPLOG.
           IF WS-STEPLOG-STATUS = "35"
               OPEN OUTPUT STEPLOG
               CLOSE STEPLOG
               OPEN EXTEND STEPLOG
           END-IF.
           IF WS-STEPLOG-STATUS NOT = "00"
               DISPLAY "STEP TIMING NOT LOGGED - STEPLOG STATUS = "
                   WS-STEPLOG-STATUS
               GO TO 8500-WRITE-STEP-TIMING-EXIT
           END-IF.

           MOVE SPACES               TO STEP-TIMING-RECORD.
           MOVE WS-RUN-DATE          TO STM-RUN-DATE.
           MOVE WS-RUN-SITE          TO STM-SITE-CODE.
           MOVE "HELLOCOBOL"         TO STM-PROGRAM-NAME.
           MOVE WS-RUN-DATE          TO STM-START-DATE.
           MOVE WS-RUN-TIME          TO STM-START-TIME.
           MOVE WS-STEP-END-DATE     TO STM-END-DATE.
           MOVE WS-STEP-END-HHMMSS   TO STM-END-TIME.
           MOVE WS-RETURN-CODE       TO STM-RETURN-CODE.
           MOVE WS-ITERATIONS-DONE   TO STM-RECORD-COUNT.
           WRITE STEP-TIMING-RECORD.
           IF WS-STEPLOG-STATUS NOT = "00"
               DISPLAY "STEP TIMING NOT LOGGED - STEPLOG STATUS = "
                   WS-STEPLOG-STATUS
           END-IF.
           CLOSE STEPLOG.
       8500-WRITE-STEP-TIMING-EXIT.
008950     EXIT.

008960******************************************************************
009270     DISPLAY "FATAL FILE ERROR ON " WS-FAILING-FILE-NAME
009280         " - FILE STATUS = " WS-FAILING-FILE-STATUS.
009290     MOVE 16 TO WS-RETURN-CODE.
009293     PERFORM 8500-WRITE-STEP-TIMING
009296         THRU 8500-WRITE-STEP-TIMING-EXIT.
009300     MOVE WS-RETURN-CODE TO RETURN-CODE.
009310     STOP RUN.
009320 9900-FILE-ERROR-EXIT.
