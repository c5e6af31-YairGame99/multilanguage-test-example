000130*                       THE EARLIER RUN'S ROWS USED TO BE A
000140*                       MANUAL EDIT OF THE LIVE EXTRACT, WHICH
000150*                       HAS ALREADY BEEN BOTCHED ONCE.
      *    10/15/2026  MTK    BACKS OUT ONE SITE'S RUN.  BKO-SITE-CODE
      *                       NAMES THE SITE AND ONLY ROWS AND RUNLOG
      *                       RECORDS CARRYING THAT SITE CODE ARE
      *                       TOUCHED; OTHER SITES' RUNS FOR THE SAME
      *                       DATE ARE LEFT AS THEY ARE.
      *    10/15/2026  MTK    XTRFILE AND RUNLOG ARE NOW KSDS FILES.
      *                       THE BACKOUT STARTS AT THE DATE'S RECORDS,
      *                       DELETES THE ARCHIVED ROWS AND REWRITES
      *                       THE SUPERSEDED RUNLOG RECORDS IN PLACE;
      *                       THE XTRWORK/RUNWORK COPY-BACK IS GONE.
000160******************************************************************
000170*    REMARKS.
000180*        DRIVEN BY THE RUN DATE ON THE PARMFILE RECORD.  THE
000190*        EXTRACT ROWS STAMPED WITH THAT DATE ARE COPIED TO THE
000200*        BACKOUT ARCHIVE AND DELETED FROM THE KEYED LIVE
000210*        EXTRACT, ONE ROW AT A TIME AND ONLY AFTER THE ROW'S
000220*        ARCHIVE COPY IS WRITTEN.  ONLY THE DATE'S OWN ROWS ARE
000230*        READ - THE REST OF THE EXTRACT IS NOT TOUCHED.  EVERY
000240*        COMPLETE RUNLOG RECORD FOR THE DATE IS THEN MARKED
000250*        SUPERSEDED SO THE RERUN'S OWN COMPLETION IS THE ONLY
000260*        CLEAN RECORD HELLOBAL FINDS AND THE RERUN BALANCES.
000270*        RUN THIS UTILITY AFTER SETTING CTL-RERUN-OVERRIDE AND
000280*        BEFORE RELEASING THE SECOND RUN.
000281*
000282*        THE BACKOUT IS FOR ONE SITE - THE SITE CODE ON THE
000283*        PARMFILE RECORD, MATCHED EXACTLY AGAINST XTR-SITE-CODE
000284*        AND RLG-SITE-CODE.  A BLANK SITE BACKS OUT THE
000285*        WHOLE-FILE RUN, WHICH STAMPS BOTH WITH SPACES.
000290******************************************************************

000300 ENVIRONMENT DIVISION.
000380         FILE STATUS IS WS-PARMFILE-STATUS.

000390     SELECT XTRFILE  ASSIGN TO "XTRFILE"
000400         ORGANIZATION IS INDEXED
000403         ACCESS MODE IS DYNAMIC
000406         RECORD KEY IS XTR-KEY
000410         FILE STATUS IS WS-XTRFILE-STATUS.

000420     SELECT XTRBKARC ASSIGN TO "XTRBKARC"
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS IS WS-XTRBKARC-STATUS.

000480     SELECT RUNLOG   ASSIGN TO "RUNLOG"
000490         ORGANIZATION IS INDEXED
000493         ACCESS MODE IS DYNAMIC
000496         RECORD KEY IS RLG-RUN-KEY
000500         FILE STATUS IS WS-RUNLOG-STATUS.

000540     SELECT PRTFILE  ASSIGN TO "PRTFILE"
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS WS-PRTFILE-STATUS.
000660     RECORDING MODE IS F.
000670 01  XTRBKARC-RECORD             PIC X(54).

000710 FD  RUNLOG
000720     RECORDING MODE IS F.
000730     COPY RUNHIST.

000770 FD  PRTFILE
000780     RECORDING MODE IS F.
000790 01  PRT-LINE                    PIC X(80).
000890 77  WS-PARMFILE-STATUS          PIC X(02) VALUE "00".
000900 77  WS-XTRFILE-STATUS           PIC X(02) VALUE "00".
000910 77  WS-XTRBKARC-STATUS          PIC X(02) VALUE "00".
000930 77  WS-RUNLOG-STATUS            PIC X(02) VALUE "00".
000950 77  WS-PRTFILE-STATUS           PIC X(02) VALUE "00".

000960 77  WS-EOF-SWITCH               PIC X(01) VALUE "N".

001080 77  WS-RUN-DATE                 PIC X(08).
001090 77  WS-BACKOUT-DATE             PIC X(08) VALUE SPACES.
001095 77  WS-BACKOUT-SITE             PIC X(04) VALUE SPACES.

001100******************************************************************
001110*    BACKOUT REPORT WORK AREAS - SAME PAGINATED HEADING STYLE
001250         "EXTRACT BACKOUT REPORT   ".
001260     05  FILLER                  PIC X(14) VALUE "BACKOUT DATE: ".
001270     05  RPH2-BACKOUT-DATE       PIC X(08).
001273     05  FILLER                  PIC X(08) VALUE "  SITE: ".
001276     05  RPH2-BACKOUT-SITE       PIC X(04).
001280     05  FILLER                  PIC X(21) VALUE SPACES.

001290 01  RPT-COUNT-LINE-1.
001300     05  FILLER                  PIC X(29) VALUE
001310         "EXTRACT ROWS FOR THE DATE . ".
001320     05  RPC1-ROWS-READ          PIC ZZZZZZ9.
001330     05  FILLER                  PIC X(44) VALUE SPACES.


001390 01  RPT-COUNT-LINE-3.
001400     05  FILLER                  PIC X(29) VALUE
001410         "OTHER SITES' ROWS KEPT  . . ".
001420     05  RPC3-ROWS-KEPT          PIC ZZZZZZ9.
001430     05  FILLER                  PIC X(44) VALUE SPACES.

002160     END-IF.

002170     MOVE BKO-RUN-DATE TO WS-BACKOUT-DATE.
002175     MOVE BKO-SITE-CODE TO WS-BACKOUT-SITE.
002180 1100-READ-PARM-RECORD-EXIT.
002190     EXIT.

002200******************************************************************
002210*    3000-BACKOUT-EXTRACT
002220*        STARTS THE EXTRACT AT THE BACKOUT DATE AND READS ONLY
002230*        THAT DATE'S ROWS.  A ROW FOR THE BACKOUT SITE IS
002240*        WRITTEN TO THE BACKOUT ARCHIVE FIRST AND ONLY THEN
002250*        DELETED FROM THE LIVE EXTRACT, SO NO ROW LEAVES THE
002260*        EXTRACT BEFORE ITS ARCHIVE COPY IS ON DISK.  OTHER
002265*        SITES' ROWS FOR THE DATE ARE LEFT WHERE THEY ARE.
002270******************************************************************
002280 3000-BACKOUT-EXTRACT.
002290     OPEN I-O XTRFILE.
002300     IF WS-XTRFILE-STATUS NOT = "00"
002310         MOVE "XTRFILE"  TO WS-FAILING-FILE-NAME
002320         MOVE WS-XTRFILE-STATUS TO WS-FAILING-FILE-STATUS
002440         PERFORM 9900-FILE-ERROR THRU 9900-FILE-ERROR-EXIT
002450     END-IF.

002458     SET NOT-EOF-REACHED TO TRUE.
002466     MOVE WS-BACKOUT-DATE TO XTR-RUN-DATE.
002474     MOVE LOW-VALUES      TO XTR-USER-ID.
002482     START XTRFILE KEY IS NOT LESS THAN XTR-KEY
002490         INVALID KEY
002498             SET EOF-REACHED TO TRUE
002506     END-START.

002530     PERFORM 3100-BACK-OUT-ONE-EXTRACT
002540         THRU 3100-BACK-OUT-ONE-EXTRACT-EXIT
002550         UNTIL EOF-REACHED.

002560     CLOSE XTRFILE.
002570     CLOSE XTRBKARC.
002576 3000-BACKOUT-EXTRACT-EXIT.
002582     EXIT.

002586 3100-BACK-OUT-ONE-EXTRACT.
002592     READ XTRFILE NEXT RECORD
002598         AT END
002604             SET EOF-REACHED TO TRUE
002610             GO TO 3100-BACK-OUT-ONE-EXTRACT-EXIT
002616     END-READ.

002622     IF XTR-RUN-DATE NOT = WS-BACKOUT-DATE
002628         SET EOF-REACHED TO TRUE
002634         GO TO 3100-BACK-OUT-ONE-EXTRACT-EXIT
002640     END-IF.

002644     ADD 1 TO WS-ROWS-READ.

002648     IF XTR-SITE-CODE NOT = WS-BACKOUT-SITE
002652         ADD 1 TO WS-ROWS-KEPT
002656         GO TO 3100-BACK-OUT-ONE-EXTRACT-EXIT
002660     END-IF.

002664     MOVE EXTRACT-RECORD TO XTRBKARC-RECORD.
002668     WRITE XTRBKARC-RECORD.
002672     IF WS-XTRBKARC-STATUS NOT = "00"
002676         MOVE "XTRBKARC" TO WS-FAILING-FILE-NAME
002680         MOVE WS-XTRBKARC-STATUS TO WS-FAILING-FILE-STATUS
002690         PERFORM 9900-FILE-ERROR THRU 9900-FILE-ERROR-EXIT
002700     END-IF.

002960     DELETE XTRFILE RECORD.
003150     IF WS-XTRFILE-STATUS NOT = "00"
003160         MOVE "XTRFILE" TO WS-FAILING-FILE-NAME
003170         MOVE WS-XTRFILE-STATUS TO WS-FAILING-FILE-STATUS
003180         PERFORM 9900-FILE-ERROR THRU 9900-FILE-ERROR-EXIT
003190     END-IF.
003196     ADD 1 TO WS-ROWS-BACKED-OUT.
003202 3100-BACK-OUT-ONE-EXTRACT-EXIT.
003210     EXIT.

003220******************************************************************
003230*    4000-SUPERSEDE-RUNLOG
003240*        EVERY COMPLETE RUNLOG RECORD FOR THE BACKOUT DATE AND
003250*        SITE IS REWRITTEN IN PLACE AS SUPERSEDED - THE RERUN'S
003260*        OWN CLEAN COMPLETION BECOMES THE ONLY ONE HELLOBAL
003270*        FINDS, SO THE RERUN BALANCES INSTEAD OF COUNTING THE
003280*        EARLIER RUN'S ITERATIONS.  RUNLOG IS STARTED AT THE
003290*        DATE AND SITE, SO NO OTHER RECORD IS READ.
003300******************************************************************
003310 4000-SUPERSEDE-RUNLOG.
003320     OPEN I-O RUNLOG.
003330     IF WS-RUNLOG-STATUS = "35"
003340         GO TO 4000-SUPERSEDE-RUNLOG-EXIT
003350     END-IF.
003390         PERFORM 9900-FILE-ERROR THRU 9900-FILE-ERROR-EXIT
003400     END-IF.

003407     SET NOT-EOF-REACHED TO TRUE.
003414     MOVE WS-BACKOUT-DATE TO RLG-RUN-DATE.
003421     MOVE WS-BACKOUT-SITE TO RLG-SITE-CODE.
003428     MOVE LOW-VALUES      TO RLG-RUN-TIME.
003435     START RUNLOG KEY IS NOT LESS THAN RLG-RUN-KEY
003442         INVALID KEY
003449             SET EOF-REACHED TO TRUE
003456     END-START.

003480     PERFORM 4100-MARK-ONE-AUDIT-RECORD
003490         THRU 4100-MARK-ONE-AUDIT-RECORD-EXIT
003500         UNTIL EOF-REACHED.

003510     CLOSE RUNLOG.
003710 4000-SUPERSEDE-RUNLOG-EXIT.
003720     EXIT.

003730 4100-MARK-ONE-AUDIT-RECORD.
003740     READ RUNLOG NEXT RECORD
003750         AT END
003760             SET EOF-REACHED TO TRUE
003770             GO TO 4100-MARK-ONE-AUDIT-RECORD-EXIT
003780     END-READ.

003781     IF RLG-RUN-DATE NOT = WS-BACKOUT-DATE
003782       OR RLG-SITE-CODE NOT = WS-BACKOUT-SITE
003783         SET EOF-REACHED TO TRUE
003784         GO TO 4100-MARK-ONE-AUDIT-RECORD-EXIT
003785     END-IF.

003790     ADD 1 TO WS-RUNLOG-READ.

003800     IF NOT RLG-COMPLETE
003803         GO TO 4100-MARK-ONE-AUDIT-RECORD-EXIT
003830     END-IF.

003840     MOVE "SUPERSEDED" TO RLG-COMPLETION-STATUS.
003850     REWRITE RUNLOG-RECORD.
004010     IF WS-RUNLOG-STATUS NOT = "00"
004020         MOVE "RUNLOG" TO WS-FAILING-FILE-NAME
004030         MOVE WS-RUNLOG-STATUS TO WS-FAILING-FILE-STATUS
004040         PERFORM 9900-FILE-ERROR THRU 9900-FILE-ERROR-EXIT
004050     END-IF.
004056     ADD 1 TO WS-RUNLOG-SUPERSEDED.
004062 4100-MARK-ONE-AUDIT-RECORD-EXIT.
004070     EXIT.

004080******************************************************************
004160     MOVE WS-RUN-DATE     TO RPH1-RUN-DATE.
004170     MOVE WS-PAGE-NUMBER  TO RPH1-PAGE-NUMBER.
004180     MOVE WS-BACKOUT-DATE TO RPH2-BACKOUT-DATE.
004181     IF WS-BACKOUT-SITE = SPACES
004182         MOVE "ALL"           TO RPH2-BACKOUT-SITE
004183     ELSE
004184         MOVE WS-BACKOUT-SITE TO RPH2-BACKOUT-SITE
004185     END-IF.
004190     WRITE PRT-LINE FROM RPT-HEADING-1
004200         AFTER ADVANCING NEW-PAGE.
004210     IF WS-PRTFILE-STATUS NOT = "00"
