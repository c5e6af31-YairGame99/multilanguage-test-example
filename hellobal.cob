000130*                       HAS TWICE REPORTED AN EXTRACT COUNT THAT
000140*                       DID NOT MATCH OUR PRINT REPORT AND WE
000150*                       HAD NO PROOF EITHER WAY.
      *    10/15/2026  MTK    BALANCES ONE SITE AT A TIME.  THE SITECARD
      *                       NAMES THE SITE AND ONLY THAT SITE'S
      *                       EXTRACT ROWS AND RUNLOG COMPLETION ARE
      *                       COMPARED, SO ONE SITE OUT OF BALANCE NO
      *                       LONGER HOLDS ANOTHER SITE'S DISTRIBUTION.
      *    10/15/2026  MTK    WRITES A START/END STEP-TIMING RECORD
      *                       WITH THE RETURN CODE TO STEPLOG ON EVERY
      *                       WAY OUT OF THE STEP, FOR THE SLA REPORT.
      *    10/15/2026  MTK    XTRFILE AND RUNLOG ARE NOW KSDS FILES -
      *                       BOTH COUNTS START AT TODAY'S RUN DATE
      *                       AND READ ONLY THAT DATE'S RECORDS, SO THE
      *                       STEP NO LONGER SLOWS AS HISTORY GROWS.
000160******************************************************************
000170*    REMARKS.
000180*        RUNS AFTER A CLEAN HELLOCOBOL STEP.  COUNTS THE ROWS
000250*        AND THE STEP ENDS WITH RC=8 SO THE DISTRIBUTION STEP
000260*        IS HELD.  BALANCED-OR-BLOCKED, THE SAME AS EVERY OTHER
000270*        NIGHTLY JOB IN THE SHOP.
000272*
000274*        THE SITECARD IS THE SAME CARD THE HELLOCOBOL STEP READ.
000276*        ONLY ROWS AND RUNLOG RECORDS CARRYING THAT SITE CODE
000278*        TAKE PART; NO CARD BALANCES THE WHOLE-FILE RUN.
000280******************************************************************
000290
000300 ENVIRONMENT DIVISION.
000350 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.
000370     SELECT XTRFILE  ASSIGN TO "XTRFILE"
000380         ORGANIZATION IS INDEXED
000383         ACCESS MODE IS DYNAMIC
000386         RECORD KEY IS XTR-KEY
000390         FILE STATUS IS WS-XTRFILE-STATUS.
000400
000410     SELECT RUNLOG   ASSIGN TO "RUNLOG"
000411         ORGANIZATION IS INDEXED
000412         ACCESS MODE IS DYNAMIC
000413         RECORD KEY IS RLG-RUN-KEY
000414         FILE STATUS IS WS-RUNLOG-STATUS.
000415
000416     SELECT SITECARD ASSIGN TO "SITECARD"
000420         ORGANIZATION IS LINE SEQUENTIAL
000423         FILE STATUS IS WS-SITECARD-STATUS.
000426
000429     SELECT STEPLOG  ASSIGN TO "STEPLOG"
000432         ORGANIZATION IS LINE SEQUENTIAL
000435         FILE STATUS IS WS-STEPLOG-STATUS.
000440
000450     SELECT PRTFILE  ASSIGN TO "PRTFILE"
000460         ORGANIZATION IS LINE SEQUENTIAL
000560     RECORDING MODE IS F.
000570     COPY RUNHIST.
000580
000581 FD  SITECARD
000582     RECORDING MODE IS F.
000583     COPY RUNSITE.
000584
000585 FD  STEPLOG
000586     RECORDING MODE IS F.
000587     COPY STEPTIM.
000588
000590 FD  PRTFILE
000600     RECORDING MODE IS F.
000610 01  PRT-LINE                    PIC X(80).
000700 77  WS-XTRFILE-STATUS           PIC X(02) VALUE "00".
000710 77  WS-RUNLOG-STATUS            PIC X(02) VALUE "00".
000720 77  WS-PRTFILE-STATUS           PIC X(02) VALUE "00".
000725 77  WS-SITECARD-STATUS          PIC X(02) VALUE "00".
000727 77  WS-STEPLOG-STATUS           PIC X(02) VALUE "00".
000730
000740 77  WS-EOF-SWITCH               PIC X(01) VALUE "N".
000750     88  EOF-REACHED                 VALUE "Y".
000970 77  WS-RUN-DATE                 PIC X(08).
000980
000990******************************************************************
      *    SITE WORK AREAS - WS-RUN-SITE IS SPACES ON A WHOLE-FILE RUN
      ******************************************************************
       77  WS-RUN-SITE                 PIC X(04) VALUE SPACES.

      ******************************************************************
      *    STEP-TIMING WORK AREAS - USED BY 8500-WRITE-STEP-TIMING
      ******************************************************************
       01  WS-STEP-START-TIME.
           05  WS-STEP-START-HHMMSS    PIC X(06).
           05  FILLER                  PIC X(02).

       01  WS-STEP-END-DATE-TIME.
           05  WS-STEP-END-DATE        PIC X(08).
           05  WS-STEP-END-TIME.
               10  WS-STEP-END-HHMMSS  PIC X(06).
               10  FILLER              PIC X(02).

      ******************************************************************
001000*    BALANCING REPORT WORK AREAS - SAME PAGINATED HEADING STYLE
001010*    AS THE HELLOCOBOL PRTFILE REPORT.
001020******************************************************************
001120     05  RPH1-PAGE-NUMBER        PIC ZZZ9.
001130
001140 01  RPT-HEADING-2.
001150     05  FILLER                  PIC X(40) VALUE
001160         "EXTRACT/AUDIT BALANCING REPORT".
001162     05  FILLER                  PIC X(06) VALUE "SITE  ".
001164     05  RPH2-SITE               PIC X(04).
001166     05  FILLER                  PIC X(30) VALUE SPACES.
001170
001180 01  RPT-COUNT-LINE-1.
001190     05  FILLER                  PIC X(29) VALUE
001540     PERFORM 9000-TERMINATE
001550         THRU 9000-TERMINATE-EXIT.
001560
001562     PERFORM 8500-WRITE-STEP-TIMING
001564         THRU 8500-WRITE-STEP-TIMING-EXIT.
001566
001570     MOVE WS-RETURN-CODE TO RETURN-CODE.
001580     STOP RUN.
001590
001630 1000-INITIALIZE.
001640     ACCEPT WS-CURRENT-DATE-TIME FROM DATE YYYYMMDD.
001650     MOVE WS-CURRENT-DATE-TIME TO WS-RUN-DATE.
001651     ACCEPT WS-STEP-START-TIME FROM TIME.
001652
001654     PERFORM 1050-READ-SITE-CARD
001656         THRU 1050-READ-SITE-CARD-EXIT.
001660
001670     OPEN INPUT  XTRFILE.
001680     IF WS-XTRFILE-STATUS NOT = "00"
001880     EXIT.
001890
001900******************************************************************
      *    1050-READ-SITE-CARD
      *        THE SITECARD NAMES THE SITE THIS RUN IS FOR.  A CARD
      *        NOT ON CATALOG, EMPTY, OR BLANK LEAVES WS-RUN-SITE AT
      *        SPACES - A WHOLE-FILE RUN, MATCHING THE RUNLOG AND
      *        EXTRACT RECORDS OF A HELLOCOBOL RUN WITH NO SITECARD.
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
001910*    2000-COUNT-EXTRACT-ROWS
001920*        EVERY ROW HELLOCOBOL WRITES - PROCESSED OR SKIPPED -
001930*        COUNTS HERE, BECAUSE RLG-ITERATIONS-DONE COUNTS EVERY
001940*        ITERATION THE SAME WAY.  THE EXTRACT IS STARTED AT
001950*        TODAY'S RUN DATE AND READ UNTIL THE DATE CHANGES;
001955*        OTHER SITES' ROWS FOR THE DATE ARE BYPASSED.
001960******************************************************************
001970 2000-COUNT-EXTRACT-ROWS.
001971     MOVE WS-RUN-DATE TO XTR-RUN-DATE.
001972     MOVE LOW-VALUES  TO XTR-USER-ID.
001973     START XTRFILE KEY IS NOT LESS THAN XTR-KEY
001974         INVALID KEY
001975             SET EOF-REACHED TO TRUE
001976     END-START.
001977
001980     PERFORM 2100-COUNT-ONE-ROW
001990         THRU 2100-COUNT-ONE-ROW-EXIT
002000         UNTIL EOF-REACHED.
002020     EXIT.
002030
002040 2100-COUNT-ONE-ROW.
002050     READ XTRFILE NEXT RECORD
002060         AT END
002070             SET EOF-REACHED TO TRUE
002080             GO TO 2100-COUNT-ONE-ROW-EXIT
002090     END-READ.
002100
002102     IF XTR-RUN-DATE NOT = WS-RUN-DATE
002104         SET EOF-REACHED TO TRUE
002106         GO TO 2100-COUNT-ONE-ROW-EXIT
002108     END-IF.
002110
002115     IF XTR-SITE-CODE = WS-RUN-SITE
002120         ADD 1 TO WS-EXTRACT-ROW-COUNT
002130     END-IF.
002140 2100-COUNT-ONE-ROW-EXIT.
002190*        THE MATCHING RUNLOG RECORD IS THE LAST COMPLETE RECORD
002200*        CARRYING TODAY'S RUN DATE - THE SAME CLEAN COMPLETION
002210*        THE JOB'S COND GATING LET THROUGH.  AN ABENDED OR
002220*        REJECTED RECORD IS NOT A BALANCING BASE, AND NEITHER IS
002225*        ANOTHER SITE'S COMPLETION.  RUNLOG IS STARTED AT TODAY'S
002226*        DATE AND THIS SITE, WHOSE RECORDS COME BACK IN START-
002227*        TIME ORDER, SO THE LAST COMPLETE ONE READ IS THE LATEST.
002230******************************************************************
002240 3000-FIND-AUDIT-COUNT.
002250     SET NOT-EOF-REACHED TO TRUE.
002251     MOVE WS-RUN-DATE TO RLG-RUN-DATE.
002252     MOVE WS-RUN-SITE TO RLG-SITE-CODE.
002253     MOVE LOW-VALUES  TO RLG-RUN-TIME.
002254     START RUNLOG KEY IS NOT LESS THAN RLG-RUN-KEY
002255         INVALID KEY
002256             SET EOF-REACHED TO TRUE
002257     END-START.
002258
002260     PERFORM 3100-SCAN-ONE-AUDIT-RECORD
002270         THRU 3100-SCAN-ONE-AUDIT-RECORD-EXIT
002280         UNTIL EOF-REACHED.
002300     EXIT.
002310
002320 3100-SCAN-ONE-AUDIT-RECORD.
002330     READ RUNLOG NEXT RECORD
002340         AT END
002350             SET EOF-REACHED TO TRUE
002360             GO TO 3100-SCAN-ONE-AUDIT-RECORD-EXIT
002370     END-READ.
002380
002381     IF RLG-RUN-DATE NOT = WS-RUN-DATE
002382       OR RLG-SITE-CODE NOT = WS-RUN-SITE
002383         SET EOF-REACHED TO TRUE
002384         GO TO 3100-SCAN-ONE-AUDIT-RECORD-EXIT
002385     END-IF.
002386
002390     IF RLG-COMPLETE
002400         SET AUDIT-RECORD-FOUND TO TRUE
002410         MOVE RLG-ITERATIONS-DONE TO WS-AUDIT-ITERATIONS
002420     END-IF.
002500     ADD 1 TO WS-PAGE-NUMBER.
002510     MOVE WS-RUN-DATE    TO RPH1-RUN-DATE.
002520     MOVE WS-PAGE-NUMBER TO RPH1-PAGE-NUMBER.
002521     IF WS-RUN-SITE = SPACES
002522         MOVE "ALL"       TO RPH2-SITE
002523     ELSE
002524         MOVE WS-RUN-SITE TO RPH2-SITE
002525     END-IF.
002530     WRITE PRT-LINE FROM RPT-HEADING-1
002540         AFTER ADVANCING NEW-PAGE.
002550     IF WS-PRTFILE-STATUS NOT = "00"
002860     EXIT.
002870
002880******************************************************************
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
           MOVE "HELLOBAL"           TO STM-PROGRAM-NAME.
           MOVE WS-RUN-DATE          TO STM-START-DATE.
           MOVE WS-STEP-START-HHMMSS TO STM-START-TIME.
           MOVE WS-STEP-END-DATE     TO STM-END-DATE.
           MOVE WS-STEP-END-HHMMSS   TO STM-END-TIME.
           MOVE WS-RETURN-CODE       TO STM-RETURN-CODE.
           MOVE WS-EXTRACT-ROW-COUNT TO STM-RECORD-COUNT.
           WRITE STEP-TIMING-RECORD.
           IF WS-STEPLOG-STATUS NOT = "00"
               DISPLAY "STEP TIMING NOT LOGGED - STEPLOG STATUS = "
                   WS-STEPLOG-STATUS
           END-IF.
           CLOSE STEPLOG.
       8500-WRITE-STEP-TIMING-EXIT.
           EXIT.

      ******************************************************************
002890*    9000-TERMINATE
002900******************************************************************
002910 9000-TERMINATE.
003060     DISPLAY "FATAL FILE ERROR ON " WS-FAILING-FILE-NAME
003070         " - FILE STATUS = " WS-FAILING-FILE-STATUS.
003080     MOVE 16 TO WS-RETURN-CODE.
003083     PERFORM 8500-WRITE-STEP-TIMING
003086         THRU 8500-WRITE-STEP-TIMING-EXIT.
003090     MOVE WS-RETURN-CODE TO RETURN-CODE.
003100     STOP RUN.
003110 9900-FILE-ERROR-EXIT.
