000154*                       SHOP PROCESSING CALENDAR - NOW READS
000156*                       AS RAN CLEAN, WITH THE BALANCING AND
000158*                       DISTRIBUTION CHECKS SKIPPED.
      *    10/15/2026  MTK    ONE STATUS PAGE PER SITE.  THE SITECARD
      *                       NAMES THE SITE AND ONLY THAT SITE'S
      *                       RUNLOG, REJECT, AND EXTRACT ROWS ARE
      *                       COUNTED; THE SITE PRINTS IN THE HEADING.
      *    10/15/2026  MTK    WRITES A START/END STEP-TIMING RECORD
      *                       WITH THE RETURN CODE TO STEPLOG ON EVERY
      *                       WAY OUT OF THE STEP, FOR THE SLA REPORT.
      *    10/15/2026  MTK    XTRFILE AND RUNLOG ARE NOW KSDS FILES -
      *                       THE RUNLOG AND EXTRACT COUNTS START AT
      *                       TODAY'S RUN DATE INSTEAD OF READING THE
      *                       WHOLE RETAINED HISTORY.
000160******************************************************************
000170*    REMARKS.
000180*        RUNS AS THE FINAL STEP OF HELLOJOB, UNCONDITIONALLY, SO
000270*        THE PAGE ENDS WITH A SINGLE RAN CLEAN / NEEDS
000280*        ATTENTION VERDICT LINE AND THE STEP ENDS RC=4 ON
000290*        NEEDS ATTENTION SO THE SCHEDULER CAN FLAG IT.
000291*
000292*        THE SITECARD IS THE SAME CARD THE HELLOCOBOL STEP READ.
000293*        ONLY RECORDS CARRYING THAT SITE CODE ARE COUNTED, SO
000294*        EACH SITE'S COPY OF THE JOB GETS ITS OWN VERDICT; NO
000295*        CARD REPORTS ON THE WHOLE-FILE RUN.
000300******************************************************************

000310 ENVIRONMENT DIVISION.
000350 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.
000370     SELECT RUNLOG   ASSIGN TO "RUNLOG"
000380         ORGANIZATION IS INDEXED
000383         ACCESS MODE IS DYNAMIC
000386         RECORD KEY IS RLG-RUN-KEY
000390         FILE STATUS IS WS-RUNLOG-STATUS.

000400     SELECT REJFILE  ASSIGN TO "REJFILE"
000420         FILE STATUS IS WS-REJFILE-STATUS.

000430     SELECT XTRFILE  ASSIGN TO "XTRFILE"
000431         ORGANIZATION IS INDEXED
000432         ACCESS MODE IS DYNAMIC
000433         RECORD KEY IS XTR-KEY
000434         FILE STATUS IS WS-XTRFILE-STATUS.

000435     SELECT SITECARD ASSIGN TO "SITECARD"
000440         ORGANIZATION IS LINE SEQUENTIAL
000456         FILE STATUS IS WS-SITECARD-STATUS.

000457     SELECT STEPLOG  ASSIGN TO "STEPLOG"
000458         ORGANIZATION IS LINE SEQUENTIAL
000459         FILE STATUS IS WS-STEPLOG-STATUS.

000460     SELECT PRTFILE  ASSIGN TO "PRTFILE"
000470         ORGANIZATION IS LINE SEQUENTIAL
000580     RECORDING MODE IS F.
000590     COPY XTRACT.

000592 FD  SITECARD
000594     RECORDING MODE IS F.
000596     COPY RUNSITE.

000597 FD  STEPLOG
000598     RECORDING MODE IS F.
000599     COPY STEPTIM.

000600 FD  PRTFILE
000610     RECORDING MODE IS F.
000620 01  PRT-LINE                    PIC X(80).
000720 77  WS-REJFILE-STATUS           PIC X(02) VALUE "00".
000730 77  WS-XTRFILE-STATUS           PIC X(02) VALUE "00".
000740 77  WS-PRTFILE-STATUS           PIC X(02) VALUE "00".
000745 77  WS-SITECARD-STATUS          PIC X(02) VALUE "00".
000747 77  WS-STEPLOG-STATUS           PIC X(02) VALUE "00".

000750 77  WS-EOF-SWITCH               PIC X(01) VALUE "N".
000760     88  EOF-REACHED                 VALUE "Y".
000940 77  WS-RUN-DATE                 PIC X(08).

000950******************************************************************
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
000960*    MORNING STATUS PAGE WORK AREAS - SAME PAGINATED HEADING
000970*    STYLE AS THE HELLOCOBOL PRTFILE REPORT.
000980******************************************************************
001100     05  RPH1-PAGE-NUMBER        PIC ZZZ9.

001110 01  RPT-HEADING-2.
001120     05  FILLER                  PIC X(40) VALUE
001130         "MORNING BATCH STATUS".
001132     05  FILLER                  PIC X(06) VALUE "SITE  ".
001134     05  RPH2-SITE               PIC X(04).
001136     05  FILLER                  PIC X(30) VALUE SPACES.

001140 01  RPT-STATUS-LINE.
001150     05  FILLER                  PIC X(29) VALUE
001710     PERFORM 9000-TERMINATE
001720         THRU 9000-TERMINATE-EXIT.

001723     PERFORM 8500-WRITE-STEP-TIMING
001726         THRU 8500-WRITE-STEP-TIMING-EXIT.

001730     MOVE WS-RETURN-CODE TO RETURN-CODE.
001740     STOP RUN.

001810 1000-INITIALIZE.
001820     ACCEPT WS-CURRENT-DATE-TIME FROM DATE YYYYMMDD.
001830     MOVE WS-CURRENT-DATE-TIME TO WS-RUN-DATE.
001831     ACCEPT WS-STEP-START-TIME FROM TIME.

001832     PERFORM 1050-READ-SITE-CARD
001833         THRU 1050-READ-SITE-CARD-EXIT.
001834     IF WS-RUN-SITE = SPACES
001835         MOVE "ALL"       TO RPH2-SITE
001836     ELSE
001837         MOVE WS-RUN-SITE TO RPH2-SITE
001838     END-IF.

001840     OPEN OUTPUT PRTFILE.
001850     IF WS-PRTFILE-STATUS NOT = "00"
001900     PERFORM 1500-PRINT-REPORT-HEADER
001910         THRU 1500-PRINT-REPORT-HEADER-EXIT.
001920 1000-INITIALIZE-EXIT.
           EXIT.

      ******************************************************************
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
001930     EXIT.

001940******************************************************************
002130*    2000-SCAN-RUNLOG
002140*        THE LAST RUNLOG RECORD CARRYING TODAY'S RUN DATE IS THE
002150*        NIGHT'S FINAL WORD - A RESTARTED OR RERUN NIGHT WRITES
002160*        MORE THAN ONE.  RUNLOG IS STARTED AT TODAY'S DATE AND
002165*        THIS SITE, WHOSE RECORDS COME BACK IN START-TIME ORDER.
002170******************************************************************
002180 2000-SCAN-RUNLOG.
002190     OPEN INPUT RUNLOG.
002270     END-IF.

002280     SET NOT-EOF-REACHED TO TRUE.
002281     MOVE WS-RUN-DATE TO RLG-RUN-DATE.
002282     MOVE WS-RUN-SITE TO RLG-SITE-CODE.
002283     MOVE LOW-VALUES  TO RLG-RUN-TIME.
002284     START RUNLOG KEY IS NOT LESS THAN RLG-RUN-KEY
002285         INVALID KEY
002286             SET EOF-REACHED TO TRUE
002287     END-START.

002290     PERFORM 2100-SCAN-ONE-AUDIT-RECORD
002300         THRU 2100-SCAN-ONE-AUDIT-RECORD-EXIT
002310         UNTIL EOF-REACHED.
002340     EXIT.

002350 2100-SCAN-ONE-AUDIT-RECORD.
002360     READ RUNLOG NEXT RECORD
002370         AT END
002380             SET EOF-REACHED TO TRUE
002390             GO TO 2100-SCAN-ONE-AUDIT-RECORD-EXIT
002400     END-READ.

002410     IF RLG-RUN-DATE NOT = WS-RUN-DATE
002415       OR RLG-SITE-CODE NOT = WS-RUN-SITE
002416         SET EOF-REACHED TO TRUE
002417         GO TO 2100-SCAN-ONE-AUDIT-RECORD-EXIT
002418     END-IF.

002420     SET AUDIT-RECORD-FOUND TO TRUE.
002430     MOVE RLG-COMPLETION-STATUS TO WS-LAST-STATUS.
002440     IF RLG-ITERATIONS-DONE NUMERIC
002450         MOVE RLG-ITERATIONS-DONE TO WS-AUDIT-ITERATIONS
002460     ELSE
002470         MOVE ZERO TO WS-AUDIT-ITERATIONS
002490     END-IF.
002500 2100-SCAN-ONE-AUDIT-RECORD-EXIT.
002510     EXIT.
002770     END-READ.

002780     IF REJ-RUN-DATE = WS-RUN-DATE
002785       AND REJ-SITE-CODE = WS-RUN-SITE
002790         ADD 1 TO WS-REJECT-COUNT
002800     END-IF.
002810 3100-SCAN-ONE-REJECT-EXIT.
002850*        COUNTS TODAY'S EXTRACT ROWS TWO WAYS: EVERY ROW FOR THE
002860*        BALANCING COMPARISON (THE RULE HELLOBAL APPLIES), AND
002870*        THE NON-SKIPPED ROWS FOR THE DISTRIBUTABLE COUNT (THE
002880*        SELECTION HELLOXTRD MAKES).  THE EXTRACT IS STARTED AT
002885*        TODAY'S RUN DATE AND READ UNTIL THE DATE CHANGES.
002890******************************************************************
002900 4000-SCAN-EXTRACT.
002910     OPEN INPUT XTRFILE.
002990     END-IF.

003000     SET NOT-EOF-REACHED TO TRUE.
003001     MOVE WS-RUN-DATE TO XTR-RUN-DATE.
003002     MOVE LOW-VALUES  TO XTR-USER-ID.
003003     START XTRFILE KEY IS NOT LESS THAN XTR-KEY
003004         INVALID KEY
003005             SET EOF-REACHED TO TRUE
003006     END-START.

003010     PERFORM 4100-SCAN-ONE-ROW
003020         THRU 4100-SCAN-ONE-ROW-EXIT
003030         UNTIL EOF-REACHED.
003060     EXIT.

003070 4100-SCAN-ONE-ROW.
003080     READ XTRFILE NEXT RECORD
003090         AT END
003100             SET EOF-REACHED TO TRUE
003110             GO TO 4100-SCAN-ONE-ROW-EXIT
003120     END-READ.

003123     IF XTR-RUN-DATE NOT = WS-RUN-DATE
003126         SET EOF-REACHED TO TRUE
003129         GO TO 4100-SCAN-ONE-ROW-EXIT
003132     END-IF.

003135     IF XTR-SITE-CODE = WS-RUN-SITE
003140         ADD 1 TO WS-EXTRACT-ROW-COUNT
003150         IF XTR-STATUS NOT = "SKIPPED - INACTIVE"
003160             ADD 1 TO WS-DISTRIBUTABLE-COUNT
004170     END-READ.

004180     IF REJ-RUN-DATE = WS-RUN-DATE
004185       AND REJ-SITE-CODE = WS-RUN-SITE
004190         MOVE REJ-FIELD-NAME  TO RPRD-FIELD-NAME
004200         MOVE REJ-REASON-CODE TO RPRD-REASON-CODE
004210         MOVE REJ-REASON-TEXT TO RPRD-REASON-TEXT
004490     EXIT.

004500******************************************************************
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
           MOVE "MORNRPT"            TO STM-PROGRAM-NAME.
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
004510*    9000-TERMINATE
004520******************************************************************
004530 9000-TERMINATE.
004650     DISPLAY "FATAL FILE ERROR ON " WS-FAILING-FILE-NAME
004660         " - FILE STATUS = " WS-FAILING-FILE-STATUS.
004670     MOVE 16 TO WS-RETURN-CODE.
004673     PERFORM 8500-WRITE-STEP-TIMING
004676         THRU 8500-WRITE-STEP-TIMING-EXIT.
004680     MOVE WS-RETURN-CODE TO RETURN-CODE.
004690     STOP RUN.
004700 9900-FILE-ERROR-EXIT.
