000110*    08/21/2026  MTK    ORIGINAL VERSION - DOWNSTREAM
000120*                       DISTRIBUTION STEP FOR THE HELLOCOBOL
000130*                       EXTRACT, EXECUTED AS STEP020 OF HELLOJOB.
      *    10/15/2026  MTK    DISTRIBUTES ONE SITE AT A TIME.  THE
      *                       SITECARD NAMES THE SITE, OTHER SITES'
      *                       ROWS ARE BYPASSED AND COUNTED, AND EACH
      *                       SITE'S HANDOFF IS ITS OWN GENERATION.
      *    10/15/2026  MTK    WRITES A START/END STEP-TIMING RECORD
      *                       WITH THE RETURN CODE TO STEPLOG ON EVERY
      *                       WAY OUT OF THE STEP, FOR THE SLA REPORT.
      *    10/15/2026  MTK    XTRFILE IS NOW A KSDS KEYED ON RUN DATE
      *                       AND USER ID.  THE STEP STARTS AT TODAY'S
      *                       ROWS INSTEAD OF READING AND BYPASSING
      *                       EVERY PRIOR DATE, SO THE PRIOR-DATE
      *                       COUNT IS GONE FROM THE JOB LOG.
000140******************************************************************
000150*    REMARKS.
000160*        THE EXTRACT FILE CARRIES EVERY RETAINED DAY'S ROWS, KEYED
000170*        ON RUN DATE AND USER ID.  THIS STEP STARTS THE EXTRACT
000180*        AT THE CURRENT RUN DATE AND READS ONLY THAT DATE'S
000190*        ROWS, DROPS THE SKIPPED - INACTIVE
000200*        ROWS, AND WRITES THE CLEANED ROWS TO DISTOUT IN THE
000210*        FIXED 50-BYTE LAYOUT THE RECEIVING SYSTEM EXPECTS.
000220*        SELECTION COUNTS ARE DISPLAYED TO THE JOB LOG SO
000230*        OPERATIONS CAN SEE WHAT WAS DISTRIBUTED, AND A RUN
000240*        DATE WITH NO DISTRIBUTABLE ROWS ENDS WITH RC=4 SO AN
000250*        EMPTY HANDOFF DOES NOT PASS SILENTLY.
000252*
000254*        THE SITECARD IS THE SAME CARD THE HELLOCOBOL STEP READ.
000256*        ONLY ROWS CARRYING THAT SITE CODE ARE DISTRIBUTED; NO
000258*        CARD DISTRIBUTES THE WHOLE-FILE RUN'S ROWS.
000260******************************************************************
000270
000280 ENVIRONMENT DIVISION.
000290 INPUT-OUTPUT SECTION.
000300 FILE-CONTROL.
000310     SELECT XTRFILE  ASSIGN TO "XTRFILE"
000311         ORGANIZATION IS INDEXED
000312         ACCESS MODE IS DYNAMIC
000313         RECORD KEY IS XTR-KEY
000314         FILE STATUS IS WS-XTRFILE-STATUS.
000315
000316     SELECT SITECARD ASSIGN TO "SITECARD"
000320         ORGANIZATION IS LINE SEQUENTIAL
000323         FILE STATUS IS WS-SITECARD-STATUS.
000326
000329     SELECT STEPLOG  ASSIGN TO "STEPLOG"
000332         ORGANIZATION IS LINE SEQUENTIAL
000335         FILE STATUS IS WS-STEPLOG-STATUS.
000340
000350     SELECT DISTOUT  ASSIGN TO "DISTOUT"
000360         ORGANIZATION IS LINE SEQUENTIAL
000420     RECORDING MODE IS F.
000430     COPY XTRACT.
000440
000441 FD  SITECARD
000442     RECORDING MODE IS F.
000443     COPY RUNSITE.
000444
000445 FD  STEPLOG
000446     RECORDING MODE IS F.
000447     COPY STEPTIM.
000448
000450 FD  DISTOUT
000460     RECORDING MODE IS F.
000470     COPY DISTREC.
000520******************************************************************
000530 77  WS-ROWS-READ                PIC 9(07) VALUE ZERO.
000540 77  WS-ROWS-DISTRIBUTED         PIC 9(07) VALUE ZERO.
000560 77  WS-ROWS-INACTIVE            PIC 9(07) VALUE ZERO.
000565 77  WS-ROWS-OTHER-SITE          PIC 9(07) VALUE ZERO.
000570
000580 77  WS-XTRFILE-STATUS           PIC X(02) VALUE "00".
000590 77  WS-DISTOUT-STATUS           PIC X(02) VALUE "00".
000595 77  WS-SITECARD-STATUS          PIC X(02) VALUE "00".
000597 77  WS-STEPLOG-STATUS           PIC X(02) VALUE "00".
000600
000610 77  WS-EOF-SWITCH               PIC X(01) VALUE "N".
000620     88  EOF-REACHED                 VALUE "Y".
000760 77  WS-RUN-DATE                 PIC X(08).
000770
000780******************************************************************
      *    SITE WORK AREAS - WS-RUN-SITE IS SPACES ON A WHOLE-FILE RUN
      ******************************************************************
       77  WS-RUN-SITE                 PIC X(04) VALUE SPACES.
       77  WS-RUN-SITE-PRINT           PIC X(04) VALUE SPACES.

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
000790*    FATAL-ERROR WORK AREAS - USED BY 9900-FILE-ERROR
000800******************************************************************
000810 77  WS-FAILING-FILE-NAME        PIC X(08) VALUE SPACES.
000930     PERFORM 9000-TERMINATE
000940         THRU 9000-TERMINATE-EXIT.
000950
000952     PERFORM 8500-WRITE-STEP-TIMING
000954         THRU 8500-WRITE-STEP-TIMING-EXIT.
000956
000960     MOVE WS-RETURN-CODE TO RETURN-CODE.
000970     STOP RUN.
000980
001020 1000-INITIALIZE.
001030     ACCEPT WS-CURRENT-DATE-TIME FROM DATE YYYYMMDD.
001040     MOVE WS-CURRENT-DATE-TIME TO WS-RUN-DATE.
001041     ACCEPT WS-STEP-START-TIME FROM TIME.
001042
001043     PERFORM 1050-READ-SITE-CARD
001044         THRU 1050-READ-SITE-CARD-EXIT.
001045     IF WS-RUN-SITE = SPACES
001046         MOVE "ALL"       TO WS-RUN-SITE-PRINT
001047     ELSE
001048         MOVE WS-RUN-SITE TO WS-RUN-SITE-PRINT
001049     END-IF.
001050
001060     OPEN INPUT  XTRFILE.
001070     IF WS-XTRFILE-STATUS NOT = "00"
001200     EXIT.
001210
001220******************************************************************
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
001230*    3000-DISTRIBUTE-LOOP
001232*        POSITIONS THE EXTRACT AT THE FIRST ROW FOR TODAY'S RUN
001234*        DATE.  NO ROW ON OR AFTER THE DATE ENDS THE LOOP AT
001236*        ONCE, AND THE EMPTY HANDOFF IS REPORTED WITH RC=4.
001240******************************************************************
001250 3000-DISTRIBUTE-LOOP.
001251     MOVE WS-RUN-DATE TO XTR-RUN-DATE.
001252     MOVE LOW-VALUES  TO XTR-USER-ID.
001253     START XTRFILE KEY IS NOT LESS THAN XTR-KEY
001254         INVALID KEY
001255             SET EOF-REACHED TO TRUE
001256     END-START.
001257
001260     PERFORM 3100-DISTRIBUTE-ONE-ROW
001270         THRU 3100-DISTRIBUTE-ONE-ROW-EXIT
001280         UNTIL EOF-REACHED.
001310
001320******************************************************************
001330*    3100-DISTRIBUTE-ONE-ROW
001340*        READS TODAY'S ROWS UNTIL THE RUN DATE CHANGES AND KEEPS
001350*        ONLY THE ONES THAT WERE ACTUALLY PROCESSED - THE
001360*        RECEIVING SYSTEM HAS NO USE FOR A ROW THAT SAYS THE
001370*        USER WAS SKIPPED.  ANOTHER SITE'S ROWS GO OUT WITH
001375*        THAT SITE'S OWN RUN.
001380******************************************************************
001390 3100-DISTRIBUTE-ONE-ROW.
001400     READ XTRFILE NEXT RECORD
001410         AT END
001420             SET EOF-REACHED TO TRUE
001430             GO TO 3100-DISTRIBUTE-ONE-ROW-EXIT
001440     END-READ.
001450
001451     IF XTR-RUN-DATE NOT = WS-RUN-DATE
001452         SET EOF-REACHED TO TRUE
001453         GO TO 3100-DISTRIBUTE-ONE-ROW-EXIT
001454     END-IF.
001455
001460     ADD 1 TO WS-ROWS-READ.
001470
001480     IF XTR-SITE-CODE NOT = WS-RUN-SITE
001490         ADD 1 TO WS-ROWS-OTHER-SITE
001500         GO TO 3100-DISTRIBUTE-ONE-ROW-EXIT
001510     END-IF.
001520
001700     EXIT.
001710
001720******************************************************************
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
           MOVE "HELLOXTRD"          TO STM-PROGRAM-NAME.
           MOVE WS-RUN-DATE          TO STM-START-DATE.
           MOVE WS-STEP-START-HHMMSS TO STM-START-TIME.
           MOVE WS-STEP-END-DATE     TO STM-END-DATE.
           MOVE WS-STEP-END-HHMMSS   TO STM-END-TIME.
           MOVE WS-RETURN-CODE       TO STM-RETURN-CODE.
           MOVE WS-ROWS-READ         TO STM-RECORD-COUNT.
           WRITE STEP-TIMING-RECORD.
           IF WS-STEPLOG-STATUS NOT = "00"
               DISPLAY "STEP TIMING NOT LOGGED - STEPLOG STATUS = "
                   WS-STEPLOG-STATUS
           END-IF.
           CLOSE STEPLOG.
       8500-WRITE-STEP-TIMING-EXIT.
           EXIT.

      ******************************************************************
001730*    9000-TERMINATE
001740******************************************************************
001750 9000-TERMINATE.
001760     DISPLAY "HELLOXTRD DISTRIBUTION FOR RUN DATE " WS-RUN-DATE
001765         " SITE " WS-RUN-SITE-PRINT.
001770     DISPLAY "  EXTRACT ROWS READ . . . . . " WS-ROWS-READ.
001785     DISPLAY "  OTHER-SITE ROWS BYPASSED  . " WS-ROWS-OTHER-SITE.
001790     DISPLAY "  INACTIVE ROWS DROPPED . . . " WS-ROWS-INACTIVE.
001800     DISPLAY "  ROWS DISTRIBUTED  . . . . . "
001810         WS-ROWS-DISTRIBUTED.
002010     DISPLAY "FATAL FILE ERROR ON " WS-FAILING-FILE-NAME
002020         " - FILE STATUS = " WS-FAILING-FILE-STATUS.
002030     MOVE 16 TO WS-RETURN-CODE.
002033     PERFORM 8500-WRITE-STEP-TIMING
002036         THRU 8500-WRITE-STEP-TIMING-EXIT.
002040     MOVE WS-RETURN-CODE TO RETURN-CODE.
002050     STOP RUN.
002060 9900-FILE-ERROR-EXIT.
