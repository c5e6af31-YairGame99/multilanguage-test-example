000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. LOGCONV.
000030 AUTHOR. D-SHIFT-BATCH-SUPPORT.
000040 INSTALLATION. OPERATIONS-DATA-CENTER.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070******************************************************************
000080*    MODIFICATION HISTORY
000090*    ----------------------------------------------------------
000100*    DATE        INIT   DESCRIPTION
000110*    10/15/2026  MTK    ORIGINAL VERSION - ONE-TIME LOAD OF THE
000120*                       NEW XTRFILE AND RUNLOG KSDS FILES FROM
000130*                       THE OLD APPEND-ONLY SEQUENTIAL FILES.
000140******************************************************************
000150*    REMARKS.
000160*        RUN ONCE, BY LOGCNVJB, WHEN XTRFILE AND RUNLOG MOVE FROM
000170*        APPEND-ONLY SEQUENTIAL FILES TO KSDS FILES KEYED ON RUN
000180*        DATE.  EACH OLD FILE IS SORTED INTO THE NEW KEY ORDER AND
000190*        LOADED INTO THE NEWLY DEFINED CLUSTER:
000200*          - XTRFILE ROWS ARE REARRANGED SO THE RUN DATE AND USER
000210*            ID LEAD THE RECORD (XTR-KEY).  WHERE A USER WAS
000220*            PROCESSED MORE THAN ONCE ON ONE RUN DATE ONLY THE
000230*            LAST ROW WRITTEN IS LOADED - THE SAME ROW HELLOCOBOL
000240*            NOW KEEPS BY REPLACING THE EARLIER ONE.
000250*          - RUNLOG RECORDS ARE REARRANGED SO THE RUN DATE, SITE,
000260*            AND START TIME LEAD THE RECORD (RLG-RUN-KEY).  A
000270*            RECORD STILL IN THE LAYOUT FROM BEFORE THE ITERATIONS
000280*            FIELD WAS WIDENED TO SEVEN DIGITS IS WIDENED ON THE
000290*            WAY (THE SAME TEST RUNRPT USED - THE SEVEN-DIGIT
000300*            FIELD IS NOT NUMERIC ON AN OLD ROW).  TWO RECORDS FOR
000310*            THE SAME SITE STARTED IN THE SAME SECOND (THE ABEND
000320*            PATH WROTE ITS AUDIT RECORD TWICE) LOAD AS THE LAST.
000330*        THE CONTROL REPORT PROVES EACH FILE: RECORDS READ EQUAL
000340*        RECORDS LOADED PLUS EARLIER DUPLICATES DROPPED.  AN OLD
000350*        FILE NOT ON THE CATALOG IS TAKEN AS EMPTY.
000360******************************************************************

000370 ENVIRONMENT DIVISION.
000380 CONFIGURATION SECTION.
000390 SPECIAL-NAMES.
000400     C01 IS NEW-PAGE.

000410 INPUT-OUTPUT SECTION.
000420 FILE-CONTROL.
000430     SELECT OLDXTR   ASSIGN TO "OLDXTR"
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         FILE STATUS IS WS-OLDXTR-STATUS.

000460     SELECT XTRFILE  ASSIGN TO "XTRFILE"
000470         ORGANIZATION IS INDEXED
000480         ACCESS MODE IS SEQUENTIAL
000490         RECORD KEY IS XTR-KEY
000500         FILE STATUS IS WS-XTRFILE-STATUS.

000510     SELECT OLDRLG   ASSIGN TO "OLDRLG"
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS WS-OLDRLG-STATUS.

000540     SELECT RUNLOG   ASSIGN TO "RUNLOG"
000550         ORGANIZATION IS INDEXED
000560         ACCESS MODE IS SEQUENTIAL
000570         RECORD KEY IS RLG-RUN-KEY
000580         FILE STATUS IS WS-RUNLOG-STATUS.

000590     SELECT PRTFILE  ASSIGN TO "PRTFILE"
000600         ORGANIZATION IS LINE SEQUENTIAL
000610         FILE STATUS IS WS-PRTFILE-STATUS.

000620     SELECT XTRSORT  ASSIGN TO "SORTWORK".

000630     SELECT RLGSORT  ASSIGN TO "SORTWORK".

000640 DATA DIVISION.
000650 FILE SECTION.
000660******************************************************************
000670*    OLD SEQUENTIAL XTRFILE LAYOUT - USER ID FIRST.
000680******************************************************************
000690 FD  OLDXTR
000700     RECORDING MODE IS F.
000710 01  OLD-EXTRACT-RECORD.
000720     05  OXT-USER-ID             PIC X(06).
000730     05  OXT-RUN-DATE            PIC X(08).
000740     05  OXT-STATUS              PIC X(20).
000750     05  OXT-SITE-CODE           PIC X(04).
000760     05  FILLER                  PIC X(16).

000770 FD  XTRFILE
000780     RECORDING MODE IS F.
000790     COPY XTRACT.

000800******************************************************************
000810*    OLD SEQUENTIAL RUNLOG LAYOUT - RUN DATE, THEN START TIME.
000820*    THE SECOND RECORD IS THE LAYOUT FROM BEFORE THE ITERATIONS
000830*    FIELD WAS WIDENED FROM FOUR DIGITS TO SEVEN.
000840******************************************************************
000850 FD  OLDRLG
000860     RECORDING MODE IS F.
000870 01  OLD-RUNLOG-RECORD.
000880     05  ORL-RUN-DATE            PIC X(08).
000890     05  ORL-RUN-TIME            PIC X(06).
000900     05  ORL-COUNT-USED          PIC X(02).
000910     05  ORL-ITERATIONS-DONE     PIC X(07).
000920     05  ORL-COMPLETION-STATUS   PIC X(10).
000930     05  ORL-SITE-CODE           PIC X(04).
000940     05  FILLER                  PIC X(33).
000950 01  OLD-RUNLOG-NARROW-RECORD.
000960     05  FILLER                  PIC X(16).
000970     05  ORN-ITERATIONS-DONE     PIC X(04).
000980     05  ORN-COMPLETION-STATUS   PIC X(10).
000990     05  FILLER                  PIC X(40).

001000 FD  RUNLOG
001010     RECORDING MODE IS F.
001020     COPY RUNHIST.

001030 FD  PRTFILE
001040     RECORDING MODE IS F.
001050 01  PRT-LINE                    PIC X(80).

001060 SD  XTRSORT.
001070 01  SXT-RECORD.
001080     05  SXT-KEY                 PIC X(14).
001090     05  FILLER                  PIC X(40).

001100 SD  RLGSORT.
001110 01  SRL-RECORD.
001120     05  SRL-KEY                 PIC X(18).
001130     05  FILLER                  PIC X(52).

001140 WORKING-STORAGE SECTION.
001150******************************************************************
001160*    RUN-CONTROL COUNTERS AND SWITCHES
001170******************************************************************
001180 77  WS-XTR-READ                 PIC 9(09) VALUE ZERO.
001190 77  WS-XTR-LOADED               PIC 9(09) VALUE ZERO.
001200 77  WS-XTR-DROPPED              PIC 9(09) VALUE ZERO.
001210 77  WS-RLG-READ                 PIC 9(09) VALUE ZERO.
001220 77  WS-RLG-WIDENED              PIC 9(09) VALUE ZERO.
001230 77  WS-RLG-LOADED               PIC 9(09) VALUE ZERO.
001240 77  WS-RLG-DROPPED              PIC 9(09) VALUE ZERO.
001250 77  WS-RECORDS-ACCOUNTED        PIC 9(09) VALUE ZERO.

001260 77  WS-OLDXTR-STATUS            PIC X(02) VALUE "00".
001270 77  WS-XTRFILE-STATUS           PIC X(02) VALUE "00".
001280 77  WS-OLDRLG-STATUS            PIC X(02) VALUE "00".
001290 77  WS-RUNLOG-STATUS            PIC X(02) VALUE "00".
001300 77  WS-PRTFILE-STATUS           PIC X(02) VALUE "00".

001310 77  WS-EOF-SWITCH               PIC X(01) VALUE "N".
001320     88  EOF-REACHED                 VALUE "Y".
001330     88  NOT-EOF-REACHED              VALUE "N".

001340 77  WS-SORT-EOF-SWITCH          PIC X(01) VALUE "N".
001350     88  SORT-EOF-REACHED            VALUE "Y".
001360     88  SORT-NOT-EOF-REACHED        VALUE "N".

001370 77  WS-HELD-SWITCH              PIC X(01) VALUE "N".
001380     88  RECORD-IS-HELD              VALUE "Y".
001390     88  NO-RECORD-HELD              VALUE "N".

001400 77  WS-RETURN-CODE              PIC 9(02) VALUE ZERO.

001410******************************************************************
001420*    HELD RECORDS - EACH SORTED RECORD IS HELD UNTIL THE NEXT ONE
001430*    SHOWS WHETHER A LATER RECORD HAS THE SAME KEY.  THE SORTS
001440*    KEEP DUPLICATE KEYS IN THEIR ORIGINAL ORDER, SO THE LAST ONE
001450*    HELD FOR A KEY IS THE LAST ONE WRITTEN TO THE OLD FILE.
001460******************************************************************
001470 01  WS-HELD-XTR-RECORD.
001480     05  WS-HELD-XTR-KEY         PIC X(14).
001490     05  FILLER                  PIC X(40).

001500 01  WS-HELD-RLG-RECORD.
001510     05  WS-HELD-RLG-KEY         PIC X(18).
001520     05  FILLER                  PIC X(52).

001530******************************************************************
001540*    CONTROL REPORT WORK AREAS - SAME HEADING STYLE AS THE
001550*    HELLOCOBOL PRTFILE REPORT.
001560******************************************************************
001570 01  WS-CURRENT-DATE-TIME.
001580     05  WS-CURRENT-DATE         PIC X(08).

001590 77  WS-RUN-DATE                 PIC X(08).
001600 77  WS-PAGE-NUMBER              PIC 9(04) VALUE ZERO.


001620 01  RPT-HEADING-1.
001630     05  FILLER                  PIC X(15) VALUE "RUN DATE      ".
001640     05  RPH1-RUN-DATE           PIC X(10).
001650     05  FILLER                  PIC X(10) VALUE SPACES.
001660     05  FILLER                  PIC X(13) VALUE "PROGRAM NAME ".
001670     05  RPH1-PROGRAM-NAME       PIC X(12) VALUE "LOGCONV".
001680     05  FILLER                  PIC X(05) VALUE "PAGE ".
001690     05  RPH1-PAGE-NUMBER        PIC ZZZ9.

001700 01  RPT-HEADING-2.
001710     05  FILLER                  PIC X(80) VALUE
001720         "XTRFILE AND RUNLOG KSDS CONVERSION - CONTROL TOTALS".

001730 01  RPT-TOTAL-LINE.
001740     05  RPT-TOTAL-LABEL         PIC X(50).
001750     05  FILLER                  PIC X(02) VALUE SPACES.
001760     05  RPT-TOTAL-COUNT         PIC ZZZ,ZZZ,ZZ9.
001770     05  FILLER                  PIC X(17) VALUE SPACES.

001780 01  RPT-BALANCE-LINE.
001790     05  RPB-FILE-NAME           PIC X(08).
001800     05  FILLER                  PIC X(38) VALUE
001810         " READ AGAINST LOADED PLUS DROPPED".
001820     05  RPB-RESULT              PIC X(34).

001830******************************************************************
001840*    FATAL-ERROR WORK AREAS - USED BY 9900-FILE-ERROR
001850******************************************************************
001860 77  WS-FAILING-FILE-NAME        PIC X(08) VALUE SPACES.
001870 77  WS-FAILING-FILE-STATUS      PIC X(02) VALUE SPACES.

001880 PROCEDURE DIVISION.

001890 0000-MAINLINE.
001900     PERFORM 1000-INITIALIZE
001910         THRU 1000-INITIALIZE-EXIT.

001920     SORT XTRSORT
001930         ON ASCENDING KEY SXT-KEY
001940         WITH DUPLICATES IN ORDER
001950         INPUT PROCEDURE IS 2000-RELEASE-EXTRACT
001960                        THRU 2000-RELEASE-EXTRACT-EXIT
001970         OUTPUT PROCEDURE IS 3000-LOAD-EXTRACT
001980                        THRU 3000-LOAD-EXTRACT-EXIT.

001990     SORT RLGSORT
002000         ON ASCENDING KEY SRL-KEY
002010         WITH DUPLICATES IN ORDER
002020         INPUT PROCEDURE IS 4000-RELEASE-RUNLOG
002030                        THRU 4000-RELEASE-RUNLOG-EXIT
002040         OUTPUT PROCEDURE IS 5000-LOAD-RUNLOG
002050                        THRU 5000-LOAD-RUNLOG-EXIT.

002060     PERFORM 6000-PRINT-CONTROL-TOTALS
002070         THRU 6000-PRINT-CONTROL-TOTALS-EXIT.

002080     PERFORM 9000-TERMINATE
002090         THRU 9000-TERMINATE-EXIT.

002100     MOVE WS-RETURN-CODE TO RETURN-CODE.
002110     STOP RUN.

002120******************************************************************
002130*    1000-INITIALIZE
002140******************************************************************
002150 1000-INITIALIZE.
002160     ACCEPT WS-CURRENT-DATE-TIME FROM DATE YYYYMMDD.
002170     MOVE WS-CURRENT-DATE TO WS-RUN-DATE.

002180     OPEN OUTPUT PRTFILE.
002190     IF WS-PRTFILE-STATUS NOT = "00"
002200         MOVE "PRTFILE"  TO WS-FAILING-FILE-NAME
002210         MOVE WS-PRTFILE-STATUS TO WS-FAILING-FILE-STATUS
002220         PERFORM 9900-FILE-ERROR THRU 9900-FILE-ERROR-EXIT
002230     END-IF.

002240     ADD 1 TO WS-PAGE-NUMBER.
002250     MOVE WS-RUN-DATE    TO RPH1-RUN-DATE.
002260     MOVE WS-PAGE-NUMBER TO RPH1-PAGE-NUMBER.
002270     WRITE PRT-LINE FROM RPT-HEADING-1
002280         AFTER ADVANCING NEW-PAGE.
002290     IF WS-PRTFILE-STATUS NOT = "00"
002300         MOVE "PRTFILE" TO WS-FAILING-FILE-NAME
002310         MOVE WS-PRTFILE-STATUS TO WS-FAILING-FILE-STATUS
002320         PERFORM 9900-FILE-ERROR THRU 9900-FILE-ERROR-EXIT
002330     END-IF.
002340     WRITE PRT-LINE FROM RPT-HEADING-2.
002350     MOVE SPACES TO PRT-LINE.
002360     WRITE PRT-LINE.
002370 1000-INITIALIZE-EXIT.
002380     EXIT.

002390******************************************************************
002400*    2000-RELEASE-EXTRACT  ( SORT INPUT PROCEDURE )
002410*        EVERY OLD XTRFILE ROW, REARRANGED INTO THE KEYED LAYOUT.
002420******************************************************************
002430 2000-RELEASE-EXTRACT.
002440     OPEN INPUT OLDXTR.
002450     IF WS-OLDXTR-STATUS = "35"
002460         DISPLAY "OLD XTRFILE NOT ON CATALOG - LOADED EMPTY"
002470         GO TO 2000-RELEASE-EXTRACT-EXIT
002480     END-IF.
002490     IF WS-OLDXTR-STATUS NOT = "00"
002500         MOVE "OLDXTR"   TO WS-FAILING-FILE-NAME
002510         MOVE WS-OLDXTR-STATUS TO WS-FAILING-FILE-STATUS
002520         PERFORM 9900-FILE-ERROR THRU 9900-FILE-ERROR-EXIT
002530     END-IF.

002540     SET NOT-EOF-REACHED TO TRUE.
002550     PERFORM 2100-RELEASE-ONE-EXTRACT
002560         THRU 2100-RELEASE-ONE-EXTRACT-EXIT
002570         UNTIL EOF-REACHED.
002580     CLOSE OLDXTR.
002590 2000-RELEASE-EXTRACT-EXIT.
002600     EXIT.

002610 2100-RELEASE-ONE-EXTRACT.
002620     READ OLDXTR
002630         AT END
002640             SET EOF-REACHED TO TRUE
002650             GO TO 2100-RELEASE-ONE-EXTRACT-EXIT
002660     END-READ.

002670     ADD 1 TO WS-XTR-READ.
002680     MOVE SPACES         TO EXTRACT-RECORD.
002690     MOVE OXT-RUN-DATE   TO XTR-RUN-DATE.
002700     MOVE OXT-USER-ID    TO XTR-USER-ID.
002710     MOVE OXT-STATUS     TO XTR-STATUS.
002720     MOVE OXT-SITE-CODE  TO XTR-SITE-CODE.
002730     RELEASE SXT-RECORD FROM EXTRACT-RECORD.
002740 2100-RELEASE-ONE-EXTRACT-EXIT.
002750     EXIT.

002760******************************************************************
002770*    3000-LOAD-EXTRACT  ( SORT OUTPUT PROCEDURE )
002780*        LOADS THE NEW XTRFILE IN KEY ORDER, ONE ROW PER KEY.
002790******************************************************************
002800 3000-LOAD-EXTRACT.
002810     OPEN OUTPUT XTRFILE.
002820     IF WS-XTRFILE-STATUS NOT = "00"
002830         MOVE "XTRFILE"  TO WS-FAILING-FILE-NAME
002840         MOVE WS-XTRFILE-STATUS TO WS-FAILING-FILE-STATUS
002850         PERFORM 9900-FILE-ERROR THRU 9900-FILE-ERROR-EXIT
002860     END-IF.

002870     SET SORT-NOT-EOF-REACHED TO TRUE.
002880     SET NO-RECORD-HELD TO TRUE.
002890     PERFORM 3100-LOAD-ONE-EXTRACT
002900         THRU 3100-LOAD-ONE-EXTRACT-EXIT
002910         UNTIL SORT-EOF-REACHED.

002920     IF RECORD-IS-HELD
002930         PERFORM 3200-WRITE-HELD-EXTRACT
002940             THRU 3200-WRITE-HELD-EXTRACT-EXIT
002950     END-IF.
002960     CLOSE XTRFILE.
002970 3000-LOAD-EXTRACT-EXIT.
002980     EXIT.

002990 3100-LOAD-ONE-EXTRACT.
003000     RETURN XTRSORT
003010         AT END
003020             SET SORT-EOF-REACHED TO TRUE
003030             GO TO 3100-LOAD-ONE-EXTRACT-EXIT
003040     END-RETURN.

003050     IF RECORD-IS-HELD
003060         IF SXT-KEY = WS-HELD-XTR-KEY
003070             ADD 1 TO WS-XTR-DROPPED
003080         ELSE
003090             PERFORM 3200-WRITE-HELD-EXTRACT
003100                 THRU 3200-WRITE-HELD-EXTRACT-EXIT
003110         END-IF
003120     END-IF.

003130     MOVE SXT-RECORD TO WS-HELD-XTR-RECORD.
003140     SET RECORD-IS-HELD TO TRUE.
003150 3100-LOAD-ONE-EXTRACT-EXIT.
003160     EXIT.

003170 3200-WRITE-HELD-EXTRACT.
003180     WRITE EXTRACT-RECORD FROM WS-HELD-XTR-RECORD.
003190     IF WS-XTRFILE-STATUS NOT = "00"
003200         MOVE "XTRFILE" TO WS-FAILING-FILE-NAME
003210         MOVE WS-XTRFILE-STATUS TO WS-FAILING-FILE-STATUS
003220         PERFORM 9900-FILE-ERROR THRU 9900-FILE-ERROR-EXIT
003230     END-IF.
003240     ADD 1 TO WS-XTR-LOADED.
003250 3200-WRITE-HELD-EXTRACT-EXIT.
003260     EXIT.

003270******************************************************************
003280*    4000-RELEASE-RUNLOG  ( SORT INPUT PROCEDURE )
003290*        EVERY OLD RUNLOG RECORD, REARRANGED INTO THE KEYED LAYOUT
003300*        AND WIDENED WHEN IT IS STILL IN THE FOUR-DIGIT LAYOUT.
003310******************************************************************
003320 4000-RELEASE-RUNLOG.
003330     OPEN INPUT OLDRLG.
003340     IF WS-OLDRLG-STATUS = "35"
003350         DISPLAY "OLD RUNLOG NOT ON CATALOG - LOADED EMPTY"
003360         GO TO 4000-RELEASE-RUNLOG-EXIT
003370     END-IF.
003380     IF WS-OLDRLG-STATUS NOT = "00"
003390         MOVE "OLDRLG"   TO WS-FAILING-FILE-NAME
003400         MOVE WS-OLDRLG-STATUS TO WS-FAILING-FILE-STATUS
003410         PERFORM 9900-FILE-ERROR THRU 9900-FILE-ERROR-EXIT
003420     END-IF.

003430     SET NOT-EOF-REACHED TO TRUE.
003440     PERFORM 4100-RELEASE-ONE-RUNLOG
003450         THRU 4100-RELEASE-ONE-RUNLOG-EXIT
003460         UNTIL EOF-REACHED.
003470     CLOSE OLDRLG.
003480 4000-RELEASE-RUNLOG-EXIT.
003490     EXIT.

003500 4100-RELEASE-ONE-RUNLOG.
003510     READ OLDRLG
003520         AT END
003530             SET EOF-REACHED TO TRUE
003540             GO TO 4100-RELEASE-ONE-RUNLOG-EXIT
003550     END-READ.

003560     ADD 1 TO WS-RLG-READ.
003570     MOVE SPACES           TO RUNLOG-RECORD.
003580     MOVE ORL-RUN-DATE     TO RLG-RUN-DATE.
003590     MOVE ORL-RUN-TIME     TO RLG-RUN-TIME.
003600     MOVE ZERO             TO RLG-COUNT-USED.
003610     IF ORL-COUNT-USED NUMERIC
003620         MOVE ORL-COUNT-USED TO RLG-COUNT-USED
003630     END-IF.

003640     IF ORL-ITERATIONS-DONE NUMERIC
003650         MOVE ORL-ITERATIONS-DONE   TO RLG-ITERATIONS-DONE
003660         MOVE ORL-COMPLETION-STATUS TO RLG-COMPLETION-STATUS
003670         MOVE ORL-SITE-CODE         TO RLG-SITE-CODE
003680     ELSE
003690         ADD 1 TO WS-RLG-WIDENED
003700         MOVE ZERO                  TO RLG-ITERATIONS-DONE
003710         IF ORN-ITERATIONS-DONE NUMERIC
003720             MOVE ORN-ITERATIONS-DONE TO RLG-ITERATIONS-DONE
003730         END-IF
003740         MOVE ORN-COMPLETION-STATUS TO RLG-COMPLETION-STATUS
003750     END-IF.

003760     RELEASE SRL-RECORD FROM RUNLOG-RECORD.
003770 4100-RELEASE-ONE-RUNLOG-EXIT.
003780     EXIT.

003790******************************************************************
003800*    5000-LOAD-RUNLOG  ( SORT OUTPUT PROCEDURE )
003810*        LOADS THE NEW RUNLOG IN KEY ORDER, ONE RECORD PER KEY.
003820******************************************************************
003830 5000-LOAD-RUNLOG.
003840     OPEN OUTPUT RUNLOG.
003850     IF WS-RUNLOG-STATUS NOT = "00"
003860         MOVE "RUNLOG"   TO WS-FAILING-FILE-NAME
003870         MOVE WS-RUNLOG-STATUS TO WS-FAILING-FILE-STATUS
003880         PERFORM 9900-FILE-ERROR THRU 9900-FILE-ERROR-EXIT
003890     END-IF.

003900     SET SORT-NOT-EOF-REACHED TO TRUE.
003910     SET NO-RECORD-HELD TO TRUE.
003920     PERFORM 5100-LOAD-ONE-RUNLOG
003930         THRU 5100-LOAD-ONE-RUNLOG-EXIT
003940         UNTIL SORT-EOF-REACHED.

003950     IF RECORD-IS-HELD
003960         PERFORM 5200-WRITE-HELD-RUNLOG
003970             THRU 5200-WRITE-HELD-RUNLOG-EXIT
003980     END-IF.
003990     CLOSE RUNLOG.
004000 5000-LOAD-RUNLOG-EXIT.
004010     EXIT.

004020 5100-LOAD-ONE-RUNLOG.
004030     RETURN RLGSORT
004040         AT END
004050             SET SORT-EOF-REACHED TO TRUE
004060             GO TO 5100-LOAD-ONE-RUNLOG-EXIT
004070     END-RETURN.

004080     IF RECORD-IS-HELD
004090         IF SRL-KEY = WS-HELD-RLG-KEY
004100             ADD 1 TO WS-RLG-DROPPED
004110         ELSE
004120             PERFORM 5200-WRITE-HELD-RUNLOG
004130                 THRU 5200-WRITE-HELD-RUNLOG-EXIT
004140         END-IF
004150     END-IF.

004160     MOVE SRL-RECORD TO WS-HELD-RLG-RECORD.
004170     SET RECORD-IS-HELD TO TRUE.
004180 5100-LOAD-ONE-RUNLOG-EXIT.
004190     EXIT.

004200 5200-WRITE-HELD-RUNLOG.
004210     WRITE RUNLOG-RECORD FROM WS-HELD-RLG-RECORD.
004220     IF WS-RUNLOG-STATUS NOT = "00"
004230         MOVE "RUNLOG" TO WS-FAILING-FILE-NAME
004240         MOVE WS-RUNLOG-STATUS TO WS-FAILING-FILE-STATUS
004250         PERFORM 9900-FILE-ERROR THRU 9900-FILE-ERROR-EXIT
004260     END-IF.
004270     ADD 1 TO WS-RLG-LOADED.
004280 5200-WRITE-HELD-RUNLOG-EXIT.
004290     EXIT.

004300******************************************************************
004310*    6000-PRINT-CONTROL-TOTALS
004320*        FOR EACH FILE, RECORDS READ MUST EQUAL RECORDS LOADED
004330*        PLUS EARLIER DUPLICATES DROPPED; OTHERWISE THE STEP ENDS
004340*        RC=16 AND THE CONVERSION MUST BE BACKED OUT (SEE
004350*        LOGCNVJB) BEFORE HELLOJOB RUNS.
004360******************************************************************
004370 6000-PRINT-CONTROL-TOTALS.
004380     MOVE "XTRFILE ROWS READ FROM THE OLD FILE"
004390         TO RPT-TOTAL-LABEL.
004400     MOVE WS-XTR-READ TO RPT-TOTAL-COUNT.
004410     PERFORM 6100-WRITE-TOTAL-LINE
004420         THRU 6100-WRITE-TOTAL-LINE-EXIT.

004430     MOVE "XTRFILE ROWS LOADED" TO RPT-TOTAL-LABEL.
004440     MOVE WS-XTR-LOADED TO RPT-TOTAL-COUNT.
004450     PERFORM 6100-WRITE-TOTAL-LINE
004460         THRU 6100-WRITE-TOTAL-LINE-EXIT.

004470     MOVE "XTRFILE EARLIER ROWS DROPPED (SAME USER AND DATE)"
004480         TO RPT-TOTAL-LABEL.
004490     MOVE WS-XTR-DROPPED TO RPT-TOTAL-COUNT.
004500     PERFORM 6100-WRITE-TOTAL-LINE
004510         THRU 6100-WRITE-TOTAL-LINE-EXIT.

004520     MOVE "XTRFILE " TO RPB-FILE-NAME.
004530     COMPUTE WS-RECORDS-ACCOUNTED =
004540         WS-XTR-LOADED + WS-XTR-DROPPED.
004550     IF WS-RECORDS-ACCOUNTED = WS-XTR-READ
004560         MOVE "IN BALANCE" TO RPB-RESULT
004570     ELSE
004580         MOVE "OUT OF BALANCE - DO NOT RUN HELLOJOB" TO RPB-RESULT
004590         MOVE 16 TO WS-RETURN-CODE
004600     END-IF.
004610     WRITE PRT-LINE FROM RPT-BALANCE-LINE.
004620     MOVE SPACES TO PRT-LINE.
004630     WRITE PRT-LINE.

004640     MOVE "RUNLOG RECORDS READ FROM THE OLD FILE"
004650         TO RPT-TOTAL-LABEL.
004660     MOVE WS-RLG-READ TO RPT-TOTAL-COUNT.
004670     PERFORM 6100-WRITE-TOTAL-LINE
004680         THRU 6100-WRITE-TOTAL-LINE-EXIT.

004690     MOVE "RUNLOG RECORDS WIDENED FROM THE FOUR-DIGIT LAYOUT"
004700         TO RPT-TOTAL-LABEL.
004710     MOVE WS-RLG-WIDENED TO RPT-TOTAL-COUNT.
004720     PERFORM 6100-WRITE-TOTAL-LINE
004730         THRU 6100-WRITE-TOTAL-LINE-EXIT.

004740     MOVE "RUNLOG RECORDS LOADED" TO RPT-TOTAL-LABEL.
004750     MOVE WS-RLG-LOADED TO RPT-TOTAL-COUNT.
004760     PERFORM 6100-WRITE-TOTAL-LINE
004770         THRU 6100-WRITE-TOTAL-LINE-EXIT.

004780     MOVE "RUNLOG EARLIER RECORDS DROPPED (SAME KEY)"
004790         TO RPT-TOTAL-LABEL.
004800     MOVE WS-RLG-DROPPED TO RPT-TOTAL-COUNT.
004810     PERFORM 6100-WRITE-TOTAL-LINE
004820         THRU 6100-WRITE-TOTAL-LINE-EXIT.

004830     MOVE "RUNLOG  " TO RPB-FILE-NAME.
004840     COMPUTE WS-RECORDS-ACCOUNTED =
004850         WS-RLG-LOADED + WS-RLG-DROPPED.
004860     IF WS-RECORDS-ACCOUNTED = WS-RLG-READ
004870         MOVE "IN BALANCE" TO RPB-RESULT
004880     ELSE
004890         MOVE "OUT OF BALANCE - DO NOT RUN HELLOJOB" TO RPB-RESULT
004900         MOVE 16 TO WS-RETURN-CODE
004910     END-IF.
004920     WRITE PRT-LINE FROM RPT-BALANCE-LINE.

004930     DISPLAY "LOGCONV XTRFILE READ " WS-XTR-READ
004940         " LOADED " WS-XTR-LOADED
004950         " DROPPED " WS-XTR-DROPPED.
004960     DISPLAY "LOGCONV RUNLOG READ " WS-RLG-READ
004970         " LOADED " WS-RLG-LOADED
004980         " DROPPED " WS-RLG-DROPPED
004990         " WIDENED " WS-RLG-WIDENED.
005000 6000-PRINT-CONTROL-TOTALS-EXIT.
005010     EXIT.

005020 6100-WRITE-TOTAL-LINE.
005030     WRITE PRT-LINE FROM RPT-TOTAL-LINE.
005040     IF WS-PRTFILE-STATUS NOT = "00"
005050         MOVE "PRTFILE" TO WS-FAILING-FILE-NAME
005060         MOVE WS-PRTFILE-STATUS TO WS-FAILING-FILE-STATUS
005070         PERFORM 9900-FILE-ERROR THRU 9900-FILE-ERROR-EXIT
005080     END-IF.
005090 6100-WRITE-TOTAL-LINE-EXIT.
005100     EXIT.

005110******************************************************************
005120*    9000-TERMINATE
005130******************************************************************
005140 9000-TERMINATE.
005150     CLOSE PRTFILE.
005160 9000-TERMINATE-EXIT.
005170     EXIT.

005180******************************************************************
005190*    9900-FILE-ERROR
005200*        REPORTS A FATAL I/O ERROR AND ABENDS THE STEP WITH RC=16.
005210******************************************************************
005220 9900-FILE-ERROR.
005230     DISPLAY "FATAL FILE ERROR ON " WS-FAILING-FILE-NAME
005240         " - FILE STATUS = " WS-FAILING-FILE-STATUS.
005250     MOVE 16 TO WS-RETURN-CODE.
005260     MOVE WS-RETURN-CODE TO RETURN-CODE.
005270     STOP RUN.
005280 9900-FILE-ERROR-EXIT.
005290     EXIT.
