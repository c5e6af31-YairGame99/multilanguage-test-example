000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. SLARPT.
000030 AUTHOR. D-SHIFT-BATCH-SUPPORT.
000040 INSTALLATION. OPERATIONS-DATA-CENTER.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070******************************************************************
000080*    MODIFICATION HISTORY
000090*    ----------------------------------------------------------
000100*    DATE        INIT   DESCRIPTION
000110*    10/15/2026  MTK    ORIGINAL VERSION - WEEKLY AND MONTHLY
000120*                       BATCH-WINDOW SLA REPORT FROM THE SHARED
000130*                       STEPLOG STEP-TIMING FILE.
000140******************************************************************
000150*    REMARKS.
000160*        READS THE STEPLOG FILE WRITTEN BY EVERY STEP OF THE
000170*        HELLOJOB CHAIN (HELLOCOBOL, HELLOBAL, HELLOXTRD, MORNRPT)
000180*        AND REPORTS THE LAST 7 OR 30 RUN DATES, SITE BY SITE:
000190*          - ONE LINE PER NIGHT WITH THE ELAPSED TIME OF EACH
000200*            STEP, THE TIME THE CHAIN FINISHED, THE HIGHEST
000210*            RETURN CODE, AND A FLAG WHEN THE CHAIN FINISHED
000220*            AFTER THE AGREED DEADLINE OR DID NOT RUN ALL STEPS;
000230*          - FOR EACH STEP, THE AVERAGE ELAPSED TIME AND AVERAGE
000240*            WORKLOAD OF THE EARLIER HALF OF THE PERIOD AGAINST
000250*            THE LATER HALF, FLAGGING A STEP WHOSE RECENT AVERAGE
000260*            HAS GROWN BY MORE THAN THE TREND PERCENTAGE.
000270*        WHEN A STEP WAS RERUN ON THE SAME NIGHT THE LATEST RUN
000280*        OF THE STEP IS THE ONE REPORTED.  THE REPORT PERIOD,
000290*        DEADLINE, AND TREND PERCENTAGE COME FROM THE PARMFILE
000300*        RECORD (SLAPARM).
000310******************************************************************
000320
000330 ENVIRONMENT DIVISION.
000340 CONFIGURATION SECTION.
000350 SPECIAL-NAMES.
000360     C01 IS NEW-PAGE.
000370
000380 INPUT-OUTPUT SECTION.
000390 FILE-CONTROL.
000400     SELECT PARMFILE ASSIGN TO "PARMFILE"
000410         ORGANIZATION IS LINE SEQUENTIAL
000420         FILE STATUS IS WS-PARMFILE-STATUS.
000430
000440     SELECT STEPLOG  ASSIGN TO "STEPLOG"
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS IS WS-STEPLOG-STATUS.
000470
000480     SELECT PRTFILE  ASSIGN TO "PRTFILE"
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS WS-PRTFILE-STATUS.
000510
000520     SELECT STMSORT  ASSIGN TO "SORTWORK".
000530
000540 DATA DIVISION.
000550 FILE SECTION.
000560 FD  PARMFILE
000570     RECORDING MODE IS F.
000580     COPY SLAPARM.
000590
000600 FD  STEPLOG
000610     RECORDING MODE IS F.
000620     COPY STEPTIM.
000630
000640 FD  PRTFILE
000650     RECORDING MODE IS F.
000660 01  PRT-LINE                    PIC X(80).
000670
000680 SD  STMSORT.
000690 01  SSM-RECORD.
000700     05  SSM-SITE-CODE           PIC X(04).
000710     05  SSM-RUN-DATE            PIC X(08).
000720     05  SSM-PROGRAM-NAME        PIC X(10).
000730     05  SSM-END-STAMP.
000740         10  SSM-END-DATE        PIC X(08).
000750         10  SSM-END-TIME        PIC X(06).
000760     05  SSM-START-DATE          PIC X(08).
000770     05  SSM-START-TIME          PIC X(06).
000780     05  SSM-RETURN-CODE         PIC 9(02).
000790     05  SSM-RECORD-COUNT        PIC 9(07).
000800
000810 WORKING-STORAGE SECTION.
000820******************************************************************
000830*    RUN-CONTROL COUNTERS AND SWITCHES
000840******************************************************************
000850 77  WS-STEPLOG-READ             PIC 9(07) VALUE ZERO.
000860 77  WS-STEPLOG-SELECTED         PIC 9(07) VALUE ZERO.
000870 77  WS-STEPLOG-UNUSABLE         PIC 9(07) VALUE ZERO.
000880 77  WS-NIGHTS-REPORTED          PIC 9(05) VALUE ZERO.
000890 77  WS-NIGHTS-LATE              PIC 9(05) VALUE ZERO.
000900 77  WS-NIGHTS-INCOMPLETE        PIC 9(05) VALUE ZERO.
000910 77  WS-STEPS-SLOWER             PIC 9(05) VALUE ZERO.
000920 77  WS-PERIOD-DAYS              PIC 9(03) VALUE ZERO.
000930 77  WS-HALF-DAYS                PIC 9(03) VALUE ZERO.
000940 77  WS-BACK-DAYS                PIC 9(03) VALUE ZERO.
000950 77  WS-TREND-PCT                PIC 9(03) VALUE 10.
000952 77  WS-DEADLINE-HH              PIC 9(02) VALUE ZERO.
000954 77  WS-DEADLINE-MM              PIC 9(02) VALUE ZERO.
000956 77  WS-DEADLINE-NEXT-DAY        PIC X(01) VALUE "N".
000958     88  DEADLINE-IS-NEXT-DAY           VALUE "Y".
000960 77  WS-DAYS-IN-MONTH            PIC 9(02) VALUE ZERO.
000970 77  WS-LEAP-QUOTIENT            PIC 9(04) VALUE ZERO.
000980 77  WS-LEAP-REMAINDER           PIC 9(04) VALUE ZERO.
000990
001000 77  WS-PARMFILE-STATUS          PIC X(02) VALUE "00".
001010 77  WS-STEPLOG-STATUS           PIC X(02) VALUE "00".
001020 77  WS-PRTFILE-STATUS           PIC X(02) VALUE "00".
001030
001040 77  WS-EOF-SWITCH               PIC X(01) VALUE "N".
001050     88  EOF-REACHED                 VALUE "Y".
001060     88  NOT-EOF-REACHED              VALUE "N".
001070
001080 77  WS-SORT-EOF-SWITCH          PIC X(01) VALUE "N".
001090     88  SORT-EOF-REACHED            VALUE "Y".
001100     88  SORT-NOT-EOF-REACHED        VALUE "N".
001110
001120 77  WS-NIGHT-LATE-SWITCH        PIC X(01) VALUE "N".
001130     88  NIGHT-IS-LATE               VALUE "Y".
001140     88  NIGHT-IS-ON-TIME            VALUE "N".
001150
001160 77  WS-NIGHT-COMPLETE-SWITCH    PIC X(01) VALUE "Y".
001170     88  NIGHT-IS-COMPLETE           VALUE "Y".
001180     88  NIGHT-IS-INCOMPLETE         VALUE "N".
001190
001200 77  WS-RETURN-CODE              PIC 9(02) VALUE ZERO.
001210
001220******************************************************************
001230*    DATE AND REPORT-PERIOD WORK AREAS
001240******************************************************************
001250 01  WS-CURRENT-DATE-TIME.
001260     05  WS-CURRENT-DATE.
001270         10  WS-CURRENT-YYYY          PIC 9(04).
001280         10  WS-CURRENT-MM            PIC 9(02).
001290         10  WS-CURRENT-DD            PIC 9(02).
001300
001310 77  WS-RUN-DATE                 PIC X(08).
001320
001330 01  WS-WORK-DATE.
001340     05  WS-WRK-YYYY              PIC 9(04).
001350     05  WS-WRK-MM                PIC 9(02).
001360     05  WS-WRK-DD                PIC 9(02).
001370
001380 77  WS-FROM-DATE                PIC X(08) VALUE SPACES.
001390 77  WS-MID-DATE                 PIC X(08) VALUE SPACES.
001400 77  WS-TO-DATE                  PIC X(08) VALUE SPACES.
001410
001420******************************************************************
001430*    CONTROL-BREAK KEYS - SET TO HIGH-VALUES AT THE END OF THE
001440*    SORTED STEP RECORDS SO EVERY OPEN NIGHT AND SITE CLOSES.
001450******************************************************************
001460 01  WS-NEXT-KEY.
001470     05  WS-NEXT-SITE-CODE        PIC X(04).
001480     05  WS-NEXT-RUN-DATE         PIC X(08).
001490
001500 77  WS-CURR-SITE-CODE           PIC X(04) VALUE SPACES.
001510 77  WS-CURR-RUN-DATE            PIC X(08) VALUE SPACES.
001520
001530******************************************************************
001540*    TIME ARITHMETIC WORK AREAS - HHMMSS TIMES ARE TURNED INTO
001550*    SECONDS FOR THE ELAPSED TIME AND BACK INTO HH:MM:SS FOR
001560*    PRINTING.
001570******************************************************************
001580 01  WS-TIME-SPLIT.
001590     05  WS-TM-HH                 PIC 9(02).
001600     05  WS-TM-MM                 PIC 9(02).
001610     05  WS-TM-SS                 PIC 9(02).
001620
001630 77  WS-START-SECONDS            PIC 9(07) VALUE ZERO.
001640 77  WS-END-SECONDS              PIC 9(07) VALUE ZERO.
001650 77  WS-ELAPSED-SECONDS          PIC 9(07) VALUE ZERO.
001660 77  WS-FMT-SECONDS              PIC 9(07) VALUE ZERO.
001670 77  WS-FMT-REMAINDER            PIC 9(07) VALUE ZERO.
001680
001690 01  WS-HMS-EDIT.
001700     05  WS-HMS-HH                PIC 9(02).
001710     05  FILLER                   PIC X(01) VALUE ":".
001720     05  WS-HMS-MM                PIC 9(02).
001730     05  FILLER                   PIC X(01) VALUE ":".
001740     05  WS-HMS-SS                PIC 9(02).
001750
001760******************************************************************
001770*    DEADLINE AND CHAIN-FINISH STAMPS - DATE FOLLOWED BY HHMMSS
001780*    SO ONE ALPHANUMERIC COMPARE ORDERS THEM ACROSS MIDNIGHT.
001790******************************************************************
001800 01  WS-DEADLINE-STAMP.
001810     05  WS-DLN-DATE              PIC X(08).
001820     05  WS-DLN-HH                PIC 9(02).
001830     05  WS-DLN-MM                PIC 9(02).
001840     05  WS-DLN-SS                PIC 9(02) VALUE ZERO.
001850
001860 01  WS-FINISH-STAMP.
001870     05  WS-FIN-DATE              PIC X(08).
001880     05  WS-FIN-TIME              PIC X(06).
001890
001900 77  WS-NIGHT-MAX-RC             PIC 9(02) VALUE ZERO.
001910
001920******************************************************************
001930*    STEP TABLE - THE HELLOJOB CHAIN IN RUN ORDER.  A STEPLOG
001940*    RECORD FOR ANY OTHER PROGRAM STILL COUNTS TOWARD THE NIGHT'S
001950*    FINISH TIME AND RETURN CODE BUT HAS NO COLUMN OF ITS OWN.
001960******************************************************************
001970 01  WS-STEP-NAME-VALUES.
001980     05  FILLER                   PIC X(10) VALUE "HELLOCOBOL".
001990     05  FILLER                   PIC X(10) VALUE "HELLOBAL".
002000     05  FILLER                   PIC X(10) VALUE "HELLOXTRD".
002010     05  FILLER                   PIC X(10) VALUE "MORNRPT".
002020 01  WS-STEP-NAME-TABLE REDEFINES WS-STEP-NAME-VALUES.
002030     05  WS-STEP-NAME OCCURS 4 TIMES
002040                                  PIC X(10).
002050
002060 77  WS-STEP-MAX                 PIC 9(02) COMP VALUE 4.
002070 77  WS-STEP-SUB                 PIC 9(02) COMP VALUE ZERO.
002080 77  WS-FOUND-SUB                PIC 9(02) COMP VALUE ZERO.
002090
002100 01  WS-NIGHT-TABLE.
002110     05  WS-NIGHT-STEP OCCURS 4 TIMES.
002120         10  WS-NGT-FOUND         PIC X(01).
002130             88  NGT-STEP-FOUND       VALUE "Y".
002140         10  WS-NGT-ELAPSED       PIC 9(07) COMP.
002150         10  WS-NGT-COUNT         PIC 9(07) COMP.
002160
002170 01  WS-TREND-TABLE.
002180     05  WS-TREND-STEP OCCURS 4 TIMES.
002190         10  WS-TRD-EARLY-NIGHTS  PIC 9(05) COMP.
002200         10  WS-TRD-EARLY-SECONDS PIC 9(09) COMP.
002210         10  WS-TRD-EARLY-ROWS    PIC 9(09) COMP.
002220         10  WS-TRD-LATE-NIGHTS   PIC 9(05) COMP.
002230         10  WS-TRD-LATE-SECONDS  PIC 9(09) COMP.
002240         10  WS-TRD-LATE-ROWS     PIC 9(09) COMP.
002250
002260 77  WS-EARLY-AVG-SECONDS        PIC 9(07) VALUE ZERO.
002270 77  WS-LATE-AVG-SECONDS         PIC 9(07) VALUE ZERO.
002280 77  WS-EARLY-AVG-ROWS           PIC 9(07) VALUE ZERO.
002290 77  WS-LATE-AVG-ROWS            PIC 9(07) VALUE ZERO.
002300 77  WS-TREND-LIMIT              PIC 9(09) VALUE ZERO.
002310
002320******************************************************************
002330*    PRINT REPORT WORK AREAS - SAME PAGINATED HEADING STYLE AS
002340*    THE HELLOCOBOL PRTFILE REPORT.
002350******************************************************************
002360 77  WS-LINES-ON-PAGE            PIC 9(02) VALUE ZERO.
002370 77  WS-LINES-PER-PAGE           PIC 9(02) VALUE 20.
002380 77  WS-PAGE-NUMBER              PIC 9(04) VALUE ZERO.
002390 77  WS-SAVE-PRT-LINE            PIC X(80) VALUE SPACES.
002400
002410 01  RPT-HEADING-1.
002420     05  FILLER                  PIC X(15) VALUE "RUN DATE      ".
002430     05  RPH1-RUN-DATE           PIC X(10).
002440     05  FILLER                  PIC X(10) VALUE SPACES.
002450     05  FILLER                  PIC X(13) VALUE "PROGRAM NAME ".
002460     05  RPH1-PROGRAM-NAME       PIC X(12) VALUE "SLARPT".
002470     05  FILLER                  PIC X(05) VALUE "PAGE ".
002480     05  RPH1-PAGE-NUMBER        PIC ZZZ9.
002490
002500 01  RPT-HEADING-2.
002510     05  FILLER                  PIC X(24) VALUE
002520         "BATCH-WINDOW SLA REPORT ".
002530     05  RPH2-PERIOD             PIC X(08).
002540     05  RPH2-FROM-DATE          PIC X(08).
002550     05  FILLER                  PIC X(04) VALUE " TO ".
002560     05  RPH2-TO-DATE            PIC X(08).
002570     05  FILLER                  PIC X(11) VALUE "  DEADLINE ".
002580     05  RPH2-DEADLINE.
002590         10  RPH2-DEADLINE-HH    PIC 9(02).
002600         10  FILLER              PIC X(01) VALUE ":".
002610         10  RPH2-DEADLINE-MM    PIC 9(02).
002620     05  RPH2-NEXT-DAY           PIC X(03).
002630     05  FILLER                  PIC X(09) VALUE SPACES.
002640
002650 01  RPT-HEADING-3.
002660     05  FILLER                  PIC X(11) VALUE " RUN DATE".
002670     05  FILLER                  PIC X(10) VALUE "HELLOCOBOL".
002680     05  FILLER                  PIC X(10) VALUE "HELLOBAL".
002690     05  FILLER                  PIC X(10) VALUE "HELLOXTRD".
002700     05  FILLER                  PIC X(10) VALUE "MORNRPT".
002710     05  FILLER                  PIC X(11) VALUE "FINISH".
002720     05  FILLER                  PIC X(04) VALUE "RC".
002730     05  FILLER                  PIC X(14) VALUE "FLAG".
002740
002750 01  RPT-SITE-LINE.
002760     05  FILLER                  PIC X(05) VALUE "SITE ".
002770     05  RPS-SITE-CODE           PIC X(04).
002780     05  FILLER                  PIC X(71) VALUE SPACES.
002790
002800 01  RPT-DETAIL-LINE.
002810     05  FILLER                  PIC X(01) VALUE SPACES.
002820     05  RPD-RUN-DATE            PIC X(08).
002830     05  FILLER                  PIC X(02) VALUE SPACES.
002840     05  RPD-STEP-COLUMN OCCURS 4 TIMES.
002850         10  RPD-STEP-ELAPSED    PIC X(08).
002860         10  FILLER              PIC X(02) VALUE SPACES.
002870     05  RPD-FINISH-TIME         PIC X(08).
002880     05  RPD-FINISH-NEXT-DAY     PIC X(03).
002890     05  RPD-MAX-RC              PIC Z9.
002900     05  FILLER                  PIC X(02) VALUE SPACES.
002910     05  RPD-FLAG                PIC X(10).
002920     05  FILLER                  PIC X(04) VALUE SPACES.
002930
002940 01  RPT-TREND-HEADING.
002950     05  FILLER                  PIC X(15) VALUE "   STEP".
002960     05  FILLER                  PIC X(10) VALUE "EARLY AVG".
002970     05  FILLER                  PIC X(10) VALUE "LATE AVG".
002980     05  FILLER                  PIC X(12) VALUE " EARLY ROWS".
002990     05  FILLER                  PIC X(12) VALUE "  LATE ROWS".
003000     05  FILLER                  PIC X(21) VALUE "FLAG".
003010
003020 01  RPT-TREND-LINE.
003030     05  FILLER                  PIC X(03) VALUE SPACES.
003040     05  RPR-STEP-NAME           PIC X(10).
003050     05  FILLER                  PIC X(02) VALUE SPACES.
003060     05  RPR-EARLY-AVG           PIC X(08).
003070     05  FILLER                  PIC X(02) VALUE SPACES.
003080     05  RPR-LATE-AVG            PIC X(08).
003090     05  FILLER                  PIC X(02) VALUE SPACES.
003100     05  RPR-EARLY-ROWS          PIC Z(09)9.
003110     05  FILLER                  PIC X(02) VALUE SPACES.
003120     05  RPR-LATE-ROWS           PIC Z(09)9.
003130     05  FILLER                  PIC X(02) VALUE SPACES.
003140     05  RPR-FLAG                PIC X(10).
003150     05  FILLER                  PIC X(11) VALUE SPACES.
003160
003170 01  RPT-TOTAL-LINE-1.
003180     05  FILLER                  PIC X(29) VALUE
003190         "NIGHTS REPORTED . . . . . . ".
003200     05  RPT1-NIGHTS-REPORTED    PIC ZZZZ9.
003210     05  FILLER                  PIC X(46) VALUE SPACES.
003220
003230 01  RPT-TOTAL-LINE-2.
003240     05  FILLER                  PIC X(29) VALUE
003250         "  FINISHED AFTER DEADLINE . ".
003260     05  RPT2-NIGHTS-LATE        PIC ZZZZ9.
003270     05  FILLER                  PIC X(46) VALUE SPACES.
003280
003290 01  RPT-TOTAL-LINE-3.
003300     05  FILLER                  PIC X(29) VALUE
003310         "  CHAIN INCOMPLETE  . . . . ".
003320     05  RPT3-NIGHTS-INCOMPLETE  PIC ZZZZ9.
003330     05  FILLER                  PIC X(46) VALUE SPACES.
003340
003350 01  RPT-TOTAL-LINE-4.
003360     05  FILLER                  PIC X(29) VALUE
003370         "STEPS TRENDING SLOWER . . . ".
003380     05  RPT4-STEPS-SLOWER       PIC ZZZZ9.
003390     05  FILLER                  PIC X(46) VALUE SPACES.
003400
003410 01  RPT-TOTAL-LINE-5.
003420     05  FILLER                  PIC X(29) VALUE
003430         "STEPLOG RECORDS UNUSABLE  . ".
003440     05  RPT5-STEPLOG-UNUSABLE   PIC ZZZZ9.
003450     05  FILLER                  PIC X(46) VALUE SPACES.
003460
003470******************************************************************
003480*    FATAL-ERROR WORK AREAS - USED BY 9900-FILE-ERROR
003490******************************************************************
003500 77  WS-FAILING-FILE-NAME        PIC X(08) VALUE SPACES.
003510 77  WS-FAILING-FILE-STATUS      PIC X(02) VALUE SPACES.
003520
003530 PROCEDURE DIVISION.
003540
003550 0000-MAINLINE.
003560     PERFORM 1000-INITIALIZE
003570         THRU 1000-INITIALIZE-EXIT.
003580
003590     SORT STMSORT
003600         ON ASCENDING KEY SSM-SITE-CODE
003610                          SSM-RUN-DATE
003620                          SSM-PROGRAM-NAME
003630                          SSM-END-DATE
003640                          SSM-END-TIME
003650         INPUT PROCEDURE IS 2000-RELEASE-STEP-RECORDS
003660                        THRU 2000-RELEASE-STEP-RECORDS-EXIT
003670         OUTPUT PROCEDURE IS 3000-REPORT-PERIOD
003680                        THRU 3000-REPORT-PERIOD-EXIT.
003690
003700     PERFORM 5000-PRINT-REPORT-TOTAL
003710         THRU 5000-PRINT-REPORT-TOTAL-EXIT.
003720
003730     PERFORM 9000-TERMINATE
003740         THRU 9000-TERMINATE-EXIT.
003750
003760     MOVE WS-RETURN-CODE TO RETURN-CODE.
003770     STOP RUN.
003780
003790******************************************************************
003800*    1000-INITIALIZE
003810******************************************************************
003820 1000-INITIALIZE.
003830     ACCEPT WS-CURRENT-DATE-TIME FROM DATE YYYYMMDD.
003840     MOVE WS-CURRENT-DATE-TIME TO WS-RUN-DATE.
003850
003860     PERFORM 1100-READ-PARM-RECORD
003870         THRU 1100-READ-PARM-RECORD-EXIT.
003880
003890     PERFORM 1200-SET-REPORT-PERIOD
003900         THRU 1200-SET-REPORT-PERIOD-EXIT.
003910
003920     OPEN INPUT  STEPLOG.
003930     IF WS-STEPLOG-STATUS NOT = "00"
003940         MOVE "STEPLOG"  TO WS-FAILING-FILE-NAME
003950         MOVE WS-STEPLOG-STATUS TO WS-FAILING-FILE-STATUS
003960         PERFORM 9900-FILE-ERROR THRU 9900-FILE-ERROR-EXIT
003970     END-IF.
003980
003990     OPEN OUTPUT PRTFILE.
004000     IF WS-PRTFILE-STATUS NOT = "00"
004010         MOVE "PRTFILE"  TO WS-FAILING-FILE-NAME
004020         MOVE WS-PRTFILE-STATUS TO WS-FAILING-FILE-STATUS
004030         PERFORM 9900-FILE-ERROR THRU 9900-FILE-ERROR-EXIT
004040     END-IF.
004050
004060     PERFORM 1500-PRINT-REPORT-HEADER
004070         THRU 1500-PRINT-REPORT-HEADER-EXIT.
004080 1000-INITIALIZE-EXIT.
004090     EXIT.
004100
004110******************************************************************
004120*    1100-READ-PARM-RECORD
004130*        THE PERIOD MUST BE W OR M AND THE DEADLINE A VALID HHMM -
004140*        AN SLA REPORT AGAINST THE WRONG DEADLINE IS WORSE THAN
004150*        NONE, SO A MISSING OR BAD PARAMETER RECORD IS REJECTED
004160*        WITH RC=8 BEFORE THE STEP LOG IS READ.  A BLANK OR ZERO
004170*        TREND PERCENTAGE TAKES THE DEFAULT OF 10.
004180******************************************************************
004190 1100-READ-PARM-RECORD.
004200     OPEN INPUT PARMFILE.
004210     IF WS-PARMFILE-STATUS NOT = "00"
004220         MOVE "PARMFILE" TO WS-FAILING-FILE-NAME
004230         MOVE WS-PARMFILE-STATUS TO WS-FAILING-FILE-STATUS
004240         PERFORM 9900-FILE-ERROR THRU 9900-FILE-ERROR-EXIT
004250     END-IF.
004260
004270     READ PARMFILE
004280         AT END
004290             DISPLAY "SLA PARAMETER RECORD MISSING"
004300                 " - RUN REJECTED"
004310             CLOSE PARMFILE
004320             MOVE 8 TO WS-RETURN-CODE
004330             MOVE WS-RETURN-CODE TO RETURN-CODE
004340             STOP RUN
004350     END-READ.
004360     CLOSE PARMFILE.
004370
004380     EVALUATE TRUE
004390         WHEN SLA-WEEKLY
004400             MOVE 7  TO WS-PERIOD-DAYS
004410             MOVE "WEEKLY  " TO RPH2-PERIOD
004420         WHEN SLA-MONTHLY
004430             MOVE 30 TO WS-PERIOD-DAYS
004440             MOVE "MONTHLY " TO RPH2-PERIOD
004450         WHEN OTHER
004460             DISPLAY "SLA PERIOD " SLA-PERIOD
004470                 " IS NOT W OR M - RUN REJECTED"
004480             MOVE 8 TO WS-RETURN-CODE
004490             MOVE WS-RETURN-CODE TO RETURN-CODE
004500             STOP RUN
004510     END-EVALUATE.
004520
004530     IF SLA-DEADLINE NOT NUMERIC
004540         DISPLAY "SLA DEADLINE " SLA-DEADLINE
004550             " IS NOT NUMERIC - RUN REJECTED"
004560         MOVE 8 TO WS-RETURN-CODE
004570         MOVE WS-RETURN-CODE TO RETURN-CODE
004580         STOP RUN
004590     END-IF.
004600
004610     IF SLA-DEADLINE-HH > 23
004620        OR SLA-DEADLINE-MM > 59
004630         DISPLAY "SLA DEADLINE " SLA-DEADLINE
004640             " IS NOT A VALID TIME - RUN REJECTED"
004650         MOVE 8 TO WS-RETURN-CODE
004660         MOVE WS-RETURN-CODE TO RETURN-CODE
004670         STOP RUN
004680     END-IF.
004682     MOVE SLA-DEADLINE-HH TO WS-DEADLINE-HH.
004684     MOVE SLA-DEADLINE-MM TO WS-DEADLINE-MM.
004686     IF SLA-DEADLINE-IS-NEXT-DAY
004688         SET DEADLINE-IS-NEXT-DAY TO TRUE
004689     END-IF.
004690
004700     IF SLA-TREND-PCT = SPACES
004710         GO TO 1100-READ-PARM-RECORD-EXIT
004720     END-IF.
004730
004740     IF SLA-TREND-PCT NOT NUMERIC
004750         DISPLAY "TREND PERCENTAGE " SLA-TREND-PCT
004760             " IS NOT NUMERIC - RUN REJECTED"
004770         MOVE 8 TO WS-RETURN-CODE
004780         MOVE WS-RETURN-CODE TO RETURN-CODE
004790         STOP RUN
004800     END-IF.
004810
004820     IF SLA-TREND-PCT-NUM > ZERO
004830         MOVE SLA-TREND-PCT-NUM TO WS-TREND-PCT
004840     END-IF.
004850 1100-READ-PARM-RECORD-EXIT.
004860     EXIT.
004870
004880******************************************************************
004890*    1200-SET-REPORT-PERIOD
004900*        THE PERIOD IS THE PERIOD-DAYS RUN DATES ENDING YESTERDAY.
004910*        THE LATER HALF (RUN DATES FROM THE MID DATE ON) IS SET
004920*        AGAINST THE EARLIER HALF FOR THE STEP TRENDS.  DATES ARE
004930*        STEPPED BACK ONE CALENDAR DAY AT A TIME, THE SAME WAY
004940*        HSKPURGE WORKS OUT ITS CUTOFF DATE.
004950******************************************************************
004960 1200-SET-REPORT-PERIOD.
004970     MOVE WS-CURRENT-YYYY TO WS-WRK-YYYY.
004980     MOVE WS-CURRENT-MM   TO WS-WRK-MM.
004990     MOVE WS-CURRENT-DD   TO WS-WRK-DD.
005000
005010     PERFORM 1210-BACK-ONE-DAY
005020         THRU 1210-BACK-ONE-DAY-EXIT.
005030     MOVE WS-WORK-DATE TO WS-TO-DATE.
005040
005050     DIVIDE WS-PERIOD-DAYS BY 2 GIVING WS-HALF-DAYS.
005060     SUBTRACT 1 FROM WS-HALF-DAYS GIVING WS-BACK-DAYS.
005070     PERFORM 1210-BACK-ONE-DAY
005080         THRU 1210-BACK-ONE-DAY-EXIT
005090         WS-BACK-DAYS TIMES.
005100     MOVE WS-WORK-DATE TO WS-MID-DATE.
005110
005120     SUBTRACT WS-HALF-DAYS FROM WS-PERIOD-DAYS
005130         GIVING WS-BACK-DAYS.
005140     PERFORM 1210-BACK-ONE-DAY
005150         THRU 1210-BACK-ONE-DAY-EXIT
005160         WS-BACK-DAYS TIMES.
005170     MOVE WS-WORK-DATE TO WS-FROM-DATE.
005180 1200-SET-REPORT-PERIOD-EXIT.
005190     EXIT.
005200
005210 1210-BACK-ONE-DAY.
005220     IF WS-WRK-DD > 1
005230         SUBTRACT 1 FROM WS-WRK-DD
005240         GO TO 1210-BACK-ONE-DAY-EXIT
005250     END-IF.
005260
005270     IF WS-WRK-MM = 1
005280         MOVE 12 TO WS-WRK-MM
005290         SUBTRACT 1 FROM WS-WRK-YYYY
005300     ELSE
005310         SUBTRACT 1 FROM WS-WRK-MM
005320     END-IF.
005330
005340     PERFORM 1220-SET-DAYS-IN-MONTH
005350         THRU 1220-SET-DAYS-IN-MONTH-EXIT.
005360     MOVE WS-DAYS-IN-MONTH TO WS-WRK-DD.
005370 1210-BACK-ONE-DAY-EXIT.
005380     EXIT.
005390
005400******************************************************************
005410*    1220-SET-DAYS-IN-MONTH
005420*        FEBRUARY IS 29 DAYS WHEN THE WORK YEAR IS DIVISIBLE BY 4
005430*        BUT NOT BY 100, OR DIVISIBLE BY 400.
005440******************************************************************
005450 1220-SET-DAYS-IN-MONTH.
005460     EVALUATE WS-WRK-MM
005470         WHEN 01
005480         WHEN 03
005490         WHEN 05
005500         WHEN 07
005510         WHEN 08
005520         WHEN 10
005530         WHEN 12
005540             MOVE 31 TO WS-DAYS-IN-MONTH
005550         WHEN 04
005560         WHEN 06
005570         WHEN 09
005580         WHEN 11
005590             MOVE 30 TO WS-DAYS-IN-MONTH
005600         WHEN 02
005610             MOVE 28 TO WS-DAYS-IN-MONTH
005620             DIVIDE WS-WRK-YYYY BY 4
005630                 GIVING WS-LEAP-QUOTIENT
005640                 REMAINDER WS-LEAP-REMAINDER
005650             IF WS-LEAP-REMAINDER = ZERO
005660                 DIVIDE WS-WRK-YYYY BY 100
005670                     GIVING WS-LEAP-QUOTIENT
005680                     REMAINDER WS-LEAP-REMAINDER
005690                 IF WS-LEAP-REMAINDER NOT = ZERO
005700                     MOVE 29 TO WS-DAYS-IN-MONTH
005710                 ELSE
005720                     DIVIDE WS-WRK-YYYY BY 400
005730                         GIVING WS-LEAP-QUOTIENT
005740                         REMAINDER WS-LEAP-REMAINDER
005750                     IF WS-LEAP-REMAINDER = ZERO
005760                         MOVE 29 TO WS-DAYS-IN-MONTH
005770                     END-IF
005780                 END-IF
005790             END-IF
005800     END-EVALUATE.
005810 1220-SET-DAYS-IN-MONTH-EXIT.
005820     EXIT.
005830
005840******************************************************************
005850*    1230-FORWARD-ONE-DAY
005860*        MOVES THE WORK DATE ON ONE CALENDAR DAY - USED FOR A
005870*        DEADLINE THAT FALLS ON THE MORNING AFTER THE RUN DATE.
005880******************************************************************
005890 1230-FORWARD-ONE-DAY.
005900     PERFORM 1220-SET-DAYS-IN-MONTH
005910         THRU 1220-SET-DAYS-IN-MONTH-EXIT.
005920     IF WS-WRK-DD < WS-DAYS-IN-MONTH
005930         ADD 1 TO WS-WRK-DD
005940         GO TO 1230-FORWARD-ONE-DAY-EXIT
005950     END-IF.
005960
005970     MOVE 1 TO WS-WRK-DD.
005980     IF WS-WRK-MM = 12
005990         MOVE 1 TO WS-WRK-MM
006000         ADD 1 TO WS-WRK-YYYY
006010     ELSE
006020         ADD 1 TO WS-WRK-MM
006030     END-IF.
006040 1230-FORWARD-ONE-DAY-EXIT.
006050     EXIT.
006060
006070******************************************************************
006080*    1500-PRINT-REPORT-HEADER
006090******************************************************************
006100 1500-PRINT-REPORT-HEADER.
006110     ADD 1 TO WS-PAGE-NUMBER.
006120     MOVE WS-RUN-DATE         TO RPH1-RUN-DATE.
006130     MOVE WS-PAGE-NUMBER      TO RPH1-PAGE-NUMBER.
006140     MOVE WS-FROM-DATE        TO RPH2-FROM-DATE.
006150     MOVE WS-TO-DATE          TO RPH2-TO-DATE.
006160     MOVE WS-DEADLINE-HH      TO RPH2-DEADLINE-HH.
006170     MOVE WS-DEADLINE-MM      TO RPH2-DEADLINE-MM.
006180     IF DEADLINE-IS-NEXT-DAY
006190         MOVE " +1"           TO RPH2-NEXT-DAY
006200     ELSE
006210         MOVE SPACES          TO RPH2-NEXT-DAY
006220     END-IF.
006230     WRITE PRT-LINE FROM RPT-HEADING-1
006240         AFTER ADVANCING NEW-PAGE.
006250     IF WS-PRTFILE-STATUS NOT = "00"
006260         MOVE "PRTFILE" TO WS-FAILING-FILE-NAME
006270         MOVE WS-PRTFILE-STATUS TO WS-FAILING-FILE-STATUS
006280         PERFORM 9900-FILE-ERROR THRU 9900-FILE-ERROR-EXIT
006290     END-IF.
006300     WRITE PRT-LINE FROM RPT-HEADING-2.
006310     WRITE PRT-LINE FROM RPT-HEADING-3.
006320     MOVE 3 TO WS-LINES-ON-PAGE.
006330 1500-PRINT-REPORT-HEADER-EXIT.
006340     EXIT.
006350
006360******************************************************************
006370*    2000-RELEASE-STEP-RECORDS  ( SORT INPUT PROCEDURE )
006380*        RELEASES EVERY STEPLOG RECORD WHOSE RUN DATE FALLS IN
006390*        THE REPORT PERIOD.  A RECORD WHOSE START OR END TIME IS
006400*        NOT NUMERIC CANNOT BE TIMED AND IS ONLY COUNTED.
006410******************************************************************
006420 2000-RELEASE-STEP-RECORDS.
006430     PERFORM 2100-RELEASE-ONE-STEP
006440         THRU 2100-RELEASE-ONE-STEP-EXIT
006450         UNTIL EOF-REACHED.
006460 2000-RELEASE-STEP-RECORDS-EXIT.
006470     EXIT.
006480
006490 2100-RELEASE-ONE-STEP.
006500     READ STEPLOG
006510         AT END
006520             SET EOF-REACHED TO TRUE
006530             GO TO 2100-RELEASE-ONE-STEP-EXIT
006540     END-READ.
006550
006560     ADD 1 TO WS-STEPLOG-READ.
006570
006580     IF STM-RUN-DATE < WS-FROM-DATE
006590        OR STM-RUN-DATE > WS-TO-DATE
006600         GO TO 2100-RELEASE-ONE-STEP-EXIT
006610     END-IF.
006620
006630     IF STM-START-TIME NOT NUMERIC
006640        OR STM-END-TIME NOT NUMERIC
006650         ADD 1 TO WS-STEPLOG-UNUSABLE
006660         GO TO 2100-RELEASE-ONE-STEP-EXIT
006670     END-IF.
006680
006690     MOVE STM-SITE-CODE       TO SSM-SITE-CODE.
006700     MOVE STM-RUN-DATE        TO SSM-RUN-DATE.
006710     MOVE STM-PROGRAM-NAME    TO SSM-PROGRAM-NAME.
006720     MOVE STM-END-DATE        TO SSM-END-DATE.
006730     MOVE STM-END-TIME        TO SSM-END-TIME.
006740     MOVE STM-START-DATE      TO SSM-START-DATE.
006750     MOVE STM-START-TIME      TO SSM-START-TIME.
006760     IF STM-RETURN-CODE NUMERIC
006770         MOVE STM-RETURN-CODE TO SSM-RETURN-CODE
006780     ELSE
006790         MOVE ZERO            TO SSM-RETURN-CODE
006800     END-IF.
006810     IF STM-RECORD-COUNT NUMERIC
006820         MOVE STM-RECORD-COUNT TO SSM-RECORD-COUNT
006830     ELSE
006840         MOVE ZERO            TO SSM-RECORD-COUNT
006850     END-IF.
006860     ADD 1 TO WS-STEPLOG-SELECTED.
006870     RELEASE SSM-RECORD.
006880 2100-RELEASE-ONE-STEP-EXIT.
006890     EXIT.
006900
006910******************************************************************
006920*    3000-REPORT-PERIOD         ( SORT OUTPUT PROCEDURE )
006930*        CONTROL BREAK ON SITE, THEN ON RUN DATE.  EACH RUN DATE
006940*        PRINTS ONE NIGHT LINE; EACH SITE ENDS WITH ITS STEP
006950*        TREND LINES.
006960******************************************************************
006970 3000-REPORT-PERIOD.
006980     SET SORT-NOT-EOF-REACHED TO TRUE.
006990     PERFORM 3100-NEXT-STEP-RECORD
007000         THRU 3100-NEXT-STEP-RECORD-EXIT.
007010
007020     PERFORM 3200-REPORT-ONE-SITE
007030         THRU 3200-REPORT-ONE-SITE-EXIT
007040         UNTIL SORT-EOF-REACHED.
007050 3000-REPORT-PERIOD-EXIT.
007060     EXIT.
007070
007080 3100-NEXT-STEP-RECORD.
007090     RETURN STMSORT
007100         AT END
007110             SET SORT-EOF-REACHED TO TRUE
007120             MOVE HIGH-VALUES TO WS-NEXT-KEY
007130             GO TO 3100-NEXT-STEP-RECORD-EXIT
007140     END-RETURN.
007150     MOVE SSM-SITE-CODE TO WS-NEXT-SITE-CODE.
007160     MOVE SSM-RUN-DATE  TO WS-NEXT-RUN-DATE.
007170 3100-NEXT-STEP-RECORD-EXIT.
007180     EXIT.
007190
007200 3200-REPORT-ONE-SITE.
007210     MOVE WS-NEXT-SITE-CODE TO WS-CURR-SITE-CODE.
007220     PERFORM 3210-CLEAR-ONE-TREND
007230         THRU 3210-CLEAR-ONE-TREND-EXIT
007240         VARYING WS-STEP-SUB FROM 1 BY 1
007250         UNTIL WS-STEP-SUB > WS-STEP-MAX.
007260
007270     IF WS-CURR-SITE-CODE = SPACES
007280         MOVE "ALL"              TO RPS-SITE-CODE
007290     ELSE
007300         MOVE WS-CURR-SITE-CODE  TO RPS-SITE-CODE
007310     END-IF.
007320     MOVE SPACES TO PRT-LINE.
007330     PERFORM 4100-WRITE-PRT-LINE
007340         THRU 4100-WRITE-PRT-LINE-EXIT.
007350     MOVE RPT-SITE-LINE TO PRT-LINE.
007360     PERFORM 4100-WRITE-PRT-LINE
007370         THRU 4100-WRITE-PRT-LINE-EXIT.
007380
007390     PERFORM 3300-REPORT-ONE-NIGHT
007400         THRU 3300-REPORT-ONE-NIGHT-EXIT
007410         UNTIL WS-NEXT-SITE-CODE NOT = WS-CURR-SITE-CODE.
007420
007430     PERFORM 3600-PRINT-SITE-TRENDS
007440         THRU 3600-PRINT-SITE-TRENDS-EXIT.
007450 3200-REPORT-ONE-SITE-EXIT.
007460     EXIT.
007470
007480******************************************************************
007490*    3210-CLEAR-ONE-TREND
007500*        THE TREND TOTALS ARE BINARY, SO THE TABLE IS CLEARED
007510*        FIELD BY FIELD RATHER THAN BY A GROUP-LEVEL MOVE.
007520******************************************************************
007530 3210-CLEAR-ONE-TREND.
007540     MOVE ZERO TO WS-TRD-EARLY-NIGHTS (WS-STEP-SUB).
007550     MOVE ZERO TO WS-TRD-EARLY-SECONDS (WS-STEP-SUB).
007560     MOVE ZERO TO WS-TRD-EARLY-ROWS (WS-STEP-SUB).
007570     MOVE ZERO TO WS-TRD-LATE-NIGHTS (WS-STEP-SUB).
007580     MOVE ZERO TO WS-TRD-LATE-SECONDS (WS-STEP-SUB).
007590     MOVE ZERO TO WS-TRD-LATE-ROWS (WS-STEP-SUB).
007600 3210-CLEAR-ONE-TREND-EXIT.
007610     EXIT.
007620
007630******************************************************************
007640*    3300-REPORT-ONE-NIGHT
007650*        GATHERS EVERY STEP RECORD FOR ONE SITE AND RUN DATE,
007660*        THEN PRINTS THE NIGHT LINE.
007670******************************************************************
007680 3300-REPORT-ONE-NIGHT.
007690     MOVE WS-NEXT-RUN-DATE TO WS-CURR-RUN-DATE.
007700     PERFORM 3310-CLEAR-ONE-STEP
007710         THRU 3310-CLEAR-ONE-STEP-EXIT
007720         VARYING WS-STEP-SUB FROM 1 BY 1
007730         UNTIL WS-STEP-SUB > WS-STEP-MAX.
007740     MOVE LOW-VALUES TO WS-FINISH-STAMP.
007750     MOVE ZERO       TO WS-NIGHT-MAX-RC.
007760
007770     PERFORM 3400-ADD-ONE-STEP-RECORD
007780         THRU 3400-ADD-ONE-STEP-RECORD-EXIT
007790         UNTIL WS-NEXT-SITE-CODE NOT = WS-CURR-SITE-CODE
007800            OR WS-NEXT-RUN-DATE NOT = WS-CURR-RUN-DATE.
007810
007820     PERFORM 3500-PRINT-ONE-NIGHT
007830         THRU 3500-PRINT-ONE-NIGHT-EXIT.
007840 3300-REPORT-ONE-NIGHT-EXIT.
007850     EXIT.
007860
007870 3310-CLEAR-ONE-STEP.
007880     MOVE "N"  TO WS-NGT-FOUND (WS-STEP-SUB).
007890     MOVE ZERO TO WS-NGT-ELAPSED (WS-STEP-SUB).
007900     MOVE ZERO TO WS-NGT-COUNT (WS-STEP-SUB).
007910 3310-CLEAR-ONE-STEP-EXIT.
007920     EXIT.
007930
007940******************************************************************
007950*    3400-ADD-ONE-STEP-RECORD
007960*        RECORDS ARRIVE IN END-TIME ORDER WITHIN EACH PROGRAM, SO
007970*        A RERUN OF A STEP SIMPLY REPLACES THE EARLIER RUN.
007980******************************************************************
007990 3400-ADD-ONE-STEP-RECORD.
008000     IF SSM-END-STAMP > WS-FINISH-STAMP
008010         MOVE SSM-END-STAMP TO WS-FINISH-STAMP
008020     END-IF.
008030     IF SSM-RETURN-CODE > WS-NIGHT-MAX-RC
008040         MOVE SSM-RETURN-CODE TO WS-NIGHT-MAX-RC
008050     END-IF.
008060
008070     MOVE ZERO TO WS-FOUND-SUB.
008080     PERFORM 3410-MATCH-ONE-STEP
008090         THRU 3410-MATCH-ONE-STEP-EXIT
008100         VARYING WS-STEP-SUB FROM 1 BY 1
008110         UNTIL WS-STEP-SUB > WS-STEP-MAX
008120            OR WS-FOUND-SUB > ZERO.
008130     IF WS-FOUND-SUB > ZERO
008140         PERFORM 3420-TIME-ONE-STEP
008150             THRU 3420-TIME-ONE-STEP-EXIT
008160     END-IF.
008170
008180     PERFORM 3100-NEXT-STEP-RECORD
008190         THRU 3100-NEXT-STEP-RECORD-EXIT.
008200 3400-ADD-ONE-STEP-RECORD-EXIT.
008210     EXIT.
008220
008230 3410-MATCH-ONE-STEP.
008240     IF SSM-PROGRAM-NAME = WS-STEP-NAME (WS-STEP-SUB)
008250         MOVE WS-STEP-SUB TO WS-FOUND-SUB
008260     END-IF.
008270 3410-MATCH-ONE-STEP-EXIT.
008280     EXIT.
008290
008300******************************************************************
008310*    3420-TIME-ONE-STEP
008320*        A STEP THAT ENDS ON A LATER DATE THAN IT STARTED IS TAKEN
008330*        TO HAVE RUN ACROSS ONE MIDNIGHT.
008340******************************************************************
008350 3420-TIME-ONE-STEP.
008360     MOVE SSM-START-TIME TO WS-TIME-SPLIT.
008370     COMPUTE WS-START-SECONDS =
008380         WS-TM-HH * 3600 + WS-TM-MM * 60 + WS-TM-SS.
008390     MOVE SSM-END-TIME TO WS-TIME-SPLIT.
008400     COMPUTE WS-END-SECONDS =
008410         WS-TM-HH * 3600 + WS-TM-MM * 60 + WS-TM-SS.
008420     IF SSM-END-DATE NOT = SSM-START-DATE
008430         ADD 86400 TO WS-END-SECONDS
008440     END-IF.
008450     IF WS-END-SECONDS < WS-START-SECONDS
008460         MOVE ZERO TO WS-ELAPSED-SECONDS
008470     ELSE
008480         SUBTRACT WS-START-SECONDS FROM WS-END-SECONDS
008490             GIVING WS-ELAPSED-SECONDS
008500     END-IF.
008510
008520     MOVE "Y"                TO WS-NGT-FOUND (WS-FOUND-SUB).
008530     MOVE WS-ELAPSED-SECONDS TO WS-NGT-ELAPSED (WS-FOUND-SUB).
008540     MOVE SSM-RECORD-COUNT   TO WS-NGT-COUNT (WS-FOUND-SUB).
008550 3420-TIME-ONE-STEP-EXIT.
008560     EXIT.
008570
008580******************************************************************
008590*    3500-PRINT-ONE-NIGHT
008600*        THE CHAIN FINISHED WHEN ITS LAST STEP ENDED.  THAT IS SET
008610*        AGAINST THE DEADLINE ON THE RUN DATE, OR ON THE DAY AFTER
008620*        FOR AN OVERNIGHT CUTOFF.  A NIGHT MISSING ANY STEP OF THE
008630*        CHAIN IS FLAGGED INCOMPLETE; ONE BOTH LATE AND MISSING A
008635*        STEP IS FLAGGED LATE/INCMP.
008640******************************************************************
008650 3500-PRINT-ONE-NIGHT.
008660     ADD 1 TO WS-NIGHTS-REPORTED.
008670     SET NIGHT-IS-COMPLETE TO TRUE.
008680     MOVE WS-CURR-RUN-DATE TO RPD-RUN-DATE.
008690
008700     PERFORM 3510-SET-ONE-STEP-COLUMN
008710         THRU 3510-SET-ONE-STEP-COLUMN-EXIT
008720         VARYING WS-STEP-SUB FROM 1 BY 1
008730         UNTIL WS-STEP-SUB > WS-STEP-MAX.
008740
008750     MOVE WS-CURR-RUN-DATE TO WS-WORK-DATE.
008760     IF DEADLINE-IS-NEXT-DAY
008770         PERFORM 1230-FORWARD-ONE-DAY
008780             THRU 1230-FORWARD-ONE-DAY-EXIT
008790     END-IF.
008800     MOVE WS-WORK-DATE    TO WS-DLN-DATE.
008810     MOVE WS-DEADLINE-HH  TO WS-DLN-HH.
008820     MOVE WS-DEADLINE-MM  TO WS-DLN-MM.
008830     IF WS-FINISH-STAMP > WS-DEADLINE-STAMP
008840         SET NIGHT-IS-LATE TO TRUE
008850     ELSE
008860         SET NIGHT-IS-ON-TIME TO TRUE
008870     END-IF.
008880
008890     MOVE WS-FIN-TIME TO WS-TIME-SPLIT.
008900     MOVE WS-TM-HH    TO WS-HMS-HH.
008910     MOVE WS-TM-MM    TO WS-HMS-MM.
008920     MOVE WS-TM-SS    TO WS-HMS-SS.
008930     MOVE WS-HMS-EDIT TO RPD-FINISH-TIME.
008940     IF WS-FIN-DATE > WS-CURR-RUN-DATE
008950         MOVE " +1"   TO RPD-FINISH-NEXT-DAY
008960     ELSE
008970         MOVE SPACES  TO RPD-FINISH-NEXT-DAY
008980     END-IF.
008990     MOVE WS-NIGHT-MAX-RC TO RPD-MAX-RC.
009000
009010     MOVE SPACES TO RPD-FLAG.
009020     IF NIGHT-IS-INCOMPLETE
009030         ADD 1 TO WS-NIGHTS-INCOMPLETE
009040         MOVE "INCOMPLETE" TO RPD-FLAG
009050     END-IF.
009060     IF NIGHT-IS-LATE
009070         ADD 1 TO WS-NIGHTS-LATE
009080         IF NIGHT-IS-INCOMPLETE
009082             MOVE "LATE/INCMP" TO RPD-FLAG
009084         ELSE
009086             MOVE "** LATE **" TO RPD-FLAG
009088         END-IF
009090     END-IF.
009100
009110     MOVE RPT-DETAIL-LINE TO PRT-LINE.
009120     PERFORM 4100-WRITE-PRT-LINE
009130         THRU 4100-WRITE-PRT-LINE-EXIT.
009140 3500-PRINT-ONE-NIGHT-EXIT.
009150     EXIT.
009160
009170******************************************************************
009180*    3510-SET-ONE-STEP-COLUMN
009190*        PRINTS THE STEP'S ELAPSED TIME AND ADDS IT INTO THE
009200*        EARLIER OR LATER HALF OF THE SITE'S TREND TOTALS.
009210******************************************************************
009220 3510-SET-ONE-STEP-COLUMN.
009230     IF NOT NGT-STEP-FOUND (WS-STEP-SUB)
009240         SET NIGHT-IS-INCOMPLETE TO TRUE
009250         MOVE "    -   " TO RPD-STEP-ELAPSED (WS-STEP-SUB)
009260         GO TO 3510-SET-ONE-STEP-COLUMN-EXIT
009270     END-IF.
009280
009290     MOVE WS-NGT-ELAPSED (WS-STEP-SUB) TO WS-FMT-SECONDS.
009300     PERFORM 6100-FORMAT-SECONDS
009310         THRU 6100-FORMAT-SECONDS-EXIT.
009320     MOVE WS-HMS-EDIT TO RPD-STEP-ELAPSED (WS-STEP-SUB).
009330
009340     IF WS-CURR-RUN-DATE < WS-MID-DATE
009350         ADD 1 TO WS-TRD-EARLY-NIGHTS (WS-STEP-SUB)
009360         ADD WS-NGT-ELAPSED (WS-STEP-SUB)
009370             TO WS-TRD-EARLY-SECONDS (WS-STEP-SUB)
009380         ADD WS-NGT-COUNT (WS-STEP-SUB)
009390             TO WS-TRD-EARLY-ROWS (WS-STEP-SUB)
009400     ELSE
009410         ADD 1 TO WS-TRD-LATE-NIGHTS (WS-STEP-SUB)
009420         ADD WS-NGT-ELAPSED (WS-STEP-SUB)
009430             TO WS-TRD-LATE-SECONDS (WS-STEP-SUB)
009440         ADD WS-NGT-COUNT (WS-STEP-SUB)
009450             TO WS-TRD-LATE-ROWS (WS-STEP-SUB)
009460     END-IF.
009470 3510-SET-ONE-STEP-COLUMN-EXIT.
009480     EXIT.
009490
009500******************************************************************
009510*    3600-PRINT-SITE-TRENDS
009520*        ONE LINE PER STEP: AVERAGE ELAPSED TIME AND AVERAGE
009530*        WORKLOAD FOR THE EARLIER AND LATER HALF OF THE PERIOD.
009540******************************************************************
009550 3600-PRINT-SITE-TRENDS.
009560     MOVE SPACES TO PRT-LINE.
009570     PERFORM 4100-WRITE-PRT-LINE
009580         THRU 4100-WRITE-PRT-LINE-EXIT.
009590     MOVE RPT-TREND-HEADING TO PRT-LINE.
009600     PERFORM 4100-WRITE-PRT-LINE
009610         THRU 4100-WRITE-PRT-LINE-EXIT.
009620
009630     PERFORM 3610-PRINT-ONE-TREND
009640         THRU 3610-PRINT-ONE-TREND-EXIT
009650         VARYING WS-STEP-SUB FROM 1 BY 1
009660         UNTIL WS-STEP-SUB > WS-STEP-MAX.
009670 3600-PRINT-SITE-TRENDS-EXIT.
009680     EXIT.
009690
009700******************************************************************
009710*    3610-PRINT-ONE-TREND
009720*        A STEP IS TRENDING SLOWER WHEN BOTH HALVES HAVE RUNS AND
009730*        THE LATER AVERAGE IS MORE THAN TREND-PCT PERCENT ABOVE
009740*        THE EARLIER ONE.
009750******************************************************************
009760 3610-PRINT-ONE-TREND.
009770     MOVE WS-STEP-NAME (WS-STEP-SUB) TO RPR-STEP-NAME.
009780     MOVE ZERO TO WS-EARLY-AVG-SECONDS WS-EARLY-AVG-ROWS.
009790     MOVE ZERO TO WS-LATE-AVG-SECONDS  WS-LATE-AVG-ROWS.
009800     MOVE "    -   " TO RPR-EARLY-AVG.
009810     MOVE "    -   " TO RPR-LATE-AVG.
009820     MOVE SPACES     TO RPR-FLAG.
009830
009840     IF WS-TRD-EARLY-NIGHTS (WS-STEP-SUB) > ZERO
009850         DIVIDE WS-TRD-EARLY-SECONDS (WS-STEP-SUB)
009860             BY WS-TRD-EARLY-NIGHTS (WS-STEP-SUB)
009870             GIVING WS-EARLY-AVG-SECONDS ROUNDED
009880         DIVIDE WS-TRD-EARLY-ROWS (WS-STEP-SUB)
009890             BY WS-TRD-EARLY-NIGHTS (WS-STEP-SUB)
009900             GIVING WS-EARLY-AVG-ROWS ROUNDED
009910         MOVE WS-EARLY-AVG-SECONDS TO WS-FMT-SECONDS
009920         PERFORM 6100-FORMAT-SECONDS
009930             THRU 6100-FORMAT-SECONDS-EXIT
009940         MOVE WS-HMS-EDIT TO RPR-EARLY-AVG
009950     END-IF.
009960
009970     IF WS-TRD-LATE-NIGHTS (WS-STEP-SUB) > ZERO
009980         DIVIDE WS-TRD-LATE-SECONDS (WS-STEP-SUB)
009990             BY WS-TRD-LATE-NIGHTS (WS-STEP-SUB)
010000             GIVING WS-LATE-AVG-SECONDS ROUNDED
010010         DIVIDE WS-TRD-LATE-ROWS (WS-STEP-SUB)
010020             BY WS-TRD-LATE-NIGHTS (WS-STEP-SUB)
010030             GIVING WS-LATE-AVG-ROWS ROUNDED
010040         MOVE WS-LATE-AVG-SECONDS TO WS-FMT-SECONDS
010050         PERFORM 6100-FORMAT-SECONDS
010060             THRU 6100-FORMAT-SECONDS-EXIT
010070         MOVE WS-HMS-EDIT TO RPR-LATE-AVG
010080     END-IF.
010090
010100     MOVE WS-EARLY-AVG-ROWS TO RPR-EARLY-ROWS.
010110     MOVE WS-LATE-AVG-ROWS  TO RPR-LATE-ROWS.
010120
010130     IF WS-TRD-EARLY-NIGHTS (WS-STEP-SUB) > ZERO
010140        AND WS-TRD-LATE-NIGHTS (WS-STEP-SUB) > ZERO
010150         COMPUTE WS-TREND-LIMIT =
010160             WS-EARLY-AVG-SECONDS * (100 + WS-TREND-PCT)
010170         IF WS-LATE-AVG-SECONDS * 100 > WS-TREND-LIMIT
010180             ADD 1 TO WS-STEPS-SLOWER
010190             MOVE "SLOWER" TO RPR-FLAG
010200         END-IF
010210     END-IF.
010220
010230     MOVE RPT-TREND-LINE TO PRT-LINE.
010240     PERFORM 4100-WRITE-PRT-LINE
010250         THRU 4100-WRITE-PRT-LINE-EXIT.
010260 3610-PRINT-ONE-TREND-EXIT.
010270     EXIT.
010280
010290******************************************************************
010300*    4100-WRITE-PRT-LINE
010310*        COMMON PRINT-LINE WRITER - BREAKS TO A NEW PAGE WHEN
010320*        THE CURRENT PAGE IS FULL AND CHECKS THE FILE STATUS ON
010330*        EVERY WRITE.
010340******************************************************************
010350 4100-WRITE-PRT-LINE.
010360     IF WS-LINES-ON-PAGE >= WS-LINES-PER-PAGE
010370         MOVE PRT-LINE TO WS-SAVE-PRT-LINE
010380         PERFORM 1500-PRINT-REPORT-HEADER
010390             THRU 1500-PRINT-REPORT-HEADER-EXIT
010400         MOVE WS-SAVE-PRT-LINE TO PRT-LINE
010410     END-IF.
010420     WRITE PRT-LINE.
010430     IF WS-PRTFILE-STATUS NOT = "00"
010440         MOVE "PRTFILE" TO WS-FAILING-FILE-NAME
010450         MOVE WS-PRTFILE-STATUS TO WS-FAILING-FILE-STATUS
010460         PERFORM 9900-FILE-ERROR THRU 9900-FILE-ERROR-EXIT
010470     END-IF.
010480     ADD 1 TO WS-LINES-ON-PAGE.
010490 4100-WRITE-PRT-LINE-EXIT.
010500     EXIT.
010510
010520******************************************************************
010530*    5000-PRINT-REPORT-TOTAL
010540*        A LATE OR INCOMPLETE NIGHT, OR A STEP TRENDING SLOWER,
010550*        ENDS THE RUN WITH RC=4 SO THE SCHEDULER FLAGS THE REPORT
010560*        FOR REVIEW.  A PERIOD WITH NO STEP RECORDS AT ALL MEANS
010570*        THE CHAIN NEVER RAN AND IS ALSO RC=4.
010580******************************************************************
010590 5000-PRINT-REPORT-TOTAL.
010600     IF WS-NIGHTS-REPORTED = ZERO
010610         DISPLAY "NO STEP-TIMING RECORDS FOR " WS-FROM-DATE
010620             " TO " WS-TO-DATE
010630         MOVE 4 TO WS-RETURN-CODE
010640     END-IF.
010650     IF WS-NIGHTS-LATE > ZERO
010660        OR WS-NIGHTS-INCOMPLETE > ZERO
010670        OR WS-STEPS-SLOWER > ZERO
010680         MOVE 4 TO WS-RETURN-CODE
010690     END-IF.
010700
010710     MOVE WS-NIGHTS-REPORTED   TO RPT1-NIGHTS-REPORTED.
010720     MOVE WS-NIGHTS-LATE       TO RPT2-NIGHTS-LATE.
010730     MOVE WS-NIGHTS-INCOMPLETE TO RPT3-NIGHTS-INCOMPLETE.
010740     MOVE WS-STEPS-SLOWER      TO RPT4-STEPS-SLOWER.
010750     MOVE WS-STEPLOG-UNUSABLE  TO RPT5-STEPLOG-UNUSABLE.
010760
010770     MOVE SPACES TO PRT-LINE.
010780     PERFORM 4100-WRITE-PRT-LINE
010790         THRU 4100-WRITE-PRT-LINE-EXIT.
010800     MOVE RPT-TOTAL-LINE-1 TO PRT-LINE.
010810     PERFORM 4100-WRITE-PRT-LINE
010820         THRU 4100-WRITE-PRT-LINE-EXIT.
010830     MOVE RPT-TOTAL-LINE-2 TO PRT-LINE.
010840     PERFORM 4100-WRITE-PRT-LINE
010850         THRU 4100-WRITE-PRT-LINE-EXIT.
010860     MOVE RPT-TOTAL-LINE-3 TO PRT-LINE.
010870     PERFORM 4100-WRITE-PRT-LINE
010880         THRU 4100-WRITE-PRT-LINE-EXIT.
010890     MOVE RPT-TOTAL-LINE-4 TO PRT-LINE.
010900     PERFORM 4100-WRITE-PRT-LINE
010910         THRU 4100-WRITE-PRT-LINE-EXIT.
010920     MOVE RPT-TOTAL-LINE-5 TO PRT-LINE.
010930     PERFORM 4100-WRITE-PRT-LINE
010940         THRU 4100-WRITE-PRT-LINE-EXIT.
010950 5000-PRINT-REPORT-TOTAL-EXIT.
010960     EXIT.
010970
010980******************************************************************
010990*    6100-FORMAT-SECONDS
011000*        TURNS A COUNT OF SECONDS INTO HH:MM:SS FOR PRINTING.
011010******************************************************************
011020 6100-FORMAT-SECONDS.
011030     DIVIDE WS-FMT-SECONDS BY 3600
011040         GIVING WS-HMS-HH
011050         REMAINDER WS-FMT-REMAINDER.
011060     DIVIDE WS-FMT-REMAINDER BY 60
011070         GIVING WS-HMS-MM
011080         REMAINDER WS-HMS-SS.
011090 6100-FORMAT-SECONDS-EXIT.
011100     EXIT.
011110
011120******************************************************************
011130*    9000-TERMINATE
011140******************************************************************
011150 9000-TERMINATE.
011160     CLOSE STEPLOG.
011170     CLOSE PRTFILE.
011180 9000-TERMINATE-EXIT.
011190     EXIT.
011200
011210******************************************************************
011220*    9900-FILE-ERROR
011230*        A FILE OPEN OR WRITE FAILED IN A WAY THAT CANNOT BE
011240*        WORKED AROUND.  DISPLAYS THE FILE NAME AND STATUS SO
011250*        OPERATIONS CAN SEE WHAT WENT WRONG FROM THE JOB LOG AND
011260*        ENDS THE RUN WITH A DISTINCT RETURN CODE.
011270******************************************************************
011280 9900-FILE-ERROR.
011290     DISPLAY "FATAL FILE ERROR ON " WS-FAILING-FILE-NAME
011300         " - FILE STATUS = " WS-FAILING-FILE-STATUS.
011310     MOVE 16 TO WS-RETURN-CODE.
011320     MOVE WS-RETURN-CODE TO RETURN-CODE.
011330     STOP RUN.
011340 9900-FILE-ERROR-EXIT.
011350     EXIT.
