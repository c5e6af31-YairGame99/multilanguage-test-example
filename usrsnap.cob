000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. USRSNAP.
000030 AUTHOR. D-SHIFT-BATCH-SUPPORT.
000040 INSTALLATION. OPERATIONS-DATA-CENTER.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070******************************************************************
000080*    MODIFICATION HISTORY
000090*    ----------------------------------------------------------
000100*    DATE        INIT   DESCRIPTION
000110*    10/15/2026  MTK    ORIGINAL VERSION - NIGHTLY USER-MASTER
000120*                       SNAPSHOT AND CHANGE REPORT.  THE AUDFILE
000130*                       TRAIL ONLY SEES WHAT THE MAINTENANCE
000140*                       PROGRAMS CHOOSE TO LOG; THIS CATCHES
000150*                       EVERY CHANGE TO THE FILE WHATEVER MADE
000160*                       IT.
000170******************************************************************
000180*    REMARKS.
000190*        READS USER-MASTER IN KEY ORDER AND WRITES EVERY RECORD,
000200*        STAMPED WITH TODAY'S DATE, TO A NEW SNAPSHOT GENERATION
000210*        (NEWSNAP).  IN THE SAME PASS IT MATCHES USER-MASTER ON
000220*        USER ID AGAINST THE PREVIOUS NIGHT'S GENERATION
000230*        (OLDSNAP) AND PRINTS EVERY USER ADDED, REMOVED, OR
000240*        CHANGED SINCE THAT SNAPSHOT.  A CHANGED USER IS
000250*        FOLLOWED BY A BEFORE/AFTER PAIR FOR EACH FIELD THAT
000260*        DIFFERS, IN THE SAME STYLE AS THE AUDRPT INQUIRY.
000270*
000280*        BECAUSE THE COMPARE IS AGAINST THE FILE ITSELF, A
000290*        CHANGE SHOWS UP NO MATTER WHICH PROGRAM MADE IT -
000300*        USRMAINT, THE BATCH FEEDS, USRRETIR ARCHIVING A RECORD
000310*        AWAY, OR A RESTORE.
000320*
000330*        AN ABSENT OR EMPTY OLDSNAP IS THE FIRST SNAPSHOT EVER
000340*        TAKEN - THE NEW GENERATION IS WRITTEN AS THE BASELINE
000350*        AND NO USER IS REPORTED AS ADDED.
000360******************************************************************
000370
000380 ENVIRONMENT DIVISION.
000390 CONFIGURATION SECTION.
000400 SPECIAL-NAMES.
000410     C01 IS NEW-PAGE.
000420
000430 INPUT-OUTPUT SECTION.
000440 FILE-CONTROL.
000450     SELECT USRFILE  ASSIGN TO "USRFILE"
000460         ORGANIZATION IS INDEXED
000470         ACCESS MODE IS SEQUENTIAL
000480         RECORD KEY IS USR-USER-ID
000490         FILE STATUS IS WS-USRFILE-STATUS.
000500
000510     SELECT OLDSNAP  ASSIGN TO "OLDSNAP"
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS WS-OLDSNAP-STATUS.
000540
000550     SELECT NEWSNAP  ASSIGN TO "NEWSNAP"
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS WS-NEWSNAP-STATUS.
000580
000590     SELECT PRTFILE  ASSIGN TO "PRTFILE"
000600         ORGANIZATION IS LINE SEQUENTIAL
000610         FILE STATUS IS WS-PRTFILE-STATUS.
000620
000630 DATA DIVISION.
000640 FILE SECTION.
000650 FD  USRFILE
000660     RECORDING MODE IS F.
000670     COPY USRMAST.
000680
000690 FD  OLDSNAP
000700     RECORDING MODE IS F.
000710     COPY SNAPREC.
000720
000730 FD  NEWSNAP
000740     RECORDING MODE IS F.
000750 01  NEWSNAP-RECORD              PIC X(100).
000760
000770 FD  PRTFILE
000780     RECORDING MODE IS F.
000790 01  PRT-LINE                    PIC X(80).
000800
000810 WORKING-STORAGE SECTION.
000820******************************************************************
000830*    RUN-CONTROL COUNTERS AND SWITCHES
000840******************************************************************
000850 77  WS-MASTER-RECORDS-READ      PIC 9(07) VALUE ZERO.
000860 77  WS-OLD-RECORDS-READ         PIC 9(07) VALUE ZERO.
000870 77  WS-SNAPSHOT-WRITTEN         PIC 9(07) VALUE ZERO.
000880 77  WS-USERS-ADDED              PIC 9(07) VALUE ZERO.
000890 77  WS-USERS-REMOVED            PIC 9(07) VALUE ZERO.
000900 77  WS-USERS-CHANGED            PIC 9(07) VALUE ZERO.
000910 77  WS-USERS-UNCHANGED          PIC 9(07) VALUE ZERO.
000920
000930 77  WS-USRFILE-STATUS           PIC X(02) VALUE "00".
000940 77  WS-OLDSNAP-STATUS           PIC X(02) VALUE "00".
000950 77  WS-NEWSNAP-STATUS           PIC X(02) VALUE "00".
000960 77  WS-PRTFILE-STATUS           PIC X(02) VALUE "00".
000970
000980 77  WS-OLDSNAP-SWITCH           PIC X(01) VALUE "Y".
000990     88  OLDSNAP-FILE-PRESENT        VALUE "Y".
001000     88  OLDSNAP-FILE-ABSENT         VALUE "N".
001010
001020 77  WS-BASELINE-SWITCH          PIC X(01) VALUE "N".
001030     88  BASELINE-RUN                VALUE "Y".
001040     88  NOT-BASELINE-RUN            VALUE "N".
001050
001060 77  WS-OLD-KEY                  PIC X(06) VALUE SPACES.
001070 77  WS-MASTER-KEY               PIC X(06) VALUE SPACES.
001080 77  WS-PREV-SNAPSHOT-DATE       PIC X(08) VALUE SPACES.
001090
001100 77  WS-RETURN-CODE              PIC 9(02) VALUE ZERO.
001110
001120******************************************************************
001130*    NEW SNAPSHOT RECORD - SNAPREC COPIED UNDER WS-NEW- NAMES,
001140*    BECAUSE THE SNAPREC NAMES BELONG TO THE OLDSNAP RECORD.
001150******************************************************************
001160     COPY SNAPREC
001170         REPLACING ==SNAPSHOT-RECORD== BY ==WS-NEW-SNAPSHOT==
001180                   LEADING ==SNP-== BY ==WS-NEW-==.
001200
001210******************************************************************
001220*    DATE WORK AREAS
001230******************************************************************
001240 01  WS-CURRENT-DATE-TIME.
001250     05  WS-CURRENT-DATE.
001260         10  WS-CURRENT-YYYY          PIC 9(04).
001270         10  WS-CURRENT-MM            PIC 9(02).
001280         10  WS-CURRENT-DD            PIC 9(02).
001290
001300 77  WS-RUN-DATE                 PIC X(08).
001310
001320******************************************************************
001330*    CHANGE REPORT WORK AREAS - SAME PAGINATED HEADING STYLE AS
001340*    THE HELLOCOBOL PRTFILE REPORT.
001350******************************************************************
001360 77  WS-LINES-ON-PAGE            PIC 9(02) VALUE ZERO.
001370 77  WS-LINES-PER-PAGE           PIC 9(02) VALUE 20.
001380 77  WS-PAGE-NUMBER              PIC 9(04) VALUE ZERO.
001390 77  WS-SAVE-PRT-LINE            PIC X(80) VALUE SPACES.
001400
001410 01  RPT-HEADING-1.
001420     05  FILLER                  PIC X(15) VALUE "RUN DATE      ".
001430     05  RPH1-RUN-DATE           PIC X(10).
001440     05  FILLER                  PIC X(10) VALUE SPACES.
001450     05  FILLER                  PIC X(13) VALUE "PROGRAM NAME ".
001460     05  RPH1-PROGRAM-NAME       PIC X(12) VALUE "USRSNAP".
001470     05  FILLER                  PIC X(05) VALUE "PAGE ".
001480     05  RPH1-PAGE-NUMBER        PIC ZZZ9.
001490
001500 01  RPT-HEADING-2.
001510     05  FILLER                  PIC X(80) VALUE
001520         "USER-MASTER CHANGES SINCE THE PREVIOUS SNAPSHOT".
001530
001540 01  RPT-HEADING-3.
001550     05  FILLER                  PIC X(09) VALUE "CHANGE".
001560     05  FILLER                  PIC X(08) VALUE "USER ID".
001570     05  FILLER                  PIC X(32) VALUE "USER NAME".
001580     05  FILLER                  PIC X(12) VALUE "DEPARTMENT".
001590     05  FILLER                  PIC X(04) VALUE "ST".
001600     05  FILLER                  PIC X(15) VALUE "SITE".
001610
001620 01  RPT-SNAPSHOT-LINE.
001630     05  FILLER                  PIC X(20) VALUE
001640         "PREVIOUS SNAPSHOT  ".
001650     05  RPS-PREV-SNAPSHOT-DATE  PIC X(08).
001660     05  FILLER                  PIC X(52) VALUE SPACES.
001670
001680 01  RPT-BASELINE-LINE.
001690     05  FILLER                  PIC X(80) VALUE
001700         "NO PREVIOUS SNAPSHOT - THIS GENERATION IS THE BASELINE".
001710
001720 01  RPT-USER-LINE.
001730     05  RPU-CHANGE              PIC X(07).
001740     05  FILLER                  PIC X(02) VALUE SPACES.
001750     05  RPU-USER-ID             PIC X(06).
001760     05  FILLER                  PIC X(02) VALUE SPACES.
001770     05  RPU-USER-NAME           PIC X(30).
001780     05  FILLER                  PIC X(02) VALUE SPACES.
001790     05  RPU-DEPARTMENT          PIC X(10).
001800     05  FILLER                  PIC X(02) VALUE SPACES.
001810     05  RPU-STATUS-FLAG         PIC X(01).
001820     05  FILLER                  PIC X(03) VALUE SPACES.
001830     05  RPU-SITE-CODE           PIC X(04).
001840     05  FILLER                  PIC X(11) VALUE SPACES.
001850
001860 01  RPT-CHANGE-LINE.
001870     05  FILLER                  PIC X(03) VALUE SPACES.
001880     05  RPC-FIELD-NAME          PIC X(12).
001890     05  RPC-TAG                 PIC X(09).
001900     05  RPC-FIELD-VALUE         PIC X(30).
001910     05  FILLER                  PIC X(26) VALUE SPACES.
001920
001930 01  RPT-TOTAL-LINE-1.
001940     05  FILLER                  PIC X(29) VALUE
001950         "MASTER RECORDS READ . . . . ".
001960     05  RPT1-MASTER-READ        PIC ZZZZZZ9.
001970     05  FILLER                  PIC X(44) VALUE SPACES.
001980
001990 01  RPT-TOTAL-LINE-2.
002000     05  FILLER                  PIC X(29) VALUE
002010         "SNAPSHOT RECORDS WRITTEN  . ".
002020     05  RPT2-SNAPSHOT-WRITTEN   PIC ZZZZZZ9.
002030     05  FILLER                  PIC X(44) VALUE SPACES.
002040
002050 01  RPT-TOTAL-LINE-3.
002060     05  FILLER                  PIC X(29) VALUE
002070         "PREVIOUS SNAPSHOT RECORDS . ".
002080     05  RPT3-OLD-READ           PIC ZZZZZZ9.
002090     05  FILLER                  PIC X(44) VALUE SPACES.
002100
002110 01  RPT-TOTAL-LINE-4.
002120     05  FILLER                  PIC X(29) VALUE
002130         "USERS ADDED . . . . . . . . ".
002140     05  RPT4-USERS-ADDED        PIC ZZZZZZ9.
002150     05  FILLER                  PIC X(44) VALUE SPACES.
002160
002170 01  RPT-TOTAL-LINE-5.
002180     05  FILLER                  PIC X(29) VALUE
002190         "USERS REMOVED . . . . . . . ".
002200     05  RPT5-USERS-REMOVED      PIC ZZZZZZ9.
002210     05  FILLER                  PIC X(44) VALUE SPACES.
002220
002230 01  RPT-TOTAL-LINE-6.
002240     05  FILLER                  PIC X(29) VALUE
002250         "USERS CHANGED . . . . . . . ".
002260     05  RPT6-USERS-CHANGED      PIC ZZZZZZ9.
002270     05  FILLER                  PIC X(44) VALUE SPACES.
002280
002290 01  RPT-TOTAL-LINE-7.
002300     05  FILLER                  PIC X(29) VALUE
002310         "USERS UNCHANGED . . . . . . ".
002320     05  RPT7-USERS-UNCHANGED    PIC ZZZZZZ9.
002330     05  FILLER                  PIC X(44) VALUE SPACES.
002340
002350******************************************************************
002360*    FATAL-ERROR WORK AREAS - USED BY 9900-FILE-ERROR
002370******************************************************************
002380 77  WS-FAILING-FILE-NAME        PIC X(08) VALUE SPACES.
002390 77  WS-FAILING-FILE-STATUS      PIC X(02) VALUE SPACES.
002400
002410 PROCEDURE DIVISION.
002420
002430 0000-MAINLINE.
002440     PERFORM 1000-INITIALIZE
002450         THRU 1000-INITIALIZE-EXIT.
002460
002470     PERFORM 3000-COMPARE-SNAPSHOTS
002480         THRU 3000-COMPARE-SNAPSHOTS-EXIT.
002490
002500     PERFORM 5000-PRINT-REPORT-TOTAL
002510         THRU 5000-PRINT-REPORT-TOTAL-EXIT.
002520
002530     PERFORM 9000-TERMINATE
002540         THRU 9000-TERMINATE-EXIT.
002550
002560     MOVE WS-RETURN-CODE TO RETURN-CODE.
002570     STOP RUN.
002580
002590******************************************************************
002600*    1000-INITIALIZE
002610*        THE FIRST OLDSNAP READ IS DONE HERE SO THE PREVIOUS
002620*        SNAPSHOT DATE (OR THE BASELINE NOTICE) CAN PRINT UNDER
002630*        THE FIRST HEADING.
002640******************************************************************
002650 1000-INITIALIZE.
002660     ACCEPT WS-CURRENT-DATE-TIME FROM DATE YYYYMMDD.
002670     MOVE WS-CURRENT-DATE-TIME TO WS-RUN-DATE.
002680
002690     OPEN INPUT  USRFILE.
002700     IF WS-USRFILE-STATUS NOT = "00"
002710         MOVE "USRFILE"  TO WS-FAILING-FILE-NAME
002720         MOVE WS-USRFILE-STATUS TO WS-FAILING-FILE-STATUS
002730         PERFORM 9900-FILE-ERROR THRU 9900-FILE-ERROR-EXIT
002740     END-IF.
002750
002760     OPEN INPUT  OLDSNAP.
002770     IF WS-OLDSNAP-STATUS = "35"
002780         SET OLDSNAP-FILE-ABSENT TO TRUE
002790         SET BASELINE-RUN TO TRUE
002800         MOVE HIGH-VALUES TO WS-OLD-KEY
002810     ELSE
002820         IF WS-OLDSNAP-STATUS NOT = "00"
002830             MOVE "OLDSNAP"  TO WS-FAILING-FILE-NAME
002840             MOVE WS-OLDSNAP-STATUS TO WS-FAILING-FILE-STATUS
002850             PERFORM 9900-FILE-ERROR THRU 9900-FILE-ERROR-EXIT
002860         END-IF
002870     END-IF.
002880
002890     OPEN OUTPUT NEWSNAP.
002900     IF WS-NEWSNAP-STATUS NOT = "00"
002910         MOVE "NEWSNAP"  TO WS-FAILING-FILE-NAME
002920         MOVE WS-NEWSNAP-STATUS TO WS-FAILING-FILE-STATUS
002930         PERFORM 9900-FILE-ERROR THRU 9900-FILE-ERROR-EXIT
002940     END-IF.
002950
002960     OPEN OUTPUT PRTFILE.
002970     IF WS-PRTFILE-STATUS NOT = "00"
002980         MOVE "PRTFILE"  TO WS-FAILING-FILE-NAME
002990         MOVE WS-PRTFILE-STATUS TO WS-FAILING-FILE-STATUS
003000         PERFORM 9900-FILE-ERROR THRU 9900-FILE-ERROR-EXIT
003010     END-IF.
003020
003030     IF NOT-BASELINE-RUN
003040         PERFORM 3100-NEXT-OLD-RECORD
003050             THRU 3100-NEXT-OLD-RECORD-EXIT
003060         IF WS-OLD-KEY = HIGH-VALUES
003070             SET BASELINE-RUN TO TRUE
003080         ELSE
003090             MOVE SNP-SNAPSHOT-DATE TO WS-PREV-SNAPSHOT-DATE
003100         END-IF
003110     END-IF.
003120
003125     MOVE SPACES TO WS-NEW-SNAPSHOT.
003130     MOVE WS-RUN-DATE TO WS-NEW-SNAPSHOT-DATE.
003140
003150     PERFORM 1500-PRINT-REPORT-HEADER
003160         THRU 1500-PRINT-REPORT-HEADER-EXIT.
003170
003180     IF BASELINE-RUN
003190         MOVE RPT-BASELINE-LINE TO PRT-LINE
003200         DISPLAY "NO PREVIOUS USER-MASTER SNAPSHOT - "
003210             "BASELINE GENERATION WRITTEN"
003220     ELSE
003230         MOVE WS-PREV-SNAPSHOT-DATE TO RPS-PREV-SNAPSHOT-DATE
003240         MOVE RPT-SNAPSHOT-LINE TO PRT-LINE
003250     END-IF.
003260     PERFORM 4100-WRITE-PRT-LINE
003270         THRU 4100-WRITE-PRT-LINE-EXIT.
003280 1000-INITIALIZE-EXIT.
003290     EXIT.
003300
003310******************************************************************
003320*    1500-PRINT-REPORT-HEADER
003330******************************************************************
003340 1500-PRINT-REPORT-HEADER.
003350     ADD 1 TO WS-PAGE-NUMBER.
003360     MOVE WS-RUN-DATE         TO RPH1-RUN-DATE.
003370     MOVE WS-PAGE-NUMBER      TO RPH1-PAGE-NUMBER.
003380     WRITE PRT-LINE FROM RPT-HEADING-1
003390         AFTER ADVANCING NEW-PAGE.
003400     IF WS-PRTFILE-STATUS NOT = "00"
003410         MOVE "PRTFILE" TO WS-FAILING-FILE-NAME
003420         MOVE WS-PRTFILE-STATUS TO WS-FAILING-FILE-STATUS
003430         PERFORM 9900-FILE-ERROR THRU 9900-FILE-ERROR-EXIT
003440     END-IF.
003450     WRITE PRT-LINE FROM RPT-HEADING-2.
003460     WRITE PRT-LINE FROM RPT-HEADING-3.
003470     MOVE 3 TO WS-LINES-ON-PAGE.
003480 1500-PRINT-REPORT-HEADER-EXIT.
003490     EXIT.
003500
003510******************************************************************
003520*    3000-COMPARE-SNAPSHOTS
003530*        CLASSIC TWO-FILE MATCH ON USER ID.  EACH SIDE'S KEY IS
003540*        SET TO HIGH-VALUES AT ITS END SO THE OTHER SIDE'S
003550*        REMAINING RECORDS FALL OUT AS UNMATCHED.  EVERY
003560*        USER-MASTER RECORD IS COPIED TO THE NEW SNAPSHOT AS IT
003570*        PASSES.
003580******************************************************************
003590 3000-COMPARE-SNAPSHOTS.
003600     PERFORM 3200-NEXT-MASTER-RECORD
003610         THRU 3200-NEXT-MASTER-RECORD-EXIT.
003620
003630     PERFORM 3300-MATCH-ONE-KEY
003640         THRU 3300-MATCH-ONE-KEY-EXIT
003650         UNTIL WS-OLD-KEY = HIGH-VALUES
003660           AND WS-MASTER-KEY = HIGH-VALUES.
003670 3000-COMPARE-SNAPSHOTS-EXIT.
003680     EXIT.
003690
003700 3100-NEXT-OLD-RECORD.
003710     READ OLDSNAP
003720         AT END
003730             MOVE HIGH-VALUES TO WS-OLD-KEY
003740             GO TO 3100-NEXT-OLD-RECORD-EXIT
003750     END-READ.
003760     ADD 1 TO WS-OLD-RECORDS-READ.
003770     MOVE SNP-USER-ID TO WS-OLD-KEY.
003780 3100-NEXT-OLD-RECORD-EXIT.
003790     EXIT.
003800
003810 3200-NEXT-MASTER-RECORD.
003820     READ USRFILE
003830         AT END
003840             MOVE HIGH-VALUES TO WS-MASTER-KEY
003850             GO TO 3200-NEXT-MASTER-RECORD-EXIT
003860     END-READ.
003870     ADD 1 TO WS-MASTER-RECORDS-READ.
003880     MOVE USR-USER-ID TO WS-MASTER-KEY.
003890 3200-NEXT-MASTER-RECORD-EXIT.
003900     EXIT.
003910
003920 3300-MATCH-ONE-KEY.
003930     EVALUATE TRUE
003940         WHEN WS-OLD-KEY < WS-MASTER-KEY
003950             PERFORM 3400-USER-REMOVED
003960                 THRU 3400-USER-REMOVED-EXIT
003970             PERFORM 3100-NEXT-OLD-RECORD
003980                 THRU 3100-NEXT-OLD-RECORD-EXIT
003990         WHEN WS-OLD-KEY > WS-MASTER-KEY
004000             PERFORM 3500-USER-ADDED
004010                 THRU 3500-USER-ADDED-EXIT
004020             PERFORM 3700-WRITE-SNAPSHOT
004030                 THRU 3700-WRITE-SNAPSHOT-EXIT
004040             PERFORM 3200-NEXT-MASTER-RECORD
004050                 THRU 3200-NEXT-MASTER-RECORD-EXIT
004060         WHEN OTHER
004070             PERFORM 3600-COMPARE-USER
004080                 THRU 3600-COMPARE-USER-EXIT
004090             PERFORM 3700-WRITE-SNAPSHOT
004100                 THRU 3700-WRITE-SNAPSHOT-EXIT
004110             PERFORM 3100-NEXT-OLD-RECORD
004120                 THRU 3100-NEXT-OLD-RECORD-EXIT
004130             PERFORM 3200-NEXT-MASTER-RECORD
004140                 THRU 3200-NEXT-MASTER-RECORD-EXIT
004150     END-EVALUATE.
004160 3300-MATCH-ONE-KEY-EXIT.
004170     EXIT.
004180
004190******************************************************************
004200*    3400-USER-REMOVED
004210*        ON THE PREVIOUS SNAPSHOT, NO LONGER ON USER-MASTER -
004220*        ARCHIVED BY USRRETIR OR DELETED OUTRIGHT.  THE LINE
004230*        SHOWS THE RECORD AS IT LAST STOOD.
004240******************************************************************
004250 3400-USER-REMOVED.
004260     ADD 1 TO WS-USERS-REMOVED.
004270     MOVE SPACES TO PRT-LINE.
004280     PERFORM 4100-WRITE-PRT-LINE
004290         THRU 4100-WRITE-PRT-LINE-EXIT.
004300
004310     MOVE "REMOVED"         TO RPU-CHANGE.
004320     MOVE SNP-USER-ID       TO RPU-USER-ID.
004330     MOVE SNP-USER-NAME     TO RPU-USER-NAME.
004340     MOVE SNP-DEPARTMENT    TO RPU-DEPARTMENT.
004350     MOVE SNP-STATUS-FLAG   TO RPU-STATUS-FLAG.
004360     MOVE SNP-SITE-CODE     TO RPU-SITE-CODE.
004370     MOVE RPT-USER-LINE     TO PRT-LINE.
004380     PERFORM 4100-WRITE-PRT-LINE
004390         THRU 4100-WRITE-PRT-LINE-EXIT.
004400 3400-USER-REMOVED-EXIT.
004410     EXIT.
004420
004430******************************************************************
004440*    3500-USER-ADDED
004450*        ON USER-MASTER, NOT ON THE PREVIOUS SNAPSHOT.  ON THE
004460*        BASELINE RUN EVERY USER WOULD QUALIFY, SO NOTHING IS
004470*        REPORTED.
004480******************************************************************
004490 3500-USER-ADDED.
004500     IF BASELINE-RUN
004510         GO TO 3500-USER-ADDED-EXIT
004520     END-IF.
004530
004540     ADD 1 TO WS-USERS-ADDED.
004550     MOVE SPACES TO PRT-LINE.
004560     PERFORM 4100-WRITE-PRT-LINE
004570         THRU 4100-WRITE-PRT-LINE-EXIT.
004580
004590     MOVE "ADDED"           TO RPU-CHANGE.
004600     MOVE USR-USER-ID       TO RPU-USER-ID.
004610     MOVE USR-USER-NAME     TO RPU-USER-NAME.
004620     MOVE USR-DEPARTMENT    TO RPU-DEPARTMENT.
004630     MOVE USR-STATUS-FLAG   TO RPU-STATUS-FLAG.
004640     MOVE USR-SITE-CODE     TO RPU-SITE-CODE.
004650     MOVE RPT-USER-LINE     TO PRT-LINE.
004660     PERFORM 4100-WRITE-PRT-LINE
004670         THRU 4100-WRITE-PRT-LINE-EXIT.
004680 3500-USER-ADDED-EXIT.
004690     EXIT.
004700
004710******************************************************************
004720*    3600-COMPARE-USER
004730*        ON BOTH.  THE USER LINE SHOWS THE RECORD AS IT STANDS
004740*        NOW, FOLLOWED BY A BEFORE/AFTER PAIR FOR EVERY FIELD
004750*        THAT DIFFERS FROM THE PREVIOUS SNAPSHOT.
004760******************************************************************
004770 3600-COMPARE-USER.
004780     IF SNP-USER-NAME        = USR-USER-NAME
004790       AND SNP-DEPARTMENT    = USR-DEPARTMENT
004800       AND SNP-STATUS-FLAG   = USR-STATUS-FLAG
004810       AND SNP-SITE-CODE     = USR-SITE-CODE
004820       AND SNP-LAST-CHANGE-DATE = USR-LAST-CHANGE-DATE
004830         ADD 1 TO WS-USERS-UNCHANGED
004840         GO TO 3600-COMPARE-USER-EXIT
004850     END-IF.
004860
004870     ADD 1 TO WS-USERS-CHANGED.
004880     MOVE SPACES TO PRT-LINE.
004890     PERFORM 4100-WRITE-PRT-LINE
004900         THRU 4100-WRITE-PRT-LINE-EXIT.
004910
004920     MOVE "CHANGED"         TO RPU-CHANGE.
004930     MOVE USR-USER-ID       TO RPU-USER-ID.
004940     MOVE USR-USER-NAME     TO RPU-USER-NAME.
004950     MOVE USR-DEPARTMENT    TO RPU-DEPARTMENT.
004960     MOVE USR-STATUS-FLAG   TO RPU-STATUS-FLAG.
004970     MOVE USR-SITE-CODE     TO RPU-SITE-CODE.
004980     MOVE RPT-USER-LINE     TO PRT-LINE.
004990     PERFORM 4100-WRITE-PRT-LINE
005000         THRU 4100-WRITE-PRT-LINE-EXIT.
005010
005020     IF SNP-USER-NAME NOT = USR-USER-NAME
005030         MOVE "USER NAME"   TO RPC-FIELD-NAME
005040         MOVE SNP-USER-NAME TO RPC-FIELD-VALUE
005050         PERFORM 3800-PRINT-BEFORE-LINE
005060             THRU 3800-PRINT-BEFORE-LINE-EXIT
005070         MOVE USR-USER-NAME TO RPC-FIELD-VALUE
005080         PERFORM 3900-PRINT-AFTER-LINE
005090             THRU 3900-PRINT-AFTER-LINE-EXIT
005100     END-IF.
005110
005120     IF SNP-DEPARTMENT NOT = USR-DEPARTMENT
005130         MOVE "DEPARTMENT"   TO RPC-FIELD-NAME
005140         MOVE SNP-DEPARTMENT TO RPC-FIELD-VALUE
005150         PERFORM 3800-PRINT-BEFORE-LINE
005160             THRU 3800-PRINT-BEFORE-LINE-EXIT
005170         MOVE USR-DEPARTMENT TO RPC-FIELD-VALUE
005180         PERFORM 3900-PRINT-AFTER-LINE
005190             THRU 3900-PRINT-AFTER-LINE-EXIT
005200     END-IF.
005210
005220     IF SNP-STATUS-FLAG NOT = USR-STATUS-FLAG
005230         MOVE "STATUS FLAG"   TO RPC-FIELD-NAME
005240         MOVE SNP-STATUS-FLAG TO RPC-FIELD-VALUE
005250         PERFORM 3800-PRINT-BEFORE-LINE
005260             THRU 3800-PRINT-BEFORE-LINE-EXIT
005270         MOVE USR-STATUS-FLAG TO RPC-FIELD-VALUE
005280         PERFORM 3900-PRINT-AFTER-LINE
005290             THRU 3900-PRINT-AFTER-LINE-EXIT
005300     END-IF.
005310
005320     IF SNP-SITE-CODE NOT = USR-SITE-CODE
005330         MOVE "SITE CODE"     TO RPC-FIELD-NAME
005340         MOVE SNP-SITE-CODE   TO RPC-FIELD-VALUE
005350         PERFORM 3800-PRINT-BEFORE-LINE
005360             THRU 3800-PRINT-BEFORE-LINE-EXIT
005370         MOVE USR-SITE-CODE   TO RPC-FIELD-VALUE
005380         PERFORM 3900-PRINT-AFTER-LINE
005390             THRU 3900-PRINT-AFTER-LINE-EXIT
005400     END-IF.
005410
005420     IF SNP-LAST-CHANGE-DATE NOT = USR-LAST-CHANGE-DATE
005430         MOVE "LAST CHANGE"        TO RPC-FIELD-NAME
005440         MOVE SNP-LAST-CHANGE-DATE TO RPC-FIELD-VALUE
005450         PERFORM 3800-PRINT-BEFORE-LINE
005460             THRU 3800-PRINT-BEFORE-LINE-EXIT
005470         MOVE USR-LAST-CHANGE-DATE TO RPC-FIELD-VALUE
005480         PERFORM 3900-PRINT-AFTER-LINE
005490             THRU 3900-PRINT-AFTER-LINE-EXIT
005500     END-IF.
005510 3600-COMPARE-USER-EXIT.
005520     EXIT.
005530
005540******************************************************************
005550*    3700-WRITE-SNAPSHOT
005560******************************************************************
005570 3700-WRITE-SNAPSHOT.
005580     MOVE USER-RECORD TO WS-NEW-USER-IMAGE.
005590     WRITE NEWSNAP-RECORD FROM WS-NEW-SNAPSHOT.
005600     IF WS-NEWSNAP-STATUS NOT = "00"
005610         MOVE "NEWSNAP" TO WS-FAILING-FILE-NAME
005620         MOVE WS-NEWSNAP-STATUS TO WS-FAILING-FILE-STATUS
005630         PERFORM 9900-FILE-ERROR THRU 9900-FILE-ERROR-EXIT
005640     END-IF.
005650     ADD 1 TO WS-SNAPSHOT-WRITTEN.
005660 3700-WRITE-SNAPSHOT-EXIT.
005670     EXIT.
005680
005690 3800-PRINT-BEFORE-LINE.
005700     MOVE "BEFORE:  "    TO RPC-TAG.
005710     MOVE RPT-CHANGE-LINE TO PRT-LINE.
005720     PERFORM 4100-WRITE-PRT-LINE
005730         THRU 4100-WRITE-PRT-LINE-EXIT.
005740 3800-PRINT-BEFORE-LINE-EXIT.
005750     EXIT.
005760
005770 3900-PRINT-AFTER-LINE.
005780     MOVE "AFTER :  "    TO RPC-TAG.
005790     MOVE SPACES          TO RPC-FIELD-NAME.
005800     MOVE RPT-CHANGE-LINE TO PRT-LINE.
005810     PERFORM 4100-WRITE-PRT-LINE
005820         THRU 4100-WRITE-PRT-LINE-EXIT.
005830 3900-PRINT-AFTER-LINE-EXIT.
005840     EXIT.
005850
005860******************************************************************
005870*    4100-WRITE-PRT-LINE
005880*        COMMON PRINT-LINE WRITER - BREAKS TO A NEW PAGE WHEN
005890*        THE CURRENT PAGE IS FULL AND CHECKS THE FILE STATUS ON
005900*        EVERY WRITE.
005910******************************************************************
005920 4100-WRITE-PRT-LINE.
005930     IF WS-LINES-ON-PAGE >= WS-LINES-PER-PAGE
005940         MOVE PRT-LINE TO WS-SAVE-PRT-LINE
005950         PERFORM 1500-PRINT-REPORT-HEADER
005960             THRU 1500-PRINT-REPORT-HEADER-EXIT
005970         MOVE WS-SAVE-PRT-LINE TO PRT-LINE
005980     END-IF.
005990     WRITE PRT-LINE.
006000     IF WS-PRTFILE-STATUS NOT = "00"
006010         MOVE "PRTFILE" TO WS-FAILING-FILE-NAME
006020         MOVE WS-PRTFILE-STATUS TO WS-FAILING-FILE-STATUS
006030         PERFORM 9900-FILE-ERROR THRU 9900-FILE-ERROR-EXIT
006040     END-IF.
006050     ADD 1 TO WS-LINES-ON-PAGE.
006060 4100-WRITE-PRT-LINE-EXIT.
006070     EXIT.
006080
006090******************************************************************
006100*    5000-PRINT-REPORT-TOTAL
006110******************************************************************
006120 5000-PRINT-REPORT-TOTAL.
006130     MOVE SPACES TO PRT-LINE.
006140     PERFORM 4100-WRITE-PRT-LINE
006150         THRU 4100-WRITE-PRT-LINE-EXIT.
006160
006170     MOVE WS-MASTER-RECORDS-READ TO RPT1-MASTER-READ.
006180     MOVE WS-SNAPSHOT-WRITTEN    TO RPT2-SNAPSHOT-WRITTEN.
006190     MOVE WS-OLD-RECORDS-READ    TO RPT3-OLD-READ.
006200     MOVE WS-USERS-ADDED         TO RPT4-USERS-ADDED.
006210     MOVE WS-USERS-REMOVED       TO RPT5-USERS-REMOVED.
006220     MOVE WS-USERS-CHANGED       TO RPT6-USERS-CHANGED.
006230     MOVE WS-USERS-UNCHANGED     TO RPT7-USERS-UNCHANGED.
006240     WRITE PRT-LINE FROM RPT-TOTAL-LINE-1.
006250     WRITE PRT-LINE FROM RPT-TOTAL-LINE-2.
006260     WRITE PRT-LINE FROM RPT-TOTAL-LINE-3.
006270     WRITE PRT-LINE FROM RPT-TOTAL-LINE-4.
006280     WRITE PRT-LINE FROM RPT-TOTAL-LINE-5.
006290     WRITE PRT-LINE FROM RPT-TOTAL-LINE-6.
006300     WRITE PRT-LINE FROM RPT-TOTAL-LINE-7.
006310 5000-PRINT-REPORT-TOTAL-EXIT.
006320     EXIT.
006330
006340******************************************************************
006350*    9000-TERMINATE
006360******************************************************************
006370 9000-TERMINATE.
006380     CLOSE USRFILE.
006390     IF OLDSNAP-FILE-PRESENT
006400         CLOSE OLDSNAP
006410     END-IF.
006420     CLOSE NEWSNAP.
006430     CLOSE PRTFILE.
006440 9000-TERMINATE-EXIT.
006450     EXIT.
006460
006470******************************************************************
006480*    9900-FILE-ERROR
006490*        A FILE OPEN OR WRITE FAILED IN A WAY THAT CANNOT BE
006500*        WORKED AROUND.  DISPLAYS THE FILE NAME AND STATUS SO
006510*        OPERATIONS CAN SEE WHAT WENT WRONG FROM THE JOB LOG AND
006520*        ENDS THE RUN WITH A DISTINCT RETURN CODE.
006530******************************************************************
006540 9900-FILE-ERROR.
006550     DISPLAY "FATAL FILE ERROR ON " WS-FAILING-FILE-NAME
006560         " - FILE STATUS = " WS-FAILING-FILE-STATUS.
006570     MOVE 16 TO WS-RETURN-CODE.
006580     MOVE WS-RETURN-CODE TO RETURN-CODE.
006590     STOP RUN.
006600 9900-FILE-ERROR-EXIT.
006610     EXIT.
