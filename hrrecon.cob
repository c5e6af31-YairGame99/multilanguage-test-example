000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. HRRECON.
000030 AUTHOR. D-SHIFT-BATCH-SUPPORT.
000040 INSTALLATION. OPERATIONS-DATA-CENTER.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070******************************************************************
000080*    MODIFICATION HISTORY
000090*    ----------------------------------------------------------
000100*    DATE        INIT   DESCRIPTION
000110*    10/15/2026  MTK    ORIGINAL VERSION - MONTH-END FULL-
000120*                       POPULATION RECONCILIATION OF USER-MASTER
000130*                       AGAINST HR.  USRBATCH ONLY EVER SEES THE
000140*                       DELTAS, SO A LEAVER HR FORGOT TO SEND OR
000150*                       A MIS-KEYED DEPARTMENT NEVER CAME BACK
000160*                       INTO LINE.
000170******************************************************************
000180*    REMARKS.
000190*        SORTS HR'S FULL-POPULATION FILE ON USER ID AND MATCHES
000200*        IT AGAINST USER-MASTER READ IN KEY ORDER.  DISCREPANCIES
000210*        ARE REPORTED IN FOUR GROUPS:
000220*            1  ON HR BUT NOT ON USER-MASTER, OR ON USER-MASTER
000230*               ONLY AS AN INACTIVE RECORD
000240*            2  ACTIVE ON USER-MASTER BUT NO LONGER ON HR
000250*            3  USER NAME DIFFERS
000260*            4  DEPARTMENT DIFFERS
000270*        A USER ID APPEARING MORE THAN ONCE ON THE HR FILE IS
000280*        MATCHED ON ITS FIRST RECORD ONLY; THE REPEATS ARE
000290*        LISTED AS A FIFTH GROUP.  A BLANK HR NAME OR DEPARTMENT
000300*        IS NOT TREATED AS A MISMATCH.
000310*
000320*        EVERY DISCREPANCY IS ALSO WRITTEN AS A PROPOSED
000330*        TRANSACTION IN THE USRTRAN LAYOUT - AN ADD FOR GROUP 1
000340*        USERS NOT ON FILE, AN INACTIVATE FOR GROUP 2, AND ONE
000350*        CHANGE PER USER CARRYING ONLY THE FIELDS THAT DIFFER
000360*        (WITH STATUS 'A' TO REACTIVATE A GROUP 1 INACTIVE
000370*        RECORD).  AFTER REVIEW THE FILE IS FED THROUGH USRBATJB
000380*        AS ITS TRNFILE; NOTHING IS UPDATED HERE.
000390*
000400*        AN EMPTY HR FILE WOULD PROPOSE INACTIVATING EVERY USER,
000410*        SO IT REJECTS THE RUN WITH RC=8 AND NO PROPOSALS.  ANY
000420*        DISCREPANCY ENDS THE STEP WITH RC=4.
000430******************************************************************
000440
000450 ENVIRONMENT DIVISION.
000460 CONFIGURATION SECTION.
000470 SPECIAL-NAMES.
000480     C01 IS NEW-PAGE.
000490
000500 INPUT-OUTPUT SECTION.
000510 FILE-CONTROL.
000520     SELECT HRFILE   ASSIGN TO "HRFILE"
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS WS-HRFILE-STATUS.
000550
000560     SELECT USRFILE  ASSIGN TO "USRFILE"
000570         ORGANIZATION IS INDEXED
000580         ACCESS MODE IS SEQUENTIAL
000590         RECORD KEY IS USR-USER-ID
000600         FILE STATUS IS WS-USRFILE-STATUS.
000610
000620     SELECT PROPFILE ASSIGN TO "PROPFILE"
000630         ORGANIZATION IS LINE SEQUENTIAL
000640         FILE STATUS IS WS-PROPFILE-STATUS.
000650
000660     SELECT EXCWORK  ASSIGN TO "EXCWORK"
000670         ORGANIZATION IS LINE SEQUENTIAL
000680         FILE STATUS IS WS-EXCWORK-STATUS.
000690
000700     SELECT PRTFILE  ASSIGN TO "PRTFILE"
000710         ORGANIZATION IS LINE SEQUENTIAL
000720         FILE STATUS IS WS-PRTFILE-STATUS.
000730
000740     SELECT HRSORT   ASSIGN TO "SORTWORK".
000750
000760     SELECT EXCSORT  ASSIGN TO "SORTWORK".
000770
000780 DATA DIVISION.
000790 FILE SECTION.
000800 FD  HRFILE
000810     RECORDING MODE IS F.
000820     COPY HRPOP.
000830
000840 FD  USRFILE
000850     RECORDING MODE IS F.
000860     COPY USRMAST.
000870
000880 FD  PROPFILE
000890     RECORDING MODE IS F.
000900     COPY USRTRAN.
000910
000920 FD  EXCWORK
000930     RECORDING MODE IS F.
000940 01  EXC-RECORD.
000950     05  EXC-GROUP               PIC 9(01).
000960     05  EXC-USER-ID             PIC X(06).
000970     05  EXC-MASTER-VALUE        PIC X(30).
000980     05  EXC-HR-VALUE            PIC X(30).
000990     05  EXC-PROPOSED-ACTION     PIC X(01).
001000     05  FILLER                  PIC X(12).
001010
001020 FD  PRTFILE
001030     RECORDING MODE IS F.
001040 01  PRT-LINE                    PIC X(80).
001050
001060 SD  HRSORT.
001070 01  SHR-RECORD.
001080     05  SHR-USER-ID             PIC X(06).
001090     05  SHR-USER-NAME           PIC X(30).
001100     05  SHR-DEPARTMENT          PIC X(10).
001110     05  SHR-SITE-CODE           PIC X(04).
001120
001130 SD  EXCSORT.
001140 01  SXC-RECORD.
001150     05  SXC-GROUP               PIC 9(01).
001160     05  SXC-USER-ID             PIC X(06).
001170     05  SXC-MASTER-VALUE        PIC X(30).
001180     05  SXC-HR-VALUE            PIC X(30).
001190     05  SXC-PROPOSED-ACTION     PIC X(01).
001200     05  FILLER                  PIC X(12).
001210
001220 WORKING-STORAGE SECTION.
001230******************************************************************
001240*    RUN-CONTROL COUNTERS AND SWITCHES
001250******************************************************************
001260 77  WS-HR-RECORDS-READ          PIC 9(07) VALUE ZERO.
001270 77  WS-HR-BLANK-IDS             PIC 9(07) VALUE ZERO.
001280 77  WS-MASTER-RECORDS-READ      PIC 9(07) VALUE ZERO.
001290 77  WS-USERS-MATCHED            PIC 9(07) VALUE ZERO.
001300 77  WS-PROPOSALS-WRITTEN        PIC 9(07) VALUE ZERO.
001310 77  WS-DISCREPANCY-COUNT        PIC 9(07) VALUE ZERO.
001320
001330 77  WS-HRFILE-STATUS            PIC X(02) VALUE "00".
001340 77  WS-USRFILE-STATUS           PIC X(02) VALUE "00".
001350 77  WS-PROPFILE-STATUS          PIC X(02) VALUE "00".
001360 77  WS-EXCWORK-STATUS           PIC X(02) VALUE "00".
001370 77  WS-PRTFILE-STATUS           PIC X(02) VALUE "00".
001380
001390 77  WS-EOF-SWITCH               PIC X(01) VALUE "N".
001400     88  EOF-REACHED                 VALUE "Y".
001410     88  NOT-EOF-REACHED              VALUE "N".
001420
001430 77  WS-SORT-EOF-SWITCH          PIC X(01) VALUE "N".
001440     88  SORT-EOF-REACHED            VALUE "Y".
001450     88  SORT-NOT-EOF-REACHED        VALUE "N".
001460
001470 77  WS-RUN-REJECTED-SWITCH      PIC X(01) VALUE "N".
001480     88  RUN-WAS-REJECTED               VALUE "Y".
001490     88  RUN-NOT-REJECTED               VALUE "N".
001500
001510 77  WS-CHANGE-SWITCH            PIC X(01) VALUE "N".
001520     88  CHANGE-IS-PROPOSED             VALUE "Y".
001530     88  CHANGE-NOT-PROPOSED            VALUE "N".
001540
001550 77  WS-HR-KEY                   PIC X(06) VALUE SPACES.
001560 77  WS-MASTER-KEY               PIC X(06) VALUE SPACES.
001570 77  WS-PREV-HR-KEY              PIC X(06) VALUE SPACES.
001580 77  WS-PREV-GROUP               PIC 9(01) VALUE ZERO.
001590
001600 77  WS-RETURN-CODE              PIC 9(02) VALUE ZERO.
001610
001620******************************************************************
001630*    DISCREPANCY COUNTS BY GROUP - SUBSCRIPTED BY EXC-GROUP.
001640******************************************************************
001650 01  WS-GROUP-COUNTS.
001660     05  WS-GROUP-COUNT          PIC 9(07) OCCURS 5 TIMES.
001670
001680 77  WS-GROUP-SUB                PIC 9(01) COMP VALUE ZERO.
001690
001700 01  WS-GROUP-TITLE-VALUES.
001710     05  FILLER                  PIC X(50) VALUE
001720         "GROUP 1 - ON HR, NOT ACTIVE ON USER-MASTER".
001730     05  FILLER                  PIC X(50) VALUE
001740         "GROUP 2 - ACTIVE ON USER-MASTER, NOT ON HR".
001750     05  FILLER                  PIC X(50) VALUE
001760         "GROUP 3 - USER NAME MISMATCH".
001770     05  FILLER                  PIC X(50) VALUE
001780         "GROUP 4 - DEPARTMENT MISMATCH".
001790     05  FILLER                  PIC X(50) VALUE
001800         "GROUP 5 - DUPLICATE USER ID ON HR FILE (IGNORED)".
001810
001820 01  WS-GROUP-TITLE-TABLE REDEFINES WS-GROUP-TITLE-VALUES.
001830     05  WS-GROUP-TITLE          PIC X(50) OCCURS 5 TIMES.
001840
001850******************************************************************
001860*    DATE WORK AREAS
001870******************************************************************
001880 01  WS-CURRENT-DATE-TIME.
001890     05  WS-CURRENT-DATE.
001900         10  WS-CURRENT-YYYY          PIC 9(04).
001910         10  WS-CURRENT-MM            PIC 9(02).
001920         10  WS-CURRENT-DD            PIC 9(02).
001930
001940 77  WS-RUN-DATE                 PIC X(08).
001950
001960******************************************************************
001970*    RECONCILIATION REPORT WORK AREAS - SAME PAGINATED HEADING
001980*    STYLE AS THE HELLOCOBOL PRTFILE REPORT.
001990******************************************************************
002000 77  WS-LINES-ON-PAGE            PIC 9(02) VALUE ZERO.
002010 77  WS-LINES-PER-PAGE           PIC 9(02) VALUE 20.
002020 77  WS-PAGE-NUMBER              PIC 9(04) VALUE ZERO.
002030 77  WS-SAVE-PRT-LINE            PIC X(80) VALUE SPACES.
002040
002050 01  RPT-HEADING-1.
002060     05  FILLER                  PIC X(15) VALUE "RUN DATE      ".
002070     05  RPH1-RUN-DATE           PIC X(10).
002080     05  FILLER                  PIC X(10) VALUE SPACES.
002090     05  FILLER                  PIC X(13) VALUE "PROGRAM NAME ".
002100     05  RPH1-PROGRAM-NAME       PIC X(12) VALUE "HRRECON".
002110     05  FILLER                  PIC X(05) VALUE "PAGE ".
002120     05  RPH1-PAGE-NUMBER        PIC ZZZ9.
002130
002140 01  RPT-HEADING-2.
002150     05  FILLER                  PIC X(80) VALUE
002160         "HR FULL-POPULATION RECONCILIATION - DISCREPANCY REPORT".
002170
002180 01  RPT-HEADING-3.
002190     05  FILLER                  PIC X(08) VALUE "USER ID".
002200     05  FILLER                  PIC X(32) VALUE "ON USER-MASTER".
002210     05  FILLER                  PIC X(32) VALUE "ON HR FILE".
002220     05  FILLER                  PIC X(08) VALUE "PROPOSED".
002230
002240 01  RPT-GROUP-LINE.
002250     05  RPG-GROUP-TITLE         PIC X(50).
002260     05  FILLER                  PIC X(30) VALUE SPACES.
002270
002280 01  RPT-DETAIL-LINE.
002290     05  RPD-USER-ID             PIC X(06).
002300     05  FILLER                  PIC X(02) VALUE SPACES.
002310     05  RPD-MASTER-VALUE        PIC X(30).
002320     05  FILLER                  PIC X(02) VALUE SPACES.
002330     05  RPD-HR-VALUE            PIC X(30).
002340     05  FILLER                  PIC X(05) VALUE SPACES.
002350     05  RPD-PROPOSED-ACTION     PIC X(01).
002360     05  FILLER                  PIC X(04) VALUE SPACES.
002370
002380 01  RPT-TOTAL-LINE-1.
002390     05  FILLER                  PIC X(29) VALUE
002400         "HR RECORDS READ . . . . . . ".
002410     05  RPT1-HR-RECORDS-READ    PIC ZZZZZZ9.
002420     05  FILLER                  PIC X(44) VALUE SPACES.
002430
002440 01  RPT-TOTAL-LINE-2.
002450     05  FILLER                  PIC X(29) VALUE
002460         "HR RECORDS WITH BLANK ID  . ".
002470     05  RPT2-HR-BLANK-IDS       PIC ZZZZZZ9.
002480     05  FILLER                  PIC X(44) VALUE SPACES.
002490
002500 01  RPT-TOTAL-LINE-3.
002510     05  FILLER                  PIC X(29) VALUE
002520         "MASTER RECORDS READ . . . . ".
002530     05  RPT3-MASTER-READ        PIC ZZZZZZ9.
002540     05  FILLER                  PIC X(44) VALUE SPACES.
002550
002560 01  RPT-TOTAL-LINE-4.
002570     05  FILLER                  PIC X(29) VALUE
002580         "USER IDS ON BOTH FILES  . . ".
002590     05  RPT4-USERS-MATCHED      PIC ZZZZZZ9.
002600     05  FILLER                  PIC X(44) VALUE SPACES.
002610
002620 01  RPT-TOTAL-LINE-5.
002630     05  FILLER                  PIC X(29) VALUE
002640         "PROPOSED TRANSACTIONS . . . ".
002650     05  RPT5-PROPOSALS          PIC ZZZZZZ9.
002660     05  FILLER                  PIC X(44) VALUE SPACES.
002670
002680 01  RPT-GROUP-TOTAL-LINE.
002690     05  FILLER                  PIC X(08) VALUE "  GROUP ".
002700     05  RPGT-GROUP              PIC 9(01).
002710     05  FILLER                  PIC X(20) VALUE
002720         " DISCREPANCIES  . . ".
002730     05  RPGT-COUNT              PIC ZZZZZZ9.
002740     05  FILLER                  PIC X(44) VALUE SPACES.
002750
002760******************************************************************
002770*    FATAL-ERROR WORK AREAS - USED BY 9900-FILE-ERROR
002780******************************************************************
002790 77  WS-FAILING-FILE-NAME        PIC X(08) VALUE SPACES.
002800 77  WS-FAILING-FILE-STATUS      PIC X(02) VALUE SPACES.
002810
002820 PROCEDURE DIVISION.
002830
002840 0000-MAINLINE.
002850     PERFORM 1000-INITIALIZE
002860         THRU 1000-INITIALIZE-EXIT.
002870
002880     SORT HRSORT
002890         ON ASCENDING KEY SHR-USER-ID
002900         INPUT PROCEDURE IS 2000-RELEASE-HR-RECORDS
002910                        THRU 2000-RELEASE-HR-RECORDS-EXIT
002920         OUTPUT PROCEDURE IS 3000-MATCH-POPULATION
002930                        THRU 3000-MATCH-POPULATION-EXIT.
002940
002950     CLOSE EXCWORK.
002960
002970     IF RUN-WAS-REJECTED
002980         DISPLAY "HR POPULATION FILE IS EMPTY - RUN REJECTED"
002990         MOVE 8 TO WS-RETURN-CODE
003000     ELSE
003010         SORT EXCSORT
003020             ON ASCENDING KEY SXC-GROUP
003030                              SXC-USER-ID
003040             USING EXCWORK
003050             OUTPUT PROCEDURE IS 4000-PRINT-DISCREPANCIES
003060                            THRU 4000-PRINT-DISCREPANCIES-EXIT
003070     END-IF.
003080
003090     PERFORM 5000-PRINT-REPORT-TOTAL
003100         THRU 5000-PRINT-REPORT-TOTAL-EXIT.
003110
003120     PERFORM 9000-TERMINATE
003130         THRU 9000-TERMINATE-EXIT.
003140
003150     MOVE WS-RETURN-CODE TO RETURN-CODE.
003160     STOP RUN.
003170
003180******************************************************************
003190*    1000-INITIALIZE
003200*        THE HR FILE IS THE WHOLE POINT OF THE RUN - IF IT IS
003210*        NOT ON CATALOG THE STEP FAILS RATHER THAN REPORTING
003220*        EVERY ACTIVE USER AS A LEAVER.
003230******************************************************************
003240 1000-INITIALIZE.
003250     ACCEPT WS-CURRENT-DATE-TIME FROM DATE YYYYMMDD.
003260     MOVE WS-CURRENT-DATE-TIME TO WS-RUN-DATE.
003270     MOVE ZERO TO WS-GROUP-COUNTS.
003280
003290     OPEN INPUT  HRFILE.
003300     IF WS-HRFILE-STATUS NOT = "00"
003310         MOVE "HRFILE"   TO WS-FAILING-FILE-NAME
003320         MOVE WS-HRFILE-STATUS TO WS-FAILING-FILE-STATUS
003330         PERFORM 9900-FILE-ERROR THRU 9900-FILE-ERROR-EXIT
003340     END-IF.
003350
003360     OPEN INPUT  USRFILE.
003370     IF WS-USRFILE-STATUS NOT = "00"
003380         MOVE "USRFILE"  TO WS-FAILING-FILE-NAME
003390         MOVE WS-USRFILE-STATUS TO WS-FAILING-FILE-STATUS
003400         PERFORM 9900-FILE-ERROR THRU 9900-FILE-ERROR-EXIT
003410     END-IF.
003420
003430     OPEN OUTPUT PROPFILE.
003440     IF WS-PROPFILE-STATUS NOT = "00"
003450         MOVE "PROPFILE" TO WS-FAILING-FILE-NAME
003460         MOVE WS-PROPFILE-STATUS TO WS-FAILING-FILE-STATUS
003470         PERFORM 9900-FILE-ERROR THRU 9900-FILE-ERROR-EXIT
003480     END-IF.
003490
003500     OPEN OUTPUT EXCWORK.
003510     IF WS-EXCWORK-STATUS NOT = "00"
003520         MOVE "EXCWORK"  TO WS-FAILING-FILE-NAME
003530         MOVE WS-EXCWORK-STATUS TO WS-FAILING-FILE-STATUS
003540         PERFORM 9900-FILE-ERROR THRU 9900-FILE-ERROR-EXIT
003550     END-IF.
003560
003570     OPEN OUTPUT PRTFILE.
003580     IF WS-PRTFILE-STATUS NOT = "00"
003590         MOVE "PRTFILE"  TO WS-FAILING-FILE-NAME
003600         MOVE WS-PRTFILE-STATUS TO WS-FAILING-FILE-STATUS
003610         PERFORM 9900-FILE-ERROR THRU 9900-FILE-ERROR-EXIT
003620     END-IF.
003630
003640     PERFORM 1500-PRINT-REPORT-HEADER
003650         THRU 1500-PRINT-REPORT-HEADER-EXIT.
003660 1000-INITIALIZE-EXIT.
003670     EXIT.
003680
003690******************************************************************
003700*    1500-PRINT-REPORT-HEADER
003710******************************************************************
003720 1500-PRINT-REPORT-HEADER.
003730     ADD 1 TO WS-PAGE-NUMBER.
003740     MOVE WS-RUN-DATE         TO RPH1-RUN-DATE.
003750     MOVE WS-PAGE-NUMBER      TO RPH1-PAGE-NUMBER.
003760     WRITE PRT-LINE FROM RPT-HEADING-1
003770         AFTER ADVANCING NEW-PAGE.
003780     IF WS-PRTFILE-STATUS NOT = "00"
003790         MOVE "PRTFILE" TO WS-FAILING-FILE-NAME
003800         MOVE WS-PRTFILE-STATUS TO WS-FAILING-FILE-STATUS
003810         PERFORM 9900-FILE-ERROR THRU 9900-FILE-ERROR-EXIT
003820     END-IF.
003830     WRITE PRT-LINE FROM RPT-HEADING-2.
003840     WRITE PRT-LINE FROM RPT-HEADING-3.
003850     MOVE 3 TO WS-LINES-ON-PAGE.
003860 1500-PRINT-REPORT-HEADER-EXIT.
003870     EXIT.
003880
003890******************************************************************
003900*    2000-RELEASE-HR-RECORDS  ( SORT INPUT PROCEDURE )
003910*        RELEASES ONE SORT RECORD PER HR RECORD.  A RECORD WITH
003920*        A BLANK USER ID CANNOT BE MATCHED AND IS ONLY COUNTED.
003930******************************************************************
003940 2000-RELEASE-HR-RECORDS.
003950     PERFORM 2100-RELEASE-ONE-HR-RECORD
003960         THRU 2100-RELEASE-ONE-HR-RECORD-EXIT
003970         UNTIL EOF-REACHED.
003980 2000-RELEASE-HR-RECORDS-EXIT.
003990     EXIT.
004000
004010 2100-RELEASE-ONE-HR-RECORD.
004020     READ HRFILE
004030         AT END
004040             SET EOF-REACHED TO TRUE
004050             GO TO 2100-RELEASE-ONE-HR-RECORD-EXIT
004060     END-READ.
004070
004080     ADD 1 TO WS-HR-RECORDS-READ.
004090
004100     IF HRP-USER-ID = SPACES
004110         ADD 1 TO WS-HR-BLANK-IDS
004120         GO TO 2100-RELEASE-ONE-HR-RECORD-EXIT
004130     END-IF.
004140
004150     MOVE HRP-USER-ID     TO SHR-USER-ID.
004160     MOVE HRP-USER-NAME   TO SHR-USER-NAME.
004170     MOVE HRP-DEPARTMENT  TO SHR-DEPARTMENT.
004180     MOVE HRP-SITE-CODE   TO SHR-SITE-CODE.
004190     RELEASE SHR-RECORD.
004200 2100-RELEASE-ONE-HR-RECORD-EXIT.
004210     EXIT.
004220
004230******************************************************************
004240*    3000-MATCH-POPULATION    ( SORT OUTPUT PROCEDURE )
004250*        CLASSIC TWO-FILE MATCH ON USER ID.  EACH SIDE'S KEY IS
004260*        SET TO HIGH-VALUES AT ITS END SO THE OTHER SIDE'S
004270*        REMAINING RECORDS FALL OUT AS UNMATCHED.
004280******************************************************************
004290 3000-MATCH-POPULATION.
004300     IF WS-HR-RECORDS-READ = WS-HR-BLANK-IDS
004310         SET RUN-WAS-REJECTED TO TRUE
004320         GO TO 3000-MATCH-POPULATION-EXIT
004330     END-IF.
004340
004350     PERFORM 3100-NEXT-HR-RECORD
004360         THRU 3100-NEXT-HR-RECORD-EXIT.
004370     PERFORM 3200-NEXT-MASTER-RECORD
004380         THRU 3200-NEXT-MASTER-RECORD-EXIT.
004390
004400     PERFORM 3300-MATCH-ONE-KEY
004410         THRU 3300-MATCH-ONE-KEY-EXIT
004420         UNTIL WS-HR-KEY = HIGH-VALUES
004430           AND WS-MASTER-KEY = HIGH-VALUES.
004440 3000-MATCH-POPULATION-EXIT.
004450     EXIT.
004460
004470 3100-NEXT-HR-RECORD.
004480     MOVE WS-HR-KEY TO WS-PREV-HR-KEY.
004490     RETURN HRSORT
004500         AT END
004510             SET SORT-EOF-REACHED TO TRUE
004520             MOVE HIGH-VALUES TO WS-HR-KEY
004530             GO TO 3100-NEXT-HR-RECORD-EXIT
004540     END-RETURN.
004550     MOVE SHR-USER-ID TO WS-HR-KEY.
004560 3100-NEXT-HR-RECORD-EXIT.
004570     EXIT.
004580
004590 3200-NEXT-MASTER-RECORD.
004600     READ USRFILE
004610         AT END
004620             MOVE HIGH-VALUES TO WS-MASTER-KEY
004630             GO TO 3200-NEXT-MASTER-RECORD-EXIT
004640     END-READ.
004650     ADD 1 TO WS-MASTER-RECORDS-READ.
004660     MOVE USR-USER-ID TO WS-MASTER-KEY.
004670 3200-NEXT-MASTER-RECORD-EXIT.
004680     EXIT.
004690
004700 3300-MATCH-ONE-KEY.
004710     IF WS-HR-KEY NOT = HIGH-VALUES
004720       AND WS-HR-KEY = WS-PREV-HR-KEY
004730         MOVE 5                TO EXC-GROUP
004740         MOVE WS-HR-KEY        TO EXC-USER-ID
004750         MOVE SPACES           TO EXC-MASTER-VALUE
004760         MOVE SHR-USER-NAME    TO EXC-HR-VALUE
004770         MOVE SPACES           TO EXC-PROPOSED-ACTION
004780         PERFORM 3800-WRITE-DISCREPANCY
004790             THRU 3800-WRITE-DISCREPANCY-EXIT
004800         PERFORM 3100-NEXT-HR-RECORD
004810             THRU 3100-NEXT-HR-RECORD-EXIT
004820         GO TO 3300-MATCH-ONE-KEY-EXIT
004830     END-IF.
004840
004850     EVALUATE TRUE
004860         WHEN WS-HR-KEY < WS-MASTER-KEY
004870             PERFORM 3400-HR-ONLY
004880                 THRU 3400-HR-ONLY-EXIT
004890             PERFORM 3100-NEXT-HR-RECORD
004900                 THRU 3100-NEXT-HR-RECORD-EXIT
004910         WHEN WS-HR-KEY > WS-MASTER-KEY
004920             PERFORM 3500-MASTER-ONLY
004930                 THRU 3500-MASTER-ONLY-EXIT
004940             PERFORM 3200-NEXT-MASTER-RECORD
004950                 THRU 3200-NEXT-MASTER-RECORD-EXIT
004960         WHEN OTHER
004970             ADD 1 TO WS-USERS-MATCHED
004980             PERFORM 3600-COMPARE-USER
004990                 THRU 3600-COMPARE-USER-EXIT
005000             PERFORM 3100-NEXT-HR-RECORD
005010                 THRU 3100-NEXT-HR-RECORD-EXIT
005020             PERFORM 3200-NEXT-MASTER-RECORD
005030                 THRU 3200-NEXT-MASTER-RECORD-EXIT
005040     END-EVALUATE.
005050 3300-MATCH-ONE-KEY-EXIT.
005060     EXIT.
005070
005080******************************************************************
005090*    3400-HR-ONLY
005100*        ON HR, NOT ON USER-MASTER - PROPOSE AN ADD.  A BLANK
005110*        HR SITE CODE LEAVES THE NEW USER ON THE RUN-LEVEL SITE
005120*        FALLBACK, AS A BLANK SITE ON ANY FEED ADD DOES.
005130******************************************************************
005140 3400-HR-ONLY.
005150     MOVE 1                TO EXC-GROUP.
005160     MOVE WS-HR-KEY        TO EXC-USER-ID.
005170     MOVE "NOT ON FILE"    TO EXC-MASTER-VALUE.
005180     MOVE SHR-USER-NAME    TO EXC-HR-VALUE.
005190     MOVE "A"              TO EXC-PROPOSED-ACTION.
005200     PERFORM 3800-WRITE-DISCREPANCY
005210         THRU 3800-WRITE-DISCREPANCY-EXIT.
005220
005230     MOVE SPACES           TO TRANSACTION-RECORD.
005240     SET TRN-ACTION-ADD    TO TRUE.
005250     MOVE SHR-USER-ID      TO TRN-USER-ID.
005260     MOVE SHR-USER-NAME    TO TRN-USER-NAME.
005270     MOVE SHR-DEPARTMENT   TO TRN-DEPARTMENT.
005280     SET TRN-STATUS-ACTIVE TO TRUE.
005290     MOVE SHR-SITE-CODE    TO TRN-SITE-CODE.
005300     PERFORM 3900-WRITE-PROPOSAL
005310         THRU 3900-WRITE-PROPOSAL-EXIT.
005320 3400-HR-ONLY-EXIT.
005330     EXIT.
005340
005350******************************************************************
005360*    3500-MASTER-ONLY
005370*        ON USER-MASTER, NOT ON HR.  ONLY AN ACTIVE RECORD IS A
005380*        DISCREPANCY - PROPOSE INACTIVATING IT.  AN INACTIVE
005390*        RECORD IS A LEAVER ALREADY PROCESSED.
005400******************************************************************
005410 3500-MASTER-ONLY.
005420     IF NOT USR-ACTIVE
005430         GO TO 3500-MASTER-ONLY-EXIT
005440     END-IF.
005450
005460     MOVE 2                TO EXC-GROUP.
005470     MOVE USR-USER-ID      TO EXC-USER-ID.
005480     MOVE USR-USER-NAME    TO EXC-MASTER-VALUE.
005490     MOVE "NOT ON FILE"    TO EXC-HR-VALUE.
005500     MOVE "I"              TO EXC-PROPOSED-ACTION.
005510     PERFORM 3800-WRITE-DISCREPANCY
005520         THRU 3800-WRITE-DISCREPANCY-EXIT.
005530
005540     MOVE SPACES           TO TRANSACTION-RECORD.
005550     SET TRN-ACTION-INACTIVATE TO TRUE.
005560     MOVE USR-USER-ID      TO TRN-USER-ID.
005570     PERFORM 3900-WRITE-PROPOSAL
005580         THRU 3900-WRITE-PROPOSAL-EXIT.
005590 3500-MASTER-ONLY-EXIT.
005600     EXIT.
005610
005620******************************************************************
005630*    3600-COMPARE-USER
005640*        ON BOTH FILES.  ONE CHANGE TRANSACTION CARRIES EVERY
005650*        FIELD THAT DIFFERS; FIELDS LEFT BLANK ARE NOT CHANGED
005660*        BY USRBATCH.  AN INACTIVE MASTER RECORD FOR SOMEONE HR
005670*        STILL EMPLOYS IS REACTIVATED WITH STATUS 'A'.
005680******************************************************************
005690 3600-COMPARE-USER.
005700     SET CHANGE-NOT-PROPOSED TO TRUE.
005710     MOVE SPACES           TO TRANSACTION-RECORD.
005720     SET TRN-ACTION-CHANGE TO TRUE.
005730     MOVE USR-USER-ID      TO TRN-USER-ID.
005740
005750     IF USR-INACTIVE
005760         MOVE 1                    TO EXC-GROUP
005770         MOVE USR-USER-ID          TO EXC-USER-ID
005780         MOVE "INACTIVE ON FILE"   TO EXC-MASTER-VALUE
005790         MOVE SHR-USER-NAME        TO EXC-HR-VALUE
005800         MOVE "C"                  TO EXC-PROPOSED-ACTION
005810         PERFORM 3800-WRITE-DISCREPANCY
005820             THRU 3800-WRITE-DISCREPANCY-EXIT
005830         SET TRN-STATUS-ACTIVE     TO TRUE
005840         SET CHANGE-IS-PROPOSED    TO TRUE
005850     END-IF.
005860
005870     IF SHR-USER-NAME NOT = SPACES
005880       AND SHR-USER-NAME NOT = USR-USER-NAME
005890         MOVE 3                    TO EXC-GROUP
005900         MOVE USR-USER-ID          TO EXC-USER-ID
005910         MOVE USR-USER-NAME        TO EXC-MASTER-VALUE
005920         MOVE SHR-USER-NAME        TO EXC-HR-VALUE
005930         MOVE "C"                  TO EXC-PROPOSED-ACTION
005940         PERFORM 3800-WRITE-DISCREPANCY
005950             THRU 3800-WRITE-DISCREPANCY-EXIT
005960         MOVE SHR-USER-NAME        TO TRN-USER-NAME
005970         SET CHANGE-IS-PROPOSED    TO TRUE
005980     END-IF.
005990
006000     IF SHR-DEPARTMENT NOT = SPACES
006010       AND SHR-DEPARTMENT NOT = USR-DEPARTMENT
006020         MOVE 4                    TO EXC-GROUP
006030         MOVE USR-USER-ID          TO EXC-USER-ID
006040         MOVE USR-DEPARTMENT       TO EXC-MASTER-VALUE
006050         MOVE SHR-DEPARTMENT       TO EXC-HR-VALUE
006060         MOVE "C"                  TO EXC-PROPOSED-ACTION
006070         PERFORM 3800-WRITE-DISCREPANCY
006080             THRU 3800-WRITE-DISCREPANCY-EXIT
006090         MOVE SHR-DEPARTMENT       TO TRN-DEPARTMENT
006100         SET CHANGE-IS-PROPOSED    TO TRUE
006110     END-IF.
006120
006130     IF CHANGE-IS-PROPOSED
006140         PERFORM 3900-WRITE-PROPOSAL
006150             THRU 3900-WRITE-PROPOSAL-EXIT
006160     END-IF.
006170 3600-COMPARE-USER-EXIT.
006180     EXIT.
006190
006200******************************************************************
006210*    3800-WRITE-DISCREPANCY
006220*        THE CALLER FILLS EXC-RECORD.  DISCREPANCIES GO TO A
006230*        WORK FILE SO THEY CAN BE RE-SORTED INTO THEIR GROUPS
006240*        FOR PRINTING.
006250******************************************************************
006260 3800-WRITE-DISCREPANCY.
006270     ADD 1 TO WS-DISCREPANCY-COUNT.
006280     ADD 1 TO WS-GROUP-COUNT (EXC-GROUP).
006290     WRITE EXC-RECORD.
006300     IF WS-EXCWORK-STATUS NOT = "00"
006310         MOVE "EXCWORK" TO WS-FAILING-FILE-NAME
006320         MOVE WS-EXCWORK-STATUS TO WS-FAILING-FILE-STATUS
006330         PERFORM 9900-FILE-ERROR THRU 9900-FILE-ERROR-EXIT
006340     END-IF.
006350 3800-WRITE-DISCREPANCY-EXIT.
006360     EXIT.
006370
006380 3900-WRITE-PROPOSAL.
006390     WRITE TRANSACTION-RECORD.
006400     IF WS-PROPFILE-STATUS NOT = "00"
006410         MOVE "PROPFILE" TO WS-FAILING-FILE-NAME
006420         MOVE WS-PROPFILE-STATUS TO WS-FAILING-FILE-STATUS
006430         PERFORM 9900-FILE-ERROR THRU 9900-FILE-ERROR-EXIT
006440     END-IF.
006450     ADD 1 TO WS-PROPOSALS-WRITTEN.
006460 3900-WRITE-PROPOSAL-EXIT.
006470     EXIT.
006480
006490******************************************************************
006500*    4000-PRINT-DISCREPANCIES ( SORT OUTPUT PROCEDURE )
006510*        PRINTS THE DISCREPANCIES GROUP BY GROUP, IN USER ID
006520*        ORDER WITHIN EACH GROUP, WITH A TITLE LINE AT EACH
006530*        CHANGE OF GROUP.
006540******************************************************************
006550 4000-PRINT-DISCREPANCIES.
006560     SET SORT-NOT-EOF-REACHED TO TRUE.
006570     PERFORM 4100-PRINT-ONE-DISCREPANCY
006580         THRU 4100-PRINT-ONE-DISCREPANCY-EXIT
006590         UNTIL SORT-EOF-REACHED.
006600 4000-PRINT-DISCREPANCIES-EXIT.
006610     EXIT.
006620
006630 4100-PRINT-ONE-DISCREPANCY.
006640     RETURN EXCSORT
006650         AT END
006660             SET SORT-EOF-REACHED TO TRUE
006670             GO TO 4100-PRINT-ONE-DISCREPANCY-EXIT
006680     END-RETURN.
006690
006700     IF SXC-GROUP NOT = WS-PREV-GROUP
006710         MOVE SPACES TO PRT-LINE
006720         PERFORM 4200-WRITE-PRT-LINE
006730             THRU 4200-WRITE-PRT-LINE-EXIT
006740         MOVE WS-GROUP-TITLE (SXC-GROUP) TO RPG-GROUP-TITLE
006750         MOVE RPT-GROUP-LINE TO PRT-LINE
006760         PERFORM 4200-WRITE-PRT-LINE
006770             THRU 4200-WRITE-PRT-LINE-EXIT
006780         MOVE SXC-GROUP TO WS-PREV-GROUP
006790     END-IF.
006800
006810     MOVE SXC-USER-ID          TO RPD-USER-ID.
006820     MOVE SXC-MASTER-VALUE     TO RPD-MASTER-VALUE.
006830     MOVE SXC-HR-VALUE         TO RPD-HR-VALUE.
006840     MOVE SXC-PROPOSED-ACTION  TO RPD-PROPOSED-ACTION.
006850     MOVE RPT-DETAIL-LINE      TO PRT-LINE.
006860     PERFORM 4200-WRITE-PRT-LINE
006870         THRU 4200-WRITE-PRT-LINE-EXIT.
006880 4100-PRINT-ONE-DISCREPANCY-EXIT.
006890     EXIT.
006900
006910******************************************************************
006920*    4200-WRITE-PRT-LINE
006930*        COMMON PRINT-LINE WRITER - BREAKS TO A NEW PAGE WHEN
006940*        THE CURRENT PAGE IS FULL AND CHECKS THE FILE STATUS ON
006950*        EVERY WRITE.
006960******************************************************************
006970 4200-WRITE-PRT-LINE.
006980     IF WS-LINES-ON-PAGE >= WS-LINES-PER-PAGE
006990         MOVE PRT-LINE TO WS-SAVE-PRT-LINE
007000         PERFORM 1500-PRINT-REPORT-HEADER
007010             THRU 1500-PRINT-REPORT-HEADER-EXIT
007020         MOVE WS-SAVE-PRT-LINE TO PRT-LINE
007030     END-IF.
007040     WRITE PRT-LINE.
007050     IF WS-PRTFILE-STATUS NOT = "00"
007060         MOVE "PRTFILE" TO WS-FAILING-FILE-NAME
007070         MOVE WS-PRTFILE-STATUS TO WS-FAILING-FILE-STATUS
007080         PERFORM 9900-FILE-ERROR THRU 9900-FILE-ERROR-EXIT
007090     END-IF.
007100     ADD 1 TO WS-LINES-ON-PAGE.
007110 4200-WRITE-PRT-LINE-EXIT.
007120     EXIT.
007130
007140******************************************************************
007150*    5000-PRINT-REPORT-TOTAL
007160*        ANY DISCREPANCY ENDS THE STEP RC=4 SO OPERATIONS KNOWS
007170*        THERE IS A PROPOSAL FILE TO REVIEW.
007180******************************************************************
007190 5000-PRINT-REPORT-TOTAL.
007200     MOVE SPACES TO PRT-LINE.
007210     PERFORM 4200-WRITE-PRT-LINE
007220         THRU 4200-WRITE-PRT-LINE-EXIT.
007230
007240     MOVE WS-HR-RECORDS-READ     TO RPT1-HR-RECORDS-READ.
007250     MOVE WS-HR-BLANK-IDS        TO RPT2-HR-BLANK-IDS.
007260     MOVE WS-MASTER-RECORDS-READ TO RPT3-MASTER-READ.
007270     MOVE WS-USERS-MATCHED       TO RPT4-USERS-MATCHED.
007280     MOVE WS-PROPOSALS-WRITTEN   TO RPT5-PROPOSALS.
007290     WRITE PRT-LINE FROM RPT-TOTAL-LINE-1.
007300     WRITE PRT-LINE FROM RPT-TOTAL-LINE-2.
007310     WRITE PRT-LINE FROM RPT-TOTAL-LINE-3.
007320     WRITE PRT-LINE FROM RPT-TOTAL-LINE-4.
007330
007340     PERFORM 5100-PRINT-GROUP-TOTAL
007350         THRU 5100-PRINT-GROUP-TOTAL-EXIT
007360         VARYING WS-GROUP-SUB FROM 1 BY 1
007370         UNTIL WS-GROUP-SUB > 5.
007380
007390     WRITE PRT-LINE FROM RPT-TOTAL-LINE-5.
007400
007410     IF WS-DISCREPANCY-COUNT > ZERO
007420       AND WS-RETURN-CODE < 4
007430         MOVE 4 TO WS-RETURN-CODE
007440         DISPLAY "HR RECONCILIATION FOUND "
007450             WS-DISCREPANCY-COUNT " DISCREPANCIES - "
007460             WS-PROPOSALS-WRITTEN " PROPOSED TRANSACTIONS"
007470     END-IF.
007480 5000-PRINT-REPORT-TOTAL-EXIT.
007490     EXIT.
007500
007510 5100-PRINT-GROUP-TOTAL.
007520     MOVE WS-GROUP-SUB                  TO RPGT-GROUP.
007530     MOVE WS-GROUP-COUNT (WS-GROUP-SUB) TO RPGT-COUNT.
007540     WRITE PRT-LINE FROM RPT-GROUP-TOTAL-LINE.
007550 5100-PRINT-GROUP-TOTAL-EXIT.
007560     EXIT.
007570
007580******************************************************************
007590*    9000-TERMINATE
007600******************************************************************
007610 9000-TERMINATE.
007620     CLOSE HRFILE.
007630     CLOSE USRFILE.
007640     CLOSE PROPFILE.
007650     CLOSE PRTFILE.
007660 9000-TERMINATE-EXIT.
007670     EXIT.
007680
007690******************************************************************
007700*    9900-FILE-ERROR
007710*        A FILE OPEN OR WRITE FAILED IN A WAY THAT CANNOT BE
007720*        WORKED AROUND.  DISPLAYS THE FILE NAME AND STATUS SO
007730*        OPERATIONS CAN SEE WHAT WENT WRONG FROM THE JOB LOG AND
007740*        ENDS THE RUN WITH A DISTINCT RETURN CODE.
007750******************************************************************
007760 9900-FILE-ERROR.
007770     DISPLAY "FATAL FILE ERROR ON " WS-FAILING-FILE-NAME
007780         " - FILE STATUS = " WS-FAILING-FILE-STATUS.
007790     MOVE 16 TO WS-RETURN-CODE.
007800     MOVE WS-RETURN-CODE TO RETURN-CODE.
007810     STOP RUN.
007820 9900-FILE-ERROR-EXIT.
007830     EXIT.
