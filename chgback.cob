000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. CHGBACK.
000030 AUTHOR. D-SHIFT-BATCH-SUPPORT.
000040 INSTALLATION. OPERATIONS-DATA-CENTER.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070******************************************************************
000080*    MODIFICATION HISTORY
000090*    ----------------------------------------------------------
000100*    DATE        INIT   DESCRIPTION
000110*    10/15/2026  MTK    ORIGINAL VERSION - MONTH-END DEPARTMENT
000120*                       CHARGEBACK FEED FOR THE GL INTERFACE,
000130*                       REPLACING FINANCE'S HAND COUNT OF THE
000140*                       USRDEPT ROSTER REPORT.
000141*    10/15/2026  MTK    XTRFILE IS NOW A KSDS KEYED ON RUN DATE
000142*                       AND USER ID - ONLY THE BILLING MONTH'S
000143*                       ROWS ARE READ.  A USER NOW HAS ONE ROW PER
000144*                       RUN DATE, SO THE DUPLICATE COUNT SHOULD
000145*                       STAY ZERO; IT IS KEPT AS A CONTROL.
000150******************************************************************
000160*    REMARKS.
000170*        READS THE BILLING MONTH'S XTRFILE ROWS STAMPED PROCESSED
000180*        AND CHARGES EACH PROCESSED USER-DAY TO THE USER'S
000190*        DEPARTMENT - AS IT STANDS ON USER-MASTER, OR ON THE LAST
000200*        USRARCH COPY WHEN THE USER HAS SINCE BEEN ARCHIVED.  A
000210*        USER PROCESSED TWICE ON ONE RUN DATE (A WHOLE-FILE RUN
000220*        AND A SITE RUN THE SAME NIGHT) IS ONE USER-DAY - THE
000223*        EXTRACT KEEPS ONE ROW PER USER AND RUN DATE, AND A
000226*        SECOND ROW WOULD BE COUNTED AS A DUPLICATE.
000230*
000240*        USER-DAYS ARE TOTALLED PER DEPARTMENT-REFERENCE CODE AND
000250*        PRICED AT THE PARMFILE RATE.  ONE CHARGEBACK DETAIL IS
000260*        WRITTEN PER DEPARTMENT ON THE DEPARTMENT FILE (RETIRED
000270*        CODES INCLUDED - THE USERS WERE THERE DURING THE MONTH),
000280*        THEN A TRAILER WITH THE CONTROL TOTALS.  USER-DAYS THAT
000290*        CANNOT BE BILLED - A CODE NOT ON THE DEPARTMENT FILE, OR
000300*        A USER ON NEITHER USER-MASTER NOR THE ARCHIVE, OR A CODE
000305*        THAT ARRIVES WHEN THE DEPARTMENT TABLE IS FULL - ARE
000310*        SHOWN ON THE CONTROL REPORT AND END THE STEP WITH RC=4.
000320*
000330*        THE CONTROL REPORT LISTS THE DEPARTMENT TOTALS AND THE
000340*        GRAND TOTAL, AND PROVES THEM BACK TO THE PROCESSED ROWS
000350*        READ FROM THE EXTRACT.  RUN IT BEFORE HSKPURGE AGES THE
000360*        MONTH'S ROWS OFF XTRFILE.
000370******************************************************************

000380 ENVIRONMENT DIVISION.
000390 CONFIGURATION SECTION.
000400 SPECIAL-NAMES.
000410     C01 IS NEW-PAGE.

000420 INPUT-OUTPUT SECTION.
000430 FILE-CONTROL.
000440     SELECT PARMFILE ASSIGN TO "PARMFILE"
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS IS WS-PARMFILE-STATUS.

000470     SELECT XTRFILE  ASSIGN TO "XTRFILE"
000480         ORGANIZATION IS INDEXED
000483         ACCESS MODE IS DYNAMIC
000486         RECORD KEY IS XTR-KEY
000490         FILE STATUS IS WS-XTRFILE-STATUS.

000500     SELECT USRFILE  ASSIGN TO "USRFILE"
000510         ORGANIZATION IS INDEXED
000520         ACCESS MODE IS DYNAMIC
000530         RECORD KEY IS USR-USER-ID
000540         FILE STATUS IS WS-USRFILE-STATUS.

000550     SELECT USRARCH  ASSIGN TO "USRARCH"
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS WS-USRARCH-STATUS.

000580     SELECT DEPTFILE ASSIGN TO "DEPTFILE"
000590         ORGANIZATION IS INDEXED
000600         ACCESS MODE IS SEQUENTIAL
000610         RECORD KEY IS DEP-DEPT-CODE
000620         FILE STATUS IS WS-DEPTFILE-STATUS.

000630     SELECT CHGFILE  ASSIGN TO "CHGFILE"
000640         ORGANIZATION IS LINE SEQUENTIAL
000650         FILE STATUS IS WS-CHGFILE-STATUS.

000660     SELECT PRTFILE  ASSIGN TO "PRTFILE"
000670         ORGANIZATION IS LINE SEQUENTIAL
000680         FILE STATUS IS WS-PRTFILE-STATUS.

000690     SELECT XTRSORT  ASSIGN TO "SORTWORK".

000700 DATA DIVISION.
000710 FILE SECTION.
000720 FD  PARMFILE
000730     RECORDING MODE IS F.
000740     COPY CHGPARM.

000750 FD  XTRFILE
000760     RECORDING MODE IS F.
000770     COPY XTRACT.

000780 FD  USRFILE
000790     RECORDING MODE IS F.
000800     COPY USRMAST.

000810 FD  USRARCH
000820     RECORDING MODE IS F.
000830 01  USRARCH-RECORD              PIC X(80).

000840 FD  DEPTFILE
000850     RECORDING MODE IS F.
000860     COPY DEPTREC.

000870 FD  CHGFILE
000880     RECORDING MODE IS F.
000890     COPY CHGREC.

000900 FD  PRTFILE
000910     RECORDING MODE IS F.
000920 01  PRT-LINE                    PIC X(80).

000930 SD  XTRSORT.
000940 01  SRT-RECORD.
000950     05  SRT-USER-ID             PIC X(06).
000960     05  SRT-RUN-DATE            PIC X(08).

000970 WORKING-STORAGE SECTION.
000980******************************************************************
000990*    RUN-CONTROL COUNTERS AND SWITCHES
001000******************************************************************
001010 77  WS-ROWS-READ                PIC 9(07) VALUE ZERO.
001020 77  WS-ROWS-IN-MONTH            PIC 9(07) VALUE ZERO.
001030 77  WS-DUPLICATE-DAYS           PIC 9(07) VALUE ZERO.
001040 77  WS-DAYS-BILLED              PIC 9(09) VALUE ZERO.
001050 77  WS-DAYS-NOT-BILLED          PIC 9(07) VALUE ZERO.
001060 77  WS-DAYS-NO-DEPARTMENT       PIC 9(07) VALUE ZERO.
001065 77  WS-DAYS-TABLE-FULL          PIC 9(07) VALUE ZERO.
001070 77  WS-DAYS-ACCOUNTED           PIC 9(09) VALUE ZERO.
001080 77  WS-AMOUNT-BILLED            PIC 9(11)V99 VALUE ZERO.
001090 77  WS-DETAILS-WRITTEN          PIC 9(05) VALUE ZERO.

001100 77  WS-PARMFILE-STATUS          PIC X(02) VALUE "00".
001110 77  WS-XTRFILE-STATUS           PIC X(02) VALUE "00".
001120 77  WS-USRFILE-STATUS           PIC X(02) VALUE "00".
001130 77  WS-USRARCH-STATUS           PIC X(02) VALUE "00".
001140 77  WS-DEPTFILE-STATUS          PIC X(02) VALUE "00".
001150 77  WS-CHGFILE-STATUS           PIC X(02) VALUE "00".
001160 77  WS-PRTFILE-STATUS           PIC X(02) VALUE "00".

001170 77  WS-EOF-SWITCH               PIC X(01) VALUE "N".
001180     88  EOF-REACHED                 VALUE "Y".
001190     88  NOT-EOF-REACHED              VALUE "N".

001200 77  WS-SORT-EOF-SWITCH          PIC X(01) VALUE "N".
001210     88  SORT-EOF-REACHED            VALUE "Y".
001220     88  SORT-NOT-EOF-REACHED        VALUE "N".

001230 77  WS-ARCH-EOF-SWITCH          PIC X(01) VALUE "N".
001240     88  ARCH-EOF-REACHED            VALUE "Y".
001250     88  ARCH-NOT-EOF-REACHED        VALUE "N".

001260 77  WS-USER-FOUND-SWITCH        PIC X(01) VALUE "N".
001270     88  USER-WAS-FOUND              VALUE "Y".
001280     88  USER-WAS-NOT-FOUND          VALUE "N".

001290 77  WS-TABLE-FULL-SWITCH        PIC X(01) VALUE "N".
001300     88  TABLE-FULL-REPORTED         VALUE "Y".

001310 77  WS-RETURN-CODE              PIC 9(02) VALUE ZERO.

001320******************************************************************
001330*    BILLING MONTH AND RATE
001340******************************************************************
001350 01  WS-CURRENT-DATE-TIME.
001360     05  WS-CURRENT-DATE.
001370         10  WS-CURRENT-YYYY          PIC 9(04).
001380         10  WS-CURRENT-MM            PIC 9(02).
001390         10  WS-CURRENT-DD            PIC 9(02).

001400 77  WS-RUN-DATE                 PIC X(08).

001410 01  WS-BILLING-MONTH.
001420     05  WS-BILL-YYYY            PIC 9(04).
001430     05  WS-BILL-MM              PIC 9(02).

001440 01  WS-MONTH-FIRST-DATE.
001450     05  WS-FIRST-YYYYMM         PIC X(06).
001460     05  FILLER                  PIC X(02) VALUE "01".

001470 01  WS-MONTH-LAST-DATE.
001480     05  WS-LAST-YYYYMM          PIC X(06).
001490     05  FILLER                  PIC X(02) VALUE "31".

001500 77  WS-RATE                     PIC 9(05)V99 VALUE ZERO.

001510******************************************************************
001520*    DEPARTMENT TABLE - LOADED FROM THE DEPARTMENT FILE IN CODE
001530*    ORDER; A CODE FOUND ON A USER BUT NOT ON THE FILE IS ADDED
001540*    AT THE END, FLAGGED, SO IT SHOWS ON THE REPORT UNBILLED.
001550******************************************************************
001560 77  WS-DEPT-MAX                 PIC 9(04) COMP VALUE 500.
001570 77  WS-DEPT-COUNT               PIC 9(04) COMP VALUE ZERO.
001580 77  WS-DEPT-SUB                 PIC 9(04) COMP VALUE ZERO.
001590 77  WS-USER-SLOT                PIC 9(04) COMP VALUE ZERO.

001600 01  WS-DEPT-TABLE.
001610     05  WS-DEPT-ENTRY OCCURS 500 TIMES.
001620         10  WS-DPT-CODE         PIC X(10).
001630         10  WS-DPT-NAME         PIC X(30).
001640         10  WS-DPT-ON-FILE      PIC X(01).
001650             88  DPT-ON-DEPT-FILE    VALUE "Y".
001660         10  WS-DPT-STATUS-FLAG  PIC X(01).
001670             88  DPT-RETIRED         VALUE "R".
001680         10  WS-DPT-USER-DAYS    PIC 9(07).
001690         10  WS-DPT-AMOUNT       PIC 9(09)V99.

001700******************************************************************
001710*    USER ATTRIBUTION WORK AREAS - THE SORTED ROWS ARRIVE IN USER
001720*    ORDER, SO EACH USER'S DEPARTMENT IS LOOKED UP ONCE.
001730******************************************************************
001740 77  WS-PREV-USER-ID             PIC X(06) VALUE LOW-VALUES.
001750 77  WS-PREV-RUN-DATE            PIC X(08) VALUE LOW-VALUES.
001760 77  WS-USER-DEPARTMENT          PIC X(10) VALUE SPACES.

001770 01  WS-ARCH-VIEW.
001780     05  WS-ARC-USER-ID          PIC X(06).
001790     05  WS-ARC-USER-NAME        PIC X(30).
001800     05  WS-ARC-DEPARTMENT       PIC X(10).
001810     05  FILLER                  PIC X(34).

001820******************************************************************
001830*    CONTROL REPORT WORK AREAS - SAME PAGINATED HEADING STYLE AS
001840*    THE HELLOCOBOL PRTFILE REPORT.
001850******************************************************************
001860 77  WS-LINES-ON-PAGE            PIC 9(02) VALUE ZERO.
001870 77  WS-LINES-PER-PAGE           PIC 9(02) VALUE 20.
001880 77  WS-PAGE-NUMBER              PIC 9(04) VALUE ZERO.

001890 01  WS-PRINT-LINE               PIC X(80).

001900 01  RPT-HEADING-1.
001910     05  FILLER                  PIC X(15) VALUE "RUN DATE      ".
001920     05  RPH1-RUN-DATE           PIC X(10).
001930     05  FILLER                  PIC X(10) VALUE SPACES.
001940     05  FILLER                  PIC X(13) VALUE "PROGRAM NAME ".
001950     05  RPH1-PROGRAM-NAME       PIC X(12) VALUE "CHGBACK".
001960     05  FILLER                  PIC X(05) VALUE "PAGE ".
001970     05  RPH1-PAGE-NUMBER        PIC ZZZ9.

001980 01  RPT-HEADING-2.
001990     05  FILLER                  PIC X(34) VALUE
002000         "DEPARTMENT CHARGEBACK - MONTH".
002010     05  RPH2-BILLING-MONTH      PIC X(06).
002020     05  FILLER                  PIC X(25) VALUE
002030         "    RATE PER USER-DAY".
002040     05  RPH2-RATE               PIC ZZ,ZZ9.99.
002050     05  FILLER                  PIC X(06) VALUE SPACES.

002060 01  RPT-HEADING-3.
002070     05  FILLER                  PIC X(12) VALUE "DEPT CODE".
002080     05  FILLER                  PIC X(32) VALUE
002090         "DEPARTMENT NAME".
002100     05  FILLER                  PIC X(09) VALUE "USER-DAYS".
002110     05  FILLER                  PIC X(14) VALUE "        AMOUNT".
002120     05  FILLER                  PIC X(02) VALUE SPACES.
002130     05  FILLER                  PIC X(11) VALUE "NOTE".

002140 01  RPT-DETAIL-LINE.
002150     05  RPD-DEPT-CODE           PIC X(10).
002160     05  FILLER                  PIC X(02) VALUE SPACES.
002170     05  RPD-DEPT-NAME           PIC X(30).
002180     05  FILLER                  PIC X(04) VALUE SPACES.
002190     05  RPD-USER-DAYS           PIC ZZZZZZ9.
002200     05  FILLER                  PIC X(01) VALUE SPACES.
002210     05  RPD-AMOUNT              PIC ZZZ,ZZZ,ZZ9.99.
002220     05  FILLER                  PIC X(01) VALUE SPACES.
002230     05  RPD-NOTE                PIC X(11).

002240 01  RPT-TOTAL-LINE.
002250     05  RPT-TOTAL-LABEL         PIC X(44).
002260     05  FILLER                  PIC X(02) VALUE SPACES.
002270     05  RPT-TOTAL-DAYS          PIC ZZZZZZ9.
002280     05  FILLER                  PIC X(01) VALUE SPACES.
002290     05  RPT-TOTAL-AMOUNT        PIC ZZZ,ZZZ,ZZ9.99.
002300     05  FILLER                  PIC X(12) VALUE SPACES.

002310 01  RPT-BALANCE-LINE.
002320     05  FILLER                  PIC X(46) VALUE
002330         "CONTROL CHECK AGAINST THE EXTRACT".
002340     05  RPB-RESULT              PIC X(34).

002350******************************************************************
002360*    FATAL-ERROR WORK AREAS - USED BY 9900-FILE-ERROR
002370******************************************************************
002380 77  WS-FAILING-FILE-NAME        PIC X(08) VALUE SPACES.
002390 77  WS-FAILING-FILE-STATUS      PIC X(02) VALUE SPACES.

002400 PROCEDURE DIVISION.

002410 0000-MAINLINE.
002420     PERFORM 1000-INITIALIZE
002430         THRU 1000-INITIALIZE-EXIT.

002440     SORT XTRSORT
002450         ON ASCENDING KEY SRT-USER-ID
002460                          SRT-RUN-DATE
002470         INPUT PROCEDURE IS 2000-RELEASE-MONTH-ROWS
002480                        THRU 2000-RELEASE-MONTH-ROWS-EXIT
002490         OUTPUT PROCEDURE IS 3000-ATTRIBUTE-USER-DAYS
002500                        THRU 3000-ATTRIBUTE-USER-DAYS-EXIT.

002510     PERFORM 4000-WRITE-CHARGEBACK
002520         THRU 4000-WRITE-CHARGEBACK-EXIT.

002530     PERFORM 5000-PRINT-CONTROL-TOTALS
002540         THRU 5000-PRINT-CONTROL-TOTALS-EXIT.

002550     PERFORM 9000-TERMINATE
002560         THRU 9000-TERMINATE-EXIT.

002570     MOVE WS-RETURN-CODE TO RETURN-CODE.
002580     STOP RUN.

002590******************************************************************
002600*    1000-INITIALIZE
002610******************************************************************
002620 1000-INITIALIZE.
002630     ACCEPT WS-CURRENT-DATE-TIME FROM DATE YYYYMMDD.
002640     MOVE WS-CURRENT-DATE-TIME TO WS-RUN-DATE.

002650     PERFORM 1100-READ-PARM-RECORD
002660         THRU 1100-READ-PARM-RECORD-EXIT.

002670     MOVE WS-BILLING-MONTH TO WS-FIRST-YYYYMM.
002680     MOVE WS-BILLING-MONTH TO WS-LAST-YYYYMM.

002690     PERFORM 1300-LOAD-DEPARTMENTS
002700         THRU 1300-LOAD-DEPARTMENTS-EXIT.

002710     OPEN INPUT XTRFILE.
002720     IF WS-XTRFILE-STATUS NOT = "00"
002730         MOVE "XTRFILE"  TO WS-FAILING-FILE-NAME
002740         MOVE WS-XTRFILE-STATUS TO WS-FAILING-FILE-STATUS
002750         PERFORM 9900-FILE-ERROR THRU 9900-FILE-ERROR-EXIT
002760     END-IF.

002770     OPEN INPUT USRFILE.
002780     IF WS-USRFILE-STATUS NOT = "00"
002790         MOVE "USRFILE"  TO WS-FAILING-FILE-NAME
002800         MOVE WS-USRFILE-STATUS TO WS-FAILING-FILE-STATUS
002810         PERFORM 9900-FILE-ERROR THRU 9900-FILE-ERROR-EXIT
002820     END-IF.

002830     OPEN OUTPUT CHGFILE.
002840     IF WS-CHGFILE-STATUS NOT = "00"
002850         MOVE "CHGFILE"  TO WS-FAILING-FILE-NAME
002860         MOVE WS-CHGFILE-STATUS TO WS-FAILING-FILE-STATUS
002870         PERFORM 9900-FILE-ERROR THRU 9900-FILE-ERROR-EXIT
002880     END-IF.

002890     OPEN OUTPUT PRTFILE.
002900     IF WS-PRTFILE-STATUS NOT = "00"
002910         MOVE "PRTFILE"  TO WS-FAILING-FILE-NAME
002920         MOVE WS-PRTFILE-STATUS TO WS-FAILING-FILE-STATUS
002930         PERFORM 9900-FILE-ERROR THRU 9900-FILE-ERROR-EXIT
002940     END-IF.

002950     PERFORM 1500-PRINT-REPORT-HEADER
002960         THRU 1500-PRINT-REPORT-HEADER-EXIT.
002970 1000-INITIALIZE-EXIT.
002980     EXIT.

002990******************************************************************
003000*    1100-READ-PARM-RECORD
003010*        THE RATE IS REQUIRED - A MISSING RECORD, OR A RATE THAT
003020*        IS NOT NUMERIC OR IS ZERO, REJECTS THE RUN WITH RC=8
003030*        BEFORE ANY FILE IS WRITTEN.  A BLANK MONTH BILLS THE
003040*        CALENDAR MONTH BEFORE THE RUN DATE, SINCE THE JOB RUNS
003050*        IN THE FIRST DAYS OF THE FOLLOWING MONTH.
003060******************************************************************
003070 1100-READ-PARM-RECORD.
003080     OPEN INPUT PARMFILE.
003090     IF WS-PARMFILE-STATUS NOT = "00"
003100         MOVE "PARMFILE" TO WS-FAILING-FILE-NAME
003110         MOVE WS-PARMFILE-STATUS TO WS-FAILING-FILE-STATUS
003120         PERFORM 9900-FILE-ERROR THRU 9900-FILE-ERROR-EXIT
003130     END-IF.

003140     READ PARMFILE
003150         AT END
003160             DISPLAY "CHARGEBACK RATE PARAMETER RECORD MISSING"
003170                 " - RUN REJECTED"
003180             CLOSE PARMFILE
003190             MOVE 8 TO WS-RETURN-CODE
003200             MOVE WS-RETURN-CODE TO RETURN-CODE
003210             STOP RUN
003220     END-READ.
003230     CLOSE PARMFILE.

003240     IF CHP-RATE-PER-USER-DAY NOT NUMERIC
003250         DISPLAY "RATE PER USER-DAY " CHP-RATE-PER-USER-DAY
003260             " IS NOT NUMERIC - RUN REJECTED"
003270         MOVE 8 TO WS-RETURN-CODE
003280         MOVE WS-RETURN-CODE TO RETURN-CODE
003290         STOP RUN
003300     END-IF.

003310     IF CHP-RATE-NUM = ZERO
003320         DISPLAY "RATE PER USER-DAY IS ZERO - RUN REJECTED"
003330         MOVE 8 TO WS-RETURN-CODE
003340         MOVE WS-RETURN-CODE TO RETURN-CODE
003350         STOP RUN
003360     END-IF.
003370     MOVE CHP-RATE-NUM TO WS-RATE.

003380     IF CHP-BILLING-MONTH = SPACES
003390         PERFORM 1200-SET-PRIOR-MONTH
003400             THRU 1200-SET-PRIOR-MONTH-EXIT
003410         GO TO 1100-READ-PARM-RECORD-EXIT
003420     END-IF.

003430     IF CHP-BILLING-MONTH NOT NUMERIC
003440         DISPLAY "BILLING MONTH " CHP-BILLING-MONTH
003450             " IS NOT NUMERIC - RUN REJECTED"
003460         MOVE 8 TO WS-RETURN-CODE
003470         MOVE WS-RETURN-CODE TO RETURN-CODE
003480         STOP RUN
003490     END-IF.

003500     MOVE CHP-BILLING-MONTH TO WS-BILLING-MONTH.
003510     IF WS-BILL-MM < 1 OR WS-BILL-MM > 12
003520         DISPLAY "BILLING MONTH " CHP-BILLING-MONTH
003530             " IS NOT A VALID YYYYMM - RUN REJECTED"
003540         MOVE 8 TO WS-RETURN-CODE
003550         MOVE WS-RETURN-CODE TO RETURN-CODE
003560         STOP RUN
003570     END-IF.
003580 1100-READ-PARM-RECORD-EXIT.
003590     EXIT.

003600 1200-SET-PRIOR-MONTH.
003610     MOVE WS-CURRENT-YYYY TO WS-BILL-YYYY.
003620     IF WS-CURRENT-MM = 1
003630         MOVE 12 TO WS-BILL-MM
003640         SUBTRACT 1 FROM WS-BILL-YYYY
003650     ELSE
003660         COMPUTE WS-BILL-MM = WS-CURRENT-MM - 1
003670     END-IF.
003680 1200-SET-PRIOR-MONTH-EXIT.
003690     EXIT.

003700******************************************************************
003710*    1300-LOAD-DEPARTMENTS
003720*        THE WHOLE DEPARTMENT FILE, IN CODE ORDER, INTO THE TABLE.
003730******************************************************************
003740 1300-LOAD-DEPARTMENTS.
003750     OPEN INPUT DEPTFILE.
003760     IF WS-DEPTFILE-STATUS = "35"
003770         DISPLAY "DEPARTMENT FILE NOT ON CATALOG -"
003780             " LOAD IT THROUGH DPTMAINT FIRST"
003790     END-IF.
003800     IF WS-DEPTFILE-STATUS NOT = "00"
003810         MOVE "DEPTFILE" TO WS-FAILING-FILE-NAME
003820         MOVE WS-DEPTFILE-STATUS TO WS-FAILING-FILE-STATUS
003830         PERFORM 9900-FILE-ERROR THRU 9900-FILE-ERROR-EXIT
003840     END-IF.

003850     SET NOT-EOF-REACHED TO TRUE.
003860     PERFORM 1310-LOAD-ONE-DEPARTMENT
003870         THRU 1310-LOAD-ONE-DEPARTMENT-EXIT
003880         UNTIL EOF-REACHED.
003890     CLOSE DEPTFILE.
003900     SET NOT-EOF-REACHED TO TRUE.
003910 1300-LOAD-DEPARTMENTS-EXIT.
003920     EXIT.

003930 1310-LOAD-ONE-DEPARTMENT.
003940     READ DEPTFILE
003950         AT END
003960             SET EOF-REACHED TO TRUE
003970             GO TO 1310-LOAD-ONE-DEPARTMENT-EXIT
003980     END-READ.

003990     IF WS-DEPT-COUNT NOT < WS-DEPT-MAX
004000         DISPLAY "DEPARTMENT TABLE FULL AT " WS-DEPT-MAX
004010             " CODES - INCREASE WS-DEPT-MAX"
004020         MOVE "DEPTFILE" TO WS-FAILING-FILE-NAME
004030         MOVE WS-DEPTFILE-STATUS TO WS-FAILING-FILE-STATUS
004040         PERFORM 9900-FILE-ERROR THRU 9900-FILE-ERROR-EXIT
004050     END-IF.

004060     ADD 1 TO WS-DEPT-COUNT.
004070     MOVE DEP-DEPT-CODE   TO WS-DPT-CODE (WS-DEPT-COUNT).
004080     MOVE DEP-DEPT-NAME   TO WS-DPT-NAME (WS-DEPT-COUNT).
004090     MOVE "Y"             TO WS-DPT-ON-FILE (WS-DEPT-COUNT).
004100     MOVE DEP-STATUS-FLAG TO WS-DPT-STATUS-FLAG (WS-DEPT-COUNT).
004110     MOVE ZERO            TO WS-DPT-USER-DAYS (WS-DEPT-COUNT).
004120     MOVE ZERO            TO WS-DPT-AMOUNT (WS-DEPT-COUNT).
004130 1310-LOAD-ONE-DEPARTMENT-EXIT.
004140     EXIT.

004150******************************************************************
004160*    1500-PRINT-REPORT-HEADER
004170******************************************************************
004180 1500-PRINT-REPORT-HEADER.
004190     ADD 1 TO WS-PAGE-NUMBER.
004200     MOVE WS-RUN-DATE         TO RPH1-RUN-DATE.
004210     MOVE WS-PAGE-NUMBER      TO RPH1-PAGE-NUMBER.
004220     MOVE WS-BILLING-MONTH    TO RPH2-BILLING-MONTH.
004230     MOVE WS-RATE             TO RPH2-RATE.
004240     WRITE PRT-LINE FROM RPT-HEADING-1
004250         AFTER ADVANCING NEW-PAGE.
004260     IF WS-PRTFILE-STATUS NOT = "00"
004270         MOVE "PRTFILE" TO WS-FAILING-FILE-NAME
004280         MOVE WS-PRTFILE-STATUS TO WS-FAILING-FILE-STATUS
004290         PERFORM 9900-FILE-ERROR THRU 9900-FILE-ERROR-EXIT
004300     END-IF.
004310     WRITE PRT-LINE FROM RPT-HEADING-2.
004320     WRITE PRT-LINE FROM RPT-HEADING-3.
004330     MOVE 3 TO WS-LINES-ON-PAGE.
004340 1500-PRINT-REPORT-HEADER-EXIT.
004350     EXIT.

004360******************************************************************
004370*    2000-RELEASE-MONTH-ROWS  ( SORT INPUT PROCEDURE )
004380*        RELEASES EVERY XTRFILE ROW STAMPED PROCESSED WITH A RUN
004390*        DATE IN THE BILLING MONTH, KEYED ON USER ID THEN DATE.
004393*        XTRFILE IS POSITIONED AT THE FIRST OF THE MONTH AND THE
004396*        FIRST ROW DATED AFTER THE MONTH ENDS THE READ.
004400******************************************************************
004410 2000-RELEASE-MONTH-ROWS.
004411     MOVE WS-MONTH-FIRST-DATE TO XTR-RUN-DATE.
004412     MOVE LOW-VALUES          TO XTR-USER-ID.
004413     START XTRFILE KEY IS NOT LESS THAN XTR-KEY
004414         INVALID KEY
004415             SET EOF-REACHED TO TRUE
004416     END-START.

004420     PERFORM 2100-RELEASE-ONE-ROW
004430         THRU 2100-RELEASE-ONE-ROW-EXIT
004440         UNTIL EOF-REACHED.
004450 2000-RELEASE-MONTH-ROWS-EXIT.
004460     EXIT.

004470 2100-RELEASE-ONE-ROW.
004480     READ XTRFILE NEXT RECORD
004490         AT END
004500             SET EOF-REACHED TO TRUE
004510             GO TO 2100-RELEASE-ONE-ROW-EXIT
004520     END-READ.

004540     IF XTR-RUN-DATE > WS-MONTH-LAST-DATE
004550         SET EOF-REACHED TO TRUE
004560         GO TO 2100-RELEASE-ONE-ROW-EXIT
004570     END-IF.

004571     ADD 1 TO WS-ROWS-READ.

004580     IF XTR-STATUS NOT = "PROCESSED"
004590         GO TO 2100-RELEASE-ONE-ROW-EXIT
004600     END-IF.

004610     ADD 1 TO WS-ROWS-IN-MONTH.
004620     MOVE XTR-USER-ID  TO SRT-USER-ID.
004630     MOVE XTR-RUN-DATE TO SRT-RUN-DATE.
004640     RELEASE SRT-RECORD.
004650 2100-RELEASE-ONE-ROW-EXIT.
004660     EXIT.

004670******************************************************************
004680*    3000-ATTRIBUTE-USER-DAYS  ( SORT OUTPUT PROCEDURE )
004690*        A SECOND ROW FOR THE SAME USER AND RUN DATE IS COUNTED
004700*        AS A DUPLICATE, NOT A SECOND USER-DAY.  THE DEPARTMENT
004710*        IS LOOKED UP WHEN THE USER ID CHANGES.
004720******************************************************************
004730 3000-ATTRIBUTE-USER-DAYS.
004740     PERFORM 3100-ATTRIBUTE-ONE-ROW
004750         THRU 3100-ATTRIBUTE-ONE-ROW-EXIT
004760         UNTIL SORT-EOF-REACHED.
004770 3000-ATTRIBUTE-USER-DAYS-EXIT.
004780     EXIT.

004790 3100-ATTRIBUTE-ONE-ROW.
004800     RETURN XTRSORT
004810         AT END
004820             SET SORT-EOF-REACHED TO TRUE
004830             GO TO 3100-ATTRIBUTE-ONE-ROW-EXIT
004840     END-RETURN.

004850     IF SRT-USER-ID = WS-PREV-USER-ID
004860         IF SRT-RUN-DATE = WS-PREV-RUN-DATE
004870             ADD 1 TO WS-DUPLICATE-DAYS
004880             GO TO 3100-ATTRIBUTE-ONE-ROW-EXIT
004890         END-IF
004900     ELSE
004910         MOVE SRT-USER-ID TO WS-PREV-USER-ID
004920         PERFORM 3200-RESOLVE-USER-DEPT
004930             THRU 3200-RESOLVE-USER-DEPT-EXIT
004940     END-IF.
004950     MOVE SRT-RUN-DATE TO WS-PREV-RUN-DATE.

004960     IF WS-USER-SLOT = ZERO
004963         IF USER-WAS-FOUND
004966             ADD 1 TO WS-DAYS-TABLE-FULL
004968         ELSE
004970             ADD 1 TO WS-DAYS-NO-DEPARTMENT
004975         END-IF
004980     ELSE
004990         ADD 1 TO WS-DPT-USER-DAYS (WS-USER-SLOT)
005000     END-IF.
005010 3100-ATTRIBUTE-ONE-ROW-EXIT.
005020     EXIT.

005030******************************************************************
005040*    3200-RESOLVE-USER-DEPT
005050*        SETS WS-USER-SLOT TO THE USER'S DEPARTMENT TABLE ENTRY,
005060*        OR ZERO WHEN THE USER IS ON NEITHER USER-MASTER NOR THE
005070*        ARCHIVE (USER-WAS-NOT-FOUND) OR THE TABLE HAS NO ROOM FOR
005075*        A STRAY CODE (USER-WAS-FOUND).
005080******************************************************************
005090 3200-RESOLVE-USER-DEPT.
005100     MOVE ZERO TO WS-USER-SLOT.
005110     SET USER-WAS-FOUND TO TRUE.

005120     MOVE SRT-USER-ID TO USR-USER-ID.
005130     READ USRFILE
005140         INVALID KEY
005150             SET USER-WAS-NOT-FOUND TO TRUE
005160         NOT INVALID KEY
005170             MOVE USR-DEPARTMENT TO WS-USER-DEPARTMENT
005180     END-READ.

005190     IF USER-WAS-NOT-FOUND
005200         PERFORM 3300-FIND-ARCHIVE-DEPT
005210             THRU 3300-FIND-ARCHIVE-DEPT-EXIT
005220     END-IF.
005230     IF USER-WAS-NOT-FOUND
005240         DISPLAY "USER " SRT-USER-ID " NOT ON USER-MASTER OR THE"
005250             " ARCHIVE - USER-DAYS NOT BILLED"
005260         GO TO 3200-RESOLVE-USER-DEPT-EXIT
005270     END-IF.

005280     PERFORM 3400-FIND-DEPT-ENTRY
005290         THRU 3400-FIND-DEPT-ENTRY-EXIT
005300         VARYING WS-DEPT-SUB FROM 1 BY 1
005310         UNTIL WS-DEPT-SUB > WS-DEPT-COUNT
005320            OR WS-USER-SLOT NOT = ZERO.
005330     IF WS-USER-SLOT NOT = ZERO
005340         GO TO 3200-RESOLVE-USER-DEPT-EXIT
005350     END-IF.

005360     IF WS-DEPT-COUNT NOT < WS-DEPT-MAX
005370         IF NOT TABLE-FULL-REPORTED
005380             DISPLAY "DEPARTMENT TABLE FULL - FURTHER CODES NOT"
005390                 " ON THE DEPARTMENT FILE ARE NOT ATTRIBUTED"
005400             SET TABLE-FULL-REPORTED TO TRUE
005410         END-IF
005420         GO TO 3200-RESOLVE-USER-DEPT-EXIT
005430     END-IF.

005440     ADD 1 TO WS-DEPT-COUNT.
005450     MOVE WS-USER-DEPARTMENT TO WS-DPT-CODE (WS-DEPT-COUNT).
005460     MOVE SPACES             TO WS-DPT-NAME (WS-DEPT-COUNT).
005470     MOVE "N"                TO WS-DPT-ON-FILE (WS-DEPT-COUNT).
005480     MOVE SPACE          TO WS-DPT-STATUS-FLAG (WS-DEPT-COUNT).
005490     MOVE ZERO               TO WS-DPT-USER-DAYS (WS-DEPT-COUNT).
005500     MOVE ZERO               TO WS-DPT-AMOUNT (WS-DEPT-COUNT).
005510     MOVE WS-DEPT-COUNT      TO WS-USER-SLOT.
005520 3200-RESOLVE-USER-DEPT-EXIT.
005530     EXIT.

005540******************************************************************
005550*    3300-FIND-ARCHIVE-DEPT
005560*        ONLY A USER NO LONGER ON THE MASTER COMES HERE.  THE
005570*        LAST ARCHIVE COPY OF THE ID WINS, THE RULE USRREST USES.
005580******************************************************************
005590 3300-FIND-ARCHIVE-DEPT.
005600     OPEN INPUT USRARCH.
005610     IF WS-USRARCH-STATUS = "35"
005620         GO TO 3300-FIND-ARCHIVE-DEPT-EXIT
005630     END-IF.
005640     IF WS-USRARCH-STATUS NOT = "00"
005650         MOVE "USRARCH" TO WS-FAILING-FILE-NAME
005660         MOVE WS-USRARCH-STATUS TO WS-FAILING-FILE-STATUS
005670         PERFORM 9900-FILE-ERROR THRU 9900-FILE-ERROR-EXIT
005680     END-IF.

005690     SET ARCH-NOT-EOF-REACHED TO TRUE.
005700     PERFORM 3310-SCAN-ONE-ARCHIVE-ROW
005710         THRU 3310-SCAN-ONE-ARCHIVE-ROW-EXIT
005720         UNTIL ARCH-EOF-REACHED.
005730     CLOSE USRARCH.
005740 3300-FIND-ARCHIVE-DEPT-EXIT.
005750     EXIT.

005760 3310-SCAN-ONE-ARCHIVE-ROW.
005770     READ USRARCH
005780         AT END
005790             SET ARCH-EOF-REACHED TO TRUE
005800             GO TO 3310-SCAN-ONE-ARCHIVE-ROW-EXIT
005810     END-READ.

005820     MOVE USRARCH-RECORD TO WS-ARCH-VIEW.
005830     IF WS-ARC-USER-ID = SRT-USER-ID
005840         SET USER-WAS-FOUND TO TRUE
005850         MOVE WS-ARC-DEPARTMENT TO WS-USER-DEPARTMENT
005860     END-IF.
005870 3310-SCAN-ONE-ARCHIVE-ROW-EXIT.
005880     EXIT.

005890 3400-FIND-DEPT-ENTRY.
005900     IF WS-DPT-CODE (WS-DEPT-SUB) = WS-USER-DEPARTMENT
005910         MOVE WS-DEPT-SUB TO WS-USER-SLOT
005920     END-IF.
005930 3400-FIND-DEPT-ENTRY-EXIT.
005940     EXIT.

005950******************************************************************
005960*    4000-WRITE-CHARGEBACK
005970*        ONE DETAIL PER DEPARTMENT-FILE CODE WITH USER-DAYS, THEN
005980*        THE TRAILER.  A CODE NOT ON THE DEPARTMENT FILE HAS NO
005990*        COST CENTRE TO CHARGE AND IS REPORTED ONLY.
006000******************************************************************
006010 4000-WRITE-CHARGEBACK.
006020     PERFORM 4100-BILL-ONE-DEPARTMENT
006030         THRU 4100-BILL-ONE-DEPARTMENT-EXIT
006040         VARYING WS-DEPT-SUB FROM 1 BY 1
006050         UNTIL WS-DEPT-SUB > WS-DEPT-COUNT.

006060     IF WS-DAYS-NO-DEPARTMENT > ZERO
006070         MOVE SPACES                  TO RPT-DETAIL-LINE
006080         MOVE "*UNKNOWN*"             TO RPD-DEPT-CODE
006090         MOVE "USER NOT ON MASTER OR ARCHIVE" TO RPD-DEPT-NAME
006100         MOVE WS-DAYS-NO-DEPARTMENT   TO RPD-USER-DAYS
006110         MOVE ZERO                    TO RPD-AMOUNT
006120         MOVE "NOT BILLED"            TO RPD-NOTE
006130         MOVE RPT-DETAIL-LINE         TO WS-PRINT-LINE
006140         PERFORM 6000-WRITE-REPORT-LINE
006150             THRU 6000-WRITE-REPORT-LINE-EXIT
006160         ADD WS-DAYS-NO-DEPARTMENT    TO WS-DAYS-NOT-BILLED
006170     END-IF.

           IF WS-DAYS-TABLE-FULL > ZERO
               MOVE SPACES                  TO RPT-DETAIL-LINE
               MOVE "*NO ROOM*"             TO RPD-DEPT-CODE
               MOVE "DEPARTMENT TABLE FULL" TO RPD-DEPT-NAME
               MOVE WS-DAYS-TABLE-FULL      TO RPD-USER-DAYS
               MOVE ZERO                    TO RPD-AMOUNT
               MOVE "NOT BILLED"            TO RPD-NOTE
               MOVE RPT-DETAIL-LINE         TO WS-PRINT-LINE
               PERFORM 6000-WRITE-REPORT-LINE
                   THRU 6000-WRITE-REPORT-LINE-EXIT
               ADD WS-DAYS-TABLE-FULL       TO WS-DAYS-NOT-BILLED
           END-IF.

006180     MOVE SPACES               TO CHARGEBACK-RECORD.
006190     SET CHG-TRAILER-RECORD    TO TRUE.
006200     MOVE WS-BILLING-MONTH     TO CHG-BILLING-MONTH.
006210     MOVE WS-RUN-DATE          TO CHG-CREATED-DATE.
006220     MOVE WS-DETAILS-WRITTEN   TO CHG-TRL-RECORD-COUNT.
006230     MOVE WS-DAYS-BILLED       TO CHG-TRL-USER-DAYS.
006240     MOVE WS-AMOUNT-BILLED     TO CHG-TRL-AMOUNT.
006250     PERFORM 4200-WRITE-CHARGEBACK-RECORD
006260         THRU 4200-WRITE-CHARGEBACK-RECORD-EXIT.
006270 4000-WRITE-CHARGEBACK-EXIT.
006280     EXIT.

006290 4100-BILL-ONE-DEPARTMENT.
006300     IF WS-DPT-USER-DAYS (WS-DEPT-SUB) = ZERO
006310         GO TO 4100-BILL-ONE-DEPARTMENT-EXIT
006320     END-IF.

006330     COMPUTE WS-DPT-AMOUNT (WS-DEPT-SUB) ROUNDED =
006340         WS-DPT-USER-DAYS (WS-DEPT-SUB) * WS-RATE.

006350     MOVE WS-DPT-CODE (WS-DEPT-SUB)      TO RPD-DEPT-CODE.
006360     MOVE WS-DPT-NAME (WS-DEPT-SUB)      TO RPD-DEPT-NAME.
006370     MOVE WS-DPT-USER-DAYS (WS-DEPT-SUB) TO RPD-USER-DAYS.
006380     MOVE SPACES                         TO RPD-NOTE.

006390     IF DPT-ON-DEPT-FILE (WS-DEPT-SUB)
006400         PERFORM 4110-WRITE-DETAIL
006410             THRU 4110-WRITE-DETAIL-EXIT
006420     ELSE
006430         MOVE ZERO         TO RPD-AMOUNT
006440         MOVE "NOT BILLED" TO RPD-NOTE
006450         IF WS-DPT-CODE (WS-DEPT-SUB) = SPACES
006460             MOVE "(NO DEPARTMENT ON THE USER)" TO RPD-DEPT-NAME
006470         ELSE
006480             MOVE "(NOT ON THE DEPARTMENT FILE)" TO RPD-DEPT-NAME
006490         END-IF
006500         ADD WS-DPT-USER-DAYS (WS-DEPT-SUB) TO WS-DAYS-NOT-BILLED
006510     END-IF.

006520     MOVE RPT-DETAIL-LINE TO WS-PRINT-LINE.
006530     PERFORM 6000-WRITE-REPORT-LINE
006540         THRU 6000-WRITE-REPORT-LINE-EXIT.
006550 4100-BILL-ONE-DEPARTMENT-EXIT.
006560     EXIT.

006570 4110-WRITE-DETAIL.
006580     IF DPT-RETIRED (WS-DEPT-SUB)
006590         MOVE "RETIRED" TO RPD-NOTE
006600     END-IF.
006610     MOVE WS-DPT-AMOUNT (WS-DEPT-SUB)    TO RPD-AMOUNT.

006620     MOVE SPACES                         TO CHARGEBACK-RECORD.
006630     SET CHG-DETAIL-RECORD               TO TRUE.
006640     MOVE WS-BILLING-MONTH               TO CHG-BILLING-MONTH.
006650     MOVE WS-RUN-DATE                    TO CHG-CREATED-DATE.
006660     MOVE WS-DPT-CODE (WS-DEPT-SUB)      TO CHG-DEPT-CODE.
006670     MOVE WS-DPT-USER-DAYS (WS-DEPT-SUB) TO CHG-USER-DAYS.
006680     MOVE WS-RATE                        TO CHG-RATE.
006690     MOVE WS-DPT-AMOUNT (WS-DEPT-SUB)    TO CHG-AMOUNT.
006700     PERFORM 4200-WRITE-CHARGEBACK-RECORD
006710         THRU 4200-WRITE-CHARGEBACK-RECORD-EXIT.
006720     ADD 1 TO WS-DETAILS-WRITTEN.
006730     ADD WS-DPT-USER-DAYS (WS-DEPT-SUB)  TO WS-DAYS-BILLED.
006740     ADD WS-DPT-AMOUNT (WS-DEPT-SUB)     TO WS-AMOUNT-BILLED.
006750 4110-WRITE-DETAIL-EXIT.
006760     EXIT.

006770 4200-WRITE-CHARGEBACK-RECORD.
006780     WRITE CHARGEBACK-RECORD.
006790     IF WS-CHGFILE-STATUS NOT = "00"
006800         MOVE "CHGFILE" TO WS-FAILING-FILE-NAME
006810         MOVE WS-CHGFILE-STATUS TO WS-FAILING-FILE-STATUS
006820         PERFORM 9900-FILE-ERROR THRU 9900-FILE-ERROR-EXIT
006830     END-IF.
006840 4200-WRITE-CHARGEBACK-RECORD-EXIT.
006850     EXIT.

006860******************************************************************
006870*    5000-PRINT-CONTROL-TOTALS
006880*        EVERY PROCESSED ROW IN THE MONTH IS EITHER A DUPLICATE
006890*        USER-DAY, A BILLED USER-DAY, OR AN UNBILLED ONE - THE
006900*        THREE MUST ADD BACK TO THE ROWS READ OFF THE EXTRACT.
006910******************************************************************
006920 5000-PRINT-CONTROL-TOTALS.
006930     MOVE SPACES TO WS-PRINT-LINE.
006940     PERFORM 6000-WRITE-REPORT-LINE
006950         THRU 6000-WRITE-REPORT-LINE-EXIT.

006960     MOVE SPACES                   TO RPT-TOTAL-LINE.
006970     MOVE "GRAND TOTAL BILLED"     TO RPT-TOTAL-LABEL.
006980     MOVE WS-DAYS-BILLED           TO RPT-TOTAL-DAYS.
006990     MOVE WS-AMOUNT-BILLED         TO RPT-TOTAL-AMOUNT.
007000     MOVE RPT-TOTAL-LINE           TO WS-PRINT-LINE.
007010     PERFORM 6000-WRITE-REPORT-LINE
007020         THRU 6000-WRITE-REPORT-LINE-EXIT.

007030     MOVE SPACES                   TO RPT-TOTAL-LINE.
007040     MOVE "USER-DAYS NOT BILLED"   TO RPT-TOTAL-LABEL.
007050     MOVE WS-DAYS-NOT-BILLED       TO RPT-TOTAL-DAYS.
007060     MOVE ZERO                     TO RPT-TOTAL-AMOUNT.
007070     MOVE RPT-TOTAL-LINE           TO WS-PRINT-LINE.
007080     PERFORM 6000-WRITE-REPORT-LINE
007090         THRU 6000-WRITE-REPORT-LINE-EXIT.

007100     MOVE SPACES                   TO RPT-TOTAL-LINE.
007110     MOVE "DUPLICATE ROWS (SAME USER, SAME RUN DATE)"
007120                                   TO RPT-TOTAL-LABEL.
007130     MOVE WS-DUPLICATE-DAYS        TO RPT-TOTAL-DAYS.
007140     MOVE ZERO                     TO RPT-TOTAL-AMOUNT.
007150     MOVE RPT-TOTAL-LINE           TO WS-PRINT-LINE.
007160     PERFORM 6000-WRITE-REPORT-LINE
007170         THRU 6000-WRITE-REPORT-LINE-EXIT.

007180     MOVE SPACES                   TO RPT-TOTAL-LINE.
007190     MOVE "PROCESSED ROWS IN MONTH ON THE EXTRACT"
007200                                   TO RPT-TOTAL-LABEL.
007210     MOVE WS-ROWS-IN-MONTH         TO RPT-TOTAL-DAYS.
007220     MOVE ZERO                     TO RPT-TOTAL-AMOUNT.
007230     MOVE RPT-TOTAL-LINE           TO WS-PRINT-LINE.
007240     PERFORM 6000-WRITE-REPORT-LINE
007250         THRU 6000-WRITE-REPORT-LINE-EXIT.

007260     COMPUTE WS-DAYS-ACCOUNTED =
007270         WS-DAYS-BILLED + WS-DAYS-NOT-BILLED + WS-DUPLICATE-DAYS.
007280     IF WS-DAYS-ACCOUNTED = WS-ROWS-IN-MONTH
007290         MOVE "IN BALANCE" TO RPB-RESULT
007300     ELSE
007310         MOVE "OUT OF BALANCE - DO NOT RELEASE" TO RPB-RESULT
007320         MOVE 16 TO WS-RETURN-CODE
007330     END-IF.
007340     MOVE RPT-BALANCE-LINE TO WS-PRINT-LINE.
007350     PERFORM 6000-WRITE-REPORT-LINE
007360         THRU 6000-WRITE-REPORT-LINE-EXIT.

007370     IF WS-RETURN-CODE = ZERO
007380         IF WS-DAYS-NOT-BILLED > ZERO OR WS-ROWS-IN-MONTH = ZERO
007390             MOVE 4 TO WS-RETURN-CODE
007400         END-IF
007410     END-IF.

007420     DISPLAY "CHGBACK MONTH " WS-BILLING-MONTH
007430         " ROWS READ " WS-ROWS-READ
007440         " PROCESSED IN MONTH " WS-ROWS-IN-MONTH.
007450     DISPLAY "CHGBACK USER-DAYS BILLED " WS-DAYS-BILLED
007460         " NOT BILLED " WS-DAYS-NOT-BILLED
007470         " DETAILS WRITTEN " WS-DETAILS-WRITTEN.
007480 5000-PRINT-CONTROL-TOTALS-EXIT.
007490     EXIT.

007500******************************************************************
007510*    6000-WRITE-REPORT-LINE
007520*        WRITES WS-PRINT-LINE, STARTING A NEW PAGE WHEN FULL.
007530******************************************************************
007540 6000-WRITE-REPORT-LINE.
007550     IF WS-LINES-ON-PAGE NOT < WS-LINES-PER-PAGE
007560         PERFORM 1500-PRINT-REPORT-HEADER
007570             THRU 1500-PRINT-REPORT-HEADER-EXIT
007580     END-IF.
007590     WRITE PRT-LINE FROM WS-PRINT-LINE.
007600     IF WS-PRTFILE-STATUS NOT = "00"
007610         MOVE "PRTFILE" TO WS-FAILING-FILE-NAME
007620         MOVE WS-PRTFILE-STATUS TO WS-FAILING-FILE-STATUS
007630         PERFORM 9900-FILE-ERROR THRU 9900-FILE-ERROR-EXIT
007640     END-IF.
007650     ADD 1 TO WS-LINES-ON-PAGE.
007660 6000-WRITE-REPORT-LINE-EXIT.
007670     EXIT.

007680******************************************************************
007690*    9000-TERMINATE
007700******************************************************************
007710 9000-TERMINATE.
007720     CLOSE XTRFILE
007730           USRFILE
007740           CHGFILE
007750           PRTFILE.
007760 9000-TERMINATE-EXIT.
007770     EXIT.

007780******************************************************************
007790*    9900-FILE-ERROR
007800*        REPORTS A FATAL I/O ERROR AND ABENDS THE STEP WITH RC=16.
007810******************************************************************
007820 9900-FILE-ERROR.
007830     DISPLAY "FATAL FILE ERROR ON " WS-FAILING-FILE-NAME
007840         " - FILE STATUS = " WS-FAILING-FILE-STATUS.
007850     MOVE 16 TO WS-RETURN-CODE.
007860     MOVE WS-RETURN-CODE TO RETURN-CODE.
007870     STOP RUN.
007880 9900-FILE-ERROR-EXIT.
007890     EXIT.
