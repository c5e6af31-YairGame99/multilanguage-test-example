000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. SUSRPT.
000030 AUTHOR. D-SHIFT-BATCH-SUPPORT.
000040 INSTALLATION. OPERATIONS-DATA-CENTER.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070******************************************************************
000080*    MODIFICATION HISTORY
000090*    ----------------------------------------------------------
000100*    DATE        INIT   DESCRIPTION
000110*    10/15/2026  MTK    ORIGINAL VERSION - AGING REPORT OF THE
000120*                       OPEN ITEMS ON THE HR-FEED SUSPENSE FILE.
000130******************************************************************
000140*    REMARKS.
000150*        LISTS EVERY OPEN ITEM ON SUSFILE WITH ITS FULL SUSPENSE
000160*        KEY (THE KEY A SUSREL RELEASE CARD MUST QUOTE), THE
000170*        TRANSACTION ACTION AND USER ID, THE REJECT REASON, AND
000180*        HOW MANY DAYS THE ITEM HAS SAT SINCE IT WAS REJECTED.
000190*        ITEMS ARE COUNTED INTO THREE AGE BANDS - UP TO 7 DAYS,
000200*        8 TO 30 DAYS, AND OVER 30 DAYS - AND THE STEP ENDS WITH
000210*        RC=4 WHEN ANY ITEM IS OVER 30 DAYS OLD SO THE HR DESK
000220*        IS CHASED BEFORE A CHANGE IS LOST FOR GOOD.  AN ITEM
000230*        WHOSE REJECT DATE CANNOT BE READ IS SHOWN WITH AN AGE
000240*        OF 9999 AND COUNTED AS OVER 30 DAYS.
000250******************************************************************

000260 ENVIRONMENT DIVISION.
000270 CONFIGURATION SECTION.
000280 SPECIAL-NAMES.
000290     C01 IS NEW-PAGE.

000300 INPUT-OUTPUT SECTION.
000310 FILE-CONTROL.
000320     SELECT SUSFILE  ASSIGN TO "SUSFILE"
000330         ORGANIZATION IS LINE SEQUENTIAL
000340         FILE STATUS IS WS-SUSFILE-STATUS.

000350     SELECT PRTFILE  ASSIGN TO "PRTFILE"
000360         ORGANIZATION IS LINE SEQUENTIAL
000370         FILE STATUS IS WS-PRTFILE-STATUS.

000380 DATA DIVISION.
000390 FILE SECTION.
000400 FD  SUSFILE
000410     RECORDING MODE IS F.
000420     COPY SUSREC.

000430 FD  PRTFILE
000440     RECORDING MODE IS F.
000450 01  PRT-LINE                    PIC X(80).

000460 WORKING-STORAGE SECTION.
000470******************************************************************
000480*    RUN-CONTROL COUNTERS AND SWITCHES
000490******************************************************************
000500 77  WS-ITEMS-OPEN               PIC 9(05) VALUE ZERO.
000510 77  WS-ITEMS-UP-TO-7            PIC 9(05) VALUE ZERO.
000520 77  WS-ITEMS-8-TO-30            PIC 9(05) VALUE ZERO.
000530 77  WS-ITEMS-OVER-30            PIC 9(05) VALUE ZERO.

000540 77  WS-SUSFILE-STATUS           PIC X(02) VALUE "00".
000550 77  WS-PRTFILE-STATUS           PIC X(02) VALUE "00".

000560 77  WS-EOF-SWITCH               PIC X(01) VALUE "N".
000570     88  EOF-REACHED                 VALUE "Y".
000580     88  NOT-EOF-REACHED              VALUE "N".

000590 77  WS-SUSPENSE-PRESENT-SWITCH  PIC X(01) VALUE "Y".
000600     88  SUSPENSE-FILE-PRESENT          VALUE "Y".
000610     88  SUSPENSE-FILE-ABSENT           VALUE "N".

000620 77  WS-LEAP-YEAR-SWITCH         PIC X(01) VALUE "N".
000630     88  IS-LEAP-YEAR                   VALUE "Y".
000640     88  IS-NOT-LEAP-YEAR               VALUE "N".

000650 77  WS-RETURN-CODE              PIC 9(02) VALUE ZERO.

000660******************************************************************
000670*    DATE AND TIME WORK AREAS
000680******************************************************************
000690 01  WS-CURRENT-DATE-TIME.
000700     05  WS-CURRENT-DATE.
000710         10  WS-CURRENT-YYYY          PIC 9(04).
000720         10  WS-CURRENT-MM            PIC 9(02).
000730         10  WS-CURRENT-DD            PIC 9(02).

000740 77  WS-RUN-DATE                 PIC X(08).

000750******************************************************************
000760*    DAY-NUMBER WORK AREAS - 1300-COMPUTE-DAY-NUMBER TURNS THE
000770*    DATE IN WS-DAYNUM-DATE INTO A RUNNING DAY COUNT SO TWO
000780*    DATES CAN BE SUBTRACTED.  THE MONTH TABLE HOLDS THE DAYS
000790*    BEFORE THE FIRST OF EACH MONTH IN A COMMON YEAR.
000800******************************************************************
000810 01  WS-DAYNUM-DATE.
000820     05  WS-DAYNUM-YYYY           PIC 9(04).
000830     05  WS-DAYNUM-MM             PIC 9(02).
000840     05  WS-DAYNUM-DD             PIC 9(02).

000850 77  WS-DAY-NUMBER               PIC 9(07) VALUE ZERO.
000860 77  WS-TODAY-DAY-NUMBER         PIC 9(07) VALUE ZERO.
000870 77  WS-PRIOR-YEARS              PIC 9(04) VALUE ZERO.
000880 77  WS-LEAP-DAYS                PIC 9(04) VALUE ZERO.
000890 77  WS-LEAP-QUOTIENT            PIC 9(04) VALUE ZERO.
000900 77  WS-LEAP-REMAINDER           PIC 9(04) VALUE ZERO.
000910 77  WS-ITEM-AGE                 PIC 9(04) VALUE ZERO.

000920 01  WS-MONTH-START-VALUES.
000930     05  FILLER                  PIC X(36) VALUE
000940         "000031059090120151181212243273304334".

000950 01  WS-MONTH-START-TABLE REDEFINES WS-MONTH-START-VALUES.
000960     05  WS-MONTH-START-DAYS     PIC 9(03) OCCURS 12 TIMES.

000970******************************************************************
000980*    AGING REPORT WORK AREAS - SAME PAGINATED HEADING STYLE AS
000990*    THE USRBATCH APPLY REPORT.
001000******************************************************************
001010 77  WS-LINES-ON-PAGE            PIC 9(02) VALUE ZERO.
001020 77  WS-LINES-PER-PAGE           PIC 9(02) VALUE 20.
001030 77  WS-PAGE-NUMBER              PIC 9(04) VALUE ZERO.

001040 01  RPT-HEADING-1.
001050     05  FILLER                  PIC X(15) VALUE "RUN DATE      ".
001060     05  RPH1-RUN-DATE           PIC X(10).
001070     05  FILLER                  PIC X(10) VALUE SPACES.
001080     05  FILLER                  PIC X(13) VALUE "PROGRAM NAME ".
001090     05  RPH1-PROGRAM-NAME       PIC X(12) VALUE "SUSRPT".
001100     05  FILLER                  PIC X(05) VALUE "PAGE ".
001110     05  RPH1-PAGE-NUMBER        PIC ZZZ9.

001120 01  RPT-HEADING-2.
001130     05  FILLER                  PIC X(80) VALUE
001140         "HR-FEED SUSPENSE AGING REPORT - OPEN ITEMS".

001150 01  RPT-HEADING-3.
001160     05  FILLER                  PIC X(16) VALUE "REJECTED".
001170     05  FILLER                  PIC X(09) VALUE "SOURCE".
001180     05  FILLER                  PIC X(06) VALUE "SEQ".
001190     05  FILLER                  PIC X(02) VALUE "A".
001200     05  FILLER                  PIC X(07) VALUE "USER".
001210     05  FILLER                  PIC X(06) VALUE " AGE".
001220     05  FILLER                  PIC X(34) VALUE "REASON".

001230 01  RPT-DETAIL-LINE.
001240     05  RPD-REJECT-DATE         PIC X(08).
001250     05  FILLER                  PIC X(01) VALUE SPACES.
001260     05  RPD-REJECT-TIME         PIC X(06).
001270     05  FILLER                  PIC X(01) VALUE SPACES.
001280     05  RPD-SOURCE-PROGRAM      PIC X(08).
001290     05  FILLER                  PIC X(01) VALUE SPACES.
001300     05  RPD-SOURCE-SEQUENCE     PIC 9(05).
001310     05  FILLER                  PIC X(01) VALUE SPACES.
001320     05  RPD-ACTION              PIC X(01).
001330     05  FILLER                  PIC X(01) VALUE SPACES.
001340     05  RPD-USER-ID             PIC X(06).
001350     05  FILLER                  PIC X(01) VALUE SPACES.
001360     05  RPD-AGE                 PIC ZZZ9.
001370     05  FILLER                  PIC X(02) VALUE SPACES.
001380     05  RPD-REASON              PIC X(34).

001390 01  RPT-TOTAL-LINE-1.
001400     05  FILLER                  PIC X(29) VALUE
001410         "OPEN SUSPENSE ITEMS . . . . ".
001420     05  RPT1-ITEMS-OPEN         PIC ZZZZ9.
001430     05  FILLER                  PIC X(46) VALUE SPACES.

001440 01  RPT-TOTAL-LINE-2.
001450     05  FILLER                  PIC X(29) VALUE
001460         "  UP TO 7 DAYS  . . . . . . ".
001470     05  RPT2-ITEMS-UP-TO-7      PIC ZZZZ9.
001480     05  FILLER                  PIC X(46) VALUE SPACES.

001490 01  RPT-TOTAL-LINE-3.
001500     05  FILLER                  PIC X(29) VALUE
001510         "  8 TO 30 DAYS  . . . . . . ".
001520     05  RPT3-ITEMS-8-TO-30      PIC ZZZZ9.
001530     05  FILLER                  PIC X(46) VALUE SPACES.

001540 01  RPT-TOTAL-LINE-4.
001550     05  FILLER                  PIC X(29) VALUE
001560         "  OVER 30 DAYS  . . . . . . ".
001570     05  RPT4-ITEMS-OVER-30      PIC ZZZZ9.
001580     05  FILLER                  PIC X(46) VALUE SPACES.

001590******************************************************************
001600*    FATAL-ERROR WORK AREAS - USED BY 9900-FILE-ERROR
001610******************************************************************
001620 77  WS-FAILING-FILE-NAME        PIC X(08) VALUE SPACES.
001630 77  WS-FAILING-FILE-STATUS      PIC X(02) VALUE SPACES.

001640 PROCEDURE DIVISION.

001650 0000-MAINLINE.
001660     PERFORM 1000-INITIALIZE
001670         THRU 1000-INITIALIZE-EXIT.

001680     IF SUSPENSE-FILE-PRESENT
001690         PERFORM 3000-AGE-SUSPENSE-ITEMS
001700             THRU 3000-AGE-SUSPENSE-ITEMS-EXIT
001710     END-IF.

001720     PERFORM 5000-PRINT-REPORT-TOTAL
001730         THRU 5000-PRINT-REPORT-TOTAL-EXIT.

001740     PERFORM 9000-TERMINATE
001750         THRU 9000-TERMINATE-EXIT.

001760     MOVE WS-RETURN-CODE TO RETURN-CODE.
001770     STOP RUN.

001780******************************************************************
001790*    1000-INITIALIZE
001800*        A SUSPENSE FILE NOT YET ON CATALOG MEANS NOTHING HAS
001810*        EVER BEEN REJECTED - THE REPORT PRINTS ZERO TOTALS.
001820******************************************************************
001830 1000-INITIALIZE.
001840     ACCEPT WS-CURRENT-DATE-TIME FROM DATE YYYYMMDD.
001850     MOVE WS-CURRENT-DATE-TIME TO WS-RUN-DATE.

001860     MOVE WS-CURRENT-DATE TO WS-DAYNUM-DATE.
001870     PERFORM 1300-COMPUTE-DAY-NUMBER
001880         THRU 1300-COMPUTE-DAY-NUMBER-EXIT.
001890     MOVE WS-DAY-NUMBER TO WS-TODAY-DAY-NUMBER.

001900     OPEN OUTPUT PRTFILE.
001910     IF WS-PRTFILE-STATUS NOT = "00"
001920         MOVE "PRTFILE"  TO WS-FAILING-FILE-NAME
001930         MOVE WS-PRTFILE-STATUS TO WS-FAILING-FILE-STATUS
001940         PERFORM 9900-FILE-ERROR THRU 9900-FILE-ERROR-EXIT
001950     END-IF.

001960     PERFORM 1500-PRINT-REPORT-HEADER
001970         THRU 1500-PRINT-REPORT-HEADER-EXIT.

001980     OPEN INPUT SUSFILE.
001990     IF WS-SUSFILE-STATUS = "35"
002000         SET SUSPENSE-FILE-ABSENT TO TRUE
002010         GO TO 1000-INITIALIZE-EXIT
002020     END-IF.
002030     IF WS-SUSFILE-STATUS NOT = "00"
002040         MOVE "SUSFILE"  TO WS-FAILING-FILE-NAME
002050         MOVE WS-SUSFILE-STATUS TO WS-FAILING-FILE-STATUS
002060         PERFORM 9900-FILE-ERROR THRU 9900-FILE-ERROR-EXIT
002070     END-IF.
002080 1000-INITIALIZE-EXIT.
002090     EXIT.

002100******************************************************************
002110*    1300-COMPUTE-DAY-NUMBER
002120*        DAYS IN THE WHOLE YEARS BEFORE WS-DAYNUM-YYYY (WITH
002130*        THEIR LEAP DAYS), PLUS THE DAYS BEFORE THE MONTH, PLUS
002140*        THE DAY OF THE MONTH - AND ONE MORE AFTER FEBRUARY IN
002150*        A LEAP YEAR.
002160******************************************************************
002170 1300-COMPUTE-DAY-NUMBER.
002180     SUBTRACT 1 FROM WS-DAYNUM-YYYY GIVING WS-PRIOR-YEARS.

002190     DIVIDE WS-PRIOR-YEARS BY 4 GIVING WS-LEAP-DAYS.
002200     DIVIDE WS-PRIOR-YEARS BY 100 GIVING WS-LEAP-QUOTIENT.
002210     SUBTRACT WS-LEAP-QUOTIENT FROM WS-LEAP-DAYS.
002220     DIVIDE WS-PRIOR-YEARS BY 400 GIVING WS-LEAP-QUOTIENT.
002230     ADD WS-LEAP-QUOTIENT TO WS-LEAP-DAYS.

002240     COMPUTE WS-DAY-NUMBER = WS-PRIOR-YEARS * 365
002250                           + WS-LEAP-DAYS
002260                           + WS-MONTH-START-DAYS (WS-DAYNUM-MM)
002270                           + WS-DAYNUM-DD.

002280     IF WS-DAYNUM-MM > 2
002290         PERFORM 1310-TEST-LEAP-YEAR
002300             THRU 1310-TEST-LEAP-YEAR-EXIT
002310         IF IS-LEAP-YEAR
002320             ADD 1 TO WS-DAY-NUMBER
002330         END-IF
002340     END-IF.
002350 1300-COMPUTE-DAY-NUMBER-EXIT.
002360     EXIT.

002370******************************************************************
002380*    1310-TEST-LEAP-YEAR
002390*        A LEAP YEAR IS DIVISIBLE BY 4 BUT NOT BY 100, OR
002400*        DIVISIBLE BY 400 - THE SAME TEST HSKPURGE USES.
002410******************************************************************
002420 1310-TEST-LEAP-YEAR.
002430     SET IS-NOT-LEAP-YEAR TO TRUE.
002440     DIVIDE WS-DAYNUM-YYYY BY 4
002450         GIVING WS-LEAP-QUOTIENT
002460         REMAINDER WS-LEAP-REMAINDER.
002470     IF WS-LEAP-REMAINDER NOT = ZERO
002480         GO TO 1310-TEST-LEAP-YEAR-EXIT
002490     END-IF.

002500     DIVIDE WS-DAYNUM-YYYY BY 100
002510         GIVING WS-LEAP-QUOTIENT
002520         REMAINDER WS-LEAP-REMAINDER.
002530     IF WS-LEAP-REMAINDER NOT = ZERO
002540         SET IS-LEAP-YEAR TO TRUE
002550         GO TO 1310-TEST-LEAP-YEAR-EXIT
002560     END-IF.

002570     DIVIDE WS-DAYNUM-YYYY BY 400
002580         GIVING WS-LEAP-QUOTIENT
002590         REMAINDER WS-LEAP-REMAINDER.
002600     IF WS-LEAP-REMAINDER = ZERO
002610         SET IS-LEAP-YEAR TO TRUE
002620     END-IF.
002630 1310-TEST-LEAP-YEAR-EXIT.
002640     EXIT.

002650******************************************************************
002660*    1500-PRINT-REPORT-HEADER
002670******************************************************************
002680 1500-PRINT-REPORT-HEADER.
002690     ADD 1 TO WS-PAGE-NUMBER.
002700     MOVE WS-RUN-DATE         TO RPH1-RUN-DATE.
002710     MOVE WS-PAGE-NUMBER      TO RPH1-PAGE-NUMBER.
002720     WRITE PRT-LINE FROM RPT-HEADING-1
002730         AFTER ADVANCING NEW-PAGE.
002740     IF WS-PRTFILE-STATUS NOT = "00"
002750         MOVE "PRTFILE" TO WS-FAILING-FILE-NAME
002760         MOVE WS-PRTFILE-STATUS TO WS-FAILING-FILE-STATUS
002770         PERFORM 9900-FILE-ERROR THRU 9900-FILE-ERROR-EXIT
002780     END-IF.
002790     WRITE PRT-LINE FROM RPT-HEADING-2.
002800     WRITE PRT-LINE FROM RPT-HEADING-3.
002810     MOVE 3 TO WS-LINES-ON-PAGE.
002820 1500-PRINT-REPORT-HEADER-EXIT.
002830     EXIT.

002840******************************************************************
002850*    3000-AGE-SUSPENSE-ITEMS
002860******************************************************************
002870 3000-AGE-SUSPENSE-ITEMS.
002880     SET NOT-EOF-REACHED TO TRUE.
002890     PERFORM 3100-AGE-ONE-ITEM
002900         THRU 3100-AGE-ONE-ITEM-EXIT
002910         UNTIL EOF-REACHED.
002920 3000-AGE-SUSPENSE-ITEMS-EXIT.
002930     EXIT.

002940 3100-AGE-ONE-ITEM.
002950     READ SUSFILE
002960         AT END
002970             SET EOF-REACHED TO TRUE
002980             GO TO 3100-AGE-ONE-ITEM-EXIT
002990     END-READ.

003000     IF NOT SUS-OPEN
003010         GO TO 3100-AGE-ONE-ITEM-EXIT
003020     END-IF.

003030     ADD 1 TO WS-ITEMS-OPEN.

003040     MOVE 9999 TO WS-ITEM-AGE.
003050     IF SUS-REJECT-DATE NUMERIC
003060         MOVE SUS-REJECT-DATE TO WS-DAYNUM-DATE
003070         IF WS-DAYNUM-MM >= 1 AND WS-DAYNUM-MM <= 12
003080             PERFORM 1300-COMPUTE-DAY-NUMBER
003090                 THRU 1300-COMPUTE-DAY-NUMBER-EXIT
003100             IF WS-DAY-NUMBER <= WS-TODAY-DAY-NUMBER
003110                 SUBTRACT WS-DAY-NUMBER FROM WS-TODAY-DAY-NUMBER
003120                     GIVING WS-ITEM-AGE
003130             END-IF
003140         END-IF
003150     END-IF.

003160     EVALUATE TRUE
003170         WHEN WS-ITEM-AGE <= 7
003180             ADD 1 TO WS-ITEMS-UP-TO-7
003190         WHEN WS-ITEM-AGE <= 30
003200             ADD 1 TO WS-ITEMS-8-TO-30
003210         WHEN OTHER
003220             ADD 1 TO WS-ITEMS-OVER-30
003230     END-EVALUATE.

003240     MOVE SUS-REJECT-DATE     TO RPD-REJECT-DATE.
003250     MOVE SUS-REJECT-TIME     TO RPD-REJECT-TIME.
003260     MOVE SUS-SOURCE-PROGRAM  TO RPD-SOURCE-PROGRAM.
003270     MOVE SUS-SOURCE-SEQUENCE TO RPD-SOURCE-SEQUENCE.
003280     MOVE SUS-ACTION-CODE     TO RPD-ACTION.
003290     MOVE SUS-USER-ID         TO RPD-USER-ID.
003300     MOVE WS-ITEM-AGE         TO RPD-AGE.
003310     MOVE SUS-REJECT-REASON   TO RPD-REASON.
003320     PERFORM 4000-WRITE-REPORT-LINE
003330         THRU 4000-WRITE-REPORT-LINE-EXIT.
003340 3100-AGE-ONE-ITEM-EXIT.
003350     EXIT.

003360******************************************************************
003370*    4000-WRITE-REPORT-LINE
003380******************************************************************
003390 4000-WRITE-REPORT-LINE.
003400     IF WS-LINES-ON-PAGE >= WS-LINES-PER-PAGE
003410         PERFORM 1500-PRINT-REPORT-HEADER
003420             THRU 1500-PRINT-REPORT-HEADER-EXIT
003430     END-IF.
003440     WRITE PRT-LINE FROM RPT-DETAIL-LINE.
003450     IF WS-PRTFILE-STATUS NOT = "00"
003460         MOVE "PRTFILE" TO WS-FAILING-FILE-NAME
003470         MOVE WS-PRTFILE-STATUS TO WS-FAILING-FILE-STATUS
003480         PERFORM 9900-FILE-ERROR THRU 9900-FILE-ERROR-EXIT
003490     END-IF.
003500     ADD 1 TO WS-LINES-ON-PAGE.
003510 4000-WRITE-REPORT-LINE-EXIT.
003520     EXIT.

003530******************************************************************
003540*    5000-PRINT-REPORT-TOTAL
003550*        ANY ITEM OVER 30 DAYS OLD ENDS THE STEP RC=4.
003560******************************************************************
003570 5000-PRINT-REPORT-TOTAL.
003580     MOVE WS-ITEMS-OPEN       TO RPT1-ITEMS-OPEN.
003590     MOVE WS-ITEMS-UP-TO-7    TO RPT2-ITEMS-UP-TO-7.
003600     MOVE WS-ITEMS-8-TO-30    TO RPT3-ITEMS-8-TO-30.
003610     MOVE WS-ITEMS-OVER-30    TO RPT4-ITEMS-OVER-30.
003620     WRITE PRT-LINE FROM RPT-TOTAL-LINE-1.
003630     WRITE PRT-LINE FROM RPT-TOTAL-LINE-2.
003640     WRITE PRT-LINE FROM RPT-TOTAL-LINE-3.
003650     WRITE PRT-LINE FROM RPT-TOTAL-LINE-4.

003660     IF WS-ITEMS-OVER-30 > ZERO
003670         MOVE 4 TO WS-RETURN-CODE
003680     END-IF.
003690 5000-PRINT-REPORT-TOTAL-EXIT.
003700     EXIT.

003710******************************************************************
003720*    9000-TERMINATE
003730******************************************************************
003740 9000-TERMINATE.
003750     IF SUSPENSE-FILE-PRESENT
003760         CLOSE SUSFILE
003770     END-IF.
003780     CLOSE PRTFILE.
003790 9000-TERMINATE-EXIT.
003800     EXIT.

003810******************************************************************
003820*    9900-FILE-ERROR
003830*        A FILE OPEN OR WRITE FAILED IN A WAY THAT CANNOT BE
003840*        WORKED AROUND.  DISPLAYS THE FILE NAME AND STATUS SO
003850*        OPERATIONS CAN SEE WHAT WENT WRONG FROM THE JOB LOG AND
003860*        ENDS THE RUN WITH A DISTINCT RETURN CODE.
003870******************************************************************
003880 9900-FILE-ERROR.
003890     DISPLAY "FATAL FILE ERROR ON " WS-FAILING-FILE-NAME
003900         " - FILE STATUS = " WS-FAILING-FILE-STATUS.
003910     MOVE 16 TO WS-RETURN-CODE.
003920     MOVE WS-RETURN-CODE TO RETURN-CODE.
003930     STOP RUN.
003940 9900-FILE-ERROR-EXIT.
003950     EXIT.
