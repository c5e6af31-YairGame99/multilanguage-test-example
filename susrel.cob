000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. SUSREL.
000030 AUTHOR. D-SHIFT-BATCH-SUPPORT.
000040 INSTALLATION. OPERATIONS-DATA-CENTER.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070******************************************************************
000080*    MODIFICATION HISTORY
000090*    ----------------------------------------------------------
000100*    DATE        INIT   DESCRIPTION
000110*    10/15/2026  MTK    ORIGINAL VERSION - CORRECT-AND-RESUBMIT
000120*                       FOR THE HR-FEED SUSPENSE FILE.  A REJECT
000130*                       USED TO LIVE ONLY ON THE APPLY REPORT
000140*                       SYSOUT AND WAS LOST ONCE IT SCROLLED OFF.
000150******************************************************************
000160*    REMARKS.
000170*        READS THE RELEASE CARDS PREPARED BY THE HR DESK, ONE
000180*        PER SUSPENSE ITEM, AND MATCHES THEM ON THE FULL
000190*        SUSPENSE KEY AGAINST THE OPEN ITEMS ON SUSFILE.
000200*            R  THE CORRECTED TRANSACTION (OR, WHEN THE CARD
000210*               CARRIES NO CORRECTED IMAGE, THE ORIGINAL ONE)
000220*               IS APPENDED TO THE RELEASE FILE, WHICH THE NEXT
000230*               USRBATCH RUN READS AFTER THE HR FEED AND PUTS
000240*               THROUGH THE SAME EDITS.
000250*            W  THE ITEM IS WRITTEN OFF WITHOUT BEING APPLIED.
000260*        EITHER WAY THE ITEM IS STAMPED AND MOVED TO THE
000270*        SUSPENSE HISTORY FILE, AND SUSFILE IS REWRITTEN WITH
000280*        ONLY THE ITEMS STILL OPEN (SPLIT TO A WORK FILE AND
000290*        COPIED BACK, AS USRPEND DOES WITH THE PENDING FILE).
000300*        A CARD WITH A BAD DISPOSITION OR CORRECTED ACTION, OR
000310*        ONE THAT NAMES NO OPEN ITEM, IS LISTED AND THE STEP
000320*        ENDS WITH RC=4.  A RELEASED ITEM THAT IS REJECTED
000330*        AGAIN BY USRBATCH COMES BACK ON SUSFILE UNDER A NEW
000340*        KEY WITH ITS NEW REASON.
000350******************************************************************

000360 ENVIRONMENT DIVISION.
000370 CONFIGURATION SECTION.
000380 SPECIAL-NAMES.
000390     C01 IS NEW-PAGE.

000400 INPUT-OUTPUT SECTION.
000410 FILE-CONTROL.
000420     SELECT CARDFILE ASSIGN TO "CARDFILE"
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS IS WS-CARDFILE-STATUS.

000450     SELECT SUSFILE  ASSIGN TO "SUSFILE"
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS WS-SUSFILE-STATUS.

000480     SELECT SUSWORK  ASSIGN TO "SUSWORK"
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS WS-SUSWORK-STATUS.

000510     SELECT SUSHIST  ASSIGN TO "SUSHIST"
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS WS-SUSHIST-STATUS.

000540     SELECT RELFILE  ASSIGN TO "RELFILE"
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS WS-RELFILE-STATUS.

000570     SELECT PRTFILE  ASSIGN TO "PRTFILE"
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS WS-PRTFILE-STATUS.

000600 DATA DIVISION.
000610 FILE SECTION.
000620 FD  CARDFILE
000630     RECORDING MODE IS F.
000640     COPY SUSCARD.

000650 FD  SUSFILE
000660     RECORDING MODE IS F.
000670     COPY SUSREC.

000680 FD  SUSWORK
000690     RECORDING MODE IS F.
000700 01  SUSWORK-RECORD              PIC X(160).

000710 FD  SUSHIST
000720     RECORDING MODE IS F.
000730 01  SUSHIST-RECORD              PIC X(160).

000740 FD  RELFILE
000750     RECORDING MODE IS F.
000760     COPY USRTRAN.

000770 FD  PRTFILE
000780     RECORDING MODE IS F.
000790 01  PRT-LINE                    PIC X(80).

000800 WORKING-STORAGE SECTION.
000810******************************************************************
000820*    RUN-CONTROL COUNTERS AND SWITCHES
000830******************************************************************
000840 77  WS-CARDS-READ               PIC 9(05) VALUE ZERO.
000850 77  WS-CARDS-REJECTED           PIC 9(05) VALUE ZERO.
000860 77  WS-CARDS-UNMATCHED          PIC 9(05) VALUE ZERO.
000870 77  WS-ITEMS-READ               PIC 9(05) VALUE ZERO.
000880 77  WS-ITEMS-RELEASED           PIC 9(05) VALUE ZERO.
000890 77  WS-ITEMS-WRITTEN-OFF        PIC 9(05) VALUE ZERO.
000900 77  WS-ITEMS-STILL-OPEN         PIC 9(05) VALUE ZERO.

000910 77  WS-CARDFILE-STATUS          PIC X(02) VALUE "00".
000920 77  WS-SUSFILE-STATUS           PIC X(02) VALUE "00".
000930 77  WS-SUSWORK-STATUS           PIC X(02) VALUE "00".
000940 77  WS-SUSHIST-STATUS           PIC X(02) VALUE "00".
000950 77  WS-RELFILE-STATUS           PIC X(02) VALUE "00".
000960 77  WS-PRTFILE-STATUS           PIC X(02) VALUE "00".

000970 77  WS-EOF-SWITCH               PIC X(01) VALUE "N".
000980     88  EOF-REACHED                 VALUE "Y".
000990     88  NOT-EOF-REACHED              VALUE "N".

001000 77  WS-CARDS-PRESENT-SWITCH     PIC X(01) VALUE "Y".
001010     88  CARD-FILE-PRESENT              VALUE "Y".
001020     88  CARD-FILE-ABSENT               VALUE "N".

001030 77  WS-SUSPENSE-PRESENT-SWITCH  PIC X(01) VALUE "Y".
001040     88  SUSPENSE-FILE-PRESENT          VALUE "Y".
001050     88  SUSPENSE-FILE-ABSENT           VALUE "N".

001060 77  WS-CARD-MATCH-SWITCH        PIC X(01) VALUE "N".
001070     88  CARD-WAS-MATCHED               VALUE "Y".
001080     88  CARD-WAS-NOT-MATCHED           VALUE "N".

001090 77  WS-RETURN-CODE              PIC 9(02) VALUE ZERO.

001100******************************************************************
001110*    DATE AND TIME WORK AREAS
001120******************************************************************
001130 01  WS-CURRENT-DATE-TIME.
001140     05  WS-CURRENT-DATE.
001150         10  WS-CURRENT-YYYY          PIC 9(04).
001160         10  WS-CURRENT-MM            PIC 9(02).
001170         10  WS-CURRENT-DD            PIC 9(02).
001180     05  WS-CURRENT-TIME.
001190         10  WS-CURRENT-HH            PIC 9(02).
001200         10  WS-CURRENT-MN            PIC 9(02).
001210         10  WS-CURRENT-SS            PIC 9(02).
001220         10  FILLER                   PIC 9(02).

001230 77  WS-RUN-DATE                 PIC X(08).

001240******************************************************************
001250*    RELEASE-CARD TABLE - ONE ENTRY PER VALID CARD, MARKED AS
001260*    EACH SUSPENSE ITEM MATCHES.  A DAY'S CORRECTIONS ARE A FEW
001270*    DOZEN AT MOST; OVERFLOW IS FATAL RATHER THAN SILENTLY
001280*    LEAVING CARDS UNACTIONED.
001290******************************************************************
001300 77  WS-CARD-COUNT               PIC 9(04) COMP VALUE ZERO.
001310 77  WS-CARD-SUB                 PIC 9(04) COMP VALUE ZERO.
001320 77  WS-CARD-MAX                 PIC 9(04) COMP VALUE 500.
001330 77  WS-MATCHED-SUB              PIC 9(04) COMP VALUE ZERO.

001340 01  WS-CARD-TABLE.
001350     05  WS-CARD-ENTRY OCCURS 500 TIMES.
001360         10  WS-CARD-KEY.
001370             15  WS-CARD-REJECT-DATE  PIC X(08).
001380             15  WS-CARD-REJECT-TIME  PIC X(06).
001390             15  WS-CARD-SOURCE-PGM   PIC X(08).
001400             15  WS-CARD-SOURCE-SEQ   PIC X(05).
001410         10  WS-CARD-DISPOSITION  PIC X(01).
001420             88  CARD-IS-RELEASE      VALUE 'R'.
001430             88  CARD-IS-WRITE-OFF    VALUE 'W'.
001440         10  WS-CARD-IMAGE        PIC X(80).
001450         10  WS-CARD-USED         PIC X(01).
001460             88  CARD-ENTRY-USED      VALUE 'Y'.
001470             88  CARD-ENTRY-UNUSED    VALUE 'N'.

001480******************************************************************
001490*    RELEASE REPORT WORK AREAS - SAME PAGINATED HEADING STYLE AS
001500*    THE USRBATCH APPLY REPORT.
001510******************************************************************
001520 77  WS-LINES-ON-PAGE            PIC 9(02) VALUE ZERO.
001530 77  WS-LINES-PER-PAGE           PIC 9(02) VALUE 20.
001540 77  WS-PAGE-NUMBER              PIC 9(04) VALUE ZERO.

001550 01  RPT-HEADING-1.
001560     05  FILLER                  PIC X(15) VALUE "RUN DATE      ".
001570     05  RPH1-RUN-DATE           PIC X(10).
001580     05  FILLER                  PIC X(10) VALUE SPACES.
001590     05  FILLER                  PIC X(13) VALUE "PROGRAM NAME ".
001600     05  RPH1-PROGRAM-NAME       PIC X(12) VALUE "SUSREL".
001610     05  FILLER                  PIC X(05) VALUE "PAGE ".
001620     05  RPH1-PAGE-NUMBER        PIC ZZZ9.

001630 01  RPT-HEADING-2.
001640     05  FILLER                  PIC X(80) VALUE
001650         "SUSPENSE RELEASE AND WRITE-OFF REPORT".

001655 01  RPT-HEADING-3.
001660     05  FILLER                  PIC X(16) VALUE "REJECTED".
001665     05  FILLER                  PIC X(09) VALUE "SOURCE".
001670     05  FILLER                  PIC X(06) VALUE "SEQ".
001675     05  FILLER                  PIC X(07) VALUE "USER".
001680     05  FILLER                  PIC X(13) VALUE "DISPOSITION".
001685     05  FILLER                  PIC X(29) VALUE "NOTE".

001690 01  RPT-DETAIL-LINE.
001695     05  RPD-REJECT-DATE         PIC X(08).
001700     05  FILLER                  PIC X(01) VALUE SPACES.
001705     05  RPD-REJECT-TIME         PIC X(06).
001710     05  FILLER                  PIC X(01) VALUE SPACES.
001715     05  RPD-SOURCE-PROGRAM      PIC X(08).
001720     05  FILLER                  PIC X(01) VALUE SPACES.
001725     05  RPD-SOURCE-SEQUENCE     PIC X(05).
001730     05  FILLER                  PIC X(01) VALUE SPACES.
001735     05  RPD-USER-ID             PIC X(06).
001740     05  FILLER                  PIC X(01) VALUE SPACES.
001745     05  RPD-DISPOSITION         PIC X(12).
001750     05  FILLER                  PIC X(01) VALUE SPACES.
001755     05  RPD-NOTE                PIC X(29).

001850 01  RPT-TOTAL-LINE-1.
001860     05  FILLER                  PIC X(29) VALUE
001870         "RELEASE CARDS READ  . . . . ".
001880     05  RPT1-CARDS-READ         PIC ZZZZ9.
001890     05  FILLER                  PIC X(46) VALUE SPACES.

001900 01  RPT-TOTAL-LINE-2.
001910     05  FILLER                  PIC X(29) VALUE
001920         "CARDS REJECTED  . . . . . . ".
001930     05  RPT2-CARDS-REJECTED     PIC ZZZZ9.
001940     05  FILLER                  PIC X(46) VALUE SPACES.

001950 01  RPT-TOTAL-LINE-3.
001960     05  FILLER                  PIC X(29) VALUE
001970         "CARDS MATCHING NO ITEM  . . ".
001980     05  RPT3-CARDS-UNMATCHED    PIC ZZZZ9.
001990     05  FILLER                  PIC X(46) VALUE SPACES.

002000 01  RPT-TOTAL-LINE-4.
002010     05  FILLER                  PIC X(29) VALUE
002020         "SUSPENSE ITEMS READ . . . . ".
002030     05  RPT4-ITEMS-READ         PIC ZZZZ9.
002040     05  FILLER                  PIC X(46) VALUE SPACES.

002050 01  RPT-TOTAL-LINE-5.
002060     05  FILLER                  PIC X(29) VALUE
002070         "ITEMS RELEASED  . . . . . . ".
002080     05  RPT5-ITEMS-RELEASED     PIC ZZZZ9.
002090     05  FILLER                  PIC X(46) VALUE SPACES.

002100 01  RPT-TOTAL-LINE-6.
002110     05  FILLER                  PIC X(29) VALUE
002120         "ITEMS WRITTEN OFF . . . . . ".
002130     05  RPT6-ITEMS-WRITTEN-OFF  PIC ZZZZ9.
002140     05  FILLER                  PIC X(46) VALUE SPACES.

002150 01  RPT-TOTAL-LINE-7.
002160     05  FILLER                  PIC X(29) VALUE
002170         "ITEMS STILL OPEN  . . . . . ".
002180     05  RPT7-ITEMS-STILL-OPEN   PIC ZZZZ9.
002190     05  FILLER                  PIC X(46) VALUE SPACES.

002200******************************************************************
002210*    FATAL-ERROR WORK AREAS - USED BY 9900-FILE-ERROR
002220******************************************************************
002230 77  WS-FAILING-FILE-NAME        PIC X(08) VALUE SPACES.
002240 77  WS-FAILING-FILE-STATUS      PIC X(02) VALUE SPACES.

002250 PROCEDURE DIVISION.

002260 0000-MAINLINE.
002270     PERFORM 1000-INITIALIZE
002280         THRU 1000-INITIALIZE-EXIT.

002290     IF CARD-FILE-PRESENT
002300         PERFORM 2000-LOAD-RELEASE-CARDS
002310             THRU 2000-LOAD-RELEASE-CARDS-EXIT
002320     END-IF.

002330     IF WS-CARD-COUNT > ZERO
002340       AND SUSPENSE-FILE-PRESENT
002350         PERFORM 3000-MATCH-SUSPENSE-ITEMS
002360             THRU 3000-MATCH-SUSPENSE-ITEMS-EXIT
002370         PERFORM 6000-RELOAD-SUSPENSE-FILE
002380             THRU 6000-RELOAD-SUSPENSE-FILE-EXIT
002390     END-IF.

002400     PERFORM 4000-REPORT-UNMATCHED-CARDS
002410         THRU 4000-REPORT-UNMATCHED-CARDS-EXIT.

002420     PERFORM 5000-PRINT-REPORT-TOTAL
002430         THRU 5000-PRINT-REPORT-TOTAL-EXIT.

002440     PERFORM 9000-TERMINATE
002450         THRU 9000-TERMINATE-EXIT.

002460     MOVE WS-RETURN-CODE TO RETURN-CODE.
002470     STOP RUN.

002480******************************************************************
002490*    1000-INITIALIZE
002500*        NO CARD FILE MEANS NOTHING WAS CORRECTED TODAY, AND NO
002510*        SUSPENSE FILE MEANS NOTHING HAS EVER BEEN REJECTED -
002520*        NEITHER FAILS THE SCHEDULE.  THE LIVE SUSPENSE FILE
002530*        AND THE WORK FILE ARE ONLY OPENED WHEN THERE ARE CARDS
002540*        TO APPLY, SO A RUN WITH NO CARDS LEAVES SUSFILE
002550*        UNTOUCHED.
002560******************************************************************
002570 1000-INITIALIZE.
002580     ACCEPT WS-CURRENT-DATE-TIME FROM DATE YYYYMMDD.
002590     MOVE WS-CURRENT-DATE-TIME TO WS-RUN-DATE.

002600     OPEN OUTPUT PRTFILE.
002610     IF WS-PRTFILE-STATUS NOT = "00"
002620         MOVE "PRTFILE"  TO WS-FAILING-FILE-NAME
002630         MOVE WS-PRTFILE-STATUS TO WS-FAILING-FILE-STATUS
002640         PERFORM 9900-FILE-ERROR THRU 9900-FILE-ERROR-EXIT
002650     END-IF.

002660     PERFORM 1500-PRINT-REPORT-HEADER
002670         THRU 1500-PRINT-REPORT-HEADER-EXIT.

002680     OPEN INPUT CARDFILE.
002690     IF WS-CARDFILE-STATUS = "35"
002700         SET CARD-FILE-ABSENT TO TRUE
002710         GO TO 1000-INITIALIZE-EXIT
002720     END-IF.
002730     IF WS-CARDFILE-STATUS NOT = "00"
002740         MOVE "CARDFILE" TO WS-FAILING-FILE-NAME
002750         MOVE WS-CARDFILE-STATUS TO WS-FAILING-FILE-STATUS
002760         PERFORM 9900-FILE-ERROR THRU 9900-FILE-ERROR-EXIT
002770     END-IF.
002780 1000-INITIALIZE-EXIT.
002790     EXIT.

002800******************************************************************
002810*    1500-PRINT-REPORT-HEADER
002820******************************************************************
002830 1500-PRINT-REPORT-HEADER.
002840     ADD 1 TO WS-PAGE-NUMBER.
002850     MOVE WS-RUN-DATE         TO RPH1-RUN-DATE.
002860     MOVE WS-PAGE-NUMBER      TO RPH1-PAGE-NUMBER.
002870     WRITE PRT-LINE FROM RPT-HEADING-1
002880         AFTER ADVANCING NEW-PAGE.
002890     IF WS-PRTFILE-STATUS NOT = "00"
002900         MOVE "PRTFILE" TO WS-FAILING-FILE-NAME
002910         MOVE WS-PRTFILE-STATUS TO WS-FAILING-FILE-STATUS
002920         PERFORM 9900-FILE-ERROR THRU 9900-FILE-ERROR-EXIT
002930     END-IF.
002940     WRITE PRT-LINE FROM RPT-HEADING-2.
002950     WRITE PRT-LINE FROM RPT-HEADING-3.
002960     MOVE 3 TO WS-LINES-ON-PAGE.
002970 1500-PRINT-REPORT-HEADER-EXIT.
002980     EXIT.

002990******************************************************************
003000*    2000-LOAD-RELEASE-CARDS
003010*        A CARD WHOSE DISPOSITION IS NOT R OR W, OR WHOSE
003020*        CORRECTED IMAGE DOES NOT CARRY AN A, C, OR I ACTION,
003030*        IS LISTED AND LEFT OUT OF THE TABLE - THE ITEM IT NAMES
003040*        STAYS OPEN UNTIL A GOOD CARD IS SUBMITTED.
003050******************************************************************
003060 2000-LOAD-RELEASE-CARDS.
003070     SET NOT-EOF-REACHED TO TRUE.
003080     PERFORM 2100-LOAD-ONE-CARD
003090         THRU 2100-LOAD-ONE-CARD-EXIT
003100         UNTIL EOF-REACHED.
003110 2000-LOAD-RELEASE-CARDS-EXIT.
003120     EXIT.

003130 2100-LOAD-ONE-CARD.
003140     READ CARDFILE
003150         AT END
003160             SET EOF-REACHED TO TRUE
003170             GO TO 2100-LOAD-ONE-CARD-EXIT
003180     END-READ.

003190     ADD 1 TO WS-CARDS-READ.

003200     IF NOT SCD-RELEASE
003210       AND NOT SCD-WRITE-OFF
003220         MOVE "DISPOSITION NOT R OR W" TO RPD-NOTE
003230         PERFORM 2200-REJECT-CARD
003240             THRU 2200-REJECT-CARD-EXIT
003250         GO TO 2100-LOAD-ONE-CARD-EXIT
003260     END-IF.

003270     IF SCD-RELEASE
003280       AND SCD-CORRECTED-IMAGE NOT = SPACES
003290       AND NOT SCD-CORRECTED-ACTION-VALID
003300         MOVE "CORRECTED ACTION NOT A/C/I" TO RPD-NOTE
003310         PERFORM 2200-REJECT-CARD
003320             THRU 2200-REJECT-CARD-EXIT
003330         GO TO 2100-LOAD-ONE-CARD-EXIT
003340     END-IF.

003350     IF WS-CARD-COUNT >= WS-CARD-MAX
003360         DISPLAY "RELEASE-CARD TABLE FULL AT "
003370             WS-CARD-MAX " CARDS - RUN ABANDONED"
003380         MOVE 16 TO WS-RETURN-CODE
003390         MOVE WS-RETURN-CODE TO RETURN-CODE
003400         STOP RUN
003410     END-IF.

003420     ADD 1 TO WS-CARD-COUNT.
003430     MOVE SCD-SUSPENSE-KEY    TO WS-CARD-KEY (WS-CARD-COUNT).
003440     MOVE SCD-DISPOSITION     TO WS-CARD-DISPOSITION
003450                                     (WS-CARD-COUNT).
003460     MOVE SCD-CORRECTED-IMAGE TO WS-CARD-IMAGE (WS-CARD-COUNT).
003470     MOVE "N"                 TO WS-CARD-USED (WS-CARD-COUNT).
003480 2100-LOAD-ONE-CARD-EXIT.
003490     EXIT.

003500 2200-REJECT-CARD.
003510     ADD 1 TO WS-CARDS-REJECTED.
003520     MOVE SCD-REJECT-DATE     TO RPD-REJECT-DATE.
003525     MOVE SCD-REJECT-TIME     TO RPD-REJECT-TIME.
003530     MOVE SCD-SOURCE-PROGRAM  TO RPD-SOURCE-PROGRAM.
003540     MOVE SCD-SOURCE-SEQUENCE TO RPD-SOURCE-SEQUENCE.
003550     MOVE SPACES              TO RPD-USER-ID.
003560     MOVE "BAD CARD"          TO RPD-DISPOSITION.
003570     PERFORM 4200-WRITE-REPORT-LINE
003580         THRU 4200-WRITE-REPORT-LINE-EXIT.
003590 2200-REJECT-CARD-EXIT.
003600     EXIT.

003610******************************************************************
003620*    3000-MATCH-SUSPENSE-ITEMS
003630*        ONE PASS OVER THE LIVE SUSPENSE FILE.  AN ITEM NAMED BY
003640*        A CARD IS RELEASED OR WRITTEN OFF AND GOES TO THE
003650*        HISTORY FILE; EVERY OTHER ITEM IS COPIED TO THE WORK
003660*        FILE TO BE RELOADED.  THE HISTORY AND RELEASE FILES ARE
003670*        BOTH WRITTEN BEFORE SUSFILE IS REWRITTEN, SO A FAILED
003680*        RELOAD NEVER LOSES AN ITEM.
003690******************************************************************
003700 3000-MATCH-SUSPENSE-ITEMS.
003710     OPEN INPUT SUSFILE.
003720     IF WS-SUSFILE-STATUS = "35"
003730         SET SUSPENSE-FILE-ABSENT TO TRUE
003740         GO TO 3000-MATCH-SUSPENSE-ITEMS-EXIT
003750     END-IF.
003760     IF WS-SUSFILE-STATUS NOT = "00"
003770         MOVE "SUSFILE"  TO WS-FAILING-FILE-NAME
003780         MOVE WS-SUSFILE-STATUS TO WS-FAILING-FILE-STATUS
003790         PERFORM 9900-FILE-ERROR THRU 9900-FILE-ERROR-EXIT
003800     END-IF.

003810     OPEN OUTPUT SUSWORK.
003820     IF WS-SUSWORK-STATUS NOT = "00"
003830         MOVE "SUSWORK"  TO WS-FAILING-FILE-NAME
003840         MOVE WS-SUSWORK-STATUS TO WS-FAILING-FILE-STATUS
003850         PERFORM 9900-FILE-ERROR THRU 9900-FILE-ERROR-EXIT
003860     END-IF.

003870     OPEN EXTEND SUSHIST.
003880     IF WS-SUSHIST-STATUS = "35"
003890         OPEN OUTPUT SUSHIST
003900         CLOSE SUSHIST
003910         OPEN EXTEND SUSHIST
003920     END-IF.
003930     IF WS-SUSHIST-STATUS NOT = "00"
003940         MOVE "SUSHIST"  TO WS-FAILING-FILE-NAME
003950         MOVE WS-SUSHIST-STATUS TO WS-FAILING-FILE-STATUS
003960         PERFORM 9900-FILE-ERROR THRU 9900-FILE-ERROR-EXIT
003970     END-IF.

003980     OPEN EXTEND RELFILE.
003990     IF WS-RELFILE-STATUS = "35"
004000         OPEN OUTPUT RELFILE
004010         CLOSE RELFILE
004020         OPEN EXTEND RELFILE
004030     END-IF.
004040     IF WS-RELFILE-STATUS NOT = "00"
004050         MOVE "RELFILE"  TO WS-FAILING-FILE-NAME
004060         MOVE WS-RELFILE-STATUS TO WS-FAILING-FILE-STATUS
004070         PERFORM 9900-FILE-ERROR THRU 9900-FILE-ERROR-EXIT
004080     END-IF.

004090     SET NOT-EOF-REACHED TO TRUE.
004100     PERFORM 3100-MATCH-ONE-ITEM
004110         THRU 3100-MATCH-ONE-ITEM-EXIT
004120         UNTIL EOF-REACHED.

004130     CLOSE SUSHIST.
004140     CLOSE RELFILE.
004150 3000-MATCH-SUSPENSE-ITEMS-EXIT.
004160     EXIT.

004170 3100-MATCH-ONE-ITEM.
004180     READ SUSFILE
004190         AT END
004200             SET EOF-REACHED TO TRUE
004210             GO TO 3100-MATCH-ONE-ITEM-EXIT
004220     END-READ.

004230     ADD 1 TO WS-ITEMS-READ.

004240     SET CARD-WAS-NOT-MATCHED TO TRUE.
004250     PERFORM 3200-FIND-RELEASE-CARD
004260         THRU 3200-FIND-RELEASE-CARD-EXIT
004270         VARYING WS-CARD-SUB FROM 1 BY 1
004280         UNTIL WS-CARD-SUB > WS-CARD-COUNT
004290            OR CARD-WAS-MATCHED.

004300     IF CARD-WAS-NOT-MATCHED
004310         PERFORM 3900-KEEP-ITEM
004320             THRU 3900-KEEP-ITEM-EXIT
004330         GO TO 3100-MATCH-ONE-ITEM-EXIT
004340     END-IF.

004350     MOVE SUS-REJECT-DATE     TO RPD-REJECT-DATE.
004355     MOVE SUS-REJECT-TIME     TO RPD-REJECT-TIME.
004360     MOVE SUS-SOURCE-PROGRAM  TO RPD-SOURCE-PROGRAM.
004370     MOVE SUS-SOURCE-SEQUENCE TO RPD-SOURCE-SEQUENCE.
004380     MOVE SUS-USER-ID         TO RPD-USER-ID.

004390     IF CARD-IS-RELEASE (WS-MATCHED-SUB)
004400         PERFORM 3300-RELEASE-ITEM
004410             THRU 3300-RELEASE-ITEM-EXIT
004420     ELSE
004430         ADD 1 TO WS-ITEMS-WRITTEN-OFF
004440         SET SUS-WRITTEN-OFF TO TRUE
004450         MOVE "WRITTEN OFF"   TO RPD-DISPOSITION
004460         MOVE SUS-REJECT-REASON TO RPD-NOTE
004470     END-IF.

004480     MOVE WS-RUN-DATE TO SUS-CLOSED-DATE.
004490     WRITE SUSHIST-RECORD FROM SUSPENSE-RECORD.
004500     IF WS-SUSHIST-STATUS NOT = "00"
004510         MOVE "SUSHIST" TO WS-FAILING-FILE-NAME
004520         MOVE WS-SUSHIST-STATUS TO WS-FAILING-FILE-STATUS
004530         PERFORM 9900-FILE-ERROR THRU 9900-FILE-ERROR-EXIT
004540     END-IF.

004550     PERFORM 4200-WRITE-REPORT-LINE
004560         THRU 4200-WRITE-REPORT-LINE-EXIT.
004570 3100-MATCH-ONE-ITEM-EXIT.
004580     EXIT.

004590 3200-FIND-RELEASE-CARD.
004600     IF WS-CARD-KEY (WS-CARD-SUB) = SUS-SUSPENSE-KEY
004610       AND CARD-ENTRY-UNUSED (WS-CARD-SUB)
004620         MOVE "Y" TO WS-CARD-USED (WS-CARD-SUB)
004630         MOVE WS-CARD-SUB TO WS-MATCHED-SUB
004640         SET CARD-WAS-MATCHED TO TRUE
004650     END-IF.
004660 3200-FIND-RELEASE-CARD-EXIT.
004670     EXIT.

004680******************************************************************
004690*    3300-RELEASE-ITEM
004700*        QUEUES THE CORRECTED TRANSACTION - OR THE ORIGINAL,
004710*        WHEN THE CARD CARRIES NO CORRECTED IMAGE - ON THE
004720*        RELEASE FILE FOR THE NEXT USRBATCH RUN.
004730******************************************************************
004740 3300-RELEASE-ITEM.
004750     IF WS-CARD-IMAGE (WS-MATCHED-SUB) = SPACES
004760         MOVE SUS-TRANSACTION-IMAGE TO TRANSACTION-RECORD
004770         MOVE "ORIGINAL TRANSACTION QUEUED" TO RPD-NOTE
004780     ELSE
004790         MOVE WS-CARD-IMAGE (WS-MATCHED-SUB)
004800                                  TO TRANSACTION-RECORD
004810         MOVE "CORRECTED TRANSACTION QUEUED" TO RPD-NOTE
004820     END-IF.

004830     WRITE TRANSACTION-RECORD.
004840     IF WS-RELFILE-STATUS NOT = "00"
004850         MOVE "RELFILE" TO WS-FAILING-FILE-NAME
004860         MOVE WS-RELFILE-STATUS TO WS-FAILING-FILE-STATUS
004870         PERFORM 9900-FILE-ERROR THRU 9900-FILE-ERROR-EXIT
004880     END-IF.

004890     ADD 1 TO WS-ITEMS-RELEASED.
004900     SET SUS-RELEASED TO TRUE.
004910     MOVE "RELEASED"      TO RPD-DISPOSITION.
004920 3300-RELEASE-ITEM-EXIT.
004930     EXIT.

004940 3900-KEEP-ITEM.
004950     ADD 1 TO WS-ITEMS-STILL-OPEN.
004960     WRITE SUSWORK-RECORD FROM SUSPENSE-RECORD.
004970     IF WS-SUSWORK-STATUS NOT = "00"
004980         MOVE "SUSWORK" TO WS-FAILING-FILE-NAME
004990         MOVE WS-SUSWORK-STATUS TO WS-FAILING-FILE-STATUS
005000         PERFORM 9900-FILE-ERROR THRU 9900-FILE-ERROR-EXIT
005010     END-IF.
005020 3900-KEEP-ITEM-EXIT.
005030     EXIT.

005040******************************************************************
005050*    4000-REPORT-UNMATCHED-CARDS
005060*        EVERY TABLE ENTRY STILL UNUSED AFTER THE SUSPENSE PASS
005070*        NAMED AN ITEM THAT IS NOT OPEN - MISKEYED, OR ALREADY
005080*        RELEASED OR WRITTEN OFF ON AN EARLIER RUN.
005090******************************************************************
005100 4000-REPORT-UNMATCHED-CARDS.
005110     PERFORM 4100-CHECK-ONE-CARD
005120         THRU 4100-CHECK-ONE-CARD-EXIT
005130         VARYING WS-CARD-SUB FROM 1 BY 1
005140         UNTIL WS-CARD-SUB > WS-CARD-COUNT.
005150 4000-REPORT-UNMATCHED-CARDS-EXIT.
005160     EXIT.

005170 4100-CHECK-ONE-CARD.
005180     IF CARD-ENTRY-UNUSED (WS-CARD-SUB)
005190         ADD 1 TO WS-CARDS-UNMATCHED
005200         MOVE WS-CARD-REJECT-DATE (WS-CARD-SUB)
005210                                  TO RPD-REJECT-DATE
005213         MOVE WS-CARD-REJECT-TIME (WS-CARD-SUB)
005216                                  TO RPD-REJECT-TIME
005220         MOVE WS-CARD-SOURCE-PGM (WS-CARD-SUB)
005230                                  TO RPD-SOURCE-PROGRAM
005240         MOVE WS-CARD-SOURCE-SEQ (WS-CARD-SUB)
005250                                  TO RPD-SOURCE-SEQUENCE
005260         MOVE SPACES              TO RPD-USER-ID
005270         MOVE "NO SUCH ITEM"      TO RPD-DISPOSITION
005280         MOVE "NOT OPEN ON SUSPENSE FILE" TO RPD-NOTE
005290         PERFORM 4200-WRITE-REPORT-LINE
005300             THRU 4200-WRITE-REPORT-LINE-EXIT
005310     END-IF.
005320 4100-CHECK-ONE-CARD-EXIT.
005330     EXIT.

005340******************************************************************
005350*    4200-WRITE-REPORT-LINE
005360******************************************************************
005370 4200-WRITE-REPORT-LINE.
005380     IF WS-LINES-ON-PAGE >= WS-LINES-PER-PAGE
005390         PERFORM 1500-PRINT-REPORT-HEADER
005400             THRU 1500-PRINT-REPORT-HEADER-EXIT
005410     END-IF.
005420     WRITE PRT-LINE FROM RPT-DETAIL-LINE.
005430     IF WS-PRTFILE-STATUS NOT = "00"
005440         MOVE "PRTFILE" TO WS-FAILING-FILE-NAME
005450         MOVE WS-PRTFILE-STATUS TO WS-FAILING-FILE-STATUS
005460         PERFORM 9900-FILE-ERROR THRU 9900-FILE-ERROR-EXIT
005470     END-IF.
005480     ADD 1 TO WS-LINES-ON-PAGE.
005490 4200-WRITE-REPORT-LINE-EXIT.
005500     EXIT.

005510******************************************************************
005520*    5000-PRINT-REPORT-TOTAL
005530*        A REJECTED OR UNMATCHED CARD ENDS THE STEP RC=4 SO THE
005540*        HR DESK KNOWS A CORRECTION DID NOT GO THROUGH.
005550******************************************************************
005560 5000-PRINT-REPORT-TOTAL.
005570     MOVE WS-CARDS-READ        TO RPT1-CARDS-READ.
005580     MOVE WS-CARDS-REJECTED    TO RPT2-CARDS-REJECTED.
005590     MOVE WS-CARDS-UNMATCHED   TO RPT3-CARDS-UNMATCHED.
005600     MOVE WS-ITEMS-READ        TO RPT4-ITEMS-READ.
005610     MOVE WS-ITEMS-RELEASED    TO RPT5-ITEMS-RELEASED.
005620     MOVE WS-ITEMS-WRITTEN-OFF TO RPT6-ITEMS-WRITTEN-OFF.
005630     MOVE WS-ITEMS-STILL-OPEN  TO RPT7-ITEMS-STILL-OPEN.
005640     WRITE PRT-LINE FROM RPT-TOTAL-LINE-1.
005650     WRITE PRT-LINE FROM RPT-TOTAL-LINE-2.
005660     WRITE PRT-LINE FROM RPT-TOTAL-LINE-3.
005670     WRITE PRT-LINE FROM RPT-TOTAL-LINE-4.
005680     WRITE PRT-LINE FROM RPT-TOTAL-LINE-5.
005690     WRITE PRT-LINE FROM RPT-TOTAL-LINE-6.
005700     WRITE PRT-LINE FROM RPT-TOTAL-LINE-7.

005710     IF WS-CARDS-REJECTED > ZERO
005720       OR WS-CARDS-UNMATCHED > ZERO
005730         MOVE 4 TO WS-RETURN-CODE
005740     END-IF.
005750 5000-PRINT-REPORT-TOTAL-EXIT.
005760     EXIT.

005770******************************************************************
005780*    6000-RELOAD-SUSPENSE-FILE
005790*        REWRITES SUSFILE FROM THE WORK FILE SO ONLY THE ITEMS
005800*        STILL OPEN REMAIN - THE SAME SPLIT-AND-RELOAD USRPEND
005810*        USES ON THE PENDING FILE.
005820******************************************************************
005830 6000-RELOAD-SUSPENSE-FILE.
005840     IF SUSPENSE-FILE-ABSENT
005850         GO TO 6000-RELOAD-SUSPENSE-FILE-EXIT
005860     END-IF.

005870     CLOSE SUSFILE.
005880     CLOSE SUSWORK.

005890     OPEN OUTPUT SUSFILE.
005900     IF WS-SUSFILE-STATUS NOT = "00"
005910         MOVE "SUSFILE"  TO WS-FAILING-FILE-NAME
005920         MOVE WS-SUSFILE-STATUS TO WS-FAILING-FILE-STATUS
005930         PERFORM 9900-FILE-ERROR THRU 9900-FILE-ERROR-EXIT
005940     END-IF.
005950     OPEN INPUT SUSWORK.
005960     IF WS-SUSWORK-STATUS NOT = "00"
005970         MOVE "SUSWORK"  TO WS-FAILING-FILE-NAME
005980         MOVE WS-SUSWORK-STATUS TO WS-FAILING-FILE-STATUS
005990         PERFORM 9900-FILE-ERROR THRU 9900-FILE-ERROR-EXIT
006000     END-IF.

006010     SET NOT-EOF-REACHED TO TRUE.
006020     PERFORM 6100-RELOAD-ONE-ITEM
006030         THRU 6100-RELOAD-ONE-ITEM-EXIT
006040         UNTIL EOF-REACHED.

006050     CLOSE SUSFILE.
006060     CLOSE SUSWORK.
006070 6000-RELOAD-SUSPENSE-FILE-EXIT.
006080     EXIT.

006090 6100-RELOAD-ONE-ITEM.
006100     READ SUSWORK
006110         AT END
006120             SET EOF-REACHED TO TRUE
006130             GO TO 6100-RELOAD-ONE-ITEM-EXIT
006140     END-READ.

006150     MOVE SUSWORK-RECORD TO SUSPENSE-RECORD.
006160     WRITE SUSPENSE-RECORD.
006170     IF WS-SUSFILE-STATUS NOT = "00"
006180         MOVE "SUSFILE" TO WS-FAILING-FILE-NAME
006190         MOVE WS-SUSFILE-STATUS TO WS-FAILING-FILE-STATUS
006200         PERFORM 9900-FILE-ERROR THRU 9900-FILE-ERROR-EXIT
006210     END-IF.
006220 6100-RELOAD-ONE-ITEM-EXIT.
006230     EXIT.

006240******************************************************************
006250*    9000-TERMINATE
006260******************************************************************
006270 9000-TERMINATE.
006280     IF CARD-FILE-PRESENT
006290         CLOSE CARDFILE
006300     END-IF.
006310     CLOSE PRTFILE.
006320 9000-TERMINATE-EXIT.
006330     EXIT.

006340******************************************************************
006350*    9900-FILE-ERROR
006360*        A FILE OPEN OR WRITE FAILED IN A WAY THAT CANNOT BE
006370*        WORKED AROUND.  DISPLAYS THE FILE NAME AND STATUS SO
006380*        OPERATIONS CAN SEE WHAT WENT WRONG FROM THE JOB LOG AND
006390*        ENDS THE RUN WITH A DISTINCT RETURN CODE.
006400******************************************************************
006410 9900-FILE-ERROR.
006420     DISPLAY "FATAL FILE ERROR ON " WS-FAILING-FILE-NAME
006430         " - FILE STATUS = " WS-FAILING-FILE-STATUS.
006440     MOVE 16 TO WS-RETURN-CODE.
006450     MOVE WS-RETURN-CODE TO RETURN-CODE.
006460     STOP RUN.
006470 9900-FILE-ERROR-EXIT.
006480     EXIT.
