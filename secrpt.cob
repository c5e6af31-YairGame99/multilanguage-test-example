000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. SECRPT.
000030 AUTHOR. D-SHIFT-BATCH-SUPPORT.
000040 INSTALLATION. OPERATIONS-DATA-CENTER.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070******************************************************************
000080*    MODIFICATION HISTORY
000090*    ----------------------------------------------------------
000100*    DATE        INIT   DESCRIPTION
000110*    10/15/2026  MTK    ORIGINAL VERSION - DAILY SECURITY-
000120*                       VIOLATION REPORT OVER THE SECLOG FILE
000130*                       WRITTEN BY USRMAINT, DPTMAINT, AND
000140*                       OPRMAINT.
000142*    10/15/2026  MTK    USRINQ ALSO WRITES SECLOG - ADDED TO THE
000144*                       WRITERS NAMED IN THE REMARKS.
000150******************************************************************
000160*    REMARKS.
000170*        READS THE SECLOG FILE AND PRINTS EVERY VIOLATION LOGGED
000180*        ON THE REPORT DATE - AN UNKNOWN OR REVOKED OPERATOR ID
000190*        TURNED AWAY AT SIGN-ON, OR AN ACTION REFUSED BECAUSE THE
000200*        OPERATOR'S AUTHORITY ENTRY DOES NOT PERMIT IT - WITH A
000210*        COUNT BY REASON AT THE FOOT.  THE REPORT DATE IS TODAY
000220*        UNLESS THE PARMFILE RECORD NAMES AN EARLIER DAY.  ANY
000230*        VIOLATION ON THE DAY ENDS THE RUN WITH RC=4 SO THE
000240*        SCHEDULER FLAGS THE REPORT FOR THE SECURITY
000250*        ADMINISTRATOR'S ATTENTION.
000252*        SECLOG IS WRITTEN BY USRMAINT, DPTMAINT, OPRMAINT, AND
000254*        USRINQ.
000260******************************************************************

000270 ENVIRONMENT DIVISION.
000280 CONFIGURATION SECTION.
000290 SPECIAL-NAMES.
000300     C01 IS NEW-PAGE.

000310 INPUT-OUTPUT SECTION.
000320 FILE-CONTROL.
000330     SELECT PARMFILE ASSIGN TO "PARMFILE"
000340         ORGANIZATION IS LINE SEQUENTIAL
000350         FILE STATUS IS WS-PARMFILE-STATUS.

000360     SELECT SECLOG   ASSIGN TO "SECLOG"
000370         ORGANIZATION IS LINE SEQUENTIAL
000380         FILE STATUS IS WS-SECLOG-STATUS.

000390     SELECT PRTFILE  ASSIGN TO "PRTFILE"
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS IS WS-PRTFILE-STATUS.

000420 DATA DIVISION.
000430 FILE SECTION.
000440 FD  PARMFILE
000450     RECORDING MODE IS F.
000460     COPY SECPARM.

000470 FD  SECLOG
000480     RECORDING MODE IS F.
000490     COPY SECVIOL.

000500 FD  PRTFILE
000510     RECORDING MODE IS F.
000520 01  PRT-LINE                    PIC X(80).

000530 WORKING-STORAGE SECTION.
000540******************************************************************
000550*    RUN-CONTROL COUNTERS AND SWITCHES
000560******************************************************************
000570 77  WS-RECORDS-READ             PIC 9(07) VALUE ZERO.
000580 77  WS-RECORDS-SELECTED         PIC 9(07) VALUE ZERO.
000590 77  WS-UNKNOWN-COUNT            PIC 9(07) VALUE ZERO.
000600 77  WS-REVOKED-COUNT            PIC 9(07) VALUE ZERO.
000610 77  WS-REFUSED-COUNT            PIC 9(07) VALUE ZERO.
000620 77  WS-OWN-ENTRY-COUNT          PIC 9(07) VALUE ZERO.

000630 77  WS-PARMFILE-STATUS          PIC X(02) VALUE "00".
000640 77  WS-SECLOG-STATUS            PIC X(02) VALUE "00".
000650 77  WS-PRTFILE-STATUS           PIC X(02) VALUE "00".

000660 77  WS-EOF-SWITCH               PIC X(01) VALUE "N".
000670     88  EOF-REACHED                 VALUE "Y".
000680     88  NOT-EOF-REACHED              VALUE "N".

000690 77  WS-RETURN-CODE              PIC 9(02) VALUE ZERO.

000700******************************************************************
000710*    DATE AND SELECTION WORK AREAS
000720******************************************************************
000730 01  WS-CURRENT-DATE-TIME.
000740     05  WS-CURRENT-DATE.
000750         10  WS-CURRENT-YYYY          PIC 9(04).
000760         10  WS-CURRENT-MM            PIC 9(02).
000770         10  WS-CURRENT-DD            PIC 9(02).

000780 77  WS-RUN-DATE                 PIC X(08).
000790 77  WS-REPORT-DATE              PIC X(08).

000800******************************************************************
000810*    VIOLATION REPORT WORK AREAS - SAME PAGINATED HEADING STYLE
000820*    AS THE HELLOCOBOL PRTFILE REPORT.
000830******************************************************************
000840 77  WS-LINES-ON-PAGE            PIC 9(02) VALUE ZERO.
000850 77  WS-LINES-PER-PAGE           PIC 9(02) VALUE 20.
000860 77  WS-PAGE-NUMBER              PIC 9(04) VALUE ZERO.
000870 77  WS-SAVE-PRT-LINE            PIC X(80) VALUE SPACES.

000880 01  RPT-HEADING-1.
000890     05  FILLER                  PIC X(15) VALUE "RUN DATE      ".
000900     05  RPH1-RUN-DATE           PIC X(10).
000910     05  FILLER                  PIC X(10) VALUE SPACES.
000920     05  FILLER                  PIC X(13) VALUE "PROGRAM NAME ".
000930     05  RPH1-PROGRAM-NAME       PIC X(12) VALUE "SECRPT".
000940     05  FILLER                  PIC X(05) VALUE "PAGE ".
000950     05  RPH1-PAGE-NUMBER        PIC ZZZ9.

000960 01  RPT-HEADING-2.
000970     05  FILLER                  PIC X(32) VALUE
000980         "SECURITY VIOLATIONS LOGGED ON ".
000990     05  RPH2-REPORT-DATE        PIC X(08).
001000     05  FILLER                  PIC X(40) VALUE SPACES.

001010 01  RPT-HEADING-3.
001020     05  FILLER                  PIC X(08) VALUE "TIME".
001030     05  FILLER                  PIC X(10) VALUE "TRANS".
001040     05  FILLER                  PIC X(10) VALUE "OPERATOR".
001050     05  FILLER                  PIC X(12) VALUE "ACTION".
001060     05  FILLER                  PIC X(05) VALUE "CODE".
001070     05  FILLER                  PIC X(35) VALUE "REASON".

001080 01  RPT-DETAIL-LINE.
001090     05  RPD-TIME                PIC X(06).
001100     05  FILLER                  PIC X(02) VALUE SPACES.
001110     05  RPD-TRANSACTION         PIC X(08).
001120     05  FILLER                  PIC X(02) VALUE SPACES.
001130     05  RPD-OPERATOR            PIC X(08).
001140     05  FILLER                  PIC X(02) VALUE SPACES.
001150     05  RPD-ACTION              PIC X(10).
001160     05  FILLER                  PIC X(02) VALUE SPACES.
001170     05  RPD-REASON-CODE         PIC X(04).
001180     05  FILLER                  PIC X(01) VALUE SPACES.
001190     05  RPD-REASON-TEXT         PIC X(35).

001200 01  RPT-TOTAL-LINE-1.
001210     05  FILLER                  PIC X(29) VALUE
001220         "LOG ENTRIES READ  . . . . . ".
001230     05  RPT1-RECORDS-READ       PIC ZZZZZZ9.
001240     05  FILLER                  PIC X(44) VALUE SPACES.

001250 01  RPT-TOTAL-LINE-2.
001260     05  FILLER                  PIC X(29) VALUE
001270         "VIOLATIONS ON REPORT DATE . ".
001280     05  RPT2-RECORDS-SELECTED   PIC ZZZZZZ9.
001290     05  FILLER                  PIC X(44) VALUE SPACES.

001300 01  RPT-TOTAL-LINE-3.
001310     05  FILLER                  PIC X(29) VALUE
001320         "  S001 UNKNOWN OPERATOR . . ".
001330     05  RPT3-UNKNOWN-COUNT      PIC ZZZZZZ9.
001340     05  FILLER                  PIC X(44) VALUE SPACES.

001350 01  RPT-TOTAL-LINE-4.
001360     05  FILLER                  PIC X(29) VALUE
001370         "  S002 REVOKED OPERATOR . . ".
001380     05  RPT4-REVOKED-COUNT      PIC ZZZZZZ9.
001390     05  FILLER                  PIC X(44) VALUE SPACES.

001400 01  RPT-TOTAL-LINE-5.
001410     05  FILLER                  PIC X(29) VALUE
001420         "  S003 ACTION REFUSED . . . ".
001430     05  RPT5-REFUSED-COUNT      PIC ZZZZZZ9.
001440     05  FILLER                  PIC X(44) VALUE SPACES.

001450 01  RPT-TOTAL-LINE-6.
001460     05  FILLER                  PIC X(29) VALUE
001470         "  S004 OWN AUTHORITY ENTRY  ".
001480     05  RPT6-OWN-ENTRY-COUNT    PIC ZZZZZZ9.
001490     05  FILLER                  PIC X(44) VALUE SPACES.

001500******************************************************************
001510*    FATAL-ERROR WORK AREAS - USED BY 9900-FILE-ERROR
001520******************************************************************
001530 77  WS-FAILING-FILE-NAME        PIC X(08) VALUE SPACES.
001540 77  WS-FAILING-FILE-STATUS      PIC X(02) VALUE SPACES.

001550 PROCEDURE DIVISION.

001560 0000-MAINLINE.
001570     PERFORM 1000-INITIALIZE
001580         THRU 1000-INITIALIZE-EXIT.

001590     PERFORM 3000-REPORT-LOOP
001600         THRU 3000-REPORT-LOOP-EXIT.

001610     PERFORM 5000-PRINT-REPORT-TOTAL
001620         THRU 5000-PRINT-REPORT-TOTAL-EXIT.

001630     PERFORM 9000-TERMINATE
001640         THRU 9000-TERMINATE-EXIT.

001650     MOVE WS-RETURN-CODE TO RETURN-CODE.
001660     STOP RUN.

001670******************************************************************
001680*    1000-INITIALIZE
001690******************************************************************
001700 1000-INITIALIZE.
001710     ACCEPT WS-CURRENT-DATE-TIME FROM DATE YYYYMMDD.
001720     MOVE WS-CURRENT-DATE-TIME TO WS-RUN-DATE.
001730     MOVE WS-RUN-DATE TO WS-REPORT-DATE.

001740     PERFORM 1100-READ-PARM-RECORD
001750         THRU 1100-READ-PARM-RECORD-EXIT.

001760     OPEN INPUT  SECLOG.
001770     IF WS-SECLOG-STATUS = "35"
001780         SET EOF-REACHED TO TRUE
001790         DISPLAY "SECURITY LOG NOT ON CATALOG - NOTHING TO REPORT"
001800     ELSE
001810         IF WS-SECLOG-STATUS NOT = "00"
001820             MOVE "SECLOG"   TO WS-FAILING-FILE-NAME
001830             MOVE WS-SECLOG-STATUS TO WS-FAILING-FILE-STATUS
001840             PERFORM 9900-FILE-ERROR THRU 9900-FILE-ERROR-EXIT
001850         END-IF
001860     END-IF.

001870     OPEN OUTPUT PRTFILE.
001880     IF WS-PRTFILE-STATUS NOT = "00"
001890         MOVE "PRTFILE"  TO WS-FAILING-FILE-NAME
001900         MOVE WS-PRTFILE-STATUS TO WS-FAILING-FILE-STATUS
001910         PERFORM 9900-FILE-ERROR THRU 9900-FILE-ERROR-EXIT
001920     END-IF.

001930     PERFORM 1500-PRINT-REPORT-HEADER
001940         THRU 1500-PRINT-REPORT-HEADER-EXIT.
001950 1000-INITIALIZE-EXIT.
001960     EXIT.

001970******************************************************************
001980*    1100-READ-PARM-RECORD
001990*        AN ABSENT OR BLANK PARAMETER RECORD REPORTS TODAY.  A
002000*        PRESENT BUT NON-NUMERIC DATE ENDS THE RUN WITH RC=8 THE
002010*        SAME WAY AUDRPT TREATS A BAD DATE BOUND.
002020******************************************************************
002030 1100-READ-PARM-RECORD.
002040     OPEN INPUT PARMFILE.
002050     IF WS-PARMFILE-STATUS = "35"
002060         GO TO 1100-READ-PARM-RECORD-EXIT
002070     END-IF.
002080     IF WS-PARMFILE-STATUS NOT = "00"
002090         MOVE "PARMFILE" TO WS-FAILING-FILE-NAME
002100         MOVE WS-PARMFILE-STATUS TO WS-FAILING-FILE-STATUS
002110         PERFORM 9900-FILE-ERROR THRU 9900-FILE-ERROR-EXIT
002120     END-IF.

002130     READ PARMFILE
002140         AT END
002150             CLOSE PARMFILE
002160             GO TO 1100-READ-PARM-RECORD-EXIT
002170     END-READ.
002180     CLOSE PARMFILE.

002190     IF SVP-REPORT-DATE = SPACES
002200         GO TO 1100-READ-PARM-RECORD-EXIT
002210     END-IF.

002220     IF SVP-REPORT-DATE NOT NUMERIC
002230         DISPLAY "REPORT DATE " SVP-REPORT-DATE
002240             " IS NOT NUMERIC - RUN REJECTED"
002250         MOVE 8 TO WS-RETURN-CODE
002260         MOVE WS-RETURN-CODE TO RETURN-CODE
002270         STOP RUN
002280     END-IF.

002290     MOVE SVP-REPORT-DATE TO WS-REPORT-DATE.
002300 1100-READ-PARM-RECORD-EXIT.
002310     EXIT.

002320******************************************************************
002330*    1500-PRINT-REPORT-HEADER
002340******************************************************************
002350 1500-PRINT-REPORT-HEADER.
002360     ADD 1 TO WS-PAGE-NUMBER.
002370     MOVE WS-RUN-DATE         TO RPH1-RUN-DATE.
002380     MOVE WS-PAGE-NUMBER      TO RPH1-PAGE-NUMBER.
002390     WRITE PRT-LINE FROM RPT-HEADING-1
002400         AFTER ADVANCING NEW-PAGE.
002410     IF WS-PRTFILE-STATUS NOT = "00"
002420         MOVE "PRTFILE" TO WS-FAILING-FILE-NAME
002430         MOVE WS-PRTFILE-STATUS TO WS-FAILING-FILE-STATUS
002440         PERFORM 9900-FILE-ERROR THRU 9900-FILE-ERROR-EXIT
002450     END-IF.
002460     MOVE WS-REPORT-DATE      TO RPH2-REPORT-DATE.
002470     WRITE PRT-LINE FROM RPT-HEADING-2.
002480     WRITE PRT-LINE FROM RPT-HEADING-3.
002490     MOVE 3 TO WS-LINES-ON-PAGE.
002500 1500-PRINT-REPORT-HEADER-EXIT.
002510     EXIT.

002520******************************************************************
002530*    3000-REPORT-LOOP
002540******************************************************************
002550 3000-REPORT-LOOP.
002560     PERFORM 3100-SELECT-ONE-ENTRY
002570         THRU 3100-SELECT-ONE-ENTRY-EXIT
002580         UNTIL EOF-REACHED.
002590 3000-REPORT-LOOP-EXIT.
002600     EXIT.

002610******************************************************************
002620*    3100-SELECT-ONE-ENTRY
002630*        ONLY ENTRIES LOGGED ON THE REPORT DATE PRINT; EACH ONE
002640*        IS ALSO COUNTED UNDER ITS REASON CODE FOR THE FOOTING.
002650******************************************************************
002660 3100-SELECT-ONE-ENTRY.
002670     READ SECLOG
002680         AT END
002690             SET EOF-REACHED TO TRUE
002700             GO TO 3100-SELECT-ONE-ENTRY-EXIT
002710     END-READ.

002720     ADD 1 TO WS-RECORDS-READ.

002730     IF SEC-DATE NOT = WS-REPORT-DATE
002740         GO TO 3100-SELECT-ONE-ENTRY-EXIT
002750     END-IF.

002760     ADD 1 TO WS-RECORDS-SELECTED.
002770     EVALUATE TRUE
002780         WHEN SEC-UNKNOWN-OPERATOR
002790             ADD 1 TO WS-UNKNOWN-COUNT
002800         WHEN SEC-REVOKED-OPERATOR
002810             ADD 1 TO WS-REVOKED-COUNT
002820         WHEN SEC-ACTION-REFUSED
002830             ADD 1 TO WS-REFUSED-COUNT
002840         WHEN SEC-OWN-ENTRY-REFUSED
002850             ADD 1 TO WS-OWN-ENTRY-COUNT
002860     END-EVALUATE.

002870     MOVE SEC-TIME         TO RPD-TIME.
002880     MOVE SEC-TRANSACTION  TO RPD-TRANSACTION.
002890     MOVE SEC-OPERATOR     TO RPD-OPERATOR.
002900     MOVE SEC-ACTION       TO RPD-ACTION.
002910     MOVE SEC-REASON-CODE  TO RPD-REASON-CODE.
002920     MOVE SEC-REASON-TEXT  TO RPD-REASON-TEXT.
002930     MOVE RPT-DETAIL-LINE  TO PRT-LINE.
002940     PERFORM 4100-WRITE-PRT-LINE
002950         THRU 4100-WRITE-PRT-LINE-EXIT.
002960 3100-SELECT-ONE-ENTRY-EXIT.
002970     EXIT.

002980******************************************************************
002990*    4100-WRITE-PRT-LINE
003000*        COMMON PRINT-LINE WRITER - BREAKS TO A NEW PAGE WHEN
003010*        THE CURRENT PAGE IS FULL AND CHECKS THE FILE STATUS ON
003020*        EVERY WRITE.
003030******************************************************************
003040 4100-WRITE-PRT-LINE.
003050     IF WS-LINES-ON-PAGE >= WS-LINES-PER-PAGE
003060         MOVE PRT-LINE TO WS-SAVE-PRT-LINE
003070         PERFORM 1500-PRINT-REPORT-HEADER
003080             THRU 1500-PRINT-REPORT-HEADER-EXIT
003090         MOVE WS-SAVE-PRT-LINE TO PRT-LINE
003100     END-IF.
003110     WRITE PRT-LINE.
003120     IF WS-PRTFILE-STATUS NOT = "00"
003130         MOVE "PRTFILE" TO WS-FAILING-FILE-NAME
003140         MOVE WS-PRTFILE-STATUS TO WS-FAILING-FILE-STATUS
003150         PERFORM 9900-FILE-ERROR THRU 9900-FILE-ERROR-EXIT
003160     END-IF.
003170     ADD 1 TO WS-LINES-ON-PAGE.
003180 4100-WRITE-PRT-LINE-EXIT.
003190     EXIT.

003200******************************************************************
003210*    5000-PRINT-REPORT-TOTAL
003220*        ANY VIOLATION ON THE REPORT DATE SETS RC=4.
003230******************************************************************
003240 5000-PRINT-REPORT-TOTAL.
003250     MOVE WS-RECORDS-READ     TO RPT1-RECORDS-READ.
003260     MOVE WS-RECORDS-SELECTED TO RPT2-RECORDS-SELECTED.
003270     MOVE WS-UNKNOWN-COUNT    TO RPT3-UNKNOWN-COUNT.
003280     MOVE WS-REVOKED-COUNT    TO RPT4-REVOKED-COUNT.
003290     MOVE WS-REFUSED-COUNT    TO RPT5-REFUSED-COUNT.
003300     MOVE WS-OWN-ENTRY-COUNT  TO RPT6-OWN-ENTRY-COUNT.
003310     MOVE SPACES TO PRT-LINE.
003320     PERFORM 4100-WRITE-PRT-LINE
003330         THRU 4100-WRITE-PRT-LINE-EXIT.
003340     MOVE RPT-TOTAL-LINE-1 TO PRT-LINE.
003350     PERFORM 4100-WRITE-PRT-LINE
003360         THRU 4100-WRITE-PRT-LINE-EXIT.
003370     MOVE RPT-TOTAL-LINE-2 TO PRT-LINE.
003380     PERFORM 4100-WRITE-PRT-LINE
003390         THRU 4100-WRITE-PRT-LINE-EXIT.
003400     MOVE RPT-TOTAL-LINE-3 TO PRT-LINE.
003410     PERFORM 4100-WRITE-PRT-LINE
003420         THRU 4100-WRITE-PRT-LINE-EXIT.
003430     MOVE RPT-TOTAL-LINE-4 TO PRT-LINE.
003440     PERFORM 4100-WRITE-PRT-LINE
003450         THRU 4100-WRITE-PRT-LINE-EXIT.
003460     MOVE RPT-TOTAL-LINE-5 TO PRT-LINE.
003470     PERFORM 4100-WRITE-PRT-LINE
003480         THRU 4100-WRITE-PRT-LINE-EXIT.
003490     MOVE RPT-TOTAL-LINE-6 TO PRT-LINE.
003500     PERFORM 4100-WRITE-PRT-LINE
003510         THRU 4100-WRITE-PRT-LINE-EXIT.

003520     IF WS-RECORDS-SELECTED > ZERO
003530         MOVE 4 TO WS-RETURN-CODE
003540     END-IF.
003550 5000-PRINT-REPORT-TOTAL-EXIT.
003560     EXIT.

003570******************************************************************
003580*    9000-TERMINATE
003590******************************************************************
003600 9000-TERMINATE.
003610     IF WS-SECLOG-STATUS NOT = "35"
003620         CLOSE SECLOG
003630     END-IF.
003640     CLOSE PRTFILE.
003650 9000-TERMINATE-EXIT.
003660     EXIT.

003670******************************************************************
003680*    9900-FILE-ERROR
003690*        A FILE OPEN OR WRITE FAILED IN A WAY THAT CANNOT BE
003700*        WORKED AROUND.  DISPLAYS THE FILE NAME AND STATUS SO
003710*        OPERATIONS CAN SEE WHAT WENT WRONG FROM THE JOB LOG AND
003720*        ENDS THE RUN WITH A DISTINCT RETURN CODE.
003730******************************************************************
003740 9900-FILE-ERROR.
003750     DISPLAY "FATAL FILE ERROR ON " WS-FAILING-FILE-NAME
003760         " - FILE STATUS = " WS-FAILING-FILE-STATUS.
003770     MOVE 16 TO WS-RETURN-CODE.
003780     MOVE WS-RETURN-CODE TO RETURN-CODE.
003790     STOP RUN.
003800 9900-FILE-ERROR-EXIT.
003810     EXIT.
