000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. DPTMERGE.
000030 AUTHOR. D-SHIFT-BATCH-SUPPORT.
000040 INSTALLATION. OPERATIONS-DATA-CENTER.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070******************************************************************
000080*    MODIFICATION HISTORY
000090*    ----------------------------------------------------------
000100*    DATE        INIT   DESCRIPTION
000110*    10/15/2026  MTK    ORIGINAL VERSION - DEPARTMENT MERGE /
000120*                       RENAME UTILITY.  A REORG USED TO MEAN
000130*                       CHANGING EVERY AFFECTED USER BY HAND IN
000140*                       USRMAINT AND THEN RETIRING THE OLD CODE IN
000150*                       DPTMAINT, HOPING NOBODY WAS MISSED.
000160******************************************************************
000170*    REMARKS.
000180*        DRIVEN BY THE DPTMAP CONTROL CARDS ON PARMFILE - ONE
000190*        MAPPING CARD PER OLD DEPARTMENT CODE, NAMING THE CODE ITS
000200*        USERS MOVE TO, AND AN OPTIONAL MODE CARD.  EVERY
000210*        USER-MASTER RECORD CARRYING AN OLD CODE, ACTIVE OR NOT,
000220*        IS REWRITTEN WITH THE NEW CODE AND TODAY'S LAST-CHANGE
000230*        DATE, AND A DEPT-MERGE MAINTENANCE-AUDIT RECORD IS
000240*        APPENDED FOR IT UNDER OPERATOR DPTMERGE.  ONCE THE PASS
000250*        IS COMPLETE NO USER CARRIES THE OLD CODE, SO IT IS
000260*        RETIRED ON THE DEPARTMENT FILE.
000270*
000280*        A TRIAL RUN (THE DEFAULT) OPENS BOTH MASTER FILES INPUT
000290*        ONLY AND PRINTS THE SAME REPORT - EVERY USER THAT WOULD
000300*        MOVE AND WHAT WOULD HAPPEN TO EACH OLD CODE - SO THE
000310*        REORG CAN BE SIGNED OFF BEFORE THE UPDATE RUN.
000320*
000330*        THE CARDS ARE CHECKED BEFORE ANYTHING IS TOUCHED; ANY
000340*        BAD CARD REJECTS THE RUN WITH RC=8.  A NEW CODE MUST BE
000350*        ACTIVE ON THE DEPARTMENT FILE, AN OLD CODE MAY APPEAR ON
000360*        ONE CARD ONLY, AND A NEW CODE MAY NOT ITSELF BE MAPPED
000370*        AWAY ON ANOTHER CARD (CHAINS ARE RUN AS SEPARATE STEPS).
000380*        AN OLD CODE THAT MATCHED NO USER IS FLAGGED WITH RC=4 -
000390*        IT IS USUALLY A MISTYPED CARD.
000400******************************************************************

000410 ENVIRONMENT DIVISION.
000420 CONFIGURATION SECTION.
000430 SPECIAL-NAMES.
000440     C01 IS NEW-PAGE.

000450 INPUT-OUTPUT SECTION.
000460 FILE-CONTROL.
000470     SELECT PARMFILE ASSIGN TO "PARMFILE"
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS WS-PARMFILE-STATUS.

000500     SELECT USRFILE  ASSIGN TO "USRFILE"
000510         ORGANIZATION IS INDEXED
000520         ACCESS MODE IS SEQUENTIAL
000530         RECORD KEY IS USR-USER-ID
000540         FILE STATUS IS WS-USRFILE-STATUS.

000550     SELECT DEPTFILE ASSIGN TO "DEPTFILE"
000560         ORGANIZATION IS INDEXED
000570         ACCESS MODE IS DYNAMIC
000580         RECORD KEY IS DEP-DEPT-CODE
000590         FILE STATUS IS WS-DEPTFILE-STATUS.

000600     SELECT AUDFILE  ASSIGN TO "AUDFILE"
000610         ORGANIZATION IS LINE SEQUENTIAL
000620         FILE STATUS IS WS-AUDFILE-STATUS.

000630     SELECT PRTFILE  ASSIGN TO "PRTFILE"
000640         ORGANIZATION IS LINE SEQUENTIAL
000650         FILE STATUS IS WS-PRTFILE-STATUS.

000660 DATA DIVISION.
000670 FILE SECTION.
000680 FD  PARMFILE
000690     RECORDING MODE IS F.
000700     COPY DPTMAP.

000710 FD  USRFILE
000720     RECORDING MODE IS F.
000730     COPY USRMAST.

000740 FD  DEPTFILE
000750     RECORDING MODE IS F.
000760     COPY DEPTREC.

000770 FD  AUDFILE
000780     RECORDING MODE IS F.
000790     COPY MNTAUD.

000800 FD  PRTFILE
000810     RECORDING MODE IS F.
000820 01  PRT-LINE                    PIC X(80).

000830 WORKING-STORAGE SECTION.
000840******************************************************************
000850*    RUN-CONTROL COUNTERS AND SWITCHES
000860******************************************************************
000870 77  WS-RECORDS-READ             PIC 9(07) VALUE ZERO.
000880 77  WS-RECORDS-MOVED            PIC 9(07) VALUE ZERO.
000890 77  WS-RECORDS-KEPT             PIC 9(07) VALUE ZERO.
000900 77  WS-CARD-ERRORS              PIC 9(03) VALUE ZERO.

000910 77  WS-PARMFILE-STATUS          PIC X(02) VALUE "00".
000920 77  WS-USRFILE-STATUS           PIC X(02) VALUE "00".
000930 77  WS-DEPTFILE-STATUS          PIC X(02) VALUE "00".
000940 77  WS-AUDFILE-STATUS           PIC X(02) VALUE "00".
000950 77  WS-PRTFILE-STATUS           PIC X(02) VALUE "00".

000960 77  WS-EOF-SWITCH               PIC X(01) VALUE "N".
000970     88  EOF-REACHED                 VALUE "Y".
000980     88  NOT-EOF-REACHED              VALUE "N".

000990 77  WS-RUN-MODE                 PIC X(01) VALUE "T".
001000     88  TRIAL-RUN                   VALUE "T".
001010     88  UPDATE-RUN                  VALUE "U".

001020 77  WS-RETURN-CODE              PIC 9(02) VALUE ZERO.

001030 77  WS-BATCH-OPERATOR           PIC X(08) VALUE "DPTMERGE".

001040******************************************************************
001050*    DEPARTMENT MAPPING TABLE - ONE ENTRY PER MAPPING CARD, WITH
001060*    THE NUMBER OF USERS IT MOVED AND WHAT BECAME OF THE OLD CODE.
001070******************************************************************
001080 77  WS-MAP-MAX                  PIC 9(02) COMP VALUE 50.
001090 77  WS-MAP-COUNT                PIC 9(02) COMP VALUE ZERO.
001100 77  WS-MAP-SUB                  PIC 9(02) COMP VALUE ZERO.
001110 77  WS-MAP-SLOT                 PIC 9(02) COMP VALUE ZERO.
001120 77  WS-CHECK-SUB                PIC 9(02) COMP VALUE ZERO.

001130 01  WS-MAP-TABLE.
001140     05  WS-MAP-ENTRY OCCURS 50 TIMES.
001150         10  WS-MAP-OLD-DEPT     PIC X(10).
001160         10  WS-MAP-NEW-DEPT     PIC X(10).
001170         10  WS-MAP-USERS-MOVED  PIC 9(07).
001180         10  WS-MAP-OLD-OUTCOME  PIC X(30).

001190******************************************************************
001200*    DATE AND AUDIT WORK AREAS
001210******************************************************************
001220 01  WS-CURRENT-DATE-TIME.
001230     05  WS-CURRENT-DATE.
001240         10  WS-CURRENT-YYYY          PIC 9(04).
001250         10  WS-CURRENT-MM            PIC 9(02).
001260         10  WS-CURRENT-DD            PIC 9(02).
001270     05  WS-CURRENT-TIME.
001280         10  WS-CURRENT-HH            PIC 9(02).
001290         10  WS-CURRENT-MN            PIC 9(02).
001300         10  WS-CURRENT-SS            PIC 9(02).
001310         10  FILLER                   PIC 9(02).

001320 77  WS-RUN-DATE                 PIC X(08).

001330 01  WS-BEFORE-IMAGE.
001340     05  WS-BEF-USER-ID          PIC X(06).
001350     05  WS-BEF-USER-NAME        PIC X(30).
001360     05  WS-BEF-DEPARTMENT       PIC X(10).
001370     05  WS-BEF-STATUS-FLAG      PIC X(01).

001380******************************************************************
001390*    MERGE REPORT WORK AREAS - SAME PAGINATED HEADING STYLE AS
001400*    THE HELLOCOBOL PRTFILE REPORT.
001410******************************************************************
001420 77  WS-LINES-ON-PAGE            PIC 9(02) VALUE ZERO.
001430 77  WS-LINES-PER-PAGE           PIC 9(02) VALUE 20.
001440 77  WS-PAGE-NUMBER              PIC 9(04) VALUE ZERO.

001450 01  WS-PRINT-LINE               PIC X(80).

001460 01  RPT-HEADING-1.
001470     05  FILLER                  PIC X(15) VALUE "RUN DATE      ".
001480     05  RPH1-RUN-DATE           PIC X(10).
001490     05  FILLER                  PIC X(10) VALUE SPACES.
001500     05  FILLER                  PIC X(13) VALUE "PROGRAM NAME ".
001510     05  RPH1-PROGRAM-NAME       PIC X(12) VALUE "DPTMERGE".
001520     05  FILLER                  PIC X(05) VALUE "PAGE ".
001530     05  RPH1-PAGE-NUMBER        PIC ZZZ9.

001540 01  RPT-HEADING-2.
001550     05  FILLER                  PIC X(34) VALUE
001560         "DEPARTMENT MERGE / RENAME         ".
001570     05  RPH2-RUN-MODE           PIC X(30).
001580     05  FILLER                  PIC X(16) VALUE SPACES.

001590 01  RPT-HEADING-3.
001600     05  FILLER                  PIC X(10) VALUE "USER ID".
001610     05  FILLER                  PIC X(32) VALUE "USER NAME".
001620     05  FILLER                  PIC X(04) VALUE "S".
001630     05  FILLER                  PIC X(12) VALUE "OLD DEPT".
001640     05  FILLER                  PIC X(22) VALUE "NEW DEPT".

001650 01  RPT-DETAIL-LINE.
001660     05  RPD-USER-ID             PIC X(06).
001670     05  FILLER                  PIC X(04) VALUE SPACES.
001680     05  RPD-USER-NAME           PIC X(30).
001690     05  FILLER                  PIC X(02) VALUE SPACES.
001700     05  RPD-STATUS-FLAG         PIC X(01).
001710     05  FILLER                  PIC X(03) VALUE SPACES.
001720     05  RPD-OLD-DEPT            PIC X(10).
001730     05  FILLER                  PIC X(02) VALUE SPACES.
001740     05  RPD-NEW-DEPT            PIC X(10).
001750     05  FILLER                  PIC X(12) VALUE SPACES.

001760 01  RPT-MAP-HEADING-1.
001770     05  FILLER                  PIC X(80) VALUE
001780         "DEPARTMENT MAPPING SUMMARY".

001790 01  RPT-MAP-HEADING-2.
001800     05  FILLER                  PIC X(12) VALUE "OLD DEPT".
001810     05  FILLER                  PIC X(12) VALUE "NEW DEPT".
001820     05  FILLER                  PIC X(09) VALUE "  USERS".
001830     05  FILLER                  PIC X(47) VALUE "OLD CODE".

001840 01  RPT-MAP-LINE.
001850     05  RPM-OLD-DEPT            PIC X(10).
001860     05  FILLER                  PIC X(02) VALUE SPACES.
001870     05  RPM-NEW-DEPT            PIC X(10).
001880     05  FILLER                  PIC X(02) VALUE SPACES.
001890     05  RPM-USERS-MOVED         PIC ZZZZZZ9.
001900     05  FILLER                  PIC X(02) VALUE SPACES.
001910     05  RPM-OLD-OUTCOME         PIC X(30).
001920     05  FILLER                  PIC X(17) VALUE SPACES.

001930 01  RPT-TOTAL-LINE-1.
001940     05  FILLER                  PIC X(29) VALUE
001950         "MASTER RECORDS READ . . . . ".
001960     05  RPT1-RECORDS-READ       PIC ZZZZZZ9.
001970     05  FILLER                  PIC X(44) VALUE SPACES.

001980 01  RPT-TOTAL-LINE-2.
001990     05  RPT2-LABEL              PIC X(29).
002000     05  RPT2-RECORDS-MOVED      PIC ZZZZZZ9.
002010     05  FILLER                  PIC X(44) VALUE SPACES.

002020 01  RPT-TOTAL-LINE-3.
002030     05  FILLER                  PIC X(29) VALUE
002040         "LEFT UNCHANGED  . . . . . . ".
002050     05  RPT3-RECORDS-KEPT       PIC ZZZZZZ9.
002060     05  FILLER                  PIC X(44) VALUE SPACES.

002070******************************************************************
002080*    FATAL-ERROR WORK AREAS - USED BY 9900-FILE-ERROR
002090******************************************************************
002100 77  WS-FAILING-FILE-NAME        PIC X(08) VALUE SPACES.
002110 77  WS-FAILING-FILE-STATUS      PIC X(02) VALUE SPACES.

002120 PROCEDURE DIVISION.

002130 0000-MAINLINE.
002140     PERFORM 1000-INITIALIZE
002150         THRU 1000-INITIALIZE-EXIT.

002160     PERFORM 3000-MERGE-LOOP
002170         THRU 3000-MERGE-LOOP-EXIT.

002180     PERFORM 4000-RETIRE-OLD-CODES
002190         THRU 4000-RETIRE-OLD-CODES-EXIT.

002200     PERFORM 5000-PRINT-REPORT-TOTAL
002210         THRU 5000-PRINT-REPORT-TOTAL-EXIT.

002220     PERFORM 9000-TERMINATE
002230         THRU 9000-TERMINATE-EXIT.

002240     MOVE WS-RETURN-CODE TO RETURN-CODE.
002250     STOP RUN.

002260******************************************************************
002270*    1000-INITIALIZE
002280*        THE CARDS ARE LOADED AND CHECKED, AND THE NEW CODES
002290*        CHECKED AGAINST THE DEPARTMENT FILE, BEFORE USER-MASTER
002300*        IS OPENED.  A TRIAL RUN OPENS THE MASTER FILES INPUT
002310*        ONLY AND NEVER OPENS THE AUDFILE.
002320******************************************************************
002330 1000-INITIALIZE.
002340     ACCEPT WS-CURRENT-DATE-TIME FROM DATE YYYYMMDD.
002350     MOVE WS-CURRENT-DATE TO WS-RUN-DATE.

002360     PERFORM 1100-READ-PARM-CARDS
002370         THRU 1100-READ-PARM-CARDS-EXIT.

002380     IF UPDATE-RUN
002390         OPEN I-O DEPTFILE
002400     ELSE
002410         OPEN INPUT DEPTFILE
002420     END-IF.
002430     IF WS-DEPTFILE-STATUS = "35"
002440         DISPLAY "DEPARTMENT FILE NOT ON CATALOG -"
002450             " LOAD IT THROUGH DPTMAINT FIRST"
002460     END-IF.
002470     IF WS-DEPTFILE-STATUS NOT = "00"
002480         MOVE "DEPTFILE" TO WS-FAILING-FILE-NAME
002490         MOVE WS-DEPTFILE-STATUS TO WS-FAILING-FILE-STATUS
002500         PERFORM 9900-FILE-ERROR THRU 9900-FILE-ERROR-EXIT
002510     END-IF.

002520     PERFORM 1300-CHECK-NEW-CODE
002530         THRU 1300-CHECK-NEW-CODE-EXIT
002540         VARYING WS-MAP-SUB FROM 1 BY 1
002550         UNTIL WS-MAP-SUB > WS-MAP-COUNT.

002560     IF WS-CARD-ERRORS > ZERO
002570         DISPLAY WS-CARD-ERRORS " CONTROL CARD ERROR(S)"
002580             " - RUN REJECTED, NOTHING UPDATED"
002590         CLOSE DEPTFILE
002600         MOVE 8 TO WS-RETURN-CODE
002610         MOVE WS-RETURN-CODE TO RETURN-CODE
002620         STOP RUN
002630     END-IF.

002640     IF UPDATE-RUN
002650         OPEN I-O USRFILE
002660     ELSE
002670         OPEN INPUT USRFILE
002680     END-IF.
002690     IF WS-USRFILE-STATUS NOT = "00"
002700         MOVE "USRFILE"  TO WS-FAILING-FILE-NAME
002710         MOVE WS-USRFILE-STATUS TO WS-FAILING-FILE-STATUS
002720         PERFORM 9900-FILE-ERROR THRU 9900-FILE-ERROR-EXIT
002730     END-IF.

002740     IF UPDATE-RUN
002750         OPEN EXTEND AUDFILE
002760         IF WS-AUDFILE-STATUS = "35"
002770             OPEN OUTPUT AUDFILE
002780             CLOSE AUDFILE
002790             OPEN EXTEND AUDFILE
002800         END-IF
002810         IF WS-AUDFILE-STATUS NOT = "00"
002820             MOVE "AUDFILE"  TO WS-FAILING-FILE-NAME
002830             MOVE WS-AUDFILE-STATUS TO WS-FAILING-FILE-STATUS
002840             PERFORM 9900-FILE-ERROR THRU 9900-FILE-ERROR-EXIT
002850         END-IF
002860     END-IF.

002870     OPEN OUTPUT PRTFILE.
002880     IF WS-PRTFILE-STATUS NOT = "00"
002890         MOVE "PRTFILE"  TO WS-FAILING-FILE-NAME
002900         MOVE WS-PRTFILE-STATUS TO WS-FAILING-FILE-STATUS
002910         PERFORM 9900-FILE-ERROR THRU 9900-FILE-ERROR-EXIT
002920     END-IF.

002930     IF UPDATE-RUN
002940         MOVE "UPDATE RUN" TO RPH2-RUN-MODE
002950     ELSE
002960         MOVE "TRIAL RUN - NOTHING UPDATED" TO RPH2-RUN-MODE
002970     END-IF.

002980     PERFORM 1500-PRINT-REPORT-HEADER
002990         THRU 1500-PRINT-REPORT-HEADER-EXIT.
003000 1000-INITIALIZE-EXIT.
003010     EXIT.

003020******************************************************************
003030*    1100-READ-PARM-CARDS
003040*        LOADS EVERY CARD, REPORTING EACH BAD ONE ON THE JOB LOG
003050*        SO ONE RESUBMISSION FIXES THEM ALL.  BLANK CARDS ARE
003060*        IGNORED.
003070******************************************************************
003080 1100-READ-PARM-CARDS.
003090     OPEN INPUT PARMFILE.
003100     IF WS-PARMFILE-STATUS NOT = "00"
003110         MOVE "PARMFILE" TO WS-FAILING-FILE-NAME
003120         MOVE WS-PARMFILE-STATUS TO WS-FAILING-FILE-STATUS
003130         PERFORM 9900-FILE-ERROR THRU 9900-FILE-ERROR-EXIT
003140     END-IF.

003150     SET NOT-EOF-REACHED TO TRUE.
003160     PERFORM 1110-LOAD-ONE-CARD
003170         THRU 1110-LOAD-ONE-CARD-EXIT
003180         UNTIL EOF-REACHED.
003190     CLOSE PARMFILE.
003200     SET NOT-EOF-REACHED TO TRUE.

003210     IF WS-MAP-COUNT = ZERO
003220         DISPLAY "NO DEPARTMENT MAPPING CARDS ON PARMFILE"
003230         ADD 1 TO WS-CARD-ERRORS
003240     END-IF.

003250     PERFORM 1200-CHECK-FOR-CHAIN
003260         THRU 1200-CHECK-FOR-CHAIN-EXIT
003270         VARYING WS-MAP-SUB FROM 1 BY 1
003280         UNTIL WS-MAP-SUB > WS-MAP-COUNT.
003290 1100-READ-PARM-CARDS-EXIT.
003300     EXIT.

003310 1110-LOAD-ONE-CARD.
003320     READ PARMFILE
003330         AT END
003340             SET EOF-REACHED TO TRUE
003350             GO TO 1110-LOAD-ONE-CARD-EXIT
003360     END-READ.

003370     IF DMP-RECORD = SPACES
003380         GO TO 1110-LOAD-ONE-CARD-EXIT
003390     END-IF.

003400     IF DMP-MODE-CARD
003410         IF DMP-TRIAL-RUN OR DMP-UPDATE-RUN
003420             MOVE DMP-RUN-MODE TO WS-RUN-MODE
003430         ELSE
003440             DISPLAY "RUN MODE " DMP-RUN-MODE
003450                 " IS NOT T (TRIAL) OR U (UPDATE)"
003460             ADD 1 TO WS-CARD-ERRORS
003470         END-IF
003480         GO TO 1110-LOAD-ONE-CARD-EXIT
003490     END-IF.

003500     IF NOT DMP-MAPPING-CARD
003510         DISPLAY "CARD TYPE " DMP-CARD-TYPE
003520             " IS NOT M OR D - RUN WILL BE REJECTED"
003530         ADD 1 TO WS-CARD-ERRORS
003540         GO TO 1110-LOAD-ONE-CARD-EXIT
003550     END-IF.

003560     IF DMP-OLD-DEPT-CODE = SPACES
003570       OR DMP-NEW-DEPT-CODE = SPACES
003580         DISPLAY "MAPPING " DMP-OLD-DEPT-CODE " TO "
003590             DMP-NEW-DEPT-CODE " - BOTH CODES ARE REQUIRED"
003600         ADD 1 TO WS-CARD-ERRORS
003610         GO TO 1110-LOAD-ONE-CARD-EXIT
003620     END-IF.

003630     IF DMP-OLD-DEPT-CODE = DMP-NEW-DEPT-CODE
003640         DISPLAY "MAPPING " DMP-OLD-DEPT-CODE
003650             " - OLD AND NEW CODES ARE THE SAME"
003660         ADD 1 TO WS-CARD-ERRORS
003670         GO TO 1110-LOAD-ONE-CARD-EXIT
003680     END-IF.

003690     MOVE ZERO TO WS-MAP-SLOT.
003700     PERFORM 1120-FIND-OLD-CODE
003710         THRU 1120-FIND-OLD-CODE-EXIT
003720         VARYING WS-CHECK-SUB FROM 1 BY 1
003730         UNTIL WS-CHECK-SUB > WS-MAP-COUNT
003740            OR WS-MAP-SLOT NOT = ZERO.
003750     IF WS-MAP-SLOT NOT = ZERO
003760         DISPLAY "OLD CODE " DMP-OLD-DEPT-CODE
003770             " IS MAPPED ON MORE THAN ONE CARD"
003780         ADD 1 TO WS-CARD-ERRORS
003790         GO TO 1110-LOAD-ONE-CARD-EXIT
003800     END-IF.

003810     IF WS-MAP-COUNT NOT < WS-MAP-MAX
003820         DISPLAY "MORE THAN " WS-MAP-MAX " MAPPING CARDS - "
003830             DMP-OLD-DEPT-CODE " NOT LOADED"
003840         ADD 1 TO WS-CARD-ERRORS
003850         GO TO 1110-LOAD-ONE-CARD-EXIT
003860     END-IF.

003870     ADD 1 TO WS-MAP-COUNT.
003880     MOVE DMP-OLD-DEPT-CODE TO WS-MAP-OLD-DEPT (WS-MAP-COUNT).
003890     MOVE DMP-NEW-DEPT-CODE TO WS-MAP-NEW-DEPT (WS-MAP-COUNT).
003900     MOVE ZERO              TO WS-MAP-USERS-MOVED (WS-MAP-COUNT).
003910     MOVE SPACES            TO WS-MAP-OLD-OUTCOME (WS-MAP-COUNT).
003920 1110-LOAD-ONE-CARD-EXIT.
003930     EXIT.

003940 1120-FIND-OLD-CODE.
003950     IF WS-MAP-OLD-DEPT (WS-CHECK-SUB) = DMP-OLD-DEPT-CODE
003960         MOVE WS-CHECK-SUB TO WS-MAP-SLOT
003970     END-IF.
003980 1120-FIND-OLD-CODE-EXIT.
003990     EXIT.

004000******************************************************************
004010*    1200-CHECK-FOR-CHAIN
004020*        A NEW CODE THAT IS ALSO AN OLD CODE ON ANOTHER CARD
004030*        WOULD LEAVE ITS USERS' FINAL CODE DEPENDING ON THE ORDER
004040*        THE MASTER IS READ IN, AND WOULD RETIRE A CODE USERS HAD
004050*        JUST BEEN MOVED TO.
004060******************************************************************
004070 1200-CHECK-FOR-CHAIN.
004080     PERFORM 1210-CHECK-ONE-CHAIN-LINK
004090         THRU 1210-CHECK-ONE-CHAIN-LINK-EXIT
004100         VARYING WS-CHECK-SUB FROM 1 BY 1
004110         UNTIL WS-CHECK-SUB > WS-MAP-COUNT.
004120 1200-CHECK-FOR-CHAIN-EXIT.
004130     EXIT.

004140 1210-CHECK-ONE-CHAIN-LINK.
004150     IF WS-MAP-NEW-DEPT (WS-MAP-SUB)
004160          = WS-MAP-OLD-DEPT (WS-CHECK-SUB)
004170         DISPLAY "NEW CODE " WS-MAP-NEW-DEPT (WS-MAP-SUB)
004180             " IS ALSO MAPPED AWAY - RUN CHAINED MOVES AS"
004190             " SEPARATE STEPS"
004200         ADD 1 TO WS-CARD-ERRORS
004210     END-IF.
004220 1210-CHECK-ONE-CHAIN-LINK-EXIT.
004230     EXIT.

004240******************************************************************
004250*    1300-CHECK-NEW-CODE
004260*        USERS MAY ONLY BE MOVED TO A CODE USRMAINT AND USRBATCH
004270*        WOULD THEMSELVES ACCEPT - ON FILE AND NOT RETIRED.
004280******************************************************************
004290 1300-CHECK-NEW-CODE.
004300     MOVE WS-MAP-NEW-DEPT (WS-MAP-SUB) TO DEP-DEPT-CODE.
004310     READ DEPTFILE
004320         INVALID KEY
004330             DISPLAY "NEW CODE " WS-MAP-NEW-DEPT (WS-MAP-SUB)
004340                 " IS NOT ON THE DEPARTMENT FILE"
004350             ADD 1 TO WS-CARD-ERRORS
004360             GO TO 1300-CHECK-NEW-CODE-EXIT
004370     END-READ.

004380     IF DEP-RETIRED
004390         DISPLAY "NEW CODE " WS-MAP-NEW-DEPT (WS-MAP-SUB)
004400             " HAS BEEN RETIRED"
004410         ADD 1 TO WS-CARD-ERRORS
004420     END-IF.
004430 1300-CHECK-NEW-CODE-EXIT.
004440     EXIT.

004450******************************************************************
004460*    1500-PRINT-REPORT-HEADER
004470******************************************************************
004480 1500-PRINT-REPORT-HEADER.
004490     ADD 1 TO WS-PAGE-NUMBER.
004500     MOVE WS-RUN-DATE         TO RPH1-RUN-DATE.
004510     MOVE WS-PAGE-NUMBER      TO RPH1-PAGE-NUMBER.
004520     WRITE PRT-LINE FROM RPT-HEADING-1
004530         AFTER ADVANCING NEW-PAGE.
004540     IF WS-PRTFILE-STATUS NOT = "00"
004550         MOVE "PRTFILE" TO WS-FAILING-FILE-NAME
004560         MOVE WS-PRTFILE-STATUS TO WS-FAILING-FILE-STATUS
004570         PERFORM 9900-FILE-ERROR THRU 9900-FILE-ERROR-EXIT
004580     END-IF.
004590     WRITE PRT-LINE FROM RPT-HEADING-2.
004600     WRITE PRT-LINE FROM RPT-HEADING-3.
004610     MOVE 3 TO WS-LINES-ON-PAGE.
004620 1500-PRINT-REPORT-HEADER-EXIT.
004630     EXIT.

004640******************************************************************
004650*    3000-MERGE-LOOP
004660******************************************************************
004670 3000-MERGE-LOOP.
004680     PERFORM 3100-MERGE-ONE-RECORD
004690         THRU 3100-MERGE-ONE-RECORD-EXIT
004700         UNTIL EOF-REACHED.
004710 3000-MERGE-LOOP-EXIT.
004720     EXIT.

004730******************************************************************
004740*    3100-MERGE-ONE-RECORD
004750*        ON AN UPDATE RUN THE RECORD IS REWRITTEN BEFORE ITS AUDIT
004760*        RECORD IS APPENDED, THE SAME ORDER USRMAINT USES.
004770******************************************************************
004780 3100-MERGE-ONE-RECORD.
004790     READ USRFILE
004800         AT END
004810             SET EOF-REACHED TO TRUE
004820             GO TO 3100-MERGE-ONE-RECORD-EXIT
004830     END-READ.

004840     ADD 1 TO WS-RECORDS-READ.

004850     MOVE ZERO TO WS-MAP-SLOT.
004860     PERFORM 3110-FIND-USER-DEPT
004870         THRU 3110-FIND-USER-DEPT-EXIT
004880         VARYING WS-MAP-SUB FROM 1 BY 1
004890         UNTIL WS-MAP-SUB > WS-MAP-COUNT
004900            OR WS-MAP-SLOT NOT = ZERO.
004910     IF WS-MAP-SLOT = ZERO
004920         ADD 1 TO WS-RECORDS-KEPT
004930         GO TO 3100-MERGE-ONE-RECORD-EXIT
004940     END-IF.

004950     ADD 1 TO WS-RECORDS-MOVED.
004960     ADD 1 TO WS-MAP-USERS-MOVED (WS-MAP-SLOT).

004970     MOVE USR-USER-ID                 TO RPD-USER-ID.
004980     MOVE USR-USER-NAME               TO RPD-USER-NAME.
004990     MOVE USR-STATUS-FLAG             TO RPD-STATUS-FLAG.
005000     MOVE USR-DEPARTMENT              TO RPD-OLD-DEPT.
005010     MOVE WS-MAP-NEW-DEPT (WS-MAP-SLOT) TO RPD-NEW-DEPT.
005020     MOVE RPT-DETAIL-LINE             TO WS-PRINT-LINE.
005030     PERFORM 6000-WRITE-REPORT-LINE
005040         THRU 6000-WRITE-REPORT-LINE-EXIT.

005050     IF TRIAL-RUN
005060         GO TO 3100-MERGE-ONE-RECORD-EXIT
005070     END-IF.

005080     MOVE USR-USER-ID      TO WS-BEF-USER-ID.
005090     MOVE USR-USER-NAME    TO WS-BEF-USER-NAME.
005100     MOVE USR-DEPARTMENT   TO WS-BEF-DEPARTMENT.
005110     MOVE USR-STATUS-FLAG  TO WS-BEF-STATUS-FLAG.

005120     MOVE WS-MAP-NEW-DEPT (WS-MAP-SLOT) TO USR-DEPARTMENT.
005130     MOVE WS-RUN-DATE      TO USR-LAST-CHANGE-DATE.
005140     REWRITE USER-RECORD.
005150     IF WS-USRFILE-STATUS NOT = "00"
005160         MOVE "USRFILE" TO WS-FAILING-FILE-NAME
005170         MOVE WS-USRFILE-STATUS TO WS-FAILING-FILE-STATUS
005180         PERFORM 9900-FILE-ERROR THRU 9900-FILE-ERROR-EXIT
005190     END-IF.

005200     PERFORM 3200-WRITE-AUDIT-RECORD
005210         THRU 3200-WRITE-AUDIT-RECORD-EXIT.
005220 3100-MERGE-ONE-RECORD-EXIT.
005230     EXIT.

005240 3110-FIND-USER-DEPT.
005250     IF WS-MAP-OLD-DEPT (WS-MAP-SUB) = USR-DEPARTMENT
005260         MOVE WS-MAP-SUB TO WS-MAP-SLOT
005270     END-IF.
005280 3110-FIND-USER-DEPT-EXIT.
005290     EXIT.

005300******************************************************************
005310*    3200-WRITE-AUDIT-RECORD
005320*        SAME LAYOUT AND RULES AS THE USRMAINT AUDIT RECORD - THE
005330*        SITE CODE DOES NOT CHANGE, SO BOTH HALVES OF THE PAIR
005340*        CARRY THE USER'S SITE.  A FAILED WRITE IS FATAL.
005350******************************************************************
005360 3200-WRITE-AUDIT-RECORD.
005370     ACCEPT WS-CURRENT-TIME FROM TIME.
005380     MOVE SPACES               TO MAINT-AUDIT-RECORD.
005390     MOVE WS-RUN-DATE          TO AUD-DATE.
005400     MOVE WS-CURRENT-TIME      TO AUD-TIME.
005410     SET AUD-ACTION-DEPT-MERGE TO TRUE.
005420     MOVE WS-BATCH-OPERATOR    TO AUD-OPERATOR.
005430     MOVE WS-BEFORE-IMAGE      TO AUD-BEFORE-IMAGE.
005440     MOVE USR-SITE-CODE        TO AUD-BEF-SITE-CODE.
005450     MOVE USR-USER-ID          TO AUD-AFT-USER-ID.
005460     MOVE USR-USER-NAME        TO AUD-AFT-USER-NAME.
005470     MOVE USR-DEPARTMENT       TO AUD-AFT-DEPARTMENT.
005480     MOVE USR-STATUS-FLAG      TO AUD-AFT-STATUS-FLAG.
005490     MOVE USR-SITE-CODE        TO AUD-AFT-SITE-CODE.
005500     WRITE MAINT-AUDIT-RECORD.
005510     IF WS-AUDFILE-STATUS NOT = "00"
005520         MOVE "AUDFILE" TO WS-FAILING-FILE-NAME
005530         MOVE WS-AUDFILE-STATUS TO WS-FAILING-FILE-STATUS
005540         PERFORM 9900-FILE-ERROR THRU 9900-FILE-ERROR-EXIT
005550     END-IF.
005560 3200-WRITE-AUDIT-RECORD-EXIT.
005570     EXIT.

005580******************************************************************
005590*    4000-RETIRE-OLD-CODES
005600*        THE PASS HAS MOVED EVERY USER OFF THE OLD CODES, SO EACH
005610*        IS NOW EMPTY AND IS RETIRED - LEFT ON FILE FOR HISTORY,
005620*        AS DPTMAINT DOES.  AN OLD CODE NOT ON THE DEPARTMENT FILE
005630*        (A FREE-TEXT CODE FROM BEFORE THE FILE EXISTED) HAS
005640*        NOTHING TO RETIRE.  THE MAPPING SUMMARY IS PRINTED HERE.
005650******************************************************************
005660 4000-RETIRE-OLD-CODES.
005670     MOVE SPACES TO WS-PRINT-LINE.
005680     PERFORM 6000-WRITE-REPORT-LINE
005690         THRU 6000-WRITE-REPORT-LINE-EXIT.
005700     MOVE RPT-MAP-HEADING-1 TO WS-PRINT-LINE.
005710     PERFORM 6000-WRITE-REPORT-LINE
005720         THRU 6000-WRITE-REPORT-LINE-EXIT.
005730     MOVE RPT-MAP-HEADING-2 TO WS-PRINT-LINE.
005740     PERFORM 6000-WRITE-REPORT-LINE
005750         THRU 6000-WRITE-REPORT-LINE-EXIT.

005760     PERFORM 4100-CLOSE-ONE-MAPPING
005770         THRU 4100-CLOSE-ONE-MAPPING-EXIT
005780         VARYING WS-MAP-SUB FROM 1 BY 1
005790         UNTIL WS-MAP-SUB > WS-MAP-COUNT.
005800 4000-RETIRE-OLD-CODES-EXIT.
005810     EXIT.

005820 4100-CLOSE-ONE-MAPPING.
005830     PERFORM 4200-RETIRE-ONE-OLD-CODE
005840         THRU 4200-RETIRE-ONE-OLD-CODE-EXIT.
005850     PERFORM 4300-PRINT-MAPPING-LINE
005860         THRU 4300-PRINT-MAPPING-LINE-EXIT.
005870 4100-CLOSE-ONE-MAPPING-EXIT.
005880     EXIT.

005890 4200-RETIRE-ONE-OLD-CODE.
005900     MOVE WS-MAP-OLD-DEPT (WS-MAP-SUB) TO DEP-DEPT-CODE.
005910     READ DEPTFILE
005920         INVALID KEY
005930             MOVE "NOT ON DEPARTMENT FILE"
005940                 TO WS-MAP-OLD-OUTCOME (WS-MAP-SUB)
005950             GO TO 4200-RETIRE-ONE-OLD-CODE-EXIT
005960     END-READ.

005970     IF DEP-RETIRED
005980         MOVE "ALREADY RETIRED" TO WS-MAP-OLD-OUTCOME (WS-MAP-SUB)
005990         GO TO 4200-RETIRE-ONE-OLD-CODE-EXIT
006000     END-IF.

006010     IF TRIAL-RUN
006020         MOVE "WOULD BE RETIRED"
006030             TO WS-MAP-OLD-OUTCOME (WS-MAP-SUB)
006040         GO TO 4200-RETIRE-ONE-OLD-CODE-EXIT
006050     END-IF.

006060     SET DEP-RETIRED TO TRUE.
006070     REWRITE DEPT-RECORD.
006080     IF WS-DEPTFILE-STATUS NOT = "00"
006090         MOVE "DEPTFILE" TO WS-FAILING-FILE-NAME
006100         MOVE WS-DEPTFILE-STATUS TO WS-FAILING-FILE-STATUS
006110         PERFORM 9900-FILE-ERROR THRU 9900-FILE-ERROR-EXIT
006120     END-IF.
006130     MOVE "RETIRED" TO WS-MAP-OLD-OUTCOME (WS-MAP-SUB).
006140 4200-RETIRE-ONE-OLD-CODE-EXIT.
006150     EXIT.

006160 4300-PRINT-MAPPING-LINE.
006170     IF WS-MAP-USERS-MOVED (WS-MAP-SUB) = ZERO
006180         DISPLAY "OLD CODE " WS-MAP-OLD-DEPT (WS-MAP-SUB)
006190             " MATCHED NO USER - CHECK THE CARD"
006200         MOVE 4 TO WS-RETURN-CODE
006210     END-IF.

006220     MOVE WS-MAP-OLD-DEPT (WS-MAP-SUB)     TO RPM-OLD-DEPT.
006230     MOVE WS-MAP-NEW-DEPT (WS-MAP-SUB)     TO RPM-NEW-DEPT.
006240     MOVE WS-MAP-USERS-MOVED (WS-MAP-SUB)  TO RPM-USERS-MOVED.
006250     MOVE WS-MAP-OLD-OUTCOME (WS-MAP-SUB)  TO RPM-OLD-OUTCOME.
006260     MOVE RPT-MAP-LINE                     TO WS-PRINT-LINE.
006270     PERFORM 6000-WRITE-REPORT-LINE
006280         THRU 6000-WRITE-REPORT-LINE-EXIT.
006290 4300-PRINT-MAPPING-LINE-EXIT.
006300     EXIT.

006310******************************************************************
006320*    5000-PRINT-REPORT-TOTAL
006330******************************************************************
006340 5000-PRINT-REPORT-TOTAL.
006350     MOVE WS-RECORDS-READ     TO RPT1-RECORDS-READ.
006360     MOVE WS-RECORDS-MOVED    TO RPT2-RECORDS-MOVED.
006370     MOVE WS-RECORDS-KEPT     TO RPT3-RECORDS-KEPT.
006380     IF UPDATE-RUN
006390         MOVE "USERS MOVED . . . . . . . . " TO RPT2-LABEL
006400     ELSE
006410         MOVE "USERS THAT WOULD MOVE . . . " TO RPT2-LABEL
006420     END-IF.
006430     MOVE SPACES TO PRT-LINE.
006440     WRITE PRT-LINE.
006450     WRITE PRT-LINE FROM RPT-TOTAL-LINE-1.
006460     WRITE PRT-LINE FROM RPT-TOTAL-LINE-2.
006470     WRITE PRT-LINE FROM RPT-TOTAL-LINE-3.
006480 5000-PRINT-REPORT-TOTAL-EXIT.
006490     EXIT.

006500******************************************************************
006510*    6000-WRITE-REPORT-LINE
006520*        WRITES WS-PRINT-LINE, STARTING A NEW PAGE WHEN THE
006530*        CURRENT ONE IS FULL.
006540******************************************************************
006550 6000-WRITE-REPORT-LINE.
006560     IF WS-LINES-ON-PAGE >= WS-LINES-PER-PAGE
006570         PERFORM 1500-PRINT-REPORT-HEADER
006580             THRU 1500-PRINT-REPORT-HEADER-EXIT
006590     END-IF.
006600     WRITE PRT-LINE FROM WS-PRINT-LINE.
006610     IF WS-PRTFILE-STATUS NOT = "00"
006620         MOVE "PRTFILE" TO WS-FAILING-FILE-NAME
006630         MOVE WS-PRTFILE-STATUS TO WS-FAILING-FILE-STATUS
006640         PERFORM 9900-FILE-ERROR THRU 9900-FILE-ERROR-EXIT
006650     END-IF.
006660     ADD 1 TO WS-LINES-ON-PAGE.
006670 6000-WRITE-REPORT-LINE-EXIT.
006680     EXIT.

006690******************************************************************
006700*    9000-TERMINATE
006710******************************************************************
006720 9000-TERMINATE.
006730     CLOSE USRFILE.
006740     CLOSE DEPTFILE.
006750     IF UPDATE-RUN
006760         CLOSE AUDFILE
006770     END-IF.
006780     CLOSE PRTFILE.
006790 9000-TERMINATE-EXIT.
006800     EXIT.

006810******************************************************************
006820*    9900-FILE-ERROR
006830*        A FILE OPEN, WRITE, OR REWRITE FAILED IN A WAY THAT
006840*        CANNOT BE WORKED AROUND.  DISPLAYS THE FILE NAME AND
006850*        STATUS SO OPERATIONS CAN SEE WHAT WENT WRONG FROM THE
006860*        JOB LOG AND ENDS THE RUN WITH A DISTINCT RETURN CODE.
006870******************************************************************
006880 9900-FILE-ERROR.
006890     DISPLAY "FATAL FILE ERROR ON " WS-FAILING-FILE-NAME
006900         " - FILE STATUS = " WS-FAILING-FILE-STATUS.
006910     MOVE 16 TO WS-RETURN-CODE.
006920     MOVE WS-RETURN-CODE TO RETURN-CODE.
006930     STOP RUN.
006940 9900-FILE-ERROR-EXIT.
006950     EXIT.
