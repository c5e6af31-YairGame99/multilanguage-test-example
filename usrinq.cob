000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. USRINQ.
000030 AUTHOR. D-SHIFT-BATCH-SUPPORT.
000040 INSTALLATION. OPERATIONS-DATA-CENTER.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070******************************************************************
000080*    MODIFICATION HISTORY
000090*    ----------------------------------------------------------
000100*    DATE        INIT   DESCRIPTION
000110*    10/15/2026  MTK    ORIGINAL VERSION - READ-ONLY USER INQUIRY
000120*                       FOR THE HELP DESK, SO "WHY WASN'T USER X
000130*                       PROCESSED" CAN BE ANSWERED WITHOUT
000140*                       OPERATIONS RUNNING AUDRPT OR DUMPING
000150*                       XTRFILE AND THE ARCHIVE.
000152*    10/15/2026  MTK    XTRFILE IS NOW A KSDS KEYED ON RUN DATE
000154*                       AND USER ID - STILL READ IN KEY SEQUENCE,
000156*                       WHICH IS RUN-DATE ORDER AS BEFORE.
000160******************************************************************
000170*    REMARKS.
000180*        MENU-DRIVEN INQUIRY TRANSACTION ALONGSIDE USRMAINT.
000190*        A USER IS FOUND BY USER ID, OR BY ANY PART OF THE NAME
000200*        (THE MATCHING USERS ARE LISTED AND ONE IS PICKED BY ID).
000210*        ONE SCREEN THEN SHOWS:
000220*          - THE USER-MASTER RECORD, OR THE LAST ARCHIVE COPY
000230*            WRITTEN BY USRRETIR WHEN THE USER HAS BEEN RETIRED;
000240*          - THE LATEST CHANGES TO THE USER ON THE AUDFILE
000250*            MAINTENANCE-AUDIT TRAIL;
000260*          - THE LATEST XTRFILE PROCESSING ROWS FOR THE USER,
000270*            EACH WITH THE DOWNSTREAM ACKNOWLEDGEMENT OUTCOME
000280*            DISTACK RECORDED ON ACKHIST FOR THAT RUN DATE.
000290*        NOTHING IS UPDATED.  THE OPERATOR NEEDS AN ACTIVE USRINQ
000300*        ENTRY ON THE OPERATOR AUTHORITY FILE (THE ACTION FLAGS
000310*        ARE NOT USED); AN UNKNOWN OR REVOKED ID IS TURNED AWAY
000320*        AND LOGGED TO SECLOG THE SAME WAY AS IN USRMAINT.
000330******************************************************************

000340 ENVIRONMENT DIVISION.
000350 CONFIGURATION SECTION.
000360 SPECIAL-NAMES.
000370     C01 IS NEW-PAGE.

000380 INPUT-OUTPUT SECTION.
000390 FILE-CONTROL.
000400     SELECT USRFILE  ASSIGN TO "USRFILE"
000410         ORGANIZATION IS INDEXED
000420         ACCESS MODE IS DYNAMIC
000430         RECORD KEY IS USR-USER-ID
000440         FILE STATUS IS WS-USRFILE-STATUS.

000450     SELECT USRARCH  ASSIGN TO "USRARCH"
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS WS-USRARCH-STATUS.

000480     SELECT AUDFILE  ASSIGN TO "AUDFILE"
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS WS-AUDFILE-STATUS.

000510     SELECT XTRFILE  ASSIGN TO "XTRFILE"
000520         ORGANIZATION IS INDEXED
000523         ACCESS MODE IS SEQUENTIAL
000526         RECORD KEY IS XTR-KEY
000530         FILE STATUS IS WS-XTRFILE-STATUS.

000540     SELECT ACKHIST  ASSIGN TO "ACKHIST"
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS WS-ACKHIST-STATUS.

000570     SELECT OPRFILE  ASSIGN TO "OPRFILE"
000580         ORGANIZATION IS INDEXED
000590         ACCESS MODE IS DYNAMIC
000600         RECORD KEY IS OPA-AUTH-KEY
000610         FILE STATUS IS WS-OPRFILE-STATUS.

000620     SELECT SECLOG   ASSIGN TO "SECLOG"
000630         ORGANIZATION IS LINE SEQUENTIAL
000640         FILE STATUS IS WS-SECLOG-STATUS.

000650 DATA DIVISION.
000660 FILE SECTION.
000670 FD  USRFILE
000680     RECORDING MODE IS F.
000690     COPY USRMAST.

000700 FD  USRARCH
000710     RECORDING MODE IS F.
000720 01  USRARCH-RECORD              PIC X(80).

000730 FD  AUDFILE
000740     RECORDING MODE IS F.
000750     COPY MNTAUD.

000760 FD  XTRFILE
000770     RECORDING MODE IS F.
000780     COPY XTRACT.

000790 FD  ACKHIST
000800     RECORDING MODE IS F.
000810     COPY ACKHIST.

000820 FD  OPRFILE
000830     RECORDING MODE IS F.
000840     COPY OPRAUTH.

000850 FD  SECLOG
000860     RECORDING MODE IS F.
000870     COPY SECVIOL.

000880 WORKING-STORAGE SECTION.
000890 77  WS-USRFILE-STATUS           PIC X(02) VALUE "00".
000900 77  WS-USRARCH-STATUS           PIC X(02) VALUE "00".
000910 77  WS-AUDFILE-STATUS           PIC X(02) VALUE "00".
000920 77  WS-XTRFILE-STATUS           PIC X(02) VALUE "00".
000930 77  WS-ACKHIST-STATUS           PIC X(02) VALUE "00".
000940 77  WS-OPRFILE-STATUS           PIC X(02) VALUE "00".
000950 77  WS-SECLOG-STATUS            PIC X(02) VALUE "00".

000960 77  WS-MENU-CHOICE              PIC X(01) VALUE SPACE.
000970     88  WS-CHOICE-BY-ID              VALUE "U" "u".
000980     88  WS-CHOICE-BY-NAME            VALUE "N" "n".
000990     88  WS-CHOICE-QUIT               VALUE "Q" "q".

001000 77  WS-MORE-TRANSACTIONS-SWITCH PIC X(01) VALUE "Y".
001010     88  MORE-TRANSACTIONS              VALUE "Y".
001020     88  NO-MORE-TRANSACTIONS           VALUE "N".

001030 77  WS-RECORD-FOUND-SWITCH      PIC X(01) VALUE "N".
001040     88  RECORD-WAS-FOUND               VALUE "Y".
001050     88  RECORD-WAS-NOT-FOUND           VALUE "N".

001060 77  WS-EOF-SWITCH               PIC X(01) VALUE "N".
001070     88  EOF-REACHED                    VALUE "Y".
001080     88  NOT-EOF-REACHED                VALUE "N".

001090 77  WS-ENTERED-USER-ID          PIC X(06).

001100******************************************************************
001110*    USER SHOWN ON THE SCREEN - FILLED FROM USER-MASTER, OR FROM
001120*    THE LAST ARCHIVE COPY WHEN THE USER IS NO LONGER ON THE
001130*    MASTER.  THE ARCHIVE RECORD IS A FULL USER-RECORD IMAGE.
001140******************************************************************
001150 01  WS-ARCH-VIEW.
001160     05  WS-ARC-USER-ID          PIC X(06).
001170     05  WS-ARC-USER-NAME        PIC X(30).
001180     05  WS-ARC-DEPARTMENT       PIC X(10).
001190     05  WS-ARC-STATUS-FLAG      PIC X(01).
001200     05  WS-ARC-SITE-CODE        PIC X(04).
001210     05  WS-ARC-LAST-CHANGE-DATE PIC X(08).
001220     05  FILLER                  PIC X(21).

001230 01  WS-SAVED-ARCH-RECORD        PIC X(80).

001240******************************************************************
001250*    NAME-SEARCH WORK AREAS - THE ENTERED TEXT IS LOOKED FOR AT
001260*    EVERY POSITION OF THE NAME, ONE CHARACTER AT A TIME, AFTER
001270*    BOTH ARE FOLDED TO UPPER CASE.
001280******************************************************************
001290 01  WS-SEARCH-TEXT.
001300     05  WS-SEARCH-CHAR          PIC X(01) OCCURS 30 TIMES.

001310 01  WS-NAME-WORK.
001320     05  WS-NAME-CHAR            PIC X(01) OCCURS 30 TIMES.

001330 01  WS-NAME-WINDOW.
001340     05  WS-WINDOW-CHAR          PIC X(01) OCCURS 30 TIMES.

001350 77  WS-SEARCH-LENGTH            PIC 9(02) COMP VALUE ZERO.
001360 77  WS-LAST-START               PIC 9(02) COMP VALUE ZERO.
001370 77  WS-NAME-POS                 PIC 9(02) COMP VALUE ZERO.
001380 77  WS-CHAR-SUB                 PIC 9(02) COMP VALUE ZERO.
001390 77  WS-SOURCE-SUB               PIC 9(02) COMP VALUE ZERO.

001400 77  WS-NAME-MATCH-SWITCH        PIC X(01) VALUE "N".
001410     88  NAME-MATCHES                   VALUE "Y".
001420     88  NAME-DOES-NOT-MATCH            VALUE "N".

001430 77  WS-LOWER-CASE               PIC X(26) VALUE
001440     "abcdefghijklmnopqrstuvwxyz".
001450 77  WS-UPPER-CASE               PIC X(26) VALUE
001460     "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

001470 77  WS-MATCH-COUNT              PIC 9(05) VALUE ZERO.
001480 77  WS-MATCH-MAX                PIC 9(05) VALUE 20.

001490******************************************************************
001500*    ARCHIVE MATCHES - THE ARCHIVE MAY HOLD SEVERAL COPIES OF AN
001510*    ID (RETIRED, RESTORED, RETIRED AGAIN), SO MATCHES ARE HELD
001520*    HERE WITH THE LAST COPY WINNING AND LISTED ONCE EACH.
001530******************************************************************
001540 77  WS-ARCH-MATCH-MAX           PIC 9(02) COMP VALUE 50.
001550 77  WS-ARCH-MATCH-COUNT         PIC 9(02) COMP VALUE ZERO.
001560 77  WS-ARCH-MATCH-OVERFLOW      PIC 9(05) VALUE ZERO.
001570 77  WS-ARCH-SUB                 PIC 9(02) COMP VALUE ZERO.
001580 77  WS-ARCH-SLOT                PIC 9(02) COMP VALUE ZERO.
001590 01  WS-ARCH-MATCH-TABLE.
001600     05  WS-ARCH-MATCH OCCURS 50 TIMES.
001610         10  WS-AMT-USER-ID      PIC X(06).
001620         10  WS-AMT-USER-NAME    PIC X(30).
001630         10  WS-AMT-DEPARTMENT   PIC X(10).
001640         10  WS-AMT-STATUS-FLAG  PIC X(01).

001650******************************************************************
001660*    HISTORY TABLES - THE LATEST WS-HIST-MAX AUDIT CHANGES AND
001670*    EXTRACT ROWS FOR THE USER.  THE FILES ARE IN DATE ORDER, SO
001680*    ONCE A TABLE IS FULL EACH NEW ROW PUSHES THE OLDEST OUT.
001690******************************************************************
001700 77  WS-HIST-MAX                 PIC 9(02) COMP VALUE 6.
001710 77  WS-SHIFT-SUB                PIC 9(02) COMP VALUE ZERO.
001720 77  WS-SHOW-SUB                 PIC 9(02) COMP VALUE ZERO.

001730 77  WS-AUDIT-ON-FILE            PIC 9(07) VALUE ZERO.
001740 77  WS-AUDIT-KEPT               PIC 9(02) COMP VALUE ZERO.
001750 01  WS-AUDIT-TABLE.
001760     05  WS-AUD-LINE             PIC X(80) OCCURS 6 TIMES.

001770 77  WS-XTR-ON-FILE              PIC 9(07) VALUE ZERO.
001780 77  WS-XTR-KEPT                 PIC 9(02) COMP VALUE ZERO.
001790 01  WS-XTR-TABLE.
001800     05  WS-XTR-ENTRY OCCURS 6 TIMES.
001810         10  WS-XTR-RUN-DATE     PIC X(08).
001820         10  WS-XTR-SITE-CODE    PIC X(04).
001830         10  WS-XTR-STATUS       PIC X(20).
001840         10  WS-XTR-ACK-OUTCOME  PIC X(01).
001850             88  XTR-ACKNOWLEDGED       VALUE 'A'.
001860             88  XTR-NOT-ACKNOWLEDGED   VALUE 'U'.
001870             88  XTR-NOT-DISTRIBUTED    VALUE 'X'.
001880             88  XTR-NO-ACK-OUTCOME     VALUE SPACE.

001890******************************************************************
001900*    INQUIRY SCREEN LINES
001910******************************************************************
001920 01  SCR-RULE-LINE               PIC X(78) VALUE ALL "-".

001930 01  SCR-USER-LINE-1.
001940     05  FILLER                  PIC X(23) VALUE
001950         "USER INQUIRY - USER ID ".
001960     05  SU1-USER-ID             PIC X(06).
001970     05  FILLER                  PIC X(03) VALUE SPACES.
001980     05  SU1-SOURCE              PIC X(40).
001990     05  FILLER                  PIC X(08) VALUE SPACES.

002000 01  SCR-USER-LINE-2.
002010     05  FILLER                  PIC X(09) VALUE "  NAME".
002020     05  SU2-USER-NAME           PIC X(30).
002030     05  FILLER                  PIC X(07) VALUE "  DEPT ".
002040     05  SU2-DEPARTMENT          PIC X(10).
002050     05  FILLER                  PIC X(24) VALUE SPACES.

002060 01  SCR-USER-LINE-3.
002070     05  FILLER                  PIC X(09) VALUE "  STATUS".
002080     05  SU3-STATUS              PIC X(10).
002090     05  FILLER                  PIC X(07) VALUE "  SITE ".
002100     05  SU3-SITE-CODE           PIC X(04).
002110     05  FILLER                  PIC X(16) VALUE
002120         "  LAST CHANGED ".
002130     05  SU3-LAST-CHANGE-DATE    PIC X(08).
002140     05  FILLER                  PIC X(26) VALUE SPACES.

002150 01  SCR-COUNT-LINE.
002160     05  SCL-TITLE               PIC X(20).
002170     05  FILLER                  PIC X(03) VALUE " - ".
002180     05  SCL-ON-FILE             PIC ZZZZZZ9.
002190     05  FILLER                  PIC X(15) VALUE
002200         " ON FILE, LAST ".
002210     05  SCL-SHOWN               PIC Z9.
002220     05  FILLER                  PIC X(06) VALUE " SHOWN".
002230     05  FILLER                  PIC X(27) VALUE SPACES.

002240 01  SCR-AUDIT-HEADING.
002250     05  FILLER                  PIC X(11) VALUE "  DATE".
002260     05  FILLER                  PIC X(07) VALUE "TIME".
002270     05  FILLER                  PIC X(11) VALUE "ACTION".
002280     05  FILLER                  PIC X(09) VALUE "OPERATOR".
002290     05  FILLER                  PIC X(11) VALUE "DEPT".
002300     05  FILLER                  PIC X(02) VALUE "S".
002310     05  FILLER                  PIC X(05) VALUE "SITE".
002320     05  FILLER                  PIC X(24) VALUE "NAME".

002330 01  SCR-AUDIT-DETAIL.
002340     05  FILLER                  PIC X(02) VALUE SPACES.
002350     05  SAD-DATE                PIC X(08).
002360     05  FILLER                  PIC X(01) VALUE SPACES.
002370     05  SAD-TIME                PIC X(06).
002380     05  FILLER                  PIC X(01) VALUE SPACES.
002390     05  SAD-ACTION              PIC X(10).
002400     05  FILLER                  PIC X(01) VALUE SPACES.
002410     05  SAD-OPERATOR            PIC X(08).
002420     05  FILLER                  PIC X(01) VALUE SPACES.
002430     05  SAD-DEPARTMENT          PIC X(10).
002440     05  FILLER                  PIC X(01) VALUE SPACES.
002450     05  SAD-STATUS-FLAG         PIC X(01).
002460     05  FILLER                  PIC X(01) VALUE SPACES.
002470     05  SAD-SITE-CODE           PIC X(04).
002480     05  FILLER                  PIC X(01) VALUE SPACES.
002490     05  SAD-USER-NAME           PIC X(24).

002500 01  SCR-XTR-HEADING.
002510     05  FILLER                  PIC X(11) VALUE "  RUN DATE".
002520     05  FILLER                  PIC X(05) VALUE "SITE".
002530     05  FILLER                  PIC X(21) VALUE
002540         "PROCESSING STATUS".
002550     05  FILLER                  PIC X(43) VALUE
002560         "DOWNSTREAM ACKNOWLEDGEMENT".

002570 01  SCR-XTR-DETAIL.
002580     05  FILLER                  PIC X(02) VALUE SPACES.
002590     05  SXD-RUN-DATE            PIC X(08).
002600     05  FILLER                  PIC X(01) VALUE SPACES.
002610     05  SXD-SITE-CODE           PIC X(04).
002620     05  FILLER                  PIC X(01) VALUE SPACES.
002630     05  SXD-STATUS              PIC X(20).
002640     05  FILLER                  PIC X(01) VALUE SPACES.
002650     05  SXD-ACK-TEXT            PIC X(26).
002660     05  FILLER                  PIC X(17) VALUE SPACES.

002670 01  SCR-MATCH-HEADING.
002680     05  FILLER                  PIC X(10) VALUE "  USER ID".
002690     05  FILLER                  PIC X(32) VALUE "NAME".
002700     05  FILLER                  PIC X(12) VALUE "DEPT".
002710     05  FILLER                  PIC X(03) VALUE "S".
002720     05  FILLER                  PIC X(23) VALUE "FOUND ON".

002730 01  SCR-MATCH-LINE.
002740     05  FILLER                  PIC X(02) VALUE SPACES.
002750     05  SML-USER-ID             PIC X(06).
002760     05  FILLER                  PIC X(02) VALUE SPACES.
002770     05  SML-USER-NAME           PIC X(30).
002780     05  FILLER                  PIC X(02) VALUE SPACES.
002790     05  SML-DEPARTMENT          PIC X(10).
002800     05  FILLER                  PIC X(02) VALUE SPACES.
002810     05  SML-STATUS-FLAG         PIC X(01).
002820     05  FILLER                  PIC X(02) VALUE SPACES.
002830     05  SML-FOUND-ON            PIC X(11).
002840     05  FILLER                  PIC X(12) VALUE SPACES.

002850******************************************************************
002860*    OPERATOR AUTHORITY WORK AREAS - THE OPERATOR'S OPRFILE RECORD
002870*    FOR THIS TRANSACTION IS CHECKED AT SIGN-ON AND BEFORE EVERY
002880*    INQUIRY, AND A REFUSAL IS LOGGED TO SECLOG.
002890******************************************************************
002900 01  WS-CURRENT-DATE-TIME.
002910     05  WS-CURRENT-DATE.
002920         10  WS-CURRENT-YYYY          PIC 9(04).
002930         10  WS-CURRENT-MM            PIC 9(02).
002940         10  WS-CURRENT-DD            PIC 9(02).
002950     05  WS-CURRENT-TIME.
002960         10  WS-CURRENT-HH            PIC 9(02).
002970         10  WS-CURRENT-MN            PIC 9(02).
002980         10  WS-CURRENT-SS            PIC 9(02).
002990         10  FILLER                   PIC 9(02).

003000 77  WS-OPERATOR-ID              PIC X(08) VALUE SPACES.
003010 77  WS-TRANSACTION-NAME         PIC X(08) VALUE "USRINQ".

003020 77  WS-REQUESTED-ACTION         PIC X(10) VALUE SPACES.
003030     88  REQUEST-SIGN-ON                VALUE "SIGN-ON".
003040     88  REQUEST-INQUIRE                VALUE "INQUIRE".

003050 77  WS-AUTHORITY-SWITCH         PIC X(01) VALUE "N".
003060     88  ACTION-IS-PERMITTED            VALUE "Y".
003070     88  ACTION-IS-REFUSED              VALUE "N".

003080 77  WS-VIOLATION-CODE           PIC X(04) VALUE SPACES.
003090 77  WS-VIOLATION-TEXT           PIC X(36) VALUE SPACES.

003100 77  WS-FAILING-FILE-NAME        PIC X(08) VALUE SPACES.
003110 77  WS-FAILING-FILE-STATUS      PIC X(02) VALUE SPACES.

003120 PROCEDURE DIVISION.

003130 0000-MAINLINE.
003140     PERFORM 1000-INITIALIZE
003150         THRU 1000-INITIALIZE-EXIT.

003160     PERFORM 2000-PROCESS-ONE-TRANSACTION
003170         THRU 2000-PROCESS-ONE-TRANSACTION-EXIT
003180         UNTIL NO-MORE-TRANSACTIONS.

003190     PERFORM 9000-TERMINATE
003200         THRU 9000-TERMINATE-EXIT.

003210     STOP RUN.

003220******************************************************************
003230*    1000-INITIALIZE
003240*        USER-MASTER IS OPENED INPUT ONLY - AN INQUIRY NEVER
003250*        CREATES THE FILE.  THE HISTORY FILES ARE OPENED AND
003260*        CLOSED AROUND EACH INQUIRY SO EVERY SCREEN SHOWS WHAT IS
003270*        ON THEM AT THAT MOMENT.
003280******************************************************************
003290 1000-INITIALIZE.
003300     OPEN INPUT USRFILE.
003310     IF WS-USRFILE-STATUS NOT = "00"
003320         MOVE "USRFILE" TO WS-FAILING-FILE-NAME
003330         MOVE WS-USRFILE-STATUS TO WS-FAILING-FILE-STATUS
003340         PERFORM 9900-FILE-ERROR THRU 9900-FILE-ERROR-EXIT
003350     END-IF.

003360     OPEN INPUT OPRFILE.
003370     IF WS-OPRFILE-STATUS = "35"
003380         DISPLAY "OPERATOR AUTHORITY FILE NOT ON CATALOG -"
003390             " LOAD IT THROUGH OPRMAINT FIRST"
003400     END-IF.
003410     IF WS-OPRFILE-STATUS NOT = "00"
003420         MOVE "OPRFILE" TO WS-FAILING-FILE-NAME
003430         MOVE WS-OPRFILE-STATUS TO WS-FAILING-FILE-STATUS
003440         PERFORM 9900-FILE-ERROR THRU 9900-FILE-ERROR-EXIT
003450     END-IF.

003460     OPEN EXTEND SECLOG.
003470     IF WS-SECLOG-STATUS = "35"
003480         OPEN OUTPUT SECLOG
003490         CLOSE SECLOG
003500         OPEN EXTEND SECLOG
003510     END-IF.

003520     IF WS-SECLOG-STATUS NOT = "00"
003530         MOVE "SECLOG" TO WS-FAILING-FILE-NAME
003540         MOVE WS-SECLOG-STATUS TO WS-FAILING-FILE-STATUS
003550         PERFORM 9900-FILE-ERROR THRU 9900-FILE-ERROR-EXIT
003560     END-IF.

003570     DISPLAY "ENTER OPERATOR ID: " WITH NO ADVANCING.
003580     ACCEPT WS-OPERATOR-ID.

003590     MOVE "SIGN-ON" TO WS-REQUESTED-ACTION.
003600     PERFORM 6700-CHECK-AUTHORITY
003610         THRU 6700-CHECK-AUTHORITY-EXIT.
003620     IF ACTION-IS-REFUSED
003630         DISPLAY "OPERATOR " WS-OPERATOR-ID
003640             " NOT AUTHORISED FOR USRINQ - TRANSACTION ENDED"
003650         SET NO-MORE-TRANSACTIONS TO TRUE
003660     END-IF.
003670 1000-INITIALIZE-EXIT.
003680     EXIT.

003690******************************************************************
003700*    2000-PROCESS-ONE-TRANSACTION
003710******************************************************************
003720 2000-PROCESS-ONE-TRANSACTION.
003730     PERFORM 2100-DISPLAY-MENU
003740         THRU 2100-DISPLAY-MENU-EXIT.

003750     EVALUATE TRUE
003760         WHEN WS-CHOICE-BY-ID
003770             PERFORM 3000-INQUIRE-BY-ID
003780                 THRU 3000-INQUIRE-BY-ID-EXIT
003790         WHEN WS-CHOICE-BY-NAME
003800             PERFORM 3500-SEARCH-BY-NAME
003810                 THRU 3500-SEARCH-BY-NAME-EXIT
003820         WHEN WS-CHOICE-QUIT
003830             SET NO-MORE-TRANSACTIONS TO TRUE
003840         WHEN OTHER
003850             DISPLAY "INVALID SELECTION - PLEASE TRY AGAIN"
003860     END-EVALUATE.
003870 2000-PROCESS-ONE-TRANSACTION-EXIT.
003880     EXIT.

003890 2100-DISPLAY-MENU.
003900     DISPLAY " ".
003910     DISPLAY "USER INQUIRY".
003920     DISPLAY "  U - LOOK UP A USER BY USER ID".
003930     DISPLAY "  N - SEARCH FOR A USER BY NAME".
003940     DISPLAY "  Q - QUIT".
003950     DISPLAY "ENTER SELECTION: " WITH NO ADVANCING.
003960     ACCEPT WS-MENU-CHOICE.
003970 2100-DISPLAY-MENU-EXIT.
003980     EXIT.

003990******************************************************************
004000*    3000-INQUIRE-BY-ID
004010******************************************************************
004020 3000-INQUIRE-BY-ID.
004030     MOVE "INQUIRE" TO WS-REQUESTED-ACTION.
004040     PERFORM 6700-CHECK-AUTHORITY
004050         THRU 6700-CHECK-AUTHORITY-EXIT.
004060     IF ACTION-IS-REFUSED
004070         GO TO 3000-INQUIRE-BY-ID-EXIT
004080     END-IF.

004090     DISPLAY "ENTER USER ID (6 CHARACTERS): " WITH NO ADVANCING.
004100     ACCEPT WS-ENTERED-USER-ID.
004110     IF WS-ENTERED-USER-ID = SPACES
004120         DISPLAY "USER ID MAY NOT BE BLANK"
004130         GO TO 3000-INQUIRE-BY-ID-EXIT
004140     END-IF.

004150     PERFORM 4000-SHOW-USER
004160         THRU 4000-SHOW-USER-EXIT.
004170 3000-INQUIRE-BY-ID-EXIT.
004180     EXIT.

004190******************************************************************
004200*    3500-SEARCH-BY-NAME
004210*        LISTS EVERY USER-MASTER RECORD, THEN EVERY ARCHIVED USER
004220*        NO LONGER ON THE MASTER, WHOSE NAME CONTAINS THE ENTERED
004230*        TEXT.  THE FIRST WS-MATCH-MAX ARE SHOWN AND THE REST ARE
004240*        COUNTED.  THE OPERATOR THEN PICKS ONE BY USER ID.
004250******************************************************************
004260 3500-SEARCH-BY-NAME.
004270     MOVE "INQUIRE" TO WS-REQUESTED-ACTION.
004280     PERFORM 6700-CHECK-AUTHORITY
004290         THRU 6700-CHECK-AUTHORITY-EXIT.
004300     IF ACTION-IS-REFUSED
004310         GO TO 3500-SEARCH-BY-NAME-EXIT
004320     END-IF.

004330     DISPLAY "ENTER ALL OR PART OF THE NAME: " WITH NO ADVANCING.
004340     ACCEPT WS-SEARCH-TEXT.
004350     INSPECT WS-SEARCH-TEXT
004360         CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE.

004370     MOVE ZERO TO WS-SEARCH-LENGTH.
004380     PERFORM 3510-MEASURE-ONE-CHAR
004390         THRU 3510-MEASURE-ONE-CHAR-EXIT
004400         VARYING WS-CHAR-SUB FROM 1 BY 1
004410         UNTIL WS-CHAR-SUB > 30.
004420     IF WS-SEARCH-LENGTH = ZERO
004430         DISPLAY "SEARCH TEXT MAY NOT BE BLANK"
004440         GO TO 3500-SEARCH-BY-NAME-EXIT
004450     END-IF.
004460     COMPUTE WS-LAST-START = 31 - WS-SEARCH-LENGTH.

004470     MOVE ZERO TO WS-MATCH-COUNT.
004480     DISPLAY SCR-RULE-LINE.
004490     DISPLAY SCR-MATCH-HEADING.

004500     MOVE LOW-VALUES TO USR-USER-ID.
004510     SET NOT-EOF-REACHED TO TRUE.
004520     START USRFILE KEY IS NOT LESS THAN USR-USER-ID
004530         INVALID KEY
004540             SET EOF-REACHED TO TRUE
004550     END-START.
004560     PERFORM 3600-SEARCH-ONE-MASTER
004570         THRU 3600-SEARCH-ONE-MASTER-EXIT
004580         UNTIL EOF-REACHED.

004590     PERFORM 3700-SEARCH-ARCHIVE
004600         THRU 3700-SEARCH-ARCHIVE-EXIT.

004610     IF WS-MATCH-COUNT = ZERO
004620         DISPLAY "  NO USER NAME CONTAINS THAT TEXT"
004630         DISPLAY SCR-RULE-LINE
004640         GO TO 3500-SEARCH-BY-NAME-EXIT
004650     END-IF.
004660     IF WS-MATCH-COUNT > WS-MATCH-MAX
004670         DISPLAY "  " WS-MATCH-COUNT " USERS MATCH - FIRST "
004680             WS-MATCH-MAX " SHOWN - NARROW THE SEARCH"
004690     END-IF.
004700     DISPLAY SCR-RULE-LINE.

004710     DISPLAY "ENTER USER ID TO DISPLAY (BLANK = NONE): "
004720         WITH NO ADVANCING.
004730     ACCEPT WS-ENTERED-USER-ID.
004740     IF WS-ENTERED-USER-ID = SPACES
004750         GO TO 3500-SEARCH-BY-NAME-EXIT
004760     END-IF.

004770     PERFORM 4000-SHOW-USER
004780         THRU 4000-SHOW-USER-EXIT.
004790 3500-SEARCH-BY-NAME-EXIT.
004800     EXIT.

004810 3510-MEASURE-ONE-CHAR.
004820     IF WS-SEARCH-CHAR (WS-CHAR-SUB) NOT = SPACE
004830         MOVE WS-CHAR-SUB TO WS-SEARCH-LENGTH
004840     END-IF.
004850 3510-MEASURE-ONE-CHAR-EXIT.
004860     EXIT.

004870 3600-SEARCH-ONE-MASTER.
004880     READ USRFILE NEXT RECORD
004890         AT END
004900             SET EOF-REACHED TO TRUE
004910             GO TO 3600-SEARCH-ONE-MASTER-EXIT
004920     END-READ.

004930     MOVE USR-USER-NAME TO WS-NAME-WORK.
004940     PERFORM 3800-MATCH-NAME
004950         THRU 3800-MATCH-NAME-EXIT.
004960     IF NAME-DOES-NOT-MATCH
004970         GO TO 3600-SEARCH-ONE-MASTER-EXIT
004980     END-IF.

004990     ADD 1 TO WS-MATCH-COUNT.
005000     IF WS-MATCH-COUNT > WS-MATCH-MAX
005010         GO TO 3600-SEARCH-ONE-MASTER-EXIT
005020     END-IF.
005030     MOVE USR-USER-ID     TO SML-USER-ID.
005040     MOVE USR-USER-NAME   TO SML-USER-NAME.
005050     MOVE USR-DEPARTMENT  TO SML-DEPARTMENT.
005060     MOVE USR-STATUS-FLAG TO SML-STATUS-FLAG.
005070     MOVE "USER-MASTER"   TO SML-FOUND-ON.
005080     DISPLAY SCR-MATCH-LINE.
005090 3600-SEARCH-ONE-MASTER-EXIT.
005100     EXIT.

005110******************************************************************
005120*    3700-SEARCH-ARCHIVE
005130*        AN ARCHIVED USER STILL (OR AGAIN, AFTER USRREST) ON THE
005140*        MASTER HAS ALREADY BEEN LISTED FROM THE MASTER.
005150******************************************************************
005160 3700-SEARCH-ARCHIVE.
005170     MOVE ZERO TO WS-ARCH-MATCH-COUNT.
005180     MOVE ZERO TO WS-ARCH-MATCH-OVERFLOW.

005190     OPEN INPUT USRARCH.
005200     IF WS-USRARCH-STATUS = "35"
005210         GO TO 3700-SEARCH-ARCHIVE-EXIT
005220     END-IF.
005230     IF WS-USRARCH-STATUS NOT = "00"
005240         MOVE "USRARCH" TO WS-FAILING-FILE-NAME
005250         MOVE WS-USRARCH-STATUS TO WS-FAILING-FILE-STATUS
005260         PERFORM 9900-FILE-ERROR THRU 9900-FILE-ERROR-EXIT
005270     END-IF.

005280     SET NOT-EOF-REACHED TO TRUE.
005290     PERFORM 3710-SEARCH-ONE-ARCHIVE-ROW
005300         THRU 3710-SEARCH-ONE-ARCHIVE-ROW-EXIT
005310         UNTIL EOF-REACHED.
005320     CLOSE USRARCH.

005330     PERFORM 3730-LIST-ONE-ARCHIVE-MATCH
005340         THRU 3730-LIST-ONE-ARCHIVE-MATCH-EXIT
005350         VARYING WS-ARCH-SUB FROM 1 BY 1
005360         UNTIL WS-ARCH-SUB > WS-ARCH-MATCH-COUNT.
005370     ADD WS-ARCH-MATCH-OVERFLOW TO WS-MATCH-COUNT.
005380 3700-SEARCH-ARCHIVE-EXIT.
005390     EXIT.

005400 3710-SEARCH-ONE-ARCHIVE-ROW.
005410     READ USRARCH
005420         AT END
005430             SET EOF-REACHED TO TRUE
005440             GO TO 3710-SEARCH-ONE-ARCHIVE-ROW-EXIT
005450     END-READ.

005460     MOVE USRARCH-RECORD TO WS-ARCH-VIEW.
005470     MOVE WS-ARC-USER-NAME TO WS-NAME-WORK.
005480     PERFORM 3800-MATCH-NAME
005490         THRU 3800-MATCH-NAME-EXIT.
005500     IF NAME-DOES-NOT-MATCH
005510         GO TO 3710-SEARCH-ONE-ARCHIVE-ROW-EXIT
005520     END-IF.

005530     MOVE WS-ARC-USER-ID TO USR-USER-ID.
005540     READ USRFILE
005550         INVALID KEY
005560             CONTINUE
005570         NOT INVALID KEY
005580             GO TO 3710-SEARCH-ONE-ARCHIVE-ROW-EXIT
005590     END-READ.

005600     MOVE ZERO TO WS-ARCH-SLOT.
005610     PERFORM 3720-FIND-ARCHIVE-MATCH
005620         THRU 3720-FIND-ARCHIVE-MATCH-EXIT
005630         VARYING WS-ARCH-SUB FROM 1 BY 1
005640         UNTIL WS-ARCH-SUB > WS-ARCH-MATCH-COUNT
005650            OR WS-ARCH-SLOT NOT = ZERO.

005660     IF WS-ARCH-SLOT = ZERO
005670         IF WS-ARCH-MATCH-COUNT < WS-ARCH-MATCH-MAX
005680             ADD 1 TO WS-ARCH-MATCH-COUNT
005690             MOVE WS-ARCH-MATCH-COUNT TO WS-ARCH-SLOT
005700         ELSE
005710             ADD 1 TO WS-ARCH-MATCH-OVERFLOW
005720             GO TO 3710-SEARCH-ONE-ARCHIVE-ROW-EXIT
005730         END-IF
005740     END-IF.

005750     MOVE WS-ARC-USER-ID     TO WS-AMT-USER-ID (WS-ARCH-SLOT).
005760     MOVE WS-ARC-USER-NAME   TO WS-AMT-USER-NAME (WS-ARCH-SLOT).
005770     MOVE WS-ARC-DEPARTMENT  TO WS-AMT-DEPARTMENT (WS-ARCH-SLOT).
005780     MOVE WS-ARC-STATUS-FLAG TO WS-AMT-STATUS-FLAG (WS-ARCH-SLOT).
005790 3710-SEARCH-ONE-ARCHIVE-ROW-EXIT.
005800     EXIT.

005810 3720-FIND-ARCHIVE-MATCH.
005820     IF WS-AMT-USER-ID (WS-ARCH-SUB) = WS-ARC-USER-ID
005830         MOVE WS-ARCH-SUB TO WS-ARCH-SLOT
005840     END-IF.
005850 3720-FIND-ARCHIVE-MATCH-EXIT.
005860     EXIT.

005870 3730-LIST-ONE-ARCHIVE-MATCH.
005880     ADD 1 TO WS-MATCH-COUNT.
005890     IF WS-MATCH-COUNT > WS-MATCH-MAX
005900         GO TO 3730-LIST-ONE-ARCHIVE-MATCH-EXIT
005910     END-IF.
005920     MOVE WS-AMT-USER-ID (WS-ARCH-SUB)     TO SML-USER-ID.
005930     MOVE WS-AMT-USER-NAME (WS-ARCH-SUB)   TO SML-USER-NAME.
005940     MOVE WS-AMT-DEPARTMENT (WS-ARCH-SUB)  TO SML-DEPARTMENT.
005950     MOVE WS-AMT-STATUS-FLAG (WS-ARCH-SUB) TO SML-STATUS-FLAG.
005960     MOVE "ARCHIVE"                        TO SML-FOUND-ON.
005970     DISPLAY SCR-MATCH-LINE.
005980 3730-LIST-ONE-ARCHIVE-MATCH-EXIT.
005990     EXIT.

006000******************************************************************
006010*    3800-MATCH-NAME
006020*        LOOKS FOR THE SEARCH TEXT AT EVERY STARTING POSITION OF
006030*        THE NAME IN WS-NAME-WORK.
006040******************************************************************
006050 3800-MATCH-NAME.
006060     INSPECT WS-NAME-WORK
006070         CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE.
006080     SET NAME-DOES-NOT-MATCH TO TRUE.
006090     PERFORM 3810-MATCH-AT-POSITION
006100         THRU 3810-MATCH-AT-POSITION-EXIT
006110         VARYING WS-NAME-POS FROM 1 BY 1
006120         UNTIL WS-NAME-POS > WS-LAST-START
006130            OR NAME-MATCHES.
006140 3800-MATCH-NAME-EXIT.
006150     EXIT.

006160 3810-MATCH-AT-POSITION.
006170     MOVE SPACES TO WS-NAME-WINDOW.
006180     PERFORM 3820-COPY-ONE-CHAR
006190         THRU 3820-COPY-ONE-CHAR-EXIT
006200         VARYING WS-CHAR-SUB FROM 1 BY 1
006210         UNTIL WS-CHAR-SUB > WS-SEARCH-LENGTH.
006220     IF WS-NAME-WINDOW = WS-SEARCH-TEXT
006230         SET NAME-MATCHES TO TRUE
006240     END-IF.
006250 3810-MATCH-AT-POSITION-EXIT.
006260     EXIT.

006270 3820-COPY-ONE-CHAR.
006280     COMPUTE WS-SOURCE-SUB = WS-NAME-POS + WS-CHAR-SUB - 1.
006290     MOVE WS-NAME-CHAR (WS-SOURCE-SUB)
006300         TO WS-WINDOW-CHAR (WS-CHAR-SUB).
006310 3820-COPY-ONE-CHAR-EXIT.
006320     EXIT.

006330******************************************************************
006340*    4000-SHOW-USER
006350*        GATHERS EVERYTHING ON FILE FOR WS-ENTERED-USER-ID AND
006360*        SHOWS IT ON ONE SCREEN.
006370******************************************************************
006380 4000-SHOW-USER.
006390     MOVE WS-ENTERED-USER-ID TO SU1-USER-ID.
006400     MOVE SPACES TO SU2-USER-NAME SU2-DEPARTMENT.
006410     MOVE SPACES TO SU3-STATUS SU3-SITE-CODE SU3-LAST-CHANGE-DATE.

006420     MOVE WS-ENTERED-USER-ID TO USR-USER-ID.
006430     READ USRFILE
006440         INVALID KEY
006450             SET RECORD-WAS-NOT-FOUND TO TRUE
006460         NOT INVALID KEY
006470             SET RECORD-WAS-FOUND TO TRUE
006480     END-READ.

006490     IF RECORD-WAS-FOUND
006500         MOVE "ON USER-MASTER"    TO SU1-SOURCE
006510         MOVE USR-USER-NAME       TO SU2-USER-NAME
006520         MOVE USR-DEPARTMENT      TO SU2-DEPARTMENT
006530         MOVE USR-STATUS-FLAG     TO SU3-STATUS
006540         MOVE USR-SITE-CODE       TO SU3-SITE-CODE
006550         MOVE USR-LAST-CHANGE-DATE TO SU3-LAST-CHANGE-DATE
006560     ELSE
006570         PERFORM 5000-FIND-ARCHIVE-COPY
006580             THRU 5000-FIND-ARCHIVE-COPY-EXIT
006590     END-IF.

006600     IF RECORD-WAS-FOUND
006610         EVALUATE SU3-STATUS
006620             WHEN "A"
006630                 MOVE "ACTIVE"   TO SU3-STATUS
006640             WHEN "I"
006650                 MOVE "INACTIVE" TO SU3-STATUS
006660         END-EVALUATE
006670     END-IF.

006680     PERFORM 5200-LOAD-AUDIT-HISTORY
006690         THRU 5200-LOAD-AUDIT-HISTORY-EXIT.
006700     PERFORM 5400-LOAD-EXTRACT-HISTORY
006710         THRU 5400-LOAD-EXTRACT-HISTORY-EXIT.
006720     PERFORM 5600-LOAD-ACK-OUTCOMES
006730         THRU 5600-LOAD-ACK-OUTCOMES-EXIT.

006740     DISPLAY SCR-RULE-LINE.
006750     DISPLAY SCR-USER-LINE-1.
006760     IF RECORD-WAS-FOUND
006770         DISPLAY SCR-USER-LINE-2
006780         DISPLAY SCR-USER-LINE-3
006790     END-IF.

006800     DISPLAY " ".
006810     MOVE "CHANGE HISTORY"    TO SCL-TITLE.
006820     MOVE WS-AUDIT-ON-FILE    TO SCL-ON-FILE.
006830     MOVE WS-AUDIT-KEPT       TO SCL-SHOWN.
006840     DISPLAY SCR-COUNT-LINE.
006850     IF WS-AUDIT-KEPT = ZERO
006860         DISPLAY "  NO CHANGES ON THE MAINTENANCE-AUDIT TRAIL"
006870     ELSE
006880         DISPLAY SCR-AUDIT-HEADING
006890         PERFORM 4100-SHOW-ONE-AUDIT-LINE
006900             THRU 4100-SHOW-ONE-AUDIT-LINE-EXIT
006910             VARYING WS-SHOW-SUB FROM 1 BY 1
006920             UNTIL WS-SHOW-SUB > WS-AUDIT-KEPT
006930     END-IF.

006940     DISPLAY " ".
006950     MOVE "PROCESSING HISTORY" TO SCL-TITLE.
006960     MOVE WS-XTR-ON-FILE      TO SCL-ON-FILE.
006970     MOVE WS-XTR-KEPT         TO SCL-SHOWN.
006980     DISPLAY SCR-COUNT-LINE.
006990     IF WS-XTR-KEPT = ZERO
007000         DISPLAY "  NO ROWS ON THE PROCESSING EXTRACT"
007010     ELSE
007020         DISPLAY SCR-XTR-HEADING
007030         PERFORM 4200-SHOW-ONE-XTR-LINE
007040             THRU 4200-SHOW-ONE-XTR-LINE-EXIT
007050             VARYING WS-SHOW-SUB FROM 1 BY 1
007060             UNTIL WS-SHOW-SUB > WS-XTR-KEPT
007070     END-IF.
007080     DISPLAY SCR-RULE-LINE.
007090 4000-SHOW-USER-EXIT.
007100     EXIT.

007110 4100-SHOW-ONE-AUDIT-LINE.
007120     DISPLAY WS-AUD-LINE (WS-SHOW-SUB).
007130 4100-SHOW-ONE-AUDIT-LINE-EXIT.
007140     EXIT.

007150******************************************************************
007160*    4200-SHOW-ONE-XTR-LINE
007170*        A SKIPPED-INACTIVE ROW IS NEVER DISTRIBUTED BY HELLOXTRD,
007180*        SO NO ACKNOWLEDGEMENT IS EXPECTED FOR IT.
007190******************************************************************
007200 4200-SHOW-ONE-XTR-LINE.
007210     MOVE WS-XTR-RUN-DATE (WS-SHOW-SUB)  TO SXD-RUN-DATE.
007220     MOVE WS-XTR-SITE-CODE (WS-SHOW-SUB) TO SXD-SITE-CODE.
007230     MOVE WS-XTR-STATUS (WS-SHOW-SUB)    TO SXD-STATUS.
007240     EVALUATE TRUE
007250         WHEN XTR-ACKNOWLEDGED (WS-SHOW-SUB)
007260             MOVE "ACKNOWLEDGED"           TO SXD-ACK-TEXT
007270         WHEN XTR-NOT-ACKNOWLEDGED (WS-SHOW-SUB)
007280             MOVE "NOT ACKNOWLEDGED"       TO SXD-ACK-TEXT
007290         WHEN XTR-NOT-DISTRIBUTED (WS-SHOW-SUB)
007300             MOVE "ACKED, NOT DISTRIBUTED" TO SXD-ACK-TEXT
007310         WHEN WS-XTR-STATUS (WS-SHOW-SUB) = "SKIPPED - INACTIVE"
007320             MOVE "NOT DISTRIBUTED"        TO SXD-ACK-TEXT
007330         WHEN OTHER
007340             MOVE "NOT YET MATCHED"        TO SXD-ACK-TEXT
007350     END-EVALUATE.
007360     DISPLAY SCR-XTR-DETAIL.
007370 4200-SHOW-ONE-XTR-LINE-EXIT.
007380     EXIT.

007390******************************************************************
007400*    5000-FIND-ARCHIVE-COPY
007410*        THE USER IS NOT ON THE MASTER.  THE LAST ARCHIVE COPY OF
007420*        THE ID WINS, THE SAME RULE USRREST USES.
007430******************************************************************
007440 5000-FIND-ARCHIVE-COPY.
007450     MOVE "NOT ON USER-MASTER OR THE ARCHIVE" TO SU1-SOURCE.

007460     OPEN INPUT USRARCH.
007470     IF WS-USRARCH-STATUS = "35"
007480         GO TO 5000-FIND-ARCHIVE-COPY-EXIT
007490     END-IF.
007500     IF WS-USRARCH-STATUS NOT = "00"
007510         MOVE "USRARCH" TO WS-FAILING-FILE-NAME
007520         MOVE WS-USRARCH-STATUS TO WS-FAILING-FILE-STATUS
007530         PERFORM 9900-FILE-ERROR THRU 9900-FILE-ERROR-EXIT
007540     END-IF.

007550     SET NOT-EOF-REACHED TO TRUE.
007560     PERFORM 5100-SCAN-ONE-ARCHIVE-ROW
007570         THRU 5100-SCAN-ONE-ARCHIVE-ROW-EXIT
007580         UNTIL EOF-REACHED.
007590     CLOSE USRARCH.

007600     IF RECORD-WAS-FOUND
007610         MOVE WS-SAVED-ARCH-RECORD  TO WS-ARCH-VIEW
007620         MOVE "RETIRED - SHOWN FROM THE USER ARCHIVE"
007630                                    TO SU1-SOURCE
007640         MOVE WS-ARC-USER-NAME      TO SU2-USER-NAME
007650         MOVE WS-ARC-DEPARTMENT     TO SU2-DEPARTMENT
007660         MOVE WS-ARC-STATUS-FLAG    TO SU3-STATUS
007670         MOVE WS-ARC-SITE-CODE      TO SU3-SITE-CODE
007680         MOVE WS-ARC-LAST-CHANGE-DATE TO SU3-LAST-CHANGE-DATE
007690     END-IF.
007700 5000-FIND-ARCHIVE-COPY-EXIT.
007710     EXIT.

007720 5100-SCAN-ONE-ARCHIVE-ROW.
007730     READ USRARCH
007740         AT END
007750             SET EOF-REACHED TO TRUE
007760             GO TO 5100-SCAN-ONE-ARCHIVE-ROW-EXIT
007770     END-READ.

007780     MOVE USRARCH-RECORD TO WS-ARCH-VIEW.
007790     IF WS-ARC-USER-ID = WS-ENTERED-USER-ID
007800         SET RECORD-WAS-FOUND TO TRUE
007810         MOVE USRARCH-RECORD TO WS-SAVED-ARCH-RECORD
007820     END-IF.
007830 5100-SCAN-ONE-ARCHIVE-ROW-EXIT.
007840     EXIT.

007850******************************************************************
007860*    5200-LOAD-AUDIT-HISTORY
007870*        KEEPS THE LATEST AUDIT RECORDS WHOSE BEFORE OR AFTER
007880*        IMAGE IS THE USER, SHOWING THE RECORD AS IT STOOD AFTER
007890*        EACH CHANGE.
007900******************************************************************
007910 5200-LOAD-AUDIT-HISTORY.
007920     MOVE ZERO TO WS-AUDIT-ON-FILE.
007930     MOVE ZERO TO WS-AUDIT-KEPT.

007940     OPEN INPUT AUDFILE.
007950     IF WS-AUDFILE-STATUS = "35"
007960         GO TO 5200-LOAD-AUDIT-HISTORY-EXIT
007970     END-IF.
007980     IF WS-AUDFILE-STATUS NOT = "00"
007990         MOVE "AUDFILE" TO WS-FAILING-FILE-NAME
008000         MOVE WS-AUDFILE-STATUS TO WS-FAILING-FILE-STATUS
008010         PERFORM 9900-FILE-ERROR THRU 9900-FILE-ERROR-EXIT
008020     END-IF.

008030     SET NOT-EOF-REACHED TO TRUE.
008040     PERFORM 5300-LOAD-ONE-AUDIT-RECORD
008050         THRU 5300-LOAD-ONE-AUDIT-RECORD-EXIT
008060         UNTIL EOF-REACHED.
008070     CLOSE AUDFILE.
008080 5200-LOAD-AUDIT-HISTORY-EXIT.
008090     EXIT.

008100 5300-LOAD-ONE-AUDIT-RECORD.
008110     READ AUDFILE
008120         AT END
008130             SET EOF-REACHED TO TRUE
008140             GO TO 5300-LOAD-ONE-AUDIT-RECORD-EXIT
008150     END-READ.

008160     IF AUD-BEF-USER-ID NOT = WS-ENTERED-USER-ID
008170       AND AUD-AFT-USER-ID NOT = WS-ENTERED-USER-ID
008180         GO TO 5300-LOAD-ONE-AUDIT-RECORD-EXIT
008190     END-IF.

008200     ADD 1 TO WS-AUDIT-ON-FILE.
008210     IF WS-AUDIT-KEPT < WS-HIST-MAX
008220         ADD 1 TO WS-AUDIT-KEPT
008230     ELSE
008240         PERFORM 5310-SHIFT-ONE-AUDIT-LINE
008250             THRU 5310-SHIFT-ONE-AUDIT-LINE-EXIT
008260             VARYING WS-SHIFT-SUB FROM 1 BY 1
008270             UNTIL WS-SHIFT-SUB >= WS-HIST-MAX
008280     END-IF.

008290     MOVE AUD-DATE            TO SAD-DATE.
008300     MOVE AUD-TIME            TO SAD-TIME.
008310     MOVE AUD-ACTION          TO SAD-ACTION.
008320     MOVE AUD-OPERATOR        TO SAD-OPERATOR.
008330     MOVE AUD-AFT-DEPARTMENT  TO SAD-DEPARTMENT.
008340     MOVE AUD-AFT-STATUS-FLAG TO SAD-STATUS-FLAG.
008350     MOVE AUD-AFT-SITE-CODE   TO SAD-SITE-CODE.
008360     MOVE AUD-AFT-USER-NAME   TO SAD-USER-NAME.
008370     MOVE SCR-AUDIT-DETAIL    TO WS-AUD-LINE (WS-AUDIT-KEPT).
008380 5300-LOAD-ONE-AUDIT-RECORD-EXIT.
008390     EXIT.

008400 5310-SHIFT-ONE-AUDIT-LINE.
008410     MOVE WS-AUD-LINE (WS-SHIFT-SUB + 1)
008420         TO WS-AUD-LINE (WS-SHIFT-SUB).
008430 5310-SHIFT-ONE-AUDIT-LINE-EXIT.
008440     EXIT.

008450******************************************************************
008460*    5400-LOAD-EXTRACT-HISTORY
008470*        KEEPS THE LATEST XTRFILE ROWS FOR THE USER.  ROWS OLDER
008480*        THAN THE HSKPURGE RETENTION PERIOD HAVE MOVED TO THE
008490*        EXTRACT ARCHIVE AND ARE NOT SHOWN.  XTRFILE IS READ IN
008493*        KEY SEQUENCE, SO THE USER'S ROWS ARRIVE OLDEST RUN DATE
008496*        FIRST AND THE LAST ONES KEPT ARE THE LATEST.
008500******************************************************************
008510 5400-LOAD-EXTRACT-HISTORY.
008520     MOVE ZERO TO WS-XTR-ON-FILE.
008530     MOVE ZERO TO WS-XTR-KEPT.

008540     OPEN INPUT XTRFILE.
008550     IF WS-XTRFILE-STATUS = "35"
008560         GO TO 5400-LOAD-EXTRACT-HISTORY-EXIT
008570     END-IF.
008580     IF WS-XTRFILE-STATUS NOT = "00"
008590         MOVE "XTRFILE" TO WS-FAILING-FILE-NAME
008600         MOVE WS-XTRFILE-STATUS TO WS-FAILING-FILE-STATUS
008610         PERFORM 9900-FILE-ERROR THRU 9900-FILE-ERROR-EXIT
008620     END-IF.

008630     SET NOT-EOF-REACHED TO TRUE.
008640     PERFORM 5500-LOAD-ONE-EXTRACT-ROW
008650         THRU 5500-LOAD-ONE-EXTRACT-ROW-EXIT
008660         UNTIL EOF-REACHED.
008670     CLOSE XTRFILE.
008680 5400-LOAD-EXTRACT-HISTORY-EXIT.
008690     EXIT.

008700 5500-LOAD-ONE-EXTRACT-ROW.
008710     READ XTRFILE
008720         AT END
008730             SET EOF-REACHED TO TRUE
008740             GO TO 5500-LOAD-ONE-EXTRACT-ROW-EXIT
008750     END-READ.

008760     IF XTR-USER-ID NOT = WS-ENTERED-USER-ID
008770         GO TO 5500-LOAD-ONE-EXTRACT-ROW-EXIT
008780     END-IF.

008790     ADD 1 TO WS-XTR-ON-FILE.
008800     IF WS-XTR-KEPT < WS-HIST-MAX
008810         ADD 1 TO WS-XTR-KEPT
008820     ELSE
008830         PERFORM 5510-SHIFT-ONE-EXTRACT-ROW
008840             THRU 5510-SHIFT-ONE-EXTRACT-ROW-EXIT
008850             VARYING WS-SHIFT-SUB FROM 1 BY 1
008860             UNTIL WS-SHIFT-SUB >= WS-HIST-MAX
008870     END-IF.

008880     MOVE XTR-RUN-DATE  TO WS-XTR-RUN-DATE (WS-XTR-KEPT).
008890     MOVE XTR-SITE-CODE TO WS-XTR-SITE-CODE (WS-XTR-KEPT).
008900     MOVE XTR-STATUS    TO WS-XTR-STATUS (WS-XTR-KEPT).
008910     MOVE SPACE         TO WS-XTR-ACK-OUTCOME (WS-XTR-KEPT).
008920 5500-LOAD-ONE-EXTRACT-ROW-EXIT.
008930     EXIT.

008940 5510-SHIFT-ONE-EXTRACT-ROW.
008950     MOVE WS-XTR-ENTRY (WS-SHIFT-SUB + 1)
008960         TO WS-XTR-ENTRY (WS-SHIFT-SUB).
008970 5510-SHIFT-ONE-EXTRACT-ROW-EXIT.
008980     EXIT.

008990******************************************************************
009000*    5600-LOAD-ACK-OUTCOMES
009010*        SETS THE ACKNOWLEDGEMENT OUTCOME AGAINST EACH EXTRACT ROW
009020*        KEPT, MATCHED ON RUN DATE.  ACKHIST IS IN THE ORDER
009030*        DISTACK RAN, SO A LATER RERUN'S OUTCOME REPLACES AN
009040*        EARLIER ONE.
009050******************************************************************
009060 5600-LOAD-ACK-OUTCOMES.
009070     IF WS-XTR-KEPT = ZERO
009080         GO TO 5600-LOAD-ACK-OUTCOMES-EXIT
009090     END-IF.

009100     OPEN INPUT ACKHIST.
009110     IF WS-ACKHIST-STATUS = "35"
009120         GO TO 5600-LOAD-ACK-OUTCOMES-EXIT
009130     END-IF.
009140     IF WS-ACKHIST-STATUS NOT = "00"
009150         MOVE "ACKHIST" TO WS-FAILING-FILE-NAME
009160         MOVE WS-ACKHIST-STATUS TO WS-FAILING-FILE-STATUS
009170         PERFORM 9900-FILE-ERROR THRU 9900-FILE-ERROR-EXIT
009180     END-IF.

009190     SET NOT-EOF-REACHED TO TRUE.
009200     PERFORM 5700-LOAD-ONE-ACK-OUTCOME
009210         THRU 5700-LOAD-ONE-ACK-OUTCOME-EXIT
009220         UNTIL EOF-REACHED.
009230     CLOSE ACKHIST.
009240 5600-LOAD-ACK-OUTCOMES-EXIT.
009250     EXIT.

009260 5700-LOAD-ONE-ACK-OUTCOME.
009270     READ ACKHIST
009280         AT END
009290             SET EOF-REACHED TO TRUE
009300             GO TO 5700-LOAD-ONE-ACK-OUTCOME-EXIT
009310     END-READ.

009320     IF AKH-USER-ID = WS-ENTERED-USER-ID
009330         PERFORM 5710-MATCH-ONE-EXTRACT-ROW
009340             THRU 5710-MATCH-ONE-EXTRACT-ROW-EXIT
009350             VARYING WS-SHOW-SUB FROM 1 BY 1
009360             UNTIL WS-SHOW-SUB > WS-XTR-KEPT
009370     END-IF.
009380 5700-LOAD-ONE-ACK-OUTCOME-EXIT.
009390     EXIT.

009400 5710-MATCH-ONE-EXTRACT-ROW.
009410     IF WS-XTR-RUN-DATE (WS-SHOW-SUB) = AKH-RUN-DATE
009420         MOVE AKH-OUTCOME TO WS-XTR-ACK-OUTCOME (WS-SHOW-SUB)
009430     END-IF.
009440 5710-MATCH-ONE-EXTRACT-ROW-EXIT.
009450     EXIT.

009460******************************************************************
009470*    6700-CHECK-AUTHORITY
009480*        RE-READS THE OPERATOR'S AUTHORITY RECORD FOR THIS
009490*        TRANSACTION ON EVERY REQUEST, SO A REVOCATION MADE
009500*        THROUGH OPRMAINT TAKES EFFECT WITHOUT WAITING FOR THE
009510*        OPERATOR TO SIGN OFF.  AN INQUIRY CHANGES NOTHING, SO AN
009520*        ACTIVE RECORD IS ALL THAT IS NEEDED.  A REFUSAL IS TOLD
009530*        TO THE OPERATOR AND LOGGED TO SECLOG.
009540******************************************************************
009550 6700-CHECK-AUTHORITY.
009560     SET ACTION-IS-REFUSED TO TRUE.
009570     MOVE WS-OPERATOR-ID      TO OPA-OPERATOR-ID.
009580     MOVE WS-TRANSACTION-NAME TO OPA-TRANSACTION.

009590     READ OPRFILE
009600         INVALID KEY
009610             DISPLAY "OPERATOR " WS-OPERATOR-ID
009620                 " IS NOT ON THE AUTHORITY FILE"
009630             MOVE "S001" TO WS-VIOLATION-CODE
009640             MOVE "OPERATOR NOT ON AUTHORITY FILE"
009650                 TO WS-VIOLATION-TEXT
009660             PERFORM 7100-WRITE-VIOLATION-RECORD
009670                 THRU 7100-WRITE-VIOLATION-RECORD-EXIT
009680             GO TO 6700-CHECK-AUTHORITY-EXIT
009690     END-READ.

009700     IF OPA-REVOKED
009710         DISPLAY "OPERATOR " WS-OPERATOR-ID
009720             " AUTHORITY HAS BEEN REVOKED"
009730         MOVE "S002" TO WS-VIOLATION-CODE
009740         MOVE "OPERATOR AUTHORITY REVOKED" TO WS-VIOLATION-TEXT
009750         PERFORM 7100-WRITE-VIOLATION-RECORD
009760             THRU 7100-WRITE-VIOLATION-RECORD-EXIT
009770         GO TO 6700-CHECK-AUTHORITY-EXIT
009780     END-IF.

009790     SET ACTION-IS-PERMITTED TO TRUE.
009800 6700-CHECK-AUTHORITY-EXIT.
009810     EXIT.

009820******************************************************************
009830*    7100-WRITE-VIOLATION-RECORD
009840*        APPENDS ONE SECURITY-VIOLATION RECORD TO SECLOG.  A
009850*        FAILURE HERE IS FATAL - A REFUSED ATTEMPT THAT LEAVES NO
009860*        TRACE DEFEATS THE POINT OF THE CHECK.
009870******************************************************************
009880 7100-WRITE-VIOLATION-RECORD.
009890     ACCEPT WS-CURRENT-DATE-TIME FROM DATE YYYYMMDD.
009900     ACCEPT WS-CURRENT-TIME FROM TIME.
009910     MOVE SPACES               TO SEC-VIOLATION-RECORD.
009920     MOVE WS-CURRENT-DATE      TO SEC-DATE.
009930     MOVE WS-CURRENT-TIME      TO SEC-TIME.
009940     MOVE WS-TRANSACTION-NAME  TO SEC-TRANSACTION.
009950     MOVE WS-OPERATOR-ID       TO SEC-OPERATOR.
009960     MOVE WS-REQUESTED-ACTION  TO SEC-ACTION.
009970     MOVE WS-VIOLATION-CODE    TO SEC-REASON-CODE.
009980     MOVE WS-VIOLATION-TEXT    TO SEC-REASON-TEXT.
009990     WRITE SEC-VIOLATION-RECORD.
010000     IF WS-SECLOG-STATUS NOT = "00"
010010         MOVE "SECLOG" TO WS-FAILING-FILE-NAME
010020         MOVE WS-SECLOG-STATUS TO WS-FAILING-FILE-STATUS
010030         PERFORM 9900-FILE-ERROR THRU 9900-FILE-ERROR-EXIT
010040     END-IF.
010050 7100-WRITE-VIOLATION-RECORD-EXIT.
010060     EXIT.

010070******************************************************************
010080*    9000-TERMINATE
010090******************************************************************
010100 9000-TERMINATE.
010110     CLOSE USRFILE.
010120     CLOSE OPRFILE.
010130     CLOSE SECLOG.
010140 9000-TERMINATE-EXIT.
010150     EXIT.

010160******************************************************************
010170*    9900-FILE-ERROR
010180*        A FILE FAILED TO OPEN OR READ IN A WAY THAT CANNOT BE
010190*        WORKED AROUND.  DISPLAYS THE FILE NAME AND STATUS SO THE
010200*        OPERATOR CAN SEE WHAT WENT WRONG, AND ENDS THE
010210*        TRANSACTION.
010220******************************************************************
010230 9900-FILE-ERROR.
010240     DISPLAY "FATAL FILE ERROR ON " WS-FAILING-FILE-NAME
010250         " - FILE STATUS = " WS-FAILING-FILE-STATUS.
010260     STOP RUN.
010270 9900-FILE-ERROR-EXIT.
010280     EXIT.
