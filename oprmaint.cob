000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. OPRMAINT.
000030 AUTHOR. D-SHIFT-BATCH-SUPPORT.
000040 INSTALLATION. OPERATIONS-DATA-CENTER.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070******************************************************************
000080*    MODIFICATION HISTORY
000090*    ----------------------------------------------------------
000100*    DATE        INIT   DESCRIPTION
000110*    10/15/2026  MTK    ORIGINAL VERSION - ONLINE MAINTENANCE OF
000120*                       THE OPERATOR AUTHORITY FILE THAT USRMAINT
000130*                       AND DPTMAINT CHECK EVERY OPERATOR ID AND
000140*                       EVERY ACTION AGAINST.
000142*    10/15/2026  MTK    ACCEPT USRINQ, THE READ-ONLY USER INQUIRY,
000144*                       AS A TRANSACTION.  ITS ENTRIES NEED NO
000146*                       ACTION FLAGS - AN ACTIVE ENTRY IS ENOUGH.
000150******************************************************************
000160*    REMARKS.
000170*        SIMPLE MENU-DRIVEN MAINTENANCE TRANSACTION, MODELLED ON
000180*        DPTMAINT, AGAINST THE OPERATOR AUTHORITY FILE.  EACH
000190*        ENTRY IS ONE OPERATOR ID FOR ONE TRANSACTION (USRMAINT,
000200*        DPTMAINT, USRINQ, OR OPRMAINT ITSELF) WITH A Y/N FLAG FOR
000210*        EACH ACTION THE OPERATOR MAY TAKE THERE (USRINQ CHANGES
000215*        NOTHING AND IGNORES THE FLAGS).  ADD CREATES AN
000220*        ENTRY, CHANGE UPDATES THE NAME AND FLAGS, REVOKE SETS
000230*        THE STATUS FLAG TO 'R' SO THE OPERATOR IS TURNED AWAY
000240*        AT SIGN-ON WITHOUT THE ENTRY BEING REMOVED, AND
000250*        REINSTATE SETS A REVOKED ENTRY BACK TO 'A'.
000260*
000270*        OPRMAINT IS HELD TO THE SAME RULES AS THE TRANSACTIONS
000280*        IT CONTROLS: THE SIGNED-ON OPERATOR NEEDS AN ACTIVE
000290*        OPRMAINT ENTRY WITH THE MATCHING FLAG, MAY NOT MAINTAIN
000300*        ITS OWN ENTRIES, AND EVERY REFUSAL IS LOGGED TO
000310*        SECLOG.  THE ONE EXCEPTION IS THE SESSION THAT FIRST
000320*        CREATES THE FILE - THERE IS NOBODY ON IT YET TO AUTHORISE
000330*        ANYTHING, SO THAT SESSION IS AN UNCHECKED INITIAL LOAD
000340*        AND SHOULD BE USED TO ADD THE SECURITY ADMINISTRATOR'S
000350*        OPRMAINT ENTRY.
000360******************************************************************

000370 ENVIRONMENT DIVISION.
000380 CONFIGURATION SECTION.
000390 SPECIAL-NAMES.
000400     C01 IS NEW-PAGE.

000410 INPUT-OUTPUT SECTION.
000420 FILE-CONTROL.
000430     SELECT OPRFILE  ASSIGN TO "OPRFILE"
000440         ORGANIZATION IS INDEXED
000450         ACCESS MODE IS DYNAMIC
000460         RECORD KEY IS OPA-AUTH-KEY
000470         FILE STATUS IS WS-OPRFILE-STATUS.

000480     SELECT SECLOG   ASSIGN TO "SECLOG"
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS WS-SECLOG-STATUS.

000510 DATA DIVISION.
000520 FILE SECTION.
000530 FD  OPRFILE
000540     RECORDING MODE IS F.
000550     COPY OPRAUTH.

000560 FD  SECLOG
000570     RECORDING MODE IS F.
000580     COPY SECVIOL.

000590 WORKING-STORAGE SECTION.
000600 77  WS-OPRFILE-STATUS           PIC X(02) VALUE "00".
000610 77  WS-SECLOG-STATUS            PIC X(02) VALUE "00".

000620 77  WS-MENU-CHOICE              PIC X(01) VALUE SPACE.
000630     88  WS-CHOICE-ADD                VALUE "A" "a".
000640     88  WS-CHOICE-CHANGE              VALUE "C" "c".
000650     88  WS-CHOICE-REVOKE               VALUE "R" "r".
000660     88  WS-CHOICE-REINSTATE            VALUE "E" "e".
000670     88  WS-CHOICE-QUIT                 VALUE "Q" "q".

000680 77  WS-MORE-TRANSACTIONS-SWITCH PIC X(01) VALUE "Y".
000690     88  MORE-TRANSACTIONS              VALUE "Y".
000700     88  NO-MORE-TRANSACTIONS           VALUE "N".

000710 77  WS-RECORD-FOUND-SWITCH      PIC X(01) VALUE "N".
000720     88  RECORD-WAS-FOUND               VALUE "Y".
000730     88  RECORD-WAS-NOT-FOUND           VALUE "N".

000740 77  WS-INITIAL-LOAD-SWITCH      PIC X(01) VALUE "N".
000750     88  INITIAL-LOAD-SESSION           VALUE "Y".
000760     88  NORMAL-SESSION                 VALUE "N".

000770 77  WS-ENTRY-VALID-SWITCH       PIC X(01) VALUE "Y".
000780     88  ENTRY-IS-VALID                 VALUE "Y".
000790     88  ENTRY-IS-INVALID               VALUE "N".

000800 77  WS-ENTERED-OPERATOR-ID      PIC X(08).
000810 77  WS-ENTERED-TRANSACTION      PIC X(08).
000820     88  WS-KNOWN-TRANSACTION           VALUE "USRMAINT"
000830                                              "DPTMAINT"
000835                                              "USRINQ"
000840                                              "OPRMAINT".
000850 77  WS-ENTERED-OPERATOR-NAME    PIC X(30).

000860 01  WS-ENTERED-FLAGS.
000870     05  WS-ENTERED-ALLOW-ADD        PIC X(01).
000880     05  WS-ENTERED-ALLOW-CHANGE     PIC X(01).
000890     05  WS-ENTERED-ALLOW-INACTIVATE PIC X(01).
000900     05  WS-ENTERED-ALLOW-REACTIVATE PIC X(01).
000910 01  WS-ENTERED-FLAG-TABLE REDEFINES WS-ENTERED-FLAGS.
000920     05  WS-ENTERED-FLAG             PIC X(01) OCCURS 4 TIMES.

000930 77  WS-FLAG-SUB                 PIC 9(01) VALUE ZERO.

000940******************************************************************
000950*    OPERATOR AUTHORITY WORK AREAS - THE SIGNED-ON OPERATOR'S OWN
000960*    OPRMAINT ENTRY IS CHECKED BEFORE EVERY ACTION, AND A REFUSAL
000970*    IS LOGGED TO SECLOG, THE SAME AS IN USRMAINT AND DPTMAINT.
000980******************************************************************
000990 01  WS-CURRENT-DATE-TIME.
001000     05  WS-CURRENT-DATE.
001010         10  WS-CURRENT-YYYY          PIC 9(04).
001020         10  WS-CURRENT-MM            PIC 9(02).
001030         10  WS-CURRENT-DD            PIC 9(02).
001040     05  WS-CURRENT-TIME.
001050         10  WS-CURRENT-HH            PIC 9(02).
001060         10  WS-CURRENT-MN            PIC 9(02).
001070         10  WS-CURRENT-SS            PIC 9(02).
001080         10  FILLER                   PIC 9(02).

001090 77  WS-OPERATOR-ID              PIC X(08) VALUE SPACES.
001100 77  WS-TRANSACTION-NAME         PIC X(08) VALUE "OPRMAINT".

001110 77  WS-REQUESTED-ACTION         PIC X(10) VALUE SPACES.
001120     88  REQUEST-SIGN-ON                VALUE "SIGN-ON".
001130     88  REQUEST-ADD                    VALUE "ADD".
001140     88  REQUEST-CHANGE                 VALUE "CHANGE".
001150     88  REQUEST-REVOKE                 VALUE "REVOKE".
001160     88  REQUEST-REINSTATE              VALUE "REINSTATE".

001170 77  WS-AUTHORITY-SWITCH         PIC X(01) VALUE "N".
001180     88  ACTION-IS-PERMITTED            VALUE "Y".
001190     88  ACTION-IS-REFUSED              VALUE "N".

001200 77  WS-VIOLATION-CODE           PIC X(04) VALUE SPACES.
001210 77  WS-VIOLATION-TEXT           PIC X(36) VALUE SPACES.

001220 77  WS-FAILING-FILE-NAME        PIC X(08) VALUE SPACES.
001230 77  WS-FAILING-FILE-STATUS      PIC X(02) VALUE SPACES.

001240 PROCEDURE DIVISION.

001250 0000-MAINLINE.
001260     PERFORM 1000-INITIALIZE
001270         THRU 1000-INITIALIZE-EXIT.

001280     PERFORM 2000-PROCESS-ONE-TRANSACTION
001290         THRU 2000-PROCESS-ONE-TRANSACTION-EXIT
001300         UNTIL NO-MORE-TRANSACTIONS.

001310     PERFORM 9000-TERMINATE
001320         THRU 9000-TERMINATE-EXIT.

001330     STOP RUN.

001340 1000-INITIALIZE.
001350     OPEN I-O OPRFILE.
001360     IF WS-OPRFILE-STATUS = "35"
001370         CLOSE OPRFILE
001380         OPEN OUTPUT OPRFILE
001390         CLOSE OPRFILE
001400         OPEN I-O OPRFILE
001410         SET INITIAL-LOAD-SESSION TO TRUE
001420     END-IF.

001430     IF WS-OPRFILE-STATUS NOT = "00"
001440         MOVE "OPRFILE" TO WS-FAILING-FILE-NAME
001450         MOVE WS-OPRFILE-STATUS TO WS-FAILING-FILE-STATUS
001460         PERFORM 9900-FILE-ERROR THRU 9900-FILE-ERROR-EXIT
001470     END-IF.

001480     OPEN EXTEND SECLOG.
001490     IF WS-SECLOG-STATUS = "35"
001500         OPEN OUTPUT SECLOG
001510         CLOSE SECLOG
001520         OPEN EXTEND SECLOG
001530     END-IF.

001540     IF WS-SECLOG-STATUS NOT = "00"
001550         MOVE "SECLOG" TO WS-FAILING-FILE-NAME
001560         MOVE WS-SECLOG-STATUS TO WS-FAILING-FILE-STATUS
001570         PERFORM 9900-FILE-ERROR THRU 9900-FILE-ERROR-EXIT
001580     END-IF.

001590     DISPLAY "ENTER OPERATOR ID: " WITH NO ADVANCING.
001600     ACCEPT WS-OPERATOR-ID.

001610     IF INITIAL-LOAD-SESSION
001620         DISPLAY "OPERATOR AUTHORITY FILE CREATED - INITIAL LOAD"
001630         DISPLAY "ADD THE SECURITY ADMINISTRATOR'S OPRMAINT ENTRY"
001640             " BEFORE ENDING THIS SESSION"
001650         GO TO 1000-INITIALIZE-EXIT
001660     END-IF.

001670     MOVE "SIGN-ON" TO WS-REQUESTED-ACTION.
001680     PERFORM 6700-CHECK-AUTHORITY
001690         THRU 6700-CHECK-AUTHORITY-EXIT.
001700     IF ACTION-IS-REFUSED
001710         DISPLAY "OPERATOR " WS-OPERATOR-ID
001720             " NOT AUTHORISED FOR OPRMAINT - TRANSACTION ENDED"
001730         SET NO-MORE-TRANSACTIONS TO TRUE
001740     END-IF.
001750 1000-INITIALIZE-EXIT.
001760     EXIT.

001770******************************************************************
001780*    2000-PROCESS-ONE-TRANSACTION
001790******************************************************************
001800 2000-PROCESS-ONE-TRANSACTION.
001810     PERFORM 2100-DISPLAY-MENU
001820         THRU 2100-DISPLAY-MENU-EXIT.

001830     EVALUATE TRUE
001840         WHEN WS-CHOICE-ADD
001850             PERFORM 3000-ADD-ENTRY
001860                 THRU 3000-ADD-ENTRY-EXIT
001870         WHEN WS-CHOICE-CHANGE
001880             PERFORM 4000-CHANGE-ENTRY
001890                 THRU 4000-CHANGE-ENTRY-EXIT
001900         WHEN WS-CHOICE-REVOKE
001910             PERFORM 5000-REVOKE-ENTRY
001920                 THRU 5000-REVOKE-ENTRY-EXIT
001930         WHEN WS-CHOICE-REINSTATE
001940             PERFORM 5500-REINSTATE-ENTRY
001950                 THRU 5500-REINSTATE-ENTRY-EXIT
001960         WHEN WS-CHOICE-QUIT
001970             SET NO-MORE-TRANSACTIONS TO TRUE
001980         WHEN OTHER
001990             DISPLAY "INVALID SELECTION - PLEASE TRY AGAIN"
002000     END-EVALUATE.
002010 2000-PROCESS-ONE-TRANSACTION-EXIT.
002020     EXIT.

002030 2100-DISPLAY-MENU.
002040     DISPLAY " ".
002050     DISPLAY "OPERATOR AUTHORITY MAINTENANCE".
002060     DISPLAY "  A - ADD AN OPERATOR ENTRY".
002070     DISPLAY "  C - CHANGE AN OPERATOR ENTRY".
002080     DISPLAY "  R - REVOKE AN OPERATOR ENTRY".
002090     DISPLAY "  E - REINSTATE A REVOKED ENTRY".
002100     DISPLAY "  Q - QUIT".
002110     DISPLAY "ENTER SELECTION: " WITH NO ADVANCING.
002120     ACCEPT WS-MENU-CHOICE.
002130 2100-DISPLAY-MENU-EXIT.
002140     EXIT.

002150******************************************************************
002160*    3000-ADD-ENTRY
002170******************************************************************
002180 3000-ADD-ENTRY.
002190     MOVE "ADD" TO WS-REQUESTED-ACTION.
002200     PERFORM 6700-CHECK-AUTHORITY
002210         THRU 6700-CHECK-AUTHORITY-EXIT.
002220     IF ACTION-IS-REFUSED
002230         GO TO 3000-ADD-ENTRY-EXIT
002240     END-IF.

002250     PERFORM 6000-ACCEPT-ENTRY-KEY
002260         THRU 6000-ACCEPT-ENTRY-KEY-EXIT.
002270     IF ENTRY-IS-INVALID
002280         DISPLAY "OPERATOR ENTRY NOT ADDED"
002290         GO TO 3000-ADD-ENTRY-EXIT
002300     END-IF.

002310     DISPLAY "ENTER OPERATOR NAME: " WITH NO ADVANCING.
002320     ACCEPT WS-ENTERED-OPERATOR-NAME.

002330     MOVE "N" TO WS-ENTERED-ALLOW-ADD
002340                 WS-ENTERED-ALLOW-CHANGE
002350                 WS-ENTERED-ALLOW-INACTIVATE
002360                 WS-ENTERED-ALLOW-REACTIVATE.
002370     PERFORM 6200-ACCEPT-ACTION-FLAGS
002380         THRU 6200-ACCEPT-ACTION-FLAGS-EXIT.
002390     IF ENTRY-IS-INVALID
002400         DISPLAY "OPERATOR ENTRY NOT ADDED"
002410         GO TO 3000-ADD-ENTRY-EXIT
002420     END-IF.

002430     MOVE SPACES                   TO OPR-AUTH-RECORD.
002440     MOVE WS-ENTERED-OPERATOR-ID   TO OPA-OPERATOR-ID.
002450     MOVE WS-ENTERED-TRANSACTION   TO OPA-TRANSACTION.
002460     MOVE WS-ENTERED-OPERATOR-NAME TO OPA-OPERATOR-NAME.
002470     MOVE WS-ENTERED-FLAGS         TO OPA-ACTION-FLAGS.
002480     SET OPA-ACTIVE TO TRUE.
002490     PERFORM 6600-STAMP-CHANGE
002500         THRU 6600-STAMP-CHANGE-EXIT.

002510     WRITE OPR-AUTH-RECORD
002520         INVALID KEY
002530             DISPLAY "OPERATOR " WS-ENTERED-OPERATOR-ID " FOR "
002540                 WS-ENTERED-TRANSACTION
002550                 " ALREADY ON FILE - NOT ADDED"
002560         NOT INVALID KEY
002570             DISPLAY "OPERATOR " WS-ENTERED-OPERATOR-ID " FOR "
002580                 WS-ENTERED-TRANSACTION " ADDED"
002590     END-WRITE.
002600 3000-ADD-ENTRY-EXIT.
002610     EXIT.

002620******************************************************************
002630*    4000-CHANGE-ENTRY
002640******************************************************************
002650 4000-CHANGE-ENTRY.
002660     MOVE "CHANGE" TO WS-REQUESTED-ACTION.
002670     PERFORM 6700-CHECK-AUTHORITY
002680         THRU 6700-CHECK-AUTHORITY-EXIT.
002690     IF ACTION-IS-REFUSED
002700         GO TO 4000-CHANGE-ENTRY-EXIT
002710     END-IF.

002720     PERFORM 6100-READ-ENTRY-FOR-UPDATE
002730         THRU 6100-READ-ENTRY-FOR-UPDATE-EXIT.
002740     IF RECORD-WAS-NOT-FOUND
002750         GO TO 4000-CHANGE-ENTRY-EXIT
002760     END-IF.

002770     DISPLAY "ENTER NEW OPERATOR NAME (BLANK = NO CHANGE): "
002780         WITH NO ADVANCING.
002790     ACCEPT WS-ENTERED-OPERATOR-NAME.
002800     IF WS-ENTERED-OPERATOR-NAME NOT = SPACES
002810         MOVE WS-ENTERED-OPERATOR-NAME TO OPA-OPERATOR-NAME
002820     END-IF.

002830     MOVE OPA-ACTION-FLAGS TO WS-ENTERED-FLAGS.
002840     PERFORM 6200-ACCEPT-ACTION-FLAGS
002850         THRU 6200-ACCEPT-ACTION-FLAGS-EXIT.
002860     IF ENTRY-IS-INVALID
002870         DISPLAY "OPERATOR " WS-ENTERED-OPERATOR-ID
002880             " NOT UPDATED"
002890         GO TO 4000-CHANGE-ENTRY-EXIT
002900     END-IF.
002910     MOVE WS-ENTERED-FLAGS TO OPA-ACTION-FLAGS.
002920     PERFORM 6600-STAMP-CHANGE
002930         THRU 6600-STAMP-CHANGE-EXIT.

002940     REWRITE OPR-AUTH-RECORD
002950         INVALID KEY
002960             DISPLAY "OPERATOR " WS-ENTERED-OPERATOR-ID
002970                 " COULD NOT BE UPDATED - RECORD NOT ON FILE"
002980         NOT INVALID KEY
002990             DISPLAY "OPERATOR " WS-ENTERED-OPERATOR-ID " FOR "
003000                 WS-ENTERED-TRANSACTION " UPDATED"
003010     END-REWRITE.
003020 4000-CHANGE-ENTRY-EXIT.
003030     EXIT.

003040******************************************************************
003050*    5000-REVOKE-ENTRY
003060*        SETS THE STATUS FLAG TO 'R' INSTEAD OF DELETING THE
003070*        ENTRY, THE SAME CONVENTION DPTMAINT USES TO RETIRE A
003080*        DEPARTMENT CODE, SO WHO HELD WHAT STAYS ON FILE.
003090******************************************************************
003100 5000-REVOKE-ENTRY.
003110     MOVE "REVOKE" TO WS-REQUESTED-ACTION.
003120     PERFORM 6700-CHECK-AUTHORITY
003130         THRU 6700-CHECK-AUTHORITY-EXIT.
003140     IF ACTION-IS-REFUSED
003150         GO TO 5000-REVOKE-ENTRY-EXIT
003160     END-IF.

003170     PERFORM 6100-READ-ENTRY-FOR-UPDATE
003180         THRU 6100-READ-ENTRY-FOR-UPDATE-EXIT.

003190     IF RECORD-WAS-FOUND
003200         SET OPA-REVOKED TO TRUE
003210         PERFORM 6600-STAMP-CHANGE
003220             THRU 6600-STAMP-CHANGE-EXIT
003230         REWRITE OPR-AUTH-RECORD
003240             INVALID KEY
003250                 DISPLAY "OPERATOR " WS-ENTERED-OPERATOR-ID
003260                     " NOT REVOKED - RECORD NOT ON FILE"
003270             NOT INVALID KEY
003280                 DISPLAY "OPERATOR " WS-ENTERED-OPERATOR-ID
003290                     " FOR " WS-ENTERED-TRANSACTION " REVOKED"
003300         END-REWRITE
003310     END-IF.
003320 5000-REVOKE-ENTRY-EXIT.
003330     EXIT.

003340******************************************************************
003350*    5500-REINSTATE-ENTRY
003360******************************************************************
003370 5500-REINSTATE-ENTRY.
003380     MOVE "REINSTATE" TO WS-REQUESTED-ACTION.
003390     PERFORM 6700-CHECK-AUTHORITY
003400         THRU 6700-CHECK-AUTHORITY-EXIT.
003410     IF ACTION-IS-REFUSED
003420         GO TO 5500-REINSTATE-ENTRY-EXIT
003430     END-IF.

003440     PERFORM 6100-READ-ENTRY-FOR-UPDATE
003450         THRU 6100-READ-ENTRY-FOR-UPDATE-EXIT.

003460     IF RECORD-WAS-FOUND
003470         SET OPA-ACTIVE TO TRUE
003480         PERFORM 6600-STAMP-CHANGE
003490             THRU 6600-STAMP-CHANGE-EXIT
003500         REWRITE OPR-AUTH-RECORD
003510             INVALID KEY
003520                 DISPLAY "OPERATOR " WS-ENTERED-OPERATOR-ID
003530                     " NOT REINSTATED - RECORD NOT ON FILE"
003540             NOT INVALID KEY
003550                 DISPLAY "OPERATOR " WS-ENTERED-OPERATOR-ID
003560                     " FOR " WS-ENTERED-TRANSACTION " REINSTATED"
003570         END-REWRITE
003580     END-IF.
003590 5500-REINSTATE-ENTRY-EXIT.
003600     EXIT.

003610******************************************************************
003620*    6000-ACCEPT-ENTRY-KEY
003630*        ACCEPTS THE OPERATOR ID AND TRANSACTION NAME THAT MAKE
003640*        UP AN ENTRY'S KEY.  THE TRANSACTION MUST BE ONE THAT
003650*        CHECKS THE FILE, AND OUTSIDE THE INITIAL LOAD NOBODY
003660*        MAINTAINS THEIR OWN ENTRIES - THAT ATTEMPT IS REFUSED
003670*        AND LOGGED.
003680******************************************************************
003690 6000-ACCEPT-ENTRY-KEY.
003700     SET ENTRY-IS-VALID TO TRUE.
003710     DISPLAY "ENTER OPERATOR ID (8 CHARACTERS): "
003720         WITH NO ADVANCING.
003730     ACCEPT WS-ENTERED-OPERATOR-ID.
003740     IF WS-ENTERED-OPERATOR-ID = SPACES
003750         DISPLAY "OPERATOR ID MAY NOT BE BLANK"
003760         SET ENTRY-IS-INVALID TO TRUE
003770         GO TO 6000-ACCEPT-ENTRY-KEY-EXIT
003780     END-IF.

003790     DISPLAY "ENTER TRANSACTION "
003795         "(USRMAINT/DPTMAINT/USRINQ/OPRMAINT): "
003800         WITH NO ADVANCING.
003810     ACCEPT WS-ENTERED-TRANSACTION.
003820     IF NOT WS-KNOWN-TRANSACTION
003830         DISPLAY "TRANSACTION " WS-ENTERED-TRANSACTION
003840             " DOES NOT CHECK OPERATOR AUTHORITY"
003850         SET ENTRY-IS-INVALID TO TRUE
003860         GO TO 6000-ACCEPT-ENTRY-KEY-EXIT
003870     END-IF.

003880     IF WS-ENTERED-OPERATOR-ID = WS-OPERATOR-ID
003890       AND NORMAL-SESSION
003900         DISPLAY "OPERATOR " WS-OPERATOR-ID
003910             " MAY NOT MAINTAIN OWN AUTHORITY - ACTION REFUSED"
003920         MOVE "S004" TO WS-VIOLATION-CODE
003930         MOVE "ATTEMPT TO MAINTAIN OWN AUTHORITY"
003940             TO WS-VIOLATION-TEXT
003950         PERFORM 7100-WRITE-VIOLATION-RECORD
003960             THRU 7100-WRITE-VIOLATION-RECORD-EXIT
003970         SET ENTRY-IS-INVALID TO TRUE
003980     END-IF.
003990 6000-ACCEPT-ENTRY-KEY-EXIT.
004000     EXIT.

004010******************************************************************
004020*    6100-READ-ENTRY-FOR-UPDATE
004030******************************************************************
004040 6100-READ-ENTRY-FOR-UPDATE.
004050     SET RECORD-WAS-NOT-FOUND TO TRUE.
004060     PERFORM 6000-ACCEPT-ENTRY-KEY
004070         THRU 6000-ACCEPT-ENTRY-KEY-EXIT.
004080     IF ENTRY-IS-INVALID
004090         GO TO 6100-READ-ENTRY-FOR-UPDATE-EXIT
004100     END-IF.

004110     MOVE WS-ENTERED-OPERATOR-ID TO OPA-OPERATOR-ID.
004120     MOVE WS-ENTERED-TRANSACTION TO OPA-TRANSACTION.

004130     READ OPRFILE
004140         INVALID KEY
004150             DISPLAY "OPERATOR " WS-ENTERED-OPERATOR-ID " FOR "
004160                 WS-ENTERED-TRANSACTION " NOT ON FILE"
004170         NOT INVALID KEY
004180             SET RECORD-WAS-FOUND TO TRUE
004190     END-READ.
004200 6100-READ-ENTRY-FOR-UPDATE-EXIT.
004210     EXIT.

004220******************************************************************
004230*    6200-ACCEPT-ACTION-FLAGS
004240*        PROMPTS FOR THE FOUR ACTION FLAGS.  A BLANK ANSWER KEEPS
004250*        WHATEVER IS ALREADY IN WS-ENTERED-FLAGS ('N' ON AN ADD,
004260*        THE CURRENT SETTING ON A CHANGE); ANYTHING OTHER THAN
004270*        Y OR N FAILS THE ENTRY.
004280******************************************************************
004290 6200-ACCEPT-ACTION-FLAGS.
004300     SET ENTRY-IS-VALID TO TRUE.
004310     DISPLAY "MAY ADD (Y/N, BLANK = " WS-ENTERED-ALLOW-ADD "): "
004320         WITH NO ADVANCING.
004330     MOVE 1 TO WS-FLAG-SUB.
004340     PERFORM 6210-ACCEPT-ONE-FLAG
004350         THRU 6210-ACCEPT-ONE-FLAG-EXIT.

004360     DISPLAY "MAY CHANGE (Y/N, BLANK = " WS-ENTERED-ALLOW-CHANGE
004370         "): " WITH NO ADVANCING.
004380     MOVE 2 TO WS-FLAG-SUB.
004390     PERFORM 6210-ACCEPT-ONE-FLAG
004400         THRU 6210-ACCEPT-ONE-FLAG-EXIT.

004410     DISPLAY "MAY INACTIVATE/RETIRE/REVOKE (Y/N, BLANK = "
004420         WS-ENTERED-ALLOW-INACTIVATE "): " WITH NO ADVANCING.
004430     MOVE 3 TO WS-FLAG-SUB.
004440     PERFORM 6210-ACCEPT-ONE-FLAG
004450         THRU 6210-ACCEPT-ONE-FLAG-EXIT.

004460     DISPLAY "MAY REACTIVATE/REINSTATE (Y/N, BLANK = "
004470         WS-ENTERED-ALLOW-REACTIVATE "): " WITH NO ADVANCING.
004480     MOVE 4 TO WS-FLAG-SUB.
004490     PERFORM 6210-ACCEPT-ONE-FLAG
004500         THRU 6210-ACCEPT-ONE-FLAG-EXIT.
004510 6200-ACCEPT-ACTION-FLAGS-EXIT.
004520     EXIT.

004530 6210-ACCEPT-ONE-FLAG.
004540     MOVE SPACE TO WS-MENU-CHOICE.
004550     ACCEPT WS-MENU-CHOICE.
004560     IF WS-MENU-CHOICE = SPACE
004570         GO TO 6210-ACCEPT-ONE-FLAG-EXIT
004580     END-IF.
004590     IF WS-MENU-CHOICE = "Y" OR "y"
004600         MOVE "Y" TO WS-ENTERED-FLAG (WS-FLAG-SUB)
004610     ELSE
004620         IF WS-MENU-CHOICE = "N" OR "n"
004630             MOVE "N" TO WS-ENTERED-FLAG (WS-FLAG-SUB)
004640         ELSE
004650             DISPLAY "FLAG MUST BE Y OR N"
004660             SET ENTRY-IS-INVALID TO TRUE
004670         END-IF
004680     END-IF.
004690 6210-ACCEPT-ONE-FLAG-EXIT.
004700     EXIT.

004710******************************************************************
004720*    6600-STAMP-CHANGE
004730*        STAMPS TODAY'S DATE AND THE SIGNED-ON OPERATOR ON THE
004740*        ENTRY ABOUT TO BE WRITTEN OR REWRITTEN.
004750******************************************************************
004760 6600-STAMP-CHANGE.
004770     ACCEPT WS-CURRENT-DATE-TIME FROM DATE YYYYMMDD.
004780     MOVE WS-CURRENT-DATE TO OPA-LAST-CHANGE-DATE.
004790     MOVE WS-OPERATOR-ID  TO OPA-LAST-CHANGE-BY.
004800 6600-STAMP-CHANGE-EXIT.
004810     EXIT.

004820******************************************************************
004830*    6700-CHECK-AUTHORITY
004840*        RE-READS THE SIGNED-ON OPERATOR'S OWN OPRMAINT ENTRY ON
004850*        EVERY REQUEST, THE SAME CHECK USRMAINT AND DPTMAINT
004860*        MAKE.  REVOKE IS GOVERNED BY THE INACTIVATE FLAG AND
004870*        REINSTATE BY THE REACTIVATE FLAG.  THE INITIAL-LOAD
004880*        SESSION IS NOT CHECKED.
004890******************************************************************
004900 6700-CHECK-AUTHORITY.
004910     SET ACTION-IS-REFUSED TO TRUE.
004920     IF INITIAL-LOAD-SESSION
004930         SET ACTION-IS-PERMITTED TO TRUE
004940         GO TO 6700-CHECK-AUTHORITY-EXIT
004950     END-IF.

004960     MOVE WS-OPERATOR-ID      TO OPA-OPERATOR-ID.
004970     MOVE WS-TRANSACTION-NAME TO OPA-TRANSACTION.

004980     READ OPRFILE
004990         INVALID KEY
005000             DISPLAY "OPERATOR " WS-OPERATOR-ID
005010                 " IS NOT ON THE AUTHORITY FILE"
005020             MOVE "S001" TO WS-VIOLATION-CODE
005030             MOVE "OPERATOR NOT ON AUTHORITY FILE"
005040                 TO WS-VIOLATION-TEXT
005050             PERFORM 7100-WRITE-VIOLATION-RECORD
005060                 THRU 7100-WRITE-VIOLATION-RECORD-EXIT
005070             GO TO 6700-CHECK-AUTHORITY-EXIT
005080     END-READ.

005090     IF OPA-REVOKED
005100         DISPLAY "OPERATOR " WS-OPERATOR-ID
005110             " AUTHORITY HAS BEEN REVOKED"
005120         MOVE "S002" TO WS-VIOLATION-CODE
005130         MOVE "OPERATOR AUTHORITY REVOKED" TO WS-VIOLATION-TEXT
005140         PERFORM 7100-WRITE-VIOLATION-RECORD
005150             THRU 7100-WRITE-VIOLATION-RECORD-EXIT
005160         GO TO 6700-CHECK-AUTHORITY-EXIT
005170     END-IF.

005180     EVALUATE TRUE
005190         WHEN REQUEST-SIGN-ON
005200             SET ACTION-IS-PERMITTED TO TRUE
005210         WHEN REQUEST-ADD
005220           AND OPA-ADD-ALLOWED
005230             SET ACTION-IS-PERMITTED TO TRUE
005240         WHEN REQUEST-CHANGE
005250           AND OPA-CHANGE-ALLOWED
005260             SET ACTION-IS-PERMITTED TO TRUE
005270         WHEN REQUEST-REVOKE
005280           AND OPA-INACTIVATE-ALLOWED
005290             SET ACTION-IS-PERMITTED TO TRUE
005300         WHEN REQUEST-REINSTATE
005310           AND OPA-REACTIVATE-ALLOWED
005320             SET ACTION-IS-PERMITTED TO TRUE
005330     END-EVALUATE.

005340     IF ACTION-IS-REFUSED
005350         DISPLAY "OPERATOR " WS-OPERATOR-ID " NOT PERMITTED TO "
005360             WS-REQUESTED-ACTION " - ACTION REFUSED"
005370         MOVE "S003" TO WS-VIOLATION-CODE
005380         MOVE "ACTION NOT PERMITTED FOR OPERATOR"
005390             TO WS-VIOLATION-TEXT
005400         PERFORM 7100-WRITE-VIOLATION-RECORD
005410             THRU 7100-WRITE-VIOLATION-RECORD-EXIT
005420     END-IF.
005430 6700-CHECK-AUTHORITY-EXIT.
005440     EXIT.

005450******************************************************************
005460*    7100-WRITE-VIOLATION-RECORD
005470*        APPENDS ONE SECURITY-VIOLATION RECORD TO SECLOG.  A
005480*        FAILURE HERE IS FATAL - A REFUSED ATTEMPT THAT LEAVES
005490*        NO TRACE DEFEATS THE POINT OF THE CHECK.
005500******************************************************************
005510 7100-WRITE-VIOLATION-RECORD.
005520     ACCEPT WS-CURRENT-DATE-TIME FROM DATE YYYYMMDD.
005530     ACCEPT WS-CURRENT-TIME FROM TIME.
005540     MOVE SPACES               TO SEC-VIOLATION-RECORD.
005550     MOVE WS-CURRENT-DATE      TO SEC-DATE.
005560     MOVE WS-CURRENT-TIME      TO SEC-TIME.
005570     MOVE WS-TRANSACTION-NAME  TO SEC-TRANSACTION.
005580     MOVE WS-OPERATOR-ID       TO SEC-OPERATOR.
005590     MOVE WS-REQUESTED-ACTION  TO SEC-ACTION.
005600     MOVE WS-VIOLATION-CODE    TO SEC-REASON-CODE.
005610     MOVE WS-VIOLATION-TEXT    TO SEC-REASON-TEXT.
005620     WRITE SEC-VIOLATION-RECORD.
005630     IF WS-SECLOG-STATUS NOT = "00"
005640         MOVE "SECLOG" TO WS-FAILING-FILE-NAME
005650         MOVE WS-SECLOG-STATUS TO WS-FAILING-FILE-STATUS
005660         PERFORM 9900-FILE-ERROR THRU 9900-FILE-ERROR-EXIT
005670     END-IF.
005680 7100-WRITE-VIOLATION-RECORD-EXIT.
005690     EXIT.

005700******************************************************************
005710*    9000-TERMINATE
005720******************************************************************
005730 9000-TERMINATE.
005740     CLOSE OPRFILE.
005750     CLOSE SECLOG.
005760 9000-TERMINATE-EXIT.
005770     EXIT.

005780******************************************************************
005790*    9900-FILE-ERROR
005800*        A FILE FAILED TO OPEN OR WRITE IN A WAY THAT CANNOT BE
005810*        WORKED AROUND (E.G. ANOTHER JOB HAS IT LOCKED).
005820*        DISPLAYS THE FILE STATUS SO THE OPERATOR CAN SEE WHAT
005830*        WENT WRONG AND ENDS THE TRANSACTION.
005840******************************************************************
005850 9900-FILE-ERROR.
005860     DISPLAY "FATAL FILE ERROR ON " WS-FAILING-FILE-NAME
005870         " - FILE STATUS = " WS-FAILING-FILE-STATUS.
005880     STOP RUN.
005890 9900-FILE-ERROR-EXIT.
005900     EXIT.
