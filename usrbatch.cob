000390*    09/02/2026  MTK    EVERY WRITE AND REWRITE NOW STAMPS
000400*                       USR-LAST-CHANGE-DATE, THE FIELD THE
000410*                       USRRETIR RETENTION UTILITY KEYS ON.
000411*    10/15/2026  MTK    EVERY REJECTED TRANSACTION IS NOW ALSO
000412*                       APPENDED, WITH ITS REASON, TO THE SUSFILE
000413*                       SUSPENSE FILE SO IT SURVIVES THE SYSOUT.
000414*                       CORRECTED ITEMS RELEASED BY SUSREL ARE
000415*                       READ FROM THE RELEASE FILE AFTER THE HR
000416*                       FEED AND GO THROUGH THE SAME EDITS; THE
000417*                       RELEASE FILE IS EMPTIED AT END OF RUN.
000420******************************************************************
000430*    REMARKS.
000440*        READS THE HR TRANSACTION FILE (ONE ADD/CHANGE/INACTIVATE
000810         ORGANIZATION IS LINE SEQUENTIAL
000820         FILE STATUS IS WS-PRTFILE-STATUS.
000830
000831     SELECT SUSFILE  ASSIGN TO "SUSFILE"
000832         ORGANIZATION IS LINE SEQUENTIAL
000833         FILE STATUS IS WS-SUSFILE-STATUS.
000834
000835     SELECT RELFILE  ASSIGN TO "RELFILE"
000836         ORGANIZATION IS LINE SEQUENTIAL
000837         FILE STATUS IS WS-RELFILE-STATUS.
000838
000840 DATA DIVISION.
000850 FILE SECTION.
000860 FD  TRNFILE
001030     RECORDING MODE IS F.
001040 01  PRT-LINE                    PIC X(80).
001050
001051 FD  SUSFILE
001052     RECORDING MODE IS F.
001053     COPY SUSREC.
001054
001055 FD  RELFILE
001056     RECORDING MODE IS F.
001057 01  REL-RECORD                  PIC X(80).
001058
001060 WORKING-STORAGE SECTION.
001070******************************************************************
001080*    RUN-CONTROL COUNTERS AND SWITCHES
001110 77  WS-TRANS-ACCEPTED           PIC 9(05) VALUE ZERO.
001120 77  WS-TRANS-REJECTED           PIC 9(05) VALUE ZERO.
001130 77  WS-TRANS-PENDING            PIC 9(05) VALUE ZERO.
001135 77  WS-TRANS-RELEASED           PIC 9(05) VALUE ZERO.
001140
001150 77  WS-TRNFILE-STATUS           PIC X(02) VALUE "00".
001160 77  WS-USRFILE-STATUS           PIC X(02) VALUE "00".
001170 77  WS-DEPTFILE-STATUS          PIC X(02) VALUE "00".
001180 77  WS-PNDFILE-STATUS           PIC X(02) VALUE "00".
001190 77  WS-PRTFILE-STATUS           PIC X(02) VALUE "00".
001193 77  WS-SUSFILE-STATUS           PIC X(02) VALUE "00".
001196 77  WS-RELFILE-STATUS           PIC X(02) VALUE "00".
001200
001210 77  WS-EOF-SWITCH               PIC X(01) VALUE "N".
001220     88  EOF-REACHED                 VALUE "Y".
001290 77  WS-DEPT-VALID-SWITCH        PIC X(01) VALUE "Y".
001300     88  DEPT-IS-VALID                  VALUE "Y".
001310     88  DEPT-IS-INVALID                VALUE "N".
001311
001312 77  WS-INPUT-SOURCE-SWITCH      PIC X(01) VALUE "H".
001313     88  READING-HR-FEED                VALUE "H".
001314     88  READING-RELEASES               VALUE "R".
001315
001316 77  WS-RELEASE-FILE-SWITCH      PIC X(01) VALUE "Y".
001317     88  RELEASE-FILE-PRESENT           VALUE "Y".
001318     88  RELEASE-FILE-ABSENT            VALUE "N".
001320
001330 77  WS-RETURN-CODE              PIC 9(02) VALUE ZERO.
001340
001470         10  FILLER                   PIC 9(02).
001480
001490 77  WS-RUN-DATE                 PIC X(08).
001495 77  WS-RUN-TIME                 PIC X(06).
001500
001510******************************************************************
001520*    APPLY REPORT WORK AREAS - SAME PAGINATED HEADING STYLE AS
002090     05  RPT4-TRANS-PENDING      PIC ZZZZ9.
002100     05  FILLER                  PIC X(46) VALUE SPACES.
002110
002111 01  RPT-TOTAL-LINE-5.
002112     05  FILLER                  PIC X(29) VALUE
002113         "RELEASED FROM SUSPENSE  . . ".
002114     05  RPT5-TRANS-RELEASED     PIC ZZZZ9.
002115     05  FILLER                  PIC X(46) VALUE SPACES.
002116
002120******************************************************************
002130*    TRANSACTION DISPOSITION WORK AREAS
002140******************************************************************
002480 1000-INITIALIZE.
002490     ACCEPT WS-CURRENT-DATE-TIME FROM DATE YYYYMMDD.
002500     MOVE WS-CURRENT-DATE-TIME TO WS-RUN-DATE.
002503     ACCEPT WS-CURRENT-TIME FROM TIME.
002506     MOVE WS-CURRENT-TIME TO WS-RUN-TIME.
002510
002520     OPEN INPUT  TRNFILE.
002530     IF WS-TRNFILE-STATUS NOT = "00"
002930         PERFORM 9900-FILE-ERROR THRU 9900-FILE-ERROR-EXIT
002940     END-IF.
002950
           OPEN EXTEND SUSFILE.
           IF WS-SUSFILE-STATUS = "35"
               OPEN OUTPUT SUSFILE
               CLOSE SUSFILE
               OPEN EXTEND SUSFILE
           END-IF.
           IF WS-SUSFILE-STATUS NOT = "00"
               MOVE "SUSFILE"  TO WS-FAILING-FILE-NAME
               MOVE WS-SUSFILE-STATUS TO WS-FAILING-FILE-STATUS
               PERFORM 9900-FILE-ERROR THRU 9900-FILE-ERROR-EXIT
           END-IF.

           OPEN INPUT RELFILE.
           IF WS-RELFILE-STATUS = "35"
               SET RELEASE-FILE-ABSENT TO TRUE
           ELSE
               IF WS-RELFILE-STATUS NOT = "00"
                   MOVE "RELFILE"  TO WS-FAILING-FILE-NAME
                   MOVE WS-RELFILE-STATUS TO WS-FAILING-FILE-STATUS
                   PERFORM 9900-FILE-ERROR THRU 9900-FILE-ERROR-EXIT
               END-IF
           END-IF.

002960     OPEN OUTPUT PRTFILE.
002970     IF WS-PRTFILE-STATUS NOT = "00"
002980         MOVE "PRTFILE"  TO WS-FAILING-FILE-NAME
003280******************************************************************
003290*    3000-APPLY-LOOP
003300*        DRIVES ONE HR TRANSACTION THROUGH THE APPLY PER PASS
003310*        UNTIL THE FEED, AND THEN THE SUSPENSE RELEASES QUEUED
003315*        BEHIND IT, ARE EXHAUSTED.
003320******************************************************************
003330 3000-APPLY-LOOP.
003340     PERFORM 3100-APPLY-ONE-TRANSACTION
003370 3000-APPLY-LOOP-EXIT.
003380     EXIT.
003390
003391******************************************************************
003392*    3050-READ-NEXT-TRANSACTION
003393*        READS THE HR FEED FIRST; AT ITS END SWITCHES TO THE
003394*        RELEASE FILE OF CORRECTED SUSPENSE ITEMS QUEUED BY
003395*        SUSREL, WHICH IS THE SAME USRTRAN LAYOUT.  EOF IS ONLY
003396*        SET WHEN BOTH ARE EXHAUSTED.
003397******************************************************************
003398 3050-READ-NEXT-TRANSACTION.
003399     IF READING-HR-FEED
003400         READ TRNFILE
003401             AT END
003402                 SET READING-RELEASES TO TRUE
003403         END-READ
003404     END-IF.
003405
003406     IF READING-HR-FEED
003407         GO TO 3050-READ-NEXT-TRANSACTION-EXIT
003408     END-IF.
003409
003410     IF RELEASE-FILE-ABSENT
003411         SET EOF-REACHED TO TRUE
003412         GO TO 3050-READ-NEXT-TRANSACTION-EXIT
003413     END-IF.
003414
003415     READ RELFILE INTO TRANSACTION-RECORD
003420         AT END
003430             SET EOF-REACHED TO TRUE
003440             GO TO 3050-READ-NEXT-TRANSACTION-EXIT
003450     END-READ.
           ADD 1 TO WS-TRANS-RELEASED.
       3050-READ-NEXT-TRANSACTION-EXIT.
           EXIT.

       3100-APPLY-ONE-TRANSACTION.
           PERFORM 3050-READ-NEXT-TRANSACTION
               THRU 3050-READ-NEXT-TRANSACTION-EXIT.
           IF EOF-REACHED
               GO TO 3100-APPLY-ONE-TRANSACTION-EXIT
           END-IF.
003460
003470     ADD 1 TO WS-TRANS-READ.
003480
005390
005400******************************************************************
005410*    3600-REJECT-TRANSACTION
005411*        LISTS THE REJECT ON THE APPLY REPORT AND APPENDS THE
005412*        TRANSACTION, WITH ITS REASON, TO THE SUSPENSE FILE.  A
005413*        SUSPENSE WRITE FAILURE IS FATAL - A REJECT THAT IS NOT
005414*        ON THE SUSPENSE FILE IS EXACTLY THE LOST CHANGE THE
005415*        FILE EXISTS TO PREVENT.
005420******************************************************************
005430 3600-REJECT-TRANSACTION.
005440     ADD 1 TO WS-TRANS-REJECTED.
005480     MOVE WS-REJECT-REASON TO RPD-REASON.
005490     PERFORM 4000-WRITE-REPORT-LINE
005500         THRU 4000-WRITE-REPORT-LINE-EXIT.

           MOVE SPACES              TO SUSPENSE-RECORD.
           MOVE WS-RUN-DATE         TO SUS-REJECT-DATE.
           MOVE WS-RUN-TIME         TO SUS-REJECT-TIME.
           MOVE "USRBATCH"          TO SUS-SOURCE-PROGRAM.
           MOVE WS-TRANS-READ       TO SUS-SOURCE-SEQUENCE.
           MOVE WS-REJECT-REASON    TO SUS-REJECT-REASON.
           MOVE TRANSACTION-RECORD  TO SUS-TRANSACTION-IMAGE.
           SET SUS-OPEN TO TRUE.
           WRITE SUSPENSE-RECORD.
           IF WS-SUSFILE-STATUS NOT = "00"
               MOVE "SUSFILE" TO WS-FAILING-FILE-NAME
               MOVE WS-SUSFILE-STATUS TO WS-FAILING-FILE-STATUS
               PERFORM 9900-FILE-ERROR THRU 9900-FILE-ERROR-EXIT
           END-IF.
005510 3600-REJECT-TRANSACTION-EXIT.
005520     EXIT.
005530
006550     MOVE WS-TRANS-ACCEPTED TO RPT2-TRANS-ACCEPTED.
006560     MOVE WS-TRANS-REJECTED TO RPT3-TRANS-REJECTED.
006570     MOVE WS-TRANS-PENDING  TO RPT4-TRANS-PENDING.
006575     MOVE WS-TRANS-RELEASED TO RPT5-TRANS-RELEASED.
006580     WRITE PRT-LINE FROM RPT-TOTAL-LINE-1.
006590     WRITE PRT-LINE FROM RPT-TOTAL-LINE-2.
006600     WRITE PRT-LINE FROM RPT-TOTAL-LINE-3.
006610     WRITE PRT-LINE FROM RPT-TOTAL-LINE-4.
006615     WRITE PRT-LINE FROM RPT-TOTAL-LINE-5.
006620 5000-PRINT-REPORT-TOTAL-EXIT.
006630     EXIT.
006640
006650******************************************************************
006660*    9000-TERMINATE
006662*        THE RELEASE FILE IS EMPTIED ONCE ITS TRANSACTIONS HAVE
006664*        BEEN THROUGH THE APPLY - ANY THAT WERE REJECTED AGAIN
006666*        ARE BACK ON THE SUSPENSE FILE WITH THEIR NEW REASON.
006670******************************************************************
006680 9000-TERMINATE.
006690     IF WS-TRANS-REJECTED > ZERO
006750     CLOSE DEPTFILE.
006760     CLOSE PNDFILE.
006770     CLOSE PRTFILE.
           CLOSE SUSFILE.

           IF RELEASE-FILE-PRESENT
               CLOSE RELFILE
               OPEN OUTPUT RELFILE
               IF WS-RELFILE-STATUS NOT = "00"
                   MOVE "RELFILE" TO WS-FAILING-FILE-NAME
                   MOVE WS-RELFILE-STATUS TO WS-FAILING-FILE-STATUS
                   PERFORM 9900-FILE-ERROR THRU 9900-FILE-ERROR-EXIT
               END-IF
               CLOSE RELFILE
           END-IF.
006780 9000-TERMINATE-EXIT.
006790     EXIT.
006800
