000140*                       DRAWER THAT USED TO HOLD THESE RECORDS
000150*                       HAS ALREADY COST US A MISSED
000160*                       TERMINATION.
000162*    10/15/2026  MTK    EVERY REJECTED RELEASE IS NOW ALSO
000164*                       APPENDED, WITH ITS REASON, TO THE SUSFILE
000166*                       SUSPENSE FILE FOR CORRECT-AND-RESUBMIT
000168*                       THROUGH SUSREL.
000170******************************************************************
000180*    REMARKS.
000190*        READS THE PENDING FILE WRITTEN BY USRBATCH AND APPLIES
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS WS-PRTFILE-STATUS.

000552     SELECT SUSFILE  ASSIGN TO "SUSFILE"
000554         ORGANIZATION IS LINE SEQUENTIAL
000556         FILE STATUS IS WS-SUSFILE-STATUS.

000560 DATA DIVISION.
000570 FILE SECTION.
000580 FD  PNDFILE
000710     RECORDING MODE IS F.
000720 01  PRT-LINE                    PIC X(80).

000722 FD  SUSFILE
000724     RECORDING MODE IS F.
000726     COPY SUSREC.

000730 WORKING-STORAGE SECTION.
000740******************************************************************
000750*    RUN-CONTROL COUNTERS AND SWITCHES
000830 77  WS-USRFILE-STATUS           PIC X(02) VALUE "00".
000840 77  WS-DEPTFILE-STATUS          PIC X(02) VALUE "00".
000850 77  WS-PRTFILE-STATUS           PIC X(02) VALUE "00".
000855 77  WS-SUSFILE-STATUS           PIC X(02) VALUE "00".

000860 77  WS-EOF-SWITCH               PIC X(01) VALUE "N".
000870     88  EOF-REACHED                 VALUE "Y".
001110         10  FILLER                   PIC 9(02).

001120 77  WS-RUN-DATE                 PIC X(08).
001125 77  WS-RUN-TIME                 PIC X(06).

001130******************************************************************
001140*    APPLY REPORT WORK AREAS - SAME PAGINATED HEADING STYLE AS
001960 1000-INITIALIZE.
001970     ACCEPT WS-CURRENT-DATE-TIME FROM DATE YYYYMMDD.
001980     MOVE WS-CURRENT-DATE-TIME TO WS-RUN-DATE.
001983     ACCEPT WS-CURRENT-TIME FROM TIME.
001986     MOVE WS-CURRENT-TIME TO WS-RUN-TIME.

001990     OPEN OUTPUT PRTFILE.
002000     IF WS-PRTFILE-STATUS NOT = "00"
002400     IF WS-DEPTFILE-STATUS NOT = "00"
002410         MOVE "DEPTFILE" TO WS-FAILING-FILE-NAME
002420         MOVE WS-DEPTFILE-STATUS TO WS-FAILING-FILE-STATUS
               PERFORM 9900-FILE-ERROR THRU 9900-FILE-ERROR-EXIT
           END-IF.

           OPEN EXTEND SUSFILE.
           IF WS-SUSFILE-STATUS = "35"
               OPEN OUTPUT SUSFILE
               CLOSE SUSFILE
               OPEN EXTEND SUSFILE
           END-IF.
           IF WS-SUSFILE-STATUS NOT = "00"
               MOVE "SUSFILE"  TO WS-FAILING-FILE-NAME
               MOVE WS-SUSFILE-STATUS TO WS-FAILING-FILE-STATUS
002430         PERFORM 9900-FILE-ERROR THRU 9900-FILE-ERROR-EXIT
002440     END-IF.
002450 1000-INITIALIZE-EXIT.
004520     MOVE WS-REJECT-REASON TO RPD-REASON.
004530     PERFORM 4000-WRITE-REPORT-LINE
004540         THRU 4000-WRITE-REPORT-LINE-EXIT.

           MOVE SPACES              TO SUSPENSE-RECORD.
           MOVE WS-RUN-DATE         TO SUS-REJECT-DATE.
           MOVE WS-RUN-TIME         TO SUS-REJECT-TIME.
           MOVE "USRPEND"           TO SUS-SOURCE-PROGRAM.
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
004550 3600-REJECT-TRANSACTION-EXIT.
004560     EXIT.

006060         CLOSE PNDWORK
006070         CLOSE USRFILE
006080         CLOSE DEPTFILE
006085         CLOSE SUSFILE
006090     END-IF.
006100     CLOSE PRTFILE.
006110 9000-TERMINATE-EXIT.
