000130*                       DAY'S DISTOUT DISTRIBUTION.  A ROW THE
000140*                       RECEIVING SYSTEM DROPPED USED TO VANISH
000150*                       UNTIL A USER COMPLAINED WEEKS LATER.
000152*    10/15/2026  MTK    EVERY ROW RECONCILED NOW ALSO APPENDS ITS
000154*                       OUTCOME (ACKNOWLEDGED, NOT ACKNOWLEDGED,
000156*                       NEVER DISTRIBUTED) TO THE ACKHIST FILE SO
000158*                       THE USRINQ INQUIRY CAN SHOW IT LATER.
000160******************************************************************
000170*    REMARKS.
000180*        READS THE CURRENT DISTOUT GENERATION WRITTEN BY
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS IS WS-ACKFILE-STATUS.

000412     SELECT ACKHIST  ASSIGN TO "ACKHIST"
000414         ORGANIZATION IS LINE SEQUENTIAL
000416         FILE STATUS IS WS-ACKHIST-STATUS.

000420     SELECT PRTFILE  ASSIGN TO "PRTFILE"
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS IS WS-PRTFILE-STATUS.
000510     RECORDING MODE IS F.
000520     COPY ACKREC.

000522 FD  ACKHIST
000524     RECORDING MODE IS F.
000526     COPY ACKHIST.

000530 FD  PRTFILE
000540     RECORDING MODE IS F.
000550 01  PRT-LINE                    PIC X(80).
000660 77  WS-DISTOUT-STATUS           PIC X(02) VALUE "00".
000670 77  WS-ACKFILE-STATUS           PIC X(02) VALUE "00".
000680 77  WS-PRTFILE-STATUS           PIC X(02) VALUE "00".
000685 77  WS-ACKHIST-STATUS           PIC X(02) VALUE "00".

000690 77  WS-EOF-SWITCH               PIC X(01) VALUE "N".
000700     88  EOF-REACHED                 VALUE "Y".
001960         PERFORM 9900-FILE-ERROR THRU 9900-FILE-ERROR-EXIT
001970     END-IF.

           OPEN EXTEND ACKHIST.
           IF WS-ACKHIST-STATUS = "35"
               OPEN OUTPUT ACKHIST
               CLOSE ACKHIST
               OPEN EXTEND ACKHIST
           END-IF.
           IF WS-ACKHIST-STATUS NOT = "00"
               MOVE "ACKHIST"  TO WS-FAILING-FILE-NAME
               MOVE WS-ACKHIST-STATUS TO WS-FAILING-FILE-STATUS
               PERFORM 9900-FILE-ERROR THRU 9900-FILE-ERROR-EXIT
           END-IF.

001980     OPEN OUTPUT PRTFILE.
001990     IF WS-PRTFILE-STATUS NOT = "00"
002000         MOVE "PRTFILE"  TO WS-FAILING-FILE-NAME
002930         UNTIL WS-DIST-SUB > WS-DIST-COUNT
002940            OR ACK-WAS-MATCHED.

002945     MOVE SPACES TO ACK-HISTORY-RECORD.
002950     IF ACK-WAS-MATCHED
002960         ADD 1 TO WS-ROWS-MATCHED
002965         MOVE "A" TO AKH-OUTCOME
002970     ELSE
002980         ADD 1 TO WS-UNDISTRIBUTED-COUNT
002985         MOVE "X" TO AKH-OUTCOME
002990         MOVE ACK-USER-ID TO RPD-USER-ID
003000         MOVE "ACKNOWLEDGED BUT NEVER DISTRIBUTED"
003010                          TO RPD-EXCEPTION
003020         PERFORM 4200-WRITE-REPORT-LINE
003030             THRU 4200-WRITE-REPORT-LINE-EXIT
003040     END-IF.

003042     MOVE ACK-USER-ID  TO AKH-USER-ID.
003044     MOVE ACK-RUN-DATE TO AKH-RUN-DATE.
003046     PERFORM 4300-WRITE-ACK-HISTORY
003048         THRU 4300-WRITE-ACK-HISTORY-EXIT.
003050 3100-MATCH-ONE-ACK-EXIT.
003060     EXIT.

003320                          TO RPD-EXCEPTION
003330         PERFORM 4200-WRITE-REPORT-LINE
003340             THRU 4200-WRITE-REPORT-LINE-EXIT
003341         MOVE SPACES       TO ACK-HISTORY-RECORD
003342         MOVE WS-DIST-USER-ID (WS-DIST-SUB) TO AKH-USER-ID
003343         MOVE WS-DIST-DATE TO AKH-RUN-DATE
003344         MOVE "U"          TO AKH-OUTCOME
003345         PERFORM 4300-WRITE-ACK-HISTORY
003346             THRU 4300-WRITE-ACK-HISTORY-EXIT
003350     END-IF.
003360 4100-CHECK-ONE-DIST-ROW-EXIT.
003370     EXIT.
003510     END-IF.
003520     ADD 1 TO WS-LINES-ON-PAGE.
003530 4200-WRITE-REPORT-LINE-EXIT.
           EXIT.

      ******************************************************************
      *    4300-WRITE-ACK-HISTORY
      *        APPENDS ONE OUTCOME ROW TO ACKHIST.  THE CALLER HAS
      *        CLEARED THE RECORD AND SET THE USER ID, RUN DATE, AND
      *        OUTCOME.
      ******************************************************************
       4300-WRITE-ACK-HISTORY.
           MOVE WS-RUN-DATE TO AKH-MATCH-DATE.
           WRITE ACK-HISTORY-RECORD.
           IF WS-ACKHIST-STATUS NOT = "00"
               MOVE "ACKHIST" TO WS-FAILING-FILE-NAME
               MOVE WS-ACKHIST-STATUS TO WS-FAILING-FILE-STATUS
               PERFORM 9900-FILE-ERROR THRU 9900-FILE-ERROR-EXIT
           END-IF.
       4300-WRITE-ACK-HISTORY-EXIT.
003540     EXIT.

003550******************************************************************
003930 9000-TERMINATE.
003940     CLOSE DISTOUT.
003950     CLOSE ACKFILE.
003955     CLOSE ACKHIST.
003960     CLOSE PRTFILE.
003970 9000-TERMINATE-EXIT.
003980     EXIT.
