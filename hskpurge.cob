000140*                       HAVE GROWN SINCE THE DAY THEY WERE
000150*                       CREATED; EVERY JOB THAT SCANS THEM READS
000160*                       MONTHS OF DEAD HISTORY.
000161*    10/15/2026  MTK    RUNLOG AND XTRFILE ARE NOW KSDS FILES
000162*                       KEYED ON RUN DATE.  THEIR OLD RECORDS ARE
000163*                       ARCHIVED AND DELETED IN PLACE FROM THE
000164*                       FRONT OF THE FILE AND THE RECENT ONES ARE
000165*                       NOT READ; THE RUNWORK/XTRWORK COPY-BACK
000166*                       IS GONE.  REJFILE IS UNCHANGED.
000170******************************************************************
000180*    REMARKS.
000190*        DRIVEN BY THE RETENTION-DAYS PARAMETER ON PARMFILE.
000200*        FOR EACH OF THE THREE LIVE FILES, RECORDS STAMPED
000210*        BEFORE TODAY MINUS THE RETENTION DAYS ARE COPIED TO
000220*        THAT FILE'S ARCHIVE AND REMOVED FROM THE LIVE FILE -
000230*        DELETED IN PLACE FROM THE KEYED RUNLOG AND XTRFILE,
000240*        WHICH ARE READ ONLY AS FAR AS THE CUTOFF DATE; SPLIT TO
000250*        A WORK FILE AND COPIED BACK FOR THE SEQUENTIAL REJFILE.
000253*        EITHER WAY THE ARCHIVE COPY IS ON DISK BEFORE THE LIVE
000256*        RECORD GOES.  A RECORD WITH A BLANK OR NON-NUMERIC DATE
000260*        IS KEPT - NOTHING IS PURGED THAT CANNOT BE DATED.
000270*        COUNTS OF WHAT WAS READ, KEPT, AND ARCHIVED/PURGED ARE
000280*        PRINTED FOR EACH FILE (FOR THE KEYED FILES, WHAT WAS
000285*        READ UP TO THE CUTOFF).
000290******************************************************************
000300
000310 ENVIRONMENT DIVISION.
000400         FILE STATUS IS WS-PARMFILE-STATUS.
000410
000420     SELECT RUNLOG   ASSIGN TO "RUNLOG"
000430         ORGANIZATION IS INDEXED
000433         ACCESS MODE IS DYNAMIC
000436         RECORD KEY IS RLG-RUN-KEY
000440         FILE STATUS IS WS-RUNLOG-STATUS.
000450
000460     SELECT RUNARCH  ASSIGN TO "RUNARCH"
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS WS-RUNARCH-STATUS.
000530
000540     SELECT REJFILE  ASSIGN TO "REJFILE"
000550         ORGANIZATION IS LINE SEQUENTIAL
000640         FILE STATUS IS WS-REJWORK-STATUS.
000650
000660     SELECT XTRFILE  ASSIGN TO "XTRFILE"
000670         ORGANIZATION IS INDEXED
000673         ACCESS MODE IS DYNAMIC
000676         RECORD KEY IS XTR-KEY
000680         FILE STATUS IS WS-XTRFILE-STATUS.
000690
000700     SELECT XTRARCH  ASSIGN TO "XTRARCH"
000710         ORGANIZATION IS LINE SEQUENTIAL
000720         FILE STATUS IS WS-XTRARCH-STATUS.
000770
000780     SELECT PRTFILE  ASSIGN TO "PRTFILE"
000790         ORGANIZATION IS LINE SEQUENTIAL
000920 FD  RUNARCH
000930     RECORDING MODE IS F.
000940 01  RUNARCH-RECORD              PIC X(70).
000990
001000 FD  REJFILE
001010     RECORDING MODE IS F.
001170     RECORDING MODE IS F.
001180 01  XTRARCH-RECORD              PIC X(54).
001190
001240 FD  PRTFILE
001250     RECORDING MODE IS F.
001260 01  PRT-LINE                    PIC X(80).
001370 77  WS-PARMFILE-STATUS          PIC X(02) VALUE "00".
001380 77  WS-RUNLOG-STATUS            PIC X(02) VALUE "00".
001390 77  WS-RUNARCH-STATUS           PIC X(02) VALUE "00".
001410 77  WS-REJFILE-STATUS           PIC X(02) VALUE "00".
001420 77  WS-REJARCH-STATUS           PIC X(02) VALUE "00".
001430 77  WS-REJWORK-STATUS           PIC X(02) VALUE "00".
001440 77  WS-XTRFILE-STATUS           PIC X(02) VALUE "00".
001450 77  WS-XTRARCH-STATUS           PIC X(02) VALUE "00".
001470 77  WS-PRTFILE-STATUS           PIC X(02) VALUE "00".
001480
001490 77  WS-EOF-SWITCH               PIC X(01) VALUE "N".
004130
004140******************************************************************
004150*    3000-PURGE-RUNLOG
004160*        RUNLOG IS KEYED ON RUN DATE FIRST, SO THE RECORDS OLDER
004170*        THAN THE CUTOFF ARE THE FRONT OF THE FILE.  THEY ARE
004180*        READ FROM THE START UNTIL THE FIRST RECORD DATED ON OR
004190*        AFTER THE CUTOFF; EACH IS WRITTEN TO THE ARCHIVE AND
004192*        ONLY THEN DELETED, SO NOTHING LEAVES THE LIVE FILE
004194*        BEFORE ITS ARCHIVE COPY IS ON DISK.  THE RECENT RECORDS
004196*        ARE NEVER READ.  AN UNDATED RECORD PASSED ON THE WAY IS
004198*        KEPT AND COUNTED AS KEPT.
004200******************************************************************
004210 3000-PURGE-RUNLOG.
004220     MOVE ZERO TO WS-READ-COUNT.
004230     MOVE ZERO TO WS-KEPT-COUNT.
004240     MOVE ZERO TO WS-ARCHIVED-COUNT.
004250
004260     OPEN I-O RUNLOG.
004270     IF WS-RUNLOG-STATUS = "35"
004280         MOVE "RUNLOG  " TO RPF-FILE-NAME
004290         PERFORM 6000-PRINT-FILE-COUNTS
004480         PERFORM 9900-FILE-ERROR THRU 9900-FILE-ERROR-EXIT
004490     END-IF.
004500
004510     SET NOT-EOF-REACHED TO TRUE.
004520     MOVE LOW-VALUES TO RLG-RUN-KEY.
004530     START RUNLOG KEY IS NOT LESS THAN RLG-RUN-KEY
004540         INVALID KEY
004550             SET EOF-REACHED TO TRUE
004560     END-START.
004570
004590     PERFORM 3100-PURGE-ONE-RUNLOG
004600         THRU 3100-PURGE-ONE-RUNLOG-EXIT
004610         UNTIL EOF-REACHED.
004620
004630     CLOSE RUNLOG.
004640     CLOSE RUNARCH.
004870
004880     MOVE "RUNLOG  " TO RPF-FILE-NAME.
004890     PERFORM 6000-PRINT-FILE-COUNTS
004910 3000-PURGE-RUNLOG-EXIT.
004920     EXIT.
004930
004940 3100-PURGE-ONE-RUNLOG.
004950     READ RUNLOG NEXT RECORD
004960         AT END
004970             SET EOF-REACHED TO TRUE
004980             GO TO 3100-PURGE-ONE-RUNLOG-EXIT
004990     END-READ.
005000
005001     MOVE RLG-RUN-DATE TO WS-RECORD-DATE.
005002     IF WS-RECORD-DATE NUMERIC
005003       AND WS-RECORD-DATE NOT < WS-CUTOFF-DATE
005004         SET EOF-REACHED TO TRUE
005005         GO TO 3100-PURGE-ONE-RUNLOG-EXIT
005006     END-IF.
005007
005010     ADD 1 TO WS-READ-COUNT.
005030
005040     IF WS-RECORD-DATE NOT NUMERIC
005220         ADD 1 TO WS-KEPT-COUNT
005225         GO TO 3100-PURGE-ONE-RUNLOG-EXIT
005230     END-IF.
005260
005268     MOVE RUNLOG-RECORD TO RUNARCH-RECORD.
005276     WRITE RUNARCH-RECORD.
005284     IF WS-RUNARCH-STATUS NOT = "00"
005292         MOVE "RUNARCH" TO WS-FAILING-FILE-NAME
005300         MOVE WS-RUNARCH-STATUS TO WS-FAILING-FILE-STATUS
005308         PERFORM 9900-FILE-ERROR THRU 9900-FILE-ERROR-EXIT
005316     END-IF.
005330
005340     DELETE RUNLOG RECORD.
005360     IF WS-RUNLOG-STATUS NOT = "00"
005370         MOVE "RUNLOG" TO WS-FAILING-FILE-NAME
005380         MOVE WS-RUNLOG-STATUS TO WS-FAILING-FILE-STATUS
005390         PERFORM 9900-FILE-ERROR THRU 9900-FILE-ERROR-EXIT
005400     END-IF.
005406     ADD 1 TO WS-ARCHIVED-COUNT.
005412 3100-PURGE-ONE-RUNLOG-EXIT.
005420     EXIT.
005430
005440******************************************************************
005450*    4000-PURGE-REJFILE
005460*        REJFILE IS SEQUENTIAL, SO IT IS PURGED IN TWO PASSES,
005470*        TESTING REJ-RUN-DATE.  PASS 1 SPLITS THE LIVE FILE -
005472*        OLD RECORDS TO THE ARCHIVE, RECENT ONES TO THE WORK
005474*        FILE.  PASS 2 REWRITES THE LIVE FILE FROM THE WORK
005476*        FILE, SO THE ARCHIVE IS ON DISK BEFORE THE LIVE FILE
005478*        IS DISTURBED.
005480******************************************************************
005490 4000-PURGE-REJFILE.
005500     MOVE ZERO TO WS-READ-COUNT.
006710
006720******************************************************************
006730*    5000-PURGE-XTRFILE
006740*        SAME IN-PLACE PURGE AS 3000-PURGE-RUNLOG - THE EXTRACT
006750*        KEY ALSO LEADS WITH THE RUN DATE (XTR-RUN-DATE).
006760******************************************************************
006770 5000-PURGE-XTRFILE.
006780     MOVE ZERO TO WS-READ-COUNT.
006790     MOVE ZERO TO WS-KEPT-COUNT.
006800     MOVE ZERO TO WS-ARCHIVED-COUNT.
006810
006820     OPEN I-O XTRFILE.
006830     IF WS-XTRFILE-STATUS = "35"
006840         MOVE "XTRFILE " TO RPF-FILE-NAME
006850         PERFORM 6000-PRINT-FILE-COUNTS
007040         PERFORM 9900-FILE-ERROR THRU 9900-FILE-ERROR-EXIT
007050     END-IF.
007060
007070     SET NOT-EOF-REACHED TO TRUE.
007080     MOVE LOW-VALUES TO XTR-KEY.
007090     START XTRFILE KEY IS NOT LESS THAN XTR-KEY
007100         INVALID KEY
007110             SET EOF-REACHED TO TRUE
007120     END-START.
007130
007150     PERFORM 5100-PURGE-ONE-EXTRACT
007160         THRU 5100-PURGE-ONE-EXTRACT-EXIT
007170         UNTIL EOF-REACHED.
007180
007190     CLOSE XTRFILE.
007200     CLOSE XTRARCH.
007430
007440     MOVE "XTRFILE " TO RPF-FILE-NAME.
007450     PERFORM 6000-PRINT-FILE-COUNTS
007470 5000-PURGE-XTRFILE-EXIT.
007480     EXIT.
007490
007500 5100-PURGE-ONE-EXTRACT.
007510     READ XTRFILE NEXT RECORD
007520         AT END
007530             SET EOF-REACHED TO TRUE
007540             GO TO 5100-PURGE-ONE-EXTRACT-EXIT
007550     END-READ.
007560
007561     MOVE XTR-RUN-DATE TO WS-RECORD-DATE.
007562     IF WS-RECORD-DATE NUMERIC
007563       AND WS-RECORD-DATE NOT < WS-CUTOFF-DATE
007564         SET EOF-REACHED TO TRUE
007565         GO TO 5100-PURGE-ONE-EXTRACT-EXIT
007566     END-IF.
007567
007570     ADD 1 TO WS-READ-COUNT.
007590
007600     IF WS-RECORD-DATE NOT NUMERIC
007780         ADD 1 TO WS-KEPT-COUNT
007785         GO TO 5100-PURGE-ONE-EXTRACT-EXIT
007790     END-IF.
007820
007828     MOVE EXTRACT-RECORD TO XTRARCH-RECORD.
007836     WRITE XTRARCH-RECORD.
007844     IF WS-XTRARCH-STATUS NOT = "00"
007852         MOVE "XTRARCH" TO WS-FAILING-FILE-NAME
007860         MOVE WS-XTRARCH-STATUS TO WS-FAILING-FILE-STATUS
007868         PERFORM 9900-FILE-ERROR THRU 9900-FILE-ERROR-EXIT
007876     END-IF.
007890
007900     DELETE XTRFILE RECORD.
007920     IF WS-XTRFILE-STATUS NOT = "00"
007930         MOVE "XTRFILE" TO WS-FAILING-FILE-NAME
007940         MOVE WS-XTRFILE-STATUS TO WS-FAILING-FILE-STATUS
007950         PERFORM 9900-FILE-ERROR THRU 9900-FILE-ERROR-EXIT
007960     END-IF.
007966     ADD 1 TO WS-ARCHIVED-COUNT.
007972 5100-PURGE-ONE-EXTRACT-EXIT.
007980     EXIT.
007990
008000******************************************************************
