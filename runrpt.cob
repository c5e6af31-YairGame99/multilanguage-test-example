000220*                       FLAGGED AS SCHEDULED INSTEAD OF AS A
000230*                       MISSED RUN, SO WEEKENDS AND HOLIDAYS
000240*                       STOP ARRIVING MARKED AS FAILURES.
000241*    10/15/2026  MTK    RUNLOG IS NOW A KSDS KEYED ON RUN DATE -
000242*                       THE REPORT STARTS AT THE FIRST OF THE
000243*                       REPORT MONTH AND STOPS AT THE END OF IT
000244*                       INSTEAD OF READING EVERY PRIOR MONTH.
000245*                       THE OLD-LAYOUT VIEW IS GONE; THE KSDS
000246*                       CONVERSION WIDENED THOSE ROWS.
000250******************************************************************
000260*    REMARKS.
000270*        READS THE RUNLOG AUDIT FILE AND SUMMARISES ONE CALENDAR
000460         FILE STATUS IS WS-PARMFILE-STATUS.
000470
000480     SELECT RUNLOG   ASSIGN TO "RUNLOG"
000490         ORGANIZATION IS INDEXED
000493         ACCESS MODE IS DYNAMIC
000496         RECORD KEY IS RLG-RUN-KEY
000500         FILE STATUS IS WS-RUNLOG-STATUS.
000510
000520     SELECT CALFILE  ASSIGN TO "CALFILE"
001260     05  WS-CAL-YYYYMM            PIC X(06).
001270     05  WS-CAL-DD                PIC 9(02).

001430******************************************************************
001440*    PER-DAY TALLY TABLE - ONE ROW PER CALENDAR DAY OF THE
001450*    REPORT MONTH.
003030         MOVE WS-RUNLOG-STATUS TO WS-FAILING-FILE-STATUS
003040         PERFORM 9900-FILE-ERROR THRU 9900-FILE-ERROR-EXIT
003050     END-IF.

           MOVE WS-REPORT-MONTH TO WS-RLG-YYYYMM.
           MOVE ZERO            TO WS-RLG-DD.
           MOVE WS-RLG-DATE-SPLIT TO RLG-RUN-DATE.
           MOVE LOW-VALUES      TO RLG-SITE-CODE.
           MOVE LOW-VALUES      TO RLG-RUN-TIME.
           START RUNLOG KEY IS NOT LESS THAN RLG-RUN-KEY
               INVALID KEY
                   SET EOF-REACHED TO TRUE
           END-START.
003060
003070     OPEN OUTPUT PRTFILE.
003080     IF WS-PRTFILE-STATUS NOT = "00"
005020
005030******************************************************************
005040*    3100-TALLY-ONE-RECORD
005050*        RUNLOG IS POSITIONED AT THE FIRST OF THE REPORT MONTH
005060*        BY 1000-INITIALIZE; THE FIRST RECORD STAMPED IN A LATER
005070*        MONTH ENDS THE TALLY.
005080******************************************************************
005090 3100-TALLY-ONE-RECORD.
005100     READ RUNLOG NEXT RECORD
005110         AT END
005120             SET EOF-REACHED TO TRUE
005130             GO TO 3100-TALLY-ONE-RECORD-EXIT
005170
005180     MOVE RLG-RUN-DATE TO WS-RLG-DATE-SPLIT.
005190     IF WS-RLG-YYYYMM NOT = WS-REPORT-MONTH
005195         SET EOF-REACHED TO TRUE
005200         GO TO 3100-TALLY-ONE-RECORD-EXIT
005210     END-IF.
005220
005290
005300     MOVE WS-RLG-DD TO WS-DAY-SUB.

005360     ADD 1 TO WS-DAY-RUNS (WS-DAY-SUB).
005370     ADD 1 TO WS-MONTH-RUNS.
005380     ADD RLG-ITERATIONS-DONE TO WS-MONTH-ITERATIONS.
005520             ADD 1 TO WS-MONTH-OTHER
005530     END-EVALUATE.
005540 3100-TALLY-ONE-RECORD-EXIT.
005850     EXIT.

005860******************************************************************
