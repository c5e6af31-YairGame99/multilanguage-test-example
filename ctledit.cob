000130*                       CTL-COUNT USED TO SURFACE ONLY AT RUN
000140*                       TIME, COSTING THE WHOLE BATCH WINDOW
000150*                       AND A PAGE-OUT.
000151*    10/15/2026  MTK    THE CONTROL FILE NOW CARRIES ONE RECORD
000152*                       PER SITE.  EVERY RECORD IS EDITED UNDER
000153*                       ITS OWN SITE LINE, AND THE FILE AS A
000154*                       WHOLE IS CHECKED FOR DUPLICATE SITES,
000155*                       A BAD HOME-SITE FLAG, AND MORE THAN ONE
000156*                       HOME SITE.
000160******************************************************************
000170*    REMARKS.
000180*        READS THE CONTROL CARD AND APPLIES EVERY EDIT THE
000270*        THE CARD IS FIXED IN THE AFTERNOON INSTEAD OF LOSING
000280*        THE NIGHT.  A FULL-ROSTER CARD SKIPS THE COUNT EDITS,
000290*        THE SAME WAY 1200 DOES.
000291*
000292*        THE FILE HOLDS ONE CARD PER SITE.  EACH CARD IS EDITED
000293*        ON ITS OWN UNDER A SITE LINE, THEN THE FILE IS CHECKED
000294*        AS A WHOLE - NO SITE CODE TWICE, NO MORE CARDS THAN THE
000295*        NIGHTLY RUN CAN HOLD, AND AT MOST ONE CARD FLAGGED AS
000296*        THE HOME SITE.
000300******************************************************************

000310 ENVIRONMENT DIVISION.
000590     88  CONTROL-RECORD-MISSING       VALUE "Y".
000600     88  CONTROL-RECORD-PRESENT       VALUE "N".

       77  WS-EOF-SWITCH               PIC X(01) VALUE "N".
           88  EOF-REACHED                  VALUE "Y".
           88  NOT-EOF-REACHED              VALUE "N".

      ******************************************************************
      *    SITE CARD TABLE - ONE ENTRY PER CARD READ, SO A SITE CODE
      *    ALREADY SEEN CAN BE FLAGGED.  WS-SITE-CARD-MAX MATCHES THE
      *    SITE CONTROL TABLE IN HELLOCOBOL.
      ******************************************************************
       77  WS-SITE-CARD-COUNT          PIC 9(03) COMP VALUE ZERO.
       77  WS-SITE-CARD-MAX            PIC 9(03) COMP VALUE 20.
       77  WS-SITE-CARD-SUB            PIC 9(03) COMP VALUE ZERO.
       77  WS-HOME-SITE-COUNT          PIC 9(03) COMP VALUE ZERO.
       77  WS-CARD-NUMBER              PIC 9(03) VALUE ZERO.

       77  WS-DUPLICATE-SITE-SWITCH    PIC X(01) VALUE "N".
           88  DUPLICATE-SITE-FOUND         VALUE "Y".
           88  DUPLICATE-SITE-NOT-FOUND     VALUE "N".

       01  WS-SITE-CARD-TABLE.
           05  WS-SCD-SITE-CODE        PIC X(04) OCCURS 20 TIMES.

000610 77  WS-RETURN-CODE              PIC 9(02) VALUE ZERO.

000620******************************************************************
000960     05  RPR-REASON-TEXT         PIC X(45).
000970     05  FILLER                  PIC X(04) VALUE SPACES.

000971 01  RPT-SITE-LINE.
000972     05  FILLER                  PIC X(12) VALUE "SITE RECORD ".
000973     05  RPS-CARD-NUMBER         PIC ZZ9.
000974     05  FILLER                  PIC X(07) VALUE "  SITE ".
000975     05  RPS-SITE-CODE           PIC X(04).
000976     05  FILLER                  PIC X(02) VALUE SPACES.
000977     05  RPS-HOME-TEXT           PIC X(09).
000978     05  FILLER                  PIC X(43) VALUE SPACES.

000980 01  RPT-VERDICT-LINE.
000990     05  RPV-VERDICT-TEXT        PIC X(80).

001090     IF CONTROL-RECORD-PRESENT
001100         PERFORM 3000-EDIT-CONTROL-CARD
001110             THRU 3000-EDIT-CONTROL-CARD-EXIT
001112             UNTIL EOF-REACHED
001114         PERFORM 3800-EDIT-HOME-SITE-COUNT
001116             THRU 3800-EDIT-HOME-SITE-COUNT-EXIT
001120     END-IF.

001130     PERFORM 5000-PRINT-VERDICT
001700*        ONE PARAGRAPH PER FIELD, IN THE ORDER THE FIELDS SIT ON
001710*        THE CARD.  THE FLAG EDITS RUN FIRST BECAUSE A BAD
001720*        FULL-ROSTER FLAG DECIDES WHETHER THE COUNT EDITS EVEN
001730*        APPLY.  THE CARD'S REASON LINES PRINT UNDER ITS SITE
001735*        LINE, AND THE NEXT CARD IS READ ON THE WAY OUT.
001740******************************************************************
001750 3000-EDIT-CONTROL-CARD.
           ADD 1 TO WS-CARD-NUMBER.
           MOVE WS-CARD-NUMBER      TO RPS-CARD-NUMBER.
           MOVE CTL-SITE-CODE       TO RPS-SITE-CODE.
           IF CTL-HOME-SITE-RECORD
               MOVE "HOME SITE" TO RPS-HOME-TEXT
               ADD 1 TO WS-HOME-SITE-COUNT
           ELSE
               MOVE SPACES      TO RPS-HOME-TEXT
           END-IF.
           WRITE PRT-LINE FROM RPT-SITE-LINE.
           IF WS-PRTFILE-STATUS NOT = "00"
               MOVE "PRTFILE" TO WS-FAILING-FILE-NAME
               MOVE WS-PRTFILE-STATUS TO WS-FAILING-FILE-STATUS
               PERFORM 9900-FILE-ERROR THRU 9900-FILE-ERROR-EXIT
           END-IF.

001760     PERFORM 3100-EDIT-FULL-ROSTER
001770         THRU 3100-EDIT-FULL-ROSTER-EXIT.


001860     PERFORM 3500-EDIT-CHKPT-INTERVAL
001870         THRU 3500-EDIT-CHKPT-INTERVAL-EXIT.

001871     PERFORM 3600-EDIT-HOME-SITE-FLAG
001872         THRU 3600-EDIT-HOME-SITE-FLAG-EXIT.

001873     PERFORM 3700-EDIT-DUPLICATE-SITE
001874         THRU 3700-EDIT-DUPLICATE-SITE-EXIT.

001875     READ CTLFILE
001876         AT END
001877             SET EOF-REACHED TO TRUE
001878     END-READ.
001880 3000-EDIT-CONTROL-CARD-EXIT.
001890     EXIT.

002750 3500-EDIT-CHKPT-INTERVAL-EXIT.
002760     EXIT.

      ******************************************************************
      *    3600-EDIT-HOME-SITE-FLAG
      *        THE HOME-SITE FLAG MUST BE H (THIS CARD IS THE HOME
      *        SITE) OR BLANK.
      ******************************************************************
       3600-EDIT-HOME-SITE-FLAG.
           IF CTL-HOME-SITE NOT = "H" AND CTL-HOME-SITE NOT = SPACE
               MOVE "HOME-SITE"    TO RPR-FIELD-NAME
               MOVE CTL-HOME-SITE  TO RPR-FIELD-VALUE
               MOVE "FLAG NOT H OR BLANK" TO RPR-REASON-TEXT
               PERFORM 4000-WRITE-REASON-LINE
                   THRU 4000-WRITE-REASON-LINE-EXIT
           END-IF.
       3600-EDIT-HOME-SITE-FLAG-EXIT.
           EXIT.

      ******************************************************************
      *    3700-EDIT-DUPLICATE-SITE
      *        THE NIGHTLY RUN TAKES THE FIRST CARD FOR A SITE AND
      *        NEVER SEES A SECOND ONE, SO A REPEATED SITE CODE IS AN
      *        ERROR.  SO IS A CARD BEYOND WHAT THE NIGHTLY SITE
      *        CONTROL TABLE HOLDS - THAT RUN WOULD BE ABANDONED.
      ******************************************************************
       3700-EDIT-DUPLICATE-SITE.
           SET DUPLICATE-SITE-NOT-FOUND TO TRUE.
           PERFORM 3710-MATCH-ONE-SITE
               THRU 3710-MATCH-ONE-SITE-EXIT
               VARYING WS-SITE-CARD-SUB FROM 1 BY 1
               UNTIL WS-SITE-CARD-SUB > WS-SITE-CARD-COUNT
                  OR DUPLICATE-SITE-FOUND.

           IF DUPLICATE-SITE-FOUND
               MOVE "SITE-CODE"    TO RPR-FIELD-NAME
               MOVE CTL-SITE-CODE  TO RPR-FIELD-VALUE
               MOVE "SITE CODE ALREADY HAS A CONTROL RECORD"
                                    TO RPR-REASON-TEXT
               PERFORM 4000-WRITE-REASON-LINE
                   THRU 4000-WRITE-REASON-LINE-EXIT
               GO TO 3700-EDIT-DUPLICATE-SITE-EXIT
           END-IF.

           IF WS-SITE-CARD-COUNT >= WS-SITE-CARD-MAX
               MOVE "CTL-RECORD"   TO RPR-FIELD-NAME
               MOVE CTL-SITE-CODE  TO RPR-FIELD-VALUE
               MOVE "MORE SITE RECORDS THAN THE RUN CAN HOLD"
                                    TO RPR-REASON-TEXT
               PERFORM 4000-WRITE-REASON-LINE
                   THRU 4000-WRITE-REASON-LINE-EXIT
               GO TO 3700-EDIT-DUPLICATE-SITE-EXIT
           END-IF.

           ADD 1 TO WS-SITE-CARD-COUNT.
           MOVE CTL-SITE-CODE TO WS-SCD-SITE-CODE (WS-SITE-CARD-COUNT).
       3700-EDIT-DUPLICATE-SITE-EXIT.
           EXIT.

       3710-MATCH-ONE-SITE.
           IF WS-SCD-SITE-CODE (WS-SITE-CARD-SUB) = CTL-SITE-CODE
               SET DUPLICATE-SITE-FOUND TO TRUE
           END-IF.
       3710-MATCH-ONE-SITE-EXIT.
           EXIT.

      ******************************************************************
      *    3800-EDIT-HOME-SITE-COUNT
      *        AT MOST ONE CARD MAY BE FLAGGED AS THE HOME SITE.  NONE
      *        IS ALLOWED - THE NIGHTLY RUN THEN TREATS THE FIRST CARD
      *        AS HOME.
      ******************************************************************
       3800-EDIT-HOME-SITE-COUNT.
           IF WS-HOME-SITE-COUNT > 1
               MOVE "HOME-SITE"    TO RPR-FIELD-NAME
               MOVE WS-HOME-SITE-COUNT TO RPR-FIELD-VALUE
               MOVE "MORE THAN ONE RECORD FLAGGED AS HOME SITE"
                                    TO RPR-REASON-TEXT
               PERFORM 4000-WRITE-REASON-LINE
                   THRU 4000-WRITE-REASON-LINE-EXIT
           END-IF.
       3800-EDIT-HOME-SITE-COUNT-EXIT.
           EXIT.

002770******************************************************************
002780*    4000-WRITE-REASON-LINE
002790******************************************************************
