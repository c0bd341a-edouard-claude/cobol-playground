002200*    DATE       INIT  DESCRIPTION                               *
002300*    ---------- ----  -------------------------------------    *
002400*    2026-09-02 DLP   ORIGINAL PROGRAM.                         *
002410*    2026-10-15 DLP   INTRADAY POSTING CYCLES.  THE ROLL SETS   *
002420*                     THE CYCLE BACK TO ZERO, CLOSED, SO THE    *
002430*                     NEW DAY'S FIRST POSTING RUN IS CYCLE 1,   *
002440*                     AND REFUSES TO ROLL A DAY WHOSE LAST      *
002450*                     CYCLE IS STILL OPEN - THAT CYCLE HAS TO   *
002460*                     BE RESTARTED AND FINISHED FIRST.  THE     *
002470*                     SEED STARTS THE FIRST DAY THE SAME WAY.   *
002500*****************************************************************
002600 ENVIRONMENT DIVISION.
002700 CONFIGURATION SECTION.
012000             PERFORM 2100-SEED-CONTROL-RECORD THRU 2100-EXIT
012100             GO TO 2000-EXIT
012200     END-READ.
012210*    A CYCLE STILL OPEN STOPPED SHORT OF THE END OF ITS         *
012220*    TRANSMISSION.  ROLLING PAST IT WOULD STRAND THE UNPOSTED   *
012230*    TAIL ON A DAY THAT CAN NEVER POST AGAIN.                   *
012240     IF BD-CURRENT-CYCLE IS NUMERIC
012250         AND BD-CYCLE-OPEN
012260         DISPLAY 'CYCLE ' BD-CURRENT-CYCLE ' OF '
012270             BD-BUSINESS-DATE ' IS STILL OPEN. RESTART IT '
012280             'BEFORE ROLLING. NOTHING DONE.'
012290         MOVE 16 TO RETURN-CODE
012295         GO TO 2000-EXIT
012298     END-IF.
012300     MOVE BD-BUSINESS-DATE TO WS-ROLL-DATE.
012400     MOVE BD-BUSINESS-DATE TO BD-ROLLED-THRU-DATE.
012500     PERFORM 9200-ADD-ONE-DAY THRU 9200-EXIT.
012600     MOVE WS-ROLL-DATE TO BD-BUSINESS-DATE.
012700     MOVE WS-CLOCK-DATE TO BD-LAST-ROLL-DATE.
012800     MOVE WS-CLOCK-TIME TO BD-LAST-ROLL-TIME.
012850     MOVE ZERO TO BD-CURRENT-CYCLE.
012860     SET BD-CYCLE-CLOSED TO TRUE.
012900     REWRITE BD-BUSDATE-RECORD.
013000     IF NOT BD-STATUS-OK
013100         DISPLAY 'ERROR REWRITING BUSDATE RECORD. FILE '
015700     MOVE ZERO TO BD-ROLLED-THRU-DATE.
015800     MOVE WS-CLOCK-DATE TO BD-LAST-ROLL-DATE.
015900     MOVE WS-CLOCK-TIME TO BD-LAST-ROLL-TIME.
015950     MOVE ZERO TO BD-CURRENT-CYCLE.
015960     SET BD-CYCLE-CLOSED TO TRUE.
016000     WRITE BD-BUSDATE-RECORD.
016100     IF NOT BD-STATUS-OK
016200         DISPLAY 'ERROR WRITING BUSDATE RECORD. FILE STATUS: '
