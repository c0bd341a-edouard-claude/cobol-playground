005300*                     PAST MIDNIGHT STAYS ON ITS OWN BUSINESS   *
005400*                     DAY.  THE DATE ADVANCES ONLY WHEN THE     *
005500*                     ROLL STEP CLOSES THE DAY.                 *
005510*    2026-10-15 DLP   INTRADAY POSTING CYCLES.  SYSIN NOW       *
005520*                     SELECTS WHAT IS FOOTED: DAY (OR BLANK)    *
005530*                     FOR THE WHOLE BUSINESS DATE, LAST FOR THE *
005540*                     CYCLE MOST RECENTLY POSTED, OR A TWO-     *
005550*                     DIGIT CYCLE NUMBER.  A CYCLE IS FOOTED    *
005560*                     FROM THE JOURNAL ENTRIES THAT CARRY ITS   *
005570*                     NUMBER.                                   *
005600*****************************************************************
005700 ENVIRONMENT DIVISION.
005800 CONFIGURATION SECTION.
011700 01  WS-CURRENT-DATE             PIC 9(08) VALUE ZERO.
011800 01  WS-AUDIT-FILE-NAME          PIC X(20) VALUE SPACES.
011900*
011906*    CYCLE SELECTION FROM SYSIN.  A CYCLE NUMBER IS TWO DIGITS, *
011912*    SO THE PARAMETER IS READ THROUGH A ZONED VIEW OF ITS FIRST *
011918*    TWO BYTES.                                                 *
011924 01  WS-CYCLE-SELECTION.
011930     05  WS-CYCLE-PARM           PIC X(04) VALUE SPACES.
011936     05  WS-CYCLE-PARM-R REDEFINES WS-CYCLE-PARM.
011942         10  WS-CYCLE-PARM-NUM       PIC 9(02).
011948         10  WS-CYCLE-PARM-REST      PIC X(02).
011954     05  WS-LAST-CYCLE           PIC 9(02) VALUE ZERO.
011960     05  WS-SELECTED-CYCLE       PIC 9(02) VALUE ZERO.
011966     05  WS-CYCLE-SCOPE-SW       PIC X(01) VALUE 'D'.
011972         88  WS-WHOLE-DAY            VALUE 'D'.
011978         88  WS-ONE-CYCLE            VALUE 'C'.
011984*
012000 PROCEDURE DIVISION.
012100*****************************************************************
012200*    0000-MAINLINE                                              *
013400*****************************************************************
013500 1000-INITIALIZE.
013600     PERFORM 9500-GET-BUSINESS-DATE THRU 9500-EXIT.
013650     PERFORM 1100-SELECT-CYCLE THRU 1100-EXIT.
013700     STRING 'WALAUDT.' WS-CURRENT-DATE DELIMITED BY SIZE
013800         INTO WS-AUDIT-FILE-NAME.
013900     OPEN INPUT WALLET-MASTER-FILE.
014300         MOVE 16 TO RETURN-CODE
014400     END-IF.
014500     DISPLAY 'WALLET TRIAL BALANCE - ' WS-CURRENT-DATE.
014510     IF WS-ONE-CYCLE
014520         DISPLAY 'JOURNAL FOOTED FOR CYCLE ' WS-SELECTED-CYCLE
014530     ELSE
014540         DISPLAY 'JOURNAL FOOTED FOR THE WHOLE DAY'
014550     END-IF.
014600     DISPLAY '------------------------------------------'.
014700 1000-EXIT.
014703     EXIT.
014706*
014709*****************************************************************
014712*    1100-SELECT-CYCLE - READ THE CYCLE SELECTION FROM SYSIN.   *
014715*    DAY OR BLANK FOOTS THE WHOLE BUSINESS DATE, LAST THE CYCLE *
014718*    THE CONTROL RECORD SAYS POSTED MOST RECENTLY, AND NN THAT  *
014721*    CYCLE.  ANYTHING ELSE STOPS THE RUN RATHER THAN FOOT THE   *
014724*    WRONG ACTIVITY.                                            *
014727*****************************************************************
014730 1100-SELECT-CYCLE.
014733     ACCEPT WS-CYCLE-PARM.
014736     IF WS-CYCLE-PARM = SPACES OR WS-CYCLE-PARM = 'DAY '
014739         SET WS-WHOLE-DAY TO TRUE
014742         GO TO 1100-EXIT
014745     END-IF.
014748     IF WS-CYCLE-PARM = 'LAST'
014751         MOVE WS-LAST-CYCLE TO WS-SELECTED-CYCLE
014754         SET WS-ONE-CYCLE TO TRUE
014757         GO TO 1100-EXIT
014760     END-IF.
014763     IF WS-CYCLE-PARM-NUM IS NUMERIC
014766         AND WS-CYCLE-PARM-REST = SPACES
014769         MOVE WS-CYCLE-PARM-NUM TO WS-SELECTED-CYCLE
014772         SET WS-ONE-CYCLE TO TRUE
014775         GO TO 1100-EXIT
014778     END-IF.
014781     DISPLAY 'CYCLE SELECTION ' WS-CYCLE-PARM ' IS NOT DAY, '
014784         'LAST OR A TWO-DIGIT CYCLE. NOTHING DONE.'.
014787     MOVE 16 TO RETURN-CODE.
014790     STOP RUN.
014793 1100-EXIT.
014800     EXIT.
014900*
015000*****************************************************************
018100*    3000-FOOT-AUDIT-JOURNAL - SUM THE DEBITS AND CREDITS       *
018200*    POSTED TODAY AND CONFIRM THEY TIE OUT.  A DAY WITH NO      *
018300*    ACTIVITY HAS NO JOURNAL AND FOOTS TO ZERO EACH SIDE.       *
018310*    WHEN ONE CYCLE IS SELECTED ONLY ITS OWN ENTRIES FOOT.      *
018400*    DEBITS ARE THE FROM-WALLET'S OWN BALANCE MOVEMENT AND      *
018500*    CREDITS ARE THE TO-WALLET'S OWN BALANCE MOVEMENT, FOOTED   *
018600*    INDEPENDENTLY OF ONE ANOTHER SO THE TIE-OUT BELOW MEANS    *
020900     EXIT.
021000*
021100 3200-ACCUMULATE-AUDIT-RECORD.
021110     IF WS-ONE-CYCLE
021120         AND AU-CYCLE-NO NOT = WS-SELECTED-CYCLE
021130         GO TO 3200-READ-NEXT
021140     END-IF.
021200     IF AU-RESULT-POSTED OR AU-RESULT-REVERSED
021300         COMPUTE WS-TOTAL-DEBITS =
021400             WS-TOTAL-DEBITS + AU-FROM-BALANCE-BEFORE
023000                 - AU-CONVERTED-AMOUNT + AU-AMOUNT
023100         END-IF
023200     END-IF.
023250 3200-READ-NEXT.
023300     PERFORM 3100-READ-AUDIT-RECORD THRU 3100-EXIT.
023400 3200-EXIT.
023500     EXIT.
027900             STOP RUN
028000     END-READ.
028100     MOVE BD-BUSINESS-DATE TO WS-CURRENT-DATE.
028150     IF BD-CURRENT-CYCLE IS NUMERIC
028160         MOVE BD-CURRENT-CYCLE TO WS-LAST-CYCLE
028170     END-IF.
028200     CLOSE BUSDATE-FILE.
028300 9500-EXIT.
028400     EXIT.
