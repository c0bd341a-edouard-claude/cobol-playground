006800*                     PAST MIDNIGHT STAYS ON ITS OWN BUSINESS   *
006900*                     DAY.  THE DATE ADVANCES ONLY WHEN THE     *
007000*                     ROLL STEP CLOSES THE DAY.                 *
007010*    2026-10-15 DLP   INTRADAY POSTING CYCLES.  AN OPTIONAL     *
007020*                     FOURTH SYSIN LINE NAMES THE CYCLE OF THE  *
007030*                     BACKOUT DATE THE RANGE BELONGS TO; LEFT   *
007040*                     BLANK, THE CYCLE IS TAKEN FROM THE        *
007050*                     ENTRIES THE RANGE SELECTS AND A RANGE     *
007060*                     SPANNING CYCLES IS REFUSED.  THE          *
007070*                     CHECKPOINT ROW OF THAT DATE AND CYCLE IS  *
007080*                     THE ONE WOUND BACK, AND WHEN IT IS        *
007090*                     TODAY'S LATEST CYCLE THE CYCLE IS         *
007092*                     REOPENED SO THE CORRECTED FILE RESTARTS   *
007094*                     IT.  REVERSING ENTRIES AND GL LINES CARRY *
007096*                     TODAY'S CURRENT CYCLE.                    *
007100*****************************************************************
007200 ENVIRONMENT DIVISION.
007300 CONFIGURATION SECTION.
008800     SELECT CHECKPOINT-FILE ASSIGN TO "WALCKPT"
008900         ORGANIZATION IS INDEXED
009000         ACCESS MODE IS DYNAMIC
009100         RECORD KEY IS CK-CONTROL-KEY
009200         FILE STATUS IS CK-FILE-STATUS.
009300*    WS-AUDIT-IN-NAME AND WS-AUDIT-OUT-NAME HOLD FULL DATASET   *
009400*    NAMES BUILT AT RUN TIME (WALAUDT.YYYYMMDD), NOT DDNAMES,   *
014700         ==AU-FROM-CURRENCY==         BY ==AO-FROM-CURRENCY==
014800         ==AU-TO-CURRENCY==           BY ==AO-TO-CURRENCY==
014900         ==AU-FX-RATE==               BY ==AO-FX-RATE==
015000         ==AU-CONVERTED-AMOUNT==      BY ==AO-CONVERTED-AMOUNT==
015050         ==AU-CYCLE-NO==              BY ==AO-CYCLE-NO==.
015100*
015200 FD  GL-EXTRACT-FILE
015300     LABEL RECORDS ARE STANDARD.
017700         88  WS-RUN-ABORTED          VALUE 'Y'.
017800     05  WS-RANGE-SEEN-SW        PIC X(01) VALUE 'N'.
017900         88  WS-RANGE-SEEN           VALUE 'Y'.
017950     05  WS-SPAN-SW              PIC X(01) VALUE 'N'.
017960         88  WS-RANGE-SPANS-CYCLES   VALUE 'Y'.
018000*
018100 01  WS-REQUEST-PARMS.
018200     05  WS-BACKOUT-DATE         PIC 9(08) VALUE ZERO.
018300     05  WS-FROM-SEQUENCE        PIC 9(08) VALUE ZERO.
018400     05  WS-TO-SEQUENCE          PIC 9(08) VALUE ZERO.
018410     05  WS-CYCLE-PARM           PIC X(02) VALUE SPACES.
018420     05  WS-CYCLE-PARM-NUM REDEFINES WS-CYCLE-PARM
018430                                 PIC 9(02).
018440*
018450*    THE CYCLE OF THE BACKOUT DATE THE RANGE BELONGS TO, NAMED  *
018460*    ON SYSIN OR LEARNED FROM THE FIRST ENTRY THE RANGE         *
018470*    SELECTS, AND TODAY'S CURRENT CYCLE FOR THE REVERSALS.      *
018480 01  WS-CYCLE-CONTROL.
018490     05  WS-BACKOUT-CYCLE        PIC 9(02) VALUE ZERO.
018492     05  WS-CYCLE-NAMED-SW       PIC X(01) VALUE 'N'.
018494         88  WS-CYCLE-NAMED          VALUE 'Y'.
018496     05  WS-CURRENT-CYCLE        PIC 9(02) VALUE ZERO.
018498     05  WS-LATEST-CYCLE-SW      PIC X(01) VALUE 'N'.
018499         88  WS-LATEST-CYCLE-OPEN    VALUE 'Y'.
018500*
018600 01  WS-RUN-COUNTERS.
018700     05  WS-REVERSED-COUNT       PIC 9(08) VALUE ZERO.
027300     ACCEPT WS-BACKOUT-DATE.
027400     ACCEPT WS-FROM-SEQUENCE.
027500     ACCEPT WS-TO-SEQUENCE.
027510     ACCEPT WS-CYCLE-PARM.
027520     IF WS-CYCLE-PARM NOT = SPACES
027530         SET WS-CYCLE-NAMED TO TRUE
027540     END-IF.
027600     IF WS-BACKOUT-DATE IS NOT NUMERIC
027700         OR WS-FROM-SEQUENCE IS NOT NUMERIC
027800         OR WS-TO-SEQUENCE IS NOT NUMERIC
027900         OR WS-BACKOUT-DATE = ZERO
028000         OR WS-TO-SEQUENCE < WS-FROM-SEQUENCE
028050         OR (WS-CYCLE-NAMED AND WS-CYCLE-PARM-NUM IS NOT NUMERIC)
028100         DISPLAY 'BACKOUT REQUEST INVALID: DATE '
028200             WS-BACKOUT-DATE ' RANGE ' WS-FROM-SEQUENCE
028300             ' TO ' WS-TO-SEQUENCE ' CYCLE ' WS-CYCLE-PARM
028400         MOVE 16 TO RETURN-CODE
028500         SET WS-RUN-ABORTED TO TRUE
028600         GO TO 1000-EXIT
028625     END-IF.
028650     IF WS-CYCLE-NAMED
028675         MOVE WS-CYCLE-PARM-NUM TO WS-BACKOUT-CYCLE
028700     END-IF.
028800     STRING 'WALAUDT.' WS-BACKOUT-DATE DELIMITED BY SIZE
028900         INTO WS-AUDIT-IN-NAME.
033000     END-IF.
033100     DISPLAY 'BACKOUT OF ' WS-BACKOUT-DATE ' SEQUENCES '
033200         WS-FROM-SEQUENCE ' TO ' WS-TO-SEQUENCE.
033210     IF WS-CYCLE-NAMED
033220         DISPLAY 'RANGE LIMITED TO CYCLE ' WS-BACKOUT-CYCLE
033230     END-IF.
033300 1000-EXIT.
033400     EXIT.
033500*
034100*    ITEM POSTS LATE UNDER AN OLD SEQUENCE - MEANS LATER        *
034200*    ACTIVITY ALREADY SITS ON TOP OF THESE BALANCES, AND        *
034300*    RESTORING THE BEFORE-IMAGES WOULD WIPE THAT ACTIVITY       *
034400*    OUT.  THE RUN REFUSES RATHER THAN GUESS.  WHEN SYSIN NAMES *
034410*    A CYCLE ONLY THAT CYCLE'S ENTRIES ARE IN THE RANGE, SO A   *
034420*    LATER CYCLE'S POSTINGS COUNT AS PAST THE RANGE END.  WHEN  *
034430*    IT DOES NOT, THE RANGE MUST FALL INSIDE ONE CYCLE - A      *
034440*    SEQUENCE REUSED BY TWO CYCLES CANNOT BE TOLD APART.        *
034500*****************************************************************
034600 2000-LOAD-BACKOUT-TABLE.
034700     PERFORM 2100-READ-AUDIT-IN THRU 2100-EXIT.
035200         DISPLAY 'BACKOUT REFUSED. ' WS-BEYOND-RANGE-COUNT
035300             ' POSTED ENTRIES SIT PAST THE RANGE END - BACK '
035400             'OUT TO THE TAIL OF THE DAY OR NOT AT ALL.'
035412         MOVE 16 TO RETURN-CODE
035424         SET WS-RUN-ABORTED TO TRUE
035436     END-IF.
035448     IF WS-RANGE-SPANS-CYCLES AND NOT WS-RUN-ABORTED
035460         DISPLAY 'BACKOUT REFUSED. THE RANGE SELECTS ENTRIES '
035472             'OF MORE THAN ONE CYCLE - NAME THE CYCLE ON '
035484             'SYSIN AND RERUN.'
035500         MOVE 16 TO RETURN-CODE
035600         SET WS-RUN-ABORTED TO TRUE
035700     END-IF.
038100     IF AU-RESULT-POSTED
038200         IF AU-SEQUENCE-NO NOT < WS-FROM-SEQUENCE
038300             AND AU-SEQUENCE-NO NOT > WS-TO-SEQUENCE
038350             AND (NOT WS-CYCLE-NAMED
038360                  OR AU-CYCLE-NO = WS-BACKOUT-CYCLE)
038400             PERFORM 2300-STORE-ONE-ENTRY THRU 2300-EXIT
038500             SET WS-RANGE-SEEN TO TRUE
038600         ELSE
040500     EXIT.
040600*
040700 2300-STORE-ONE-ENTRY.
040710     IF NOT WS-CYCLE-NAMED
040720         IF WS-BK-COUNT = ZERO
040730             MOVE AU-CYCLE-NO TO WS-BACKOUT-CYCLE
040740         ELSE
040750             IF AU-CYCLE-NO NOT = WS-BACKOUT-CYCLE
040760                 SET WS-RANGE-SPANS-CYCLES TO TRUE
040770             END-IF
040780         END-IF
040790     END-IF.
040800     IF WS-BK-COUNT < 500
040900         ADD 1 TO WS-BK-COUNT
041000         MOVE AU-SEQUENCE-NO TO
068400     MOVE WS-BK-TO-CURRENCY (WS-BK-SUB) TO AO-TO-CURRENCY.
068500     MOVE WS-BK-FX-RATE (WS-BK-SUB) TO AO-FX-RATE.
068600     MOVE WS-BK-CONVERTED (WS-BK-SUB) TO AO-CONVERTED-AMOUNT.
068650     MOVE WS-CURRENT-CYCLE TO AO-CYCLE-NO.
068700     WRITE AO-AUDIT-RECORD.
068800     IF NOT AO-STATUS-OK
068900         DISPLAY 'ERROR WRITING REVERSING AUDIT RECORD. FILE '
071900*    THE MOVEMENT IN ITS FROM-CURRENCY.                         *
072000     MOVE WS-BK-AMOUNT (WS-BK-SUB) TO GL-ORIGINAL-AMOUNT.
072100     SET GL-NOT-INTERFACED TO TRUE.
072150     MOVE WS-CURRENT-CYCLE TO GL-CYCLE-NO.
072200     WRITE GL-EXTRACT-RECORD.
072300     IF NOT GL-STATUS-OK
072400         DISPLAY 'ERROR WRITING OFFSETTING GL RECORD. FILE '
073800*    WOUND-BACK CHECKPOINT WOULD LET THE CORRECTED FILE        *
073900*    RE-POST THE STILL-UNREVERSED HEAD OF THE RANGE ON TOP OF   *
074000*    BALANCES THAT STILL CONTAIN IT.                            *
074010*    THE ROW IS THE BACKOUT DATE'S ROW FOR THE RANGE'S CYCLE.   *
074020*    WHEN THAT IS TODAY'S LATEST CYCLE IT IS REOPENED ON THE    *
074030*    CONTROL RECORD, SO THE NEXT POSTING RUN RESTARTS IT FROM   *
074040*    THE WOUND-BACK ROW INSTEAD OF TAKING A NEW CYCLE AND       *
074050*    POSTING THE WHOLE CORRECTED FILE FROM THE TOP.             *
074100*****************************************************************
074200 6000-WIND-CHECKPOINT-BACK.
074300     IF WS-RUN-ABORTED
074900         GO TO 6000-EXIT
075000     END-IF.
075100     MOVE WS-BACKOUT-DATE TO CK-CONTROL-ID.
075150     MOVE WS-BACKOUT-CYCLE TO CK-CYCLE-NO.
075200     READ CHECKPOINT-FILE
075300         INVALID KEY
075400             DISPLAY 'NO CHECKPOINT ROW FOR ' WS-BACKOUT-DATE
075450                 ' CYCLE ' WS-BACKOUT-CYCLE
075500                 '. NOTHING TO WIND BACK.'
075600             GO TO 6000-EXIT
075700     END-READ.
076500         MOVE 16 TO RETURN-CODE
076600     ELSE
076700         DISPLAY 'CHECKPOINT FOR ' WS-BACKOUT-DATE
076750             ' CYCLE ' WS-BACKOUT-CYCLE
076800             ' WOUND BACK TO ' CK-LAST-SEQUENCE
076900     END-IF.
076910     IF WS-BACKOUT-DATE = WS-CURRENT-DATE
076920         AND WS-BACKOUT-CYCLE = WS-CURRENT-CYCLE
076930         PERFORM 6100-REOPEN-CYCLE THRU 6100-EXIT
076940     ELSE
076950         DISPLAY 'CYCLE ' WS-BACKOUT-CYCLE ' OF '
076960             WS-BACKOUT-DATE ' IS NOT THE LATEST CYCLE OF THE '
076970             'BUSINESS DATE - POST THE CORRECTED RANGE ALONE '
076980             'IN A CYCLE OF ITS OWN.'
076990     END-IF.
077000 6000-EXIT.
077002     EXIT.
077004*
077006*****************************************************************
077008*    6100-REOPEN-CYCLE - MARK TODAY'S LATEST CYCLE OPEN AGAIN   *
077010*    SO THE NEXT POSTING RUN RESTARTS IT.                       *
077012*****************************************************************
077014 6100-REOPEN-CYCLE.
077016     OPEN I-O BUSDATE-FILE.
077018     IF NOT BD-STATUS-OK
077020         DISPLAY 'ERROR OPENING BUSDATE-FILE. FILE STATUS: '
077022             BD-FILE-STATUS
077024         MOVE 16 TO RETURN-CODE
077026         GO TO 6100-EXIT
077028     END-IF.
077030     MOVE 'BUSDATE ' TO BD-CONTROL-ID.
077032     READ BUSDATE-FILE
077034         INVALID KEY
077036             DISPLAY 'NO BUSINESS-DATE CONTROL RECORD ON FILE. '
077038                 'CYCLE NOT REOPENED.'
077040             MOVE 16 TO RETURN-CODE
077042             CLOSE BUSDATE-FILE
077044             GO TO 6100-EXIT
077046     END-READ.
077048     SET BD-CYCLE-OPEN TO TRUE.
077050     REWRITE BD-BUSDATE-RECORD.
077052     IF NOT BD-STATUS-OK
077054         DISPLAY 'ERROR REWRITING BUSINESS-DATE RECORD. FILE '
077056             'STATUS: ' BD-FILE-STATUS
077058         MOVE 16 TO RETURN-CODE
077060     ELSE
077062         DISPLAY 'CYCLE ' WS-CURRENT-CYCLE ' REOPENED - THE '
077064             'NEXT POSTING RUN RESTARTS IT.'
077066     END-IF.
077068     CLOSE BUSDATE-FILE.
077070 6100-EXIT.
077100     EXIT.
077200*
077300*****************************************************************
085700             STOP RUN
085800     END-READ.
085900     MOVE BD-BUSINESS-DATE TO WS-CURRENT-DATE.
085950     IF BD-CURRENT-CYCLE IS NUMERIC
085960         MOVE BD-CURRENT-CYCLE TO WS-CURRENT-CYCLE
085970     END-IF.
086000     CLOSE BUSDATE-FILE.
086100 9500-EXIT.
086200     EXIT.
