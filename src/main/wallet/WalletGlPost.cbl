004300*                     PAST MIDNIGHT STAYS ON ITS OWN BUSINESS   *
004400*                     DAY.  THE DATE ADVANCES ONLY WHEN THE     *
004500*                     ROLL STEP CLOSES THE DAY.                 *
004510*    2026-10-15 DLP   VOUCHERS NOW SUMMARIZE BY ACCOUNT, DATE   *
004520*                     AND CURRENCY AND CARRY THE CURRENCY, SO   *
004530*                     THE GL RECONCILIATION CAN TIE EACH        *
004540*                     ACCOUNT BACK TO THE WALLETS CURRENCY BY   *
004550*                     CURRENCY.  A WALLET SENT TO SUSPENSE IS   *
004560*                     NOW ENTERED ON THE STANDING SUSPENSE      *
004570*                     REGISTER THE FIRST TIME, SO THE           *
004580*                     RECONCILIATION CAN AGE IT.                *
004582*    2026-10-15 DLP   INTRADAY POSTING CYCLES.  SYSIN NOW       *
004584*                     SELECTS WHAT IS CONSUMED: DAY (OR BLANK)  *
004586*                     FOR EVERY UNCONSUMED RECORD AS BEFORE,    *
004588*                     LAST FOR THE CYCLE MOST RECENTLY POSTED,  *
004590*                     OR A TWO-DIGIT CYCLE NUMBER.  A CYCLE RUN *
004592*                     CONSUMES ONLY THAT CYCLE'S RECORDS OF THE *
004594*                     BUSINESS DATE AND LEAVES THE REST FOR A   *
004596*                     LATER RUN.                                *
004600*****************************************************************
004700 ENVIRONMENT DIVISION.
004800 CONFIGURATION SECTION.
006600     SELECT VOUCHER-FILE ASSIGN TO "WALJVOUT"
006700         ORGANIZATION IS SEQUENTIAL
006800         FILE STATUS IS JV-FILE-STATUS.
006810     SELECT SUSPENSE-FILE ASSIGN TO "WALGLSUS"
006820         ORGANIZATION IS INDEXED
006830         ACCESS MODE IS RANDOM
006840         RECORD KEY IS SU-WALLET-ID
006850         FILE STATUS IS SU-FILE-STATUS.
006900*
007000 DATA DIVISION.
007100 FILE SECTION.
008500     LABEL RECORDS ARE STANDARD.
008600     COPY WALJV.
008700*
008720 FD  SUSPENSE-FILE
008740     LABEL RECORDS ARE STANDARD.
008760     COPY WALSUSP.
008780*
008800 WORKING-STORAGE SECTION.
008900 01  WS-FILE-STATUS-CODES.
009000     05  BD-FILE-STATUS          PIC X(02) VALUE SPACES.
009700     05  JV-FILE-STATUS          PIC X(02) VALUE SPACES.
009800         88  JV-STATUS-OK            VALUE '00'.
009900         88  JV-STATUS-NOT-FOUND     VALUE '35'.
009920     05  SU-FILE-STATUS          PIC X(02) VALUE SPACES.
009940         88  SU-STATUS-OK            VALUE '00'.
009960         88  SU-STATUS-NOT-FOUND     VALUE '35'.
010000*
010100 01  WS-EOF-SWITCHES.
010200     05  WS-EXTRACT-EOF-SW       PIC X(01) VALUE 'N'.
011100     05  WS-SKIPPED-COUNT        PIC 9(08) VALUE ZERO.
011200     05  WS-UNMAPPED-COUNT       PIC 9(08) VALUE ZERO.
011300     05  WS-VOUCHER-COUNT        PIC 9(08) VALUE ZERO.
011350     05  WS-OUTSIDE-COUNT        PIC 9(08) VALUE ZERO.
011400*
011500 01  WS-RUN-TOTALS.
011600     05  WS-TOTAL-DEBITS         PIC S9(11)V99 COMP-3
012200     05  WS-CURRENT-DATE         PIC 9(08) VALUE ZERO.
012300     05  WS-CURRENT-TIME         PIC 9(08) VALUE ZERO.
012400*
012410*    CYCLE SELECTION FROM SYSIN.  A CYCLE NUMBER IS TWO DIGITS, *
012420*    SO THE PARAMETER IS READ THROUGH A ZONED VIEW OF ITS FIRST *
012430*    TWO BYTES.                                                 *
012440 01  WS-CYCLE-SELECTION.
012450     05  WS-CYCLE-PARM           PIC X(04) VALUE SPACES.
012460     05  WS-CYCLE-PARM-R REDEFINES WS-CYCLE-PARM.
012470         10  WS-CYCLE-PARM-NUM       PIC 9(02).
012480         10  WS-CYCLE-PARM-REST      PIC X(02).
012490     05  WS-LAST-CYCLE           PIC 9(02) VALUE ZERO.
012492     05  WS-SELECTED-CYCLE       PIC 9(02) VALUE ZERO.
012494     05  WS-CYCLE-SCOPE-SW       PIC X(01) VALUE 'D'.
012496         88  WS-WHOLE-DAY            VALUE 'D'.
012498         88  WS-ONE-CYCLE            VALUE 'C'.
012499*
012500*    EVERY WALLET WITHOUT A MAPPING ENTRY POSTS HERE.  THE      *
012600*    SUSPENSE ACCOUNT IS DELIBERATELY A REAL, REPORTABLE        *
012700*    LEDGER ACCOUNT SO UNMAPPED ACTIVITY SITS IN PLAIN SIGHT    *
012800*    UNTIL OPERATIONS ADDS THE MISSING MAPPING.                 *
012900 01  WS-SUSPENSE-ACCOUNT         PIC X(12) VALUE '999999999999'.
013000 01  WS-MAPPED-ACCOUNT           PIC X(12) VALUE SPACES.
013050 01  WS-MAPPED-CURRENCY          PIC X(03) VALUE SPACES.
013100 01  WS-LOOKUP-WALLET            PIC X(10) VALUE SPACES.
013200*
013300 01  WS-SUMMARY-TABLE.
013700     05  WS-SUMM-ENTRY OCCURS 500 TIMES.
013800         10  WS-SUMM-ACCOUNT         PIC X(12).
013900         10  WS-SUMM-POSTING-DATE    PIC 9(08).
013950         10  WS-SUMM-CURRENCY        PIC X(03).
014000         10  WS-SUMM-DEBITS          PIC S9(11)V99 COMP-3.
014100         10  WS-SUMM-CREDITS         PIC S9(11)V99 COMP-3.
014200*
015500*
015600*****************************************************************
015700*    1000-INITIALIZE - OPEN THE EXTRACT FOR UPDATE IN PLACE,    *
015800*    THE MAPPING FILE FOR RANDOM LOOKUP, THE STANDING           *
015900*    VOUCHER FEED FOR APPEND AND THE STANDING SUSPENSE          *
015950*    REGISTER FOR UPDATE, CREATING IT EMPTY THE FIRST TIME.     *
016000*****************************************************************
016100 1000-INITIALIZE.
016200     PERFORM 9500-GET-BUSINESS-DATE THRU 9500-EXIT.
016300     ACCEPT WS-CURRENT-TIME FROM TIME.
016350     PERFORM 1100-SELECT-CYCLE THRU 1100-EXIT.
016400     OPEN I-O GL-EXTRACT-FILE.
016500     IF NOT GL-STATUS-OK
016600         DISPLAY 'ERROR OPENING GL-EXTRACT-FILE. FILE STATUS: '
018500         MOVE 16 TO RETURN-CODE
018600         SET EXTRACT-EOF TO TRUE
018700     END-IF.
018707     OPEN I-O SUSPENSE-FILE.
018714     IF SU-STATUS-NOT-FOUND
018721         OPEN OUTPUT SUSPENSE-FILE
018728         CLOSE SUSPENSE-FILE
018735         OPEN I-O SUSPENSE-FILE
018742     END-IF.
018749     IF NOT SU-STATUS-OK
018756         DISPLAY 'ERROR OPENING SUSPENSE-FILE. FILE STATUS: '
018763             SU-FILE-STATUS
018770         MOVE 16 TO RETURN-CODE
018777         SET EXTRACT-EOF TO TRUE
018784     END-IF.
018800     DISPLAY 'WALLET GL POSTING RUN - ' WS-CURRENT-DATE.
018810     IF WS-ONE-CYCLE
018820         DISPLAY 'CONSUMING CYCLE ' WS-SELECTED-CYCLE ' ONLY'
018830     ELSE
018840         DISPLAY 'CONSUMING EVERY UNINTERFACED RECORD'
018850     END-IF.
018900 1000-EXIT.
018903     EXIT.
018906*
018909*****************************************************************
018912*    1100-SELECT-CYCLE - READ THE CYCLE SELECTION FROM SYSIN.   *
018915*    DAY OR BLANK CONSUMES EVERY UNINTERFACED RECORD, LAST THE  *
018918*    CYCLE THE CONTROL RECORD SAYS POSTED MOST RECENTLY, AND NN *
018921*    THAT CYCLE.  ANYTHING ELSE STOPS THE RUN BEFORE A RECORD   *
018924*    IS MARKED.                                                 *
018927*****************************************************************
018930 1100-SELECT-CYCLE.
018933     ACCEPT WS-CYCLE-PARM.
018936     IF WS-CYCLE-PARM = SPACES OR WS-CYCLE-PARM = 'DAY '
018939         SET WS-WHOLE-DAY TO TRUE
018942         GO TO 1100-EXIT
018945     END-IF.
018948     IF WS-CYCLE-PARM = 'LAST'
018951         MOVE WS-LAST-CYCLE TO WS-SELECTED-CYCLE
018954         SET WS-ONE-CYCLE TO TRUE
018957         GO TO 1100-EXIT
018960     END-IF.
018963     IF WS-CYCLE-PARM-NUM IS NUMERIC
018966         AND WS-CYCLE-PARM-REST = SPACES
018969         MOVE WS-CYCLE-PARM-NUM TO WS-SELECTED-CYCLE
018972         SET WS-ONE-CYCLE TO TRUE
018975         GO TO 1100-EXIT
018978     END-IF.
018981     DISPLAY 'CYCLE SELECTION ' WS-CYCLE-PARM ' IS NOT DAY, '
018984         'LAST OR A TWO-DIGIT CYCLE. NOTHING DONE.'.
018987     MOVE 16 TO RETURN-CODE.
018990     STOP RUN.
018993 1100-EXIT.
019000     EXIT.
019100*
019200*****************************************************************
021400*    ARE FOLDED INTO THE SUMMARY BEFORE THE RECORD IS MARKED,   *
021500*    SO A RECORD THE SUMMARY TABLE CANNOT ACCEPT IS LEFT        *
021600*    UNMARKED AND SIMPLY WAITS FOR THE NEXT RUN.                *
021610*    ON A ONE-CYCLE RUN A RECORD OF ANY OTHER CYCLE OR DATE IS  *
021620*    LEFT UNMARKED THE SAME WAY, FOR THE RUN THAT SELECTS IT.   *
021700*    A CRASH BETWEEN THE REWRITE THAT MARKS A RECORD HERE AND   *
021800*    THE VOUCHER WRITES AT END OF RUN LEAVES THAT ACTIVITY      *
021900*    MARKED CONSUMED WITH NO VOUCHER EVER CUT FOR IT, AND NO    *
023600             'RECORDS LEFT UNMARKED FOR THE NEXT RUN.'
023700         MOVE 8 TO RETURN-CODE
023800     END-IF.
023810     IF WS-ONE-CYCLE AND GL-NOT-INTERFACED
023820         AND (GL-POSTING-DATE NOT = WS-CURRENT-DATE
023830              OR GL-CYCLE-NO NOT = WS-SELECTED-CYCLE)
023840         ADD 1 TO WS-OUTSIDE-COUNT
023850         GO TO 2000-READ-NEXT
023860     END-IF.
023900     IF GL-INTERFACED
024000         ADD 1 TO WS-SKIPPED-COUNT
024100     ELSE
025600             ADD 1 TO WS-CONSUMED-COUNT
025700         END-IF
025800     END-IF.
025850 2000-READ-NEXT.
025900     PERFORM 1200-READ-EXTRACT-FILE THRU 1200-EXIT.
026000 2000-EXIT.
026100     EXIT.
026400*    3000-MAP-WALLET-TO-ACCOUNT - TRANSLATE ONE WALLET ID TO    *
026500*    ITS GENERAL-LEDGER ACCOUNT.  A WALLET WITH NO MAPPING      *
026600*    ENTRY FALLS TO THE SUSPENSE ACCOUNT AND IS REPORTED.       *
026630*    IT IS ALSO ENTERED ON THE SUSPENSE REGISTER, DATED THE     *
026660*    FIRST TIME AND RE-DATED LAST-SEEN EVERY TIME AFTER.        *
026700*****************************************************************
026800 3000-MAP-WALLET-TO-ACCOUNT.
026900     MOVE WS-LOOKUP-WALLET TO GM-WALLET-ID.
027400             DISPLAY 'NO GL MAPPING FOR WALLET '
027500                 WS-LOOKUP-WALLET ' AT SEQUENCE '
027600                 GL-SEQUENCE-NO ' - POSTED TO SUSPENSE.'
027650             PERFORM 3100-NOTE-SUSPENSE THRU 3100-EXIT
027700         NOT INVALID KEY
027800             MOVE GM-GL-ACCOUNT TO WS-MAPPED-ACCOUNT
027900     END-READ.
028000 3000-EXIT.
028002     EXIT.
028004*
028006*****************************************************************
028008*    3100-NOTE-SUSPENSE - ENTER THE UNMAPPED WALLET ON THE      *
028010*    SUSPENSE REGISTER.  A NEW ENTRY IS DATED FIRST AND LAST    *
028012*    SEEN FROM THIS POSTING DATE; AN EXISTING ONE HAS ITS       *
028014*    DATES WIDENED TO TAKE IN THIS POSTING DATE.                *
028016*****************************************************************
028018 3100-NOTE-SUSPENSE.
028020     MOVE WS-LOOKUP-WALLET TO SU-WALLET-ID.
028022     READ SUSPENSE-FILE
028024         INVALID KEY
028026             INITIALIZE SU-SUSPENSE-RECORD
028028             MOVE WS-LOOKUP-WALLET TO SU-WALLET-ID
028030             MOVE GL-POSTING-DATE TO SU-FIRST-SUSPENSE-DATE
028032             MOVE GL-POSTING-DATE TO SU-LAST-SUSPENSE-DATE
028034             SET SU-OPENED-BY-POSTING TO TRUE
028036             WRITE SU-SUSPENSE-RECORD
028038             GO TO 3100-CHECK-STATUS
028040     END-READ.
028042     IF GL-POSTING-DATE > SU-LAST-SUSPENSE-DATE
028044         MOVE GL-POSTING-DATE TO SU-LAST-SUSPENSE-DATE
028046     END-IF.
028048     IF GL-POSTING-DATE < SU-FIRST-SUSPENSE-DATE
028050         MOVE GL-POSTING-DATE TO SU-FIRST-SUSPENSE-DATE
028052     END-IF.
028054     REWRITE SU-SUSPENSE-RECORD.
028056 3100-CHECK-STATUS.
028058     IF NOT SU-STATUS-OK
028060         DISPLAY 'ERROR UPDATING SUSPENSE REGISTER FOR WALLET '
028062             SU-WALLET-ID '. FILE STATUS: ' SU-FILE-STATUS
028064         MOVE 16 TO RETURN-CODE
028066     END-IF.
028068 3100-EXIT.
028100     EXIT.
028200*
028300*****************************************************************
028500*    CURRENT EXTRACT RECORD INTO THE ACCOUNT/DATE SUMMARY.      *
028600*****************************************************************
028700 4000-ADD-TO-SUMMARY-DEBIT.
028750     MOVE GL-DEBIT-CURRENCY TO WS-MAPPED-CURRENCY.
028800     PERFORM 5000-FIND-SUMMARY-ENTRY THRU 5000-EXIT.
028900     ADD GL-DEBIT-AMOUNT TO
029000         WS-SUMM-DEBITS (WS-SUMM-FOUND-SUB).
030200*    CURRENT EXTRACT RECORD INTO THE ACCOUNT/DATE SUMMARY.      *
030300*****************************************************************
030400 4100-ADD-TO-SUMMARY-CREDIT.
030450     MOVE GL-CREDIT-CURRENCY TO WS-MAPPED-CURRENCY.
030500     PERFORM 5000-FIND-SUMMARY-ENTRY THRU 5000-EXIT.
030600     ADD GL-CREDIT-AMOUNT TO
030700         WS-SUMM-CREDITS (WS-SUMM-FOUND-SUB).
031100*
031200*****************************************************************
031300*    5000-FIND-SUMMARY-ENTRY - LOCATE OR CREATE THE SUMMARY     *
031400*    SLOT FOR THE MAPPED ACCOUNT, THE EXTRACT RECORD'S POSTING  *
031500*    DATE AND THE LEG'S CURRENCY.  2000-PROCESS-EXTRACT-RECORD  *
031600*    STOPS CONSUMING WHILE TWO SLOTS STILL REMAIN, SO THE       *
031700*    FULL-TABLE BRANCH BELOW CANNOT BE REACHED; IT ABENDS HARD  *
031800*    IF IT EVER IS, BECAUSE ADDING INTO SLOT ZERO WOULD         *
031850*    CORRUPT STORAGE.                                           *
031900*****************************************************************
032000 5000-FIND-SUMMARY-ENTRY.
032100     MOVE ZERO TO WS-SUMM-FOUND-SUB.
033100                 WS-SUMM-ACCOUNT (WS-SUMM-FOUND-SUB)
033200             MOVE GL-POSTING-DATE TO
033300                 WS-SUMM-POSTING-DATE (WS-SUMM-FOUND-SUB)
033330             MOVE WS-MAPPED-CURRENCY TO
033360                 WS-SUMM-CURRENCY (WS-SUMM-FOUND-SUB)
033400             MOVE ZERO TO WS-SUMM-DEBITS (WS-SUMM-FOUND-SUB)
033500             MOVE ZERO TO WS-SUMM-CREDITS (WS-SUMM-FOUND-SUB)
033600         ELSE
034800     IF WS-SUMM-ACCOUNT (WS-SUMM-SUB) = WS-MAPPED-ACCOUNT
034900         AND WS-SUMM-POSTING-DATE (WS-SUMM-SUB)
035000             = GL-POSTING-DATE
035050         AND WS-SUMM-CURRENCY (WS-SUMM-SUB) = WS-MAPPED-CURRENCY
035100         MOVE WS-SUMM-SUB TO WS-SUMM-FOUND-SUB
035200     END-IF.
035300 5100-EXIT.
035500*
035600*****************************************************************
035700*    6000-WRITE-VOUCHERS - EMIT ONE JOURNAL VOUCHER RECORD PER  *
035800*    ACCOUNT, POSTING DATE AND CURRENCY, THEN PROVE THE SET     *
035900*    BEFORE THE RUN IS ALLOWED TO SUCCEED.  THE PROOF FOOTS     *
035950*    BOTH SIDES RESTATED TO EACH RECORD'S FROM-CURRENCY         *
036000*    AMOUNT, SO IT STILL PROVES EVERY EXTRACT RECORD WAS        *
036100*    FOLDED WHOLE INTO BOTH SIDES WITHOUT TRIPPING OVER THE FX  *
036200*    DIFFERENTIAL OF A CROSS-CURRENCY LEG.  THE RAW VOUCHER     *
036300*    AMOUNTS MAY LEGITIMATELY DIFFER BY THAT DIFFERENTIAL -     *
036400*    THE CORPORATE LEDGER'S OWN FX POSITION ABSORBS IT          *
036500*    DOWNSTREAM.                                                *
036600*****************************************************************
036700 6000-WRITE-VOUCHERS.
036800     MOVE ZERO TO WS-SUMM-SUB.
038500     MOVE WS-SUMM-DEBITS (WS-SUMM-SUB) TO JV-DEBIT-AMOUNT.
038600     MOVE WS-SUMM-CREDITS (WS-SUMM-SUB) TO JV-CREDIT-AMOUNT.
038700     MOVE 'WALLETS ' TO JV-SOURCE-SYSTEM.
038750     MOVE WS-SUMM-CURRENCY (WS-SUMM-SUB) TO JV-CURRENCY-CODE.
038800     WRITE JV-VOUCHER-RECORD.
038900     IF NOT JV-STATUS-OK
039000         DISPLAY 'ERROR WRITING VOUCHER RECORD. FILE STATUS: '
040200     CLOSE GL-EXTRACT-FILE.
040300     CLOSE GL-MAP-FILE.
040400     CLOSE VOUCHER-FILE.
040450     CLOSE SUSPENSE-FILE.
040500     DISPLAY '------------------------------------------'.
040600     DISPLAY 'WALLET GL POSTING RUN SUMMARY'.
040700     DISPLAY 'EXTRACT RECORDS CONSUMED: ' WS-CONSUMED-COUNT.
040800     DISPLAY 'ALREADY INTERFACED......: ' WS-SKIPPED-COUNT.
040850     DISPLAY 'LEFT FOR ANOTHER CYCLE..: ' WS-OUTSIDE-COUNT.
040900     DISPLAY 'UNMAPPED WALLET SIDES...: ' WS-UNMAPPED-COUNT.
041000     DISPLAY 'VOUCHERS WRITTEN........: ' WS-VOUCHER-COUNT.
041100     DISPLAY 'RESTATED DEBITS.........: ' WS-TOTAL-DEBITS.
043600             STOP RUN
043700     END-READ.
043800     MOVE BD-BUSINESS-DATE TO WS-CURRENT-DATE.
043850     IF BD-CURRENT-CYCLE IS NUMERIC
043860         MOVE BD-CURRENT-CYCLE TO WS-LAST-CYCLE
043870     END-IF.
043900     CLOSE BUSDATE-FILE.
044000 9500-EXIT.
044100     EXIT.
