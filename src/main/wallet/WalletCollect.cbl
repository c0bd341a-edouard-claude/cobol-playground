000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    WalletCollect.
000300 AUTHOR.        D L PATEL.
000400 INSTALLATION.  WALLET SERVICES BATCH.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED. 2026-10-15.
000700*****************************************************************
000800*    PROGRAM......: WalletCollect                               *
000900*    DESCRIPTION..: OVERDRAFT AGEING, COLLECTIONS AND CHARGE-   *
001000*                   OFF.  RUNS AFTER THE DAY'S POSTING AND      *
001100*                   KEEPS, ON THE STANDING COLLECTIONS MASTER,  *
001200*                   THE FIRST NEGATIVE DATE AND WORST BALANCE   *
001300*                   OF EVERY OVERDRAWN CUSTOMER WALLET.  EACH   *
001400*                   ONE IS AGED INTO THE 1-30, 31-60, 61-90     *
001500*                   AND 90+ DAY BUCKETS ON THE AGEING REPORT,   *
001600*                   WITH THE OWNER'S NAME AND ADDRESS FROM THE  *
001700*                   CUSTOMER MASTER.  AT THE FREEZE AGE ON THE  *
001800*                   COLLECTIONS PARAMETER RECORD A FREEZE IS    *
001900*                   WRITTEN FOR WALLET MAINTENANCE TO APPLY -   *
002000*                   AND JOURNAL - IN THE NEXT WINDOW.  AT THE   *
002100*                   CHARGE-OFF AGE THE NEGATIVE BALANCE IS      *
002200*                   WRITTEN OFF: A TYPE-W HOUSE ADJUSTMENT FROM *
002300*                   THE LOSS WALLET FOR THE WALLET'S CURRENCY   *
002400*                   IS STAGED FOR THE NEXT POSTING RUN, WHICH   *
002500*                   JOURNALS IT AND CUTS THE GL EXTRACT ENTRY   *
002600*                   THE GL POSTING STEP MAPS TO BAD DEBT.       *
002700*                   MONEY LATER COMING BACK INTO A CHARGED-OFF  *
002800*                   WALLET IS SWEPT BACK TO THE LOSS WALLET THE *
002900*                   SAME WAY, UP TO WHAT IS STILL OWED.  A      *
003000*                   STAGED CHARGE-OFF OR RECOVERY STAYS PENDING *
003100*                   ON THE MASTER UNTIL THE AUDIT JOURNAL SHOWS *
003200*                   IT POSTED OR REJECTED, SO NOTHING IS        *
003300*                   COUNTED BEFORE IT HAS HAPPENED AND A RERUN  *
003400*                   OF THE DAY STAGES NOTHING TWICE.  ONLY      *
003500*                   WALLETS ATTACHED TO A CUSTOMER ARE CHASED;  *
003600*                   AN OVERDRAWN HOUSE WALLET IS LISTED FOR     *
003700*                   OPERATIONS BUT NEVER FROZEN OR WRITTEN OFF. *
003800*                   RETURN CODE 4 MEANS AN ESCALATION WAS       *
003900*                   STAGED OR A STAGED ONE WAS REJECTED.        *
004000*    MODIFICATION HISTORY                                      *
004100*    DATE       INIT  DESCRIPTION                               *
004200*    ---------- ----  -------------------------------------    *
004300*    2026-10-15 DLP   ORIGINAL PROGRAM.                         *
004310*    2026-10-15 DLP   NO FREEZE IS REQUESTED FOR A DORMANT      *
004320*                     WALLET - IT ALREADY PAYS NOTHING OUT, AND *
004330*                     MAINTENANCE FREEZES ONLY AN ACTIVE ONE.   *
004400*****************************************************************
004500 ENVIRONMENT DIVISION.
004600 CONFIGURATION SECTION.
004700 SOURCE-COMPUTER.   IBM-370.
004800 OBJECT-COMPUTER.   IBM-370.
004900 INPUT-OUTPUT SECTION.
005000 FILE-CONTROL.
005100     SELECT BUSDATE-FILE ASSIGN TO "WALBDATE"
005200         ORGANIZATION IS INDEXED
005300         ACCESS MODE IS RANDOM
005400         RECORD KEY IS BD-CONTROL-ID
005500         FILE STATUS IS BD-FILE-STATUS.
005600     SELECT PARM-FILE ASSIGN TO "WALCOLPM"
005700         ORGANIZATION IS SEQUENTIAL
005800         FILE STATUS IS CP-FILE-STATUS.
005900     SELECT WALLET-MASTER-FILE ASSIGN TO "WALTMSTR"
006000         ORGANIZATION IS INDEXED
006100         ACCESS MODE IS DYNAMIC
006200         RECORD KEY IS WM-WALLET-ID
006300         FILE STATUS IS WM-FILE-STATUS.
006400     SELECT CUSTOMER-FILE ASSIGN TO "WALCUST"
006500         ORGANIZATION IS INDEXED
006600         ACCESS MODE IS RANDOM
006700         RECORD KEY IS CU-CUSTOMER-ID
006800         FILE STATUS IS CU-FILE-STATUS.
006900     SELECT COLLECT-FILE ASSIGN TO "WALCOLM"
007000         ORGANIZATION IS INDEXED
007100         ACCESS MODE IS DYNAMIC
007200         RECORD KEY IS CL-WALLET-ID
007300         FILE STATUS IS CL-FILE-STATUS.
007400     SELECT COLLECT-TRANS-FILE ASSIGN TO "WALCOTR"
007500         ORGANIZATION IS SEQUENTIAL
007600         FILE STATUS IS TR-FILE-STATUS.
007700     SELECT COLLECT-MAINT-FILE ASSIGN TO "WALCOMT"
007800         ORGANIZATION IS SEQUENTIAL
007900         FILE STATUS IS MT-FILE-STATUS.
008000*    WS-AUDIT-FILE-NAME HOLDS A FULL DATASET NAME BUILT AT RUN   *
008100*    TIME (WALAUDT.YYYYMMDD), NOT AN EIGHT-CHARACTER DDNAME, SO  *
008200*    THIS PROGRAM MUST BE LINK-EDITED FROM AN OBJECT COMPILED    *
008300*    WITH THE DYNAM OPTION, THE SAME AS THE OTHER JOURNAL        *
008400*    READERS.                                                    *
008500     SELECT AUDIT-FILE ASSIGN TO WS-AUDIT-FILE-NAME
008600         ORGANIZATION IS SEQUENTIAL
008700         FILE STATUS IS AU-FILE-STATUS.
008800*
008900 DATA DIVISION.
009000 FILE SECTION.
009100 FD  BUSDATE-FILE
009200     LABEL RECORDS ARE STANDARD.
009300     COPY WALBDAT.
009400*
009500 FD  PARM-FILE
009600     LABEL RECORDS ARE STANDARD.
009700     COPY WALCPRM.
009800*
009900 FD  WALLET-MASTER-FILE
010000     LABEL RECORDS ARE STANDARD.
010100     COPY WALMSTR.
010200*
010300 FD  CUSTOMER-FILE
010400     LABEL RECORDS ARE STANDARD.
010500     COPY WALCUST.
010600*
010700 FD  COLLECT-FILE
010800     LABEL RECORDS ARE STANDARD.
010900     COPY WALCOLM.
011000*
011100 FD  COLLECT-TRANS-FILE
011200     LABEL RECORDS ARE STANDARD.
011300     COPY WALTRNS.
011400*
011500 FD  COLLECT-MAINT-FILE
011600     LABEL RECORDS ARE STANDARD.
011700     COPY WALMNT.
011800*
011900 FD  AUDIT-FILE
012000     LABEL RECORDS ARE STANDARD.
012100     COPY WALAUDT.
012200*
012300 WORKING-STORAGE SECTION.
012400 01  WS-FILE-STATUS-CODES.
012500     05  BD-FILE-STATUS          PIC X(02) VALUE SPACES.
012600         88  BD-STATUS-OK            VALUE '00'.
012700     05  CP-FILE-STATUS          PIC X(02) VALUE SPACES.
012800         88  CP-STATUS-OK            VALUE '00'.
012900     05  WM-FILE-STATUS          PIC X(02) VALUE SPACES.
013000         88  WM-STATUS-OK            VALUE '00'.
013100     05  CU-FILE-STATUS          PIC X(02) VALUE SPACES.
013200         88  CU-STATUS-OK            VALUE '00'.
013300     05  CL-FILE-STATUS          PIC X(02) VALUE SPACES.
013400         88  CL-STATUS-OK            VALUE '00'.
013500         88  CL-STATUS-NOT-FOUND     VALUE '35'.
013600     05  TR-FILE-STATUS          PIC X(02) VALUE SPACES.
013700         88  TR-STATUS-OK            VALUE '00'.
013800     05  MT-FILE-STATUS          PIC X(02) VALUE SPACES.
013900         88  MT-STATUS-OK            VALUE '00'.
014000     05  AU-FILE-STATUS          PIC X(02) VALUE SPACES.
014100         88  AU-STATUS-OK            VALUE '00'.
014200*
014300 01  WS-EOF-SWITCHES.
014400     05  WS-WALLET-EOF-SW        PIC X(01) VALUE 'N'.
014500         88  WALLET-EOF              VALUE 'Y'.
014600     05  WS-AUDIT-EOF-SW         PIC X(01) VALUE 'N'.
014700         88  AUDIT-EOF               VALUE 'Y'.
014800     05  WS-COLLECT-SCAN-SW      PIC X(01) VALUE 'N'.
014900         88  WS-COLLECT-SCAN-DONE    VALUE 'Y'.
015000     05  WS-RUN-ABORT-SW         PIC X(01) VALUE 'N'.
015100         88  WS-RUN-ABORTED          VALUE 'Y'.
015200*
015300 01  WS-WORK-SWITCHES.
015400     05  WS-COLLECT-FOUND-SW     PIC X(01) VALUE 'N'.
015500         88  WS-COLLECT-FOUND        VALUE 'Y'.
015600     05  WS-HEADER-WRITTEN-SW    PIC X(01) VALUE 'N'.
015700         88  WS-HEADER-WRITTEN       VALUE 'Y'.
015800*
015900 01  WS-RUN-COUNTERS.
016000     05  WS-WALLETS-READ         PIC 9(08) VALUE ZERO.
016100     05  WS-OVERDRAWN-COUNT      PIC 9(08) VALUE ZERO.
016200     05  WS-NEW-EPISODE-COUNT    PIC 9(08) VALUE ZERO.
016300     05  WS-CURED-COUNT          PIC 9(08) VALUE ZERO.
016400     05  WS-FREEZE-COUNT         PIC 9(08) VALUE ZERO.
016500     05  WS-CHARGE-OFF-COUNT     PIC 9(08) VALUE ZERO.
016600     05  WS-RECOVERY-COUNT       PIC 9(08) VALUE ZERO.
016700     05  WS-NO-LOSS-WALLET-COUNT PIC 9(08) VALUE ZERO.
016800     05  WS-HOUSE-OVERDRAWN      PIC 9(08) VALUE ZERO.
016900     05  WS-PENDING-POSTED       PIC 9(08) VALUE ZERO.
017000     05  WS-PENDING-REJECTED     PIC 9(08) VALUE ZERO.
017100     05  WS-PENDING-UNSEEN       PIC 9(08) VALUE ZERO.
017200     05  WS-PENDING-RESTAGED     PIC 9(08) VALUE ZERO.
017300     05  WS-CHARGED-OFF-LISTED   PIC 9(08) VALUE ZERO.
017400     05  WS-DETAIL-COUNT         PIC 9(08) VALUE ZERO.
017500     05  WS-NEXT-SEQUENCE        PIC 9(08) VALUE 400000.
017600     05  WS-COLLECT-HASH-TOTAL   PIC S9(13)V99 COMP-3
017700                                 VALUE ZERO.
017800*
017900 01  WS-CURRENT-DATE-TIME.
018000     05  WS-CURRENT-DATE         PIC 9(08) VALUE ZERO.
018100     05  WS-CURRENT-DATE-R REDEFINES WS-CURRENT-DATE.
018200         10  FILLER                  PIC X(04).
018300         10  WS-CURRENT-MMDD         PIC X(04).
018400     05  WS-CURRENT-TIME         PIC 9(08) VALUE ZERO.
018500*
018600 01  WS-COLLECT-BATCH-ID         PIC X(08) VALUE SPACES.
018700 01  WS-AUDIT-FILE-NAME          PIC X(20) VALUE SPACES.
018800 01  WS-SCAN-START-DATE          PIC 9(08) VALUE ZERO.
018900 01  WS-TODAY-DAY-NUMBER         PIC S9(08) COMP VALUE ZERO.
019000 01  WS-AGE-DAYS                 PIC S9(08) COMP VALUE ZERO.
019100 01  WS-BUCKET-SUB               PIC 9(04) COMP VALUE ZERO.
019200 01  WS-CLEAR-SUB                PIC 9(04) COMP VALUE ZERO.
019300 01  WS-PARM-SUB                 PIC 9(04) COMP VALUE ZERO.
019400*
019500*    ONE STAGED ADJUSTMENT - THE LEGS AND THE AMOUNT.           *
019600 01  WS-DETAIL-WORK.
019700     05  WS-DETAIL-FROM          PIC X(10) VALUE SPACES.
019800     05  WS-DETAIL-TO            PIC X(10) VALUE SPACES.
019900     05  WS-DETAIL-AMOUNT        PIC S9(9)V99 COMP-3 VALUE ZERO.
020000     05  WS-OUTSTANDING          PIC S9(9)V99 COMP-3 VALUE ZERO.
020100     05  WS-AVAILABLE            PIC S9(9)V99 COMP-3 VALUE ZERO.
020200*
020300*    THE HOUSE LOSS WALLETS FROM THE PARAMETER RECORD, ONE PER  *
020400*    CURRENCY, EACH PROVED AGAINST THE WALLET MASTER.           *
020500 01  WS-LOSS-WALLET-TABLE.
020600     05  WS-LW-COUNT             PIC 9(04) COMP VALUE ZERO.
020700     05  WS-LW-SUB               PIC 9(04) COMP VALUE ZERO.
020800     05  WS-LW-FOUND-SUB         PIC 9(04) COMP VALUE ZERO.
020900     05  WS-LW-PROBE-CURRENCY    PIC X(03) VALUE SPACES.
021000     05  WS-LW-PROBE-WALLET      PIC X(10) VALUE SPACES.
021100     05  WS-LW-ENTRY OCCURS 5 TIMES.
021200         10  WS-LW-CURRENCY          PIC X(03).
021300         10  WS-LW-WALLET-ID         PIC X(10).
021400*
021500*    ONE ENTRY PER CHARGE-OFF OR RECOVERY STAGED ON AN EARLIER  *
021600*    DAY, WAITING FOR ITS OUTCOME ON THE AUDIT JOURNAL.         *
021700 01  WS-PENDING-TABLE.
021800     05  WS-PD-COUNT             PIC 9(04) COMP VALUE ZERO.
021900     05  WS-PD-SUB               PIC 9(04) COMP VALUE ZERO.
022000     05  WS-PD-FOUND-SUB         PIC 9(04) COMP VALUE ZERO.
022100     05  WS-PD-ENTRY OCCURS 2000 TIMES.
022200         10  WS-PD-WALLET-ID         PIC X(10).
022300         10  WS-PD-BATCH-ID          PIC X(08).
022400         10  WS-PD-SEQUENCE-NO       PIC 9(08).
022500         10  WS-PD-RESULT            PIC X(01).
022600             88  WS-PD-NOT-SEEN          VALUE SPACE.
022700             88  WS-PD-POSTED            VALUE 'P'.
022800             88  WS-PD-REJECTED          VALUE 'R'.
022900         10  WS-PD-JOURNAL-DATE      PIC 9(08).
023000         10  WS-PD-REASON-TEXT       PIC X(30).
023100*
023200*    AGEING TOTALS - ONE ROW PER CURRENCY, ONE COLUMN PER       *
023300*    BUCKET.  AMOUNTS ARE NEVER ADDED ACROSS CURRENCIES.        *
023400 01  WS-AGEING-TABLE.
023500     05  WS-AG-COUNT             PIC 9(04) COMP VALUE ZERO.
023600     05  WS-AG-SUB               PIC 9(04) COMP VALUE ZERO.
023700     05  WS-AG-FOUND-SUB         PIC 9(04) COMP VALUE ZERO.
023800     05  WS-AG-ENTRY OCCURS 20 TIMES.
023900         10  WS-AG-CURRENCY          PIC X(03).
024000         10  WS-AG-BUCKET OCCURS 4 TIMES.
024100             15  WS-AG-WALLETS           PIC 9(08).
024200             15  WS-AG-AMOUNT            PIC S9(11)V99 COMP-3.
024300*
024400 01  WS-BUCKET-LABEL-VALUES.
024500     05  FILLER                  PIC X(05) VALUE ' 1-30'.
024600     05  FILLER                  PIC X(05) VALUE '31-60'.
024700     05  FILLER                  PIC X(05) VALUE '61-90'.
024800     05  FILLER                  PIC X(05) VALUE '  90+'.
024900 01  WS-BUCKET-LABEL-TABLE REDEFINES WS-BUCKET-LABEL-VALUES.
025000     05  WS-BUCKET-LABEL         PIC X(05) OCCURS 4 TIMES.
025100*
025200 01  WS-PRINT-FIELDS.
025300     05  WS-PRINT-AMOUNT         PIC ---------9.99.
025400     05  WS-PRINT-WORST          PIC ---------9.99.
025500     05  WS-PRINT-TOTAL          PIC -----------9.99.
025600     05  WS-PRINT-AGE            PIC ZZZ9.
025700     05  WS-PRINT-COUNT          PIC ZZZZZZZ9.
025800     05  WS-PRINT-NAME           PIC X(30) VALUE SPACES.
025900     05  WS-PRINT-ADDR-1         PIC X(30) VALUE SPACES.
026000     05  WS-PRINT-ADDR-2         PIC X(30) VALUE SPACES.
026100*
026200*    CALENDAR WORK FIELDS FOR WALKING THE JOURNALS.             *
026300 01  WS-WALK-WORK.
026400     05  WS-WALK-DATE            PIC 9(08) VALUE ZERO.
026500     05  WS-WALK-DATE-R REDEFINES WS-WALK-DATE.
026600         10  WS-WALK-YEAR            PIC 9(04).
026700         10  WS-WALK-MONTH           PIC 9(02).
026800         10  WS-WALK-DAY             PIC 9(02).
026900     05  WS-WALK-MONTH-DAYS      PIC 9(02) VALUE ZERO.
027000     05  WS-WALK-REMAINDER       PIC S9(08) COMP VALUE ZERO.
027100     05  WS-WALK-WORKNUM         PIC S9(08) COMP VALUE ZERO.
027200     05  WS-WALK-LEAP-SW         PIC X(01) VALUE 'N'.
027300         88  WS-WALK-LEAP-YEAR       VALUE 'Y'.
027400*
027500 01  WS-MONTH-DAYS-VALUES        PIC X(24) VALUE
027600     '312831303130313130313031'.
027700 01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-VALUES.
027800     05  WS-MONTH-DAYS           PIC 9(02) OCCURS 12 TIMES.
027900*
028000*    DATE-TO-DAY-NUMBER WORK FIELDS, AS IN THE POSTING RUN.     *
028100 01  WS-DATE-TO-DAY-WORK.
028200     05  WS-DTN-DATE             PIC 9(08) VALUE ZERO.
028300     05  WS-DTN-DATE-R REDEFINES WS-DTN-DATE.
028400         10  WS-DTN-YEAR             PIC 9(04).
028500         10  WS-DTN-MONTH            PIC 9(02).
028600         10  WS-DTN-DAY              PIC 9(02).
028700     05  WS-DTN-DAY-NUMBER       PIC S9(08) COMP VALUE ZERO.
028800     05  WS-DTN-PRIOR-YEAR       PIC S9(08) COMP VALUE ZERO.
028900     05  WS-DTN-QUADS            PIC S9(08) COMP VALUE ZERO.
029000     05  WS-DTN-CENTS            PIC S9(08) COMP VALUE ZERO.
029100     05  WS-DTN-QUADCENTS        PIC S9(08) COMP VALUE ZERO.
029200     05  WS-DTN-REMAINDER        PIC S9(08) COMP VALUE ZERO.
029300     05  WS-DTN-LEAP-SW          PIC X(01) VALUE 'N'.
029400         88  WS-DTN-LEAP-YEAR        VALUE 'Y'.
029500*
029600 01  WS-MONTH-OFFSET-VALUES      PIC X(36) VALUE
029700     '000031059090120151181212243273304334'.
029800 01  WS-MONTH-OFFSET-TABLE REDEFINES WS-MONTH-OFFSET-VALUES.
029900     05  WS-MONTH-OFFSET         PIC 9(03) OCCURS 12 TIMES.
030000*
030100 PROCEDURE DIVISION.
030200*****************************************************************
030300*    0000-MAINLINE                                              *
030400*****************************************************************
030500 0000-MAINLINE.
030600     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
030700     IF NOT WS-RUN-ABORTED
030800         PERFORM 2000-LOAD-PENDING THRU 2000-EXIT
030900     END-IF.
031000     IF NOT WS-RUN-ABORTED
031100         PERFORM 3000-SCAN-JOURNALS THRU 3000-EXIT
031200     END-IF.
031300     IF NOT WS-RUN-ABORTED
031400         PERFORM 3500-SETTLE-PENDING THRU 3500-EXIT
031500         PERFORM 4000-AGE-WALLETS THRU 4000-EXIT
031600         PERFORM 6000-PRINT-AGEING-TOTALS THRU 6000-EXIT
031700         PERFORM 6500-LIST-CHARGED-OFF THRU 6500-EXIT
031800     END-IF.
031900     PERFORM 9000-TERMINATE THRU 9000-EXIT.
032000     STOP RUN.
032100*
032200*****************************************************************
032300*    1000-INITIALIZE - READ AND PROVE THE PARAMETER RECORD,     *
032400*    OPEN THE MASTERS AND THE STANDING COLLECTIONS FILE,        *
032500*    CREATING IT EMPTY THE FIRST TIME, AND START BOTH STAGING   *
032600*    DATASETS AFRESH.  A MISSING OR INVALID PARAMETER RECORD,   *
032700*    OR A LOSS WALLET THAT DOES NOT PROVE, ENDS THE RUN BEFORE  *
032800*    ANYTHING IS STAGED.                                        *
032900*****************************************************************
033000 1000-INITIALIZE.
033100     PERFORM 9500-GET-BUSINESS-DATE THRU 9500-EXIT.
033200     ACCEPT WS-CURRENT-TIME FROM TIME.
033300     MOVE WS-CURRENT-DATE TO WS-DTN-DATE.
033400     PERFORM 9100-DATE-TO-DAY-NUMBER THRU 9100-EXIT.
033500     MOVE WS-DTN-DAY-NUMBER TO WS-TODAY-DAY-NUMBER.
033600     STRING 'COLL' WS-CURRENT-MMDD DELIMITED BY SIZE
033700         INTO WS-COLLECT-BATCH-ID.
033800     OPEN INPUT PARM-FILE.
033900     IF NOT CP-STATUS-OK
034000         DISPLAY 'ERROR OPENING PARM-FILE. FILE STATUS: '
034100             CP-FILE-STATUS
034200         MOVE 16 TO RETURN-CODE
034300         SET WS-RUN-ABORTED TO TRUE
034400         GO TO 1000-EXIT
034500     END-IF.
034600     READ PARM-FILE
034700         AT END
034800             DISPLAY 'PARM-FILE IS EMPTY.'
034900             MOVE 16 TO RETURN-CODE
035000             SET WS-RUN-ABORTED TO TRUE
035100     END-READ.
035200     CLOSE PARM-FILE.
035300     IF WS-RUN-ABORTED
035400         GO TO 1000-EXIT
035500     END-IF.
035600     IF CP-FREEZE-DAYS IS NOT NUMERIC
035700         OR CP-CHARGE-OFF-DAYS IS NOT NUMERIC
035800         OR (CP-FREEZE-DAYS > ZERO AND CP-CHARGE-OFF-DAYS > ZERO
035900             AND CP-FREEZE-DAYS NOT < CP-CHARGE-OFF-DAYS)
036000         DISPLAY 'COLLECTIONS PARAMETER RECORD INVALID.'
036100         MOVE 16 TO RETURN-CODE
036200         SET WS-RUN-ABORTED TO TRUE
036300         GO TO 1000-EXIT
036400     END-IF.
036500     OPEN INPUT WALLET-MASTER-FILE.
036600     IF NOT WM-STATUS-OK
036700         DISPLAY 'ERROR OPENING WALLET-MASTER-FILE. FILE '
036800             'STATUS: ' WM-FILE-STATUS
036900         MOVE 16 TO RETURN-CODE
037000         SET WS-RUN-ABORTED TO TRUE
037100         GO TO 1000-EXIT
037200     END-IF.
037300     MOVE ZERO TO WS-PARM-SUB.
037400     PERFORM 1100-PROVE-LOSS-WALLET THRU 1100-EXIT
037500         UNTIL WS-PARM-SUB >= 5
037600         OR WS-RUN-ABORTED.
037700     IF WS-RUN-ABORTED
037800         GO TO 1000-EXIT
037900     END-IF.
038000     OPEN INPUT CUSTOMER-FILE.
038100     IF NOT CU-STATUS-OK
038200         DISPLAY 'ERROR OPENING CUSTOMER-FILE. FILE STATUS: '
038300             CU-FILE-STATUS
038400         MOVE 16 TO RETURN-CODE
038500         SET WS-RUN-ABORTED TO TRUE
038600         GO TO 1000-EXIT
038700     END-IF.
038800     OPEN I-O COLLECT-FILE.
038900     IF CL-STATUS-NOT-FOUND
039000         OPEN OUTPUT COLLECT-FILE
039100         CLOSE COLLECT-FILE
039200         OPEN I-O COLLECT-FILE
039300     END-IF.
039400     IF NOT CL-STATUS-OK
039500         DISPLAY 'ERROR OPENING COLLECT-FILE. FILE STATUS: '
039600             CL-FILE-STATUS
039700         MOVE 16 TO RETURN-CODE
039800         SET WS-RUN-ABORTED TO TRUE
039900         GO TO 1000-EXIT
040000     END-IF.
040100     OPEN OUTPUT COLLECT-TRANS-FILE.
040200     IF NOT TR-STATUS-OK
040300         DISPLAY 'ERROR OPENING COLLECT-TRANS-FILE. FILE '
040400             'STATUS: ' TR-FILE-STATUS
040500         MOVE 16 TO RETURN-CODE
040600         SET WS-RUN-ABORTED TO TRUE
040700         GO TO 1000-EXIT
040800     END-IF.
040900     OPEN OUTPUT COLLECT-MAINT-FILE.
041000     IF NOT MT-STATUS-OK
041100         DISPLAY 'ERROR OPENING COLLECT-MAINT-FILE. FILE '
041200             'STATUS: ' MT-FILE-STATUS
041300         MOVE 16 TO RETURN-CODE
041400         SET WS-RUN-ABORTED TO TRUE
041500         GO TO 1000-EXIT
041600     END-IF.
041700     DISPLAY 'OVERDRAFT COLLECTIONS - ' WS-CURRENT-DATE.
041800     DISPLAY 'FREEZE AT ' CP-FREEZE-DAYS ' DAYS, CHARGE-OFF AT '
041900         CP-CHARGE-OFF-DAYS ' DAYS (ZERO = OFF).'.
042000     DISPLAY '------------------------------------------'.
042100 1000-EXIT.
042200     EXIT.
042300*
042400*****************************************************************
042500*    1100-PROVE-LOSS-WALLET - A CURRENCY NAMED ON THE           *
042600*    PARAMETER RECORD MUST NAME A LOSS WALLET THAT IS ON FILE,  *
042700*    OPEN, AND HELD IN THAT SAME CURRENCY, SO A WRITE-OFF       *
042800*    NEVER CONVERTS.                                            *
042900*****************************************************************
043000 1100-PROVE-LOSS-WALLET.
043100     ADD 1 TO WS-PARM-SUB.
043200     IF CP-LOSS-CURRENCY (WS-PARM-SUB) = SPACES
043300         GO TO 1100-EXIT
043400     END-IF.
043500     MOVE CP-LOSS-WALLET-ID (WS-PARM-SUB) TO WM-WALLET-ID.
043600     READ WALLET-MASTER-FILE
043700         INVALID KEY
043800             DISPLAY 'LOSS WALLET ' WM-WALLET-ID ' FOR '
043900                 CP-LOSS-CURRENCY (WS-PARM-SUB)
044000                 ' IS NOT ON THE WALLET MASTER.'
044100             MOVE 16 TO RETURN-CODE
044200             SET WS-RUN-ABORTED TO TRUE
044300             GO TO 1100-EXIT
044400     END-READ.
044500     IF WM-CURRENCY-CODE NOT = CP-LOSS-CURRENCY (WS-PARM-SUB)
044600         OR WM-STATUS-CLOSED
044700         DISPLAY 'LOSS WALLET ' WM-WALLET-ID ' IS CLOSED OR NOT '
044800             'HELD IN ' CP-LOSS-CURRENCY (WS-PARM-SUB) '.'
044900         MOVE 16 TO RETURN-CODE
045000         SET WS-RUN-ABORTED TO TRUE
045100         GO TO 1100-EXIT
045200     END-IF.
045300     ADD 1 TO WS-LW-COUNT.
045400     MOVE CP-LOSS-CURRENCY (WS-PARM-SUB) TO
045500         WS-LW-CURRENCY (WS-LW-COUNT).
045600     MOVE CP-LOSS-WALLET-ID (WS-PARM-SUB) TO
045700         WS-LW-WALLET-ID (WS-LW-COUNT).
045800 1100-EXIT.
045900     EXIT.
046000*
046100*****************************************************************
046200*    2000-LOAD-PENDING - COLLECT EVERY CHARGE-OFF AND RECOVERY  *
046300*    STILL PENDING AND NOTE THE EARLIEST STAGING DATE SO THE    *
046400*    JOURNAL SCAN STARTS THERE.  ONE STAGED TODAY IS INCLUDED:  *
046500*    ON A RERUN OF THE WHOLE WINDOW THE POSTING STEP MAY HAVE   *
046600*    ALREADY TAKEN THE FIRST RUN'S BATCH, AND ONLY TODAY'S      *
046700*    JOURNAL CAN SAY SO.                                        *
046800*****************************************************************
046900 2000-LOAD-PENDING.
047000     MOVE WS-CURRENT-DATE TO WS-SCAN-START-DATE.
047100     MOVE 'N' TO WS-COLLECT-SCAN-SW.
047200     MOVE LOW-VALUES TO CL-WALLET-ID.
047300     START COLLECT-FILE
047400         KEY IS NOT < CL-WALLET-ID
047500         INVALID KEY
047600             SET WS-COLLECT-SCAN-DONE TO TRUE
047700     END-START.
047800     PERFORM 2100-LOAD-ONE-PENDING THRU 2100-EXIT
047900         UNTIL WS-COLLECT-SCAN-DONE
048000         OR WS-RUN-ABORTED.
048100 2000-EXIT.
048200     EXIT.
048300*
048400 2100-LOAD-ONE-PENDING.
048500     READ COLLECT-FILE NEXT RECORD
048600         AT END
048700             SET WS-COLLECT-SCAN-DONE TO TRUE
048800             GO TO 2100-EXIT
048900     END-READ.
049000     IF NOT CL-STATUS-OK
049100         DISPLAY 'ERROR READING COLLECT-FILE. FILE STATUS: '
049200             CL-FILE-STATUS
049300         MOVE 16 TO RETURN-CODE
049400         SET WS-RUN-ABORTED TO TRUE
049500         GO TO 2100-EXIT
049600     END-IF.
049700     IF CL-NOTHING-PENDING
049800         GO TO 2100-EXIT
049900     END-IF.
050000     IF WS-PD-COUNT >= 2000
050100         DISPLAY 'PENDING TABLE FULL. RUN ABENDED BEFORE ANY '
050200             'ADJUSTMENT COULD BE MISCOUNTED.'
050300         MOVE 16 TO RETURN-CODE
050400         SET WS-RUN-ABORTED TO TRUE
050500         GO TO 2100-EXIT
050600     END-IF.
050700     ADD 1 TO WS-PD-COUNT.
050800     MOVE CL-WALLET-ID TO WS-PD-WALLET-ID (WS-PD-COUNT).
050900     MOVE CL-PENDING-BATCH-ID TO WS-PD-BATCH-ID (WS-PD-COUNT).
051000     MOVE CL-PENDING-SEQUENCE-NO TO
051100         WS-PD-SEQUENCE-NO (WS-PD-COUNT).
051200     MOVE SPACE TO WS-PD-RESULT (WS-PD-COUNT).
051300     MOVE ZERO TO WS-PD-JOURNAL-DATE (WS-PD-COUNT).
051400     MOVE SPACES TO WS-PD-REASON-TEXT (WS-PD-COUNT).
051500     IF CL-PENDING-DATE < WS-SCAN-START-DATE
051600         MOVE CL-PENDING-DATE TO WS-SCAN-START-DATE
051700     END-IF.
051800 2100-EXIT.
051900     EXIT.
052000*
052100 2200-CLEAR-PENDING.
052200     MOVE SPACE TO CL-PENDING-TYPE.
052300     MOVE ZERO TO CL-PENDING-DATE.
052400     MOVE SPACES TO CL-PENDING-BATCH-ID.
052500     MOVE ZERO TO CL-PENDING-SEQUENCE-NO.
052600     MOVE ZERO TO CL-PENDING-AMOUNT.
052700 2200-EXIT.
052800     EXIT.
052900*
053000*****************************************************************
053100*    3000-SCAN-JOURNALS - WALK EVERY AUDIT JOURNAL FROM THE     *
053200*    EARLIEST STAGING DATE THROUGH TODAY AND NOTE HOW EACH      *
053300*    PENDING ADJUSTMENT ENDED.  A DAY WITH NO JOURNAL IS        *
053400*    SIMPLY SKIPPED.                                            *
053500*****************************************************************
053600 3000-SCAN-JOURNALS.
053700     IF WS-PD-COUNT = ZERO
053800         GO TO 3000-EXIT
053900     END-IF.
054000     MOVE WS-SCAN-START-DATE TO WS-WALK-DATE.
054100     PERFORM 3100-SCAN-ONE-DAY THRU 3100-EXIT
054200         UNTIL WS-WALK-DATE > WS-CURRENT-DATE
054300         OR WS-RUN-ABORTED.
054400 3000-EXIT.
054500     EXIT.
054600*
054700 3100-SCAN-ONE-DAY.
054800     MOVE SPACES TO WS-AUDIT-FILE-NAME.
054900     STRING 'WALAUDT.' WS-WALK-DATE DELIMITED BY SIZE
055000         INTO WS-AUDIT-FILE-NAME.
055100     MOVE 'N' TO WS-AUDIT-EOF-SW.
055200     OPEN INPUT AUDIT-FILE.
055300     IF AU-STATUS-OK
055400         PERFORM 3200-READ-AUDIT-RECORD THRU 3200-EXIT
055500         PERFORM 3300-MATCH-ENTRY THRU 3300-EXIT
055600             UNTIL AUDIT-EOF
055700         CLOSE AUDIT-FILE
055800     END-IF.
055900     PERFORM 9200-ADD-ONE-DAY THRU 9200-EXIT.
056000 3100-EXIT.
056100     EXIT.
056200*
056300 3200-READ-AUDIT-RECORD.
056400     READ AUDIT-FILE
056500         AT END
056600             SET AUDIT-EOF TO TRUE
056700     END-READ.
056800     IF NOT AUDIT-EOF AND NOT AU-STATUS-OK
056900         DISPLAY 'ERROR READING ' WS-AUDIT-FILE-NAME
057000             ' FILE STATUS: ' AU-FILE-STATUS
057100         MOVE 16 TO RETURN-CODE
057200         SET AUDIT-EOF TO TRUE
057300         SET WS-RUN-ABORTED TO TRUE
057400     END-IF.
057500 3200-EXIT.
057600     EXIT.
057700*
057800*****************************************************************
057900*    3300-MATCH-ENTRY - A JOURNAL ENTRY UNDER A COLLECTIONS     *
058000*    BATCH ID IS MATCHED TO ITS PENDING ADJUSTMENT BY BATCH     *
058100*    AND SEQUENCE.  A HOUSE ADJUSTMENT IS NEVER HELD OR         *
058200*    WAREHOUSED, SO ONLY POSTED AND REJECTED MATTER.            *
058300*****************************************************************
058400 3300-MATCH-ENTRY.
058500     IF AU-BATCH-ID (1:4) NOT = 'COLL'
058600         GO TO 3300-READ-NEXT
058700     END-IF.
058800     IF NOT AU-RESULT-POSTED AND NOT AU-RESULT-REJECTED
058900         GO TO 3300-READ-NEXT
059000     END-IF.
059100     MOVE ZERO TO WS-PD-FOUND-SUB.
059200     MOVE ZERO TO WS-PD-SUB.
059300     PERFORM 3310-TEST-ONE-PENDING THRU 3310-EXIT
059400         UNTIL WS-PD-FOUND-SUB > ZERO
059500         OR WS-PD-SUB >= WS-PD-COUNT.
059600     IF WS-PD-FOUND-SUB > ZERO
059700         MOVE AU-RESULT-CODE TO WS-PD-RESULT (WS-PD-FOUND-SUB)
059800         MOVE AU-JOURNAL-DATE TO
059900             WS-PD-JOURNAL-DATE (WS-PD-FOUND-SUB)
060000         MOVE AU-REASON-TEXT TO
060100             WS-PD-REASON-TEXT (WS-PD-FOUND-SUB)
060200     END-IF.
060300 3300-READ-NEXT.
060400     PERFORM 3200-READ-AUDIT-RECORD THRU 3200-EXIT.
060500 3300-EXIT.
060600     EXIT.
060700*
060800 3310-TEST-ONE-PENDING.
060900     ADD 1 TO WS-PD-SUB.
061000     IF WS-PD-BATCH-ID (WS-PD-SUB) = AU-BATCH-ID
061100         AND WS-PD-SEQUENCE-NO (WS-PD-SUB) = AU-SEQUENCE-NO
061200         MOVE WS-PD-SUB TO WS-PD-FOUND-SUB
061300     END-IF.
061400 3310-EXIT.
061500     EXIT.
061600*
061700*****************************************************************
061800*    3500-SETTLE-PENDING - BOOK EACH PENDING ADJUSTMENT BY ITS  *
061900*    OUTCOME.  A POSTED CHARGE-OFF MOVES THE WALLET TO W AND    *
062000*    ADDS TO WHAT IS OWED; A POSTED RECOVERY REDUCES IT, AND     *
062100*    CLOSES THE ACCOUNT OF IT AT R ONCE NOTHING IS LEFT.  A     *
062200*    REJECTED ONE, OR ONE NO JOURNAL SHOWS, IS CLEARED SO THE   *
062300*    WALLET IS WORKED AFRESH TODAY.                             *
062400*****************************************************************
062500 3500-SETTLE-PENDING.
062600     MOVE ZERO TO WS-PD-SUB.
062700     PERFORM 3600-SETTLE-ONE-PENDING THRU 3600-EXIT
062800         UNTIL WS-PD-SUB >= WS-PD-COUNT
062900         OR WS-RUN-ABORTED.
063000 3500-EXIT.
063100     EXIT.
063200*
063300 3600-SETTLE-ONE-PENDING.
063400     ADD 1 TO WS-PD-SUB.
063500     MOVE WS-PD-WALLET-ID (WS-PD-SUB) TO CL-WALLET-ID.
063600     READ COLLECT-FILE
063700         INVALID KEY
063800             DISPLAY 'COLLECT RECORD ' CL-WALLET-ID
063900                 ' VANISHED DURING THE RUN.'
064000             MOVE 16 TO RETURN-CODE
064100             SET WS-RUN-ABORTED TO TRUE
064200             GO TO 3600-EXIT
064300     END-READ.
064400     MOVE CL-PENDING-AMOUNT TO WS-PRINT-AMOUNT.
064500     IF WS-PD-POSTED (WS-PD-SUB)
064600         ADD 1 TO WS-PENDING-POSTED
064700         IF CL-CHARGE-OFF-PENDING
064800             ADD CL-PENDING-AMOUNT TO CL-CHARGED-OFF-AMOUNT
064900             MOVE WS-PD-JOURNAL-DATE (WS-PD-SUB) TO
065000                 CL-CHARGE-OFF-DATE
065100             SET CL-STAGE-CHARGED-OFF TO TRUE
065200             DISPLAY 'CHARGE-OFF POSTED   ' CL-WALLET-ID ' '
065300                 CL-CURRENCY-CODE ' ' WS-PRINT-AMOUNT
065400         ELSE
065500             ADD CL-PENDING-AMOUNT TO CL-RECOVERED-AMOUNT
065600             IF CL-RECOVERED-AMOUNT NOT < CL-CHARGED-OFF-AMOUNT
065700                 AND CL-STAGE-CHARGED-OFF
065800                 SET CL-STAGE-RECOVERED TO TRUE
065900             END-IF
066000             DISPLAY 'RECOVERY POSTED     ' CL-WALLET-ID ' '
066100                 CL-CURRENCY-CODE ' ' WS-PRINT-AMOUNT
066200         END-IF
066300     ELSE
066400         IF WS-PD-REJECTED (WS-PD-SUB)
066500             ADD 1 TO WS-PENDING-REJECTED
066600             IF RETURN-CODE < 4
066700                 MOVE 4 TO RETURN-CODE
066800             END-IF
066900             DISPLAY 'ADJUSTMENT REJECTED ' CL-WALLET-ID ' '
067000                 CL-CURRENCY-CODE ' ' WS-PRINT-AMOUNT ' TYPE '
067100                 CL-PENDING-TYPE ' - '
067200                 WS-PD-REASON-TEXT (WS-PD-SUB)
067300         ELSE
067400             IF CL-PENDING-DATE NOT < WS-CURRENT-DATE
067500                 ADD 1 TO WS-PENDING-RESTAGED
067600             ELSE
067700                 ADD 1 TO WS-PENDING-UNSEEN
067800                 DISPLAY 'ADJUSTMENT NOT ON ANY JOURNAL '
067900                     CL-WALLET-ID ' ' CL-PENDING-BATCH-ID '/'
068000                     CL-PENDING-SEQUENCE-NO ' - WORKED AGAIN'
068100             END-IF
068200         END-IF
068300     END-IF.
068400     PERFORM 2200-CLEAR-PENDING THRU 2200-EXIT.
068500     MOVE WS-CURRENT-DATE TO CL-LAST-UPDT-DATE.
068600     REWRITE CL-COLLECT-RECORD.
068700     IF NOT CL-STATUS-OK
068800         DISPLAY 'ERROR REWRITING COLLECT RECORD. FILE STATUS: '
068900             CL-FILE-STATUS
069000         MOVE 16 TO RETURN-CODE
069100         SET WS-RUN-ABORTED TO TRUE
069200     END-IF.
069300 3600-EXIT.
069400     EXIT.
069500*
069600*****************************************************************
069700*    4000-AGE-WALLETS - WALK THE WALLET MASTER, AGE EVERY       *
069800*    OVERDRAWN CUSTOMER WALLET ONTO THE REPORT, ESCALATE THE    *
069900*    ONES THAT HAVE REACHED AN ESCALATION AGE AND SWEEP         *
070000*    RECOVERIES FROM CHARGED-OFF WALLETS BACK IN CREDIT.        *
070100*****************************************************************
070200 4000-AGE-WALLETS.
070300     DISPLAY ' '.
070400     DISPLAY 'OVERDRAWN WALLET AGEING'.
070500     DISPLAY 'WALLET     CCY       BALANCE         WORST '
070600         'SINCE     AGE BUCKET STAGE'.
070700     DISPLAY '------------------------------------------'.
070800     MOVE LOW-VALUES TO WM-WALLET-ID.
070900     START WALLET-MASTER-FILE
071000         KEY IS NOT < WM-WALLET-ID
071100         INVALID KEY
071200             SET WALLET-EOF TO TRUE
071300     END-START.
071400     PERFORM 4100-WORK-ONE-WALLET THRU 4100-EXIT
071500         UNTIL WALLET-EOF
071600         OR WS-RUN-ABORTED.
071700 4000-EXIT.
071800     EXIT.
071900*
072000 4100-WORK-ONE-WALLET.
072100     READ WALLET-MASTER-FILE NEXT RECORD
072200         AT END
072300             SET WALLET-EOF TO TRUE
072400             GO TO 4100-EXIT
072500     END-READ.
072600     IF NOT WM-STATUS-OK
072700         DISPLAY 'ERROR READING WALLET-MASTER-FILE. FILE '
072800             'STATUS: ' WM-FILE-STATUS
072900         MOVE 16 TO RETURN-CODE
073000         SET WS-RUN-ABORTED TO TRUE
073100         GO TO 4100-EXIT
073200     END-IF.
073300     ADD 1 TO WS-WALLETS-READ.
073400     IF WM-STATUS-CLOSED
073500         GO TO 4100-EXIT
073600     END-IF.
073700     MOVE WM-WALLET-ID TO WS-LW-PROBE-WALLET.
073800     PERFORM 4150-FIND-LOSS-BY-WALLET THRU 4150-EXIT.
073900     IF WS-LW-FOUND-SUB > ZERO
074000         GO TO 4100-EXIT
074100     END-IF.
074200     IF WM-CUSTOMER-ID = SPACES
074300         IF WM-BALANCE < ZERO
074400             ADD 1 TO WS-HOUSE-OVERDRAWN
074500             MOVE WM-BALANCE TO WS-PRINT-AMOUNT
074600             DISPLAY WM-WALLET-ID ' ' WM-CURRENCY-CODE ' '
074700                 WS-PRINT-AMOUNT ' UNATTACHED - NOT CHASED'
074800         END-IF
074900         GO TO 4100-EXIT
075000     END-IF.
075100     MOVE WM-WALLET-ID TO CL-WALLET-ID.
075200     MOVE 'Y' TO WS-COLLECT-FOUND-SW.
075300     READ COLLECT-FILE
075400         INVALID KEY
075500             MOVE 'N' TO WS-COLLECT-FOUND-SW
075600     END-READ.
075700     IF NOT WS-COLLECT-FOUND AND WM-BALANCE NOT < ZERO
075800         GO TO 4100-EXIT
075900     END-IF.
076000     IF NOT WS-COLLECT-FOUND
076100         INITIALIZE CL-COLLECT-RECORD
076200         MOVE WM-WALLET-ID TO CL-WALLET-ID
076300     END-IF.
076400     MOVE WM-CUSTOMER-ID TO CL-CUSTOMER-ID.
076500     MOVE WM-CURRENCY-CODE TO CL-CURRENCY-CODE.
076600     MOVE WM-BALANCE TO CL-CURRENT-BALANCE.
076700     IF WM-BALANCE < ZERO
076800         PERFORM 4200-WORK-OVERDRAWN THRU 4200-EXIT
076900     ELSE
077000         PERFORM 4400-WORK-IN-CREDIT THRU 4400-EXIT
077100     END-IF.
077200     MOVE WS-CURRENT-DATE TO CL-LAST-UPDT-DATE.
077300     IF WS-COLLECT-FOUND
077400         REWRITE CL-COLLECT-RECORD
077500     ELSE
077600         WRITE CL-COLLECT-RECORD
077700     END-IF.
077800     IF NOT CL-STATUS-OK
077900         DISPLAY 'ERROR WRITING COLLECT RECORD ' CL-WALLET-ID
078000             '. FILE STATUS: ' CL-FILE-STATUS
078100         MOVE 16 TO RETURN-CODE
078200         SET WS-RUN-ABORTED TO TRUE
078300     END-IF.
078400 4100-EXIT.
078500     EXIT.
078600*
078700 4150-FIND-LOSS-BY-WALLET.
078800     MOVE ZERO TO WS-LW-FOUND-SUB.
078900     MOVE ZERO TO WS-LW-SUB.
079000     PERFORM 4151-TEST-LOSS-WALLET THRU 4151-EXIT
079100         UNTIL WS-LW-FOUND-SUB > ZERO
079200         OR WS-LW-SUB >= WS-LW-COUNT.
079300 4150-EXIT.
079400     EXIT.
079500*
079600 4151-TEST-LOSS-WALLET.
079700     ADD 1 TO WS-LW-SUB.
079800     IF WS-LW-WALLET-ID (WS-LW-SUB) = WS-LW-PROBE-WALLET
079900         MOVE WS-LW-SUB TO WS-LW-FOUND-SUB
080000     END-IF.
080100 4151-EXIT.
080200     EXIT.
080300*
080400 4160-FIND-LOSS-BY-CURRENCY.
080500     MOVE ZERO TO WS-LW-FOUND-SUB.
080600     MOVE ZERO TO WS-LW-SUB.
080700     PERFORM 4161-TEST-LOSS-CURRENCY THRU 4161-EXIT
080800         UNTIL WS-LW-FOUND-SUB > ZERO
080900         OR WS-LW-SUB >= WS-LW-COUNT.
081000 4160-EXIT.
081100     EXIT.
081200*
081300 4161-TEST-LOSS-CURRENCY.
081400     ADD 1 TO WS-LW-SUB.
081500     IF WS-LW-CURRENCY (WS-LW-SUB) = WS-LW-PROBE-CURRENCY
081600         MOVE WS-LW-SUB TO WS-LW-FOUND-SUB
081700     END-IF.
081800 4161-EXIT.
081900     EXIT.
082000*
082100*****************************************************************
082200*    4200-WORK-OVERDRAWN - A WALLET NOT ALREADY IN AN OPEN      *
082300*    EPISODE STARTS ONE TODAY.  THE AGE COUNTS THE FIRST        *
082400*    NEGATIVE DAY AS DAY 1.  THE FREEZE IS ASKED FOR ONCE PER   *
082500*    EPISODE - AN UNFREEZE OPERATIONS APPROVE LATER IS NOT      *
082600*    FOUGHT - AND THE CHARGE-OFF IS STAGED FOR THE WHOLE        *
082700*    NEGATIVE BALANCE ONCE ITS AGE IS REACHED.                  *
082800*****************************************************************
082900 4200-WORK-OVERDRAWN.
083000     IF NOT CL-STAGE-OVERDRAWN AND NOT CL-STAGE-FREEZE-ASKED
083100         SET CL-STAGE-OVERDRAWN TO TRUE
083200         MOVE WS-CURRENT-DATE TO CL-FIRST-NEGATIVE-DATE
083300         MOVE WM-BALANCE TO CL-WORST-BALANCE
083400         MOVE ZERO TO CL-FREEZE-DATE
083500         ADD 1 TO WS-NEW-EPISODE-COUNT
083600     END-IF.
083700     IF WM-BALANCE < CL-WORST-BALANCE
083800         MOVE WM-BALANCE TO CL-WORST-BALANCE
083900     END-IF.
084000     ADD 1 TO WS-OVERDRAWN-COUNT.
084100     MOVE CL-FIRST-NEGATIVE-DATE TO WS-DTN-DATE.
084200     PERFORM 9100-DATE-TO-DAY-NUMBER THRU 9100-EXIT.
084300     COMPUTE WS-AGE-DAYS =
084400         WS-TODAY-DAY-NUMBER - WS-DTN-DAY-NUMBER + 1.
084500     IF CL-STAGE-OVERDRAWN AND CP-FREEZE-DAYS > ZERO
084600         AND WS-AGE-DAYS NOT < CP-FREEZE-DAYS
084700         PERFORM 4250-REQUEST-FREEZE THRU 4250-EXIT
084800     END-IF.
084900     IF CL-NOTHING-PENDING AND CP-CHARGE-OFF-DAYS > ZERO
085000         AND WS-AGE-DAYS NOT < CP-CHARGE-OFF-DAYS
085100         PERFORM 4300-STAGE-CHARGE-OFF THRU 4300-EXIT
085200     END-IF.
085300     PERFORM 5000-REPORT-OVERDRAWN THRU 5000-EXIT.
085400 4200-EXIT.
085500     EXIT.
085600*
085700*****************************************************************
085800*    4250-REQUEST-FREEZE - WRITE A FREEZE FOR WALLET            *
085900*    MAINTENANCE, KEYED UNDER THIS RUN'S OWN OPERATOR ID SO     *
086000*    THE MAINTENANCE JOURNAL SHOWS WHERE IT CAME FROM.  A       *
086100*    WALLET OPERATIONS HAVE ALREADY FROZEN, OR ONE ASLEEP AS    *
086150*    DORMANT, NEEDS NO REQUEST.                                 *
086200*****************************************************************
086300 4250-REQUEST-FREEZE.
086400     SET CL-STAGE-FREEZE-ASKED TO TRUE.
086500     MOVE WS-CURRENT-DATE TO CL-FREEZE-DATE.
086600     IF WM-STATUS-FROZEN OR WM-STATUS-DORMANT
086700         GO TO 4250-EXIT
086800     END-IF.
086900     INITIALIZE MT-MAINT-RECORD.
087000     SET MT-ACTION-FREEZE TO TRUE.
087100     MOVE WM-WALLET-ID TO MT-WALLET-ID.
087200     MOVE 'WALCOLL' TO MT-OPERATOR-ID.
087300     WRITE MT-MAINT-RECORD.
087400     IF NOT MT-STATUS-OK
087500         DISPLAY 'ERROR WRITING COLLECT-MAINT-FILE. FILE '
087600             'STATUS: ' MT-FILE-STATUS
087700         MOVE 16 TO RETURN-CODE
087800         SET WS-RUN-ABORTED TO TRUE
087900         GO TO 4250-EXIT
088000     END-IF.
088100     ADD 1 TO WS-FREEZE-COUNT.
088200     IF RETURN-CODE < 4
088300         MOVE 4 TO RETURN-CODE
088400     END-IF.
088500 4250-EXIT.
088600     EXIT.
088700*
088800*****************************************************************
088900*    4300-STAGE-CHARGE-OFF - CREDIT THE WHOLE NEGATIVE BALANCE  *
089000*    FROM THE LOSS WALLET FOR THE WALLET'S CURRENCY.  A         *
089100*    CURRENCY WITH NO LOSS WALLET CANNOT BE WRITTEN OFF AND IS  *
089200*    REPORTED INSTEAD, EVERY DAY UNTIL ONE IS NAMED.            *
089300*****************************************************************
089400 4300-STAGE-CHARGE-OFF.
089500     MOVE WM-CURRENCY-CODE TO WS-LW-PROBE-CURRENCY.
089600     PERFORM 4160-FIND-LOSS-BY-CURRENCY THRU 4160-EXIT.
089700     IF WS-LW-FOUND-SUB = ZERO
089800         ADD 1 TO WS-NO-LOSS-WALLET-COUNT
089900         DISPLAY WM-WALLET-ID ' CANNOT BE CHARGED OFF - NO LOSS '
090000             'WALLET FOR ' WM-CURRENCY-CODE
090100         GO TO 4300-EXIT
090200     END-IF.
090300     MOVE WS-LW-WALLET-ID (WS-LW-FOUND-SUB) TO WS-DETAIL-FROM.
090400     MOVE WM-WALLET-ID TO WS-DETAIL-TO.
090500     COMPUTE WS-DETAIL-AMOUNT = ZERO - WM-BALANCE.
090600     PERFORM 4500-WRITE-COLLECT-DETAIL THRU 4500-EXIT.
090700     IF WS-RUN-ABORTED
090800         GO TO 4300-EXIT
090900     END-IF.
091000     SET CL-CHARGE-OFF-PENDING TO TRUE.
091100     PERFORM 4600-NOTE-PENDING THRU 4600-EXIT.
091200     ADD 1 TO WS-CHARGE-OFF-COUNT.
091300 4300-EXIT.
091400     EXIT.
091500*
091600*****************************************************************
091700*    4400-WORK-IN-CREDIT - AN OPEN EPISODE BACK IN CREDIT IS    *
091800*    CURED; IT RETURNS TO W IF AN EARLIER CHARGE-OFF IS STILL   *
091900*    OWED.  A CHARGED-OFF WALLET WITH MONEY AVAILABLE HAS IT    *
092000*    SWEPT BACK TO THE LOSS WALLET, UP TO WHAT IS STILL OWED.   *
092100*    A CURED WALLET THAT WAS FROZEN STAYS FROZEN - LIFTING THE  *
092200*    FREEZE IS AN UNFREEZE UNDER DUAL CONTROL.                  *
092300*****************************************************************
092400 4400-WORK-IN-CREDIT.
092500     COMPUTE WS-OUTSTANDING =
092600         CL-CHARGED-OFF-AMOUNT - CL-RECOVERED-AMOUNT.
092700     IF CL-STAGE-OVERDRAWN OR CL-STAGE-FREEZE-ASKED
092800         ADD 1 TO WS-CURED-COUNT
092900         IF WS-OUTSTANDING > ZERO
093000             SET CL-STAGE-CHARGED-OFF TO TRUE
093100         ELSE
093200             SET CL-STAGE-CURED TO TRUE
093300         END-IF
093400         IF WM-STATUS-FROZEN
093500             DISPLAY WM-WALLET-ID ' BACK IN CREDIT - STILL '
093600                 'FROZEN, UNFREEZE THROUGH MAINTENANCE'
093700         ELSE
093800             DISPLAY WM-WALLET-ID ' BACK IN CREDIT'
093900         END-IF
094000     END-IF.
094100     IF NOT CL-STAGE-CHARGED-OFF OR NOT CL-NOTHING-PENDING
094200         GO TO 4400-EXIT
094300     END-IF.
094400     COMPUTE WS-AVAILABLE = WM-BALANCE - WM-HOLDS-OUTSTANDING.
094500     IF WS-AVAILABLE NOT > ZERO OR WS-OUTSTANDING NOT > ZERO
094600         GO TO 4400-EXIT
094700     END-IF.
094800     MOVE WM-CURRENCY-CODE TO WS-LW-PROBE-CURRENCY.
094900     PERFORM 4160-FIND-LOSS-BY-CURRENCY THRU 4160-EXIT.
095000     IF WS-LW-FOUND-SUB = ZERO
095100         ADD 1 TO WS-NO-LOSS-WALLET-COUNT
095200         DISPLAY WM-WALLET-ID ' RECOVERY NOT SWEPT - NO LOSS '
095300             'WALLET FOR ' WM-CURRENCY-CODE
095400         GO TO 4400-EXIT
095500     END-IF.
095600     MOVE WM-WALLET-ID TO WS-DETAIL-FROM.
095700     MOVE WS-LW-WALLET-ID (WS-LW-FOUND-SUB) TO WS-DETAIL-TO.
095800     IF WS-AVAILABLE < WS-OUTSTANDING
095900         MOVE WS-AVAILABLE TO WS-DETAIL-AMOUNT
096000     ELSE
096100         MOVE WS-OUTSTANDING TO WS-DETAIL-AMOUNT
096200     END-IF.
096300     PERFORM 4500-WRITE-COLLECT-DETAIL THRU 4500-EXIT.
096400     IF WS-RUN-ABORTED
096500         GO TO 4400-EXIT
096600     END-IF.
096700     SET CL-RECOVERY-PENDING TO TRUE.
096800     PERFORM 4600-NOTE-PENDING THRU 4600-EXIT.
096900     ADD 1 TO WS-RECOVERY-COUNT.
097000     MOVE WS-DETAIL-AMOUNT TO WS-PRINT-AMOUNT.
097100     DISPLAY WM-WALLET-ID ' RECOVERY STAGED ' WM-CURRENCY-CODE
097200         ' ' WS-PRINT-AMOUNT.
097300 4400-EXIT.
097400     EXIT.
097500*
097600*****************************************************************
097700*    4500-WRITE-COLLECT-DETAIL - ONE TYPE-W HOUSE ADJUSTMENT    *
097800*    ON THE STAGING BATCH, OPENING THE BATCH WITH ITS HEADER    *
097900*    THE FIRST TIME.  INTERNALLY STAGED BATCHES ARE NUMBERED    *
098000*    BELOW THE UPSTREAM CAPTURE RANGE; COLLECTIONS TAKES        *
098100*    00400001 UP.                                               *
098200*****************************************************************
098300 4500-WRITE-COLLECT-DETAIL.
098400     IF NOT WS-HEADER-WRITTEN
098500         PERFORM 4550-WRITE-BATCH-HEADER THRU 4550-EXIT
098600     END-IF.
098700     INITIALIZE TR-TRANS-RECORD.
098800     SET TR-TYPE-DETAIL TO TRUE.
098900     MOVE WS-COLLECT-BATCH-ID TO TR-BATCH-ID.
099000     ADD 1 TO WS-NEXT-SEQUENCE.
099100     MOVE WS-NEXT-SEQUENCE TO TR-SEQUENCE-NO.
099200     MOVE WS-DETAIL-FROM TO TR-FROM-WALLET.
099300     MOVE WS-DETAIL-TO TO TR-TO-WALLET.
099400     MOVE WS-DETAIL-AMOUNT TO TR-AMOUNT.
099500     MOVE WS-CURRENT-DATE TO TR-VALUE-DATE.
099600     SET TR-TRANS-HOUSE-ADJUST TO TRUE.
099700     ADD TR-AMOUNT TO WS-COLLECT-HASH-TOTAL.
099800     ADD 1 TO WS-DETAIL-COUNT.
099900     PERFORM 4560-WRITE-COLLECT-RECORD THRU 4560-EXIT.
100000     IF RETURN-CODE < 4
100100         MOVE 4 TO RETURN-CODE
100200     END-IF.
100300 4500-EXIT.
100400     EXIT.
100500*
100600 4550-WRITE-BATCH-HEADER.
100700     INITIALIZE TR-TRANS-RECORD.
100800     SET TR-TYPE-HEADER TO TRUE.
100900     MOVE WS-COLLECT-BATCH-ID TO TR-BATCH-ID.
101000     MOVE ZERO TO TR-SEQUENCE-NO.
101100     MOVE WS-CURRENT-DATE TO TR-CREATION-DATE.
101200     MOVE 'WALCOLL' TO TR-ORIGIN-SYSTEM.
101300     PERFORM 4560-WRITE-COLLECT-RECORD THRU 4560-EXIT.
101400     SET WS-HEADER-WRITTEN TO TRUE.
101500 4550-EXIT.
101600     EXIT.
101700*
101800 4560-WRITE-COLLECT-RECORD.
101900     WRITE TR-TRANS-RECORD.
102000     IF NOT TR-STATUS-OK
102100         DISPLAY 'ERROR WRITING COLLECT TRANS RECORD. FILE '
102200             'STATUS: ' TR-FILE-STATUS
102300         MOVE 16 TO RETURN-CODE
102400         SET WS-RUN-ABORTED TO TRUE
102500     END-IF.
102600 4560-EXIT.
102700     EXIT.
102800*
102900 4570-WRITE-BATCH-TRAILER.
103000     INITIALIZE TR-TRANS-RECORD.
103100     SET TR-TYPE-TRAILER TO TRUE.
103200     MOVE WS-COLLECT-BATCH-ID TO TR-BATCH-ID.
103300     MOVE 99999999 TO TR-SEQUENCE-NO.
103400     MOVE WS-DETAIL-COUNT TO TR-RECORD-COUNT.
103500     MOVE WS-COLLECT-HASH-TOTAL TO TR-HASH-TOTAL.
103600     PERFORM 4560-WRITE-COLLECT-RECORD THRU 4560-EXIT.
103700 4570-EXIT.
103800     EXIT.
103900*
104000 4600-NOTE-PENDING.
104100     MOVE WS-CURRENT-DATE TO CL-PENDING-DATE.
104200     MOVE WS-COLLECT-BATCH-ID TO CL-PENDING-BATCH-ID.
104300     MOVE WS-NEXT-SEQUENCE TO CL-PENDING-SEQUENCE-NO.
104400     MOVE WS-DETAIL-AMOUNT TO CL-PENDING-AMOUNT.
104500 4600-EXIT.
104600     EXIT.
104700*
104800*****************************************************************
104900*    5000-REPORT-OVERDRAWN - ONE AGEING ENTRY PER OVERDRAWN     *
105000*    WALLET, WITH THE OWNER'S NAME AND ADDRESS, AND ITS         *
105100*    BALANCE ADDED TO ITS CURRENCY'S BUCKET.                    *
105200*****************************************************************
105300 5000-REPORT-OVERDRAWN.
105400     EVALUATE TRUE
105500         WHEN WS-AGE-DAYS NOT > 30
105600             MOVE 1 TO WS-BUCKET-SUB
105700         WHEN WS-AGE-DAYS NOT > 60
105800             MOVE 2 TO WS-BUCKET-SUB
105900         WHEN WS-AGE-DAYS NOT > 90
106000             MOVE 3 TO WS-BUCKET-SUB
106100         WHEN OTHER
106200             MOVE 4 TO WS-BUCKET-SUB
106300     END-EVALUATE.
106400     MOVE WM-CUSTOMER-ID TO CU-CUSTOMER-ID.
106500     READ CUSTOMER-FILE
106600         INVALID KEY
106700             MOVE '*** OWNER NOT ON CUSTOMER FILE' TO
106800                 WS-PRINT-NAME
106900             MOVE SPACES TO WS-PRINT-ADDR-1
107000             MOVE SPACES TO WS-PRINT-ADDR-2
107100         NOT INVALID KEY
107200             MOVE CU-CUSTOMER-NAME TO WS-PRINT-NAME
107300             MOVE CU-ADDRESS-LINE-1 TO WS-PRINT-ADDR-1
107400             MOVE CU-ADDRESS-LINE-2 TO WS-PRINT-ADDR-2
107500     END-READ.
107600     MOVE WM-BALANCE TO WS-PRINT-AMOUNT.
107700     MOVE CL-WORST-BALANCE TO WS-PRINT-WORST.
107800     MOVE WS-AGE-DAYS TO WS-PRINT-AGE.
107900     DISPLAY WM-WALLET-ID ' ' WM-CURRENCY-CODE ' '
108000         WS-PRINT-AMOUNT ' ' WS-PRINT-WORST ' '
108100         CL-FIRST-NEGATIVE-DATE ' ' WS-PRINT-AGE ' '
108200         WS-BUCKET-LABEL (WS-BUCKET-SUB) '  ' CL-STAGE
108300         ' ' CL-PENDING-TYPE.
108400     DISPLAY '           ' WM-CUSTOMER-ID ' ' WS-PRINT-NAME.
108500     DISPLAY '           ' WS-PRINT-ADDR-1 ' ' WS-PRINT-ADDR-2.
108600     MOVE ZERO TO WS-AG-FOUND-SUB.
108700     MOVE ZERO TO WS-AG-SUB.
108800     PERFORM 5100-TEST-AGEING-CURRENCY THRU 5100-EXIT
108900         UNTIL WS-AG-FOUND-SUB > ZERO
109000         OR WS-AG-SUB >= WS-AG-COUNT.
109100     IF WS-AG-FOUND-SUB = ZERO
109200         IF WS-AG-COUNT >= 20
109300             DISPLAY 'AGEING TOTALS TABLE FULL - '
109400                 WM-CURRENCY-CODE
109500                 ' LEFT OUT OF THE BUCKET TOTALS.'
109600             GO TO 5000-EXIT
109700         END-IF
109800         PERFORM 5150-ADD-AGEING-CURRENCY THRU 5150-EXIT
109900     END-IF.
110000     ADD 1 TO WS-AG-WALLETS (WS-AG-FOUND-SUB WS-BUCKET-SUB).
110100     ADD WM-BALANCE TO
110200         WS-AG-AMOUNT (WS-AG-FOUND-SUB WS-BUCKET-SUB).
110300 5000-EXIT.
110400     EXIT.
110500*
110600 5100-TEST-AGEING-CURRENCY.
110700     ADD 1 TO WS-AG-SUB.
110800     IF WS-AG-CURRENCY (WS-AG-SUB) = WM-CURRENCY-CODE
110900         MOVE WS-AG-SUB TO WS-AG-FOUND-SUB
111000     END-IF.
111100 5100-EXIT.
111200     EXIT.
111300*
111400 5150-ADD-AGEING-CURRENCY.
111500     ADD 1 TO WS-AG-COUNT.
111600     MOVE WS-AG-COUNT TO WS-AG-FOUND-SUB.
111700     MOVE WM-CURRENCY-CODE TO WS-AG-CURRENCY (WS-AG-FOUND-SUB).
111800     MOVE ZERO TO WS-CLEAR-SUB.
111900     PERFORM 5160-CLEAR-ONE-BUCKET THRU 5160-EXIT 4 TIMES.
112000 5150-EXIT.
112100     EXIT.
112200*
112300 5160-CLEAR-ONE-BUCKET.
112400     ADD 1 TO WS-CLEAR-SUB.
112500     MOVE ZERO TO WS-AG-WALLETS (WS-AG-FOUND-SUB WS-CLEAR-SUB).
112600     MOVE ZERO TO WS-AG-AMOUNT (WS-AG-FOUND-SUB WS-CLEAR-SUB).
112700 5160-EXIT.
112800     EXIT.
112900*
113000*****************************************************************
113100*    6000-PRINT-AGEING-TOTALS - WALLETS AND NEGATIVE BALANCE    *
113200*    PER BUCKET, ONE CURRENCY AT A TIME.                        *
113300*****************************************************************
113400 6000-PRINT-AGEING-TOTALS.
113500     DISPLAY ' '.
113600     DISPLAY 'AGEING TOTALS BY CURRENCY'.
113700     DISPLAY '------------------------------------------'.
113800     MOVE ZERO TO WS-AG-SUB.
113900     PERFORM 6100-PRINT-ONE-CURRENCY THRU 6100-EXIT
114000         UNTIL WS-AG-SUB >= WS-AG-COUNT.
114100 6000-EXIT.
114200     EXIT.
114300*
114400 6100-PRINT-ONE-CURRENCY.
114500     ADD 1 TO WS-AG-SUB.
114600     MOVE ZERO TO WS-BUCKET-SUB.
114700     PERFORM 6110-PRINT-ONE-BUCKET THRU 6110-EXIT 4 TIMES.
114800 6100-EXIT.
114900     EXIT.
115000*
115100 6110-PRINT-ONE-BUCKET.
115200     ADD 1 TO WS-BUCKET-SUB.
115300     MOVE WS-AG-WALLETS (WS-AG-SUB WS-BUCKET-SUB) TO
115400         WS-PRINT-COUNT.
115500     MOVE WS-AG-AMOUNT (WS-AG-SUB WS-BUCKET-SUB) TO
115600         WS-PRINT-TOTAL.
115700     DISPLAY WS-AG-CURRENCY (WS-AG-SUB) ' '
115800         WS-BUCKET-LABEL (WS-BUCKET-SUB) ' DAYS '
115900         WS-PRINT-COUNT ' WALLETS ' WS-PRINT-TOTAL.
116000 6110-EXIT.
116100     EXIT.
116200*
116300*****************************************************************
116400*    6500-LIST-CHARGED-OFF - EVERY WALLET WITH A CHARGE-OFF     *
116500*    STILL NOT FULLY RECOVERED, WITH WHAT IS OUTSTANDING.       *
116600*****************************************************************
116700 6500-LIST-CHARGED-OFF.
116800     DISPLAY ' '.
116900     DISPLAY 'CHARGED-OFF BALANCES OUTSTANDING'.
117000     DISPLAY '------------------------------------------'.
117100     MOVE 'N' TO WS-COLLECT-SCAN-SW.
117200     MOVE LOW-VALUES TO CL-WALLET-ID.
117300     START COLLECT-FILE
117400         KEY IS NOT < CL-WALLET-ID
117500         INVALID KEY
117600             SET WS-COLLECT-SCAN-DONE TO TRUE
117700     END-START.
117800     PERFORM 6600-LIST-ONE-CHARGED-OFF THRU 6600-EXIT
117900         UNTIL WS-COLLECT-SCAN-DONE.
118000 6500-EXIT.
118100     EXIT.
118200*
118300 6600-LIST-ONE-CHARGED-OFF.
118400     READ COLLECT-FILE NEXT RECORD
118500         AT END
118600             SET WS-COLLECT-SCAN-DONE TO TRUE
118700             GO TO 6600-EXIT
118800     END-READ.
118900     IF NOT CL-STATUS-OK
119000         SET WS-COLLECT-SCAN-DONE TO TRUE
119100         GO TO 6600-EXIT
119200     END-IF.
119300     COMPUTE WS-OUTSTANDING =
119400         CL-CHARGED-OFF-AMOUNT - CL-RECOVERED-AMOUNT.
119500     IF WS-OUTSTANDING NOT > ZERO
119600         GO TO 6600-EXIT
119700     END-IF.
119800     ADD 1 TO WS-CHARGED-OFF-LISTED.
119900     MOVE CL-CHARGED-OFF-AMOUNT TO WS-PRINT-AMOUNT.
120000     MOVE WS-OUTSTANDING TO WS-PRINT-WORST.
120100     DISPLAY CL-WALLET-ID ' ' CL-CURRENCY-CODE ' ' CL-CUSTOMER-ID
120200         ' CHARGED OFF ' CL-CHARGE-OFF-DATE ' ' WS-PRINT-AMOUNT
120300         ' OWED ' WS-PRINT-WORST ' STAGE ' CL-STAGE.
120400 6600-EXIT.
120500     EXIT.
120600*
120700*****************************************************************
120800*    9000-TERMINATE - CLOSE THE STAGING BATCH WITH ITS          *
120900*    TRAILER, CLOSE FILES AND PRINT THE RUN SUMMARY.  A HARD    *
121000*    FAILURE LEAVES RETURN CODE 16 IN PLACE OVER THE 4.         *
121100*****************************************************************
121200 9000-TERMINATE.
121300     IF WS-HEADER-WRITTEN
121400         PERFORM 4570-WRITE-BATCH-TRAILER THRU 4570-EXIT
121500     END-IF.
121600     CLOSE WALLET-MASTER-FILE.
121700     CLOSE CUSTOMER-FILE.
121800     CLOSE COLLECT-FILE.
121900     CLOSE COLLECT-TRANS-FILE.
122000     CLOSE COLLECT-MAINT-FILE.
122100     DISPLAY ' '.
122200     DISPLAY 'OVERDRAFT COLLECTIONS RUN SUMMARY'.
122300     DISPLAY 'WALLETS READ.............: ' WS-WALLETS-READ.
122400     DISPLAY 'OVERDRAWN AND AGED.......: ' WS-OVERDRAWN-COUNT.
122500     DISPLAY 'NEW EPISODES OPENED......: ' WS-NEW-EPISODE-COUNT.
122600     DISPLAY 'BACK IN CREDIT...........: ' WS-CURED-COUNT.
122700     DISPLAY 'FREEZES REQUESTED........: ' WS-FREEZE-COUNT.
122800     DISPLAY 'CHARGE-OFFS STAGED.......: ' WS-CHARGE-OFF-COUNT.
122900     DISPLAY 'RECOVERIES STAGED........: ' WS-RECOVERY-COUNT.
123000     DISPLAY 'NO LOSS WALLET...........: '
123100         WS-NO-LOSS-WALLET-COUNT.
123200     DISPLAY 'EARLIER ADJUSTMENTS POSTED: ' WS-PENDING-POSTED.
123300     DISPLAY 'EARLIER ADJUSTMENTS REJ..: ' WS-PENDING-REJECTED.
123400     DISPLAY 'EARLIER ADJUSTMENTS LOST.: ' WS-PENDING-UNSEEN.
123500     DISPLAY 'TODAY''S RESTAGED ON RERUN: ' WS-PENDING-RESTAGED.
123600     DISPLAY 'CHARGED-OFF STILL OWED...: ' WS-CHARGED-OFF-LISTED.
123700     DISPLAY 'HOUSE WALLETS OVERDRAWN..: ' WS-HOUSE-OVERDRAWN.
123800 9000-EXIT.
123900     EXIT.
124000*
124100*****************************************************************
124200*    9100-DATE-TO-DAY-NUMBER - CONVERT WS-DTN-DATE (YYYYMMDD)   *
124300*    TO A DAY NUMBER SINCE THE GREGORIAN EPOCH SO TWO DATES     *
124400*    SUBTRACT TO AN AGE IN CALENDAR DAYS.  LEAP YEARS ARE       *
124500*    EVERY FOURTH YEAR, EXCEPT CENTURIES NOT DIVISIBLE BY 400.  *
124600*****************************************************************
124700 9100-DATE-TO-DAY-NUMBER.
124800     COMPUTE WS-DTN-PRIOR-YEAR = WS-DTN-YEAR - 1.
124900     DIVIDE WS-DTN-PRIOR-YEAR BY 4
125000         GIVING WS-DTN-QUADS.
125100     DIVIDE WS-DTN-PRIOR-YEAR BY 100
125200         GIVING WS-DTN-CENTS.
125300     DIVIDE WS-DTN-PRIOR-YEAR BY 400
125400         GIVING WS-DTN-QUADCENTS.
125500     COMPUTE WS-DTN-DAY-NUMBER =
125600         (WS-DTN-PRIOR-YEAR * 365)
125700         + WS-DTN-QUADS - WS-DTN-CENTS + WS-DTN-QUADCENTS
125800         + WS-MONTH-OFFSET (WS-DTN-MONTH)
125900         + WS-DTN-DAY.
126000     PERFORM 9110-CHECK-LEAP-YEAR THRU 9110-EXIT.
126100     IF WS-DTN-LEAP-YEAR AND WS-DTN-MONTH > 2
126200         ADD 1 TO WS-DTN-DAY-NUMBER
126300     END-IF.
126400 9100-EXIT.
126500     EXIT.
126600*
126700 9110-CHECK-LEAP-YEAR.
126800     MOVE 'N' TO WS-DTN-LEAP-SW.
126900     DIVIDE WS-DTN-YEAR BY 4
127000         GIVING WS-DTN-QUADS REMAINDER WS-DTN-REMAINDER.
127100     IF WS-DTN-REMAINDER = ZERO
127200         SET WS-DTN-LEAP-YEAR TO TRUE
127300     END-IF.
127400     DIVIDE WS-DTN-YEAR BY 100
127500         GIVING WS-DTN-CENTS REMAINDER WS-DTN-REMAINDER.
127600     IF WS-DTN-REMAINDER = ZERO
127700         MOVE 'N' TO WS-DTN-LEAP-SW
127800     END-IF.
127900     DIVIDE WS-DTN-YEAR BY 400
128000         GIVING WS-DTN-QUADCENTS REMAINDER WS-DTN-REMAINDER.
128100     IF WS-DTN-REMAINDER = ZERO
128200         SET WS-DTN-LEAP-YEAR TO TRUE
128300     END-IF.
128400 9110-EXIT.
128500     EXIT.
128600*
128700*****************************************************************
128800*    9200-ADD-ONE-DAY - STEP THE WALK DATE ONE CALENDAR DAY     *
128900*    FORWARD, ROLLING OVER MONTH AND YEAR ENDS.                 *
129000*****************************************************************
129100 9200-ADD-ONE-DAY.
129200     PERFORM 9210-GET-MONTH-DAYS THRU 9210-EXIT.
129300     ADD 1 TO WS-WALK-DAY.
129400     IF WS-WALK-DAY > WS-WALK-MONTH-DAYS
129500         MOVE 1 TO WS-WALK-DAY
129600         ADD 1 TO WS-WALK-MONTH
129700         IF WS-WALK-MONTH > 12
129800             MOVE 1 TO WS-WALK-MONTH
129900             ADD 1 TO WS-WALK-YEAR
130000         END-IF
130100     END-IF.
130200 9200-EXIT.
130300     EXIT.
130400*
130500 9210-GET-MONTH-DAYS.
130600     MOVE WS-MONTH-DAYS (WS-WALK-MONTH) TO WS-WALK-MONTH-DAYS.
130700     IF WS-WALK-MONTH = 2
130800         PERFORM 9220-CHECK-LEAP-YEAR THRU 9220-EXIT
130900         IF WS-WALK-LEAP-YEAR
131000             MOVE 29 TO WS-WALK-MONTH-DAYS
131100         END-IF
131200     END-IF.
131300 9210-EXIT.
131400     EXIT.
131500*
131600 9220-CHECK-LEAP-YEAR.
131700     MOVE 'N' TO WS-WALK-LEAP-SW.
131800     DIVIDE WS-WALK-YEAR BY 4
131900         GIVING WS-WALK-WORKNUM REMAINDER WS-WALK-REMAINDER.
132000     IF WS-WALK-REMAINDER = ZERO
132100         SET WS-WALK-LEAP-YEAR TO TRUE
132200     END-IF.
132300     DIVIDE WS-WALK-YEAR BY 100
132400         GIVING WS-WALK-WORKNUM REMAINDER WS-WALK-REMAINDER.
132500     IF WS-WALK-REMAINDER = ZERO
132600         MOVE 'N' TO WS-WALK-LEAP-SW
132700     END-IF.
132800     DIVIDE WS-WALK-YEAR BY 400
132900         GIVING WS-WALK-WORKNUM REMAINDER WS-WALK-REMAINDER.
133000     IF WS-WALK-REMAINDER = ZERO
133100         SET WS-WALK-LEAP-YEAR TO TRUE
133200     END-IF.
133300 9220-EXIT.
133400     EXIT.
133500*
133600*****************************************************************
133700*    9500-GET-BUSINESS-DATE - READ TODAY'S PROCESSING DATE     *
133800*    FROM THE BUSINESS-DATE CONTROL RECORD.  NO RECORD MEANS   *
133900*    THE SHOP'S CALENDAR HAS NEVER BEEN SEEDED - NOTHING MAY   *
134000*    RUN UNDER A GUESSED DATE, SO THE RUN STOPS HARD.          *
134100*****************************************************************
134200 9500-GET-BUSINESS-DATE.
134300     OPEN INPUT BUSDATE-FILE.
134400     IF NOT BD-STATUS-OK
134500         DISPLAY 'ERROR OPENING BUSDATE-FILE. FILE STATUS: '
134600             BD-FILE-STATUS
134700         MOVE 16 TO RETURN-CODE
134800         STOP RUN
134900     END-IF.
135000     MOVE 'BUSDATE ' TO BD-CONTROL-ID.
135100     READ BUSDATE-FILE
135200         INVALID KEY
135300             DISPLAY 'NO BUSINESS-DATE CONTROL RECORD ON '
135400                 'FILE. SEED IT THROUGH WALDTROL FIRST.'
135500             MOVE 16 TO RETURN-CODE
135600             STOP RUN
135700     END-READ.
135800     MOVE BD-BUSINESS-DATE TO WS-CURRENT-DATE.
135900     CLOSE BUSDATE-FILE.
136000 9500-EXIT.
136100     EXIT.
