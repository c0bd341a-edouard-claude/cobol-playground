000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    WalletDormant.
000300 AUTHOR.        D L PATEL.
000400 INSTALLATION.  WALLET SERVICES BATCH.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED. 2026-10-15.
000700*****************************************************************
000800*    PROGRAM......: WalletDormant                               *
000900*    DESCRIPTION..: DORMANT WALLETS AND UNCLAIMED FUNDS.  RUNS  *
001000*                   AFTER THE DAY'S POSTING AND MEASURES EVERY  *
001100*                   CUSTOMER WALLET'S IDLE TIME FROM ITS LAST-  *
001200*                   ACTIVITY DATE - THE LAST DAY ITS OWNER      *
001300*                   MOVED MONEY OUT OR EARMARKED IT.  AN ACTIVE *
001400*                   WALLET IDLE FOR THE DORMANT PERIOD ON THE   *
001500*                   DORMANCY PARAMETER RECORD HAS A DORMANT     *
001600*                   ACTION WRITTEN FOR WALLET MAINTENANCE TO    *
001700*                   APPLY - AND JOURNAL - IN THE NEXT WINDOW,   *
001800*                   AND IS LISTED ON THE DORMANCY NOTICE REPORT *
001900*                   WITH THE OWNER'S NAME AND ADDRESS FROM THE  *
002000*                   CUSTOMER MASTER.  A DORMANT WALLET STILL    *
002100*                   IDLE AT THE STATUTORY ESCHEAT PERIOD HAS    *
002200*                   ITS AVAILABLE BALANCE SWEPT TO THE HOUSE    *
002300*                   UNCLAIMED-FUNDS WALLET FOR ITS CURRENCY: A  *
002400*                   TYPE-W HOUSE ADJUSTMENT IS STAGED FOR THE   *
002500*                   NEXT POSTING RUN, WHICH JOURNALS IT AND     *
002600*                   CUTS THE GL EXTRACT ENTRY, AND WHICH A      *
002700*                   BACKOUT CAN REVERSE LIKE ANY OTHER POSTING. *
002800*                   EVERY SWEEP IS ENTERED ON THE STANDING      *
002900*                   ESCHEATMENT REGISTER, STAGED UNTIL THE      *
003000*                   AUDIT JOURNAL SHOWS IT POSTED OR REJECTED,  *
003100*                   AND MARKED REVERSED IF A BACKOUT LATER      *
003200*                   TAKES IT OFF, SO THE REGISTER PRINTED FOR   *
003300*                   THE ANNUAL STATE FILING SHOWS ONLY WHAT WAS *
003400*                   REALLY TURNED OVER AND A RERUN OF THE DAY   *
003500*                   STAGES NOTHING TWICE.  HOUSE WALLETS ARE    *
003600*                   NEVER MADE DORMANT OR SWEPT.  RETURN CODE   *
003700*                   4 MEANS A WALLET WAS FLAGGED OR SWEPT, OR A *
003800*                   STAGED SWEEP WAS REJECTED.                  *
003900*    MODIFICATION HISTORY                                      *
004000*    DATE       INIT  DESCRIPTION                               *
004100*    ---------- ----  -------------------------------------    *
004200*    2026-10-15 DLP   ORIGINAL PROGRAM.                         *
004300*****************************************************************
004400 ENVIRONMENT DIVISION.
004500 CONFIGURATION SECTION.
004600 SOURCE-COMPUTER.   IBM-370.
004700 OBJECT-COMPUTER.   IBM-370.
004800 INPUT-OUTPUT SECTION.
004900 FILE-CONTROL.
005000     SELECT BUSDATE-FILE ASSIGN TO "WALBDATE"
005100         ORGANIZATION IS INDEXED
005200         ACCESS MODE IS RANDOM
005300         RECORD KEY IS BD-CONTROL-ID
005400         FILE STATUS IS BD-FILE-STATUS.
005500     SELECT PARM-FILE ASSIGN TO "WALDRMPM"
005600         ORGANIZATION IS SEQUENTIAL
005700         FILE STATUS IS DP-FILE-STATUS.
005800     SELECT WALLET-MASTER-FILE ASSIGN TO "WALTMSTR"
005900         ORGANIZATION IS INDEXED
006000         ACCESS MODE IS DYNAMIC
006100         RECORD KEY IS WM-WALLET-ID
006200         FILE STATUS IS WM-FILE-STATUS.
006300     SELECT CUSTOMER-FILE ASSIGN TO "WALCUST"
006400         ORGANIZATION IS INDEXED
006500         ACCESS MODE IS RANDOM
006600         RECORD KEY IS CU-CUSTOMER-ID
006700         FILE STATUS IS CU-FILE-STATUS.
006800     SELECT ESCHEAT-FILE ASSIGN TO "WALESCH"
006900         ORGANIZATION IS INDEXED
007000         ACCESS MODE IS DYNAMIC
007100         RECORD KEY IS ER-REGISTER-KEY
007200         FILE STATUS IS ER-FILE-STATUS.
007300     SELECT DORMANT-TRANS-FILE ASSIGN TO "WALDOTR"
007400         ORGANIZATION IS SEQUENTIAL
007500         FILE STATUS IS TR-FILE-STATUS.
007600     SELECT DORMANT-MAINT-FILE ASSIGN TO "WALDOMT"
007700         ORGANIZATION IS SEQUENTIAL
007800         FILE STATUS IS MT-FILE-STATUS.
007900*    WS-AUDIT-FILE-NAME HOLDS A FULL DATASET NAME BUILT AT RUN   *
008000*    TIME (WALAUDT.YYYYMMDD), NOT AN EIGHT-CHARACTER DDNAME, SO  *
008100*    THIS PROGRAM MUST BE LINK-EDITED FROM AN OBJECT COMPILED    *
008200*    WITH THE DYNAM OPTION, THE SAME AS THE OTHER JOURNAL        *
008300*    READERS.                                                    *
008400     SELECT AUDIT-FILE ASSIGN TO WS-AUDIT-FILE-NAME
008500         ORGANIZATION IS SEQUENTIAL
008600         FILE STATUS IS AU-FILE-STATUS.
008700*
008800 DATA DIVISION.
008900 FILE SECTION.
009000 FD  BUSDATE-FILE
009100     LABEL RECORDS ARE STANDARD.
009200     COPY WALBDAT.
009300*
009400 FD  PARM-FILE
009500     LABEL RECORDS ARE STANDARD.
009600     COPY WALDPRM.
009700*
009800 FD  WALLET-MASTER-FILE
009900     LABEL RECORDS ARE STANDARD.
010000     COPY WALMSTR.
010100*
010200 FD  CUSTOMER-FILE
010300     LABEL RECORDS ARE STANDARD.
010400     COPY WALCUST.
010500*
010600 FD  ESCHEAT-FILE
010700     LABEL RECORDS ARE STANDARD.
010800     COPY WALESCH.
010900*
011000 FD  DORMANT-TRANS-FILE
011100     LABEL RECORDS ARE STANDARD.
011200     COPY WALTRNS.
011300*
011400 FD  DORMANT-MAINT-FILE
011500     LABEL RECORDS ARE STANDARD.
011600     COPY WALMNT.
011700*
011800 FD  AUDIT-FILE
011900     LABEL RECORDS ARE STANDARD.
012000     COPY WALAUDT.
012100*
012200 WORKING-STORAGE SECTION.
012300 01  WS-FILE-STATUS-CODES.
012400     05  BD-FILE-STATUS          PIC X(02) VALUE SPACES.
012500         88  BD-STATUS-OK            VALUE '00'.
012600     05  DP-FILE-STATUS          PIC X(02) VALUE SPACES.
012700         88  DP-STATUS-OK            VALUE '00'.
012800     05  WM-FILE-STATUS          PIC X(02) VALUE SPACES.
012900         88  WM-STATUS-OK            VALUE '00'.
013000     05  CU-FILE-STATUS          PIC X(02) VALUE SPACES.
013100         88  CU-STATUS-OK            VALUE '00'.
013200     05  ER-FILE-STATUS          PIC X(02) VALUE SPACES.
013300         88  ER-STATUS-OK            VALUE '00'.
013400         88  ER-STATUS-NOT-FOUND     VALUE '35'.
013500     05  TR-FILE-STATUS          PIC X(02) VALUE SPACES.
013600         88  TR-STATUS-OK            VALUE '00'.
013700     05  MT-FILE-STATUS          PIC X(02) VALUE SPACES.
013800         88  MT-STATUS-OK            VALUE '00'.
013900     05  AU-FILE-STATUS          PIC X(02) VALUE SPACES.
014000         88  AU-STATUS-OK            VALUE '00'.
014100*
014200 01  WS-EOF-SWITCHES.
014300     05  WS-WALLET-EOF-SW        PIC X(01) VALUE 'N'.
014400         88  WALLET-EOF              VALUE 'Y'.
014500     05  WS-AUDIT-EOF-SW         PIC X(01) VALUE 'N'.
014600         88  AUDIT-EOF               VALUE 'Y'.
014700     05  WS-ESCHEAT-SCAN-SW      PIC X(01) VALUE 'N'.
014800         88  WS-ESCHEAT-SCAN-DONE    VALUE 'Y'.
014900     05  WS-RUN-ABORT-SW         PIC X(01) VALUE 'N'.
015000         88  WS-RUN-ABORTED          VALUE 'Y'.
015100*
015200 01  WS-WORK-SWITCHES.
015300     05  WS-HEADER-WRITTEN-SW    PIC X(01) VALUE 'N'.
015400         88  WS-HEADER-WRITTEN       VALUE 'Y'.
015500     05  WS-SWEEP-BLOCKED-SW     PIC X(01) VALUE 'N'.
015600         88  WS-SWEEP-BLOCKED        VALUE 'Y'.
015700     05  WS-ENTRY-MARKED-SW      PIC X(01) VALUE 'N'.
015800         88  WS-ENTRY-MARKED         VALUE 'Y'.
015900*
016000 01  WS-RUN-COUNTERS.
016100     05  WS-WALLETS-READ         PIC 9(08) VALUE ZERO.
016200     05  WS-DORMANT-ON-FILE      PIC 9(08) VALUE ZERO.
016300     05  WS-FLAGGED-COUNT        PIC 9(08) VALUE ZERO.
016400     05  WS-SWEEP-COUNT          PIC 9(08) VALUE ZERO.
016500     05  WS-NO-UNCLAIMED-COUNT   PIC 9(08) VALUE ZERO.
016600     05  WS-SWEEP-HELD-COUNT     PIC 9(08) VALUE ZERO.
016700     05  WS-PENDING-POSTED       PIC 9(08) VALUE ZERO.
016800     05  WS-PENDING-REJECTED     PIC 9(08) VALUE ZERO.
016900     05  WS-PENDING-REVERSED     PIC 9(08) VALUE ZERO.
017000     05  WS-PENDING-UNSEEN       PIC 9(08) VALUE ZERO.
017100     05  WS-PENDING-RESTAGED     PIC 9(08) VALUE ZERO.
017200     05  WS-LATER-REVERSED       PIC 9(08) VALUE ZERO.
017300     05  WS-REGISTER-LISTED      PIC 9(08) VALUE ZERO.
017400     05  WS-DETAIL-COUNT         PIC 9(08) VALUE ZERO.
017500     05  WS-NEXT-SEQUENCE        PIC 9(08) VALUE 500000.
017600     05  WS-DORMANT-HASH-TOTAL   PIC S9(13)V99 COMP-3
017700                                 VALUE ZERO.
017800*
017900 01  WS-CURRENT-DATE-TIME.
018000     05  WS-CURRENT-DATE         PIC 9(08) VALUE ZERO.
018100     05  WS-CURRENT-DATE-R REDEFINES WS-CURRENT-DATE.
018200         10  WS-CURRENT-YEAR         PIC X(04).
018300         10  WS-CURRENT-MMDD         PIC X(04).
018400     05  WS-CURRENT-TIME         PIC 9(08) VALUE ZERO.
018500*
018600 01  WS-DORMANT-BATCH-ID         PIC X(08) VALUE SPACES.
018700 01  WS-AUDIT-FILE-NAME          PIC X(20) VALUE SPACES.
018800 01  WS-SCAN-START-DATE          PIC 9(08) VALUE ZERO.
018900 01  WS-IDLE-DATE                PIC 9(08) VALUE ZERO.
019000 01  WS-TODAY-DAY-NUMBER         PIC S9(08) COMP VALUE ZERO.
019100 01  WS-IDLE-DAYS                PIC S9(08) COMP VALUE ZERO.
019200 01  WS-PARM-SUB                 PIC 9(04) COMP VALUE ZERO.
019300*
019400*    ONE STAGED SWEEP - THE LEGS AND THE AMOUNT.                *
019500 01  WS-DETAIL-WORK.
019600     05  WS-DETAIL-FROM          PIC X(10) VALUE SPACES.
019700     05  WS-DETAIL-TO            PIC X(10) VALUE SPACES.
019800     05  WS-DETAIL-AMOUNT        PIC S9(9)V99 COMP-3 VALUE ZERO.
019900     05  WS-AVAILABLE            PIC S9(9)V99 COMP-3 VALUE ZERO.
020000*
020100*    THE HOUSE UNCLAIMED-FUNDS WALLETS FROM THE PARAMETER       *
020200*    RECORD, ONE PER CURRENCY, EACH PROVED AGAINST THE WALLET   *
020300*    MASTER.                                                    *
020400 01  WS-UNCLAIMED-WALLET-TABLE.
020500     05  WS-UW-COUNT             PIC 9(04) COMP VALUE ZERO.
020600     05  WS-UW-SUB               PIC 9(04) COMP VALUE ZERO.
020700     05  WS-UW-FOUND-SUB         PIC 9(04) COMP VALUE ZERO.
020800     05  WS-UW-PROBE-CURRENCY    PIC X(03) VALUE SPACES.
020900     05  WS-UW-PROBE-WALLET      PIC X(10) VALUE SPACES.
021000     05  WS-UW-ENTRY OCCURS 5 TIMES.
021100         10  WS-UW-CURRENCY          PIC X(03).
021200         10  WS-UW-WALLET-ID         PIC X(10).
021300*
021400*    ONE ENTRY PER SWEEP STILL STAGED ON THE REGISTER, WAITING  *
021500*    FOR ITS OUTCOME ON THE AUDIT JOURNAL.                      *
021600 01  WS-PENDING-TABLE.
021700     05  WS-PD-COUNT             PIC 9(04) COMP VALUE ZERO.
021800     05  WS-PD-SUB               PIC 9(04) COMP VALUE ZERO.
021900     05  WS-PD-FOUND-SUB         PIC 9(04) COMP VALUE ZERO.
022000     05  WS-PD-ENTRY OCCURS 2000 TIMES.
022100         10  WS-PD-REGISTER-KEY.
022200             15  WS-PD-WALLET-ID         PIC X(10).
022300             15  WS-PD-SWEEP-DATE        PIC 9(08).
022400         10  WS-PD-BATCH-ID          PIC X(08).
022500         10  WS-PD-SEQUENCE-NO       PIC 9(08).
022600         10  WS-PD-RESULT            PIC X(01).
022700             88  WS-PD-NOT-SEEN          VALUE SPACE.
022800             88  WS-PD-POSTED            VALUE 'P'.
022900             88  WS-PD-REJECTED          VALUE 'R'.
023000             88  WS-PD-REVERSED          VALUE 'V'.
023100         10  WS-PD-JOURNAL-DATE      PIC 9(08).
023200         10  WS-PD-REASON-TEXT       PIC X(30).
023300*
023400*    REGISTER TOTALS FOR THE FILING YEAR - ONE ROW PER          *
023500*    CURRENCY, POSTED SWEEPS ONLY.  AMOUNTS ARE NEVER ADDED     *
023600*    ACROSS CURRENCIES.                                         *
023700 01  WS-REGISTER-TOTALS.
023800     05  WS-RT-COUNT             PIC 9(04) COMP VALUE ZERO.
023900     05  WS-RT-SUB               PIC 9(04) COMP VALUE ZERO.
024000     05  WS-RT-FOUND-SUB         PIC 9(04) COMP VALUE ZERO.
024100     05  WS-RT-ENTRY OCCURS 20 TIMES.
024200         10  WS-RT-CURRENCY          PIC X(03).
024300         10  WS-RT-WALLETS           PIC 9(08).
024400         10  WS-RT-AMOUNT            PIC S9(11)V99 COMP-3.
024500*
024600 01  WS-PRINT-FIELDS.
024700     05  WS-PRINT-AMOUNT         PIC ---------9.99.
024800     05  WS-PRINT-TOTAL          PIC -----------9.99.
024900     05  WS-PRINT-DAYS           PIC ZZZZ9.
025000     05  WS-PRINT-COUNT          PIC ZZZZZZZ9.
025100     05  WS-PRINT-NAME           PIC X(30) VALUE SPACES.
025200     05  WS-PRINT-ADDR-1         PIC X(30) VALUE SPACES.
025300     05  WS-PRINT-ADDR-2         PIC X(30) VALUE SPACES.
025400*
025500*    CALENDAR WORK FIELDS FOR WALKING THE JOURNALS.             *
025600 01  WS-WALK-WORK.
025700     05  WS-WALK-DATE            PIC 9(08) VALUE ZERO.
025800     05  WS-WALK-DATE-R REDEFINES WS-WALK-DATE.
025900         10  WS-WALK-YEAR            PIC 9(04).
026000         10  WS-WALK-MONTH           PIC 9(02).
026100         10  WS-WALK-DAY             PIC 9(02).
026200     05  WS-WALK-MONTH-DAYS      PIC 9(02) VALUE ZERO.
026300     05  WS-WALK-REMAINDER       PIC S9(08) COMP VALUE ZERO.
026400     05  WS-WALK-WORKNUM         PIC S9(08) COMP VALUE ZERO.
026500     05  WS-WALK-LEAP-SW         PIC X(01) VALUE 'N'.
026600         88  WS-WALK-LEAP-YEAR       VALUE 'Y'.
026700*
026800 01  WS-MONTH-DAYS-VALUES        PIC X(24) VALUE
026900     '312831303130313130313031'.
027000 01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-VALUES.
027100     05  WS-MONTH-DAYS           PIC 9(02) OCCURS 12 TIMES.
027200*
027300*    DATE-TO-DAY-NUMBER WORK FIELDS, AS IN THE POSTING RUN.     *
027400 01  WS-DATE-TO-DAY-WORK.
027500     05  WS-DTN-DATE             PIC 9(08) VALUE ZERO.
027600     05  WS-DTN-DATE-R REDEFINES WS-DTN-DATE.
027700         10  WS-DTN-YEAR             PIC 9(04).
027800         10  WS-DTN-MONTH            PIC 9(02).
027900         10  WS-DTN-DAY              PIC 9(02).
028000     05  WS-DTN-DAY-NUMBER       PIC S9(08) COMP VALUE ZERO.
028100     05  WS-DTN-PRIOR-YEAR       PIC S9(08) COMP VALUE ZERO.
028200     05  WS-DTN-QUADS            PIC S9(08) COMP VALUE ZERO.
028300     05  WS-DTN-CENTS            PIC S9(08) COMP VALUE ZERO.
028400     05  WS-DTN-QUADCENTS        PIC S9(08) COMP VALUE ZERO.
028500     05  WS-DTN-REMAINDER        PIC S9(08) COMP VALUE ZERO.
028600     05  WS-DTN-LEAP-SW          PIC X(01) VALUE 'N'.
028700         88  WS-DTN-LEAP-YEAR        VALUE 'Y'.
028800*
028900 01  WS-MONTH-OFFSET-VALUES      PIC X(36) VALUE
029000     '000031059090120151181212243273304334'.
029100 01  WS-MONTH-OFFSET-TABLE REDEFINES WS-MONTH-OFFSET-VALUES.
029200     05  WS-MONTH-OFFSET         PIC 9(03) OCCURS 12 TIMES.
029300*
029400 PROCEDURE DIVISION.
029500*****************************************************************
029600*    0000-MAINLINE                                              *
029700*****************************************************************
029800 0000-MAINLINE.
029900     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
030000     IF NOT WS-RUN-ABORTED
030100         PERFORM 2000-LOAD-PENDING THRU 2000-EXIT
030200     END-IF.
030300     IF NOT WS-RUN-ABORTED
030400         PERFORM 3000-SCAN-JOURNALS THRU 3000-EXIT
030500     END-IF.
030600     IF NOT WS-RUN-ABORTED
030700         PERFORM 3500-SETTLE-PENDING THRU 3500-EXIT
030800     END-IF.
030900     IF NOT WS-RUN-ABORTED
031000         PERFORM 4000-REVIEW-WALLETS THRU 4000-EXIT
031100         PERFORM 6000-LIST-REGISTER THRU 6000-EXIT
031200     END-IF.
031300     PERFORM 9000-TERMINATE THRU 9000-EXIT.
031400     STOP RUN.
031500*
031600*****************************************************************
031700*    1000-INITIALIZE - READ AND PROVE THE PARAMETER RECORD,     *
031800*    OPEN THE MASTERS AND THE STANDING ESCHEATMENT REGISTER,    *
031900*    CREATING IT EMPTY THE FIRST TIME, AND START BOTH STAGING   *
032000*    DATASETS AFRESH.  A MISSING OR INVALID PARAMETER RECORD,   *
032100*    OR AN UNCLAIMED-FUNDS WALLET THAT DOES NOT PROVE, ENDS THE *
032200*    RUN BEFORE ANYTHING IS STAGED.                             *
032300*****************************************************************
032400 1000-INITIALIZE.
032500     PERFORM 9500-GET-BUSINESS-DATE THRU 9500-EXIT.
032600     ACCEPT WS-CURRENT-TIME FROM TIME.
032700     MOVE WS-CURRENT-DATE TO WS-DTN-DATE.
032800     PERFORM 9100-DATE-TO-DAY-NUMBER THRU 9100-EXIT.
032900     MOVE WS-DTN-DAY-NUMBER TO WS-TODAY-DAY-NUMBER.
033000     STRING 'DORM' WS-CURRENT-MMDD DELIMITED BY SIZE
033100         INTO WS-DORMANT-BATCH-ID.
033200     OPEN INPUT PARM-FILE.
033300     IF NOT DP-STATUS-OK
033400         DISPLAY 'ERROR OPENING PARM-FILE. FILE STATUS: '
033500             DP-FILE-STATUS
033600         MOVE 16 TO RETURN-CODE
033700         SET WS-RUN-ABORTED TO TRUE
033800         GO TO 1000-EXIT
033900     END-IF.
034000     READ PARM-FILE
034100         AT END
034200             DISPLAY 'PARM-FILE IS EMPTY.'
034300             MOVE 16 TO RETURN-CODE
034400             SET WS-RUN-ABORTED TO TRUE
034500     END-READ.
034600     CLOSE PARM-FILE.
034700     IF WS-RUN-ABORTED
034800         GO TO 1000-EXIT
034900     END-IF.
035000     IF DP-DORMANT-DAYS IS NOT NUMERIC
035100         OR DP-ESCHEAT-DAYS IS NOT NUMERIC
035200         OR (DP-DORMANT-DAYS > ZERO AND DP-ESCHEAT-DAYS > ZERO
035300             AND DP-DORMANT-DAYS NOT < DP-ESCHEAT-DAYS)
035400         DISPLAY 'DORMANCY PARAMETER RECORD INVALID.'
035500         MOVE 16 TO RETURN-CODE
035600         SET WS-RUN-ABORTED TO TRUE
035700         GO TO 1000-EXIT
035800     END-IF.
035900     OPEN INPUT WALLET-MASTER-FILE.
036000     IF NOT WM-STATUS-OK
036100         DISPLAY 'ERROR OPENING WALLET-MASTER-FILE. FILE '
036200             'STATUS: ' WM-FILE-STATUS
036300         MOVE 16 TO RETURN-CODE
036400         SET WS-RUN-ABORTED TO TRUE
036500         GO TO 1000-EXIT
036600     END-IF.
036700     MOVE ZERO TO WS-PARM-SUB.
036800     PERFORM 1100-PROVE-UNCLAIMED-WALLET THRU 1100-EXIT
036900         UNTIL WS-PARM-SUB >= 5
037000         OR WS-RUN-ABORTED.
037100     IF WS-RUN-ABORTED
037200         GO TO 1000-EXIT
037300     END-IF.
037400     OPEN INPUT CUSTOMER-FILE.
037500     IF NOT CU-STATUS-OK
037600         DISPLAY 'ERROR OPENING CUSTOMER-FILE. FILE STATUS: '
037700             CU-FILE-STATUS
037800         MOVE 16 TO RETURN-CODE
037900         SET WS-RUN-ABORTED TO TRUE
038000         GO TO 1000-EXIT
038100     END-IF.
038200     OPEN I-O ESCHEAT-FILE.
038300     IF ER-STATUS-NOT-FOUND
038400         OPEN OUTPUT ESCHEAT-FILE
038500         CLOSE ESCHEAT-FILE
038600         OPEN I-O ESCHEAT-FILE
038700     END-IF.
038800     IF NOT ER-STATUS-OK
038900         DISPLAY 'ERROR OPENING ESCHEAT-FILE. FILE STATUS: '
039000             ER-FILE-STATUS
039100         MOVE 16 TO RETURN-CODE
039200         SET WS-RUN-ABORTED TO TRUE
039300         GO TO 1000-EXIT
039400     END-IF.
039500     OPEN OUTPUT DORMANT-TRANS-FILE.
039600     IF NOT TR-STATUS-OK
039700         DISPLAY 'ERROR OPENING DORMANT-TRANS-FILE. FILE '
039800             'STATUS: ' TR-FILE-STATUS
039900         MOVE 16 TO RETURN-CODE
040000         SET WS-RUN-ABORTED TO TRUE
040100         GO TO 1000-EXIT
040200     END-IF.
040300     OPEN OUTPUT DORMANT-MAINT-FILE.
040400     IF NOT MT-STATUS-OK
040500         DISPLAY 'ERROR OPENING DORMANT-MAINT-FILE. FILE '
040600             'STATUS: ' MT-FILE-STATUS
040700         MOVE 16 TO RETURN-CODE
040800         SET WS-RUN-ABORTED TO TRUE
040900         GO TO 1000-EXIT
041000     END-IF.
041100     DISPLAY 'DORMANT WALLETS AND UNCLAIMED FUNDS - '
041200         WS-CURRENT-DATE.
041300     DISPLAY 'DORMANT AT ' DP-DORMANT-DAYS ' DAYS, ESCHEAT AT '
041400         DP-ESCHEAT-DAYS ' DAYS IDLE (ZERO = OFF).'.
041500     DISPLAY '------------------------------------------'.
041600 1000-EXIT.
041700     EXIT.
041800*
041900*****************************************************************
042000*    1100-PROVE-UNCLAIMED-WALLET - A CURRENCY NAMED ON THE      *
042100*    PARAMETER RECORD MUST NAME AN UNCLAIMED-FUNDS WALLET THAT  *
042200*    IS ON FILE, OPEN, HELD IN THAT SAME CURRENCY SO A SWEEP    *
042300*    NEVER CONVERTS, AND NOT ATTACHED TO A CUSTOMER.            *
042400*****************************************************************
042500 1100-PROVE-UNCLAIMED-WALLET.
042600     ADD 1 TO WS-PARM-SUB.
042700     IF DP-UNCLAIMED-CURRENCY (WS-PARM-SUB) = SPACES
042800         GO TO 1100-EXIT
042900     END-IF.
043000     MOVE DP-UNCLAIMED-WALLET-ID (WS-PARM-SUB) TO WM-WALLET-ID.
043100     READ WALLET-MASTER-FILE
043200         INVALID KEY
043300             DISPLAY 'UNCLAIMED WALLET ' WM-WALLET-ID ' FOR '
043400                 DP-UNCLAIMED-CURRENCY (WS-PARM-SUB)
043500                 ' IS NOT ON THE WALLET MASTER.'
043600             MOVE 16 TO RETURN-CODE
043700             SET WS-RUN-ABORTED TO TRUE
043800             GO TO 1100-EXIT
043900     END-READ.
044000     IF WM-CURRENCY-CODE NOT = DP-UNCLAIMED-CURRENCY (WS-PARM-SUB)
044100         OR WM-STATUS-CLOSED
044200         OR WM-CUSTOMER-ID NOT = SPACES
044300         DISPLAY 'UNCLAIMED WALLET ' WM-WALLET-ID ' IS CLOSED, '
044400             'A CUSTOMER WALLET, OR NOT HELD IN '
044500             DP-UNCLAIMED-CURRENCY (WS-PARM-SUB) '.'
044600         MOVE 16 TO RETURN-CODE
044700         SET WS-RUN-ABORTED TO TRUE
044800         GO TO 1100-EXIT
044900     END-IF.
045000     ADD 1 TO WS-UW-COUNT.
045100     MOVE DP-UNCLAIMED-CURRENCY (WS-PARM-SUB) TO
045200         WS-UW-CURRENCY (WS-UW-COUNT).
045300     MOVE DP-UNCLAIMED-WALLET-ID (WS-PARM-SUB) TO
045400         WS-UW-WALLET-ID (WS-UW-COUNT).
045500 1100-EXIT.
045600     EXIT.
045700*
045800*****************************************************************
045900*    2000-LOAD-PENDING - COLLECT EVERY SWEEP STILL STAGED ON    *
046000*    THE REGISTER AND NOTE THE EARLIEST SWEEP DATE SO THE       *
046100*    JOURNAL SCAN STARTS THERE.  ONE STAGED TODAY IS INCLUDED:  *
046200*    ON A RERUN OF THE WHOLE WINDOW THE POSTING STEP MAY HAVE   *
046300*    ALREADY TAKEN THE FIRST RUN'S BATCH, AND ONLY TODAY'S      *
046400*    JOURNAL CAN SAY SO.  THE SCAN ALWAYS TAKES IN YESTERDAY    *
046500*    AS WELL, SO A BACKOUT RUN AFTER LAST NIGHT'S WINDOW IS     *
046600*    STILL SEEN.                                                *
046700*****************************************************************
046800 2000-LOAD-PENDING.
046900     MOVE WS-CURRENT-DATE TO WS-WALK-DATE.
047000     PERFORM 9300-SUBTRACT-ONE-DAY THRU 9300-EXIT.
047100     MOVE WS-WALK-DATE TO WS-SCAN-START-DATE.
047200     MOVE 'N' TO WS-ESCHEAT-SCAN-SW.
047300     MOVE LOW-VALUES TO ER-REGISTER-KEY.
047400     START ESCHEAT-FILE
047500         KEY IS NOT < ER-REGISTER-KEY
047600         INVALID KEY
047700             SET WS-ESCHEAT-SCAN-DONE TO TRUE
047800     END-START.
047900     PERFORM 2100-LOAD-ONE-PENDING THRU 2100-EXIT
048000         UNTIL WS-ESCHEAT-SCAN-DONE
048100         OR WS-RUN-ABORTED.
048200 2000-EXIT.
048300     EXIT.
048400*
048500 2100-LOAD-ONE-PENDING.
048600     READ ESCHEAT-FILE NEXT RECORD
048700         AT END
048800             SET WS-ESCHEAT-SCAN-DONE TO TRUE
048900             GO TO 2100-EXIT
049000     END-READ.
049100     IF NOT ER-STATUS-OK
049200         DISPLAY 'ERROR READING ESCHEAT-FILE. FILE STATUS: '
049300             ER-FILE-STATUS
049400         MOVE 16 TO RETURN-CODE
049500         SET WS-RUN-ABORTED TO TRUE
049600         GO TO 2100-EXIT
049700     END-IF.
049800     IF NOT ER-STATUS-STAGED
049900         GO TO 2100-EXIT
050000     END-IF.
050100     IF WS-PD-COUNT >= 2000
050200         DISPLAY 'PENDING TABLE FULL. RUN ABENDED BEFORE ANY '
050300             'SWEEP COULD BE MISCOUNTED.'
050400         MOVE 16 TO RETURN-CODE
050500         SET WS-RUN-ABORTED TO TRUE
050600         GO TO 2100-EXIT
050700     END-IF.
050800     ADD 1 TO WS-PD-COUNT.
050900     MOVE ER-REGISTER-KEY TO WS-PD-REGISTER-KEY (WS-PD-COUNT).
051000     MOVE ER-BATCH-ID TO WS-PD-BATCH-ID (WS-PD-COUNT).
051100     MOVE ER-SEQUENCE-NO TO WS-PD-SEQUENCE-NO (WS-PD-COUNT).
051200     MOVE SPACE TO WS-PD-RESULT (WS-PD-COUNT).
051300     MOVE ZERO TO WS-PD-JOURNAL-DATE (WS-PD-COUNT).
051400     MOVE SPACES TO WS-PD-REASON-TEXT (WS-PD-COUNT).
051500     IF ER-SWEEP-DATE < WS-SCAN-START-DATE
051600         MOVE ER-SWEEP-DATE TO WS-SCAN-START-DATE
051700     END-IF.
051800 2100-EXIT.
051900     EXIT.
052000*
052100*****************************************************************
052200*    3000-SCAN-JOURNALS - WALK EVERY AUDIT JOURNAL FROM THE     *
052300*    SCAN START DATE THROUGH TODAY, NOTING HOW EACH STAGED      *
052400*    SWEEP ENDED AND WHICH POSTED SWEEPS A BACKOUT HAS SINCE    *
052500*    REVERSED.  A DAY WITH NO JOURNAL IS SIMPLY SKIPPED.        *
052600*****************************************************************
052700 3000-SCAN-JOURNALS.
052800     MOVE WS-SCAN-START-DATE TO WS-WALK-DATE.
052900     PERFORM 3100-SCAN-ONE-DAY THRU 3100-EXIT
053000         UNTIL WS-WALK-DATE > WS-CURRENT-DATE
053100         OR WS-RUN-ABORTED.
053200 3000-EXIT.
053300     EXIT.
053400*
053500 3100-SCAN-ONE-DAY.
053600     MOVE SPACES TO WS-AUDIT-FILE-NAME.
053700     STRING 'WALAUDT.' WS-WALK-DATE DELIMITED BY SIZE
053800         INTO WS-AUDIT-FILE-NAME.
053900     MOVE 'N' TO WS-AUDIT-EOF-SW.
054000     OPEN INPUT AUDIT-FILE.
054100     IF AU-STATUS-OK
054200         PERFORM 3200-READ-AUDIT-RECORD THRU 3200-EXIT
054300         PERFORM 3300-MATCH-ENTRY THRU 3300-EXIT
054400             UNTIL AUDIT-EOF
054500         CLOSE AUDIT-FILE
054600     END-IF.
054700     PERFORM 9200-ADD-ONE-DAY THRU 9200-EXIT.
054800 3100-EXIT.
054900     EXIT.
055000*
055100 3200-READ-AUDIT-RECORD.
055200     READ AUDIT-FILE
055300         AT END
055400             SET AUDIT-EOF TO TRUE
055500     END-READ.
055600     IF NOT AUDIT-EOF AND NOT AU-STATUS-OK
055700         DISPLAY 'ERROR READING ' WS-AUDIT-FILE-NAME
055800             ' FILE STATUS: ' AU-FILE-STATUS
055900         MOVE 16 TO RETURN-CODE
056000         SET AUDIT-EOF TO TRUE
056100         SET WS-RUN-ABORTED TO TRUE
056200     END-IF.
056300 3200-EXIT.
056400     EXIT.
056500*
056600*****************************************************************
056700*    3300-MATCH-ENTRY - A JOURNAL ENTRY UNDER A DORMANCY BATCH  *
056800*    ID IS MATCHED TO ITS STAGED SWEEP BY BATCH AND SEQUENCE.   *
056900*    A HOUSE ADJUSTMENT IS NEVER HELD OR WAREHOUSED, SO ONLY    *
057000*    POSTED, REJECTED AND REVERSED MATTER.  A REVERSAL OF A     *
057100*    SWEEP SETTLED ON AN EARLIER DAY IS BOOKED STRAIGHT ONTO    *
057200*    THE REGISTER.                                              *
057300*****************************************************************
057400 3300-MATCH-ENTRY.
057500     IF AU-BATCH-ID (1:4) NOT = 'DORM'
057600         GO TO 3300-READ-NEXT
057700     END-IF.
057800     IF NOT AU-RESULT-POSTED AND NOT AU-RESULT-REJECTED
057900         AND NOT AU-RESULT-REVERSED
058000         GO TO 3300-READ-NEXT
058100     END-IF.
058200     MOVE ZERO TO WS-PD-FOUND-SUB.
058300     MOVE ZERO TO WS-PD-SUB.
058400     PERFORM 3310-TEST-ONE-PENDING THRU 3310-EXIT
058500         UNTIL WS-PD-FOUND-SUB > ZERO
058600         OR WS-PD-SUB >= WS-PD-COUNT.
058700     IF WS-PD-FOUND-SUB > ZERO
058800         MOVE AU-RESULT-CODE TO WS-PD-RESULT (WS-PD-FOUND-SUB)
058900         MOVE AU-JOURNAL-DATE TO
059000             WS-PD-JOURNAL-DATE (WS-PD-FOUND-SUB)
059100         MOVE AU-REASON-TEXT TO
059200             WS-PD-REASON-TEXT (WS-PD-FOUND-SUB)
059300         GO TO 3300-READ-NEXT
059400     END-IF.
059500     IF AU-RESULT-REVERSED
059600         PERFORM 3400-MARK-REVERSED THRU 3400-EXIT
059700     END-IF.
059800 3300-READ-NEXT.
059900     PERFORM 3200-READ-AUDIT-RECORD THRU 3200-EXIT.
060000 3300-EXIT.
060100     EXIT.
060200*
060300 3310-TEST-ONE-PENDING.
060400     ADD 1 TO WS-PD-SUB.
060500     IF WS-PD-BATCH-ID (WS-PD-SUB) = AU-BATCH-ID
060600         AND WS-PD-SEQUENCE-NO (WS-PD-SUB) = AU-SEQUENCE-NO
060700         MOVE WS-PD-SUB TO WS-PD-FOUND-SUB
060800     END-IF.
060900 3310-EXIT.
061000     EXIT.
061100*
061200*****************************************************************
061300*    3400-MARK-REVERSED - FIND THE POSTED REGISTER ENTRY THE    *
061400*    REVERSAL TAKES OFF, AMONG THE SWEPT WALLET'S ENTRIES, AND  *
061500*    MARK IT REVERSED.  ONE ALREADY MARKED IS LEFT AS IT IS, SO *
061600*    A JOURNAL SCANNED TWICE CHANGES NOTHING.                   *
061700*****************************************************************
061800 3400-MARK-REVERSED.
061900     MOVE 'N' TO WS-ENTRY-MARKED-SW.
062000     MOVE 'N' TO WS-ESCHEAT-SCAN-SW.
062100     MOVE AU-FROM-WALLET TO ER-WALLET-ID.
062200     MOVE ZERO TO ER-SWEEP-DATE.
062300     START ESCHEAT-FILE
062400         KEY IS NOT < ER-REGISTER-KEY
062500         INVALID KEY
062600             SET WS-ESCHEAT-SCAN-DONE TO TRUE
062700     END-START.
062800     PERFORM 3410-TEST-ONE-ENTRY THRU 3410-EXIT
062900         UNTIL WS-ESCHEAT-SCAN-DONE
063000         OR WS-ENTRY-MARKED
063100         OR WS-RUN-ABORTED.
063200 3400-EXIT.
063300     EXIT.
063400*
063500 3410-TEST-ONE-ENTRY.
063600     READ ESCHEAT-FILE NEXT RECORD
063700         AT END
063800             SET WS-ESCHEAT-SCAN-DONE TO TRUE
063900             GO TO 3410-EXIT
064000     END-READ.
064100     IF ER-WALLET-ID NOT = AU-FROM-WALLET
064200         SET WS-ESCHEAT-SCAN-DONE TO TRUE
064300         GO TO 3410-EXIT
064400     END-IF.
064500     IF ER-BATCH-ID NOT = AU-BATCH-ID
064600         OR ER-SEQUENCE-NO NOT = AU-SEQUENCE-NO
064700         OR NOT ER-STATUS-POSTED
064800         GO TO 3410-EXIT
064900     END-IF.
065000     SET ER-STATUS-REVERSED TO TRUE.
065100     MOVE AU-JOURNAL-DATE TO ER-OUTCOME-DATE.
065200     MOVE 'REVERSED BY BACKOUT' TO ER-REASON-TEXT.
065300     MOVE WS-CURRENT-DATE TO ER-LAST-UPDT-DATE.
065400     REWRITE ER-ESCHEAT-RECORD.
065500     IF NOT ER-STATUS-OK
065600         DISPLAY 'ERROR REWRITING ESCHEAT RECORD. FILE STATUS: '
065700             ER-FILE-STATUS
065800         MOVE 16 TO RETURN-CODE
065900         SET WS-RUN-ABORTED TO TRUE
066000         GO TO 3410-EXIT
066100     END-IF.
066200     SET WS-ENTRY-MARKED TO TRUE.
066300     ADD 1 TO WS-LATER-REVERSED.
066400     MOVE ER-AMOUNT TO WS-PRINT-AMOUNT.
066500     DISPLAY 'SWEEP REVERSED      ' ER-WALLET-ID ' '
066600         ER-CURRENCY-CODE ' ' WS-PRINT-AMOUNT ' SWEPT '
066700         ER-SWEEP-DATE.
066800 3410-EXIT.
066900     EXIT.
067000*
067100*****************************************************************
067200*    3500-SETTLE-PENDING - BOOK EACH STAGED SWEEP BY ITS        *
067300*    OUTCOME.  A SWEEP STAGED TODAY THAT NO JOURNAL SHOWS YET   *
067400*    IS TAKEN OFF THE REGISTER SO THIS RUN STAGES IT AFRESH;    *
067500*    ONE FROM AN EARLIER DAY THAT NO JOURNAL SHOWS WAS NEVER    *
067600*    POSTED AND IS CLOSED AS REJECTED, SO THE WALLET IS SWEPT   *
067700*    AGAIN TODAY.                                               *
067800*****************************************************************
067900 3500-SETTLE-PENDING.
068000     MOVE ZERO TO WS-PD-SUB.
068100     PERFORM 3600-SETTLE-ONE-PENDING THRU 3600-EXIT
068200         UNTIL WS-PD-SUB >= WS-PD-COUNT
068300         OR WS-RUN-ABORTED.
068400 3500-EXIT.
068500     EXIT.
068600*
068700 3600-SETTLE-ONE-PENDING.
068800     ADD 1 TO WS-PD-SUB.
068900     MOVE WS-PD-REGISTER-KEY (WS-PD-SUB) TO ER-REGISTER-KEY.
069000     READ ESCHEAT-FILE
069100         INVALID KEY
069200             DISPLAY 'ESCHEAT RECORD ' ER-WALLET-ID ' '
069300                 ER-SWEEP-DATE ' VANISHED DURING THE RUN.'
069400             MOVE 16 TO RETURN-CODE
069500             SET WS-RUN-ABORTED TO TRUE
069600             GO TO 3600-EXIT
069700     END-READ.
069800     MOVE ER-AMOUNT TO WS-PRINT-AMOUNT.
069900     IF WS-PD-NOT-SEEN (WS-PD-SUB)
070000         AND ER-SWEEP-DATE NOT < WS-CURRENT-DATE
070100         ADD 1 TO WS-PENDING-RESTAGED
070200         DELETE ESCHEAT-FILE RECORD
070300         IF NOT ER-STATUS-OK
070400             DISPLAY 'ERROR DELETING ESCHEAT RECORD. FILE '
070500                 'STATUS: ' ER-FILE-STATUS
070600             MOVE 16 TO RETURN-CODE
070700             SET WS-RUN-ABORTED TO TRUE
070800         END-IF
070900         GO TO 3600-EXIT
071000     END-IF.
071100     EVALUATE TRUE
071200         WHEN WS-PD-POSTED (WS-PD-SUB)
071300             ADD 1 TO WS-PENDING-POSTED
071400             SET ER-STATUS-POSTED TO TRUE
071500             DISPLAY 'SWEEP POSTED        ' ER-WALLET-ID ' '
071600                 ER-CURRENCY-CODE ' ' WS-PRINT-AMOUNT
071700         WHEN WS-PD-REVERSED (WS-PD-SUB)
071800             ADD 1 TO WS-PENDING-REVERSED
071900             SET ER-STATUS-REVERSED TO TRUE
072000             MOVE 'REVERSED BY BACKOUT' TO
072100                 WS-PD-REASON-TEXT (WS-PD-SUB)
072200             DISPLAY 'SWEEP REVERSED      ' ER-WALLET-ID ' '
072300                 ER-CURRENCY-CODE ' ' WS-PRINT-AMOUNT
072400         WHEN WS-PD-REJECTED (WS-PD-SUB)
072500             ADD 1 TO WS-PENDING-REJECTED
072600             SET ER-STATUS-REJECTED TO TRUE
072700             IF RETURN-CODE < 4
072800                 MOVE 4 TO RETURN-CODE
072900             END-IF
073000             DISPLAY 'SWEEP REJECTED      ' ER-WALLET-ID ' '
073100                 ER-CURRENCY-CODE ' ' WS-PRINT-AMOUNT ' - '
073200                 WS-PD-REASON-TEXT (WS-PD-SUB)
073300         WHEN OTHER
073400             ADD 1 TO WS-PENDING-UNSEEN
073500             SET ER-STATUS-REJECTED TO TRUE
073600             MOVE WS-CURRENT-DATE TO
073700                 WS-PD-JOURNAL-DATE (WS-PD-SUB)
073800             MOVE 'NOT FOUND ON ANY JOURNAL' TO
073900                 WS-PD-REASON-TEXT (WS-PD-SUB)
074000             IF RETURN-CODE < 4
074100                 MOVE 4 TO RETURN-CODE
074200             END-IF
074300             DISPLAY 'SWEEP NOT ON ANY JOURNAL ' ER-WALLET-ID ' '
074400                 ER-BATCH-ID '/' ER-SEQUENCE-NO ' - SWEPT AGAIN'
074500     END-EVALUATE.
074600     MOVE WS-PD-JOURNAL-DATE (WS-PD-SUB) TO ER-OUTCOME-DATE.
074700     MOVE WS-PD-REASON-TEXT (WS-PD-SUB) TO ER-REASON-TEXT.
074800     MOVE WS-CURRENT-DATE TO ER-LAST-UPDT-DATE.
074900     REWRITE ER-ESCHEAT-RECORD.
075000     IF NOT ER-STATUS-OK
075100         DISPLAY 'ERROR REWRITING ESCHEAT RECORD. FILE STATUS: '
075200             ER-FILE-STATUS
075300         MOVE 16 TO RETURN-CODE
075400         SET WS-RUN-ABORTED TO TRUE
075500     END-IF.
075600 3600-EXIT.
075700     EXIT.
075800*
075900*****************************************************************
076000*    4000-REVIEW-WALLETS - WALK THE WALLET MASTER, MEASURE      *
076100*    EVERY CUSTOMER WALLET'S IDLE TIME, FLAG THE ONES THAT HAVE *
076200*    GONE DORMANT ONTO THE NOTICE LIST AND SWEEP THE DORMANT    *
076300*    ONES THAT HAVE REACHED THE ESCHEAT PERIOD.                 *
076400*****************************************************************
076500 4000-REVIEW-WALLETS.
076600     DISPLAY ' '.
076700     DISPLAY 'DORMANCY NOTICES AND UNCLAIMED-FUNDS SWEEPS'.
076800     DISPLAY 'WALLET     CCY       BALANCE  IDLE SINCE  DAYS '
076900         'ACTION'.
077000     DISPLAY '------------------------------------------'.
077100     MOVE LOW-VALUES TO WM-WALLET-ID.
077200     START WALLET-MASTER-FILE
077300         KEY IS NOT < WM-WALLET-ID
077400         INVALID KEY
077500             SET WALLET-EOF TO TRUE
077600     END-START.
077700     PERFORM 4100-REVIEW-ONE-WALLET THRU 4100-EXIT
077800         UNTIL WALLET-EOF
077900         OR WS-RUN-ABORTED.
078000 4000-EXIT.
078100     EXIT.
078200*
078300*****************************************************************
078400*    4100-REVIEW-ONE-WALLET - A WALLET NEVER STAMPED WITH A     *
078500*    LAST-ACTIVITY DATE IS MEASURED FROM ITS LAST MAINTENANCE   *
078600*    OR POSTING DATE INSTEAD.  ONLY ACTIVE WALLETS ARE MADE     *
078700*    DORMANT - A FROZEN ONE IS ALREADY IN OPERATIONS' HANDS.    *
078800*****************************************************************
078900 4100-REVIEW-ONE-WALLET.
079000     READ WALLET-MASTER-FILE NEXT RECORD
079100         AT END
079200             SET WALLET-EOF TO TRUE
079300             GO TO 4100-EXIT
079400     END-READ.
079500     IF NOT WM-STATUS-OK
079600         DISPLAY 'ERROR READING WALLET-MASTER-FILE. FILE '
079700             'STATUS: ' WM-FILE-STATUS
079800         MOVE 16 TO RETURN-CODE
079900         SET WS-RUN-ABORTED TO TRUE
080000         GO TO 4100-EXIT
080100     END-IF.
080200     ADD 1 TO WS-WALLETS-READ.
080300     IF WM-STATUS-CLOSED OR WM-CUSTOMER-ID = SPACES
080400         GO TO 4100-EXIT
080500     END-IF.
080600     MOVE WM-WALLET-ID TO WS-UW-PROBE-WALLET.
080700     PERFORM 4150-FIND-UNCLAIMED-BY-WALLET THRU 4150-EXIT.
080800     IF WS-UW-FOUND-SUB > ZERO
080900         GO TO 4100-EXIT
081000     END-IF.
081100     IF WM-STATUS-DORMANT
081200         ADD 1 TO WS-DORMANT-ON-FILE
081300     END-IF.
081400     IF WM-LAST-ACTIVITY-DATE IS NUMERIC
081500         AND WM-LAST-ACTIVITY-DATE > ZERO
081600         MOVE WM-LAST-ACTIVITY-DATE TO WS-IDLE-DATE
081700     ELSE
081800         MOVE WM-LAST-UPDT-DATE TO WS-IDLE-DATE
081900     END-IF.
082000     IF WS-IDLE-DATE IS NOT NUMERIC OR WS-IDLE-DATE = ZERO
082100         GO TO 4100-EXIT
082200     END-IF.
082300     MOVE WS-IDLE-DATE TO WS-DTN-DATE.
082400     PERFORM 9100-DATE-TO-DAY-NUMBER THRU 9100-EXIT.
082500     COMPUTE WS-IDLE-DAYS =
082600         WS-TODAY-DAY-NUMBER - WS-DTN-DAY-NUMBER.
082700     IF WM-STATUS-ACTIVE AND DP-DORMANT-DAYS > ZERO
082800         AND WS-IDLE-DAYS NOT < DP-DORMANT-DAYS
082900         PERFORM 4200-FLAG-DORMANT THRU 4200-EXIT
083000     END-IF.
083100     IF WM-STATUS-DORMANT AND DP-ESCHEAT-DAYS > ZERO
083200         AND WS-IDLE-DAYS NOT < DP-ESCHEAT-DAYS
083300         PERFORM 4300-SWEEP-BALANCE THRU 4300-EXIT
083400     END-IF.
083500 4100-EXIT.
083600     EXIT.
083700*
083800 4150-FIND-UNCLAIMED-BY-WALLET.
083900     MOVE ZERO TO WS-UW-FOUND-SUB.
084000     MOVE ZERO TO WS-UW-SUB.
084100     PERFORM 4151-TEST-UNCLAIMED-WALLET THRU 4151-EXIT
084200         UNTIL WS-UW-FOUND-SUB > ZERO
084300         OR WS-UW-SUB >= WS-UW-COUNT.
084400 4150-EXIT.
084500     EXIT.
084600*
084700 4151-TEST-UNCLAIMED-WALLET.
084800     ADD 1 TO WS-UW-SUB.
084900     IF WS-UW-WALLET-ID (WS-UW-SUB) = WS-UW-PROBE-WALLET
085000         MOVE WS-UW-SUB TO WS-UW-FOUND-SUB
085100     END-IF.
085200 4151-EXIT.
085300     EXIT.
085400*
085500 4160-FIND-UNCLAIMED-BY-CCY.
085600     MOVE ZERO TO WS-UW-FOUND-SUB.
085700     MOVE ZERO TO WS-UW-SUB.
085800     PERFORM 4161-TEST-UNCLAIMED-CCY THRU 4161-EXIT
085900         UNTIL WS-UW-FOUND-SUB > ZERO
086000         OR WS-UW-SUB >= WS-UW-COUNT.
086100 4160-EXIT.
086200     EXIT.
086300*
086400 4161-TEST-UNCLAIMED-CCY.
086500     ADD 1 TO WS-UW-SUB.
086600     IF WS-UW-CURRENCY (WS-UW-SUB) = WS-UW-PROBE-CURRENCY
086700         MOVE WS-UW-SUB TO WS-UW-FOUND-SUB
086800     END-IF.
086900 4161-EXIT.
087000     EXIT.
087100*
087200*****************************************************************
087300*    4200-FLAG-DORMANT - WRITE A DORMANT ACTION FOR WALLET      *
087400*    MAINTENANCE, KEYED UNDER THIS RUN'S OWN OPERATOR ID SO THE *
087500*    MAINTENANCE JOURNAL SHOWS WHERE IT CAME FROM, AND PRINT    *
087600*    THE OWNER'S NOTICE ENTRY.  THE WALLET STAYS ACTIVE UNTIL   *
087700*    MAINTENANCE APPLIES IT, SO A RUN THAT MEETS IT AGAIN FIRST *
087800*    SIMPLY ASKS AGAIN.                                         *
087900*****************************************************************
088000 4200-FLAG-DORMANT.
088100     INITIALIZE MT-MAINT-RECORD.
088200     SET MT-ACTION-DORMANT TO TRUE.
088300     MOVE WM-WALLET-ID TO MT-WALLET-ID.
088400     MOVE 'WALDORM' TO MT-OPERATOR-ID.
088500     WRITE MT-MAINT-RECORD.
088600     IF NOT MT-STATUS-OK
088700         DISPLAY 'ERROR WRITING DORMANT-MAINT-FILE. FILE '
088800             'STATUS: ' MT-FILE-STATUS
088900         MOVE 16 TO RETURN-CODE
089000         SET WS-RUN-ABORTED TO TRUE
089100         GO TO 4200-EXIT
089200     END-IF.
089300     ADD 1 TO WS-FLAGGED-COUNT.
089400     IF RETURN-CODE < 4
089500         MOVE 4 TO RETURN-CODE
089600     END-IF.
089700     PERFORM 4700-GET-OWNER THRU 4700-EXIT.
089800     MOVE WM-BALANCE TO WS-PRINT-AMOUNT.
089900     MOVE WS-IDLE-DAYS TO WS-PRINT-DAYS.
090000     DISPLAY WM-WALLET-ID ' ' WM-CURRENCY-CODE ' '
090100         WS-PRINT-AMOUNT ' ' WS-IDLE-DATE ' ' WS-PRINT-DAYS
090200         ' DORMANT - NOTICE TO OWNER'.
090300     DISPLAY '           ' WM-CUSTOMER-ID ' ' WS-PRINT-NAME.
090400     DISPLAY '           ' WS-PRINT-ADDR-1 ' ' WS-PRINT-ADDR-2.
090500 4200-EXIT.
090600     EXIT.
090700*
090800*****************************************************************
090900*    4300-SWEEP-BALANCE - MOVE THE AVAILABLE BALANCE OF A       *
091000*    DORMANT WALLET PAST THE ESCHEAT PERIOD TO THE UNCLAIMED-   *
091100*    FUNDS WALLET FOR ITS CURRENCY AND ENTER IT ON THE          *
091200*    REGISTER.  MONEY UNDER HOLD IS LEFT WHERE IT IS.  A WALLET *
091300*    ALREADY ON THE REGISTER TODAY IS NOT SWEPT TWICE, AND ONE  *
091400*    WHOSE SWEEP WAS REVERSED IS LEFT ALONE UNTIL IT HAS BEEN   *
091500*    USED AND GONE IDLE AGAIN.  A CURRENCY WITH NO UNCLAIMED-   *
091600*    FUNDS WALLET IS REPORTED INSTEAD, EVERY DAY UNTIL ONE IS   *
091700*    NAMED.                                                     *
091800*****************************************************************
091900 4300-SWEEP-BALANCE.
092000     COMPUTE WS-AVAILABLE = WM-BALANCE - WM-HOLDS-OUTSTANDING.
092100     IF WS-AVAILABLE NOT > ZERO
092200         GO TO 4300-EXIT
092300     END-IF.
092400     PERFORM 4350-CHECK-SWEEP-HISTORY THRU 4350-EXIT.
092500     IF WS-RUN-ABORTED
092600         GO TO 4300-EXIT
092700     END-IF.
092800     IF WS-SWEEP-BLOCKED
092900         ADD 1 TO WS-SWEEP-HELD-COUNT
093000         GO TO 4300-EXIT
093100     END-IF.
093200     MOVE WM-CURRENCY-CODE TO WS-UW-PROBE-CURRENCY.
093300     PERFORM 4160-FIND-UNCLAIMED-BY-CCY THRU 4160-EXIT.
093400     IF WS-UW-FOUND-SUB = ZERO
093500         ADD 1 TO WS-NO-UNCLAIMED-COUNT
093600         DISPLAY WM-WALLET-ID ' CANNOT BE SWEPT - NO UNCLAIMED '
093700             'WALLET FOR ' WM-CURRENCY-CODE
093800         GO TO 4300-EXIT
093900     END-IF.
094000     MOVE WM-WALLET-ID TO WS-DETAIL-FROM.
094100     MOVE WS-UW-WALLET-ID (WS-UW-FOUND-SUB) TO WS-DETAIL-TO.
094200     MOVE WS-AVAILABLE TO WS-DETAIL-AMOUNT.
094300     PERFORM 4500-WRITE-DORMANT-DETAIL THRU 4500-EXIT.
094400     IF WS-RUN-ABORTED
094500         GO TO 4300-EXIT
094600     END-IF.
094700     PERFORM 4700-GET-OWNER THRU 4700-EXIT.
094800     PERFORM 4600-ENTER-REGISTER THRU 4600-EXIT.
094900     IF WS-RUN-ABORTED
095000         GO TO 4300-EXIT
095100     END-IF.
095200     ADD 1 TO WS-SWEEP-COUNT.
095300     MOVE WS-DETAIL-AMOUNT TO WS-PRINT-AMOUNT.
095400     MOVE WS-IDLE-DAYS TO WS-PRINT-DAYS.
095500     DISPLAY WM-WALLET-ID ' ' WM-CURRENCY-CODE ' '
095600         WS-PRINT-AMOUNT ' ' WS-IDLE-DATE ' ' WS-PRINT-DAYS
095700         ' SWEPT TO ' WS-DETAIL-TO.
095800     DISPLAY '           ' WM-CUSTOMER-ID ' ' WS-PRINT-NAME.
095900 4300-EXIT.
096000     EXIT.
096100*
096200*****************************************************************
096300*    4350-CHECK-SWEEP-HISTORY - READ THE WALLET'S ENTRIES ON    *
096400*    THE REGISTER FOR ONE MADE TODAY OR ONE REVERSED SINCE THE  *
096500*    WALLET LAST SAW ACTIVITY.                                  *
096600*****************************************************************
096700 4350-CHECK-SWEEP-HISTORY.
096800     MOVE 'N' TO WS-SWEEP-BLOCKED-SW.
096900     MOVE 'N' TO WS-ESCHEAT-SCAN-SW.
097000     MOVE WM-WALLET-ID TO ER-WALLET-ID.
097100     MOVE ZERO TO ER-SWEEP-DATE.
097200     START ESCHEAT-FILE
097300         KEY IS NOT < ER-REGISTER-KEY
097400         INVALID KEY
097500             SET WS-ESCHEAT-SCAN-DONE TO TRUE
097600     END-START.
097700     PERFORM 4360-TEST-ONE-SWEEP THRU 4360-EXIT
097800         UNTIL WS-ESCHEAT-SCAN-DONE
097900         OR WS-SWEEP-BLOCKED
098000         OR WS-RUN-ABORTED.
098100 4350-EXIT.
098200     EXIT.
098300*
098400 4360-TEST-ONE-SWEEP.
098500     READ ESCHEAT-FILE NEXT RECORD
098600         AT END
098700             SET WS-ESCHEAT-SCAN-DONE TO TRUE
098800             GO TO 4360-EXIT
098900     END-READ.
099000     IF NOT ER-STATUS-OK
099100         DISPLAY 'ERROR READING ESCHEAT-FILE. FILE STATUS: '
099200             ER-FILE-STATUS
099300         MOVE 16 TO RETURN-CODE
099400         SET WS-RUN-ABORTED TO TRUE
099500         GO TO 4360-EXIT
099600     END-IF.
099700     IF ER-WALLET-ID NOT = WM-WALLET-ID
099800         SET WS-ESCHEAT-SCAN-DONE TO TRUE
099900         GO TO 4360-EXIT
100000     END-IF.
100100     IF ER-SWEEP-DATE = WS-CURRENT-DATE
100200         SET WS-SWEEP-BLOCKED TO TRUE
100300         GO TO 4360-EXIT
100400     END-IF.
100500     IF ER-STATUS-REVERSED AND ER-SWEEP-DATE > WS-IDLE-DATE
100600         SET WS-SWEEP-BLOCKED TO TRUE
100700         DISPLAY WM-WALLET-ID ' NOT SWEPT - SWEEP OF '
100800             ER-SWEEP-DATE ' WAS REVERSED'
100900     END-IF.
101000 4360-EXIT.
101100     EXIT.
101200*
101300*****************************************************************
101400*    4500-WRITE-DORMANT-DETAIL - ONE TYPE-W HOUSE ADJUSTMENT    *
101500*    ON THE STAGING BATCH, OPENING THE BATCH WITH ITS HEADER    *
101600*    THE FIRST TIME.  INTERNALLY STAGED BATCHES ARE NUMBERED    *
101700*    BELOW THE UPSTREAM CAPTURE RANGE; DORMANCY TAKES 00500001  *
101800*    UP.                                                        *
101900*****************************************************************
102000 4500-WRITE-DORMANT-DETAIL.
102100     IF NOT WS-HEADER-WRITTEN
102200         PERFORM 4550-WRITE-BATCH-HEADER THRU 4550-EXIT
102300     END-IF.
102400     INITIALIZE TR-TRANS-RECORD.
102500     SET TR-TYPE-DETAIL TO TRUE.
102600     MOVE WS-DORMANT-BATCH-ID TO TR-BATCH-ID.
102700     ADD 1 TO WS-NEXT-SEQUENCE.
102800     MOVE WS-NEXT-SEQUENCE TO TR-SEQUENCE-NO.
102900     MOVE WS-DETAIL-FROM TO TR-FROM-WALLET.
103000     MOVE WS-DETAIL-TO TO TR-TO-WALLET.
103100     MOVE WS-DETAIL-AMOUNT TO TR-AMOUNT.
103200     MOVE WS-CURRENT-DATE TO TR-VALUE-DATE.
103300     SET TR-TRANS-HOUSE-ADJUST TO TRUE.
103400     ADD TR-AMOUNT TO WS-DORMANT-HASH-TOTAL.
103500     ADD 1 TO WS-DETAIL-COUNT.
103600     PERFORM 4560-WRITE-DORMANT-RECORD THRU 4560-EXIT.
103700     IF RETURN-CODE < 4
103800         MOVE 4 TO RETURN-CODE
103900     END-IF.
104000 4500-EXIT.
104100     EXIT.
104200*
104300 4550-WRITE-BATCH-HEADER.
104400     INITIALIZE TR-TRANS-RECORD.
104500     SET TR-TYPE-HEADER TO TRUE.
104600     MOVE WS-DORMANT-BATCH-ID TO TR-BATCH-ID.
104700     MOVE ZERO TO TR-SEQUENCE-NO.
104800     MOVE WS-CURRENT-DATE TO TR-CREATION-DATE.
104900     MOVE 'WALDORM' TO TR-ORIGIN-SYSTEM.
105000     PERFORM 4560-WRITE-DORMANT-RECORD THRU 4560-EXIT.
105100     SET WS-HEADER-WRITTEN TO TRUE.
105200 4550-EXIT.
105300     EXIT.
105400*
105500 4560-WRITE-DORMANT-RECORD.
105600     WRITE TR-TRANS-RECORD.
105700     IF NOT TR-STATUS-OK
105800         DISPLAY 'ERROR WRITING DORMANT TRANS RECORD. FILE '
105900             'STATUS: ' TR-FILE-STATUS
106000         MOVE 16 TO RETURN-CODE
106100         SET WS-RUN-ABORTED TO TRUE
106200     END-IF.
106300 4560-EXIT.
106400     EXIT.
106500*
106600 4570-WRITE-BATCH-TRAILER.
106700     INITIALIZE TR-TRANS-RECORD.
106800     SET TR-TYPE-TRAILER TO TRUE.
106900     MOVE WS-DORMANT-BATCH-ID TO TR-BATCH-ID.
107000     MOVE 99999999 TO TR-SEQUENCE-NO.
107100     MOVE WS-DETAIL-COUNT TO TR-RECORD-COUNT.
107200     MOVE WS-DORMANT-HASH-TOTAL TO TR-HASH-TOTAL.
107300     PERFORM 4560-WRITE-DORMANT-RECORD THRU 4560-EXIT.
107400 4570-EXIT.
107500     EXIT.
107600*
107700*****************************************************************
107800*    4600-ENTER-REGISTER - ENTER THE STAGED SWEEP ON THE        *
107900*    ESCHEATMENT REGISTER WITH THE OWNER AS THE CUSTOMER MASTER *
108000*    HAS THEM TODAY.                                            *
108100*****************************************************************
108200 4600-ENTER-REGISTER.
108300     INITIALIZE ER-ESCHEAT-RECORD.
108400     MOVE WM-WALLET-ID TO ER-WALLET-ID.
108500     MOVE WS-CURRENT-DATE TO ER-SWEEP-DATE.
108600     MOVE WM-CUSTOMER-ID TO ER-CUSTOMER-ID.
108700     MOVE WS-PRINT-NAME TO ER-CUSTOMER-NAME.
108800     MOVE WS-PRINT-ADDR-1 TO ER-ADDRESS-LINE-1.
108900     MOVE WS-PRINT-ADDR-2 TO ER-ADDRESS-LINE-2.
109000     MOVE WM-CURRENCY-CODE TO ER-CURRENCY-CODE.
109100     MOVE WS-DETAIL-AMOUNT TO ER-AMOUNT.
109200     MOVE WS-IDLE-DATE TO ER-LAST-ACTIVITY-DATE.
109300     MOVE WS-DETAIL-TO TO ER-UNCLAIMED-WALLET-ID.
109400     MOVE WS-DORMANT-BATCH-ID TO ER-BATCH-ID.
109500     MOVE WS-NEXT-SEQUENCE TO ER-SEQUENCE-NO.
109600     SET ER-STATUS-STAGED TO TRUE.
109700     MOVE WS-CURRENT-DATE TO ER-LAST-UPDT-DATE.
109800     WRITE ER-ESCHEAT-RECORD.
109900     IF NOT ER-STATUS-OK
110000         DISPLAY 'ERROR WRITING ESCHEAT RECORD ' ER-WALLET-ID
110100             '. FILE STATUS: ' ER-FILE-STATUS
110200         MOVE 16 TO RETURN-CODE
110300         SET WS-RUN-ABORTED TO TRUE
110400     END-IF.
110500 4600-EXIT.
110600     EXIT.
110700*
110800 4700-GET-OWNER.
110900     MOVE WM-CUSTOMER-ID TO CU-CUSTOMER-ID.
111000     READ CUSTOMER-FILE
111100         INVALID KEY
111200             MOVE '*** OWNER NOT ON CUSTOMER FILE' TO
111300                 WS-PRINT-NAME
111400             MOVE SPACES TO WS-PRINT-ADDR-1
111500             MOVE SPACES TO WS-PRINT-ADDR-2
111600         NOT INVALID KEY
111700             MOVE CU-CUSTOMER-NAME TO WS-PRINT-NAME
111800             MOVE CU-ADDRESS-LINE-1 TO WS-PRINT-ADDR-1
111900             MOVE CU-ADDRESS-LINE-2 TO WS-PRINT-ADDR-2
112000     END-READ.
112100 4700-EXIT.
112200     EXIT.
112300*
112400*****************************************************************
112500*    6000-LIST-REGISTER - THE ESCHEATMENT REGISTER FOR THE      *
112600*    CURRENT FILING YEAR: EVERY SWEEP MADE SINCE 1 JANUARY,     *
112700*    WHAT BECAME OF IT, AND THE POSTED TOTALS BY CURRENCY THAT  *
112800*    GO ON THE STATE FILING.                                    *
112900*****************************************************************
113000 6000-LIST-REGISTER.
113100     DISPLAY ' '.
113200     DISPLAY 'ESCHEATMENT REGISTER - FILING YEAR '
113300         WS-CURRENT-YEAR.
113400     DISPLAY 'WALLET     SWEPT    CCY        AMOUNT LAST USED '
113500         'ST OWNER'.
113600     DISPLAY '------------------------------------------'.
113700     MOVE 'N' TO WS-ESCHEAT-SCAN-SW.
113800     MOVE LOW-VALUES TO ER-REGISTER-KEY.
113900     START ESCHEAT-FILE
114000         KEY IS NOT < ER-REGISTER-KEY
114100         INVALID KEY
114200             SET WS-ESCHEAT-SCAN-DONE TO TRUE
114300     END-START.
114400     PERFORM 6100-LIST-ONE-ENTRY THRU 6100-EXIT
114500         UNTIL WS-ESCHEAT-SCAN-DONE.
114600     DISPLAY ' '.
114700     DISPLAY 'POSTED SWEEPS BY CURRENCY'.
114800     DISPLAY '------------------------------------------'.
114900     MOVE ZERO TO WS-RT-SUB.
115000     PERFORM 6300-PRINT-ONE-TOTAL THRU 6300-EXIT
115100         UNTIL WS-RT-SUB >= WS-RT-COUNT.
115200 6000-EXIT.
115300     EXIT.
115400*
115500 6100-LIST-ONE-ENTRY.
115600     READ ESCHEAT-FILE NEXT RECORD
115700         AT END
115800             SET WS-ESCHEAT-SCAN-DONE TO TRUE
115900             GO TO 6100-EXIT
116000     END-READ.
116100     IF NOT ER-STATUS-OK
116200         SET WS-ESCHEAT-SCAN-DONE TO TRUE
116300         GO TO 6100-EXIT
116400     END-IF.
116500     IF ER-SWEEP-DATE (1:4) NOT = WS-CURRENT-YEAR
116600         GO TO 6100-EXIT
116700     END-IF.
116800     ADD 1 TO WS-REGISTER-LISTED.
116900     MOVE ER-AMOUNT TO WS-PRINT-AMOUNT.
117000     DISPLAY ER-WALLET-ID ' ' ER-SWEEP-DATE ' ' ER-CURRENCY-CODE
117100         ' ' WS-PRINT-AMOUNT ' ' ER-LAST-ACTIVITY-DATE ' '
117200         ER-STATUS '  ' ER-CUSTOMER-ID ' ' ER-CUSTOMER-NAME.
117300     DISPLAY '           ' ER-ADDRESS-LINE-1 ' '
117400         ER-ADDRESS-LINE-2.
117500     IF NOT ER-STATUS-POSTED
117600         GO TO 6100-EXIT
117700     END-IF.
117800     MOVE ZERO TO WS-RT-FOUND-SUB.
117900     MOVE ZERO TO WS-RT-SUB.
118000     PERFORM 6200-TEST-TOTAL-CURRENCY THRU 6200-EXIT
118100         UNTIL WS-RT-FOUND-SUB > ZERO
118200         OR WS-RT-SUB >= WS-RT-COUNT.
118300     IF WS-RT-FOUND-SUB = ZERO
118400         IF WS-RT-COUNT >= 20
118500             DISPLAY 'REGISTER TOTALS TABLE FULL - '
118600                 ER-CURRENCY-CODE ' LEFT OUT OF THE TOTALS.'
118700             GO TO 6100-EXIT
118800         END-IF
118900         ADD 1 TO WS-RT-COUNT
119000         MOVE WS-RT-COUNT TO WS-RT-FOUND-SUB
119100         MOVE ER-CURRENCY-CODE TO WS-RT-CURRENCY (WS-RT-FOUND-SUB)
119200         MOVE ZERO TO WS-RT-WALLETS (WS-RT-FOUND-SUB)
119300         MOVE ZERO TO WS-RT-AMOUNT (WS-RT-FOUND-SUB)
119400     END-IF.
119500     ADD 1 TO WS-RT-WALLETS (WS-RT-FOUND-SUB).
119600     ADD ER-AMOUNT TO WS-RT-AMOUNT (WS-RT-FOUND-SUB).
119700 6100-EXIT.
119800     EXIT.
119900*
120000 6200-TEST-TOTAL-CURRENCY.
120100     ADD 1 TO WS-RT-SUB.
120200     IF WS-RT-CURRENCY (WS-RT-SUB) = ER-CURRENCY-CODE
120300         MOVE WS-RT-SUB TO WS-RT-FOUND-SUB
120400     END-IF.
120500 6200-EXIT.
120600     EXIT.
120700*
120800 6300-PRINT-ONE-TOTAL.
120900     ADD 1 TO WS-RT-SUB.
121000     MOVE WS-RT-WALLETS (WS-RT-SUB) TO WS-PRINT-COUNT.
121100     MOVE WS-RT-AMOUNT (WS-RT-SUB) TO WS-PRINT-TOTAL.
121200     DISPLAY WS-RT-CURRENCY (WS-RT-SUB) ' ' WS-PRINT-COUNT
121300         ' SWEEPS ' WS-PRINT-TOTAL.
121400 6300-EXIT.
121500     EXIT.
121600*
121700*****************************************************************
121800*    9000-TERMINATE - CLOSE THE STAGING BATCH WITH ITS          *
121900*    TRAILER, CLOSE FILES AND PRINT THE RUN SUMMARY.  A HARD    *
122000*    FAILURE LEAVES RETURN CODE 16 IN PLACE OVER THE 4.         *
122100*****************************************************************
122200 9000-TERMINATE.
122300     IF WS-HEADER-WRITTEN
122400         PERFORM 4570-WRITE-BATCH-TRAILER THRU 4570-EXIT
122500     END-IF.
122600     CLOSE WALLET-MASTER-FILE.
122700     CLOSE CUSTOMER-FILE.
122800     CLOSE ESCHEAT-FILE.
122900     CLOSE DORMANT-TRANS-FILE.
123000     CLOSE DORMANT-MAINT-FILE.
123100     DISPLAY ' '.
123200     DISPLAY 'DORMANCY RUN SUMMARY'.
123300     DISPLAY 'WALLETS READ.............: ' WS-WALLETS-READ.
123400     DISPLAY 'DORMANT ON FILE..........: ' WS-DORMANT-ON-FILE.
123500     DISPLAY 'NEWLY FLAGGED DORMANT....: ' WS-FLAGGED-COUNT.
123600     DISPLAY 'SWEEPS STAGED............: ' WS-SWEEP-COUNT.
123700     DISPLAY 'SWEEPS HELD BACK.........: ' WS-SWEEP-HELD-COUNT.
123800     DISPLAY 'NO UNCLAIMED WALLET......: '
123900         WS-NO-UNCLAIMED-COUNT.
124000     DISPLAY 'EARLIER SWEEPS POSTED....: ' WS-PENDING-POSTED.
124100     DISPLAY 'EARLIER SWEEPS REJECTED..: ' WS-PENDING-REJECTED.
124200     DISPLAY 'EARLIER SWEEPS REVERSED..: ' WS-PENDING-REVERSED.
124300     DISPLAY 'EARLIER SWEEPS LOST......: ' WS-PENDING-UNSEEN.
124400     DISPLAY 'POSTED SWEEPS REVERSED...: ' WS-LATER-REVERSED.
124500     DISPLAY 'TODAY''S RESTAGED ON RERUN: ' WS-PENDING-RESTAGED.
124600     DISPLAY 'REGISTER ENTRIES LISTED..: ' WS-REGISTER-LISTED.
124700 9000-EXIT.
124800     EXIT.
124900*
125000*****************************************************************
125100*    9100-DATE-TO-DAY-NUMBER - CONVERT WS-DTN-DATE (YYYYMMDD)   *
125200*    TO A DAY NUMBER SINCE THE GREGORIAN EPOCH SO TWO DATES     *
125300*    SUBTRACT TO AN AGE IN CALENDAR DAYS.  LEAP YEARS ARE       *
125400*    EVERY FOURTH YEAR, EXCEPT CENTURIES NOT DIVISIBLE BY 400.  *
125500*****************************************************************
125600 9100-DATE-TO-DAY-NUMBER.
125700     COMPUTE WS-DTN-PRIOR-YEAR = WS-DTN-YEAR - 1.
125800     DIVIDE WS-DTN-PRIOR-YEAR BY 4
125900         GIVING WS-DTN-QUADS.
126000     DIVIDE WS-DTN-PRIOR-YEAR BY 100
126100         GIVING WS-DTN-CENTS.
126200     DIVIDE WS-DTN-PRIOR-YEAR BY 400
126300         GIVING WS-DTN-QUADCENTS.
126400     COMPUTE WS-DTN-DAY-NUMBER =
126500         (WS-DTN-PRIOR-YEAR * 365)
126600         + WS-DTN-QUADS - WS-DTN-CENTS + WS-DTN-QUADCENTS
126700         + WS-MONTH-OFFSET (WS-DTN-MONTH)
126800         + WS-DTN-DAY.
126900     PERFORM 9110-CHECK-LEAP-YEAR THRU 9110-EXIT.
127000     IF WS-DTN-LEAP-YEAR AND WS-DTN-MONTH > 2
127100         ADD 1 TO WS-DTN-DAY-NUMBER
127200     END-IF.
127300 9100-EXIT.
127400     EXIT.
127500*
127600 9110-CHECK-LEAP-YEAR.
127700     MOVE 'N' TO WS-DTN-LEAP-SW.
127800     DIVIDE WS-DTN-YEAR BY 4
127900         GIVING WS-DTN-QUADS REMAINDER WS-DTN-REMAINDER.
128000     IF WS-DTN-REMAINDER = ZERO
128100         SET WS-DTN-LEAP-YEAR TO TRUE
128200     END-IF.
128300     DIVIDE WS-DTN-YEAR BY 100
128400         GIVING WS-DTN-CENTS REMAINDER WS-DTN-REMAINDER.
128500     IF WS-DTN-REMAINDER = ZERO
128600         MOVE 'N' TO WS-DTN-LEAP-SW
128700     END-IF.
128800     DIVIDE WS-DTN-YEAR BY 400
128900         GIVING WS-DTN-QUADCENTS REMAINDER WS-DTN-REMAINDER.
129000     IF WS-DTN-REMAINDER = ZERO
129100         SET WS-DTN-LEAP-YEAR TO TRUE
129200     END-IF.
129300 9110-EXIT.
129400     EXIT.
129500*
129600*****************************************************************
129700*    9200-ADD-ONE-DAY - STEP THE WALK DATE ONE CALENDAR DAY     *
129800*    FORWARD, ROLLING OVER MONTH AND YEAR ENDS.                 *
129900*****************************************************************
130000 9200-ADD-ONE-DAY.
130100     PERFORM 9210-GET-MONTH-DAYS THRU 9210-EXIT.
130200     ADD 1 TO WS-WALK-DAY.
130300     IF WS-WALK-DAY > WS-WALK-MONTH-DAYS
130400         MOVE 1 TO WS-WALK-DAY
130500         ADD 1 TO WS-WALK-MONTH
130600         IF WS-WALK-MONTH > 12
130700             MOVE 1 TO WS-WALK-MONTH
130800             ADD 1 TO WS-WALK-YEAR
130900         END-IF
131000     END-IF.
131100 9200-EXIT.
131200     EXIT.
131300*
131400 9210-GET-MONTH-DAYS.
131500     MOVE WS-MONTH-DAYS (WS-WALK-MONTH) TO WS-WALK-MONTH-DAYS.
131600     IF WS-WALK-MONTH = 2
131700         PERFORM 9220-CHECK-LEAP-YEAR THRU 9220-EXIT
131800         IF WS-WALK-LEAP-YEAR
131900             MOVE 29 TO WS-WALK-MONTH-DAYS
132000         END-IF
132100     END-IF.
132200 9210-EXIT.
132300     EXIT.
132400*
132500 9220-CHECK-LEAP-YEAR.
132600     MOVE 'N' TO WS-WALK-LEAP-SW.
132700     DIVIDE WS-WALK-YEAR BY 4
132800         GIVING WS-WALK-WORKNUM REMAINDER WS-WALK-REMAINDER.
132900     IF WS-WALK-REMAINDER = ZERO
133000         SET WS-WALK-LEAP-YEAR TO TRUE
133100     END-IF.
133200     DIVIDE WS-WALK-YEAR BY 100
133300         GIVING WS-WALK-WORKNUM REMAINDER WS-WALK-REMAINDER.
133400     IF WS-WALK-REMAINDER = ZERO
133500         MOVE 'N' TO WS-WALK-LEAP-SW
133600     END-IF.
133700     DIVIDE WS-WALK-YEAR BY 400
133800         GIVING WS-WALK-WORKNUM REMAINDER WS-WALK-REMAINDER.
133900     IF WS-WALK-REMAINDER = ZERO
134000         SET WS-WALK-LEAP-YEAR TO TRUE
134100     END-IF.
134200 9220-EXIT.
134300     EXIT.
134400*
134500*****************************************************************
134600*    9300-SUBTRACT-ONE-DAY - STEP THE WALK DATE ONE CALENDAR    *
134700*    DAY BACK, ROLLING BACK OVER MONTH AND YEAR STARTS.         *
134800*****************************************************************
134900 9300-SUBTRACT-ONE-DAY.
135000     SUBTRACT 1 FROM WS-WALK-DAY.
135100     IF WS-WALK-DAY = ZERO
135200         SUBTRACT 1 FROM WS-WALK-MONTH
135300         IF WS-WALK-MONTH = ZERO
135400             MOVE 12 TO WS-WALK-MONTH
135500             SUBTRACT 1 FROM WS-WALK-YEAR
135600         END-IF
135700         PERFORM 9210-GET-MONTH-DAYS THRU 9210-EXIT
135800         MOVE WS-WALK-MONTH-DAYS TO WS-WALK-DAY
135900     END-IF.
136000 9300-EXIT.
136100     EXIT.
136200*
136300*****************************************************************
136400*    9500-GET-BUSINESS-DATE - READ TODAY'S PROCESSING DATE     *
136500*    FROM THE BUSINESS-DATE CONTROL RECORD.  NO RECORD MEANS   *
136600*    THE SHOP'S CALENDAR HAS NEVER BEEN SEEDED - NOTHING MAY   *
136700*    RUN UNDER A GUESSED DATE, SO THE RUN STOPS HARD.          *
136800*****************************************************************
136900 9500-GET-BUSINESS-DATE.
137000     OPEN INPUT BUSDATE-FILE.
137100     IF NOT BD-STATUS-OK
137200         DISPLAY 'ERROR OPENING BUSDATE-FILE. FILE STATUS: '
137300             BD-FILE-STATUS
137400         MOVE 16 TO RETURN-CODE
137500         STOP RUN
137600     END-IF.
137700     MOVE 'BUSDATE ' TO BD-CONTROL-ID.
137800     READ BUSDATE-FILE
137900         INVALID KEY
138000             DISPLAY 'NO BUSINESS-DATE CONTROL RECORD ON '
138100                 'FILE. SEED IT THROUGH WALDTROL FIRST.'
138200             MOVE 16 TO RETURN-CODE
138300             STOP RUN
138400     END-READ.
138500     MOVE BD-BUSINESS-DATE TO WS-CURRENT-DATE.
138600     CLOSE BUSDATE-FILE.
138700 9500-EXIT.
138800     EXIT.
