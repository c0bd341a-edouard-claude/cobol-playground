000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    WalletDispute.
000300 AUTHOR.        D L PATEL.
000400 INSTALLATION.  WALLET SERVICES BATCH.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED. 2026-10-15.
000700*****************************************************************
000800*    PROGRAM......: WalletDispute                               *
000900*    DESCRIPTION..: DISPUTE AND CHARGEBACK PROCESSING.  RUNS    *
001000*                   AFTER THE DAY'S POSTING AND KEEPS ONE CASE  *
001100*                   PER DISPUTED TRANSFER ON THE STANDING       *
001200*                   DISPUTE MASTER, KEYED BY THE BATCH ID AND   *
001300*                   SEQUENCE NUMBER THE TRANSFER POSTED UNDER.  *
001400*                   THE DAY'S OPERATOR ACTIONS ARE APPLIED      *
001500*                   FIRST.  A CASE IS OPENED ONLY AGAINST A     *
001600*                   TRANSFER THE NAMED AUDIT JOURNAL SHOWS      *
001700*                   POSTED AND NOT BACKED OUT, PAID FROM A      *
001800*                   CUSTOMER WALLET, WITHIN THE FILING WINDOW   *
001900*                   ON THE DISPUTE PARAMETER RECORD, AND IS     *
002000*                   GIVEN ITS RESPONSE AND RESOLUTION DUE DATES *
002100*                   FROM THE SAME RECORD.  THE MONEY MOVES AS   *
002200*                   TYPE-W HOUSE ADJUSTMENTS AGAINST THE HOUSE  *
002300*                   DISPUTES WALLET FOR EACH CURRENCY, STAGED   *
002400*                   FOR THE NEXT POSTING RUN SO EACH IS         *
002500*                   JOURNALED AND GL-EXTRACTED LIKE ANY OTHER   *
002600*                   TRANSFER: A PROVISIONAL CREDIT TO THE       *
002700*                   CUSTOMER WHEN THE CASE ASKS FOR ONE; ON A   *
002800*                   DECISION FOR THE CUSTOMER THE CREDIT MADE   *
002900*                   FINAL AND THE SAME MONEY RECOVERED FROM THE *
003000*                   COUNTERPARTY; ON A DECISION AGAINST, ANY    *
003100*                   PROVISIONAL CREDIT TAKEN BACK.  A STAGED    *
003200*                   LEG STAYS PENDING ON THE CASE UNTIL THE     *
003300*                   AUDIT JOURNAL SHOWS IT POSTED OR REJECTED,  *
003400*                   SO A RERUN OF THE DAY STAGES NOTHING TWICE  *
003500*                   AND A REJECTED LEG IS STAGED AGAIN.  A CASE *
003600*                   CLOSES ONCE EVERY LEG ITS DECISION NEEDS    *
003700*                   HAS POSTED.  EVERY CASE STILL OPEN OR       *
003800*                   SETTLING IS AGED ON THE OPEN-DISPUTES       *
003900*                   REPORT AGAINST ITS DUE DATES.  RETURN CODE  *
004000*                   4 MEANS A LEG WAS STAGED OR REJECTED, AN    *
004100*                   ACTION WAS REFUSED OR A CASE IS OVERDUE.    *
004200*    MODIFICATION HISTORY                                       *
004300*    DATE       INIT  DESCRIPTION                               *
004400*    ---------- ----  -------------------------------------     *
004500*    2026-10-15 DLP   ORIGINAL PROGRAM.                         *
004600*****************************************************************
004700 ENVIRONMENT DIVISION.
004800 CONFIGURATION SECTION.
004900 SOURCE-COMPUTER.   IBM-370.
005000 OBJECT-COMPUTER.   IBM-370.
005100 INPUT-OUTPUT SECTION.
005200 FILE-CONTROL.
005300     SELECT BUSDATE-FILE ASSIGN TO "WALBDATE"
005400         ORGANIZATION IS INDEXED
005500         ACCESS MODE IS RANDOM
005600         RECORD KEY IS BD-CONTROL-ID
005700         FILE STATUS IS BD-FILE-STATUS.
005800     SELECT PARM-FILE ASSIGN TO "WALDSPM"
005900         ORGANIZATION IS SEQUENTIAL
006000         FILE STATUS IS DM-FILE-STATUS.
006100     SELECT WALLET-MASTER-FILE ASSIGN TO "WALTMSTR"
006200         ORGANIZATION IS INDEXED
006300         ACCESS MODE IS RANDOM
006400         RECORD KEY IS WM-WALLET-ID
006500         FILE STATUS IS WM-FILE-STATUS.
006600     SELECT DISPUTE-FILE ASSIGN TO "WALDISP"
006700         ORGANIZATION IS INDEXED
006800         ACCESS MODE IS DYNAMIC
006900         RECORD KEY IS DS-DISPUTE-KEY
007000         FILE STATUS IS DS-FILE-STATUS.
007100     SELECT DISPUTE-ACTION-FILE ASSIGN TO "WALDSACT"
007200         ORGANIZATION IS SEQUENTIAL
007300         FILE STATUS IS DA-FILE-STATUS.
007400     SELECT DISPUTE-TRANS-FILE ASSIGN TO "WALDSTR"
007500         ORGANIZATION IS SEQUENTIAL
007600         FILE STATUS IS TR-FILE-STATUS.
007700*    WS-AUDIT-FILE-NAME HOLDS A FULL DATASET NAME BUILT AT RUN  *
007800*    TIME (WALAUDT.YYYYMMDD), NOT AN EIGHT-CHARACTER DDNAME, SO *
007900*    THIS PROGRAM MUST BE LINK-EDITED FROM AN OBJECT COMPILED   *
008000*    WITH THE DYNAM OPTION, THE SAME AS THE OTHER JOURNAL       *
008100*    READERS.                                                   *
008200     SELECT AUDIT-FILE ASSIGN TO WS-AUDIT-FILE-NAME
008300         ORGANIZATION IS SEQUENTIAL
008400         FILE STATUS IS AU-FILE-STATUS.
008500*
008600 DATA DIVISION.
008700 FILE SECTION.
008800 FD  BUSDATE-FILE
008900     LABEL RECORDS ARE STANDARD.
009000     COPY WALBDAT.
009100*
009200 FD  PARM-FILE
009300     LABEL RECORDS ARE STANDARD.
009400     COPY WALDSPM.
009500*
009600 FD  WALLET-MASTER-FILE
009700     LABEL RECORDS ARE STANDARD.
009800     COPY WALMSTR.
009900*
010000 FD  DISPUTE-FILE
010100     LABEL RECORDS ARE STANDARD.
010200     COPY WALDISP.
010300*
010400 FD  DISPUTE-ACTION-FILE
010500     LABEL RECORDS ARE STANDARD.
010600     COPY WALDSACT.
010700*
010800 FD  DISPUTE-TRANS-FILE
010900     LABEL RECORDS ARE STANDARD.
011000     COPY WALTRNS.
011100*
011200 FD  AUDIT-FILE
011300     LABEL RECORDS ARE STANDARD.
011400     COPY WALAUDT.
011500*
011600 WORKING-STORAGE SECTION.
011700 01  WS-FILE-STATUS-CODES.
011800     05  BD-FILE-STATUS          PIC X(02) VALUE SPACES.
011900         88  BD-STATUS-OK            VALUE '00'.
012000     05  DM-FILE-STATUS          PIC X(02) VALUE SPACES.
012100         88  DM-STATUS-OK            VALUE '00'.
012200     05  WM-FILE-STATUS          PIC X(02) VALUE SPACES.
012300         88  WM-STATUS-OK            VALUE '00'.
012400     05  DS-FILE-STATUS          PIC X(02) VALUE SPACES.
012500         88  DS-STATUS-OK            VALUE '00'.
012600         88  DS-STATUS-NOT-FOUND     VALUE '35'.
012700     05  DA-FILE-STATUS          PIC X(02) VALUE SPACES.
012800         88  DA-STATUS-OK            VALUE '00'.
012900         88  DA-STATUS-NOT-FOUND     VALUE '35'.
013000     05  TR-FILE-STATUS          PIC X(02) VALUE SPACES.
013100         88  TR-STATUS-OK            VALUE '00'.
013200     05  AU-FILE-STATUS          PIC X(02) VALUE SPACES.
013300         88  AU-STATUS-OK            VALUE '00'.
013400*
013500 01  WS-EOF-SWITCHES.
013600     05  WS-ACTION-EOF-SW        PIC X(01) VALUE 'N'.
013700         88  ACTION-EOF              VALUE 'Y'.
013800     05  WS-AUDIT-EOF-SW         PIC X(01) VALUE 'N'.
013900         88  AUDIT-EOF               VALUE 'Y'.
014000     05  WS-DISPUTE-SCAN-SW      PIC X(01) VALUE 'N'.
014100         88  WS-DISPUTE-SCAN-DONE    VALUE 'Y'.
014200     05  WS-RUN-ABORT-SW         PIC X(01) VALUE 'N'.
014300         88  WS-RUN-ABORTED          VALUE 'Y'.
014400*
014500 01  WS-WORK-SWITCHES.
014600     05  WS-HEADER-WRITTEN-SW    PIC X(01) VALUE 'N'.
014700         88  WS-HEADER-WRITTEN       VALUE 'Y'.
014800     05  WS-ENTRY-FOUND-SW       PIC X(01) VALUE 'N'.
014900         88  WS-ENTRY-FOUND          VALUE 'Y'.
015000     05  WS-ENTRY-REVERSED-SW    PIC X(01) VALUE 'N'.
015100         88  WS-ENTRY-REVERSED       VALUE 'Y'.
015200*
015300 01  WS-RUN-COUNTERS.
015400     05  WS-ACTIONS-READ         PIC 9(08) VALUE ZERO.
015500     05  WS-ACTIONS-REFUSED      PIC 9(08) VALUE ZERO.
015600     05  WS-CASES-OPENED         PIC 9(08) VALUE ZERO.
015700     05  WS-RESPONSES-RECORDED   PIC 9(08) VALUE ZERO.
015800     05  WS-DECIDED-WON          PIC 9(08) VALUE ZERO.
015900     05  WS-DECIDED-LOST         PIC 9(08) VALUE ZERO.
016000     05  WS-CREDITS-STAGED       PIC 9(08) VALUE ZERO.
016100     05  WS-RECOVERIES-STAGED    PIC 9(08) VALUE ZERO.
016200     05  WS-REVERSALS-STAGED     PIC 9(08) VALUE ZERO.
016300     05  WS-NO-DISPUTE-WALLET-COUNT
016400                                 PIC 9(08) VALUE ZERO.
016500     05  WS-CLOSED-WON-COUNT     PIC 9(08) VALUE ZERO.
016600     05  WS-CLOSED-LOST-COUNT    PIC 9(08) VALUE ZERO.
016700     05  WS-CASES-LISTED         PIC 9(08) VALUE ZERO.
016800     05  WS-RESPONSE-OVERDUE     PIC 9(08) VALUE ZERO.
016900     05  WS-RESOLVE-OVERDUE      PIC 9(08) VALUE ZERO.
017000     05  WS-PENDING-POSTED       PIC 9(08) VALUE ZERO.
017100     05  WS-PENDING-REJECTED     PIC 9(08) VALUE ZERO.
017200     05  WS-PENDING-UNSEEN       PIC 9(08) VALUE ZERO.
017300     05  WS-PENDING-RESTAGED     PIC 9(08) VALUE ZERO.
017400     05  WS-DETAIL-COUNT         PIC 9(08) VALUE ZERO.
017500     05  WS-NEXT-SEQUENCE        PIC 9(08) VALUE 700000.
017600     05  WS-DISPUTE-HASH-TOTAL   PIC S9(13)V99 COMP-3
017700                                 VALUE ZERO.
017800*
017900 01  WS-CURRENT-DATE-TIME.
018000     05  WS-CURRENT-DATE         PIC 9(08) VALUE ZERO.
018100     05  WS-CURRENT-DATE-R REDEFINES WS-CURRENT-DATE.
018200         10  FILLER                  PIC X(04).
018300         10  WS-CURRENT-MMDD         PIC X(04).
018400     05  WS-CURRENT-TIME         PIC 9(08) VALUE ZERO.
018500*
018600 01  WS-DISPUTE-BATCH-ID         PIC X(08) VALUE SPACES.
018700 01  WS-AUDIT-FILE-NAME          PIC X(20) VALUE SPACES.
018800 01  WS-SCAN-START-DATE          PIC 9(08) VALUE ZERO.
018900 01  WS-TODAY-DAY-NUMBER         PIC S9(08) COMP VALUE ZERO.
019000 01  WS-AGE-DAYS                 PIC S9(08) COMP VALUE ZERO.
019100 01  WS-DUE-DAYS                 PIC 9(03) VALUE ZERO.
019200 01  WS-LEG-SUB                  PIC 9(04) COMP VALUE ZERO.
019300 01  WS-PARM-SUB                 PIC 9(04) COMP VALUE ZERO.
019400 01  WS-REFUSAL-TEXT             PIC X(40) VALUE SPACES.
019500 01  WS-OVERDUE-TEXT             PIC X(20) VALUE SPACES.
019600*
019700*    THE DISPUTED TRANSFER AS THE AUDIT JOURNAL SHOWS IT POSTED.*
019800 01  WS-ENTRY-WORK.
019900     05  WS-ENTRY-FROM-WALLET    PIC X(10) VALUE SPACES.
020000     05  WS-ENTRY-TO-WALLET      PIC X(10) VALUE SPACES.
020100     05  WS-ENTRY-AMOUNT         PIC S9(9)V99 COMP-3 VALUE ZERO.
020200     05  WS-ENTRY-FROM-CURRENCY  PIC X(03) VALUE SPACES.
020300     05  WS-ENTRY-TO-CURRENCY    PIC X(03) VALUE SPACES.
020400     05  WS-ENTRY-FX-RATE        PIC 9(03)V9(06) VALUE ZERO.
020500     05  WS-ENTRY-CONVERTED      PIC S9(9)V99 COMP-3 VALUE ZERO.
020600*
020700*    ONE STAGED ADJUSTMENT - THE LEGS AND THE AMOUNT.           *
020800 01  WS-DETAIL-WORK.
020900     05  WS-DETAIL-FROM          PIC X(10) VALUE SPACES.
021000     05  WS-DETAIL-TO            PIC X(10) VALUE SPACES.
021100     05  WS-DETAIL-AMOUNT        PIC S9(9)V99 COMP-3 VALUE ZERO.
021200*
021300*    THE HOUSE DISPUTES WALLETS FROM THE PARAMETER RECORD, ONE  *
021400*    PER CURRENCY, EACH PROVED AGAINST THE WALLET MASTER.       *
021500 01  WS-DISPUTE-WALLET-TABLE.
021600     05  WS-DW-COUNT             PIC 9(04) COMP VALUE ZERO.
021700     05  WS-DW-SUB               PIC 9(04) COMP VALUE ZERO.
021800     05  WS-DW-FOUND-SUB         PIC 9(04) COMP VALUE ZERO.
021900     05  WS-DW-PROBE-CURRENCY    PIC X(03) VALUE SPACES.
022000     05  WS-DW-ENTRY OCCURS 5 TIMES.
022100         10  WS-DW-CURRENCY          PIC X(03).
022200         10  WS-DW-WALLET-ID         PIC X(10).
022300*
022400*    ONE ENTRY PER CASE LEG STAGED ON AN EARLIER RUN, WAITING   *
022500*    FOR ITS OUTCOME ON THE AUDIT JOURNAL.                      *
022600 01  WS-PENDING-TABLE.
022700     05  WS-PD-COUNT             PIC 9(04) COMP VALUE ZERO.
022800     05  WS-PD-SUB               PIC 9(04) COMP VALUE ZERO.
022900     05  WS-PD-FOUND-SUB         PIC 9(04) COMP VALUE ZERO.
023000     05  WS-PD-ENTRY OCCURS 2000 TIMES.
023100         10  WS-PD-DISPUTE-KEY       PIC X(16).
023200         10  WS-PD-LEG-NO            PIC 9(01).
023300         10  WS-PD-BATCH-ID          PIC X(08).
023400         10  WS-PD-SEQUENCE-NO       PIC 9(08).
023500         10  WS-PD-RESULT            PIC X(01).
023600             88  WS-PD-NOT-SEEN          VALUE SPACE.
023700             88  WS-PD-POSTED            VALUE 'P'.
023800             88  WS-PD-REJECTED          VALUE 'R'.
023900         10  WS-PD-JOURNAL-DATE      PIC 9(08).
024000         10  WS-PD-REASON-TEXT       PIC X(30).
024100*
024200 01  WS-LEG-NAME-VALUES.
024300     05  FILLER                  PIC X(08) VALUE 'CREDIT  '.
024400     05  FILLER                  PIC X(08) VALUE 'RECOVERY'.
024500     05  FILLER                  PIC X(08) VALUE 'REVERSAL'.
024600 01  WS-LEG-NAME-TABLE REDEFINES WS-LEG-NAME-VALUES.
024700     05  WS-LEG-NAME             PIC X(08) OCCURS 3 TIMES.
024800*
024900*    PROVISIONAL CREDIT OUTSTANDING - ONE ROW PER CURRENCY.     *
025000*    AMOUNTS ARE NEVER ADDED ACROSS CURRENCIES.                 *
025100 01  WS-CREDIT-TABLE.
025200     05  WS-CR-COUNT             PIC 9(04) COMP VALUE ZERO.
025300     05  WS-CR-SUB               PIC 9(04) COMP VALUE ZERO.
025400     05  WS-CR-FOUND-SUB         PIC 9(04) COMP VALUE ZERO.
025500     05  WS-CR-ENTRY OCCURS 20 TIMES.
025600         10  WS-CR-CURRENCY          PIC X(03).
025700         10  WS-CR-CASES             PIC 9(08).
025800         10  WS-CR-AMOUNT            PIC S9(11)V99 COMP-3.
025900*
026000 01  WS-PRINT-FIELDS.
026100     05  WS-PRINT-AMOUNT         PIC ---------9.99.
026200     05  WS-PRINT-TOTAL          PIC -----------9.99.
026300     05  WS-PRINT-AGE            PIC ZZZ9.
026400     05  WS-PRINT-COUNT          PIC ZZZZZZZ9.
026500*
026600*    CALENDAR WORK FIELDS FOR WALKING THE JOURNALS AND SETTING  *
026700*    DUE DATES.                                                 *
026800 01  WS-WALK-WORK.
026900     05  WS-WALK-DATE            PIC 9(08) VALUE ZERO.
027000     05  WS-WALK-DATE-R REDEFINES WS-WALK-DATE.
027100         10  WS-WALK-YEAR            PIC 9(04).
027200         10  WS-WALK-MONTH           PIC 9(02).
027300         10  WS-WALK-DAY             PIC 9(02).
027400     05  WS-WALK-MONTH-DAYS      PIC 9(02) VALUE ZERO.
027500     05  WS-WALK-REMAINDER       PIC S9(08) COMP VALUE ZERO.
027600     05  WS-WALK-WORKNUM         PIC S9(08) COMP VALUE ZERO.
027700     05  WS-WALK-LEAP-SW         PIC X(01) VALUE 'N'.
027800         88  WS-WALK-LEAP-YEAR       VALUE 'Y'.
027900*
028000 01  WS-MONTH-DAYS-VALUES        PIC X(24) VALUE
028100     '312831303130313130313031'.
028200 01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-VALUES.
028300     05  WS-MONTH-DAYS           PIC 9(02) OCCURS 12 TIMES.
028400*
028500*    DATE-TO-DAY-NUMBER WORK FIELDS, AS IN THE POSTING RUN.     *
028600 01  WS-DATE-TO-DAY-WORK.
028700     05  WS-DTN-DATE             PIC 9(08) VALUE ZERO.
028800     05  WS-DTN-DATE-R REDEFINES WS-DTN-DATE.
028900         10  WS-DTN-YEAR             PIC 9(04).
029000         10  WS-DTN-MONTH            PIC 9(02).
029100         10  WS-DTN-DAY              PIC 9(02).
029200     05  WS-DTN-DAY-NUMBER       PIC S9(08) COMP VALUE ZERO.
029300     05  WS-DTN-PRIOR-YEAR       PIC S9(08) COMP VALUE ZERO.
029400     05  WS-DTN-QUADS            PIC S9(08) COMP VALUE ZERO.
029500     05  WS-DTN-CENTS            PIC S9(08) COMP VALUE ZERO.
029600     05  WS-DTN-QUADCENTS        PIC S9(08) COMP VALUE ZERO.
029700     05  WS-DTN-REMAINDER        PIC S9(08) COMP VALUE ZERO.
029800     05  WS-DTN-LEAP-SW          PIC X(01) VALUE 'N'.
029900         88  WS-DTN-LEAP-YEAR        VALUE 'Y'.
030000*
030100 01  WS-MONTH-OFFSET-VALUES      PIC X(36) VALUE
030200     '000031059090120151181212243273304334'.
030300 01  WS-MONTH-OFFSET-TABLE REDEFINES WS-MONTH-OFFSET-VALUES.
030400     05  WS-MONTH-OFFSET         PIC 9(03) OCCURS 12 TIMES.
030500*
030600 PROCEDURE DIVISION.
030700*****************************************************************
030800*    0000-MAINLINE                                              *
030900*****************************************************************
031000 0000-MAINLINE.
031100     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
031200     IF NOT WS-RUN-ABORTED
031300         PERFORM 2000-APPLY-ACTIONS THRU 2000-EXIT
031400     END-IF.
031500     IF NOT WS-RUN-ABORTED
031600         PERFORM 3000-LOAD-PENDING THRU 3000-EXIT
031700     END-IF.
031800     IF NOT WS-RUN-ABORTED
031900         PERFORM 3200-SCAN-JOURNALS THRU 3200-EXIT
032000     END-IF.
032100     IF NOT WS-RUN-ABORTED
032200         PERFORM 3500-SETTLE-PENDING THRU 3500-EXIT
032300     END-IF.
032400     IF NOT WS-RUN-ABORTED
032500         PERFORM 4000-WORK-CASES THRU 4000-EXIT
032600         PERFORM 6000-PRINT-CREDIT-TOTALS THRU 6000-EXIT
032700     END-IF.
032800     PERFORM 9000-TERMINATE THRU 9000-EXIT.
032900     STOP RUN.
033000*
033100*****************************************************************
033200*    1000-INITIALIZE - READ AND PROVE THE PARAMETER RECORD,     *
033300*    OPEN THE WALLET MASTER AND THE STANDING DISPUTE MASTER,    *
033400*    CREATING IT EMPTY THE FIRST TIME, AND START THE STAGING    *
033500*    DATASET AFRESH.  A MISSING OR INVALID PARAMETER RECORD, OR *
033600*    A DISPUTES WALLET THAT DOES NOT PROVE, ENDS THE RUN BEFORE *
033700*    ANY ACTION IS APPLIED OR ANYTHING IS STAGED.               *
033800*****************************************************************
033900 1000-INITIALIZE.
034000     PERFORM 9500-GET-BUSINESS-DATE THRU 9500-EXIT.
034100     ACCEPT WS-CURRENT-TIME FROM TIME.
034200     MOVE WS-CURRENT-DATE TO WS-DTN-DATE.
034300     PERFORM 9100-DATE-TO-DAY-NUMBER THRU 9100-EXIT.
034400     MOVE WS-DTN-DAY-NUMBER TO WS-TODAY-DAY-NUMBER.
034500     STRING 'DISP' WS-CURRENT-MMDD DELIMITED BY SIZE
034600         INTO WS-DISPUTE-BATCH-ID.
034700     OPEN INPUT PARM-FILE.
034800     IF NOT DM-STATUS-OK
034900         DISPLAY 'ERROR OPENING PARM-FILE. FILE STATUS: '
035000             DM-FILE-STATUS
035100         MOVE 16 TO RETURN-CODE
035200         SET WS-RUN-ABORTED TO TRUE
035300         GO TO 1000-EXIT
035400     END-IF.
035500     READ PARM-FILE
035600         AT END
035700             DISPLAY 'PARM-FILE IS EMPTY.'
035800             MOVE 16 TO RETURN-CODE
035900             SET WS-RUN-ABORTED TO TRUE
036000     END-READ.
036100     CLOSE PARM-FILE.
036200     IF WS-RUN-ABORTED
036300         GO TO 1000-EXIT
036400     END-IF.
036500     IF DM-FILING-DAYS IS NOT NUMERIC
036600         OR DM-RESPONSE-DAYS IS NOT NUMERIC
036700         OR DM-RESOLVE-DAYS IS NOT NUMERIC
036800         OR (DM-RESPONSE-DAYS > ZERO AND DM-RESOLVE-DAYS > ZERO
036900             AND DM-RESPONSE-DAYS > DM-RESOLVE-DAYS)
037000         DISPLAY 'DISPUTE PARAMETER RECORD INVALID.'
037100         MOVE 16 TO RETURN-CODE
037200         SET WS-RUN-ABORTED TO TRUE
037300         GO TO 1000-EXIT
037400     END-IF.
037500     OPEN INPUT WALLET-MASTER-FILE.
037600     IF NOT WM-STATUS-OK
037700         DISPLAY 'ERROR OPENING WALLET-MASTER-FILE. FILE '
037800             'STATUS: ' WM-FILE-STATUS
037900         MOVE 16 TO RETURN-CODE
038000         SET WS-RUN-ABORTED TO TRUE
038100         GO TO 1000-EXIT
038200     END-IF.
038300     MOVE ZERO TO WS-PARM-SUB.
038400     PERFORM 1100-PROVE-DISPUTE-WALLET THRU 1100-EXIT
038500         UNTIL WS-PARM-SUB >= 5
038600         OR WS-RUN-ABORTED.
038700     IF WS-RUN-ABORTED
038800         GO TO 1000-EXIT
038900     END-IF.
039000     OPEN I-O DISPUTE-FILE.
039100     IF DS-STATUS-NOT-FOUND
039200         OPEN OUTPUT DISPUTE-FILE
039300         CLOSE DISPUTE-FILE
039400         OPEN I-O DISPUTE-FILE
039500     END-IF.
039600     IF NOT DS-STATUS-OK
039700         DISPLAY 'ERROR OPENING DISPUTE-FILE. FILE STATUS: '
039800             DS-FILE-STATUS
039900         MOVE 16 TO RETURN-CODE
040000         SET WS-RUN-ABORTED TO TRUE
040100         GO TO 1000-EXIT
040200     END-IF.
040300     OPEN OUTPUT DISPUTE-TRANS-FILE.
040400     IF NOT TR-STATUS-OK
040500         DISPLAY 'ERROR OPENING DISPUTE-TRANS-FILE. FILE '
040600             'STATUS: ' TR-FILE-STATUS
040700         MOVE 16 TO RETURN-CODE
040800         SET WS-RUN-ABORTED TO TRUE
040900         GO TO 1000-EXIT
041000     END-IF.
041100     DISPLAY 'DISPUTES AND CHARGEBACKS - ' WS-CURRENT-DATE.
041200     DISPLAY 'FILING WINDOW ' DM-FILING-DAYS
041250         ' DAYS, RESPONSE DUE ' DM-RESPONSE-DAYS
041300         ' DAYS, RESOLUTION DUE ' DM-RESOLVE-DAYS
041400         ' DAYS (ZERO = OFF).'.
041500     DISPLAY '------------------------------------------'.
041600 1000-EXIT.
041700     EXIT.
041800*
041900*****************************************************************
042000*    1100-PROVE-DISPUTE-WALLET - A CURRENCY NAMED ON THE        *
042100*    PARAMETER RECORD MUST NAME A DISPUTES WALLET THAT IS ON    *
042200*    FILE, OPEN, AND HELD IN THAT SAME CURRENCY, SO NO LEG OF A *
042300*    CASE EVER CONVERTS.                                        *
042400*****************************************************************
042500 1100-PROVE-DISPUTE-WALLET.
042600     ADD 1 TO WS-PARM-SUB.
042700     IF DM-DISPUTE-CURRENCY (WS-PARM-SUB) = SPACES
042800         GO TO 1100-EXIT
042900     END-IF.
043000     MOVE DM-DISPUTE-WALLET-ID (WS-PARM-SUB) TO WM-WALLET-ID.
043100     READ WALLET-MASTER-FILE
043200         INVALID KEY
043300             DISPLAY 'DISPUTES WALLET ' WM-WALLET-ID ' FOR '
043400                 DM-DISPUTE-CURRENCY (WS-PARM-SUB)
043500                 ' IS NOT ON THE WALLET MASTER.'
043600             MOVE 16 TO RETURN-CODE
043700             SET WS-RUN-ABORTED TO TRUE
043800             GO TO 1100-EXIT
043900     END-READ.
044000     IF WM-CURRENCY-CODE NOT = DM-DISPUTE-CURRENCY (WS-PARM-SUB)
044100         OR WM-STATUS-CLOSED
044200         DISPLAY 'DISPUTES WALLET ' WM-WALLET-ID ' IS CLOSED OR '
044300             'NOT HELD IN ' DM-DISPUTE-CURRENCY (WS-PARM-SUB) '.'
044400         MOVE 16 TO RETURN-CODE
044500         SET WS-RUN-ABORTED TO TRUE
044600         GO TO 1100-EXIT
044700     END-IF.
044800     ADD 1 TO WS-DW-COUNT.
044900     MOVE DM-DISPUTE-CURRENCY (WS-PARM-SUB) TO
045000         WS-DW-CURRENCY (WS-DW-COUNT).
045100     MOVE DM-DISPUTE-WALLET-ID (WS-PARM-SUB) TO
045200         WS-DW-WALLET-ID (WS-DW-COUNT).
045300 1100-EXIT.
045400     EXIT.
045500*
045600*****************************************************************
045700*    2000-APPLY-ACTIONS - APPLY THE DAY'S OPERATOR ACTIONS TO   *
045800*    THE DISPUTE MASTER BEFORE ANY CASE IS WORKED, SO A CASE    *
045900*    OPENED OR DECIDED TODAY HAS ITS MONEY STAGED TODAY.  NO    *
046000*    ACTION FILE MEANS NOTHING WAS KEYED TODAY.  AN ACTION THAT *
046100*    DOES NOT PROVE IS REPORTED AND LEFT UNAPPLIED, THE SAME    *
046200*    CONVENTION AS THE CASE ACTIONS IN TRANSACTION MONITORING.  *
046300*****************************************************************
046400 2000-APPLY-ACTIONS.
046500     OPEN INPUT DISPUTE-ACTION-FILE.
046600     IF DA-STATUS-NOT-FOUND
046700         DISPLAY 'NO DISPUTE-ACTION FILE PRESENT. NO ACTIONS '
046800             'APPLIED.'
046900         GO TO 2000-EXIT
047000     END-IF.
047100     IF NOT DA-STATUS-OK
047200         DISPLAY 'ERROR OPENING DISPUTE-ACTION-FILE. FILE '
047300             'STATUS: ' DA-FILE-STATUS
047400         MOVE 16 TO RETURN-CODE
047500         SET WS-RUN-ABORTED TO TRUE
047600         GO TO 2000-EXIT
047700     END-IF.
047800     PERFORM 2100-READ-DISPUTE-ACTION THRU 2100-EXIT.
047900     PERFORM 2200-APPLY-ONE-ACTION THRU 2200-EXIT
048000         UNTIL ACTION-EOF
048100         OR WS-RUN-ABORTED.
048200     CLOSE DISPUTE-ACTION-FILE.
048300 2000-EXIT.
048400     EXIT.
048500*
048600 2100-READ-DISPUTE-ACTION.
048700     READ DISPUTE-ACTION-FILE
048800         AT END
048900             SET ACTION-EOF TO TRUE
049000     END-READ.
049100     IF NOT ACTION-EOF AND NOT DA-STATUS-OK
049200         DISPLAY 'ERROR READING DISPUTE-ACTION-FILE. FILE '
049300             'STATUS: ' DA-FILE-STATUS
049400         MOVE 16 TO RETURN-CODE
049500         SET ACTION-EOF TO TRUE
049600         SET WS-RUN-ABORTED TO TRUE
049700     END-IF.
049800 2100-EXIT.
049900     EXIT.
050000*
050100*****************************************************************
050200*    2200-APPLY-ONE-ACTION - EDIT THE ACTION CODE AND OPERATOR, *
050300*    THEN OPEN OR DECIDE THE CASE.  A REFUSAL IS PRINTED WITH   *
050400*    ITS REASON AND SETS RETURN CODE 4 SO OPERATIONS RE-KEY IT. *
050500*****************************************************************
050600 2200-APPLY-ONE-ACTION.
050700     ADD 1 TO WS-ACTIONS-READ.
050800     MOVE SPACES TO WS-REFUSAL-TEXT.
050900     IF NOT DA-ACTION-OPEN AND NOT DA-ACTION-RESPONDED
051000         AND NOT DA-ACTION-WON AND NOT DA-ACTION-LOST
051100         MOVE 'UNKNOWN ACTION CODE' TO WS-REFUSAL-TEXT
051200         GO TO 2200-REFUSE
051300     END-IF.
051400     IF DA-OPERATOR-ID = SPACES
051500         MOVE 'NO OPERATOR' TO WS-REFUSAL-TEXT
051600         GO TO 2200-REFUSE
051700     END-IF.
051800     IF DA-SEQUENCE-NO IS NOT NUMERIC
051900         MOVE 'SEQUENCE NUMBER NOT NUMERIC' TO WS-REFUSAL-TEXT
052000         GO TO 2200-REFUSE
052100     END-IF.
052200     IF DA-ACTION-OPEN
052300         PERFORM 2300-OPEN-CASE THRU 2300-EXIT
052400     ELSE
052500         PERFORM 2600-DECIDE-CASE THRU 2600-EXIT
052600     END-IF.
052700     IF WS-RUN-ABORTED OR WS-REFUSAL-TEXT = SPACES
052800         GO TO 2200-READ-NEXT
052900     END-IF.
053000 2200-REFUSE.
053100     DISPLAY 'DISPUTE ACTION REFUSED - ' DA-ACTION ' '
053200         DA-BATCH-ID '/' DA-SEQUENCE-NO ' - ' WS-REFUSAL-TEXT.
053300     ADD 1 TO WS-ACTIONS-REFUSED.
053400     IF RETURN-CODE < 4
053500         MOVE 4 TO RETURN-CODE
053600     END-IF.
053700 2200-READ-NEXT.
053800     PERFORM 2100-READ-DISPUTE-ACTION THRU 2100-EXIT.
053900 2200-EXIT.
054000     EXIT.
054100*
054200*****************************************************************
054300*    2300-OPEN-CASE - PROVE THE DISPUTED TRANSFER AGAINST THE   *
054400*    AUDIT JOURNAL IT NAMES AND WRITE THE CASE.  THE CUSTOMER   *
054500*    IS THE WALLET THE TRANSFER WAS PAID FROM, AND MUST BE      *
054600*    ATTACHED TO A CUSTOMER; THE COUNTERPARTY IS THE WALLET IT  *
054700*    WAS PAID TO.  A PART OF THE TRANSFER MAY BE DISPUTED, AND  *
054800*    IS RECOVERED FROM THE COUNTERPARTY AT THE RATE IT POSTED   *
054900*    AT.  BOTH CURRENCIES NEED A DISPUTES WALLET BEFORE THE     *
055000*    CASE CAN BE OPENED, SO A DECISION CAN ALWAYS BE SETTLED.   *
055100*    ANY REFUSAL IS LEFT IN WS-REFUSAL-TEXT.                    *
055200*****************************************************************
055300 2300-OPEN-CASE.
055400     IF DA-BATCH-ID (1:4) = 'DISP'
055500         MOVE 'A DISPUTE LEG CANNOT ITSELF BE DISPUTED' TO
055600             WS-REFUSAL-TEXT
055700         GO TO 2300-EXIT
055800     END-IF.
055900     IF DA-JOURNAL-DATE IS NOT NUMERIC
056000         OR DA-JOURNAL-DATE > WS-CURRENT-DATE
056100         MOVE 'JOURNAL DATE INVALID' TO WS-REFUSAL-TEXT
056200         GO TO 2300-EXIT
056300     END-IF.
056400     MOVE DA-JOURNAL-DATE TO WS-DTN-DATE.
056500     IF WS-DTN-MONTH < 1 OR WS-DTN-MONTH > 12
056600         OR WS-DTN-DAY < 1 OR WS-DTN-DAY > 31
056700         MOVE 'JOURNAL DATE INVALID' TO WS-REFUSAL-TEXT
056800         GO TO 2300-EXIT
056900     END-IF.
057000     PERFORM 9100-DATE-TO-DAY-NUMBER THRU 9100-EXIT.
057100     COMPUTE WS-AGE-DAYS =
057200         WS-TODAY-DAY-NUMBER - WS-DTN-DAY-NUMBER.
057300     IF DM-FILING-DAYS > ZERO AND WS-AGE-DAYS > DM-FILING-DAYS
057400         MOVE 'PAST THE FILING WINDOW' TO WS-REFUSAL-TEXT
057500         GO TO 2300-EXIT
057600     END-IF.
057700     IF DA-DISPUTED-AMOUNT IS NOT NUMERIC
057800         OR DA-DISPUTED-AMOUNT < ZERO
057900         MOVE 'DISPUTED AMOUNT INVALID' TO WS-REFUSAL-TEXT
058000         GO TO 2300-EXIT
058100     END-IF.
058200     MOVE DA-DISPUTE-KEY TO DS-DISPUTE-KEY.
058300     READ DISPUTE-FILE
058400         INVALID KEY
058500             CONTINUE
058600         NOT INVALID KEY
058700             MOVE 'CASE ALREADY ON FILE' TO WS-REFUSAL-TEXT
058800             GO TO 2300-EXIT
058900     END-READ.
059000     PERFORM 2400-FIND-DISPUTED-ENTRY THRU 2400-EXIT.
059100     IF WS-RUN-ABORTED
059200         GO TO 2300-EXIT
059300     END-IF.
059400     IF NOT WS-ENTRY-FOUND
059500         MOVE 'NOT POSTED ON THAT DAY''S JOURNAL' TO
059600             WS-REFUSAL-TEXT
059700         GO TO 2300-EXIT
059800     END-IF.
059900     IF WS-ENTRY-REVERSED
060000         MOVE 'TRANSFER HAS BEEN BACKED OUT' TO WS-REFUSAL-TEXT
060100         GO TO 2300-EXIT
060200     END-IF.
060300     IF DA-DISPUTED-AMOUNT > WS-ENTRY-AMOUNT
060400         MOVE 'MORE THAN THE TRANSFER' TO WS-REFUSAL-TEXT
060500         GO TO 2300-EXIT
060600     END-IF.
060700     MOVE WS-ENTRY-FROM-WALLET TO WM-WALLET-ID.
060800     READ WALLET-MASTER-FILE
060900         INVALID KEY
061000             MOVE 'PAYING WALLET NOT ON THE MASTER' TO
061100                 WS-REFUSAL-TEXT
061200             GO TO 2300-EXIT
061300     END-READ.
061400     IF WM-CUSTOMER-ID = SPACES
061500         MOVE 'PAYING WALLET IS A HOUSE WALLET' TO
061600             WS-REFUSAL-TEXT
061700         GO TO 2300-EXIT
061800     END-IF.
061900     IF WM-STATUS-CLOSED
062000         MOVE 'PAYING WALLET IS CLOSED' TO WS-REFUSAL-TEXT
062100         GO TO 2300-EXIT
062200     END-IF.
062300     MOVE WS-ENTRY-FROM-CURRENCY TO WS-DW-PROBE-CURRENCY.
062400     PERFORM 4300-FIND-DISPUTE-WALLET THRU 4300-EXIT.
062500     IF WS-DW-FOUND-SUB = ZERO
062600         STRING 'NO DISPUTES WALLET FOR ' WS-DW-PROBE-CURRENCY
062700             DELIMITED BY SIZE INTO WS-REFUSAL-TEXT
062800         GO TO 2300-EXIT
062900     END-IF.
063000     MOVE WS-ENTRY-TO-CURRENCY TO WS-DW-PROBE-CURRENCY.
063100     PERFORM 4300-FIND-DISPUTE-WALLET THRU 4300-EXIT.
063200     IF WS-DW-FOUND-SUB = ZERO
063300         STRING 'NO DISPUTES WALLET FOR ' WS-DW-PROBE-CURRENCY
063400             DELIMITED BY SIZE INTO WS-REFUSAL-TEXT
063500         GO TO 2300-EXIT
063600     END-IF.
063700     INITIALIZE DS-DISPUTE-RECORD.
063800     MOVE DA-DISPUTE-KEY TO DS-DISPUTE-KEY.
063900     MOVE DA-JOURNAL-DATE TO DS-JOURNAL-DATE.
064000     MOVE WS-ENTRY-FROM-WALLET TO DS-CUSTOMER-WALLET.
064100     MOVE WS-ENTRY-TO-WALLET TO DS-COUNTERPARTY-WALLET.
064200     MOVE WS-ENTRY-FROM-CURRENCY TO DS-CUSTOMER-CURRENCY.
064300     MOVE WS-ENTRY-TO-CURRENCY TO DS-COUNTERPARTY-CURRENCY.
064400     MOVE WS-ENTRY-AMOUNT TO DS-ORIGINAL-AMOUNT.
064500     IF DA-DISPUTED-AMOUNT = ZERO
064600         OR DA-DISPUTED-AMOUNT = WS-ENTRY-AMOUNT
064700         MOVE WS-ENTRY-AMOUNT TO DS-DISPUTED-AMOUNT
064800         MOVE WS-ENTRY-CONVERTED TO DS-RECOVERY-AMOUNT
064900     ELSE
065000         MOVE DA-DISPUTED-AMOUNT TO DS-DISPUTED-AMOUNT
065100         COMPUTE DS-RECOVERY-AMOUNT ROUNDED =
065200             DA-DISPUTED-AMOUNT * WS-ENTRY-FX-RATE
065300     END-IF.
065400     MOVE DA-REASON-CODE TO DS-REASON-CODE.
065500     SET DS-STATUS-OPEN TO TRUE.
065600     IF DA-PROVISIONAL-CREDIT
065700         SET DS-PROVISIONAL-CREDIT TO TRUE
065800     ELSE
065900         MOVE 'N' TO DS-PROVISIONAL-SW
066000     END-IF.
066100     MOVE WS-CURRENT-DATE TO DS-OPEN-DATE.
066200     IF DM-RESPONSE-DAYS > ZERO
066300         MOVE DM-RESPONSE-DAYS TO WS-DUE-DAYS
066400         PERFORM 2500-SET-DUE-DATE THRU 2500-EXIT
066500         MOVE WS-WALK-DATE TO DS-RESPONSE-DUE-DATE
066600     END-IF.
066700     IF DM-RESOLVE-DAYS > ZERO
066800         MOVE DM-RESOLVE-DAYS TO WS-DUE-DAYS
066900         PERFORM 2500-SET-DUE-DATE THRU 2500-EXIT
067000         MOVE WS-WALK-DATE TO DS-RESOLVE-DUE-DATE
067100     END-IF.
067200     MOVE DA-OPERATOR-ID TO DS-OPERATOR-ID.
067300     MOVE WS-CURRENT-DATE TO DS-LAST-UPDT-DATE.
067400     WRITE DS-DISPUTE-RECORD.
067500     IF NOT DS-STATUS-OK
067600         DISPLAY 'ERROR WRITING DISPUTE RECORD ' DS-BATCH-ID '/'
067700             DS-SEQUENCE-NO '. FILE STATUS: ' DS-FILE-STATUS
067800         MOVE 16 TO RETURN-CODE
067900         SET WS-RUN-ABORTED TO TRUE
068000         GO TO 2300-EXIT
068100     END-IF.
068200     ADD 1 TO WS-CASES-OPENED.
068300     MOVE DS-DISPUTED-AMOUNT TO WS-PRINT-AMOUNT.
068400     DISPLAY 'CASE OPENED ' DS-BATCH-ID '/' DS-SEQUENCE-NO ' '
068500         DS-CUSTOMER-WALLET ' ' DS-CUSTOMER-CURRENCY ' '
068600         WS-PRINT-AMOUNT ' PROVISIONAL ' DS-PROVISIONAL-SW
068700         ' BY ' DS-OPERATOR-ID.
068800 2300-EXIT.
068900     EXIT.
069000*
069100*****************************************************************
069200*    2400-FIND-DISPUTED-ENTRY - READ THE NAMED DAY'S AUDIT      *
069300*    JOURNAL FOR THE TRANSFER'S POSTED ENTRY, AND FOR ANY       *
069400*    BACKOUT ENTRY THAT REVERSED IT.  NO JOURNAL FOR THE DAY    *
069500*    MEANS NOTHING POSTED ON IT.  A BACKOUT IS JOURNALLED ON    *
069510*    THE DAY IT RUNS, SO ONCE THE ENTRY IS FOUND EACH LATER     *
069520*    DAY'S JOURNAL THROUGH TODAY IS ALSO SEARCHED FOR ITS       *
069530*    REVERSAL.                                                  *
069600*****************************************************************
069700 2400-FIND-DISPUTED-ENTRY.
069800     MOVE 'N' TO WS-ENTRY-FOUND-SW.
069900     MOVE 'N' TO WS-ENTRY-REVERSED-SW.
070000     MOVE SPACES TO WS-AUDIT-FILE-NAME.
070100     STRING 'WALAUDT.' DA-JOURNAL-DATE DELIMITED BY SIZE
070200         INTO WS-AUDIT-FILE-NAME.
070300     MOVE 'N' TO WS-AUDIT-EOF-SW.
070400     OPEN INPUT AUDIT-FILE.
070500     IF NOT AU-STATUS-OK
070600         GO TO 2400-EXIT
070700     END-IF.
070800     PERFORM 3400-READ-AUDIT-RECORD THRU 3400-EXIT.
070900     PERFORM 2410-TEST-AUDIT-ENTRY THRU 2410-EXIT
071000         UNTIL AUDIT-EOF.
071100     CLOSE AUDIT-FILE.
071109     IF NOT WS-ENTRY-FOUND OR WS-ENTRY-REVERSED
071118         OR WS-RUN-ABORTED
071127         GO TO 2400-EXIT
071136     END-IF.
071145     MOVE DA-JOURNAL-DATE TO WS-WALK-DATE.
071154     PERFORM 9200-ADD-ONE-DAY THRU 9200-EXIT.
071163     PERFORM 2420-SCAN-ONE-LATER-DAY THRU 2420-EXIT
071172         UNTIL WS-WALK-DATE > WS-CURRENT-DATE
071181         OR WS-ENTRY-REVERSED
071190         OR WS-RUN-ABORTED.
071200 2400-EXIT.
071300     EXIT.
071400*
071500 2410-TEST-AUDIT-ENTRY.
071600     IF AU-BATCH-ID NOT = DA-BATCH-ID
071700         OR AU-SEQUENCE-NO NOT = DA-SEQUENCE-NO
071800         GO TO 2410-READ-NEXT
071900     END-IF.
072000     IF AU-RESULT-REVERSED
072100         SET WS-ENTRY-REVERSED TO TRUE
072200         GO TO 2410-READ-NEXT
072300     END-IF.
072400     IF NOT AU-RESULT-POSTED
072500         GO TO 2410-READ-NEXT
072600     END-IF.
072700     SET WS-ENTRY-FOUND TO TRUE.
072800     MOVE AU-FROM-WALLET TO WS-ENTRY-FROM-WALLET.
072900     MOVE AU-TO-WALLET TO WS-ENTRY-TO-WALLET.
073000     MOVE AU-AMOUNT TO WS-ENTRY-AMOUNT.
073100     MOVE AU-FROM-CURRENCY TO WS-ENTRY-FROM-CURRENCY.
073200     MOVE AU-TO-CURRENCY TO WS-ENTRY-TO-CURRENCY.
073300     MOVE AU-FX-RATE TO WS-ENTRY-FX-RATE.
073400     MOVE AU-CONVERTED-AMOUNT TO WS-ENTRY-CONVERTED.
073500 2410-READ-NEXT.
073600     PERFORM 3400-READ-AUDIT-RECORD THRU 3400-EXIT.
073700 2410-EXIT.
073800     EXIT.
073802*
073804*****************************************************************
073806*    2420-SCAN-ONE-LATER-DAY - SEARCH ONE LATER DAY'S JOURNAL   *
073808*    FOR A BACKOUT OF THE DISPUTED ENTRY.  A DAY WITH NO        *
073810*    JOURNAL IS SIMPLY SKIPPED.                                 *
073812*****************************************************************
073814 2420-SCAN-ONE-LATER-DAY.
073816     MOVE SPACES TO WS-AUDIT-FILE-NAME.
073818     STRING 'WALAUDT.' WS-WALK-DATE DELIMITED BY SIZE
073820         INTO WS-AUDIT-FILE-NAME.
073822     MOVE 'N' TO WS-AUDIT-EOF-SW.
073824     OPEN INPUT AUDIT-FILE.
073826     IF AU-STATUS-OK
073828         PERFORM 3400-READ-AUDIT-RECORD THRU 3400-EXIT
073830         PERFORM 2430-TEST-LATER-ENTRY THRU 2430-EXIT
073832             UNTIL AUDIT-EOF
073834         CLOSE AUDIT-FILE
073836     END-IF.
073838     PERFORM 9200-ADD-ONE-DAY THRU 9200-EXIT.
073840 2420-EXIT.
073842     EXIT.
073844*
073846 2430-TEST-LATER-ENTRY.
073848     IF AU-RESULT-REVERSED
073850         AND AU-BATCH-ID = DA-BATCH-ID
073852         AND AU-SEQUENCE-NO = DA-SEQUENCE-NO
073854         SET WS-ENTRY-REVERSED TO TRUE
073856         SET AUDIT-EOF TO TRUE
073858         GO TO 2430-EXIT
073860     END-IF.
073862     PERFORM 3400-READ-AUDIT-RECORD THRU 3400-EXIT.
073864 2430-EXIT.
073866     EXIT.
073900*
074000*****************************************************************
074100*    2500-SET-DUE-DATE - TODAY PLUS WS-DUE-DAYS CALENDAR DAYS,  *
074200*    LEFT IN WS-WALK-DATE.                                      *
074300*****************************************************************
074400 2500-SET-DUE-DATE.
074500     MOVE WS-CURRENT-DATE TO WS-WALK-DATE.
074600     PERFORM 9200-ADD-ONE-DAY THRU 9200-EXIT
074700         WS-DUE-DAYS TIMES.
074800 2500-EXIT.
074900     EXIT.
075000*
075100*****************************************************************
075200*    2600-DECIDE-CASE - R RECORDS THE COUNTERPARTY'S RESPONSE   *
075300*    ON AN OPEN CASE; W AND L DECIDE A CASE NOT YET DECIDED.    *
075400*    THE MONEY THE DECISION NEEDS IS STAGED WHEN THE CASES ARE  *
075500*    WORKED BELOW.  ANY REFUSAL IS LEFT IN WS-REFUSAL-TEXT.     *
075600*****************************************************************
075700 2600-DECIDE-CASE.
075800     MOVE DA-DISPUTE-KEY TO DS-DISPUTE-KEY.
075900     READ DISPUTE-FILE
076000         INVALID KEY
076100             MOVE 'NO CASE ON FILE' TO WS-REFUSAL-TEXT
076200             GO TO 2600-EXIT
076300     END-READ.
076400     IF DA-ACTION-RESPONDED
076500         IF NOT DS-STATUS-OPEN
076600             STRING 'CASE IS STATUS ' DS-CASE-STATUS
076700                 ', NOT OPEN' DELIMITED BY SIZE
076800                 INTO WS-REFUSAL-TEXT
076900             GO TO 2600-EXIT
077000         END-IF
077100         SET DS-STATUS-RESPONDED TO TRUE
077200         MOVE WS-CURRENT-DATE TO DS-RESPONSE-DATE
077300         ADD 1 TO WS-RESPONSES-RECORDED
077400     ELSE
077500         IF NOT DS-STATUS-UNDECIDED
077600             STRING 'CASE IS STATUS ' DS-CASE-STATUS
077700                 ', ALREADY DECIDED' DELIMITED BY SIZE
077800                 INTO WS-REFUSAL-TEXT
077900             GO TO 2600-EXIT
078000         END-IF
078100         IF DA-ACTION-WON
078200             SET DS-STATUS-WON TO TRUE
078300             ADD 1 TO WS-DECIDED-WON
078400         ELSE
078500             SET DS-STATUS-LOST TO TRUE
078600             ADD 1 TO WS-DECIDED-LOST
078700         END-IF
078800         MOVE WS-CURRENT-DATE TO DS-DECISION-DATE
078900     END-IF.
079000     MOVE DA-OPERATOR-ID TO DS-OPERATOR-ID.
079100     MOVE WS-CURRENT-DATE TO DS-LAST-UPDT-DATE.
079200     REWRITE DS-DISPUTE-RECORD.
079300     IF NOT DS-STATUS-OK
079400         DISPLAY 'ERROR REWRITING DISPUTE RECORD. FILE STATUS: '
079500             DS-FILE-STATUS
079600         MOVE 16 TO RETURN-CODE
079700         SET WS-RUN-ABORTED TO TRUE
079800         GO TO 2600-EXIT
079900     END-IF.
080000     DISPLAY 'CASE ' DS-BATCH-ID '/' DS-SEQUENCE-NO
080100         ' NOW STATUS ' DS-CASE-STATUS ' BY ' DS-OPERATOR-ID.
080200 2600-EXIT.
080300     EXIT.
080400*
080500*****************************************************************
080600*    3000-LOAD-PENDING - COLLECT EVERY CASE LEG STILL PENDING   *
080700*    AND NOTE THE EARLIEST STAGING DATE SO THE JOURNAL SCAN     *
080800*    STARTS THERE.  ONE STAGED TODAY IS INCLUDED: ON A RERUN OF *
080900*    THE WHOLE WINDOW THE POSTING STEP MAY HAVE ALREADY TAKEN   *
081000*    THE FIRST RUN'S BATCH, AND ONLY TODAY'S JOURNAL CAN SAY    *
081100*    SO.                                                        *
081200*****************************************************************
081300 3000-LOAD-PENDING.
081400     MOVE WS-CURRENT-DATE TO WS-SCAN-START-DATE.
081500     MOVE 'N' TO WS-DISPUTE-SCAN-SW.
081600     MOVE LOW-VALUES TO DS-DISPUTE-KEY.
081700     START DISPUTE-FILE
081800         KEY IS NOT < DS-DISPUTE-KEY
081900         INVALID KEY
082000             SET WS-DISPUTE-SCAN-DONE TO TRUE
082100     END-START.
082200     PERFORM 3100-LOAD-ONE-CASE THRU 3100-EXIT
082300         UNTIL WS-DISPUTE-SCAN-DONE
082400         OR WS-RUN-ABORTED.
082500 3000-EXIT.
082600     EXIT.
082700*
082800 3100-LOAD-ONE-CASE.
082900     READ DISPUTE-FILE NEXT RECORD
083000         AT END
083100             SET WS-DISPUTE-SCAN-DONE TO TRUE
083200             GO TO 3100-EXIT
083300     END-READ.
083400     IF NOT DS-STATUS-OK
083500         DISPLAY 'ERROR READING DISPUTE-FILE. FILE STATUS: '
083600             DS-FILE-STATUS
083700         MOVE 16 TO RETURN-CODE
083800         SET WS-RUN-ABORTED TO TRUE
083900         GO TO 3100-EXIT
084000     END-IF.
084100     IF DS-STATUS-CLOSED
084200         GO TO 3100-EXIT
084300     END-IF.
084400     MOVE ZERO TO WS-LEG-SUB.
084500     PERFORM 3110-LOAD-ONE-LEG THRU 3110-EXIT
084600         UNTIL WS-LEG-SUB >= 3
084700         OR WS-RUN-ABORTED.
084800 3100-EXIT.
084900     EXIT.
085000*
085100 3110-LOAD-ONE-LEG.
085200     ADD 1 TO WS-LEG-SUB.
085300     IF NOT DS-LEG-STAGED (WS-LEG-SUB)
085400         GO TO 3110-EXIT
085500     END-IF.
085600     IF WS-PD-COUNT >= 2000
085700         DISPLAY 'PENDING TABLE FULL. RUN ABENDED BEFORE ANY '
085800             'ADJUSTMENT COULD BE MISCOUNTED.'
085900         MOVE 16 TO RETURN-CODE
086000         SET WS-RUN-ABORTED TO TRUE
086100         GO TO 3110-EXIT
086200     END-IF.
086300     ADD 1 TO WS-PD-COUNT.
086400     MOVE DS-DISPUTE-KEY TO WS-PD-DISPUTE-KEY (WS-PD-COUNT).
086500     MOVE WS-LEG-SUB TO WS-PD-LEG-NO (WS-PD-COUNT).
086600     MOVE DS-LEG-BATCH-ID (WS-LEG-SUB) TO
086700         WS-PD-BATCH-ID (WS-PD-COUNT).
086800     MOVE DS-LEG-SEQUENCE-NO (WS-LEG-SUB) TO
086900         WS-PD-SEQUENCE-NO (WS-PD-COUNT).
087000     MOVE SPACE TO WS-PD-RESULT (WS-PD-COUNT).
087100     MOVE ZERO TO WS-PD-JOURNAL-DATE (WS-PD-COUNT).
087200     MOVE SPACES TO WS-PD-REASON-TEXT (WS-PD-COUNT).
087300     IF DS-LEG-DATE (WS-LEG-SUB) < WS-SCAN-START-DATE
087400         MOVE DS-LEG-DATE (WS-LEG-SUB) TO WS-SCAN-START-DATE
087500     END-IF.
087600 3110-EXIT.
087700     EXIT.
087800*
087900 3150-CLEAR-LEG.
088000     MOVE SPACE TO DS-LEG-STATE (WS-LEG-SUB).
088100     MOVE ZERO TO DS-LEG-DATE (WS-LEG-SUB).
088200     MOVE SPACES TO DS-LEG-BATCH-ID (WS-LEG-SUB).
088300     MOVE ZERO TO DS-LEG-SEQUENCE-NO (WS-LEG-SUB).
088400 3150-EXIT.
088500     EXIT.
088600*
088700*****************************************************************
088800*    3200-SCAN-JOURNALS - WALK EVERY AUDIT JOURNAL FROM THE     *
088900*    EARLIEST STAGING DATE THROUGH TODAY AND NOTE HOW EACH      *
089000*    PENDING LEG ENDED.  A DAY WITH NO JOURNAL IS SIMPLY        *
089100*    SKIPPED.                                                   *
089200*****************************************************************
089300 3200-SCAN-JOURNALS.
089400     IF WS-PD-COUNT = ZERO
089500         GO TO 3200-EXIT
089600     END-IF.
089700     MOVE WS-SCAN-START-DATE TO WS-WALK-DATE.
089800     PERFORM 3300-SCAN-ONE-DAY THRU 3300-EXIT
089900         UNTIL WS-WALK-DATE > WS-CURRENT-DATE
090000         OR WS-RUN-ABORTED.
090100 3200-EXIT.
090200     EXIT.
090300*
090400 3300-SCAN-ONE-DAY.
090500     MOVE SPACES TO WS-AUDIT-FILE-NAME.
090600     STRING 'WALAUDT.' WS-WALK-DATE DELIMITED BY SIZE
090700         INTO WS-AUDIT-FILE-NAME.
090800     MOVE 'N' TO WS-AUDIT-EOF-SW.
090900     OPEN INPUT AUDIT-FILE.
091000     IF AU-STATUS-OK
091100         PERFORM 3400-READ-AUDIT-RECORD THRU 3400-EXIT
091200         PERFORM 3450-MATCH-ENTRY THRU 3450-EXIT
091300             UNTIL AUDIT-EOF
091400         CLOSE AUDIT-FILE
091500     END-IF.
091600     PERFORM 9200-ADD-ONE-DAY THRU 9200-EXIT.
091700 3300-EXIT.
091800     EXIT.
091900*
092000 3400-READ-AUDIT-RECORD.
092100     READ AUDIT-FILE
092200         AT END
092300             SET AUDIT-EOF TO TRUE
092400     END-READ.
092500     IF NOT AUDIT-EOF AND NOT AU-STATUS-OK
092600         DISPLAY 'ERROR READING ' WS-AUDIT-FILE-NAME
092700             ' FILE STATUS: ' AU-FILE-STATUS
092800         MOVE 16 TO RETURN-CODE
092900         SET AUDIT-EOF TO TRUE
093000         SET WS-RUN-ABORTED TO TRUE
093100     END-IF.
093200 3400-EXIT.
093300     EXIT.
093400*
093500*****************************************************************
093600*    3450-MATCH-ENTRY - A JOURNAL ENTRY UNDER A DISPUTES BATCH  *
093700*    ID IS MATCHED TO ITS PENDING LEG BY BATCH AND SEQUENCE.  A *
093800*    HOUSE ADJUSTMENT IS NEVER HELD OR WAREHOUSED, SO ONLY      *
093900*    POSTED AND REJECTED MATTER.                                *
094000*****************************************************************
094100 3450-MATCH-ENTRY.
094200     IF AU-BATCH-ID (1:4) NOT = 'DISP'
094300         GO TO 3450-READ-NEXT
094400     END-IF.
094500     IF NOT AU-RESULT-POSTED AND NOT AU-RESULT-REJECTED
094600         GO TO 3450-READ-NEXT
094700     END-IF.
094800     MOVE ZERO TO WS-PD-FOUND-SUB.
094900     MOVE ZERO TO WS-PD-SUB.
095000     PERFORM 3460-TEST-ONE-PENDING THRU 3460-EXIT
095100         UNTIL WS-PD-FOUND-SUB > ZERO
095200         OR WS-PD-SUB >= WS-PD-COUNT.
095300     IF WS-PD-FOUND-SUB > ZERO
095400         MOVE AU-RESULT-CODE TO WS-PD-RESULT (WS-PD-FOUND-SUB)
095500         MOVE AU-JOURNAL-DATE TO
095600             WS-PD-JOURNAL-DATE (WS-PD-FOUND-SUB)
095700         MOVE AU-REASON-TEXT TO
095800             WS-PD-REASON-TEXT (WS-PD-FOUND-SUB)
095900     END-IF.
096000 3450-READ-NEXT.
096100     PERFORM 3400-READ-AUDIT-RECORD THRU 3400-EXIT.
096200 3450-EXIT.
096300     EXIT.
096400*
096500 3460-TEST-ONE-PENDING.
096600     ADD 1 TO WS-PD-SUB.
096700     IF WS-PD-BATCH-ID (WS-PD-SUB) = AU-BATCH-ID
096800         AND WS-PD-SEQUENCE-NO (WS-PD-SUB) = AU-SEQUENCE-NO
096900         MOVE WS-PD-SUB TO WS-PD-FOUND-SUB
097000     END-IF.
097100 3460-EXIT.
097200     EXIT.
097300*
097400*****************************************************************
097500*    3500-SETTLE-PENDING - BOOK EACH PENDING LEG BY ITS         *
097600*    OUTCOME.  A POSTED LEG IS MARKED POSTED ON ITS CASE.  A    *
097700*    REJECTED ONE, OR ONE NO JOURNAL SHOWS, IS CLEARED SO THE   *
097800*    CASE IS WORKED AFRESH TODAY AND THE LEG STAGED AGAIN IF    *
097900*    THE CASE STILL NEEDS IT.                                   *
098000*****************************************************************
098100 3500-SETTLE-PENDING.
098200     MOVE ZERO TO WS-PD-SUB.
098300     PERFORM 3600-SETTLE-ONE-PENDING THRU 3600-EXIT
098400         UNTIL WS-PD-SUB >= WS-PD-COUNT
098500         OR WS-RUN-ABORTED.
098600 3500-EXIT.
098700     EXIT.
098800*
098900 3600-SETTLE-ONE-PENDING.
099000     ADD 1 TO WS-PD-SUB.
099100     MOVE WS-PD-DISPUTE-KEY (WS-PD-SUB) TO DS-DISPUTE-KEY.
099200     READ DISPUTE-FILE
099300         INVALID KEY
099400             DISPLAY 'DISPUTE RECORD ' DS-BATCH-ID '/'
099500                 DS-SEQUENCE-NO ' VANISHED DURING THE RUN.'
099600             MOVE 16 TO RETURN-CODE
099700             SET WS-RUN-ABORTED TO TRUE
099800             GO TO 3600-EXIT
099900     END-READ.
100000     MOVE WS-PD-LEG-NO (WS-PD-SUB) TO WS-LEG-SUB.
100100     IF WS-PD-POSTED (WS-PD-SUB)
100200         ADD 1 TO WS-PENDING-POSTED
100300         SET DS-LEG-POSTED (WS-LEG-SUB) TO TRUE
100400         MOVE WS-PD-JOURNAL-DATE (WS-PD-SUB) TO
100500             DS-LEG-DATE (WS-LEG-SUB)
100600         DISPLAY WS-LEG-NAME (WS-LEG-SUB) ' POSTED    '
100700             DS-BATCH-ID '/' DS-SEQUENCE-NO ' AS '
100800             WS-PD-BATCH-ID (WS-PD-SUB) '/'
100900             WS-PD-SEQUENCE-NO (WS-PD-SUB)
101000     ELSE
101100         IF WS-PD-REJECTED (WS-PD-SUB)
101200             ADD 1 TO WS-PENDING-REJECTED
101300             IF RETURN-CODE < 4
101400                 MOVE 4 TO RETURN-CODE
101500             END-IF
101600             DISPLAY WS-LEG-NAME (WS-LEG-SUB) ' REJECTED  '
101700                 DS-BATCH-ID '/' DS-SEQUENCE-NO ' - '
101800                 WS-PD-REASON-TEXT (WS-PD-SUB)
101900         ELSE
102000             IF DS-LEG-DATE (WS-LEG-SUB) NOT < WS-CURRENT-DATE
102100                 ADD 1 TO WS-PENDING-RESTAGED
102200             ELSE
102300                 ADD 1 TO WS-PENDING-UNSEEN
102400                 DISPLAY WS-LEG-NAME (WS-LEG-SUB)
102500                     ' NOT ON ANY JOURNAL ' DS-BATCH-ID '/'
102600                     DS-SEQUENCE-NO ' - WORKED AGAIN'
102700             END-IF
102800         END-IF
102900         PERFORM 3150-CLEAR-LEG THRU 3150-EXIT
103000     END-IF.
103100     MOVE WS-CURRENT-DATE TO DS-LAST-UPDT-DATE.
103200     REWRITE DS-DISPUTE-RECORD.
103300     IF NOT DS-STATUS-OK
103400         DISPLAY 'ERROR REWRITING DISPUTE RECORD. FILE STATUS: '
103500             DS-FILE-STATUS
103600         MOVE 16 TO RETURN-CODE
103700         SET WS-RUN-ABORTED TO TRUE
103800     END-IF.
103900 3600-EXIT.
104000     EXIT.
104100*
104200*****************************************************************
104300*    4000-WORK-CASES - WALK THE DISPUTE MASTER, STAGE WHATEVER  *
104400*    LEG EACH CASE STILL NEEDS, CLOSE THE ONES WHOSE MONEY HAS  *
104500*    ALL POSTED, AND AGE THE REST ONTO THE OPEN-DISPUTES        *
104600*    REPORT.                                                    *
104700*****************************************************************
104800 4000-WORK-CASES.
104900     DISPLAY ' '.
105000     DISPLAY 'OPEN DISPUTES'.
105100     DISPLAY 'BATCH/SEQUENCE    CUSTOMER   COUNTERPTY CCY    '
105200         '   DISPUTED S OPENED    AGE RESP DUE  RESOLVE   LEGS'.
105300     DISPLAY '------------------------------------------'.
105400     MOVE 'N' TO WS-DISPUTE-SCAN-SW.
105500     MOVE LOW-VALUES TO DS-DISPUTE-KEY.
105600     START DISPUTE-FILE
105700         KEY IS NOT < DS-DISPUTE-KEY
105800         INVALID KEY
105900             SET WS-DISPUTE-SCAN-DONE TO TRUE
106000     END-START.
106100     PERFORM 4100-WORK-ONE-CASE THRU 4100-EXIT
106200         UNTIL WS-DISPUTE-SCAN-DONE
106300         OR WS-RUN-ABORTED.
106400 4000-EXIT.
106500     EXIT.
106600*
106700*****************************************************************
106800*    4100-WORK-ONE-CASE - THE CREDIT LEG IS NEEDED WHILE AN     *
106900*    UNDECIDED CASE CARRIES A PROVISIONAL CREDIT, AND ON EVERY  *
107000*    CASE DECIDED FOR THE CUSTOMER; THE RECOVERY LEG ON EVERY   *
107100*    CASE DECIDED FOR THE CUSTOMER; THE REVERSAL LEG ON A CASE  *
107200*    DECIDED AGAINST ONCE ITS CREDIT HAS POSTED.  A CASE LOST   *
107300*    WITH ITS CREDIT STILL PENDING WAITS FOR THE CREDIT'S       *
107400*    OUTCOME BEFORE ANYTHING IS REVERSED.                       *
107500*****************************************************************
107600 4100-WORK-ONE-CASE.
107700     READ DISPUTE-FILE NEXT RECORD
107800         AT END
107900             SET WS-DISPUTE-SCAN-DONE TO TRUE
108000             GO TO 4100-EXIT
108100     END-READ.
108200     IF NOT DS-STATUS-OK
108300         DISPLAY 'ERROR READING DISPUTE-FILE. FILE STATUS: '
108400             DS-FILE-STATUS
108500         MOVE 16 TO RETURN-CODE
108600         SET WS-RUN-ABORTED TO TRUE
108700         GO TO 4100-EXIT
108800     END-IF.
108900     IF DS-STATUS-CLOSED
109000         GO TO 4100-EXIT
109100     END-IF.
109200     IF (DS-STATUS-WON
109300         OR (DS-STATUS-UNDECIDED AND DS-PROVISIONAL-CREDIT))
109400         AND DS-LEG-NOT-STAGED (1)
109500         MOVE 1 TO WS-LEG-SUB
109600         PERFORM 4200-STAGE-LEG THRU 4200-EXIT
109700     END-IF.
109800     IF DS-STATUS-WON AND DS-LEG-NOT-STAGED (2)
109900         AND NOT WS-RUN-ABORTED
110000         MOVE 2 TO WS-LEG-SUB
110100         PERFORM 4200-STAGE-LEG THRU 4200-EXIT
110200     END-IF.
110300     IF DS-STATUS-LOST AND DS-LEG-POSTED (1)
110400         AND DS-LEG-NOT-STAGED (3) AND NOT WS-RUN-ABORTED
110500         MOVE 3 TO WS-LEG-SUB
110600         PERFORM 4200-STAGE-LEG THRU 4200-EXIT
110700     END-IF.
110800     IF WS-RUN-ABORTED
110900         GO TO 4100-EXIT
111000     END-IF.
111100     IF DS-STATUS-WON AND DS-LEG-POSTED (1)
111200         AND DS-LEG-POSTED (2)
111300         SET DS-STATUS-CLOSED-WON TO TRUE
111400         MOVE WS-CURRENT-DATE TO DS-CLOSED-DATE
111500         ADD 1 TO WS-CLOSED-WON-COUNT
111600         DISPLAY DS-BATCH-ID '/' DS-SEQUENCE-NO
111700             ' CLOSED - DECIDED FOR THE CUSTOMER, CREDIT FINAL'
111800     END-IF.
111900     IF DS-STATUS-LOST AND NOT DS-LEG-STAGED (1)
112000         AND (DS-LEG-NOT-STAGED (1) OR DS-LEG-POSTED (3))
112100         SET DS-STATUS-CLOSED-LOST TO TRUE
112200         MOVE WS-CURRENT-DATE TO DS-CLOSED-DATE
112300         ADD 1 TO WS-CLOSED-LOST-COUNT
112400         DISPLAY DS-BATCH-ID '/' DS-SEQUENCE-NO
112500             ' CLOSED - DECIDED AGAINST THE CUSTOMER'
112600     END-IF.
112700     IF NOT DS-STATUS-CLOSED
112800         PERFORM 5000-REPORT-CASE THRU 5000-EXIT
112900     END-IF.
113000     MOVE WS-CURRENT-DATE TO DS-LAST-UPDT-DATE.
113100     REWRITE DS-DISPUTE-RECORD.
113200     IF NOT DS-STATUS-OK
113300         DISPLAY 'ERROR REWRITING DISPUTE RECORD ' DS-BATCH-ID '/'
113400             DS-SEQUENCE-NO '. FILE STATUS: ' DS-FILE-STATUS
113500         MOVE 16 TO RETURN-CODE
113600         SET WS-RUN-ABORTED TO TRUE
113700     END-IF.
113800 4100-EXIT.
113900     EXIT.
114000*
114100*****************************************************************
114200*    4200-STAGE-LEG - STAGE LEG WS-LEG-SUB OF THE CASE AGAINST  *
114300*    THE DISPUTES WALLET FOR THE LEG'S CURRENCY AND MARK IT     *
114400*    PENDING.  A CURRENCY WHOSE DISPUTES WALLET HAS SINCE BEEN  *
114500*    TAKEN OFF THE PARAMETER RECORD CANNOT BE SETTLED AND IS    *
114600*    REPORTED INSTEAD, EVERY DAY UNTIL ONE IS NAMED.            *
114700*****************************************************************
114800 4200-STAGE-LEG.
114900     IF WS-LEG-SUB = 2
115000         MOVE DS-COUNTERPARTY-CURRENCY TO WS-DW-PROBE-CURRENCY
115100     ELSE
115200         MOVE DS-CUSTOMER-CURRENCY TO WS-DW-PROBE-CURRENCY
115300     END-IF.
115400     PERFORM 4300-FIND-DISPUTE-WALLET THRU 4300-EXIT.
115500     IF WS-DW-FOUND-SUB = ZERO
115600         ADD 1 TO WS-NO-DISPUTE-WALLET-COUNT
115700         DISPLAY DS-BATCH-ID '/' DS-SEQUENCE-NO ' '
115800             WS-LEG-NAME (WS-LEG-SUB) ' NOT STAGED - NO DISPUTES '
115900             'WALLET FOR ' WS-DW-PROBE-CURRENCY
116000         IF RETURN-CODE < 4
116100             MOVE 4 TO RETURN-CODE
116200         END-IF
116300         GO TO 4200-EXIT
116400     END-IF.
116500     EVALUATE WS-LEG-SUB
116600         WHEN 1
116700             MOVE WS-DW-WALLET-ID (WS-DW-FOUND-SUB) TO
116800                 WS-DETAIL-FROM
116900             MOVE DS-CUSTOMER-WALLET TO WS-DETAIL-TO
117000             MOVE DS-DISPUTED-AMOUNT TO WS-DETAIL-AMOUNT
117100         WHEN 2
117200             MOVE DS-COUNTERPARTY-WALLET TO WS-DETAIL-FROM
117300             MOVE WS-DW-WALLET-ID (WS-DW-FOUND-SUB) TO
117400                 WS-DETAIL-TO
117500             MOVE DS-RECOVERY-AMOUNT TO WS-DETAIL-AMOUNT
117600         WHEN OTHER
117700             MOVE DS-CUSTOMER-WALLET TO WS-DETAIL-FROM
117800             MOVE WS-DW-WALLET-ID (WS-DW-FOUND-SUB) TO
117900                 WS-DETAIL-TO
118000             MOVE DS-DISPUTED-AMOUNT TO WS-DETAIL-AMOUNT
118100     END-EVALUATE.
118200     PERFORM 4500-WRITE-DISPUTE-DETAIL THRU 4500-EXIT.
118300     IF WS-RUN-ABORTED
118400         GO TO 4200-EXIT
118500     END-IF.
118600     SET DS-LEG-STAGED (WS-LEG-SUB) TO TRUE.
118700     MOVE WS-CURRENT-DATE TO DS-LEG-DATE (WS-LEG-SUB).
118800     MOVE WS-DISPUTE-BATCH-ID TO DS-LEG-BATCH-ID (WS-LEG-SUB).
118900     MOVE WS-NEXT-SEQUENCE TO DS-LEG-SEQUENCE-NO (WS-LEG-SUB).
119000     EVALUATE WS-LEG-SUB
119100         WHEN 1
119200             ADD 1 TO WS-CREDITS-STAGED
119300         WHEN 2
119400             ADD 1 TO WS-RECOVERIES-STAGED
119500         WHEN OTHER
119600             ADD 1 TO WS-REVERSALS-STAGED
119700     END-EVALUATE.
119800     MOVE WS-DETAIL-AMOUNT TO WS-PRINT-AMOUNT.
119900     DISPLAY WS-LEG-NAME (WS-LEG-SUB) ' STAGED    ' DS-BATCH-ID
120000         '/' DS-SEQUENCE-NO ' ' WS-DETAIL-FROM ' TO '
120100         WS-DETAIL-TO ' ' WS-DW-PROBE-CURRENCY ' '
120150         WS-PRINT-AMOUNT.
120200 4200-EXIT.
120300     EXIT.
120400*
120500 4300-FIND-DISPUTE-WALLET.
120600     MOVE ZERO TO WS-DW-FOUND-SUB.
120700     MOVE ZERO TO WS-DW-SUB.
120800     PERFORM 4310-TEST-DISPUTE-WALLET THRU 4310-EXIT
120900         UNTIL WS-DW-FOUND-SUB > ZERO
121000         OR WS-DW-SUB >= WS-DW-COUNT.
121100 4300-EXIT.
121200     EXIT.
121300*
121400 4310-TEST-DISPUTE-WALLET.
121500     ADD 1 TO WS-DW-SUB.
121600     IF WS-DW-CURRENCY (WS-DW-SUB) = WS-DW-PROBE-CURRENCY
121700         MOVE WS-DW-SUB TO WS-DW-FOUND-SUB
121800     END-IF.
121900 4310-EXIT.
122000     EXIT.
122100*
122200*****************************************************************
122300*    4500-WRITE-DISPUTE-DETAIL - ONE TYPE-W HOUSE ADJUSTMENT ON *
122400*    THE STAGING BATCH, OPENING THE BATCH WITH ITS HEADER THE   *
122500*    FIRST TIME.  INTERNALLY STAGED BATCHES ARE NUMBERED BELOW  *
122600*    THE UPSTREAM CAPTURE RANGE; DISPUTES TAKES 00700001 UP.    *
122700*****************************************************************
122800 4500-WRITE-DISPUTE-DETAIL.
122900     IF NOT WS-HEADER-WRITTEN
123000         PERFORM 4550-WRITE-BATCH-HEADER THRU 4550-EXIT
123100     END-IF.
123200     INITIALIZE TR-TRANS-RECORD.
123300     SET TR-TYPE-DETAIL TO TRUE.
123400     MOVE WS-DISPUTE-BATCH-ID TO TR-BATCH-ID.
123500     ADD 1 TO WS-NEXT-SEQUENCE.
123600     MOVE WS-NEXT-SEQUENCE TO TR-SEQUENCE-NO.
123700     MOVE WS-DETAIL-FROM TO TR-FROM-WALLET.
123800     MOVE WS-DETAIL-TO TO TR-TO-WALLET.
123900     MOVE WS-DETAIL-AMOUNT TO TR-AMOUNT.
124000     MOVE WS-CURRENT-DATE TO TR-VALUE-DATE.
124100     SET TR-TRANS-HOUSE-ADJUST TO TRUE.
124200     ADD TR-AMOUNT TO WS-DISPUTE-HASH-TOTAL.
124300     ADD 1 TO WS-DETAIL-COUNT.
124400     PERFORM 4560-WRITE-DISPUTE-RECORD THRU 4560-EXIT.
124500     IF RETURN-CODE < 4
124600         MOVE 4 TO RETURN-CODE
124700     END-IF.
124800 4500-EXIT.
124900     EXIT.
125000*
125100 4550-WRITE-BATCH-HEADER.
125200     INITIALIZE TR-TRANS-RECORD.
125300     SET TR-TYPE-HEADER TO TRUE.
125400     MOVE WS-DISPUTE-BATCH-ID TO TR-BATCH-ID.
125500     MOVE ZERO TO TR-SEQUENCE-NO.
125600     MOVE WS-CURRENT-DATE TO TR-CREATION-DATE.
125700     MOVE 'WALDISP' TO TR-ORIGIN-SYSTEM.
125800     PERFORM 4560-WRITE-DISPUTE-RECORD THRU 4560-EXIT.
125900     SET WS-HEADER-WRITTEN TO TRUE.
126000 4550-EXIT.
126100     EXIT.
126200*
126300 4560-WRITE-DISPUTE-RECORD.
126400     WRITE TR-TRANS-RECORD.
126500     IF NOT TR-STATUS-OK
126600         DISPLAY 'ERROR WRITING DISPUTE TRANS RECORD. FILE '
126700             'STATUS: ' TR-FILE-STATUS
126800         MOVE 16 TO RETURN-CODE
126900         SET WS-RUN-ABORTED TO TRUE
127000     END-IF.
127100 4560-EXIT.
127200     EXIT.
127300*
127400 4570-WRITE-BATCH-TRAILER.
127500     INITIALIZE TR-TRANS-RECORD.
127600     SET TR-TYPE-TRAILER TO TRUE.
127700     MOVE WS-DISPUTE-BATCH-ID TO TR-BATCH-ID.
127800     MOVE 99999999 TO TR-SEQUENCE-NO.
127900     MOVE WS-DETAIL-COUNT TO TR-RECORD-COUNT.
128000     MOVE WS-DISPUTE-HASH-TOTAL TO TR-HASH-TOTAL.
128100     PERFORM 4560-WRITE-DISPUTE-RECORD THRU 4560-EXIT.
128200 4570-EXIT.
128300     EXIT.
128400*
128500*****************************************************************
128600*    5000-REPORT-CASE - ONE OPEN-DISPUTES ENTRY PER CASE STILL  *
128700*    OPEN OR SETTLING, AGED FROM THE DAY IT WAS OPENED.  AN     *
128800*    OPEN CASE PAST ITS RESPONSE DATE, OR AN UNDECIDED CASE     *
128900*    PAST ITS RESOLUTION DATE, IS FLAGGED OVERDUE AND SETS      *
129000*    RETURN CODE 4.  A POSTED PROVISIONAL CREDIT NOT YET MADE   *
129100*    FINAL OR TAKEN BACK IS ADDED TO ITS CURRENCY'S TOTAL.      *
129200*****************************************************************
129300 5000-REPORT-CASE.
129400     ADD 1 TO WS-CASES-LISTED.
129500     MOVE DS-OPEN-DATE TO WS-DTN-DATE.
129600     PERFORM 9100-DATE-TO-DAY-NUMBER THRU 9100-EXIT.
129700     COMPUTE WS-AGE-DAYS =
129800         WS-TODAY-DAY-NUMBER - WS-DTN-DAY-NUMBER.
129900     MOVE SPACES TO WS-OVERDUE-TEXT.
130000     IF DS-STATUS-UNDECIDED AND DS-RESOLVE-DUE-DATE > ZERO
130100         AND WS-CURRENT-DATE > DS-RESOLVE-DUE-DATE
130200         MOVE 'RESOLUTION OVERDUE' TO WS-OVERDUE-TEXT
130300         ADD 1 TO WS-RESOLVE-OVERDUE
130400     ELSE
130500         IF DS-STATUS-OPEN AND DS-RESPONSE-DUE-DATE > ZERO
130600             AND WS-CURRENT-DATE > DS-RESPONSE-DUE-DATE
130700             MOVE 'RESPONSE OVERDUE' TO WS-OVERDUE-TEXT
130800             ADD 1 TO WS-RESPONSE-OVERDUE
130900         END-IF
131000     END-IF.
131100     IF WS-OVERDUE-TEXT NOT = SPACES AND RETURN-CODE < 4
131200         MOVE 4 TO RETURN-CODE
131300     END-IF.
131400     MOVE DS-DISPUTED-AMOUNT TO WS-PRINT-AMOUNT.
131500     MOVE WS-AGE-DAYS TO WS-PRINT-AGE.
131600     DISPLAY DS-BATCH-ID '/' DS-SEQUENCE-NO ' '
131700         DS-CUSTOMER-WALLET ' ' DS-COUNTERPARTY-WALLET ' '
131800         DS-CUSTOMER-CURRENCY ' ' WS-PRINT-AMOUNT ' '
131900         DS-CASE-STATUS ' ' DS-OPEN-DATE ' ' WS-PRINT-AGE ' '
132000         DS-RESPONSE-DUE-DATE ' ' DS-RESOLVE-DUE-DATE ' '
132100         DS-LEG-STATE (1) DS-LEG-STATE (2) DS-LEG-STATE (3).
132200     IF WS-OVERDUE-TEXT NOT = SPACES
132300         DISPLAY '                  *** ' WS-OVERDUE-TEXT
132400             ' - REASON ' DS-REASON-CODE
132500     END-IF.
132600     IF NOT DS-LEG-POSTED (1) OR DS-STATUS-WON
132700         OR DS-LEG-POSTED (3)
132800         GO TO 5000-EXIT
132900     END-IF.
133000     MOVE ZERO TO WS-CR-FOUND-SUB.
133100     MOVE ZERO TO WS-CR-SUB.
133200     PERFORM 5100-TEST-CREDIT-CURRENCY THRU 5100-EXIT
133300         UNTIL WS-CR-FOUND-SUB > ZERO
133400         OR WS-CR-SUB >= WS-CR-COUNT.
133500     IF WS-CR-FOUND-SUB = ZERO
133600         IF WS-CR-COUNT >= 20
133700             DISPLAY 'CREDIT TOTALS TABLE FULL - '
133800                 DS-CUSTOMER-CURRENCY
133900                 ' LEFT OUT OF THE PROVISIONAL TOTALS.'
134000             GO TO 5000-EXIT
134100         END-IF
134200         ADD 1 TO WS-CR-COUNT
134300         MOVE WS-CR-COUNT TO WS-CR-FOUND-SUB
134400         MOVE DS-CUSTOMER-CURRENCY TO
134500             WS-CR-CURRENCY (WS-CR-FOUND-SUB)
134600         MOVE ZERO TO WS-CR-CASES (WS-CR-FOUND-SUB)
134700         MOVE ZERO TO WS-CR-AMOUNT (WS-CR-FOUND-SUB)
134800     END-IF.
134900     ADD 1 TO WS-CR-CASES (WS-CR-FOUND-SUB).
135000     ADD DS-DISPUTED-AMOUNT TO WS-CR-AMOUNT (WS-CR-FOUND-SUB).
135100 5000-EXIT.
135200     EXIT.
135300*
135400 5100-TEST-CREDIT-CURRENCY.
135500     ADD 1 TO WS-CR-SUB.
135600     IF WS-CR-CURRENCY (WS-CR-SUB) = DS-CUSTOMER-CURRENCY
135700         MOVE WS-CR-SUB TO WS-CR-FOUND-SUB
135800     END-IF.
135900 5100-EXIT.
136000     EXIT.
136100*
136200*****************************************************************
136300*    6000-PRINT-CREDIT-TOTALS - PROVISIONAL CREDIT POSTED AND   *
136400*    STILL AT RISK, ONE CURRENCY AT A TIME.                     *
136500*****************************************************************
136600 6000-PRINT-CREDIT-TOTALS.
136700     DISPLAY ' '.
136800     DISPLAY 'PROVISIONAL CREDIT OUTSTANDING BY CURRENCY'.
136900     DISPLAY '------------------------------------------'.
137000     MOVE ZERO TO WS-CR-SUB.
137100     PERFORM 6100-PRINT-ONE-CURRENCY THRU 6100-EXIT
137200         UNTIL WS-CR-SUB >= WS-CR-COUNT.
137300 6000-EXIT.
137400     EXIT.
137500*
137600 6100-PRINT-ONE-CURRENCY.
137700     ADD 1 TO WS-CR-SUB.
137800     MOVE WS-CR-CASES (WS-CR-SUB) TO WS-PRINT-COUNT.
137900     MOVE WS-CR-AMOUNT (WS-CR-SUB) TO WS-PRINT-TOTAL.
138000     DISPLAY WS-CR-CURRENCY (WS-CR-SUB) ' ' WS-PRINT-COUNT
138100         ' CASES ' WS-PRINT-TOTAL.
138200 6100-EXIT.
138300     EXIT.
138400*
138500*****************************************************************
138600*    9000-TERMINATE - CLOSE THE STAGING BATCH WITH ITS          *
138700*    TRAILER, CLOSE FILES AND PRINT THE RUN SUMMARY.  A HARD    *
138800*    FAILURE LEAVES RETURN CODE 16 IN PLACE OVER THE 4.         *
138900*****************************************************************
139000 9000-TERMINATE.
139100     IF WS-HEADER-WRITTEN
139200         PERFORM 4570-WRITE-BATCH-TRAILER THRU 4570-EXIT
139300     END-IF.
139400     CLOSE WALLET-MASTER-FILE.
139500     CLOSE DISPUTE-FILE.
139600     CLOSE DISPUTE-TRANS-FILE.
139700     DISPLAY ' '.
139800     DISPLAY 'DISPUTE RUN SUMMARY'.
139900     DISPLAY 'ACTIONS READ.............: ' WS-ACTIONS-READ.
140000     DISPLAY 'ACTIONS REFUSED..........: ' WS-ACTIONS-REFUSED.
140100     DISPLAY 'CASES OPENED.............: ' WS-CASES-OPENED.
140200     DISPLAY 'RESPONSES RECORDED.......: ' WS-RESPONSES-RECORDED.
140300     DISPLAY 'DECIDED FOR CUSTOMER.....: ' WS-DECIDED-WON.
140400     DISPLAY 'DECIDED AGAINST CUSTOMER.: ' WS-DECIDED-LOST.
140500     DISPLAY 'CREDITS STAGED...........: ' WS-CREDITS-STAGED.
140600     DISPLAY 'RECOVERIES STAGED........: ' WS-RECOVERIES-STAGED.
140700     DISPLAY 'REVERSALS STAGED.........: ' WS-REVERSALS-STAGED.
140800     DISPLAY 'NO DISPUTES WALLET.......: '
140900         WS-NO-DISPUTE-WALLET-COUNT.
141000     DISPLAY 'EARLIER LEGS POSTED......: ' WS-PENDING-POSTED.
141100     DISPLAY 'EARLIER LEGS REJECTED....: ' WS-PENDING-REJECTED.
141200     DISPLAY 'EARLIER LEGS LOST........: ' WS-PENDING-UNSEEN.
141300     DISPLAY 'TODAY''S RESTAGED ON RERUN: ' WS-PENDING-RESTAGED.
141400     DISPLAY 'CASES CLOSED WON.........: ' WS-CLOSED-WON-COUNT.
141500     DISPLAY 'CASES CLOSED LOST........: ' WS-CLOSED-LOST-COUNT.
141600     DISPLAY 'CASES STILL OPEN.........: ' WS-CASES-LISTED.
141700     DISPLAY 'RESPONSE OVERDUE.........: ' WS-RESPONSE-OVERDUE.
141800     DISPLAY 'RESOLUTION OVERDUE.......: ' WS-RESOLVE-OVERDUE.
141900 9000-EXIT.
142000     EXIT.
142100*
142200*****************************************************************
142300*    9100-DATE-TO-DAY-NUMBER - CONVERT WS-DTN-DATE (YYYYMMDD)   *
142400*    TO A DAY NUMBER SINCE THE GREGORIAN EPOCH SO TWO DATES     *
142500*    SUBTRACT TO AN AGE IN CALENDAR DAYS.  LEAP YEARS ARE       *
142600*    EVERY FOURTH YEAR, EXCEPT CENTURIES NOT DIVISIBLE BY 400.  *
142700*****************************************************************
142800 9100-DATE-TO-DAY-NUMBER.
142900     COMPUTE WS-DTN-PRIOR-YEAR = WS-DTN-YEAR - 1.
143000     DIVIDE WS-DTN-PRIOR-YEAR BY 4
143100         GIVING WS-DTN-QUADS.
143200     DIVIDE WS-DTN-PRIOR-YEAR BY 100
143300         GIVING WS-DTN-CENTS.
143400     DIVIDE WS-DTN-PRIOR-YEAR BY 400
143500         GIVING WS-DTN-QUADCENTS.
143600     COMPUTE WS-DTN-DAY-NUMBER =
143700         (WS-DTN-PRIOR-YEAR * 365)
143800         + WS-DTN-QUADS - WS-DTN-CENTS + WS-DTN-QUADCENTS
143900         + WS-MONTH-OFFSET (WS-DTN-MONTH)
144000         + WS-DTN-DAY.
144100     PERFORM 9110-CHECK-LEAP-YEAR THRU 9110-EXIT.
144200     IF WS-DTN-LEAP-YEAR AND WS-DTN-MONTH > 2
144300         ADD 1 TO WS-DTN-DAY-NUMBER
144400     END-IF.
144500 9100-EXIT.
144600     EXIT.
144700*
144800 9110-CHECK-LEAP-YEAR.
144900     MOVE 'N' TO WS-DTN-LEAP-SW.
145000     DIVIDE WS-DTN-YEAR BY 4
145100         GIVING WS-DTN-QUADS REMAINDER WS-DTN-REMAINDER.
145200     IF WS-DTN-REMAINDER = ZERO
145300         SET WS-DTN-LEAP-YEAR TO TRUE
145400     END-IF.
145500     DIVIDE WS-DTN-YEAR BY 100
145600         GIVING WS-DTN-CENTS REMAINDER WS-DTN-REMAINDER.
145700     IF WS-DTN-REMAINDER = ZERO
145800         MOVE 'N' TO WS-DTN-LEAP-SW
145900     END-IF.
146000     DIVIDE WS-DTN-YEAR BY 400
146100         GIVING WS-DTN-QUADCENTS REMAINDER WS-DTN-REMAINDER.
146200     IF WS-DTN-REMAINDER = ZERO
146300         SET WS-DTN-LEAP-YEAR TO TRUE
146400     END-IF.
146500 9110-EXIT.
146600     EXIT.
146700*
146800*****************************************************************
146900*    9200-ADD-ONE-DAY - STEP THE WALK DATE ONE CALENDAR DAY     *
147000*    FORWARD, ROLLING OVER MONTH AND YEAR ENDS.                 *
147100*****************************************************************
147200 9200-ADD-ONE-DAY.
147300     PERFORM 9210-GET-MONTH-DAYS THRU 9210-EXIT.
147400     ADD 1 TO WS-WALK-DAY.
147500     IF WS-WALK-DAY > WS-WALK-MONTH-DAYS
147600         MOVE 1 TO WS-WALK-DAY
147700         ADD 1 TO WS-WALK-MONTH
147800         IF WS-WALK-MONTH > 12
147900             MOVE 1 TO WS-WALK-MONTH
148000             ADD 1 TO WS-WALK-YEAR
148100         END-IF
148200     END-IF.
148300 9200-EXIT.
148400     EXIT.
148500*
148600 9210-GET-MONTH-DAYS.
148700     MOVE WS-MONTH-DAYS (WS-WALK-MONTH) TO WS-WALK-MONTH-DAYS.
148800     IF WS-WALK-MONTH = 2
148900         PERFORM 9220-CHECK-LEAP-YEAR THRU 9220-EXIT
149000         IF WS-WALK-LEAP-YEAR
149100             MOVE 29 TO WS-WALK-MONTH-DAYS
149200         END-IF
149300     END-IF.
149400 9210-EXIT.
149500     EXIT.
149600*
149700 9220-CHECK-LEAP-YEAR.
149800     MOVE 'N' TO WS-WALK-LEAP-SW.
149900     DIVIDE WS-WALK-YEAR BY 4
150000         GIVING WS-WALK-WORKNUM REMAINDER WS-WALK-REMAINDER.
150100     IF WS-WALK-REMAINDER = ZERO
150200         SET WS-WALK-LEAP-YEAR TO TRUE
150300     END-IF.
150400     DIVIDE WS-WALK-YEAR BY 100
150500         GIVING WS-WALK-WORKNUM REMAINDER WS-WALK-REMAINDER.
150600     IF WS-WALK-REMAINDER = ZERO
150700         MOVE 'N' TO WS-WALK-LEAP-SW
150800     END-IF.
150900     DIVIDE WS-WALK-YEAR BY 400
151000         GIVING WS-WALK-WORKNUM REMAINDER WS-WALK-REMAINDER.
151100     IF WS-WALK-REMAINDER = ZERO
151200         SET WS-WALK-LEAP-YEAR TO TRUE
151300     END-IF.
151400 9220-EXIT.
151500     EXIT.
151600*
151700*****************************************************************
151800*    9500-GET-BUSINESS-DATE - READ TODAY'S PROCESSING DATE      *
151900*    FROM THE BUSINESS-DATE CONTROL RECORD.  NO RECORD MEANS    *
152000*    THE SHOP'S CALENDAR HAS NEVER BEEN SEEDED - NOTHING MAY    *
152100*    RUN UNDER A GUESSED DATE, SO THE RUN STOPS HARD.           *
152200*****************************************************************
152300 9500-GET-BUSINESS-DATE.
152400     OPEN INPUT BUSDATE-FILE.
152500     IF NOT BD-STATUS-OK
152600         DISPLAY 'ERROR OPENING BUSDATE-FILE. FILE STATUS: '
152700             BD-FILE-STATUS
152800         MOVE 16 TO RETURN-CODE
152900         STOP RUN
153000     END-IF.
153100     MOVE 'BUSDATE ' TO BD-CONTROL-ID.
153200     READ BUSDATE-FILE
153300         INVALID KEY
153400             DISPLAY 'NO BUSINESS-DATE CONTROL RECORD ON '
153500                 'FILE. SEED IT THROUGH WALDTROL FIRST.'
153600             MOVE 16 TO RETURN-CODE
153700             STOP RUN
153800     END-READ.
153900     MOVE BD-BUSINESS-DATE TO WS-CURRENT-DATE.
154000     CLOSE BUSDATE-FILE.
154100 9500-EXIT.
154200     EXIT.
