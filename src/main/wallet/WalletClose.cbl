000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    WalletClose.
000300 AUTHOR.        D L PATEL.
000400 INSTALLATION.  WALLET SERVICES BATCH.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED. 2026-10-15.
000700*****************************************************************
000800*    PROGRAM......: WalletClose                                 *
000900*    DESCRIPTION..: WALLET CLOSURE SETTLEMENT.  RUNS AFTER THE  *
001000*                   DAY'S POSTING AND CARRIES EVERY OPEN ENTRY  *
001100*                   ON THE CLOSURE MASTER ONE STEP FURTHER.     *
001200*                   WALLET MAINTENANCE OPENS THE ENTRY AND PUTS *
001300*                   THE WALLET INTO CLOSING WHEN IT ACCEPTS THE *
001400*                   CUSTOMER'S REQUEST, SO NOTHING NEW MOVES    *
001500*                   FROM THEN ON.  THIS RUN THEN STAGES, FOR    *
001600*                   THE NEXT WINDOW, A CANCEL OF EVERY ACTIVE   *
001700*                   SCHEDULED INSTRUCTION NAMING THE WALLET,    *
001800*                   A RELEASE OF EVERY OPEN AUTHORIZATION HOLD  *
001900*                   ON IT, AND THE PAYOUT OF THE BALANCE - AN   *
002000*                   EXTERNAL (TYPE X) PAYMENT THROUGH THE HOUSE *
002100*                   SETTLEMENT WALLET FOR ITS CURRENCY TO THE   *
002200*                   CUSTOMER'S BANK, OR A TRANSFER TO THE OTHER *
002300*                   WALLET THE CUSTOMER NAMED.  THE RELEASES    *
002400*                   ARE NUMBERED AHEAD OF THE PAYOUT SO THEY    *
002500*                   POST FIRST.  ONCE THE AUDIT JOURNAL SHOWS   *
002600*                   THE PAYOUT POSTED, A CLOSE ACTION IS        *
002700*                   QUEUED FOR WALLET MAINTENANCE; ONCE THE     *
002800*                   WALLET IS CLOSED THE ENTRY IS CONFIRMED ON  *
002900*                   THE CLOSURE CONFIRMATION REPORT WITH THE    *
003000*                   OWNER'S NAME AND ADDRESS FOR THE CUSTOMER   *
003100*                   FILE.  EACH STEP IS JOURNALED WHERE IT      *
003200*                   HAPPENS - THE CANCELS ON THE SCHEDULE       *
003300*                   MAINTENANCE TRAIL, THE RELEASES AND PAYOUT  *
003400*                   ON THE AUDIT JOURNAL AND GL EXTRACT, THE    *
003500*                   STATUS CHANGES ON THE MAINTENANCE TRAIL.    *
003600*                   A PAYOUT THAT IS REJECTED, REVERSED OR      *
003700*                   NEVER SEEN, OR A CLOSE THAT MAINTENANCE     *
003800*                   REFUSED, PUTS THE ENTRY BACK TO REQUESTED   *
003900*                   AND IT IS STAGED AGAIN.  A WALLET FOUND     *
004000*                   OVERDRAWN IS LEFT FOR COLLECTIONS.  A RERUN *
004100*                   OF THE DAY STAGES NOTHING TWICE.  RETURN    *
004200*                   CODE 4 MEANS AN ENTRY NEEDS ATTENTION.      *
004300*    MODIFICATION HISTORY                                      *
004400*    DATE       INIT  DESCRIPTION                               *
004500*    ---------- ----  -------------------------------------    *
004600*    2026-10-15 DLP   ORIGINAL PROGRAM.                         *
004700*****************************************************************
004800 ENVIRONMENT DIVISION.
004900 CONFIGURATION SECTION.
005000 SOURCE-COMPUTER.   IBM-370.
005100 OBJECT-COMPUTER.   IBM-370.
005200 INPUT-OUTPUT SECTION.
005300 FILE-CONTROL.
005400     SELECT BUSDATE-FILE ASSIGN TO "WALBDATE"
005500         ORGANIZATION IS INDEXED
005600         ACCESS MODE IS RANDOM
005700         RECORD KEY IS BD-CONTROL-ID
005800         FILE STATUS IS BD-FILE-STATUS.
005900     SELECT PARM-FILE ASSIGN TO "WALCLSPM"
006000         ORGANIZATION IS SEQUENTIAL
006100         FILE STATUS IS SP-FILE-STATUS.
006200     SELECT WALLET-MASTER-FILE ASSIGN TO "WALTMSTR"
006300         ORGANIZATION IS INDEXED
006400         ACCESS MODE IS RANDOM
006500         RECORD KEY IS WM-WALLET-ID
006600         FILE STATUS IS WM-FILE-STATUS.
006700     SELECT CUSTOMER-FILE ASSIGN TO "WALCUST"
006800         ORGANIZATION IS INDEXED
006900         ACCESS MODE IS RANDOM
007000         RECORD KEY IS CU-CUSTOMER-ID
007100         FILE STATUS IS CU-FILE-STATUS.
007200     SELECT CLOSURE-FILE ASSIGN TO "WALCLOS"
007300         ORGANIZATION IS INDEXED
007400         ACCESS MODE IS DYNAMIC
007500         RECORD KEY IS WC-WALLET-ID
007600         FILE STATUS IS WC-FILE-STATUS.
007700     SELECT SCHEDULE-FILE ASSIGN TO "WALSCHDF"
007800         ORGANIZATION IS INDEXED
007900         ACCESS MODE IS DYNAMIC
008000         RECORD KEY IS SC-SCHEDULE-ID
008100         FILE STATUS IS SC-FILE-STATUS.
008200     SELECT AUTH-HOLD-FILE ASSIGN TO "WALHOLDS"
008300         ORGANIZATION IS INDEXED
008400         ACCESS MODE IS DYNAMIC
008500         RECORD KEY IS HO-HOLD-REF
008600         FILE STATUS IS HO-FILE-STATUS.
008700     SELECT CLOSE-TRANS-FILE ASSIGN TO "WALCLTR"
008800         ORGANIZATION IS SEQUENTIAL
008900         FILE STATUS IS TR-FILE-STATUS.
009000     SELECT CLOSE-SCHED-FILE ASSIGN TO "WALCLSM"
009100         ORGANIZATION IS SEQUENTIAL
009200         FILE STATUS IS SM-FILE-STATUS.
009300     SELECT CLOSE-MAINT-FILE ASSIGN TO "WALCLMT"
009400         ORGANIZATION IS SEQUENTIAL
009500         FILE STATUS IS MT-FILE-STATUS.
009600*    WS-AUDIT-FILE-NAME HOLDS A FULL DATASET NAME BUILT AT RUN   *
009700*    TIME (WALAUDT.YYYYMMDD), NOT AN EIGHT-CHARACTER DDNAME, SO  *
009800*    THIS PROGRAM MUST BE LINK-EDITED FROM AN OBJECT COMPILED    *
009900*    WITH THE DYNAM OPTION, THE SAME AS THE OTHER JOURNAL        *
010000*    READERS.                                                    *
010100     SELECT AUDIT-FILE ASSIGN TO WS-AUDIT-FILE-NAME
010200         ORGANIZATION IS SEQUENTIAL
010300         FILE STATUS IS AU-FILE-STATUS.
010400*
010500 DATA DIVISION.
010600 FILE SECTION.
010700 FD  BUSDATE-FILE
010800     LABEL RECORDS ARE STANDARD.
010900     COPY WALBDAT.
011000*
011100 FD  PARM-FILE
011200     LABEL RECORDS ARE STANDARD.
011300     COPY WALCLPM.
011400*
011500 FD  WALLET-MASTER-FILE
011600     LABEL RECORDS ARE STANDARD.
011700     COPY WALMSTR.
011800*
011900 FD  CUSTOMER-FILE
012000     LABEL RECORDS ARE STANDARD.
012100     COPY WALCUST.
012200*
012300 FD  CLOSURE-FILE
012400     LABEL RECORDS ARE STANDARD.
012500     COPY WALCLSR.
012600*
012700 FD  SCHEDULE-FILE
012800     LABEL RECORDS ARE STANDARD.
012900     COPY WALSCHD.
013000*
013100 FD  AUTH-HOLD-FILE
013200     LABEL RECORDS ARE STANDARD.
013300     COPY WALHOLD.
013400*
013500 FD  CLOSE-TRANS-FILE
013600     LABEL RECORDS ARE STANDARD.
013700     COPY WALTRNS.
013800*
013900 FD  CLOSE-SCHED-FILE
014000     LABEL RECORDS ARE STANDARD.
014100     COPY WALSCMNT.
014200*
014300 FD  CLOSE-MAINT-FILE
014400     LABEL RECORDS ARE STANDARD.
014500     COPY WALMNT.
014600*
014700 FD  AUDIT-FILE
014800     LABEL RECORDS ARE STANDARD.
014900     COPY WALAUDT.
015000*
015100 WORKING-STORAGE SECTION.
015200 01  WS-FILE-STATUS-CODES.
015300     05  BD-FILE-STATUS          PIC X(02) VALUE SPACES.
015400         88  BD-STATUS-OK            VALUE '00'.
015500     05  SP-FILE-STATUS          PIC X(02) VALUE SPACES.
015600         88  SP-STATUS-OK            VALUE '00'.
015700     05  WM-FILE-STATUS          PIC X(02) VALUE SPACES.
015800         88  WM-STATUS-OK            VALUE '00'.
015900     05  CU-FILE-STATUS          PIC X(02) VALUE SPACES.
016000         88  CU-STATUS-OK            VALUE '00'.
016100     05  WC-FILE-STATUS          PIC X(02) VALUE SPACES.
016200         88  WC-STATUS-OK            VALUE '00'.
016300         88  WC-STATUS-NOT-FOUND     VALUE '35'.
016400     05  SC-FILE-STATUS          PIC X(02) VALUE SPACES.
016500         88  SC-STATUS-OK            VALUE '00'.
016600         88  SC-STATUS-NOT-FOUND     VALUE '35'.
016700     05  HO-FILE-STATUS          PIC X(02) VALUE SPACES.
016800         88  HO-STATUS-OK            VALUE '00'.
016900         88  HO-STATUS-NOT-FOUND     VALUE '35'.
017000     05  TR-FILE-STATUS          PIC X(02) VALUE SPACES.
017100         88  TR-STATUS-OK            VALUE '00'.
017200     05  SM-FILE-STATUS          PIC X(02) VALUE SPACES.
017300         88  SM-STATUS-OK            VALUE '00'.
017400     05  MT-FILE-STATUS          PIC X(02) VALUE SPACES.
017500         88  MT-STATUS-OK            VALUE '00'.
017600     05  AU-FILE-STATUS          PIC X(02) VALUE SPACES.
017700         88  AU-STATUS-OK            VALUE '00'.
017800*
017900 01  WS-EOF-SWITCHES.
018000     05  WS-CLOSURE-SCAN-SW      PIC X(01) VALUE 'N'.
018100         88  WS-CLOSURE-SCAN-DONE    VALUE 'Y'.
018200     05  WS-AUDIT-EOF-SW         PIC X(01) VALUE 'N'.
018300         88  AUDIT-EOF               VALUE 'Y'.
018400     05  WS-SCHEDULE-EOF-SW      PIC X(01) VALUE 'N'.
018500         88  SCHEDULE-EOF            VALUE 'Y'.
018600     05  WS-HOLD-EOF-SW          PIC X(01) VALUE 'N'.
018700         88  HOLD-EOF                VALUE 'Y'.
018800     05  WS-RUN-ABORT-SW         PIC X(01) VALUE 'N'.
018900         88  WS-RUN-ABORTED          VALUE 'Y'.
019000*
019100 01  WS-WORK-SWITCHES.
019200     05  WS-HEADER-WRITTEN-SW    PIC X(01) VALUE 'N'.
019300         88  WS-HEADER-WRITTEN       VALUE 'Y'.
019400     05  WS-SCHEDULES-OPEN-SW    PIC X(01) VALUE 'N'.
019500         88  WS-SCHEDULES-OPEN       VALUE 'Y'.
019600     05  WS-HOLDS-OPEN-SW        PIC X(01) VALUE 'N'.
019700         88  WS-HOLDS-OPEN           VALUE 'Y'.
019800*
019900 01  WS-RUN-COUNTERS.
020000     05  WS-OPEN-CLOSURES        PIC 9(08) VALUE ZERO.
020100     05  WS-CONFIRMED-COUNT      PIC 9(08) VALUE ZERO.
020200     05  WS-STAGED-COUNT         PIC 9(08) VALUE ZERO.
020300     05  WS-CANCELS-STAGED       PIC 9(08) VALUE ZERO.
020400     05  WS-RELEASES-STAGED      PIC 9(08) VALUE ZERO.
020500     05  WS-PAYOUTS-STAGED       PIC 9(08) VALUE ZERO.
020600     05  WS-CLOSES-QUEUED        PIC 9(08) VALUE ZERO.
020700     05  WS-NOT-STAGED-COUNT     PIC 9(08) VALUE ZERO.
020800     05  WS-CLOSES-REFUSED       PIC 9(08) VALUE ZERO.
020900     05  WS-PENDING-POSTED       PIC 9(08) VALUE ZERO.
021000     05  WS-PENDING-REJECTED     PIC 9(08) VALUE ZERO.
021100     05  WS-PENDING-REVERSED     PIC 9(08) VALUE ZERO.
021200     05  WS-PENDING-UNSEEN       PIC 9(08) VALUE ZERO.
021300     05  WS-PENDING-RESTAGED     PIC 9(08) VALUE ZERO.
021400     05  WS-IN-PROGRESS-LISTED   PIC 9(08) VALUE ZERO.
021500     05  WS-DETAIL-COUNT         PIC 9(08) VALUE ZERO.
021600     05  WS-NEXT-SEQUENCE        PIC 9(08) VALUE 600000.
021700     05  WS-CLOSURE-HASH-TOTAL   PIC S9(13)V99 COMP-3
021800                                 VALUE ZERO.
021900*
022000 01  WS-CURRENT-DATE-TIME.
022100     05  WS-CURRENT-DATE         PIC 9(08) VALUE ZERO.
022200     05  WS-CURRENT-DATE-R REDEFINES WS-CURRENT-DATE.
022300         10  WS-CURRENT-YEAR         PIC X(04).
022400         10  WS-CURRENT-MMDD         PIC X(04).
022500     05  WS-CURRENT-TIME         PIC 9(08) VALUE ZERO.
022600*
022700 01  WS-CLOSURE-BATCH-ID         PIC X(08) VALUE SPACES.
022800 01  WS-AUDIT-FILE-NAME          PIC X(20) VALUE SPACES.
022900 01  WS-SCAN-START-DATE          PIC 9(08) VALUE ZERO.
023000 01  WS-PARM-SUB                 PIC 9(04) COMP VALUE ZERO.
023100 01  WS-NOT-STAGED-REASON        PIC X(30) VALUE SPACES.
023200*
023300*    ONE STAGED DETAIL - THE LEGS, THE AMOUNT, THE TYPE AND,    *
023400*    FOR A RELEASE, THE HOLD IT NAMES.                          *
023500 01  WS-DETAIL-WORK.
023600     05  WS-DETAIL-FROM          PIC X(10) VALUE SPACES.
023700     05  WS-DETAIL-TO            PIC X(10) VALUE SPACES.
023800     05  WS-DETAIL-AMOUNT        PIC S9(9)V99 COMP-3 VALUE ZERO.
023900     05  WS-DETAIL-TYPE          PIC X(01) VALUE SPACE.
024000     05  WS-DETAIL-HOLD-REF      PIC X(16) VALUE SPACES.
024100*
024200*    THE HOUSE SETTLEMENT WALLETS FROM THE PARAMETER RECORD,    *
024300*    ONE PER CURRENCY, EACH PROVED AGAINST THE WALLET MASTER.   *
024400 01  WS-SETTLEMENT-WALLET-TABLE.
024500     05  WS-SW-COUNT             PIC 9(04) COMP VALUE ZERO.
024600     05  WS-SW-SUB               PIC 9(04) COMP VALUE ZERO.
024700     05  WS-SW-FOUND-SUB         PIC 9(04) COMP VALUE ZERO.
024800     05  WS-SW-PROBE-CURRENCY    PIC X(03) VALUE SPACES.
024900     05  WS-SW-ENTRY OCCURS 5 TIMES.
025000         10  WS-SW-CURRENCY          PIC X(03).
025100         10  WS-SW-WALLET-ID         PIC X(10).
025200*
025300*    ONE ENTRY PER CLOSURE WHOSE PAYOUT IS STILL STAGED,        *
025400*    WAITING FOR ITS OUTCOME ON THE AUDIT JOURNAL.              *
025500 01  WS-PENDING-TABLE.
025600     05  WS-PD-COUNT             PIC 9(04) COMP VALUE ZERO.
025700     05  WS-PD-SUB               PIC 9(04) COMP VALUE ZERO.
025800     05  WS-PD-FOUND-SUB         PIC 9(04) COMP VALUE ZERO.
025900     05  WS-PD-ENTRY OCCURS 2000 TIMES.
026000         10  WS-PD-WALLET-ID         PIC X(10).
026100         10  WS-PD-BATCH-ID          PIC X(08).
026200         10  WS-PD-SEQUENCE-NO       PIC 9(08).
026300         10  WS-PD-RESULT            PIC X(01).
026400             88  WS-PD-NOT-SEEN          VALUE SPACE.
026500             88  WS-PD-POSTED            VALUE 'P'.
026600             88  WS-PD-REJECTED          VALUE 'R'.
026700             88  WS-PD-REVERSED          VALUE 'V'.
026800         10  WS-PD-JOURNAL-DATE      PIC 9(08).
026900         10  WS-PD-REASON-TEXT       PIC X(30).
027000*
027100*    ONE ENTRY PER CLOSURE TO BE STAGED THIS RUN, WITH WHAT THE *
027200*    SCHEDULE AND HOLD PASSES FOUND FOR IT.                     *
027300 01  WS-STAGING-TABLE.
027400     05  WS-ST-COUNT             PIC 9(04) COMP VALUE ZERO.
027500     05  WS-ST-SUB               PIC 9(04) COMP VALUE ZERO.
027600     05  WS-ST-FOUND-SUB         PIC 9(04) COMP VALUE ZERO.
027700     05  WS-ST-PROBE-WALLET      PIC X(10) VALUE SPACES.
027800     05  WS-ST-ENTRY OCCURS 500 TIMES.
027900         10  WS-ST-WALLET-ID         PIC X(10).
028000         10  WS-ST-SCHEDULES         PIC 9(04).
028100         10  WS-ST-HOLDS             PIC 9(04).
028200         10  WS-ST-HOLDS-AMOUNT      PIC S9(9)V99 COMP-3.
028300*
028400 01  WS-PRINT-FIELDS.
028500     05  WS-PRINT-AMOUNT         PIC ---------9.99.
028600     05  WS-PRINT-HOLDS          PIC ---------9.99.
028700     05  WS-PRINT-COUNT          PIC ZZZ9.
028800     05  WS-PRINT-HOLD-COUNT     PIC ZZZ9.
028900     05  WS-PRINT-METHOD         PIC X(14) VALUE SPACES.
029000     05  WS-PRINT-NAME           PIC X(30) VALUE SPACES.
029100     05  WS-PRINT-ADDR-1         PIC X(30) VALUE SPACES.
029200     05  WS-PRINT-ADDR-2         PIC X(30) VALUE SPACES.
029300*
029400*    CALENDAR WORK FIELDS FOR WALKING THE JOURNALS.             *
029500 01  WS-WALK-WORK.
029600     05  WS-WALK-DATE            PIC 9(08) VALUE ZERO.
029700     05  WS-WALK-DATE-R REDEFINES WS-WALK-DATE.
029800         10  WS-WALK-YEAR            PIC 9(04).
029900         10  WS-WALK-MONTH           PIC 9(02).
030000         10  WS-WALK-DAY             PIC 9(02).
030100     05  WS-WALK-MONTH-DAYS      PIC 9(02) VALUE ZERO.
030200     05  WS-WALK-REMAINDER       PIC S9(08) COMP VALUE ZERO.
030300     05  WS-WALK-WORKNUM         PIC S9(08) COMP VALUE ZERO.
030400     05  WS-WALK-LEAP-SW         PIC X(01) VALUE 'N'.
030500         88  WS-WALK-LEAP-YEAR       VALUE 'Y'.
030600*
030700 01  WS-MONTH-DAYS-VALUES        PIC X(24) VALUE
030800     '312831303130313130313031'.
030900 01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-VALUES.
031000     05  WS-MONTH-DAYS           PIC 9(02) OCCURS 12 TIMES.
031100*
031200 PROCEDURE DIVISION.
031300*****************************************************************
031400*    0000-MAINLINE                                              *
031500*****************************************************************
031600 0000-MAINLINE.
031700     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
031800     IF NOT WS-RUN-ABORTED
031900         PERFORM 2000-LOAD-PENDING THRU 2000-EXIT
032000     END-IF.
032100     IF NOT WS-RUN-ABORTED
032200         PERFORM 3000-SCAN-JOURNALS THRU 3000-EXIT
032300     END-IF.
032400     IF NOT WS-RUN-ABORTED
032500         PERFORM 3500-SETTLE-PENDING THRU 3500-EXIT
032600     END-IF.
032700     IF NOT WS-RUN-ABORTED
032800         PERFORM 4000-REVIEW-CLOSURES THRU 4000-EXIT
032900     END-IF.
033000     IF NOT WS-RUN-ABORTED
033100         PERFORM 5000-STAGE-CLOSURES THRU 5000-EXIT
033200     END-IF.
033300     IF NOT WS-RUN-ABORTED
033400         PERFORM 6000-LIST-IN-PROGRESS THRU 6000-EXIT
033500     END-IF.
033600     PERFORM 9000-TERMINATE THRU 9000-EXIT.
033700     STOP RUN.
033800*
033900*****************************************************************
034000*    1000-INITIALIZE - READ AND PROVE THE PARAMETER RECORD,     *
034100*    OPEN THE MASTERS AND THE STANDING CLOSURE MASTER, CREATING *
034200*    IT EMPTY THE FIRST TIME, AND START THE THREE STAGING       *
034300*    DATASETS AFRESH.  A MISSING PARAMETER RECORD, OR A         *
034400*    SETTLEMENT WALLET THAT DOES NOT PROVE, ENDS THE RUN BEFORE *
034500*    ANYTHING IS STAGED.  NO SCHEDULE OR HOLD FILE YET MEANS    *
034600*    NOTHING TO CANCEL OR RELEASE.                              *
034700*****************************************************************
034800 1000-INITIALIZE.
034900     PERFORM 9500-GET-BUSINESS-DATE THRU 9500-EXIT.
035000     ACCEPT WS-CURRENT-TIME FROM TIME.
035100     STRING 'CLOS' WS-CURRENT-MMDD DELIMITED BY SIZE
035200         INTO WS-CLOSURE-BATCH-ID.
035300     OPEN INPUT PARM-FILE.
035400     IF NOT SP-STATUS-OK
035500         DISPLAY 'ERROR OPENING PARM-FILE. FILE STATUS: '
035600             SP-FILE-STATUS
035700         MOVE 16 TO RETURN-CODE
035800         SET WS-RUN-ABORTED TO TRUE
035900         GO TO 1000-EXIT
036000     END-IF.
036100     READ PARM-FILE
036200         AT END
036300             DISPLAY 'PARM-FILE IS EMPTY.'
036400             MOVE 16 TO RETURN-CODE
036500             SET WS-RUN-ABORTED TO TRUE
036600     END-READ.
036700     CLOSE PARM-FILE.
036800     IF WS-RUN-ABORTED
036900         GO TO 1000-EXIT
037000     END-IF.
037100     OPEN INPUT WALLET-MASTER-FILE.
037200     IF NOT WM-STATUS-OK
037300         DISPLAY 'ERROR OPENING WALLET-MASTER-FILE. FILE '
037400             'STATUS: ' WM-FILE-STATUS
037500         MOVE 16 TO RETURN-CODE
037600         SET WS-RUN-ABORTED TO TRUE
037700         GO TO 1000-EXIT
037800     END-IF.
037900     MOVE ZERO TO WS-PARM-SUB.
038000     PERFORM 1100-PROVE-SETTLEMENT-WALLET THRU 1100-EXIT
038100         UNTIL WS-PARM-SUB >= 5
038200         OR WS-RUN-ABORTED.
038300     IF WS-RUN-ABORTED
038400         GO TO 1000-EXIT
038500     END-IF.
038600     OPEN INPUT CUSTOMER-FILE.
038700     IF NOT CU-STATUS-OK
038800         DISPLAY 'ERROR OPENING CUSTOMER-FILE. FILE STATUS: '
038900             CU-FILE-STATUS
039000         MOVE 16 TO RETURN-CODE
039100         SET WS-RUN-ABORTED TO TRUE
039200         GO TO 1000-EXIT
039300     END-IF.
039400     OPEN I-O CLOSURE-FILE.
039500     IF WC-STATUS-NOT-FOUND
039600         OPEN OUTPUT CLOSURE-FILE
039700         CLOSE CLOSURE-FILE
039800         OPEN I-O CLOSURE-FILE
039900     END-IF.
040000     IF NOT WC-STATUS-OK
040100         DISPLAY 'ERROR OPENING CLOSURE-FILE. FILE STATUS: '
040200             WC-FILE-STATUS
040300         MOVE 16 TO RETURN-CODE
040400         SET WS-RUN-ABORTED TO TRUE
040500         GO TO 1000-EXIT
040600     END-IF.
040700     OPEN INPUT SCHEDULE-FILE.
040800     IF SC-STATUS-OK
040900         SET WS-SCHEDULES-OPEN TO TRUE
041000     ELSE
041100         IF NOT SC-STATUS-NOT-FOUND
041200             DISPLAY 'ERROR OPENING SCHEDULE-FILE. FILE STATUS: '
041300                 SC-FILE-STATUS
041400             MOVE 16 TO RETURN-CODE
041500             SET WS-RUN-ABORTED TO TRUE
041600             GO TO 1000-EXIT
041700         END-IF
041800     END-IF.
041900     OPEN INPUT AUTH-HOLD-FILE.
042000     IF HO-STATUS-OK
042100         SET WS-HOLDS-OPEN TO TRUE
042200     ELSE
042300         IF NOT HO-STATUS-NOT-FOUND
042400             DISPLAY 'ERROR OPENING AUTH-HOLD-FILE. FILE STATUS: '
042500                 HO-FILE-STATUS
042600             MOVE 16 TO RETURN-CODE
042700             SET WS-RUN-ABORTED TO TRUE
042800             GO TO 1000-EXIT
042900         END-IF
043000     END-IF.
043100     OPEN OUTPUT CLOSE-TRANS-FILE.
043200     IF NOT TR-STATUS-OK
043300         DISPLAY 'ERROR OPENING CLOSE-TRANS-FILE. FILE '
043400             'STATUS: ' TR-FILE-STATUS
043500         MOVE 16 TO RETURN-CODE
043600         SET WS-RUN-ABORTED TO TRUE
043700         GO TO 1000-EXIT
043800     END-IF.
043900     OPEN OUTPUT CLOSE-SCHED-FILE.
044000     IF NOT SM-STATUS-OK
044100         DISPLAY 'ERROR OPENING CLOSE-SCHED-FILE. FILE '
044200             'STATUS: ' SM-FILE-STATUS
044300         MOVE 16 TO RETURN-CODE
044400         SET WS-RUN-ABORTED TO TRUE
044500         GO TO 1000-EXIT
044600     END-IF.
044700     OPEN OUTPUT CLOSE-MAINT-FILE.
044800     IF NOT MT-STATUS-OK
044900         DISPLAY 'ERROR OPENING CLOSE-MAINT-FILE. FILE '
045000             'STATUS: ' MT-FILE-STATUS
045100         MOVE 16 TO RETURN-CODE
045200         SET WS-RUN-ABORTED TO TRUE
045300         GO TO 1000-EXIT
045400     END-IF.
045500     DISPLAY 'WALLET CLOSURE SETTLEMENT - ' WS-CURRENT-DATE.
045600     DISPLAY '------------------------------------------'.
045700 1000-EXIT.
045800     EXIT.
045900*
046000*****************************************************************
046100*    1100-PROVE-SETTLEMENT-WALLET - A CURRENCY NAMED ON THE     *
046200*    PARAMETER RECORD MUST NAME A SETTLEMENT WALLET THAT IS ON  *
046300*    FILE, OPEN, HELD IN THAT SAME CURRENCY SO A PAYOUT NEVER   *
046400*    CONVERTS, AND NOT ATTACHED TO A CUSTOMER.                  *
046500*****************************************************************
046600 1100-PROVE-SETTLEMENT-WALLET.
046700     ADD 1 TO WS-PARM-SUB.
046800     IF SP-SETTLEMENT-CURRENCY (WS-PARM-SUB) = SPACES
046900         GO TO 1100-EXIT
047000     END-IF.
047100     MOVE SP-SETTLEMENT-WALLET-ID (WS-PARM-SUB) TO WM-WALLET-ID.
047200     READ WALLET-MASTER-FILE
047300         INVALID KEY
047400             DISPLAY 'SETTLEMENT WALLET ' WM-WALLET-ID ' FOR '
047500                 SP-SETTLEMENT-CURRENCY (WS-PARM-SUB)
047600                 ' IS NOT ON THE WALLET MASTER.'
047700             MOVE 16 TO RETURN-CODE
047800             SET WS-RUN-ABORTED TO TRUE
047900             GO TO 1100-EXIT
048000     END-READ.
048100     IF WM-CURRENCY-CODE NOT =
048200         SP-SETTLEMENT-CURRENCY (WS-PARM-SUB)
048300         OR NOT WM-STATUS-ACTIVE
048400         OR WM-CUSTOMER-ID NOT = SPACES
048500         DISPLAY 'SETTLEMENT WALLET ' WM-WALLET-ID
048550             ' IS NOT OPEN, '
048600             'IS A CUSTOMER WALLET, OR IS NOT HELD IN '
048700             SP-SETTLEMENT-CURRENCY (WS-PARM-SUB) '.'
048800         MOVE 16 TO RETURN-CODE
048900         SET WS-RUN-ABORTED TO TRUE
049000         GO TO 1100-EXIT
049100     END-IF.
049200     ADD 1 TO WS-SW-COUNT.
049300     MOVE SP-SETTLEMENT-CURRENCY (WS-PARM-SUB) TO
049400         WS-SW-CURRENCY (WS-SW-COUNT).
049500     MOVE SP-SETTLEMENT-WALLET-ID (WS-PARM-SUB) TO
049600         WS-SW-WALLET-ID (WS-SW-COUNT).
049700 1100-EXIT.
049800     EXIT.
049900*
050000*****************************************************************
050100*    2000-LOAD-PENDING - COLLECT EVERY CLOSURE WHOSE PAYOUT IS  *
050200*    STILL STAGED AND NOTE THE EARLIEST STAGING DATE SO THE     *
050300*    JOURNAL SCAN STARTS THERE.  ONE STAGED TODAY IS INCLUDED:  *
050400*    ON A RERUN OF THE WHOLE WINDOW ONLY TODAY'S JOURNAL CAN    *
050500*    SAY WHETHER THE POSTING STEP ALREADY TOOK IT.              *
050600*****************************************************************
050700 2000-LOAD-PENDING.
050800     MOVE WS-CURRENT-DATE TO WS-SCAN-START-DATE.
050900     MOVE 'N' TO WS-CLOSURE-SCAN-SW.
051000     MOVE LOW-VALUES TO WC-WALLET-ID.
051100     START CLOSURE-FILE
051200         KEY IS NOT < WC-WALLET-ID
051300         INVALID KEY
051400             SET WS-CLOSURE-SCAN-DONE TO TRUE
051500     END-START.
051600     PERFORM 2100-LOAD-ONE-PENDING THRU 2100-EXIT
051700         UNTIL WS-CLOSURE-SCAN-DONE
051800         OR WS-RUN-ABORTED.
051900 2000-EXIT.
052000     EXIT.
052100*
052200 2100-LOAD-ONE-PENDING.
052300     READ CLOSURE-FILE NEXT RECORD
052400         AT END
052500             SET WS-CLOSURE-SCAN-DONE TO TRUE
052600             GO TO 2100-EXIT
052700     END-READ.
052800     IF NOT WC-STATUS-OK
052900         DISPLAY 'ERROR READING CLOSURE-FILE. FILE STATUS: '
053000             WC-FILE-STATUS
053100         MOVE 16 TO RETURN-CODE
053200         SET WS-RUN-ABORTED TO TRUE
053300         GO TO 2100-EXIT
053400     END-IF.
053500     IF NOT WC-STATUS-STAGED
053600         OR WC-PAYOUT-SEQUENCE-NO = ZERO
053700         GO TO 2100-EXIT
053800     END-IF.
053900     IF WS-PD-COUNT >= 2000
054000         DISPLAY 'PENDING TABLE FULL. RUN ABENDED BEFORE ANY '
054100             'PAYOUT COULD BE MISCOUNTED.'
054200         MOVE 16 TO RETURN-CODE
054300         SET WS-RUN-ABORTED TO TRUE
054400         GO TO 2100-EXIT
054500     END-IF.
054600     ADD 1 TO WS-PD-COUNT.
054700     MOVE WC-WALLET-ID TO WS-PD-WALLET-ID (WS-PD-COUNT).
054800     MOVE WC-PAYOUT-BATCH-ID TO WS-PD-BATCH-ID (WS-PD-COUNT).
054900     MOVE WC-PAYOUT-SEQUENCE-NO TO
055000         WS-PD-SEQUENCE-NO (WS-PD-COUNT).
055100     MOVE SPACE TO WS-PD-RESULT (WS-PD-COUNT).
055200     MOVE ZERO TO WS-PD-JOURNAL-DATE (WS-PD-COUNT).
055300     MOVE SPACES TO WS-PD-REASON-TEXT (WS-PD-COUNT).
055400     IF WC-STAGED-DATE < WS-SCAN-START-DATE
055500         MOVE WC-STAGED-DATE TO WS-SCAN-START-DATE
055600     END-IF.
055700 2100-EXIT.
055800     EXIT.
055900*
056000*****************************************************************
056100*    3000-SCAN-JOURNALS - WALK EVERY AUDIT JOURNAL FROM THE     *
056200*    SCAN START DATE THROUGH TODAY, NOTING HOW EACH STAGED      *
056300*    PAYOUT ENDED.  NOTHING PENDING MEANS NOTHING TO SCAN; A    *
056400*    DAY WITH NO JOURNAL IS SIMPLY SKIPPED.                     *
056500*****************************************************************
056600 3000-SCAN-JOURNALS.
056700     IF WS-PD-COUNT = ZERO
056800         GO TO 3000-EXIT
056900     END-IF.
057000     MOVE WS-SCAN-START-DATE TO WS-WALK-DATE.
057100     PERFORM 3100-SCAN-ONE-DAY THRU 3100-EXIT
057200         UNTIL WS-WALK-DATE > WS-CURRENT-DATE
057300         OR WS-RUN-ABORTED.
057400 3000-EXIT.
057500     EXIT.
057600*
057700 3100-SCAN-ONE-DAY.
057800     MOVE SPACES TO WS-AUDIT-FILE-NAME.
057900     STRING 'WALAUDT.' WS-WALK-DATE DELIMITED BY SIZE
058000         INTO WS-AUDIT-FILE-NAME.
058100     MOVE 'N' TO WS-AUDIT-EOF-SW.
058200     OPEN INPUT AUDIT-FILE.
058300     IF AU-STATUS-OK
058400         PERFORM 3200-READ-AUDIT-RECORD THRU 3200-EXIT
058500         PERFORM 3300-MATCH-ENTRY THRU 3300-EXIT
058600             UNTIL AUDIT-EOF
058700         CLOSE AUDIT-FILE
058800     END-IF.
058900     PERFORM 9200-ADD-ONE-DAY THRU 9200-EXIT.
059000 3100-EXIT.
059100     EXIT.
059200*
059300 3200-READ-AUDIT-RECORD.
059400     READ AUDIT-FILE
059500         AT END
059600             SET AUDIT-EOF TO TRUE
059700     END-READ.
059800     IF NOT AUDIT-EOF AND NOT AU-STATUS-OK
059900         DISPLAY 'ERROR READING ' WS-AUDIT-FILE-NAME
060000             ' FILE STATUS: ' AU-FILE-STATUS
060100         MOVE 16 TO RETURN-CODE
060200         SET AUDIT-EOF TO TRUE
060300         SET WS-RUN-ABORTED TO TRUE
060400     END-IF.
060500 3200-EXIT.
060600     EXIT.
060700*
060800*****************************************************************
060900*    3300-MATCH-ENTRY - A JOURNAL ENTRY UNDER A CLOSURE BATCH   *
061000*    ID IS MATCHED TO ITS STAGED PAYOUT BY BATCH AND SEQUENCE.  *
061100*    THE PAYOUT SKIPS THE VELOCITY SCREEN AND CARRIES TODAY'S   *
061200*    VALUE DATE, SO ONLY POSTED, REJECTED AND REVERSED MATTER.  *
061300*    THE HOLD RELEASES ON THE SAME BATCH MATCH NOTHING.         *
061400*****************************************************************
061500 3300-MATCH-ENTRY.
061600     IF AU-BATCH-ID (1:4) NOT = 'CLOS'
061700         GO TO 3300-READ-NEXT
061800     END-IF.
061900     IF NOT AU-RESULT-POSTED AND NOT AU-RESULT-REJECTED
062000         AND NOT AU-RESULT-REVERSED
062100         GO TO 3300-READ-NEXT
062200     END-IF.
062300     MOVE ZERO TO WS-PD-FOUND-SUB.
062400     MOVE ZERO TO WS-PD-SUB.
062500     PERFORM 3310-TEST-ONE-PENDING THRU 3310-EXIT
062600         UNTIL WS-PD-FOUND-SUB > ZERO
062700         OR WS-PD-SUB >= WS-PD-COUNT.
062800     IF WS-PD-FOUND-SUB > ZERO
062900         MOVE AU-RESULT-CODE TO WS-PD-RESULT (WS-PD-FOUND-SUB)
063000         MOVE AU-JOURNAL-DATE TO
063100             WS-PD-JOURNAL-DATE (WS-PD-FOUND-SUB)
063200         MOVE AU-REASON-TEXT TO
063300             WS-PD-REASON-TEXT (WS-PD-FOUND-SUB)
063400     END-IF.
063500 3300-READ-NEXT.
063600     PERFORM 3200-READ-AUDIT-RECORD THRU 3200-EXIT.
063700 3300-EXIT.
063800     EXIT.
063900*
064000 3310-TEST-ONE-PENDING.
064100     ADD 1 TO WS-PD-SUB.
064200     IF WS-PD-BATCH-ID (WS-PD-SUB) = AU-BATCH-ID
064300         AND WS-PD-SEQUENCE-NO (WS-PD-SUB) = AU-SEQUENCE-NO
064400         MOVE WS-PD-SUB TO WS-PD-FOUND-SUB
064500     END-IF.
064600 3310-EXIT.
064700     EXIT.
064800*
064900*****************************************************************
065000*    3500-SETTLE-PENDING - BOOK EACH STAGED PAYOUT BY ITS       *
065100*    OUTCOME.  A POSTED PAYOUT MOVES THE ENTRY ON TO HAVE ITS   *
065200*    CLOSE QUEUED.  ONE STAGED TODAY THAT NO JOURNAL SHOWS YET  *
065300*    GOES BACK TO REQUESTED SO THIS RUN STAGES IT AFRESH; A     *
065400*    REJECTED OR REVERSED ONE, OR ONE FROM AN EARLIER DAY THAT  *
065500*    NO JOURNAL SHOWS, GOES BACK TO REQUESTED WITH THE REASON   *
065600*    AND IS STAGED AGAIN TODAY.                                 *
065700*****************************************************************
065800 3500-SETTLE-PENDING.
065900     DISPLAY ' '.
066000     DISPLAY 'PAYOUTS STAGED ON EARLIER RUNS'.
066100     DISPLAY '------------------------------------------'.
066200     MOVE ZERO TO WS-PD-SUB.
066300     PERFORM 3600-SETTLE-ONE-PENDING THRU 3600-EXIT
066400         UNTIL WS-PD-SUB >= WS-PD-COUNT
066500         OR WS-RUN-ABORTED.
066600 3500-EXIT.
066700     EXIT.
066800*
066900 3600-SETTLE-ONE-PENDING.
067000     ADD 1 TO WS-PD-SUB.
067100     MOVE WS-PD-WALLET-ID (WS-PD-SUB) TO WC-WALLET-ID.
067200     READ CLOSURE-FILE
067300         INVALID KEY
067400             DISPLAY 'CLOSURE RECORD ' WC-WALLET-ID
067500                 ' VANISHED DURING THE RUN.'
067600             MOVE 16 TO RETURN-CODE
067700             SET WS-RUN-ABORTED TO TRUE
067800             GO TO 3600-EXIT
067900     END-READ.
068000     MOVE WC-PAYOUT-AMOUNT TO WS-PRINT-AMOUNT.
068100     IF WS-PD-NOT-SEEN (WS-PD-SUB)
068200         AND WC-STAGED-DATE NOT < WS-CURRENT-DATE
068300         ADD 1 TO WS-PENDING-RESTAGED
068400         SET WC-STATUS-REQUESTED TO TRUE
068500         PERFORM 4900-REWRITE-CLOSURE THRU 4900-EXIT
068600         GO TO 3600-EXIT
068700     END-IF.
068800     EVALUATE TRUE
068900         WHEN WS-PD-POSTED (WS-PD-SUB)
069000             ADD 1 TO WS-PENDING-POSTED
069100             MOVE WS-PD-JOURNAL-DATE (WS-PD-SUB) TO WC-PAYOUT-DATE
069200             SET WC-STATUS-CLOSE-QUEUED TO TRUE
069300             MOVE WS-CURRENT-DATE TO WC-CLOSE-QUEUED-DATE
069400             MOVE 'PAYOUT POSTED - CLOSE QUEUED' TO WC-REASON-TEXT
069500             DISPLAY 'PAYOUT POSTED       ' WC-WALLET-ID ' '
069600                 WC-CURRENCY-CODE ' ' WS-PRINT-AMOUNT
069700         WHEN WS-PD-REVERSED (WS-PD-SUB)
069800             ADD 1 TO WS-PENDING-REVERSED
069900             SET WC-STATUS-REQUESTED TO TRUE
070000             MOVE 'PAYOUT REVERSED BY BACKOUT' TO WC-REASON-TEXT
070100             IF RETURN-CODE < 4
070200                 MOVE 4 TO RETURN-CODE
070300             END-IF
070400             DISPLAY 'PAYOUT REVERSED     ' WC-WALLET-ID ' '
070500                 WC-CURRENCY-CODE ' ' WS-PRINT-AMOUNT
070600                 ' - STAGED AGAIN'
070700         WHEN WS-PD-REJECTED (WS-PD-SUB)
070800             ADD 1 TO WS-PENDING-REJECTED
070900             SET WC-STATUS-REQUESTED TO TRUE
071000             MOVE WS-PD-REASON-TEXT (WS-PD-SUB) TO WC-REASON-TEXT
071100             IF RETURN-CODE < 4
071200                 MOVE 4 TO RETURN-CODE
071300             END-IF
071400             DISPLAY 'PAYOUT REJECTED     ' WC-WALLET-ID ' '
071500                 WC-CURRENCY-CODE ' ' WS-PRINT-AMOUNT ' - '
071600                 WS-PD-REASON-TEXT (WS-PD-SUB)
071700         WHEN OTHER
071800             ADD 1 TO WS-PENDING-UNSEEN
071900             SET WC-STATUS-REQUESTED TO TRUE
072000             MOVE 'PAYOUT NOT FOUND ON ANY JOURNAL' TO
072100                 WC-REASON-TEXT
072200             IF RETURN-CODE < 4
072300                 MOVE 4 TO RETURN-CODE
072400             END-IF
072500             DISPLAY 'PAYOUT NOT ON ANY JOURNAL ' WC-WALLET-ID ' '
072600                 WC-PAYOUT-BATCH-ID '/' WC-PAYOUT-SEQUENCE-NO
072700                 ' - STAGED AGAIN'
072800     END-EVALUATE.
072900     PERFORM 4900-REWRITE-CLOSURE THRU 4900-EXIT.
073000 3600-EXIT.
073100     EXIT.
073200*
073300*****************************************************************
073400*    4000-REVIEW-CLOSURES - WALK THE CLOSURE MASTER AND MOVE    *
073500*    EVERY OPEN ENTRY ON AS FAR AS THE WALLET ALLOWS: CONFIRM   *
073600*    THE ONES NOW CLOSED, QUEUE OR RE-QUEUE CLOSES, AND PICK    *
073700*    OUT THE ONES TO BE STAGED BY THIS RUN.                     *
073800*****************************************************************
073900 4000-REVIEW-CLOSURES.
074000     DISPLAY ' '.
074100     DISPLAY 'CLOSURE CONFIRMATIONS FOR THE CUSTOMER FILE'.
074200     DISPLAY '------------------------------------------'.
074300     MOVE 'N' TO WS-CLOSURE-SCAN-SW.
074400     MOVE LOW-VALUES TO WC-WALLET-ID.
074500     START CLOSURE-FILE
074600         KEY IS NOT < WC-WALLET-ID
074700         INVALID KEY
074800             SET WS-CLOSURE-SCAN-DONE TO TRUE
074900     END-START.
075000     PERFORM 4100-REVIEW-ONE-CLOSURE THRU 4100-EXIT
075100         UNTIL WS-CLOSURE-SCAN-DONE
075200         OR WS-RUN-ABORTED.
075300 4000-EXIT.
075400     EXIT.
075500*
075600*****************************************************************
075700*    4100-REVIEW-ONE-CLOSURE - A WALLET ALREADY CLOSED IS       *
075800*    CONFIRMED WHATEVER STAGE ITS ENTRY HAD REACHED.  A WALLET  *
075900*    THAT IS NO LONGER IN CLOSING IS REPORTED AND LEFT ALONE.   *
076000*    OTHERWISE THE ENTRY IS TAKEN ON FROM ITS STATUS.           *
076100*****************************************************************
076200 4100-REVIEW-ONE-CLOSURE.
076300     READ CLOSURE-FILE NEXT RECORD
076400         AT END
076500             SET WS-CLOSURE-SCAN-DONE TO TRUE
076600             GO TO 4100-EXIT
076700     END-READ.
076800     IF NOT WC-STATUS-OK
076900         DISPLAY 'ERROR READING CLOSURE-FILE. FILE STATUS: '
077000             WC-FILE-STATUS
077100         MOVE 16 TO RETURN-CODE
077200         SET WS-RUN-ABORTED TO TRUE
077300         GO TO 4100-EXIT
077400     END-IF.
077500     IF WC-STATUS-CLOSED
077600         GO TO 4100-EXIT
077700     END-IF.
077800     ADD 1 TO WS-OPEN-CLOSURES.
077900     MOVE WC-WALLET-ID TO WM-WALLET-ID.
078000     READ WALLET-MASTER-FILE
078100         INVALID KEY
078200             MOVE 'WALLET NOT ON FILE' TO WS-NOT-STAGED-REASON
078300             PERFORM 4800-NOT-STAGED THRU 4800-EXIT
078400             GO TO 4100-EXIT
078500     END-READ.
078600     IF WM-STATUS-CLOSED
078700         PERFORM 4200-CONFIRM-CLOSURE THRU 4200-EXIT
078800         GO TO 4100-EXIT
078900     END-IF.
079000     IF NOT WM-STATUS-CLOSING
079100         MOVE 'WALLET IS NO LONGER CLOSING' TO
079200             WS-NOT-STAGED-REASON
079300         PERFORM 4800-NOT-STAGED THRU 4800-EXIT
079400         GO TO 4100-EXIT
079500     END-IF.
079600     IF WC-STATUS-CLOSE-QUEUED
079700         PERFORM 4300-CHECK-QUEUED-CLOSE THRU 4300-EXIT
079800     END-IF.
079900     IF WC-STATUS-STAGED
080000         PERFORM 4400-CHECK-RELEASES-ONLY THRU 4400-EXIT
080100     END-IF.
080200     IF WC-STATUS-REQUESTED AND NOT WS-RUN-ABORTED
080300         PERFORM 4500-SELECT-FOR-STAGING THRU 4500-EXIT
080400     END-IF.
080500 4100-EXIT.
080600     EXIT.
080700*
080800*****************************************************************
080900*    4200-CONFIRM-CLOSURE - THE WALLET IS CLOSED.  MARK THE     *
081000*    ENTRY CLOSED AND PRINT THE CONFIRMATION FOR THE CUSTOMER   *
081100*    FILE: THE OWNER AS THE CUSTOMER MASTER HAS THEM TODAY,     *
081200*    WHAT WAS CANCELLED AND RELEASED, AND WHERE THE BALANCE     *
081300*    WENT.                                                      *
081400*****************************************************************
081500 4200-CONFIRM-CLOSURE.
081600     SET WC-STATUS-CLOSED TO TRUE.
081700     IF WM-LAST-UPDT-DATE IS NUMERIC
081800         AND WM-LAST-UPDT-DATE > ZERO
081900         MOVE WM-LAST-UPDT-DATE TO WC-CLOSED-DATE
082000     ELSE
082100         MOVE WS-CURRENT-DATE TO WC-CLOSED-DATE
082200     END-IF.
082300     MOVE 'CLOSED' TO WC-REASON-TEXT.
082400     PERFORM 4900-REWRITE-CLOSURE THRU 4900-EXIT.
082500     IF WS-RUN-ABORTED
082600         GO TO 4200-EXIT
082700     END-IF.
082800     ADD 1 TO WS-CONFIRMED-COUNT.
082900     PERFORM 4700-GET-OWNER THRU 4700-EXIT.
083000     PERFORM 4750-SET-PRINT-METHOD THRU 4750-EXIT.
083100     MOVE WC-SCHEDULES-CANCELLED TO WS-PRINT-COUNT.
083200     MOVE WC-HOLDS-RELEASED TO WS-PRINT-HOLD-COUNT.
083300     MOVE WC-HOLDS-AMOUNT TO WS-PRINT-HOLDS.
083400     MOVE WC-PAYOUT-AMOUNT TO WS-PRINT-AMOUNT.
083500     DISPLAY WC-CUSTOMER-ID ' ' WS-PRINT-NAME.
083600     DISPLAY '           ' WS-PRINT-ADDR-1 ' ' WS-PRINT-ADDR-2.
083700     DISPLAY '           WALLET ' WC-WALLET-ID ' '
083750         WC-CURRENCY-CODE
083800         ' REQUESTED ' WC-REQUEST-DATE ' BY ' WC-OPERATOR-ID
083900         ' CLOSED ' WC-CLOSED-DATE.
084000     DISPLAY '           SCHEDULES CANCELLED ' WS-PRINT-COUNT
084100         '  HOLDS RELEASED ' WS-PRINT-HOLD-COUNT ' '
084200         WS-PRINT-HOLDS.
084300     DISPLAY '           BALANCE PAID ' WS-PRINT-AMOUNT ' '
084400         WS-PRINT-METHOD ' ' WC-PAYOUT-WALLET-ID ' ON '
084500         WC-PAYOUT-DATE.
084600 4200-EXIT.
084700     EXIT.
084800*
084900*****************************************************************
085000*    4300-CHECK-QUEUED-CLOSE - A CLOSE QUEUED TODAY IS WRITTEN  *
085100*    TO THE STAGING FILE AGAIN, SINCE THIS RUN STARTED IT       *
085200*    AFRESH.  ONE QUEUED ON AN EARLIER DAY THAT HAS STILL NOT   *
085300*    CLOSED THE WALLET WAS REFUSED BY MAINTENANCE - MONEY CAME  *
085400*    BACK, FOR INSTANCE - SO THE ENTRY GOES BACK TO REQUESTED   *
085500*    AND WHAT IS LEFT IS PAID OUT AGAIN.                        *
085600*****************************************************************
085700 4300-CHECK-QUEUED-CLOSE.
085800     IF WC-CLOSE-QUEUED-DATE NOT < WS-CURRENT-DATE
085900         PERFORM 4650-WRITE-CLOSE-ACTION THRU 4650-EXIT
086000         GO TO 4300-EXIT
086100     END-IF.
086200     ADD 1 TO WS-CLOSES-REFUSED.
086300     IF RETURN-CODE < 4
086400         MOVE 4 TO RETURN-CODE
086500     END-IF.
086600     MOVE WM-BALANCE TO WS-PRINT-AMOUNT.
086700     DISPLAY 'CLOSE NOT APPLIED   ' WC-WALLET-ID ' '
086800         WC-CURRENCY-CODE ' ' WS-PRINT-AMOUNT ' - STAGED AGAIN'.
086900     SET WC-STATUS-REQUESTED TO TRUE.
087000     MOVE 'CLOSE REFUSED BY MAINTENANCE' TO WC-REASON-TEXT.
087100 4300-EXIT.
087200     EXIT.
087300*
087400*****************************************************************
087500*    4400-CHECK-RELEASES-ONLY - AN ENTRY STAGED WITH NO PAYOUT  *
087600*    HAD NOTHING BUT HOLDS TO RELEASE.  STAGED TODAY, THIS IS A *
087700*    RERUN AND IT IS STAGED AFRESH; STAGED EARLIER, THE CLOSE   *
087800*    IS QUEUED IF THE WALLET NOW STANDS EMPTY, AND OTHERWISE    *
087900*    THE ENTRY GOES BACK TO REQUESTED.                          *
088000*****************************************************************
088100 4400-CHECK-RELEASES-ONLY.
088200     IF WC-PAYOUT-SEQUENCE-NO NOT = ZERO
088300         GO TO 4400-EXIT
088400     END-IF.
088500     IF WC-STAGED-DATE NOT < WS-CURRENT-DATE
088600         ADD 1 TO WS-PENDING-RESTAGED
088700         SET WC-STATUS-REQUESTED TO TRUE
088800         GO TO 4400-EXIT
088900     END-IF.
089000     IF WM-BALANCE = ZERO AND WM-HOLDS-OUTSTANDING = ZERO
089100         PERFORM 4600-QUEUE-CLOSE THRU 4600-EXIT
089200         PERFORM 4900-REWRITE-CLOSURE THRU 4900-EXIT
089300     ELSE
089400         SET WC-STATUS-REQUESTED TO TRUE
089500         MOVE 'BALANCE OR HOLDS REMAIN' TO WC-REASON-TEXT
089600     END-IF.
089700 4400-EXIT.
089800     EXIT.
089900*
090000*****************************************************************
090100*    4500-SELECT-FOR-STAGING - A REQUESTED ENTRY JOINS THE      *
090200*    STAGING TABLE IF ITS PAYOUT CAN BE MADE: THE WALLET IS NOT *
090300*    OVERDRAWN (COLLECTIONS ALREADY CHASES ONE THAT IS), AND    *
090400*    THERE IS A SETTLEMENT WALLET FOR ITS CURRENCY OR THE       *
090500*    NAMED WALLET CAN STILL TAKE A CREDIT.  AN ENTRY THAT       *
090600*    CANNOT BE STAGED STAYS REQUESTED WITH THE REASON AND IS    *
090700*    TRIED AGAIN EVERY RUN.                                     *
090800*****************************************************************
090900 4500-SELECT-FOR-STAGING.
091000     IF WM-BALANCE < ZERO
091100         MOVE 'OVERDRAWN - SEE COLLECTIONS' TO
091150             WS-NOT-STAGED-REASON
091200         PERFORM 4800-NOT-STAGED THRU 4800-EXIT
091300         GO TO 4500-EXIT
091400     END-IF.
091500     IF WC-PAYOUT-TO-BANK
091600         MOVE WM-CURRENCY-CODE TO WS-SW-PROBE-CURRENCY
091700         PERFORM 4560-FIND-SETTLEMENT-WALLET THRU 4560-EXIT
091800         IF WS-SW-FOUND-SUB = ZERO
091900             MOVE 'NO SETTLEMENT WALLET FOR CCY' TO
092000                 WS-NOT-STAGED-REASON
092100             PERFORM 4800-NOT-STAGED THRU 4800-EXIT
092200             GO TO 4500-EXIT
092300         END-IF
092400     ELSE
092500         MOVE WC-PAYOUT-WALLET-ID TO WM-WALLET-ID
092600         READ WALLET-MASTER-FILE
092700             INVALID KEY
092800                 MOVE 'PAYOUT WALLET NOT ON FILE' TO
092900                     WS-NOT-STAGED-REASON
093000                 PERFORM 4800-NOT-STAGED THRU 4800-EXIT
093100                 GO TO 4500-EXIT
093200         END-READ
093300         IF WM-STATUS-CLOSED OR WM-STATUS-CLOSING
093400             OR WM-STATUS-FROZEN
093500             MOVE 'PAYOUT WALLET CANNOT BE CREDITED' TO
093600                 WS-NOT-STAGED-REASON
093700             PERFORM 4800-NOT-STAGED THRU 4800-EXIT
093800             GO TO 4500-EXIT
093900         END-IF
094000     END-IF.
094100     IF WS-ST-COUNT >= 500
094200         DISPLAY WC-WALLET-ID ' NOT STAGED - STAGING TABLE FULL, '
094300             'LEFT FOR THE NEXT RUN'
094400         IF RETURN-CODE < 4
094500             MOVE 4 TO RETURN-CODE
094600         END-IF
094700         PERFORM 4900-REWRITE-CLOSURE THRU 4900-EXIT
094800         GO TO 4500-EXIT
094900     END-IF.
095000     ADD 1 TO WS-ST-COUNT.
095100     MOVE WC-WALLET-ID TO WS-ST-WALLET-ID (WS-ST-COUNT).
095200     MOVE ZERO TO WS-ST-SCHEDULES (WS-ST-COUNT).
095300     MOVE ZERO TO WS-ST-HOLDS (WS-ST-COUNT).
095400     MOVE ZERO TO WS-ST-HOLDS-AMOUNT (WS-ST-COUNT).
095500     PERFORM 4900-REWRITE-CLOSURE THRU 4900-EXIT.
095600 4500-EXIT.
095700     EXIT.
095800*
095900 4560-FIND-SETTLEMENT-WALLET.
096000     MOVE ZERO TO WS-SW-FOUND-SUB.
096100     MOVE ZERO TO WS-SW-SUB.
096200     PERFORM 4561-TEST-SETTLEMENT-CCY THRU 4561-EXIT
096300         UNTIL WS-SW-FOUND-SUB > ZERO
096400         OR WS-SW-SUB >= WS-SW-COUNT.
096500 4560-EXIT.
096600     EXIT.
096700*
096800 4561-TEST-SETTLEMENT-CCY.
096900     ADD 1 TO WS-SW-SUB.
097000     IF WS-SW-CURRENCY (WS-SW-SUB) = WS-SW-PROBE-CURRENCY
097100         MOVE WS-SW-SUB TO WS-SW-FOUND-SUB
097200     END-IF.
097300 4561-EXIT.
097400     EXIT.
097500*
097600*****************************************************************
097700*    4600-QUEUE-CLOSE - THE WALLET STANDS EMPTY: QUEUE ITS      *
097800*    CLOSE FOR WALLET MAINTENANCE.  THE CALLER REWRITES THE     *
097900*    ENTRY.                                                     *
098000*****************************************************************
098100 4600-QUEUE-CLOSE.
098200     SET WC-STATUS-CLOSE-QUEUED TO TRUE.
098300     MOVE WS-CURRENT-DATE TO WC-CLOSE-QUEUED-DATE.
098400     MOVE 'NOTHING TO PAY - CLOSE QUEUED' TO WC-REASON-TEXT.
098500     PERFORM 4650-WRITE-CLOSE-ACTION THRU 4650-EXIT.
098600 4600-EXIT.
098700     EXIT.
098800*
098900*****************************************************************
099000*    4650-WRITE-CLOSE-ACTION - WRITE A CLOSE ACTION FOR WALLET  *
099100*    MAINTENANCE, KEYED UNDER THIS RUN'S OWN OPERATOR ID SO THE *
099200*    MAINTENANCE JOURNAL SHOWS WHERE IT CAME FROM.              *
099300*****************************************************************
099400 4650-WRITE-CLOSE-ACTION.
099500     INITIALIZE MT-MAINT-RECORD.
099600     SET MT-ACTION-CLOSE TO TRUE.
099700     MOVE WC-WALLET-ID TO MT-WALLET-ID.
099800     MOVE 'WALCLOS' TO MT-OPERATOR-ID.
099900     WRITE MT-MAINT-RECORD.
100000     IF NOT MT-STATUS-OK
100100         DISPLAY 'ERROR WRITING CLOSE-MAINT-FILE. FILE '
100200             'STATUS: ' MT-FILE-STATUS
100300         MOVE 16 TO RETURN-CODE
100400         SET WS-RUN-ABORTED TO TRUE
100500         GO TO 4650-EXIT
100600     END-IF.
100700     ADD 1 TO WS-CLOSES-QUEUED.
100800 4650-EXIT.
100900     EXIT.
101000*
101100 4700-GET-OWNER.
101200     MOVE WC-CUSTOMER-ID TO CU-CUSTOMER-ID.
101300     READ CUSTOMER-FILE
101400         INVALID KEY
101500             MOVE '*** OWNER NOT ON CUSTOMER FILE' TO
101600                 WS-PRINT-NAME
101700             MOVE SPACES TO WS-PRINT-ADDR-1
101800             MOVE SPACES TO WS-PRINT-ADDR-2
101900         NOT INVALID KEY
102000             MOVE CU-CUSTOMER-NAME TO WS-PRINT-NAME
102100             MOVE CU-ADDRESS-LINE-1 TO WS-PRINT-ADDR-1
102200             MOVE CU-ADDRESS-LINE-2 TO WS-PRINT-ADDR-2
102300     END-READ.
102400 4700-EXIT.
102500     EXIT.
102600*
102700 4750-SET-PRINT-METHOD.
102800     IF WC-PAYOUT-TO-BANK
102900         MOVE 'TO BANK VIA' TO WS-PRINT-METHOD
103000     ELSE
103100         MOVE 'TO WALLET' TO WS-PRINT-METHOD
103200     END-IF.
103300 4750-EXIT.
103400     EXIT.
103500*
103600*****************************************************************
103700*    4800-NOT-STAGED - THE ENTRY CANNOT MOVE ON TODAY.  IT      *
103800*    STAYS WHERE IT IS WITH THE REASON, AND IS REPORTED.        *
103900*****************************************************************
104000 4800-NOT-STAGED.
104100     ADD 1 TO WS-NOT-STAGED-COUNT.
104200     IF RETURN-CODE < 4
104300         MOVE 4 TO RETURN-CODE
104400     END-IF.
104500     DISPLAY WC-WALLET-ID ' CANNOT BE SETTLED - '
104600         WS-NOT-STAGED-REASON.
104700     MOVE WS-NOT-STAGED-REASON TO WC-REASON-TEXT.
104800     PERFORM 4900-REWRITE-CLOSURE THRU 4900-EXIT.
104900 4800-EXIT.
105000     EXIT.
105100*
105200 4900-REWRITE-CLOSURE.
105300     MOVE WS-CURRENT-DATE TO WC-LAST-UPDT-DATE.
105400     REWRITE WC-CLOSURE-RECORD.
105500     IF NOT WC-STATUS-OK
105600         DISPLAY 'ERROR REWRITING CLOSURE RECORD ' WC-WALLET-ID
105700             '. FILE STATUS: ' WC-FILE-STATUS
105800         MOVE 16 TO RETURN-CODE
105900         SET WS-RUN-ABORTED TO TRUE
106000     END-IF.
106100 4900-EXIT.
106200     EXIT.
106300*
106400*****************************************************************
106500*    5000-STAGE-CLOSURES - ONE PASS OF THE SCHEDULE WAREHOUSE   *
106600*    CANCELS EVERY ACTIVE INSTRUCTION NAMING A WALLET IN THE    *
106700*    STAGING TABLE, ONE PASS OF THE HOLD FILE RELEASES EVERY    *
106800*    OPEN HOLD ON ONE, AND THEN EACH WALLET'S PAYOUT IS STAGED  *
106900*    BEHIND ITS RELEASES.                                       *
107000*****************************************************************
107100 5000-STAGE-CLOSURES.
107200     DISPLAY ' '.
107300     DISPLAY 'CLOSURE SETTLEMENTS STAGED'.
107400     DISPLAY 'WALLET     CCY        PAYOUT SCHD HOLD DESTINATION'.
107500     DISPLAY '------------------------------------------'.
107600     IF WS-ST-COUNT = ZERO
107700         GO TO 5000-EXIT
107800     END-IF.
107900     IF WS-SCHEDULES-OPEN
108000         PERFORM 5100-CANCEL-SCHEDULES THRU 5100-EXIT
108100     END-IF.
108200     IF WS-HOLDS-OPEN AND NOT WS-RUN-ABORTED
108300         PERFORM 5200-RELEASE-HOLDS THRU 5200-EXIT
108400     END-IF.
108500     MOVE ZERO TO WS-ST-SUB.
108600     PERFORM 5300-STAGE-ONE-PAYOUT THRU 5300-EXIT
108700         UNTIL WS-ST-SUB >= WS-ST-COUNT
108800         OR WS-RUN-ABORTED.
108900 5000-EXIT.
109000     EXIT.
109100*
109200 5050-FIND-STAGING-WALLET.
109300     MOVE ZERO TO WS-ST-FOUND-SUB.
109400     MOVE ZERO TO WS-ST-SUB.
109500     PERFORM 5051-TEST-STAGING-WALLET THRU 5051-EXIT
109600         UNTIL WS-ST-FOUND-SUB > ZERO
109700         OR WS-ST-SUB >= WS-ST-COUNT.
109800 5050-EXIT.
109900     EXIT.
110000*
110100 5051-TEST-STAGING-WALLET.
110200     ADD 1 TO WS-ST-SUB.
110300     IF WS-ST-WALLET-ID (WS-ST-SUB) = WS-ST-PROBE-WALLET
110400         MOVE WS-ST-SUB TO WS-ST-FOUND-SUB
110500     END-IF.
110600 5051-EXIT.
110700     EXIT.
110800*
110900*****************************************************************
111000*    5100-CANCEL-SCHEDULES - A CANCEL FOR THE WAREHOUSE         *
111100*    MAINTENANCE RUN, UNDER THIS RUN'S OPERATOR ID, FOR EVERY   *
111200*    ACTIVE INSTRUCTION PAYING FROM OR TO A CLOSING WALLET.     *
111300*****************************************************************
111400 5100-CANCEL-SCHEDULES.
111500     MOVE 'N' TO WS-SCHEDULE-EOF-SW.
111600     MOVE LOW-VALUES TO SC-SCHEDULE-ID.
111700     START SCHEDULE-FILE
111800         KEY IS NOT < SC-SCHEDULE-ID
111900         INVALID KEY
112000             SET SCHEDULE-EOF TO TRUE
112100     END-START.
112200     PERFORM 5110-CHECK-ONE-SCHEDULE THRU 5110-EXIT
112300         UNTIL SCHEDULE-EOF
112400         OR WS-RUN-ABORTED.
112500 5100-EXIT.
112600     EXIT.
112700*
112800 5110-CHECK-ONE-SCHEDULE.
112900     READ SCHEDULE-FILE NEXT RECORD
113000         AT END
113100             SET SCHEDULE-EOF TO TRUE
113200             GO TO 5110-EXIT
113300     END-READ.
113400     IF NOT SC-STATUS-OK
113500         DISPLAY 'ERROR READING SCHEDULE-FILE. FILE STATUS: '
113600             SC-FILE-STATUS
113700         MOVE 16 TO RETURN-CODE
113800         SET WS-RUN-ABORTED TO TRUE
113900         GO TO 5110-EXIT
114000     END-IF.
114100     IF NOT SC-STATUS-ACTIVE
114200         GO TO 5110-EXIT
114300     END-IF.
114400     MOVE SC-FROM-WALLET TO WS-ST-PROBE-WALLET.
114500     PERFORM 5050-FIND-STAGING-WALLET THRU 5050-EXIT.
114600     IF WS-ST-FOUND-SUB = ZERO
114700         MOVE SC-TO-WALLET TO WS-ST-PROBE-WALLET
114800         PERFORM 5050-FIND-STAGING-WALLET THRU 5050-EXIT
114900     END-IF.
115000     IF WS-ST-FOUND-SUB = ZERO
115100         GO TO 5110-EXIT
115200     END-IF.
115300     INITIALIZE SM-SCHED-MAINT-RECORD.
115400     SET SM-ACTION-CANCEL TO TRUE.
115500     MOVE SC-SCHEDULE-ID TO SM-SCHEDULE-ID.
115600     MOVE 'WALCLOS' TO SM-OPERATOR-ID.
115700     WRITE SM-SCHED-MAINT-RECORD.
115800     IF NOT SM-STATUS-OK
115900         DISPLAY 'ERROR WRITING CLOSE-SCHED-FILE. FILE '
116000             'STATUS: ' SM-FILE-STATUS
116100         MOVE 16 TO RETURN-CODE
116200         SET WS-RUN-ABORTED TO TRUE
116300         GO TO 5110-EXIT
116400     END-IF.
116500     ADD 1 TO WS-ST-SCHEDULES (WS-ST-FOUND-SUB).
116600     ADD 1 TO WS-CANCELS-STAGED.
116700 5110-EXIT.
116800     EXIT.
116900*
117000*****************************************************************
117100*    5200-RELEASE-HOLDS - A TYPE-R RELEASE ON THE STAGING BATCH *
117200*    FOR EVERY OPEN HOLD ON A CLOSING WALLET, NAMING THE HOLD   *
117300*    BY ITS ORIGINAL BATCH AND SEQUENCE.                        *
117400*****************************************************************
117500 5200-RELEASE-HOLDS.
117600     MOVE 'N' TO WS-HOLD-EOF-SW.
117700     MOVE LOW-VALUES TO HO-HOLD-REF.
117800     START AUTH-HOLD-FILE
117900         KEY IS NOT < HO-HOLD-REF
118000         INVALID KEY
118100             SET HOLD-EOF TO TRUE
118200     END-START.
118300     PERFORM 5210-CHECK-ONE-HOLD THRU 5210-EXIT
118400         UNTIL HOLD-EOF
118500         OR WS-RUN-ABORTED.
118600 5200-EXIT.
118700     EXIT.
118800*
118900 5210-CHECK-ONE-HOLD.
119000     READ AUTH-HOLD-FILE NEXT RECORD
119100         AT END
119200             SET HOLD-EOF TO TRUE
119300             GO TO 5210-EXIT
119400     END-READ.
119500     IF NOT HO-STATUS-OK
119600         DISPLAY 'ERROR READING AUTH-HOLD-FILE. FILE STATUS: '
119700             HO-FILE-STATUS
119800         MOVE 16 TO RETURN-CODE
119900         SET WS-RUN-ABORTED TO TRUE
120000         GO TO 5210-EXIT
120100     END-IF.
120200     IF NOT HO-STATUS-OPEN
120300         GO TO 5210-EXIT
120400     END-IF.
120500     MOVE HO-WALLET-ID TO WS-ST-PROBE-WALLET.
120600     PERFORM 5050-FIND-STAGING-WALLET THRU 5050-EXIT.
120700     IF WS-ST-FOUND-SUB = ZERO
120800         GO TO 5210-EXIT
120900     END-IF.
121000     MOVE HO-WALLET-ID TO WS-DETAIL-FROM.
121100     MOVE SPACES TO WS-DETAIL-TO.
121200     MOVE HO-AMOUNT TO WS-DETAIL-AMOUNT.
121300     MOVE 'R' TO WS-DETAIL-TYPE.
121400     MOVE HO-HOLD-REF TO WS-DETAIL-HOLD-REF.
121500     PERFORM 5500-WRITE-CLOSURE-DETAIL THRU 5500-EXIT.
121600     IF WS-RUN-ABORTED
121700         GO TO 5210-EXIT
121800     END-IF.
121900     ADD 1 TO WS-ST-HOLDS (WS-ST-FOUND-SUB).
122000     ADD HO-AMOUNT TO WS-ST-HOLDS-AMOUNT (WS-ST-FOUND-SUB).
122100     ADD 1 TO WS-RELEASES-STAGED.
122200 5210-EXIT.
122300     EXIT.
122400*
122500*****************************************************************
122600*    5300-STAGE-ONE-PAYOUT - STAGE THE PAYOUT OF THE LEDGER     *
122700*    BALANCE, WHICH IS ALL AVAILABLE ONCE THE HOLDS ARE         *
122800*    RELEASED, AND RECORD WHAT WAS STAGED ON THE ENTRY.  A      *
122900*    RERUN OF THE DAY REPLACES THE FIRST RUN'S COUNTS; A        *
123000*    RESTAGE ON A LATER DAY ADDS TO THEM.  A WALLET WITH        *
123100*    NOTHING TO PAY AND NOTHING TO RELEASE HAS ITS CLOSE        *
123200*    QUEUED STRAIGHT AWAY.                                      *
123300*****************************************************************
123400 5300-STAGE-ONE-PAYOUT.
123500     ADD 1 TO WS-ST-SUB.
123600     MOVE WS-ST-WALLET-ID (WS-ST-SUB) TO WC-WALLET-ID.
123700     READ CLOSURE-FILE
123800         INVALID KEY
123900             DISPLAY 'CLOSURE RECORD ' WC-WALLET-ID
124000                 ' VANISHED DURING THE RUN.'
124100             MOVE 16 TO RETURN-CODE
124200             SET WS-RUN-ABORTED TO TRUE
124300             GO TO 5300-EXIT
124400     END-READ.
124500     MOVE WS-ST-WALLET-ID (WS-ST-SUB) TO WM-WALLET-ID.
124600     READ WALLET-MASTER-FILE
124700         INVALID KEY
124800             DISPLAY 'WALLET ' WM-WALLET-ID
124900                 ' VANISHED DURING THE RUN.'
125000             MOVE 16 TO RETURN-CODE
125100             SET WS-RUN-ABORTED TO TRUE
125200             GO TO 5300-EXIT
125300     END-READ.
125400     IF WC-STAGED-DATE = ZERO
125500         OR WC-STAGED-DATE NOT < WS-CURRENT-DATE
125600         MOVE WS-ST-SCHEDULES (WS-ST-SUB) TO
125700             WC-SCHEDULES-CANCELLED
125800         MOVE WS-ST-HOLDS (WS-ST-SUB) TO WC-HOLDS-RELEASED
125900         MOVE WS-ST-HOLDS-AMOUNT (WS-ST-SUB) TO WC-HOLDS-AMOUNT
126000     ELSE
126100         ADD WS-ST-SCHEDULES (WS-ST-SUB) TO
126200             WC-SCHEDULES-CANCELLED
126300         ADD WS-ST-HOLDS (WS-ST-SUB) TO WC-HOLDS-RELEASED
126400         ADD WS-ST-HOLDS-AMOUNT (WS-ST-SUB) TO WC-HOLDS-AMOUNT
126500     END-IF.
126600     MOVE WS-CURRENT-DATE TO WC-STAGED-DATE.
126700     MOVE SPACES TO WC-PAYOUT-BATCH-ID.
126800     MOVE ZERO TO WC-PAYOUT-SEQUENCE-NO.
126900     MOVE ZERO TO WC-PAYOUT-AMOUNT.
127000     MOVE ZERO TO WC-PAYOUT-DATE.
127100     IF WM-BALANCE > ZERO
127200         PERFORM 5350-STAGE-PAYOUT-DETAIL THRU 5350-EXIT
127300         IF WS-RUN-ABORTED
127400             GO TO 5300-EXIT
127500         END-IF
127600     END-IF.
127700     IF WM-BALANCE = ZERO
127800         AND WS-ST-HOLDS (WS-ST-SUB) = ZERO
127900         AND WM-HOLDS-OUTSTANDING = ZERO
128000         PERFORM 4600-QUEUE-CLOSE THRU 4600-EXIT
128100     ELSE
128200         SET WC-STATUS-STAGED TO TRUE
128300         MOVE 'SETTLEMENT STAGED' TO WC-REASON-TEXT
128400     END-IF.
128500     PERFORM 4900-REWRITE-CLOSURE THRU 4900-EXIT.
128600     ADD 1 TO WS-STAGED-COUNT.
128700     MOVE WC-PAYOUT-AMOUNT TO WS-PRINT-AMOUNT.
128800     MOVE WS-ST-SCHEDULES (WS-ST-SUB) TO WS-PRINT-COUNT.
128900     MOVE WS-ST-HOLDS (WS-ST-SUB) TO WS-PRINT-HOLD-COUNT.
129000     PERFORM 4750-SET-PRINT-METHOD THRU 4750-EXIT.
129100     DISPLAY WC-WALLET-ID ' ' WC-CURRENCY-CODE ' ' WS-PRINT-AMOUNT
129200         ' ' WS-PRINT-COUNT ' ' WS-PRINT-HOLD-COUNT ' '
129300         WS-PRINT-METHOD ' ' WC-PAYOUT-WALLET-ID.
129400 5300-EXIT.
129500     EXIT.
129600*
129700*****************************************************************
129800*    5350-STAGE-PAYOUT-DETAIL - A BANK PAYOUT IS AN EXTERNAL    *
129900*    PAYMENT INTO THE SETTLEMENT WALLET FOR THE CURRENCY, SO    *
130000*    IT CUTS ITS OUTBOUND BANK RECORD WHEN IT POSTS; A PAYOUT   *
130100*    TO A NAMED WALLET IS AN ORDINARY TRANSFER, CONVERTED AT    *
130200*    POSTING IF THE CURRENCIES DIFFER.                          *
130300*****************************************************************
130400 5350-STAGE-PAYOUT-DETAIL.
130500     MOVE WC-WALLET-ID TO WS-DETAIL-FROM.
130600     MOVE WM-BALANCE TO WS-DETAIL-AMOUNT.
130700     MOVE SPACES TO WS-DETAIL-HOLD-REF.
130800     IF WC-PAYOUT-TO-BANK
130900         MOVE WM-CURRENCY-CODE TO WS-SW-PROBE-CURRENCY
131000         PERFORM 4560-FIND-SETTLEMENT-WALLET THRU 4560-EXIT
131100         MOVE WS-SW-WALLET-ID (WS-SW-FOUND-SUB) TO
131200             WC-PAYOUT-WALLET-ID
131300         MOVE 'X' TO WS-DETAIL-TYPE
131400     ELSE
131500         MOVE SPACE TO WS-DETAIL-TYPE
131600     END-IF.
131700     MOVE WC-PAYOUT-WALLET-ID TO WS-DETAIL-TO.
131800     PERFORM 5500-WRITE-CLOSURE-DETAIL THRU 5500-EXIT.
131900     IF WS-RUN-ABORTED
132000         GO TO 5350-EXIT
132100     END-IF.
132200     MOVE WS-CLOSURE-BATCH-ID TO WC-PAYOUT-BATCH-ID.
132300     MOVE WS-NEXT-SEQUENCE TO WC-PAYOUT-SEQUENCE-NO.
132400     MOVE WM-BALANCE TO WC-PAYOUT-AMOUNT.
132500     ADD 1 TO WS-PAYOUTS-STAGED.
132600 5350-EXIT.
132700     EXIT.
132800*
132900*****************************************************************
133000*    5500-WRITE-CLOSURE-DETAIL - ONE DETAIL ON THE STAGING      *
133100*    BATCH, OPENING THE BATCH WITH ITS HEADER THE FIRST TIME.   *
133200*    INTERNALLY STAGED BATCHES ARE NUMBERED BELOW THE UPSTREAM  *
133300*    CAPTURE RANGE; CLOSURE TAKES 00600001 UP.                  *
133400*****************************************************************
133500 5500-WRITE-CLOSURE-DETAIL.
133600     IF NOT WS-HEADER-WRITTEN
133700         PERFORM 5550-WRITE-BATCH-HEADER THRU 5550-EXIT
133800     END-IF.
133900     INITIALIZE TR-TRANS-RECORD.
134000     SET TR-TYPE-DETAIL TO TRUE.
134100     MOVE WS-CLOSURE-BATCH-ID TO TR-BATCH-ID.
134200     ADD 1 TO WS-NEXT-SEQUENCE.
134300     MOVE WS-NEXT-SEQUENCE TO TR-SEQUENCE-NO.
134400     MOVE WS-DETAIL-FROM TO TR-FROM-WALLET.
134500     MOVE WS-DETAIL-TO TO TR-TO-WALLET.
134600     MOVE WS-DETAIL-AMOUNT TO TR-AMOUNT.
134700     MOVE WS-CURRENT-DATE TO TR-VALUE-DATE.
134800     MOVE WS-DETAIL-TYPE TO TR-TRANS-TYPE.
134900     IF TR-TRANS-RELEASE
135000         MOVE WS-DETAIL-HOLD-REF TO TR-HOLD-REF
135100     END-IF.
135200     ADD TR-AMOUNT TO WS-CLOSURE-HASH-TOTAL.
135300     ADD 1 TO WS-DETAIL-COUNT.
135400     PERFORM 5560-WRITE-CLOSURE-RECORD THRU 5560-EXIT.
135500 5500-EXIT.
135600     EXIT.
135700*
135800 5550-WRITE-BATCH-HEADER.
135900     INITIALIZE TR-TRANS-RECORD.
136000     SET TR-TYPE-HEADER TO TRUE.
136100     MOVE WS-CLOSURE-BATCH-ID TO TR-BATCH-ID.
136200     MOVE ZERO TO TR-SEQUENCE-NO.
136300     MOVE WS-CURRENT-DATE TO TR-CREATION-DATE.
136400     MOVE 'WALCLOS' TO TR-ORIGIN-SYSTEM.
136500     PERFORM 5560-WRITE-CLOSURE-RECORD THRU 5560-EXIT.
136600     SET WS-HEADER-WRITTEN TO TRUE.
136700 5550-EXIT.
136800     EXIT.
136900*
137000 5560-WRITE-CLOSURE-RECORD.
137100     WRITE TR-TRANS-RECORD.
137200     IF NOT TR-STATUS-OK
137300         DISPLAY 'ERROR WRITING CLOSE TRANS RECORD. FILE '
137400             'STATUS: ' TR-FILE-STATUS
137500         MOVE 16 TO RETURN-CODE
137600         SET WS-RUN-ABORTED TO TRUE
137700     END-IF.
137800 5560-EXIT.
137900     EXIT.
138000*
138100 5570-WRITE-BATCH-TRAILER.
138200     INITIALIZE TR-TRANS-RECORD.
138300     SET TR-TYPE-TRAILER TO TRUE.
138400     MOVE WS-CLOSURE-BATCH-ID TO TR-BATCH-ID.
138500     MOVE 99999999 TO TR-SEQUENCE-NO.
138600     MOVE WS-DETAIL-COUNT TO TR-RECORD-COUNT.
138700     MOVE WS-CLOSURE-HASH-TOTAL TO TR-HASH-TOTAL.
138800     PERFORM 5560-WRITE-CLOSURE-RECORD THRU 5560-EXIT.
138900 5570-EXIT.
139000     EXIT.
139100*
139200*****************************************************************
139300*    6000-LIST-IN-PROGRESS - EVERY CLOSURE NOT YET CONFIRMED,   *
139400*    WITH HOW FAR IT HAS GOT AND WHY IT IS WHERE IT IS.         *
139500*****************************************************************
139600 6000-LIST-IN-PROGRESS.
139700     DISPLAY ' '.
139800     DISPLAY 'CLOSURES IN PROGRESS'.
139900     DISPLAY 'WALLET     CCY REQUESTED ST STAGED          PAYOUT '
140000         'REASON'.
140100     DISPLAY '------------------------------------------'.
140200     MOVE 'N' TO WS-CLOSURE-SCAN-SW.
140300     MOVE LOW-VALUES TO WC-WALLET-ID.
140400     START CLOSURE-FILE
140500         KEY IS NOT < WC-WALLET-ID
140600         INVALID KEY
140700             SET WS-CLOSURE-SCAN-DONE TO TRUE
140800     END-START.
140900     PERFORM 6100-LIST-ONE-CLOSURE THRU 6100-EXIT
141000         UNTIL WS-CLOSURE-SCAN-DONE.
141100 6000-EXIT.
141200     EXIT.
141300*
141400 6100-LIST-ONE-CLOSURE.
141500     READ CLOSURE-FILE NEXT RECORD
141600         AT END
141700             SET WS-CLOSURE-SCAN-DONE TO TRUE
141800             GO TO 6100-EXIT
141900     END-READ.
142000     IF NOT WC-STATUS-OK
142100         SET WS-CLOSURE-SCAN-DONE TO TRUE
142200         GO TO 6100-EXIT
142300     END-IF.
142400     IF WC-STATUS-CLOSED
142500         GO TO 6100-EXIT
142600     END-IF.
142700     ADD 1 TO WS-IN-PROGRESS-LISTED.
142800     MOVE WC-PAYOUT-AMOUNT TO WS-PRINT-AMOUNT.
142900     DISPLAY WC-WALLET-ID ' ' WC-CURRENCY-CODE ' '
143000         WC-REQUEST-DATE ' ' WC-CLOSURE-STATUS '  '
143100         WC-STAGED-DATE ' ' WS-PRINT-AMOUNT ' ' WC-REASON-TEXT.
143200 6100-EXIT.
143300     EXIT.
143400*
143500*****************************************************************
143600*    9000-TERMINATE - CLOSE THE STAGING BATCH WITH ITS          *
143700*    TRAILER, CLOSE FILES AND PRINT THE RUN SUMMARY.  A HARD    *
143800*    FAILURE LEAVES RETURN CODE 16 IN PLACE OVER THE 4.         *
143900*****************************************************************
144000 9000-TERMINATE.
144100     IF WS-HEADER-WRITTEN
144200         PERFORM 5570-WRITE-BATCH-TRAILER THRU 5570-EXIT
144300     END-IF.
144400     CLOSE WALLET-MASTER-FILE.
144500     CLOSE CUSTOMER-FILE.
144600     CLOSE CLOSURE-FILE.
144700     IF WS-SCHEDULES-OPEN
144800         CLOSE SCHEDULE-FILE
144900     END-IF.
145000     IF WS-HOLDS-OPEN
145100         CLOSE AUTH-HOLD-FILE
145200     END-IF.
145300     CLOSE CLOSE-TRANS-FILE.
145400     CLOSE CLOSE-SCHED-FILE.
145500     CLOSE CLOSE-MAINT-FILE.
145600     DISPLAY ' '.
145700     DISPLAY 'CLOSURE RUN SUMMARY'.
145800     DISPLAY 'OPEN CLOSURES REVIEWED...: ' WS-OPEN-CLOSURES.
145900     DISPLAY 'CLOSURES CONFIRMED.......: ' WS-CONFIRMED-COUNT.
146000     DISPLAY 'CLOSURES STAGED..........: ' WS-STAGED-COUNT.
146100     DISPLAY 'SCHEDULE CANCELS STAGED..: ' WS-CANCELS-STAGED.
146200     DISPLAY 'HOLD RELEASES STAGED.....: ' WS-RELEASES-STAGED.
146300     DISPLAY 'PAYOUTS STAGED...........: ' WS-PAYOUTS-STAGED.
146400     DISPLAY 'CLOSES QUEUED............: ' WS-CLOSES-QUEUED.
146500     DISPLAY 'CLOSES NOT APPLIED.......: ' WS-CLOSES-REFUSED.
146600     DISPLAY 'CLOSURES NOT SETTLED.....: ' WS-NOT-STAGED-COUNT.
146700     DISPLAY 'EARLIER PAYOUTS POSTED...: ' WS-PENDING-POSTED.
146800     DISPLAY 'EARLIER PAYOUTS REJECTED.: ' WS-PENDING-REJECTED.
146900     DISPLAY 'EARLIER PAYOUTS REVERSED.: ' WS-PENDING-REVERSED.
147000     DISPLAY 'EARLIER PAYOUTS LOST.....: ' WS-PENDING-UNSEEN.
147100     DISPLAY 'TODAY''S RESTAGED ON RERUN: ' WS-PENDING-RESTAGED.
147200     DISPLAY 'CLOSURES IN PROGRESS.....: ' WS-IN-PROGRESS-LISTED.
147300 9000-EXIT.
147400     EXIT.
147500*
147600*****************************************************************
147700*    9200-ADD-ONE-DAY - STEP THE WALK DATE ONE CALENDAR DAY     *
147800*    FORWARD, ROLLING OVER MONTH AND YEAR ENDS.                 *
147900*****************************************************************
148000 9200-ADD-ONE-DAY.
148100     PERFORM 9210-GET-MONTH-DAYS THRU 9210-EXIT.
148200     ADD 1 TO WS-WALK-DAY.
148300     IF WS-WALK-DAY > WS-WALK-MONTH-DAYS
148400         MOVE 1 TO WS-WALK-DAY
148500         ADD 1 TO WS-WALK-MONTH
148600         IF WS-WALK-MONTH > 12
148700             MOVE 1 TO WS-WALK-MONTH
148800             ADD 1 TO WS-WALK-YEAR
148900         END-IF
149000     END-IF.
149100 9200-EXIT.
149200     EXIT.
149300*
149400 9210-GET-MONTH-DAYS.
149500     MOVE WS-MONTH-DAYS (WS-WALK-MONTH) TO WS-WALK-MONTH-DAYS.
149600     IF WS-WALK-MONTH = 2
149700         PERFORM 9220-CHECK-LEAP-YEAR THRU 9220-EXIT
149800         IF WS-WALK-LEAP-YEAR
149900             MOVE 29 TO WS-WALK-MONTH-DAYS
150000         END-IF
150100     END-IF.
150200 9210-EXIT.
150300     EXIT.
150400*
150500 9220-CHECK-LEAP-YEAR.
150600     MOVE 'N' TO WS-WALK-LEAP-SW.
150700     DIVIDE WS-WALK-YEAR BY 4
150800         GIVING WS-WALK-WORKNUM REMAINDER WS-WALK-REMAINDER.
150900     IF WS-WALK-REMAINDER = ZERO
151000         SET WS-WALK-LEAP-YEAR TO TRUE
151100     END-IF.
151200     DIVIDE WS-WALK-YEAR BY 100
151300         GIVING WS-WALK-WORKNUM REMAINDER WS-WALK-REMAINDER.
151400     IF WS-WALK-REMAINDER = ZERO
151500         MOVE 'N' TO WS-WALK-LEAP-SW
151600     END-IF.
151700     DIVIDE WS-WALK-YEAR BY 400
151800         GIVING WS-WALK-WORKNUM REMAINDER WS-WALK-REMAINDER.
151900     IF WS-WALK-REMAINDER = ZERO
152000         SET WS-WALK-LEAP-YEAR TO TRUE
152100     END-IF.
152200 9220-EXIT.
152300     EXIT.
152400*
152500*****************************************************************
152600*    9500-GET-BUSINESS-DATE - READ TODAY'S PROCESSING DATE     *
152700*    FROM THE BUSINESS-DATE CONTROL RECORD.  NO RECORD MEANS   *
152800*    THE SHOP'S CALENDAR HAS NEVER BEEN SEEDED - NOTHING MAY   *
152900*    RUN UNDER A GUESSED DATE, SO THE RUN STOPS HARD.          *
153000*****************************************************************
153100 9500-GET-BUSINESS-DATE.
153200     OPEN INPUT BUSDATE-FILE.
153300     IF NOT BD-STATUS-OK
153400         DISPLAY 'ERROR OPENING BUSDATE-FILE. FILE STATUS: '
153500             BD-FILE-STATUS
153600         MOVE 16 TO RETURN-CODE
153700         STOP RUN
153800     END-IF.
153900     MOVE 'BUSDATE ' TO BD-CONTROL-ID.
154000     READ BUSDATE-FILE
154100         INVALID KEY
154200             DISPLAY 'NO BUSINESS-DATE CONTROL RECORD ON '
154300                 'FILE. SEED IT THROUGH WALDTROL FIRST.'
154400             MOVE 16 TO RETURN-CODE
154500             STOP RUN
154600     END-READ.
154700     MOVE BD-BUSINESS-DATE TO WS-CURRENT-DATE.
154800     CLOSE BUSDATE-FILE.
154900 9500-EXIT.
155000     EXIT.
