000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    WalletFxReval.
000300 AUTHOR.        D L PATEL.
000400 INSTALLATION.  WALLET SERVICES BATCH.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED. 2026-10-15.
000700*****************************************************************
000800*    PROGRAM......: WalletFxReval                               *
000900*    DESCRIPTION..: MONTH-END FX REVALUATION OF FOREIGN-        *
001000*                   CURRENCY WALLET POSITIONS.  RUNS EVERY      *
001100*                   NIGHT AFTER THE POSTING STEP AND DOES ONE   *
001200*                   OF TWO THINGS, OR NEITHER, BY THE BUSINESS  *
001300*                   DATE.                                       *
001400*                   REVERSAL - ON THE FIRST BUSINESS DAY OF A   *
001500*                   MONTH EVERY UNREALIZED AMOUNT BOOKED AT THE *
001600*                   PREVIOUS MONTH END IS REVERSED, SO THE      *
001700*                   LEDGER CARRIES THE POSITIONS AT THEIR       *
001800*                   CARRYING VALUE AGAIN THROUGH THE MONTH.     *
001900*                   REVALUATION - ON THE LAST BUSINESS DAY OF A *
002000*                   MONTH EVERY WALLET NOT HELD IN THE HOUSE    *
002100*                   BASE CURRENCY IS ROLLED UP TO ITS LEDGER    *
002200*                   ACCOUNT THROUGH THE MAPPING FILE (SUSPENSE  *
002300*                   WHEN UNMAPPED, AS THE GL POSTING STEP       *
002400*                   DOES), AND EACH CURRENCY AND ACCOUNT        *
002500*                   POSITION IS RESTATED INTO THE BASE CURRENCY *
002600*                   AT THE MONTH-END RATE ON THE FX RATES FILE. *
002700*                   THE RESTATED FIGURE IS COMPARED WITH THE    *
002800*                   POSITION CARRIED ON THE STANDING            *
002900*                   REVALUATION FILE, AND THE DIFFERENCE IS     *
003000*                   BOOKED AS AN UNREALIZED GAIN OR LOSS -      *
003100*                   A BALANCED PAIR OF JOURNAL VOUCHERS IN THE  *
003200*                   BASE CURRENCY BETWEEN THE POSITION'S        *
003300*                   ACCOUNT AND THE GAIN OR LOSS ACCOUNT ON THE *
003400*                   PARAMETER RECORD - APPENDED TO THE SAME     *
003500*                   VOUCHER FEED THE GL POSTING STEP WRITES,    *
003600*                   UNDER THEIR OWN SOURCE SYSTEM.  A WALLET    *
003700*                   BALANCE IS OWED TO THE CUSTOMER, SO A RISE  *
003800*                   IN ITS BASE VALUE IS A LOSS.  A POSITION    *
003900*                   SEEN FOR THE FIRST TIME IS TAKEN ON AT THE  *
004000*                   MONTH-END RATE WITH NOTHING BOOKED.  A      *
004100*                   CURRENCY WITH NO RATE EFFECTIVE IN THE      *
004200*                   MONTH IS NOT REVALUED - NEVER AT A STALE    *
004300*                   RATE - AND IS REPORTED.  THE REVALUATION    *
004400*                   REPORT LISTS EVERY POSITION BY CURRENCY AND *
004500*                   ACCOUNT, WITH CURRENCY TOTALS.  A RERUN ON  *
004600*                   THE SAME DAY FINDS ITS WORK DONE AND BOOKS  *
004700*                   NOTHING TWICE.  RETURN CODE 4 MEANS A       *
004800*                   CURRENCY COULD NOT BE REVALUED.             *
004900*    MODIFICATION HISTORY                                      *
005000*    DATE       INIT  DESCRIPTION                               *
005100*    ---------- ----  -------------------------------------    *
005200*    2026-10-15 DLP   ORIGINAL PROGRAM.                         *
005300*****************************************************************
005400 ENVIRONMENT DIVISION.
005500 CONFIGURATION SECTION.
005600 SOURCE-COMPUTER.   IBM-370.
005700 OBJECT-COMPUTER.   IBM-370.
005800 INPUT-OUTPUT SECTION.
005900 FILE-CONTROL.
006000     SELECT BUSDATE-FILE ASSIGN TO "WALBDATE"
006100         ORGANIZATION IS INDEXED
006200         ACCESS MODE IS RANDOM
006300         RECORD KEY IS BD-CONTROL-ID
006400         FILE STATUS IS BD-FILE-STATUS.
006500     SELECT PARM-FILE ASSIGN TO "WALFXPM"
006600         ORGANIZATION IS SEQUENTIAL
006700         FILE STATUS IS FP-FILE-STATUS.
006800     SELECT WALLET-MASTER-FILE ASSIGN TO "WALTMSTR"
006900         ORGANIZATION IS INDEXED
007000         ACCESS MODE IS SEQUENTIAL
007100         RECORD KEY IS WM-WALLET-ID
007200         FILE STATUS IS WM-FILE-STATUS.
007300     SELECT GL-MAP-FILE ASSIGN TO "WALGLMAP"
007400         ORGANIZATION IS INDEXED
007500         ACCESS MODE IS RANDOM
007600         RECORD KEY IS GM-WALLET-ID
007700         FILE STATUS IS GM-FILE-STATUS.
007800     SELECT FX-RATE-FILE ASSIGN TO "WALFXRT"
007900         ORGANIZATION IS INDEXED
008000         ACCESS MODE IS RANDOM
008100         RECORD KEY IS FX-CURRENCY-PAIR
008200         FILE STATUS IS FX-FILE-STATUS.
008300     SELECT REVAL-FILE ASSIGN TO "WALFXRV"
008400         ORGANIZATION IS INDEXED
008500         ACCESS MODE IS DYNAMIC
008600         RECORD KEY IS RV-POSITION-KEY
008700         FILE STATUS IS RV-FILE-STATUS.
008800     SELECT VOUCHER-FILE ASSIGN TO "WALJVOUT"
008900         ORGANIZATION IS SEQUENTIAL
009000         FILE STATUS IS JV-FILE-STATUS.
009100*
009200 DATA DIVISION.
009300 FILE SECTION.
009400 FD  BUSDATE-FILE
009500     LABEL RECORDS ARE STANDARD.
009600     COPY WALBDAT.
009700*
009800 FD  PARM-FILE
009900     LABEL RECORDS ARE STANDARD.
010000     COPY WALFXPM.
010100*
010200 FD  WALLET-MASTER-FILE
010300     LABEL RECORDS ARE STANDARD.
010400     COPY WALMSTR.
010500*
010600 FD  GL-MAP-FILE
010700     LABEL RECORDS ARE STANDARD.
010800     COPY WALGLMAP.
010900*
011000 FD  FX-RATE-FILE
011100     LABEL RECORDS ARE STANDARD.
011200     COPY WALFXRT.
011300*
011400 FD  REVAL-FILE
011500     LABEL RECORDS ARE STANDARD.
011600     COPY WALFXRV.
011700*
011800 FD  VOUCHER-FILE
011900     LABEL RECORDS ARE STANDARD.
012000     COPY WALJV.
012100*
012200 WORKING-STORAGE SECTION.
012300 01  WS-FILE-STATUS-CODES.
012400     05  BD-FILE-STATUS          PIC X(02) VALUE SPACES.
012500         88  BD-STATUS-OK            VALUE '00'.
012600     05  FP-FILE-STATUS          PIC X(02) VALUE SPACES.
012700         88  FP-STATUS-OK            VALUE '00'.
012800     05  WM-FILE-STATUS          PIC X(02) VALUE SPACES.
012900         88  WM-STATUS-OK            VALUE '00'.
013000     05  GM-FILE-STATUS          PIC X(02) VALUE SPACES.
013100         88  GM-STATUS-OK            VALUE '00'.
013200     05  FX-FILE-STATUS          PIC X(02) VALUE SPACES.
013300         88  FX-STATUS-OK            VALUE '00'.
013400     05  RV-FILE-STATUS          PIC X(02) VALUE SPACES.
013500         88  RV-STATUS-OK            VALUE '00'.
013600         88  RV-STATUS-NOT-FOUND     VALUE '35'.
013700     05  JV-FILE-STATUS          PIC X(02) VALUE SPACES.
013800         88  JV-STATUS-OK            VALUE '00'.
013900         88  JV-STATUS-NOT-FOUND     VALUE '35'.
014000*
014100 01  WS-EOF-SWITCHES.
014200     05  WS-WALLET-EOF-SW        PIC X(01) VALUE 'N'.
014300         88  WALLET-EOF              VALUE 'Y'.
014400     05  WS-REVAL-EOF-SW         PIC X(01) VALUE 'N'.
014500         88  REVAL-EOF               VALUE 'Y'.
014600     05  WS-RUN-ABORT-SW         PIC X(01) VALUE 'N'.
014700         88  WS-RUN-ABORTED          VALUE 'Y'.
014800     05  WS-MONTH-END-SW         PIC X(01) VALUE 'N'.
014900         88  WS-MONTH-END            VALUE 'Y'.
015000     05  WS-RATE-SW              PIC X(01) VALUE 'N'.
015100         88  WS-RATE-FOUND           VALUE 'Y'.
015200     05  WS-NEW-POSITION-SW      PIC X(01) VALUE 'N'.
015300         88  WS-NEW-POSITION         VALUE 'Y'.
015400     05  WS-REVERSING-SW         PIC X(01) VALUE 'N'.
015500         88  WS-REVERSING            VALUE 'Y'.
015600     05  WS-DEBIT-OFFSET-SW      PIC X(01) VALUE 'N'.
015700         88  WS-DEBIT-OFFSET         VALUE 'Y'.
015800*
015900 01  WS-RUN-COUNTERS.
016000     05  WS-WALLET-COUNT         PIC 9(08) VALUE ZERO.
016100     05  WS-FOREIGN-COUNT        PIC 9(08) VALUE ZERO.
016200     05  WS-REVERSED-COUNT       PIC 9(08) VALUE ZERO.
016300     05  WS-REVALUED-COUNT       PIC 9(08) VALUE ZERO.
016400     05  WS-TAKEN-ON-COUNT       PIC 9(08) VALUE ZERO.
016500     05  WS-BOOKED-COUNT         PIC 9(08) VALUE ZERO.
016600     05  WS-ALREADY-DONE-COUNT   PIC 9(08) VALUE ZERO.
016700     05  WS-NO-RATE-COUNT        PIC 9(08) VALUE ZERO.
016800     05  WS-VOUCHER-COUNT        PIC 9(08) VALUE ZERO.
016900*
017000 01  WS-CURRENT-DATE-TIME.
017100     05  WS-CURRENT-DATE         PIC 9(08) VALUE ZERO.
017200     05  WS-CURRENT-DATE-R REDEFINES WS-CURRENT-DATE.
017300         10  WS-CURRENT-MONTH        PIC 9(06).
017400         10  FILLER                  PIC 9(02).
017500     05  WS-CURRENT-TIME         PIC 9(08) VALUE ZERO.
017600*
017700*    THE SAME SUSPENSE ACCOUNT THE GL POSTING STEP SENDS AN     *
017800*    UNMAPPED WALLET'S ACTIVITY TO.                             *
017900 01  WS-SUSPENSE-ACCOUNT         PIC X(12) VALUE '999999999999'.
018000 01  WS-REVAL-SOURCE             PIC X(08) VALUE 'FXREVAL '.
018100 01  WS-MAPPED-ACCOUNT           PIC X(12) VALUE SPACES.
018200 01  WS-MAPPED-CURRENCY          PIC X(03) VALUE SPACES.
018300*
018400 01  WS-REVAL-WORK.
018500     05  WS-RATE-DATE            PIC 9(08) VALUE ZERO.
018600     05  WS-RATE-DATE-R REDEFINES WS-RATE-DATE.
018700         10  WS-RATE-MONTH           PIC 9(06).
018800         10  FILLER                  PIC 9(02).
018900     05  WS-RATE                 PIC 9(03)V9(06) VALUE ZERO.
019000     05  WS-REVALUED-BASE        PIC S9(13)V99 COMP-3 VALUE ZERO.
019100     05  WS-CARRYING-BASE        PIC S9(13)V99 COMP-3 VALUE ZERO.
019200     05  WS-UNREALIZED           PIC S9(13)V99 COMP-3 VALUE ZERO.
019300     05  WS-VOUCHER-AMOUNT       PIC S9(13)V99 COMP-3 VALUE ZERO.
019400     05  WS-POSITION-ACCOUNT     PIC X(12) VALUE SPACES.
019500     05  WS-OFFSET-ACCOUNT       PIC X(12) VALUE SPACES.
019600     05  WS-REPORT-NOTE          PIC X(20) VALUE SPACES.
019700*
019800*    ONE ENTRY PER FOREIGN CURRENCY AND LEDGER ACCOUNT, ROLLED  *
019900*    UP FROM THE MASTER, PLUS ANY POSITION ON THE REVALUATION   *
020000*    FILE WHOSE WALLETS HAVE SINCE EMPTIED OR MOVED AWAY.       *
020100 01  WS-POSITION-TABLE.
020200     05  WS-PT-COUNT             PIC 9(04) COMP VALUE ZERO.
020300     05  WS-PT-SUB               PIC 9(04) COMP VALUE ZERO.
020400     05  WS-PT-FOUND-SUB         PIC 9(04) COMP VALUE ZERO.
020500     05  WS-PT-ENTRY OCCURS 1000 TIMES.
020600         10  WS-PT-CURRENCY          PIC X(03).
020700         10  WS-PT-ACCOUNT           PIC X(12).
020800         10  WS-PT-WALLETS           PIC 9(06).
020900         10  WS-PT-BALANCE           PIC S9(13)V99 COMP-3.
021000*
021100*    CURRENCY TOTALS FOR THE REPORT.                            *
021200 01  WS-CURRENCY-TABLE.
021300     05  WS-CT-COUNT             PIC 9(04) COMP VALUE ZERO.
021400     05  WS-CT-SUB               PIC 9(04) COMP VALUE ZERO.
021500     05  WS-CT-FOUND-SUB         PIC 9(04) COMP VALUE ZERO.
021600     05  WS-CT-ENTRY OCCURS 50 TIMES.
021700         10  WS-CT-CURRENCY          PIC X(03).
021800         10  WS-CT-BALANCE           PIC S9(13)V99 COMP-3.
021900         10  WS-CT-REVALUED          PIC S9(13)V99 COMP-3.
022000         10  WS-CT-UNREALIZED        PIC S9(13)V99 COMP-3.
022100*
022200 01  WS-RUN-TOTALS.
022300     05  WS-TOTAL-GAIN           PIC S9(13)V99 COMP-3 VALUE ZERO.
022400     05  WS-TOTAL-LOSS           PIC S9(13)V99 COMP-3 VALUE ZERO.
022500     05  WS-TOTAL-REVERSED       PIC S9(13)V99 COMP-3 VALUE ZERO.
022600*
022700 01  WS-PRINT-FIELDS.
022800     05  WS-PRINT-BALANCE        PIC -----------9.99.
022900     05  WS-PRINT-REVALUED       PIC -----------9.99.
023000     05  WS-PRINT-CARRYING       PIC -----------9.99.
023100     05  WS-PRINT-UNREALIZED     PIC -----------9.99.
023200     05  WS-PRINT-RATE           PIC ZZ9.999999.
023300     05  WS-PRINT-WALLETS        PIC ZZZZZ9.
023400*
023500*    CALENDAR WORK FIELDS FOR FINDING TOMORROW, THE SAME STEP   *
023600*    THE DATE ROLL TAKES, SO THE RUN KNOWS A MONTH END.         *
023700 01  WS-ROLL-DATE-WORK.
023800     05  WS-ROLL-DATE            PIC 9(08) VALUE ZERO.
023900     05  WS-ROLL-DATE-R REDEFINES WS-ROLL-DATE.
024000         10  WS-ROLL-YEAR            PIC 9(04).
024100         10  WS-ROLL-MONTH           PIC 9(02).
024200         10  WS-ROLL-DAY             PIC 9(02).
024300     05  WS-ROLL-MONTH-DAYS      PIC 9(02) VALUE ZERO.
024400     05  WS-ROLL-REMAINDER       PIC S9(08) COMP VALUE ZERO.
024500     05  WS-ROLL-WORK            PIC S9(08) COMP VALUE ZERO.
024600     05  WS-ROLL-LEAP-SW         PIC X(01) VALUE 'N'.
024700         88  WS-ROLL-LEAP-YEAR       VALUE 'Y'.
024800*
024900 01  WS-MONTH-DAYS-VALUES        PIC X(24) VALUE
025000     '312831303130313130313031'.
025100 01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-VALUES.
025200     05  WS-MONTH-DAYS           PIC 9(02) OCCURS 12 TIMES.
025300*
025400 PROCEDURE DIVISION.
025500*****************************************************************
025600*    0000-MAINLINE                                              *
025700*****************************************************************
025800 0000-MAINLINE.
025900     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
026000     IF NOT WS-RUN-ABORTED
026100         PERFORM 2000-REVERSE-PRIOR-MONTH THRU 2000-EXIT
026200     END-IF.
026300     IF NOT WS-RUN-ABORTED AND WS-MONTH-END
026400         PERFORM 3000-ROLL-UP-POSITIONS THRU 3000-EXIT
026500     END-IF.
026600     IF NOT WS-RUN-ABORTED AND WS-MONTH-END
026700         PERFORM 4000-REVALUE-POSITIONS THRU 4000-EXIT
026800         PERFORM 4800-REPORT-CURRENCIES THRU 4800-EXIT
026900     END-IF.
027000     PERFORM 9000-TERMINATE THRU 9000-EXIT.
027100     STOP RUN.
027200*
027300*****************************************************************
027400*    1000-INITIALIZE - READ AND CHECK THE PARAMETER RECORD,     *
027500*    DECIDE WHETHER TODAY CLOSES A MONTH, AND OPEN THE FILES.   *
027600*    NO REVALUATION FILE YET MEANS NO POSITION HAS EVER BEEN    *
027700*    REVALUED, AND IT IS CREATED EMPTY.  A MISSING OR INVALID   *
027800*    PARAMETER RECORD ENDS THE RUN BEFORE ANYTHING IS BOOKED.   *
027900*****************************************************************
028000 1000-INITIALIZE.
028100     PERFORM 9500-GET-BUSINESS-DATE THRU 9500-EXIT.
028200     ACCEPT WS-CURRENT-TIME FROM TIME.
028300     MOVE WS-CURRENT-DATE TO WS-ROLL-DATE.
028400     PERFORM 9200-ADD-ONE-DAY THRU 9200-EXIT.
028500     IF WS-ROLL-DAY = 1
028600         SET WS-MONTH-END TO TRUE
028700     END-IF.
028800     OPEN INPUT PARM-FILE.
028900     IF NOT FP-STATUS-OK
029000         DISPLAY 'ERROR OPENING PARM-FILE. FILE STATUS: '
029100             FP-FILE-STATUS
029200         MOVE 16 TO RETURN-CODE
029300         SET WS-RUN-ABORTED TO TRUE
029400         GO TO 1000-EXIT
029500     END-IF.
029600     READ PARM-FILE
029700         AT END
029800             DISPLAY 'PARM-FILE IS EMPTY.'
029900             MOVE 16 TO RETURN-CODE
030000             SET WS-RUN-ABORTED TO TRUE
030100     END-READ.
030200     CLOSE PARM-FILE.
030300     IF WS-RUN-ABORTED
030400         GO TO 1000-EXIT
030500     END-IF.
030600     IF FP-BASE-CURRENCY = SPACES
030700         OR FP-GAIN-ACCOUNT = SPACES
030800         OR FP-LOSS-ACCOUNT = SPACES
030900         DISPLAY 'FX REVALUATION PARAMETER RECORD INVALID.'
031000         MOVE 16 TO RETURN-CODE
031100         SET WS-RUN-ABORTED TO TRUE
031200         GO TO 1000-EXIT
031300     END-IF.
031400     OPEN INPUT WALLET-MASTER-FILE.
031500     IF NOT WM-STATUS-OK
031600         DISPLAY 'ERROR OPENING WALLET-MASTER-FILE. FILE '
031700             'STATUS: ' WM-FILE-STATUS
031800         MOVE 16 TO RETURN-CODE
031900         SET WS-RUN-ABORTED TO TRUE
032000         GO TO 1000-EXIT
032100     END-IF.
032200     OPEN INPUT GL-MAP-FILE.
032300     IF NOT GM-STATUS-OK
032400         DISPLAY 'ERROR OPENING GL-MAP-FILE. FILE STATUS: '
032500             GM-FILE-STATUS
032600         MOVE 16 TO RETURN-CODE
032700         SET WS-RUN-ABORTED TO TRUE
032800         GO TO 1000-EXIT
032900     END-IF.
033000     OPEN INPUT FX-RATE-FILE.
033100     IF NOT FX-STATUS-OK
033200         DISPLAY 'ERROR OPENING FX-RATE-FILE. FILE STATUS: '
033300             FX-FILE-STATUS
033400         MOVE 16 TO RETURN-CODE
033500         SET WS-RUN-ABORTED TO TRUE
033600         GO TO 1000-EXIT
033700     END-IF.
033800     OPEN I-O REVAL-FILE.
033900     IF RV-STATUS-NOT-FOUND
034000         OPEN OUTPUT REVAL-FILE
034100         CLOSE REVAL-FILE
034200         OPEN I-O REVAL-FILE
034300     END-IF.
034400     IF NOT RV-STATUS-OK
034500         DISPLAY 'ERROR OPENING REVAL-FILE. FILE STATUS: '
034600             RV-FILE-STATUS
034700         MOVE 16 TO RETURN-CODE
034800         SET WS-RUN-ABORTED TO TRUE
034900         GO TO 1000-EXIT
035000     END-IF.
035100     OPEN EXTEND VOUCHER-FILE.
035200     IF JV-STATUS-NOT-FOUND
035300         OPEN OUTPUT VOUCHER-FILE
035400     END-IF.
035500     IF NOT JV-STATUS-OK
035600         DISPLAY 'ERROR OPENING VOUCHER-FILE. FILE STATUS: '
035700             JV-FILE-STATUS
035800         MOVE 16 TO RETURN-CODE
035900         SET WS-RUN-ABORTED TO TRUE
036000         GO TO 1000-EXIT
036100     END-IF.
036200     DISPLAY 'WALLET FX REVALUATION - ' WS-CURRENT-DATE
036300         ' - BASE CURRENCY ' FP-BASE-CURRENCY.
036400     DISPLAY '------------------------------------------'.
036500     IF WS-MONTH-END
036600         DISPLAY 'MONTH END - FOREIGN POSITIONS ARE REVALUED '
036700             'TONIGHT.'
036800     END-IF.
036900 1000-EXIT.
037000     EXIT.
037100*
037200*****************************************************************
037300*    2000-REVERSE-PRIOR-MONTH - EVERY POSITION STILL AWAITING   *
037400*    REVERSAL FROM AN EARLIER MONTH HAS ITS UNREALIZED AMOUNT   *
037500*    REVERSED TODAY.  THE BUSINESS DATE MOVES ONE DAY AT A      *
037600*    TIME, SO THE FIRST RUN IN A NEW MONTH IS ITS FIRST         *
037700*    BUSINESS DAY; A MONTH MISSED ALTOGETHER IS CAUGHT ON THE   *
037800*    NEXT RUN.  A REVERSAL IS THE BOOKED PAIR WITH ITS SIDES    *
037900*    SWAPPED, DATED TODAY.                                      *
038000*****************************************************************
038100 2000-REVERSE-PRIOR-MONTH.
038200     MOVE 'N' TO WS-REVAL-EOF-SW.
038300     MOVE LOW-VALUES TO RV-POSITION-KEY.
038400     START REVAL-FILE
038500         KEY IS NOT < RV-POSITION-KEY
038600         INVALID KEY
038700             SET REVAL-EOF TO TRUE
038800     END-START.
038900     PERFORM 2100-REVERSE-ONE-POSITION THRU 2100-EXIT
039000         UNTIL REVAL-EOF
039100         OR WS-RUN-ABORTED.
039200 2000-EXIT.
039300     EXIT.
039400*
039500 2100-REVERSE-ONE-POSITION.
039600     READ REVAL-FILE NEXT RECORD
039700         AT END
039800             SET REVAL-EOF TO TRUE
039900             GO TO 2100-EXIT
040000     END-READ.
040100     IF NOT RV-STATUS-OK
040200         DISPLAY 'ERROR READING REVAL-FILE. FILE STATUS: '
040300             RV-FILE-STATUS
040400         MOVE 16 TO RETURN-CODE
040500         SET WS-RUN-ABORTED TO TRUE
040600         GO TO 2100-EXIT
040700     END-IF.
040800     IF NOT RV-AWAITING-REVERSAL
040900         OR RV-LAST-REVAL-MONTH NOT < WS-CURRENT-MONTH
041000         GO TO 2100-EXIT
041100     END-IF.
041200     IF WS-REVERSED-COUNT = ZERO
041300         DISPLAY ' '
041400         DISPLAY 'REVERSALS OF PRIOR MONTH-END REVALUATION'
041500         DISPLAY 'CCY GL ACCOUNT   MONTH         UNREALIZED'
041600         DISPLAY '------------------------------------------'
041700     END-IF.
041800     MOVE RV-GL-ACCOUNT TO WS-POSITION-ACCOUNT.
041900     MOVE RV-UNREALIZED-AMOUNT TO WS-UNREALIZED.
042000     SET WS-REVERSING TO TRUE.
042100     PERFORM 6000-BOOK-UNREALIZED THRU 6000-EXIT.
042200     MOVE 'N' TO WS-REVERSING-SW.
042300     COMPUTE WS-UNREALIZED = ZERO - RV-UNREALIZED-AMOUNT.
042400     IF WS-RUN-ABORTED
042500         GO TO 2100-EXIT
042600     END-IF.
042700     SET RV-REVERSED TO TRUE.
042800     MOVE WS-CURRENT-DATE TO RV-REVERSAL-DATE.
042900     REWRITE RV-REVAL-RECORD.
043000     IF NOT RV-STATUS-OK
043100         DISPLAY 'ERROR REWRITING REVAL-FILE FOR '
043200             RV-CURRENCY-CODE ' ' RV-GL-ACCOUNT '. FILE STATUS: '
043300             RV-FILE-STATUS
043400         MOVE 16 TO RETURN-CODE
043500         SET WS-RUN-ABORTED TO TRUE
043600         GO TO 2100-EXIT
043700     END-IF.
043800     ADD 1 TO WS-REVERSED-COUNT.
043900     ADD WS-UNREALIZED TO WS-TOTAL-REVERSED.
044000     MOVE WS-UNREALIZED TO WS-PRINT-UNREALIZED.
044100     DISPLAY RV-CURRENCY-CODE ' ' RV-GL-ACCOUNT ' '
044200         RV-LAST-REVAL-MONTH ' ' WS-PRINT-UNREALIZED.
044300 2100-EXIT.
044400     EXIT.
044500*
044600*****************************************************************
044700*    3000-ROLL-UP-POSITIONS - ADD EVERY FOREIGN-CURRENCY        *
044800*    WALLET'S BALANCE TO ITS CURRENCY AND ACCOUNT, THEN BRING   *
044900*    IN ANY POSITION ON THE REVALUATION FILE THAT NO WALLET     *
045000*    FEEDS ANY LONGER, SO ITS CARRYING VALUE IS RUN DOWN.       *
045100*****************************************************************
045200 3000-ROLL-UP-POSITIONS.
045300     PERFORM 3100-READ-WALLET THRU 3100-EXIT.
045400     PERFORM 3200-ROLL-UP-ONE-WALLET THRU 3200-EXIT
045500         UNTIL WALLET-EOF
045600         OR WS-RUN-ABORTED.
045700     IF WS-RUN-ABORTED
045800         GO TO 3000-EXIT
045900     END-IF.
046000     MOVE 'N' TO WS-REVAL-EOF-SW.
046100     MOVE LOW-VALUES TO RV-POSITION-KEY.
046200     START REVAL-FILE
046300         KEY IS NOT < RV-POSITION-KEY
046400         INVALID KEY
046500             SET REVAL-EOF TO TRUE
046600     END-START.
046700     PERFORM 3300-ADD-FILED-POSITION THRU 3300-EXIT
046800         UNTIL REVAL-EOF
046900         OR WS-RUN-ABORTED.
047000 3000-EXIT.
047100     EXIT.
047200*
047300 3100-READ-WALLET.
047400     READ WALLET-MASTER-FILE NEXT RECORD
047500         AT END
047600             SET WALLET-EOF TO TRUE
047700     END-READ.
047800     IF NOT WALLET-EOF AND NOT WM-STATUS-OK
047900         DISPLAY 'ERROR READING WALLET-MASTER-FILE. FILE '
048000             'STATUS: ' WM-FILE-STATUS
048100         MOVE 16 TO RETURN-CODE
048200         SET WALLET-EOF TO TRUE
048300         SET WS-RUN-ABORTED TO TRUE
048400     END-IF.
048500 3100-EXIT.
048600     EXIT.
048700*
048800 3200-ROLL-UP-ONE-WALLET.
048900     ADD 1 TO WS-WALLET-COUNT.
049000     IF WM-CURRENCY-CODE = FP-BASE-CURRENCY
049100         GO TO 3200-READ-NEXT
049200     END-IF.
049300     ADD 1 TO WS-FOREIGN-COUNT.
049400     MOVE WM-WALLET-ID TO GM-WALLET-ID.
049500     READ GL-MAP-FILE
049600         INVALID KEY
049700             MOVE WS-SUSPENSE-ACCOUNT TO WS-MAPPED-ACCOUNT
049800         NOT INVALID KEY
049900             MOVE GM-GL-ACCOUNT TO WS-MAPPED-ACCOUNT
050000     END-READ.
050100     MOVE WM-CURRENCY-CODE TO RV-CURRENCY-CODE.
050200     MOVE WS-MAPPED-ACCOUNT TO RV-GL-ACCOUNT.
050300     PERFORM 7000-FIND-POSITION THRU 7000-EXIT.
050400     IF WS-RUN-ABORTED
050500         GO TO 3200-EXIT
050600     END-IF.
050700     ADD 1 TO WS-PT-WALLETS (WS-PT-FOUND-SUB).
050800     ADD WM-BALANCE TO WS-PT-BALANCE (WS-PT-FOUND-SUB).
050900 3200-READ-NEXT.
051000     PERFORM 3100-READ-WALLET THRU 3100-EXIT.
051100 3200-EXIT.
051200     EXIT.
051300*
051400 3300-ADD-FILED-POSITION.
051500     READ REVAL-FILE NEXT RECORD
051600         AT END
051700             SET REVAL-EOF TO TRUE
051800             GO TO 3300-EXIT
051900     END-READ.
052000     IF NOT RV-STATUS-OK
052100         DISPLAY 'ERROR READING REVAL-FILE. FILE STATUS: '
052200             RV-FILE-STATUS
052300         MOVE 16 TO RETURN-CODE
052400         SET WS-RUN-ABORTED TO TRUE
052500         GO TO 3300-EXIT
052600     END-IF.
052700     IF RV-CARRYING-BALANCE = ZERO AND RV-CARRYING-BASE = ZERO
052800         GO TO 3300-EXIT
052900     END-IF.
053000     PERFORM 7000-FIND-POSITION THRU 7000-EXIT.
053100 3300-EXIT.
053200     EXIT.
053300*
053400*****************************************************************
053500*    4000-REVALUE-POSITIONS - RESTATE EACH POSITION AND BOOK    *
053600*    THE DIFFERENCE FROM ITS CARRYING VALUE.                    *
053700*****************************************************************
053800 4000-REVALUE-POSITIONS.
053900     DISPLAY ' '.
054000     DISPLAY 'MONTH-END REVALUATION ' WS-CURRENT-MONTH.
054100     DISPLAY 'CCY GL ACCOUNT   WALLETS   FOREIGN BALANCE       '
054200         'RATE    REVALUED BASE    CARRYING BASE       '
054300         'UNREALIZED'.
054400     DISPLAY '------------------------------------------'.
054500     MOVE ZERO TO WS-PT-SUB.
054600     PERFORM 4100-REVALUE-ONE-POSITION THRU 4100-EXIT
054700         UNTIL WS-PT-SUB >= WS-PT-COUNT
054800         OR WS-RUN-ABORTED.
054900 4000-EXIT.
055000     EXIT.
055100*
055200*****************************************************************
055300*    4100-REVALUE-ONE-POSITION - THE CARRYING VALUE TAKES ON    *
055400*    THE MONTH'S NET MOVEMENT IN THE FOREIGN BALANCE AT THE     *
055500*    CLOSING RATE; WHAT IS LEFT BETWEEN IT AND THE RESTATED     *
055600*    BALANCE IS THE UNREALIZED GAIN OR LOSS ON THE POSITION.    *
055700*****************************************************************
055800 4100-REVALUE-ONE-POSITION.
055900     ADD 1 TO WS-PT-SUB.
056000     MOVE SPACES TO WS-REPORT-NOTE.
056100     MOVE ZERO TO WS-RATE.
056200     MOVE ZERO TO WS-REVALUED-BASE.
056300     MOVE ZERO TO WS-CARRYING-BASE.
056400     MOVE ZERO TO WS-UNREALIZED.
056500     MOVE WS-PT-CURRENCY (WS-PT-SUB) TO RV-CURRENCY-CODE.
056600     MOVE WS-PT-ACCOUNT (WS-PT-SUB) TO RV-GL-ACCOUNT.
056700     MOVE 'N' TO WS-NEW-POSITION-SW.
056800     READ REVAL-FILE
056900         INVALID KEY
057000             SET WS-NEW-POSITION TO TRUE
057100             INITIALIZE RV-REVAL-RECORD
057200             MOVE WS-PT-CURRENCY (WS-PT-SUB) TO RV-CURRENCY-CODE
057300             MOVE WS-PT-ACCOUNT (WS-PT-SUB) TO RV-GL-ACCOUNT
057400             SET RV-NOTHING-BOOKED TO TRUE
057500     END-READ.
057600     IF RV-LAST-REVAL-MONTH = WS-CURRENT-MONTH
057700         ADD 1 TO WS-ALREADY-DONE-COUNT
057800         MOVE RV-LAST-RATE TO WS-RATE
057900         MOVE RV-REVALUED-BASE TO WS-REVALUED-BASE
058000         MOVE RV-CARRYING-BASE TO WS-CARRYING-BASE
058100         MOVE RV-UNREALIZED-AMOUNT TO WS-UNREALIZED
058200         MOVE 'ALREADY REVALUED' TO WS-REPORT-NOTE
058300         GO TO 4100-REPORT
058400     END-IF.
058500     PERFORM 4200-GET-MONTH-END-RATE THRU 4200-EXIT.
058600     IF NOT WS-RATE-FOUND
058700         ADD 1 TO WS-NO-RATE-COUNT
058800         MOVE 'NO MONTH-END RATE' TO WS-REPORT-NOTE
058900         IF RETURN-CODE < 4
059000             MOVE 4 TO RETURN-CODE
059100         END-IF
059200         GO TO 4100-REPORT
059300     END-IF.
059400     COMPUTE WS-REVALUED-BASE ROUNDED =
059500         WS-PT-BALANCE (WS-PT-SUB) * WS-RATE.
059600     IF RV-LAST-REVAL-MONTH = ZERO
059700         ADD 1 TO WS-TAKEN-ON-COUNT
059800         MOVE WS-REVALUED-BASE TO WS-CARRYING-BASE
059900         MOVE 'TAKEN ON' TO WS-REPORT-NOTE
060000     ELSE
060100         COMPUTE WS-CARRYING-BASE ROUNDED = RV-CARRYING-BASE
060200             + ((WS-PT-BALANCE (WS-PT-SUB) - RV-CARRYING-BALANCE)
060300             * WS-RATE)
060400     END-IF.
060500     COMPUTE WS-UNREALIZED = WS-REVALUED-BASE - WS-CARRYING-BASE.
060600     MOVE WS-PT-ACCOUNT (WS-PT-SUB) TO WS-POSITION-ACCOUNT.
060700     IF WS-UNREALIZED NOT = ZERO
060800         PERFORM 6000-BOOK-UNREALIZED THRU 6000-EXIT
060900         IF WS-RUN-ABORTED
061000             GO TO 4100-EXIT
061100         END-IF
061200         ADD 1 TO WS-BOOKED-COUNT
061300         IF WS-UNREALIZED > ZERO
061400             ADD WS-UNREALIZED TO WS-TOTAL-LOSS
061500         ELSE
061600             SUBTRACT WS-UNREALIZED FROM WS-TOTAL-GAIN
061700         END-IF
061800         SET RV-AWAITING-REVERSAL TO TRUE
061900     ELSE
062000         SET RV-NOTHING-BOOKED TO TRUE
062100     END-IF.
062200     ADD 1 TO WS-REVALUED-COUNT.
062300     PERFORM 4300-FILE-POSITION THRU 4300-EXIT.
062400     IF WS-RUN-ABORTED
062500         GO TO 4100-EXIT
062600     END-IF.
062700 4100-REPORT.
062800     MOVE WS-PT-CURRENCY (WS-PT-SUB) TO WS-MAPPED-CURRENCY.
062900     PERFORM 7100-FIND-CURRENCY-TOTAL THRU 7100-EXIT.
063000     IF WS-CT-FOUND-SUB > ZERO
063100         ADD WS-PT-BALANCE (WS-PT-SUB) TO
063200             WS-CT-BALANCE (WS-CT-FOUND-SUB)
063300         ADD WS-REVALUED-BASE TO WS-CT-REVALUED (WS-CT-FOUND-SUB)
063400         ADD WS-UNREALIZED TO WS-CT-UNREALIZED (WS-CT-FOUND-SUB)
063500     END-IF.
063600     MOVE WS-PT-WALLETS (WS-PT-SUB) TO WS-PRINT-WALLETS.
063700     MOVE WS-PT-BALANCE (WS-PT-SUB) TO WS-PRINT-BALANCE.
063800     MOVE WS-RATE TO WS-PRINT-RATE.
063900     MOVE WS-REVALUED-BASE TO WS-PRINT-REVALUED.
064000     MOVE WS-CARRYING-BASE TO WS-PRINT-CARRYING.
064100     MOVE WS-UNREALIZED TO WS-PRINT-UNREALIZED.
064200     DISPLAY WS-PT-CURRENCY (WS-PT-SUB) ' '
064300         WS-PT-ACCOUNT (WS-PT-SUB) ' ' WS-PRINT-WALLETS ' '
064400         WS-PRINT-BALANCE ' ' WS-PRINT-RATE ' '
064500         WS-PRINT-REVALUED ' ' WS-PRINT-CARRYING ' '
064600         WS-PRINT-UNREALIZED ' ' WS-REPORT-NOTE.
064700 4100-EXIT.
064800     EXIT.
064900*
065000*****************************************************************
065100*    4200-GET-MONTH-END-RATE - THE FOREIGN-TO-BASE RATE ON THE  *
065200*    FX RATES FILE, ACCEPTED ONLY IF IT TOOK EFFECT THIS MONTH  *
065300*    AND NOT AFTER TODAY - AN OLDER RATE WOULD RESTATE THE      *
065400*    POSITION AT SOMETHING OTHER THAN THE MONTH-END RATE.       *
065500*****************************************************************
065600 4200-GET-MONTH-END-RATE.
065700     MOVE 'N' TO WS-RATE-SW.
065800     MOVE WS-PT-CURRENCY (WS-PT-SUB) TO FX-FROM-CURRENCY.
065900     MOVE FP-BASE-CURRENCY TO FX-TO-CURRENCY.
066000     READ FX-RATE-FILE
066100         INVALID KEY
066200             GO TO 4200-EXIT
066300     END-READ.
066400     MOVE FX-EFFECTIVE-DATE TO WS-RATE-DATE.
066500     IF WS-RATE-MONTH NOT = WS-CURRENT-MONTH
066600         OR FX-EFFECTIVE-DATE > WS-CURRENT-DATE
066700         OR FX-RATE = ZERO
066800         GO TO 4200-EXIT
066900     END-IF.
067000     MOVE FX-RATE TO WS-RATE.
067100     SET WS-RATE-FOUND TO TRUE.
067200 4200-EXIT.
067300     EXIT.
067400*
067500*****************************************************************
067600*    4300-FILE-POSITION - RECORD TONIGHT'S REVALUATION AS THE   *
067700*    POSITION THE NEXT MONTH END MEASURES AGAINST.              *
067800*****************************************************************
067900 4300-FILE-POSITION.
068000     MOVE WS-PT-BALANCE (WS-PT-SUB) TO RV-CARRYING-BALANCE.
068100     MOVE WS-CARRYING-BASE TO RV-CARRYING-BASE.
068200     MOVE WS-CURRENT-MONTH TO RV-LAST-REVAL-MONTH.
068300     MOVE WS-CURRENT-DATE TO RV-LAST-REVAL-DATE.
068400     MOVE WS-RATE TO RV-LAST-RATE.
068500     MOVE WS-REVALUED-BASE TO RV-REVALUED-BASE.
068600     MOVE WS-UNREALIZED TO RV-UNREALIZED-AMOUNT.
068700     MOVE ZERO TO RV-REVERSAL-DATE.
068800     IF WS-NEW-POSITION
068900         WRITE RV-REVAL-RECORD
069000     ELSE
069100         REWRITE RV-REVAL-RECORD
069200     END-IF.
069300     IF NOT RV-STATUS-OK
069400         DISPLAY 'ERROR FILING REVAL-FILE FOR ' RV-CURRENCY-CODE
069500             ' ' RV-GL-ACCOUNT '. FILE STATUS: ' RV-FILE-STATUS
069600         MOVE 16 TO RETURN-CODE
069700         SET WS-RUN-ABORTED TO TRUE
069800     END-IF.
069900 4300-EXIT.
070000     EXIT.
070100*
070200 4800-REPORT-CURRENCIES.
070300     DISPLAY ' '.
070400     DISPLAY 'CURRENCY TOTALS'.
070500     DISPLAY 'CCY   FOREIGN BALANCE    REVALUED BASE       '
070600         'UNREALIZED'.
070700     DISPLAY '------------------------------------------'.
070800     MOVE ZERO TO WS-CT-SUB.
070900     PERFORM 4900-REPORT-ONE-CURRENCY THRU 4900-EXIT
071000         UNTIL WS-CT-SUB >= WS-CT-COUNT.
071100 4800-EXIT.
071200     EXIT.
071300*
071400 4900-REPORT-ONE-CURRENCY.
071500     ADD 1 TO WS-CT-SUB.
071600     MOVE WS-CT-BALANCE (WS-CT-SUB) TO WS-PRINT-BALANCE.
071700     MOVE WS-CT-REVALUED (WS-CT-SUB) TO WS-PRINT-REVALUED.
071800     MOVE WS-CT-UNREALIZED (WS-CT-SUB) TO WS-PRINT-UNREALIZED.
071900     DISPLAY WS-CT-CURRENCY (WS-CT-SUB) ' ' WS-PRINT-BALANCE ' '
072000         WS-PRINT-REVALUED ' ' WS-PRINT-UNREALIZED.
072100 4900-EXIT.
072200     EXIT.
072300*
072400*****************************************************************
072500*    6000-BOOK-UNREALIZED - WRITE THE BALANCED VOUCHER PAIR     *
072600*    FOR WS-UNREALIZED AGAINST WS-POSITION-ACCOUNT, IN THE BASE *
072700*    CURRENCY AND DATED TODAY.  POSITIVE IS A LOSS - THE        *
072800*    POSITION'S ACCOUNT IS CREDITED AND THE LOSS ACCOUNT        *
072900*    DEBITED; NEGATIVE IS A GAIN - THE POSITION'S ACCOUNT IS    *
073000*    DEBITED AND THE GAIN ACCOUNT CREDITED.  A REVERSAL PASSES  *
073100*    THE AMOUNT AS IT WAS BOOKED WITH WS-REVERSING SET, SO THE  *
073200*    SAME GAIN OR LOSS ACCOUNT IS CHOSEN AND ONLY THE DEBIT AND *
073300*    CREDIT SIDES ARE TURNED ROUND.                             *
073400*****************************************************************
073500 6000-BOOK-UNREALIZED.
073600     IF WS-UNREALIZED > ZERO
073700         MOVE WS-UNREALIZED TO WS-VOUCHER-AMOUNT
073800         MOVE FP-LOSS-ACCOUNT TO WS-OFFSET-ACCOUNT
073900     ELSE
074000         COMPUTE WS-VOUCHER-AMOUNT = ZERO - WS-UNREALIZED
074100         MOVE FP-GAIN-ACCOUNT TO WS-OFFSET-ACCOUNT
074200     END-IF.
074300     MOVE 'N' TO WS-DEBIT-OFFSET-SW.
074400     IF WS-UNREALIZED > ZERO AND NOT WS-REVERSING
074500         SET WS-DEBIT-OFFSET TO TRUE
074600     END-IF.
074700     IF WS-UNREALIZED < ZERO AND WS-REVERSING
074800         SET WS-DEBIT-OFFSET TO TRUE
074900     END-IF.
075000     IF WS-DEBIT-OFFSET
075100         MOVE WS-OFFSET-ACCOUNT TO JV-GL-ACCOUNT
075200     ELSE
075300         MOVE WS-POSITION-ACCOUNT TO JV-GL-ACCOUNT
075400     END-IF.
075500     MOVE WS-VOUCHER-AMOUNT TO JV-DEBIT-AMOUNT.
075600     MOVE ZERO TO JV-CREDIT-AMOUNT.
075700     PERFORM 6100-WRITE-VOUCHER THRU 6100-EXIT.
075800     IF WS-RUN-ABORTED
075900         GO TO 6000-EXIT
076000     END-IF.
076100     IF WS-DEBIT-OFFSET
076200         MOVE WS-POSITION-ACCOUNT TO JV-GL-ACCOUNT
076300     ELSE
076400         MOVE WS-OFFSET-ACCOUNT TO JV-GL-ACCOUNT
076500     END-IF.
076600     MOVE ZERO TO JV-DEBIT-AMOUNT.
076700     MOVE WS-VOUCHER-AMOUNT TO JV-CREDIT-AMOUNT.
076800     PERFORM 6100-WRITE-VOUCHER THRU 6100-EXIT.
076900 6000-EXIT.
077000     EXIT.
077100*
077200 6100-WRITE-VOUCHER.
077300     MOVE WS-CURRENT-DATE TO JV-POSTING-DATE.
077400     MOVE WS-REVAL-SOURCE TO JV-SOURCE-SYSTEM.
077500     MOVE FP-BASE-CURRENCY TO JV-CURRENCY-CODE.
077600     WRITE JV-VOUCHER-RECORD.
077700     IF NOT JV-STATUS-OK
077800         DISPLAY 'ERROR WRITING VOUCHER-FILE. FILE STATUS: '
077900             JV-FILE-STATUS
078000         MOVE 16 TO RETURN-CODE
078100         SET WS-RUN-ABORTED TO TRUE
078200         GO TO 6100-EXIT
078300     END-IF.
078400     ADD 1 TO WS-VOUCHER-COUNT.
078500 6100-EXIT.
078600     EXIT.
078700*
078800*****************************************************************
078900*    7000-FIND-POSITION - LOCATE OR CREATE THE TABLE ENTRY FOR  *
079000*    RV-CURRENCY-CODE AND RV-GL-ACCOUNT.  A FULL TABLE ENDS THE *
079100*    RUN - A PARTIAL REVALUATION WOULD MISSTATE THE LEDGER.     *
079200*****************************************************************
079300 7000-FIND-POSITION.
079400     MOVE ZERO TO WS-PT-FOUND-SUB.
079500     MOVE ZERO TO WS-PT-SUB.
079600     PERFORM 7010-TEST-POSITION THRU 7010-EXIT
079700         UNTIL WS-PT-FOUND-SUB > ZERO
079800         OR WS-PT-SUB >= WS-PT-COUNT.
079900     IF WS-PT-FOUND-SUB > ZERO
080000         GO TO 7000-EXIT
080100     END-IF.
080200     IF WS-PT-COUNT >= 1000
080300         DISPLAY 'POSITION TABLE FULL. RUN ABENDED RATHER THAN '
080400             'REVALUE PART OF THE BOOK.'
080500         MOVE 16 TO RETURN-CODE
080600         SET WS-RUN-ABORTED TO TRUE
080700         GO TO 7000-EXIT
080800     END-IF.
080900     ADD 1 TO WS-PT-COUNT.
081000     MOVE WS-PT-COUNT TO WS-PT-FOUND-SUB.
081100     MOVE RV-CURRENCY-CODE TO WS-PT-CURRENCY (WS-PT-FOUND-SUB).
081200     MOVE RV-GL-ACCOUNT TO WS-PT-ACCOUNT (WS-PT-FOUND-SUB).
081300     MOVE ZERO TO WS-PT-WALLETS (WS-PT-FOUND-SUB).
081400     MOVE ZERO TO WS-PT-BALANCE (WS-PT-FOUND-SUB).
081500 7000-EXIT.
081600     EXIT.
081700*
081800 7010-TEST-POSITION.
081900     ADD 1 TO WS-PT-SUB.
082000     IF WS-PT-CURRENCY (WS-PT-SUB) = RV-CURRENCY-CODE
082100         AND WS-PT-ACCOUNT (WS-PT-SUB) = RV-GL-ACCOUNT
082200         MOVE WS-PT-SUB TO WS-PT-FOUND-SUB
082300     END-IF.
082400 7010-EXIT.
082500     EXIT.
082600*
082700*****************************************************************
082800*    7100-FIND-CURRENCY-TOTAL - LOCATE OR CREATE THE CURRENCY   *
082900*    TOTAL FOR WS-MAPPED-CURRENCY.  BEYOND FIFTY CURRENCIES THE *
083000*    TOTAL IS SKIPPED; THE POSITIONS STILL PRINT.               *
083100*****************************************************************
083200 7100-FIND-CURRENCY-TOTAL.
083300     MOVE ZERO TO WS-CT-FOUND-SUB.
083400     MOVE ZERO TO WS-CT-SUB.
083500     PERFORM 7110-TEST-CURRENCY-TOTAL THRU 7110-EXIT
083600         UNTIL WS-CT-FOUND-SUB > ZERO
083700         OR WS-CT-SUB >= WS-CT-COUNT.
083800     IF WS-CT-FOUND-SUB = ZERO AND WS-CT-COUNT < 50
083900         ADD 1 TO WS-CT-COUNT
084000         MOVE WS-CT-COUNT TO WS-CT-FOUND-SUB
084100         MOVE WS-MAPPED-CURRENCY TO
084200             WS-CT-CURRENCY (WS-CT-FOUND-SUB)
084300         MOVE ZERO TO WS-CT-BALANCE (WS-CT-FOUND-SUB)
084400         MOVE ZERO TO WS-CT-REVALUED (WS-CT-FOUND-SUB)
084500         MOVE ZERO TO WS-CT-UNREALIZED (WS-CT-FOUND-SUB)
084600     END-IF.
084700 7100-EXIT.
084800     EXIT.
084900*
085000 7110-TEST-CURRENCY-TOTAL.
085100     ADD 1 TO WS-CT-SUB.
085200     IF WS-CT-CURRENCY (WS-CT-SUB) = WS-MAPPED-CURRENCY
085300         MOVE WS-CT-SUB TO WS-CT-FOUND-SUB
085400     END-IF.
085500 7110-EXIT.
085600     EXIT.
085700*
085800*****************************************************************
085900*    9000-TERMINATE - CLOSE FILES AND PRINT THE RUN SUMMARY.    *
086000*****************************************************************
086100 9000-TERMINATE.
086200     CLOSE WALLET-MASTER-FILE.
086300     CLOSE GL-MAP-FILE.
086400     CLOSE FX-RATE-FILE.
086500     CLOSE REVAL-FILE.
086600     CLOSE VOUCHER-FILE.
086700     MOVE WS-TOTAL-GAIN TO WS-PRINT-BALANCE.
086800     MOVE WS-TOTAL-LOSS TO WS-PRINT-REVALUED.
086900     MOVE WS-TOTAL-REVERSED TO WS-PRINT-UNREALIZED.
087000     DISPLAY ' '.
087100     DISPLAY 'FX REVALUATION SUMMARY'.
087200     DISPLAY 'POSITIONS REVERSED......: ' WS-REVERSED-COUNT.
087300     DISPLAY 'NET AMOUNT REVERSED.....: ' WS-PRINT-UNREALIZED.
087400     DISPLAY 'WALLETS READ............: ' WS-WALLET-COUNT.
087500     DISPLAY 'FOREIGN-CURRENCY WALLETS: ' WS-FOREIGN-COUNT.
087600     DISPLAY 'POSITIONS REVALUED......: ' WS-REVALUED-COUNT.
087700     DISPLAY 'OF WHICH TAKEN ON.......: ' WS-TAKEN-ON-COUNT.
087800     DISPLAY 'OF WHICH BOOKED.........: ' WS-BOOKED-COUNT.
087900     DISPLAY 'ALREADY REVALUED........: ' WS-ALREADY-DONE-COUNT.
088000     DISPLAY 'NO MONTH-END RATE.......: ' WS-NO-RATE-COUNT.
088100     DISPLAY 'UNREALIZED GAIN BOOKED..: ' WS-PRINT-BALANCE.
088200     DISPLAY 'UNREALIZED LOSS BOOKED..: ' WS-PRINT-REVALUED.
088300     DISPLAY 'VOUCHERS WRITTEN........: ' WS-VOUCHER-COUNT.
088400 9000-EXIT.
088500     EXIT.
088600*
088700*****************************************************************
088800*    9200-ADD-ONE-DAY - STEP WS-ROLL-DATE ONE CALENDAR DAY      *
088900*    FORWARD, ROLLING OVER MONTH AND YEAR ENDS.                 *
089000*****************************************************************
089100 9200-ADD-ONE-DAY.
089200     PERFORM 9210-GET-MONTH-DAYS THRU 9210-EXIT.
089300     ADD 1 TO WS-ROLL-DAY.
089400     IF WS-ROLL-DAY > WS-ROLL-MONTH-DAYS
089500         MOVE 1 TO WS-ROLL-DAY
089600         ADD 1 TO WS-ROLL-MONTH
089700         IF WS-ROLL-MONTH > 12
089800             MOVE 1 TO WS-ROLL-MONTH
089900             ADD 1 TO WS-ROLL-YEAR
090000         END-IF
090100     END-IF.
090200 9200-EXIT.
090300     EXIT.
090400*
090500 9210-GET-MONTH-DAYS.
090600     MOVE WS-MONTH-DAYS (WS-ROLL-MONTH) TO WS-ROLL-MONTH-DAYS.
090700     IF WS-ROLL-MONTH = 2
090800         PERFORM 9220-CHECK-LEAP-YEAR THRU 9220-EXIT
090900         IF WS-ROLL-LEAP-YEAR
091000             MOVE 29 TO WS-ROLL-MONTH-DAYS
091100         END-IF
091200     END-IF.
091300 9210-EXIT.
091400     EXIT.
091500*
091600 9220-CHECK-LEAP-YEAR.
091700     MOVE 'N' TO WS-ROLL-LEAP-SW.
091800     DIVIDE WS-ROLL-YEAR BY 4
091900         GIVING WS-ROLL-WORK REMAINDER WS-ROLL-REMAINDER.
092000     IF WS-ROLL-REMAINDER = ZERO
092100         SET WS-ROLL-LEAP-YEAR TO TRUE
092200     END-IF.
092300     DIVIDE WS-ROLL-YEAR BY 100
092400         GIVING WS-ROLL-WORK REMAINDER WS-ROLL-REMAINDER.
092500     IF WS-ROLL-REMAINDER = ZERO
092600         MOVE 'N' TO WS-ROLL-LEAP-SW
092700     END-IF.
092800     DIVIDE WS-ROLL-YEAR BY 400
092900         GIVING WS-ROLL-WORK REMAINDER WS-ROLL-REMAINDER.
093000     IF WS-ROLL-REMAINDER = ZERO
093100         SET WS-ROLL-LEAP-YEAR TO TRUE
093200     END-IF.
093300 9220-EXIT.
093400     EXIT.
093500*
093600*****************************************************************
093700*    9500-GET-BUSINESS-DATE - READ TODAY'S PROCESSING DATE      *
093800*    FROM THE BUSINESS-DATE CONTROL RECORD.  NO RECORD MEANS    *
093900*    THE SHOP'S CALENDAR HAS NEVER BEEN SEEDED - NOTHING MAY    *
094000*    RUN UNDER A GUESSED DATE, SO THE RUN STOPS HARD.           *
094100*****************************************************************
094200 9500-GET-BUSINESS-DATE.
094300     OPEN INPUT BUSDATE-FILE.
094400     IF NOT BD-STATUS-OK
094500         DISPLAY 'ERROR OPENING BUSDATE-FILE. FILE STATUS: '
094600             BD-FILE-STATUS
094700         MOVE 16 TO RETURN-CODE
094800         STOP RUN
094900     END-IF.
095000     MOVE 'BUSDATE ' TO BD-CONTROL-ID.
095100     READ BUSDATE-FILE
095200         INVALID KEY
095300             DISPLAY 'NO BUSINESS-DATE CONTROL RECORD ON '
095400                 'FILE. SEED IT THROUGH WALDTROL FIRST.'
095500             MOVE 16 TO RETURN-CODE
095600             STOP RUN
095700     END-READ.
095800     MOVE BD-BUSINESS-DATE TO WS-CURRENT-DATE.
095900     CLOSE BUSDATE-FILE.
096000 9500-EXIT.
096100     EXIT.
