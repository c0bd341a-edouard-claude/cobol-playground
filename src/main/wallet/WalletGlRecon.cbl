000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    WalletGlRecon.
000300 AUTHOR.        D L PATEL.
000400 INSTALLATION.  WALLET SERVICES BATCH.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED. 2026-10-15.
000700*****************************************************************
000800*    PROGRAM......: WalletGlRecon                               *
000900*    DESCRIPTION..: WALLET SUB-LEDGER TO GENERAL LEDGER         *
001000*                   RECONCILIATION.  EVERY WALLET'S LIVE        *
001100*                   BALANCE IS ROLLED UP TO ITS LEDGER ACCOUNT  *
001200*                   THROUGH THE OPERATIONS-MAINTAINED MAPPING   *
001300*                   FILE - AN UNMAPPED WALLET TO THE SUSPENSE   *
001400*                   ACCOUNT, THE SAME AS THE GL POSTING STEP -  *
001500*                   BY ACCOUNT AND CURRENCY, AND COMPARED WITH  *
001600*                   THE NET OF EVERY CREDIT AND DEBIT THE       *
001700*                   POSTING STEP HAS EVER VOUCHERED TO THAT     *
001800*                   ACCOUNT IN THAT CURRENCY ON THE STANDING    *
001900*                   VOUCHER FEED.  BOTH FIGURES ARE TAKEN ON    *
002000*                   THE WALLET'S OWN SIDE - A CREDIT RAISES A   *
002100*                   BALANCE - SO A TIED ACCOUNT SHOWS THE SAME  *
002200*                   NUMBER TWICE.  EVERY ACCOUNT IS PRINTED;    *
002300*                   ONE THAT DOES NOT TIE IS FLAGGED WITH ITS   *
002400*                   DIFFERENCE.  THE CURRENCY TOTALS FOLLOW.    *
002500*                   VOUCHERS CUT BEFORE THE FEED CARRIED A      *
002600*                   CURRENCY ARE TAKEN IN THE ACCOUNT'S OWN     *
002700*                   CURRENCY WHERE ITS WALLETS SHARE ONE, AND   *
002800*                   REPORTED UNDER A BLANK CURRENCY OTHERWISE.  *
002900*                   ONLY THE WALLET SYSTEM'S OWN VOUCHERS       *
003000*                   COUNT - ADJUSTMENTS OTHER SYSTEMS BOOK TO   *
003100*                   THE SAME FEED ARE NOT SUB-LEDGER MOVEMENTS. *
003200*                   LAST COMES THE SUSPENSE AGEING: EVERY       *
003300*                   WALLET STILL WITHOUT A MAPPING ENTRY, WITH  *
003400*                   THE DATE IT FIRST FELL TO SUSPENSE FROM THE *
003500*                   STANDING SUSPENSE REGISTER, ITS AGE IN DAYS *
003600*                   AND THE BALANCE SITTING IN SUSPENSE.  A     *
003700*                   REGISTER ENTRY FOR A WALLET SINCE MAPPED IS *
003800*                   DELETED.  RUN AFTER THE NIGHT'S GL POSTING  *
003900*                   STEP SO EVERY POSTING IS VOUCHERED.         *
004000*                   RETURN CODE 4 MEANS AN ACCOUNT DID NOT TIE  *
004100*                   OR A WALLET IS IN SUSPENSE.                 *
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
005800     SELECT WALLET-MASTER-FILE ASSIGN TO "WALTMSTR"
005900         ORGANIZATION IS INDEXED
006000         ACCESS MODE IS SEQUENTIAL
006100         RECORD KEY IS WM-WALLET-ID
006200         FILE STATUS IS WM-FILE-STATUS.
006300     SELECT GL-MAP-FILE ASSIGN TO "WALGLMAP"
006400         ORGANIZATION IS INDEXED
006500         ACCESS MODE IS RANDOM
006600         RECORD KEY IS GM-WALLET-ID
006700         FILE STATUS IS GM-FILE-STATUS.
006800     SELECT VOUCHER-FILE ASSIGN TO "WALJVIN"
006900         ORGANIZATION IS SEQUENTIAL
007000         FILE STATUS IS JV-FILE-STATUS.
007100     SELECT SUSPENSE-FILE ASSIGN TO "WALGLSUS"
007200         ORGANIZATION IS INDEXED
007300         ACCESS MODE IS DYNAMIC
007400         RECORD KEY IS SU-WALLET-ID
007500         FILE STATUS IS SU-FILE-STATUS.
007600*
007700 DATA DIVISION.
007800 FILE SECTION.
007900 FD  BUSDATE-FILE
008000     LABEL RECORDS ARE STANDARD.
008100     COPY WALBDAT.
008200*
008300 FD  WALLET-MASTER-FILE
008400     LABEL RECORDS ARE STANDARD.
008500     COPY WALMSTR.
008600*
008700 FD  GL-MAP-FILE
008800     LABEL RECORDS ARE STANDARD.
008900     COPY WALGLMAP.
009000*
009100 FD  VOUCHER-FILE
009200     LABEL RECORDS ARE STANDARD.
009300     COPY WALJV.
009400*
009500 FD  SUSPENSE-FILE
009600     LABEL RECORDS ARE STANDARD.
009700     COPY WALSUSP.
009800*
009900 WORKING-STORAGE SECTION.
010000 01  WS-FILE-STATUS-CODES.
010100     05  BD-FILE-STATUS          PIC X(02) VALUE SPACES.
010200         88  BD-STATUS-OK            VALUE '00'.
010300     05  WM-FILE-STATUS          PIC X(02) VALUE SPACES.
010400         88  WM-STATUS-OK            VALUE '00'.
010500     05  GM-FILE-STATUS          PIC X(02) VALUE SPACES.
010600         88  GM-STATUS-OK            VALUE '00'.
010700     05  JV-FILE-STATUS          PIC X(02) VALUE SPACES.
010800         88  JV-STATUS-OK            VALUE '00'.
010900         88  JV-STATUS-NOT-FOUND     VALUE '35'.
011000     05  SU-FILE-STATUS          PIC X(02) VALUE SPACES.
011100         88  SU-STATUS-OK            VALUE '00'.
011200         88  SU-STATUS-NOT-FOUND     VALUE '35'.
011300*
011400 01  WS-EOF-SWITCHES.
011500     05  WS-WALLET-EOF-SW        PIC X(01) VALUE 'N'.
011600         88  WALLET-EOF              VALUE 'Y'.
011700     05  WS-VOUCHER-EOF-SW       PIC X(01) VALUE 'N'.
011800         88  VOUCHER-EOF             VALUE 'Y'.
011900     05  WS-SUSPENSE-EOF-SW      PIC X(01) VALUE 'N'.
012000         88  SUSPENSE-EOF            VALUE 'Y'.
012100     05  WS-RUN-ABORT-SW         PIC X(01) VALUE 'N'.
012200         88  WS-RUN-ABORTED          VALUE 'Y'.
012300*
012400 01  WS-RUN-COUNTERS.
012500     05  WS-WALLET-COUNT         PIC 9(08) VALUE ZERO.
012600     05  WS-UNMAPPED-COUNT       PIC 9(08) VALUE ZERO.
012700     05  WS-VOUCHER-COUNT        PIC 9(08) VALUE ZERO.
012800     05  WS-OTHER-SOURCE-COUNT   PIC 9(08) VALUE ZERO.
012900     05  WS-UNTAGGED-COUNT       PIC 9(08) VALUE ZERO.
013000     05  WS-ACCOUNTS-TIED        PIC 9(08) VALUE ZERO.
013100     05  WS-ACCOUNTS-OUT         PIC 9(08) VALUE ZERO.
013200     05  WS-REGISTER-ADDED       PIC 9(08) VALUE ZERO.
013300     05  WS-REGISTER-CLEARED     PIC 9(08) VALUE ZERO.
013400*
013500 01  WS-CURRENT-DATE-TIME.
013600     05  WS-CURRENT-DATE         PIC 9(08) VALUE ZERO.
013700     05  WS-CURRENT-TIME         PIC 9(08) VALUE ZERO.
013800*
013900*    THE SAME SUSPENSE ACCOUNT THE GL POSTING STEP SENDS AN     *
014000*    UNMAPPED WALLET'S ACTIVITY TO.                             *
014100 01  WS-SUSPENSE-ACCOUNT         PIC X(12) VALUE '999999999999'.
014200 01  WS-WALLET-SOURCE            PIC X(08) VALUE 'WALLETS '.
014300 01  WS-MAPPED-ACCOUNT           PIC X(12) VALUE SPACES.
014400 01  WS-MAPPED-CURRENCY          PIC X(03) VALUE SPACES.
014500 01  WS-TODAY-DAY-NUMBER         PIC S9(08) COMP VALUE ZERO.
014600 01  WS-AGE-DAYS                 PIC S9(08) COMP VALUE ZERO.
014700 01  WS-GL-NET                   PIC S9(13)V99 COMP-3 VALUE ZERO.
014800 01  WS-DIFFERENCE               PIC S9(13)V99 COMP-3 VALUE ZERO.
014900*
015000*    ONE ENTRY PER LEDGER ACCOUNT AND CURRENCY, CARRYING THE    *
015100*    ROLLED-UP WALLET BALANCES AND THE CUMULATIVE VOUCHER       *
015200*    SIDES.  AN UNTAGGED VOUCHER ENTRY FOLDED INTO ITS          *
015300*    ACCOUNT'S ONE CURRENCY IS MARKED MERGED AND NOT PRINTED.   *
015400 01  WS-RECON-TABLE.
015500     05  WS-RC-COUNT             PIC 9(04) COMP VALUE ZERO.
015600     05  WS-RC-SUB               PIC 9(04) COMP VALUE ZERO.
015700     05  WS-RC-FOUND-SUB         PIC 9(04) COMP VALUE ZERO.
015800     05  WS-RC-MATCH-SUB         PIC 9(04) COMP VALUE ZERO.
015900     05  WS-RC-MATCH-COUNT       PIC 9(04) COMP VALUE ZERO.
016000     05  WS-RC-UNTAGGED-SUB      PIC 9(04) COMP VALUE ZERO.
016100     05  WS-RC-ENTRY OCCURS 1000 TIMES.
016200         10  WS-RC-ACCOUNT           PIC X(12).
016300         10  WS-RC-CURRENCY          PIC X(03).
016400         10  WS-RC-WALLETS           PIC 9(06).
016500         10  WS-RC-SUBLEDGER         PIC S9(13)V99 COMP-3.
016600         10  WS-RC-GL-DEBITS         PIC S9(13)V99 COMP-3.
016700         10  WS-RC-GL-CREDITS        PIC S9(13)V99 COMP-3.
016800         10  WS-RC-MERGED-SW         PIC X(01).
016900             88  WS-RC-MERGED            VALUE 'Y'.
017000*
017100*    CURRENCY TOTALS OF BOTH SIDES.                             *
017200 01  WS-CURRENCY-TABLE.
017300     05  WS-CT-COUNT             PIC 9(04) COMP VALUE ZERO.
017400     05  WS-CT-SUB               PIC 9(04) COMP VALUE ZERO.
017500     05  WS-CT-FOUND-SUB         PIC 9(04) COMP VALUE ZERO.
017600     05  WS-CT-ENTRY OCCURS 50 TIMES.
017700         10  WS-CT-CURRENCY          PIC X(03).
017800         10  WS-CT-SUBLEDGER         PIC S9(13)V99 COMP-3.
017900         10  WS-CT-GL-NET            PIC S9(13)V99 COMP-3.
018000*
018100*    EVERY WALLET FOUND IN SUSPENSE, HELD FOR THE AGEING LIST.  *
018200 01  WS-SUSPENSE-TABLE.
018300     05  WS-SS-COUNT             PIC 9(04) COMP VALUE ZERO.
018400     05  WS-SS-SUB               PIC 9(04) COMP VALUE ZERO.
018500     05  WS-SS-OVERFLOW          PIC 9(08) VALUE ZERO.
018600     05  WS-SS-ENTRY OCCURS 1000 TIMES.
018700         10  WS-SS-WALLET-ID         PIC X(10).
018800         10  WS-SS-CURRENCY          PIC X(03).
018900         10  WS-SS-CUSTOMER-ID       PIC X(10).
019000         10  WS-SS-STATUS            PIC X(01).
019100         10  WS-SS-FIRST-DATE        PIC 9(08).
019200         10  WS-SS-LAST-DATE         PIC 9(08).
019300         10  WS-SS-BALANCE           PIC S9(9)V99 COMP-3.
019400*
019500 01  WS-PRINT-FIELDS.
019600     05  WS-PRINT-SUBLEDGER      PIC -----------9.99.
019700     05  WS-PRINT-GL-NET         PIC -----------9.99.
019800     05  WS-PRINT-DIFFERENCE     PIC -----------9.99.
019900     05  WS-PRINT-AMOUNT         PIC ---------9.99.
020000     05  WS-PRINT-WALLETS        PIC ZZZZZ9.
020100     05  WS-PRINT-AGE            PIC ZZZZ9.
020200     05  WS-PRINT-FLAG           PIC X(16) VALUE SPACES.
020300*
020400*    DATE-TO-DAY-NUMBER WORK FIELDS, AS IN THE POSTING RUN.     *
020500 01  WS-DATE-TO-DAY-WORK.
020600     05  WS-DTN-DATE             PIC 9(08) VALUE ZERO.
020700     05  WS-DTN-DATE-R REDEFINES WS-DTN-DATE.
020800         10  WS-DTN-YEAR             PIC 9(04).
020900         10  WS-DTN-MONTH            PIC 9(02).
021000         10  WS-DTN-DAY              PIC 9(02).
021100     05  WS-DTN-DAY-NUMBER       PIC S9(08) COMP VALUE ZERO.
021200     05  WS-DTN-PRIOR-YEAR       PIC S9(08) COMP VALUE ZERO.
021300     05  WS-DTN-QUADS            PIC S9(08) COMP VALUE ZERO.
021400     05  WS-DTN-CENTS            PIC S9(08) COMP VALUE ZERO.
021500     05  WS-DTN-QUADCENTS        PIC S9(08) COMP VALUE ZERO.
021600     05  WS-DTN-REMAINDER        PIC S9(08) COMP VALUE ZERO.
021700     05  WS-DTN-LEAP-SW          PIC X(01) VALUE 'N'.
021800         88  WS-DTN-LEAP-YEAR        VALUE 'Y'.
021900*
022000 01  WS-MONTH-OFFSET-VALUES      PIC X(36) VALUE
022100     '000031059090120151181212243273304334'.
022200 01  WS-MONTH-OFFSET-TABLE REDEFINES WS-MONTH-OFFSET-VALUES.
022300     05  WS-MONTH-OFFSET         PIC 9(03) OCCURS 12 TIMES.
022400*
022500 PROCEDURE DIVISION.
022600*****************************************************************
022700*    0000-MAINLINE                                              *
022800*****************************************************************
022900 0000-MAINLINE.
023000     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
023100     IF NOT WS-RUN-ABORTED
023200         PERFORM 2000-ROLL-UP-WALLETS THRU 2000-EXIT
023300     END-IF.
023400     IF NOT WS-RUN-ABORTED
023500         PERFORM 3000-LOAD-VOUCHERS THRU 3000-EXIT
023600     END-IF.
023700     IF NOT WS-RUN-ABORTED
023800         PERFORM 3500-PLACE-UNTAGGED THRU 3500-EXIT
023900         PERFORM 4000-REPORT-ACCOUNTS THRU 4000-EXIT
024000         PERFORM 4500-REPORT-CURRENCIES THRU 4500-EXIT
024100         PERFORM 5000-REPORT-SUSPENSE THRU 5000-EXIT
024200         PERFORM 6000-CLEAR-MAPPED-ENTRIES THRU 6000-EXIT
024300     END-IF.
024400     PERFORM 9000-TERMINATE THRU 9000-EXIT.
024500     STOP RUN.
024600*
024700*****************************************************************
024800*    1000-INITIALIZE - OPEN THE MASTER, THE MAPPING FILE, THE   *
024900*    STANDING VOUCHER FEED AND THE STANDING SUSPENSE REGISTER.  *
025000*    NO VOUCHER FEED YET MEANS NOTHING HAS EVER BEEN            *
025100*    VOUCHERED; NO REGISTER YET MEANS NOTHING HAS EVER FALLEN   *
025200*    TO SUSPENSE, AND IT IS CREATED EMPTY.                      *
025300*****************************************************************
025400 1000-INITIALIZE.
025500     PERFORM 9500-GET-BUSINESS-DATE THRU 9500-EXIT.
025600     ACCEPT WS-CURRENT-TIME FROM TIME.
025700     MOVE WS-CURRENT-DATE TO WS-DTN-DATE.
025800     PERFORM 9100-DATE-TO-DAY-NUMBER THRU 9100-EXIT.
025900     MOVE WS-DTN-DAY-NUMBER TO WS-TODAY-DAY-NUMBER.
026000     OPEN INPUT WALLET-MASTER-FILE.
026100     IF NOT WM-STATUS-OK
026200         DISPLAY 'ERROR OPENING WALLET-MASTER-FILE. FILE '
026300             'STATUS: ' WM-FILE-STATUS
026400         MOVE 16 TO RETURN-CODE
026500         SET WS-RUN-ABORTED TO TRUE
026600         GO TO 1000-EXIT
026700     END-IF.
026800     OPEN INPUT GL-MAP-FILE.
026900     IF NOT GM-STATUS-OK
027000         DISPLAY 'ERROR OPENING GL-MAP-FILE. FILE STATUS: '
027100             GM-FILE-STATUS
027200         MOVE 16 TO RETURN-CODE
027300         SET WS-RUN-ABORTED TO TRUE
027400         GO TO 1000-EXIT
027500     END-IF.
027600     OPEN INPUT VOUCHER-FILE.
027700     IF JV-STATUS-NOT-FOUND
027800         SET VOUCHER-EOF TO TRUE
027900     ELSE
028000         IF NOT JV-STATUS-OK
028100             DISPLAY 'ERROR OPENING VOUCHER-FILE. FILE STATUS: '
028200                 JV-FILE-STATUS
028300             MOVE 16 TO RETURN-CODE
028400             SET WS-RUN-ABORTED TO TRUE
028500             GO TO 1000-EXIT
028600         END-IF
028700     END-IF.
028800     OPEN I-O SUSPENSE-FILE.
028900     IF SU-STATUS-NOT-FOUND
029000         OPEN OUTPUT SUSPENSE-FILE
029100         CLOSE SUSPENSE-FILE
029200         OPEN I-O SUSPENSE-FILE
029300     END-IF.
029400     IF NOT SU-STATUS-OK
029500         DISPLAY 'ERROR OPENING SUSPENSE-FILE. FILE STATUS: '
029600             SU-FILE-STATUS
029700         MOVE 16 TO RETURN-CODE
029800         SET WS-RUN-ABORTED TO TRUE
029900         GO TO 1000-EXIT
030000     END-IF.
030100     DISPLAY 'WALLET SUB-LEDGER TO GL RECONCILIATION - '
030200         WS-CURRENT-DATE.
030300     DISPLAY '------------------------------------------'.
030400 1000-EXIT.
030500     EXIT.
030600*
030700*****************************************************************
030800*    2000-ROLL-UP-WALLETS - ADD EVERY WALLET'S LIVE BALANCE TO  *
030900*    ITS ACCOUNT AND CURRENCY.  CLOSED WALLETS STAND AT ZERO    *
031000*    AND CHANGE NOTHING, BUT STILL COUNT AGAINST THEIR ACCOUNT. *
031100*****************************************************************
031200 2000-ROLL-UP-WALLETS.
031300     PERFORM 2100-READ-WALLET THRU 2100-EXIT.
031400     PERFORM 2200-ROLL-UP-ONE-WALLET THRU 2200-EXIT
031500         UNTIL WALLET-EOF
031600         OR WS-RUN-ABORTED.
031700 2000-EXIT.
031800     EXIT.
031900*
032000 2100-READ-WALLET.
032100     READ WALLET-MASTER-FILE NEXT RECORD
032200         AT END
032300             SET WALLET-EOF TO TRUE
032400     END-READ.
032500     IF NOT WALLET-EOF AND NOT WM-STATUS-OK
032600         DISPLAY 'ERROR READING WALLET-MASTER-FILE. FILE '
032700             'STATUS: ' WM-FILE-STATUS
032800         MOVE 16 TO RETURN-CODE
032900         SET WALLET-EOF TO TRUE
033000         SET WS-RUN-ABORTED TO TRUE
033100     END-IF.
033200 2100-EXIT.
033300     EXIT.
033400*
033500 2200-ROLL-UP-ONE-WALLET.
033600     ADD 1 TO WS-WALLET-COUNT.
033700     MOVE WM-WALLET-ID TO GM-WALLET-ID.
033800     READ GL-MAP-FILE
033900         INVALID KEY
034000             MOVE WS-SUSPENSE-ACCOUNT TO WS-MAPPED-ACCOUNT
034100             PERFORM 2300-NOTE-SUSPENSE-WALLET THRU 2300-EXIT
034200         NOT INVALID KEY
034300             MOVE GM-GL-ACCOUNT TO WS-MAPPED-ACCOUNT
034400     END-READ.
034500     IF WS-RUN-ABORTED
034600         GO TO 2200-EXIT
034700     END-IF.
034800     MOVE WM-CURRENCY-CODE TO WS-MAPPED-CURRENCY.
034900     PERFORM 7000-FIND-RECON-ENTRY THRU 7000-EXIT.
035000     IF WS-RUN-ABORTED
035100         GO TO 2200-EXIT
035200     END-IF.
035300     ADD 1 TO WS-RC-WALLETS (WS-RC-FOUND-SUB).
035400     ADD WM-BALANCE TO WS-RC-SUBLEDGER (WS-RC-FOUND-SUB).
035500     PERFORM 2100-READ-WALLET THRU 2100-EXIT.
035600 2200-EXIT.
035700     EXIT.
035800*
035900*****************************************************************
036000*    2300-NOTE-SUSPENSE-WALLET - AN UNMAPPED WALLET.  ITS       *
036100*    REGISTER ENTRY DATES HOW LONG IT HAS SAT IN SUSPENSE; ONE  *
036200*    THAT HAS NEVER MOVED HAS NO ENTRY YET AND IS ENTERED       *
036300*    TODAY.  THE WALLET IS HELD FOR THE AGEING LIST.            *
036400*****************************************************************
036500 2300-NOTE-SUSPENSE-WALLET.
036600     ADD 1 TO WS-UNMAPPED-COUNT.
036700     MOVE WM-WALLET-ID TO SU-WALLET-ID.
036800     READ SUSPENSE-FILE
036900         INVALID KEY
037000             INITIALIZE SU-SUSPENSE-RECORD
037100             MOVE WM-WALLET-ID TO SU-WALLET-ID
037200             MOVE WS-CURRENT-DATE TO SU-FIRST-SUSPENSE-DATE
037300             MOVE WS-CURRENT-DATE TO SU-LAST-SUSPENSE-DATE
037400             SET SU-OPENED-BY-RECON TO TRUE
037500             WRITE SU-SUSPENSE-RECORD
037600             IF NOT SU-STATUS-OK
037700                 DISPLAY 'ERROR WRITING SUSPENSE REGISTER FOR '
037800                     'WALLET ' SU-WALLET-ID '. FILE STATUS: '
037900                     SU-FILE-STATUS
038000                 MOVE 16 TO RETURN-CODE
038100                 SET WS-RUN-ABORTED TO TRUE
038200                 GO TO 2300-EXIT
038300             END-IF
038400             ADD 1 TO WS-REGISTER-ADDED
038500     END-READ.
038600     IF WS-SS-COUNT >= 1000
038700         ADD 1 TO WS-SS-OVERFLOW
038800         GO TO 2300-EXIT
038900     END-IF.
039000     ADD 1 TO WS-SS-COUNT.
039100     MOVE WM-WALLET-ID TO WS-SS-WALLET-ID (WS-SS-COUNT).
039200     MOVE WM-CURRENCY-CODE TO WS-SS-CURRENCY (WS-SS-COUNT).
039300     MOVE WM-CUSTOMER-ID TO WS-SS-CUSTOMER-ID (WS-SS-COUNT).
039400     MOVE WM-WALLET-STATUS TO WS-SS-STATUS (WS-SS-COUNT).
039500     MOVE SU-FIRST-SUSPENSE-DATE TO
039600         WS-SS-FIRST-DATE (WS-SS-COUNT).
039700     MOVE SU-LAST-SUSPENSE-DATE TO WS-SS-LAST-DATE (WS-SS-COUNT).
039800     MOVE WM-BALANCE TO WS-SS-BALANCE (WS-SS-COUNT).
039900 2300-EXIT.
040000     EXIT.
040100*
040200*****************************************************************
040300*    3000-LOAD-VOUCHERS - FOLD EVERY WALLET-SYSTEM VOUCHER EVER *
040400*    CUT INTO ITS ACCOUNT AND CURRENCY.                         *
040500*****************************************************************
040600 3000-LOAD-VOUCHERS.
040700     IF NOT VOUCHER-EOF
040800         PERFORM 3100-READ-VOUCHER THRU 3100-EXIT
040900     END-IF.
041000     PERFORM 3200-FOLD-ONE-VOUCHER THRU 3200-EXIT
041100         UNTIL VOUCHER-EOF
041200         OR WS-RUN-ABORTED.
041300 3000-EXIT.
041400     EXIT.
041500*
041600 3100-READ-VOUCHER.
041700     READ VOUCHER-FILE
041800         AT END
041900             SET VOUCHER-EOF TO TRUE
042000     END-READ.
042100     IF NOT VOUCHER-EOF AND NOT JV-STATUS-OK
042200         DISPLAY 'ERROR READING VOUCHER-FILE. FILE STATUS: '
042300             JV-FILE-STATUS
042400         MOVE 16 TO RETURN-CODE
042500         SET VOUCHER-EOF TO TRUE
042600         SET WS-RUN-ABORTED TO TRUE
042700     END-IF.
042800 3100-EXIT.
042900     EXIT.
043000*
043100 3200-FOLD-ONE-VOUCHER.
043200     IF JV-SOURCE-SYSTEM NOT = WS-WALLET-SOURCE
043300         ADD 1 TO WS-OTHER-SOURCE-COUNT
043400         GO TO 3200-READ-NEXT
043500     END-IF.
043600     ADD 1 TO WS-VOUCHER-COUNT.
043700     IF JV-CURRENCY-CODE = SPACES
043800         ADD 1 TO WS-UNTAGGED-COUNT
043900     END-IF.
044000     MOVE JV-GL-ACCOUNT TO WS-MAPPED-ACCOUNT.
044100     MOVE JV-CURRENCY-CODE TO WS-MAPPED-CURRENCY.
044200     PERFORM 7000-FIND-RECON-ENTRY THRU 7000-EXIT.
044300     IF WS-RUN-ABORTED
044400         GO TO 3200-EXIT
044500     END-IF.
044600     ADD JV-DEBIT-AMOUNT TO WS-RC-GL-DEBITS (WS-RC-FOUND-SUB).
044700     ADD JV-CREDIT-AMOUNT TO WS-RC-GL-CREDITS (WS-RC-FOUND-SUB).
044800 3200-READ-NEXT.
044900     PERFORM 3100-READ-VOUCHER THRU 3100-EXIT.
045000 3200-EXIT.
045100     EXIT.
045200*
045300*****************************************************************
045400*    3500-PLACE-UNTAGGED - VOUCHERS CUT BEFORE THE FEED CARRIED *
045500*    A CURRENCY SIT UNDER A BLANK CURRENCY.  WHERE EVERY OTHER  *
045600*    ENTRY FOR THE SAME ACCOUNT IS IN ONE CURRENCY THEY ARE     *
045700*    FOLDED INTO IT; OTHERWISE THEY STAY BLANK AND THE ACCOUNT  *
045800*    CANNOT TIE UNTIL FINANCE SPLITS THEM.                      *
045900*****************************************************************
046000 3500-PLACE-UNTAGGED.
046100     MOVE ZERO TO WS-RC-UNTAGGED-SUB.
046200     PERFORM 3600-PLACE-ONE-UNTAGGED THRU 3600-EXIT
046300         UNTIL WS-RC-UNTAGGED-SUB >= WS-RC-COUNT.
046400 3500-EXIT.
046500     EXIT.
046600*
046700 3600-PLACE-ONE-UNTAGGED.
046800     ADD 1 TO WS-RC-UNTAGGED-SUB.
046900     IF WS-RC-CURRENCY (WS-RC-UNTAGGED-SUB) NOT = SPACES
047000         GO TO 3600-EXIT
047100     END-IF.
047200     MOVE ZERO TO WS-RC-MATCH-COUNT.
047300     MOVE ZERO TO WS-RC-MATCH-SUB.
047400     MOVE ZERO TO WS-RC-SUB.
047500     PERFORM 3610-COUNT-ACCOUNT-CURRENCY THRU 3610-EXIT
047600         UNTIL WS-RC-SUB >= WS-RC-COUNT.
047700     IF WS-RC-MATCH-COUNT NOT = 1
047800         GO TO 3600-EXIT
047900     END-IF.
048000     ADD WS-RC-GL-DEBITS (WS-RC-UNTAGGED-SUB) TO
048100         WS-RC-GL-DEBITS (WS-RC-MATCH-SUB).
048200     ADD WS-RC-GL-CREDITS (WS-RC-UNTAGGED-SUB) TO
048300         WS-RC-GL-CREDITS (WS-RC-MATCH-SUB).
048400     SET WS-RC-MERGED (WS-RC-UNTAGGED-SUB) TO TRUE.
048500 3600-EXIT.
048600     EXIT.
048700*
048800 3610-COUNT-ACCOUNT-CURRENCY.
048900     ADD 1 TO WS-RC-SUB.
049000     IF WS-RC-ACCOUNT (WS-RC-SUB) =
049100         WS-RC-ACCOUNT (WS-RC-UNTAGGED-SUB)
049200         AND WS-RC-CURRENCY (WS-RC-SUB) NOT = SPACES
049300         ADD 1 TO WS-RC-MATCH-COUNT
049400         MOVE WS-RC-SUB TO WS-RC-MATCH-SUB
049500     END-IF.
049600 3610-EXIT.
049700     EXIT.
049800*
049900*****************************************************************
050000*    4000-REPORT-ACCOUNTS - ONE LINE PER ACCOUNT AND CURRENCY:  *
050100*    THE WALLETS' BALANCES, THE NET OF THE VOUCHERS, AND THE    *
050200*    DIFFERENCE WHEN THEY DO NOT TIE.                           *
050300*****************************************************************
050400 4000-REPORT-ACCOUNTS.
050500     DISPLAY ' '.
050600     DISPLAY 'ACCOUNT TIE-OUT'.
050700     DISPLAY 'GL ACCOUNT   CCY WALLETS      SUB-LEDGER       '
050800         'GL NET      DIFFERENCE'.
050900     DISPLAY '------------------------------------------'.
051000     MOVE ZERO TO WS-RC-SUB.
051100     PERFORM 4100-REPORT-ONE-ACCOUNT THRU 4100-EXIT
051200         UNTIL WS-RC-SUB >= WS-RC-COUNT.
051300 4000-EXIT.
051400     EXIT.
051500*
051600 4100-REPORT-ONE-ACCOUNT.
051700     ADD 1 TO WS-RC-SUB.
051800     IF WS-RC-MERGED (WS-RC-SUB)
051900         GO TO 4100-EXIT
052000     END-IF.
052100     COMPUTE WS-GL-NET = WS-RC-GL-CREDITS (WS-RC-SUB)
052200         - WS-RC-GL-DEBITS (WS-RC-SUB).
052300     COMPUTE WS-DIFFERENCE = WS-RC-SUBLEDGER (WS-RC-SUB)
052400         - WS-GL-NET.
052500     IF WS-DIFFERENCE = ZERO
052600         ADD 1 TO WS-ACCOUNTS-TIED
052700         MOVE SPACES TO WS-PRINT-FLAG
052800     ELSE
052900         ADD 1 TO WS-ACCOUNTS-OUT
053000         MOVE '*** DOES NOT TIE' TO WS-PRINT-FLAG
053100         IF RETURN-CODE < 4
053200             MOVE 4 TO RETURN-CODE
053300         END-IF
053400     END-IF.
053500     MOVE WS-RC-CURRENCY (WS-RC-SUB) TO WS-MAPPED-CURRENCY.
053600     PERFORM 7100-FIND-CURRENCY-TOTAL THRU 7100-EXIT.
053700     IF WS-CT-FOUND-SUB > ZERO
053800         ADD WS-RC-SUBLEDGER (WS-RC-SUB) TO
053900             WS-CT-SUBLEDGER (WS-CT-FOUND-SUB)
054000         ADD WS-GL-NET TO WS-CT-GL-NET (WS-CT-FOUND-SUB)
054100     END-IF.
054200     MOVE WS-RC-WALLETS (WS-RC-SUB) TO WS-PRINT-WALLETS.
054300     MOVE WS-RC-SUBLEDGER (WS-RC-SUB) TO WS-PRINT-SUBLEDGER.
054400     MOVE WS-GL-NET TO WS-PRINT-GL-NET.
054500     MOVE WS-DIFFERENCE TO WS-PRINT-DIFFERENCE.
054600     DISPLAY WS-RC-ACCOUNT (WS-RC-SUB) ' '
054700         WS-RC-CURRENCY (WS-RC-SUB) ' ' WS-PRINT-WALLETS ' '
054800         WS-PRINT-SUBLEDGER ' ' WS-PRINT-GL-NET ' '
054900         WS-PRINT-DIFFERENCE ' ' WS-PRINT-FLAG.
055000 4100-EXIT.
055100     EXIT.
055200*
055300 4500-REPORT-CURRENCIES.
055400     DISPLAY ' '.
055500     DISPLAY 'CURRENCY TOTALS'.
055600     DISPLAY 'CCY      SUB-LEDGER          GL NET      '
055700         'DIFFERENCE'.
055800     DISPLAY '------------------------------------------'.
055900     MOVE ZERO TO WS-CT-SUB.
056000     PERFORM 4600-REPORT-ONE-CURRENCY THRU 4600-EXIT
056100         UNTIL WS-CT-SUB >= WS-CT-COUNT.
056200 4500-EXIT.
056300     EXIT.
056400*
056500 4600-REPORT-ONE-CURRENCY.
056600     ADD 1 TO WS-CT-SUB.
056700     COMPUTE WS-DIFFERENCE = WS-CT-SUBLEDGER (WS-CT-SUB)
056800         - WS-CT-GL-NET (WS-CT-SUB).
056900     MOVE WS-CT-SUBLEDGER (WS-CT-SUB) TO WS-PRINT-SUBLEDGER.
057000     MOVE WS-CT-GL-NET (WS-CT-SUB) TO WS-PRINT-GL-NET.
057100     MOVE WS-DIFFERENCE TO WS-PRINT-DIFFERENCE.
057200     DISPLAY WS-CT-CURRENCY (WS-CT-SUB) ' ' WS-PRINT-SUBLEDGER ' '
057300         WS-PRINT-GL-NET ' ' WS-PRINT-DIFFERENCE.
057400 4600-EXIT.
057500     EXIT.
057600*
057700*****************************************************************
057800*    5000-REPORT-SUSPENSE - EVERY WALLET STILL WITHOUT A        *
057900*    MAPPING ENTRY, AGED FROM THE DAY IT FIRST FELL TO          *
058000*    SUSPENSE, WITH THE BALANCE SITTING THERE FOR IT.           *
058100*****************************************************************
058200 5000-REPORT-SUSPENSE.
058300     DISPLAY ' '.
058400     DISPLAY 'WALLETS IN SUSPENSE (ACCOUNT ' WS-SUSPENSE-ACCOUNT
058500         ')'.
058600     DISPLAY 'WALLET     CCY CUSTOMER   ST FIRST    LAST       '
058700         'DAYS       BALANCE'.
058800     DISPLAY '------------------------------------------'.
058900     IF WS-SS-COUNT > ZERO AND RETURN-CODE < 4
059000         MOVE 4 TO RETURN-CODE
059100     END-IF.
059200     MOVE ZERO TO WS-SS-SUB.
059300     PERFORM 5100-REPORT-ONE-SUSPENSE THRU 5100-EXIT
059400         UNTIL WS-SS-SUB >= WS-SS-COUNT.
059500     IF WS-SS-OVERFLOW > ZERO
059600         DISPLAY WS-SS-OVERFLOW ' FURTHER UNMAPPED WALLETS NOT '
059700             'LISTED - AGEING TABLE FULL.'
059800     END-IF.
059900 5000-EXIT.
060000     EXIT.
060100*
060200 5100-REPORT-ONE-SUSPENSE.
060300     ADD 1 TO WS-SS-SUB.
060400     MOVE WS-SS-FIRST-DATE (WS-SS-SUB) TO WS-DTN-DATE.
060500     PERFORM 9100-DATE-TO-DAY-NUMBER THRU 9100-EXIT.
060600     COMPUTE WS-AGE-DAYS =
060700         WS-TODAY-DAY-NUMBER - WS-DTN-DAY-NUMBER.
060800     MOVE WS-AGE-DAYS TO WS-PRINT-AGE.
060900     MOVE WS-SS-BALANCE (WS-SS-SUB) TO WS-PRINT-AMOUNT.
061000     DISPLAY WS-SS-WALLET-ID (WS-SS-SUB) ' '
061100         WS-SS-CURRENCY (WS-SS-SUB) ' '
061200         WS-SS-CUSTOMER-ID (WS-SS-SUB) ' '
061300         WS-SS-STATUS (WS-SS-SUB) '  '
061400         WS-SS-FIRST-DATE (WS-SS-SUB) ' '
061500         WS-SS-LAST-DATE (WS-SS-SUB) ' ' WS-PRINT-AGE ' '
061600         WS-PRINT-AMOUNT.
061700 5100-EXIT.
061800     EXIT.
061900*
062000*****************************************************************
062100*    6000-CLEAR-MAPPED-ENTRIES - A REGISTER ENTRY FOR A WALLET  *
062200*    OPERATIONS HAVE SINCE MAPPED HAS DONE ITS JOB AND IS       *
062300*    DELETED, SO THE WALLET IS AGED AFRESH IF IT EVER LOSES     *
062400*    ITS MAPPING AGAIN.                                         *
062500*****************************************************************
062600 6000-CLEAR-MAPPED-ENTRIES.
062700     MOVE 'N' TO WS-SUSPENSE-EOF-SW.
062800     MOVE LOW-VALUES TO SU-WALLET-ID.
062900     START SUSPENSE-FILE
063000         KEY IS NOT < SU-WALLET-ID
063100         INVALID KEY
063200             SET SUSPENSE-EOF TO TRUE
063300     END-START.
063400     PERFORM 6100-CHECK-ONE-ENTRY THRU 6100-EXIT
063500         UNTIL SUSPENSE-EOF.
063600 6000-EXIT.
063700     EXIT.
063800*
063900 6100-CHECK-ONE-ENTRY.
064000     READ SUSPENSE-FILE NEXT RECORD
064100         AT END
064200             SET SUSPENSE-EOF TO TRUE
064300             GO TO 6100-EXIT
064400     END-READ.
064500     IF NOT SU-STATUS-OK
064600         DISPLAY 'ERROR READING SUSPENSE-FILE. FILE STATUS: '
064700             SU-FILE-STATUS
064800         MOVE 16 TO RETURN-CODE
064900         SET SUSPENSE-EOF TO TRUE
065000         GO TO 6100-EXIT
065100     END-IF.
065200     MOVE SU-WALLET-ID TO GM-WALLET-ID.
065300     READ GL-MAP-FILE
065400         INVALID KEY
065500             GO TO 6100-EXIT
065600     END-READ.
065700     DELETE SUSPENSE-FILE RECORD.
065800     IF NOT SU-STATUS-OK
065900         DISPLAY 'ERROR DELETING SUSPENSE ENTRY ' SU-WALLET-ID
066000             '. FILE STATUS: ' SU-FILE-STATUS
066100         MOVE 16 TO RETURN-CODE
066200         SET SUSPENSE-EOF TO TRUE
066300         GO TO 6100-EXIT
066400     END-IF.
066500     ADD 1 TO WS-REGISTER-CLEARED.
066600     DISPLAY 'WALLET ' SU-WALLET-ID ' NOW MAPPED TO '
066700         GM-GL-ACCOUNT ' - CLEARED FROM THE SUSPENSE REGISTER.'.
066800 6100-EXIT.
066900     EXIT.
067000*
067100*****************************************************************
067200*    7000-FIND-RECON-ENTRY - LOCATE OR CREATE THE ENTRY FOR     *
067300*    WS-MAPPED-ACCOUNT AND WS-MAPPED-CURRENCY.  A FULL TABLE    *
067400*    ENDS THE RUN - A PARTIAL TIE-OUT WOULD MISLEAD.            *
067500*****************************************************************
067600 7000-FIND-RECON-ENTRY.
067700     MOVE ZERO TO WS-RC-FOUND-SUB.
067800     MOVE ZERO TO WS-RC-SUB.
067900     PERFORM 7010-TEST-RECON-ENTRY THRU 7010-EXIT
068000         UNTIL WS-RC-FOUND-SUB > ZERO
068100         OR WS-RC-SUB >= WS-RC-COUNT.
068200     IF WS-RC-FOUND-SUB > ZERO
068300         GO TO 7000-EXIT
068400     END-IF.
068500     IF WS-RC-COUNT >= 1000
068600         DISPLAY 'RECONCILIATION TABLE FULL. RUN ABENDED '
068700             'RATHER THAN PRINT A PARTIAL TIE-OUT.'
068800         MOVE 16 TO RETURN-CODE
068900         SET WS-RUN-ABORTED TO TRUE
069000         GO TO 7000-EXIT
069100     END-IF.
069200     ADD 1 TO WS-RC-COUNT.
069300     MOVE WS-RC-COUNT TO WS-RC-FOUND-SUB.
069400     MOVE WS-MAPPED-ACCOUNT TO WS-RC-ACCOUNT (WS-RC-FOUND-SUB).
069500     MOVE WS-MAPPED-CURRENCY TO WS-RC-CURRENCY (WS-RC-FOUND-SUB).
069600     MOVE ZERO TO WS-RC-WALLETS (WS-RC-FOUND-SUB).
069700     MOVE ZERO TO WS-RC-SUBLEDGER (WS-RC-FOUND-SUB).
069800     MOVE ZERO TO WS-RC-GL-DEBITS (WS-RC-FOUND-SUB).
069900     MOVE ZERO TO WS-RC-GL-CREDITS (WS-RC-FOUND-SUB).
070000     MOVE 'N' TO WS-RC-MERGED-SW (WS-RC-FOUND-SUB).
070100 7000-EXIT.
070200     EXIT.
070300*
070400 7010-TEST-RECON-ENTRY.
070500     ADD 1 TO WS-RC-SUB.
070600     IF WS-RC-ACCOUNT (WS-RC-SUB) = WS-MAPPED-ACCOUNT
070700         AND WS-RC-CURRENCY (WS-RC-SUB) = WS-MAPPED-CURRENCY
070800         MOVE WS-RC-SUB TO WS-RC-FOUND-SUB
070900     END-IF.
071000 7010-EXIT.
071100     EXIT.
071200*
071300*****************************************************************
071400*    7100-FIND-CURRENCY-TOTAL - LOCATE OR CREATE THE CURRENCY   *
071500*    TOTAL FOR WS-MAPPED-CURRENCY.  BEYOND FIFTY CURRENCIES THE *
071600*    TOTAL IS SKIPPED; THE ACCOUNT LINES STILL PRINT.           *
071700*****************************************************************
071800 7100-FIND-CURRENCY-TOTAL.
071900     MOVE ZERO TO WS-CT-FOUND-SUB.
072000     MOVE ZERO TO WS-CT-SUB.
072100     PERFORM 7110-TEST-CURRENCY-TOTAL THRU 7110-EXIT
072200         UNTIL WS-CT-FOUND-SUB > ZERO
072300         OR WS-CT-SUB >= WS-CT-COUNT.
072400     IF WS-CT-FOUND-SUB = ZERO AND WS-CT-COUNT < 50
072500         ADD 1 TO WS-CT-COUNT
072600         MOVE WS-CT-COUNT TO WS-CT-FOUND-SUB
072700         MOVE WS-MAPPED-CURRENCY TO
072800             WS-CT-CURRENCY (WS-CT-FOUND-SUB)
072900         MOVE ZERO TO WS-CT-SUBLEDGER (WS-CT-FOUND-SUB)
073000         MOVE ZERO TO WS-CT-GL-NET (WS-CT-FOUND-SUB)
073100     END-IF.
073200 7100-EXIT.
073300     EXIT.
073400*
073500 7110-TEST-CURRENCY-TOTAL.
073600     ADD 1 TO WS-CT-SUB.
073700     IF WS-CT-CURRENCY (WS-CT-SUB) = WS-MAPPED-CURRENCY
073800         MOVE WS-CT-SUB TO WS-CT-FOUND-SUB
073900     END-IF.
074000 7110-EXIT.
074100     EXIT.
074200*
074300*****************************************************************
074400*    9000-TERMINATE - CLOSE FILES AND PRINT THE RUN SUMMARY.    *
074500*****************************************************************
074600 9000-TERMINATE.
074700     CLOSE WALLET-MASTER-FILE.
074800     CLOSE GL-MAP-FILE.
074900     CLOSE VOUCHER-FILE.
075000     CLOSE SUSPENSE-FILE.
075100     DISPLAY ' '.
075200     DISPLAY 'GL RECONCILIATION SUMMARY'.
075300     DISPLAY 'WALLETS ROLLED UP.......: ' WS-WALLET-COUNT.
075400     DISPLAY 'WALLETS IN SUSPENSE.....: ' WS-UNMAPPED-COUNT.
075500     DISPLAY 'VOUCHERS FOLDED.........: ' WS-VOUCHER-COUNT.
075600     DISPLAY 'OF WHICH UNTAGGED.......: ' WS-UNTAGGED-COUNT.
075700     DISPLAY 'OTHER-SYSTEM VOUCHERS...: ' WS-OTHER-SOURCE-COUNT.
075800     DISPLAY 'ACCOUNTS TIED...........: ' WS-ACCOUNTS-TIED.
075900     DISPLAY 'ACCOUNTS NOT TIED.......: ' WS-ACCOUNTS-OUT.
076000     DISPLAY 'REGISTER ENTRIES ADDED..: ' WS-REGISTER-ADDED.
076100     DISPLAY 'REGISTER ENTRIES CLEARED: ' WS-REGISTER-CLEARED.
076200 9000-EXIT.
076300     EXIT.
076400*
076500*****************************************************************
076600*    9100-DATE-TO-DAY-NUMBER - CONVERT WS-DTN-DATE (YYYYMMDD)   *
076700*    TO A DAY NUMBER SINCE THE GREGORIAN EPOCH SO TWO DATES     *
076800*    SUBTRACT TO AN AGE IN CALENDAR DAYS.  LEAP YEARS ARE       *
076900*    EVERY FOURTH YEAR, EXCEPT CENTURIES NOT DIVISIBLE BY 400.  *
077000*****************************************************************
077100 9100-DATE-TO-DAY-NUMBER.
077200     COMPUTE WS-DTN-PRIOR-YEAR = WS-DTN-YEAR - 1.
077300     DIVIDE WS-DTN-PRIOR-YEAR BY 4
077400         GIVING WS-DTN-QUADS.
077500     DIVIDE WS-DTN-PRIOR-YEAR BY 100
077600         GIVING WS-DTN-CENTS.
077700     DIVIDE WS-DTN-PRIOR-YEAR BY 400
077800         GIVING WS-DTN-QUADCENTS.
077900     COMPUTE WS-DTN-DAY-NUMBER =
078000         (WS-DTN-PRIOR-YEAR * 365)
078100         + WS-DTN-QUADS - WS-DTN-CENTS + WS-DTN-QUADCENTS
078200         + WS-MONTH-OFFSET (WS-DTN-MONTH)
078300         + WS-DTN-DAY.
078400     PERFORM 9110-CHECK-LEAP-YEAR THRU 9110-EXIT.
078500     IF WS-DTN-LEAP-YEAR AND WS-DTN-MONTH > 2
078600         ADD 1 TO WS-DTN-DAY-NUMBER
078700     END-IF.
078800 9100-EXIT.
078900     EXIT.
079000*
079100 9110-CHECK-LEAP-YEAR.
079200     MOVE 'N' TO WS-DTN-LEAP-SW.
079300     DIVIDE WS-DTN-YEAR BY 4
079400         GIVING WS-DTN-QUADS REMAINDER WS-DTN-REMAINDER.
079500     IF WS-DTN-REMAINDER = ZERO
079600         SET WS-DTN-LEAP-YEAR TO TRUE
079700     END-IF.
079800     DIVIDE WS-DTN-YEAR BY 100
079900         GIVING WS-DTN-CENTS REMAINDER WS-DTN-REMAINDER.
080000     IF WS-DTN-REMAINDER = ZERO
080100         MOVE 'N' TO WS-DTN-LEAP-SW
080200     END-IF.
080300     DIVIDE WS-DTN-YEAR BY 400
080400         GIVING WS-DTN-QUADCENTS REMAINDER WS-DTN-REMAINDER.
080500     IF WS-DTN-REMAINDER = ZERO
080600         SET WS-DTN-LEAP-YEAR TO TRUE
080700     END-IF.
080800 9110-EXIT.
080900     EXIT.
081000*
081100*****************************************************************
081200*    9500-GET-BUSINESS-DATE - READ TODAY'S PROCESSING DATE      *
081300*    FROM THE BUSINESS-DATE CONTROL RECORD.  NO RECORD MEANS    *
081400*    THE SHOP'S CALENDAR HAS NEVER BEEN SEEDED - NOTHING MAY    *
081500*    RUN UNDER A GUESSED DATE, SO THE RUN STOPS HARD.           *
081600*****************************************************************
081700 9500-GET-BUSINESS-DATE.
081800     OPEN INPUT BUSDATE-FILE.
081900     IF NOT BD-STATUS-OK
082000         DISPLAY 'ERROR OPENING BUSDATE-FILE. FILE STATUS: '
082100             BD-FILE-STATUS
082200         MOVE 16 TO RETURN-CODE
082300         STOP RUN
082400     END-IF.
082500     MOVE 'BUSDATE ' TO BD-CONTROL-ID.
082600     READ BUSDATE-FILE
082700         INVALID KEY
082800             DISPLAY 'NO BUSINESS-DATE CONTROL RECORD ON '
082900                 'FILE. SEED IT THROUGH WALDTROL FIRST.'
083000             MOVE 16 TO RETURN-CODE
083100             STOP RUN
083200     END-READ.
083300     MOVE BD-BUSINESS-DATE TO WS-CURRENT-DATE.
083400     CLOSE BUSDATE-FILE.
083500 9500-EXIT.
083600     EXIT.
