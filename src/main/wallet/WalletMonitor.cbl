000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    WalletMonitor.
000300 AUTHOR.        D L PATEL.
000400 INSTALLATION.  WALLET SERVICES BATCH.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED. 2026-10-15.
000700*****************************************************************
000800*    PROGRAM......: WalletMonitor                               *
000900*    DESCRIPTION..: CUSTOMER-LEVEL TRANSACTION MONITORING.      *
001000*                   THE VELOCITY AND DUPLICATE SCREENS IN THE   *
001100*                   POSTING RUN SEE ONE WALLET ON ONE DAY; THIS *
001200*                   RUN WALKS EVERY DATED AUDIT JOURNAL IN THE  *
001300*                   ROLLING WINDOW ON THE MONITORING PARAMETER  *
001400*                   RECORD AND FOLDS THE POSTED ACTIVITY OF ALL *
001500*                   OF A CUSTOMER'S WALLETS TOGETHER THROUGH    *
001600*                   WM-CUSTOMER-ID.  FOUR RULES ARE APPLIED PER *
001700*                   CUSTOMER: STRUCTURING (REPEATED DEBITS JUST *
001800*                   UNDER THE SINGLE-TRANSACTION LIMIT), PASS-  *
001900*                   THROUGH (A CREDIT FROM ANOTHER PARTY PAID   *
002000*                   STRAIGHT BACK OUT AS AN EXTERNAL PAYMENT),  *
002100*                   CIRCULAR TRANSFERS AMONG THE CUSTOMER'S OWN *
002200*                   WALLETS, AND CUMULATIVE EXTERNAL OUTFLOW.   *
002300*                   A CUSTOMER WHO TRIPS ANY RULE GETS A CASE   *
002400*                   ON THE STANDING CASE FILE, KEYED BY         *
002500*                   CUSTOMER AND TODAY'S DATE, AND AN ENTRY ON  *
002600*                   THE ALERT REPORT NAMING THE CUSTOMER AND    *
002700*                   LISTING EVERY CONTRIBUTING TRANSACTION BY   *
002800*                   BATCH AND SEQUENCE.  A RULE ALREADY ON A    *
002900*                   CASE FOR THE CUSTOMER INSIDE THE WINDOW IS  *
003000*                   NOT RAISED AGAIN, SO THE SAME ACTIVITY      *
003100*                   DOES NOT OPEN A FRESH CASE EVERY NIGHT AND  *
003200*                   A RERUN OF THE DAY RAISES NOTHING TWICE.    *
003300*                   COMPLIANCE'S CASE ACTIONS (INVESTIGATE,     *
003400*                   CONFIRM, DISMISS) ARE APPLIED FIRST, AND    *
003500*                   THE RUN ENDS WITH THE LIST OF CASES STILL   *
003600*                   TO BE WORKED.  AN EXTERNAL PAYMENT IS A     *
003700*                   POSTED TRANSFER INTO A HOUSE SETTLEMENT     *
003800*                   WALLET - THE JOURNAL DOES NOT CARRY THE     *
003900*                   TRANSACTION TYPE, SO THE SETTLEMENT         *
004000*                   WALLETS ARE TAKEN FROM THE BANK EXTRACT,    *
004100*                   WHICH NAMES ONE ON EVERY TYPE-X PAYMENT.    *
004200*                   RETURN CODE 4 MEANS NEW CASES WERE RAISED.  *
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
005900     SELECT PARM-FILE ASSIGN TO "WALMONPM"
006000         ORGANIZATION IS SEQUENTIAL
006100         FILE STATUS IS MP-FILE-STATUS.
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
007200     SELECT BANK-EXTRACT-FILE ASSIGN TO "WALBANKX"
007300         ORGANIZATION IS SEQUENTIAL
007400         FILE STATUS IS BX-FILE-STATUS.
007500     SELECT CASE-FILE ASSIGN TO "WALCASE"
007600         ORGANIZATION IS INDEXED
007700         ACCESS MODE IS DYNAMIC
007800         RECORD KEY IS CS-CASE-KEY
007900         FILE STATUS IS CS-FILE-STATUS.
008000     SELECT CASE-ACTION-FILE ASSIGN TO "WALCSACT"
008100         ORGANIZATION IS SEQUENTIAL
008200         FILE STATUS IS CA-FILE-STATUS.
008300*    WS-AUDIT-FILE-NAME HOLDS A FULL DATASET NAME BUILT AT RUN   *
008400*    TIME (WALAUDT.YYYYMMDD), NOT AN EIGHT-CHARACTER DDNAME, SO  *
008500*    THIS PROGRAM MUST BE LINK-EDITED FROM AN OBJECT COMPILED    *
008600*    WITH THE DYNAM OPTION, THE SAME AS THE OTHER JOURNAL        *
008700*    READERS.                                                    *
008800     SELECT AUDIT-FILE ASSIGN TO WS-AUDIT-FILE-NAME
008900         ORGANIZATION IS SEQUENTIAL
009000         FILE STATUS IS AU-FILE-STATUS.
009100*
009200 DATA DIVISION.
009300 FILE SECTION.
009400 FD  BUSDATE-FILE
009500     LABEL RECORDS ARE STANDARD.
009600     COPY WALBDAT.
009700*
009800 FD  PARM-FILE
009900     LABEL RECORDS ARE STANDARD.
010000     COPY WALMPRM.
010100*
010200 FD  WALLET-MASTER-FILE
010300     LABEL RECORDS ARE STANDARD.
010400     COPY WALMSTR.
010500*
010600 FD  CUSTOMER-FILE
010700     LABEL RECORDS ARE STANDARD.
010800     COPY WALCUST.
010900*
011000 FD  BANK-EXTRACT-FILE
011100     LABEL RECORDS ARE STANDARD.
011200     COPY WALBNKX.
011300*
011400 FD  CASE-FILE
011500     LABEL RECORDS ARE STANDARD.
011600     COPY WALCASE.
011700*
011800 FD  CASE-ACTION-FILE
011900     LABEL RECORDS ARE STANDARD.
012000     COPY WALCSACT.
012100*
012200 FD  AUDIT-FILE
012300     LABEL RECORDS ARE STANDARD.
012400     COPY WALAUDT.
012500*
012600 WORKING-STORAGE SECTION.
012700 01  WS-FILE-STATUS-CODES.
012800     05  BD-FILE-STATUS          PIC X(02) VALUE SPACES.
012900         88  BD-STATUS-OK            VALUE '00'.
013000     05  MP-FILE-STATUS          PIC X(02) VALUE SPACES.
013100         88  MP-STATUS-OK            VALUE '00'.
013200     05  WM-FILE-STATUS          PIC X(02) VALUE SPACES.
013300         88  WM-STATUS-OK            VALUE '00'.
013400     05  CU-FILE-STATUS          PIC X(02) VALUE SPACES.
013500         88  CU-STATUS-OK            VALUE '00'.
013600     05  BX-FILE-STATUS          PIC X(02) VALUE SPACES.
013700         88  BX-STATUS-OK            VALUE '00'.
013800         88  BX-STATUS-NOT-FOUND     VALUE '35'.
013900     05  CS-FILE-STATUS          PIC X(02) VALUE SPACES.
014000         88  CS-STATUS-OK            VALUE '00'.
014100         88  CS-STATUS-DUPLICATE     VALUE '22'.
014200         88  CS-STATUS-NOT-FOUND     VALUE '35'.
014300     05  CA-FILE-STATUS          PIC X(02) VALUE SPACES.
014400         88  CA-STATUS-OK            VALUE '00'.
014500         88  CA-STATUS-NOT-FOUND     VALUE '35'.
014600     05  AU-FILE-STATUS          PIC X(02) VALUE SPACES.
014700         88  AU-STATUS-OK            VALUE '00'.
014800*
014900 01  WS-EOF-SWITCHES.
015000     05  WS-EXTRACT-EOF-SW       PIC X(01) VALUE 'N'.
015100         88  EXTRACT-EOF             VALUE 'Y'.
015200     05  WS-ACTION-EOF-SW        PIC X(01) VALUE 'N'.
015300         88  ACTION-EOF              VALUE 'Y'.
015400     05  WS-AUDIT-EOF-SW         PIC X(01) VALUE 'N'.
015500         88  AUDIT-EOF               VALUE 'Y'.
015600     05  WS-CASE-SCAN-SW         PIC X(01) VALUE 'N'.
015700         88  WS-CASE-SCAN-DONE       VALUE 'Y'.
015800     05  WS-RUN-ABORT-SW         PIC X(01) VALUE 'N'.
015900         88  WS-RUN-ABORTED          VALUE 'Y'.
016000*
016010 01  WS-WORK-SWITCHES.
016020     05  WS-CASE-EXTENDED-SW     PIC X(01) VALUE 'N'.
016030         88  WS-CASE-EXTENDED        VALUE 'Y'.
016040*
016100 01  WS-RUN-COUNTERS.
016200     05  WS-ACTIONS-APPLIED      PIC 9(08) VALUE ZERO.
016300     05  WS-ACTIONS-REFUSED      PIC 9(08) VALUE ZERO.
016400     05  WS-DAYS-SCANNED         PIC 9(08) VALUE ZERO.
016500     05  WS-ENTRIES-SCANNED      PIC 9(08) VALUE ZERO.
016600     05  WS-CUSTOMERS-SEEN       PIC 9(08) VALUE ZERO.
016700     05  WS-CASES-RAISED         PIC 9(08) VALUE ZERO.
016800     05  WS-ALERTS-SUPPRESSED    PIC 9(08) VALUE ZERO.
016850     05  WS-CASES-EXTENDED       PIC 9(08) VALUE ZERO.
016900     05  WS-CASES-OUTSTANDING    PIC 9(08) VALUE ZERO.
017000*
017100 01  WS-CURRENT-DATE-TIME.
017200     05  WS-CURRENT-DATE         PIC 9(08) VALUE ZERO.
017300     05  WS-CURRENT-TIME         PIC 9(08) VALUE ZERO.
017400*
017500 01  WS-AUDIT-FILE-NAME          PIC X(20) VALUE SPACES.
017600*
017700*    THE WINDOW RUNS FROM WS-WINDOW-START THROUGH TODAY, BOTH   *
017800*    ENDS INCLUDED.                                             *
017900 01  WS-WINDOW-WORK.
018000     05  WS-WINDOW-START         PIC 9(08) VALUE ZERO.
018100     05  WS-WINDOW-STEPS         PIC 9(04) COMP VALUE ZERO.
018200     05  WS-WALK-DAY-NUMBER      PIC S9(08) COMP VALUE ZERO.
018300*
018400*    ONE SLOT PER HOUSE SETTLEMENT WALLET NAMED ON THE BANK     *
018500*    EXTRACT.  A POSTED TRANSFER INTO ONE OF THESE IS AN        *
018600*    EXTERNAL PAYMENT; A TRANSFER OUT OF ONE IS A RETURNED      *
018700*    PAYMENT COMING BACK, NOT A CREDIT FROM ANOTHER PARTY.      *
018800 01  WS-SETTLEMENT-TABLE.
018900     05  WS-STL-COUNT            PIC 9(04) COMP VALUE ZERO.
019000     05  WS-STL-SUB              PIC 9(04) COMP VALUE ZERO.
019100     05  WS-STL-FOUND-SUB        PIC 9(04) COMP VALUE ZERO.
019200     05  WS-STL-PROBE-ID         PIC X(10) VALUE SPACES.
019300     05  WS-STL-ENTRY OCCURS 50 TIMES.
019400         10  WS-STL-WALLET-ID        PIC X(10).
019500*
019600*    ONE ENTRY PER CUSTOMER WITH MONITORED ACTIVITY IN THE      *
019700*    WINDOW, WITH THE RUNNING FIGURES THE RULES TEST.           *
019800 01  WS-CUSTOMER-TABLE.
019900     05  WS-CT-COUNT             PIC 9(04) COMP VALUE ZERO.
020000     05  WS-CT-SUB               PIC 9(04) COMP VALUE ZERO.
020100     05  WS-CT-FOUND-SUB         PIC 9(04) COMP VALUE ZERO.
020200     05  WS-CT-PROBE-ID          PIC X(10) VALUE SPACES.
020300     05  WS-CT-ENTRY OCCURS 1000 TIMES.
020400         10  WS-CT-CUSTOMER-ID       PIC X(10).
020500         10  WS-CT-NEAR-COUNT        PIC 9(04) COMP.
020600         10  WS-CT-INBOUND-COUNT     PIC 9(04) COMP.
020700         10  WS-CT-EXTERNAL-COUNT    PIC 9(04) COMP.
020800         10  WS-CT-OWN-COUNT         PIC 9(04) COMP.
020900         10  WS-CT-EXTERNAL-TOTAL    PIC S9(11)V99 COMP-3.
021000*
021100*    ONE ENTRY PER MONITORED MOVEMENT - A POSTED JOURNAL ENTRY  *
021200*    SEEN FROM ONE CUSTOMER'S SIDE.  A TRANSFER BETWEEN TWO     *
021300*    CUSTOMERS IS A DEBIT FOR ONE AND A CREDIT FOR THE OTHER    *
021400*    AND SO TAKES TWO ENTRIES.  AN ORDINARY DEBIT IS KEPT ONLY  *
021500*    WHEN IT FALLS IN THE STRUCTURING BAND.  THE RULE SWITCHES  *
021600*    MARK WHICH ALERTS AN ENTRY CONTRIBUTED TO.                 *
021700 01  WS-MOVEMENT-TABLE.
021800     05  WS-MV-COUNT             PIC 9(04) COMP VALUE ZERO.
021900     05  WS-MV-SUB               PIC 9(04) COMP VALUE ZERO.
022000     05  WS-MV-SUB-2             PIC 9(04) COMP VALUE ZERO.
022100     05  WS-MV-SUB-3             PIC 9(04) COMP VALUE ZERO.
022200     05  WS-MV-ENTRY OCCURS 5000 TIMES.
022300         10  WS-MV-CT-SUB            PIC 9(04) COMP.
022400         10  WS-MV-DATE              PIC 9(08).
022500         10  WS-MV-DAY-NUMBER        PIC S9(08) COMP.
022600         10  WS-MV-BATCH-ID          PIC X(08).
022700         10  WS-MV-SEQUENCE-NO       PIC 9(08).
022800         10  WS-MV-FROM-WALLET       PIC X(10).
022900         10  WS-MV-TO-WALLET         PIC X(10).
023000         10  WS-MV-AMOUNT            PIC S9(9)V99 COMP-3.
023100         10  WS-MV-KIND              PIC X(01).
023200             88  WS-MV-INBOUND           VALUE 'I'.
023300             88  WS-MV-EXTERNAL          VALUE 'X'.
023400             88  WS-MV-OWN-TRANSFER      VALUE 'O'.
023500             88  WS-MV-OTHER-DEBIT       VALUE 'D'.
023600         10  WS-MV-NEAR-SW           PIC X(01).
023700             88  WS-MV-NEAR-LIMIT        VALUE 'Y'.
023800         10  WS-MV-PASSTHRU-SW       PIC X(01).
023900             88  WS-MV-PASSTHRU          VALUE 'Y'.
024000         10  WS-MV-CIRCULAR-SW       PIC X(01).
024100             88  WS-MV-CIRCULAR          VALUE 'Y'.
024200*
024300*    ONE JOURNAL ENTRY, CLASSIFIED.                             *
024400 01  WS-ENTRY-WORK.
024500     05  WS-LOOKUP-CUSTOMER      PIC X(10) VALUE SPACES.
024600     05  WS-LOOKUP-LIMIT         PIC S9(9)V99 COMP-3 VALUE ZERO.
024700     05  WS-FROM-CUSTOMER        PIC X(10) VALUE SPACES.
024800     05  WS-FROM-LIMIT           PIC S9(9)V99 COMP-3 VALUE ZERO.
024900     05  WS-TO-CUSTOMER          PIC X(10) VALUE SPACES.
025000     05  WS-BAND-FLOOR           PIC S9(9)V99 COMP-3 VALUE ZERO.
025100     05  WS-FROM-SETTLE-SW       PIC X(01) VALUE 'N'.
025200         88  WS-FROM-SETTLEMENT      VALUE 'Y'.
025300     05  WS-TO-SETTLE-SW         PIC X(01) VALUE 'N'.
025400         88  WS-TO-SETTLEMENT        VALUE 'Y'.
025500     05  WS-NEAR-SW              PIC X(01) VALUE 'N'.
025600         88  WS-ENTRY-NEAR-LIMIT     VALUE 'Y'.
025700     05  WS-NEW-KIND             PIC X(01) VALUE SPACES.
025800     05  WS-NEW-AMOUNT           PIC S9(9)V99 COMP-3 VALUE ZERO.
025900*
026000*    THE RULES AS THEY FIRED FOR THE CUSTOMER IN HAND.          *
026100 01  WS-ALERT-WORK.
026200     05  WS-STRUCT-SW            PIC X(01) VALUE 'N'.
026300         88  WS-ALERT-STRUCTURING    VALUE 'Y'.
026400     05  WS-PASSTHRU-SW          PIC X(01) VALUE 'N'.
026500         88  WS-ALERT-PASSTHRU       VALUE 'Y'.
026600     05  WS-CIRCULAR-SW          PIC X(01) VALUE 'N'.
026700         88  WS-ALERT-CIRCULAR       VALUE 'Y'.
026800     05  WS-OUTFLOW-SW           PIC X(01) VALUE 'N'.
026900         88  WS-ALERT-OUTFLOW        VALUE 'Y'.
027000     05  WS-PASSTHRU-COUNT       PIC 9(04) COMP VALUE ZERO.
027100     05  WS-CIRCULAR-COUNT       PIC 9(04) COMP VALUE ZERO.
027200     05  WS-MATCH-SW             PIC X(01) VALUE 'N'.
027300         88  WS-MATCH-FOUND          VALUE 'Y'.
027400     05  WS-DAY-GAP              PIC S9(08) COMP VALUE ZERO.
027500     05  WS-PASSTHRU-FLOOR       PIC S9(9)V99 COMP-3 VALUE ZERO.
027600     05  WS-REPORT-RULE          PIC X(01) VALUE SPACES.
027700*
027800 01  WS-PRINT-FIELDS.
027900     05  WS-PRINT-AMOUNT         PIC ---------9.99.
028000     05  WS-PRINT-TOTAL          PIC -----------9.99.
028100     05  WS-PRINT-COUNT          PIC ZZZ9.
028200     05  WS-PRINT-NAME           PIC X(30) VALUE SPACES.
028300     05  WS-PRINT-AGE            PIC ZZZ9.
028400 01  WS-CASE-AGE-DAYS            PIC S9(08) COMP VALUE ZERO.
028500 01  WS-TODAY-DAY-NUMBER         PIC S9(08) COMP VALUE ZERO.
028600*
028700*    CALENDAR WORK FIELDS FOR WALKING THE JOURNALS ACROSS THE   *
028800*    WINDOW.                                                    *
028900 01  WS-WALK-WORK.
029000     05  WS-WALK-DATE            PIC 9(08) VALUE ZERO.
029100     05  WS-WALK-DATE-R REDEFINES WS-WALK-DATE.
029200         10  WS-WALK-YEAR            PIC 9(04).
029300         10  WS-WALK-MONTH           PIC 9(02).
029400         10  WS-WALK-DAY             PIC 9(02).
029500     05  WS-WALK-MONTH-DAYS      PIC 9(02) VALUE ZERO.
029600     05  WS-WALK-REMAINDER       PIC S9(08) COMP VALUE ZERO.
029700     05  WS-WALK-WORKNUM         PIC S9(08) COMP VALUE ZERO.
029800     05  WS-WALK-LEAP-SW         PIC X(01) VALUE 'N'.
029900         88  WS-WALK-LEAP-YEAR       VALUE 'Y'.
030000*
030100 01  WS-MONTH-DAYS-VALUES        PIC X(24) VALUE
030200     '312831303130313130313031'.
030300 01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-VALUES.
030400     05  WS-MONTH-DAYS           PIC 9(02) OCCURS 12 TIMES.
030500*
030600*    DATE-TO-DAY-NUMBER WORK FIELDS, AS IN THE POSTING RUN.     *
030700 01  WS-DATE-TO-DAY-WORK.
030800     05  WS-DTN-DATE             PIC 9(08) VALUE ZERO.
030900     05  WS-DTN-DATE-R REDEFINES WS-DTN-DATE.
031000         10  WS-DTN-YEAR             PIC 9(04).
031100         10  WS-DTN-MONTH            PIC 9(02).
031200         10  WS-DTN-DAY              PIC 9(02).
031300     05  WS-DTN-DAY-NUMBER       PIC S9(08) COMP VALUE ZERO.
031400     05  WS-DTN-PRIOR-YEAR       PIC S9(08) COMP VALUE ZERO.
031500     05  WS-DTN-QUADS            PIC S9(08) COMP VALUE ZERO.
031600     05  WS-DTN-CENTS            PIC S9(08) COMP VALUE ZERO.
031700     05  WS-DTN-QUADCENTS        PIC S9(08) COMP VALUE ZERO.
031800     05  WS-DTN-REMAINDER        PIC S9(08) COMP VALUE ZERO.
031900     05  WS-DTN-LEAP-SW          PIC X(01) VALUE 'N'.
032000         88  WS-DTN-LEAP-YEAR        VALUE 'Y'.
032100*
032200 01  WS-MONTH-OFFSET-VALUES      PIC X(36) VALUE
032300     '000031059090120151181212243273304334'.
032400 01  WS-MONTH-OFFSET-TABLE REDEFINES WS-MONTH-OFFSET-VALUES.
032500     05  WS-MONTH-OFFSET         PIC 9(03) OCCURS 12 TIMES.
032600*
032700 PROCEDURE DIVISION.
032800*****************************************************************
032900*    0000-MAINLINE                                              *
033000*****************************************************************
033100 0000-MAINLINE.
033200     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
033300     IF NOT WS-RUN-ABORTED
033400         PERFORM 2000-APPLY-CASE-ACTIONS THRU 2000-EXIT
033500         PERFORM 3000-LOAD-SETTLEMENT-WALLETS THRU 3000-EXIT
033600         PERFORM 4000-SCAN-JOURNALS THRU 4000-EXIT
033700     END-IF.
033800     IF NOT WS-RUN-ABORTED
033900         PERFORM 5000-EVALUATE-CUSTOMERS THRU 5000-EXIT
034000         PERFORM 6000-LIST-OPEN-CASES THRU 6000-EXIT
034100     END-IF.
034200     PERFORM 9000-TERMINATE THRU 9000-EXIT.
034300     STOP RUN.
034400*
034500*****************************************************************
034600*    1000-INITIALIZE - READ THE PARAMETER RECORD, SIZE THE      *
034700*    WINDOW AND OPEN THE MASTERS AND THE STANDING CASE FILE,    *
034800*    CREATING IT EMPTY THE FIRST TIME.  A MISSING OR INVALID    *
034900*    PARAMETER RECORD ENDS THE RUN BEFORE ANYTHING IS RAISED.   *
035000*****************************************************************
035100 1000-INITIALIZE.
035200     PERFORM 9500-GET-BUSINESS-DATE THRU 9500-EXIT.
035300     ACCEPT WS-CURRENT-TIME FROM TIME.
035400     MOVE WS-CURRENT-DATE TO WS-DTN-DATE.
035500     PERFORM 9100-DATE-TO-DAY-NUMBER THRU 9100-EXIT.
035600     MOVE WS-DTN-DAY-NUMBER TO WS-TODAY-DAY-NUMBER.
035700     OPEN INPUT PARM-FILE.
035800     IF NOT MP-STATUS-OK
035900         DISPLAY 'ERROR OPENING PARM-FILE. FILE STATUS: '
036000             MP-FILE-STATUS
036100         MOVE 16 TO RETURN-CODE
036200         SET WS-RUN-ABORTED TO TRUE
036300         GO TO 1000-EXIT
036400     END-IF.
036500     READ PARM-FILE
036600         AT END
036700             DISPLAY 'PARM-FILE IS EMPTY.'
036800             MOVE 16 TO RETURN-CODE
036900             SET WS-RUN-ABORTED TO TRUE
037000     END-READ.
037100     CLOSE PARM-FILE.
037200     IF WS-RUN-ABORTED
037300         GO TO 1000-EXIT
037400     END-IF.
037500     IF MP-WINDOW-DAYS IS NOT NUMERIC
037600         OR MP-WINDOW-DAYS = ZERO OR MP-WINDOW-DAYS > 366
037700         OR MP-STRUCT-BAND-PCT IS NOT NUMERIC
037800         OR MP-STRUCT-BAND-PCT > 100
037900         OR MP-STRUCT-MIN-COUNT IS NOT NUMERIC
038000         OR MP-PASSTHRU-DAYS IS NOT NUMERIC
038100         OR MP-PASSTHRU-PCT IS NOT NUMERIC
038200         OR MP-CIRCULAR-MIN-LEGS IS NOT NUMERIC
038300         OR MP-OUTFLOW-LIMIT IS NOT NUMERIC
038400         OR MP-OUTFLOW-LIMIT < ZERO
038500         DISPLAY 'MONITORING PARAMETER RECORD INVALID.'
038600         MOVE 16 TO RETURN-CODE
038700         SET WS-RUN-ABORTED TO TRUE
038800         GO TO 1000-EXIT
038900     END-IF.
039000     MOVE WS-CURRENT-DATE TO WS-WALK-DATE.
039100     COMPUTE WS-WINDOW-STEPS = MP-WINDOW-DAYS - 1.
039200     PERFORM 9250-SUBTRACT-ONE-DAY THRU 9250-EXIT
039300         WS-WINDOW-STEPS TIMES.
039400     MOVE WS-WALK-DATE TO WS-WINDOW-START.
039500     OPEN INPUT WALLET-MASTER-FILE.
039600     IF NOT WM-STATUS-OK
039700         DISPLAY 'ERROR OPENING WALLET-MASTER-FILE. FILE '
039800             'STATUS: ' WM-FILE-STATUS
039900         MOVE 16 TO RETURN-CODE
040000         SET WS-RUN-ABORTED TO TRUE
040100         GO TO 1000-EXIT
040200     END-IF.
040300     OPEN INPUT CUSTOMER-FILE.
040400     IF NOT CU-STATUS-OK
040500         DISPLAY 'ERROR OPENING CUSTOMER-FILE. FILE STATUS: '
040600             CU-FILE-STATUS
040700         MOVE 16 TO RETURN-CODE
040800         SET WS-RUN-ABORTED TO TRUE
040900         GO TO 1000-EXIT
041000     END-IF.
041100     OPEN I-O CASE-FILE.
041200     IF CS-STATUS-NOT-FOUND
041300         OPEN OUTPUT CASE-FILE
041400         CLOSE CASE-FILE
041500         OPEN I-O CASE-FILE
041600     END-IF.
041700     IF NOT CS-STATUS-OK
041800         DISPLAY 'ERROR OPENING CASE-FILE. FILE STATUS: '
041900             CS-FILE-STATUS
042000         MOVE 16 TO RETURN-CODE
042100         SET WS-RUN-ABORTED TO TRUE
042200         GO TO 1000-EXIT
042300     END-IF.
042400     DISPLAY 'CUSTOMER TRANSACTION MONITORING - '
042500         WS-CURRENT-DATE.
042600     DISPLAY 'WINDOW ' WS-WINDOW-START ' THROUGH '
042700         WS-CURRENT-DATE.
042800     DISPLAY '------------------------------------------'.
042900 1000-EXIT.
043000     EXIT.
043100*
043200*****************************************************************
043300*    2000-APPLY-CASE-ACTIONS - APPLY COMPLIANCE'S STATUS        *
043400*    CHANGES TO THE CASE FILE BEFORE TODAY'S SCAN.  NO ACTION   *
043500*    FILE MEANS NOTHING WAS WORKED TODAY.  AN ACTION THAT DOES  *
043600*    NOT FIT THE CASE'S CURRENT STATUS IS REPORTED AND LEFT     *
043700*    UNAPPLIED, THE SAME CONVENTION AS THE APPROVAL PASS IN     *
043800*    WALLET MAINTENANCE.                                        *
043900*****************************************************************
044000 2000-APPLY-CASE-ACTIONS.
044100     OPEN INPUT CASE-ACTION-FILE.
044200     IF CA-STATUS-NOT-FOUND
044300         DISPLAY 'NO CASE-ACTION FILE PRESENT. NO CASES WORKED.'
044400         GO TO 2000-EXIT
044500     END-IF.
044600     IF NOT CA-STATUS-OK
044700         DISPLAY 'ERROR OPENING CASE-ACTION-FILE. FILE STATUS: '
044800             CA-FILE-STATUS
044900         MOVE 16 TO RETURN-CODE
045000         GO TO 2000-EXIT
045100     END-IF.
045200     PERFORM 2100-READ-CASE-ACTION THRU 2100-EXIT.
045300     PERFORM 2200-APPLY-ONE-ACTION THRU 2200-EXIT
045400         UNTIL ACTION-EOF.
045500     CLOSE CASE-ACTION-FILE.
045600 2000-EXIT.
045700     EXIT.
045800*
045900 2100-READ-CASE-ACTION.
046000     READ CASE-ACTION-FILE
046100         AT END
046200             SET ACTION-EOF TO TRUE
046300     END-READ.
046400     IF NOT ACTION-EOF AND NOT CA-STATUS-OK
046500         DISPLAY 'ERROR READING CASE-ACTION-FILE. FILE STATUS: '
046600             CA-FILE-STATUS
046700         MOVE 16 TO RETURN-CODE
046800         SET ACTION-EOF TO TRUE
046900     END-IF.
047000 2100-EXIT.
047100     EXIT.
047200*
047300*****************************************************************
047400*    2200-APPLY-ONE-ACTION - AN OPEN CASE MAY GO UNDER          *
047500*    INVESTIGATION; AN OPEN OR INVESTIGATING CASE MAY BE        *
047600*    CONFIRMED OR DISMISSED.  CONFIRMED, DISMISSED AND BLOCKED  *
047700*    CASES ARE CLOSED TO CASE ACTIONS.                          *
047800*****************************************************************
047900 2200-APPLY-ONE-ACTION.
048000     IF NOT CA-TO-INVESTIGATING AND NOT CA-TO-CONFIRMED
048100         AND NOT CA-TO-DISMISSED
048200         DISPLAY 'CASE ACTION REFUSED - UNKNOWN STATUS '
048300             CA-NEW-STATUS ' FOR ' CA-CUSTOMER-ID '/'
048400             CA-ALERT-DATE
048500         ADD 1 TO WS-ACTIONS-REFUSED
048600         GO TO 2200-READ-NEXT
048700     END-IF.
048800     IF CA-OPERATOR-ID = SPACES
048900         DISPLAY 'CASE ACTION REFUSED - NO OPERATOR FOR '
049000             CA-CUSTOMER-ID '/' CA-ALERT-DATE
049100         ADD 1 TO WS-ACTIONS-REFUSED
049200         GO TO 2200-READ-NEXT
049300     END-IF.
049400     MOVE CA-CUSTOMER-ID TO CS-CUSTOMER-ID.
049500     MOVE CA-ALERT-DATE TO CS-ALERT-DATE.
049600     READ CASE-FILE
049700         INVALID KEY
049800             DISPLAY 'CASE ACTION REFUSED - NO CASE '
049900                 CA-CUSTOMER-ID '/' CA-ALERT-DATE
050000             ADD 1 TO WS-ACTIONS-REFUSED
050100             GO TO 2200-READ-NEXT
050200     END-READ.
050300     IF (CA-TO-INVESTIGATING AND NOT CS-STATUS-OPEN)
050400         OR (NOT CS-STATUS-OPEN AND NOT CS-STATUS-INVESTIGATING)
050500         DISPLAY 'CASE ACTION REFUSED - CASE '
050600             CA-CUSTOMER-ID '/' CA-ALERT-DATE ' IS STATUS '
050700             CS-CASE-STATUS ', ACTION ' CA-NEW-STATUS
050800         ADD 1 TO WS-ACTIONS-REFUSED
050900         GO TO 2200-READ-NEXT
051000     END-IF.
051100     MOVE CA-NEW-STATUS TO CS-CASE-STATUS.
051200     MOVE WS-CURRENT-DATE TO CS-STATUS-DATE.
051300     MOVE CA-OPERATOR-ID TO CS-STATUS-OPERATOR.
051400     REWRITE CS-CASE-RECORD.
051500     IF NOT CS-STATUS-OK
051600         DISPLAY 'ERROR REWRITING CASE RECORD. FILE STATUS: '
051700             CS-FILE-STATUS
051800         MOVE 16 TO RETURN-CODE
051900         GO TO 2200-READ-NEXT
052000     END-IF.
052100     DISPLAY 'CASE ' CA-CUSTOMER-ID '/' CA-ALERT-DATE
052200         ' NOW STATUS ' CS-CASE-STATUS ' BY ' CA-OPERATOR-ID.
052300     ADD 1 TO WS-ACTIONS-APPLIED.
052400 2200-READ-NEXT.
052500     PERFORM 2100-READ-CASE-ACTION THRU 2100-EXIT.
052600 2200-EXIT.
052700     EXIT.
052800*
052900*****************************************************************
053000*    3000-LOAD-SETTLEMENT-WALLETS - PICK UP EVERY HOUSE         *
053100*    SETTLEMENT WALLET THE BANK EXTRACT NAMES.  NO EXTRACT      *
053200*    YET MEANS NO EXTERNAL PAYMENT HAS EVER BEEN MADE, AND THE  *
053300*    TWO EXTERNAL-PAYMENT RULES SIMPLY FIND NOTHING.            *
053400*****************************************************************
053500 3000-LOAD-SETTLEMENT-WALLETS.
053600     OPEN INPUT BANK-EXTRACT-FILE.
053700     IF BX-STATUS-NOT-FOUND
053800         DISPLAY 'NO BANK EXTRACT ON FILE. NO SETTLEMENT '
053900             'WALLETS KNOWN.'
054000         GO TO 3000-EXIT
054100     END-IF.
054200     IF NOT BX-STATUS-OK
054300         DISPLAY 'ERROR OPENING BANK-EXTRACT-FILE. FILE '
054400             'STATUS: ' BX-FILE-STATUS
054500         MOVE 16 TO RETURN-CODE
054600         SET WS-RUN-ABORTED TO TRUE
054700         GO TO 3000-EXIT
054800     END-IF.
054900     PERFORM 3100-READ-BANK-EXTRACT THRU 3100-EXIT.
055000     PERFORM 3200-NOTE-SETTLEMENT-WALLET THRU 3200-EXIT
055100         UNTIL EXTRACT-EOF.
055200     CLOSE BANK-EXTRACT-FILE.
055300 3000-EXIT.
055400     EXIT.
055500*
055600 3100-READ-BANK-EXTRACT.
055700     READ BANK-EXTRACT-FILE
055800         AT END
055900             SET EXTRACT-EOF TO TRUE
056000     END-READ.
056100     IF NOT EXTRACT-EOF AND NOT BX-STATUS-OK
056200         DISPLAY 'ERROR READING BANK-EXTRACT-FILE. FILE '
056300             'STATUS: ' BX-FILE-STATUS
056400         MOVE 16 TO RETURN-CODE
056500         SET EXTRACT-EOF TO TRUE
056600         SET WS-RUN-ABORTED TO TRUE
056700     END-IF.
056800 3100-EXIT.
056900     EXIT.
057000*
057100 3200-NOTE-SETTLEMENT-WALLET.
057200     MOVE BX-SETTLEMENT-WALLET TO WS-STL-PROBE-ID.
057300     PERFORM 3300-FIND-SETTLEMENT-WALLET THRU 3300-EXIT.
057400     IF WS-STL-FOUND-SUB = ZERO
057500         IF WS-STL-COUNT < 50
057600             ADD 1 TO WS-STL-COUNT
057700             MOVE BX-SETTLEMENT-WALLET TO
057800                 WS-STL-WALLET-ID (WS-STL-COUNT)
057900         ELSE
058000             DISPLAY 'SETTLEMENT WALLET TABLE FULL. RUN '
058100                 'ABENDED BEFORE A PARTIAL SCAN COULD PASS.'
058200             MOVE 16 TO RETURN-CODE
058300             SET WS-RUN-ABORTED TO TRUE
058400             SET EXTRACT-EOF TO TRUE
058500             GO TO 3200-EXIT
058600         END-IF
058700     END-IF.
058800     PERFORM 3100-READ-BANK-EXTRACT THRU 3100-EXIT.
058900 3200-EXIT.
059000     EXIT.
059100*
059200 3300-FIND-SETTLEMENT-WALLET.
059300     MOVE ZERO TO WS-STL-FOUND-SUB.
059400     MOVE ZERO TO WS-STL-SUB.
059500     PERFORM 3310-TEST-ONE-SETTLEMENT THRU 3310-EXIT
059600         UNTIL WS-STL-FOUND-SUB > ZERO
059700         OR WS-STL-SUB >= WS-STL-COUNT.
059800 3300-EXIT.
059900     EXIT.
060000*
060100 3310-TEST-ONE-SETTLEMENT.
060200     ADD 1 TO WS-STL-SUB.
060300     IF WS-STL-WALLET-ID (WS-STL-SUB) = WS-STL-PROBE-ID
060400         MOVE WS-STL-SUB TO WS-STL-FOUND-SUB
060500     END-IF.
060600 3310-EXIT.
060700     EXIT.
060800*
060900*****************************************************************
061000*    4000-SCAN-JOURNALS - WALK EVERY AUDIT JOURNAL FROM THE     *
061100*    START OF THE WINDOW THROUGH TODAY.  A DAY WITH NO JOURNAL  *
061200*    (NO RUN THAT DAY) IS SIMPLY SKIPPED.                       *
061300*****************************************************************
061400 4000-SCAN-JOURNALS.
061500     MOVE WS-WINDOW-START TO WS-WALK-DATE.
061600     PERFORM 4100-SCAN-ONE-DAY THRU 4100-EXIT
061700         UNTIL WS-WALK-DATE > WS-CURRENT-DATE
061800         OR WS-RUN-ABORTED.
061900     DISPLAY 'JOURNAL DAYS SCANNED.: ' WS-DAYS-SCANNED.
062000     DISPLAY 'ENTRIES SCANNED......: ' WS-ENTRIES-SCANNED.
062100 4000-EXIT.
062200     EXIT.
062300*
062400 4100-SCAN-ONE-DAY.
062500     MOVE SPACES TO WS-AUDIT-FILE-NAME.
062600     STRING 'WALAUDT.' WS-WALK-DATE DELIMITED BY SIZE
062700         INTO WS-AUDIT-FILE-NAME.
062800     MOVE WS-WALK-DATE TO WS-DTN-DATE.
062900     PERFORM 9100-DATE-TO-DAY-NUMBER THRU 9100-EXIT.
063000     MOVE WS-DTN-DAY-NUMBER TO WS-WALK-DAY-NUMBER.
063100     MOVE 'N' TO WS-AUDIT-EOF-SW.
063200     OPEN INPUT AUDIT-FILE.
063300     IF AU-STATUS-OK
063400         ADD 1 TO WS-DAYS-SCANNED
063500         PERFORM 4200-READ-AUDIT-RECORD THRU 4200-EXIT
063600         PERFORM 4300-CLASSIFY-ENTRY THRU 4300-EXIT
063700             UNTIL AUDIT-EOF
063800         CLOSE AUDIT-FILE
063900     END-IF.
064000     PERFORM 9200-ADD-ONE-DAY THRU 9200-EXIT.
064100 4100-EXIT.
064200     EXIT.
064300*
064400 4200-READ-AUDIT-RECORD.
064500     READ AUDIT-FILE
064600         AT END
064700             SET AUDIT-EOF TO TRUE
064800     END-READ.
064900     IF NOT AUDIT-EOF AND NOT AU-STATUS-OK
065000         DISPLAY 'ERROR READING ' WS-AUDIT-FILE-NAME
065100             ' FILE STATUS: ' AU-FILE-STATUS
065200         MOVE 16 TO RETURN-CODE
065300         SET AUDIT-EOF TO TRUE
065400         SET WS-RUN-ABORTED TO TRUE
065500     END-IF.
065600 4200-EXIT.
065700     EXIT.
065800*
065900*****************************************************************
066000*    4300-CLASSIFY-ENTRY - TURN ONE POSTED JOURNAL ENTRY INTO   *
066100*    THE MOVEMENTS EACH OWNING CUSTOMER SEES.  FROM THE PAYING  *
066200*    CUSTOMER'S SIDE IT IS AN EXTERNAL PAYMENT (INTO A          *
066300*    SETTLEMENT WALLET), AN OWN-WALLET TRANSFER (INTO ANOTHER   *
066400*    OF THEIR WALLETS) OR AN ORDINARY DEBIT, KEPT ONLY WHEN IT  *
066500*    FALLS IN THE STRUCTURING BAND.  FROM THE RECEIVING         *
066600*    CUSTOMER'S SIDE A TRANSFER FROM SOMEONE ELSE IS AN         *
066700*    INBOUND CREDIT, UNLESS IT IS A RETURNED PAYMENT COMING     *
066800*    BACK OUT OF A SETTLEMENT WALLET.  HOLDS, REJECTS AND THE   *
066900*    REST MOVE NO MONEY AND ARE SKIPPED.                        *
067000*****************************************************************
067100 4300-CLASSIFY-ENTRY.
067200     IF NOT AU-RESULT-POSTED
067300         GO TO 4300-READ-NEXT
067400     END-IF.
067500     ADD 1 TO WS-ENTRIES-SCANNED.
067600     MOVE AU-FROM-WALLET TO WM-WALLET-ID.
067700     PERFORM 4400-LOOKUP-WALLET THRU 4400-EXIT.
067800     MOVE WS-LOOKUP-CUSTOMER TO WS-FROM-CUSTOMER.
067900     MOVE WS-LOOKUP-LIMIT TO WS-FROM-LIMIT.
068000     MOVE AU-TO-WALLET TO WM-WALLET-ID.
068100     PERFORM 4400-LOOKUP-WALLET THRU 4400-EXIT.
068200     MOVE WS-LOOKUP-CUSTOMER TO WS-TO-CUSTOMER.
068300     MOVE 'N' TO WS-FROM-SETTLE-SW.
068400     MOVE AU-FROM-WALLET TO WS-STL-PROBE-ID.
068500     PERFORM 3300-FIND-SETTLEMENT-WALLET THRU 3300-EXIT.
068600     IF WS-STL-FOUND-SUB > ZERO
068700         SET WS-FROM-SETTLEMENT TO TRUE
068800     END-IF.
068900     MOVE 'N' TO WS-TO-SETTLE-SW.
069000     MOVE AU-TO-WALLET TO WS-STL-PROBE-ID.
069100     PERFORM 3300-FIND-SETTLEMENT-WALLET THRU 3300-EXIT.
069200     IF WS-STL-FOUND-SUB > ZERO
069300         SET WS-TO-SETTLEMENT TO TRUE
069400     END-IF.
069500*    THE STRUCTURING BAND RUNS FROM THE BAND PERCENTAGE BELOW   *
069600*    THE FROM-WALLET'S SINGLE-TRANSACTION LIMIT UP TO THE       *
069700*    LIMIT ITSELF - ANYTHING OVER IT WAS HELD, NOT POSTED.      *
069800     MOVE 'N' TO WS-NEAR-SW.
069900     IF WS-FROM-LIMIT > ZERO AND MP-STRUCT-BAND-PCT > ZERO
070000         COMPUTE WS-BAND-FLOOR ROUNDED =
070100             WS-FROM-LIMIT
070200             - (WS-FROM-LIMIT * MP-STRUCT-BAND-PCT / 100)
070300         IF AU-AMOUNT NOT < WS-BAND-FLOOR
070400             AND AU-AMOUNT NOT > WS-FROM-LIMIT
070500             SET WS-ENTRY-NEAR-LIMIT TO TRUE
070600         END-IF
070700     END-IF.
070800     IF WS-FROM-CUSTOMER NOT = SPACES
070900         IF WS-TO-SETTLEMENT
071000             MOVE 'X' TO WS-NEW-KIND
071100         ELSE
071200             IF WS-TO-CUSTOMER = WS-FROM-CUSTOMER
071300                 MOVE 'O' TO WS-NEW-KIND
071400             ELSE
071500                 MOVE 'D' TO WS-NEW-KIND
071600             END-IF
071700         END-IF
071800         IF WS-NEW-KIND NOT = 'D' OR WS-ENTRY-NEAR-LIMIT
071900             MOVE WS-FROM-CUSTOMER TO WS-CT-PROBE-ID
072000             MOVE AU-AMOUNT TO WS-NEW-AMOUNT
072100             PERFORM 4500-ADD-MOVEMENT THRU 4500-EXIT
072200         END-IF
072300     END-IF.
072400     IF WS-TO-CUSTOMER NOT = SPACES
072500         AND WS-TO-CUSTOMER NOT = WS-FROM-CUSTOMER
072600         AND NOT WS-FROM-SETTLEMENT
072700         MOVE 'I' TO WS-NEW-KIND
072800         MOVE 'N' TO WS-NEAR-SW
072900         MOVE WS-TO-CUSTOMER TO WS-CT-PROBE-ID
073000         MOVE AU-CONVERTED-AMOUNT TO WS-NEW-AMOUNT
073100         PERFORM 4500-ADD-MOVEMENT THRU 4500-EXIT
073200     END-IF.
073300 4300-READ-NEXT.
073400     PERFORM 4200-READ-AUDIT-RECORD THRU 4200-EXIT.
073500 4300-EXIT.
073600     EXIT.
073700*
073800*****************************************************************
073900*    4400-LOOKUP-WALLET - THE OWNING CUSTOMER AND SINGLE-       *
074000*    TRANSACTION LIMIT OF THE WALLET IN WM-WALLET-ID.  A        *
074100*    HOUSE WALLET WITH NO OWNER, OR ONE NO LONGER ON FILE,      *
074200*    COMES BACK WITH NO CUSTOMER AND IS NOT MONITORED.          *
074300*****************************************************************
074400 4400-LOOKUP-WALLET.
074500     MOVE SPACES TO WS-LOOKUP-CUSTOMER.
074600     MOVE ZERO TO WS-LOOKUP-LIMIT.
074700     READ WALLET-MASTER-FILE
074800         INVALID KEY
074900             GO TO 4400-EXIT
075000     END-READ.
075100     MOVE WM-CUSTOMER-ID TO WS-LOOKUP-CUSTOMER.
075200     MOVE WM-SINGLE-TRAN-LIMIT TO WS-LOOKUP-LIMIT.
075300 4400-EXIT.
075400     EXIT.
075500*
075600*****************************************************************
075700*    4500-ADD-MOVEMENT - FILE ONE MOVEMENT UNDER THE CUSTOMER   *
075800*    IN WS-CT-PROBE-ID AND ROLL IT INTO THEIR RUNNING FIGURES.  *
075900*    A FULL TABLE ABENDS THE RUN RATHER THAN MONITORING PART    *
076000*    OF THE BOOK AND REPORTING IT CLEAN.                        *
076100*****************************************************************
076200 4500-ADD-MOVEMENT.
076300     PERFORM 4600-FIND-OR-ADD-CUSTOMER THRU 4600-EXIT.
076400     IF WS-CT-FOUND-SUB = ZERO
076500         GO TO 4500-EXIT
076600     END-IF.
076700     IF WS-MV-COUNT NOT < 5000
076800         DISPLAY 'MOVEMENT TABLE FULL. RUN ABENDED BEFORE A '
076900             'PARTIAL SCAN COULD PASS.'
077000         MOVE 16 TO RETURN-CODE
077100         SET WS-RUN-ABORTED TO TRUE
077200         SET AUDIT-EOF TO TRUE
077300         GO TO 4500-EXIT
077400     END-IF.
077500     ADD 1 TO WS-MV-COUNT.
077600     MOVE WS-CT-FOUND-SUB TO WS-MV-CT-SUB (WS-MV-COUNT).
077700     MOVE WS-WALK-DATE TO WS-MV-DATE (WS-MV-COUNT).
077800     MOVE WS-WALK-DAY-NUMBER TO WS-MV-DAY-NUMBER (WS-MV-COUNT).
077900     MOVE AU-BATCH-ID TO WS-MV-BATCH-ID (WS-MV-COUNT).
078000     MOVE AU-SEQUENCE-NO TO WS-MV-SEQUENCE-NO (WS-MV-COUNT).
078100     MOVE AU-FROM-WALLET TO WS-MV-FROM-WALLET (WS-MV-COUNT).
078200     MOVE AU-TO-WALLET TO WS-MV-TO-WALLET (WS-MV-COUNT).
078300     MOVE WS-NEW-AMOUNT TO WS-MV-AMOUNT (WS-MV-COUNT).
078400     MOVE WS-NEW-KIND TO WS-MV-KIND (WS-MV-COUNT).
078500     MOVE WS-NEAR-SW TO WS-MV-NEAR-SW (WS-MV-COUNT).
078600     MOVE 'N' TO WS-MV-PASSTHRU-SW (WS-MV-COUNT).
078700     MOVE 'N' TO WS-MV-CIRCULAR-SW (WS-MV-COUNT).
078800     IF WS-ENTRY-NEAR-LIMIT
078900         ADD 1 TO WS-CT-NEAR-COUNT (WS-CT-FOUND-SUB)
079000     END-IF.
079100     IF WS-NEW-KIND = 'I'
079200         ADD 1 TO WS-CT-INBOUND-COUNT (WS-CT-FOUND-SUB)
079300     END-IF.
079400     IF WS-NEW-KIND = 'O'
079500         ADD 1 TO WS-CT-OWN-COUNT (WS-CT-FOUND-SUB)
079600     END-IF.
079700     IF WS-NEW-KIND = 'X'
079800         ADD 1 TO WS-CT-EXTERNAL-COUNT (WS-CT-FOUND-SUB)
079900         ADD WS-NEW-AMOUNT TO
079950             WS-CT-EXTERNAL-TOTAL (WS-CT-FOUND-SUB)
080000     END-IF.
080100 4500-EXIT.
080200     EXIT.
080300*
080400 4600-FIND-OR-ADD-CUSTOMER.
080500     MOVE ZERO TO WS-CT-FOUND-SUB.
080600     MOVE ZERO TO WS-CT-SUB.
080700     PERFORM 4610-TEST-ONE-CUSTOMER THRU 4610-EXIT
080800         UNTIL WS-CT-FOUND-SUB > ZERO
080900         OR WS-CT-SUB >= WS-CT-COUNT.
081000     IF WS-CT-FOUND-SUB > ZERO
081100         GO TO 4600-EXIT
081200     END-IF.
081300     IF WS-CT-COUNT NOT < 1000
081400         DISPLAY 'CUSTOMER TABLE FULL. RUN ABENDED BEFORE A '
081500             'PARTIAL SCAN COULD PASS.'
081600         MOVE 16 TO RETURN-CODE
081700         SET WS-RUN-ABORTED TO TRUE
081800         SET AUDIT-EOF TO TRUE
081900         GO TO 4600-EXIT
082000     END-IF.
082100     ADD 1 TO WS-CT-COUNT.
082200     MOVE WS-CT-COUNT TO WS-CT-FOUND-SUB.
082300     MOVE WS-CT-PROBE-ID TO WS-CT-CUSTOMER-ID (WS-CT-FOUND-SUB).
082400     MOVE ZERO TO WS-CT-NEAR-COUNT (WS-CT-FOUND-SUB).
082500     MOVE ZERO TO WS-CT-INBOUND-COUNT (WS-CT-FOUND-SUB).
082600     MOVE ZERO TO WS-CT-EXTERNAL-COUNT (WS-CT-FOUND-SUB).
082700     MOVE ZERO TO WS-CT-OWN-COUNT (WS-CT-FOUND-SUB).
082800     MOVE ZERO TO WS-CT-EXTERNAL-TOTAL (WS-CT-FOUND-SUB).
082900 4600-EXIT.
083000     EXIT.
083100*
083200 4610-TEST-ONE-CUSTOMER.
083300     ADD 1 TO WS-CT-SUB.
083400     IF WS-CT-CUSTOMER-ID (WS-CT-SUB) = WS-CT-PROBE-ID
083500         MOVE WS-CT-SUB TO WS-CT-FOUND-SUB
083600     END-IF.
083700 4610-EXIT.
083800     EXIT.
083900*
084000*****************************************************************
084100*    5000-EVALUATE-CUSTOMERS - APPLY THE FOUR RULES TO EVERY    *
084200*    CUSTOMER SEEN IN THE WINDOW.                               *
084300*****************************************************************
084400 5000-EVALUATE-CUSTOMERS.
084500     MOVE WS-CT-COUNT TO WS-CUSTOMERS-SEEN.
084600     MOVE ZERO TO WS-CT-SUB.
084700     PERFORM 5100-EVALUATE-ONE-CUSTOMER THRU 5100-EXIT
084800         UNTIL WS-CT-SUB >= WS-CT-COUNT.
084900 5000-EXIT.
085000     EXIT.
085100*
085200 5100-EVALUATE-ONE-CUSTOMER.
085300     ADD 1 TO WS-CT-SUB.
085400     MOVE 'N' TO WS-STRUCT-SW.
085500     MOVE 'N' TO WS-PASSTHRU-SW.
085600     MOVE 'N' TO WS-CIRCULAR-SW.
085700     MOVE 'N' TO WS-OUTFLOW-SW.
085800     MOVE ZERO TO WS-PASSTHRU-COUNT.
085900     MOVE ZERO TO WS-CIRCULAR-COUNT.
086000     IF MP-STRUCT-MIN-COUNT > ZERO
086100         AND WS-CT-NEAR-COUNT (WS-CT-SUB)
086150             NOT < MP-STRUCT-MIN-COUNT
086200         SET WS-ALERT-STRUCTURING TO TRUE
086300     END-IF.
086400     IF MP-OUTFLOW-LIMIT > ZERO
086500         AND WS-CT-EXTERNAL-TOTAL (WS-CT-SUB) > MP-OUTFLOW-LIMIT
086600         SET WS-ALERT-OUTFLOW TO TRUE
086700     END-IF.
086800     IF MP-PASSTHRU-PCT > ZERO
086900         AND WS-CT-INBOUND-COUNT (WS-CT-SUB) > ZERO
087000         AND WS-CT-EXTERNAL-COUNT (WS-CT-SUB) > ZERO
087100         PERFORM 5200-FIND-PASSTHROUGH THRU 5200-EXIT
087200     END-IF.
087300     IF MP-CIRCULAR-MIN-LEGS > ZERO
087400         AND WS-CT-OWN-COUNT (WS-CT-SUB) > 1
087500         PERFORM 5300-FIND-CIRCULAR THRU 5300-EXIT
087600     END-IF.
087700     IF WS-ALERT-STRUCTURING OR WS-ALERT-PASSTHRU
087800         OR WS-ALERT-CIRCULAR OR WS-ALERT-OUTFLOW
087900         PERFORM 5500-SUPPRESS-KNOWN-ALERTS THRU 5500-EXIT
088000     END-IF.
088100     IF WS-ALERT-STRUCTURING OR WS-ALERT-PASSTHRU
088200         OR WS-ALERT-CIRCULAR OR WS-ALERT-OUTFLOW
088300         PERFORM 5600-RAISE-CASE THRU 5600-EXIT
088400     END-IF.
088500 5100-EXIT.
088600     EXIT.
088700*
088800*****************************************************************
088900*    5200-FIND-PASSTHROUGH - PAIR EACH INBOUND CREDIT WITH ANY  *
089000*    EXTERNAL PAYMENT THE SAME CUSTOMER MADE ON THE SAME DAY    *
089100*    OR WITHIN THE PASS-THROUGH DAYS AFTER IT, FOR AT LEAST     *
089200*    THE PASS-THROUGH PERCENTAGE OF THE CREDIT.  BOTH LEGS OF   *
089300*    EVERY PAIR ARE MARKED; THE FIGURE IS THE NUMBER OF         *
089400*    CREDITS PAID STRAIGHT BACK OUT.                            *
089500*****************************************************************
089600 5200-FIND-PASSTHROUGH.
089700     MOVE ZERO TO WS-MV-SUB.
089800     PERFORM 5210-TEST-ONE-CREDIT THRU 5210-EXIT
089900         UNTIL WS-MV-SUB >= WS-MV-COUNT.
090000     IF WS-PASSTHRU-COUNT > ZERO
090100         SET WS-ALERT-PASSTHRU TO TRUE
090200     END-IF.
090300 5200-EXIT.
090400     EXIT.
090500*
090600 5210-TEST-ONE-CREDIT.
090700     ADD 1 TO WS-MV-SUB.
090800     IF WS-MV-CT-SUB (WS-MV-SUB) NOT = WS-CT-SUB
090900         OR NOT WS-MV-INBOUND (WS-MV-SUB)
091000         GO TO 5210-EXIT
091100     END-IF.
091200     COMPUTE WS-PASSTHRU-FLOOR ROUNDED =
091300         WS-MV-AMOUNT (WS-MV-SUB) * MP-PASSTHRU-PCT / 100.
091400     MOVE 'N' TO WS-MATCH-SW.
091500     MOVE ZERO TO WS-MV-SUB-2.
091600     PERFORM 5220-TEST-ONE-PAYOUT THRU 5220-EXIT
091700         UNTIL WS-MV-SUB-2 >= WS-MV-COUNT.
091800     IF WS-MATCH-FOUND
091900         SET WS-MV-PASSTHRU (WS-MV-SUB) TO TRUE
092000         ADD 1 TO WS-PASSTHRU-COUNT
092100     END-IF.
092200 5210-EXIT.
092300     EXIT.
092400*
092500 5220-TEST-ONE-PAYOUT.
092600     ADD 1 TO WS-MV-SUB-2.
092700     IF WS-MV-CT-SUB (WS-MV-SUB-2) NOT = WS-CT-SUB
092800         OR NOT WS-MV-EXTERNAL (WS-MV-SUB-2)
092900         GO TO 5220-EXIT
093000     END-IF.
093100     COMPUTE WS-DAY-GAP =
093200         WS-MV-DAY-NUMBER (WS-MV-SUB-2)
093300         - WS-MV-DAY-NUMBER (WS-MV-SUB).
093400     IF WS-DAY-GAP NOT < ZERO
093500         AND WS-DAY-GAP NOT > MP-PASSTHRU-DAYS
093600         AND WS-MV-AMOUNT (WS-MV-SUB-2) NOT < WS-PASSTHRU-FLOOR
093700         SET WS-MATCH-FOUND TO TRUE
093800         SET WS-MV-PASSTHRU (WS-MV-SUB-2) TO TRUE
093900     END-IF.
094000 5220-EXIT.
094100     EXIT.
094200*
094300*****************************************************************
094400*    5300-FIND-CIRCULAR - A TRANSFER BETWEEN TWO OF THE         *
094500*    CUSTOMER'S OWN WALLETS IS CIRCULAR WHEN THE MONEY COMES    *
094600*    BACK TO THE WALLET IT LEFT - DIRECTLY (A TO B, B TO A) OR  *
094700*    THROUGH ONE MORE OWN WALLET (A TO B, B TO C, C TO A).      *
094800*    EVERY LEG OF EVERY LOOP FOUND IS MARKED, AND THE RULE      *
094900*    FIRES WHEN THE MARKED LEGS REACH THE PARAMETER COUNT.      *
095000*****************************************************************
095100 5300-FIND-CIRCULAR.
095200     MOVE ZERO TO WS-MV-SUB.
095300     PERFORM 5310-TEST-ONE-LEG THRU 5310-EXIT
095400         UNTIL WS-MV-SUB >= WS-MV-COUNT.
095500     MOVE ZERO TO WS-MV-SUB.
095600     PERFORM 5350-COUNT-ONE-LEG THRU 5350-EXIT
095700         UNTIL WS-MV-SUB >= WS-MV-COUNT.
095800     IF WS-CIRCULAR-COUNT NOT < MP-CIRCULAR-MIN-LEGS
095900         SET WS-ALERT-CIRCULAR TO TRUE
096000     END-IF.
096100 5300-EXIT.
096200     EXIT.
096300*
096400 5310-TEST-ONE-LEG.
096500     ADD 1 TO WS-MV-SUB.
096600     IF WS-MV-CT-SUB (WS-MV-SUB) NOT = WS-CT-SUB
096700         OR NOT WS-MV-OWN-TRANSFER (WS-MV-SUB)
096800         GO TO 5310-EXIT
096900     END-IF.
097000     MOVE ZERO TO WS-MV-SUB-2.
097100     PERFORM 5320-TEST-SECOND-LEG THRU 5320-EXIT
097200         UNTIL WS-MV-SUB-2 >= WS-MV-COUNT.
097300 5310-EXIT.
097400     EXIT.
097500*
097600 5320-TEST-SECOND-LEG.
097700     ADD 1 TO WS-MV-SUB-2.
097800     IF WS-MV-CT-SUB (WS-MV-SUB-2) NOT = WS-CT-SUB
097900         OR NOT WS-MV-OWN-TRANSFER (WS-MV-SUB-2)
098000         OR WS-MV-FROM-WALLET (WS-MV-SUB-2)
098100             NOT = WS-MV-TO-WALLET (WS-MV-SUB)
098200         GO TO 5320-EXIT
098300     END-IF.
098400     IF WS-MV-TO-WALLET (WS-MV-SUB-2)
098500         = WS-MV-FROM-WALLET (WS-MV-SUB)
098600         SET WS-MV-CIRCULAR (WS-MV-SUB) TO TRUE
098700         SET WS-MV-CIRCULAR (WS-MV-SUB-2) TO TRUE
098800         GO TO 5320-EXIT
098900     END-IF.
099000     MOVE ZERO TO WS-MV-SUB-3.
099100     PERFORM 5330-TEST-THIRD-LEG THRU 5330-EXIT
099200         UNTIL WS-MV-SUB-3 >= WS-MV-COUNT.
099300 5320-EXIT.
099400     EXIT.
099500*
099600 5330-TEST-THIRD-LEG.
099700     ADD 1 TO WS-MV-SUB-3.
099800     IF WS-MV-CT-SUB (WS-MV-SUB-3) = WS-CT-SUB
099900         AND WS-MV-OWN-TRANSFER (WS-MV-SUB-3)
100000         AND WS-MV-FROM-WALLET (WS-MV-SUB-3)
100100             = WS-MV-TO-WALLET (WS-MV-SUB-2)
100200         AND WS-MV-TO-WALLET (WS-MV-SUB-3)
100300             = WS-MV-FROM-WALLET (WS-MV-SUB)
100400         SET WS-MV-CIRCULAR (WS-MV-SUB) TO TRUE
100500         SET WS-MV-CIRCULAR (WS-MV-SUB-2) TO TRUE
100600         SET WS-MV-CIRCULAR (WS-MV-SUB-3) TO TRUE
100700     END-IF.
100800 5330-EXIT.
100900     EXIT.
101000*
101100 5350-COUNT-ONE-LEG.
101200     ADD 1 TO WS-MV-SUB.
101300     IF WS-MV-CT-SUB (WS-MV-SUB) = WS-CT-SUB
101400         AND WS-MV-CIRCULAR (WS-MV-SUB)
101500         ADD 1 TO WS-CIRCULAR-COUNT
101600     END-IF.
101700 5350-EXIT.
101800     EXIT.
101900*
102000*****************************************************************
102100*    5500-SUPPRESS-KNOWN-ALERTS - A RULE ALREADY ON ANY CASE    *
102200*    RAISED FOR THIS CUSTOMER INSIDE THE WINDOW - WHATEVER ITS  *
102300*    STATUS - IS NOT RAISED AGAIN: THE ACTIVITY BEHIND IT IS    *
102400*    ALREADY IN FRONT OF COMPLIANCE, AND A DISMISSED CASE MUST  *
102500*    NOT COME BACK EVERY NIGHT UNTIL IT AGES OUT.               *
102600*****************************************************************
102700 5500-SUPPRESS-KNOWN-ALERTS.
102800     MOVE 'N' TO WS-CASE-SCAN-SW.
102900     MOVE WS-CT-CUSTOMER-ID (WS-CT-SUB) TO CS-CUSTOMER-ID.
103000     MOVE WS-WINDOW-START TO CS-ALERT-DATE.
103100     START CASE-FILE
103200         KEY IS NOT < CS-CASE-KEY
103300         INVALID KEY
103400             SET WS-CASE-SCAN-DONE TO TRUE
103500     END-START.
103600     PERFORM 5510-CHECK-ONE-CASE THRU 5510-EXIT
103700         UNTIL WS-CASE-SCAN-DONE.
103800 5500-EXIT.
103900     EXIT.
104000*
104100 5510-CHECK-ONE-CASE.
104200     READ CASE-FILE NEXT RECORD
104300         AT END
104400             SET WS-CASE-SCAN-DONE TO TRUE
104500             GO TO 5510-EXIT
104600     END-READ.
104700     IF NOT CS-STATUS-OK
104800         OR CS-CUSTOMER-ID NOT = WS-CT-CUSTOMER-ID (WS-CT-SUB)
104900         SET WS-CASE-SCAN-DONE TO TRUE
105000         GO TO 5510-EXIT
105100     END-IF.
105200     IF CS-ALERT-STRUCTURING AND WS-ALERT-STRUCTURING
105300         MOVE 'N' TO WS-STRUCT-SW
105400         ADD 1 TO WS-ALERTS-SUPPRESSED
105500     END-IF.
105600     IF CS-ALERT-PASSTHRU AND WS-ALERT-PASSTHRU
105700         MOVE 'N' TO WS-PASSTHRU-SW
105800         ADD 1 TO WS-ALERTS-SUPPRESSED
105900     END-IF.
106000     IF CS-ALERT-CIRCULAR AND WS-ALERT-CIRCULAR
106100         MOVE 'N' TO WS-CIRCULAR-SW
106200         ADD 1 TO WS-ALERTS-SUPPRESSED
106300     END-IF.
106400     IF CS-ALERT-OUTFLOW AND WS-ALERT-OUTFLOW
106500         MOVE 'N' TO WS-OUTFLOW-SW
106600         ADD 1 TO WS-ALERTS-SUPPRESSED
106700     END-IF.
106800 5510-EXIT.
106900     EXIT.
107000*
107100*****************************************************************
107200*    5600-RAISE-CASE - OPEN THE CASE FOR TODAY AND PRINT IT ON  *
107300*    THE ALERT REPORT WITH THE CUSTOMER'S NAME AND THE          *
107400*    TRANSACTIONS BEHIND EACH RULE THAT FIRED.  A CUSTOMER      *
107410*    ALREADY CASED TODAY - A RERUN, OR A LATER PASS ON WHICH    *
107420*    ANOTHER RULE FIRES - HAS THE NEW RULES ADDED TO THAT CASE. *
107500*****************************************************************
107600 5600-RAISE-CASE.
107650     MOVE 'N' TO WS-CASE-EXTENDED-SW.
107700     INITIALIZE CS-CASE-RECORD.
107800     MOVE WS-CT-CUSTOMER-ID (WS-CT-SUB) TO CS-CUSTOMER-ID.
107900     MOVE WS-CURRENT-DATE TO CS-ALERT-DATE.
108000     SET CS-STATUS-OPEN TO TRUE.
108100     MOVE WS-WINDOW-START TO CS-WINDOW-START.
108200     MOVE WS-STRUCT-SW TO CS-STRUCTURING-SW.
108300     MOVE WS-CT-NEAR-COUNT (WS-CT-SUB) TO CS-STRUCT-COUNT.
108400     MOVE WS-PASSTHRU-SW TO CS-PASSTHRU-SW.
108500     MOVE WS-PASSTHRU-COUNT TO CS-PASSTHRU-COUNT.
108600     MOVE WS-CIRCULAR-SW TO CS-CIRCULAR-SW.
108700     MOVE WS-CIRCULAR-COUNT TO CS-CIRCULAR-COUNT.
108800     MOVE WS-OUTFLOW-SW TO CS-OUTFLOW-SW.
108900     MOVE WS-CT-EXTERNAL-TOTAL (WS-CT-SUB) TO CS-OUTFLOW-TOTAL.
109000     MOVE WS-CURRENT-DATE TO CS-STATUS-DATE.
109100     MOVE 'WALMONTR' TO CS-STATUS-OPERATOR.
109200     WRITE CS-CASE-RECORD.
109250     IF CS-STATUS-DUPLICATE
109260         PERFORM 5650-ADD-TO-TODAYS-CASE THRU 5650-EXIT
109270     END-IF.
109300     IF NOT CS-STATUS-OK
109400         DISPLAY 'ERROR WRITING CASE RECORD FOR '
109500             CS-CUSTOMER-ID '. FILE STATUS: ' CS-FILE-STATUS
109600         MOVE 16 TO RETURN-CODE
109700         GO TO 5600-EXIT
109800     END-IF.
109900     IF WS-CASE-EXTENDED
109910         ADD 1 TO WS-CASES-EXTENDED
109920     ELSE
109930         ADD 1 TO WS-CASES-RAISED
109940     END-IF.
110000     MOVE CS-CUSTOMER-ID TO CU-CUSTOMER-ID.
110100     READ CUSTOMER-FILE
110200         INVALID KEY
110300             MOVE '*** NOT ON CUSTOMER MASTER ***' TO
110400                 CU-CUSTOMER-NAME
110500     END-READ.
110600     MOVE CU-CUSTOMER-NAME TO WS-PRINT-NAME.
110700     DISPLAY ' '.
110800     DISPLAY 'ALERT - CUSTOMER ' CS-CUSTOMER-ID ' '
110900         WS-PRINT-NAME ' CASE ' CS-ALERT-DATE.
111000     IF WS-ALERT-STRUCTURING
111100         MOVE WS-CT-NEAR-COUNT (WS-CT-SUB) TO WS-PRINT-COUNT
111200         DISPLAY '  STRUCTURING: ' WS-PRINT-COUNT
111300             ' DEBITS JUST UNDER THE SINGLE-TRANSACTION LIMIT'
111400         MOVE 'S' TO WS-REPORT-RULE
111500         PERFORM 5700-LIST-CONTRIBUTORS THRU 5700-EXIT
111600     END-IF.
111700     IF WS-ALERT-PASSTHRU
111800         MOVE WS-PASSTHRU-COUNT TO WS-PRINT-COUNT
111900         DISPLAY '  PASS-THROUGH: ' WS-PRINT-COUNT
112000             ' CREDITS PAID STRAIGHT OUT AS EXTERNAL PAYMENTS'
112100         MOVE 'P' TO WS-REPORT-RULE
112200         PERFORM 5700-LIST-CONTRIBUTORS THRU 5700-EXIT
112300     END-IF.
112400     IF WS-ALERT-CIRCULAR
112500         MOVE WS-CIRCULAR-COUNT TO WS-PRINT-COUNT
112600         DISPLAY '  CIRCULAR: ' WS-PRINT-COUNT
112700             ' OWN-WALLET TRANSFERS CLOSING A LOOP'
112800         MOVE 'C' TO WS-REPORT-RULE
112900         PERFORM 5700-LIST-CONTRIBUTORS THRU 5700-EXIT
113000     END-IF.
113100     IF WS-ALERT-OUTFLOW
113200         MOVE WS-CT-EXTERNAL-TOTAL (WS-CT-SUB) TO WS-PRINT-TOTAL
113300         DISPLAY '  EXTERNAL OUTFLOW: ' WS-PRINT-TOTAL
113400             ' OVER THE WINDOW'
113500         MOVE 'O' TO WS-REPORT-RULE
113600         PERFORM 5700-LIST-CONTRIBUTORS THRU 5700-EXIT
113700     END-IF.
113800     IF RETURN-CODE < 4
113850         MOVE 4 TO RETURN-CODE
113870     END-IF.
113900 5600-EXIT.
114000     EXIT.
114100*
114102*****************************************************************
114104*    5650-ADD-TO-TODAYS-CASE - THE CUSTOMER ALREADY HAS A CASE  *
114106*    FOR TODAY.  5500 HAS ALREADY DROPPED EVERY RULE ON IT, SO  *
114108*    WHAT FIRED HERE IS NEW: FLAG IT ON THE EXISTING CASE AND   *
114110*    LEAVE THE STATUS COMPLIANCE HAS GIVEN THE CASE ALONE.      *
114112*****************************************************************
114114 5650-ADD-TO-TODAYS-CASE.
114116     READ CASE-FILE
114118         INVALID KEY
114120             GO TO 5650-EXIT
114122     END-READ.
114124     IF WS-ALERT-STRUCTURING
114126         MOVE WS-STRUCT-SW TO CS-STRUCTURING-SW
114128         MOVE WS-CT-NEAR-COUNT (WS-CT-SUB) TO CS-STRUCT-COUNT
114130     END-IF.
114132     IF WS-ALERT-PASSTHRU
114134         MOVE WS-PASSTHRU-SW TO CS-PASSTHRU-SW
114136         MOVE WS-PASSTHRU-COUNT TO CS-PASSTHRU-COUNT
114138     END-IF.
114140     IF WS-ALERT-CIRCULAR
114142         MOVE WS-CIRCULAR-SW TO CS-CIRCULAR-SW
114144         MOVE WS-CIRCULAR-COUNT TO CS-CIRCULAR-COUNT
114146     END-IF.
114148     IF WS-ALERT-OUTFLOW
114150         MOVE WS-OUTFLOW-SW TO CS-OUTFLOW-SW
114152         MOVE WS-CT-EXTERNAL-TOTAL (WS-CT-SUB) TO
114154             CS-OUTFLOW-TOTAL
114156     END-IF.
114158     REWRITE CS-CASE-RECORD.
114160     IF CS-STATUS-OK
114162         SET WS-CASE-EXTENDED TO TRUE
114164     END-IF.
114166 5650-EXIT.
114168     EXIT.
114170*
114200*****************************************************************
114300*    5700-LIST-CONTRIBUTORS - ONE LINE PER TRANSACTION BEHIND   *
114400*    THE RULE IN WS-REPORT-RULE, BY BATCH AND SEQUENCE.         *
114500*****************************************************************
114600 5700-LIST-CONTRIBUTORS.
114700     MOVE ZERO TO WS-MV-SUB.
114800     PERFORM 5710-LIST-ONE-CONTRIBUTOR THRU 5710-EXIT
114900         UNTIL WS-MV-SUB >= WS-MV-COUNT.
115000 5700-EXIT.
115100     EXIT.
115200*
115300 5710-LIST-ONE-CONTRIBUTOR.
115400     ADD 1 TO WS-MV-SUB.
115500     IF WS-MV-CT-SUB (WS-MV-SUB) NOT = WS-CT-SUB
115600         GO TO 5710-EXIT
115700     END-IF.
115800     IF (WS-REPORT-RULE = 'S' AND WS-MV-NEAR-LIMIT (WS-MV-SUB))
115900         OR (WS-REPORT-RULE = 'P' AND WS-MV-PASSTHRU (WS-MV-SUB))
116000         OR (WS-REPORT-RULE = 'C' AND WS-MV-CIRCULAR (WS-MV-SUB))
116100         OR (WS-REPORT-RULE = 'O' AND WS-MV-EXTERNAL (WS-MV-SUB))
116200         MOVE WS-MV-AMOUNT (WS-MV-SUB) TO WS-PRINT-AMOUNT
116300         DISPLAY '    BATCH ' WS-MV-BATCH-ID (WS-MV-SUB)
116400             ' SEQ ' WS-MV-SEQUENCE-NO (WS-MV-SUB)
116500             ' ' WS-MV-DATE (WS-MV-SUB)
116600             ' ' WS-MV-KIND (WS-MV-SUB)
116700             ' ' WS-MV-FROM-WALLET (WS-MV-SUB)
116800             ' TO ' WS-MV-TO-WALLET (WS-MV-SUB)
116900             ' ' WS-PRINT-AMOUNT
117000     END-IF.
117100 5710-EXIT.
117200     EXIT.
117300*
117400*****************************************************************
117500*    6000-LIST-OPEN-CASES - THE WORKING LIST: EVERY CASE STILL  *
117600*    OPEN, UNDER INVESTIGATION, OR CONFIRMED BUT NOT YET        *
117700*    BLOCKED, WITH ITS AGE IN DAYS.                             *
117800*****************************************************************
117900 6000-LIST-OPEN-CASES.
118000     DISPLAY ' '.
118100     DISPLAY 'CASES OUTSTANDING'.
118200     DISPLAY '------------------------------------------'.
118300     MOVE 'N' TO WS-CASE-SCAN-SW.
118400     MOVE LOW-VALUES TO CS-CASE-KEY.
118500     START CASE-FILE
118600         KEY IS NOT < CS-CASE-KEY
118700         INVALID KEY
118800             SET WS-CASE-SCAN-DONE TO TRUE
118900     END-START.
119000     PERFORM 6100-LIST-ONE-CASE THRU 6100-EXIT
119100         UNTIL WS-CASE-SCAN-DONE.
119200 6000-EXIT.
119300     EXIT.
119400*
119500 6100-LIST-ONE-CASE.
119600     READ CASE-FILE NEXT RECORD
119700         AT END
119800             SET WS-CASE-SCAN-DONE TO TRUE
119900             GO TO 6100-EXIT
120000     END-READ.
120100     IF NOT CS-STATUS-OK
120200         SET WS-CASE-SCAN-DONE TO TRUE
120300         GO TO 6100-EXIT
120400     END-IF.
120500     IF NOT CS-STATUS-OPEN AND NOT CS-STATUS-INVESTIGATING
120600         AND NOT CS-STATUS-CONFIRMED
120700         GO TO 6100-EXIT
120800     END-IF.
120900     ADD 1 TO WS-CASES-OUTSTANDING.
121000     MOVE CS-ALERT-DATE TO WS-DTN-DATE.
121100     PERFORM 9100-DATE-TO-DAY-NUMBER THRU 9100-EXIT.
121200     COMPUTE WS-CASE-AGE-DAYS =
121300         WS-TODAY-DAY-NUMBER - WS-DTN-DAY-NUMBER.
121400     MOVE WS-CASE-AGE-DAYS TO WS-PRINT-AGE.
121500     DISPLAY CS-CUSTOMER-ID ' ' CS-ALERT-DATE ' STATUS '
121600         CS-CASE-STATUS ' AGE ' WS-PRINT-AGE ' RULES '
121700         CS-STRUCTURING-SW CS-PASSTHRU-SW CS-CIRCULAR-SW
121800         CS-OUTFLOW-SW ' LAST ' CS-STATUS-DATE ' '
121900         CS-STATUS-OPERATOR.
122000 6100-EXIT.
122100     EXIT.
122200*
122300*****************************************************************
122400*    9000-TERMINATE - CLOSE FILES AND PRINT THE RUN SUMMARY.    *
122500*    A HARD FAILURE LEAVES RETURN CODE 16 IN PLACE OVER THE     *
122600*    NEW-CASES 4.                                               *
122700*****************************************************************
122800 9000-TERMINATE.
122900     CLOSE WALLET-MASTER-FILE.
123000     CLOSE CUSTOMER-FILE.
123100     CLOSE CASE-FILE.
123200     DISPLAY ' '.
123300     DISPLAY 'TRANSACTION MONITORING RUN SUMMARY'.
123400     DISPLAY 'CASE ACTIONS APPLIED.: ' WS-ACTIONS-APPLIED.
123500     DISPLAY 'CASE ACTIONS REFUSED.: ' WS-ACTIONS-REFUSED.
123600     DISPLAY 'CUSTOMERS MONITORED..: ' WS-CUSTOMERS-SEEN.
123700     DISPLAY 'CASES RAISED.........: ' WS-CASES-RAISED.
123800     DISPLAY 'ALERTS ALREADY CASED.: ' WS-ALERTS-SUPPRESSED.
123850     DISPLAY 'ADDED TO TODAYS CASE.: ' WS-CASES-EXTENDED.
123900     DISPLAY 'CASES OUTSTANDING....: ' WS-CASES-OUTSTANDING.
124000 9000-EXIT.
124100     EXIT.
124200*
124300*****************************************************************
124400*    9100-DATE-TO-DAY-NUMBER - CONVERT WS-DTN-DATE (YYYYMMDD)   *
124500*    TO A DAY NUMBER SINCE THE GREGORIAN EPOCH SO TWO DATES     *
124600*    SUBTRACT TO AN AGE IN CALENDAR DAYS.  LEAP YEARS ARE       *
124700*    EVERY FOURTH YEAR, EXCEPT CENTURIES NOT DIVISIBLE BY 400.  *
124800*****************************************************************
124900 9100-DATE-TO-DAY-NUMBER.
125000     COMPUTE WS-DTN-PRIOR-YEAR = WS-DTN-YEAR - 1.
125100     DIVIDE WS-DTN-PRIOR-YEAR BY 4
125200         GIVING WS-DTN-QUADS.
125300     DIVIDE WS-DTN-PRIOR-YEAR BY 100
125400         GIVING WS-DTN-CENTS.
125500     DIVIDE WS-DTN-PRIOR-YEAR BY 400
125600         GIVING WS-DTN-QUADCENTS.
125700     COMPUTE WS-DTN-DAY-NUMBER =
125800         (WS-DTN-PRIOR-YEAR * 365)
125900         + WS-DTN-QUADS - WS-DTN-CENTS + WS-DTN-QUADCENTS
126000         + WS-MONTH-OFFSET (WS-DTN-MONTH)
126100         + WS-DTN-DAY.
126200     PERFORM 9110-CHECK-LEAP-YEAR THRU 9110-EXIT.
126300     IF WS-DTN-LEAP-YEAR AND WS-DTN-MONTH > 2
126400         ADD 1 TO WS-DTN-DAY-NUMBER
126500     END-IF.
126600 9100-EXIT.
126700     EXIT.
126800*
126900 9110-CHECK-LEAP-YEAR.
127000     MOVE 'N' TO WS-DTN-LEAP-SW.
127100     DIVIDE WS-DTN-YEAR BY 4
127200         GIVING WS-DTN-QUADS REMAINDER WS-DTN-REMAINDER.
127300     IF WS-DTN-REMAINDER = ZERO
127400         SET WS-DTN-LEAP-YEAR TO TRUE
127500     END-IF.
127600     DIVIDE WS-DTN-YEAR BY 100
127700         GIVING WS-DTN-CENTS REMAINDER WS-DTN-REMAINDER.
127800     IF WS-DTN-REMAINDER = ZERO
127900         MOVE 'N' TO WS-DTN-LEAP-SW
128000     END-IF.
128100     DIVIDE WS-DTN-YEAR BY 400
128200         GIVING WS-DTN-QUADCENTS REMAINDER WS-DTN-REMAINDER.
128300     IF WS-DTN-REMAINDER = ZERO
128400         SET WS-DTN-LEAP-YEAR TO TRUE
128500     END-IF.
128600 9110-EXIT.
128700     EXIT.
128800*
128900*****************************************************************
129000*    9200-ADD-ONE-DAY - STEP THE WALK DATE ONE CALENDAR DAY     *
129100*    FORWARD, ROLLING OVER MONTH AND YEAR ENDS.                 *
129200*****************************************************************
129300 9200-ADD-ONE-DAY.
129400     PERFORM 9210-GET-MONTH-DAYS THRU 9210-EXIT.
129500     ADD 1 TO WS-WALK-DAY.
129600     IF WS-WALK-DAY > WS-WALK-MONTH-DAYS
129700         MOVE 1 TO WS-WALK-DAY
129800         ADD 1 TO WS-WALK-MONTH
129900         IF WS-WALK-MONTH > 12
130000             MOVE 1 TO WS-WALK-MONTH
130100             ADD 1 TO WS-WALK-YEAR
130200         END-IF
130300     END-IF.
130400 9200-EXIT.
130500     EXIT.
130600*
130700 9210-GET-MONTH-DAYS.
130800     MOVE WS-MONTH-DAYS (WS-WALK-MONTH) TO WS-WALK-MONTH-DAYS.
130900     IF WS-WALK-MONTH = 2
131000         PERFORM 9220-CHECK-LEAP-YEAR THRU 9220-EXIT
131100         IF WS-WALK-LEAP-YEAR
131200             MOVE 29 TO WS-WALK-MONTH-DAYS
131300         END-IF
131400     END-IF.
131500 9210-EXIT.
131600     EXIT.
131700*
131800 9220-CHECK-LEAP-YEAR.
131900     MOVE 'N' TO WS-WALK-LEAP-SW.
132000     DIVIDE WS-WALK-YEAR BY 4
132100         GIVING WS-WALK-WORKNUM REMAINDER WS-WALK-REMAINDER.
132200     IF WS-WALK-REMAINDER = ZERO
132300         SET WS-WALK-LEAP-YEAR TO TRUE
132400     END-IF.
132500     DIVIDE WS-WALK-YEAR BY 100
132600         GIVING WS-WALK-WORKNUM REMAINDER WS-WALK-REMAINDER.
132700     IF WS-WALK-REMAINDER = ZERO
132800         MOVE 'N' TO WS-WALK-LEAP-SW
132900     END-IF.
133000     DIVIDE WS-WALK-YEAR BY 400
133100         GIVING WS-WALK-WORKNUM REMAINDER WS-WALK-REMAINDER.
133200     IF WS-WALK-REMAINDER = ZERO
133300         SET WS-WALK-LEAP-YEAR TO TRUE
133400     END-IF.
133500 9220-EXIT.
133600     EXIT.
133700*
133800*****************************************************************
133900*    9250-SUBTRACT-ONE-DAY - STEP THE WALK DATE ONE CALENDAR    *
134000*    DAY BACK, ROLLING BACK OVER MONTH AND YEAR STARTS.         *
134100*****************************************************************
134200 9250-SUBTRACT-ONE-DAY.
134300     IF WS-WALK-DAY > 1
134400         SUBTRACT 1 FROM WS-WALK-DAY
134500         GO TO 9250-EXIT
134600     END-IF.
134700     IF WS-WALK-MONTH > 1
134800         SUBTRACT 1 FROM WS-WALK-MONTH
134900     ELSE
135000         MOVE 12 TO WS-WALK-MONTH
135100         SUBTRACT 1 FROM WS-WALK-YEAR
135200     END-IF.
135300     PERFORM 9210-GET-MONTH-DAYS THRU 9210-EXIT.
135400     MOVE WS-WALK-MONTH-DAYS TO WS-WALK-DAY.
135500 9250-EXIT.
135600     EXIT.
135700*
135800*****************************************************************
135900*    9500-GET-BUSINESS-DATE - READ TODAY'S PROCESSING DATE     *
136000*    FROM THE BUSINESS-DATE CONTROL RECORD.  NO RECORD MEANS   *
136100*    THE SHOP'S CALENDAR HAS NEVER BEEN SEEDED - NOTHING MAY   *
136200*    RUN UNDER A GUESSED DATE, SO THE RUN STOPS HARD.          *
136300*****************************************************************
136400 9500-GET-BUSINESS-DATE.
136500     OPEN INPUT BUSDATE-FILE.
136600     IF NOT BD-STATUS-OK
136700         DISPLAY 'ERROR OPENING BUSDATE-FILE. FILE STATUS: '
136800             BD-FILE-STATUS
136900         MOVE 16 TO RETURN-CODE
137000         STOP RUN
137100     END-IF.
137200     MOVE 'BUSDATE ' TO BD-CONTROL-ID.
137300     READ BUSDATE-FILE
137400         INVALID KEY
137500             DISPLAY 'NO BUSINESS-DATE CONTROL RECORD ON '
137600                 'FILE. SEED IT THROUGH WALDTROL FIRST.'
137700             MOVE 16 TO RETURN-CODE
137800             STOP RUN
137900     END-READ.
138000     MOVE BD-BUSINESS-DATE TO WS-CURRENT-DATE.
138100     CLOSE BUSDATE-FILE.
138200 9500-EXIT.
138300     EXIT.
