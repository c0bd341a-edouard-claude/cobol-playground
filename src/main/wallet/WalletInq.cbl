001700*                   JOURNAL; ANYTHING PENDING ON THE FRAUD-     *
001800*                   REVIEW HELD QUEUE; ACTIVE INSTRUCTIONS IN   *
001900*                   THE SCHEDULE WAREHOUSE NAMING THE WALLET    *
002000*                   ON EITHER SIDE; UNRECYCLED REJECTS; AND     *
002050*                   ANY DISPUTE CASE NOT YET CLOSED THAT NAMES  *
002060*                   THE WALLET AS CUSTOMER OR COUNTERPARTY.     *
002100*                   EVERY FILE IS OPENED INPUT, SO THE RUN IS   *
002200*                   SAFE AT ANY TIME OF DAY AND NEVER           *
002300*                   DISTURBS THE BATCH WINDOW.  THE HELD,      *
003900*                     PAST MIDNIGHT STAYS ON ITS OWN BUSINESS   *
004000*                     DAY.  THE DATE ADVANCES ONLY WHEN THE     *
004100*                     ROLL STEP CLOSES THE DAY.                 *
004110*    2026-10-15 DLP   EACH PAGE NOW ALSO LISTS THE DISPUTE      *
004120*                     CASES STILL OPEN OR SETTLING AGAINST THE  *
004130*                     WALLET, WITH ITS SIDE OF THE CASE, THE    *
004140*                     AMOUNT, STATUS, DUE DATE AND WHETHER A    *
004150*                     PROVISIONAL CREDIT HAS POSTED.            *
004200*****************************************************************
004300 ENVIRONMENT DIVISION.
004400 CONFIGURATION SECTION.
008000     SELECT REJECT-FILE ASSIGN TO "WALREJCT"
008100         ORGANIZATION IS SEQUENTIAL
008200         FILE STATUS IS RJ-FILE-STATUS.
008210     SELECT DISPUTE-FILE ASSIGN TO "WALDISP"
008220         ORGANIZATION IS INDEXED
008230         ACCESS MODE IS SEQUENTIAL
008240         RECORD KEY IS DS-DISPUTE-KEY
008250         FILE STATUS IS DS-FILE-STATUS.
008300*
008400 DATA DIVISION.
008500 FILE SECTION.
011100     LABEL RECORDS ARE STANDARD.
011200     COPY WALREJ.
011300*
011310 FD  DISPUTE-FILE
011320     LABEL RECORDS ARE STANDARD.
011330     COPY WALDISP.
011340*
011400 WORKING-STORAGE SECTION.
011500 01  WS-FILE-STATUS-CODES.
011600     05  BD-FILE-STATUS          PIC X(02) VALUE SPACES.
012700         88  SC-STATUS-OK            VALUE '00'.
012800     05  RJ-FILE-STATUS          PIC X(02) VALUE SPACES.
012900         88  RJ-STATUS-OK            VALUE '00'.
012910     05  DS-FILE-STATUS          PIC X(02) VALUE SPACES.
012920         88  DS-STATUS-OK            VALUE '00'.
013000*
013100 01  WS-EOF-SWITCHES.
013200     05  WS-REQUEST-EOF-SW       PIC X(01) VALUE 'N'.
013900         88  SCHEDULE-EOF            VALUE 'Y'.
014000     05  WS-REJECT-EOF-SW        PIC X(01) VALUE 'N'.
014100         88  REJECT-EOF              VALUE 'Y'.
014110     05  WS-DISPUTE-EOF-SW       PIC X(01) VALUE 'N'.
014120         88  DISPUTE-EOF             VALUE 'Y'.
014200     05  WS-WALLET-FOUND-SW      PIC X(01) VALUE 'N'.
014300         88  WS-WALLET-FOUND         VALUE 'Y'.
014400         88  WS-WALLET-NOT-FOUND     VALUE 'N'.
015100     05  WS-HELD-COUNT           PIC 9(08) VALUE ZERO.
015200     05  WS-SCHEDULE-COUNT       PIC 9(08) VALUE ZERO.
015300     05  WS-REJECT-COUNT         PIC 9(08) VALUE ZERO.
015310     05  WS-DISPUTE-COUNT        PIC 9(08) VALUE ZERO.
015400     05  WS-PAGE-COUNT           PIC 9(08) VALUE ZERO.
015500*
015600 01  WS-CURRENT-DATE-TIME.
016300     05  WS-PRINT-AMOUNT         PIC ---------9.99.
016400     05  WS-PRINT-BALANCE        PIC ---------9.99.
016500     05  WS-MOVEMENT-TYPE        PIC X(02) VALUE SPACES.
016510     05  WS-DISPUTE-ROLE         PIC X(11) VALUE SPACES.
016600*
016700 01  WS-AVAILABLE-BALANCE        PIC S9(11)V99 COMP-3
016800                                 VALUE ZERO.
022300*    2000-INQUIRE-ONE-WALLET - ONE PAGE FOR THE REQUESTED       *
022400*    WALLET: MASTER POSITION, OWNER, TODAY'S MOVEMENTS,         *
022500*    PENDING HELD ITEMS, ACTIVE SCHEDULE INSTRUCTIONS AND       *
022600*    UNRECYCLED REJECTS AND OPEN DISPUTES.  A WALLET NOT ON     *
022700*    THE MASTER STILL GETS ITS PAGE - THE IN-FLIGHT FILES MAY   *
022750*    EXPLAIN WHY.                                               *
022800*****************************************************************
022900 2000-INQUIRE-ONE-WALLET.
023000     ADD 1 TO WS-PAGE-COUNT.
023200     MOVE ZERO TO WS-HELD-COUNT.
023300     MOVE ZERO TO WS-SCHEDULE-COUNT.
023400     MOVE ZERO TO WS-REJECT-COUNT.
023410     MOVE ZERO TO WS-DISPUTE-COUNT.
023500     DISPLAY '=========================================='.
023600     DISPLAY 'WALLET INQUIRY ' WS-REQUEST-WALLET
023700         ' AS AT ' WS-CURRENT-DATE ' ' WS-CURRENT-TIME.
024100     PERFORM 4000-SHOW-PENDING-HELD THRU 4000-EXIT.
024200     PERFORM 5000-SHOW-SCHEDULE THRU 5000-EXIT.
024300     PERFORM 6000-SHOW-REJECTS THRU 6000-EXIT.
024310     PERFORM 7000-SHOW-OPEN-DISPUTES THRU 7000-EXIT.
024400     DISPLAY 'END OF PAGE FOR ' WS-REQUEST-WALLET.
024500     PERFORM 1200-READ-REQUEST THRU 1200-EXIT.
024600 2000-EXIT.
052100     EXIT.
052200*
052300*****************************************************************
052301*    7000-SHOW-OPEN-DISPUTES - EVERY DISPUTE CASE NOT YET       *
052302*    CLOSED THAT NAMES THE WALLET AS THE CUSTOMER WHO DISPUTED  *
052303*    THE TRANSFER OR THE COUNTERPARTY IT WAS PAID TO.  THE      *
052304*    CREDIT COLUMN IS THE PROVISIONAL CREDIT LEG - BLANK NOT    *
052305*    STAGED, S STAGED FOR POSTING, P POSTED.                    *
052306*****************************************************************
052307 7000-SHOW-OPEN-DISPUTES.
052308     DISPLAY 'OPEN DISPUTES:'.
052309     MOVE 'N' TO WS-DISPUTE-EOF-SW.
052310     OPEN INPUT DISPUTE-FILE.
052311     IF NOT DS-STATUS-OK
052312         DISPLAY '  (NO DISPUTE FILE PRESENT)'
052313         GO TO 7000-EXIT
052314     END-IF.
052315     PERFORM 7100-READ-DISPUTE-FILE THRU 7100-EXIT.
052316     PERFORM 7200-SHOW-ONE-DISPUTE THRU 7200-EXIT
052317         UNTIL DISPUTE-EOF.
052318     CLOSE DISPUTE-FILE.
052319     IF WS-DISPUTE-COUNT = ZERO
052320         DISPLAY '  (NONE)'
052321     END-IF.
052322 7000-EXIT.
052323     EXIT.
052324*
052325 7100-READ-DISPUTE-FILE.
052326     READ DISPUTE-FILE NEXT RECORD
052327         AT END
052328             SET DISPUTE-EOF TO TRUE
052329     END-READ.
052330     IF NOT DISPUTE-EOF AND NOT DS-STATUS-OK
052331         DISPLAY 'ERROR READING DISPUTE-FILE. FILE STATUS: '
052332             DS-FILE-STATUS
052333         MOVE 16 TO RETURN-CODE
052334         SET DISPUTE-EOF TO TRUE
052335     END-IF.
052336 7100-EXIT.
052337     EXIT.
052338*
052339 7200-SHOW-ONE-DISPUTE.
052340     IF NOT DS-STATUS-CLOSED
052341         AND (DS-CUSTOMER-WALLET = WS-REQUEST-WALLET
052342             OR DS-COUNTERPARTY-WALLET = WS-REQUEST-WALLET)
052343         ADD 1 TO WS-DISPUTE-COUNT
052344         IF DS-CUSTOMER-WALLET = WS-REQUEST-WALLET
052345             MOVE 'CUSTOMER' TO WS-DISPUTE-ROLE
052346         ELSE
052347             MOVE 'COUNTERPTY' TO WS-DISPUTE-ROLE
052348         END-IF
052349         MOVE DS-DISPUTED-AMOUNT TO WS-PRINT-AMOUNT
052350         DISPLAY '  ' DS-BATCH-ID '/' DS-SEQUENCE-NO ' '
052351             WS-DISPUTE-ROLE DS-CUSTOMER-CURRENCY ' '
052352             WS-PRINT-AMOUNT ' STATUS ' DS-CASE-STATUS
052353             ' OPENED ' DS-OPEN-DATE ' DUE '
052354             DS-RESOLVE-DUE-DATE ' CREDIT ' DS-LEG-STATE (1)
052355     END-IF.
052356     PERFORM 7100-READ-DISPUTE-FILE THRU 7100-EXIT.
052357 7200-EXIT.
052358     EXIT.
052359*
052360*****************************************************************
052400*    9000-TERMINATE - CLOSE THE KEYED MASTERS AND END THE RUN.  *
052500*****************************************************************
052600 9000-TERMINATE.
