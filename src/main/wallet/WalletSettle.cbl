000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    WalletSettle.
000300 AUTHOR.        D L PATEL.
000400 INSTALLATION.  WALLET SERVICES BATCH.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED. 2026-10-15.
000700*****************************************************************
000800*    PROGRAM......: WalletSettle                                *
000900*    DESCRIPTION..: BANK SETTLEMENT RECONCILIATION FOR OUTBOUND *
001000*                   EXTERNAL PAYMENTS.  EVERY PAYMENT ON THE    *
001100*                   BANK EXTRACT IS CARRIED ON A STANDING       *
001200*                   SETTLEMENT REGISTER KEYED BY ITS PAYMENT    *
001300*                   REFERENCE (ORIGINATING BATCH AND SEQUENCE). *
001400*                   THE BANK'S RETURNED ITEMS AND ITS DAILY     *
001500*                   SETTLEMENT CONFIRMATIONS ARE MATCHED TO     *
001600*                   THE REGISTER BY THAT REFERENCE, AND THE     *
001700*                   REPORT LISTS MATCHED ITEMS, AMOUNT          *
001800*                   MISMATCHES, CONFIRMATIONS FOR PAYMENTS WE   *
001900*                   NEVER SENT, AND PAYMENTS STILL UNCONFIRMED  *
002000*                   AFTER THE NUMBER OF BUSINESS DAYS ON SYSIN, *
002100*                   AGED FROM THE PAYMENT DATE.  IT THEN PROVES *
002200*                   EACH HOUSE SETTLEMENT WALLET'S BALANCE      *
002300*                   AGAINST WHAT THE BANK ACTUALLY SETTLED PLUS *
002400*                   WHAT IS STILL IN TRANSIT, SO A SHORT OR     *
002450*                   OVER SETTLEMENT BREAKS THE PROOF.  THE RUN  *
002500*                   IS SAFE TO REPEAT: A PAYMENT ALREADY ON THE *
002600*                   REGISTER IS NOT LOADED TWICE, AND A         *
002700*                   CONFIRMATION FOR AN ITEM ALREADY SETTLED IS *
002800*                   SKIPPED.                                    *
002900*    MODIFICATION HISTORY                                      *
003000*    DATE       INIT  DESCRIPTION                               *
003100*    ---------- ----  -------------------------------------    *
003200*    2026-10-15 DLP   ORIGINAL PROGRAM.                         *
003300*****************************************************************
003400 ENVIRONMENT DIVISION.
003500 CONFIGURATION SECTION.
003600 SOURCE-COMPUTER.   IBM-370.
003700 OBJECT-COMPUTER.   IBM-370.
003800 INPUT-OUTPUT SECTION.
003900 FILE-CONTROL.
004000     SELECT BUSDATE-FILE ASSIGN TO "WALBDATE"
004100         ORGANIZATION IS INDEXED
004200         ACCESS MODE IS RANDOM
004300         RECORD KEY IS BD-CONTROL-ID
004400         FILE STATUS IS BD-FILE-STATUS.
004500     SELECT BANK-EXTRACT-FILE ASSIGN TO "WALBANKX"
004600         ORGANIZATION IS SEQUENTIAL
004700         FILE STATUS IS BX-FILE-STATUS.
004800     SELECT RETURN-FILE ASSIGN TO "WALRETIN"
004900         ORGANIZATION IS SEQUENTIAL
005000         FILE STATUS IS RN-FILE-STATUS.
005100     SELECT SETTLEMENT-FILE ASSIGN TO "WALBSETL"
005200         ORGANIZATION IS SEQUENTIAL
005300         FILE STATUS IS BS-FILE-STATUS.
005400     SELECT OPEN-PAYMENT-FILE ASSIGN TO "WALBOPN"
005500         ORGANIZATION IS INDEXED
005600         ACCESS MODE IS DYNAMIC
005700         RECORD KEY IS BO-PAYMENT-REF
005800         FILE STATUS IS BO-FILE-STATUS.
005900     SELECT WALLET-MASTER-FILE ASSIGN TO "WALTMSTR"
006000         ORGANIZATION IS INDEXED
006100         ACCESS MODE IS RANDOM
006200         RECORD KEY IS WM-WALLET-ID
006300         FILE STATUS IS WM-FILE-STATUS.
006400*
006500 DATA DIVISION.
006600 FILE SECTION.
006700 FD  BUSDATE-FILE
006800     LABEL RECORDS ARE STANDARD.
006900     COPY WALBDAT.
007000*
007100 FD  BANK-EXTRACT-FILE
007200     LABEL RECORDS ARE STANDARD.
007300     COPY WALBNKX.
007400*
007500 FD  RETURN-FILE
007600     LABEL RECORDS ARE STANDARD.
007700     COPY WALRTRN.
007800*
007900 FD  SETTLEMENT-FILE
008000     LABEL RECORDS ARE STANDARD.
008100     COPY WALBSET.
008200*
008300 FD  OPEN-PAYMENT-FILE
008400     LABEL RECORDS ARE STANDARD.
008500     COPY WALBOPN.
008600*
008700 FD  WALLET-MASTER-FILE
008800     LABEL RECORDS ARE STANDARD.
008900     COPY WALMSTR.
009000*
009100 WORKING-STORAGE SECTION.
009200 01  WS-FILE-STATUS-CODES.
009300     05  BD-FILE-STATUS          PIC X(02) VALUE SPACES.
009400         88  BD-STATUS-OK            VALUE '00'.
009500     05  BX-FILE-STATUS          PIC X(02) VALUE SPACES.
009600         88  BX-STATUS-OK            VALUE '00'.
009700         88  BX-STATUS-NOT-FOUND     VALUE '35'.
009800     05  RN-FILE-STATUS          PIC X(02) VALUE SPACES.
009900         88  RN-STATUS-OK            VALUE '00'.
010000         88  RN-STATUS-NOT-FOUND     VALUE '35'.
010100     05  BS-FILE-STATUS          PIC X(02) VALUE SPACES.
010200         88  BS-STATUS-OK            VALUE '00'.
010300         88  BS-STATUS-NOT-FOUND     VALUE '35'.
010400     05  BO-FILE-STATUS          PIC X(02) VALUE SPACES.
010500         88  BO-STATUS-OK            VALUE '00'.
010600         88  BO-STATUS-DUPLICATE     VALUE '22'.
010700         88  BO-STATUS-NOT-FOUND     VALUE '35'.
010800     05  WM-FILE-STATUS          PIC X(02) VALUE SPACES.
010900         88  WM-STATUS-OK            VALUE '00'.
011000*
011100 01  WS-EOF-SWITCHES.
011200     05  WS-EXTRACT-EOF-SW       PIC X(01) VALUE 'N'.
011300         88  EXTRACT-EOF             VALUE 'Y'.
011400     05  WS-RETURN-EOF-SW        PIC X(01) VALUE 'N'.
011500         88  RETURN-EOF              VALUE 'Y'.
011600     05  WS-SETTLE-EOF-SW        PIC X(01) VALUE 'N'.
011700         88  SETTLE-EOF              VALUE 'Y'.
011800     05  WS-REGISTER-EOF-SW      PIC X(01) VALUE 'N'.
011900         88  REGISTER-EOF            VALUE 'Y'.
012000     05  WS-RUN-ABORT-SW         PIC X(01) VALUE 'N'.
012100         88  WS-RUN-ABORTED          VALUE 'Y'.
012200*
012300 01  WS-RUN-COUNTERS.
012400     05  WS-LOADED-COUNT         PIC 9(08) VALUE ZERO.
012500     05  WS-KNOWN-COUNT          PIC 9(08) VALUE ZERO.
012600     05  WS-RETURNED-COUNT       PIC 9(08) VALUE ZERO.
012700     05  WS-UNKNOWN-RETURN-COUNT PIC 9(08) VALUE ZERO.
012800     05  WS-MATCHED-COUNT        PIC 9(08) VALUE ZERO.
012900     05  WS-MISMATCH-COUNT       PIC 9(08) VALUE ZERO.
013000     05  WS-NEVER-SENT-COUNT     PIC 9(08) VALUE ZERO.
013100     05  WS-DUPLICATE-COUNT      PIC 9(08) VALUE ZERO.
013200     05  WS-OPEN-COUNT           PIC 9(08) VALUE ZERO.
013300     05  WS-AGED-COUNT           PIC 9(08) VALUE ZERO.
013400     05  WS-PROOF-BREAK-COUNT    PIC 9(08) VALUE ZERO.
013500*
013600 01  WS-CURRENT-DATE             PIC 9(08) VALUE ZERO.
013700*
013800*    A PAYMENT STILL UNCONFIRMED THIS MANY BUSINESS DAYS AFTER  *
013900*    ITS PAYMENT DATE IS REPORTED AS AGED.  SYSIN OVERRIDES.    *
014000 01  WS-AGE-LIMIT-IN             PIC X(03) VALUE SPACES.
014100 01  WS-AGE-LIMIT                PIC 9(03) VALUE 3.
014200*
014300 01  WS-AMOUNT-DIFFERENCE        PIC S9(9)V99 COMP-3
014400                                 VALUE ZERO.
014500*
014600*    ONE PROOF SLOT PER HOUSE SETTLEMENT WALLET NAMED ON THE    *
014700*    REGISTER.  THE REGISTER'S OWN AMOUNTS ARE WHAT MOVED THE   *
014800*    SETTLEMENT WALLET, SO THE PROOF FOOTS THEM - NOT THE       *
014900*    BANK'S SETTLED FIGURES, WHOSE DIFFERENCES ARE REPORTED AS  *
015000*    MISMATCHES IN THEIR OWN RIGHT.                             *
015100 01  WS-SETTLEMENT-TABLE.
015200     05  WS-STL-COUNT            PIC 9(04) COMP VALUE ZERO.
015300     05  WS-STL-SUB              PIC 9(04) COMP VALUE ZERO.
015400     05  WS-STL-FOUND-SUB        PIC 9(04) COMP VALUE ZERO.
015500     05  WS-STL-ENTRY OCCURS 50 TIMES.
015600         10  WS-STL-WALLET-ID        PIC X(10).
015700         10  WS-STL-GROSS            PIC S9(11)V99 COMP-3.
015800         10  WS-STL-RETURNED         PIC S9(11)V99 COMP-3.
015900         10  WS-STL-CONFIRMED        PIC S9(11)V99 COMP-3.
016000         10  WS-STL-IN-TRANSIT       PIC S9(11)V99 COMP-3.
016050         10  WS-STL-SETTLE-DIFF      PIC S9(11)V99 COMP-3.
016100*
016200 01  WS-PROOF-WORK.
016300     05  WS-PROOF-NET            PIC S9(11)V99 COMP-3
016400                                 VALUE ZERO.
016500     05  WS-PROOF-DIFFERENCE     PIC S9(11)V99 COMP-3
016600                                 VALUE ZERO.
016700*
016800*    BUSINESS-DAY AGEING WORK FIELDS.  DAY NUMBER 1 IS MONDAY   *
016900*    1 JANUARY 0001, SO (DAY NUMBER - 1) MOD 7 IS THE WEEKDAY   *
017000*    WITH MONDAY AS 0 AND SATURDAY AND SUNDAY AS 5 AND 6.       *
017100 01  WS-BUSINESS-DAY-WORK.
017200     05  WS-TODAY-DAY-NUMBER     PIC S9(08) COMP VALUE ZERO.
017300     05  WS-PAY-DAY-NUMBER       PIC S9(08) COMP VALUE ZERO.
017400     05  WS-AGE-CALENDAR-DAYS    PIC S9(08) COMP VALUE ZERO.
017500     05  WS-AGE-BUSINESS-DAYS    PIC S9(08) COMP VALUE ZERO.
017600     05  WS-AGE-WEEKS            PIC S9(08) COMP VALUE ZERO.
017700     05  WS-AGE-ODD-DAYS         PIC S9(08) COMP VALUE ZERO.
017800     05  WS-AGE-PROBE-DAY        PIC S9(08) COMP VALUE ZERO.
017900     05  WS-AGE-WEEKDAY          PIC S9(08) COMP VALUE ZERO.
018000     05  WS-AGE-WORK             PIC S9(08) COMP VALUE ZERO.
018100 01  WS-AGE-DISPLAY              PIC 9(05) VALUE ZERO.
018200*
018300*    DATE-TO-DAY-NUMBER WORK FIELDS, AS IN THE POSTING RUN.     *
018400 01  WS-DATE-TO-DAY-WORK.
018500     05  WS-DTN-DATE             PIC 9(08) VALUE ZERO.
018600     05  WS-DTN-DATE-R REDEFINES WS-DTN-DATE.
018700         10  WS-DTN-YEAR             PIC 9(04).
018800         10  WS-DTN-MONTH            PIC 9(02).
018900         10  WS-DTN-DAY              PIC 9(02).
019000     05  WS-DTN-DAY-NUMBER       PIC S9(08) COMP VALUE ZERO.
019100     05  WS-DTN-PRIOR-YEAR       PIC S9(08) COMP VALUE ZERO.
019200     05  WS-DTN-QUADS            PIC S9(08) COMP VALUE ZERO.
019300     05  WS-DTN-CENTS            PIC S9(08) COMP VALUE ZERO.
019400     05  WS-DTN-QUADCENTS        PIC S9(08) COMP VALUE ZERO.
019500     05  WS-DTN-REMAINDER        PIC S9(08) COMP VALUE ZERO.
019600     05  WS-DTN-LEAP-SW          PIC X(01) VALUE 'N'.
019700         88  WS-DTN-LEAP-YEAR        VALUE 'Y'.
019800*
019900 01  WS-MONTH-OFFSET-VALUES      PIC X(36) VALUE
020000     '000031059090120151181212243273304334'.
020100 01  WS-MONTH-OFFSET-TABLE REDEFINES WS-MONTH-OFFSET-VALUES.
020200     05  WS-MONTH-OFFSET         PIC 9(03) OCCURS 12 TIMES.
020300*
020400 PROCEDURE DIVISION.
020500*****************************************************************
020600*    0000-MAINLINE                                              *
020700*****************************************************************
020800 0000-MAINLINE.
020900     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
021000     IF NOT WS-RUN-ABORTED
021100         PERFORM 2000-LOAD-NEW-PAYMENTS THRU 2000-EXIT
021200         PERFORM 3000-APPLY-RETURNS THRU 3000-EXIT
021300         PERFORM 4000-APPLY-CONFIRMATIONS THRU 4000-EXIT
021400         PERFORM 5000-REVIEW-REGISTER THRU 5000-EXIT
021500         PERFORM 6000-PROVE-SETTLEMENT-WALLETS THRU 6000-EXIT
021600     END-IF.
021700     PERFORM 9000-TERMINATE THRU 9000-EXIT.
021800     STOP RUN.
021900*
022000*****************************************************************
022100*    1000-INITIALIZE - PICK UP THE AGEING LIMIT FROM SYSIN AND  *
022200*    OPEN THE STANDING REGISTER, CREATING IT EMPTY THE FIRST    *
022300*    TIME, AND THE WALLET MASTER FOR THE BALANCE PROOF.         *
022400*****************************************************************
022500 1000-INITIALIZE.
022600     PERFORM 9500-GET-BUSINESS-DATE THRU 9500-EXIT.
022700     ACCEPT WS-AGE-LIMIT-IN.
022800     IF WS-AGE-LIMIT-IN IS NUMERIC
022900         MOVE WS-AGE-LIMIT-IN TO WS-AGE-LIMIT
023000     END-IF.
023100     MOVE WS-CURRENT-DATE TO WS-DTN-DATE.
023200     PERFORM 9100-DATE-TO-DAY-NUMBER THRU 9100-EXIT.
023300     MOVE WS-DTN-DAY-NUMBER TO WS-TODAY-DAY-NUMBER.
023400     OPEN I-O OPEN-PAYMENT-FILE.
023500     IF BO-STATUS-NOT-FOUND
023600         OPEN OUTPUT OPEN-PAYMENT-FILE
023700         CLOSE OPEN-PAYMENT-FILE
023800         OPEN I-O OPEN-PAYMENT-FILE
023900     END-IF.
024000     IF NOT BO-STATUS-OK
024100         DISPLAY 'ERROR OPENING OPEN-PAYMENT-FILE. FILE '
024200             'STATUS: ' BO-FILE-STATUS
024300         MOVE 16 TO RETURN-CODE
024400         SET WS-RUN-ABORTED TO TRUE
024500         GO TO 1000-EXIT
024600     END-IF.
024700     OPEN INPUT WALLET-MASTER-FILE.
024800     IF NOT WM-STATUS-OK
024900         DISPLAY 'ERROR OPENING WALLET-MASTER-FILE. FILE '
025000             'STATUS: ' WM-FILE-STATUS
025100         MOVE 16 TO RETURN-CODE
025200         SET WS-RUN-ABORTED TO TRUE
025300         GO TO 1000-EXIT
025400     END-IF.
025500     DISPLAY 'BANK SETTLEMENT RECONCILIATION - '
025600         WS-CURRENT-DATE.
025700     DISPLAY 'UNCONFIRMED AGEING LIMIT: ' WS-AGE-LIMIT
025800         ' BUSINESS DAYS'.
025900     DISPLAY '------------------------------------------'.
026000 1000-EXIT.
026100     EXIT.
026200*
026300*****************************************************************
026400*    2000-LOAD-NEW-PAYMENTS - CARRY EVERY PAYMENT ON THE BANK   *
026500*    EXTRACT ONTO THE REGISTER AS AN OPEN ITEM.  THE EXTRACT    *
026600*    IS A STANDING DATASET THAT ONLY GROWS, SO MOST OF IT IS    *
026700*    ALREADY ON THE REGISTER FROM EARLIER RUNS - A DUPLICATE    *
026800*    KEY SIMPLY MEANS THE PAYMENT IS ALREADY KNOWN.             *
026900*****************************************************************
027000 2000-LOAD-NEW-PAYMENTS.
027100     OPEN INPUT BANK-EXTRACT-FILE.
027200     IF BX-STATUS-NOT-FOUND
027300         DISPLAY 'NO BANK EXTRACT ON FILE. NO PAYMENTS LOADED.'
027400         GO TO 2000-EXIT
027500     END-IF.
027600     IF NOT BX-STATUS-OK
027700         DISPLAY 'ERROR OPENING BANK-EXTRACT-FILE. FILE '
027800             'STATUS: ' BX-FILE-STATUS
027900         MOVE 16 TO RETURN-CODE
028000         GO TO 2000-EXIT
028100     END-IF.
028200     PERFORM 2100-READ-BANK-EXTRACT THRU 2100-EXIT.
028300     PERFORM 2200-REGISTER-PAYMENT THRU 2200-EXIT
028400         UNTIL EXTRACT-EOF.
028500     CLOSE BANK-EXTRACT-FILE.
028600 2000-EXIT.
028700     EXIT.
028800*
028900 2100-READ-BANK-EXTRACT.
029000     READ BANK-EXTRACT-FILE
029100         AT END
029200             SET EXTRACT-EOF TO TRUE
029300     END-READ.
029400     IF NOT EXTRACT-EOF AND NOT BX-STATUS-OK
029500         DISPLAY 'ERROR READING BANK-EXTRACT-FILE. FILE '
029600             'STATUS: ' BX-FILE-STATUS
029700         MOVE 16 TO RETURN-CODE
029800         SET EXTRACT-EOF TO TRUE
029900     END-IF.
030000 2100-EXIT.
030100     EXIT.
030200*
030300 2200-REGISTER-PAYMENT.
030400     INITIALIZE BO-OPEN-PAYMENT-RECORD.
030500     MOVE BX-ORIG-BATCH-ID TO BO-ORIG-BATCH-ID.
030600     MOVE BX-ORIG-SEQUENCE-NO TO BO-ORIG-SEQUENCE-NO.
030700     MOVE BX-PAYMENT-DATE TO BO-PAYMENT-DATE.
030800     MOVE BX-CUSTOMER-WALLET TO BO-CUSTOMER-WALLET.
030900     MOVE BX-SETTLEMENT-WALLET TO BO-SETTLEMENT-WALLET.
031000     MOVE BX-AMOUNT TO BO-AMOUNT.
031100     MOVE BX-CURRENCY-CODE TO BO-CURRENCY-CODE.
031200     SET BO-ITEM-OPEN TO TRUE.
031300     MOVE ZERO TO BO-SETTLED-DATE.
031400     MOVE ZERO TO BO-SETTLED-AMOUNT.
031500     MOVE ZERO TO BO-RETURNED-DATE.
031600     WRITE BO-OPEN-PAYMENT-RECORD.
031700     IF BO-STATUS-DUPLICATE
031800         ADD 1 TO WS-KNOWN-COUNT
031900     ELSE
032000         IF BO-STATUS-OK
032100             ADD 1 TO WS-LOADED-COUNT
032200         ELSE
032300             DISPLAY 'ERROR WRITING OPEN PAYMENT RECORD. FILE '
032400                 'STATUS: ' BO-FILE-STATUS
032500             MOVE 16 TO RETURN-CODE
032600         END-IF
032700     END-IF.
032800     PERFORM 2100-READ-BANK-EXTRACT THRU 2100-EXIT.
032900 2200-EXIT.
033000     EXIT.
033100*
033200*****************************************************************
033300*    3000-APPLY-RETURNS - MARK EVERY PAYMENT THE BANK SENT      *
033400*    BACK AS RETURNED.  THE RETURNS STEP HAS ALREADY POSTED     *
033500*    THE REVERSAL OFF THE SETTLEMENT WALLET, SO A RETURNED      *
033600*    ITEM NO LONGER COUNTS TOWARD THE WALLET'S NET OUTFLOW.     *
033700*    A MISSING RETURNS FILE MEANS THE BANK RETURNED NOTHING.    *
033800*****************************************************************
033900 3000-APPLY-RETURNS.
034000     OPEN INPUT RETURN-FILE.
034100     IF RN-STATUS-NOT-FOUND
034200         GO TO 3000-EXIT
034300     END-IF.
034400     IF NOT RN-STATUS-OK
034500         DISPLAY 'ERROR OPENING RETURN-FILE. FILE STATUS: '
034600             RN-FILE-STATUS
034700         MOVE 16 TO RETURN-CODE
034800         GO TO 3000-EXIT
034900     END-IF.
035000     PERFORM 3100-READ-RETURN-FILE THRU 3100-EXIT.
035100     PERFORM 3200-MARK-RETURNED THRU 3200-EXIT
035200         UNTIL RETURN-EOF.
035300     CLOSE RETURN-FILE.
035400 3000-EXIT.
035500     EXIT.
035600*
035700 3100-READ-RETURN-FILE.
035800     READ RETURN-FILE
035900         AT END
036000             SET RETURN-EOF TO TRUE
036100     END-READ.
036110     IF NOT RETURN-EOF AND NOT RN-STATUS-OK
036120         DISPLAY 'ERROR READING RETURN-FILE. FILE STATUS: '
036130             RN-FILE-STATUS
036140         MOVE 16 TO RETURN-CODE
036150         SET RETURN-EOF TO TRUE
036160     END-IF.
036200 3100-EXIT.
036300     EXIT.
036400*
036500 3200-MARK-RETURNED.
036600     PERFORM 3210-APPLY-ONE-RETURN THRU 3210-EXIT.
036700     PERFORM 3100-READ-RETURN-FILE THRU 3100-EXIT.
036800 3200-EXIT.
036900     EXIT.
037000*
037100 3210-APPLY-ONE-RETURN.
037200     MOVE RN-ORIG-BATCH-ID TO BO-ORIG-BATCH-ID.
037300     MOVE RN-ORIG-SEQUENCE-NO TO BO-ORIG-SEQUENCE-NO.
037400     READ OPEN-PAYMENT-FILE
037500         INVALID KEY
037600             DISPLAY 'RETURN FOR UNKNOWN PAYMENT '
037700                 RN-ORIG-BATCH-ID ' ' RN-ORIG-SEQUENCE-NO
037800                 ' AMOUNT ' RN-AMOUNT
037900             ADD 1 TO WS-UNKNOWN-RETURN-COUNT
038000             GO TO 3210-EXIT
038100     END-READ.
038200     IF NOT BO-ITEM-RETURNED
038300         SET BO-ITEM-RETURNED TO TRUE
038400         MOVE RN-RETURN-DATE TO BO-RETURNED-DATE
038500         PERFORM 7000-REWRITE-REGISTER THRU 7000-EXIT
038600         ADD 1 TO WS-RETURNED-COUNT
038700     END-IF.
038800 3210-EXIT.
038900     EXIT.
039000*
039100*****************************************************************
039200*    4000-APPLY-CONFIRMATIONS - MATCH THE BANK'S SETTLEMENT     *
039300*    CONFIRMATIONS TO THE REGISTER BY PAYMENT REFERENCE.  A     *
039400*    CONFIRMATION NOT ON THE REGISTER IS FOR A PAYMENT WE       *
039500*    NEVER SENT.  ONE FOR AN ITEM ALREADY SETTLED OR RETURNED   *
039600*    IS A REPEAT OF AN EARLIER TRANSMISSION AND IS SKIPPED.     *
039700*    A MISSING CONFIRMATION FILE MEANS THE BANK SENT NONE       *
039800*    TODAY - THE AGEING BELOW STILL RUNS.                       *
039900*****************************************************************
040000 4000-APPLY-CONFIRMATIONS.
040100     DISPLAY 'SETTLEMENT CONFIRMATIONS'.
040200     OPEN INPUT SETTLEMENT-FILE.
040300     IF BS-STATUS-NOT-FOUND
040400         DISPLAY 'NO SETTLEMENT CONFIRMATIONS RECEIVED TODAY.'
040500         GO TO 4000-EXIT
040600     END-IF.
040700     IF NOT BS-STATUS-OK
040800         DISPLAY 'ERROR OPENING SETTLEMENT-FILE. FILE STATUS: '
040900             BS-FILE-STATUS
041000         MOVE 16 TO RETURN-CODE
041100         GO TO 4000-EXIT
041200     END-IF.
041300     PERFORM 4100-READ-SETTLEMENT-FILE THRU 4100-EXIT.
041400     PERFORM 4200-MATCH-CONFIRMATION THRU 4200-EXIT
041500         UNTIL SETTLE-EOF.
041600     CLOSE SETTLEMENT-FILE.
041700 4000-EXIT.
041800     EXIT.
041900*
042000 4100-READ-SETTLEMENT-FILE.
042100     READ SETTLEMENT-FILE
042200         AT END
042300             SET SETTLE-EOF TO TRUE
042400     END-READ.
042500     IF NOT SETTLE-EOF AND NOT BS-STATUS-OK
042600         DISPLAY 'ERROR READING SETTLEMENT-FILE. FILE STATUS: '
042700             BS-FILE-STATUS
042800         MOVE 16 TO RETURN-CODE
042900         SET SETTLE-EOF TO TRUE
043000     END-IF.
043100 4100-EXIT.
043200     EXIT.
043300*
043400 4200-MATCH-CONFIRMATION.
043500     PERFORM 4210-MATCH-ONE-CONFIRMATION THRU 4210-EXIT.
043600     PERFORM 4100-READ-SETTLEMENT-FILE THRU 4100-EXIT.
043700 4200-EXIT.
043800     EXIT.
043900*
044000 4210-MATCH-ONE-CONFIRMATION.
044100     MOVE BS-ORIG-BATCH-ID TO BO-ORIG-BATCH-ID.
044200     MOVE BS-ORIG-SEQUENCE-NO TO BO-ORIG-SEQUENCE-NO.
044300     READ OPEN-PAYMENT-FILE
044400         INVALID KEY
044500             DISPLAY 'NEVER SENT     ' BS-ORIG-BATCH-ID ' '
044600                 BS-ORIG-SEQUENCE-NO ' BANK AMOUNT '
044700                 BS-SETTLED-AMOUNT ' BANK REF '
044800                 BS-BANK-REFERENCE
044900             ADD 1 TO WS-NEVER-SENT-COUNT
045000             GO TO 4210-EXIT
045100     END-READ.
045200     IF NOT BO-ITEM-OPEN
045300         ADD 1 TO WS-DUPLICATE-COUNT
045400         GO TO 4210-EXIT
045500     END-IF.
045600     MOVE BS-SETTLED-DATE TO BO-SETTLED-DATE.
045700     MOVE BS-SETTLED-AMOUNT TO BO-SETTLED-AMOUNT.
045800     IF BS-SETTLED-AMOUNT = BO-AMOUNT
045900         AND BS-CURRENCY-CODE = BO-CURRENCY-CODE
046000         SET BO-ITEM-CONFIRMED TO TRUE
046100         ADD 1 TO WS-MATCHED-COUNT
046200         DISPLAY 'MATCHED        ' BO-ORIG-BATCH-ID ' '
046300             BO-ORIG-SEQUENCE-NO ' AMOUNT ' BO-AMOUNT ' '
046400             BO-CURRENCY-CODE ' SETTLED ' BO-SETTLED-DATE
046500     ELSE
046600         SET BO-ITEM-MISMATCHED TO TRUE
046700         ADD 1 TO WS-MISMATCH-COUNT
046800         COMPUTE WS-AMOUNT-DIFFERENCE =
046900             BS-SETTLED-AMOUNT - BO-AMOUNT
047000         DISPLAY 'AMOUNT MISMATCH ' BO-ORIG-BATCH-ID ' '
047100             BO-ORIG-SEQUENCE-NO ' SENT ' BO-AMOUNT ' '
047200             BO-CURRENCY-CODE ' BANK ' BS-SETTLED-AMOUNT ' '
047300             BS-CURRENCY-CODE ' DIFFERENCE '
047400             WS-AMOUNT-DIFFERENCE
047500     END-IF.
047600     PERFORM 7000-REWRITE-REGISTER THRU 7000-EXIT.
047700 4210-EXIT.
047800     EXIT.
047900*
048000*****************************************************************
048100*    5000-REVIEW-REGISTER - ONE PASS OVER THE WHOLE REGISTER.   *
048200*    EVERY OPEN ITEM IS AGED IN BUSINESS DAYS FROM ITS PAYMENT  *
048300*    DATE AND LISTED ONCE IT REACHES THE LIMIT, AND EVERY ITEM  *
048400*    IS FOOTED INTO ITS SETTLEMENT WALLET'S PROOF SLOT.         *
048500*****************************************************************
048600 5000-REVIEW-REGISTER.
048700     DISPLAY '------------------------------------------'.
048800     DISPLAY 'PAYMENTS UNCONFIRMED AFTER ' WS-AGE-LIMIT
048900         ' BUSINESS DAYS'.
049000     MOVE LOW-VALUES TO BO-PAYMENT-REF.
049100     START OPEN-PAYMENT-FILE KEY IS NOT LESS THAN BO-PAYMENT-REF
049200         INVALID KEY
049300             SET REGISTER-EOF TO TRUE
049400     END-START.
049500     IF NOT REGISTER-EOF
049600         PERFORM 5100-READ-NEXT-REGISTER THRU 5100-EXIT
049700     END-IF.
049800     PERFORM 5200-REVIEW-ONE-ITEM THRU 5200-EXIT
049900         UNTIL REGISTER-EOF OR WS-RUN-ABORTED.
050000 5000-EXIT.
050100     EXIT.
050200*
050300 5100-READ-NEXT-REGISTER.
050400     READ OPEN-PAYMENT-FILE NEXT RECORD
050500         AT END
050600             SET REGISTER-EOF TO TRUE
050700     END-READ.
050710     IF NOT REGISTER-EOF AND NOT BO-STATUS-OK
050720         DISPLAY 'ERROR READING OPEN-PAYMENT-FILE. FILE STATUS: '
050730             BO-FILE-STATUS
050740         MOVE 16 TO RETURN-CODE
050750         SET REGISTER-EOF TO TRUE
050760         SET WS-RUN-ABORTED TO TRUE
050770     END-IF.
050800 5100-EXIT.
050900     EXIT.
051000*
051100 5200-REVIEW-ONE-ITEM.
051200     PERFORM 5300-FIND-SETTLEMENT-SLOT THRU 5300-EXIT.
051300     IF WS-RUN-ABORTED
051400         GO TO 5200-EXIT
051500     END-IF.
051600     ADD BO-AMOUNT TO WS-STL-GROSS (WS-STL-FOUND-SUB).
051700     EVALUATE TRUE
051800         WHEN BO-ITEM-RETURNED
051900             ADD BO-AMOUNT TO WS-STL-RETURNED (WS-STL-FOUND-SUB)
052000         WHEN BO-ITEM-CONFIRMED
052100         WHEN BO-ITEM-MISMATCHED
052200             ADD BO-SETTLED-AMOUNT TO
052300                 WS-STL-CONFIRMED (WS-STL-FOUND-SUB)
052310             COMPUTE WS-STL-SETTLE-DIFF (WS-STL-FOUND-SUB) =
052320                 WS-STL-SETTLE-DIFF (WS-STL-FOUND-SUB)
052330                 + BO-AMOUNT - BO-SETTLED-AMOUNT
052400         WHEN OTHER
052500             ADD BO-AMOUNT TO
052600                 WS-STL-IN-TRANSIT (WS-STL-FOUND-SUB)
052700             ADD 1 TO WS-OPEN-COUNT
052800             PERFORM 5400-AGE-OPEN-ITEM THRU 5400-EXIT
052900     END-EVALUATE.
053000     PERFORM 5100-READ-NEXT-REGISTER THRU 5100-EXIT.
053100 5200-EXIT.
053200     EXIT.
053300*
053400*****************************************************************
053500*    5300-FIND-SETTLEMENT-SLOT - LOCATE OR CREATE THE PROOF     *
053600*    SLOT FOR THE ITEM'S SETTLEMENT WALLET.  AN OVERFULL TABLE  *
053700*    ABENDS THE RUN RATHER THAN PROVING PART OF THE BOOK.       *
053800*****************************************************************
053900 5300-FIND-SETTLEMENT-SLOT.
054000     MOVE ZERO TO WS-STL-FOUND-SUB.
054100     MOVE ZERO TO WS-STL-SUB.
054200     PERFORM 5310-TEST-SETTLEMENT-SLOT THRU 5310-EXIT
054300         UNTIL WS-STL-FOUND-SUB > ZERO
054400         OR WS-STL-SUB >= WS-STL-COUNT.
054500     IF WS-STL-FOUND-SUB = ZERO
054600         IF WS-STL-COUNT < 50
054700             ADD 1 TO WS-STL-COUNT
054800             MOVE WS-STL-COUNT TO WS-STL-FOUND-SUB
054900             MOVE BO-SETTLEMENT-WALLET TO
055000                 WS-STL-WALLET-ID (WS-STL-FOUND-SUB)
055100             MOVE ZERO TO WS-STL-GROSS (WS-STL-FOUND-SUB)
055200             MOVE ZERO TO WS-STL-RETURNED (WS-STL-FOUND-SUB)
055300             MOVE ZERO TO WS-STL-CONFIRMED (WS-STL-FOUND-SUB)
055400             MOVE ZERO TO WS-STL-IN-TRANSIT (WS-STL-FOUND-SUB)
055450             MOVE ZERO TO WS-STL-SETTLE-DIFF (WS-STL-FOUND-SUB)
055500         ELSE
055600             DISPLAY 'SETTLEMENT WALLET TABLE FULL. RUN '
055700                 'ABENDED BEFORE A PARTIAL PROOF COULD PRINT.'
055800             MOVE 16 TO RETURN-CODE
055900             SET WS-RUN-ABORTED TO TRUE
056000         END-IF
056100     END-IF.
056200 5300-EXIT.
056300     EXIT.
056400*
056500 5310-TEST-SETTLEMENT-SLOT.
056600     ADD 1 TO WS-STL-SUB.
056700     IF WS-STL-WALLET-ID (WS-STL-SUB) = BO-SETTLEMENT-WALLET
056800         MOVE WS-STL-SUB TO WS-STL-FOUND-SUB
056900     END-IF.
057000 5310-EXIT.
057100     EXIT.
057200*
057300*****************************************************************
057400*    5400-AGE-OPEN-ITEM - AGE ONE OPEN ITEM IN BUSINESS DAYS    *
057500*    AND LIST IT ONCE IT HAS WAITED THE LIMIT OR LONGER.        *
057600*****************************************************************
057700 5400-AGE-OPEN-ITEM.
057800     MOVE BO-PAYMENT-DATE TO WS-DTN-DATE.
057900     PERFORM 9100-DATE-TO-DAY-NUMBER THRU 9100-EXIT.
058000     MOVE WS-DTN-DAY-NUMBER TO WS-PAY-DAY-NUMBER.
058100     PERFORM 9200-COUNT-BUSINESS-DAYS THRU 9200-EXIT.
058200     IF WS-AGE-BUSINESS-DAYS >= WS-AGE-LIMIT
058300         ADD 1 TO WS-AGED-COUNT
058400         MOVE WS-AGE-BUSINESS-DAYS TO WS-AGE-DISPLAY
058500         DISPLAY 'UNCONFIRMED    ' BO-ORIG-BATCH-ID ' '
058600             BO-ORIG-SEQUENCE-NO ' PAID ' BO-PAYMENT-DATE
058700             ' AGE ' WS-AGE-DISPLAY ' WALLET '
058800             BO-CUSTOMER-WALLET ' AMOUNT ' BO-AMOUNT ' '
058900             BO-CURRENCY-CODE
059000     END-IF.
059100 5400-EXIT.
059200     EXIT.
059300*
059400*****************************************************************
059500*    6000-PROVE-SETTLEMENT-WALLETS - EVERY PAYMENT CREDITED     *
059600*    ITS SETTLEMENT WALLET WHEN IT POSTED, AND EVERY RETURN     *
059700*    TOOK ITS AMOUNT BACK OFF.  THE WALLET'S BALANCE IS PROVED  *
059800*    AGAINST WHAT THE BANK ACTUALLY SETTLED (THE BANK'S AMOUNT  *
059900*    ON EACH CONFIRMED OR MISMATCHED ITEM) PLUS WHAT IS STILL   *
060000*    IN TRANSIT.  A RETURNED ITEM IS IN NEITHER FIGURE, SO ITS  *
060010*    RETURN IS ALREADY ALLOWED FOR.  THE REGISTER'S NET         *
060020*    OUTFLOWS ARE PRINTED FOR REFERENCE WITH TWO RECONCILING    *
060030*    ITEMS: STILL IN TRANSIT, AND THE SENT-LESS-SETTLED         *
060040*    DIFFERENCE ON MISMATCHED ITEMS.  A SHORT OR OVER           *
060050*    SETTLEMENT, OR MOVEMENT ON THE WALLET THAT DID NOT COME    *
060060*    THROUGH THE EXTERNAL PAYMENT PATH, BREAKS THE PROOF AND    *
060070*    MUST BE EXPLAINED BY TREASURY.                             *
060200*****************************************************************
060300 6000-PROVE-SETTLEMENT-WALLETS.
060400     DISPLAY '------------------------------------------'.
060500     DISPLAY 'SETTLEMENT WALLET PROOF'.
060600     MOVE ZERO TO WS-STL-SUB.
060700     PERFORM 6100-PROVE-ONE-WALLET THRU 6100-EXIT
060800         UNTIL WS-STL-SUB >= WS-STL-COUNT.
060900 6000-EXIT.
061000     EXIT.
061100*
061200 6100-PROVE-ONE-WALLET.
061300     ADD 1 TO WS-STL-SUB.
061400     COMPUTE WS-PROOF-NET =
061500         WS-STL-GROSS (WS-STL-SUB) - WS-STL-RETURNED (WS-STL-SUB).
061600     DISPLAY 'SETTLEMENT WALLET......: '
061700         WS-STL-WALLET-ID (WS-STL-SUB).
061800     DISPLAY '  PAYMENTS SENT........: '
061900         WS-STL-GROSS (WS-STL-SUB).
062000     DISPLAY '  LESS RETURNED........: '
062100         WS-STL-RETURNED (WS-STL-SUB).
062200     DISPLAY '  NET OUTFLOWS.........: ' WS-PROOF-NET.
062300     DISPLAY '  RECONCILING ITEMS'.
062400     DISPLAY '    STILL IN TRANSIT...: '
062500         WS-STL-IN-TRANSIT (WS-STL-SUB).
062600     DISPLAY '    SENT LESS SETTLED..: '
062610         WS-STL-SETTLE-DIFF (WS-STL-SUB).
062620     DISPLAY '  SETTLED BY BANK......: '
062630         WS-STL-CONFIRMED (WS-STL-SUB).
062640     COMPUTE WS-PROOF-NET =
062650         WS-STL-CONFIRMED (WS-STL-SUB)
062660         + WS-STL-IN-TRANSIT (WS-STL-SUB).
062670     DISPLAY '  SETTLED + IN TRANSIT.: ' WS-PROOF-NET.
062700     MOVE WS-STL-WALLET-ID (WS-STL-SUB) TO WM-WALLET-ID.
062800     READ WALLET-MASTER-FILE
062900         INVALID KEY
063000             DISPLAY '  SETTLEMENT WALLET NOT ON THE WALLET '
063100                 'MASTER. PROOF NOT POSSIBLE.'
063200             ADD 1 TO WS-PROOF-BREAK-COUNT
063300             GO TO 6100-EXIT
063400     END-READ.
063500     COMPUTE WS-PROOF-DIFFERENCE = WM-BALANCE - WS-PROOF-NET.
063600     DISPLAY '  WALLET BALANCE.......: ' WM-BALANCE.
063700     IF WS-PROOF-DIFFERENCE = ZERO
063800         DISPLAY '  PROOF OK. BALANCE AGREES WITH SETTLEMENTS.'
063900     ELSE
064000         DISPLAY '  PROOF ERROR. DIFFERENCE: '
064100             WS-PROOF-DIFFERENCE
064200         ADD 1 TO WS-PROOF-BREAK-COUNT
064300     END-IF.
064400 6100-EXIT.
064500     EXIT.
064600*
064700*****************************************************************
064800*    7000-REWRITE-REGISTER - PUT BACK THE REGISTER ENTRY JUST   *
064900*    READ WITH ITS NEW OUTCOME.                                 *
065000*****************************************************************
065100 7000-REWRITE-REGISTER.
065200     REWRITE BO-OPEN-PAYMENT-RECORD.
065300     IF NOT BO-STATUS-OK
065400         DISPLAY 'ERROR REWRITING OPEN PAYMENT RECORD. FILE '
065500             'STATUS: ' BO-FILE-STATUS
065600         MOVE 16 TO RETURN-CODE
065700     END-IF.
065800 7000-EXIT.
065900     EXIT.
066000*
066100*****************************************************************
066200*    9000-TERMINATE - CLOSE FILES AND PRINT THE RUN SUMMARY.    *
066300*    EXCEPTIONS FOR TREASURY TO WORK END THE STEP WITH A        *
066400*    WARNING; A SETTLEMENT WALLET THAT DOES NOT PROVE ENDS IT   *
066500*    WITH 8.  NEITHER OVERRIDES A HARD FILE ERROR ALREADY SET.  *
066600*****************************************************************
066700 9000-TERMINATE.
066800     CLOSE OPEN-PAYMENT-FILE.
066900     CLOSE WALLET-MASTER-FILE.
067000     DISPLAY '------------------------------------------'.
067100     DISPLAY 'BANK SETTLEMENT RECONCILIATION SUMMARY'.
067200     DISPLAY 'PAYMENTS NEWLY REGISTERED: ' WS-LOADED-COUNT.
067300     DISPLAY 'PAYMENTS ALREADY ON FILE.: ' WS-KNOWN-COUNT.
067400     DISPLAY 'RETURNS APPLIED..........: ' WS-RETURNED-COUNT.
067500     DISPLAY 'RETURNS FOR UNKNOWN ITEMS: '
067600         WS-UNKNOWN-RETURN-COUNT.
067700     DISPLAY 'CONFIRMATIONS MATCHED....: ' WS-MATCHED-COUNT.
067800     DISPLAY 'AMOUNT MISMATCHES........: ' WS-MISMATCH-COUNT.
067900     DISPLAY 'CONFIRMED, NEVER SENT....: ' WS-NEVER-SENT-COUNT.
068000     DISPLAY 'REPEATED CONFIRMATIONS...: ' WS-DUPLICATE-COUNT.
068100     DISPLAY 'PAYMENTS STILL OPEN......: ' WS-OPEN-COUNT.
068200     DISPLAY 'OPEN PAST AGEING LIMIT...: ' WS-AGED-COUNT.
068300     DISPLAY 'SETTLEMENT PROOF BREAKS..: ' WS-PROOF-BREAK-COUNT.
068400     IF RETURN-CODE < 8 AND WS-PROOF-BREAK-COUNT > ZERO
068500         MOVE 8 TO RETURN-CODE
068600     END-IF.
068700     IF RETURN-CODE < 4
068800         AND (WS-MISMATCH-COUNT > ZERO
068900         OR WS-NEVER-SENT-COUNT > ZERO
069000         OR WS-UNKNOWN-RETURN-COUNT > ZERO
069100         OR WS-AGED-COUNT > ZERO)
069200         MOVE 4 TO RETURN-CODE
069300     END-IF.
069400 9000-EXIT.
069500     EXIT.
069600*
069700*****************************************************************
069800*    9100-DATE-TO-DAY-NUMBER - CONVERT WS-DTN-DATE (YYYYMMDD)   *
069900*    TO A DAY NUMBER SINCE THE GREGORIAN EPOCH SO TWO DATES     *
070000*    SUBTRACT TO AN AGE IN CALENDAR DAYS.  LEAP YEARS ARE       *
070100*    EVERY FOURTH YEAR, EXCEPT CENTURIES NOT DIVISIBLE BY 400.  *
070200*****************************************************************
070300 9100-DATE-TO-DAY-NUMBER.
070400     COMPUTE WS-DTN-PRIOR-YEAR = WS-DTN-YEAR - 1.
070500     DIVIDE WS-DTN-PRIOR-YEAR BY 4
070600         GIVING WS-DTN-QUADS.
070700     DIVIDE WS-DTN-PRIOR-YEAR BY 100
070800         GIVING WS-DTN-CENTS.
070900     DIVIDE WS-DTN-PRIOR-YEAR BY 400
071000         GIVING WS-DTN-QUADCENTS.
071100     COMPUTE WS-DTN-DAY-NUMBER =
071200         (WS-DTN-PRIOR-YEAR * 365)
071300         + WS-DTN-QUADS - WS-DTN-CENTS + WS-DTN-QUADCENTS
071400         + WS-MONTH-OFFSET (WS-DTN-MONTH)
071500         + WS-DTN-DAY.
071600     PERFORM 9110-CHECK-LEAP-YEAR THRU 9110-EXIT.
071700     IF WS-DTN-LEAP-YEAR AND WS-DTN-MONTH > 2
071800         ADD 1 TO WS-DTN-DAY-NUMBER
071900     END-IF.
072000 9100-EXIT.
072100     EXIT.
072200*
072300 9110-CHECK-LEAP-YEAR.
072400     MOVE 'N' TO WS-DTN-LEAP-SW.
072500     DIVIDE WS-DTN-YEAR BY 4
072600         GIVING WS-DTN-QUADS REMAINDER WS-DTN-REMAINDER.
072700     IF WS-DTN-REMAINDER = ZERO
072800         SET WS-DTN-LEAP-YEAR TO TRUE
072900     END-IF.
073000     DIVIDE WS-DTN-YEAR BY 100
073100         GIVING WS-DTN-CENTS REMAINDER WS-DTN-REMAINDER.
073200     IF WS-DTN-REMAINDER = ZERO
073300         MOVE 'N' TO WS-DTN-LEAP-SW
073400     END-IF.
073500     DIVIDE WS-DTN-YEAR BY 400
073600         GIVING WS-DTN-QUADCENTS REMAINDER WS-DTN-REMAINDER.
073700     IF WS-DTN-REMAINDER = ZERO
073800         SET WS-DTN-LEAP-YEAR TO TRUE
073900     END-IF.
074000 9110-EXIT.
074100     EXIT.
074200*
074300*****************************************************************
074400*    9200-COUNT-BUSINESS-DAYS - THE NUMBER OF WEEKDAYS AFTER    *
074500*    WS-PAY-DAY-NUMBER UP TO AND INCLUDING TODAY.  WHOLE WEEKS  *
074600*    COUNT FIVE EACH; THE ODD DAYS LEFT OVER ARE STEPPED ONE    *
074700*    AT A TIME, SKIPPING SATURDAY AND SUNDAY.  THE SHOP KEEPS   *
074800*    NO HOLIDAY CALENDAR, SO A BANK HOLIDAY COUNTS AS A         *
074900*    BUSINESS DAY.                                              *
075000*****************************************************************
075100 9200-COUNT-BUSINESS-DAYS.
075200     MOVE ZERO TO WS-AGE-BUSINESS-DAYS.
075300     COMPUTE WS-AGE-CALENDAR-DAYS =
075400         WS-TODAY-DAY-NUMBER - WS-PAY-DAY-NUMBER.
075500     IF WS-AGE-CALENDAR-DAYS NOT > ZERO
075600         GO TO 9200-EXIT
075700     END-IF.
075800     DIVIDE WS-AGE-CALENDAR-DAYS BY 7
075900         GIVING WS-AGE-WEEKS REMAINDER WS-AGE-ODD-DAYS.
076000     COMPUTE WS-AGE-BUSINESS-DAYS = WS-AGE-WEEKS * 5.
076100     COMPUTE WS-AGE-PROBE-DAY =
076200         WS-PAY-DAY-NUMBER + (WS-AGE-WEEKS * 7).
076300     PERFORM 9210-COUNT-ODD-DAY THRU 9210-EXIT
076400         UNTIL WS-AGE-ODD-DAYS NOT > ZERO.
076500 9200-EXIT.
076600     EXIT.
076700*
076800 9210-COUNT-ODD-DAY.
076900     ADD 1 TO WS-AGE-PROBE-DAY.
077000     SUBTRACT 1 FROM WS-AGE-ODD-DAYS.
077100     COMPUTE WS-AGE-WORK = WS-AGE-PROBE-DAY - 1.
077200     DIVIDE WS-AGE-WORK BY 7
077300         GIVING WS-AGE-WORK REMAINDER WS-AGE-WEEKDAY.
077400     IF WS-AGE-WEEKDAY < 5
077500         ADD 1 TO WS-AGE-BUSINESS-DAYS
077600     END-IF.
077700 9210-EXIT.
077800     EXIT.
077900*
078000*****************************************************************
078100*    9500-GET-BUSINESS-DATE - READ TODAY'S PROCESSING DATE     *
078200*    FROM THE BUSINESS-DATE CONTROL RECORD.  NO RECORD MEANS   *
078300*    THE SHOP'S CALENDAR HAS NEVER BEEN SEEDED - NOTHING MAY   *
078400*    RUN UNDER A GUESSED DATE, SO THE RUN STOPS HARD.          *
078500*****************************************************************
078600 9500-GET-BUSINESS-DATE.
078700     OPEN INPUT BUSDATE-FILE.
078800     IF NOT BD-STATUS-OK
078900         DISPLAY 'ERROR OPENING BUSDATE-FILE. FILE STATUS: '
079000             BD-FILE-STATUS
079100         MOVE 16 TO RETURN-CODE
079200         STOP RUN
079300     END-IF.
079400     MOVE 'BUSDATE ' TO BD-CONTROL-ID.
079500     READ BUSDATE-FILE
079600         INVALID KEY
079700             DISPLAY 'NO BUSINESS-DATE CONTROL RECORD ON '
079800                 'FILE. SEED IT THROUGH WALDTROL FIRST.'
079900             MOVE 16 TO RETURN-CODE
080000             STOP RUN
080100     END-READ.
080200     MOVE BD-BUSINESS-DATE TO WS-CURRENT-DATE.
080300     CLOSE BUSDATE-FILE.
080400 9500-EXIT.
080500     EXIT.
