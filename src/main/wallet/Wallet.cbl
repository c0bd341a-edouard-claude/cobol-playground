024700*                     PAST MIDNIGHT STAYS ON ITS OWN BUSINESS   *
024800*                     DAY.  THE DATE ADVANCES ONLY WHEN THE     *
024900*                     ROLL STEP CLOSES THE DAY.                 *
024907*    2026-10-15 DLP   BATCH ACKNOWLEDGEMENTS.  THE CONTROL PASS *
024908*                     NOW ALSO FOOTS EVERY BATCH ON ITS OWN,    *
024909*                     AND EVERY JOURNALED OUTCOME OF A DETAIL   *
024910*                     IS STAGED ON A WORK FILE, SO AT END OF    *
024911*                     RUN EACH EXTERNAL ORIGINATING SYSTEM      *
024912*                     GETS ITS OWN DATED ACKNOWLEDGEMENT        *
024913*                     DATASET - AN ACCEPT OR REJECT RECORD PER  *
024914*                     BATCH WITH OUR COMPUTED COUNT AND HASH,   *
024915*                     THEN THE OUTCOME, REASON CODE AND FROM-   *
024916*                     WALLET BALANCE OF EACH ITEM.  BATCHES     *
024917*                     STAGED BY OUR OWN JOBS ARE NOT            *
024918*                     ACKNOWLEDGED.                             *
024919*    2026-10-15 DLP   HOUSE ADJUSTMENTS.  TRANS-TYPE W, STAGED  *
024920*                     BY THE COLLECTIONS RUN TO CHARGE OFF OR   *
024921*                     RECOVER AN OVERDRAWN WALLET, POSTS PAST   *
024922*                     THE FROZEN-WALLET AND BLOCKED-OWNER EDITS *
024923*                     AND SKIPS THE VELOCITY AND DUPLICATE      *
024924*                     SCREENS.  IT IS HONOURED ONLY IN A BATCH  *
024925*                     WHOSE HEADER NAMES A HOUSE-ADJUSTMENT     *
024926*                     ORIGIN; ANYWHERE ELSE IT REJECTS TYPW.    *
024927*                     WALCOLL JOINS THE INTERNAL ORIGINS.       *
024928*    2026-10-15 DLP   DORMANT WALLETS.  A DORMANT FROM-WALLET   *
024929*                     REJECTS DRFW UNLESS THE DEBIT IS A HOUSE  *
024930*                     ADJUSTMENT; CREDITS STILL POST.  A DEBIT  *
024931*                     OR HOLD THE OWNER MADE STAMPS THE         *
024932*                     WALLET'S LAST-ACTIVITY DATE.  WALDORM     *
024933*                     JOINS THE HOUSE AND INTERNAL ORIGINS.     *
024934*    2026-10-15 DLP   CLOSING WALLETS.  A CLOSING FROM-WALLET   *
024935*                     REJECTS CPFW AND A CLOSING TO-WALLET      *
024936*                     CPTW, EXCEPT THE PAYOUT IN A BATCH WHOSE  *
024937*                     HEADER NAMES THE CLOSURE RUN, WHICH ALSO  *
024938*                     SKIPS THE VELOCITY AND DUPLICATE SCREENS. *
024939*                     WALCLOS JOINS THE INTERNAL ORIGINS.       *
024940*    2026-10-15 DLP   INTRADAY POSTING CYCLES.  EACH RUN OPENS  *
024941*                     THE NEXT CYCLE OF THE BUSINESS DATE ON    *
024942*                     THE CONTROL RECORD AND CLOSES IT WHEN IT  *
024943*                     ENDS CLEAN; A CYCLE LEFT OPEN IS          *
024944*                     RESTARTED UNDER THE SAME NUMBER.  THE     *
024945*                     CHECKPOINT ROW IS KEYED BY DATE AND       *
024946*                     CYCLE, THE JOURNAL, GL EXTRACT, REJECT    *
024947*                     AND FINGERPRINT RECORDS CARRY THE CYCLE,  *
024948*                     THE JOURNAL IS APPENDED TO BY EVERY       *
024949*                     CYCLE AFTER THE FIRST, AND A BATCH POSTED *
024950*                     BY AN EARLIER CYCLE OF THE DAY IS         *
024951*                     SCREENED AS A DUPLICATE.  ACK DATASETS    *
024952*                     ARE NOW NAMED WALACK.ORIGIN.YYYYMMDD.CNN. *
024953*    2026-10-15 DLP   DISPUTES.  WALDISP JOINS THE HOUSE AND    *
024954*                     INTERNAL ORIGINS, SO A DISPUTE CASE'S     *
024955*                     PROVISIONAL CREDIT, RECOVERY AND REVERSAL *
024956*                     POST AS HOUSE ADJUSTMENTS.                *
025000*****************************************************************
025100 ENVIRONMENT DIVISION.
025200 CONFIGURATION SECTION.
028100     SELECT CHECKPOINT-FILE ASSIGN TO "WALCKPT"
028200         ORGANIZATION IS INDEXED
028300         ACCESS MODE IS DYNAMIC
028400         RECORD KEY IS CK-CONTROL-KEY
028500         FILE STATUS IS CK-FILE-STATUS.
028600     SELECT GL-EXTRACT-FILE ASSIGN TO "WALGLX"
028700         ORGANIZATION IS SEQUENTIAL
032000         ACCESS MODE IS DYNAMIC
032100         RECORD KEY IS HO-HOLD-REF
032200         FILE STATUS IS HO-FILE-STATUS.
032209     SELECT ACK-WORK-FILE ASSIGN TO "WALACKW"
032218         ORGANIZATION IS SEQUENTIAL
032227         FILE STATUS IS AW-FILE-STATUS.
032236*    ONE ACKNOWLEDGEMENT DATASET PER ORIGINATING SYSTEM PER      *
032245*    POSTING CYCLE (WALACK.ORIGIN.YYYYMMDD.CNN), ALLOCATED       *
032254*    DYNAMICALLY FROM THE ASSIGN CLAUSE AT OPEN TIME THE SAME    *
032263*    WAY AS THE AUDIT JOURNAL ABOVE.                             *
032272     SELECT ACK-FILE ASSIGN TO WS-ACK-FILE-NAME
032281         ORGANIZATION IS SEQUENTIAL
032290         FILE STATUS IS AK-FILE-STATUS.
032300*
032400 DATA DIVISION.
032500 FILE SECTION.
038300     LABEL RECORDS ARE STANDARD.
038400     COPY WALHOLD.
038500*
038507*    BOTH ACKNOWLEDGEMENT FILES CARRY THE WALACK LAYOUT, BUILT   *
038514*    IN WORKING-STORAGE AND WRITTEN FROM THERE - THE WORK FILE   *
038521*    HOLDS THE DETAILS UNTIL END OF RUN SORTS THEM OUT BY        *
038528*    ORIGIN.                                                     *
038535 FD  ACK-WORK-FILE
038542     LABEL RECORDS ARE STANDARD.
038549 01  AW-ACK-WORK-RECORD          PIC X(85).
038556*
038563 FD  ACK-FILE
038570     LABEL RECORDS ARE STANDARD.
038577 01  AK-ACK-FILE-RECORD          PIC X(85).
038584*
038600 WORKING-STORAGE SECTION.
038700 01  WS-FILE-STATUS-CODES.
038800     05  BD-FILE-STATUS          PIC X(02) VALUE SPACES.
039400         88  TR-STATUS-OK            VALUE '00'.
039500     05  AU-FILE-STATUS          PIC X(02) VALUE SPACES.
039600         88  AU-STATUS-OK            VALUE '00'.
039650         88  AU-STATUS-NOT-FOUND     VALUE '35'.
039700     05  RJ-FILE-STATUS          PIC X(02) VALUE SPACES.
039800         88  RJ-STATUS-OK            VALUE '00'.
039900         88  RJ-STATUS-NOT-FOUND     VALUE '35'.
043100         88  HO-STATUS-OK            VALUE '00'.
043200         88  HO-STATUS-NOT-FOUND     VALUE '35'.
043300         88  HO-STATUS-DUPLICATE     VALUE '22'.
043310     05  AW-FILE-STATUS          PIC X(02) VALUE SPACES.
043320         88  AW-STATUS-OK            VALUE '00'.
043330         88  AW-STATUS-NOT-FOUND     VALUE '35'.
043340     05  AK-FILE-STATUS          PIC X(02) VALUE SPACES.
043350         88  AK-STATUS-OK            VALUE '00'.
043400*
043500 01  WS-EOF-SWITCHES.
043600     05  WS-TRANS-EOF-SW         PIC X(01) VALUE 'N'.
043900         88  HELD-EOF                VALUE 'Y'.
044000     05  WS-DECISION-EOF-SW      PIC X(01) VALUE 'N'.
044100         88  DECISION-EOF            VALUE 'Y'.
044130     05  WS-ACK-WORK-EOF-SW      PIC X(01) VALUE 'N'.
044160         88  ACK-WORK-EOF            VALUE 'Y'.
044200*
044300 01  WS-BATCH-CONTROL-SWITCHES.
044400     05  WS-BATCH-CONTROL-SW     PIC X(01) VALUE 'Y'.
045500     05  WS-EXPECTED-HASH-TOTAL  PIC S9(13)V99 COMP-3
045600                                 VALUE ZERO.
045700*
045701*    THE SAME CONTROLS FOOTED BATCH BY BATCH FOR THE            *
045702*    ACKNOWLEDGEMENTS.  THE SORT INTERLEAVES THE DETAILS OF     *
045703*    EVERY BATCH, SO EACH RECORD IS TALLIED TO ITS OWN BATCH    *
045704*    ID RATHER THAN TO WHATEVER HEADER WAS READ LAST.           *
045705 01  WS-ACK-BATCH-TABLE.
045706     05  WS-AB-COUNT             PIC 9(04) COMP VALUE ZERO.
045707     05  WS-AB-SUB               PIC 9(04) COMP VALUE ZERO.
045708     05  WS-AB-FOUND-SUB         PIC 9(04) COMP VALUE ZERO.
045709     05  WS-AB-ORIGIN-SUB        PIC 9(04) COMP VALUE ZERO.
045710     05  WS-AB-ENTRY OCCURS 100 TIMES.
045711         10  WS-AB-BATCH-ID          PIC X(08).
045712         10  WS-AB-ORIGIN-SYSTEM     PIC X(10).
045713         10  WS-AB-CREATION-DATE     PIC 9(08).
045714         10  WS-AB-HEADER-COUNT      PIC 9(04) COMP.
045715         10  WS-AB-TRAILER-COUNT     PIC 9(04) COMP.
045716         10  WS-AB-DETAIL-COUNT      PIC 9(08).
045717         10  WS-AB-HASH-TOTAL        PIC S9(13)V99 COMP-3.
045718         10  WS-AB-EXPECTED-COUNT    PIC 9(08).
045719         10  WS-AB-EXPECTED-HASH     PIC S9(13)V99 COMP-3.
045720         10  WS-AB-BAD-TYPE-SW       PIC X(01).
045721             88  WS-AB-BAD-TYPE          VALUE 'Y'.
045722         10  WS-AB-INTERNAL-SW       PIC X(01).
045723             88  WS-AB-INTERNAL          VALUE 'Y'.
045724         10  WS-AB-ACKED-SW          PIC X(01).
045725             88  WS-AB-ACKNOWLEDGED      VALUE 'Y'.
045726 01  WS-AB-PROBE-BATCH-ID        PIC X(08) VALUE SPACES.
045727 01  WS-AB-TABLE-FULL-SW         PIC X(01) VALUE 'N'.
045728     88  WS-AB-TABLE-FULL            VALUE 'Y'.
045729*
045730*    BATCHES OUR OWN JOBS STAGE INTO THE SORT.  THEY ANSWER TO   *
045731*    NO OUTSIDE SYSTEM, SO THEY ARE NEVER ACKNOWLEDGED.          *
045732 01  WS-INTERNAL-ORIGIN-VALUES.
045733     05  FILLER                  PIC X(10) VALUE 'WALSCHED'.
045734     05  FILLER                  PIC X(10) VALUE 'WALRECYC'.
045735     05  FILLER                  PIC X(10) VALUE 'WALACCRU'.
045736     05  FILLER                  PIC X(10) VALUE 'WALRETRN'.
045737     05  FILLER                  PIC X(10) VALUE 'WALCOLL'.
045738     05  FILLER                  PIC X(10) VALUE 'WALDORM'.
045739     05  FILLER                  PIC X(10) VALUE 'WALCLOS'.
045740     05  FILLER                  PIC X(10) VALUE 'WALDISP'.
045741 01  WS-INTERNAL-ORIGIN-TABLE REDEFINES WS-INTERNAL-ORIGIN-VALUES.
045742     05  WS-INTERNAL-ORIGIN      PIC X(10) OCCURS 8 TIMES.
045743 01  WS-IO-COUNT                 PIC 9(04) COMP VALUE 8.
045744 01  WS-IO-SUB                   PIC 9(04) COMP VALUE ZERO.
045745*
045746 01  WS-ACK-FILE-NAME            PIC X(30) VALUE SPACES.
045747 01  WS-ACK-ORIGIN               PIC X(10) VALUE SPACES.
045748*
045749     COPY WALACK.
045750*
045800 01  WS-VALIDATION-SWITCHES.
045900     05  WS-VALID-SW             PIC X(01) VALUE 'Y'.
046000         88  WS-TRANSACTION-VALID    VALUE 'Y'.
046100         88  WS-TRANSACTION-INVALID  VALUE 'N'.
046104     05  WS-HOUSE-ADJUST-SW      PIC X(01) VALUE 'N'.
046108         88  WS-HOUSE-ADJUSTMENT     VALUE 'Y'.
046112     05  WS-CUST-ACTIVITY-SW     PIC X(01) VALUE 'N'.
046116         88  WS-CUSTOMER-ACTIVITY    VALUE 'Y'.
046120     05  WS-CLOSURE-PAYOUT-SW    PIC X(01) VALUE 'N'.
046124         88  WS-CLOSURE-PAYOUT       VALUE 'Y'.
046128*
046132*    THE ONLY ORIGINS WHOSE BATCHES MAY CARRY A TYPE-W HOUSE     *
046136*    ADJUSTMENT.  A RECYCLED OR OUTSIDE BATCH NEVER MAY.         *
046140 01  WS-HOUSE-ORIGIN-VALUES.
046144     05  FILLER                  PIC X(10) VALUE 'WALCOLL'.
046148     05  FILLER                  PIC X(10) VALUE 'WALDORM'.
046152     05  FILLER                  PIC X(10) VALUE 'WALDISP'.
046156 01  WS-HOUSE-ORIGIN-TABLE REDEFINES WS-HOUSE-ORIGIN-VALUES.
046160     05  WS-HOUSE-ORIGIN         PIC X(10) OCCURS 3 TIMES.
046164 01  WS-HO-COUNT                 PIC 9(04) COMP VALUE 3.
046168 01  WS-HO-SUB                   PIC 9(04) COMP VALUE ZERO.
046172*
046176*    THE ONLY ORIGIN WHOSE BATCHES MAY MOVE MONEY OUT OF A       *
046180*    CLOSING WALLET - THE CLOSURE RUN'S OWN PAYOUT.              *
046184 01  WS-CLOSURE-ORIGIN           PIC X(10) VALUE 'WALCLOS'.
046188*
046200 01  WS-POSTING-SWITCHES.
046300     05  WS-POSTING-SW           PIC X(01) VALUE 'Y'.
046400         88  WS-POSTING-OK           VALUE 'Y'.
046500         88  WS-POSTING-FAILED       VALUE 'N'.
046508*
046516*    ORIGINS THAT DEBIT A CUSTOMER'S WALLET WITHOUT THE         *
046524*    CUSTOMER ASKING - INTEREST AND FEES, RETURNED PAYMENTS.    *
046532*    SUCH A DEBIT DOES NOT KEEP A WALLET OUT OF DORMANCY.       *
046540 01  WS-SYSTEM-ORIGIN-VALUES.
046548     05  FILLER                  PIC X(10) VALUE 'WALACCRU'.
046556     05  FILLER                  PIC X(10) VALUE 'WALRETRN'.
046564 01  WS-SYSTEM-ORIGIN-TABLE REDEFINES WS-SYSTEM-ORIGIN-VALUES.
046572     05  WS-SYSTEM-ORIGIN        PIC X(10) OCCURS 2 TIMES.
046580 01  WS-SO-COUNT                 PIC 9(04) COMP VALUE 2.
046588 01  WS-SO-SUB                   PIC 9(04) COMP VALUE ZERO.
046600*
046700 01  WS-VELOCITY-SWITCHES.
046800     05  WS-HOLD-SW              PIC X(01) VALUE 'N'.
048300     05  WS-AUTH-CAPTURED-COUNT  PIC 9(08) VALUE ZERO.
048400     05  WS-AUTH-RELEASED-COUNT  PIC 9(08) VALUE ZERO.
048500     05  WS-AUTH-EXPIRED-COUNT   PIC 9(08) VALUE ZERO.
048520     05  WS-ACK-FILE-COUNT       PIC 9(08) VALUE ZERO.
048540     05  WS-ACK-BATCH-COUNT      PIC 9(08) VALUE ZERO.
048560     05  WS-ACK-DETAIL-COUNT     PIC 9(08) VALUE ZERO.
048600*
048700 01  WS-CURRENT-DATE-TIME.
048800     05  WS-CURRENT-DATE         PIC 9(08) VALUE ZERO.
057100 01  WS-SEED-BALANCE             PIC S9(9)V99.
057200*
057300 01  WS-CHECKPOINT-CONTROL-ID    PIC X(08) VALUE SPACES.
057350 01  WS-CURRENT-CYCLE            PIC 9(02) VALUE ZERO.
057400 01  WS-LAST-CHECKPOINT-SEQ      PIC 9(08) VALUE ZERO.
057500*
057600*    WORKING COPIES OF THE FROM AND TO WALLET MASTER RECORDS,   *
058300         ==WM-STATUS-ACTIVE==      BY ==FW-STATUS-ACTIVE==
058400         ==WM-STATUS-CLOSED==      BY ==FW-STATUS-CLOSED==
058500         ==WM-STATUS-FROZEN==      BY ==FW-STATUS-FROZEN==
058550         ==WM-STATUS-DORMANT==     BY ==FW-STATUS-DORMANT==
058570         ==WM-STATUS-CLOSING==     BY ==FW-STATUS-CLOSING==
058600         ==WM-CURRENCY-CODE==      BY ==FW-CURRENCY-CODE==
058700         ==WM-CUSTOMER-ID==        BY ==FW-CUSTOMER-ID==
058800         ==WM-BALANCE==            BY ==FW-BALANCE==
059300         ==WM-DAILY-DEBITS-USED==  BY ==FW-DAILY-DEBITS-USED==
059400         ==WM-DAILY-DEBITS-DATE==  BY ==FW-DAILY-DEBITS-DATE==
059500         ==WM-LAST-UPDT-DATE==     BY ==FW-LAST-UPDT-DATE==
059600         ==WM-LAST-UPDT-TIME==     BY ==FW-LAST-UPDT-TIME==
059650         ==WM-LAST-ACTIVITY-DATE== BY ==FW-LAST-ACTIVITY-DATE==.
059700     COPY WALMSTR REPLACING
059800         ==WM-WALLET-RECORD==      BY ==TW-WALLET-RECORD==
059900         ==WM-WALLET-ID==          BY ==TW-WALLET-ID==
060100         ==WM-STATUS-ACTIVE==      BY ==TW-STATUS-ACTIVE==
060200         ==WM-STATUS-CLOSED==      BY ==TW-STATUS-CLOSED==
060300         ==WM-STATUS-FROZEN==      BY ==TW-STATUS-FROZEN==
060350         ==WM-STATUS-DORMANT==     BY ==TW-STATUS-DORMANT==
060370         ==WM-STATUS-CLOSING==     BY ==TW-STATUS-CLOSING==
060400         ==WM-CURRENCY-CODE==      BY ==TW-CURRENCY-CODE==
060500         ==WM-CUSTOMER-ID==        BY ==TW-CUSTOMER-ID==
060600         ==WM-BALANCE==            BY ==TW-BALANCE==
061100         ==WM-DAILY-DEBITS-USED==  BY ==TW-DAILY-DEBITS-USED==
061200         ==WM-DAILY-DEBITS-DATE==  BY ==TW-DAILY-DEBITS-DATE==
061300         ==WM-LAST-UPDT-DATE==     BY ==TW-LAST-UPDT-DATE==
061400         ==WM-LAST-UPDT-TIME==     BY ==TW-LAST-UPDT-TIME==
061450         ==WM-LAST-ACTIVITY-DATE== BY ==TW-LAST-ACTIVITY-DATE==.
061500*
061600 PROCEDURE DIVISION.
061700*****************************************************************
063000         PERFORM 4700-EXPIRE-STALE-HOLDS THRU 4700-EXIT
063100         PERFORM 2800-PURGE-FINGERPRINTS THRU 2800-EXIT
063200     END-IF.
063220*    A TRANSMISSION THAT FAILED ITS CONTROLS IS STILL            *
063240*    ACKNOWLEDGED - AS REJECTED - SO THE SENDER LEARNS WHY.      *
063260     PERFORM 8800-WRITE-ACKNOWLEDGEMENTS THRU 8800-EXIT.
063270*    ONLY A CYCLE THAT POSTED ITS TRANSMISSION CLEAN IS CLOSED. *
063275*    ONE THAT FAILED ITS CONTROLS OR HIT A HARD ERROR IS LEFT   *
063280*    OPEN, SO THE RERUN RESTARTS IT UNDER THE SAME NUMBER.      *
063285     IF WS-BATCH-CONTROLS-OK AND RETURN-CODE < 16
063290         PERFORM 9560-CLOSE-POSTING-CYCLE THRU 9560-EXIT
063295     END-IF.
063300     PERFORM 9000-TERMINATE THRU 9000-EXIT.
063400     STOP RUN.
063500*
064200 1000-INITIALIZE.
064300     PERFORM 9500-GET-BUSINESS-DATE THRU 9500-EXIT.
064400     ACCEPT WS-CURRENT-TIME FROM TIME.
064450     PERFORM 9550-OPEN-POSTING-CYCLE THRU 9550-EXIT.
064500     ACCEPT WS-DUP-WINDOW-DAYS.
064600     IF WS-DUP-WINDOW-DAYS IS NOT NUMERIC
064700         OR WS-DUP-WINDOW-DAYS = ZERO
069400*    A RESTART WITHIN THE SAME CALENDAR DAY REOPENS THE AUDIT    *
069500*    JOURNAL IN EXTEND MODE SO THE HISTORY FROM BEFORE THE       *
069600*    ABEND IS APPENDED TO, NOT TRUNCATED AWAY BY OPEN OUTPUT; A  *
069700*    NEW DAY GETS A FRESH JOURNAL OF ITS OWN.  EVERY CYCLE       *
069710*    AFTER THE FIRST APPENDS TO THE DAY'S JOURNAL THE SAME WAY - *
069720*    ONLY THE FIRST CYCLE OF THE DAY, FROM THE TOP, STARTS IT.   *
069800     IF WS-LAST-CHECKPOINT-SEQ > ZERO
069900         DISPLAY 'RESTARTING AFTER SEQUENCE: '
070000             WS-LAST-CHECKPOINT-SEQ
070010     END-IF.
070020     IF WS-LAST-CHECKPOINT-SEQ > ZERO OR WS-CURRENT-CYCLE > 1
070100         OPEN EXTEND AUDIT-FILE
070110         IF AU-STATUS-NOT-FOUND
070120             OPEN OUTPUT AUDIT-FILE
070130         END-IF
070200     ELSE
070300         OPEN OUTPUT AUDIT-FILE
070400     END-IF.
070500     IF NOT AU-STATUS-OK
070600         DISPLAY 'ERROR OPENING AUDIT-FILE. FILE STATUS: '
070700             AU-FILE-STATUS
070705         MOVE 16 TO RETURN-CODE
070710     END-IF.
070715*    THE ACKNOWLEDGEMENT WORK FILE FOLLOWS THE AUDIT JOURNAL'S   *
070720*    RULE: A RESTART APPENDS, SO THE ITEMS DISPOSED OF BEFORE    *
070725*    THE ABEND ARE STILL ACKNOWLEDGED; A NEW DAY STARTS CLEAN.   *
070730*    IT HOLDS ONE CYCLE'S ITEMS ONLY, SO A NEW CYCLE STARTS      *
070735*    CLEAN TOO - THE CHECKPOINT ROW IS THE CYCLE'S OWN.          *
070740     IF WS-LAST-CHECKPOINT-SEQ > ZERO
070745         OPEN EXTEND ACK-WORK-FILE
070750         IF AW-STATUS-NOT-FOUND
070755             OPEN OUTPUT ACK-WORK-FILE
070760         END-IF
070765     ELSE
070770         OPEN OUTPUT ACK-WORK-FILE
070775     END-IF.
070780     IF NOT AW-STATUS-OK
070785         DISPLAY 'ERROR OPENING ACK-WORK-FILE. FILE STATUS: '
070790             AW-FILE-STATUS
070800         MOVE 16 TO RETURN-CODE
070900     END-IF.
071000*    REJECT-FILE AND GL-EXTRACT-FILE ARE STANDING DATASETS THAT  *
080900*
081000*****************************************************************
081100*    1150-READ-CHECKPOINT - LOOK UP THE CONTROL RECORD FOR      *
081200*    TODAY'S RUN DATE AND CYCLE.  IF IT DOES NOT YET EXIST THIS *
081300*    IS THE FIRST RUN OF THE CYCLE, SO A FRESH                  *
081400*    RECORD IS WRITTEN STARTING FROM SEQUENCE ZERO - A NEW      *
081500*    CYCLE'S TRANS-FILE IS NEVER MISTAKEN FOR A CONTINUATION OF *
081600*    AN EARLIER CYCLE'S OR A PRIOR DAY'S BATCH.                 *
081700*****************************************************************
081800 1150-READ-CHECKPOINT.
081900     MOVE WS-CHECKPOINT-CONTROL-ID TO CK-CONTROL-ID.
081950     MOVE WS-CURRENT-CYCLE TO CK-CYCLE-NO.
082000     READ CHECKPOINT-FILE
082100         INVALID KEY
082200             MOVE ZERO TO CK-LAST-SEQUENCE
091600         DISPLAY 'BATCH CONTROL FAILURE. UNKNOWN RECORD TYPE '
091700             TR-RECORD-TYPE ' AT SEQUENCE ' TR-SEQUENCE-NO
091800     END-IF.
091850     PERFORM 1330-TALLY-ACK-BATCH THRU 1330-EXIT.
091900     PERFORM 1320-READ-CONTROL-PASS THRU 1320-EXIT.
092000 1310-EXIT.
092100     EXIT.
093700         SET TRANS-EOF TO TRUE
093800     END-IF.
093900 1320-EXIT.
093901     EXIT.
093902*
093903*****************************************************************
093904*    1330-TALLY-ACK-BATCH - FOLD THE CURRENT RECORD INTO ITS    *
093905*    OWN BATCH'S ACKNOWLEDGEMENT CONTROLS, OPENING AN ENTRY     *
093906*    THE FIRST TIME A BATCH ID IS SEEN.  A FULL TABLE LEAVES    *
093907*    THE BATCH UNACKNOWLEDGED BUT DOES NOT STOP THE POSTING -   *
093908*    THE AGGREGATE CONTROLS ABOVE ARE WHAT GATE THE RUN.        *
093909*****************************************************************
093910 1330-TALLY-ACK-BATCH.
093911     MOVE TR-BATCH-ID TO WS-AB-PROBE-BATCH-ID.
093912     PERFORM 8750-FIND-ACK-BATCH THRU 8750-EXIT.
093913     IF WS-AB-FOUND-SUB = ZERO
093914         PERFORM 1340-ADD-ACK-BATCH THRU 1340-EXIT
093915     END-IF.
093916     IF WS-AB-FOUND-SUB = ZERO
093917         GO TO 1330-EXIT
093918     END-IF.
093919     IF TR-TYPE-HEADER
093920         ADD 1 TO WS-AB-HEADER-COUNT (WS-AB-FOUND-SUB)
093921         MOVE TR-ORIGIN-SYSTEM TO
093922             WS-AB-ORIGIN-SYSTEM (WS-AB-FOUND-SUB)
093923         MOVE TR-CREATION-DATE TO
093924             WS-AB-CREATION-DATE (WS-AB-FOUND-SUB)
093925         PERFORM 1350-CHECK-INTERNAL-ORIGIN THRU 1350-EXIT
093926     END-IF.
093927     IF TR-TYPE-DETAIL
093928         ADD 1 TO WS-AB-DETAIL-COUNT (WS-AB-FOUND-SUB)
093929         IF TR-AMOUNT IS NUMERIC
093930             ADD TR-AMOUNT TO WS-AB-HASH-TOTAL (WS-AB-FOUND-SUB)
093931         END-IF
093932     END-IF.
093933     IF TR-TYPE-TRAILER
093934         ADD 1 TO WS-AB-TRAILER-COUNT (WS-AB-FOUND-SUB)
093935         ADD TR-RECORD-COUNT TO
093936             WS-AB-EXPECTED-COUNT (WS-AB-FOUND-SUB)
093937         ADD TR-HASH-TOTAL TO
093938             WS-AB-EXPECTED-HASH (WS-AB-FOUND-SUB)
093939     END-IF.
093940     IF NOT TR-TYPE-HEADER AND NOT TR-TYPE-DETAIL
093941         AND NOT TR-TYPE-TRAILER
093942         SET WS-AB-BAD-TYPE (WS-AB-FOUND-SUB) TO TRUE
093943     END-IF.
093944 1330-EXIT.
093945     EXIT.
093946*
093947 1340-ADD-ACK-BATCH.
093948     IF WS-AB-COUNT < 100
093949         ADD 1 TO WS-AB-COUNT
093950         MOVE WS-AB-COUNT TO WS-AB-FOUND-SUB
093951         MOVE TR-BATCH-ID TO WS-AB-BATCH-ID (WS-AB-FOUND-SUB)
093952         MOVE SPACES TO WS-AB-ORIGIN-SYSTEM (WS-AB-FOUND-SUB)
093953         MOVE ZERO TO WS-AB-CREATION-DATE (WS-AB-FOUND-SUB)
093954         MOVE ZERO TO WS-AB-HEADER-COUNT (WS-AB-FOUND-SUB)
093955         MOVE ZERO TO WS-AB-TRAILER-COUNT (WS-AB-FOUND-SUB)
093956         MOVE ZERO TO WS-AB-DETAIL-COUNT (WS-AB-FOUND-SUB)
093957         MOVE ZERO TO WS-AB-HASH-TOTAL (WS-AB-FOUND-SUB)
093958         MOVE ZERO TO WS-AB-EXPECTED-COUNT (WS-AB-FOUND-SUB)
093959         MOVE ZERO TO WS-AB-EXPECTED-HASH (WS-AB-FOUND-SUB)
093960         MOVE 'N' TO WS-AB-BAD-TYPE-SW (WS-AB-FOUND-SUB)
093961         MOVE 'N' TO WS-AB-INTERNAL-SW (WS-AB-FOUND-SUB)
093962         MOVE 'N' TO WS-AB-ACKED-SW (WS-AB-FOUND-SUB)
093963     ELSE
093964         IF NOT WS-AB-TABLE-FULL
093965             DISPLAY 'ACKNOWLEDGEMENT TABLE FULL. BATCH '
093966                 TR-BATCH-ID ' AND LATER BATCHES WILL NOT BE '
093967                 'ACKNOWLEDGED.'
093968             SET WS-AB-TABLE-FULL TO TRUE
093969         END-IF
093970     END-IF.
093971 1340-EXIT.
093972     EXIT.
093973*
093974*****************************************************************
093975*    1350-CHECK-INTERNAL-ORIGIN - MARK THE BATCH INTERNAL WHEN  *
093976*    ITS HEADER NAMES ONE OF OUR OWN STAGING JOBS.              *
093977*****************************************************************
093978 1350-CHECK-INTERNAL-ORIGIN.
093979     MOVE ZERO TO WS-IO-SUB.
093980     PERFORM 1351-TEST-INTERNAL-ORIGIN THRU 1351-EXIT
093981         UNTIL WS-AB-INTERNAL (WS-AB-FOUND-SUB)
093982         OR WS-IO-SUB >= WS-IO-COUNT.
093983 1350-EXIT.
093984     EXIT.
093985*
093986 1351-TEST-INTERNAL-ORIGIN.
093987     ADD 1 TO WS-IO-SUB.
093988     IF TR-ORIGIN-SYSTEM = WS-INTERNAL-ORIGIN (WS-IO-SUB)
093989         SET WS-AB-INTERNAL (WS-AB-FOUND-SUB) TO TRUE
093990     END-IF.
093991 1351-EXIT.
094000     EXIT.
094100*
094200*****************************************************************
143800*    AGAINST THE WALLET MASTER BEFORE IT GOES NEAR A BALANCE.   *
143900*    CHECKS, IN ORDER: THE AMOUNT IS NUMERIC AND POSITIVE, THE  *
144000*    FROM AND TO WALLETS ARE NOT THE SAME WALLET, BOTH EXIST,   *
144100*    AND NEITHER IS CLOSED OR FROZEN, NOR THE FROM WALLET       *
144150*    DORMANT.  A TYPE-W DETAIL NOT FROM A HOUSE ORIGIN IS       *
144160*    REFUSED BEFORE ANY OF THESE, SO ITS REASON STANDS.         *
144200*****************************************************************
144300 3000-VALIDATE-TRANSACTION.
144400     SET WS-TRANSACTION-VALID TO TRUE.
144600     MOVE SPACES TO WS-REASON-TEXT.
144700     INITIALIZE FW-WALLET-RECORD.
144800     INITIALIZE TW-WALLET-RECORD.
144809     MOVE 'N' TO WS-HOUSE-ADJUST-SW.
144813     MOVE 'N' TO WS-CLOSURE-PAYOUT-SW.
144818     IF TR-TRANS-HOUSE-ADJUST
144827         PERFORM 3050-CHECK-HOUSE-ORIGIN THRU 3050-EXIT
144836         IF NOT WS-HOUSE-ADJUSTMENT
144845             SET WS-TRANSACTION-INVALID TO TRUE
144854             MOVE 'TYPW' TO WS-REASON-CODE
144863             MOVE 'HOUSE ADJUSTMENT NOT FROM HOUSE' TO
144872                 WS-REASON-TEXT
144876             GO TO 3000-EXIT
144881         END-IF
144890     END-IF.
144900     IF TR-AMOUNT IS NOT NUMERIC OR TR-AMOUNT IS NOT > ZERO
145000         SET WS-TRANSACTION-INVALID TO TRUE
145100         MOVE 'AMT1' TO WS-REASON-CODE
149000         MOVE 'CLTW' TO WS-REASON-CODE
149100         MOVE 'TO WALLET IS CLOSED' TO WS-REASON-TEXT
149200     END-IF.
149201*    A CLOSING WALLET TAKES NOTHING IN AND PAYS NOTHING OUT     *
149202*    ONCE ITS CLOSURE IS ACCEPTED, BUT FOR THE PAYOUT THE       *
149203*    CLOSURE RUN STAGES UNDER ITS OWN ORIGIN.                   *
149204     IF WS-TRANSACTION-VALID AND FW-STATUS-CLOSING
149205         PERFORM 3060-CHECK-CLOSURE-ORIGIN THRU 3060-EXIT
149206         IF NOT WS-CLOSURE-PAYOUT
149207             SET WS-TRANSACTION-INVALID TO TRUE
149208             MOVE 'CPFW' TO WS-REASON-CODE
149209             MOVE 'FROM WALLET IS CLOSING' TO WS-REASON-TEXT
149210         END-IF
149211     END-IF.
149212     IF WS-TRANSACTION-VALID AND TW-STATUS-CLOSING
149213         SET WS-TRANSACTION-INVALID TO TRUE
149214         MOVE 'CPTW' TO WS-REASON-CODE
149215         MOVE 'TO WALLET IS CLOSING' TO WS-REASON-TEXT
149216     END-IF.
149230*    A HOUSE ADJUSTMENT IS HOW A FROZEN, WRITTEN-OFF WALLET IS  *
149260*    SETTLED, SO IT IS NOT STOPPED BY THE FREEZE OR THE BLOCK.  *
149300     IF WS-TRANSACTION-VALID AND FW-STATUS-FROZEN
149350         AND NOT WS-HOUSE-ADJUSTMENT
149400         SET WS-TRANSACTION-INVALID TO TRUE
149500         MOVE 'FRFW' TO WS-REASON-CODE
149600         MOVE 'FROM WALLET IS FROZEN' TO WS-REASON-TEXT
149700     END-IF.
149710*    A DORMANT WALLET TAKES CREDITS BUT PAYS NOTHING OUT UNTIL  *
149720*    ITS OWNER HAS IT REACTIVATED.  THE UNCLAIMED-FUNDS SWEEP   *
149730*    IS A HOUSE ADJUSTMENT AND PASSES.                          *
149740     IF WS-TRANSACTION-VALID AND FW-STATUS-DORMANT
149750         AND NOT WS-HOUSE-ADJUSTMENT
149760         SET WS-TRANSACTION-INVALID TO TRUE
149770         MOVE 'DRFW' TO WS-REASON-CODE
149780         MOVE 'FROM WALLET IS DORMANT' TO WS-REASON-TEXT
149790     END-IF.
149800     IF WS-TRANSACTION-VALID AND TW-STATUS-FROZEN
149850         AND NOT WS-HOUSE-ADJUSTMENT
149900         SET WS-TRANSACTION-INVALID TO TRUE
150000         MOVE 'FRTW' TO WS-REASON-CODE
150100         MOVE 'TO WALLET IS FROZEN' TO WS-REASON-TEXT
150500*    UNATTACHED WALLET, OR ONE WHOSE OWNER RECORD IS MISSING,   *
150600*    EDITS ON ITS OWN STATUS ALONE.                             *
150700     IF WS-TRANSACTION-VALID AND FW-CUSTOMER-ID NOT = SPACES
150750         AND NOT WS-HOUSE-ADJUSTMENT
150800         MOVE FW-CUSTOMER-ID TO CU-CUSTOMER-ID
150900         READ CUSTOMER-FILE
151000             INVALID KEY
151900         END-READ
152000     END-IF.
152100     IF WS-TRANSACTION-VALID AND TW-CUSTOMER-ID NOT = SPACES
152150         AND NOT WS-HOUSE-ADJUSTMENT
152200         MOVE TW-CUSTOMER-ID TO CU-CUSTOMER-ID
152300         READ CUSTOMER-FILE
152400             INVALID KEY
154900     EXIT.
155000*
155100*****************************************************************
155102*    3050-CHECK-HOUSE-ORIGIN - A TYPE-W DETAIL IS A HOUSE       *
155104*    ADJUSTMENT ONLY WHEN ITS OWN BATCH'S HEADER NAMED ONE OF   *
155106*    THE HOUSE-ADJUSTMENT ORIGINS IN THE CONTROL PASS.          *
155108*****************************************************************
155110 3050-CHECK-HOUSE-ORIGIN.
155112     MOVE TR-BATCH-ID TO WS-AB-PROBE-BATCH-ID.
155114     PERFORM 8750-FIND-ACK-BATCH THRU 8750-EXIT.
155116     IF WS-AB-FOUND-SUB = ZERO
155118         GO TO 3050-EXIT
155120     END-IF.
155122     MOVE ZERO TO WS-HO-SUB.
155124     PERFORM 3051-TEST-HOUSE-ORIGIN THRU 3051-EXIT
155126         UNTIL WS-HOUSE-ADJUSTMENT
155128         OR WS-HO-SUB >= WS-HO-COUNT.
155130 3050-EXIT.
155132     EXIT.
155134*
155136 3051-TEST-HOUSE-ORIGIN.
155138     ADD 1 TO WS-HO-SUB.
155140     IF WS-AB-ORIGIN-SYSTEM (WS-AB-FOUND-SUB) =
155142         WS-HOUSE-ORIGIN (WS-HO-SUB)
155144         SET WS-HOUSE-ADJUSTMENT TO TRUE
155146     END-IF.
155148 3051-EXIT.
155150     EXIT.
155152*
155154*****************************************************************
155156*    3060-CHECK-CLOSURE-ORIGIN - A DEBIT FROM A CLOSING WALLET  *
155158*    IS ITS CLOSURE PAYOUT ONLY WHEN ITS OWN BATCH'S HEADER     *
155160*    NAMED THE CLOSURE RUN IN THE CONTROL PASS.                 *
155162*****************************************************************
155164 3060-CHECK-CLOSURE-ORIGIN.
155166     MOVE TR-BATCH-ID TO WS-AB-PROBE-BATCH-ID.
155168     PERFORM 8750-FIND-ACK-BATCH THRU 8750-EXIT.
155170     IF WS-AB-FOUND-SUB = ZERO
155172         GO TO 3060-EXIT
155174     END-IF.
155176     IF WS-AB-ORIGIN-SYSTEM (WS-AB-FOUND-SUB) = WS-CLOSURE-ORIGIN
155178         SET WS-CLOSURE-PAYOUT TO TRUE
155180     END-IF.
155182 3060-EXIT.
155184     EXIT.
155186*
155188*****************************************************************
155200*    3500-CHECK-VELOCITY-LIMITS - SCREEN THE VALIDATED          *
155300*    TRANSFER AGAINST THE FROM-WALLET'S VELOCITY LIMITS.  A     *
155400*    ZERO LIMIT MEANS NO LIMIT.  THE DAILY DEBITS-USED          *
155900 3500-CHECK-VELOCITY-LIMITS.
156000     SET WS-TRANSACTION-NOT-HELD TO TRUE.
156100     MOVE SPACES TO WS-HOLD-REASON.
156120     IF WS-HOUSE-ADJUSTMENT OR WS-CLOSURE-PAYOUT
156140         GO TO 3500-EXIT
156160     END-IF.
156200     IF FW-DAILY-DEBITS-DATE NOT = WS-CURRENT-DATE
156300         MOVE ZERO TO FW-DAILY-DEBITS-USED
156400         MOVE WS-CURRENT-DATE TO FW-DAILY-DEBITS-DATE
163700*****************************************************************
163800 3550-CHECK-DUPLICATE-PAYMENT.
163900     SET WS-NO-DUPLICATE TO TRUE.
163920     IF WS-HOUSE-ADJUSTMENT OR WS-CLOSURE-PAYOUT
163940         GO TO 3550-EXIT
163960     END-IF.
164000     MOVE 'N' TO WS-FP-SCAN-SW.
164100     MOVE TR-FROM-WALLET TO WS-FP-PROBE-FROM.
164200     MOVE TR-TO-WALLET TO WS-FP-PROBE-TO.
168400         SET WS-FP-SCAN-DONE TO TRUE
168500         GO TO 3551-EXIT
168600     END-IF.
168610*    THE SAME BATCH IS A RESTART ONLY WITHIN ITS OWN CYCLE.  THE*
168620*    SAME BATCH ALREADY POSTED BY AN EARLIER CYCLE OF TODAY HAS *
168630*    BEEN SENT AGAIN AND IS SCREENED LIKE ANY OTHER DUPLICATE.  *
168700     IF FP-BATCH-ID = TR-BATCH-ID
168710         AND (FP-POSTED-DATE NOT = WS-CURRENT-DATE
168720              OR FP-POSTED-CYCLE = WS-CURRENT-CYCLE)
168800         GO TO 3551-EXIT
168900     END-IF.
169000     MOVE FP-POSTED-DATE TO WS-DTN-DATE.
171600     END-IF.
171700     MOVE TR-BATCH-ID TO FP-BATCH-ID.
171800     MOVE WS-CURRENT-DATE TO FP-POSTED-DATE.
171850     MOVE WS-CURRENT-CYCLE TO FP-POSTED-CYCLE.
171900     MOVE TR-SEQUENCE-NO TO FP-SEQUENCE-NO.
172000     WRITE FP-FINGERPRINT-RECORD.
172100     IF NOT FP-STATUS-OK AND NOT FP-STATUS-DUPLICATE
180300         END-IF
180400         MOVE WS-CURRENT-DATE TO FW-LAST-UPDT-DATE
180500         MOVE WS-CURRENT-TIME TO FW-LAST-UPDT-TIME
180510         PERFORM 4050-CHECK-CUSTOMER-ACTIVITY THRU 4050-EXIT
180520         IF WS-CUSTOMER-ACTIVITY
180530             MOVE WS-CURRENT-DATE TO FW-LAST-ACTIVITY-DATE
180540         END-IF
180600         MOVE WS-CURRENT-DATE TO TW-LAST-UPDT-DATE
180700         MOVE WS-CURRENT-TIME TO TW-LAST-UPDT-TIME
180800         MOVE FW-WALLET-RECORD TO WM-WALLET-RECORD
186100             MOVE FW-BALANCE TO AU-FROM-BALANCE
186200             MOVE TW-BALANCE TO AU-TO-BALANCE
186300             MOVE 'R' TO AU-RESULT-CODE
186350             MOVE 'WMRW' TO WS-REASON-CODE
186400             MOVE 'WALLET MASTER REWRITE FAILED' TO
186500                 AU-REASON-TEXT
186600             PERFORM 5000-WRITE-AUDIT-RECORD THRU 5000-EXIT
187200         MOVE FW-BALANCE TO AU-FROM-BALANCE
187300         MOVE TW-BALANCE TO AU-TO-BALANCE
187400         MOVE 'R' TO AU-RESULT-CODE
187420*        NO REJECT RECORD IS CUT FOR SHORT FUNDS, BUT THE        *
187440*        ORIGINATOR'S ACKNOWLEDGEMENT STILL NEEDS A REASON CODE. *
187460         MOVE 'NSFF' TO WS-REASON-CODE
187500         MOVE 'INSUFFICIENT AVAILABLE FUNDS' TO AU-REASON-TEXT
187600         PERFORM 5000-WRITE-AUDIT-RECORD THRU 5000-EXIT
187700         ADD 1 TO WS-REJECTED-COUNT
187800     END-IF.
187900 4000-EXIT.
187902     EXIT.
187904*
187906*****************************************************************
187908*    4050-CHECK-CUSTOMER-ACTIVITY - DID THE OWNER MAKE THIS     *
187910*    DEBIT.  A HOUSE ADJUSTMENT, OR A DEBIT FROM A BATCH ONE OF *
187912*    OUR OWN JOBS RAISED ON THE CUSTOMER'S BEHALF, DOES NOT     *
187914*    COUNT TOWARD KEEPING THE WALLET OUT OF DORMANCY.  A        *
187916*    RELEASED HELD ITEM WHOSE BATCH IS NOT IN TODAY'S           *
187918*    TRANSMISSION CAME FROM OUTSIDE AND COUNTS.                 *
187920*****************************************************************
187922 4050-CHECK-CUSTOMER-ACTIVITY.
187924     MOVE 'N' TO WS-CUST-ACTIVITY-SW.
187926     IF WS-HOUSE-ADJUSTMENT
187928         GO TO 4050-EXIT
187930     END-IF.
187932     SET WS-CUSTOMER-ACTIVITY TO TRUE.
187934     MOVE TR-BATCH-ID TO WS-AB-PROBE-BATCH-ID.
187936     PERFORM 8750-FIND-ACK-BATCH THRU 8750-EXIT.
187938     IF WS-AB-FOUND-SUB = ZERO
187940         GO TO 4050-EXIT
187942     END-IF.
187944     MOVE ZERO TO WS-SO-SUB.
187946     PERFORM 4051-TEST-SYSTEM-ORIGIN THRU 4051-EXIT
187948         UNTIL NOT WS-CUSTOMER-ACTIVITY
187950         OR WS-SO-SUB >= WS-SO-COUNT.
187952 4050-EXIT.
187954     EXIT.
187956*
187958 4051-TEST-SYSTEM-ORIGIN.
187960     ADD 1 TO WS-SO-SUB.
187962     IF WS-AB-ORIGIN-SYSTEM (WS-AB-FOUND-SUB) =
187964         WS-SYSTEM-ORIGIN (WS-SO-SUB)
187966         MOVE 'N' TO WS-CUST-ACTIVITY-SW
187968     END-IF.
187970 4051-EXIT.
188000     EXIT.
188100*
188200*****************************************************************
198000     ADD TR-AMOUNT TO WM-HOLDS-OUTSTANDING.
198100     MOVE WS-CURRENT-DATE TO WM-LAST-UPDT-DATE.
198200     MOVE WS-CURRENT-TIME TO WM-LAST-UPDT-TIME.
198250     MOVE WS-CURRENT-DATE TO WM-LAST-ACTIVITY-DATE.
198300     REWRITE WM-WALLET-RECORD.
198400     IF NOT WM-STATUS-OK
198500         DISPLAY 'ERROR REWRITING WALLET RECORD. STATUS: '
224800*
224900*****************************************************************
225000*    5000-WRITE-AUDIT-RECORD - APPEND ONE ENTRY TO THE DATED    *
225100*    AUDIT JOURNAL FOR THE CURRENT TRANSFER ATTEMPT, AND STAGE  *
225130*    THE ORIGINATOR'S ACKNOWLEDGEMENT OF THE OUTCOME.  A HOLD   *
225160*    EXPIRY IS OUR OWN HOUSEKEEPING AND IS NOT ACKNOWLEDGED.    *
225200*****************************************************************
225300 5000-WRITE-AUDIT-RECORD.
225350     MOVE WS-CURRENT-CYCLE TO AU-CYCLE-NO.
225400     WRITE AU-AUDIT-RECORD.
225500     IF NOT AU-STATUS-OK
225600         DISPLAY 'ERROR WRITING AUDIT RECORD. FILE STATUS: '
225700             AU-FILE-STATUS
225800         MOVE 16 TO RETURN-CODE
225816     END-IF.
225832     IF AU-RESULT-POSTED OR AU-RESULT-REJECTED
225848         OR AU-RESULT-WAREHOUSED OR AU-RESULT-HELD
225864         OR AU-RESULT-HOLD-PLACED OR AU-RESULT-HOLD-RELEASED
225880         PERFORM 8700-STAGE-ACK-DETAIL THRU 8700-EXIT
225900     END-IF.
226000 5000-EXIT.
226100     EXIT.
230500     MOVE TR-AMOUNT TO GL-ORIGINAL-AMOUNT.
230600*
230700     SET GL-NOT-INTERFACED TO TRUE.
230750     MOVE WS-CURRENT-CYCLE TO GL-CYCLE-NO.
230800     WRITE GL-EXTRACT-RECORD.
230900     IF NOT GL-STATUS-OK
231000         DISPLAY 'ERROR WRITING GL EXTRACT RECORD. STATUS: '
235500     MOVE TR-CURRENCY-CODE TO RJ-CURRENCY-CODE.
235600     MOVE TR-TRANS-TYPE TO RJ-TRANS-TYPE.
235700     MOVE TR-HOLD-REF TO RJ-HOLD-REF.
235750     MOVE WS-CURRENT-CYCLE TO RJ-CYCLE-NO.
235800     WRITE RJ-REJECT-RECORD.
235900     IF NOT RJ-STATUS-OK
236000         DISPLAY 'ERROR WRITING REJECT RECORD. FILE STATUS: '
239400     DISPLAY 'AUTH HOLDS CAPTURED..: ' WS-AUTH-CAPTURED-COUNT.
239500     DISPLAY 'AUTH HOLDS RELEASED..: ' WS-AUTH-RELEASED-COUNT.
239600     DISPLAY 'AUTH HOLDS EXPIRED...: ' WS-AUTH-EXPIRED-COUNT.
239625     DISPLAY 'ACK DATASETS WRITTEN.: ' WS-ACK-FILE-COUNT.
239650     DISPLAY 'BATCHES ACKNOWLEDGED.: ' WS-ACK-BATCH-COUNT.
239675     DISPLAY 'ITEMS ACKNOWLEDGED...: ' WS-ACK-DETAIL-COUNT.
239700 9000-EXIT.
239800     EXIT.
239900*
248100     CLOSE BUSDATE-FILE.
248200 9500-EXIT.
248300     EXIT.
248400*
248500*****************************************************************
248600*    9550-OPEN-POSTING-CYCLE - TAKE THE NEXT INTRADAY POSTING   *
248700*    CYCLE OF THE BUSINESS DATE AND MARK IT OPEN ON THE CONTROL *
248800*    RECORD.  A CYCLE STILL MARKED OPEN DID NOT FINISH - AN     *
248900*    ABEND OR A FAILED TRANSMISSION - SO THIS RUN IS ITS        *
249000*    RESTART AND KEEPS ITS NUMBER, AND WITH IT ITS CHECKPOINT   *
249100*    ROW.  A RECORD SEEDED BEFORE CYCLES EXISTED CARRIES NO     *
249200*    CYCLE AND IS TAKEN AS CYCLE ZERO, CLOSED.                  *
249300*****************************************************************
249400 9550-OPEN-POSTING-CYCLE.
249500     OPEN I-O BUSDATE-FILE.
249600     IF NOT BD-STATUS-OK
249700         DISPLAY 'ERROR OPENING BUSDATE-FILE. FILE STATUS: '
249800             BD-FILE-STATUS
249900         MOVE 16 TO RETURN-CODE
250000         STOP RUN
250100     END-IF.
250200     MOVE 'BUSDATE ' TO BD-CONTROL-ID.
250300     READ BUSDATE-FILE
250400         INVALID KEY
250500             DISPLAY 'NO BUSINESS-DATE CONTROL RECORD ON '
250600                 'FILE. SEED IT THROUGH WALDTROL FIRST.'
250700             MOVE 16 TO RETURN-CODE
250800             STOP RUN
250900     END-READ.
251000     IF BD-CURRENT-CYCLE IS NOT NUMERIC
251100         MOVE ZERO TO BD-CURRENT-CYCLE
251200         SET BD-CYCLE-CLOSED TO TRUE
251300     END-IF.
251400     IF BD-CYCLE-OPEN
251500         DISPLAY 'CYCLE ' BD-CURRENT-CYCLE ' OF '
251600             BD-BUSINESS-DATE ' DID NOT FINISH - RESTARTING IT.'
251700     ELSE
251800         IF BD-CURRENT-CYCLE NOT < 99
251900             DISPLAY 'BUSINESS DATE ' BD-BUSINESS-DATE
252000                 ' HAS RUN 99 CYCLES. POSTING REFUSED.'
252100             MOVE 16 TO RETURN-CODE
252200             STOP RUN
252300         END-IF
252400         ADD 1 TO BD-CURRENT-CYCLE
252500         SET BD-CYCLE-OPEN TO TRUE
252600     END-IF.
252700     REWRITE BD-BUSDATE-RECORD.
252800     IF NOT BD-STATUS-OK
252900         DISPLAY 'ERROR REWRITING BUSINESS-DATE RECORD. FILE '
253000             'STATUS: ' BD-FILE-STATUS
253100         MOVE 16 TO RETURN-CODE
253200         STOP RUN
253300     END-IF.
253400     MOVE BD-CURRENT-CYCLE TO WS-CURRENT-CYCLE.
253500     CLOSE BUSDATE-FILE.
253600     DISPLAY 'POSTING CYCLE ' WS-CURRENT-CYCLE ' OF '
253700         WS-CURRENT-DATE.
253800 9550-EXIT.
253900     EXIT.
254000*
254100*****************************************************************
254200*    9560-CLOSE-POSTING-CYCLE - MARK THE CYCLE JUST POSTED      *
254300*    CLOSED, SO THE NEXT RUN TAKES A NEW CYCLE NUMBER.          *
254400*****************************************************************
254500 9560-CLOSE-POSTING-CYCLE.
254600     OPEN I-O BUSDATE-FILE.
254700     IF NOT BD-STATUS-OK
254800         DISPLAY 'ERROR OPENING BUSDATE-FILE. FILE STATUS: '
254900             BD-FILE-STATUS
255000         MOVE 16 TO RETURN-CODE
255100         GO TO 9560-EXIT
255200     END-IF.
255300     MOVE 'BUSDATE ' TO BD-CONTROL-ID.
255400     READ BUSDATE-FILE
255500         INVALID KEY
255600             DISPLAY 'BUSINESS-DATE CONTROL RECORD VANISHED. '
255700                 'CYCLE ' WS-CURRENT-CYCLE ' LEFT OPEN.'
255800             MOVE 16 TO RETURN-CODE
255900             CLOSE BUSDATE-FILE
256000             GO TO 9560-EXIT
256100     END-READ.
256200     SET BD-CYCLE-CLOSED TO TRUE.
256300     REWRITE BD-BUSDATE-RECORD.
256400     IF NOT BD-STATUS-OK
256500         DISPLAY 'ERROR REWRITING BUSINESS-DATE RECORD. FILE '
256600             'STATUS: ' BD-FILE-STATUS
256700         MOVE 16 TO RETURN-CODE
256800     END-IF.
256900     CLOSE BUSDATE-FILE.
257000 9560-EXIT.
257100     EXIT.
257200*
257300*****************************************************************
257400*    8700-STAGE-ACK-DETAIL - STAGE THE ACKNOWLEDGEMENT OF THE   *
257500*    ITEM JUST JOURNALED.  ONLY ITEMS OF A BATCH IN THIS        *
257600*    TRANSMISSION FROM AN OUTSIDE ORIGIN ARE STAGED - A HELD    *
257700*    ITEM RELEASED TODAY FROM AN EARLIER DAY'S BATCH WAS        *
257800*    ALREADY ACKNOWLEDGED AS HELD.  THE REASON CODE IS THE ONE  *
257900*    THE REJECT FILE CARRIES; THE BALANCE IS THE FROM-WALLET'S  *
258000*    AFTER THE ITEM WAS DISPOSED OF, READ BACK FROM THE MASTER  *
258100*    WHEN NOTHING POSTED (ZERO IF THE WALLET IS NOT ON FILE).   *
258200*****************************************************************
258300 8700-STAGE-ACK-DETAIL.
258400     MOVE AU-BATCH-ID TO WS-AB-PROBE-BATCH-ID.
258500     PERFORM 8750-FIND-ACK-BATCH THRU 8750-EXIT.
258600     IF WS-AB-FOUND-SUB = ZERO
258700         GO TO 8700-EXIT
258800     END-IF.
258900     IF WS-AB-INTERNAL (WS-AB-FOUND-SUB)
259000         GO TO 8700-EXIT
259100     END-IF.
259200     INITIALIZE AK-ACK-RECORD.
259300     SET AK-TYPE-DETAIL TO TRUE.
259400     MOVE AU-BATCH-ID TO AK-BATCH-ID.
259500     MOVE AU-SEQUENCE-NO TO AK-SEQUENCE-NO.
259600     MOVE WS-AB-ORIGIN-SYSTEM (WS-AB-FOUND-SUB) TO
259700         AK-ORIGIN-SYSTEM.
259800     MOVE WS-CURRENT-DATE TO AK-ACK-DATE.
259900     MOVE AU-RESULT-CODE TO AK-RESULT-CODE.
260000     IF AU-RESULT-REJECTED
260100         MOVE WS-REASON-CODE TO AK-REASON-CODE
260200     ELSE
260300         MOVE SPACES TO AK-REASON-CODE
260400     END-IF.
260500     MOVE AU-FROM-WALLET TO AK-FROM-WALLET.
260600     IF AU-AMOUNT IS NUMERIC
260700         MOVE AU-AMOUNT TO AK-AMOUNT
260800     ELSE
260900         MOVE ZERO TO AK-AMOUNT
261000     END-IF.
261100     IF AU-RESULT-POSTED OR AU-RESULT-HOLD-PLACED
261200         MOVE AU-FROM-BALANCE TO AK-FROM-BALANCE
261300     ELSE
261400         MOVE AU-FROM-WALLET TO WM-WALLET-ID
261500         READ WALLET-MASTER-FILE
261600             INVALID KEY
261700                 MOVE ZERO TO AK-FROM-BALANCE
261800             NOT INVALID KEY
261900                 MOVE WM-BALANCE TO AK-FROM-BALANCE
262000         END-READ
262100     END-IF.
262200     WRITE AW-ACK-WORK-RECORD FROM AK-ACK-RECORD.
262300     IF NOT AW-STATUS-OK
262400         DISPLAY 'ERROR WRITING ACK WORK RECORD. FILE STATUS: '
262500             AW-FILE-STATUS
262600         MOVE 16 TO RETURN-CODE
262700     END-IF.
262800 8700-EXIT.
262900     EXIT.
263000*
263100 8750-FIND-ACK-BATCH.
263200     MOVE ZERO TO WS-AB-FOUND-SUB.
263300     MOVE ZERO TO WS-AB-SUB.
263400     PERFORM 8751-TEST-ACK-BATCH-ENTRY THRU 8751-EXIT
263500         UNTIL WS-AB-FOUND-SUB > ZERO
263600         OR WS-AB-SUB >= WS-AB-COUNT.
263700 8750-EXIT.
263800     EXIT.
263900*
264000 8751-TEST-ACK-BATCH-ENTRY.
264100     ADD 1 TO WS-AB-SUB.
264200     IF WS-AB-BATCH-ID (WS-AB-SUB) = WS-AB-PROBE-BATCH-ID
264300         MOVE WS-AB-SUB TO WS-AB-FOUND-SUB
264400     END-IF.
264500 8751-EXIT.
264600     EXIT.
264700*
264800*****************************************************************
264900*    8800-WRITE-ACKNOWLEDGEMENTS - AT END OF RUN, WRITE ONE     *
265000*    ACKNOWLEDGEMENT DATASET FOR EACH OUTSIDE ORIGINATING       *
265100*    SYSTEM IN THE TRANSMISSION, HOLDING EVERY BATCH THAT       *
265200*    SYSTEM SENT.  THE DATASET IS REWRITTEN WHOLE ON A RESTART, *
265300*    FROM THE WORK FILE THE RESTART APPENDED TO.  EACH CYCLE    *
265400*    WRITES DATASETS OF ITS OWN, NAMED FOR THE CYCLE, SO A      *
265500*    LATER CYCLE NEVER OVERWRITES AN EARLIER ONE'S ANSWER.      *
265600*****************************************************************
265700 8800-WRITE-ACKNOWLEDGEMENTS.
265800     CLOSE ACK-WORK-FILE.
265900     MOVE ZERO TO WS-AB-ORIGIN-SUB.
266000     PERFORM 8810-ACKNOWLEDGE-ORIGIN THRU 8810-EXIT
266100         UNTIL WS-AB-ORIGIN-SUB >= WS-AB-COUNT.
266200 8800-EXIT.
266300     EXIT.
266400*
266500*****************************************************************
266600*    8810-ACKNOWLEDGE-ORIGIN - THE NEXT BATCH NOT YET           *
266700*    ACKNOWLEDGED NAMES AN ORIGIN; OPEN THAT ORIGIN'S DATASET   *
266800*    AND WRITE EVERY ONE OF ITS BATCHES INTO IT.                *
266900*****************************************************************
267000 8810-ACKNOWLEDGE-ORIGIN.
267100     ADD 1 TO WS-AB-ORIGIN-SUB.
267200     IF WS-AB-INTERNAL (WS-AB-ORIGIN-SUB)
267300         OR WS-AB-ACKNOWLEDGED (WS-AB-ORIGIN-SUB)
267400         GO TO 8810-EXIT
267500     END-IF.
267600*    A BATCH THAT NEVER SENT A HEADER HAS NO ORIGIN TO ANSWER;  *
267700*    ITS FAILURE IS ON SYSOUT FROM THE CONTROL PASS.            *
267800     IF WS-AB-ORIGIN-SYSTEM (WS-AB-ORIGIN-SUB) = SPACES
267900         DISPLAY 'BATCH ' WS-AB-BATCH-ID (WS-AB-ORIGIN-SUB)
268000             ' HAS NO HEADER - NOT ACKNOWLEDGED.'
268100         SET WS-AB-ACKNOWLEDGED (WS-AB-ORIGIN-SUB) TO TRUE
268200         GO TO 8810-EXIT
268300     END-IF.
268400     MOVE WS-AB-ORIGIN-SYSTEM (WS-AB-ORIGIN-SUB) TO WS-ACK-ORIGIN.
268500     MOVE SPACES TO WS-ACK-FILE-NAME.
268600     STRING 'WALACK.' DELIMITED BY SIZE
268700         WS-ACK-ORIGIN DELIMITED BY SPACE
268800         '.' WS-CURRENT-DATE DELIMITED BY SIZE
268900         '.C' WS-CURRENT-CYCLE DELIMITED BY SIZE
269000         INTO WS-ACK-FILE-NAME.
269100     OPEN OUTPUT ACK-FILE.
269200     IF NOT AK-STATUS-OK
269300         DISPLAY 'ERROR OPENING ACK-FILE ' WS-ACK-FILE-NAME
269400             ' FILE STATUS: ' AK-FILE-STATUS
269500         MOVE 16 TO RETURN-CODE
269600         SET WS-AB-ACKNOWLEDGED (WS-AB-ORIGIN-SUB) TO TRUE
269700         GO TO 8810-EXIT
269800     END-IF.
269900     MOVE ZERO TO WS-AB-SUB.
270000     PERFORM 8820-ACKNOWLEDGE-BATCH THRU 8820-EXIT
270100         UNTIL WS-AB-SUB >= WS-AB-COUNT.
270200     CLOSE ACK-FILE.
270300     ADD 1 TO WS-ACK-FILE-COUNT.
270400     DISPLAY 'ACKNOWLEDGEMENT WRITTEN TO ' WS-ACK-FILE-NAME.
270500 8810-EXIT.
270600     EXIT.
270700*
270800 8820-ACKNOWLEDGE-BATCH.
270900     ADD 1 TO WS-AB-SUB.
271000     IF WS-AB-ORIGIN-SYSTEM (WS-AB-SUB) NOT = WS-ACK-ORIGIN
271100         OR WS-AB-ACKNOWLEDGED (WS-AB-SUB)
271200         GO TO 8820-EXIT
271300     END-IF.
271400     PERFORM 8830-BUILD-BATCH-ACK THRU 8830-EXIT.
271500     WRITE AK-ACK-FILE-RECORD FROM AK-ACK-RECORD.
271600     IF NOT AK-STATUS-OK
271700         DISPLAY 'ERROR WRITING ACK RECORD. FILE STATUS: '
271800             AK-FILE-STATUS
271900         MOVE 16 TO RETURN-CODE
272000     END-IF.
272100     ADD 1 TO WS-ACK-BATCH-COUNT.
272200     PERFORM 8840-COPY-BATCH-DETAILS THRU 8840-EXIT.
272300     SET WS-AB-ACKNOWLEDGED (WS-AB-SUB) TO TRUE.
272400 8820-EXIT.
272500     EXIT.
272600*
272700*****************************************************************
272800*    8830-BUILD-BATCH-ACK - THE BATCH RECORD.  POSTING IS ALL   *
272900*    OR NOTHING FOR THE TRANSMISSION, SO A BATCH IS ACCEPTED    *
273000*    EXACTLY WHEN THE AGGREGATE CONTROLS PROVED.  THE REASON    *
273100*    NAMES THE BATCH'S OWN FAULT, FIRST FOUND OF:               *
273200*        BHDR  NO HEADER, OR MORE THAN ONE                      *
273300*        BTRL  NO TRAILER, OR MORE THAN ONE                     *
273400*        BTYP  A RECORD OF UNKNOWN TYPE                         *
273500*        BCNT  DETAIL COUNT DISAGREES WITH THE TRAILER          *
273600*        BHSH  AMOUNT HASH DISAGREES WITH THE TRAILER           *
273700*    A CLEAN BATCH REJECTED BECAUSE ANOTHER BATCH FAILED        *
273800*    CARRIES BXMT.                                              *
273900*****************************************************************
274000 8830-BUILD-BATCH-ACK.
274100     INITIALIZE AK-ACK-RECORD.
274200     SET AK-TYPE-BATCH TO TRUE.
274300     MOVE WS-AB-BATCH-ID (WS-AB-SUB) TO AK-BATCH-ID.
274400     MOVE ZERO TO AK-SEQUENCE-NO.
274500     MOVE WS-AB-ORIGIN-SYSTEM (WS-AB-SUB) TO AK-ORIGIN-SYSTEM.
274600     MOVE WS-CURRENT-DATE TO AK-ACK-DATE.
274700     MOVE WS-AB-CREATION-DATE (WS-AB-SUB) TO AK-CREATION-DATE.
274800     MOVE WS-AB-DETAIL-COUNT (WS-AB-SUB) TO AK-COMPUTED-COUNT.
274900     MOVE WS-AB-HASH-TOTAL (WS-AB-SUB) TO AK-COMPUTED-HASH.
275000     MOVE WS-AB-EXPECTED-COUNT (WS-AB-SUB) TO AK-TRAILER-COUNT.
275100     MOVE WS-AB-EXPECTED-HASH (WS-AB-SUB) TO AK-TRAILER-HASH.
275200     MOVE SPACES TO AK-BATCH-REASON.
275300     IF WS-AB-HEADER-COUNT (WS-AB-SUB) NOT = 1
275400         MOVE 'BHDR' TO AK-BATCH-REASON
275500     END-IF.
275600     IF AK-BATCH-REASON = SPACES
275700         AND WS-AB-TRAILER-COUNT (WS-AB-SUB) NOT = 1
275800         MOVE 'BTRL' TO AK-BATCH-REASON
275900     END-IF.
276000     IF AK-BATCH-REASON = SPACES
276100         AND WS-AB-BAD-TYPE (WS-AB-SUB)
276200         MOVE 'BTYP' TO AK-BATCH-REASON
276300     END-IF.
276400     IF AK-BATCH-REASON = SPACES
276500         AND WS-AB-DETAIL-COUNT (WS-AB-SUB)
276600             NOT = WS-AB-EXPECTED-COUNT (WS-AB-SUB)
276700         MOVE 'BCNT' TO AK-BATCH-REASON
276800     END-IF.
276900     IF AK-BATCH-REASON = SPACES
277000         AND WS-AB-HASH-TOTAL (WS-AB-SUB)
277100             NOT = WS-AB-EXPECTED-HASH (WS-AB-SUB)
277200         MOVE 'BHSH' TO AK-BATCH-REASON
277300     END-IF.
277400     IF WS-BATCH-CONTROLS-OK
277500         SET AK-BATCH-ACCEPTED TO TRUE
277600     ELSE
277700         SET AK-BATCH-REJECTED TO TRUE
277800         IF AK-BATCH-REASON = SPACES
277900             MOVE 'BXMT' TO AK-BATCH-REASON
278000         END-IF
278100     END-IF.
278200     DISPLAY 'ACKNOWLEDGED BATCH ' AK-BATCH-ID ' FROM '
278300         AK-ORIGIN-SYSTEM ' STATUS ' AK-BATCH-STATUS ' '
278400         AK-BATCH-REASON.
278500 8830-EXIT.
278600     EXIT.
278700*
278800*****************************************************************
278900*    8840-COPY-BATCH-DETAILS - PASS THE WORK FILE ONCE FOR THE  *
279000*    CURRENT BATCH, COPYING ITS DETAIL ACKNOWLEDGEMENTS BEHIND  *
279100*    THE BATCH RECORD IN THE ORDER THEY WERE JOURNALED.         *
279200*****************************************************************
279300 8840-COPY-BATCH-DETAILS.
279400     OPEN INPUT ACK-WORK-FILE.
279500     IF NOT AW-STATUS-OK
279600         DISPLAY 'ERROR OPENING ACK-WORK-FILE. FILE STATUS: '
279700             AW-FILE-STATUS
279800         MOVE 16 TO RETURN-CODE
279900         GO TO 8840-EXIT
280000     END-IF.
280100     MOVE 'N' TO WS-ACK-WORK-EOF-SW.
280200     PERFORM 8845-READ-ACK-WORK-FILE THRU 8845-EXIT.
280300     PERFORM 8850-COPY-ONE-DETAIL THRU 8850-EXIT
280400         UNTIL ACK-WORK-EOF.
280500     CLOSE ACK-WORK-FILE.
280600 8840-EXIT.
280700     EXIT.
280800*
280900 8845-READ-ACK-WORK-FILE.
281000     READ ACK-WORK-FILE INTO AK-ACK-RECORD
281100         AT END
281200             SET ACK-WORK-EOF TO TRUE
281300     END-READ.
281400     IF NOT ACK-WORK-EOF AND NOT AW-STATUS-OK
281500         DISPLAY 'ERROR READING ACK-WORK-FILE. FILE STATUS: '
281600             AW-FILE-STATUS
281700         MOVE 16 TO RETURN-CODE
281800         SET ACK-WORK-EOF TO TRUE
281900     END-IF.
282000 8845-EXIT.
282100     EXIT.
282200*
282300 8850-COPY-ONE-DETAIL.
282400     IF AK-BATCH-ID = WS-AB-BATCH-ID (WS-AB-SUB)
282500         WRITE AK-ACK-FILE-RECORD FROM AK-ACK-RECORD
282600         IF NOT AK-STATUS-OK
282700             DISPLAY 'ERROR WRITING ACK RECORD. FILE STATUS: '
282800                 AK-FILE-STATUS
282900             MOVE 16 TO RETURN-CODE
283000         END-IF
283100         ADD 1 TO WS-ACK-DETAIL-COUNT
283200     END-IF.
283300     PERFORM 8845-READ-ACK-WORK-FILE THRU 8845-EXIT.
283400 8850-EXIT.
283500     EXIT.
