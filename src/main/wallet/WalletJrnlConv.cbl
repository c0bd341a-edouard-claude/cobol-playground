000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    WalletJrnlConv.
000300 AUTHOR.        D L PATEL.
000400 INSTALLATION.  WALLET SERVICES BATCH.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED. 2026-10-15.
000700*****************************************************************
000800*    PROGRAM......: WalletJrnlConv                              *
000900*    DESCRIPTION..: ONE-TIME CONVERSION OF THE RETAINED AUDIT   *
001000*                   JOURNALS TO THE 136-BYTE WALAUDT LAYOUT     *
001100*                   THAT CARRIES THE INTRADAY POSTING CYCLE.    *
001200*                   EVERY DAILY WALAUDT.YYYYMMDD FROM THE FIRST *
001300*                   JOURNAL DATE ON SYSIN THROUGH TODAY, AND    *
001400*                   EVERY MONTHLY WALAUDT.M.YYYYMM ARCHIVE FOR  *
001500*                   THE SAME MONTHS, IS COPIED THROUGH A WORK   *
001600*                   DATASET AND WRITTEN BACK UNDER ITS OWN NAME *
001700*                   WITH EACH ENTRY PADDED TO 136 BYTES AND     *
001800*                   GIVEN CYCLE 01 - BEFORE INTRADAY CYCLES A   *
001900*                   BUSINESS DATE HAD ONE POSTING RUN.  A       *
002000*                   JOURNAL THAT WILL NOT OPEN AT 134 BYTES     *
002100*                   BECAUSE IT IS ALREADY AT 136 IS LEFT ALONE, *
002200*                   SO THE RUN IS SAFE TO REPEAT.  A DAY OR     *
002300*                   MONTH WITH NO JOURNAL IS SIMPLY SKIPPED.    *
002400*                   ANY ERROR STOPS THE RUN WITH RC 16 BEFORE   *
002500*                   THE NEXT JOURNAL IS TOUCHED; THE WORK       *
002600*                   DATASET THEN STILL HOLDS THE CONVERTED      *
002700*                   COPY OF THE JOURNAL NAMED ON SYSOUT.        *
002800*    MODIFICATION HISTORY                                       *
002900*    DATE       INIT  DESCRIPTION                               *
003000*    ---------- ----  -------------------------------------     *
003100*    2026-10-15 DLP   ORIGINAL PROGRAM.                         *
003200*****************************************************************
003300 ENVIRONMENT DIVISION.
003400 CONFIGURATION SECTION.
003500 SOURCE-COMPUTER.   IBM-370.
003600 OBJECT-COMPUTER.   IBM-370.
003700 INPUT-OUTPUT SECTION.
003800 FILE-CONTROL.
003900     SELECT BUSDATE-FILE ASSIGN TO "WALBDATE"
004000         ORGANIZATION IS INDEXED
004100         ACCESS MODE IS RANDOM
004200         RECORD KEY IS BD-CONTROL-ID
004300         FILE STATUS IS BD-FILE-STATUS.
004400     SELECT CONV-WORK-FILE ASSIGN TO "WALJCWRK"
004500         ORGANIZATION IS SEQUENTIAL
004600         FILE STATUS IS CW-FILE-STATUS.
004700*    THE JOURNALS ARE ALLOCATED DYNAMICALLY BY DATASET NAME,    *
004800*    THE SAME ARRANGEMENT AS WALARCH, SO THIS PROGRAM NEEDS     *
004900*    THE DYNAM COMPILE OPTION.  THE OLD AND NEW LAYOUTS SHARE   *
005000*    ONE NAME: THE OLD IS READ OUT TO THE WORK DATASET, THEN    *
005100*    THE NEW IS WRITTEN BACK OVER IT.                           *
005200     SELECT OLD-JOURNAL-FILE ASSIGN TO WS-JOURNAL-NAME
005300         ORGANIZATION IS SEQUENTIAL
005400         FILE STATUS IS OJ-FILE-STATUS.
005500     SELECT NEW-JOURNAL-FILE ASSIGN TO WS-JOURNAL-NAME
005600         ORGANIZATION IS SEQUENTIAL
005700         FILE STATUS IS NJ-FILE-STATUS.
005800*
005900 DATA DIVISION.
006000 FILE SECTION.
006100 FD  BUSDATE-FILE
006200     LABEL RECORDS ARE STANDARD.
006300     COPY WALBDAT.
006400*
006500 FD  CONV-WORK-FILE
006600     LABEL RECORDS ARE STANDARD.
006700 01  CW-WORK-RECORD              PIC X(136).
006800*
006900 FD  OLD-JOURNAL-FILE
007000     LABEL RECORDS ARE STANDARD.
007100 01  OJ-OLD-RECORD               PIC X(134).
007200*
007300 FD  NEW-JOURNAL-FILE
007400     LABEL RECORDS ARE STANDARD.
007500 01  NJ-NEW-RECORD               PIC X(136).
007600*
007700 WORKING-STORAGE SECTION.
007800 01  WS-FILE-STATUS-CODES.
007900     05  BD-FILE-STATUS          PIC X(02) VALUE SPACES.
008000         88  BD-STATUS-OK            VALUE '00'.
008100     05  CW-FILE-STATUS          PIC X(02) VALUE SPACES.
008200         88  CW-STATUS-OK            VALUE '00'.
008300     05  OJ-FILE-STATUS          PIC X(02) VALUE SPACES.
008400         88  OJ-STATUS-OK            VALUE '00'.
008500         88  OJ-STATUS-NOT-FOUND     VALUE '35'.
008600         88  OJ-STATUS-WRONG-LENGTH  VALUE '39'.
008700     05  NJ-FILE-STATUS          PIC X(02) VALUE SPACES.
008800         88  NJ-STATUS-OK            VALUE '00'.
008900*
009000 01  WS-EOF-SWITCHES.
009100     05  WS-OLD-EOF-SW           PIC X(01) VALUE 'N'.
009200         88  OLD-EOF                 VALUE 'Y'.
009300     05  WS-WORK-EOF-SW          PIC X(01) VALUE 'N'.
009400         88  WORK-EOF                VALUE 'Y'.
009500     05  WS-RUN-ABORT-SW         PIC X(01) VALUE 'N'.
009600         88  WS-RUN-ABORTED          VALUE 'Y'.
009700*
009800*    THE JOURNAL ENTRY IS BUILT HERE IN THE NEW LAYOUT: THE OLD *
009900*    134 BYTES LAND AT THE FRONT AND THE CYCLE NUMBER FILLS THE *
010000*    TWO BYTES ADDED AT THE END.                                *
010100     COPY WALAUDT.
010200*
010300 01  WS-RUN-COUNTERS.
010400     05  WS-JOURNALS-CONVERTED   PIC 9(08) VALUE ZERO.
010500     05  WS-JOURNALS-ALREADY     PIC 9(08) VALUE ZERO.
010600     05  WS-TOTAL-ENTRIES        PIC 9(08) VALUE ZERO.
010700     05  WS-ENTRIES-READ         PIC 9(08) VALUE ZERO.
010800     05  WS-ENTRIES-WRITTEN      PIC 9(08) VALUE ZERO.
010900*
011000 01  WS-CURRENT-DATE             PIC 9(08) VALUE ZERO.
011100 01  WS-CURRENT-DATE-R REDEFINES WS-CURRENT-DATE.
011200     05  WS-CURRENT-MONTH        PIC 9(06).
011300     05  FILLER                  PIC 9(02).
011400 01  WS-FIRST-DATE               PIC 9(08) VALUE ZERO.
011500 01  WS-FIRST-DATE-R REDEFINES WS-FIRST-DATE.
011600     05  WS-FIRST-MONTH          PIC 9(06).
011700     05  WS-FIRST-DAY            PIC 9(02).
011800 01  WS-JOURNAL-NAME             PIC X(20) VALUE SPACES.
011900*
012000*    CALENDAR WORK FIELDS FOR WALKING THE DAILIES AND MONTHLIES.*
012100 01  WS-WALK-WORK.
012200     05  WS-WALK-DATE            PIC 9(08) VALUE ZERO.
012300     05  WS-WALK-DATE-R REDEFINES WS-WALK-DATE.
012400         10  WS-WALK-YEAR            PIC 9(04).
012500         10  WS-WALK-MONTH           PIC 9(02).
012600         10  WS-WALK-DAY             PIC 9(02).
012700     05  WS-WALK-MONTH-DAYS      PIC 9(02) VALUE ZERO.
012800     05  WS-WALK-REMAINDER       PIC S9(08) COMP VALUE ZERO.
012900     05  WS-WALK-WORKNUM         PIC S9(08) COMP VALUE ZERO.
013000     05  WS-WALK-LEAP-SW         PIC X(01) VALUE 'N'.
013100         88  WS-WALK-LEAP-YEAR       VALUE 'Y'.
013200 01  WS-MONTH-WALK               PIC 9(06) VALUE ZERO.
013300 01  WS-MONTH-WALK-R REDEFINES WS-MONTH-WALK.
013400     05  WS-MW-YEAR              PIC 9(04).
013500     05  WS-MW-MONTH             PIC 9(02).
013600*
013700 01  WS-MONTH-DAYS-VALUES        PIC X(24) VALUE
013800     '312831303130313130313031'.
013900 01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-VALUES.
014000     05  WS-MONTH-DAYS           PIC 9(02) OCCURS 12 TIMES.
014100*
014200 PROCEDURE DIVISION.
014300*****************************************************************
014400*    0000-MAINLINE                                              *
014500*****************************************************************
014600 0000-MAINLINE.
014700     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
014800     IF NOT WS-RUN-ABORTED
014900         PERFORM 2000-CONVERT-DAILIES THRU 2000-EXIT
015000     END-IF.
015100     IF NOT WS-RUN-ABORTED
015200         PERFORM 3000-CONVERT-MONTHLIES THRU 3000-EXIT
015300     END-IF.
015400     PERFORM 9000-TERMINATE THRU 9000-EXIT.
015500     STOP RUN.
015600*
015700*****************************************************************
015800*    1000-INITIALIZE - PICK UP TODAY'S BUSINESS DATE AND THE    *
015900*    FIRST JOURNAL DATE FROM SYSIN.  A FIRST DATE THAT IS NOT   *
016000*    A DATE, OR LIES AFTER TODAY, STOPS THE RUN.                *
016100*****************************************************************
016200 1000-INITIALIZE.
016300     PERFORM 9500-GET-BUSINESS-DATE THRU 9500-EXIT.
016400     ACCEPT WS-FIRST-DATE.
016500     MOVE WS-FIRST-DATE TO WS-WALK-DATE.
016600     IF WS-FIRST-DATE IS NOT NUMERIC
016700         OR WS-WALK-MONTH < 1 OR WS-WALK-MONTH > 12
016800         OR WS-WALK-DAY < 1 OR WS-WALK-DAY > 31
016900         OR WS-FIRST-DATE > WS-CURRENT-DATE
017000         DISPLAY 'FIRST JOURNAL DATE INVALID: ' WS-FIRST-DATE
017100         MOVE 16 TO RETURN-CODE
017200         SET WS-RUN-ABORTED TO TRUE
017300         GO TO 1000-EXIT
017400     END-IF.
017500     DISPLAY 'AUDIT JOURNAL CONVERSION TO 136 BYTES - '
017600         WS-CURRENT-DATE.
017700     DISPLAY 'FIRST JOURNAL DATE...: ' WS-FIRST-DATE.
017800     DISPLAY '------------------------------------------'.
017900 1000-EXIT.
018000     EXIT.
018100*
018200*****************************************************************
018300*    2000-CONVERT-DAILIES - EVERY DAILY JOURNAL FROM THE FIRST  *
018400*    DATE THROUGH TODAY.                                        *
018500*****************************************************************
018600 2000-CONVERT-DAILIES.
018700     MOVE WS-FIRST-DATE TO WS-WALK-DATE.
018800     PERFORM 2100-CONVERT-ONE-DAY THRU 2100-EXIT
018900         UNTIL WS-WALK-DATE > WS-CURRENT-DATE
019000         OR WS-RUN-ABORTED.
019100 2000-EXIT.
019200     EXIT.
019300*
019400 2100-CONVERT-ONE-DAY.
019500     MOVE SPACES TO WS-JOURNAL-NAME.
019600     STRING 'WALAUDT.' WS-WALK-DATE DELIMITED BY SIZE
019700         INTO WS-JOURNAL-NAME.
019800     PERFORM 4000-CONVERT-ONE-JOURNAL THRU 4000-EXIT.
019900     PERFORM 9200-ADD-ONE-DAY THRU 9200-EXIT.
020000 2100-EXIT.
020100     EXIT.
020200*
020300*****************************************************************
020400*    3000-CONVERT-MONTHLIES - THE MONTHLY ARCHIVE OF EVERY      *
020500*    MONTH FROM THE FIRST DATE'S MONTH THROUGH THIS MONTH.      *
020600*    WALARCH BUILDS THESE FROM THE DAILIES IN THE SAME LAYOUT,  *
020700*    SO THOSE BUILT BEFORE THE CUTOVER ARE 134 BYTES TOO.       *
020800*****************************************************************
020900 3000-CONVERT-MONTHLIES.
021000     MOVE WS-FIRST-MONTH TO WS-MONTH-WALK.
021100     PERFORM 3100-CONVERT-ONE-MONTH THRU 3100-EXIT
021200         UNTIL WS-MONTH-WALK > WS-CURRENT-MONTH
021300         OR WS-RUN-ABORTED.
021400 3000-EXIT.
021500     EXIT.
021600*
021700 3100-CONVERT-ONE-MONTH.
021800     MOVE SPACES TO WS-JOURNAL-NAME.
021900     STRING 'WALAUDT.M.' WS-MONTH-WALK DELIMITED BY SIZE
022000         INTO WS-JOURNAL-NAME.
022100     PERFORM 4000-CONVERT-ONE-JOURNAL THRU 4000-EXIT.
022200     ADD 1 TO WS-MW-MONTH.
022300     IF WS-MW-MONTH > 12
022400         MOVE 1 TO WS-MW-MONTH
022500         ADD 1 TO WS-MW-YEAR
022600     END-IF.
022700 3100-EXIT.
022800     EXIT.
022900*
023000*****************************************************************
023100*    4000-CONVERT-ONE-JOURNAL - CONVERT THE JOURNAL NAMED IN    *
023200*    WS-JOURNAL-NAME.  STATUS 35 MEANS THERE IS NO SUCH         *
023300*    JOURNAL AND 39 THAT IT IS ALREADY AT 136 BYTES; EITHER     *
023400*    WAY IT IS LEFT ALONE.  OTHERWISE THE ENTRIES ARE COPIED    *
023500*    TO THE WORK DATASET IN THE NEW LAYOUT, THE JOURNAL IS      *
023600*    REWRITTEN FROM THE WORK DATASET, AND THE TWO COUNTS MUST   *
023700*    AGREE.                                                     *
023800*****************************************************************
023900 4000-CONVERT-ONE-JOURNAL.
024000     MOVE ZERO TO WS-ENTRIES-READ.
024100     MOVE ZERO TO WS-ENTRIES-WRITTEN.
024200     OPEN INPUT OLD-JOURNAL-FILE.
024300     IF OJ-STATUS-NOT-FOUND
024400         GO TO 4000-EXIT
024500     END-IF.
024600     IF OJ-STATUS-WRONG-LENGTH
024700         ADD 1 TO WS-JOURNALS-ALREADY
024800         DISPLAY 'ALREADY CONVERTED.: ' WS-JOURNAL-NAME
024900         GO TO 4000-EXIT
025000     END-IF.
025100     IF NOT OJ-STATUS-OK
025200         DISPLAY 'ERROR OPENING ' WS-JOURNAL-NAME
025300             ' FILE STATUS: ' OJ-FILE-STATUS
025400         MOVE 16 TO RETURN-CODE
025500         SET WS-RUN-ABORTED TO TRUE
025600         GO TO 4000-EXIT
025700     END-IF.
025800     PERFORM 4100-COPY-TO-WORK THRU 4100-EXIT.
025900     CLOSE OLD-JOURNAL-FILE.
026000     IF WS-RUN-ABORTED
026100         GO TO 4000-EXIT
026200     END-IF.
026300     PERFORM 4300-REWRITE-JOURNAL THRU 4300-EXIT.
026400     IF WS-RUN-ABORTED
026500         GO TO 4000-EXIT
026600     END-IF.
026700     IF WS-ENTRIES-WRITTEN NOT = WS-ENTRIES-READ
026800         DISPLAY 'ENTRY COUNTS DISAGREE FOR ' WS-JOURNAL-NAME
026900             ' READ ' WS-ENTRIES-READ
027000             ' WRITTEN ' WS-ENTRIES-WRITTEN
027100         DISPLAY 'THE CONVERTED COPY IS ON WALJCWRK.'
027200         MOVE 16 TO RETURN-CODE
027300         SET WS-RUN-ABORTED TO TRUE
027400         GO TO 4000-EXIT
027500     END-IF.
027600     ADD 1 TO WS-JOURNALS-CONVERTED.
027700     ADD WS-ENTRIES-WRITTEN TO WS-TOTAL-ENTRIES.
027800     DISPLAY 'CONVERTED.........: ' WS-JOURNAL-NAME
027900         ' ENTRIES ' WS-ENTRIES-WRITTEN.
028000 4000-EXIT.
028100     EXIT.
028200*
028300*****************************************************************
028400*    4100-COPY-TO-WORK - READ THE OLD JOURNAL OUT TO THE WORK   *
028500*    DATASET, EACH ENTRY PADDED TO THE NEW LAYOUT AS CYCLE 01.  *
028600*****************************************************************
028700 4100-COPY-TO-WORK.
028800     OPEN OUTPUT CONV-WORK-FILE.
028900     IF NOT CW-STATUS-OK
029000         DISPLAY 'ERROR OPENING WALJCWRK. FILE STATUS: '
029100             CW-FILE-STATUS
029200         MOVE 16 TO RETURN-CODE
029300         SET WS-RUN-ABORTED TO TRUE
029400         GO TO 4100-EXIT
029500     END-IF.
029600     MOVE 'N' TO WS-OLD-EOF-SW.
029700     PERFORM 4110-READ-OLD-JOURNAL THRU 4110-EXIT.
029800     PERFORM 4120-COPY-ONE-ENTRY THRU 4120-EXIT
029900         UNTIL OLD-EOF.
030000     CLOSE CONV-WORK-FILE.
030100 4100-EXIT.
030200     EXIT.
030300*
030400 4110-READ-OLD-JOURNAL.
030500     READ OLD-JOURNAL-FILE
030600         AT END
030700             SET OLD-EOF TO TRUE
030800     END-READ.
030900     IF NOT OLD-EOF AND NOT OJ-STATUS-OK
031000         DISPLAY 'ERROR READING ' WS-JOURNAL-NAME
031100             ' FILE STATUS: ' OJ-FILE-STATUS
031200         MOVE 16 TO RETURN-CODE
031300         SET OLD-EOF TO TRUE
031400         SET WS-RUN-ABORTED TO TRUE
031500     END-IF.
031600 4110-EXIT.
031700     EXIT.
031800*
031900 4120-COPY-ONE-ENTRY.
032000     MOVE OJ-OLD-RECORD TO AU-AUDIT-RECORD.
032100     MOVE 1 TO AU-CYCLE-NO.
032200     WRITE CW-WORK-RECORD FROM AU-AUDIT-RECORD.
032300     IF NOT CW-STATUS-OK
032400         DISPLAY 'ERROR WRITING WALJCWRK. FILE STATUS: '
032500             CW-FILE-STATUS
032600         MOVE 16 TO RETURN-CODE
032700         SET OLD-EOF TO TRUE
032800         SET WS-RUN-ABORTED TO TRUE
032900         GO TO 4120-EXIT
033000     END-IF.
033100     ADD 1 TO WS-ENTRIES-READ.
033200     PERFORM 4110-READ-OLD-JOURNAL THRU 4110-EXIT.
033300 4120-EXIT.
033400     EXIT.
033500*
033600*****************************************************************
033700*    4300-REWRITE-JOURNAL - WRITE THE JOURNAL BACK UNDER ITS    *
033800*    OWN NAME FROM THE WORK DATASET, IN THE NEW LAYOUT.  FROM   *
033900*    THE OPEN ONWARD THE OLD CONTENTS ARE GONE, SO ANY FAILURE  *
034000*    HERE NAMES THE WORK DATASET AS THE COPY TO RESTORE FROM.   *
034100*****************************************************************
034200 4300-REWRITE-JOURNAL.
034300     OPEN INPUT CONV-WORK-FILE.
034400     IF NOT CW-STATUS-OK
034500         DISPLAY 'ERROR REOPENING WALJCWRK. FILE STATUS: '
034600             CW-FILE-STATUS
034700         MOVE 16 TO RETURN-CODE
034800         SET WS-RUN-ABORTED TO TRUE
034900         GO TO 4300-EXIT
035000     END-IF.
035100     OPEN OUTPUT NEW-JOURNAL-FILE.
035200     IF NOT NJ-STATUS-OK
035300         DISPLAY 'ERROR OPENING ' WS-JOURNAL-NAME
035400             ' FOR OUTPUT. FILE STATUS: ' NJ-FILE-STATUS
035500         DISPLAY 'THE CONVERTED COPY IS ON WALJCWRK.'
035600         MOVE 16 TO RETURN-CODE
035700         SET WS-RUN-ABORTED TO TRUE
035800         CLOSE CONV-WORK-FILE
035900         GO TO 4300-EXIT
036000     END-IF.
036100     MOVE 'N' TO WS-WORK-EOF-SW.
036200     PERFORM 4310-READ-WORK-FILE THRU 4310-EXIT.
036300     PERFORM 4320-WRITE-ONE-ENTRY THRU 4320-EXIT
036400         UNTIL WORK-EOF.
036500     CLOSE NEW-JOURNAL-FILE.
036600     CLOSE CONV-WORK-FILE.
036700 4300-EXIT.
036800     EXIT.
036900*
037000 4310-READ-WORK-FILE.
037100     READ CONV-WORK-FILE
037200         AT END
037300             SET WORK-EOF TO TRUE
037400     END-READ.
037500     IF NOT WORK-EOF AND NOT CW-STATUS-OK
037600         DISPLAY 'ERROR READING WALJCWRK. FILE STATUS: '
037700             CW-FILE-STATUS
037800         DISPLAY 'THE CONVERTED COPY IS ON WALJCWRK.'
037900         MOVE 16 TO RETURN-CODE
038000         SET WORK-EOF TO TRUE
038100         SET WS-RUN-ABORTED TO TRUE
038200     END-IF.
038300 4310-EXIT.
038400     EXIT.
038500*
038600 4320-WRITE-ONE-ENTRY.
038700     WRITE NJ-NEW-RECORD FROM CW-WORK-RECORD.
038800     IF NOT NJ-STATUS-OK
038900         DISPLAY 'ERROR WRITING ' WS-JOURNAL-NAME
039000             ' FILE STATUS: ' NJ-FILE-STATUS
039100         DISPLAY 'THE CONVERTED COPY IS ON WALJCWRK.'
039200         MOVE 16 TO RETURN-CODE
039300         SET WORK-EOF TO TRUE
039400         SET WS-RUN-ABORTED TO TRUE
039500         GO TO 4320-EXIT
039600     END-IF.
039700     ADD 1 TO WS-ENTRIES-WRITTEN.
039800     PERFORM 4310-READ-WORK-FILE THRU 4310-EXIT.
039900 4320-EXIT.
040000     EXIT.
040100*
040200*****************************************************************
040300*    9000-TERMINATE - PRINT THE RUN SUMMARY.                    *
040400*****************************************************************
040500 9000-TERMINATE.
040600     DISPLAY '------------------------------------------'.
040700     DISPLAY 'AUDIT JOURNAL CONVERSION SUMMARY'.
040800     DISPLAY 'JOURNALS CONVERTED...: ' WS-JOURNALS-CONVERTED.
040900     DISPLAY 'ALREADY AT 136 BYTES.: ' WS-JOURNALS-ALREADY.
041000     DISPLAY 'ENTRIES CONVERTED....: ' WS-TOTAL-ENTRIES.
041100 9000-EXIT.
041200     EXIT.
041300*
041400*****************************************************************
041500*    9200-ADD-ONE-DAY - STEP THE WALK DATE ONE CALENDAR DAY     *
041600*    FORWARD, ROLLING OVER MONTH AND YEAR ENDS.                 *
041700*****************************************************************
041800 9200-ADD-ONE-DAY.
041900     PERFORM 9210-GET-MONTH-DAYS THRU 9210-EXIT.
042000     ADD 1 TO WS-WALK-DAY.
042100     IF WS-WALK-DAY > WS-WALK-MONTH-DAYS
042200         MOVE 1 TO WS-WALK-DAY
042300         ADD 1 TO WS-WALK-MONTH
042400         IF WS-WALK-MONTH > 12
042500             MOVE 1 TO WS-WALK-MONTH
042600             ADD 1 TO WS-WALK-YEAR
042700         END-IF
042800     END-IF.
042900 9200-EXIT.
043000     EXIT.
043100*
043200 9210-GET-MONTH-DAYS.
043300     MOVE WS-MONTH-DAYS (WS-WALK-MONTH) TO WS-WALK-MONTH-DAYS.
043400     IF WS-WALK-MONTH = 2
043500         PERFORM 9220-CHECK-LEAP-YEAR THRU 9220-EXIT
043600         IF WS-WALK-LEAP-YEAR
043700             MOVE 29 TO WS-WALK-MONTH-DAYS
043800         END-IF
043900     END-IF.
044000 9210-EXIT.
044100     EXIT.
044200*
044300 9220-CHECK-LEAP-YEAR.
044400     MOVE 'N' TO WS-WALK-LEAP-SW.
044500     DIVIDE WS-WALK-YEAR BY 4
044600         GIVING WS-WALK-WORKNUM REMAINDER WS-WALK-REMAINDER.
044700     IF WS-WALK-REMAINDER = ZERO
044800         SET WS-WALK-LEAP-YEAR TO TRUE
044900     END-IF.
045000     DIVIDE WS-WALK-YEAR BY 100
045100         GIVING WS-WALK-WORKNUM REMAINDER WS-WALK-REMAINDER.
045200     IF WS-WALK-REMAINDER = ZERO
045300         MOVE 'N' TO WS-WALK-LEAP-SW
045400     END-IF.
045500     DIVIDE WS-WALK-YEAR BY 400
045600         GIVING WS-WALK-WORKNUM REMAINDER WS-WALK-REMAINDER.
045700     IF WS-WALK-REMAINDER = ZERO
045800         SET WS-WALK-LEAP-YEAR TO TRUE
045900     END-IF.
046000 9220-EXIT.
046100     EXIT.
046200*
046300*****************************************************************
046400*    9500-GET-BUSINESS-DATE - READ TODAY'S PROCESSING DATE      *
046500*    FROM THE BUSINESS-DATE CONTROL RECORD.  NO RECORD MEANS    *
046600*    THE SHOP'S CALENDAR HAS NEVER BEEN SEEDED - NOTHING MAY    *
046700*    RUN UNDER A GUESSED DATE, SO THE RUN STOPS HARD.           *
046800*****************************************************************
046900 9500-GET-BUSINESS-DATE.
047000     OPEN INPUT BUSDATE-FILE.
047100     IF NOT BD-STATUS-OK
047200         DISPLAY 'ERROR OPENING BUSDATE-FILE. FILE STATUS: '
047300             BD-FILE-STATUS
047400         MOVE 16 TO RETURN-CODE
047500         STOP RUN
047600     END-IF.
047700     MOVE 'BUSDATE ' TO BD-CONTROL-ID.
047800     READ BUSDATE-FILE
047900         INVALID KEY
048000             DISPLAY 'NO BUSINESS-DATE CONTROL RECORD ON '
048100                 'FILE. SEED IT THROUGH WALDTROL FIRST.'
048200             MOVE 16 TO RETURN-CODE
048300             STOP RUN
048400     END-READ.
048500     MOVE BD-BUSINESS-DATE TO WS-CURRENT-DATE.
048600     CLOSE BUSDATE-FILE.
048700 9500-EXIT.
048800     EXIT.
