005900*                     PAST MIDNIGHT STAYS ON ITS OWN BUSINESS   *
006000*                     DAY.  THE DATE ADVANCES ONLY WHEN THE     *
006100*                     ROLL STEP CLOSES THE DAY.                 *
006104*    2026-10-15 DLP   BLOCK FROM A MONITORING CASE.  A BLOCK    *
006108*                     CARRYING MT-CASE-DATE MUST FIND THAT      *
006112*                     CASE CONFIRMED ON THE CASE FILE; THE      *
006116*                     CUSTOMER IS BLOCKED AND THE CASE MARKED   *
006120*                     BLOCKED BY THE SAME OPERATOR, AND THE     *
006124*                     JOURNAL ENTRY NAMES THE CASE.             *
006128*    2026-10-15 DLP   DORMANCY.  A DORMANT ACTION, QUEUED BY    *
006132*                     THE DORMANCY RUN, TAKES AN ACTIVE WALLET  *
006136*                     TO DORMANT; A REACTIVATE TAKES A DORMANT  *
006140*                     ONE BACK TO ACTIVE, ALWAYS UNDER DUAL     *
006144*                     CONTROL LIKE AN UNFREEZE, AND RESTARTS    *
006148*                     ITS IDLE CLOCK.  AN OPEN STARTS THE       *
006152*                     CLOCK TOO.                                *
006156*    2026-10-15 DLP   CLOSURE REQUEST.  A Q ACTION NAMING AN    *
006160*                     ACTIVE, NON-NEGATIVE WALLET AND A PAYOUT  *
006164*                     TO THE OWNER'S BANK OR TO ANOTHER ACTIVE  *
006168*                     WALLET PUTS THE WALLET INTO CLOSING AT    *
006172*                     ONCE AND OPENS ITS ENTRY ON THE CLOSURE   *
006176*                     MASTER FOR THE CLOSURE RUN.  AN OVERDRAWN *
006180*                     WALLET IS REFUSED BACK TO COLLECTIONS.    *
006184*                     A CLOSING WALLET MAY BE CLOSED ONCE ITS   *
006188*                     BALANCE IS ZERO, AS EVER.                 *
006200*****************************************************************
006300 ENVIRONMENT DIVISION.
006400 CONFIGURATION SECTION.
009500     SELECT APPROVAL-FILE ASSIGN TO "WALAPPR"
009600         ORGANIZATION IS SEQUENTIAL
009700         FILE STATUS IS AP-FILE-STATUS.
009710     SELECT CASE-FILE ASSIGN TO "WALCASE"
009720         ORGANIZATION IS INDEXED
009730         ACCESS MODE IS DYNAMIC
009740         RECORD KEY IS CS-CASE-KEY
009750         FILE STATUS IS CS-FILE-STATUS.
009758     SELECT CLOSURE-FILE ASSIGN TO "WALCLOS"
009766         ORGANIZATION IS INDEXED
009774         ACCESS MODE IS DYNAMIC
009782         RECORD KEY IS WC-WALLET-ID
009790         FILE STATUS IS WC-FILE-STATUS.
009800*
009900 DATA DIVISION.
010000 FILE SECTION.
012600     LABEL RECORDS ARE STANDARD.
012700     COPY WALAPPR.
012800*
012811 FD  CASE-FILE
012822     LABEL RECORDS ARE STANDARD.
012833     COPY WALCASE.
012844*
012855 FD  CLOSURE-FILE
012866     LABEL RECORDS ARE STANDARD.
012877     COPY WALCLSR.
012888*
012900 WORKING-STORAGE SECTION.
013000 01  WS-FILE-STATUS-CODES.
013100     05  BD-FILE-STATUS          PIC X(02) VALUE SPACES.
014800     05  AP-FILE-STATUS          PIC X(02) VALUE SPACES.
014900         88  AP-STATUS-OK            VALUE '00'.
015000         88  AP-STATUS-NOT-FOUND     VALUE '35'.
015010     05  CS-FILE-STATUS          PIC X(02) VALUE SPACES.
015020         88  CS-STATUS-OK            VALUE '00'.
015030         88  CS-STATUS-NOT-FOUND     VALUE '35'.
015040     05  WC-FILE-STATUS          PIC X(02) VALUE SPACES.
015050         88  WC-STATUS-OK            VALUE '00'.
015060         88  WC-STATUS-NOT-FOUND     VALUE '35'.
015100*
015200 01  WS-EOF-SWITCHES.
015300     05  WS-MAINT-EOF-SW         PIC X(01) VALUE 'N'.
017300     05  WS-DUAL-SW              PIC X(01) VALUE 'N'.
017400         88  WS-NEEDS-APPROVAL       VALUE 'Y'.
017500         88  WS-APPLIES-DIRECT       VALUE 'N'.
017510     05  WS-FROM-CASE-SW         PIC X(01) VALUE 'N'.
017520         88  WS-BLOCK-FROM-CASE      VALUE 'Y'.
017530         88  WS-NOT-FROM-CASE        VALUE 'N'.
017540     05  WS-CASE-FOUND-SW        PIC X(01) VALUE 'N'.
017550         88  WS-CASE-FOUND           VALUE 'Y'.
017560         88  WS-CASE-NOT-FOUND       VALUE 'N'.
017570     05  WS-CLOSURE-FOUND-SW     PIC X(01) VALUE 'N'.
017580         88  WS-CLOSURE-FOUND        VALUE 'Y'.
017590         88  WS-CLOSURE-NOT-FOUND    VALUE 'N'.
017600*
017700 01  WS-RUN-COUNTERS.
017800     05  WS-APPLIED-COUNT        PIC 9(08) VALUE ZERO.
031600     IF NOT PD-STATUS-OK
031700         DISPLAY 'ERROR OPENING PENDING-FILE. FILE STATUS: '
031800             PD-FILE-STATUS
031804         MOVE 16 TO RETURN-CODE
031808     END-IF.
031812     OPEN I-O CASE-FILE.
031816     IF CS-STATUS-NOT-FOUND
031820         OPEN OUTPUT CASE-FILE
031824         CLOSE CASE-FILE
031828         OPEN I-O CASE-FILE
031832     END-IF.
031836     IF NOT CS-STATUS-OK
031840         DISPLAY 'ERROR OPENING CASE-FILE. FILE STATUS: '
031844             CS-FILE-STATUS
031848         MOVE 16 TO RETURN-CODE
031852     END-IF.
031856     OPEN I-O CLOSURE-FILE.
031860     IF WC-STATUS-NOT-FOUND
031864         OPEN OUTPUT CLOSURE-FILE
031868         CLOSE CLOSURE-FILE
031872         OPEN I-O CLOSURE-FILE
031876     END-IF.
031880     IF NOT WC-STATUS-OK
031884         DISPLAY 'ERROR OPENING CLOSURE-FILE. FILE STATUS: '
031888             WC-FILE-STATUS
031900         MOVE 16 TO RETURN-CODE
032000     END-IF.
032100     PERFORM 1600-FIX-PENDING-SEQUENCE THRU 1600-EXIT.
073800     END-IF.
073900     PERFORM 2100-READ-TARGET-WALLET THRU 2100-EXIT.
074000     PERFORM 2150-READ-TARGET-CUSTOMER THRU 2150-EXIT.
074050     PERFORM 2160-READ-TARGET-CASE THRU 2160-EXIT.
074100     MOVE WS-CURRENT-DATE TO MA-AUDIT-DATE.
074200     MOVE WS-CURRENT-TIME TO MA-AUDIT-TIME.
074300     MOVE MT-ACTION-CODE TO MA-ACTION-CODE.
083400     EXIT.
083500*
083600*****************************************************************
083603*    2160-READ-TARGET-CASE - A BLOCK THAT CARRIES A CASE DATE   *
083606*    IS A BLOCK FROM THAT MONITORING CASE; LOOK THE CASE UP    *
083609*    UNDER THE CUSTOMER AND DATE AND REMEMBER WHETHER IT IS    *
083612*    ON FILE.  A BLANK OR ZERO CASE DATE IS AN ORDINARY BLOCK. *
083615*****************************************************************
083618 2160-READ-TARGET-CASE.
083621     SET WS-NOT-FROM-CASE TO TRUE.
083624     SET WS-CASE-NOT-FOUND TO TRUE.
083627     IF NOT MT-ACTION-BLOCK-CUST
083630         OR MT-CASE-DATE IS NOT NUMERIC
083633         OR MT-CASE-DATE = ZERO
083636         GO TO 2160-EXIT
083639     END-IF.
083642     SET WS-BLOCK-FROM-CASE TO TRUE.
083645     SET WS-CASE-FOUND TO TRUE.
083648     MOVE MT-CUSTOMER-ID TO CS-CUSTOMER-ID.
083651     MOVE MT-CASE-DATE TO CS-ALERT-DATE.
083654     READ CASE-FILE
083657         INVALID KEY
083660             SET WS-CASE-NOT-FOUND TO TRUE
083663     END-READ.
083666 2160-EXIT.
083669     EXIT.
083672*
083675*****************************************************************
083700*    2300-CHECK-DUAL-CONTROL - DOES THE VALIDATED ACTION NEED   *
083800*    A SECOND OPERATOR.  EVERY UNFREEZE AND EVERY REACTIVATION  *
083850*    OF A DORMANT WALLET DOES; A LIMIT ACTION DOES WHEN IT      *
083900*    RAISES THE LIMIT BY MORE THAN THE SYSIN THRESHOLD.         *
084000*    WS-AUDITED-LIMIT STILL HOLDS THE CURRENT LIMIT FROM THE    *
084100*    AUDIT PREP ABOVE, SO THE RISE IS THE NEW AMOUNT AGAINST    *
084200*    THAT.  DECREASES AND SMALL INCREASES APPLY DIRECTLY, AS    *
084300*    EVER.                                                      *
084400*****************************************************************
084500 2300-CHECK-DUAL-CONTROL.
084600     SET WS-APPLIES-DIRECT TO TRUE.
084700     IF MT-ACTION-UNFREEZE OR MT-ACTION-REACTIVATE
084800         SET WS-NEEDS-APPROVAL TO TRUE
084900         GO TO 2300-EXIT
085000     END-IF.
088300*    OTHER ACTION NAMES A WALLET THAT EXISTS, A CLOSE FINDS A   *
088400*    ZERO BALANCE AND A WALLET NOT ALREADY CLOSED, A FREEZE     *
088500*    FINDS AN ACTIVE WALLET, AN UNFREEZE FINDS A FROZEN ONE,    *
088550*    A DORMANT ACTION FINDS AN ACTIVE ONE, A REACTIVATE FINDS A *
088560*    DORMANT ONE, A LIMIT CHANGE CARRIES A NON-NEGATIVE         *
088600*    NUMERIC AMOUNT FOR A WALLET THAT IS NOT CLOSED, AND A      *
088700*    CLOSURE REQUEST PASSES THE CHECKS IN 3100.                 *
088800*****************************************************************
088900 3000-VALIDATE-MAINT-ACTION.
089000     IF NOT MT-ACTION-OPEN AND NOT MT-ACTION-CLOSE
089700         AND NOT MT-ACTION-UNBLOCK-CUST
089800         AND NOT MT-ACTION-ATTACH
089900         AND NOT MT-ACTION-DETACH
089950         AND NOT MT-ACTION-DORMANT AND NOT MT-ACTION-REACTIVATE
089970         AND NOT MT-ACTION-CLOSE-REQUEST
090000         SET WS-ACTION-INVALID TO TRUE
090100         MOVE 'UNKNOWN ACTION CODE' TO WS-REASON-TEXT
090200     END-IF.
094900         SET WS-ACTION-INVALID TO TRUE
095000         MOVE 'CUSTOMER ALREADY BLOCKED' TO WS-REASON-TEXT
095100     END-IF.
095110     IF WS-ACTION-VALID AND WS-BLOCK-FROM-CASE
095120         IF WS-CASE-NOT-FOUND
095130             SET WS-ACTION-INVALID TO TRUE
095140             MOVE 'CASE NOT ON FILE' TO WS-REASON-TEXT
095150         ELSE
095160             IF NOT CS-STATUS-CONFIRMED
095170                 SET WS-ACTION-INVALID TO TRUE
095180                 MOVE 'CASE IS NOT CONFIRMED' TO WS-REASON-TEXT
095190             END-IF
095195         END-IF
095197     END-IF.
095200     IF WS-ACTION-VALID AND MT-ACTION-UNBLOCK-CUST
095300         AND NOT CU-STATUS-BLOCKED
095400         SET WS-ACTION-INVALID TO TRUE
098000         SET WS-ACTION-INVALID TO TRUE
098100         MOVE 'WALLET IS NOT FROZEN' TO WS-REASON-TEXT
098200     END-IF.
098210     IF WS-ACTION-VALID AND MT-ACTION-DORMANT
098220         AND NOT WM-STATUS-ACTIVE
098230         SET WS-ACTION-INVALID TO TRUE
098240         MOVE 'WALLET IS NOT ACTIVE' TO WS-REASON-TEXT
098250     END-IF.
098260     IF WS-ACTION-VALID AND MT-ACTION-REACTIVATE
098270         AND NOT WM-STATUS-DORMANT
098280         SET WS-ACTION-INVALID TO TRUE
098290         MOVE 'WALLET IS NOT DORMANT' TO WS-REASON-TEXT
098295     END-IF.
098296     IF WS-ACTION-VALID AND MT-ACTION-CLOSE-REQUEST
098297         PERFORM 3100-CHECK-CLOSURE-REQUEST THRU 3100-EXIT
098298     END-IF.
098300     IF WS-ACTION-VALID
098400         AND (MT-ACTION-NEW-LIMIT OR MT-ACTION-SINGLE-LIMIT
098500             OR MT-ACTION-DAILY-LIMIT)
099400         END-IF
099500     END-IF.
099600 3000-EXIT.
099601     EXIT.
099602*
099603*****************************************************************
099604*    3100-CHECK-CLOSURE-REQUEST - A CLOSURE IS ACCEPTED ONLY    *
099605*    FOR AN ACTIVE WALLET THAT IS NOT OVERDRAWN - AN OVERDRAWN  *
099606*    ONE BELONGS TO COLLECTIONS, WHICH ALREADY CHASES IT - AND  *
099607*    WHOSE OWNER IS NOT BLOCKED, WITH A PAYOUT METHOD WE KNOW.  *
099608*    A PAYOUT TO ANOTHER WALLET MUST NAME AN ACTIVE WALLET      *
099609*    OTHER THAN THIS ONE.  THE OWNER AND PAYOUT WALLET READS    *
099610*    USE THE RECORD AREAS, SO THE TARGET WALLET IS READ AGAIN   *
099611*    ON THE WAY OUT FOR THE APPLY.                              *
099612*****************************************************************
099613 3100-CHECK-CLOSURE-REQUEST.
099614     IF NOT WM-STATUS-ACTIVE
099615         SET WS-ACTION-INVALID TO TRUE
099616         MOVE 'WALLET IS NOT ACTIVE' TO WS-REASON-TEXT
099617         GO TO 3100-EXIT
099618     END-IF.
099619     IF WM-BALANCE < ZERO
099620         SET WS-ACTION-INVALID TO TRUE
099621         MOVE 'OVERDRAWN - SEE COLLECTIONS' TO WS-REASON-TEXT
099622         GO TO 3100-EXIT
099623     END-IF.
099624     IF NOT MT-PAYOUT-TO-BANK AND NOT MT-PAYOUT-TO-WALLET
099625         SET WS-ACTION-INVALID TO TRUE
099626         MOVE 'UNKNOWN PAYOUT METHOD' TO WS-REASON-TEXT
099627         GO TO 3100-EXIT
099628     END-IF.
099629     IF MT-PAYOUT-TO-WALLET
099630         AND (MT-PAYOUT-WALLET-ID = SPACES
099631             OR MT-PAYOUT-WALLET-ID = MT-WALLET-ID)
099632         SET WS-ACTION-INVALID TO TRUE
099633         MOVE 'INVALID PAYOUT WALLET' TO WS-REASON-TEXT
099634         GO TO 3100-EXIT
099635     END-IF.
099636     IF WM-CUSTOMER-ID NOT = SPACES
099637         MOVE WM-CUSTOMER-ID TO CU-CUSTOMER-ID
099638         READ CUSTOMER-FILE
099639             INVALID KEY
099640                 CONTINUE
099641             NOT INVALID KEY
099642                 IF CU-STATUS-BLOCKED
099643                     SET WS-ACTION-INVALID TO TRUE
099644                     MOVE 'CUSTOMER IS BLOCKED' TO WS-REASON-TEXT
099645                 END-IF
099646         END-READ
099647     END-IF.
099648     IF WS-ACTION-VALID AND MT-PAYOUT-TO-WALLET
099649         MOVE MT-PAYOUT-WALLET-ID TO WM-WALLET-ID
099650         READ WALLET-MASTER-FILE
099651             INVALID KEY
099652                 SET WS-ACTION-INVALID TO TRUE
099653                 MOVE 'PAYOUT WALLET NOT ON FILE' TO
099654                     WS-REASON-TEXT
099655             NOT INVALID KEY
099656                 IF NOT WM-STATUS-ACTIVE
099657                     SET WS-ACTION-INVALID TO TRUE
099658                     MOVE 'PAYOUT WALLET IS NOT ACTIVE' TO
099659                         WS-REASON-TEXT
099660                 END-IF
099661         END-READ
099662         PERFORM 2100-READ-TARGET-WALLET THRU 2100-EXIT
099663     END-IF.
099664 3100-EXIT.
099700     EXIT.
099800*
099900*****************************************************************
101300             MOVE MT-CURRENCY-CODE TO WM-CURRENCY-CODE
101400         END-IF
101500         MOVE MT-AMOUNT TO WM-BALANCE
101550         MOVE WS-CURRENT-DATE TO WM-LAST-ACTIVITY-DATE
101600         MOVE MT-AMOUNT TO MA-OPENING-BALANCE
101700     END-IF.
101800     IF MT-ACTION-CLOSE
102300     END-IF.
102400     IF MT-ACTION-UNFREEZE
102500         SET WM-STATUS-ACTIVE TO TRUE
102507     END-IF.
102514     IF MT-ACTION-DORMANT
102521         SET WM-STATUS-DORMANT TO TRUE
102528     END-IF.
102535*    THE OWNER ASKING FOR THE WALLET BACK IS ACTIVITY IN ITS    *
102542*    OWN RIGHT - WITHOUT IT THE NEXT DORMANCY RUN WOULD PUT     *
102549*    THE WALLET STRAIGHT BACK TO SLEEP.                         *
102556     IF MT-ACTION-REACTIVATE
102563         SET WM-STATUS-ACTIVE TO TRUE
102570         MOVE WS-CURRENT-DATE TO WM-LAST-ACTIVITY-DATE
102577     END-IF.
102584     IF MT-ACTION-CLOSE-REQUEST
102591         SET WM-STATUS-CLOSING TO TRUE
102600     END-IF.
102700     IF MT-ACTION-NEW-LIMIT
102800         MOVE MT-AMOUNT TO WM-CREDIT-LIMIT
105400         MOVE 'APPLIED' TO MA-REASON-TEXT
105500         PERFORM 5000-WRITE-MAINT-AUDIT THRU 5000-EXIT
105600         ADD 1 TO WS-APPLIED-COUNT
105620         IF MT-ACTION-CLOSE-REQUEST
105640             PERFORM 4100-RECORD-CLOSURE-REQUEST THRU 4100-EXIT
105660         END-IF
105700     ELSE
105800         DISPLAY 'ERROR WRITING WALLET RECORD. FILE STATUS: '
105900             WM-FILE-STATUS
106400         ADD 1 TO WS-REJECTED-COUNT
106500     END-IF.
106600 4000-EXIT.
106602     EXIT.
106604*
106606*****************************************************************
106608*    4100-RECORD-CLOSURE-REQUEST - OPEN THE WALLET'S ENTRY ON   *
106610*    THE CLOSURE MASTER, WHERE THE CLOSURE RUN PICKS IT UP.     *
106612*    AN EARLIER ENTRY FOR THE SAME WALLET IS REPLACED.          *
106614*****************************************************************
106616 4100-RECORD-CLOSURE-REQUEST.
106618     SET WS-CLOSURE-FOUND TO TRUE.
106620     MOVE MT-WALLET-ID TO WC-WALLET-ID.
106622     READ CLOSURE-FILE
106624         INVALID KEY
106626             SET WS-CLOSURE-NOT-FOUND TO TRUE
106628     END-READ.
106630     INITIALIZE WC-CLOSURE-RECORD.
106632     MOVE MT-WALLET-ID TO WC-WALLET-ID.
106634     MOVE WM-CUSTOMER-ID TO WC-CUSTOMER-ID.
106636     MOVE WM-CURRENCY-CODE TO WC-CURRENCY-CODE.
106638     MOVE WS-CURRENT-DATE TO WC-REQUEST-DATE.
106640     MOVE MT-OPERATOR-ID TO WC-OPERATOR-ID.
106642     MOVE MT-PAYOUT-METHOD TO WC-PAYOUT-METHOD.
106644     IF MT-PAYOUT-TO-WALLET
106646         MOVE MT-PAYOUT-WALLET-ID TO WC-PAYOUT-WALLET-ID
106648     END-IF.
106650     SET WC-STATUS-REQUESTED TO TRUE.
106652     MOVE WS-CURRENT-DATE TO WC-LAST-UPDT-DATE.
106654     IF WS-CLOSURE-FOUND
106656         REWRITE WC-CLOSURE-RECORD
106658     ELSE
106660         WRITE WC-CLOSURE-RECORD
106662     END-IF.
106664     IF NOT WC-STATUS-OK
106666         DISPLAY 'ERROR WRITING CLOSURE RECORD. FILE STATUS: '
106668             WC-FILE-STATUS ' WALLET ' MT-WALLET-ID
106670         MOVE 16 TO RETURN-CODE
106672     END-IF.
106674 4100-EXIT.
106700     EXIT.
106800*
106900*****************************************************************
109900         MOVE CU-CUSTOMER-STATUS TO MA-NEW-STATUS
110000         MOVE 'A' TO MA-RESULT-CODE
110100         MOVE 'APPLIED' TO MA-REASON-TEXT
110150         IF WS-BLOCK-FROM-CASE
110160             PERFORM 4600-MARK-CASE-BLOCKED THRU 4600-EXIT
110170         END-IF
110200         PERFORM 5000-WRITE-MAINT-AUDIT THRU 5000-EXIT
110300         ADD 1 TO WS-APPLIED-COUNT
110400     ELSE
111100         ADD 1 TO WS-REJECTED-COUNT
111200     END-IF.
111300 4500-EXIT.
111304     EXIT.
111308*
111312*****************************************************************
111316*    4600-MARK-CASE-BLOCKED - THE CUSTOMER IS NOW BLOCKED, SO   *
111320*    CLOSE THE CONFIRMED CASE BEHIND IT AS BLOCKED UNDER THE    *
111324*    SAME OPERATOR AND NAME THE CASE ON THE JOURNAL ENTRY.  A   *
111328*    FAILED CASE REWRITE LEAVES THE BLOCK IN PLACE - THE        *
111332*    CUSTOMER MUST NOT BE LEFT ACTIVE OVER A CASE-FILE ERROR.   *
111336*****************************************************************
111340 4600-MARK-CASE-BLOCKED.
111344     SET CS-STATUS-BLOCKED TO TRUE.
111348     MOVE WS-CURRENT-DATE TO CS-STATUS-DATE.
111352     MOVE MT-OPERATOR-ID TO CS-STATUS-OPERATOR.
111356     REWRITE CS-CASE-RECORD.
111360     IF NOT CS-STATUS-OK
111364         DISPLAY 'ERROR REWRITING CASE RECORD. FILE STATUS: '
111368             CS-FILE-STATUS
111372         MOVE 16 TO RETURN-CODE
111376         GO TO 4600-EXIT
111380     END-IF.
111384     MOVE SPACES TO MA-REASON-TEXT.
111388     STRING 'BLOCKED FROM CASE ' CS-ALERT-DATE
111392         DELIMITED BY SIZE INTO MA-REASON-TEXT.
111396 4600-EXIT.
111400     EXIT.
111500*
111600*****************************************************************
117200     CLOSE MAINT-TRANS-FILE.
117300     CLOSE MAINT-AUDIT-FILE.
117400     CLOSE PENDING-FILE.
117450     CLOSE CASE-FILE.
117470     CLOSE CLOSURE-FILE.
117500     DISPLAY 'WALLET MAINTENANCE RUN SUMMARY'.
117600     DISPLAY 'ACTIONS APPLIED......: ' WS-APPLIED-COUNT.
117700     DISPLAY 'ACTIONS REJECTED.....: ' WS-REJECTED-COUNT.
