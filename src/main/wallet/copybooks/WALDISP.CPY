000100*****************************************************************
000200*    COPYBOOK.....: WALDISP.CPY                                 *
000300*    DESCRIPTION...: DISPUTE MASTER RECORD LAYOUT.  ONE CASE    *
000400*                    PER DISPUTED TRANSFER, KEYED BY THE BATCH  *
000500*                    ID AND SEQUENCE NUMBER THE TRANSFER        *
000600*                    POSTED UNDER ON THE AUDIT JOURNAL.  THE    *
000700*                    CUSTOMER IS THE WALLET THE TRANSFER WAS    *
000800*                    PAID FROM, THE COUNTERPARTY THE WALLET IT  *
000900*                    WAS PAID TO.  THE DISPUTED AMOUNT IS IN    *
001000*                    THE CUSTOMER'S CURRENCY AND THE RECOVERY   *
001100*                    AMOUNT THE SAME MONEY IN THE               *
001200*                    COUNTERPARTY'S, AT THE RATE THE TRANSFER   *
001300*                    POSTED AT.                                 *
001400*                    STATUS O IS OPEN, R OPEN WITH THE          *
001500*                    COUNTERPARTY'S RESPONSE IN, W DECIDED FOR  *
001600*                    THE CUSTOMER AND L DECIDED AGAINST, BOTH   *
001700*                    STILL SETTLING, C CLOSED WON AND D CLOSED  *
001800*                    LOST.                                      *
001900*                    THE CASE MOVES MONEY IN UP TO THREE LEGS,  *
002000*                    EACH A TYPE-W HOUSE ADJUSTMENT THROUGH THE *
002100*                    POSTING RUN:                               *
002200*                      1 CREDIT   - DISPUTES WALLET TO CUSTOMER *
002300*                      2 RECOVERY - COUNTERPARTY TO DISPUTES    *
002400*                                   WALLET                      *
002500*                      3 REVERSAL - CUSTOMER TO DISPUTES WALLET *
002600*                    A LEG STAGED FOR POSTING STAYS S, BY BATCH *
002700*                    AND SEQUENCE, UNTIL THE AUDIT JOURNAL      *
002800*                    SHOWS IT POSTED (P) OR REJECTED (BACK TO   *
002900*                    SPACE, TO BE STAGED AGAIN).  ENTRIES ARE   *
003000*                    NEVER DELETED.                             *
003100*    MODIFICATION HISTORY                                      *
003200*    DATE       INIT  DESCRIPTION                               *
003300*    ---------- ----  -------------------------------------    *
003400*    2026-10-15 DLP   ORIGINAL COPYBOOK.                        *
003500*****************************************************************
003600 01  DS-DISPUTE-RECORD.
003700     05  DS-DISPUTE-KEY.
003800         10  DS-BATCH-ID             PIC X(08).
003900         10  DS-SEQUENCE-NO          PIC 9(08).
004000     05  DS-JOURNAL-DATE         PIC 9(08).
004100     05  DS-CUSTOMER-WALLET      PIC X(10).
004200     05  DS-COUNTERPARTY-WALLET  PIC X(10).
004300     05  DS-CUSTOMER-CURRENCY    PIC X(03).
004400     05  DS-COUNTERPARTY-CURRENCY
004500                                 PIC X(03).
004600     05  DS-ORIGINAL-AMOUNT      PIC S9(9)V99 COMP-3.
004700     05  DS-DISPUTED-AMOUNT      PIC S9(9)V99 COMP-3.
004800     05  DS-RECOVERY-AMOUNT      PIC S9(9)V99 COMP-3.
004900     05  DS-REASON-CODE          PIC X(04).
005000     05  DS-CASE-STATUS          PIC X(01).
005100         88  DS-STATUS-OPEN          VALUE 'O'.
005200         88  DS-STATUS-RESPONDED     VALUE 'R'.
005300         88  DS-STATUS-WON           VALUE 'W'.
005400         88  DS-STATUS-LOST          VALUE 'L'.
005500         88  DS-STATUS-CLOSED-WON    VALUE 'C'.
005600         88  DS-STATUS-CLOSED-LOST   VALUE 'D'.
005700         88  DS-STATUS-UNDECIDED     VALUE 'O' 'R'.
005800         88  DS-STATUS-CLOSED        VALUE 'C' 'D'.
005900     05  DS-PROVISIONAL-SW       PIC X(01).
006000         88  DS-PROVISIONAL-CREDIT   VALUE 'Y'.
006100     05  DS-OPEN-DATE            PIC 9(08).
006200     05  DS-RESPONSE-DUE-DATE    PIC 9(08).
006300     05  DS-RESOLVE-DUE-DATE     PIC 9(08).
006400     05  DS-RESPONSE-DATE        PIC 9(08).
006500     05  DS-DECISION-DATE        PIC 9(08).
006600     05  DS-CLOSED-DATE          PIC 9(08).
006700     05  DS-OPERATOR-ID          PIC X(08).
006800     05  DS-LEG OCCURS 3 TIMES.
006900         10  DS-LEG-STATE            PIC X(01).
007000             88  DS-LEG-NOT-STAGED       VALUE SPACE.
007100             88  DS-LEG-STAGED           VALUE 'S'.
007200             88  DS-LEG-POSTED           VALUE 'P'.
007300         10  DS-LEG-DATE             PIC 9(08).
007400         10  DS-LEG-BATCH-ID         PIC X(08).
007500         10  DS-LEG-SEQUENCE-NO      PIC 9(08).
007600     05  DS-LAST-UPDT-DATE       PIC 9(08).
007700     05  FILLER                  PIC X(10).
