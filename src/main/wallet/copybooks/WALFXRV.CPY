000100*****************************************************************
000200*    COPYBOOK.....: WALFXRV.CPY                                 *
000300*    DESCRIPTION...: FX REVALUATION POSITION RECORD LAYOUT.     *
000400*                    ONE ENTRY PER FOREIGN CURRENCY AND LEDGER  *
000500*                    ACCOUNT THE WALLETS IN THAT CURRENCY ROLL  *
000600*                    UP TO, KEYED BY CURRENCY AND ACCOUNT.      *
000700*                    THE CARRYING FIGURES ARE THE POSITION THE  *
000800*                    REVALUATION MEASURES AGAINST: THE FOREIGN  *
000900*                    BALANCE AT THE LAST REVALUATION AND ITS    *
001000*                    BASE-CURRENCY VALUE - TAKEN ON AT THE      *
001100*                    CLOSING RATE THE MONTH THE POSITION FIRST  *
001200*                    APPEARED, WITH EACH LATER MONTH'S NET      *
001300*                    MOVEMENT ADDED AT THAT MONTH'S CLOSING     *
001400*                    RATE.  THE LAST-REVALUATION FIELDS HOLD    *
001500*                    WHAT THE MONTH-END RUN RESTATED AND BOOKED.*
001600*                    REVERSAL STATUS -                          *
001700*                      B - UNREALIZED AMOUNT BOOKED, AWAITING   *
001800*                          ITS REVERSAL ON THE FIRST BUSINESS   *
001900*                          DAY OF THE NEXT MONTH.               *
002000*                      R - REVERSED ON RV-REVERSAL-DATE.        *
002100*                      N - NOTHING BOOKED (NO DIFFERENCE, OR    *
002200*                          THE POSITION'S FIRST REVALUATION).   *
002300*                    ENTRIES ARE NEVER DELETED.                 *
002400*    MODIFICATION HISTORY                                      *
002500*    DATE       INIT  DESCRIPTION                               *
002600*    ---------- ----  -------------------------------------    *
002700*    2026-10-15 DLP   ORIGINAL COPYBOOK.                        *
002800*****************************************************************
002900 01  RV-REVAL-RECORD.
003000     05  RV-POSITION-KEY.
003100         10  RV-CURRENCY-CODE        PIC X(03).
003200         10  RV-GL-ACCOUNT           PIC X(12).
003300     05  RV-CARRYING-BALANCE     PIC S9(13)V99 COMP-3.
003400     05  RV-CARRYING-BASE        PIC S9(13)V99 COMP-3.
003500     05  RV-LAST-REVAL-MONTH     PIC 9(06).
003600     05  RV-LAST-REVAL-DATE      PIC 9(08).
003700     05  RV-LAST-RATE            PIC 9(03)V9(06).
003800     05  RV-REVALUED-BASE        PIC S9(13)V99 COMP-3.
003900     05  RV-UNREALIZED-AMOUNT    PIC S9(13)V99 COMP-3.
004000     05  RV-REVERSAL-STATUS      PIC X(01).
004100         88  RV-AWAITING-REVERSAL    VALUE 'B'.
004200         88  RV-REVERSED             VALUE 'R'.
004300         88  RV-NOTHING-BOOKED       VALUE 'N'.
004400     05  RV-REVERSAL-DATE        PIC 9(08).
004500     05  FILLER                  PIC X(11).
