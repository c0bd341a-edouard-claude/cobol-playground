000100*****************************************************************
000200*    COPYBOOK.....: WALCASE.CPY                                 *
000300*    DESCRIPTION...: SUSPICIOUS-ACTIVITY CASE RECORD LAYOUT.    *
000400*                    ONE ENTRY PER CUSTOMER PER DAY THE         *
000500*                    MONITORING RUN RAISED AN ALERT, KEYED BY   *
000600*                    CUSTOMER AND ALERT DATE, CARRYING WHICH    *
000700*                    RULES FIRED AND THE FIGURE EACH ONE SAW.   *
000800*                    A CASE OPENS AS O AND IS WORKED BY         *
000900*                    COMPLIANCE THROUGH THE CASE-ACTION FILE -  *
001000*                    UNDER INVESTIGATION, CONFIRMED OR          *
001100*                    DISMISSED.  A CONFIRMED CASE BECOMES B     *
001200*                    WHEN WALLET MAINTENANCE BLOCKS THE         *
001300*                    CUSTOMER FROM IT.  CASES ARE NEVER         *
001400*                    DELETED, SO THE FILE IS THE STANDING       *
001500*                    RECORD OF WHAT WAS RAISED AND WHAT WAS     *
001600*                    DONE ABOUT IT.                             *
001700*    MODIFICATION HISTORY                                      *
001800*    DATE       INIT  DESCRIPTION                               *
001900*    ---------- ----  -------------------------------------    *
002000*    2026-10-15 DLP   ORIGINAL COPYBOOK.                        *
002100*****************************************************************
002200 01  CS-CASE-RECORD.
002300     05  CS-CASE-KEY.
002400         10  CS-CUSTOMER-ID          PIC X(10).
002500         10  CS-ALERT-DATE           PIC 9(08).
002600     05  CS-CASE-STATUS          PIC X(01).
002700         88  CS-STATUS-OPEN          VALUE 'O'.
002800         88  CS-STATUS-INVESTIGATING VALUE 'I'.
002900         88  CS-STATUS-CONFIRMED     VALUE 'C'.
003000         88  CS-STATUS-DISMISSED     VALUE 'D'.
003100         88  CS-STATUS-BLOCKED       VALUE 'B'.
003200     05  CS-WINDOW-START         PIC 9(08).
003300     05  CS-STRUCTURING-SW       PIC X(01).
003400         88  CS-ALERT-STRUCTURING    VALUE 'Y'.
003500     05  CS-STRUCT-COUNT         PIC 9(04).
003600     05  CS-PASSTHRU-SW          PIC X(01).
003700         88  CS-ALERT-PASSTHRU       VALUE 'Y'.
003800     05  CS-PASSTHRU-COUNT       PIC 9(04).
003900     05  CS-CIRCULAR-SW          PIC X(01).
004000         88  CS-ALERT-CIRCULAR       VALUE 'Y'.
004100     05  CS-CIRCULAR-COUNT       PIC 9(04).
004200     05  CS-OUTFLOW-SW           PIC X(01).
004300         88  CS-ALERT-OUTFLOW        VALUE 'Y'.
004400     05  CS-OUTFLOW-TOTAL        PIC S9(11)V99 COMP-3.
004500     05  CS-STATUS-DATE          PIC 9(08).
004600     05  CS-STATUS-OPERATOR      PIC X(08).
004700     05  FILLER                  PIC X(12).
