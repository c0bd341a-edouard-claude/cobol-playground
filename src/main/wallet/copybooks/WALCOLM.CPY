000100*****************************************************************
000200*    COPYBOOK.....: WALCOLM.CPY                                 *
000300*    DESCRIPTION...: COLLECTIONS MASTER RECORD LAYOUT.  ONE     *
000400*                    ENTRY PER CUSTOMER WALLET THAT HAS EVER    *
000500*                    GONE OVERDRAWN, KEYED BY WALLET.  THE      *
000600*                    CURRENT EPISODE CARRIES ITS FIRST          *
000700*                    NEGATIVE DATE AND WORST BALANCE; THE       *
000800*                    CHARGED-OFF AND RECOVERED AMOUNTS RUN      *
000900*                    ACROSS EVERY EPISODE, SO THEIR DIFFERENCE  *
001000*                    IS WHAT IS STILL OWED TO THE LOSS WALLET.  *
001100*                    STAGE O IS OVERDRAWN AND AGEING, F         *
001200*                    OVERDRAWN WITH THE FREEZE REQUESTED, W     *
001300*                    CHARGED OFF WITH A BALANCE STILL TO        *
001400*                    RECOVER, C CURED BEFORE CHARGE-OFF AND R   *
001500*                    CHARGE-OFF FULLY RECOVERED.  A CHARGE-OFF  *
001600*                    OR RECOVERY STAGED FOR POSTING STAYS       *
001700*                    PENDING, BY BATCH AND SEQUENCE, UNTIL THE  *
001800*                    AUDIT JOURNAL SHOWS HOW IT ENDED.          *
001900*                    ENTRIES ARE NEVER DELETED.                 *
002000*    MODIFICATION HISTORY                                      *
002100*    DATE       INIT  DESCRIPTION                               *
002200*    ---------- ----  -------------------------------------    *
002300*    2026-10-15 DLP   ORIGINAL COPYBOOK.                        *
002400*****************************************************************
002500 01  CL-COLLECT-RECORD.
002600     05  CL-WALLET-ID            PIC X(10).
002700     05  CL-CUSTOMER-ID          PIC X(10).
002800     05  CL-CURRENCY-CODE        PIC X(03).
002900     05  CL-STAGE                PIC X(01).
003000         88  CL-STAGE-OVERDRAWN      VALUE 'O'.
003100         88  CL-STAGE-FREEZE-ASKED   VALUE 'F'.
003200         88  CL-STAGE-CHARGED-OFF    VALUE 'W'.
003300         88  CL-STAGE-CURED          VALUE 'C'.
003400         88  CL-STAGE-RECOVERED      VALUE 'R'.
003500     05  CL-FIRST-NEGATIVE-DATE  PIC 9(08).
003600     05  CL-WORST-BALANCE        PIC S9(9)V99 COMP-3.
003700     05  CL-CURRENT-BALANCE      PIC S9(9)V99 COMP-3.
003800     05  CL-FREEZE-DATE          PIC 9(08).
003900     05  CL-CHARGE-OFF-DATE      PIC 9(08).
004000     05  CL-CHARGED-OFF-AMOUNT   PIC S9(9)V99 COMP-3.
004100     05  CL-RECOVERED-AMOUNT     PIC S9(9)V99 COMP-3.
004200     05  CL-PENDING-TYPE         PIC X(01).
004300         88  CL-NOTHING-PENDING      VALUE SPACE.
004400         88  CL-CHARGE-OFF-PENDING   VALUE 'W'.
004500         88  CL-RECOVERY-PENDING     VALUE 'R'.
004600     05  CL-PENDING-DATE         PIC 9(08).
004700     05  CL-PENDING-BATCH-ID     PIC X(08).
004800     05  CL-PENDING-SEQUENCE-NO  PIC 9(08).
004900     05  CL-PENDING-AMOUNT       PIC S9(9)V99 COMP-3.
005000     05  CL-LAST-UPDT-DATE       PIC 9(08).
005100     05  FILLER                  PIC X(10).
