000100*****************************************************************
000200*    COPYBOOK.....: WALCLSR.CPY                                 *
000300*    DESCRIPTION...: CLOSURE MASTER RECORD LAYOUT.  ONE ENTRY   *
000400*                    PER WALLET CLOSURE REQUEST, KEYED BY       *
000500*                    WALLET ID.  WALLET MAINTENANCE WRITES IT   *
000600*                    WHEN IT ACCEPTS THE REQUEST; THE CLOSURE   *
000700*                    RUN THEN CARRIES IT THROUGH THE FLOW AND   *
000800*                    KEEPS WHAT THE CONFIRMATION REPORT NEEDS.  *
000900*                    STATUS R - REQUESTED, NOTHING STAGED YET   *
001000*                      (OR RESTAGING AFTER A FAILED PAYOUT).    *
001100*                    STATUS S - SCHEDULE CANCELS, HOLD RELEASES *
001200*                      AND THE PAYOUT STAGED FOR POSTING.       *
001300*                    STATUS Q - PAYOUT POSTED, THE CLOSE ITSELF *
001400*                      QUEUED TO WALLET MAINTENANCE.            *
001500*                    STATUS C - WALLET CLOSED AND CONFIRMED.    *
001600*                    FOR A BANK PAYOUT WC-PAYOUT-WALLET-ID IS   *
001700*                    THE SETTLEMENT WALLET IT WAS PAID THROUGH. *
001800*                    ENTRIES ARE NEVER DELETED ONCE CLOSED.     *
001900*    MODIFICATION HISTORY                                      *
002000*    DATE       INIT  DESCRIPTION                               *
002100*    ---------- ----  -------------------------------------    *
002200*    2026-10-15 DLP   ORIGINAL COPYBOOK.                        *
002300*****************************************************************
002400 01  WC-CLOSURE-RECORD.
002500     05  WC-WALLET-ID            PIC X(10).
002600     05  WC-CUSTOMER-ID          PIC X(10).
002700     05  WC-CURRENCY-CODE        PIC X(03).
002800     05  WC-REQUEST-DATE         PIC 9(08).
002900     05  WC-OPERATOR-ID          PIC X(08).
003000     05  WC-PAYOUT-METHOD        PIC X(01).
003100         88  WC-PAYOUT-TO-BANK       VALUE 'B'.
003200         88  WC-PAYOUT-TO-WALLET     VALUE 'W'.
003300     05  WC-PAYOUT-WALLET-ID     PIC X(10).
003400     05  WC-CLOSURE-STATUS       PIC X(01).
003500         88  WC-STATUS-REQUESTED     VALUE 'R'.
003600         88  WC-STATUS-STAGED        VALUE 'S'.
003700         88  WC-STATUS-CLOSE-QUEUED  VALUE 'Q'.
003800         88  WC-STATUS-CLOSED        VALUE 'C'.
003900     05  WC-SCHEDULES-CANCELLED  PIC 9(04).
004000     05  WC-HOLDS-RELEASED       PIC 9(04).
004100     05  WC-HOLDS-AMOUNT         PIC S9(9)V99 COMP-3.
004200     05  WC-STAGED-DATE          PIC 9(08).
004300     05  WC-PAYOUT-BATCH-ID      PIC X(08).
004400     05  WC-PAYOUT-SEQUENCE-NO   PIC 9(08).
004500     05  WC-PAYOUT-AMOUNT        PIC S9(9)V99 COMP-3.
004600     05  WC-PAYOUT-DATE          PIC 9(08).
004700     05  WC-CLOSE-QUEUED-DATE    PIC 9(08).
004800     05  WC-CLOSED-DATE          PIC 9(08).
004900     05  WC-REASON-TEXT          PIC X(30).
005000     05  WC-LAST-UPDT-DATE       PIC 9(08).
005100     05  FILLER                  PIC X(02).
