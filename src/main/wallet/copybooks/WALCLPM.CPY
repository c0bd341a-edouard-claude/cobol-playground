000100*****************************************************************
000200*    COPYBOOK.....: WALCLPM.CPY                                 *
000300*    DESCRIPTION...: CLOSURE SETTLEMENT PARAMETER RECORD        *
000400*                    LAYOUT.  ONE RECORD, MAINTAINED BY         *
000500*                    OPERATIONS: THE HOUSE SETTLEMENT WALLET    *
000600*                    FOR EACH CURRENCY THROUGH WHICH A CLOSING  *
000700*                    WALLET'S BALANCE IS PAID OUT TO THE        *
000800*                    CUSTOMER'S BANK.  THE PAYOUT IS AN         *
000900*                    EXTERNAL (TYPE X) TRANSFER INTO THAT       *
001000*                    WALLET, SO IT REACHES THE BANK EXTRACT     *
001100*                    AND THE SETTLEMENT RECONCILIATION LIKE     *
001200*                    ANY OTHER OUTBOUND PAYMENT.                *
001300*    MODIFICATION HISTORY                                      *
001400*    DATE       INIT  DESCRIPTION                               *
001500*    ---------- ----  -------------------------------------    *
001600*    2026-10-15 DLP   ORIGINAL COPYBOOK.                        *
001700*****************************************************************
001800 01  SP-CLOSURE-PARM-RECORD.
001900     05  SP-EFFECTIVE-DATE       PIC 9(08).
002000     05  SP-SETTLEMENT-ENTRY OCCURS 5 TIMES.
002100         10  SP-SETTLEMENT-CURRENCY  PIC X(03).
002200         10  SP-SETTLEMENT-WALLET-ID PIC X(10).
002300     05  FILLER                  PIC X(10).
