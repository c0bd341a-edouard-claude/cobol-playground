000100*****************************************************************
000200*    COPYBOOK.....: WALCSACT.CPY                                *
000300*    DESCRIPTION...: CASE-ACTION INPUT RECORD LAYOUT.  ONE      *
000400*                    COMPLIANCE-KEYED STATUS CHANGE PER CASE,   *
000500*                    MATCHED ON THE CASE KEY (CUSTOMER PLUS     *
000600*                    ALERT DATE).  AN OPEN CASE MAY GO          *
000700*                    UNDER INVESTIGATION; AN OPEN OR            *
000800*                    INVESTIGATING CASE MAY BE CONFIRMED OR     *
000900*                    DISMISSED.  BLOCKING THE CUSTOMER FROM A   *
001000*                    CONFIRMED CASE IS A WALLET MAINTENANCE     *
001100*                    ACTION, NOT A CASE ACTION.                 *
001200*    MODIFICATION HISTORY                                      *
001300*    DATE       INIT  DESCRIPTION                               *
001400*    ---------- ----  -------------------------------------    *
001500*    2026-10-15 DLP   ORIGINAL COPYBOOK.                        *
001600*****************************************************************
001700 01  CA-CASE-ACTION-RECORD.
001800     05  CA-CUSTOMER-ID          PIC X(10).
001900     05  CA-ALERT-DATE           PIC 9(08).
002000     05  CA-NEW-STATUS           PIC X(01).
002100         88  CA-TO-INVESTIGATING     VALUE 'I'.
002200         88  CA-TO-CONFIRMED         VALUE 'C'.
002300         88  CA-TO-DISMISSED         VALUE 'D'.
002400     05  CA-OPERATOR-ID          PIC X(08).
002500     05  FILLER                  PIC X(13).
