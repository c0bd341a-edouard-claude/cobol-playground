000100*****************************************************************
000200*    COPYBOOK.....: WALFXPM.CPY                                 *
000300*    DESCRIPTION...: FX REVALUATION PARAMETER RECORD LAYOUT.    *
000400*                    ONE RECORD, MAINTAINED BY FINANCE: THE     *
000500*                    HOUSE BASE CURRENCY EVERY OTHER WALLET     *
000600*                    CURRENCY IS RESTATED INTO AT MONTH END,    *
000700*                    AND THE LEDGER ACCOUNTS THE UNREALIZED     *
000800*                    GAIN AND THE UNREALIZED LOSS ARE BOOKED    *
000900*                    TO.  THE TWO MAY BE THE SAME ACCOUNT.      *
001000*    MODIFICATION HISTORY                                      *
001100*    DATE       INIT  DESCRIPTION                               *
001200*    ---------- ----  -------------------------------------    *
001300*    2026-10-15 DLP   ORIGINAL COPYBOOK.                        *
001400*****************************************************************
001500 01  FP-FX-REVAL-PARM-RECORD.
001600     05  FP-EFFECTIVE-DATE       PIC 9(08).
001700     05  FP-BASE-CURRENCY        PIC X(03).
001800     05  FP-GAIN-ACCOUNT         PIC X(12).
001900     05  FP-LOSS-ACCOUNT         PIC X(12).
002000     05  FILLER                  PIC X(10).
