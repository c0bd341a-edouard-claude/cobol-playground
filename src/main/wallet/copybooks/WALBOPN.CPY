000100*****************************************************************
000200*    COPYBOOK.....: WALBOPN.CPY                                 *
000300*    DESCRIPTION...: OUTBOUND PAYMENT SETTLEMENT REGISTER       *
000400*                    RECORD LAYOUT.  ONE ENTRY PER PAYMENT CUT  *
000500*                    TO THE BANK EXTRACT, KEYED BY THE SAME     *
000600*                    PAYMENT REFERENCE (ORIGINATING BATCH AND   *
000700*                    SEQUENCE).  AN ENTRY STAYS OPEN UNTIL THE  *
000800*                    BANK CONFIRMS OR RETURNS THE PAYMENT, AND  *
000900*                    IS KEPT AFTERWARDS WITH ITS OUTCOME SO THE *
001000*                    SETTLEMENT WALLET CAN BE PROVED FROM THE   *
001100*                    REGISTER ALONE.                            *
001200*    MODIFICATION HISTORY                                      *
001300*    DATE       INIT  DESCRIPTION                               *
001400*    ---------- ----  -------------------------------------    *
001500*    2026-10-15 DLP   ORIGINAL COPYBOOK.                        *
001600*****************************************************************
001700 01  BO-OPEN-PAYMENT-RECORD.
001800     05  BO-PAYMENT-REF.
001900         10  BO-ORIG-BATCH-ID        PIC X(08).
002000         10  BO-ORIG-SEQUENCE-NO     PIC 9(08).
002100     05  BO-PAYMENT-DATE         PIC 9(08).
002200     05  BO-CUSTOMER-WALLET      PIC X(10).
002300     05  BO-SETTLEMENT-WALLET    PIC X(10).
002400     05  BO-AMOUNT               PIC S9(9)V99 COMP-3.
002500     05  BO-CURRENCY-CODE        PIC X(03).
002600     05  BO-ITEM-STATUS          PIC X(01).
002700         88  BO-ITEM-OPEN            VALUE 'O'.
002800         88  BO-ITEM-CONFIRMED       VALUE 'C'.
002900         88  BO-ITEM-MISMATCHED      VALUE 'M'.
003000         88  BO-ITEM-RETURNED        VALUE 'R'.
003100     05  BO-SETTLED-DATE         PIC 9(08).
003200     05  BO-SETTLED-AMOUNT       PIC S9(9)V99 COMP-3.
003300     05  BO-RETURNED-DATE        PIC 9(08).
003400     05  FILLER                  PIC X(10).
