000100*****************************************************************
000200*    COPYBOOK.....: WALBSET.CPY                                 *
000300*    DESCRIPTION...: BANK DAILY SETTLEMENT CONFIRMATION RECORD  *
000400*                    LAYOUT.  ONE ENTRY PER EXTERNAL PAYMENT    *
000500*                    THE BANK SETTLED, CARRYING THE PAYMENT     *
000600*                    REFERENCE (ORIGINATING BATCH AND SEQUENCE) *
000700*                    THE OUTBOUND EXTRACT ISSUED, THE DATE AND  *
000800*                    AMOUNT THE BANK ACTUALLY SETTLED, AND THE  *
000900*                    BANK'S OWN REFERENCE FOR THE SETTLEMENT.   *
001000*    MODIFICATION HISTORY                                      *
001100*    DATE       INIT  DESCRIPTION                               *
001200*    ---------- ----  -------------------------------------    *
001300*    2026-10-15 DLP   ORIGINAL COPYBOOK.                        *
001400*****************************************************************
001500 01  BS-SETTLEMENT-RECORD.
001600     05  BS-PAYMENT-REF.
001700         10  BS-ORIG-BATCH-ID        PIC X(08).
001800         10  BS-ORIG-SEQUENCE-NO     PIC 9(08).
001900     05  BS-SETTLED-DATE         PIC 9(08).
002000     05  BS-SETTLED-AMOUNT       PIC S9(9)V99 COMP-3.
002100     05  BS-CURRENCY-CODE        PIC X(03).
002200     05  BS-BANK-REFERENCE       PIC X(16).
002300     05  FILLER                  PIC X(10).
