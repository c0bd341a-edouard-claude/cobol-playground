000100*****************************************************************
000200*    COPYBOOK.....: WALDSACT.CPY                                *
000300*    DESCRIPTION...: DISPUTE-ACTION INPUT RECORD LAYOUT.  ONE   *
000400*                    OPERATOR-KEYED ACTION PER CASE, MATCHED ON *
000500*                    THE CASE KEY - THE BATCH ID AND SEQUENCE   *
000600*                    NUMBER OF THE DISPUTED TRANSFER.           *
000700*                    O OPENS A CASE.  DA-JOURNAL-DATE NAMES     *
000800*                      THE AUDIT JOURNAL THE TRANSFER POSTED    *
000900*                      ON, DA-DISPUTED-AMOUNT IS THE PART IN    *
001000*                      DISPUTE (ZERO FOR THE WHOLE TRANSFER)    *
001100*                      AND DA-PROVISIONAL-SW Y CREDITS THE      *
001200*                      CUSTOMER PROVISIONALLY WHILE THE CASE    *
001300*                      RUNS.                                    *
001400*                    R RECORDS THE COUNTERPARTY'S RESPONSE ON   *
001500*                      AN OPEN CASE.                            *
001600*                    W DECIDES AN OPEN OR RESPONDED CASE FOR    *
001700*                      THE CUSTOMER, L AGAINST.                 *
001800*                    ONLY THE KEY, THE ACTION AND THE OPERATOR  *
001900*                    ARE READ ON R, W AND L.                    *
002000*    MODIFICATION HISTORY                                      *
002100*    DATE       INIT  DESCRIPTION                               *
002200*    ---------- ----  -------------------------------------    *
002300*    2026-10-15 DLP   ORIGINAL COPYBOOK.                        *
002400*****************************************************************
002500 01  DA-DISPUTE-ACTION-RECORD.
002600     05  DA-DISPUTE-KEY.
002700         10  DA-BATCH-ID             PIC X(08).
002800         10  DA-SEQUENCE-NO          PIC 9(08).
002900     05  DA-ACTION               PIC X(01).
003000         88  DA-ACTION-OPEN          VALUE 'O'.
003100         88  DA-ACTION-RESPONDED     VALUE 'R'.
003200         88  DA-ACTION-WON           VALUE 'W'.
003300         88  DA-ACTION-LOST          VALUE 'L'.
003400     05  DA-JOURNAL-DATE         PIC 9(08).
003500     05  DA-DISPUTED-AMOUNT      PIC S9(9)V99 COMP-3.
003600     05  DA-PROVISIONAL-SW       PIC X(01).
003700         88  DA-PROVISIONAL-CREDIT   VALUE 'Y'.
003800     05  DA-REASON-CODE          PIC X(04).
003900     05  DA-OPERATOR-ID          PIC X(08).
004000     05  FILLER                  PIC X(10).
