000100*****************************************************************
000200*    COPYBOOK.....: WALDSPM.CPY                                 *
000300*    DESCRIPTION...: DISPUTE PARAMETER RECORD LAYOUT.  ONE      *
000400*                    RECORD, MAINTAINED BY DISPUTE OPERATIONS:  *
000500*                    THE CASE DEADLINES AND THE HOUSE DISPUTES  *
000600*                    WALLET FOR EACH CURRENCY.  DAYS ARE        *
000700*                    CALENDAR DAYS, AND ZERO SWITCHES A LIMIT   *
000800*                    OFF, THE SAME CONVENTION AS THE            *
000900*                    COLLECTIONS AND MONITORING PARAMETERS.     *
001000*                    FILING - A TRANSFER MAY BE DISPUTED ONLY   *
001100*                      WITHIN DM-FILING-DAYS OF THE JOURNAL     *
001200*                      DATE IT POSTED ON.                       *
001300*                    RESPONSE - THE COUNTERPARTY'S RESPONSE IS  *
001400*                      DUE DM-RESPONSE-DAYS AFTER THE CASE IS   *
001500*                      OPENED.                                  *
001600*                    RESOLUTION - THE CASE IS DUE TO BE         *
001700*                      DECIDED DM-RESOLVE-DAYS AFTER IT IS      *
001800*                      OPENED.                                  *
001900*                    EACH DISPUTES WALLET FUNDS PROVISIONAL     *
002000*                    CREDITS AND RECEIVES RECOVERIES AND        *
002100*                    REVERSALS IN ITS OWN CURRENCY, AND IS      *
002200*                    MAPPED TO THE DISPUTES CLEARING ACCOUNT ON *
002300*                    THE GL MAP.                                *
002400*    MODIFICATION HISTORY                                      *
002500*    DATE       INIT  DESCRIPTION                               *
002600*    ---------- ----  -------------------------------------    *
002700*    2026-10-15 DLP   ORIGINAL COPYBOOK.                        *
002800*****************************************************************
002900 01  DM-DISPUTE-PARM-RECORD.
003000     05  DM-EFFECTIVE-DATE       PIC 9(08).
003100     05  DM-FILING-DAYS          PIC 9(03).
003200     05  DM-RESPONSE-DAYS        PIC 9(03).
003300     05  DM-RESOLVE-DAYS         PIC 9(03).
003400     05  DM-DISPUTE-WALLET-ENTRY OCCURS 5 TIMES.
003500         10  DM-DISPUTE-CURRENCY     PIC X(03).
003600         10  DM-DISPUTE-WALLET-ID    PIC X(10).
003700     05  FILLER                  PIC X(10).
