000100*****************************************************************
000200*    COPYBOOK.....: WALDPRM.CPY                                 *
000300*    DESCRIPTION...: DORMANCY PARAMETER RECORD LAYOUT.  ONE     *
000400*                    RECORD, MAINTAINED BY OPERATIONS: HOW LONG *
000500*                    A CUSTOMER WALLET MAY GO WITHOUT ITS OWNER *
000600*                    MOVING MONEY BEFORE IT IS MADE DORMANT,    *
000700*                    HOW LONG BEFORE WHAT IS LEFT IN IT IS      *
000800*                    SWEPT AS UNCLAIMED PROPERTY, AND THE HOUSE *
000900*                    UNCLAIMED-FUNDS WALLET FOR EACH CURRENCY.  *
001000*                    BOTH PERIODS ARE CALENDAR DAYS SINCE THE   *
001100*                    WALLET'S LAST-ACTIVITY DATE.  ZERO IN A    *
001200*                    PERIOD SWITCHES THAT STEP OFF, THE SAME    *
001300*                    CONVENTION AS THE COLLECTIONS AGES.        *
001400*                    DORMANT - THE WALLET IS MADE DORMANT       *
001500*                      THROUGH WALLET MAINTENANCE ONCE IT HAS   *
001600*                      BEEN IDLE DP-DORMANT-DAYS.               *
001700*                    ESCHEAT - THE STATUTORY PERIOD.  A DORMANT *
001800*                      WALLET IDLE DP-ESCHEAT-DAYS HAS ITS      *
001900*                      AVAILABLE BALANCE SWEPT TO THE           *
002000*                      UNCLAIMED-FUNDS WALLET FOR ITS CURRENCY, *
002100*                      WHICH THE GL MAP CARRIES TO THE          *
002200*                      UNCLAIMED-PROPERTY LIABILITY ACCOUNT.    *
002300*    MODIFICATION HISTORY                                      *
002400*    DATE       INIT  DESCRIPTION                               *
002500*    ---------- ----  -------------------------------------    *
002600*    2026-10-15 DLP   ORIGINAL COPYBOOK.                        *
002700*****************************************************************
002800 01  DP-DORMANCY-PARM-RECORD.
002900     05  DP-EFFECTIVE-DATE       PIC 9(08).
003000     05  DP-DORMANT-DAYS         PIC 9(04).
003100     05  DP-ESCHEAT-DAYS         PIC 9(04).
003200     05  DP-UNCLAIMED-ENTRY OCCURS 5 TIMES.
003300         10  DP-UNCLAIMED-CURRENCY   PIC X(03).
003400         10  DP-UNCLAIMED-WALLET-ID  PIC X(10).
003500     05  FILLER                  PIC X(10).
