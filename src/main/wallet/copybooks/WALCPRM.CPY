000100*****************************************************************
000200*    COPYBOOK.....: WALCPRM.CPY                                 *
000300*    DESCRIPTION...: COLLECTIONS PARAMETER RECORD LAYOUT.  ONE  *
000400*                    RECORD, MAINTAINED BY COLLECTIONS: THE     *
000500*                    AGES AT WHICH AN OVERDRAWN WALLET IS       *
000600*                    ESCALATED AND THE HOUSE LOSS WALLET EACH   *
000700*                    CURRENCY IS WRITTEN OFF TO.  AGES ARE IN   *
000800*                    CALENDAR DAYS OVERDRAWN, THE FIRST         *
000900*                    NEGATIVE DAY COUNTING AS DAY 1.  ZERO IN   *
001000*                    AN AGE SWITCHES THAT ESCALATION OFF, THE   *
001100*                    SAME CONVENTION AS THE MONITORING RULES.   *
001200*                    FREEZE - THE WALLET IS FROZEN THROUGH      *
001300*                      WALLET MAINTENANCE ONCE IT HAS BEEN      *
001400*                      OVERDRAWN CP-FREEZE-DAYS.                *
001500*                    CHARGE-OFF - THE NEGATIVE BALANCE IS       *
001600*                      WRITTEN OFF FROM THE LOSS WALLET FOR     *
001700*                      THE WALLET'S CURRENCY ONCE IT HAS BEEN   *
001800*                      OVERDRAWN CP-CHARGE-OFF-DAYS.  EACH      *
001900*                      LOSS WALLET IS MAPPED TO THE BAD-DEBT    *
002000*                      ACCOUNT ON THE GL MAP, AND ITS CREDIT    *
002100*                      LIMIT IS THE CEILING ON WHAT MAY BE      *
002200*                      WRITTEN OFF TO IT.                       *
002300*    MODIFICATION HISTORY                                      *
002400*    DATE       INIT  DESCRIPTION                               *
002500*    ---------- ----  -------------------------------------    *
002600*    2026-10-15 DLP   ORIGINAL COPYBOOK.                        *
002700*****************************************************************
002800 01  CP-COLLECT-PARM-RECORD.
002900     05  CP-EFFECTIVE-DATE       PIC 9(08).
003000     05  CP-FREEZE-DAYS          PIC 9(03).
003100     05  CP-CHARGE-OFF-DAYS      PIC 9(03).
003200     05  CP-LOSS-WALLET-ENTRY OCCURS 5 TIMES.
003300         10  CP-LOSS-CURRENCY        PIC X(03).
003400         10  CP-LOSS-WALLET-ID       PIC X(10).
003500     05  FILLER                  PIC X(10).
