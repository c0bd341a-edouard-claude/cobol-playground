000100*****************************************************************
000200*    COPYBOOK.....: WALMPRM.CPY                                 *
000300*    DESCRIPTION...: TRANSACTION-MONITORING PARAMETER RECORD    *
000400*                    LAYOUT.  ONE RECORD, MAINTAINED BY         *
000500*                    COMPLIANCE: THE ROLLING WINDOW IN DAYS     *
000600*                    AND THE THRESHOLD FOR EACH ALERT RULE.     *
000700*                    ZERO IN A RULE'S THRESHOLD SWITCHES THAT   *
000800*                    RULE OFF, THE SAME CONVENTION AS THE       *
000900*                    VELOCITY LIMITS ON THE WALLET MASTER.      *
001000*                    STRUCTURING - AT LEAST MP-STRUCT-MIN-COUNT *
001100*                      DEBITS WITHIN MP-STRUCT-BAND-PCT PERCENT *
001200*                      BELOW THE WALLET'S SINGLE-TRANSACTION    *
001300*                      LIMIT.                                   *
001400*                    PASS-THROUGH - A CREDIT FROM ANOTHER PARTY *
001500*                      FOLLOWED WITHIN MP-PASSTHRU-DAYS BY AN   *
001600*                      EXTERNAL PAYMENT OF AT LEAST             *
001700*                      MP-PASSTHRU-PCT PERCENT OF IT.  ZERO     *
001800*                      DAYS MEANS SAME DAY ONLY; THE RULE IS    *
001900*                      OFF WHEN THE PERCENTAGE IS ZERO.         *
002000*                    CIRCULAR - AT LEAST MP-CIRCULAR-MIN-LEGS   *
002100*                      TRANSFERS AMONG THE CUSTOMER'S OWN       *
002200*                      WALLETS THAT CLOSE A LOOP BACK TO THE    *
002300*                      WALLET THEY LEFT.                        *
002400*                    OUTFLOW - EXTERNAL PAYMENTS OVER THE       *
002500*                      WINDOW TOTALLING MORE THAN               *
002600*                      MP-OUTFLOW-LIMIT.                        *
002700*    MODIFICATION HISTORY                                      *
002800*    DATE       INIT  DESCRIPTION                               *
002900*    ---------- ----  -------------------------------------    *
003000*    2026-10-15 DLP   ORIGINAL COPYBOOK.                        *
003100*****************************************************************
003200 01  MP-MONITOR-PARM-RECORD.
003300     05  MP-EFFECTIVE-DATE       PIC 9(08).
003400     05  MP-WINDOW-DAYS          PIC 9(03).
003500     05  MP-STRUCT-BAND-PCT      PIC 9(03).
003600     05  MP-STRUCT-MIN-COUNT     PIC 9(03).
003700     05  MP-PASSTHRU-DAYS        PIC 9(03).
003800     05  MP-PASSTHRU-PCT         PIC 9(03).
003900     05  MP-CIRCULAR-MIN-LEGS    PIC 9(03).
004000     05  MP-OUTFLOW-LIMIT        PIC S9(9)V99 COMP-3.
004100     05  FILLER                  PIC X(10).
