000100*****************************************************************
000200*    COPYBOOK.....: WALSUSP.CPY                                 *
000300*    DESCRIPTION...: GL SUSPENSE REGISTER RECORD LAYOUT.  ONE   *
000400*                    ENTRY PER WALLET FALLING TO THE SUSPENSE   *
000500*                    ACCOUNT FOR WANT OF A WALLET.GLMAP ENTRY,  *
000600*                    KEYED BY WALLET.  THE GL POSTING STEP      *
000700*                    OPENS THE ENTRY THE FIRST TIME IT SENDS    *
000800*                    THE WALLET'S ACTIVITY TO SUSPENSE, AND THE *
000900*                    GL RECONCILIATION OPENS ONE FOR AN         *
001000*                    UNMAPPED WALLET THAT HAS NOT MOVED YET, SO *
001100*                    THE FIRST-SUSPENSE DATE DATES THE          *
001200*                    EXPOSURE.  THE RECONCILIATION DELETES THE  *
001300*                    ENTRY ONCE OPERATIONS HAVE MAPPED THE      *
001400*                    WALLET.  SOURCE P IS THE POSTING STEP, R   *
001500*                    THE RECONCILIATION.                        *
001600*    MODIFICATION HISTORY                                      *
001700*    DATE       INIT  DESCRIPTION                               *
001800*    ---------- ----  -------------------------------------    *
001900*    2026-10-15 DLP   ORIGINAL COPYBOOK.                        *
002000*****************************************************************
002100 01  SU-SUSPENSE-RECORD.
002200     05  SU-WALLET-ID            PIC X(10).
002300     05  SU-FIRST-SUSPENSE-DATE  PIC 9(08).
002400     05  SU-LAST-SUSPENSE-DATE   PIC 9(08).
002500     05  SU-OPENED-BY            PIC X(01).
002600         88  SU-OPENED-BY-POSTING    VALUE 'P'.
002700         88  SU-OPENED-BY-RECON      VALUE 'R'.
002800     05  FILLER                  PIC X(13).
