000100*****************************************************************
000200*    COPYBOOK.....: WALACK.CPY                                  *
000300*    DESCRIPTION...: BATCH ACKNOWLEDGEMENT RECORD LAYOUT        *
000400*                    RETURNED TO EACH ORIGINATING SYSTEM AFTER  *
000500*                    THE POSTING STEP.  ONE BATCH RECORD PER    *
000600*                    TRANSMITTED BATCH CARRIES THE ACCEPT OR    *
000700*                    REJECT VERDICT WITH THE DETAIL COUNT AND   *
000800*                    AMOUNT HASH WE COMPUTED BESIDE THE ONES    *
000900*                    THE TRAILER CLAIMED; IT IS FOLLOWED BY ONE *
001000*                    DETAIL RECORD PER ITEM OF THAT BATCH WITH  *
001100*                    THE OUTCOME JOURNALED ON WALAUDT, THE      *
001200*                    REJECT REASON CODE AND THE FROM-WALLET     *
001300*                    BALANCE THE ITEM LEFT BEHIND.              *
001400*                    THE SAME LAYOUT IS STAGED ON THE POSTING   *
001500*                    STEP'S ACKNOWLEDGEMENT WORK FILE, WHICH IS *
001600*                    WHY EVERY RECORD CARRIES ITS ORIGIN.       *
001700*    MODIFICATION HISTORY                                      *
001800*    DATE       INIT  DESCRIPTION                               *
001900*    ---------- ----  -------------------------------------    *
002000*    2026-10-15 DLP   ORIGINAL COPYBOOK.                        *
002100*****************************************************************
002200 01  AK-ACK-RECORD.
002300     05  AK-RECORD-TYPE          PIC X(01).
002400         88  AK-TYPE-BATCH           VALUE 'B'.
002500         88  AK-TYPE-DETAIL          VALUE 'D'.
002600     05  AK-BATCH-ID             PIC X(08).
002700     05  AK-SEQUENCE-NO          PIC 9(08).
002800     05  AK-ORIGIN-SYSTEM        PIC X(10).
002900     05  AK-ACK-DATE             PIC 9(08).
003000     05  AK-RECORD-BODY          PIC X(50).
003100     05  AK-BATCH-FIELDS REDEFINES AK-RECORD-BODY.
003200         10  AK-BATCH-STATUS         PIC X(01).
003300             88  AK-BATCH-ACCEPTED       VALUE 'A'.
003400             88  AK-BATCH-REJECTED       VALUE 'R'.
003500         10  AK-BATCH-REASON         PIC X(04).
003600         10  AK-CREATION-DATE        PIC 9(08).
003700         10  AK-COMPUTED-COUNT       PIC 9(08).
003800         10  AK-COMPUTED-HASH        PIC S9(13)V99 COMP-3.
003900         10  AK-TRAILER-COUNT        PIC 9(08).
004000         10  AK-TRAILER-HASH         PIC S9(13)V99 COMP-3.
004100         10  FILLER                  PIC X(05).
004200     05  AK-DETAIL-FIELDS REDEFINES AK-RECORD-BODY.
004300         10  AK-RESULT-CODE          PIC X(01).
004400             88  AK-RESULT-POSTED        VALUE 'P'.
004500             88  AK-RESULT-REJECTED      VALUE 'R'.
004600             88  AK-RESULT-WAREHOUSED    VALUE 'W'.
004700             88  AK-RESULT-HELD          VALUE 'H'.
004800             88  AK-RESULT-HOLD-PLACED   VALUE 'A'.
004900             88  AK-RESULT-HOLD-RELEASED VALUE 'L'.
005000         10  AK-REASON-CODE          PIC X(04).
005100         10  AK-FROM-WALLET          PIC X(10).
005200         10  AK-AMOUNT               PIC S9(9)V99 COMP-3.
005300         10  AK-FROM-BALANCE         PIC S9(9)V99 COMP-3.
005400         10  FILLER                  PIC X(23).
