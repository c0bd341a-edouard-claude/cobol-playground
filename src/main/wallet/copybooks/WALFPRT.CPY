001900*    DATE       INIT  DESCRIPTION                               *
002000*    ---------- ----  -------------------------------------    *
002100*    2026-09-02 DLP   ORIGINAL COPYBOOK.                        *
002110*    2026-10-15 DLP   ADDED FP-POSTED-CYCLE, THE INTRADAY       *
002120*                     POSTING CYCLE THAT WROTE THE ENTRY.  A    *
002130*                     BATCH POSTED BY AN EARLIER CYCLE OF THE   *
002140*                     SAME DAY AND SEEN AGAIN IN A LATER ONE IS *
002150*                     A RETRANSMISSION, NOT A RESTART.  TAKEN   *
002160*                     FROM FILLER.                              *
002200*****************************************************************
002300 01  FP-FINGERPRINT-RECORD.
002400     05  FP-FINGERPRINT-KEY.
003000         10  FP-BATCH-ID             PIC X(08).
003100     05  FP-POSTED-DATE          PIC 9(08).
003200     05  FP-SEQUENCE-NO          PIC 9(08).
003250     05  FP-POSTED-CYCLE         PIC 9(02).
003300     05  FILLER                  PIC X(04).
