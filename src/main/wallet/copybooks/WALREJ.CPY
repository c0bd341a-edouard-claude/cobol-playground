002400*                     OR HOLD ACTION RECYCLES AS WHAT IT WAS    *
002500*                     INSTEAD OF AS AN INTERNAL TRANSFER.  THE  *
002600*                     RECORD GREW FROM 84 TO 104 BYTES.         *
002610*    2026-10-15 DLP   ADDED RJ-CYCLE-NO, THE INTRADAY POSTING   *
002620*                     CYCLE THAT REJECTED THE ITEM.  THE        *
002630*                     RECORD GREW FROM 104 TO 106 BYTES.        *
002700*****************************************************************
002800 01  RJ-REJECT-RECORD.
002900     05  RJ-SEQUENCE-NO          PIC 9(08).
003900     05  RJ-HOLD-REF.
004000         10  RJ-HOLD-BATCH-ID        PIC X(08).
004100         10  RJ-HOLD-SEQUENCE-NO     PIC 9(08).
004200     05  RJ-CYCLE-NO             PIC 9(02).
