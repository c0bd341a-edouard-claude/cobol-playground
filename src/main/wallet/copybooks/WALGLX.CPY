003500*                     WITHOUT TRIPPING OVER THE FX              *
003600*                     DIFFERENTIAL.  THE LRECL GREW FROM 63     *
003700*                     TO 69.                                    *
003710*    2026-10-15 DLP   ADDED GL-CYCLE-NO, THE INTRADAY POSTING   *
003720*                     CYCLE THAT WROTE THE RECORD, SO THE GL    *
003730*                     POSTING STEP CAN INTERFACE ONE CYCLE AT   *
003740*                     A TIME.  THE LRECL GREW FROM 69 TO 71.    *
003800*****************************************************************
003900 01  GL-EXTRACT-RECORD.
004000     05  GL-SEQUENCE-NO          PIC 9(08).
005000     05  GL-INTERFACED-FLAG      PIC X(01).
005100         88  GL-NOT-INTERFACED       VALUE 'N'.
005200         88  GL-INTERFACED           VALUE 'Y'.
005300     05  GL-CYCLE-NO             PIC 9(02).
