006000*                     TRANSACTION).  THE RECORD BODY GREW FROM  *
006100*                     40 TO 56 BYTES AND THE LRECL FROM 57 TO   *
006200*                     73; THE SORT KEY POSITION IS UNCHANGED.   *
006210*    2026-10-15 DLP   ADDED TRANS-TYPE W, A HOUSE ADJUSTMENT    *
006220*                     STAGED BY THE COLLECTIONS RUN TO CHARGE   *
006230*                     OFF AN OVERDRAWN WALLET FROM THE HOUSE    *
006240*                     LOSS WALLET OR SWEEP A LATER RECOVERY     *
006250*                     BACK TO IT.  IT POSTS PAST A FROZEN       *
006260*                     WALLET OR BLOCKED OWNER AND IS HONOURED   *
006270*                     ONLY IN A BATCH FROM A HOUSE ORIGIN.      *
006300*****************************************************************
006400 01  TR-TRANS-RECORD.
006500     05  TR-RECORD-TYPE          PIC X(01).
008000             88  TR-TRANS-PLACE-HOLD     VALUE 'H'.
008100             88  TR-TRANS-CAPTURE        VALUE 'C'.
008200             88  TR-TRANS-RELEASE        VALUE 'R'.
008250             88  TR-TRANS-HOUSE-ADJUST   VALUE 'W'.
008300         10  TR-HOLD-REF.
008400             15  TR-HOLD-BATCH-ID        PIC X(08).
008500             15  TR-HOLD-SEQUENCE-NO     PIC 9(08).
