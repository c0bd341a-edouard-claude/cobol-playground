004100*                     PAST MIDNIGHT STAYS ON ITS OWN BUSINESS   *
004200*                     DAY.  THE DATE ADVANCES ONLY WHEN THE     *
004300*                     ROLL STEP CLOSES THE DAY.                 *
004310*    2026-10-15 DLP   THE REJECT RECORD CARRIES THE INTRADAY    *
004320*                     POSTING CYCLE THAT REJECTED THE ITEM; A   *
004330*                     SURVIVOR KEEPS IT.                        *
004400*****************************************************************
004500 ENVIRONMENT DIVISION.
004600 CONFIGURATION SECTION.
010000         ==RJ-TRANS-TYPE==     BY ==SV-TRANS-TYPE==
010100         ==RJ-HOLD-REF==       BY ==SV-HOLD-REF==
010200         ==RJ-HOLD-BATCH-ID==  BY ==SV-HOLD-BATCH-ID==
010300         ==RJ-HOLD-SEQUENCE-NO== BY ==SV-HOLD-SEQUENCE-NO==
010350         ==RJ-CYCLE-NO==       BY ==SV-CYCLE-NO==.
010400*
010500 WORKING-STORAGE SECTION.
010600 01  WS-FILE-STATUS-CODES.
