005700*                     PAST MIDNIGHT STAYS ON ITS OWN BUSINESS   *
005800*                     DAY.  THE DATE ADVANCES ONLY WHEN THE     *
005900*                     ROLL STEP CLOSES THE DAY.                 *
005910*    2026-10-15 DLP   GL RECORDS GREW 69 TO 71 AND REJECT       *
005920*                     RECORDS 104 TO 106 FOR THE INTRADAY       *
005930*                     POSTING CYCLE; JOURNAL ENTRIES CARRY THE  *
005940*                     CYCLE TOO, AND THE MONTHLY ARCHIVE KEEPS  *
005950*                     IT.                                       *
006000*****************************************************************
006100 ENVIRONMENT DIVISION.
006200 CONFIGURATION SECTION.
010900*
011000 FD  REJECT-ARCH-FILE
011100     LABEL RECORDS ARE STANDARD.
011200 01  RA-ARCH-RECORD              PIC X(106).
011300*
011400 FD  REJECT-NEW-FILE
011500     LABEL RECORDS ARE STANDARD.
011600 01  RN-NEW-RECORD               PIC X(106).
011700*
011800 FD  GL-EXTRACT-FILE
011900     LABEL RECORDS ARE STANDARD.
012100*
012200 FD  GL-ARCH-FILE
012300     LABEL RECORDS ARE STANDARD.
012400 01  GA-ARCH-RECORD              PIC X(71).
012500*
012600 FD  GL-NEW-FILE
012700     LABEL RECORDS ARE STANDARD.
012800 01  GN-NEW-RECORD               PIC X(71).
012900*
013000 FD  AUDIT-IN-FILE
013100     LABEL RECORDS ARE STANDARD.
015600         ==AU-FROM-CURRENCY==         BY ==AA-FROM-CURRENCY==
015700         ==AU-TO-CURRENCY==           BY ==AA-TO-CURRENCY==
015800         ==AU-FX-RATE==               BY ==AA-FX-RATE==
015900         ==AU-CONVERTED-AMOUNT==      BY ==AA-CONVERTED-AMOUNT==
015950         ==AU-CYCLE-NO==              BY ==AA-CYCLE-NO==.
016000*
016100 WORKING-STORAGE SECTION.
016200 01  WS-FILE-STATUS-CODES.
