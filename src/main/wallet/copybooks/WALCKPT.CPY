001260*                     THAN A FIXED LITERAL, SO EACH DAY'S       *
001270*                     TRANS-FILE GETS ITS OWN CHECKPOINT ROW    *
001280*                     INSTEAD OF SHARING ONE THAT NEVER RESETS. *
001282*    2026-10-15 DLP   THE KEY IS NOW THE RUN DATE AND THE       *
001284*                     INTRADAY POSTING CYCLE, SO EACH CYCLE'S   *
001286*                     TRANSMISSION RESTARTS FROM ITS OWN ROW.   *
001288*                     THE KEY GREW FROM 8 TO 10 BYTES, TAKEN    *
001290*                     FROM FILLER - THE RECORD IS STILL 52.     *
001300*****************************************************************
001400 01  CK-CHECKPOINT-RECORD.
001450     05  CK-CONTROL-KEY.
001500         10  CK-CONTROL-ID           PIC X(08).
001550         10  CK-CYCLE-NO             PIC 9(02).
001600     05  CK-LAST-SEQUENCE        PIC 9(08).
001700     05  CK-LAST-UPDT-DATE       PIC 9(08).
001800     05  CK-LAST-UPDT-TIME       PIC 9(08).
001900     05  FILLER                  PIC X(18).
