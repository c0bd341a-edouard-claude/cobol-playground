001199*                     SO MOVEMENT-BASED READERS CAN RESTATE     *
001199*                     THE CREDIT LEG TO THE FROM-CURRENCY AND   *
001199*                     STILL TIE DEBITS TO CREDITS.              *
001199*    2026-10-15 DLP   ADDED AU-CYCLE-NO, THE INTRADAY POSTING   *
001199*                     CYCLE THAT WROTE THE ENTRY.  EVERY CYCLE  *
001199*                     OF A BUSINESS DATE APPENDS TO THE SAME    *
001199*                     DAY'S JOURNAL, SO THE RECONCILIATION CAN  *
001199*                     FOOT ONE CYCLE OR THE WHOLE DAY.  THE     *
001199*                     RECORD GREW FROM 134 TO 136 BYTES.        *
001200*****************************************************************
001300 01  AU-AUDIT-RECORD.
001350     05  AU-SEQUENCE-NO          PIC 9(08).
002800     05  AU-TO-CURRENCY          PIC X(03).
002900     05  AU-FX-RATE              PIC 9(03)V9(06).
003000     05  AU-CONVERTED-AMOUNT     PIC S9(9)V99 COMP-3.
003100     05  AU-CYCLE-NO             PIC 9(02).
