001900*    DATE       INIT  DESCRIPTION                               *
002000*    ---------- ----  -------------------------------------    *
002100*    2026-09-02 DLP   ORIGINAL COPYBOOK.                        *
002110*    2026-10-15 DLP   ADDED THE INTRADAY POSTING CYCLE.  THE    *
002120*                     POSTING STEP OPENS THE NEXT CYCLE OF THE  *
002130*                     BUSINESS DATE WHEN IT STARTS AND CLOSES   *
002140*                     IT WHEN IT ENDS CLEAN; A CYCLE FOUND      *
002150*                     STILL OPEN IS ONE THAT STOPPED SHORT, AND *
002160*                     THE NEXT RUN RESTARTS IT UNDER THE SAME   *
002170*                     NUMBER.  THE ROLL STEP SETS THE CYCLE     *
002180*                     BACK TO ZERO, CLOSED, FOR THE NEW DAY.    *
002190*                     CARVED FROM FILLER - STILL 52 BYTES.      *
002200*****************************************************************
002300 01  BD-BUSDATE-RECORD.
002400     05  BD-CONTROL-ID           PIC X(08).
002600     05  BD-ROLLED-THRU-DATE     PIC 9(08).
002700     05  BD-LAST-ROLL-DATE       PIC 9(08).
002800     05  BD-LAST-ROLL-TIME       PIC 9(08).
002810     05  BD-CURRENT-CYCLE        PIC 9(02).
002820     05  BD-CYCLE-STATUS         PIC X(01).
002830         88  BD-CYCLE-OPEN           VALUE 'O'.
002840         88  BD-CYCLE-CLOSED         VALUE 'C'.
002900     05  FILLER                  PIC X(09).
