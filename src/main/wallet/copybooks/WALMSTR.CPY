003700*                     BALANCE (LEDGER PLUS CREDIT LIMIT MINUS  *
003800*                     THIS FIGURE).  THE RECORD GREW FROM 80   *
003900*                     TO 96 BYTES.                             *
003910*    2026-10-15 DLP   ADDED WM-STATUS-DORMANT AND              *
003920*                     WM-LAST-ACTIVITY-DATE, THE LAST DAY THE  *
003930*                     OWNER THEMSELVES MOVED MONEY OUT OF THE  *
003940*                     WALLET OR EARMARKED IT.  A DORMANT       *
003950*                     WALLET TAKES CREDITS BUT PAYS NOTHING    *
003960*                     OUT UNTIL IT IS REACTIVATED.  CARVED     *
003970*                     FROM FILLER; THE RECORD STAYS 96 BYTES.  *
003980*    2026-10-15 DLP   ADDED WM-STATUS-CLOSING.  A CLOSURE      *
003985*                     REQUEST PUTS THE WALLET IN IT AT ONCE;   *
003990*                     NOTHING MOVES IN OR OUT AFTER THAT BUT   *
003993*                     THE CLOSURE RUN'S OWN RELEASES AND       *
003996*                     PAYOUT, AND THE WALLET IS CLOSED ONCE    *
003998*                     THE PAYOUT HAS POSTED.                   *
004000*****************************************************************
004100 01  WM-WALLET-RECORD.
004200     05  WM-WALLET-ID            PIC X(10).
004400         88  WM-STATUS-ACTIVE        VALUE 'A'.
004500         88  WM-STATUS-CLOSED        VALUE 'C'.
004600         88  WM-STATUS-FROZEN        VALUE 'F'.
004650         88  WM-STATUS-DORMANT       VALUE 'D'.
004660         88  WM-STATUS-CLOSING       VALUE 'P'.
004700     05  WM-CURRENCY-CODE        PIC X(03).
004800     05  WM-CUSTOMER-ID          PIC X(10).
004900     05  WM-BALANCE              PIC S9(9)V99 COMP-3.
005500     05  WM-DAILY-DEBITS-DATE    PIC 9(08).
005600     05  WM-LAST-UPDT-DATE       PIC 9(08).
005700     05  WM-LAST-UPDT-TIME       PIC 9(08).
005750     05  WM-LAST-ACTIVITY-DATE   PIC 9(08).
005800     05  FILLER                  PIC X(04).
