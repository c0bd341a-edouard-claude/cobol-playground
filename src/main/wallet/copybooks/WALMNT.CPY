001288*                     CUSTOMER ID, NAME AND ADDRESS FIELDS     *
001291*                     THEY CARRY.  THE RECORD GREW FROM 40 TO  *
001292*                     140 BYTES.                               *
001293*    2026-10-15 DLP   ADDED MT-CASE-DATE.  A BLOCK NAMING THE  *
001294*                     ALERT DATE OF A CONFIRMED MONITORING     *
001295*                     CASE BLOCKS THE CUSTOMER FROM THAT CASE. *
001296*    2026-10-15 DLP   ADDED THE DORMANT AND REACTIVATE CODES.  *
001297*    2026-10-15 DLP   ADDED THE CLOSURE REQUEST ACTION.  ITS   *
001298*                     PAYOUT METHOD AND DESTINATION SIT IN     *
001299*                     MT-CLOSURE-FIELDS, OVER THE NAME.        *
001300*****************************************************************
001400 01  MT-MAINT-RECORD.
001500     05  MT-ACTION-CODE          PIC X(01).
002050         88  MT-ACTION-UNBLOCK-CUST  VALUE 'K'.
002060         88  MT-ACTION-ATTACH        VALUE 'A'.
002070         88  MT-ACTION-DETACH        VALUE 'T'.
002080         88  MT-ACTION-DORMANT       VALUE 'Z'.
002090         88  MT-ACTION-REACTIVATE    VALUE 'R'.
002095         88  MT-ACTION-CLOSE-REQUEST VALUE 'Q'.
002100     05  MT-WALLET-ID            PIC X(10).
002200     05  MT-AMOUNT               PIC S9(9)V99 COMP-3.
002300     05  MT-OPERATOR-ID          PIC X(08).
002350     05  MT-CURRENCY-CODE        PIC X(03).
002360     05  MT-CUSTOMER-ID          PIC X(10).
002370     05  MT-CUSTOMER-NAME        PIC X(30).
002372     05  MT-CLOSURE-FIELDS       REDEFINES MT-CUSTOMER-NAME.
002374         10  MT-PAYOUT-METHOD    PIC X(01).
002375             88  MT-PAYOUT-TO-BANK   VALUE 'B'.
002376             88  MT-PAYOUT-TO-WALLET VALUE 'W'.
002377         10  MT-PAYOUT-WALLET-ID PIC X(10).
002378         10  FILLER              PIC X(19).
002380     05  MT-CUSTOMER-ADDR-1      PIC X(30).
002390     05  MT-CUSTOMER-ADDR-2      PIC X(30).
002392     05  MT-CASE-DATE            PIC 9(08).
002400     05  FILLER                  PIC X(04).
