000100*****************************************************************
000200*    COPYBOOK.....: WALESCH.CPY                                 *
000300*    DESCRIPTION...: ESCHEATMENT REGISTER RECORD LAYOUT.  ONE   *
000400*                    ENTRY PER UNCLAIMED-FUNDS SWEEP OF A       *
000500*                    DORMANT WALLET, KEYED BY WALLET AND SWEEP  *
000600*                    DATE, HOLDING WHAT WAS SWEPT, FROM WHOM    *
000700*                    AND WHEN - THE OWNER'S NAME AND ADDRESS    *
000800*                    AS THEY STOOD ON THE CUSTOMER MASTER AT    *
000900*                    THE SWEEP, AND THE LAST DAY THE OWNER      *
001000*                    USED THE WALLET - FOR THE ANNUAL STATE     *
001100*                    UNCLAIMED-PROPERTY FILING.  STATUS S IS    *
001200*                    STAGED FOR POSTING, P POSTED, R REJECTED   *
001300*                    OR NEVER SEEN ON A JOURNAL, AND V POSTED   *
001400*                    THEN REVERSED BY A BACKOUT.  ONLY P IS     *
001500*                    REPORTABLE.  ENTRIES ARE NEVER DELETED     *
001600*                    ONCE SETTLED.                              *
001700*    MODIFICATION HISTORY                                      *
001800*    DATE       INIT  DESCRIPTION                               *
001900*    ---------- ----  -------------------------------------    *
002000*    2026-10-15 DLP   ORIGINAL COPYBOOK.                        *
002100*****************************************************************
002200 01  ER-ESCHEAT-RECORD.
002300     05  ER-REGISTER-KEY.
002400         10  ER-WALLET-ID            PIC X(10).
002500         10  ER-SWEEP-DATE           PIC 9(08).
002600     05  ER-CUSTOMER-ID          PIC X(10).
002700     05  ER-CUSTOMER-NAME        PIC X(30).
002800     05  ER-ADDRESS-LINE-1       PIC X(30).
002900     05  ER-ADDRESS-LINE-2       PIC X(30).
003000     05  ER-CURRENCY-CODE        PIC X(03).
003100     05  ER-AMOUNT               PIC S9(9)V99 COMP-3.
003200     05  ER-LAST-ACTIVITY-DATE   PIC 9(08).
003300     05  ER-UNCLAIMED-WALLET-ID  PIC X(10).
003400     05  ER-BATCH-ID             PIC X(08).
003500     05  ER-SEQUENCE-NO          PIC 9(08).
003600     05  ER-STATUS               PIC X(01).
003700         88  ER-STATUS-STAGED        VALUE 'S'.
003800         88  ER-STATUS-POSTED        VALUE 'P'.
003900         88  ER-STATUS-REJECTED      VALUE 'R'.
004000         88  ER-STATUS-REVERSED      VALUE 'V'.
004100     05  ER-OUTCOME-DATE         PIC 9(08).
004200     05  ER-REASON-TEXT          PIC X(30).
004300     05  ER-LAST-UPDT-DATE       PIC 9(08).
004400     05  FILLER                  PIC X(10).
