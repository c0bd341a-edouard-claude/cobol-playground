001100*    DATE       INIT  DESCRIPTION                               *
001200*    ---------- ----  -------------------------------------    *
001300*    2026-08-22 DLP   ORIGINAL COPYBOOK.                        *
001310*    2026-10-15 DLP   ADDED JV-CURRENCY-CODE.  A VOUCHER NOW    *
001320*                     SUMMARIZES ONE ACCOUNT, DATE AND          *
001330*                     CURRENCY, SO AN ACCOUNT FED IN SEVERAL    *
001340*                     CURRENCIES (SUSPENSE ABOVE ALL) CAN BE    *
001350*                     TIED BACK TO THE WALLETS CURRENCY BY      *
001360*                     CURRENCY.  TAKEN FROM FILLER; THE RECORD  *
001370*                     LENGTH IS UNCHANGED.  VOUCHERS CUT        *
001380*                     BEFORE THIS CARRY SPACES.                 *
001400*****************************************************************
001500 01  JV-VOUCHER-RECORD.
001600     05  JV-POSTING-DATE         PIC 9(08).
001800     05  JV-DEBIT-AMOUNT         PIC S9(11)V99 COMP-3.
001900     05  JV-CREDIT-AMOUNT        PIC S9(11)V99 COMP-3.
002000     05  JV-SOURCE-SYSTEM        PIC X(08).
002050     05  JV-CURRENCY-CODE        PIC X(03).
002100     05  FILLER                  PIC X(07).
