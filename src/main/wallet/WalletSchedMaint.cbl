003300*                     PAST MIDNIGHT STAYS ON ITS OWN BUSINESS   *
003400*                     DAY.  THE DATE ADVANCES ONLY WHEN THE     *
003500*                     ROLL STEP CLOSES THE DAY.                 *
003520*    2026-10-15 DLP   A WALLET IN CLOSING IS NO LONGER OPEN     *
003540*                     FOR A NEW INSTRUCTION; THE CLOSURE RUN    *
003560*                     CANCELS ITS EXISTING ONES.                *
003600*****************************************************************
003700 ENVIRONMENT DIVISION.
003800 CONFIGURATION SECTION.
025700*
025800*****************************************************************
025900*    2200-CHECK-ONE-WALLET - PROVE THE WALLET NAMED IN          *
026000*    WS-LOOKUP-WALLET EXISTS ON THE MASTER AND IS NEITHER       *
026050*    CLOSED NOR CLOSING.                                        *
026100*****************************************************************
026200 2200-CHECK-ONE-WALLET.
026300     MOVE 'N' TO WS-WALLET-OK-SW.
026600         INVALID KEY
026700             GO TO 2200-EXIT
026800     END-READ.
026900     IF NOT WM-STATUS-CLOSED AND NOT WM-STATUS-CLOSING
027000         SET WS-WALLET-OK TO TRUE
027100     END-IF.
027200 2200-EXIT.
