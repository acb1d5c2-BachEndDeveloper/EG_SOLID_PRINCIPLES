002530*                    A REPAIRED FOREIGN-CURRENCY INVOICE STILL   *
002540*                    CONVERTS AT THE RATE OF THE DAY IT RIDES    *
002550*                    THE INVOICE RUN.                            *
002560*    2026-10-15  RH  A REJECTED VOID OR REBILL KEEPS ITS CHAIN   *
002570*                    CODE AND ORIGINAL INVOICE NUMBER ON         *
002580*                    RESUBMISSION.                               *
002600******************************************************************
002700 ENVIRONMENT DIVISION.
002800 CONFIGURATION SECTION.
026900         MOVE REJ-AMOUNT TO INV-AMOUNT
027000     END-IF
027050     MOVE REJ-CURRENCY-CODE TO INV-CURRENCY-CODE
027060     MOVE REJ-CHAIN-CODE TO INV-CHAIN-CODE
027070     MOVE REJ-ORIG-INVOICE-NUMBER TO INV-ORIG-INVOICE-NUMBER
027100     MOVE 'R' TO INV-RESUBMIT-FLAG
027200     WRITE INV-RECORD
027300     ADD 1 TO WS-RESUBMIT-COUNT
