002500     05  AUH-TAX-LOCAL-CODE      PIC X(04).
002600     05  AUH-LOCAL-TAX           PIC S9(09)V99
002610         SIGN IS TRAILING SEPARATE CHARACTER.
002700*    VOID AND REBILL CHAIN - 'V' ON A VOID, 'B' ON A REBILL,
002800*    EACH NAMING THE ORIGINAL INVOICE IT VOIDS OR REPLACES.
002900*    BLANK AND ZERO ON AN ORDINARY BILLING.
003000     05  AUH-CHAIN-CODE          PIC X(01).
003100     05  AUH-ORIG-INVOICE-NUMBER PIC 9(07).
