001400     05  AUD-RUN-TIME            PIC 9(08).
001500     05  AUD-RESUBMIT-FLAG       PIC X(01).
001600         88  AUD-RESUBMITTED     VALUE 'R'.
001610         88  AUD-CREDIT-RELEASED VALUE 'C'.
001700     05  AUD-CURRENCY-CODE       PIC X(03).
001800     05  AUD-ORIG-AMOUNT         PIC 9(07)V99.
001900     05  AUD-HOME-AMOUNT         PIC 9(09)V99.
002600     05  AUD-TAX-LOCAL-CODE      PIC X(04).
002700     05  AUD-LOCAL-TAX           PIC S9(09)V99
002710         SIGN IS TRAILING SEPARATE CHARACTER.
002800*    VOID AND REBILL CHAIN - 'V' ON A VOID, 'B' ON A REBILL,
002900*    EACH NAMING THE ORIGINAL INVOICE IT VOIDS OR REPLACES.
003000*    BLANK AND ZERO ON AN ORDINARY BILLING.
003100     05  AUD-CHAIN-CODE          PIC X(01).
003200         88  AUD-VOID-TRAN       VALUE 'V'.
003300         88  AUD-REBILL-TRAN     VALUE 'B'.
003400     05  AUD-ORIG-INVOICE-NUMBER PIC 9(07).
