001900     05  HLD-EXPOSURE            PIC S9(11)V99
001910         SIGN IS TRAILING SEPARATE CHARACTER.
002000     05  HLD-HOLD-DATE           PIC 9(08).
002100     05  HLD-CHAIN-CODE          PIC X(01).
002200     05  HLD-ORIG-INVOICE-NUMBER PIC 9(07).
