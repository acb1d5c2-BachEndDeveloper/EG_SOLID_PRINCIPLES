001410         SIGN IS TRAILING SEPARATE CHARACTER.
001500     05  NOP-OPEN-BALANCE        PIC S9(09)V99
001510         SIGN IS TRAILING SEPARATE CHARACTER.
001600     05  NOP-DUE-DATE            PIC 9(08).
001700     05  NOP-DISC-DATE           PIC 9(08).
001800     05  NOP-DISC-PCT            PIC 9(02)V99.
