001300     05  REJC-REASON-CODE        PIC X(04).
001400     05  REJC-REASON-TEXT        PIC X(44).
001500     05  REJC-CURRENCY-CODE      PIC X(03).
001600     05  REJC-CHAIN-CODE         PIC X(01).
001700     05  REJC-ORIG-INVOICE-NUMBER PIC 9(07).
