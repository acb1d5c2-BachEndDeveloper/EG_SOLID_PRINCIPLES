001200     05  REJ-REASON-CODE         PIC X(04).
001300     05  REJ-REASON-TEXT         PIC X(44).
001400     05  REJ-CURRENCY-CODE       PIC X(03).
001500     05  REJ-CHAIN-CODE          PIC X(01).
001600     05  REJ-ORIG-INVOICE-NUMBER PIC 9(07).
