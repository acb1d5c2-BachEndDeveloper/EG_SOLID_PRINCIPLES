000100******************************************************************
000200*    HLDCARRY.CPY                                                *
000300*    CREDIT-HOLD CARRY-FORWARD RECORD - SAME LAYOUT AS           *
000400*    CRDHOLD.CPY, WRITTEN BY CRHREL FOR EVERY HOLD THE CREDIT    *
000500*    TEAM HAS NOT YET DECIDED AND THAT IS STILL INSIDE THE       *
000600*    AGE LIMIT.  OPS CONCATENATES IT BEHIND THE NEXT NIGHT'S     *
000700*    CREDHOLD AS THAT RUN'S INPUT, SO A HOLD STAYS ON HAND       *
000800*    UNTIL IT IS DECIDED OR AGES OUT.                            *
000900******************************************************************
001000 01  HLC-RECORD.
001100     05  HLC-INVOICE-NUMBER      PIC 9(07).
001200     05  HLC-CUSTOMER-NUMBER     PIC 9(06).
001300     05  HLC-INVOICE-TYPE        PIC X(15).
001400     05  HLC-CURRENCY-CODE       PIC X(03).
001500     05  HLC-AMOUNT              PIC 9(07)V99.
001600     05  HLC-TOTAL               PIC S9(09)V99
001700         SIGN IS TRAILING SEPARATE CHARACTER.
001800     05  HLC-CREDIT-LIMIT        PIC 9(09)V99.
001900     05  HLC-EXPOSURE            PIC S9(11)V99
002000         SIGN IS TRAILING SEPARATE CHARACTER.
002100     05  HLC-HOLD-DATE           PIC 9(08).
002200     05  HLC-CHAIN-CODE          PIC X(01).
002300     05  HLC-ORIG-INVOICE-NUMBER PIC 9(07).
