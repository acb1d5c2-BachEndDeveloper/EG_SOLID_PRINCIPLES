000100******************************************************************
000200*    DLVLOG.CPY                                                  *
000300*    DOCUMENT DELIVERY LOG RECORD - ONE ROW PER CUSTOMER         *
000400*    DOCUMENT INVDOC PRODUCES, SAYING WHICH INVOICE WENT TO      *
000500*    WHICH CUSTOMER AS AN INVOICE OR A CREDIT DOCUMENT, AND      *
000600*    WHETHER ON PAPER OR AS AN EDI 810 UNDER WHICH INTERCHANGE   *
000700*    CONTROL NUMBER.  THE AMOUNT IS THE POSTED FINAL TOTAL,      *
000800*    SIGNED AS ON THE AR EXTRACT, SO THE LOG BALANCES TO IT.     *
000900*    THE NOTE SAYS WHY A DOCUMENT NEEDS A LOOK - A CUSTOMER NOT  *
001000*    ON THE MASTER, NO BILL-TO ADDRESS, OR AN EDI PARTNER SENT   *
001100*    PAPER INSTEAD.                                              *
001200******************************************************************
001300 01  DLV-RECORD.
001400     05  DLV-RUN-DATE            PIC 9(08).
001500     05  DLV-INVOICE-NUMBER      PIC 9(07).
001600     05  DLV-CUSTOMER-NUMBER     PIC 9(06).
001700     05  DLV-CUSTOMER-NAME       PIC X(30).
001800     05  DLV-DOCUMENT-KIND       PIC X(01).
001900         88  DLV-INVOICE-DOCUMENT
002000                                 VALUE 'I'.
002100         88  DLV-CREDIT-DOCUMENT VALUE 'C'.
002200     05  DLV-DELIVERY-METHOD     PIC X(01).
002300         88  DLV-SENT-PAPER      VALUE 'P'.
002400         88  DLV-SENT-EDI        VALUE 'E'.
002500     05  DLV-EDI-PARTNER-ID      PIC X(15).
002600     05  DLV-INTERCHANGE-NUMBER  PIC 9(09).
002700     05  DLV-AMOUNT              PIC S9(09)V99
002800         SIGN IS TRAILING SEPARATE CHARACTER.
002900     05  DLV-NOTE                PIC X(30).
