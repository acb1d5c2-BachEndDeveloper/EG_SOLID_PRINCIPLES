000100******************************************************************
000200*    RFNDDTL.CPY                                                 *
000300*    REFUND DETAIL RECORD - ONE ROW PER OPEN ITEM ('I') OR       *
000400*    UNAPPLIED-CASH RECEIPT ('U') SETTLED BY AN APPROVED         *
000500*    CUSTOMER REFUND, WRITTEN BY ARRFND.  THE NEXT ARCASH RUN    *
000600*    DROPS EACH ROW FROM THE ROLL-FORWARD FILES, ARBAL PROVES    *
000700*    THE NIGHT WITH THE REFUNDS PAID OUT, AND ARSTMT REPLAYS     *
000800*    THE MONTH'S ROWS.                                           *
000900*    AN ITEM ROW CARRIES THE ITEM'S SIGNED OPEN BALANCE; A CASH  *
001000*    ROW CARRIES THE UNAPPLIED AMOUNT.  THE CUSTOMER'S REFUND IS *
001100*    THE CASH ROWS LESS THE ITEM ROWS.                           *
001200******************************************************************
001300 01  RFD-RECORD.
001400     05  RFD-REFUND-DATE         PIC 9(08).
001500     05  RFD-CUSTOMER-NUMBER     PIC 9(06).
001600     05  RFD-ROW-KIND            PIC X(01).
001700         88  RFD-OPEN-ITEM       VALUE 'I'.
001800         88  RFD-UNAPPLIED-CASH  VALUE 'U'.
001900     05  RFD-REFERENCE           PIC 9(07).
002000     05  RFD-AMOUNT              PIC S9(09)V99
002100         SIGN IS TRAILING SEPARATE CHARACTER.
