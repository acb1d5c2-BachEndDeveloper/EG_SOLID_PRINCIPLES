000200*    AREXTR.CPY                                                  *
000300*    AR INTERFACE EXTRACT RECORD - ONE ROW PER INVOICE, POSTED,  *
000400*    TAXED TOTAL, PICKED UP BY ACCOUNTS RECEIVABLE FOR POSTING.   *
000410*    THE DUE DATE AND ANY EARLY-PAY DISCOUNT DATE AND PERCENT     *
000420*    COME FROM THE CUSTOMER'S PAYMENT TERMS AT BILLING TIME.      *
000430*    A VOID ('V') OR REBILL ('B') ROW NAMES THE ORIGINAL         *
000440*    INVOICE, SO AR CAN CLOSE THE ORIGINAL'S OPEN ITEM AGAINST   *
000450*    THE VOID INSTEAD OF CARRYING TWO OFFSETTING ITEMS.          *
000460*    A CREDIT MEMO ROW NAMES THE INVOICE IT CREDITS THE SAME WAY *
000470*    (CHAIN CODE BLANK), SO AR CAN CLOSE A DISPUTE ON IT.        *
000480*    A FINANCECHARGE ROW IS A MONTH-END FINANCE CHARGE FROM      *
000490*    FINCHG, BILLED THROUGH THE INVOICE RUN LIKE ANY OTHER.      *
000491*    INVDOC READS THE SAME ROWS TO PRODUCE THE DOCUMENT EACH     *
000492*    CUSTOMER RECEIVES - PAPER OR EDI 810 - FOR EVERY INVOICE.   *
000500******************************************************************
000600 01  EXT-RECORD.
000700     05  EXT-INVOICE-NUMBER      PIC 9(07).
000800     05  EXT-CUSTOMER-NUMBER     PIC 9(06).
000810     05  EXT-CUSTOMER-NAME       PIC X(30).
000900     05  EXT-INVOICE-TYPE        PIC X(15).
000910         88  EXT-CREDIT-MEMO     VALUE 'CreditMemo'.
000920         88  EXT-FINANCE-CHARGE  VALUE 'FinanceCharge'.
001000     05  EXT-FINAL-TOTAL         PIC S9(09)V99
001010         SIGN IS TRAILING SEPARATE CHARACTER.
001100     05  EXT-POSTING-DATE        PIC 9(08).
001200     05  EXT-DUE-DATE            PIC 9(08).
001300     05  EXT-DISC-DATE           PIC 9(08).
001400     05  EXT-DISC-PCT            PIC 9(02)V99.
001500     05  EXT-CHAIN-CODE          PIC X(01).
001600         88  EXT-VOID-TRAN       VALUE 'V'.
001700     05  EXT-ORIG-INVOICE-NUMBER PIC 9(07).
