000100******************************************************************
000200*    APPAYREQ.CPY                                                *
000300*    ACCOUNTS-PAYABLE PAYMENT REQUEST - ONE ROW PER APPROVED     *
000400*    CUSTOMER REFUND, WRITTEN BY ARRFND FOR THE AP SYSTEM TO CUT *
000500*    THE CHEQUE.  THE PAYEE IS THE AR CUSTOMER; AP CHARGES THE   *
000600*    PAYMENT TO THE CLEARING ACCOUNT NAMED ON THE ROW, WHICH     *
000700*    ARRFND CREDITED WHEN IT RELIEVED THE RECEIVABLE.            *
000800******************************************************************
000900 01  APR-RECORD.
001000     05  APR-REQUEST-DATE        PIC 9(08).
001100     05  APR-REQUEST-TYPE        PIC X(04).
001200         88  APR-AR-REFUND       VALUE 'ARRF'.
001300     05  APR-PAYEE-NUMBER        PIC 9(06).
001400     05  APR-PAYEE-NAME          PIC X(30).
001500     05  APR-AMOUNT              PIC 9(09)V99.
001600     05  APR-GL-ACCOUNT          PIC X(04).
001700     05  APR-APPROVED-BY         PIC X(08).
