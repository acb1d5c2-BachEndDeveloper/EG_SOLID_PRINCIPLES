000100******************************************************************
000200*    RFNDPARM.CPY                                                *
000300*    CREDIT-BALANCE REFUND CONTROL CARD - ONE CARD READ AT THE   *
000400*    START OF ARRFND.  RFP-MIN-CREDIT-DAYS IS HOW LONG A         *
000500*    CUSTOMER'S NET POSITION MUST HAVE BEEN A CREDIT BEFORE IT   *
000600*    IS PROPOSED FOR REFUND; RFP-MIN-REFUND-AMOUNT IS THE        *
000700*    SMALLEST CREDIT WORTH A CHEQUE.  A MISSING CARD OR A ZERO   *
000800*    VALUE TAKES THE PROGRAM DEFAULT.                            *
000900******************************************************************
001000 01  RFP-RECORD.
001100     05  RFP-MIN-CREDIT-DAYS     PIC 9(03).
001200     05  RFP-MIN-REFUND-AMOUNT   PIC 9(05)V99.
