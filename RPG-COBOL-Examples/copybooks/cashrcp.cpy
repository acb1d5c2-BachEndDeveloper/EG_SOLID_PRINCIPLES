000710*    RIDES FROM THE LOCKBOX FEED (ZERO WHEN THE BANK COULD NOT   *
000720*    IDENTIFY THE REMITTER) SO ON-ACCOUNT CASH LANDS ON THE      *
000730*    RIGHT CUSTOMER.                                             *
000740*    RCP-LOCKBOX-BATCH IS THE BANK'S LOCKBOX BATCH THE PAYMENT   *
000750*    ARRIVED IN, SO BANKREC CAN PROVE THE RECEIPTS OF EACH BATCH *
000760*    AND DATE AGAINST THE MONEY THE BANK DEPOSITED FOR IT.       *
000800******************************************************************
000900 01  RCP-RECORD.
001000     05  RCP-RECEIPT-NUMBER      PIC 9(07).
001200     05  RCP-RECEIPT-DATE        PIC 9(08).
001300     05  RCP-AMOUNT              PIC 9(07)V99.
001400     05  RCP-CUSTOMER-NUMBER     PIC 9(06).
001500     05  RCP-LOCKBOX-BATCH       PIC 9(06).
