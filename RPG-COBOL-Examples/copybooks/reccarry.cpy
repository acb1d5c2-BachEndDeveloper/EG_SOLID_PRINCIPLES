000100******************************************************************
000200*    RECCARRY.CPY                                                *
000300*    CASH RECONCILIATION CARRY-FORWARD RECORD - ONE LOCKBOX      *
000400*    BATCH AND DATE THAT BANKREC COULD NOT PROVE: THE DEPOSITS   *
000500*    AND RECEIPTS SEEN FOR IT SO FAR, AND THE RUN DATE IT WAS    *
000600*    FIRST LEFT UNRESOLVED.  BANKREC READS IT AT THE START OF    *
000700*    THE RUN SO A LATE DEPOSIT OR LATE RECEIPTS CAN STILL CLEAR  *
000800*    IT.                                                         *
000900******************************************************************
001000 01  RCC-RECORD.
001100     05  RCC-LOCKBOX-BATCH       PIC 9(06).
001200     05  RCC-DEPOSIT-DATE        PIC 9(08).
001300     05  RCC-DEPOSIT-COUNT       PIC 9(05).
001400     05  RCC-DEPOSIT-AMOUNT      PIC 9(09)V99.
001500     05  RCC-RECEIPT-COUNT       PIC 9(05).
001600     05  RCC-RECEIPT-AMOUNT      PIC 9(09)V99.
001700     05  RCC-FIRST-SEEN-DATE     PIC 9(08).
