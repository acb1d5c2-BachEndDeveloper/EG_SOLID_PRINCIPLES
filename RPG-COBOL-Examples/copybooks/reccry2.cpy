000100******************************************************************
000200*    RECCRY2.CPY                                                 *
000300*    ROLLED-FORWARD CASH RECONCILIATION RECORD - SAME LAYOUT AS  *
000400*    RECCARRY.CPY, WRITTEN BY BANKREC FOR EVERY BATCH AND DATE   *
000500*    STILL UNRESOLVED AT END OF RUN.  OPS SWAPS IT IN AS THE     *
000600*    NEXT RUN'S RECCARRY INPUT, THE SAME WAY UNAPCSH2 ROLLS      *
000700*    FORWARD.                                                    *
000800******************************************************************
000900 01  RC2-RECORD.
001000     05  RC2-LOCKBOX-BATCH       PIC 9(06).
001100     05  RC2-DEPOSIT-DATE        PIC 9(08).
001200     05  RC2-DEPOSIT-COUNT       PIC 9(05).
001300     05  RC2-DEPOSIT-AMOUNT      PIC 9(09)V99.
001400     05  RC2-RECEIPT-COUNT       PIC 9(05).
001500     05  RC2-RECEIPT-AMOUNT      PIC 9(09)V99.
001600     05  RC2-FIRST-SEEN-DATE     PIC 9(08).
