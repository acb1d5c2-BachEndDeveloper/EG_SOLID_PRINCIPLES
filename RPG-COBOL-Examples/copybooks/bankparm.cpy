000100******************************************************************
000200*    BANKPARM.CPY                                                *
000300*    CASH RECONCILIATION CONTROL CARD - ONE CARD READ AT THE     *
000400*    START OF BANKREC.  BKP-MAX-OPEN-DAYS IS HOW MANY DAYS A     *
000500*    DIFFERENCE MAY STAY UNRESOLVED BEFORE THE STEP ENDS WITH A  *
000600*    WARNING RETURN CODE FOR TREASURY.  A MISSING CARD OR A ZERO *
000700*    VALUE TAKES THE PROGRAM DEFAULT.                            *
000800******************************************************************
000900 01  BKP-RECORD.
001000     05  BKP-MAX-OPEN-DAYS       PIC 9(03).
