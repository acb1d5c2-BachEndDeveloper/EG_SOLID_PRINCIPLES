000100******************************************************************
000200*    RELPARM.CPY                                                 *
000300*    CREDIT-HOLD RELEASE CONTROL CARD - ONE CARD READ AT THE     *
000400*    START OF CRHREL.  RLP-MAX-HOLD-DAYS IS HOW MANY DAYS AN     *
000500*    UNDECIDED HOLD MAY WAIT FOR THE CREDIT TEAM BEFORE IT IS    *
000600*    CANCELLED AND REPORTED, SO CREDIT CAN TUNE IT WITHOUT A     *
000700*    RECOMPILE.  A MISSING CARD OR A ZERO VALUE TAKES THE        *
000800*    PROGRAM DEFAULT.                                            *
000900******************************************************************
001000 01  RLP-RECORD.
001100     05  RLP-MAX-HOLD-DAYS       PIC 9(03).
