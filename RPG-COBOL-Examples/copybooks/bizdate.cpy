000100******************************************************************
000200*    BIZDATE.CPY                                                 *
000300*    BUSINESS-DATE CARD - ONE CARD READ AT THE START OF EVERY    *
000400*    STEP OF THE NIGHTLY AND MONTH-END AR CHAIN (INVOICE,        *
000500*    ARCASH, ARDUN, ARBAL, ARSTMT, TAXRMT, AUDARCH).  IT IS THE  *
000600*    DATE THE STEP RUNS FOR - THE RUN DATE ON EVERY REPORT, ROW  *
000700*    AND AGE CALCULATION - IN PLACE OF THE SYSTEM CLOCK, SO A    *
000800*    RERUN AFTER MIDNIGHT STILL RUNS FOR THE SAME DAY.  OPS      *
000900*    PUNCHES ONE CARD PER BUSINESS DAY.  A MISSING OR INVALID    *
001000*    CARD STOPS THE STEP.                                        *
001100******************************************************************
001200 01  BDC-RECORD.
001300     05  BDC-BUSINESS-DATE       PIC 9(08).
001400     05  BDC-DATE-PARTS REDEFINES BDC-BUSINESS-DATE.
001500         10  BDC-YEAR            PIC 9(04).
001600         10  BDC-MONTH           PIC 9(02).
001700         10  BDC-DAY             PIC 9(02).
