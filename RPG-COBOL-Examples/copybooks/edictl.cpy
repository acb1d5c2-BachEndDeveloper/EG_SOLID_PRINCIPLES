000100******************************************************************
000200*    EDICTL.CPY                                                  *
000300*    EDI CONTROL RECORD - THE ONE RECORD OF EDICTL, READ AT THE  *
000400*    START OF INVDOC AND WRITTEN BACK WHOLE AT THE END OF A      *
000500*    SUCCESSFUL RUN, THE WAY FINCHG KEEPS FCHGCTL.  IT HOLDS OUR *
000600*    OWN INTERCHANGE SENDER ID AND THE NEXT INTERCHANGE CONTROL  *
000700*    NUMBER FOR THE OUTBOUND 810 FILE.  EACH EDI DOCUMENT TAKES  *
000800*    THE NEXT NUMBER, WRAPPING FROM 999999999 BACK TO 1.  AN     *
000900*    INTERRUPTED RUN NEVER WRITES IT, SO ITS RERUN REISSUES THE  *
001000*    SAME NUMBERS.  NO RECORD, OR A BLANK SENDER ID, MEANS EDI   *
001100*    IS NOT SET UP AND EVERY TRADING PARTNER IS SENT PAPER.      *
001200******************************************************************
001300 01  EDC-RECORD.
001400     05  EDC-SENDER-ID           PIC X(15).
001500     05  EDC-NEXT-INTERCHANGE    PIC 9(09).
001600     05  EDC-LAST-RUN-DATE       PIC 9(08).
001700     05  EDC-LAST-INTERCHANGE-COUNT
001800                                 PIC 9(07).
