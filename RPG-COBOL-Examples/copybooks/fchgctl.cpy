000100******************************************************************
000200*    FCHGCTL.CPY                                                 *
000300*    FINANCE-CHARGE CONTROL RECORD - THE ONE RECORD OF FCHGCTL,  *
000400*    READ AT THE START OF FINCHG AND WRITTEN BACK WHOLE AT THE   *
000500*    END OF A SUCCESSFUL RUN, THE WAY THE INVOICE RUN KEEPS ITS  *
000600*    CHECKPOINT.  IT HOLDS THE LAST MONTH ASSESSED, SO A MONTH   *
000700*    IS NEVER CHARGED TWICE, AND THE NEXT INVOICE NUMBER OF THE  *
000800*    FINANCE-CHARGE RANGE.  AN INTERRUPTED RUN NEVER WRITES IT,  *
000900*    SO ITS RERUN REISSUES THE SAME NUMBERS.                     *
001000******************************************************************
001100 01  FCC-RECORD.
001200     05  FCC-LAST-MONTH          PIC 9(06).
001300     05  FCC-NEXT-INVOICE        PIC 9(07).
001400     05  FCC-LAST-RUN-DATE       PIC 9(08).
001500     05  FCC-LAST-CHARGE-COUNT   PIC 9(07).
001600     05  FCC-LAST-CHARGE-TOTAL   PIC 9(09)V99.
