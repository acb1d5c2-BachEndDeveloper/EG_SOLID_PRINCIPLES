000100******************************************************************
000200*    FCHGRATE.CPY                                                *
000300*    FINANCE-CHARGE RATE CARD - ONE CARD PER CUSTOMER CLASS,     *
000400*    LOADED BY THE MONTH-END FINCHG RUN.  A CUSTOMER'S PAST-DUE  *
000500*    BALANCE IS CHARGED AT FCR-MONTHLY-RATE (0.0150 IS 1.5 PER   *
000600*    CENT A MONTH); AN ITEM COUNTS ONLY ONCE IT IS MORE THAN     *
000700*    FCR-GRACE-DAYS PAST ITS DUE DATE; A CHARGE UNDER            *
000800*    FCR-MINIMUM-CHARGE IS RAISED TO IT.  THE CARD WITH A BLANK  *
000900*    CLASS SERVES CUSTOMERS WITH A BLANK CLASS.  A CUSTOMER      *
001000*    WHOSE CLASS HAS NO CARD IS NOT CHARGED.                     *
001100******************************************************************
001200 01  FCR-RECORD.
001300     05  FCR-CUSTOMER-CLASS      PIC X(02).
001400     05  FCR-MONTHLY-RATE        PIC 9V9999.
001500     05  FCR-GRACE-DAYS          PIC 9(03).
001600     05  FCR-MINIMUM-CHARGE      PIC 9(05)V99.
