000500*    REACHES ZERO.  A CREDIT MEMO RIDES AS A NEGATIVE OPEN       *
000600*    BALANCE AND OFFSETS IN THE CUSTOMER'S AGED TOTALS.          *
000700*    MAINTAINED BY THE ARCASH CASH-APPLICATION RUN.              *
000710*    THE DUE DATE, DISCOUNT DATE AND DISCOUNT PERCENT RIDE OVER  *
000720*    FROM THE AR EXTRACT; AGING COUNTS FROM THE DUE DATE.  A     *
000730*    ZERO DUE DATE (ROWS OPENED BEFORE TERMS) MEANS POSTING      *
000740*    DATE PLUS 30 DAYS, NO DISCOUNT.                             *
000800******************************************************************
000900 01  OPN-RECORD.
001000     05  OPN-INVOICE-NUMBER      PIC 9(07).
001510         SIGN IS TRAILING SEPARATE CHARACTER.
001600     05  OPN-OPEN-BALANCE        PIC S9(09)V99
001610         SIGN IS TRAILING SEPARATE CHARACTER.
001700     05  OPN-DUE-DATE            PIC 9(08).
001800     05  OPN-DISC-DATE           PIC 9(08).
001900     05  OPN-DISC-PCT            PIC 9(02)V99.
