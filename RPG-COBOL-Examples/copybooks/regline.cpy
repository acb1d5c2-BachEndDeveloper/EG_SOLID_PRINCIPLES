000200*    REGLINE.CPY                                                 *
000300*    DAILY INVOICE REGISTER PRINT LINE - ONE LINE PER INVOICE,    *
000400*    PLUS THE GRAND-TOTAL LINE WRITTEN AT END OF RUN.             *
000410*    REG-CHAIN-NOTE NAMES THE ORIGINAL ON A VOID OR REBILL LINE. *
000500******************************************************************
000600 01  REG-LINE.
000700     05  REG-INVOICE-NUMBER      PIC ZZZZZZ9.
001300     05  REG-TAX-AMOUNT          PIC ZZZ,ZZZ,ZZ9.99-.
001400     05  FILLER                  PIC X(03) VALUE SPACES.
001500     05  REG-TOTAL               PIC ZZZ,ZZZ,ZZ9.99-.
001600     05  REG-CHAIN-NOTE          PIC X(20).
