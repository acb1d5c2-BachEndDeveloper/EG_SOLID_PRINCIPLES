000100******************************************************************
000200*    BANKSTMT.CPY                                                *
000300*    BANK STATEMENT LINE - ONE LINE OF THE BANK'S DAILY          *
000400*    STATEMENT FILE, READ BY THE BANKREC CASH RECONCILIATION     *
000500*    STEP.  ONLY DEPOSIT LINES (TYPE D) ARE RECONCILED - EACH IS *
000600*    THE MONEY THE BANK CREDITED FOR ONE LOCKBOX BATCH ON ONE    *
000700*    DATE, AND IS PROVED AGAINST THE CASHRCPT RECEIPTS OF THAT   *
000800*    BATCH AND DATE.  OTHER LINE TYPES (FEES, TRANSFERS,         *
000900*    BALANCES) ARE SKIPPED.                                      *
001000******************************************************************
001100 01  BST-RECORD.
001200     05  BST-RECORD-TYPE         PIC X(01).
001300         88  BST-DEPOSIT         VALUE 'D'.
001400     05  BST-DEPOSIT-DATE        PIC 9(08).
001500     05  BST-LOCKBOX-BATCH       PIC 9(06).
001600     05  BST-AMOUNT              PIC 9(09)V99.
001700     05  BST-BANK-REFERENCE      PIC X(16).
