000100******************************************************************
000200*    PENDCONH.CPY                                                *
000300*    PENDING CONTRACT HISTORY RECORD - SAME LAYOUT AS            *
000400*    PENDCONT.CPY.  EVERY ENTRY DECIDED IN DSCONAP (APPROVED     *
000500*    OR REJECTED) MOVES HERE WITH ITS STATUS, APPROVER AND       *
000600*    TIMESTAMP, SO AUDIT CAN SEE WHO AUTHORIZED EVERY ROW ON     *
000700*    THE CONTRACT MASTER - THE SAME TRAIL PENDCHST.CPY KEEPS     *
000800*    FOR CUSTOMERS.                                              *
000900******************************************************************
001000 01  PTH-RECORD.
001100     05  PTH-ACTION              PIC X(01).
001200     05  PTH-CONTRACT-NUMBER     PIC 9(06).
001300     05  PTH-CUSTOMER-NUMBER     PIC 9(06).
001400     05  PTH-INVOICE-TYPE        PIC X(15).
001500     05  PTH-AMOUNT              PIC 9(07)V99.
001600     05  PTH-CURRENCY-CODE       PIC X(03).
001700     05  PTH-FREQUENCY           PIC X(01).
001800     05  PTH-START-DATE          PIC 9(08).
001900     05  PTH-END-DATE            PIC 9(08).
002000     05  PTH-NEXT-BILL-DATE      PIC 9(08).
002100     05  PTH-CONTRACT-STATUS     PIC X(01).
002200     05  PTH-STATUS              PIC X(01).
002300     05  PTH-ENTERED-BY          PIC X(08).
002400     05  PTH-ENTERED-DATE        PIC 9(08).
002500     05  PTH-ENTERED-TIME        PIC 9(08).
002600     05  PTH-APPROVED-BY         PIC X(08).
002700     05  PTH-APPROVAL-DATE       PIC 9(08).
002800     05  PTH-APPROVAL-TIME       PIC 9(08).
