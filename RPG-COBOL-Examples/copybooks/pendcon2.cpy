000100******************************************************************
000200*    PENDCON2.CPY                                                *
000300*    ROLLED-FORWARD PENDING CONTRACT RECORD - SAME LAYOUT AS     *
000400*    PENDCONT.CPY, WRITTEN BY DSCONAP FOR EVERY ENTRY STILL      *
000500*    PENDING AFTER A REVIEW SESSION (SKIPPED, OR NOT LOADED      *
000600*    BECAUSE THE SESSION TABLE WAS FULL - THOSE PASS THROUGH     *
000700*    UNTOUCHED, NOTHING IS EVER DROPPED).  OPS SWAPS IT IN AS    *
000800*    THE NEXT PENDCONT, THE SAME WAY PENDCUS2 ROLLS FORWARD.     *
000900******************************************************************
001000 01  PT2-RECORD.
001100     05  PT2-ACTION              PIC X(01).
001200     05  PT2-CONTRACT-NUMBER     PIC 9(06).
001300     05  PT2-CUSTOMER-NUMBER     PIC 9(06).
001400     05  PT2-INVOICE-TYPE        PIC X(15).
001500     05  PT2-AMOUNT              PIC 9(07)V99.
001600     05  PT2-CURRENCY-CODE       PIC X(03).
001700     05  PT2-FREQUENCY           PIC X(01).
001800     05  PT2-START-DATE          PIC 9(08).
001900     05  PT2-END-DATE            PIC 9(08).
002000     05  PT2-NEXT-BILL-DATE      PIC 9(08).
002100     05  PT2-CONTRACT-STATUS     PIC X(01).
002200     05  PT2-STATUS              PIC X(01).
002300     05  PT2-ENTERED-BY          PIC X(08).
002400     05  PT2-ENTERED-DATE        PIC 9(08).
002500     05  PT2-ENTERED-TIME        PIC 9(08).
002600     05  PT2-APPROVED-BY         PIC X(08).
002700     05  PT2-APPROVAL-DATE       PIC 9(08).
002800     05  PT2-APPROVAL-TIME       PIC 9(08).
