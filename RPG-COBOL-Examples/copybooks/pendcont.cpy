000100******************************************************************
000200*    PENDCONT.CPY                                                *
000300*    PENDING CONTRACT RECORD - A CONTRACT ADD OR CHANGE KEYED    *
000400*    IN DSCONMT LANDS HERE WITH STATUS 'P' INSTEAD OF GOING      *
000500*    STRAIGHT TO THE CONTRACT MASTER.  A SECOND OPERATOR (A      *
000600*    DIFFERENT USER THAN THE ONE WHO KEYED IT) REVIEWS IT IN     *
000700*    DSCONAP; ONLY AN APPROVED ENTRY REACHES THE CONTFILE        *
000800*    CTRBILL BILLS FROM - THE SAME MAKER/CHECKER CONTROL AS      *
000900*    CUSTOMERS AND RATES.  ON A CHANGE, BLANK TEXT FIELDS AND    *
001000*    ZERO NUMBERS AND DATES KEEP THE MASTER'S CURRENT VALUE,     *
001100*    THE WAY PENDCUST.CPY WORKS.  ON AN ADD, A ZERO NEXT-BILL    *
001200*    DATE BILLS FIRST ON THE START DATE AND A ZERO END DATE      *
001300*    NEVER ENDS.                                                 *
001400******************************************************************
001500 01  PNT-RECORD.
001600     05  PNT-ACTION              PIC X(01).
001700         88  PNT-ADD             VALUE 'A'.
001800         88  PNT-CHANGE          VALUE 'C'.
001900     05  PNT-CONTRACT-NUMBER     PIC 9(06).
002000     05  PNT-CUSTOMER-NUMBER     PIC 9(06).
002100     05  PNT-INVOICE-TYPE        PIC X(15).
002200     05  PNT-AMOUNT              PIC 9(07)V99.
002300     05  PNT-CURRENCY-CODE       PIC X(03).
002400     05  PNT-FREQUENCY           PIC X(01).
002500     05  PNT-START-DATE          PIC 9(08).
002600     05  PNT-END-DATE            PIC 9(08).
002700     05  PNT-NEXT-BILL-DATE      PIC 9(08).
002800     05  PNT-CONTRACT-STATUS     PIC X(01).
002900     05  PNT-STATUS              PIC X(01).
003000         88  PNT-PENDING         VALUE 'P'.
003100         88  PNT-APPROVED        VALUE 'A'.
003200         88  PNT-REJECTED        VALUE 'R'.
003300     05  PNT-ENTERED-BY          PIC X(08).
003400     05  PNT-ENTERED-DATE        PIC 9(08).
003500     05  PNT-ENTERED-TIME        PIC 9(08).
003600     05  PNT-APPROVED-BY         PIC X(08).
003700     05  PNT-APPROVAL-DATE       PIC 9(08).
003800     05  PNT-APPROVAL-TIME       PIC 9(08).
