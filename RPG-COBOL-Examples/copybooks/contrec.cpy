000100******************************************************************
000200*    CONTREC.CPY                                                 *
000300*    RECURRING BILLING CONTRACT MASTER - ONE ROW PER CONTRACT    *
000400*    ON THE INDEXED CONTFILE, KEYED BY CTR-CONTRACT-NUMBER.      *
000500*    ROWS REACH IT ONLY THROUGH THE DSCONMT/DSCONAP              *
000600*    MAKER/CHECKER PAIR.  EVERY NIGHT CTRBILL BILLS EACH ACTIVE  *
000700*    CONTRACT WHOSE NEXT-BILL DATE HAS COME, INSIDE ITS START    *
000800*    AND END DATES (A ZERO END DATE NEVER ENDS), AS ONE          *
000900*    INVOICE-FILE DETAIL, THEN MOVES THE NEXT-BILL DATE ON A     *
001000*    MONTH, A QUARTER OR A YEAR.  THE LAST-BILLED FIELDS NAME    *
001100*    THE PERIOD, AMOUNT, INVOICE NUMBER AND RUN DATE OF THE      *
001200*    LAST BILLING, SO A RERUN OF THE SAME NIGHT REISSUES THE     *
001300*    SAME INVOICE INSTEAD OF BILLING THE PERIOD AGAIN.           *
001400*    ROW ZERO IS NO CONTRACT - IT IS CTRBILL'S CONTROL ROW,      *
001500*    HOLDING THE NEXT INVOICE NUMBER OF THE CONTRACT RANGE.      *
001600******************************************************************
001700 01  CTR-RECORD.
001800     05  CTR-CONTRACT-NUMBER     PIC 9(06).
001900     05  CTR-CUSTOMER-NUMBER     PIC 9(06).
002000     05  CTR-INVOICE-TYPE        PIC X(15).
002100     05  CTR-AMOUNT              PIC 9(07)V99.
002200     05  CTR-CURRENCY-CODE       PIC X(03).
002300     05  CTR-FREQUENCY           PIC X(01).
002400         88  CTR-MONTHLY         VALUE 'M'.
002500         88  CTR-QUARTERLY       VALUE 'Q'.
002600         88  CTR-ANNUAL          VALUE 'A'.
002700         88  CTR-FREQUENCY-VALID VALUE 'M' 'Q' 'A'.
002800     05  CTR-START-DATE          PIC 9(08).
002900     05  CTR-END-DATE            PIC 9(08).
003000     05  CTR-NEXT-BILL-DATE      PIC 9(08).
003100     05  CTR-STATUS              PIC X(01).
003200         88  CTR-ACTIVE          VALUE 'A'.
003300         88  CTR-INACTIVE        VALUE 'I'.
003400     05  CTR-LAST-BILLED-DATE    PIC 9(08).
003500     05  CTR-LAST-BILLED-AMOUNT  PIC 9(07)V99.
003600     05  CTR-LAST-INVOICE-NUMBER PIC 9(07).
003700     05  CTR-LAST-RUN-DATE       PIC 9(08).
003800     05  CTR-APPROVED-BY         PIC X(08).
003900     05  CTR-APPROVAL-DATE       PIC 9(08).
004000 01  CTR-CONTROL-RECORD.
004100     05  CTR-CTL-KEY             PIC 9(06).
004200     05  CTR-CTL-NEXT-INVOICE    PIC 9(07).
004300     05  CTR-CTL-LAST-RUN-DATE   PIC 9(08).
004400     05  FILLER                  PIC X(92).
