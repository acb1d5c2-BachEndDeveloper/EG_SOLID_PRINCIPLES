000610*    CAPS THE CUSTOMER'S EXPOSURE - OPEN ITEMS PLUS THE DAY'S     *
000620*    BILLINGS - IN THE INVOICE RUN'S CREDIT CHECK; A ZERO LIMIT   *
000630*    MEANS THE CUSTOMER IS NOT CREDIT-CHECKED (LEGACY ROWS).      *
000640*    THE PAYMENT TERMS SET THE DUE DATE THE INVOICE RUN STAMPS    *
000650*    ON EVERY ITEM AND THE EARLY-PAY DISCOUNT ARCASH ALLOWS;      *
000660*    BLANK TERMS (LEGACY ROWS) ARE TREATED AS NET 30.             *
000700******************************************************************
000800 01  CUS-RECORD.
000900     05  CUS-CUSTOMER-NUMBER     PIC 9(06).
001600*    CODES MEAN THE LEGACY FLAT RATE-TABLE TAX RATE APPLIES.
001700     05  CUS-TAX-STATE           PIC X(02).
001800     05  CUS-TAX-LOCAL           PIC X(04).
001900*    PAYMENT TERMS - NET 30, NET 60, OR 2 PERCENT OFF IF PAID
002000*    WITHIN 10 DAYS, OTHERWISE NET 30.  BLANK MEANS NET 30.
002100     05  CUS-PAYMENT-TERMS       PIC X(08).
002200         88  CUS-TERMS-NET30     VALUE 'NET30' SPACES.
002300         88  CUS-TERMS-NET60     VALUE 'NET60'.
002400         88  CUS-TERMS-2-10-NET30
002500                                 VALUE '2/10N30'.
002600         88  CUS-TERMS-VALID     VALUE 'NET30' 'NET60' '2/10N30'
002700                                       SPACES.
002800*    FINANCE-CHARGE CLASS - PICKS THE FCHGRATE ROW (MONTHLY
002900*    RATE, GRACE DAYS, MINIMUM CHARGE) THE MONTH-END FINCHG RUN
003000*    ASSESSES THE CUSTOMER'S PAST-DUE BALANCE AT.  A BLANK CLASS
003100*    TAKES THE BLANK-CLASS ROW.  AN EXEMPT CUSTOMER ('Y') IS
003200*    NEVER CHARGED; 'N' OR BLANK (LEGACY ROWS) IS NOT EXEMPT.
003300     05  CUS-CUSTOMER-CLASS      PIC X(02).
003400     05  CUS-FINCHG-EXEMPT-FLAG  PIC X(01).
003500         88  CUS-FINCHG-EXEMPT   VALUE 'Y'.
003600         88  CUS-FINCHG-FLAG-VALID
003700                                 VALUE 'Y' 'N' SPACE.
003800*    BILL-TO ADDRESS - PRINTED ON THE CUSTOMER'S INVOICE AND
003900*    CREDIT DOCUMENTS BY INVDOC AND CARRIED ON THE EDI 810.
004000     05  CUS-BILL-ADDRESS-1      PIC X(30).
004100     05  CUS-BILL-ADDRESS-2      PIC X(30).
004200     05  CUS-BILL-CITY           PIC X(20).
004300     05  CUS-BILL-STATE          PIC X(02).
004400     05  CUS-BILL-ZIP            PIC X(10).
004500*    DELIVERY METHOD - HOW INVDOC SENDS THE CUSTOMER'S INVOICE
004600*    DOCUMENTS.  'E' MARKS AN EDI TRADING PARTNER, SENT AN 810
004700*    TO THE PARTNER ID BELOW; 'P' OR BLANK (LEGACY ROWS) IS A
004800*    PRINTED PAPER DOCUMENT.
004900     05  CUS-DELIVERY-METHOD     PIC X(01).
005000         88  CUS-DELIVER-PAPER   VALUE 'P' SPACE.
005100         88  CUS-DELIVER-EDI     VALUE 'E'.
005200         88  CUS-DELIVERY-VALID  VALUE 'P' 'E' SPACE.
005300     05  CUS-EDI-PARTNER-ID      PIC X(15).
