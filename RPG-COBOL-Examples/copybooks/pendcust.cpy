000900*    CONTROL THE AUDITORS MADE US PUT ON RATES.  ON A CHANGE,    *
001000*    A BLANK NAME OR STATUS AND A ZERO CREDIT LIMIT KEEP THE     *
001100*    MASTER'S CURRENT VALUE, THE WAY CORRECTION CARDS DO.        *
001110*    BLANK PAYMENT TERMS LIKEWISE KEEP THE CURRENT TERMS.        *
001120*    A BLANK FINANCE-CHARGE CLASS OR EXEMPT FLAG KEEPS THE       *
001130*    CURRENT ONE TOO.                                            *
001140*    SO DO BLANK BILL-TO ADDRESS FIELDS, A BLANK DELIVERY        *
001150*    METHOD AND A BLANK EDI PARTNER ID.                          *
001200******************************************************************
001300 01  PNC-RECORD.
001400     05  PNC-ACTION              PIC X(01).
002000     05  PNC-CREDIT-LIMIT        PIC 9(09)V99.
002010     05  PNC-TAX-STATE           PIC X(02).
002020     05  PNC-TAX-LOCAL           PIC X(04).
002030     05  PNC-PAYMENT-TERMS       PIC X(08).
002040     05  PNC-CUSTOMER-CLASS      PIC X(02).
002050     05  PNC-FINCHG-EXEMPT-FLAG  PIC X(01).
002051     05  PNC-BILL-ADDRESS-1      PIC X(30).
002052     05  PNC-BILL-ADDRESS-2      PIC X(30).
002053     05  PNC-BILL-CITY           PIC X(20).
002054     05  PNC-BILL-STATE          PIC X(02).
002055     05  PNC-BILL-ZIP            PIC X(10).
002056     05  PNC-DELIVERY-METHOD     PIC X(01).
002057     05  PNC-EDI-PARTNER-ID      PIC X(15).
002100     05  PNC-STATUS              PIC X(01).
002200         88  PNC-PENDING         VALUE 'P'.
002300         88  PNC-APPROVED        VALUE 'A'.
