000530*    LAST, SO THE RUN CAN PROVE THE FILE ARRIVED WHOLE.          *
000540*    INV-RESUBMIT-FLAG IS 'R' ON A DETAIL REBUILT FROM THE       *
000550*    REJECT-FILE BY REJRESUB, SO CORRECTED BILLINGS CAN BE       *
000560*    TOLD APART FROM FIRST-PASS ONES IN THE AUDIT TRAIL, AND     *
000561*    'C' ON A DETAIL RELEASED FROM CREDIT HOLD BY CRHREL, SO     *
000562*    THE INVOICE RUN BILLS IT WITHOUT HOLDING IT AGAIN.          *
000563*    A HEADER WITH BATCH 99997 OPENS A CONTRACT BILLING FEED     *
000564*    FROM CTRBILL, WHOSE INVOICE NUMBERS RUN FROM 9000001 UP.    *
000565*    BATCH 99996 OPENS THE MONTH-END FINANCE-CHARGE FEED FROM    *
000566*    FINCHG - TYPE FINANCECHARGE, HOME CURRENCY, NUMBERS FROM    *
000567*    8000001 UP - BILLED WITH NO DISCOUNT, TAX OR CREDIT HOLD.   *
000570*    INV-CURRENCY-CODE IS THE BILLING CURRENCY OF INV-AMOUNT -   *
000580*    SPACES OR USD IS HOME CURRENCY; ANYTHING ELSE IS            *
000590*    CONVERTED AT THE RUN DATE'S RATE FROM THE FXRATE FILE.      *
000591*    INV-CHAIN-CODE 'V' MARKS A VOID - IT REVERSES, EXACTLY AS   *
000592*    BILLED, THE INVOICE NAMED IN INV-ORIG-INVOICE-NUMBER.  A    *
000593*    VOID CARRIES ITS OWN NEW INVOICE NUMBER; ITS CUSTOMER,      *
000594*    TYPE, AMOUNT AND CURRENCY ARE TAKEN FROM THE ORIGINAL'S     *
000595*    AUDIT ROW, NOT FROM THE DETAIL.  'B' MARKS A REBILL - A     *
000596*    FRESH INVOICE, PRICED AS USUAL UNDER ITS OWN NUMBER, THAT   *
000597*    REPLACES THE VOIDED ONE NAMED IN INV-ORIG-INVOICE-NUMBER.   *
000598*    A CREDIT MEMO (CHAIN CODE BLANK) MAY NAME THE INVOICE IT    *
000599*    CREDITS IN INV-ORIG-INVOICE-NUMBER; ZERO IF NONE.           *
000600*    THE HEADER AND TRAILER FILLERS PAD TO THE DETAIL'S LENGTH.  *
000601******************************************************************
000610 01  INV-RECORD.
000620     05  INV-RECORD-TYPE         PIC X(01).
000630         88  INV-HEADER-REC      VALUE 'H'.
001020         88  INV-HOME-CURRENCY   VALUE SPACES 'USD'.
001030     05  INV-RESUBMIT-FLAG       PIC X(01).
001040         88  INV-RESUBMITTED     VALUE 'R'.
001050         88  INV-CREDIT-RELEASED VALUE 'C'.
001051     05  INV-CHAIN-CODE          PIC X(01).
001052         88  INV-VOID-TRAN       VALUE 'V'.
001053         88  INV-REBILL-TRAN     VALUE 'B'.
001054         88  INV-CHAIN-TRAN      VALUE 'V' 'B'.
001055     05  INV-ORIG-INVOICE-NUMBER PIC 9(07).
001100 01  INV-HEADER-RECORD.
001200     05  FILLER                  PIC X(01).
001300     05  INV-HDR-FEED-DATE       PIC 9(08).
001400     05  INV-HDR-BATCH-NUMBER    PIC 9(05).
001500     05  FILLER                  PIC X(36).
001600 01  INV-TRAILER-RECORD.
001700     05  FILLER                  PIC X(01).
001800     05  INV-TRL-RECORD-COUNT    PIC 9(07).
001900     05  INV-TRL-HASH-TOTAL      PIC 9(11)V99.
002000     05  FILLER                  PIC X(29).
