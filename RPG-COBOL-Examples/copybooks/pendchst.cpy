001500     05  PCH-CREDIT-LIMIT        PIC 9(09)V99.
001510     05  PCH-TAX-STATE           PIC X(02).
001520     05  PCH-TAX-LOCAL           PIC X(04).
001530     05  PCH-PAYMENT-TERMS       PIC X(08).
001540     05  PCH-CUSTOMER-CLASS      PIC X(02).
001550     05  PCH-FINCHG-EXEMPT-FLAG  PIC X(01).
001551     05  PCH-BILL-ADDRESS-1      PIC X(30).
001552     05  PCH-BILL-ADDRESS-2      PIC X(30).
001553     05  PCH-BILL-CITY           PIC X(20).
001554     05  PCH-BILL-STATE          PIC X(02).
001555     05  PCH-BILL-ZIP            PIC X(10).
001556     05  PCH-DELIVERY-METHOD     PIC X(01).
001557     05  PCH-EDI-PARTNER-ID      PIC X(15).
001600     05  PCH-STATUS              PIC X(01).
001700     05  PCH-ENTERED-BY          PIC X(08).
001800     05  PCH-ENTERED-DATE        PIC 9(08).
