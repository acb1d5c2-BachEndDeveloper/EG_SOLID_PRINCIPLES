001600     05  PC2-CREDIT-LIMIT        PIC 9(09)V99.
001610     05  PC2-TAX-STATE           PIC X(02).
001620     05  PC2-TAX-LOCAL           PIC X(04).
001630     05  PC2-PAYMENT-TERMS       PIC X(08).
001640     05  PC2-CUSTOMER-CLASS      PIC X(02).
001650     05  PC2-FINCHG-EXEMPT-FLAG  PIC X(01).
001651     05  PC2-BILL-ADDRESS-1      PIC X(30).
001652     05  PC2-BILL-ADDRESS-2      PIC X(30).
001653     05  PC2-BILL-CITY           PIC X(20).
001654     05  PC2-BILL-STATE          PIC X(02).
001655     05  PC2-BILL-ZIP            PIC X(10).
001656     05  PC2-DELIVERY-METHOD     PIC X(01).
001657     05  PC2-EDI-PARTNER-ID      PIC X(15).
001700     05  PC2-STATUS              PIC X(01).
001800     05  PC2-ENTERED-BY          PIC X(08).
001900     05  PC2-ENTERED-DATE        PIC 9(08).
