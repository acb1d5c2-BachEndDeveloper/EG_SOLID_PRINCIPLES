000100******************************************************************
000200*    RFNDAPR.CPY                                                 *
000300*    REFUND APPROVAL CARD - ONE CARD PER CUSTOMER ON THE REFUND  *
000400*    PROPOSAL THAT ACCOUNTS RECEIVABLE HAS DECIDED, READ BY THE  *
000500*    NEXT ARRFND RUN.  'A' APPROVES THE REFUND AMOUNT PRINTED ON *
000600*    THE PROPOSAL - THE AMOUNT RIDES ON THE CARD SO A BALANCE    *
000700*    THAT MOVED SINCE THE PROPOSAL IS PROPOSED AGAIN, NOT PAID.  *
000800*    'D' DECLINES IT WITH THE CARD'S REASON.  THE DECIDER'S ID   *
000900*    RIDES TO THE PAYMENT REQUEST FOR THE AUDIT TRAIL.           *
001000******************************************************************
001100 01  RFA-RECORD.
001200     05  RFA-CUSTOMER-NUMBER     PIC 9(06).
001300     05  RFA-DECISION            PIC X(01).
001400         88  RFA-APPROVE         VALUE 'A'.
001500         88  RFA-DECLINE         VALUE 'D'.
001600     05  RFA-REFUND-AMOUNT       PIC 9(09)V99.
001700     05  RFA-REASON-CODE         PIC X(04).
001800     05  RFA-REASON-TEXT         PIC X(24).
001900     05  RFA-DECIDED-BY          PIC X(08).
