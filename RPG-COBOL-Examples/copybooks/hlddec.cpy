000100******************************************************************
000200*    HLDDEC.CPY                                                  *
000300*    CREDIT-HOLD DECISION CARD - ONE CARD PER HELD INVOICE THE   *
000400*    CREDIT TEAM HAS DECIDED, KEYED BY THE HELD INVOICE NUMBER   *
000500*    AND READ BY CRHREL.  'R' RELEASES THE HOLD TO BILL ON THE   *
000600*    NEXT INVOICE RUN; 'D' DECLINES IT, AND THE REASON CODE AND  *
000700*    TEXT PRINT ON THE RELEASE REPORT AS THE HOLD DROPS OUT.     *
000800*    THE DECIDER'S ID RIDES TO THE REPORT FOR THE AUDIT TRAIL.   *
000900******************************************************************
001000 01  HDC-RECORD.
001100     05  HDC-INVOICE-NUMBER      PIC 9(07).
001200     05  HDC-DECISION            PIC X(01).
001300         88  HDC-RELEASE         VALUE 'R'.
001400         88  HDC-DECLINE         VALUE 'D'.
001500     05  HDC-REASON-CODE         PIC X(04).
001600     05  HDC-REASON-TEXT         PIC X(44).
001700     05  HDC-DECIDED-BY          PIC X(08).
