002430*                    TO THE TAXJUR FILE).  BLANK CODES MEAN THE  *
002440*                    LEGACY FLAT TAX RATE - AND, ON A CHANGE,    *
002450*                    KEEP THE MASTER'S CURRENT CODES.            *
002451*    2026-10-15  RH  THE SCREEN NOW CARRIES THE CUSTOMER'S       *
002452*                    PAYMENT TERMS - NET30, NET60 OR 2/10N30.    *
002453*                    BLANK MEANS NET30 ON AN ADD AND KEEPS THE   *
002454*                    MASTER'S CURRENT TERMS ON A CHANGE; ANY     *
002455*                    OTHER VALUE IS REFUSED AT THE SCREEN.       *
002456*    2026-10-15  RH  THE SCREEN NOW CARRIES THE CUSTOMER'S       *
002457*                    FINANCE-CHARGE CLASS AND EXEMPT FLAG (Y OR  *
002458*                    N).  BLANK MEANS THE BLANK CLASS AND NOT    *
002459*                    EXEMPT ON AN ADD AND KEEPS THE MASTER'S     *
002460*                    CURRENT VALUES ON A CHANGE; ANY OTHER FLAG  *
002461*                    IS REFUSED AT THE SCREEN.                   *
002462*    2026-10-15  RH  THE SCREEN NOW CARRIES THE CUSTOMER'S       *
002463*                    BILL-TO ADDRESS, DELIVERY METHOD (P FOR     *
002464*                    PAPER, E FOR EDI) AND EDI PARTNER ID, FOR   *
002465*                    THE INVDOC INVOICE DOCUMENTS.  A METHOD     *
002466*                    OTHER THAN P, E OR BLANK IS REFUSED, AND AN *
002467*                    ADD FOR AN EDI CUSTOMER NEEDS A PARTNER ID. *
002468*                    BLANKS KEEP THE MASTER'S CURRENT VALUES ON  *
002469*                    A CHANGE.                                   *
002500******************************************************************
002600 ENVIRONMENT DIVISION.
002700 CONFIGURATION SECTION.
006500     05  WS-SCR-CREDIT-LIMIT    PIC 9(09)V99 VALUE ZERO.
006510     05  WS-SCR-TAX-STATE       PIC X(02) VALUE SPACES.
006520     05  WS-SCR-TAX-LOCAL       PIC X(04) VALUE SPACES.
006530     05  WS-SCR-PAYMENT-TERMS   PIC X(08) VALUE SPACES.
006540         88  WS-SCR-TERMS-VALID         VALUE 'NET30' 'NET60'
006550                                              '2/10N30' SPACES.
006560     05  WS-SCR-CUSTOMER-CLASS  PIC X(02) VALUE SPACES.
006570     05  WS-SCR-FINCHG-EXEMPT   PIC X(01) VALUE SPACES.
006580         88  WS-SCR-EXEMPT-VALID        VALUE 'Y' 'N' SPACE.
006581     05  WS-SCR-BILL-ADDRESS-1  PIC X(30) VALUE SPACES.
006582     05  WS-SCR-BILL-ADDRESS-2  PIC X(30) VALUE SPACES.
006583     05  WS-SCR-BILL-CITY       PIC X(20) VALUE SPACES.
006584     05  WS-SCR-BILL-STATE      PIC X(02) VALUE SPACES.
006585     05  WS-SCR-BILL-ZIP        PIC X(10) VALUE SPACES.
006586     05  WS-SCR-DELIVERY-METHOD PIC X(01) VALUE SPACES.
006587         88  WS-SCR-DELIVERY-VALID      VALUE 'P' 'E' SPACE.
006588         88  WS-SCR-DELIVER-EDI         VALUE 'E'.
006589     05  WS-SCR-EDI-PARTNER-ID  PIC X(15) VALUE SPACES.
006600     05  WS-SCR-OPERATOR-ID     PIC X(08) VALUE SPACES.
006700     05  WS-SCR-FUNCTION-KEY    PIC X(01) VALUE SPACES.
006800         88  WS-SCR-SAVE-REQUESTED      VALUE 'S' 's'.
009230     05  LINE 09 COLUMN 05 VALUE "TAX LOCAL CODE  . . . . . :".
009240     05  LINE 09 COLUMN 34
009250         PIC X(04) USING WS-SCR-TAX-LOCAL.
009251     05  LINE 10 COLUMN 05 VALUE "PAYMENT TERMS . . . . . . :".
009252     05  LINE 10 COLUMN 34
009253         PIC X(08) USING WS-SCR-PAYMENT-TERMS.
009254     05  LINE 10 COLUMN 44 VALUE "(NET30 NET60 2/10N30)".
009255     05  LINE 11 COLUMN 05 VALUE "FINANCE-CHARGE CLASS  . . :".
009256     05  LINE 11 COLUMN 34
009257         PIC X(02) USING WS-SCR-CUSTOMER-CLASS.
009258     05  LINE 12 COLUMN 05 VALUE "FIN CHG EXEMPT (Y/N)  . . :".
009259     05  LINE 12 COLUMN 34
009260         PIC X(01) USING WS-SCR-FINCHG-EXEMPT.
009261     05  LINE 13 COLUMN 05 VALUE "BILL-TO ADDRESS LINE 1  . :".
009262     05  LINE 13 COLUMN 34
009263         PIC X(30) USING WS-SCR-BILL-ADDRESS-1.
009264     05  LINE 14 COLUMN 05 VALUE "BILL-TO ADDRESS LINE 2  . :".
009265     05  LINE 14 COLUMN 34
009266         PIC X(30) USING WS-SCR-BILL-ADDRESS-2.
009267     05  LINE 15 COLUMN 05 VALUE "BILL-TO CITY/STATE/ZIP  . :".
009268     05  LINE 15 COLUMN 34
009269         PIC X(20) USING WS-SCR-BILL-CITY.
009270     05  LINE 15 COLUMN 55
009271         PIC X(02) USING WS-SCR-BILL-STATE.
009272     05  LINE 15 COLUMN 58
009273         PIC X(10) USING WS-SCR-BILL-ZIP.
009274     05  LINE 16 COLUMN 05 VALUE "DELIVERY METHOD . . . . . :".
009275     05  LINE 16 COLUMN 34
009276         PIC X(01) USING WS-SCR-DELIVERY-METHOD.
009277     05  LINE 16 COLUMN 44 VALUE "(P=PAPER E=EDI)".
009278     05  LINE 17 COLUMN 05 VALUE "EDI PARTNER ID  . . . . . :".
009279     05  LINE 17 COLUMN 34
009280         PIC X(15) USING WS-SCR-EDI-PARTNER-ID.
009281     05  LINE 18 COLUMN 05 VALUE "OPERATOR ID . . . . . . . :".
009300     05  LINE 18 COLUMN 34
009400         PIC X(08) USING WS-SCR-OPERATOR-ID.
009500     05  LINE 20 COLUMN 05
009600         VALUE "S = SAVE THIS ENTRY    X = EXIT".
009700     05  LINE 21 COLUMN 05 VALUE "FUNCTION . . . . . . . . :".
009800     05  LINE 21 COLUMN 34
009900         PIC X(01) USING WS-SCR-FUNCTION-KEY.
010000     05  LINE 23 COLUMN 05
010100         PIC X(40) USING WS-SCR-ERROR-MSG HIGHLIGHT.
010200*
010300 PROCEDURE DIVISION.
014600     MOVE ZERO   TO WS-SCR-CREDIT-LIMIT
014610     MOVE SPACES TO WS-SCR-TAX-STATE
014620     MOVE SPACES TO WS-SCR-TAX-LOCAL
014630     MOVE SPACES TO WS-SCR-PAYMENT-TERMS
014640     MOVE SPACES TO WS-SCR-CUSTOMER-CLASS
014650     MOVE SPACES TO WS-SCR-FINCHG-EXEMPT
014651     MOVE SPACES TO WS-SCR-BILL-ADDRESS-1
014652     MOVE SPACES TO WS-SCR-BILL-ADDRESS-2
014653     MOVE SPACES TO WS-SCR-BILL-CITY
014654     MOVE SPACES TO WS-SCR-BILL-STATE
014655     MOVE SPACES TO WS-SCR-BILL-ZIP
014656     MOVE SPACES TO WS-SCR-DELIVERY-METHOD
014657     MOVE SPACES TO WS-SCR-EDI-PARTNER-ID
014700     MOVE SPACES TO WS-SCR-FUNCTION-KEY
014800     MOVE SPACES TO WS-SCR-ERROR-MSG
014900     DISPLAY CUSTOMER-MAINTENANCE-SCREEN
016600******************************************************************
016700*    2050-VALIDATE-CUST-ENTRY                                     *
016800*    REJECTS A SAVE REQUEST WITH A BAD ACTION, A ZERO CUSTOMER    *
016900*    NUMBER, A STATUS OTHER THAN A, I OR BLANK, PAYMENT TERMS     *
016910*    OTHER THAN NET30, NET60, 2/10N30 OR BLANK, A FINANCE-CHARGE  *
016920*    EXEMPT FLAG OTHER THAN Y, N OR BLANK, A DELIVERY METHOD      *
016930*    OTHER THAN P, E OR BLANK, A BLANK NAME OR STATUS ON AN ADD,  *
016940*    AN EDI ADD WITH NO PARTNER ID, OR A BLANK OPERATOR ID, SO AN *
016950*    EMPTY OR MALFORMED ENTRY IS NEVER WRITTEN TO THE PENDING     *
016960*    FILE AND EVERY ENTRY NAMES WHO KEYED IT.                     *
017300******************************************************************
017400 2050-VALIDATE-CUST-ENTRY SECTION.
017500 2050-VALIDATE-CUST-ENTRY-PARA.
019100             TO WS-SCR-ERROR-MSG
019200         GO TO 2050-EXIT
019300     END-IF
019310     IF NOT WS-SCR-TERMS-VALID
019320         MOVE 'N' TO WS-VALID-ENTRY-SW
019330         MOVE 'TERMS MUST BE NET30, NET60, 2/10N30'
019340             TO WS-SCR-ERROR-MSG
019350         GO TO 2050-EXIT
019360     END-IF
019361     IF NOT WS-SCR-EXEMPT-VALID
019362         MOVE 'N' TO WS-VALID-ENTRY-SW
019363         MOVE 'FIN CHG EXEMPT MUST BE Y, N OR BLANK'
019364             TO WS-SCR-ERROR-MSG
019365         GO TO 2050-EXIT
019366     END-IF
019367     IF NOT WS-SCR-DELIVERY-VALID
019368         MOVE 'N' TO WS-VALID-ENTRY-SW
019369         MOVE 'DELIVERY MUST BE P, E OR BLANK'
019370             TO WS-SCR-ERROR-MSG
019371         GO TO 2050-EXIT
019372     END-IF
019400     IF WS-SCR-ADD
019500      AND (WS-SCR-CUSTOMER-NAME = SPACES
019600       OR WS-SCR-CUST-STATUS = SPACES)
019900             TO WS-SCR-ERROR-MSG
020000         GO TO 2050-EXIT
020100     END-IF
020110     IF WS-SCR-ADD
020120      AND WS-SCR-DELIVER-EDI
020130      AND WS-SCR-EDI-PARTNER-ID = SPACES
020140         MOVE 'N' TO WS-VALID-ENTRY-SW
020150         MOVE 'EDI DELIVERY NEEDS A PARTNER ID'
020160             TO WS-SCR-ERROR-MSG
020170         GO TO 2050-EXIT
020180     END-IF
020200     IF WS-SCR-OPERATOR-ID = SPACES
020300         MOVE 'N' TO WS-VALID-ENTRY-SW
020400         MOVE 'OPERATOR ID MAY NOT BE BLANK'
022900     MOVE WS-SCR-CREDIT-LIMIT    TO PNC-CREDIT-LIMIT
022910     MOVE WS-SCR-TAX-STATE       TO PNC-TAX-STATE
022920     MOVE WS-SCR-TAX-LOCAL       TO PNC-TAX-LOCAL
022930     MOVE WS-SCR-PAYMENT-TERMS   TO PNC-PAYMENT-TERMS
022940     MOVE WS-SCR-CUSTOMER-CLASS  TO PNC-CUSTOMER-CLASS
022950     MOVE WS-SCR-FINCHG-EXEMPT   TO PNC-FINCHG-EXEMPT-FLAG
022951     MOVE WS-SCR-BILL-ADDRESS-1  TO PNC-BILL-ADDRESS-1
022952     MOVE WS-SCR-BILL-ADDRESS-2  TO PNC-BILL-ADDRESS-2
022953     MOVE WS-SCR-BILL-CITY       TO PNC-BILL-CITY
022954     MOVE WS-SCR-BILL-STATE      TO PNC-BILL-STATE
022955     MOVE WS-SCR-BILL-ZIP        TO PNC-BILL-ZIP
022956     MOVE WS-SCR-DELIVERY-METHOD TO PNC-DELIVERY-METHOD
022957     MOVE WS-SCR-EDI-PARTNER-ID  TO PNC-EDI-PARTNER-ID
023000     MOVE 'P'                    TO PNC-STATUS
023100     MOVE WS-SCR-OPERATOR-ID     TO PNC-ENTERED-BY
023200     MOVE WS-RUN-DATE            TO PNC-ENTERED-DATE
