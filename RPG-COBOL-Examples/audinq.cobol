002400*                    A DISPUTE ON A MONTHS-OLD INVOICE IS NOW    *
002500*                    ONE JOB STEP, NOT HALF A DAY OF BROWSING    *
002600*                    RAW RECORDS.                                *
002610*    2026-10-15  RH  A ROW BILLED FROM A CRHREL CREDIT-RELEASE   *
002620*                    FEED (FLAG 'C') NOW SHOWS AS A CREDIT       *
002630*                    RELEASE INSTEAD OF A FIRST-PASS BILLING.    *
002631*    2026-10-15  RH  VOID AND REBILL.  AN INVOICE INQUIRY ALSO   *
002632*                    PRINTS EVERY VOID OR REBILL ROW THAT NAMES  *
002633*                    THE INVOICE AS ITS ORIGINAL, AND EACH SUCH  *
002634*                    ROW CARRIES A LINE NAMING THE INVOICE IT    *
002635*                    VOIDS OR REBILLS.  A VOID SHOWS NO RATE     *
002636*                    LINE - IT REVERSES THE ORIGINAL'S AMOUNTS   *
002637*                    AND IS NOT PRICED AT ITS OWN RUN DATE.      *
002700******************************************************************
002800 ENVIRONMENT DIVISION.
002900 CONFIGURATION SECTION.
011620     05  WS-ROW-STATE-TAX       PIC S9(09)V99 VALUE ZERO.
011630     05  WS-ROW-TAX-LOCAL       PIC X(04) VALUE SPACES.
011640     05  WS-ROW-LOCAL-TAX       PIC S9(09)V99 VALUE ZERO.
011650     05  WS-ROW-CHAIN-CODE      PIC X(01) VALUE SPACES.
011660         88  WS-ROW-VOID                VALUE 'V'.
011670         88  WS-ROW-REBILL              VALUE 'B'.
011680     05  WS-ROW-ORIG-INVOICE    PIC 9(07) VALUE ZERO.
011700*
011800 01  WS-FX-IMPLIED              PIC 9(03)V9(06) VALUE ZERO.
011900 01  WS-LOOKUP-TYPE             PIC X(15) VALUE SPACES.
016800     05  WS-INQ-TY-RESUBMIT     PIC X(18).
016900     05  FILLER                 PIC X(58) VALUE SPACES.
017000*
017010 01  WS-INQ-CHAIN-LINE.
017020     05  FILLER                 PIC X(02) VALUE SPACES.
017030     05  WS-INQ-CH-TEXT         PIC X(18).
017040     05  WS-INQ-CH-INVOICE      PIC 9(07).
017050     05  FILLER                 PIC X(73) VALUE SPACES.
017060*
017100 01  WS-INQ-FX-LINE.
017200     05  FILLER                 PIC X(11)
017300         VALUE '  CURRENCY '.
040220     MOVE AUD-STATE-TAX TO WS-ROW-STATE-TAX
040230     MOVE AUD-TAX-LOCAL-CODE TO WS-ROW-TAX-LOCAL
040240     MOVE AUD-LOCAL-TAX TO WS-ROW-LOCAL-TAX
040250     MOVE AUD-CHAIN-CODE TO WS-ROW-CHAIN-CODE
040260     MOVE AUD-ORIG-INVOICE-NUMBER TO WS-ROW-ORIG-INVOICE
040300     MOVE 'LIVE' TO WS-ROW-SOURCE
040400     PERFORM 2400-TEST-AND-PRINT-ROW THRU 2400-EXIT
040500     PERFORM 2100-READ-LIVE-ROW THRU 2100-EXIT.
043520     MOVE AUH-STATE-TAX TO WS-ROW-STATE-TAX
043530     MOVE AUH-TAX-LOCAL-CODE TO WS-ROW-TAX-LOCAL
043540     MOVE AUH-LOCAL-TAX TO WS-ROW-LOCAL-TAX
043550     MOVE AUH-CHAIN-CODE TO WS-ROW-CHAIN-CODE
043560     MOVE AUH-ORIG-INVOICE-NUMBER TO WS-ROW-ORIG-INVOICE
043600     MOVE 'HIST' TO WS-ROW-SOURCE
043700     PERFORM 2400-TEST-AND-PRINT-ROW THRU 2400-EXIT
043800     PERFORM 2300-READ-HISTORY-ROW THRU 2300-EXIT.
045100*    2400-TEST-AND-PRINT-ROW                                     *
045200*    MATCHES THE WORK ROW AGAINST THE INQUIRY - BY INVOICE       *
045300*    NUMBER WHEN ONE WAS GIVEN, OTHERWISE BY CUSTOMER AND RUN-   *
045400*    DATE RANGE - AND PRINTS THE RECONSTRUCTION ON A HIT.  AN    *
045410*    INVOICE INQUIRY ALSO TAKES THE VOIDS AND REBILLS THAT NAME  *
045420*    THE INVOICE AS THEIR ORIGINAL, SO THE WHOLE CHAIN PRINTS.   *
045500******************************************************************
045600 2400-TEST-AND-PRINT-ROW SECTION.
045700 2400-TEST-AND-PRINT-PARA.
045800     MOVE 'N' TO WS-ROW-MATCHES-SW
045900     IF INQ-INVOICE-NUMBER > ZERO
046000         IF WS-ROW-INVOICE-NUMBER = INQ-INVOICE-NUMBER
046010          OR (WS-ROW-CHAIN-CODE NOT = SPACES
046020          AND WS-ROW-ORIG-INVOICE = INQ-INVOICE-NUMBER)
046100             SET WS-ROW-MATCHES TO TRUE
046200         END-IF
046300     ELSE
049700     IF WS-ROW-RESUBMIT-FLAG = 'R'
049800         MOVE 'CORRECTED BILLING' TO WS-INQ-TY-RESUBMIT
049900     ELSE
049910         IF WS-ROW-RESUBMIT-FLAG = 'C'
049920             MOVE 'CREDIT RELEASE' TO WS-INQ-TY-RESUBMIT
049930         ELSE
050000             MOVE 'FIRST-PASS BILLING' TO WS-INQ-TY-RESUBMIT
050010         END-IF
050100     END-IF
050200     MOVE WS-INQ-TYPE-LINE TO INQR-LINE
050300     WRITE INQR-LINE
050301     IF WS-ROW-VOID OR WS-ROW-REBILL
050302         IF WS-ROW-VOID
050303             MOVE 'VOID OF INVOICE' TO WS-INQ-CH-TEXT
050304         ELSE
050305             MOVE 'REBILL OF INVOICE' TO WS-INQ-CH-TEXT
050306         END-IF
050307         MOVE WS-ROW-ORIG-INVOICE TO WS-INQ-CH-INVOICE
050308         MOVE WS-INQ-CHAIN-LINE TO INQR-LINE
050309         WRITE INQR-LINE
050310     END-IF
050400     MOVE WS-ROW-CURRENCY-CODE TO WS-INQ-FX-CURRENCY
050500     MOVE WS-ROW-ORIG-AMOUNT TO WS-INQ-FX-ORIG
050600     IF WS-ROW-CURRENCY-CODE = SPACES
051800     MOVE WS-ROW-HOME-AMOUNT TO WS-INQ-FX-HOME
051900     MOVE WS-INQ-FX-LINE TO INQR-LINE
052000     WRITE INQR-LINE
052010*    A VOID REVERSES THE ORIGINAL'S AMOUNTS - NO RATE WAS IN
052020*    FORCE FOR IT, SO NO RATE LINE PRINTS
052030     IF NOT WS-ROW-VOID
052100         MOVE WS-ROW-INVOICE-TYPE TO WS-LOOKUP-TYPE
052200         PERFORM 1300-FIND-RATE-IN-FORCE THRU 1300-EXIT
052300         MOVE WS-BEST-DISCOUNT-RATE TO WS-INQ-RT-DISC-RATE
052400         MOVE WS-BEST-EFFECTIVE-DATE TO WS-INQ-RT-EFFECTIVE
052500         MOVE WS-BEST-TAX-RATE TO WS-INQ-RT-TAX-RATE
052600         MOVE WS-INQ-RATE-LINE TO INQR-LINE
052700         WRITE INQR-LINE
052701     END-IF
052710*    A JURISDICTION-TAXED ROW EXPLAINS ITS TAX BY THE STATE
052720*    AND LOCAL SPLIT, NOT THE FLAT RATE-TABLE RATE ABOVE
052730     IF WS-ROW-TAX-STATE NOT = SPACES
