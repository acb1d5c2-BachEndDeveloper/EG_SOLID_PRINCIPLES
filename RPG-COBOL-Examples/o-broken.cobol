020324*                   RUN PRICES A CODED CUSTOMER'S PROPOSED TAX   *
020325*                   AT THE SAME AUTHORITY RATES ON THE           *
020326*                   PROPOSED POST-DISCOUNT BASE.                 *
020327*    2026-10-15  RH  A DETAIL FLAGGED 'C' - RELEASED FROM CREDIT *
020328*                   HOLD BY THE CREDIT TEAM THROUGH CRHREL - NOW *
020329*                   BYPASSES THE CREDIT-LIMIT HOLD BUT STILL     *
020330*                   COUNTS IN THE DAY'S BILLED EXPOSURE, SO A    *
020331*                   RELEASED INVOICE BILLS INSTEAD OF LANDING    *
020332*                   BACK ON THE CREDIT-HOLD FILE.                *
020333*    2026-10-15  RH  PAYMENT TERMS.  THE CUSTOMER'S TERMS FROM   *
020334*                   THE MASTER (NET30, NET60, 2/10N30 - BLANK IS *
020335*                   NET30) NOW SET A DUE DATE, AND FOR 2/10N30   *
020336*                   AN EARLY-PAY DISCOUNT DATE AND PERCENT, ON   *
020337*                   EVERY AR EXTRACT ROW.  ARCASH CARRIES THEM   *
020338*                   ONTO THE OPEN ITEM AND AGES FROM THE DUE     *
020339*                   DATE.  A CREDIT MEMO IS DUE AT ONCE, WITH NO *
020340*                   DISCOUNT.                                    *
020341*    2026-10-15  RH  VOID AND REBILL.  A FEED DETAIL CODED 'V'   *
020342*                   NAMES AN ORIGINAL INVOICE TO VOID; THE RUN   *
020343*                   FINDS THAT INVOICE'S LATEST ROW ON THE AUDIT *
020344*                   HISTORY ARCHIVE OR LIVE AUDIT LOG AND POSTS  *
020345*                   THE VOID UNDER ITS OWN NUMBER AS THE EXACT   *
020346*                   REVERSAL OF WHAT WAS BILLED - SAME CUSTOMER, *
020347*                   CONVERTED AMOUNT, DISCOUNT, TAX SPLIT AND    *
020348*                   TOTAL, WHATEVER THE RATES ARE TODAY.  A 'B'  *
020349*                   DETAIL REBILLS A VOIDED INVOICE UNDER A NEW  *
020350*                   NUMBER, PRICED AS USUAL.  AN ORIGINAL NOT ON *
020351*                   THE TRAIL, ALREADY VOIDED OR ITSELF A VOID,  *
020352*                   AND A REBILL OF AN UNVOIDED OR ALREADY       *
020353*                   REBILLED INVOICE, REJECT.  THE CHAIN CODE AND*
020354*                   ORIGINAL NUMBER RIDE THE REGISTER, AUDIT,    *
020355*                   EXTRACT, REJECT AND CREDIT-HOLD RECORDS, SO  *
020356*                   ARCASH CLOSES THE ORIGINAL'S OPEN ITEM       *
020357*                   AGAINST THE VOID AND AUDINQ SHOWS THE CHAIN. *
020358*                   A VOID NEVER CREDIT-HOLDS AND IS SKIPPED BY A*
020359*                   SIMULATION RUN.                              *
020360*    2026-10-15  RH  DISPUTES.  A CREDIT MEMO DETAIL MAY NAME    *
020361*                   THE INVOICE IT CREDITS IN THE ORIGINAL-      *
020362*                   INVOICE FIELD (CHAIN CODE BLANK).  IT IS NO  *
020363*                   LONGER CLEARED - IT RIDES THE REGISTER       *
020364*                   ('CREDIT TO'), AUDIT AND EXTRACT RECORDS SO  *
020365*                   ARCASH CAN CLOSE A DISPUTE ON THAT INVOICE.  *
020366*    2026-10-15  RH  RUN-CONTROL LEDGER.  THE RUN DATE NOW COMES *
020367*                   FROM THE BIZDATE BUSINESS-DATE CARD, NOT     *
020368*                   THE CLOCK.  A PRODUCTION RUN REFUSES TO      *
020369*                   START IF IT HAS ALREADY COMPLETED FOR THE    *
020370*                   BUSINESS DATE OR ITS INVFILE IS THE FEED IT  *
020371*                   CONSUMED LAST RUN.  START, END, RETURN CODE  *
020372*                   AND THE COUNT AND TOTAL OF EVERY FILE        *
020373*                   CONSUMED AND PRODUCED GO ON THE RUNCTL       *
020374*                   LEDGER.  A SIMULATION RUN DOES NOT TOUCH     *
020375*                   THE LEDGER.                                  *
020376*    2026-10-15  RH  FINANCE CHARGES.  A FINANCECHARGE DETAIL    *
020377*                   FROM THE MONTH-END FINCHG FEED IS BILLED     *
020378*                   AS IS - NO DISCOUNT, NO TAX, NO RATE-TABLE   *
020379*                   ENTRY NEEDED, NEVER CREDIT-HELD AND NO       *
020380*                   EARLY-PAY DISCOUNT ON ITS TERMS.  EACH       *
020381*                   BATCH GROUP'S FINANCE CHARGES POST TO THEIR  *
020382*                   OWN INCOME ACCOUNT, 4100, NOT TO REVENUE.    *
020383*                   SIMULATION PASSES THEM OVER.                 *
020384******************************************************************
020400 ENVIRONMENT DIVISION.
020500 CONFIGURATION SECTION.
020600 SOURCE-COMPUTER.   IBM-370.
024690     SELECT TAX-JURISDICTION-FILE ASSIGN TO "TAXJUR"
024691         ORGANIZATION IS LINE SEQUENTIAL
024692         FILE STATUS IS WS-TXJ-FILE-STATUS.
024693     SELECT AUDIT-HISTORY-FILE ASSIGN TO "AUDHIST"
024694         ORGANIZATION IS LINE SEQUENTIAL
024695         FILE STATUS IS WS-HIST-FILE-STATUS.
024705     SELECT BUSINESS-DATE-FILE ASSIGN TO "BIZDATE"
024715         ORGANIZATION IS LINE SEQUENTIAL
024725         FILE STATUS IS WS-BDC-FILE-STATUS.
024735     SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
024745         ORGANIZATION IS INDEXED
024755         ACCESS MODE IS RANDOM
024765         RECORD KEY IS RCL-KEY
024775         FILE STATUS IS WS-RCL-FILE-STATUS.
024785*
024800 DATA DIVISION.
024900 FILE SECTION.
025000 FD  INVOICE-FILE
030896     LABEL RECORDS ARE STANDARD.
030897 COPY "taxjur.cpy".
030900*
030917 FD  AUDIT-HISTORY-FILE
030927     LABEL RECORDS ARE STANDARD.
030937 COPY "audhist.cpy".
030947*
030948 FD  BUSINESS-DATE-FILE
030949     LABEL RECORDS ARE STANDARD.
030950 COPY "bizdate.cpy".
030951*
030952 FD  RUN-CONTROL-FILE
030953     LABEL RECORDS ARE STANDARD.
030954 COPY "runctl.cpy".
030955*
031000 WORKING-STORAGE SECTION.
031100 01  Discount         PIC S9(09)V99 VALUE ZEROS.
031200 01  Total            PIC S9(09)V99 VALUE ZEROS.
031300 01  InvoiceType      PIC X(15) VALUE SPACES.
031400 01  InvoiceTypeDs.
031500     05 CreditMemo    PIC X(15) VALUE 'CreditMemo'.
031510     05 FinanceCharge PIC X(15) VALUE 'FinanceCharge'.
031600*
031700 01  WS-SWITCHES.
031800     05  WS-EOF-INVOICE-SW      PIC X(01) VALUE 'N'.
036140         88  WS-CREDIT-HELD             VALUE 'Y'.
036150     05  WS-EOF-HOLD-SW         PIC X(01) VALUE 'N'.
036160         88  WS-EOF-HOLD                VALUE 'Y'.
036161     05  WS-EOF-PRESCAN-SW      PIC X(01) VALUE 'N'.
036162         88  WS-EOF-PRESCAN             VALUE 'Y'.
036163     05  WS-EOF-HIST-SW         PIC X(01) VALUE 'N'.
036164         88  WS-EOF-HIST                VALUE 'Y'.
036165     05  WS-EOF-AUDIT-SW        PIC X(01) VALUE 'N'.
036166         88  WS-EOF-AUDIT               VALUE 'Y'.
036167     05  WS-CHN-FOUND-SW        PIC X(01) VALUE 'N'.
036168         88  WS-CHN-FOUND               VALUE 'Y'.
036169     05  WS-INVALID-CHAIN-SW    PIC X(01) VALUE 'N'.
036170         88  WS-INVALID-CHAIN           VALUE 'Y'.
036171     05  WS-REVERSE-POSTING-SW  PIC X(01) VALUE 'N'.
036172         88  WS-REVERSE-POSTING         VALUE 'Y'.
036200*
036300 01  WS-DATE-TIME-FIELDS.
036400     05  WS-RUN-DATE            PIC 9(08).
039420         10  WS-BTCH-REVENUE          PIC S9(09)V99.
039430         10  WS-BTCH-DISCOUNT         PIC S9(09)V99.
039440         10  WS-BTCH-TAX              PIC S9(09)V99.
039441         10  WS-BTCH-FINCHG           PIC S9(09)V99.
039450*
039460 01  WS-BTCH-FOUND-SW           PIC X(01) VALUE 'N'.
039470     88  WS-BTCH-FOUND                  VALUE 'Y'.
039610     05  WS-STATE-TAX           PIC S9(09)V99 VALUE ZERO.
039620     05  WS-LOCAL-TAX           PIC S9(09)V99 VALUE ZERO.
039630     05  WS-STATE-AUTHORITY     PIC X(20) VALUE SPACES.
039631     05  WS-LOCAL-AUTHORITY     PIC X(20) VALUE SPACES.
039632*
039633*    THE CURRENT INVOICE'S PAYMENT TERMS FROM THE CUSTOMER MASTER
039634*    AND THE DUE DATE AND EARLY-PAY DISCOUNT THEY GIVE.
039635 01  WS-TERMS-FIELDS.
039636     05  WS-CUST-PAYMENT-TERMS  PIC X(08) VALUE SPACES.
039637         88  WS-TERMS-NET60             VALUE 'NET60'.
039638         88  WS-TERMS-2-10-NET30        VALUE '2/10N30'.
039639     05  WS-RUN-DAY-INTEGER     PIC 9(08) VALUE ZERO.
039640     05  WS-TERMS-DUE-DAYS      PIC 9(03) VALUE ZERO.
039641     05  WS-DUE-DATE            PIC 9(08) VALUE ZERO.
039642     05  WS-DISC-DATE           PIC 9(08) VALUE ZERO.
039643     05  WS-DISC-PCT            PIC 9(02)V99 VALUE ZERO.
039650*
039660*    TAXING AUTHORITIES IN FORCE FOR THE RUN DATE, KEYED BY
039670*    STATE/LOCAL CODE.  A FEED THAT WOULD OVERFLOW THE TABLE
046070 01  WS-CREDIT-EXPOSURE         PIC S9(11)V99 VALUE ZERO.
046071 01  WS-REPRICE-TOTAL           PIC S9(09)V99 VALUE ZERO.
046080 77  WS-INVOICES-HELD           PIC 9(07) VALUE ZERO.
046081 77  WS-INVOICES-VOIDED         PIC 9(07) VALUE ZERO.
046082 77  WS-INVOICES-REBILLED       PIC 9(07) VALUE ZERO.
046090*
046091 01  WS-CRH-TITLE-LINE.
046092     05  FILLER                 PIC X(23)
058200                     INDEXED BY WS-FX-IDX.
058300         10  WS-FX-CODE               PIC X(03).
058400         10  WS-FX-DAILY-RATE         PIC 9(03)V9(06).
058401*
058402 01  WS-HIST-FILE-STATUS        PIC X(02) VALUE SPACES.
058403*
058404*    ORIGINAL INVOICES NAMED BY TONIGHT'S VOID AND REBILL
058405*    DETAILS - LOADED FROM THE FEED AT START-UP, THEN FILLED
058406*    FROM EACH ORIGINAL'S LATEST ROW ON THE AUDIT HISTORY
058407*    ARCHIVE AND LIVE AUDIT LOG (AND FROM TONIGHT'S OWN
058408*    POSTINGS), SO A VOID REVERSES EXACTLY WHAT WAS BILLED.
058409*    WS-CHN-VOIDED / WS-CHN-REBILLED RECORD A VOID OR REBILL
058410*    ALREADY POSTED AGAINST THE ORIGINAL.  OVERFLOW ABENDS -
058411*    A VOID PRICED FROM A MISSING ROW WOULD REVERSE NOTHING.
058412 01  WS-CHN-TABLE-AREA.
058413     05  WS-CHN-TABLE-COUNT     PIC 9(05) VALUE ZERO.
058414     05  WS-CHN-ENTRY OCCURS 1 TO 2000 TIMES
058415                      DEPENDING ON WS-CHN-TABLE-COUNT
058416                      INDEXED BY WS-CHN-IDX.
058417         10  WS-CHN-ORIG-INVOICE      PIC 9(07).
058418         10  WS-CHN-ON-FILE-SW        PIC X(01).
058419             88  WS-CHN-ON-FILE       VALUE 'Y'.
058420         10  WS-CHN-VOIDED-SW         PIC X(01).
058421             88  WS-CHN-VOIDED        VALUE 'Y'.
058422         10  WS-CHN-REBILLED-SW       PIC X(01).
058423             88  WS-CHN-REBILLED      VALUE 'Y'.
058424         10  WS-CHN-CHAIN-CODE        PIC X(01).
058425         10  WS-CHN-CUSTOMER          PIC 9(06).
058426         10  WS-CHN-INVOICE-TYPE      PIC X(15).
058427         10  WS-CHN-CURRENCY-CODE     PIC X(03).
058428         10  WS-CHN-ORIG-AMOUNT       PIC 9(07)V99.
058429         10  WS-CHN-HOME-AMOUNT       PIC 9(09)V99.
058430         10  WS-CHN-DISCOUNT          PIC S9(09)V99.
058431         10  WS-CHN-TAX-AMOUNT        PIC S9(09)V99.
058432         10  WS-CHN-TOTAL             PIC S9(09)V99.
058433         10  WS-CHN-TAX-STATE         PIC X(02).
058434         10  WS-CHN-STATE-TAX         PIC S9(09)V99.
058435         10  WS-CHN-TAX-LOCAL         PIC X(04).
058436         10  WS-CHN-LOCAL-TAX         PIC S9(09)V99.
058437*
058438*    ONE BILLING ROW - FROM THE ARCHIVE, THE LIVE LOG OR THE
058439*    INVOICE JUST POSTED - ON ITS WAY INTO THE TABLE ABOVE.
058440 01  WS-CHR-ROW-FIELDS.
058441     05  WS-CHR-INVOICE-NUMBER  PIC 9(07) VALUE ZERO.
058442     05  WS-CHR-CHAIN-CODE      PIC X(01) VALUE SPACES.
058443         88  WS-CHR-VOID                VALUE 'V'.
058444         88  WS-CHR-REBILL              VALUE 'B'.
058445     05  WS-CHR-ORIG-INVOICE    PIC 9(07) VALUE ZERO.
058446     05  WS-CHR-CUSTOMER        PIC 9(06) VALUE ZERO.
058447     05  WS-CHR-INVOICE-TYPE    PIC X(15) VALUE SPACES.
058448     05  WS-CHR-CURRENCY-CODE   PIC X(03) VALUE SPACES.
058449     05  WS-CHR-ORIG-AMOUNT     PIC 9(07)V99 VALUE ZERO.
058450     05  WS-CHR-HOME-AMOUNT     PIC 9(09)V99 VALUE ZERO.
058451     05  WS-CHR-DISCOUNT        PIC S9(09)V99 VALUE ZERO.
058452     05  WS-CHR-TAX-AMOUNT      PIC S9(09)V99 VALUE ZERO.
058453     05  WS-CHR-TOTAL           PIC S9(09)V99 VALUE ZERO.
058454     05  WS-CHR-TAX-STATE       PIC X(02) VALUE SPACES.
058455     05  WS-CHR-STATE-TAX       PIC S9(09)V99 VALUE ZERO.
058456     05  WS-CHR-TAX-LOCAL       PIC X(04) VALUE SPACES.
058457     05  WS-CHR-LOCAL-TAX       PIC S9(09)V99 VALUE ZERO.
058458*
058459 01  WS-REG-CHAIN-NOTE.
058460     05  WS-RCN-TEXT            PIC X(10) VALUE SPACES.
058461     05  WS-RCN-INVOICE         PIC 9(07) VALUE ZERO.
058462     05  FILLER                 PIC X(03) VALUE SPACES.
058500*
058501*    RUN-CONTROL LEDGER - THIS STEP'S NAME AND THE STEP AHEAD
058502*    OF IT IN THE CHAIN, ITS ROW ON THE LEDGER, AND THE COUNT
058503*    AND TOTAL OF EVERY FILE IT CONSUMED AND PRODUCED.  AN
058504*    INPUT'S SOURCE IS THE STEP WHOSE LEDGER ROW FOR THE
058505*    BUSINESS DATE IT MUST MATCH; AN INPUT WITH NO SOURCE IS
058506*    CHECKED AGAINST THIS STEP'S OWN LAST COMPLETED RUN, WHERE
058507*    ITS PARTNER IS THE CARRY FILE THAT RUN PRODUCED FOR IT.
058508 01  WS-BDC-FILE-STATUS         PIC X(02) VALUE SPACES.
058509 01  WS-RCL-FILE-STATUS         PIC X(02) VALUE SPACES.
058510 01  WS-RUN-CONTROL-FIELDS.
058511     05  WS-RCL-STEP-NAME       PIC X(08) VALUE 'INVOICE'.
058512     05  WS-RCL-PREDECESSOR     PIC X(08) VALUE SPACES.
058513     05  WS-RCL-STEP-STATUS     PIC X(01) VALUE SPACE.
058514         88  WS-RCL-STEP-COMPLETE       VALUE 'C'.
058515     05  WS-RCL-RUN-COUNT       PIC 9(03) VALUE ZERO.
058516     05  WS-RCL-START-DATE      PIC 9(08) VALUE ZERO.
058517     05  WS-RCL-START-TIME      PIC 9(08) VALUE ZERO.
058518     05  WS-RCL-END-DATE        PIC 9(08) VALUE ZERO.
058519     05  WS-RCL-END-TIME        PIC 9(08) VALUE ZERO.
058520     05  WS-RCL-RETURN-CODE     PIC 9(04) VALUE ZERO.
058521     05  WS-RCL-LAST-DATE       PIC 9(08) VALUE ZERO.
058522     05  WS-RCL-DAY-INTEGER     PIC 9(08) VALUE ZERO.
058523     05  WS-RCL-CHECK-DATE      PIC 9(08) VALUE ZERO.
058524     05  WS-RCL-WORK-NAME       PIC X(08) VALUE SPACES.
058525     05  WS-RCL-WORK-USE        PIC X(01) VALUE SPACE.
058526     05  WS-RCL-WORK-SOURCE     PIC X(08) VALUE SPACES.
058527     05  WS-RCL-WORK-PARTNER    PIC X(08) VALUE SPACES.
058528     05  WS-RCL-WORK-RECORDS    PIC 9(09) VALUE ZERO.
058529     05  WS-RCL-WORK-TOTAL      PIC S9(13)V99 VALUE ZERO.
058530     05  WS-RCL-EOF-SW          PIC X(01) VALUE 'N'.
058531         88  WS-RCL-EOF                 VALUE 'Y'.
058532     05  WS-RCL-FOUND-SW        PIC X(01) VALUE 'N'.
058533         88  WS-RCL-FOUND               VALUE 'Y'.
058534     05  WS-RCL-MATCH-SW        PIC X(01) VALUE 'N'.
058535         88  WS-RCL-MATCH               VALUE 'Y'.
058536 01  WS-RCL-MESSAGE             PIC X(100) VALUE SPACES.
058537 01  WS-RCL-SHOW-FIELDS.
058538     05  WS-RCL-SHOW-RECORDS    PIC ZZZ,ZZZ,ZZ9.
058539     05  WS-RCL-SHOW-TOTAL      PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
058540 01  WS-RCL-FILE-TABLE.
058541     05  WS-RCF-COUNT           PIC 9(02) VALUE ZERO.
058542     05  WS-RCF-ENTRY OCCURS 10 TIMES
058543                      INDEXED BY WS-RCF-IDX.
058544         10  WS-RCF-NAME              PIC X(08).
058545         10  WS-RCF-USE               PIC X(01).
058546             88  WS-RCF-CONSUMED      VALUE 'I'.
058547         10  WS-RCF-SOURCE            PIC X(08).
058548         10  WS-RCF-PARTNER           PIC X(08).
058549         10  WS-RCF-RECORDS           PIC 9(09).
058550         10  WS-RCF-TOTAL             PIC S9(13)V99.
058551         10  WS-RCF-STALE-SW          PIC X(01).
058552             88  WS-RCF-STALE         VALUE 'Y'.
058553*
058600 PROCEDURE DIVISION.
058700*
058800******************************************************************
061300*    A SIMULATION RUN (PARM-RUN-MODE 'S') LOADS THE PROPOSED     *
061400*    RATES AND OPENS ONLY THE INVOICE-FILE AND THE SIMULATION    *
061500*    REPORT - NO PRODUCTION FILE IS TOUCHED.                     *
061510*    A PRODUCTION RUN FIRST PRE-READS THE FEED AND THE AUDIT     *
061520*    TRAIL FOR THE ORIGINALS OF ANY VOID OR REBILL DETAILS.      *
061600******************************************************************
061700 1000-INITIALIZE SECTION.
061800 1000-INITIALIZE-PARA.
061900     PERFORM 9510-READ-BUSINESS-DATE THRU 9510-EXIT
062000     ACCEPT WS-RUN-TIME FROM TIME
062100     PERFORM 1150-LOAD-RUN-PARMS THRU 1150-EXIT
062110     IF NOT WS-SIMULATION-RUN
062120         PERFORM 9500-START-RUN-CONTROL THRU 9500-EXIT
062130     END-IF
062200     PERFORM 1100-LOAD-RATE-TABLE THRU 1100-EXIT
062300     PERFORM 1600-LOAD-FX-RATES THRU 1600-EXIT
062310     PERFORM 1800-LOAD-TAX-JURISDICTIONS THRU 1800-EXIT
063800     PERFORM 1300-OPEN-CUSTOMER-MASTER THRU 1300-EXIT
063810     PERFORM 1700-LOAD-OPEN-BALANCES THRU 1700-EXIT
063900     PERFORM 1400-OPEN-PROCESSED-MASTER THRU 1400-EXIT
063910     PERFORM 1900-LOAD-CHAIN-ORIGINALS THRU 1900-EXIT
064000     PERFORM 1200-RESTART-CHECK THRU 1200-EXIT
064100     OPEN INPUT INVOICE-FILE
064200     IF WS-RESTART-INVOICE-NUMBER > ZERO
118839 1830-EXIT.
118840     EXIT.
118841*
118842******************************************************************
118843*    1900-LOAD-CHAIN-ORIGINALS                                   *
118844*    PRODUCTION ONLY - PRE-READS THE FEED FOR VOID AND REBILL    *
118845*    DETAILS AND LISTS THE ORIGINAL INVOICES THEY NAME, THEN     *
118846*    READS THE AUDIT HISTORY ARCHIVE AND THE LIVE AUDIT LOG,     *
118847*    OLDEST FIRST, FOR EACH ORIGINAL'S LATEST BILLING ROW AND    *
118848*    FOR ANY VOID OR REBILL ALREADY POSTED AGAINST IT.  ON A     *
118849*    RESTART THE LIVE LOG ALREADY HOLDS THE ABENDED SEGMENT'S    *
118850*    ROWS, SO THE PICTURE IS THE SAME AS BEFORE THE ABEND.  A    *
118851*    FEED WITH NO VOIDS OR REBILLS SKIPS THE AUDIT READS, AND    *
118852*    A MISSING ARCHIVE OR LOG JUST MEANS NO ROWS FROM IT.        *
118853******************************************************************
118854 1900-LOAD-CHAIN-ORIGINALS SECTION.
118855 1900-LOAD-CHAIN-PARA.
118856     OPEN INPUT INVOICE-FILE
118857     PERFORM 1910-READ-PRESCAN-RECORD THRU 1910-EXIT
118858     PERFORM 1915-STORE-CHAIN-ORIGINAL THRU 1915-EXIT
118859         UNTIL WS-EOF-PRESCAN
118860     CLOSE INVOICE-FILE
118861     IF WS-CHN-TABLE-COUNT = ZERO
118862         GO TO 1900-EXIT
118863     END-IF
118864     OPEN INPUT AUDIT-HISTORY-FILE
118865     IF WS-HIST-FILE-STATUS = '00'
118866         PERFORM 1920-READ-HISTORY-ROW THRU 1920-EXIT
118867         PERFORM 1925-APPLY-HISTORY-ROW THRU 1925-EXIT
118868             UNTIL WS-EOF-HIST
118869         CLOSE AUDIT-HISTORY-FILE
118870     END-IF
118871     OPEN INPUT AUDIT-FILE
118872     IF WS-AUDIT-FILE-STATUS = '00'
118873         PERFORM 1930-READ-LIVE-AUDIT-ROW THRU 1930-EXIT
118874         PERFORM 1935-APPLY-LIVE-AUDIT-ROW THRU 1935-EXIT
118875             UNTIL WS-EOF-AUDIT
118876         CLOSE AUDIT-FILE
118877     END-IF.
118878 1900-EXIT.
118879     EXIT.
118880*
118881 1910-READ-PRESCAN-RECORD SECTION.
118882 1910-READ-PRESCAN-PARA.
118883     READ INVOICE-FILE
118884         AT END SET WS-EOF-PRESCAN TO TRUE
118885     END-READ.
118886 1910-EXIT.
118887     EXIT.
118888*
118889 1915-STORE-CHAIN-ORIGINAL SECTION.
118890 1915-STORE-CHAIN-PARA.
118891     IF INV-DETAIL-REC
118892      AND INV-CHAIN-TRAN
118893         MOVE INV-ORIG-INVOICE-NUMBER TO WS-LOOKUP-INVOICE
118894         PERFORM 1960-FIND-CHAIN-ENTRY THRU 1960-EXIT
118895         IF NOT WS-CHN-FOUND
118896             IF WS-CHN-TABLE-COUNT < 2000
118897                 ADD 1 TO WS-CHN-TABLE-COUNT
118898                 SET WS-CHN-IDX TO WS-CHN-TABLE-COUNT
118899                 MOVE WS-LOOKUP-INVOICE
118900                   TO WS-CHN-ORIG-INVOICE(WS-CHN-IDX)
118901                 MOVE 'N' TO WS-CHN-ON-FILE-SW(WS-CHN-IDX)
118902                 MOVE 'N' TO WS-CHN-VOIDED-SW(WS-CHN-IDX)
118903                 MOVE 'N' TO WS-CHN-REBILLED-SW(WS-CHN-IDX)
118904             ELSE
118905                 DISPLAY 'VOID/REBILL TABLE FULL AT INVOICE: '
118906                     INV-NUMBER
118907                 MOVE 16 TO RETURN-CODE
118908                 STOP RUN
118909             END-IF
118910         END-IF
118911     END-IF
118912     PERFORM 1910-READ-PRESCAN-RECORD THRU 1910-EXIT.
118913 1915-EXIT.
118914     EXIT.
118915*
118916 1920-READ-HISTORY-ROW SECTION.
118917 1920-READ-HISTORY-ROW-PARA.
118918     READ AUDIT-HISTORY-FILE
118919         AT END SET WS-EOF-HIST TO TRUE
118920     END-READ.
118921 1920-EXIT.
118922     EXIT.
118923*
118924 1925-APPLY-HISTORY-ROW SECTION.
118925 1925-APPLY-HISTORY-ROW-PARA.
118926     MOVE AUH-INVOICE-NUMBER TO WS-CHR-INVOICE-NUMBER
118927     MOVE AUH-CHAIN-CODE TO WS-CHR-CHAIN-CODE
118928     MOVE AUH-ORIG-INVOICE-NUMBER TO WS-CHR-ORIG-INVOICE
118929     MOVE AUH-CUSTOMER-NUMBER TO WS-CHR-CUSTOMER
118930     MOVE AUH-INVOICE-TYPE TO WS-CHR-INVOICE-TYPE
118931     MOVE AUH-CURRENCY-CODE TO WS-CHR-CURRENCY-CODE
118932     MOVE AUH-ORIG-AMOUNT TO WS-CHR-ORIG-AMOUNT
118933     MOVE AUH-HOME-AMOUNT TO WS-CHR-HOME-AMOUNT
118934     MOVE AUH-DISCOUNT TO WS-CHR-DISCOUNT
118935     MOVE AUH-TAX-AMOUNT TO WS-CHR-TAX-AMOUNT
118936     MOVE AUH-TOTAL TO WS-CHR-TOTAL
118937     MOVE AUH-TAX-STATE-CODE TO WS-CHR-TAX-STATE
118938     MOVE AUH-TAX-LOCAL-CODE TO WS-CHR-TAX-LOCAL
118939*    A ROW FROM BEFORE THE JURISDICTION SPLIT HAS NO SPLIT
118940     IF AUH-TAX-STATE-CODE = SPACES
118941         MOVE ZERO TO WS-CHR-STATE-TAX
118942         MOVE ZERO TO WS-CHR-LOCAL-TAX
118943     ELSE
118944         MOVE AUH-STATE-TAX TO WS-CHR-STATE-TAX
118945         MOVE AUH-LOCAL-TAX TO WS-CHR-LOCAL-TAX
118946     END-IF
118947     PERFORM 1950-APPLY-CHAIN-ROW THRU 1950-EXIT
118948     PERFORM 1920-READ-HISTORY-ROW THRU 1920-EXIT.
118949 1925-EXIT.
118950     EXIT.
118951*
118952 1930-READ-LIVE-AUDIT-ROW SECTION.
118953 1930-READ-LIVE-AUDIT-PARA.
118954     READ AUDIT-FILE
118955         AT END SET WS-EOF-AUDIT TO TRUE
118956     END-READ.
118957 1930-EXIT.
118958     EXIT.
118959*
118960 1935-APPLY-LIVE-AUDIT-ROW SECTION.
118961 1935-APPLY-LIVE-AUDIT-PARA.
118962     MOVE AUD-INVOICE-NUMBER TO WS-CHR-INVOICE-NUMBER
118963     MOVE AUD-CHAIN-CODE TO WS-CHR-CHAIN-CODE
118964     MOVE AUD-ORIG-INVOICE-NUMBER TO WS-CHR-ORIG-INVOICE
118965     MOVE AUD-CUSTOMER-NUMBER TO WS-CHR-CUSTOMER
118966     MOVE AUD-INVOICE-TYPE TO WS-CHR-INVOICE-TYPE
118967     MOVE AUD-CURRENCY-CODE TO WS-CHR-CURRENCY-CODE
118968     MOVE AUD-ORIG-AMOUNT TO WS-CHR-ORIG-AMOUNT
118969     MOVE AUD-HOME-AMOUNT TO WS-CHR-HOME-AMOUNT
118970     MOVE AUD-DISCOUNT TO WS-CHR-DISCOUNT
118971     MOVE AUD-TAX-AMOUNT TO WS-CHR-TAX-AMOUNT
118972     MOVE AUD-TOTAL TO WS-CHR-TOTAL
118973     MOVE AUD-TAX-STATE-CODE TO WS-CHR-TAX-STATE
118974     MOVE AUD-TAX-LOCAL-CODE TO WS-CHR-TAX-LOCAL
118975*    A ROW FROM BEFORE THE JURISDICTION SPLIT HAS NO SPLIT
118976     IF AUD-TAX-STATE-CODE = SPACES
118977         MOVE ZERO TO WS-CHR-STATE-TAX
118978         MOVE ZERO TO WS-CHR-LOCAL-TAX
118979     ELSE
118980         MOVE AUD-STATE-TAX TO WS-CHR-STATE-TAX
118981         MOVE AUD-LOCAL-TAX TO WS-CHR-LOCAL-TAX
118982     END-IF
118983     PERFORM 1950-APPLY-CHAIN-ROW THRU 1950-EXIT
118984     PERFORM 1930-READ-LIVE-AUDIT-ROW THRU 1930-EXIT.
118985 1935-EXIT.
118986     EXIT.
118987*
118988******************************************************************
118989*    1950-APPLY-CHAIN-ROW                                        *
118990*    A ROW FOR A LISTED ORIGINAL REPLACES ITS SAVED BILLING -    *
118991*    THE LAST ROW READ IS THE LATEST.  A VOID OR REBILL ROW      *
118992*    MARKS THE ORIGINAL IT NAMES AS ALREADY VOIDED OR REBILLED.  *
118993******************************************************************
118994 1950-APPLY-CHAIN-ROW SECTION.
118995 1950-APPLY-CHAIN-ROW-PARA.
118996     MOVE WS-CHR-INVOICE-NUMBER TO WS-LOOKUP-INVOICE
118997     PERFORM 1960-FIND-CHAIN-ENTRY THRU 1960-EXIT
118998     IF WS-CHN-FOUND
118999         MOVE 'Y' TO WS-CHN-ON-FILE-SW(WS-CHN-IDX)
119000         MOVE WS-CHR-CHAIN-CODE TO WS-CHN-CHAIN-CODE(WS-CHN-IDX)
119001         MOVE WS-CHR-CUSTOMER TO WS-CHN-CUSTOMER(WS-CHN-IDX)
119002         MOVE WS-CHR-INVOICE-TYPE
119003           TO WS-CHN-INVOICE-TYPE(WS-CHN-IDX)
119004         MOVE WS-CHR-CURRENCY-CODE
119005           TO WS-CHN-CURRENCY-CODE(WS-CHN-IDX)
119006         MOVE WS-CHR-ORIG-AMOUNT TO WS-CHN-ORIG-AMOUNT(WS-CHN-IDX)
119007         MOVE WS-CHR-HOME-AMOUNT TO WS-CHN-HOME-AMOUNT(WS-CHN-IDX)
119008         MOVE WS-CHR-DISCOUNT TO WS-CHN-DISCOUNT(WS-CHN-IDX)
119009         MOVE WS-CHR-TAX-AMOUNT TO WS-CHN-TAX-AMOUNT(WS-CHN-IDX)
119010         MOVE WS-CHR-TOTAL TO WS-CHN-TOTAL(WS-CHN-IDX)
119011         MOVE WS-CHR-TAX-STATE TO WS-CHN-TAX-STATE(WS-CHN-IDX)
119012         MOVE WS-CHR-STATE-TAX TO WS-CHN-STATE-TAX(WS-CHN-IDX)
119013         MOVE WS-CHR-TAX-LOCAL TO WS-CHN-TAX-LOCAL(WS-CHN-IDX)
119014         MOVE WS-CHR-LOCAL-TAX TO WS-CHN-LOCAL-TAX(WS-CHN-IDX)
119015     END-IF
119016     IF WS-CHR-VOID
119017      OR WS-CHR-REBILL
119018         MOVE WS-CHR-ORIG-INVOICE TO WS-LOOKUP-INVOICE
119019         PERFORM 1960-FIND-CHAIN-ENTRY THRU 1960-EXIT
119020         IF WS-CHN-FOUND
119021             IF WS-CHR-VOID
119022                 MOVE 'Y' TO WS-CHN-VOIDED-SW(WS-CHN-IDX)
119023             ELSE
119024                 MOVE 'Y' TO WS-CHN-REBILLED-SW(WS-CHN-IDX)
119025             END-IF
119026         END-IF
119027     END-IF.
119028 1950-EXIT.
119029     EXIT.
119030*
119031 1960-FIND-CHAIN-ENTRY SECTION.
119032 1960-FIND-CHAIN-ENTRY-PARA.
119033     MOVE 'N' TO WS-CHN-FOUND-SW
119034     IF WS-CHN-TABLE-COUNT > ZERO
119035         SET WS-CHN-IDX TO 1
119036         SEARCH WS-CHN-ENTRY
119037             AT END
119038                 CONTINUE
119039             WHEN WS-CHN-ORIG-INVOICE(WS-CHN-IDX) =
119040                      WS-LOOKUP-INVOICE
119041                 MOVE 'Y' TO WS-CHN-FOUND-SW
119042         END-SEARCH
119043     END-IF.
119044 1960-EXIT.
119045     EXIT.
119046*
119047******************************************************************
119048*    2000-PROCESS-INVOICE                                        *
119100*    RUNS ONE INVOICE-FILE RECORD THROUGH THE DISCOUNT/TOTAL     *
119200*    LOGIC AND READS THE NEXT RECORD.                            *
119210*    A VOID IS CHECKED AGAINST ITS ORIGINAL AND TAKES THE        *
119220*    ORIGINAL'S BILLED AMOUNTS INSTEAD OF BEING PRICED; A        *
119230*    REBILL IS CHECKED AGAINST ITS VOIDED ORIGINAL AND THEN      *
119240*    PRICED LIKE ANY OTHER DETAIL.                               *
119250*    A CREDIT MEMO KEEPS THE INVOICE IT CREDITS, IF NAMED.       *
119300******************************************************************
119400 2000-PROCESS-INVOICE SECTION.
119500 2000-PROCESS-INVOICE-PARA.
119600     MOVE INV-TYPE TO InvoiceType
119610     IF NOT INV-CHAIN-TRAN
119620         MOVE SPACE TO INV-CHAIN-CODE
119621         IF InvoiceType NOT = CreditMemo
119622          OR INV-ORIG-INVOICE-NUMBER NOT NUMERIC
119623             MOVE ZERO TO INV-ORIG-INVOICE-NUMBER
119624         END-IF
119640     END-IF
119700     PERFORM 2250-CHECK-DUPLICATE-INVOICE THRU 2250-EXIT
119800     IF WS-DUPLICATE-INV
119900         PERFORM 2900-WRITE-REJECT-RECORD THRU 2900-EXIT
120000         GO TO 2000-READ-NEXT
120100     END-IF
120110     IF INV-CHAIN-TRAN
120120         PERFORM 2300-CHECK-CHAIN-ORIGINAL THRU 2300-EXIT
120130         IF WS-INVALID-CHAIN
120140             PERFORM 2900-WRITE-REJECT-RECORD THRU 2900-EXIT
120150             GO TO 2000-READ-NEXT
120160         END-IF
120170     END-IF
120200     PERFORM 2200-VALIDATE-CUSTOMER THRU 2200-EXIT
120300     IF WS-INVALID-CUST
120400         PERFORM 2900-WRITE-REJECT-RECORD THRU 2900-EXIT
120500         GO TO 2000-READ-NEXT
120510     END-IF
120520     IF INV-VOID-TRAN
120530         PERFORM 2320-RESTORE-ORIGINAL-AMOUNTS THRU 2320-EXIT
120540         GO TO 2000-POST-INVOICE
120600     END-IF
120700     PERFORM 2280-CONVERT-CURRENCY THRU 2280-EXIT
120800     IF WS-INVALID-CURR
121200     PERFORM GetInvoiceDiscount
121300     IF WS-INVALID-TYPE
121400         PERFORM 2900-WRITE-REJECT-RECORD THRU 2900-EXIT
121410         GO TO 2000-READ-NEXT
121420     END-IF
121430     PERFORM GetTotal.
121440 2000-POST-INVOICE.
121450     PERFORM 2390-SET-POSTING-SIGN THRU 2390-EXIT
121460     PERFORM 2400-CHECK-CREDIT-LIMIT THRU 2400-EXIT
121470     IF WS-CREDIT-HELD
121480         PERFORM 2450-WRITE-CREDIT-HOLD THRU 2450-EXIT
121490         GO TO 2000-READ-NEXT
121500     END-IF
121510     PERFORM 2600-WRITE-REGISTER-LINE THRU 2600-EXIT
121520     PERFORM 2500-WRITE-AUDIT-RECORD THRU 2500-EXIT
121530     PERFORM 2560-RECORD-CHAIN-POSTING THRU 2560-EXIT
121540     PERFORM 2700-WRITE-AR-EXTRACT THRU 2700-EXIT
121550     PERFORM 2770-ACCUMULATE-GL-AMOUNTS THRU 2770-EXIT
121560     PERFORM 2350-ADD-PROCESSED-INVOICE THRU 2350-EXIT.
122300 2000-READ-NEXT.
122400     PERFORM 2800-CHECKPOINT THRU 2800-EXIT
122500     PERFORM 2100-READ-INVOICE-RECORD THRU 2100-EXIT.
124000     MOVE SPACES TO WS-CUSTOMER-NAME
124010     MOVE SPACES TO WS-CUST-TAX-STATE
124020     MOVE SPACES TO WS-CUST-TAX-LOCAL
124030     MOVE SPACES TO WS-CUST-PAYMENT-TERMS
124100     MOVE INV-CUSTOMER-NUMBER TO WS-LOOKUP-CUSTOMER
124200     PERFORM 1330-FIND-CUSTOMER-ENTRY THRU 1330-EXIT
124300     IF WS-CUST-FOUND
124510             PERFORM 1340-FIND-OR-ADD-EXPOSURE THRU 1340-EXIT
124520             MOVE CUS-TAX-STATE TO WS-CUST-TAX-STATE
124530             MOVE CUS-TAX-LOCAL TO WS-CUST-TAX-LOCAL
124540             MOVE CUS-PAYMENT-TERMS TO WS-CUST-PAYMENT-TERMS
124600         ELSE
124700             MOVE 'Y' TO WS-INVALID-CUST-SW
124800             MOVE 'BADC' TO WS-REJECT-REASON-CODE
131700 2280-EXIT.
131800     EXIT.
131900*
131901******************************************************************
131902*    2300-CHECK-CHAIN-ORIGINAL                                   *
131903*    PROVES A VOID OR REBILL AGAINST THE ORIGINAL IT NAMES.      *
131904*    THE ORIGINAL MUST HAVE A BILLING ROW ON THE AUDIT TRAIL     *
131905*    (VNOF).  A VOID MAY NOT HIT AN ORIGINAL ALREADY VOIDED      *
131906*    (VDUP) OR ONE THAT IS ITSELF A VOID (VVOD); A REBILL NEEDS  *
131907*    AN ORIGINAL ALREADY VOIDED (RNOV) AND NOT YET REBILLED      *
131908*    (RDUP).  A GOOD VOID TAKES THE ORIGINAL'S CUSTOMER, TYPE,   *
131909*    AMOUNT AND CURRENCY INTO THE DETAIL, SO EVERY OUTPUT SHOWS  *
131910*    WHAT IS BEING REVERSED.  WS-CHN-IDX IS LEFT ON THE          *
131911*    ORIGINAL'S ENTRY FOR 2320-RESTORE-ORIGINAL-AMOUNTS.         *
131912******************************************************************
131913 2300-CHECK-CHAIN-ORIGINAL SECTION.
131914 2300-CHECK-CHAIN-PARA.
131915     MOVE 'N' TO WS-INVALID-CHAIN-SW
131916     MOVE INV-ORIG-INVOICE-NUMBER TO WS-LOOKUP-INVOICE
131917     PERFORM 1960-FIND-CHAIN-ENTRY THRU 1960-EXIT
131918     IF WS-CHN-FOUND
131919         IF NOT WS-CHN-ON-FILE(WS-CHN-IDX)
131920             MOVE 'N' TO WS-CHN-FOUND-SW
131921         END-IF
131922     END-IF
131923     IF NOT WS-CHN-FOUND
131924         MOVE 'Y' TO WS-INVALID-CHAIN-SW
131925         MOVE 'VNOF' TO WS-REJECT-REASON-CODE
131926         MOVE 'ORIGINAL INVOICE NOT ON THE AUDIT TRAIL'
131927             TO WS-REJECT-REASON-TEXT
131928         GO TO 2300-EXIT
131929     END-IF
131930     IF INV-REBILL-TRAN
131931         IF NOT WS-CHN-VOIDED(WS-CHN-IDX)
131932             MOVE 'Y' TO WS-INVALID-CHAIN-SW
131933             MOVE 'RNOV' TO WS-REJECT-REASON-CODE
131934             MOVE 'ORIGINAL INVOICE NOT VOIDED - CANNOT REBILL'
131935                 TO WS-REJECT-REASON-TEXT
131936         ELSE
131937             IF WS-CHN-REBILLED(WS-CHN-IDX)
131938                 MOVE 'Y' TO WS-INVALID-CHAIN-SW
131939                 MOVE 'RDUP' TO WS-REJECT-REASON-CODE
131940                 MOVE 'ORIGINAL INVOICE ALREADY REBILLED'
131941                     TO WS-REJECT-REASON-TEXT
131942             END-IF
131943         END-IF
131944         GO TO 2300-EXIT
131945     END-IF
131946     IF WS-CHN-VOIDED(WS-CHN-IDX)
131947         MOVE 'Y' TO WS-INVALID-CHAIN-SW
131948         MOVE 'VDUP' TO WS-REJECT-REASON-CODE
131949         MOVE 'ORIGINAL INVOICE ALREADY VOIDED'
131950             TO WS-REJECT-REASON-TEXT
131951         GO TO 2300-EXIT
131952     END-IF
131953     IF WS-CHN-CHAIN-CODE(WS-CHN-IDX) = 'V'
131954         MOVE 'Y' TO WS-INVALID-CHAIN-SW
131955         MOVE 'VVOD' TO WS-REJECT-REASON-CODE
131956         MOVE 'ORIGINAL IS ITSELF A VOID - CANNOT VOID IT'
131957             TO WS-REJECT-REASON-TEXT
131958         GO TO 2300-EXIT
131959     END-IF
131960     MOVE WS-CHN-CUSTOMER(WS-CHN-IDX) TO INV-CUSTOMER-NUMBER
131961     MOVE WS-CHN-INVOICE-TYPE(WS-CHN-IDX) TO INV-TYPE
131962     MOVE WS-CHN-INVOICE-TYPE(WS-CHN-IDX) TO InvoiceType
131963     MOVE WS-CHN-ORIG-AMOUNT(WS-CHN-IDX) TO INV-AMOUNT
131964     MOVE WS-CHN-CURRENCY-CODE(WS-CHN-IDX) TO INV-CURRENCY-CODE.
131965 2300-EXIT.
131966     EXIT.
131967*
131968******************************************************************
131969*    2320-RESTORE-ORIGINAL-AMOUNTS                               *
131970*    LOADS A VOID'S AMOUNTS FROM ITS ORIGINAL'S BILLING ROW -    *
131971*    CONVERTED AMOUNT, DISCOUNT, TAX AND ITS JURISDICTION SPLIT  *
131972*    AS BILLED, NOT AS TODAY'S RATES WOULD PRICE THEM - AND      *
131973*    NEGATES THE ORIGINAL TOTAL.  THE AUTHORITY NAMES FOR THE    *
131974*    TAX-PAYABLE GL LINES COME FROM TONIGHT'S JURISDICTION       *
131975*    TABLE.  WS-CHN-IDX ADDRESSES THE ORIGINAL'S ENTRY.          *
131976******************************************************************
131977 2320-RESTORE-ORIGINAL-AMOUNTS SECTION.
131978 2320-RESTORE-ORIGINAL-PARA.
131979     MOVE WS-CHN-HOME-AMOUNT(WS-CHN-IDX) TO WS-HOME-AMOUNT
131980     MOVE WS-CHN-DISCOUNT(WS-CHN-IDX) TO Discount
131981     MOVE WS-CHN-TAX-AMOUNT(WS-CHN-IDX) TO WS-TAX-AMOUNT
131982     MOVE WS-CHN-TAX-STATE(WS-CHN-IDX) TO WS-CUST-TAX-STATE
131983     MOVE WS-CHN-STATE-TAX(WS-CHN-IDX) TO WS-STATE-TAX
131984     MOVE WS-CHN-TAX-LOCAL(WS-CHN-IDX) TO WS-CUST-TAX-LOCAL
131985     MOVE WS-CHN-LOCAL-TAX(WS-CHN-IDX) TO WS-LOCAL-TAX
131986     COMPUTE Total = ZERO - WS-CHN-TOTAL(WS-CHN-IDX)
131987     MOVE SPACES TO WS-STATE-AUTHORITY
131988     MOVE SPACES TO WS-LOCAL-AUTHORITY
131989     IF WS-CUST-TAX-STATE = SPACES
131990         GO TO 2320-EXIT
131991     END-IF
131992     MOVE WS-CUST-TAX-STATE TO WS-LOOKUP-TAX-STATE
131993     MOVE SPACES TO WS-LOOKUP-TAX-LOCAL
131994     PERFORM 1830-FIND-TAX-JUR-ENTRY THRU 1830-EXIT
131995     IF WS-TXJ-FOUND
131996         MOVE WS-TXJ-AUTHORITY(WS-TXJ-IDX) TO WS-STATE-AUTHORITY
131997     END-IF
131998     IF WS-CUST-TAX-LOCAL NOT = SPACES
131999         MOVE WS-CUST-TAX-LOCAL TO WS-LOOKUP-TAX-LOCAL
132000         PERFORM 1830-FIND-TAX-JUR-ENTRY THRU 1830-EXIT
132001         IF WS-TXJ-FOUND
132002             MOVE WS-TXJ-AUTHORITY(WS-TXJ-IDX)
132003                 TO WS-LOCAL-AUTHORITY
132004         END-IF
132005     END-IF.
132006 2320-EXIT.
132007     EXIT.
132008*
132009******************************************************************
132010*    2390-SET-POSTING-SIGN                                       *
132011*    SETS WS-REVERSE-POSTING-SW WHEN THE DETAIL TAKES REVENUE,   *
132012*    DISCOUNT AND TAX BACK OFF THE GL - A CREDIT MEMO, OR A      *
132013*    VOID OF AN ORDINARY INVOICE.  A VOID OF A CREDIT MEMO       *
132014*    PUTS THEM BACK, SO IT POSTS FORWARD.                        *
132015******************************************************************
132016 2390-SET-POSTING-SIGN SECTION.
132017 2390-SET-POSTING-SIGN-PARA.
132018     MOVE 'N' TO WS-REVERSE-POSTING-SW
132019     IF InvoiceType = CreditMemo
132020         IF NOT INV-VOID-TRAN
132021             SET WS-REVERSE-POSTING TO TRUE
132022         END-IF
132023     ELSE
132024         IF INV-VOID-TRAN
132025             SET WS-REVERSE-POSTING TO TRUE
132026         END-IF
132027     END-IF.
132028 2390-EXIT.
132029     EXIT.
132030*
132031******************************************************************
132100*    2350-ADD-PROCESSED-INVOICE                                  *
132200*    WRITES THE INVOICE NUMBER JUST POSTED STRAIGHT TO THE       *
132300*    INDEXED PROCESSED-INVOICE MASTER.  ALSO PERFORMED FOR       *
133500     END-WRITE.
134500 2350-EXIT.
134600     EXIT.
134601*
134602******************************************************************
134603*    2400-CHECK-CREDIT-LIMIT                                     *
134604*    COMPARES THE CUSTOMER'S EXPOSURE - OPEN ITEMS PLUS THE      *
134605*    DAY'S BILLINGS PLUS THE INVOICE JUST PRICED - TO THE        *
134606*    CREDIT LIMIT ON THE MASTER.  OVER THE LIMIT SETS            *
134607*    WS-CREDIT-HELD-SW; WITHIN IT ROLLS THE INVOICE INTO THE     *
134608*    DAY'S BILLINGS.  A ZERO LIMIT MEANS NO CHECK, AND A         *
134609*    CREDIT MEMO (NEGATIVE TOTAL) ALWAYS POSTS - IT REDUCES      *
134610*    THE EXPOSURE.  WS-EXPO-IDX STILL ADDRESSES THE CUSTOMER'S   *
134611*    EXPOSURE ENTRY FROM 2200-VALIDATE-CUSTOMER.  A DETAIL       *
134612*    RELEASED FROM CREDIT HOLD (INV-CREDIT-RELEASED) IS NEVER    *
134613*    HELD AGAIN - THE CREDIT TEAM HAS ALREADY PASSED IT.         *
134614*    NOR IS A VOID - IT ONLY GIVES BACK WHAT WAS BILLED.         *
134615*    NOR IS A FINANCE CHARGE - IT IS LEVIED ON A BALANCE         *
134616*    ALREADY OWED, AND HOLDING IT WOULD ONLY DELAY IT.           *
134617******************************************************************
134618 2400-CHECK-CREDIT-LIMIT SECTION.
134619 2400-CHECK-CREDIT-PARA.
134620     MOVE 'N' TO WS-CREDIT-HELD-SW
134621     COMPUTE WS-CREDIT-EXPOSURE =
134622         WS-EXPO-OPEN-BALANCE(WS-EXPO-IDX)
134623         + WS-EXPO-BILLED-TODAY(WS-EXPO-IDX)
134624         + Total
134625     IF WS-EXPO-CREDIT-LIMIT(WS-EXPO-IDX) > ZERO
134626      AND Total > ZERO
134627      AND NOT INV-CREDIT-RELEASED
134628      AND NOT INV-VOID-TRAN
134629      AND InvoiceType NOT = FinanceCharge
134721      AND WS-CREDIT-EXPOSURE > WS-EXPO-CREDIT-LIMIT(WS-EXPO-IDX)
134722         SET WS-CREDIT-HELD TO TRUE
134723     ELSE
134744     MOVE WS-EXPO-CREDIT-LIMIT(WS-EXPO-IDX) TO HLD-CREDIT-LIMIT
134745     MOVE WS-CREDIT-EXPOSURE TO HLD-EXPOSURE
134746     MOVE WS-RUN-DATE TO HLD-HOLD-DATE
134747     MOVE INV-CHAIN-CODE TO HLD-CHAIN-CODE
134748     MOVE INV-ORIG-INVOICE-NUMBER TO HLD-ORIG-INVOICE-NUMBER
134749     WRITE HLD-RECORD
134750     MOVE INV-CUSTOMER-NUMBER TO WS-CRH-DET-CUSTOMER
134751     MOVE WS-CUSTOMER-NAME TO WS-CRH-DET-NAME
134752     MOVE INV-NUMBER TO WS-CRH-DET-INVOICE
134753     MOVE Total TO WS-CRH-DET-TOTAL
134754     MOVE WS-CREDIT-EXPOSURE TO WS-CRH-DET-EXPOSURE
134755     MOVE WS-EXPO-CREDIT-LIMIT(WS-EXPO-IDX)
134756         TO WS-CRH-DET-LIMIT
134757     MOVE WS-CRH-DETAIL-LINE TO CRH-LINE
134758     WRITE CRH-LINE
134759     ADD 1 TO WS-INVOICES-HELD.
134760 2450-EXIT.
134761     EXIT.
134762*
134800******************************************************************
134900*    2770-ACCUMULATE-GL-AMOUNTS                                  *
135000*    ACCUMULATES THE INVOICE JUST POSTED INTO THE GL JOURNAL     *
135510*    ROLLS IN 2771 - ALSO PERFORMED ALONE BY THE RESTART         *
135520*    REPRICE, WHICH MUST NOT TOUCH THE CHECKPOINTED RUN          *
135530*    TOTALS.                                                     *
135540*    A VOID OF AN INVOICE REVERSES THE SAME WAY (SEE 2390).      *
135600******************************************************************
135700 2770-ACCUMULATE-GL-AMOUNTS SECTION.
135800 2770-ACCUMULATE-GL-PARA.
135900     IF WS-REVERSE-POSTING
136000         SUBTRACT WS-HOME-AMOUNT FROM WS-GL-REVENUE-TOTAL
136100         SUBTRACT Discount FROM WS-GL-DISCOUNT-TOTAL
136200         SUBTRACT WS-TAX-AMOUNT FROM WS-GL-TAX-TOTAL
136710     PERFORM 2771-ACCUMULATE-BATCH-GL THRU 2771-EXIT.
136800 2770-EXIT.
136900     EXIT.
136901*
136902 2771-ACCUMULATE-BATCH-GL SECTION.
136903 2771-ACCUMULATE-BATCH-PARA.
136904     SET WS-BTCH-IDX TO WS-BTCH-CURRENT-SLOT
136905     IF WS-REVERSE-POSTING
136906         SUBTRACT WS-HOME-AMOUNT
136907             FROM WS-BTCH-REVENUE(WS-BTCH-IDX)
136908         SUBTRACT Discount FROM WS-BTCH-DISCOUNT(WS-BTCH-IDX)
136909         SUBTRACT WS-TAX-AMOUNT FROM WS-BTCH-TAX(WS-BTCH-IDX)
136910     ELSE
136911         ADD WS-HOME-AMOUNT TO WS-BTCH-REVENUE(WS-BTCH-IDX)
136912         ADD Discount TO WS-BTCH-DISCOUNT(WS-BTCH-IDX)
136913         ADD WS-TAX-AMOUNT TO WS-BTCH-TAX(WS-BTCH-IDX)
136914     END-IF
136915*    A FINANCE CHARGE'S REVENUE IS ALSO KEPT APART, FOR ITS OWN
136916*    INCOME ACCOUNT ON THE JOURNAL
136917     IF InvoiceType = FinanceCharge
136918         IF WS-REVERSE-POSTING
136919             SUBTRACT WS-HOME-AMOUNT
136920                 FROM WS-BTCH-FINCHG(WS-BTCH-IDX)
136921         ELSE
136922             ADD WS-HOME-AMOUNT TO WS-BTCH-FINCHG(WS-BTCH-IDX)
136923         END-IF
136924     END-IF
136925     PERFORM 2772-ROLL-TAX-BY-AUTHORITY THRU 2772-EXIT.
136926 2771-EXIT.
136927     EXIT.
136928*
136929******************************************************************
136930*    2772-ROLL-TAX-BY-AUTHORITY                                  *
136931*    ROLLS THE INVOICE'S TAX INTO THE BATCH'S PER-AUTHORITY      *
136932*    TAX-PAYABLE ENTRIES - THE STATE AND LOCAL SPLITS FROM       *
136933*    TAX-CALC, OR THE WHOLE FLAT-RATE TAX UNDER THE BLANK-CODE   *
136934*    ENTRY.  A CREDIT MEMO REVERSES WITH THE BATCH TOTALS.       *
136935*    SO DOES A VOID OF AN INVOICE.                               *
137024******************************************************************
137025 2772-ROLL-TAX-BY-AUTHORITY SECTION.
137026 2772-ROLL-TAX-BY-PARA.
137027     SET WS-JTX-LOOKUP-SLOT TO WS-BTCH-IDX
137028     IF WS-CUST-TAX-STATE = SPACES
137029         MOVE WS-TAX-AMOUNT TO WS-JTX-SIGNED-TAX
137030         IF WS-REVERSE-POSTING
137031             COMPUTE WS-JTX-SIGNED-TAX = ZERO - WS-JTX-SIGNED-TAX
137032         END-IF
137033         MOVE SPACES TO WS-LOOKUP-TAX-STATE
137037         GO TO 2772-EXIT
137038     END-IF
137039     MOVE WS-STATE-TAX TO WS-JTX-SIGNED-TAX
137040     IF WS-REVERSE-POSTING
137041         COMPUTE WS-JTX-SIGNED-TAX = ZERO - WS-JTX-SIGNED-TAX
137042     END-IF
137043     MOVE WS-CUST-TAX-STATE TO WS-LOOKUP-TAX-STATE
137046     PERFORM 2773-ADD-AUTHORITY-TAX THRU 2773-EXIT
137047     IF WS-CUST-TAX-LOCAL NOT = SPACES
137048         MOVE WS-LOCAL-TAX TO WS-JTX-SIGNED-TAX
137049         IF WS-REVERSE-POSTING
137050             COMPUTE WS-JTX-SIGNED-TAX = ZERO - WS-JTX-SIGNED-TAX
137051         END-IF
137052         MOVE WS-CUST-TAX-STATE TO WS-LOOKUP-TAX-STATE
137700*    RATE-TABLE ENTRY - IS COUNTED AS SKIPPED INSTEAD, SO THE    *
137800*    CURRENT COLUMN TIES TO THE DAILY REGISTER.  NOTHING IS      *
137900*    POSTED ANYWHERE.                                            *
137910*    A VOID DETAIL IS PASSED OVER WITHOUT COUNTING.              *
137920*    SO IS A FINANCE CHARGE - IT HAS NO RATE-TABLE ENTRY.        *
138000******************************************************************
138100 2050-SIMULATE-INVOICE SECTION.
138200 2050-SIMULATE-PARA.
138300     MOVE INV-TYPE TO InvoiceType
138310*    A VOID IS NOT PRICED - IT REVERSES THE ORIGINAL AS BILLED,
138320*    SO IT HAS NO CURRENT-VERSUS-PROPOSED DIFFERENCE TO SHOW;
138321*    NOR HAS A FINANCE CHARGE, WHICH IS NEVER RATE-PRICED
138330     IF INV-VOID-TRAN
138331      OR InvoiceType = FinanceCharge
138340         GO TO 2050-READ-NEXT
138350     END-IF
138400     PERFORM 2250-CHECK-DUPLICATE-INVOICE THRU 2250-EXIT
138500     IF WS-DUPLICATE-INV
138600         ADD 1 TO WS-SIM-SKIPPED-COUNT
160034             MOVE ZERO TO WS-BTCH-REVENUE(WS-BTCH-IDX)
160035             MOVE ZERO TO WS-BTCH-DISCOUNT(WS-BTCH-IDX)
160036             MOVE ZERO TO WS-BTCH-TAX(WS-BTCH-IDX)
160037             MOVE ZERO TO WS-BTCH-FINCHG(WS-BTCH-IDX)
160038         ELSE
160039             DISPLAY 'BATCH TABLE FULL AT BATCH: '
160040                 WS-BATCH-NUMBER
160041             MOVE 16 TO RETURN-CODE
160042             STOP RUN
160043         END-IF
160044     END-IF
160045     SET WS-BTCH-CURRENT-SLOT TO WS-BTCH-IDX.
160046 2120-EXIT.
160047     EXIT.
160048*
160049******************************************************************
160050*    2150-REPRICE-SKIPPED-DETAIL                                 *
160051*    RESTART ONLY - REBUILDS A SKIPPED (ALREADY-POSTED)          *
160052*    DETAIL'S SHARE OF ITS BATCH'S GL ACCOUNTS BY PRICING IT     *
160053*    AGAIN: SAME RATE TABLE, SAME FX DAY, SAME ROUNDING, SO      *
160054*    THE PER-BATCH JOURNAL SPLIT MATCHES WHAT THE ABENDED        *
160055*    SEGMENT POSTED.  THE RUN-LEVEL GL TOTALS RESTORED FROM      *
160056*    THE CHECKPOINT ARE LEFT ALONE - 2770 ADDS THIS DETAIL TO    *
160057*    THE BATCH SHARE ONLY WHEN REPRICING.  THE DETAIL'S TOTAL    *
160058*    ALSO ROLLS INTO ITS CUSTOMER'S EXPOSURE, SO THE CREDIT      *
160059*    CHECK STILL SEES EVERYTHING BILLED BEFORE THE ABEND.  A     *
160060*    DETAIL THAT WILL NOT PRICE CLEANLY NEVER POSTED, SO IT      *
160061*    IS LEFT OUT.                                                *
160062*    A VOID IS NOT PRICED - IT ROLLS ITS ORIGINAL'S BILLED       *
160063*    AMOUNTS BACK OUT, AS IT DID BEFORE THE ABEND.               *
160064******************************************************************
160065 2150-REPRICE-SKIPPED-DETAIL SECTION.
160066 2150-REPRICE-SKIPPED-PARA.
160067     MOVE INV-TYPE TO InvoiceType
160068     IF INV-VOID-TRAN
160069         MOVE INV-ORIG-INVOICE-NUMBER TO WS-LOOKUP-INVOICE
160070         PERFORM 1960-FIND-CHAIN-ENTRY THRU 1960-EXIT
160071         IF NOT WS-CHN-FOUND
160072             GO TO 2150-EXIT
160073         END-IF
160074         IF NOT WS-CHN-ON-FILE(WS-CHN-IDX)
160075             GO TO 2150-EXIT
160076         END-IF
160077         MOVE WS-CHN-CUSTOMER(WS-CHN-IDX) TO INV-CUSTOMER-NUMBER
160078         MOVE WS-CHN-INVOICE-TYPE(WS-CHN-IDX) TO InvoiceType
160079         PERFORM 2320-RESTORE-ORIGINAL-AMOUNTS THRU 2320-EXIT
160080         MOVE INV-CUSTOMER-NUMBER TO WS-LOOKUP-CUSTOMER
160081         PERFORM 1330-FIND-CUSTOMER-ENTRY THRU 1330-EXIT
160082         GO TO 2150-ROLL-BATCH
160083     END-IF
160084     PERFORM 2280-CONVERT-CURRENCY THRU 2280-EXIT
160085     IF WS-INVALID-CURR
160086         GO TO 2150-EXIT
160087     END-IF
160088     PERFORM GetInvoiceDiscount
160089     IF WS-INVALID-TYPE
160090         GO TO 2150-EXIT
160091     END-IF
160092*    THE TAX STEP NEEDS THE CUSTOMER'S JURISDICTION CODES,
160093*    WHICH ONLY 2200-VALIDATE-CUSTOMER NORMALLY SETS
160094     MOVE SPACES TO WS-CUST-TAX-STATE
160095     MOVE SPACES TO WS-CUST-TAX-LOCAL
160096     MOVE INV-CUSTOMER-NUMBER TO WS-LOOKUP-CUSTOMER
160097     PERFORM 1330-FIND-CUSTOMER-ENTRY THRU 1330-EXIT
160098     IF WS-CUST-FOUND
160099         MOVE CUS-TAX-STATE TO WS-CUST-TAX-STATE
160100         MOVE CUS-TAX-LOCAL TO WS-CUST-TAX-LOCAL
160101     END-IF
160102     PERFORM TAX-CALC.
160103 2150-ROLL-BATCH.
160104     PERFORM 2390-SET-POSTING-SIGN THRU 2390-EXIT
160105     PERFORM 2771-ACCUMULATE-BATCH-GL THRU 2771-EXIT
160106*    THE POSTED TOTAL COUNTS AGAINST THE CUSTOMER'S CREDIT
160107*    EXPOSURE, AS 2400-CHECK-CREDIT-LIMIT DEFINES IT
160108     IF WS-CUST-FOUND
160109         PERFORM 1340-FIND-OR-ADD-EXPOSURE THRU 1340-EXIT
160110         COMPUTE WS-REPRICE-TOTAL = WS-HOME-AMOUNT
160111             - Discount + WS-TAX-AMOUNT
160112         IF WS-REVERSE-POSTING
160113             COMPUTE WS-REPRICE-TOTAL =
160114                 ZERO - WS-REPRICE-TOTAL
160115         END-IF
160116         ADD WS-REPRICE-TOTAL
160117             TO WS-EXPO-BILLED-TODAY(WS-EXPO-IDX)
160118     END-IF.
160119 2150-EXIT.
160120     EXIT.
160121******************************************************************
160200*    2600-WRITE-REGISTER-LINE                                    *
160300*    WRITES ONE DAILY INVOICE REGISTER LINE AND ACCUMULATES THE  *
160400*    RUN'S GRAND TOTAL.                                          *
160410*    A VOID OR REBILL LINE NAMES ITS ORIGINAL INVOICE.           *
160420*    SO DOES A CREDIT MEMO NAMING THE INVOICE IT CREDITS.        *
160500******************************************************************
160600 2600-WRITE-REGISTER-LINE SECTION.
160700 2600-WRITE-REGISTER-LINE-PARA.
161500     MOVE Discount TO REG-DISCOUNT
161600     MOVE WS-TAX-AMOUNT TO REG-TAX-AMOUNT
161700     MOVE Total TO REG-TOTAL
161710     IF INV-CHAIN-TRAN
161720         IF INV-VOID-TRAN
161730             MOVE 'VOID OF' TO WS-RCN-TEXT
161740         ELSE
161750             MOVE 'REBILL OF' TO WS-RCN-TEXT
161760         END-IF
161770         MOVE INV-ORIG-INVOICE-NUMBER TO WS-RCN-INVOICE
161780         MOVE WS-REG-CHAIN-NOTE TO REG-CHAIN-NOTE
161790     END-IF
161791     IF NOT INV-CHAIN-TRAN
161792      AND INV-ORIG-INVOICE-NUMBER > ZERO
161793         MOVE 'CREDIT TO' TO WS-RCN-TEXT
161794         MOVE INV-ORIG-INVOICE-NUMBER TO WS-RCN-INVOICE
161795         MOVE WS-REG-CHAIN-NOTE TO REG-CHAIN-NOTE
161796     END-IF
161800     WRITE REG-LINE
161900     ADD Total TO WS-GRAND-TOTAL.
162000 2600-EXIT.
162400*    2700-WRITE-AR-EXTRACT                                       *
162500*    WRITES ONE AR INTERFACE EXTRACT ROW FOR THE FINALIZED       *
162600*    INVOICE TOTAL, FOR ACCOUNTS RECEIVABLE TO PICK UP AND POST. *
162610*    THE DUE DATE COMES FROM THE CUSTOMER'S PAYMENT TERMS - 60   *
162620*    DAYS FOR NET60, OTHERWISE 30, AND 2/10N30 ALSO GIVES 2.00   *
162630*    PERCENT OFF IF PAID WITHIN 10 DAYS.  A CREDIT MEMO IS DUE   *
162640*    ON THE RUN DATE WITH NO DISCOUNT.                           *
162650*    SO IS A VOID - ARCASH NETS IT INTO THE ORIGINAL'S OPEN      *
162660*    ITEM, WHICH KEEPS ITS OWN DUE DATE.                         *
162700******************************************************************
162800 2700-WRITE-AR-EXTRACT SECTION.
162900 2700-WRITE-AR-EXTRACT-PARA.
162910     PERFORM 2710-SET-DUE-DATE THRU 2710-EXIT
163000     MOVE INV-NUMBER          TO EXT-INVOICE-NUMBER
163100     MOVE INV-CUSTOMER-NUMBER TO EXT-CUSTOMER-NUMBER
163200     MOVE WS-CUSTOMER-NAME    TO EXT-CUSTOMER-NAME
163300     MOVE InvoiceType         TO EXT-INVOICE-TYPE
163400     MOVE Total               TO EXT-FINAL-TOTAL
163500     MOVE WS-RUN-DATE         TO EXT-POSTING-DATE
163510     MOVE WS-DUE-DATE         TO EXT-DUE-DATE
163520     MOVE WS-DISC-DATE        TO EXT-DISC-DATE
163530     MOVE WS-DISC-PCT         TO EXT-DISC-PCT
163540     MOVE INV-CHAIN-CODE      TO EXT-CHAIN-CODE
163550     MOVE INV-ORIG-INVOICE-NUMBER TO EXT-ORIG-INVOICE-NUMBER
163600     WRITE EXT-RECORD.
163700 2700-EXIT.
163701     EXIT.
163702*
163703 2710-SET-DUE-DATE SECTION.
163704 2710-SET-DUE-DATE-PARA.
163705     MOVE WS-RUN-DATE TO WS-DUE-DATE
163706     MOVE ZERO TO WS-DISC-DATE
163707     MOVE ZERO TO WS-DISC-PCT
163708     IF InvoiceType = CreditMemo
163709      OR INV-VOID-TRAN
163710         GO TO 2710-EXIT
163711     END-IF
163712     IF WS-TERMS-NET60
163713         MOVE 60 TO WS-TERMS-DUE-DAYS
163714     ELSE
163715         MOVE 30 TO WS-TERMS-DUE-DAYS
163716     END-IF
163717     COMPUTE WS-RUN-DAY-INTEGER =
163718         FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
163719     COMPUTE WS-DUE-DATE = FUNCTION DATE-OF-INTEGER(
163720         WS-RUN-DAY-INTEGER + WS-TERMS-DUE-DAYS)
163721     IF WS-TERMS-2-10-NET30
163722      AND InvoiceType NOT = FinanceCharge
163723         COMPUTE WS-DISC-DATE = FUNCTION DATE-OF-INTEGER(
163724             WS-RUN-DAY-INTEGER + 10)
163725         MOVE 2.00 TO WS-DISC-PCT
163726     END-IF.
163727 2710-EXIT.
163800     EXIT.
163900*
164000******************************************************************
165740     MOVE WS-STATE-TAX TO AUD-STATE-TAX
165750     MOVE WS-CUST-TAX-LOCAL TO AUD-TAX-LOCAL-CODE
165760     MOVE WS-LOCAL-TAX TO AUD-LOCAL-TAX
165770     MOVE INV-CHAIN-CODE TO AUD-CHAIN-CODE
165780     MOVE INV-ORIG-INVOICE-NUMBER TO AUD-ORIG-INVOICE-NUMBER
165800     WRITE AUD-RECORD.
165900 2500-EXIT.
165901     EXIT.
165902*
165903******************************************************************
165904*    2560-RECORD-CHAIN-POSTING                                   *
165905*    COUNTS A POSTED VOID OR REBILL AND PASSES THE INVOICE JUST  *
165906*    POSTED THROUGH 1950-APPLY-CHAIN-ROW, SO A VOID OR REBILL    *
165907*    LATER IN TONIGHT'S FEED SEES AN ORIGINAL BILLED, VOIDED OR  *
165908*    REBILLED EARLIER IN THE SAME RUN.                           *
165909******************************************************************
165910 2560-RECORD-CHAIN-POSTING SECTION.
165911 2560-RECORD-CHAIN-PARA.
165912     IF INV-VOID-TRAN
165913         ADD 1 TO WS-INVOICES-VOIDED
165914     END-IF
165915     IF INV-REBILL-TRAN
165916         ADD 1 TO WS-INVOICES-REBILLED
165917     END-IF
165918     IF WS-CHN-TABLE-COUNT = ZERO
165919         GO TO 2560-EXIT
165920     END-IF
165921     MOVE INV-NUMBER TO WS-CHR-INVOICE-NUMBER
165922     MOVE INV-CHAIN-CODE TO WS-CHR-CHAIN-CODE
165923     MOVE INV-ORIG-INVOICE-NUMBER TO WS-CHR-ORIG-INVOICE
165924     MOVE INV-CUSTOMER-NUMBER TO WS-CHR-CUSTOMER
165925     MOVE InvoiceType TO WS-CHR-INVOICE-TYPE
165926     MOVE INV-CURRENCY-CODE TO WS-CHR-CURRENCY-CODE
165927     MOVE INV-AMOUNT TO WS-CHR-ORIG-AMOUNT
165928     MOVE WS-HOME-AMOUNT TO WS-CHR-HOME-AMOUNT
165929     MOVE Discount TO WS-CHR-DISCOUNT
165930     MOVE WS-TAX-AMOUNT TO WS-CHR-TAX-AMOUNT
165931     MOVE Total TO WS-CHR-TOTAL
165932     MOVE WS-CUST-TAX-STATE TO WS-CHR-TAX-STATE
165933     MOVE WS-STATE-TAX TO WS-CHR-STATE-TAX
165934     MOVE WS-CUST-TAX-LOCAL TO WS-CHR-TAX-LOCAL
165935     MOVE WS-LOCAL-TAX TO WS-CHR-LOCAL-TAX
165936     PERFORM 1950-APPLY-CHAIN-ROW THRU 1950-EXIT.
165937 2560-EXIT.
166000     EXIT.
166100*
166200******************************************************************
173200     MOVE WS-REJECT-REASON-CODE TO REJ-REASON-CODE
173300     MOVE WS-REJECT-REASON-TEXT TO REJ-REASON-TEXT
173400     MOVE INV-CURRENCY-CODE TO REJ-CURRENCY-CODE
173410     MOVE INV-CHAIN-CODE TO REJ-CHAIN-CODE
173420     MOVE INV-ORIG-INVOICE-NUMBER TO REJ-ORIG-INVOICE-NUMBER
173500     WRITE REJ-RECORD.
173600 2900-EXIT.
173700     EXIT.
174100*    LOOKS UP THE DISCOUNT RATE FOR INVOICETYPE IN THE IN-MEMORY *
174200*    RATE TABLE AND COMPUTES THE DOLLAR DISCOUNT. AN INVOICETYPE *
174300*    NOT FOUND IN THE RATE TABLE IS TREATED AS ZERO DISCOUNT.    *
174310*    A FINANCE CHARGE HAS NO RATE-TABLE ENTRY - IT IS BILLED     *
174320*    WITH NO DISCOUNT AND NO TAX.                                *
174400******************************************************************
174500 GetInvoiceDiscount SECTION.
174600 GetInvoiceDiscount-Para.
174610     IF InvoiceType = FinanceCharge
174620         MOVE 'N' TO WS-INVALID-TYPE-SW
174630         MOVE 0 TO Discount
174640         MOVE 0 TO WS-INVOICE-TAX-RATE
174650         EXIT SECTION
174660     END-IF
174700     MOVE InvoiceType TO WS-LOOKUP-TYPE
174800     PERFORM 1130-FIND-RATE-ENTRY THRU 1130-EXIT
174900     IF WS-RATE-FOUND
176760*    TAXES AT ZERO FOR THAT AUTHORITY AND IS REPORTED - A        *
176770*    MASTER POINTING AT A MISSING JURISDICTION IS A SET-UP       *
176780*    ERROR TO FIX, NOT A REASON TO GUESS A RATE.                 *
176790*    A FINANCE CHARGE IS NOT TAXED, WHATEVER THE CODES.          *
176800******************************************************************
176900 TAX-CALC SECTION.
177000 TAX-CALC-Para.
177020     MOVE ZERO TO WS-LOCAL-TAX
177030     MOVE SPACES TO WS-STATE-AUTHORITY
177040     MOVE SPACES TO WS-LOCAL-AUTHORITY
177041     IF InvoiceType = FinanceCharge
177042         MOVE ZERO TO WS-TAX-AMOUNT
177043         EXIT SECTION
177044     END-IF
177050     IF WS-CUST-TAX-STATE = SPACES
177100         COMPUTE WS-TAX-AMOUNT ROUNDED =
177200             (WS-HOME-AMOUNT - Discount) * WS-INVOICE-TAX-RATE
192430*    8420-WRITE-BATCH-GL-LINES                                   *
192440*    WRITES ONE BATCH GROUP'S FOUR ACCOUNT LINES.  THE GROUP'S   *
192450*    RECEIVABLE SIDE IS ITS REVENUE LESS DISCOUNT PLUS TAX -     *
192451*    ITS SHARE OF THE REGISTER GRAND TOTAL.                      *
192452*    FINANCE CHARGES IN THE GROUP COME OUT OF REVENUE ONTO       *
192453*    THEIR OWN INCOME LINE, WRITTEN ONLY WHEN THERE ARE ANY.     *
192454******************************************************************
192455 8420-WRITE-BATCH-GL-LINES SECTION.
192456 8420-WRITE-BATCH-GL-PARA.
192457     MOVE WS-BTCH-NUMBER(WS-BTCH-IDX) TO WS-BATCH-NUMBER
192458*    AR RECEIVABLE - DEBIT NATURAL, THE GROUP'S BILLED TOTAL
192459     COMPUTE WS-BTCH-RECEIVABLE =
192460         WS-BTCH-REVENUE(WS-BTCH-IDX)
192461         - WS-BTCH-DISCOUNT(WS-BTCH-IDX)
192462         + WS-BTCH-TAX(WS-BTCH-IDX)
192463     MOVE '1200' TO WS-GLJ-ACCOUNT-NUMBER
192464     MOVE 'ACCOUNTS RECEIVABLE' TO WS-GLJ-ACCOUNT-NAME
192465     MOVE WS-BTCH-RECEIVABLE TO WS-GLJ-SIGNED-AMOUNT
192466     PERFORM 8410-WRITE-ONE-GL-LINE THRU 8410-EXIT
192467*    DISCOUNT EXPENSE - DEBIT NATURAL
192468     MOVE '5100' TO WS-GLJ-ACCOUNT-NUMBER
192469     MOVE 'DISCOUNT EXPENSE' TO WS-GLJ-ACCOUNT-NAME
192470     MOVE WS-BTCH-DISCOUNT(WS-BTCH-IDX)
192471         TO WS-GLJ-SIGNED-AMOUNT
192472     PERFORM 8410-WRITE-ONE-GL-LINE THRU 8410-EXIT
192473*    REVENUE - CREDIT NATURAL
192474     MOVE '4000' TO WS-GLJ-ACCOUNT-NUMBER
192475     MOVE 'REVENUE' TO WS-GLJ-ACCOUNT-NAME
192476     COMPUTE WS-GLJ-SIGNED-AMOUNT =
192477         ZERO - WS-BTCH-REVENUE(WS-BTCH-IDX)
192478             + WS-BTCH-FINCHG(WS-BTCH-IDX)
192479     PERFORM 8410-WRITE-ONE-GL-LINE THRU 8410-EXIT
192480*    FINANCE CHARGE INCOME - CREDIT NATURAL
192481     IF WS-BTCH-FINCHG(WS-BTCH-IDX) NOT = ZERO
192482         MOVE '4100' TO WS-GLJ-ACCOUNT-NUMBER
192483         MOVE 'FINANCE CHG INCOME' TO WS-GLJ-ACCOUNT-NAME
192484         COMPUTE WS-GLJ-SIGNED-AMOUNT =
192485             ZERO - WS-BTCH-FINCHG(WS-BTCH-IDX)
192486         PERFORM 8410-WRITE-ONE-GL-LINE THRU 8410-EXIT
192487     END-IF
192495*    TAX PAYABLE - CREDIT NATURAL, ONE LINE PER TAXING
192496*    AUTHORITY TOUCHED BY THE BATCH, SO THE JOURNAL CAN BE
192497*    REMITTED FROM DIRECTLY
198420     CLOSE CREDIT-HOLD-REPORT-FILE
198421     CLOSE PROCESSED-MASTER-FILE
198422     CLOSE CUSTOMER-MASTER-FILE
198430     DISPLAY 'INVOICES ON CREDIT HOLD: ' WS-INVOICES-HELD
198440     DISPLAY 'INVOICES VOIDED: ' WS-INVOICES-VOIDED
198450     DISPLAY 'VOIDED INVOICES REBILLED: ' WS-INVOICES-REBILLED
198460     PERFORM 9600-END-RUN-CONTROL THRU 9600-EXIT.
198500 9000-EXIT.
198600     EXIT.
198700*
198800******************************************************************
198900*    9500-START-RUN-CONTROL                                      *
199000*    CHECKS THE RUN-CONTROL LEDGER BEFORE ANYTHING IS PROCESSED. *
199100*    THE STEP REFUSES TO START IF IT HAS ALREADY COMPLETED FOR   *
199200*    THE BUSINESS DATE, IF AN INPUT IS NOT THE GENERATION ITS    *
199300*    SOURCE STEP LEFT ON THE LEDGER FOR THE DATE, OR IF AN INPUT *
199400*    IS THE GENERATION THIS STEP ALREADY CONSUMED ON ITS LAST    *
199500*    RUN.  OTHERWISE THE START AND THE COUNT AND TOTAL OF EVERY  *
199600*    INPUT GO ON THE LEDGER AS THIS STEP'S ROW FOR THE DATE.     *
199700******************************************************************
199800 9500-START-RUN-CONTROL SECTION.
199900 9500-START-RUN-CONTROL-PARA.
200000     ACCEPT WS-RCL-START-DATE FROM DATE YYYYMMDD
200100     ACCEPT WS-RCL-START-TIME FROM TIME
200200     PERFORM 9520-OPEN-RUN-CONTROL THRU 9520-EXIT
200300     PERFORM 9530-CHECK-PREDECESSOR THRU 9530-EXIT
200400     MOVE ZERO TO WS-RCF-COUNT
200500     MOVE 'I' TO WS-RCL-WORK-USE
200600     PERFORM 9700-MEASURE-INPUTS THRU 9700-EXIT
200700     PERFORM 9540-CHECK-HANDOFF THRU 9540-EXIT
200800     PERFORM 9550-CHECK-LAST-GENERATION THRU 9550-EXIT
200900     PERFORM 9560-RECORD-STEP-START THRU 9560-EXIT
201000     CLOSE RUN-CONTROL-FILE.
201100 9500-EXIT.
201200     EXIT.
201300*
201400******************************************************************
201500*    9510-READ-BUSINESS-DATE                                     *
201600*    TAKES THE RUN DATE FROM THE BIZDATE BUSINESS-DATE CARD, NOT *
201700*    THE CLOCK.  A MISSING CARD, OR ONE THAT IS NOT A REAL       *
201800*    CALENDAR DATE, STOPS THE STEP WITH RETURN-CODE 16.          *
201900******************************************************************
202000 9510-READ-BUSINESS-DATE SECTION.
202100 9510-READ-BUSINESS-DATE-PARA.
202200     OPEN INPUT BUSINESS-DATE-FILE
202300     IF WS-BDC-FILE-STATUS NOT = '00'
202400         DISPLAY 'INVOICE CANNOT START - NO BUSINESS DATE CARD'
202500         MOVE 16 TO RETURN-CODE
202600         STOP RUN
202700     END-IF
202800     READ BUSINESS-DATE-FILE
202900         AT END
203000             MOVE ZERO TO BDC-BUSINESS-DATE
203100     END-READ
203200     CLOSE BUSINESS-DATE-FILE
203300     IF BDC-BUSINESS-DATE NUMERIC
203400      AND BDC-YEAR NOT < 1900
203500      AND BDC-MONTH > ZERO AND BDC-MONTH < 13
203600      AND BDC-DAY > ZERO AND BDC-DAY < 32
203700         COMPUTE WS-RCL-DAY-INTEGER =
203800             FUNCTION INTEGER-OF-DATE(BDC-BUSINESS-DATE)
203900         COMPUTE WS-RCL-CHECK-DATE =
204000             FUNCTION DATE-OF-INTEGER(WS-RCL-DAY-INTEGER)
204100         IF WS-RCL-CHECK-DATE = BDC-BUSINESS-DATE
204200             MOVE BDC-BUSINESS-DATE TO WS-RUN-DATE
204300             GO TO 9510-EXIT
204400         END-IF
204500     END-IF
204600     DISPLAY 'INVOICE CANNOT START - INVALID BUSINESS '
204700         'DATE CARD: ' BDC-RECORD
204800     MOVE 16 TO RETURN-CODE
204900     STOP RUN.
205000 9510-EXIT.
205100     EXIT.
205200*
205300******************************************************************
205400*    9520-OPEN-RUN-CONTROL                                       *
205500*    OPENS THE LEDGER FOR UPDATE, CREATING IT EMPTY ON THE VERY  *
205600*    FIRST RUN.                                                  *
205700******************************************************************
205800 9520-OPEN-RUN-CONTROL SECTION.
205900 9520-OPEN-RUN-CONTROL-PARA.
206000     OPEN I-O RUN-CONTROL-FILE
206100     IF WS-RCL-FILE-STATUS = '35'
206200         OPEN OUTPUT RUN-CONTROL-FILE
206300         CLOSE RUN-CONTROL-FILE
206400         OPEN I-O RUN-CONTROL-FILE
206500     END-IF
206600     IF WS-RCL-FILE-STATUS NOT = '00'
206700         DISPLAY 'RUN-CONTROL LEDGER WILL NOT OPEN - STATUS '
206800             WS-RCL-FILE-STATUS
206900         MOVE 16 TO RETURN-CODE
207000         STOP RUN
207100     END-IF.
207200 9520-EXIT.
207300     EXIT.
207400*
207500******************************************************************
207600*    9530-CHECK-PREDECESSOR                                      *
207700*    INVOICE IS THE FIRST STEP OF THE CHAIN - NOTHING HAS TO     *
207800*    COMPLETE AHEAD OF IT.  THIS STEP MUST NOT HAVE COMPLETED    *
207900*    FOR IT ALREADY; A STARTED OR FAILED ROW IS A RERUN, AND ITS *
208000*    RUN COUNT CARRIES ON.                                       *
208100******************************************************************
208200 9530-CHECK-PREDECESSOR SECTION.
208300 9530-CHECK-PREDECESSOR-PARA.
208400     MOVE WS-RUN-DATE TO RCL-BUSINESS-DATE
208500     MOVE WS-RCL-STEP-NAME TO RCL-STEP-NAME
208600     READ RUN-CONTROL-FILE
208700         INVALID KEY
208800             MOVE SPACE TO RCL-STEP-STATUS
208900             MOVE ZERO TO RCL-RUN-COUNT
209000     END-READ
209100     IF RCL-STEP-COMPLETE
209200         DISPLAY 'INVOICE CANNOT START - ALREADY COMPLETE FOR '
209300             'BUSINESS DATE ' WS-RUN-DATE
209400         PERFORM 9590-REFUSE-START THRU 9590-EXIT
209500     END-IF
209600     MOVE RCL-RUN-COUNT TO WS-RCL-RUN-COUNT.
209700 9530-EXIT.
209800     EXIT.
209900*
210000******************************************************************
210100*    9540-CHECK-HANDOFF                                          *
210200*    EVERY INPUT WITH A SOURCE STEP MUST CARRY THE SAME RECORD   *
210300*    COUNT AND TOTAL AS THE SOURCE STEP'S LEDGER ROW SHOWS FOR   *
210400*    THE SAME FILE ON THE BUSINESS DATE - ANYTHING ELSE IS NOT   *
210500*    THE GENERATION THE CHAIN HANDED ON.  A SOURCE ROW THAT DOES *
210600*    NOT NAME THE FILE CANNOT BE CHECKED AND IS PASSED.          *
210700******************************************************************
210800 9540-CHECK-HANDOFF SECTION.
210900 9540-CHECK-HANDOFF-PARA.
211000     PERFORM 9541-CHECK-ONE-HANDOFF THRU 9541-EXIT
211100         VARYING WS-RCF-IDX FROM 1 BY 1
211200         UNTIL WS-RCF-IDX > WS-RCF-COUNT.
211300 9540-EXIT.
211400     EXIT.
211500*
211600 9541-CHECK-ONE-HANDOFF SECTION.
211700 9541-CHECK-ONE-HANDOFF-PARA.
211800     IF WS-RCF-SOURCE(WS-RCF-IDX) = SPACES
211900         GO TO 9541-EXIT
212000     END-IF
212100     MOVE WS-RUN-DATE TO RCL-BUSINESS-DATE
212200     MOVE WS-RCF-SOURCE(WS-RCF-IDX) TO RCL-STEP-NAME
212300     READ RUN-CONTROL-FILE
212400         INVALID KEY
212500             MOVE ZERO TO RCL-FILE-COUNT
212600     END-READ
212700     MOVE 'N' TO WS-RCL-FOUND-SW
212800     MOVE 'N' TO WS-RCL-MATCH-SW
212900     IF RCL-FILE-COUNT > ZERO
213000         PERFORM 9542-MATCH-HANDOFF-ENTRY THRU 9542-EXIT
213100             VARYING RCL-FILE-IDX FROM 1 BY 1
213200             UNTIL RCL-FILE-IDX > RCL-FILE-COUNT
213300     END-IF
213400     IF NOT WS-RCL-FOUND OR WS-RCL-MATCH
213500         GO TO 9541-EXIT
213600     END-IF
213700     MOVE SPACES TO WS-RCL-MESSAGE
213800     STRING 'INVOICE CANNOT START - '
213900                DELIMITED BY SIZE
214000            WS-RCF-NAME(WS-RCF-IDX)
214100                DELIMITED BY SPACE
214200            ' IS NOT THE GENERATION '
214300                DELIMITED BY SIZE
214400            WS-RCF-SOURCE(WS-RCF-IDX)
214500                DELIMITED BY SPACE
214600            ' LEFT FOR BUSINESS DATE '
214700                DELIMITED BY SIZE
214800            WS-RUN-DATE
214900                DELIMITED BY SIZE
215000         INTO WS-RCL-MESSAGE
215100     END-STRING
215200     DISPLAY WS-RCL-MESSAGE
215300     MOVE WS-RCL-WORK-RECORDS TO WS-RCL-SHOW-RECORDS
215400     MOVE WS-RCL-WORK-TOTAL TO WS-RCL-SHOW-TOTAL
215500     DISPLAY '    LEDGER SHOWS ' WS-RCL-SHOW-RECORDS
215600         ' RECORDS, TOTAL ' WS-RCL-SHOW-TOTAL
215700     MOVE WS-RCF-RECORDS(WS-RCF-IDX) TO WS-RCL-SHOW-RECORDS
215800     MOVE WS-RCF-TOTAL(WS-RCF-IDX) TO WS-RCL-SHOW-TOTAL
215900     DISPLAY '    FILE ON HAND ' WS-RCL-SHOW-RECORDS
216000         ' RECORDS, TOTAL ' WS-RCL-SHOW-TOTAL
216100     PERFORM 9590-REFUSE-START THRU 9590-EXIT.
216200 9541-EXIT.
216300     EXIT.
216400*
216500 9542-MATCH-HANDOFF-ENTRY SECTION.
216600 9542-MATCH-HANDOFF-ENTRY-PARA.
216700     IF RCL-FILE-NAME(RCL-FILE-IDX) = WS-RCF-NAME(WS-RCF-IDX)
216800         SET WS-RCL-FOUND TO TRUE
216900         MOVE RCL-FILE-RECORDS(RCL-FILE-IDX)
217000           TO WS-RCL-WORK-RECORDS
217100         MOVE RCL-FILE-TOTAL(RCL-FILE-IDX) TO WS-RCL-WORK-TOTAL
217200         IF RCL-FILE-RECORDS(RCL-FILE-IDX) =
217300                WS-RCF-RECORDS(WS-RCF-IDX)
217400          AND RCL-FILE-TOTAL(RCL-FILE-IDX) =
217500                WS-RCF-TOTAL(WS-RCF-IDX)
217600             SET WS-RCL-MATCH TO TRUE
217700         END-IF
217800     END-IF.
217900 9542-EXIT.
218000     EXIT.
218100*
218200******************************************************************
218300*    9550-CHECK-LAST-GENERATION                                  *
218400*    EVERY NON-EMPTY INPUT WITHOUT A SOURCE STEP IS CHECKED      *
218500*    AGAINST THIS STEP'S LAST COMPLETED RUN (ITS ZERO-DATE ROW). *
218600*    THE SAME RECORD COUNT AND TOTAL AS AN INPUT THAT RUN        *
218700*    CONSUMED MEANS THE OLD GENERATION WAS HANDED IN AGAIN -     *
218800*    UNLESS IT ALSO MATCHES THE CARRY FILE THAT RUN PRODUCED FOR *
218900*    IT, WHICH IS THE SWAP DONE RIGHT WITH NOTHING CHANGED.  NO  *
219000*    ZERO-DATE ROW MEANS A FIRST RUN.                            *
219100******************************************************************
219200 9550-CHECK-LAST-GENERATION SECTION.
219300 9550-CHECK-LAST-GENERATION-PARA.
219400     MOVE ZERO TO RCL-BUSINESS-DATE
219500     MOVE WS-RCL-STEP-NAME TO RCL-STEP-NAME
219600     READ RUN-CONTROL-FILE
219700         INVALID KEY
219800             GO TO 9550-EXIT
219900     END-READ
220000     MOVE RCL-LAST-BUSINESS-DATE TO WS-RCL-LAST-DATE
220100     PERFORM 9551-CHECK-ONE-GENERATION THRU 9551-EXIT
220200         VARYING WS-RCF-IDX FROM 1 BY 1
220300         UNTIL WS-RCF-IDX > WS-RCF-COUNT.
220400 9550-EXIT.
220500     EXIT.
220600*
220700 9551-CHECK-ONE-GENERATION SECTION.
220800 9551-CHECK-ONE-GENERATION-PARA.
220900     IF WS-RCF-SOURCE(WS-RCF-IDX) NOT = SPACES
221000      OR WS-RCF-RECORDS(WS-RCF-IDX) = ZERO
221100         GO TO 9551-EXIT
221200     END-IF
221300     PERFORM 9552-MATCH-CONSUMED-ENTRY THRU 9552-EXIT
221400         VARYING RCL-FILE-IDX FROM 1 BY 1
221500         UNTIL RCL-FILE-IDX > RCL-FILE-COUNT
221600     IF WS-RCF-STALE(WS-RCF-IDX)
221700      AND WS-RCF-PARTNER(WS-RCF-IDX) NOT = SPACES
221800         PERFORM 9553-MATCH-PARTNER-ENTRY THRU 9553-EXIT
221900             VARYING RCL-FILE-IDX FROM 1 BY 1
222000             UNTIL RCL-FILE-IDX > RCL-FILE-COUNT
222100     END-IF
222200     IF NOT WS-RCF-STALE(WS-RCF-IDX)
222300         GO TO 9551-EXIT
222400     END-IF
222500     MOVE SPACES TO WS-RCL-MESSAGE
222600     STRING 'INVOICE CANNOT START - '
222700                DELIMITED BY SIZE
222800            WS-RCF-NAME(WS-RCF-IDX)
222900                DELIMITED BY SPACE
223000            ' IS THE GENERATION ALREADY CONSUMED FOR '
223100                DELIMITED BY SIZE
223200            'BUSINESS DATE '
223300                DELIMITED BY SIZE
223400            WS-RCL-LAST-DATE
223500                DELIMITED BY SIZE
223600         INTO WS-RCL-MESSAGE
223700     END-STRING
223800     DISPLAY WS-RCL-MESSAGE
223900     IF WS-RCF-PARTNER(WS-RCF-IDX) NOT = SPACES
224000         MOVE SPACES TO WS-RCL-MESSAGE
224100         STRING '    SWAP IN THE '
224200                    DELIMITED BY SIZE
224300                WS-RCF-PARTNER(WS-RCF-IDX)
224400                    DELIMITED BY SPACE
224500                ' THAT RUN PRODUCED AS '
224600                    DELIMITED BY SIZE
224700                WS-RCF-NAME(WS-RCF-IDX)
224800                    DELIMITED BY SPACE
224900             INTO WS-RCL-MESSAGE
225000         END-STRING
225100         DISPLAY WS-RCL-MESSAGE
225200     END-IF
225300     PERFORM 9590-REFUSE-START THRU 9590-EXIT.
225400 9551-EXIT.
225500     EXIT.
225600*
225700 9552-MATCH-CONSUMED-ENTRY SECTION.
225800 9552-MATCH-CONSUMED-ENTRY-PARA.
225900     IF RCL-FILE-CONSUMED(RCL-FILE-IDX)
226000      AND RCL-FILE-NAME(RCL-FILE-IDX) = WS-RCF-NAME(WS-RCF-IDX)
226100      AND RCL-FILE-RECORDS(RCL-FILE-IDX) =
226200             WS-RCF-RECORDS(WS-RCF-IDX)
226300      AND RCL-FILE-TOTAL(RCL-FILE-IDX) = WS-RCF-TOTAL(WS-RCF-IDX)
226400         MOVE 'Y' TO WS-RCF-STALE-SW(WS-RCF-IDX)
226500     END-IF.
226600 9552-EXIT.
226700     EXIT.
226800*
226900 9553-MATCH-PARTNER-ENTRY SECTION.
227000 9553-MATCH-PARTNER-ENTRY-PARA.
227100     IF RCL-FILE-PRODUCED(RCL-FILE-IDX)
227200      AND RCL-FILE-NAME(RCL-FILE-IDX) = WS-RCF-PARTNER(WS-RCF-IDX)
227300      AND RCL-FILE-RECORDS(RCL-FILE-IDX) =
227400             WS-RCF-RECORDS(WS-RCF-IDX)
227500      AND RCL-FILE-TOTAL(RCL-FILE-IDX) = WS-RCF-TOTAL(WS-RCF-IDX)
227600         MOVE 'N' TO WS-RCF-STALE-SW(WS-RCF-IDX)
227700     END-IF.
227800 9553-EXIT.
227900     EXIT.
228000*
228100******************************************************************
228200*    9560-RECORD-STEP-START                                      *
228300*    WRITES THIS STEP'S ROW FOR THE BUSINESS DATE AS STARTED,    *
228400*    WITH THE START TIME AND THE INPUTS' COUNTS AND TOTALS.      *
228500******************************************************************
228600 9560-RECORD-STEP-START SECTION.
228700 9560-RECORD-STEP-START-PARA.
228800     ADD 1 TO WS-RCL-RUN-COUNT
228900     MOVE 'S' TO WS-RCL-STEP-STATUS
229000     MOVE ZERO TO WS-RCL-END-DATE
229100     MOVE ZERO TO WS-RCL-END-TIME
229200     MOVE ZERO TO WS-RCL-RETURN-CODE
229300     PERFORM 9570-BUILD-STEP-ROW THRU 9570-EXIT
229400     PERFORM 9580-PUT-STEP-ROW THRU 9580-EXIT
229500     DISPLAY 'RUN CONTROL: INVOICE STARTED FOR BUSINESS DATE '
229600         WS-RUN-DATE.
229700 9560-EXIT.
229800     EXIT.
229900*
230000******************************************************************
230100*    9570-BUILD-STEP-ROW                                         *
230200*    BUILDS THIS STEP'S LEDGER ROW FOR THE BUSINESS DATE FROM    *
230300*    THE RUN-CONTROL FIELDS AND THE FILE TABLE.                  *
230400******************************************************************
230500 9570-BUILD-STEP-ROW SECTION.
230600 9570-BUILD-STEP-ROW-PARA.
230700     INITIALIZE RCL-RECORD
230800     MOVE WS-RUN-DATE TO RCL-BUSINESS-DATE
230900     MOVE WS-RCL-STEP-NAME TO RCL-STEP-NAME
231000     MOVE WS-RCL-STEP-STATUS TO RCL-STEP-STATUS
231100     MOVE WS-RCL-RUN-COUNT TO RCL-RUN-COUNT
231200     MOVE WS-RCL-START-DATE TO RCL-START-DATE
231300     MOVE WS-RCL-START-TIME TO RCL-START-TIME
231400     MOVE WS-RCL-END-DATE TO RCL-END-DATE
231500     MOVE WS-RCL-END-TIME TO RCL-END-TIME
231600     MOVE WS-RCL-RETURN-CODE TO RCL-RETURN-CODE
231700     MOVE WS-RUN-DATE TO RCL-LAST-BUSINESS-DATE
231800     MOVE WS-RCF-COUNT TO RCL-FILE-COUNT
231900     PERFORM 9575-MOVE-FILE-ENTRY THRU 9575-EXIT
232000         VARYING WS-RCF-IDX FROM 1 BY 1
232100         UNTIL WS-RCF-IDX > WS-RCF-COUNT.
232200 9570-EXIT.
232300     EXIT.
232400*
232500 9575-MOVE-FILE-ENTRY SECTION.
232600 9575-MOVE-FILE-ENTRY-PARA.
232700     SET RCL-FILE-IDX TO WS-RCF-IDX
232800     MOVE WS-RCF-NAME(WS-RCF-IDX) TO RCL-FILE-NAME(RCL-FILE-IDX)
232900     MOVE WS-RCF-USE(WS-RCF-IDX) TO RCL-FILE-USE(RCL-FILE-IDX)
233000     MOVE WS-RCF-RECORDS(WS-RCF-IDX)
233100       TO RCL-FILE-RECORDS(RCL-FILE-IDX)
233200     MOVE WS-RCF-TOTAL(WS-RCF-IDX)
233300       TO RCL-FILE-TOTAL(RCL-FILE-IDX).
233400 9575-EXIT.
233500     EXIT.
233600*
233700******************************************************************
233800*    9580-PUT-STEP-ROW                                           *
233900*    ADDS THE ROW IN RCL-RECORD TO THE LEDGER, OR REPLACES IT IF *
234000*    ITS KEY IS ALREADY THERE.                                   *
234100******************************************************************
234200 9580-PUT-STEP-ROW SECTION.
234300 9580-PUT-STEP-ROW-PARA.
234400     WRITE RCL-RECORD
234500         INVALID KEY
234600             REWRITE RCL-RECORD
234700                 INVALID KEY
234800                     DISPLAY 'RUN-CONTROL LEDGER WILL NOT '
234900                         'UPDATE - STATUS ' WS-RCL-FILE-STATUS
235000                     MOVE 16 TO RETURN-CODE
235100                     STOP RUN
235200             END-REWRITE
235300     END-WRITE.
235400 9580-EXIT.
235500     EXIT.
235600*
235700******************************************************************
235800*    9590-REFUSE-START                                           *
235900*    ENDS A STEP THAT FAILED A RUN-CONTROL CHECK WITH RETURN-    *
236000*    CODE 16 BEFORE IT HAS TOUCHED A FILE.  THE LEDGER IS LEFT   *
236100*    AS IT WAS.                                                  *
236200******************************************************************
236300 9590-REFUSE-START SECTION.
236400 9590-REFUSE-START-PARA.
236500     DISPLAY 'INVOICE NOT STARTED - NOTHING PROCESSED'
236600     CLOSE RUN-CONTROL-FILE
236700     MOVE 16 TO RETURN-CODE
236800     STOP RUN.
236900 9590-EXIT.
237000     EXIT.
237100*
237200******************************************************************
237300*    9600-END-RUN-CONTROL                                        *
237400*    RECORDS THE END OF THE STEP ON THE LEDGER - END TIME,       *
237500*    RETURN CODE, AND THE COUNT AND TOTAL OF EVERY FILE THE STEP *
237600*    PRODUCED.  BELOW RETURN-CODE 16 THE STEP IS COMPLETE AND    *
237700*    ITS ROW IS ALSO COPIED TO ITS ZERO-DATE ROW FOR THE NEXT    *
237800*    RUN'S GENERATION CHECK; AT 16 IT IS FAILED, WHICH HOLDS THE *
237900*    NEXT STEP UNTIL A RERUN COMPLETES.                          *
238000******************************************************************
238100 9600-END-RUN-CONTROL SECTION.
238200 9600-END-RUN-CONTROL-PARA.
238300     MOVE 'O' TO WS-RCL-WORK-USE
238400     MOVE SPACES TO WS-RCL-WORK-SOURCE
238500     MOVE SPACES TO WS-RCL-WORK-PARTNER
238600     PERFORM 9750-MEASURE-OUTPUTS THRU 9750-EXIT
238700     ACCEPT WS-RCL-END-DATE FROM DATE YYYYMMDD
238800     ACCEPT WS-RCL-END-TIME FROM TIME
238900     MOVE RETURN-CODE TO WS-RCL-RETURN-CODE
239000     IF RETURN-CODE < 16
239100         MOVE 'C' TO WS-RCL-STEP-STATUS
239200     ELSE
239300         MOVE 'F' TO WS-RCL-STEP-STATUS
239400     END-IF
239500     PERFORM 9520-OPEN-RUN-CONTROL THRU 9520-EXIT
239600     PERFORM 9570-BUILD-STEP-ROW THRU 9570-EXIT
239700     PERFORM 9580-PUT-STEP-ROW THRU 9580-EXIT
239800     IF WS-RCL-STEP-COMPLETE
239900         MOVE ZERO TO RCL-BUSINESS-DATE
240000         PERFORM 9580-PUT-STEP-ROW THRU 9580-EXIT
240100     END-IF
240200     CLOSE RUN-CONTROL-FILE
240300     PERFORM 9610-DISPLAY-FILE-ENTRY THRU 9610-EXIT
240400         VARYING WS-RCF-IDX FROM 1 BY 1
240500         UNTIL WS-RCF-IDX > WS-RCF-COUNT
240600     IF WS-RCL-STEP-COMPLETE
240700         DISPLAY 'RUN CONTROL: INVOICE COMPLETE FOR '
240800             'BUSINESS DATE ' WS-RUN-DATE ' RETURN CODE '
240900             WS-RCL-RETURN-CODE
241000     ELSE
241100         DISPLAY 'RUN CONTROL: INVOICE FAILED FOR '
241200             'BUSINESS DATE ' WS-RUN-DATE ' RETURN CODE '
241300             WS-RCL-RETURN-CODE
241400     END-IF.
241500 9600-EXIT.
241600     EXIT.
241700*
241800 9610-DISPLAY-FILE-ENTRY SECTION.
241900 9610-DISPLAY-FILE-ENTRY-PARA.
242000     MOVE WS-RCF-RECORDS(WS-RCF-IDX) TO WS-RCL-SHOW-RECORDS
242100     MOVE WS-RCF-TOTAL(WS-RCF-IDX) TO WS-RCL-SHOW-TOTAL
242200     IF WS-RCF-CONSUMED(WS-RCF-IDX)
242300         DISPLAY 'RUN CONTROL: CONSUMED ' WS-RCF-NAME(WS-RCF-IDX)
242400             WS-RCL-SHOW-RECORDS ' RECORDS, TOTAL '
242500             WS-RCL-SHOW-TOTAL
242600     ELSE
242700         DISPLAY 'RUN CONTROL: PRODUCED ' WS-RCF-NAME(WS-RCF-IDX)
242800             WS-RCL-SHOW-RECORDS ' RECORDS, TOTAL '
242900             WS-RCL-SHOW-TOTAL
243000     END-IF.
243100 9610-EXIT.
243200     EXIT.
243300*
243400******************************************************************
243500*    9700-MEASURE-INPUTS                                         *
243600*    COUNTS AND TOTALS EVERY FILE THIS STEP CONSUMES - INVFILE.  *
243700*    INVFILE IS CHECKED AGAINST THIS STEP'S LAST RUN.            *
243800******************************************************************
243900 9700-MEASURE-INPUTS SECTION.
244000 9700-MEASURE-INPUTS-PARA.
244100     MOVE SPACES TO WS-RCL-WORK-SOURCE
244200     MOVE SPACES TO WS-RCL-WORK-PARTNER
244300     PERFORM 9810-COUNT-INVOICE-FEED THRU 9810-EXIT.
244400 9700-EXIT.
244500     EXIT.
244600*
244700******************************************************************
244800*    9750-MEASURE-OUTPUTS                                        *
244900*    COUNTS AND TOTALS EVERY FILE THIS STEP PRODUCED - AREXTFL,  *
245000*    GLJRNL, AUDITFL, REJFILE AND CREDHOLD - ONCE THEY ARE       *
245100*    CLOSED.                                                     *
245200******************************************************************
245300 9750-MEASURE-OUTPUTS SECTION.
245400 9750-MEASURE-OUTPUTS-PARA.
245500     PERFORM 9820-COUNT-AR-EXTRACT THRU 9820-EXIT
245600     PERFORM 9830-COUNT-GL-JOURNAL THRU 9830-EXIT
245700     PERFORM 9840-COUNT-AUDIT-TRAIL THRU 9840-EXIT
245800     PERFORM 9850-COUNT-REJECTS THRU 9850-EXIT
245900     PERFORM 9860-COUNT-CREDIT-HOLDS THRU 9860-EXIT.
246000 9750-EXIT.
246100     EXIT.
246200*
246300******************************************************************
246400*    9790-ADD-FILE-ENTRY                                         *
246500*    ADDS THE FILE JUST COUNTED TO THE RUN-CONTROL FILE TABLE.   *
246600******************************************************************
246700 9790-ADD-FILE-ENTRY SECTION.
246800 9790-ADD-FILE-ENTRY-PARA.
246900     ADD 1 TO WS-RCF-COUNT
247000     SET WS-RCF-IDX TO WS-RCF-COUNT
247100     MOVE WS-RCL-WORK-NAME TO WS-RCF-NAME(WS-RCF-IDX)
247200     MOVE WS-RCL-WORK-USE TO WS-RCF-USE(WS-RCF-IDX)
247300     MOVE WS-RCL-WORK-SOURCE TO WS-RCF-SOURCE(WS-RCF-IDX)
247400     MOVE WS-RCL-WORK-PARTNER TO WS-RCF-PARTNER(WS-RCF-IDX)
247500     MOVE WS-RCL-WORK-RECORDS TO WS-RCF-RECORDS(WS-RCF-IDX)
247600     MOVE WS-RCL-WORK-TOTAL TO WS-RCF-TOTAL(WS-RCF-IDX)
247700     MOVE 'N' TO WS-RCF-STALE-SW(WS-RCF-IDX).
247800 9790-EXIT.
247900     EXIT.
248000*
248100******************************************************************
248200*    9810-COUNT-INVOICE-FEED                                     *
248300*    COUNTS THE INVOICE FEED (INVFILE) FOR THE LEDGER, TOTALLING *
248400*    THE DETAIL AMOUNTS.                                         *
248500******************************************************************
248600 9810-COUNT-INVOICE-FEED SECTION.
248700 9810-COUNT-INVOICE-FEED-PARA.
248800     MOVE 'INVFILE' TO WS-RCL-WORK-NAME
248900     MOVE ZERO TO WS-RCL-WORK-RECORDS
249000     MOVE ZERO TO WS-RCL-WORK-TOTAL
249100     MOVE 'N' TO WS-RCL-EOF-SW
249200     OPEN INPUT INVOICE-FILE
249300     PERFORM 9811-ADD-FEED-RECORD THRU 9811-EXIT
249400         UNTIL WS-RCL-EOF
249500     CLOSE INVOICE-FILE
249600     PERFORM 9790-ADD-FILE-ENTRY THRU 9790-EXIT.
249700 9810-EXIT.
249800     EXIT.
249900*
250000 9811-ADD-FEED-RECORD SECTION.
250100 9811-ADD-FEED-RECORD-PARA.
250200     READ INVOICE-FILE
250300         AT END
250400             SET WS-RCL-EOF TO TRUE
250500     END-READ
250600     IF NOT WS-RCL-EOF
250700         ADD 1 TO WS-RCL-WORK-RECORDS
250800         IF INV-DETAIL-REC
250900             ADD INV-AMOUNT TO WS-RCL-WORK-TOTAL
251000         END-IF
251100     END-IF.
251200 9811-EXIT.
251300     EXIT.
251400*
251500******************************************************************
251600*    9820-COUNT-AR-EXTRACT                                       *
251700*    COUNTS THE AR EXTRACT (AREXTFL) FOR THE LEDGER, TOTALLING   *
251800*    THE FINAL TOTALS.                                           *
251900******************************************************************
252000 9820-COUNT-AR-EXTRACT SECTION.
252100 9820-COUNT-AR-EXTRACT-PARA.
252200     MOVE 'AREXTFL' TO WS-RCL-WORK-NAME
252300     MOVE ZERO TO WS-RCL-WORK-RECORDS
252400     MOVE ZERO TO WS-RCL-WORK-TOTAL
252500     MOVE 'N' TO WS-RCL-EOF-SW
252600     OPEN INPUT AR-EXTRACT-FILE
252700     PERFORM 9821-ADD-EXTRACT-RECORD THRU 9821-EXIT
252800         UNTIL WS-RCL-EOF
252900     CLOSE AR-EXTRACT-FILE
253000     PERFORM 9790-ADD-FILE-ENTRY THRU 9790-EXIT.
253100 9820-EXIT.
253200     EXIT.
253300*
253400 9821-ADD-EXTRACT-RECORD SECTION.
253500 9821-ADD-EXTRACT-RECORD-PARA.
253600     READ AR-EXTRACT-FILE
253700         AT END
253800             SET WS-RCL-EOF TO TRUE
253900     END-READ
254000     IF NOT WS-RCL-EOF
254100         ADD 1 TO WS-RCL-WORK-RECORDS
254200         ADD EXT-FINAL-TOTAL TO WS-RCL-WORK-TOTAL
254300     END-IF.
254400 9821-EXIT.
254500     EXIT.
254600*
254700******************************************************************
254800*    9830-COUNT-GL-JOURNAL                                       *
254900*    COUNTS THE GL JOURNAL (GLJRNL) FOR THE LEDGER, TOTALLING    *
255000*    THE DEBIT AMOUNTS.                                          *
255100******************************************************************
255200 9830-COUNT-GL-JOURNAL SECTION.
255300 9830-COUNT-GL-JOURNAL-PARA.
255400     MOVE 'GLJRNL' TO WS-RCL-WORK-NAME
255500     MOVE ZERO TO WS-RCL-WORK-RECORDS
255600     MOVE ZERO TO WS-RCL-WORK-TOTAL
255700     MOVE 'N' TO WS-RCL-EOF-SW
255800     OPEN INPUT GL-JOURNAL-FILE
255900     PERFORM 9831-ADD-JOURNAL-LINE THRU 9831-EXIT
256000         UNTIL WS-RCL-EOF
256100     CLOSE GL-JOURNAL-FILE
256200     PERFORM 9790-ADD-FILE-ENTRY THRU 9790-EXIT.
256300 9830-EXIT.
256400     EXIT.
256500*
256600 9831-ADD-JOURNAL-LINE SECTION.
256700 9831-ADD-JOURNAL-LINE-PARA.
256800     READ GL-JOURNAL-FILE
256900         AT END
257000             SET WS-RCL-EOF TO TRUE
257100     END-READ
257200     IF NOT WS-RCL-EOF
257300         ADD 1 TO WS-RCL-WORK-RECORDS
257400         ADD GLJ-DEBIT-AMOUNT TO WS-RCL-WORK-TOTAL
257500     END-IF.
257600 9831-EXIT.
257700     EXIT.
257800*
257900******************************************************************
258000*    9840-COUNT-AUDIT-TRAIL                                      *
258100*    COUNTS THE AUDIT TRAIL (AUDITFL) FOR THE LEDGER, TOTALLING  *
258200*    THE BILLED TOTALS.  A FILE NOT ON HAND COUNTS AS EMPTY.     *
258300******************************************************************
258400 9840-COUNT-AUDIT-TRAIL SECTION.
258500 9840-COUNT-AUDIT-TRAIL-PARA.
258600     MOVE 'AUDITFL' TO WS-RCL-WORK-NAME
258700     MOVE ZERO TO WS-RCL-WORK-RECORDS
258800     MOVE ZERO TO WS-RCL-WORK-TOTAL
258900     MOVE 'N' TO WS-RCL-EOF-SW
259000     OPEN INPUT AUDIT-FILE
259100     IF WS-AUDIT-FILE-STATUS = '00'
259200         PERFORM 9841-ADD-AUDIT-RECORD THRU 9841-EXIT
259300             UNTIL WS-RCL-EOF
259400         CLOSE AUDIT-FILE
259500     END-IF
259600     PERFORM 9790-ADD-FILE-ENTRY THRU 9790-EXIT.
259700 9840-EXIT.
259800     EXIT.
259900*
260000 9841-ADD-AUDIT-RECORD SECTION.
260100 9841-ADD-AUDIT-RECORD-PARA.
260200     READ AUDIT-FILE
260300         AT END
260400             SET WS-RCL-EOF TO TRUE
260500     END-READ
260600     IF NOT WS-RCL-EOF
260700         ADD 1 TO WS-RCL-WORK-RECORDS
260800         ADD AUD-TOTAL TO WS-RCL-WORK-TOTAL
260900     END-IF.
261000 9841-EXIT.
261100     EXIT.
261200*
261300******************************************************************
261400*    9850-COUNT-REJECTS                                          *
261500*    COUNTS THE REJECTS (REJFILE) FOR THE LEDGER, TOTALLING THE  *
261600*    REJECTED AMOUNTS.  A FILE NOT ON HAND COUNTS AS EMPTY.      *
261700******************************************************************
261800 9850-COUNT-REJECTS SECTION.
261900 9850-COUNT-REJECTS-PARA.
262000     MOVE 'REJFILE' TO WS-RCL-WORK-NAME
262100     MOVE ZERO TO WS-RCL-WORK-RECORDS
262200     MOVE ZERO TO WS-RCL-WORK-TOTAL
262300     MOVE 'N' TO WS-RCL-EOF-SW
262400     OPEN INPUT REJECT-FILE
262500     IF WS-REJ-FILE-STATUS = '00'
262600         PERFORM 9851-ADD-REJECT-RECORD THRU 9851-EXIT
262700             UNTIL WS-RCL-EOF
262800         CLOSE REJECT-FILE
262900     END-IF
263000     PERFORM 9790-ADD-FILE-ENTRY THRU 9790-EXIT.
263100 9850-EXIT.
263200     EXIT.
263300*
263400 9851-ADD-REJECT-RECORD SECTION.
263500 9851-ADD-REJECT-RECORD-PARA.
263600     READ REJECT-FILE
263700         AT END
263800             SET WS-RCL-EOF TO TRUE
263900     END-READ
264000     IF NOT WS-RCL-EOF
264100         ADD 1 TO WS-RCL-WORK-RECORDS
264200         ADD REJ-AMOUNT TO WS-RCL-WORK-TOTAL
264300     END-IF.
264400 9851-EXIT.
264500     EXIT.
264600*
264700******************************************************************
264800*    9860-COUNT-CREDIT-HOLDS                                     *
264900*    COUNTS THE CREDIT HOLDS (CREDHOLD) FOR THE LEDGER,          *
265000*    TOTALLING THE HELD TOTALS.  A FILE NOT ON HAND COUNTS AS    *
265100*    EMPTY.                                                      *
265200******************************************************************
265300 9860-COUNT-CREDIT-HOLDS SECTION.
265400 9860-COUNT-CREDIT-HOLDS-PARA.
265500     MOVE 'CREDHOLD' TO WS-RCL-WORK-NAME
265600     MOVE ZERO TO WS-RCL-WORK-RECORDS
265700     MOVE ZERO TO WS-RCL-WORK-TOTAL
265800     MOVE 'N' TO WS-RCL-EOF-SW
265900     OPEN INPUT CREDIT-HOLD-FILE
266000     IF WS-HOLD-FILE-STATUS = '00'
266100         PERFORM 9861-ADD-HOLD-RECORD THRU 9861-EXIT
266200             UNTIL WS-RCL-EOF
266300         CLOSE CREDIT-HOLD-FILE
266400     END-IF
266500     PERFORM 9790-ADD-FILE-ENTRY THRU 9790-EXIT.
266600 9860-EXIT.
266700     EXIT.
266800*
266900 9861-ADD-HOLD-RECORD SECTION.
267000 9861-ADD-HOLD-RECORD-PARA.
267100     READ CREDIT-HOLD-FILE
267200         AT END
267300             SET WS-RCL-EOF TO TRUE
267400     END-READ
267500     IF NOT WS-RCL-EOF
267600         ADD 1 TO WS-RCL-WORK-RECORDS
267700         ADD HLD-TOTAL TO WS-RCL-WORK-TOTAL
267800     END-IF.
267900 9861-EXIT.
268000     EXIT.
268100*
268200 END PROGRAM INVOICE.
