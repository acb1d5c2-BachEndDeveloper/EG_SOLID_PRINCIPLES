003100*                    WOULD LOSE DATA ABENDS WITH RETURN-CODE     *
003200*                    16 - A SILENTLY SHORT STATEMENT IS WORSE    *
003300*                    THAN NO STATEMENT.                          *
003310*    2026-10-15  RH  PAYMENT TERMS.  THE REPLAY NOW ALLOWS THE   *
003320*                    EARLY-PAY DISCOUNT EXACTLY AS ARCASH DOES   *
003330*                    AND SHOWS IT AS ITS OWN DISCOUNT LINE, SO   *
003340*                    CLOSING BALANCES STILL TIE TO THE AGING.    *
003350*                    INVOICE LINES SHOW THE DUE DATE, AND EACH   *
003360*                    STATEMENT ENDS WITH THE CLOSING BALANCE     *
003370*                    AGED FROM THE DUE DATES - CURRENT, 1-30,    *
003380*                    31-60 AND OVER 60 DAYS PAST DUE.            *
003381*    2026-10-15  RH  A VOID ROW PRINTS AS A VOID LINE CARRYING   *
003382*                    THE ORIGINAL INVOICE NUMBER, AND IS         *
003383*                    REPLAYED IN DATE ORDER WITH THE RECEIPTS,   *
003384*                    AS ARCASH MEETS IT NIGHT BY NIGHT.  IT NETS *
003385*                    INTO THE ORIGINAL ONLY WHILE THAT IS STILL  *
003386*                    OPEN ON THE VOID DATE; AN ORIGINAL ALREADY  *
003387*                    PAID LEAVES THE VOID AS A CREDIT ITEM UNDER *
003388*                    ITS OWN INVOICE NUMBER, AS ARCASH ADDS IT.  *
003389*    2026-10-15  RH  CREDIT-BALANCE REFUNDS.  THE MONTH'S REFUND *
003390*                    DETAIL FROM ARRFND IS REPLAYED AS ARCASH    *
003391*                    TOOK IT - REFUNDED CASH COMES OFF ITS       *
003392*                    RECEIPT BEFORE IT APPLIES, AND EACH         *
003393*                    REFUNDED ITEM IS SETTLED ON A REFUND LINE   *
003394*                    DATED THE NIGHT OF THE REFUND.              *
003395*    2026-10-15  RH  RUN-CONTROL LEDGER.  THE STATEMENT DATE NOW *
003396*                    COMES FROM THE BIZDATE BUSINESS-DATE CARD,  *
003397*                    NOT THE CLOCK.  THE RUN REFUSES TO START    *
003398*                    UNLESS ARBAL HAS COMPLETED FOR THE BUSINESS *
003399*                    DATE, OR IF ANY INPUT IS THE GENERATION     *
003400*                    LAST MONTH'S RUN CONSUMED.  START, END,     *
003401*                    RETURN CODE AND THE COUNT AND TOTAL OF      *
003402*                    EVERY FILE CONSUMED GO ON THE RUNCTL        *
003403*                    LEDGER.                                     *
003409*    2026-10-15  RH  FINANCE CHARGES.  A FINANCECHARGE ROW ON    *
003419*                    THE EXTRACT PRINTS AS ITS OWN 'FIN CHG'     *
003429*                    LINE WITH ITS DUE DATE, APART FROM THE      *
003439*                    CUSTOMER'S INVOICES.                        *
003449******************************************************************
003500 ENVIRONMENT DIVISION.
003600 CONFIGURATION SECTION.
003700 SOURCE-COMPUTER.   IBM-370.
005000     SELECT UNAPPLIED-CASH-FILE ASSIGN TO "UNAPCASH"
005100         ORGANIZATION IS LINE SEQUENTIAL
005200         FILE STATUS IS WS-UNAP-FILE-STATUS.
005210     SELECT REFUND-DETAIL-FILE ASSIGN TO "RFNDDTL"
005220         ORGANIZATION IS LINE SEQUENTIAL
005230         FILE STATUS IS WS-RFND-FILE-STATUS.
005300     SELECT STATEMENT-FILE ASSIGN TO "STMTRPT"
005400         ORGANIZATION IS LINE SEQUENTIAL.
005410     SELECT BUSINESS-DATE-FILE ASSIGN TO "BIZDATE"
005420         ORGANIZATION IS LINE SEQUENTIAL
005430         FILE STATUS IS WS-BDC-FILE-STATUS.
005440     SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
005450         ORGANIZATION IS INDEXED
005460         ACCESS MODE IS RANDOM
005470         RECORD KEY IS RCL-KEY
005480         FILE STATUS IS WS-RCL-FILE-STATUS.
005500*
005600 DATA DIVISION.
005700 FILE SECTION.
007100     LABEL RECORDS ARE STANDARD.
007200 COPY "unapcsh.cpy".
007300*
007310 FD  REFUND-DETAIL-FILE
007320     LABEL RECORDS ARE STANDARD.
007330 COPY "rfnddtl.cpy".
007340*
007400 FD  STATEMENT-FILE
007500     LABEL RECORDS ARE STANDARD.
007600 01  STM-LINE                    PIC X(100).
007700*
007710 FD  BUSINESS-DATE-FILE
007720     LABEL RECORDS ARE STANDARD.
007730 COPY "bizdate.cpy".
007740*
007750 FD  RUN-CONTROL-FILE
007760     LABEL RECORDS ARE STANDARD.
007770 COPY "runctl.cpy".
007780*
007800 WORKING-STORAGE SECTION.
007900 01  WS-OPEN-FILE-STATUS        PIC X(02) VALUE SPACES.
008000 01  WS-EXTR-FILE-STATUS        PIC X(02) VALUE SPACES.
008100 01  WS-RCPT-FILE-STATUS        PIC X(02) VALUE SPACES.
008200 01  WS-UNAP-FILE-STATUS        PIC X(02) VALUE SPACES.
008210 01  WS-RFND-FILE-STATUS        PIC X(02) VALUE SPACES.
008300*
008400 01  WS-SWITCHES.
008500     05  WS-EOF-OPEN-SW         PIC X(01) VALUE 'N'.
009800         88  WS-ITEM-FOUND              VALUE 'Y'.
009900     05  WS-ACT-PICKED-SW       PIC X(01) VALUE 'N'.
010000         88  WS-ACT-PICKED              VALUE 'Y'.
010010     05  WS-EOF-RFND-SW         PIC X(01) VALUE 'N'.
010020         88  WS-EOF-RFND                VALUE 'Y'.
010030     05  WS-RFND-FOUND-SW       PIC X(01) VALUE 'N'.
010040         88  WS-RFND-FOUND              VALUE 'Y'.
010100*
010200 01  WS-DATE-TIME-FIELDS.
010300     05  WS-RUN-DATE            PIC 9(08).
010400     05  WS-RUN-TIME            PIC 9(08).
010410     05  WS-RUN-DAY-INTEGER     PIC 9(08) VALUE ZERO.
010420     05  WS-ITEM-DAY-INTEGER    PIC 9(08) VALUE ZERO.
010430     05  WS-ITEM-AGE-DAYS       PIC S9(05) VALUE ZERO.
010500*
010600 77  WS-STATEMENTS-WRITTEN      PIC 9(05) VALUE ZERO.
010700 77  WS-RECEIPTS-UNAPPLIED      PIC 9(07) VALUE ZERO.
010800 77  WS-ITEMS-WRITTEN-OFF       PIC 9(07) VALUE ZERO.
010810 77  WS-DISCOUNTS-TAKEN         PIC 9(07) VALUE ZERO.
010820 77  WS-ITEMS-REFUNDED          PIC 9(07) VALUE ZERO.
010900*
011000*    THE SAME RESIDUAL-BALANCE TOLERANCE ARCASH WRITES OFF AT -
011100*    THE REPLAY MUST WRITE OFF WHAT ARCASH WROTE OFF OR THE
011900 01  WS-PICK-SLOT               PIC 9(05) VALUE ZERO.
012000 01  WS-ACT-SCAN-SLOT           PIC 9(05) VALUE ZERO.
012100 01  WS-WRITEOFF-WORK           PIC 9(09)V99 VALUE ZERO.
012110 01  WS-DISCOUNT-ALLOWED        PIC S9(09)V99 VALUE ZERO.
012120*
012130*    THE CUSTOMER'S CLOSING ITEMS AGED BY DAYS PAST DUE.
012140 01  WS-STM-AGE-TOTALS.
012150     05  WS-STM-AGE-CURRENT     PIC S9(11)V99 VALUE ZERO.
012160     05  WS-STM-AGE-PAST-30     PIC S9(11)V99 VALUE ZERO.
012170     05  WS-STM-AGE-PAST-60     PIC S9(11)V99 VALUE ZERO.
012180     05  WS-STM-AGE-PAST-OVER   PIC S9(11)V99 VALUE ZERO.
012200*
012300 01  WS-RCPT-WORK-FIELDS.
012400     05  WS-WRK-RECEIPT-NUMBER  PIC 9(07) VALUE ZERO.
012410     05  WS-WRK-CUSTOMER-NUMBER PIC 9(06) VALUE ZERO.
012500     05  WS-WRK-INVOICE-NUMBER  PIC 9(07) VALUE ZERO.
012600     05  WS-WRK-RECEIPT-DATE    PIC 9(08) VALUE ZERO.
012700     05  WS-WRK-AMOUNT          PIC 9(07)V99 VALUE ZERO.
013300     05  WS-ACT-WRK-KIND        PIC X(01) VALUE SPACES.
013400     05  WS-ACT-WRK-REFERENCE   PIC 9(07) VALUE ZERO.
013500     05  WS-ACT-WRK-AMOUNT      PIC S9(09)V99 VALUE ZERO.
013510     05  WS-ACT-WRK-DUE-DATE    PIC 9(08) VALUE ZERO.
013600*
013700*    ONE ENTRY PER CUSTOMER WITH ANY OPENING ITEM, BILLING OR
013800*    PAYMENT THIS MONTH - THE OPENING BALANCE IS THE SUM OF THE
014800         10  WS-STCUST-BILLED         PIC S9(11)V99.
014900         10  WS-STCUST-PAID           PIC S9(11)V99.
015000         10  WS-STCUST-WRITEOFF       PIC S9(11)V99.
015010         10  WS-STCUST-DISCOUNT       PIC S9(11)V99.
015020         10  WS-STCUST-REFUND         PIC S9(11)V99.
015100*
015200*    EVERY OPEN ITEM IN PLAY THIS MONTH - THE MONTH-START ITEMS
015300*    PLUS THE MONTH'S BILLINGS - WITH ITS RUNNING OPEN BALANCE,
016100         10  WS-ITEM-INVOICE-NUMBER   PIC 9(07).
016200         10  WS-ITEM-CUSTOMER-NUMBER  PIC 9(06).
016300         10  WS-ITEM-OPEN-BALANCE     PIC S9(09)V99.
016301         10  WS-ITEM-ORIGINAL-TOTAL   PIC S9(09)V99.
016302         10  WS-ITEM-DUE-DATE         PIC 9(08).
016303         10  WS-ITEM-DISC-DATE        PIC 9(08).
016304         10  WS-ITEM-DISC-PCT         PIC 9(02)V99.
016310*        SET WHEN A RECEIPT APPLIES TO THE ITEM - ONLY A
016320*        CASH-TOUCHED RESIDUE MAY WRITE OFF, AS IN ARCASH
016330         10  WS-ITEM-CASH-SW          PIC X(01).
016340             88  WS-ITEM-CASH-APPLIED VALUE 'Y'.
016400*
016500*    ONE ACTIVITY ROW PER BILLING, APPLIED PAYMENT, EARLY-PAY
016600*    DISCOUNT OR WRITE-OFF, PRINTED PER CUSTOMER IN DATE ORDER.
016700 01  WS-ACT-TABLE-AREA.
016800     05  WS-ACT-TABLE-COUNT     PIC 9(05) VALUE ZERO.
016900     05  WS-ACT-ENTRY OCCURS 1 TO 10000 TIMES
017500             88  WS-ACT-BILLING       VALUE 'B'.
017600             88  WS-ACT-PAYMENT       VALUE 'P'.
017700             88  WS-ACT-WRITEOFF      VALUE 'W'.
017710             88  WS-ACT-DISCOUNT      VALUE 'D'.
017720             88  WS-ACT-VOID          VALUE 'V'.
017730             88  WS-ACT-REFUND        VALUE 'R'.
017740             88  WS-ACT-FINANCE-CHARGE
017750                                      VALUE 'F'.
017800         10  WS-ACT-REFERENCE         PIC 9(07).
017900         10  WS-ACT-AMOUNT            PIC S9(09)V99.
017910         10  WS-ACT-DUE-DATE          PIC 9(08).
018000         10  WS-ACT-PRINTED-SW        PIC X(01).
018100             88  WS-ACT-PRINTED       VALUE 'Y'.
018101*
018102*    THE MONTH'S REFUND DETAIL ROWS.  OVERFLOW ABENDS - A LOST
018103*    ROW WOULD LEAVE A REFUNDED CREDIT ON THE STATEMENT.
018104 01  WS-RFND-TABLE-AREA.
018105     05  WS-RFND-TABLE-COUNT    PIC 9(05) VALUE ZERO.
018106     05  WS-RFND-ENTRY OCCURS 1 TO 10000 TIMES
018107                       DEPENDING ON WS-RFND-TABLE-COUNT
018108                       INDEXED BY WS-RFND-IDX.
018109         10  WS-RFND-DATE             PIC 9(08).
018110         10  WS-RFND-CUSTOMER         PIC 9(06).
018111         10  WS-RFND-KIND             PIC X(01).
018112             88  WS-RFND-ITEM         VALUE 'I'.
018113             88  WS-RFND-CASH         VALUE 'U'.
018114         10  WS-RFND-REFERENCE        PIC 9(07).
018115         10  WS-RFND-AMOUNT           PIC S9(09)V99.
018116         10  WS-RFND-USED-SW          PIC X(01).
018117             88  WS-RFND-USED         VALUE 'Y'.
018118*
018119*    THE MONTH'S VOID ROWS, REPLAYED IN DATE ORDER WITH THE
018120*    RECEIPTS.  OVERFLOW ABENDS - A LOST VOID WOULD LEAVE A
018121*    CANCELLED INVOICE BILLED.
018122 01  WS-VOID-TABLE-AREA.
018123     05  WS-VOID-CUTOFF-DATE    PIC 9(08) VALUE ZERO.
018124     05  WS-VOID-TABLE-COUNT    PIC 9(05) VALUE ZERO.
018125     05  WS-VOID-ENTRY OCCURS 1 TO 2000 TIMES
018126                       DEPENDING ON WS-VOID-TABLE-COUNT
018127                       INDEXED BY WS-VOID-IDX.
018128         10  WS-VOID-DATE             PIC 9(08).
018129         10  WS-VOID-CUSTOMER         PIC 9(06).
018130         10  WS-VOID-INVOICE          PIC 9(07).
018131         10  WS-VOID-ORIG-INVOICE     PIC 9(07).
018132         10  WS-VOID-AMOUNT           PIC S9(09)V99.
018133         10  WS-VOID-DUE-DATE         PIC 9(08).
018134         10  WS-VOID-DISC-DATE        PIC 9(08).
018135         10  WS-VOID-DISC-PCT         PIC 9(02)V99.
018136         10  WS-VOID-DONE-SW          PIC X(01).
018137             88  WS-VOID-DONE         VALUE 'Y'.
018200*
018300 01  WS-STM-TITLE-LINE.
018400     05  FILLER                 PIC X(31)
020600     05  WS-STM-DET-KIND        PIC X(08).
020700     05  FILLER                 PIC X(01) VALUE SPACES.
020800     05  WS-STM-DET-REFERENCE   PIC ZZZZZZ9.
020900     05  FILLER                 PIC X(02) VALUE SPACES.
020910     05  WS-STM-DET-DUE-TAG     PIC X(04).
020920     05  WS-STM-DET-DUE-DATE    PIC X(08).
021000     05  WS-STM-DET-AMOUNT      PIC ZZZ,ZZZ,ZZ9.99-.
021100     05  FILLER                 PIC X(43) VALUE SPACES.
021200*
021500         VALUE '  CLOSING BALANCE'.
021600     05  WS-STM-CLOSING-AMOUNT  PIC ZZZ,ZZZ,ZZ9.99-.
021700     05  FILLER                 PIC X(43) VALUE SPACES.
021701*
021702 01  WS-STM-AGING-LINE.
021703     05  FILLER                 PIC X(10) VALUE '  CURRENT '.
021704     05  WS-STM-AGE-DET-CURRENT PIC ZZ,ZZZ,ZZ9.99-.
021705     05  FILLER                 PIC X(06) VALUE '  1-30'.
021706     05  WS-STM-AGE-DET-PAST-30 PIC ZZ,ZZZ,ZZ9.99-.
021707     05  FILLER                 PIC X(07) VALUE '  31-60'.
021708     05  WS-STM-AGE-DET-PAST-60 PIC ZZ,ZZZ,ZZ9.99-.
021709     05  FILLER                 PIC X(09) VALUE '  OVER 60'.
021710     05  WS-STM-AGE-DET-PAST-OVER
021711                                PIC ZZ,ZZZ,ZZ9.99-.
021712     05  FILLER                 PIC X(12) VALUE ' PAST DUE'.
021800*
021801*    RUN-CONTROL LEDGER - THIS STEP'S NAME AND THE STEP AHEAD
021802*    OF IT IN THE CHAIN, ITS ROW ON THE LEDGER, AND THE COUNT
021803*    AND TOTAL OF EVERY FILE IT CONSUMED AND PRODUCED.  AN
021804*    INPUT'S SOURCE IS THE STEP WHOSE LEDGER ROW FOR THE
021805*    BUSINESS DATE IT MUST MATCH; AN INPUT WITH NO SOURCE IS
021806*    CHECKED AGAINST THIS STEP'S OWN LAST COMPLETED RUN, WHERE
021807*    ITS PARTNER IS THE CARRY FILE THAT RUN PRODUCED FOR IT.
021808 01  WS-BDC-FILE-STATUS         PIC X(02) VALUE SPACES.
021809 01  WS-RCL-FILE-STATUS         PIC X(02) VALUE SPACES.
021810 01  WS-RUN-CONTROL-FIELDS.
021811     05  WS-RCL-STEP-NAME       PIC X(08) VALUE 'ARSTMT'.
021812     05  WS-RCL-PREDECESSOR     PIC X(08) VALUE 'ARBAL'.
021813     05  WS-RCL-STEP-STATUS     PIC X(01) VALUE SPACE.
021814         88  WS-RCL-STEP-COMPLETE       VALUE 'C'.
021815     05  WS-RCL-RUN-COUNT       PIC 9(03) VALUE ZERO.
021816     05  WS-RCL-START-DATE      PIC 9(08) VALUE ZERO.
021817     05  WS-RCL-START-TIME      PIC 9(08) VALUE ZERO.
021818     05  WS-RCL-END-DATE        PIC 9(08) VALUE ZERO.
021819     05  WS-RCL-END-TIME        PIC 9(08) VALUE ZERO.
021820     05  WS-RCL-RETURN-CODE     PIC 9(04) VALUE ZERO.
021821     05  WS-RCL-LAST-DATE       PIC 9(08) VALUE ZERO.
021822     05  WS-RCL-DAY-INTEGER     PIC 9(08) VALUE ZERO.
021823     05  WS-RCL-CHECK-DATE      PIC 9(08) VALUE ZERO.
021824     05  WS-RCL-WORK-NAME       PIC X(08) VALUE SPACES.
021825     05  WS-RCL-WORK-USE        PIC X(01) VALUE SPACE.
021826     05  WS-RCL-WORK-SOURCE     PIC X(08) VALUE SPACES.
021827     05  WS-RCL-WORK-PARTNER    PIC X(08) VALUE SPACES.
021828     05  WS-RCL-WORK-RECORDS    PIC 9(09) VALUE ZERO.
021829     05  WS-RCL-WORK-TOTAL      PIC S9(13)V99 VALUE ZERO.
021830     05  WS-RCL-EOF-SW          PIC X(01) VALUE 'N'.
021831         88  WS-RCL-EOF                 VALUE 'Y'.
021832     05  WS-RCL-FOUND-SW        PIC X(01) VALUE 'N'.
021833         88  WS-RCL-FOUND               VALUE 'Y'.
021834     05  WS-RCL-MATCH-SW        PIC X(01) VALUE 'N'.
021835         88  WS-RCL-MATCH               VALUE 'Y'.
021836 01  WS-RCL-MESSAGE             PIC X(100) VALUE SPACES.
021837 01  WS-RCL-SHOW-FIELDS.
021838     05  WS-RCL-SHOW-RECORDS    PIC ZZZ,ZZZ,ZZ9.
021839     05  WS-RCL-SHOW-TOTAL      PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
021840 01  WS-RCL-FILE-TABLE.
021841     05  WS-RCF-COUNT           PIC 9(02) VALUE ZERO.
021842     05  WS-RCF-ENTRY OCCURS 10 TIMES
021843                      INDEXED BY WS-RCF-IDX.
021844         10  WS-RCF-NAME              PIC X(08).
021845         10  WS-RCF-USE               PIC X(01).
021846             88  WS-RCF-CONSUMED      VALUE 'I'.
021847         10  WS-RCF-SOURCE            PIC X(08).
021848         10  WS-RCF-PARTNER           PIC X(08).
021849         10  WS-RCF-RECORDS           PIC 9(09).
021850         10  WS-RCF-TOTAL             PIC S9(13)V99.
021851         10  WS-RCF-STALE-SW          PIC X(01).
021852             88  WS-RCF-STALE         VALUE 'Y'.
021853*
021900 PROCEDURE DIVISION.
022000*
022100******************************************************************
022500*    AND EVERY RECEIPT AT ARCASH'S APPLICATION RULES, WRITE      *
022600*    OFF THE TOLERANCE RESIDUES, THEN WRITE ONE STATEMENT PER    *
022700*    CUSTOMER.                                                   *
022710*    THE MONTH'S REFUNDS SETTLE THEIR ITEMS AFTER THE RECEIPTS   *
022720*    AND BEFORE THE WRITE-OFFS, AS THEY DID NIGHT BY NIGHT.      *
022800******************************************************************
022900 0000-MAINLINE SECTION.
023000 0000-MAINLINE-PARA.
023200     PERFORM 1700-REAPPLY-UNAPPLIED THRU 1700-EXIT
023300     PERFORM 2000-APPLY-RECEIPT THRU 2000-EXIT
023400         UNTIL WS-EOF-RCPT
023401     MOVE 99999999 TO WS-VOID-CUTOFF-DATE
023402     PERFORM 2400-APPLY-DUE-VOIDS THRU 2400-EXIT
023410     PERFORM 2500-SETTLE-REFUNDED-ITEMS THRU 2500-EXIT
023500     PERFORM 9000-TERMINATE THRU 9000-EXIT
023600     STOP RUN.
023700*
024100*    THE CUSTOMER OPENING BALANCES, TAKES ON THE MONTH'S         *
024200*    EXTRACT ROWS AS NEW ITEMS AND BILLING ACTIVITY, OPENS THE   *
024300*    STATEMENT FILE, AND PRIMES THE FIRST RECEIPT READ.          *
024310*    THE MONTH'S REFUND DETAIL IS TABLED FOR THE REPLAY.         *
024400******************************************************************
024500 1000-INITIALIZE SECTION.
024600 1000-INITIALIZE-PARA.
024700     PERFORM 9510-READ-BUSINESS-DATE THRU 9510-EXIT
024800     ACCEPT WS-RUN-TIME FROM TIME
024801     PERFORM 9500-START-RUN-CONTROL THRU 9500-EXIT
024810     COMPUTE WS-RUN-DAY-INTEGER =
024820         FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
024900     PERFORM 1100-LOAD-OPEN-ITEMS THRU 1100-EXIT
025000     PERFORM 1200-LOAD-EXTRACT-ROWS THRU 1200-EXIT
025010     PERFORM 1800-LOAD-REFUND-DETAIL THRU 1800-EXIT
025100     OPEN OUTPUT STATEMENT-FILE
025200     MOVE WS-RUN-DATE TO WS-STM-TITLE-DATE
025300     MOVE WS-STM-TITLE-LINE TO STM-LINE
029900     PERFORM 1600-ADD-ITEM-ENTRY THRU 1600-EXIT
030000     MOVE OPN-OPEN-BALANCE
030100         TO WS-ITEM-OPEN-BALANCE(WS-ITEM-IDX)
030101     MOVE OPN-ORIGINAL-TOTAL
030102         TO WS-ITEM-ORIGINAL-TOTAL(WS-ITEM-IDX)
030103     IF OPN-DUE-DATE NOT NUMERIC
030104      OR OPN-DUE-DATE = ZERO
030105         COMPUTE WS-ITEM-DUE-DATE(WS-ITEM-IDX) =
030106             FUNCTION DATE-OF-INTEGER(
030107             FUNCTION INTEGER-OF-DATE(OPN-POSTING-DATE) + 30)
030108     ELSE
030109         MOVE OPN-DUE-DATE TO WS-ITEM-DUE-DATE(WS-ITEM-IDX)
030110         MOVE OPN-DISC-DATE TO WS-ITEM-DISC-DATE(WS-ITEM-IDX)
030111         MOVE OPN-DISC-PCT TO WS-ITEM-DISC-PCT(WS-ITEM-IDX)
030112     END-IF
030200     PERFORM 1110-READ-OPEN-ITEM THRU 1110-EXIT.
030300 1120-EXIT.
030400     EXIT.
030900*    AS BILLING ACTIVITY LINES.  AN INVOICE BILLED DURING THE    *
031000*    MONTH IS HERE AND NOT IN THE MONTH-START OPEN ITEMS, SO     *
031100*    NOTHING COUNTS TWICE.  A CREDIT MEMO'S SIGNED TOTAL RIDES   *
031200*    AS A NEGATIVE BILLING.  A VOID PRINTS AS A VOID LINE        *
031210*    AGAINST THE ORIGINAL INVOICE NUMBER AND IS TABLED FOR       *
031220*    2400-APPLY-DUE-VOIDS, WHICH REPLAYS IT IN DATE ORDER WITH   *
031230*    THE RECEIPTS.                                               *
031300******************************************************************
031400 1200-LOAD-EXTRACT-ROWS SECTION.
031500 1200-LOAD-EXTRACT-ROWS-PARA.
033900     MOVE EXT-CUSTOMER-NAME TO WS-STM-CUST-NAME
034000     PERFORM 1400-FIND-OR-ADD-CUSTOMER THRU 1400-EXIT
034100     ADD EXT-FINAL-TOTAL TO WS-STCUST-BILLED(WS-STCUST-IDX)
034110     IF EXT-VOID-TRAN
034120         PERFORM 1230-TABLE-VOID THRU 1230-EXIT
034130         GO TO 1220-ADD-ACTIVITY
034140     END-IF
034200     MOVE EXT-INVOICE-NUMBER TO WS-LOOKUP-INVOICE
034300     PERFORM 1600-ADD-ITEM-ENTRY THRU 1600-EXIT
034400     MOVE EXT-FINAL-TOTAL
034500         TO WS-ITEM-OPEN-BALANCE(WS-ITEM-IDX)
034510     MOVE EXT-FINAL-TOTAL
034520         TO WS-ITEM-ORIGINAL-TOTAL(WS-ITEM-IDX)
034530     MOVE EXT-DUE-DATE TO WS-ITEM-DUE-DATE(WS-ITEM-IDX)
034540     MOVE EXT-DISC-DATE TO WS-ITEM-DISC-DATE(WS-ITEM-IDX)
034550     MOVE EXT-DISC-PCT TO WS-ITEM-DISC-PCT(WS-ITEM-IDX).
034560 1220-ADD-ACTIVITY.
034600     MOVE EXT-CUSTOMER-NUMBER TO WS-ACT-WRK-CUSTOMER
034700     MOVE EXT-POSTING-DATE TO WS-ACT-WRK-DATE
034710     IF EXT-VOID-TRAN
034720         MOVE 'V' TO WS-ACT-WRK-KIND
034730         MOVE EXT-ORIG-INVOICE-NUMBER TO WS-ACT-WRK-REFERENCE
034740     ELSE
034750         MOVE 'B' TO WS-ACT-WRK-KIND
034751         IF EXT-FINANCE-CHARGE
034752             MOVE 'F' TO WS-ACT-WRK-KIND
034753         END-IF
034760         MOVE EXT-INVOICE-NUMBER TO WS-ACT-WRK-REFERENCE
034770     END-IF
035000     MOVE EXT-FINAL-TOTAL TO WS-ACT-WRK-AMOUNT
035010     MOVE EXT-DUE-DATE TO WS-ACT-WRK-DUE-DATE
035100     PERFORM 2300-ADD-ACTIVITY THRU 2300-EXIT
035200     PERFORM 1210-READ-EXTRACT-ROW THRU 1210-EXIT.
035300 1220-EXIT.
035400     EXIT.
035500*
035501******************************************************************
035502*    1230-TABLE-VOID                                             *
035503*    HOLDS A VOID ROW FOR 2400-APPLY-DUE-VOIDS.  OVERFLOW ABENDS *
035504*    - A LOST VOID WOULD LEAVE A CANCELLED INVOICE BILLED.       *
035505******************************************************************
035506 1230-TABLE-VOID SECTION.
035507 1230-TABLE-VOID-PARA.
035508     IF WS-VOID-TABLE-COUNT < 2000
035509         ADD 1 TO WS-VOID-TABLE-COUNT
035510         SET WS-VOID-IDX TO WS-VOID-TABLE-COUNT
035511         MOVE EXT-POSTING-DATE TO WS-VOID-DATE(WS-VOID-IDX)
035512         MOVE EXT-CUSTOMER-NUMBER TO WS-VOID-CUSTOMER(WS-VOID-IDX)
035513         MOVE EXT-INVOICE-NUMBER TO WS-VOID-INVOICE(WS-VOID-IDX)
035514         MOVE EXT-ORIG-INVOICE-NUMBER
035515             TO WS-VOID-ORIG-INVOICE(WS-VOID-IDX)
035516         MOVE EXT-FINAL-TOTAL TO WS-VOID-AMOUNT(WS-VOID-IDX)
035517         MOVE EXT-DUE-DATE TO WS-VOID-DUE-DATE(WS-VOID-IDX)
035518         MOVE EXT-DISC-DATE TO WS-VOID-DISC-DATE(WS-VOID-IDX)
035519         MOVE EXT-DISC-PCT TO WS-VOID-DISC-PCT(WS-VOID-IDX)
035520         MOVE 'N' TO WS-VOID-DONE-SW(WS-VOID-IDX)
035521     ELSE
035522         DISPLAY 'VOID TABLE FULL AT: ' EXT-INVOICE-NUMBER
035523         MOVE 16 TO RETURN-CODE
035524         STOP RUN
035525     END-IF.
035526 1230-EXIT.
035527     EXIT.
035528*
035600******************************************************************
035700*    1300-FIND-STMT-CUSTOMER                                     *
035800*    SEARCHES THE STATEMENT CUSTOMER TABLE FOR                   *
039800             MOVE ZERO TO WS-STCUST-BILLED(WS-STCUST-IDX)
039900             MOVE ZERO TO WS-STCUST-PAID(WS-STCUST-IDX)
040000             MOVE ZERO TO WS-STCUST-WRITEOFF(WS-STCUST-IDX)
040010             MOVE ZERO TO WS-STCUST-DISCOUNT(WS-STCUST-IDX)
040020             MOVE ZERO TO WS-STCUST-REFUND(WS-STCUST-IDX)
040100             MOVE 'Y' TO WS-STCUST-FOUND-SW
040200         ELSE
040300             DISPLAY 'STATEMENT CUSTOMER TABLE FULL AT: '
044700           TO WS-ITEM-CUSTOMER-NUMBER(WS-ITEM-IDX)
044800         MOVE ZERO TO WS-ITEM-OPEN-BALANCE(WS-ITEM-IDX)
044810         MOVE 'N' TO WS-ITEM-CASH-SW(WS-ITEM-IDX)
044820         MOVE ZERO TO WS-ITEM-ORIGINAL-TOTAL(WS-ITEM-IDX)
044830         MOVE ZERO TO WS-ITEM-DUE-DATE(WS-ITEM-IDX)
044840         MOVE ZERO TO WS-ITEM-DISC-DATE(WS-ITEM-IDX)
044850         MOVE ZERO TO WS-ITEM-DISC-PCT(WS-ITEM-IDX)
044900     ELSE
045000         DISPLAY 'OPEN-ITEM TABLE FULL AT: '
045100             WS-LOOKUP-INVOICE
046200*    THE WAY ARCASH RETRIES IT - A PAYMENT THAT ARRIVED AHEAD    *
046300*    OF ITS BILLING LANDS ON THE STATEMENT ONCE THE INVOICE      *
046400*    POSTS.  A MISSING FILE MEANS NOTHING CARRIED.               *
046410*    CASH REFUNDED DURING THE MONTH COMES OFF FIRST.             *
046500******************************************************************
046600 1700-REAPPLY-UNAPPLIED SECTION.
046700 1700-REAPPLY-UNAPPLIED-PARA.
048900     MOVE UNA-INVOICE-NUMBER TO WS-WRK-INVOICE-NUMBER
049000     MOVE UNA-RECEIPT-DATE TO WS-WRK-RECEIPT-DATE
049100     MOVE UNA-AMOUNT TO WS-WRK-AMOUNT
049105     MOVE UNA-CUSTOMER-NUMBER TO WS-WRK-CUSTOMER-NUMBER
049110     PERFORM 1850-DEDUCT-REFUNDED-CASH THRU 1850-EXIT
049120     IF WS-WRK-AMOUNT = ZERO
049130         GO TO 1720-READ-NEXT
049140     END-IF
049200     PERFORM 2050-APPLY-WORK-RECEIPT THRU 2050-EXIT.
049210 1720-READ-NEXT.
049300     PERFORM 1710-READ-UNAPPLIED-RECORD THRU 1710-EXIT.
049400 1720-EXIT.
049500     EXIT.
049600*
049601******************************************************************
049602*    1800-LOAD-REFUND-DETAIL                                     *
049603*    TABLES THE MONTH'S REFUND DETAIL ROWS FROM ARRFND.  A       *
049604*    MISSING FILE MEANS NOTHING REFUNDED THIS MONTH.             *
049605******************************************************************
049606 1800-LOAD-REFUND-DETAIL SECTION.
049607 1800-LOAD-REFUND-DETAIL-PARA.
049608     OPEN INPUT REFUND-DETAIL-FILE
049609     IF WS-RFND-FILE-STATUS = '00'
049610         PERFORM 1810-READ-REFUND-DETAIL THRU 1810-EXIT
049611         PERFORM 1820-STORE-REFUND-DETAIL THRU 1820-EXIT
049612             UNTIL WS-EOF-RFND
049613         CLOSE REFUND-DETAIL-FILE
049614     END-IF.
049615 1800-EXIT.
049616     EXIT.
049617*
049618 1810-READ-REFUND-DETAIL SECTION.
049619 1810-READ-REFUND-DETAIL-PARA.
049620     READ REFUND-DETAIL-FILE
049621         AT END SET WS-EOF-RFND TO TRUE
049622     END-READ.
049623 1810-EXIT.
049624     EXIT.
049625*
049626 1820-STORE-REFUND-DETAIL SECTION.
049627 1820-STORE-REFUND-DETAIL-PARA.
049628     IF WS-RFND-TABLE-COUNT < 10000
049629         ADD 1 TO WS-RFND-TABLE-COUNT
049630         SET WS-RFND-IDX TO WS-RFND-TABLE-COUNT
049631         MOVE RFD-REFUND-DATE TO WS-RFND-DATE(WS-RFND-IDX)
049632         MOVE RFD-CUSTOMER-NUMBER TO WS-RFND-CUSTOMER(WS-RFND-IDX)
049633         MOVE RFD-ROW-KIND TO WS-RFND-KIND(WS-RFND-IDX)
049634         MOVE RFD-REFERENCE TO WS-RFND-REFERENCE(WS-RFND-IDX)
049635         MOVE RFD-AMOUNT TO WS-RFND-AMOUNT(WS-RFND-IDX)
049636         MOVE 'N' TO WS-RFND-USED-SW(WS-RFND-IDX)
049637     ELSE
049638         DISPLAY 'REFUND DETAIL TABLE FULL AT: ' RFD-REFERENCE
049639         MOVE 16 TO RETURN-CODE
049640         STOP RUN
049641     END-IF
049642     PERFORM 1810-READ-REFUND-DETAIL THRU 1810-EXIT.
049643 1820-EXIT.
049644     EXIT.
049645*
049646******************************************************************
049647*    1850-DEDUCT-REFUNDED-CASH                                   *
049648*    TAKES ANY REFUND OF THE RECEIPT IN THE WORK FIELDS OFF ITS  *
049649*    AMOUNT, SO ONLY THE PART ARCASH APPLIED IS REPLAYED.  EACH  *
049650*    REFUND ROW IS USED ONCE.                                    *
049651******************************************************************
049652 1850-DEDUCT-REFUNDED-CASH SECTION.
049653 1850-DEDUCT-REFUNDED-CASH-PARA.
049654     MOVE 'N' TO WS-RFND-FOUND-SW
049655     IF WS-RFND-TABLE-COUNT > ZERO
049656         SET WS-RFND-IDX TO 1
049657         SEARCH WS-RFND-ENTRY
049658             AT END
049659                 CONTINUE
049660             WHEN WS-RFND-CASH(WS-RFND-IDX)
049661              AND WS-RFND-REFERENCE(WS-RFND-IDX) =
049662                      WS-WRK-RECEIPT-NUMBER
049663              AND WS-RFND-CUSTOMER(WS-RFND-IDX) =
049664                      WS-WRK-CUSTOMER-NUMBER
049665              AND NOT WS-RFND-USED(WS-RFND-IDX)
049666                 MOVE 'Y' TO WS-RFND-FOUND-SW
049667         END-SEARCH
049668     END-IF
049669     IF NOT WS-RFND-FOUND
049670         GO TO 1850-EXIT
049671     END-IF
049672     MOVE 'Y' TO WS-RFND-USED-SW(WS-RFND-IDX)
049673     IF WS-RFND-AMOUNT(WS-RFND-IDX) NOT < WS-WRK-AMOUNT
049674         MOVE ZERO TO WS-WRK-AMOUNT
049675     ELSE
049676         SUBTRACT WS-RFND-AMOUNT(WS-RFND-IDX) FROM WS-WRK-AMOUNT
049677     END-IF.
049678 1850-EXIT.
049679     EXIT.
049680*
049700******************************************************************
049800*    2000-APPLY-RECEIPT                                          *
049900*    RUNS ONE LOCKBOX RECEIPT THROUGH THE COMMON APPLICATION     *
050000*    STEP, THEN READS THE NEXT RECEIPT.                          *
050010*    A RECEIPT WHOSE UNAPPLIED PART WAS REFUNDED APPLIES ONLY    *
050020*    THE REST.                                                   *
050100******************************************************************
050200 2000-APPLY-RECEIPT SECTION.
050300 2000-APPLY-RECEIPT-PARA.
050500     MOVE RCP-INVOICE-NUMBER TO WS-WRK-INVOICE-NUMBER
050600     MOVE RCP-RECEIPT-DATE TO WS-WRK-RECEIPT-DATE
050700     MOVE RCP-AMOUNT TO WS-WRK-AMOUNT
050705     MOVE RCP-CUSTOMER-NUMBER TO WS-WRK-CUSTOMER-NUMBER
050706     MOVE RCP-RECEIPT-DATE TO WS-VOID-CUTOFF-DATE
050707     PERFORM 2400-APPLY-DUE-VOIDS THRU 2400-EXIT
050710     PERFORM 1850-DEDUCT-REFUNDED-CASH THRU 1850-EXIT
050720     IF WS-WRK-AMOUNT = ZERO
050730         GO TO 2000-READ-NEXT
050740     END-IF
050800     PERFORM 2050-APPLY-WORK-RECEIPT THRU 2050-EXIT.
050810 2000-READ-NEXT.
050900     PERFORM 2100-READ-RECEIPT-RECORD THRU 2100-EXIT.
051000 2000-EXIT.
051100     EXIT.
051700*    APPLIED PART BECOMES A PAYMENT ACTIVITY LINE; THE EXCESS,   *
051800*    OR A RECEIPT MATCHING NO ITEM STILL OPEN, IS ON-ACCOUNT     *
051900*    CASH THAT NEVER REDUCED THE RECEIVABLE AND STAYS OFF THE    *
052000*    STATEMENT.  A SHORT RECEIPT THAT EARNS THE EARLY-PAY        *
052010*    DISCOUNT CLOSES THE ITEM WITH A DISCOUNT LINE, AS IN ARCASH.*
052100******************************************************************
052200 2050-APPLY-WORK-RECEIPT SECTION.
052300 2050-APPLY-WORK-PARA.
055100     MOVE 'P' TO WS-ACT-WRK-KIND
055200     MOVE WS-WRK-RECEIPT-NUMBER TO WS-ACT-WRK-REFERENCE
055300     COMPUTE WS-ACT-WRK-AMOUNT = ZERO - WS-WRK-APPLIED
055310     MOVE ZERO TO WS-ACT-WRK-DUE-DATE
055400     PERFORM 2300-ADD-ACTIVITY THRU 2300-EXIT
055410     IF WS-WRK-AMOUNT NOT > WS-WRK-APPLIED
055420         PERFORM 2060-ALLOW-EARLY-PAY THRU 2060-EXIT
055430     END-IF.
055500 2050-EXIT.
055600     EXIT.
055601*
055602******************************************************************
055603*    2060-ALLOW-EARLY-PAY                                        *
055604*    THE ARCASH EARLY-PAY RULE - AFTER A SHORT RECEIPT DATED BY  *
055605*    THE DISCOUNT DATE, A BALANCE LEFT NO MORE THAN THE ITEM'S   *
055606*    PERCENT OF ITS ORIGINAL TOTAL IS TAKEN AS DISCOUNT AND      *
055607*    GETS ITS OWN STATEMENT LINE, DATED WITH THE RECEIPT.        *
055608******************************************************************
055609 2060-ALLOW-EARLY-PAY SECTION.
055610 2060-ALLOW-EARLY-PAY-PARA.
055611     IF WS-ITEM-DISC-PCT(WS-ITEM-IDX) = ZERO
055612      OR WS-ITEM-OPEN-BALANCE(WS-ITEM-IDX) NOT > ZERO
055613      OR WS-WRK-RECEIPT-DATE > WS-ITEM-DISC-DATE(WS-ITEM-IDX)
055614         GO TO 2060-EXIT
055615     END-IF
055616     COMPUTE WS-DISCOUNT-ALLOWED ROUNDED =
055617         WS-ITEM-ORIGINAL-TOTAL(WS-ITEM-IDX)
055618             * WS-ITEM-DISC-PCT(WS-ITEM-IDX) / 100
055619     IF WS-ITEM-OPEN-BALANCE(WS-ITEM-IDX) > WS-DISCOUNT-ALLOWED
055620         GO TO 2060-EXIT
055621     END-IF
055622     IF WS-STCUST-FOUND
055623         ADD WS-ITEM-OPEN-BALANCE(WS-ITEM-IDX)
055624             TO WS-STCUST-DISCOUNT(WS-STCUST-IDX)
055625     END-IF
055626     MOVE WS-LOOKUP-CUSTOMER TO WS-ACT-WRK-CUSTOMER
055627     MOVE WS-WRK-RECEIPT-DATE TO WS-ACT-WRK-DATE
055628     MOVE 'D' TO WS-ACT-WRK-KIND
055629     MOVE WS-ITEM-INVOICE-NUMBER(WS-ITEM-IDX)
055630         TO WS-ACT-WRK-REFERENCE
055631     COMPUTE WS-ACT-WRK-AMOUNT =
055632         ZERO - WS-ITEM-OPEN-BALANCE(WS-ITEM-IDX)
055633     MOVE ZERO TO WS-ACT-WRK-DUE-DATE
055634     PERFORM 2300-ADD-ACTIVITY THRU 2300-EXIT
055635     MOVE ZERO TO WS-ITEM-OPEN-BALANCE(WS-ITEM-IDX)
055636     ADD 1 TO WS-DISCOUNTS-TAKEN.
055637 2060-EXIT.
055638     EXIT.
055700*
055800 2100-READ-RECEIPT-RECORD SECTION.
055900 2100-READ-RECEIPT-RECORD-PARA.
057900         MOVE WS-ACT-WRK-REFERENCE
058000           TO WS-ACT-REFERENCE(WS-ACT-IDX)
058100         MOVE WS-ACT-WRK-AMOUNT TO WS-ACT-AMOUNT(WS-ACT-IDX)
058110         MOVE WS-ACT-WRK-DUE-DATE TO WS-ACT-DUE-DATE(WS-ACT-IDX)
058200         MOVE 'N' TO WS-ACT-PRINTED-SW(WS-ACT-IDX)
058300     ELSE
058400         DISPLAY 'ACTIVITY TABLE FULL AT: '
058900 2300-EXIT.
059000     EXIT.
059100*
059101******************************************************************
059102*    2400-APPLY-DUE-VOIDS                                        *
059103*    REPLAYS EACH VOID POSTED BY WS-VOID-CUTOFF-DATE AS ARCASH   *
059104*    MET IT THE NIGHT OF THE VOID, AHEAD OF THAT DAY'S RECEIPTS. *
059105*    AN ORIGINAL STILL OPEN TAKES THE VOID NETTED INTO IT; ONE   *
059106*    ALREADY PAID STAYS CLOSED, AND THE VOID BECOMES A CREDIT    *
059107*    ITEM UNDER ITS OWN INVOICE NUMBER.                          *
059108******************************************************************
059109 2400-APPLY-DUE-VOIDS SECTION.
059110 2400-APPLY-DUE-VOIDS-PARA.
059111     IF WS-VOID-TABLE-COUNT > ZERO
059112         PERFORM 2410-APPLY-ONE-VOID THRU 2410-EXIT
059113             VARYING WS-VOID-IDX FROM 1 BY 1
059114             UNTIL WS-VOID-IDX > WS-VOID-TABLE-COUNT
059115     END-IF.
059116 2400-EXIT.
059117     EXIT.
059118*
059119 2410-APPLY-ONE-VOID SECTION.
059120 2410-APPLY-ONE-VOID-PARA.
059121     IF WS-VOID-DONE(WS-VOID-IDX)
059122      OR WS-VOID-DATE(WS-VOID-IDX) > WS-VOID-CUTOFF-DATE
059123         GO TO 2410-EXIT
059124     END-IF
059125     MOVE 'Y' TO WS-VOID-DONE-SW(WS-VOID-IDX)
059126     MOVE WS-VOID-ORIG-INVOICE(WS-VOID-IDX) TO WS-LOOKUP-INVOICE
059127     PERFORM 1500-FIND-OPEN-ITEM THRU 1500-EXIT
059128     IF WS-ITEM-FOUND
059129      AND WS-ITEM-OPEN-BALANCE(WS-ITEM-IDX) NOT = ZERO
059130         ADD WS-VOID-AMOUNT(WS-VOID-IDX)
059131             TO WS-ITEM-OPEN-BALANCE(WS-ITEM-IDX)
059132         GO TO 2410-EXIT
059133     END-IF
059134     MOVE WS-VOID-INVOICE(WS-VOID-IDX) TO WS-LOOKUP-INVOICE
059135     MOVE WS-VOID-CUSTOMER(WS-VOID-IDX) TO WS-LOOKUP-CUSTOMER
059136     PERFORM 1600-ADD-ITEM-ENTRY THRU 1600-EXIT
059137     MOVE WS-VOID-AMOUNT(WS-VOID-IDX)
059138         TO WS-ITEM-OPEN-BALANCE(WS-ITEM-IDX)
059139     MOVE WS-VOID-AMOUNT(WS-VOID-IDX)
059140         TO WS-ITEM-ORIGINAL-TOTAL(WS-ITEM-IDX)
059141     MOVE WS-VOID-DUE-DATE(WS-VOID-IDX)
059142         TO WS-ITEM-DUE-DATE(WS-ITEM-IDX)
059143     MOVE WS-VOID-DISC-DATE(WS-VOID-IDX)
059144         TO WS-ITEM-DISC-DATE(WS-ITEM-IDX)
059145     MOVE WS-VOID-DISC-PCT(WS-VOID-IDX)
059146         TO WS-ITEM-DISC-PCT(WS-ITEM-IDX).
059147 2410-EXIT.
059148     EXIT.
059149*
059150******************************************************************
059151*    2500-SETTLE-REFUNDED-ITEMS                                  *
059152*    TAKES EACH REFUNDED ITEM'S BALANCE AT THE REFUND OFF THE    *
059153*    ITEM, AS ARCASH DID THE NIGHT OF THE REFUND, AND PRINTS IT  *
059154*    AS A REFUND LINE - A CREDIT PAID BACK RAISES THE BALANCE,   *
059155*    AN INVOICE NETTED OUT OF THE CREDIT LOWERS IT.              *
059156******************************************************************
059157 2500-SETTLE-REFUNDED-ITEMS SECTION.
059158 2500-SETTLE-REFUNDED-ITEMS-PARA.
059159     IF WS-RFND-TABLE-COUNT > ZERO
059160         PERFORM 2510-SETTLE-ONE-ITEM THRU 2510-EXIT
059161             VARYING WS-RFND-IDX FROM 1 BY 1
059162             UNTIL WS-RFND-IDX > WS-RFND-TABLE-COUNT
059163     END-IF.
059164 2500-EXIT.
059165     EXIT.
059166*
059167 2510-SETTLE-ONE-ITEM SECTION.
059168 2510-SETTLE-ONE-ITEM-PARA.
059169     IF NOT WS-RFND-ITEM(WS-RFND-IDX)
059170         GO TO 2510-EXIT
059171     END-IF
059172     MOVE WS-RFND-REFERENCE(WS-RFND-IDX) TO WS-LOOKUP-INVOICE
059173     PERFORM 1500-FIND-OPEN-ITEM THRU 1500-EXIT
059174     IF NOT WS-ITEM-FOUND
059175         DISPLAY 'REFUNDED ITEM NOT ON FILE: '
059176             WS-RFND-REFERENCE(WS-RFND-IDX)
059177         GO TO 2510-EXIT
059178     END-IF
059179     SUBTRACT WS-RFND-AMOUNT(WS-RFND-IDX)
059180         FROM WS-ITEM-OPEN-BALANCE(WS-ITEM-IDX)
059181     MOVE WS-RFND-CUSTOMER(WS-RFND-IDX) TO WS-LOOKUP-CUSTOMER
059182     PERFORM 1300-FIND-STMT-CUSTOMER THRU 1300-EXIT
059183     IF WS-STCUST-FOUND
059184         SUBTRACT WS-RFND-AMOUNT(WS-RFND-IDX)
059185             FROM WS-STCUST-REFUND(WS-STCUST-IDX)
059186     END-IF
059187     MOVE WS-LOOKUP-CUSTOMER TO WS-ACT-WRK-CUSTOMER
059188     MOVE WS-RFND-DATE(WS-RFND-IDX) TO WS-ACT-WRK-DATE
059189     MOVE 'R' TO WS-ACT-WRK-KIND
059190     MOVE WS-RFND-REFERENCE(WS-RFND-IDX) TO WS-ACT-WRK-REFERENCE
059191     COMPUTE WS-ACT-WRK-AMOUNT =
059192         ZERO - WS-RFND-AMOUNT(WS-RFND-IDX)
059193     MOVE ZERO TO WS-ACT-WRK-DUE-DATE
059194     PERFORM 2300-ADD-ACTIVITY THRU 2300-EXIT
059195     ADD 1 TO WS-ITEMS-REFUNDED.
059196 2510-EXIT.
059197     EXIT.
059198*
059200******************************************************************
059300*    8000-WRITE-OFF-RESIDUES                                     *
059400*    AFTER EVERY RECEIPT HAS APPLIED, WRITES OFF EACH CASH-      *
063600         TO WS-ACT-WRK-REFERENCE
063700     COMPUTE WS-ACT-WRK-AMOUNT =
063800         ZERO - WS-ITEM-OPEN-BALANCE(WS-ITEM-IDX)
063810     MOVE ZERO TO WS-ACT-WRK-DUE-DATE
063900     PERFORM 2300-ADD-ACTIVITY THRU 2300-EXIT
064000     MOVE ZERO TO WS-ITEM-OPEN-BALANCE(WS-ITEM-IDX)
064100     ADD 1 TO WS-ITEMS-WRITTEN-OFF.
066100*    WRITES ONE CUSTOMER'S STATEMENT - HEADING, OPENING          *
066200*    BALANCE, EVERY ACTIVITY LINE IN DATE ORDER, AND THE         *
066300*    CLOSING BALANCE: OPENING PLUS BILLINGS LESS PAYMENTS        *
066400*    APPLIED LESS DISCOUNTS AND WRITE-OFFS, THE SAME ARITHMETIC  *
066500*    THAT LEAVES THE CUSTOMER'S ITEMS ON THE AGING REPORT - AND  *
066510*    THE CLOSING ITEMS AGED BY DAYS PAST DUE.                    *
066520*    REFUNDS SETTLED ADD BACK IN.                                *
066600******************************************************************
066700 8200-WRITE-ONE-STATEMENT SECTION.
066800 8200-WRITE-ONE-STATEMENT-PARA.
068300         WS-STCUST-OPENING(WS-STCUST-IDX)
068400         + WS-STCUST-BILLED(WS-STCUST-IDX)
068500         - WS-STCUST-PAID(WS-STCUST-IDX)
068510         - WS-STCUST-DISCOUNT(WS-STCUST-IDX)
068600         - WS-STCUST-WRITEOFF(WS-STCUST-IDX)
068610         + WS-STCUST-REFUND(WS-STCUST-IDX)
068700     MOVE WS-CLOSING-BALANCE TO WS-STM-CLOSING-AMOUNT
068800     MOVE WS-STM-CLOSING-LINE TO STM-LINE
068900     WRITE STM-LINE
068910     PERFORM 8400-WRITE-AGING-LINE THRU 8400-EXIT
069000     ADD 1 TO WS-STATEMENTS-WRITTEN.
069100 8200-EXIT.
069200     EXIT.
071200         SET WS-ACT-PICKED TO TRUE
071300         SET WS-ACT-IDX TO WS-PICK-SLOT
071400         MOVE WS-ACT-DATE(WS-ACT-IDX) TO WS-STM-DET-DATE
071410         MOVE SPACES TO WS-STM-DET-DUE-TAG
071420         MOVE SPACES TO WS-STM-DET-DUE-DATE
071500         IF WS-ACT-BILLING(WS-ACT-IDX)
071510          OR WS-ACT-FINANCE-CHARGE(WS-ACT-IDX)
071600             MOVE 'INVOICE ' TO WS-STM-DET-KIND
071601             IF WS-ACT-FINANCE-CHARGE(WS-ACT-IDX)
071602                 MOVE 'FIN CHG ' TO WS-STM-DET-KIND
071603             END-IF
071610             IF WS-ACT-DUE-DATE(WS-ACT-IDX) NOT = ZERO
071620                 MOVE 'DUE ' TO WS-STM-DET-DUE-TAG
071630                 MOVE WS-ACT-DUE-DATE(WS-ACT-IDX)
071640                     TO WS-STM-DET-DUE-DATE
071650             END-IF
071700         ELSE
071800             IF WS-ACT-PAYMENT(WS-ACT-IDX)
071900                 MOVE 'PAYMENT ' TO WS-STM-DET-KIND
072000             ELSE
072010                 IF WS-ACT-DISCOUNT(WS-ACT-IDX)
072020                     MOVE 'DISCOUNT' TO WS-STM-DET-KIND
072030                 ELSE
072040                 IF WS-ACT-VOID(WS-ACT-IDX)
072050                     MOVE 'VOID    ' TO WS-STM-DET-KIND
072060                 ELSE
072070                 IF WS-ACT-REFUND(WS-ACT-IDX)
072080                     MOVE 'REFUND  ' TO WS-STM-DET-KIND
072090                 ELSE
072091                     MOVE 'WRITEOFF' TO WS-STM-DET-KIND
072092                 END-IF
072101                 END-IF
072110                 END-IF
072200             END-IF
072300         END-IF
072400         MOVE WS-ACT-REFERENCE(WS-ACT-IDX)
074200     END-IF.
074300 8310-EXIT.
074400     EXIT.
074401*
074402******************************************************************
074403*    8400-WRITE-AGING-LINE                                       *
074404*    AGES THE CUSTOMER'S CLOSING ITEMS BY DAYS PAST THEIR DUE    *
074405*    DATES - CURRENT (NOT YET DUE), 1-30, 31-60, OVER 60 - AND   *
074406*    WRITES THE AGING LINE UNDER THE CLOSING BALANCE.  THE       *
074407*    BUCKETS ADD UP TO THE CLOSING BALANCE.                      *
074408******************************************************************
074409 8400-WRITE-AGING-LINE SECTION.
074410 8400-WRITE-AGING-LINE-PARA.
074411     MOVE ZERO TO WS-STM-AGE-CURRENT
074412     MOVE ZERO TO WS-STM-AGE-PAST-30
074413     MOVE ZERO TO WS-STM-AGE-PAST-60
074414     MOVE ZERO TO WS-STM-AGE-PAST-OVER
074415     IF WS-ITEM-TABLE-COUNT > ZERO
074416         PERFORM 8410-AGE-ONE-ITEM THRU 8410-EXIT
074417             VARYING WS-ITEM-IDX FROM 1 BY 1
074418             UNTIL WS-ITEM-IDX > WS-ITEM-TABLE-COUNT
074419     END-IF
074420     MOVE WS-STM-AGE-CURRENT TO WS-STM-AGE-DET-CURRENT
074421     MOVE WS-STM-AGE-PAST-30 TO WS-STM-AGE-DET-PAST-30
074422     MOVE WS-STM-AGE-PAST-60 TO WS-STM-AGE-DET-PAST-60
074423     MOVE WS-STM-AGE-PAST-OVER TO WS-STM-AGE-DET-PAST-OVER
074424     MOVE WS-STM-AGING-LINE TO STM-LINE
074425     WRITE STM-LINE.
074426 8400-EXIT.
074427     EXIT.
074428*
074429 8410-AGE-ONE-ITEM SECTION.
074430 8410-AGE-ONE-ITEM-PARA.
074431     IF WS-ITEM-CUSTOMER-NUMBER(WS-ITEM-IDX)
074432          NOT = WS-LOOKUP-CUSTOMER
074531      OR WS-ITEM-OPEN-BALANCE(WS-ITEM-IDX) = ZERO
074532         GO TO 8410-EXIT
074533     END-IF
074534     IF WS-ITEM-DUE-DATE(WS-ITEM-IDX) = ZERO
074535         ADD WS-ITEM-OPEN-BALANCE(WS-ITEM-IDX)
074536             TO WS-STM-AGE-CURRENT
074537         GO TO 8410-EXIT
074538     END-IF
074539     COMPUTE WS-ITEM-DAY-INTEGER = FUNCTION
074540         INTEGER-OF-DATE(WS-ITEM-DUE-DATE(WS-ITEM-IDX))
074541     COMPUTE WS-ITEM-AGE-DAYS =
074542         WS-RUN-DAY-INTEGER - WS-ITEM-DAY-INTEGER
074543     IF WS-ITEM-AGE-DAYS > 60
074544         ADD WS-ITEM-OPEN-BALANCE(WS-ITEM-IDX)
074545             TO WS-STM-AGE-PAST-OVER
074546     ELSE
074547         IF WS-ITEM-AGE-DAYS > 30
074548             ADD WS-ITEM-OPEN-BALANCE(WS-ITEM-IDX)
074549                 TO WS-STM-AGE-PAST-60
074550         ELSE
074551             IF WS-ITEM-AGE-DAYS > ZERO
074552                 ADD WS-ITEM-OPEN-BALANCE(WS-ITEM-IDX)
074553                     TO WS-STM-AGE-PAST-30
074554             ELSE
074555                 ADD WS-ITEM-OPEN-BALANCE(WS-ITEM-IDX)
074556                     TO WS-STM-AGE-CURRENT
074557             END-IF
074558         END-IF
074559     END-IF.
074560 8410-EXIT.
074561     EXIT.
074562*
074600******************************************************************
074700*    9000-TERMINATE                                              *
074800*    WRITES OFF THE TOLERANCE RESIDUES, WRITES EVERY             *
075600     DISPLAY 'STATEMENTS WRITTEN:  ' WS-STATEMENTS-WRITTEN
075700     DISPLAY 'RECEIPTS ON ACCOUNT: ' WS-RECEIPTS-UNAPPLIED
075800     DISPLAY 'ITEMS WRITTEN OFF:   ' WS-ITEMS-WRITTEN-OFF
075810     DISPLAY 'DISCOUNTS TAKEN:     ' WS-DISCOUNTS-TAKEN
075820     DISPLAY 'ITEMS REFUNDED:      ' WS-ITEMS-REFUNDED
075900     IF WS-RCPT-OPEN
076000         CLOSE CASH-RECEIPTS-FILE
076100     END-IF
076200     CLOSE STATEMENT-FILE
076210     PERFORM 9600-END-RUN-CONTROL THRU 9600-EXIT.
076300 9000-EXIT.
076400     EXIT.
076500*
076600******************************************************************
076700*    9500-START-RUN-CONTROL                                      *
076800*    CHECKS THE RUN-CONTROL LEDGER BEFORE ANYTHING IS PROCESSED. *
076900*    THE STEP REFUSES TO START IF ARBAL HAS NOT COMPLETED FOR    *
077000*    THE BUSINESS DATE, IF IT HAS ALREADY COMPLETED FOR THE      *
077100*    BUSINESS DATE, IF AN INPUT IS NOT THE GENERATION ITS SOURCE *
077200*    STEP LEFT ON THE LEDGER FOR THE DATE, OR IF AN INPUT IS THE *
077300*    GENERATION THIS STEP ALREADY CONSUMED ON ITS LAST RUN.      *
077400*    OTHERWISE THE START AND THE COUNT AND TOTAL OF EVERY INPUT  *
077500*    GO ON THE LEDGER AS THIS STEP'S ROW FOR THE DATE.           *
077600******************************************************************
077700 9500-START-RUN-CONTROL SECTION.
077800 9500-START-RUN-CONTROL-PARA.
077900     ACCEPT WS-RCL-START-DATE FROM DATE YYYYMMDD
078000     ACCEPT WS-RCL-START-TIME FROM TIME
078100     PERFORM 9520-OPEN-RUN-CONTROL THRU 9520-EXIT
078200     PERFORM 9530-CHECK-PREDECESSOR THRU 9530-EXIT
078300     MOVE ZERO TO WS-RCF-COUNT
078400     MOVE 'I' TO WS-RCL-WORK-USE
078500     PERFORM 9700-MEASURE-INPUTS THRU 9700-EXIT
078600     PERFORM 9540-CHECK-HANDOFF THRU 9540-EXIT
078700     PERFORM 9550-CHECK-LAST-GENERATION THRU 9550-EXIT
078800     PERFORM 9560-RECORD-STEP-START THRU 9560-EXIT
078900     CLOSE RUN-CONTROL-FILE.
079000 9500-EXIT.
079100     EXIT.
079200*
079300******************************************************************
079400*    9510-READ-BUSINESS-DATE                                     *
079500*    TAKES THE RUN DATE FROM THE BIZDATE BUSINESS-DATE CARD, NOT *
079600*    THE CLOCK.  A MISSING CARD, OR ONE THAT IS NOT A REAL       *
079700*    CALENDAR DATE, STOPS THE STEP WITH RETURN-CODE 16.          *
079800******************************************************************
079900 9510-READ-BUSINESS-DATE SECTION.
080000 9510-READ-BUSINESS-DATE-PARA.
080100     OPEN INPUT BUSINESS-DATE-FILE
080200     IF WS-BDC-FILE-STATUS NOT = '00'
080300         DISPLAY 'ARSTMT CANNOT START - NO BUSINESS DATE CARD'
080400         MOVE 16 TO RETURN-CODE
080500         STOP RUN
080600     END-IF
080700     READ BUSINESS-DATE-FILE
080800         AT END
080900             MOVE ZERO TO BDC-BUSINESS-DATE
081000     END-READ
081100     CLOSE BUSINESS-DATE-FILE
081200     IF BDC-BUSINESS-DATE NUMERIC
081300      AND BDC-YEAR NOT < 1900
081400      AND BDC-MONTH > ZERO AND BDC-MONTH < 13
081500      AND BDC-DAY > ZERO AND BDC-DAY < 32
081600         COMPUTE WS-RCL-DAY-INTEGER =
081700             FUNCTION INTEGER-OF-DATE(BDC-BUSINESS-DATE)
081800         COMPUTE WS-RCL-CHECK-DATE =
081900             FUNCTION DATE-OF-INTEGER(WS-RCL-DAY-INTEGER)
082000         IF WS-RCL-CHECK-DATE = BDC-BUSINESS-DATE
082100             MOVE BDC-BUSINESS-DATE TO WS-RUN-DATE
082200             GO TO 9510-EXIT
082300         END-IF
082400     END-IF
082500     DISPLAY 'ARSTMT CANNOT START - INVALID BUSINESS '
082600         'DATE CARD: ' BDC-RECORD
082700     MOVE 16 TO RETURN-CODE
082800     STOP RUN.
082900 9510-EXIT.
083000     EXIT.
083100*
083200******************************************************************
083300*    9520-OPEN-RUN-CONTROL                                       *
083400*    OPENS THE LEDGER FOR UPDATE, CREATING IT EMPTY ON THE VERY  *
083500*    FIRST RUN.                                                  *
083600******************************************************************
083700 9520-OPEN-RUN-CONTROL SECTION.
083800 9520-OPEN-RUN-CONTROL-PARA.
083900     OPEN I-O RUN-CONTROL-FILE
084000     IF WS-RCL-FILE-STATUS = '35'
084100         OPEN OUTPUT RUN-CONTROL-FILE
084200         CLOSE RUN-CONTROL-FILE
084300         OPEN I-O RUN-CONTROL-FILE
084400     END-IF
084500     IF WS-RCL-FILE-STATUS NOT = '00'
084600         DISPLAY 'RUN-CONTROL LEDGER WILL NOT OPEN - STATUS '
084700             WS-RCL-FILE-STATUS
084800         MOVE 16 TO RETURN-CODE
084900         STOP RUN
085000     END-IF.
085100 9520-EXIT.
085200     EXIT.
085300*
085400******************************************************************
085500*    9530-CHECK-PREDECESSOR                                      *
085600*    THE STEP AHEAD IN THE CHAIN MUST HAVE COMPLETED FOR THE     *
085700*    BUSINESS DATE.  THIS STEP MUST NOT HAVE COMPLETED FOR IT    *
085800*    ALREADY; A STARTED OR FAILED ROW IS A RERUN, AND ITS RUN    *
085900*    COUNT CARRIES ON.                                           *
086000******************************************************************
086100 9530-CHECK-PREDECESSOR SECTION.
086200 9530-CHECK-PREDECESSOR-PARA.
086300     MOVE WS-RUN-DATE TO RCL-BUSINESS-DATE
086400     MOVE WS-RCL-PREDECESSOR TO RCL-STEP-NAME
086500     READ RUN-CONTROL-FILE
086600         INVALID KEY
086700             MOVE SPACE TO RCL-STEP-STATUS
086800     END-READ
086900     IF NOT RCL-STEP-COMPLETE
087000         DISPLAY 'ARSTMT CANNOT START - '
087100             'ARBAL HAS NOT COMPLETED FOR BUSINESS DATE '
087200             WS-RUN-DATE
087300         PERFORM 9590-REFUSE-START THRU 9590-EXIT
087400     END-IF
087500     MOVE WS-RUN-DATE TO RCL-BUSINESS-DATE
087600     MOVE WS-RCL-STEP-NAME TO RCL-STEP-NAME
087700     READ RUN-CONTROL-FILE
087800         INVALID KEY
087900             MOVE SPACE TO RCL-STEP-STATUS
088000             MOVE ZERO TO RCL-RUN-COUNT
088100     END-READ
088200     IF RCL-STEP-COMPLETE
088300         DISPLAY 'ARSTMT CANNOT START - ALREADY COMPLETE FOR '
088400             'BUSINESS DATE ' WS-RUN-DATE
088500         PERFORM 9590-REFUSE-START THRU 9590-EXIT
088600     END-IF
088700     MOVE RCL-RUN-COUNT TO WS-RCL-RUN-COUNT.
088800 9530-EXIT.
088900     EXIT.
089000*
089100******************************************************************
089200*    9540-CHECK-HANDOFF                                          *
089300*    EVERY INPUT WITH A SOURCE STEP MUST CARRY THE SAME RECORD   *
089400*    COUNT AND TOTAL AS THE SOURCE STEP'S LEDGER ROW SHOWS FOR   *
089500*    THE SAME FILE ON THE BUSINESS DATE - ANYTHING ELSE IS NOT   *
089600*    THE GENERATION THE CHAIN HANDED ON.  A SOURCE ROW THAT DOES *
089700*    NOT NAME THE FILE CANNOT BE CHECKED AND IS PASSED.          *
089800******************************************************************
089900 9540-CHECK-HANDOFF SECTION.
090000 9540-CHECK-HANDOFF-PARA.
090100     PERFORM 9541-CHECK-ONE-HANDOFF THRU 9541-EXIT
090200         VARYING WS-RCF-IDX FROM 1 BY 1
090300         UNTIL WS-RCF-IDX > WS-RCF-COUNT.
090400 9540-EXIT.
090500     EXIT.
090600*
090700 9541-CHECK-ONE-HANDOFF SECTION.
090800 9541-CHECK-ONE-HANDOFF-PARA.
090900     IF WS-RCF-SOURCE(WS-RCF-IDX) = SPACES
091000         GO TO 9541-EXIT
091100     END-IF
091200     MOVE WS-RUN-DATE TO RCL-BUSINESS-DATE
091300     MOVE WS-RCF-SOURCE(WS-RCF-IDX) TO RCL-STEP-NAME
091400     READ RUN-CONTROL-FILE
091500         INVALID KEY
091600             MOVE ZERO TO RCL-FILE-COUNT
091700     END-READ
091800     MOVE 'N' TO WS-RCL-FOUND-SW
091900     MOVE 'N' TO WS-RCL-MATCH-SW
092000     IF RCL-FILE-COUNT > ZERO
092100         PERFORM 9542-MATCH-HANDOFF-ENTRY THRU 9542-EXIT
092200             VARYING RCL-FILE-IDX FROM 1 BY 1
092300             UNTIL RCL-FILE-IDX > RCL-FILE-COUNT
092400     END-IF
092500     IF NOT WS-RCL-FOUND OR WS-RCL-MATCH
092600         GO TO 9541-EXIT
092700     END-IF
092800     MOVE SPACES TO WS-RCL-MESSAGE
092900     STRING 'ARSTMT CANNOT START - '
093000                DELIMITED BY SIZE
093100            WS-RCF-NAME(WS-RCF-IDX)
093200                DELIMITED BY SPACE
093300            ' IS NOT THE GENERATION '
093400                DELIMITED BY SIZE
093500            WS-RCF-SOURCE(WS-RCF-IDX)
093600                DELIMITED BY SPACE
093700            ' LEFT FOR BUSINESS DATE '
093800                DELIMITED BY SIZE
093900            WS-RUN-DATE
094000                DELIMITED BY SIZE
094100         INTO WS-RCL-MESSAGE
094200     END-STRING
094300     DISPLAY WS-RCL-MESSAGE
094400     MOVE WS-RCL-WORK-RECORDS TO WS-RCL-SHOW-RECORDS
094500     MOVE WS-RCL-WORK-TOTAL TO WS-RCL-SHOW-TOTAL
094600     DISPLAY '    LEDGER SHOWS ' WS-RCL-SHOW-RECORDS
094700         ' RECORDS, TOTAL ' WS-RCL-SHOW-TOTAL
094800     MOVE WS-RCF-RECORDS(WS-RCF-IDX) TO WS-RCL-SHOW-RECORDS
094900     MOVE WS-RCF-TOTAL(WS-RCF-IDX) TO WS-RCL-SHOW-TOTAL
095000     DISPLAY '    FILE ON HAND ' WS-RCL-SHOW-RECORDS
095100         ' RECORDS, TOTAL ' WS-RCL-SHOW-TOTAL
095200     PERFORM 9590-REFUSE-START THRU 9590-EXIT.
095300 9541-EXIT.
095400     EXIT.
095500*
095600 9542-MATCH-HANDOFF-ENTRY SECTION.
095700 9542-MATCH-HANDOFF-ENTRY-PARA.
095800     IF RCL-FILE-NAME(RCL-FILE-IDX) = WS-RCF-NAME(WS-RCF-IDX)
095900         SET WS-RCL-FOUND TO TRUE
096000         MOVE RCL-FILE-RECORDS(RCL-FILE-IDX)
096100           TO WS-RCL-WORK-RECORDS
096200         MOVE RCL-FILE-TOTAL(RCL-FILE-IDX) TO WS-RCL-WORK-TOTAL
096300         IF RCL-FILE-RECORDS(RCL-FILE-IDX) =
096400                WS-RCF-RECORDS(WS-RCF-IDX)
096500          AND RCL-FILE-TOTAL(RCL-FILE-IDX) =
096600                WS-RCF-TOTAL(WS-RCF-IDX)
096700             SET WS-RCL-MATCH TO TRUE
096800         END-IF
096900     END-IF.
097000 9542-EXIT.
097100     EXIT.
097200*
097300******************************************************************
097400*    9550-CHECK-LAST-GENERATION                                  *
097500*    EVERY NON-EMPTY INPUT WITHOUT A SOURCE STEP IS CHECKED      *
097600*    AGAINST THIS STEP'S LAST COMPLETED RUN (ITS ZERO-DATE ROW). *
097700*    THE SAME RECORD COUNT AND TOTAL AS AN INPUT THAT RUN        *
097800*    CONSUMED MEANS THE OLD GENERATION WAS HANDED IN AGAIN -     *
097900*    UNLESS IT ALSO MATCHES THE CARRY FILE THAT RUN PRODUCED FOR *
098000*    IT, WHICH IS THE SWAP DONE RIGHT WITH NOTHING CHANGED.  NO  *
098100*    ZERO-DATE ROW MEANS A FIRST RUN.                            *
098200******************************************************************
098300 9550-CHECK-LAST-GENERATION SECTION.
098400 9550-CHECK-LAST-GENERATION-PARA.
098500     MOVE ZERO TO RCL-BUSINESS-DATE
098600     MOVE WS-RCL-STEP-NAME TO RCL-STEP-NAME
098700     READ RUN-CONTROL-FILE
098800         INVALID KEY
098900             GO TO 9550-EXIT
099000     END-READ
099100     MOVE RCL-LAST-BUSINESS-DATE TO WS-RCL-LAST-DATE
099200     PERFORM 9551-CHECK-ONE-GENERATION THRU 9551-EXIT
099300         VARYING WS-RCF-IDX FROM 1 BY 1
099400         UNTIL WS-RCF-IDX > WS-RCF-COUNT.
099500 9550-EXIT.
099600     EXIT.
099700*
099800 9551-CHECK-ONE-GENERATION SECTION.
099900 9551-CHECK-ONE-GENERATION-PARA.
100000     IF WS-RCF-SOURCE(WS-RCF-IDX) NOT = SPACES
100100      OR WS-RCF-RECORDS(WS-RCF-IDX) = ZERO
100200         GO TO 9551-EXIT
100300     END-IF
100400     PERFORM 9552-MATCH-CONSUMED-ENTRY THRU 9552-EXIT
100500         VARYING RCL-FILE-IDX FROM 1 BY 1
100600         UNTIL RCL-FILE-IDX > RCL-FILE-COUNT
100700     IF WS-RCF-STALE(WS-RCF-IDX)
100800      AND WS-RCF-PARTNER(WS-RCF-IDX) NOT = SPACES
100900         PERFORM 9553-MATCH-PARTNER-ENTRY THRU 9553-EXIT
101000             VARYING RCL-FILE-IDX FROM 1 BY 1
101100             UNTIL RCL-FILE-IDX > RCL-FILE-COUNT
101200     END-IF
101300     IF NOT WS-RCF-STALE(WS-RCF-IDX)
101400         GO TO 9551-EXIT
101500     END-IF
101600     MOVE SPACES TO WS-RCL-MESSAGE
101700     STRING 'ARSTMT CANNOT START - '
101800                DELIMITED BY SIZE
101900            WS-RCF-NAME(WS-RCF-IDX)
102000                DELIMITED BY SPACE
102100            ' IS THE GENERATION ALREADY CONSUMED FOR '
102200                DELIMITED BY SIZE
102300            'BUSINESS DATE '
102400                DELIMITED BY SIZE
102500            WS-RCL-LAST-DATE
102600                DELIMITED BY SIZE
102700         INTO WS-RCL-MESSAGE
102800     END-STRING
102900     DISPLAY WS-RCL-MESSAGE
103000     IF WS-RCF-PARTNER(WS-RCF-IDX) NOT = SPACES
103100         MOVE SPACES TO WS-RCL-MESSAGE
103200         STRING '    SWAP IN THE '
103300                    DELIMITED BY SIZE
103400                WS-RCF-PARTNER(WS-RCF-IDX)
103500                    DELIMITED BY SPACE
103600                ' THAT RUN PRODUCED AS '
103700                    DELIMITED BY SIZE
103800                WS-RCF-NAME(WS-RCF-IDX)
103900                    DELIMITED BY SPACE
104000             INTO WS-RCL-MESSAGE
104100         END-STRING
104200         DISPLAY WS-RCL-MESSAGE
104300     END-IF
104400     PERFORM 9590-REFUSE-START THRU 9590-EXIT.
104500 9551-EXIT.
104600     EXIT.
104700*
104800 9552-MATCH-CONSUMED-ENTRY SECTION.
104900 9552-MATCH-CONSUMED-ENTRY-PARA.
105000     IF RCL-FILE-CONSUMED(RCL-FILE-IDX)
105100      AND RCL-FILE-NAME(RCL-FILE-IDX) = WS-RCF-NAME(WS-RCF-IDX)
105200      AND RCL-FILE-RECORDS(RCL-FILE-IDX) =
105300             WS-RCF-RECORDS(WS-RCF-IDX)
105400      AND RCL-FILE-TOTAL(RCL-FILE-IDX) = WS-RCF-TOTAL(WS-RCF-IDX)
105500         MOVE 'Y' TO WS-RCF-STALE-SW(WS-RCF-IDX)
105600     END-IF.
105700 9552-EXIT.
105800     EXIT.
105900*
106000 9553-MATCH-PARTNER-ENTRY SECTION.
106100 9553-MATCH-PARTNER-ENTRY-PARA.
106200     IF RCL-FILE-PRODUCED(RCL-FILE-IDX)
106300      AND RCL-FILE-NAME(RCL-FILE-IDX) = WS-RCF-PARTNER(WS-RCF-IDX)
106400      AND RCL-FILE-RECORDS(RCL-FILE-IDX) =
106500             WS-RCF-RECORDS(WS-RCF-IDX)
106600      AND RCL-FILE-TOTAL(RCL-FILE-IDX) = WS-RCF-TOTAL(WS-RCF-IDX)
106700         MOVE 'N' TO WS-RCF-STALE-SW(WS-RCF-IDX)
106800     END-IF.
106900 9553-EXIT.
107000     EXIT.
107100*
107200******************************************************************
107300*    9560-RECORD-STEP-START                                      *
107400*    WRITES THIS STEP'S ROW FOR THE BUSINESS DATE AS STARTED,    *
107500*    WITH THE START TIME AND THE INPUTS' COUNTS AND TOTALS.      *
107600******************************************************************
107700 9560-RECORD-STEP-START SECTION.
107800 9560-RECORD-STEP-START-PARA.
107900     ADD 1 TO WS-RCL-RUN-COUNT
108000     MOVE 'S' TO WS-RCL-STEP-STATUS
108100     MOVE ZERO TO WS-RCL-END-DATE
108200     MOVE ZERO TO WS-RCL-END-TIME
108300     MOVE ZERO TO WS-RCL-RETURN-CODE
108400     PERFORM 9570-BUILD-STEP-ROW THRU 9570-EXIT
108500     PERFORM 9580-PUT-STEP-ROW THRU 9580-EXIT
108600     DISPLAY 'RUN CONTROL: ARSTMT STARTED FOR BUSINESS DATE '
108700         WS-RUN-DATE.
108800 9560-EXIT.
108900     EXIT.
109000*
109100******************************************************************
109200*    9570-BUILD-STEP-ROW                                         *
109300*    BUILDS THIS STEP'S LEDGER ROW FOR THE BUSINESS DATE FROM    *
109400*    THE RUN-CONTROL FIELDS AND THE FILE TABLE.                  *
109500******************************************************************
109600 9570-BUILD-STEP-ROW SECTION.
109700 9570-BUILD-STEP-ROW-PARA.
109800     INITIALIZE RCL-RECORD
109900     MOVE WS-RUN-DATE TO RCL-BUSINESS-DATE
110000     MOVE WS-RCL-STEP-NAME TO RCL-STEP-NAME
110100     MOVE WS-RCL-STEP-STATUS TO RCL-STEP-STATUS
110200     MOVE WS-RCL-RUN-COUNT TO RCL-RUN-COUNT
110300     MOVE WS-RCL-START-DATE TO RCL-START-DATE
110400     MOVE WS-RCL-START-TIME TO RCL-START-TIME
110500     MOVE WS-RCL-END-DATE TO RCL-END-DATE
110600     MOVE WS-RCL-END-TIME TO RCL-END-TIME
110700     MOVE WS-RCL-RETURN-CODE TO RCL-RETURN-CODE
110800     MOVE WS-RUN-DATE TO RCL-LAST-BUSINESS-DATE
110900     MOVE WS-RCF-COUNT TO RCL-FILE-COUNT
111000     PERFORM 9575-MOVE-FILE-ENTRY THRU 9575-EXIT
111100         VARYING WS-RCF-IDX FROM 1 BY 1
111200         UNTIL WS-RCF-IDX > WS-RCF-COUNT.
111300 9570-EXIT.
111400     EXIT.
111500*
111600 9575-MOVE-FILE-ENTRY SECTION.
111700 9575-MOVE-FILE-ENTRY-PARA.
111800     SET RCL-FILE-IDX TO WS-RCF-IDX
111900     MOVE WS-RCF-NAME(WS-RCF-IDX) TO RCL-FILE-NAME(RCL-FILE-IDX)
112000     MOVE WS-RCF-USE(WS-RCF-IDX) TO RCL-FILE-USE(RCL-FILE-IDX)
112100     MOVE WS-RCF-RECORDS(WS-RCF-IDX)
112200       TO RCL-FILE-RECORDS(RCL-FILE-IDX)
112300     MOVE WS-RCF-TOTAL(WS-RCF-IDX)
112400       TO RCL-FILE-TOTAL(RCL-FILE-IDX).
112500 9575-EXIT.
112600     EXIT.
112700*
112800******************************************************************
112900*    9580-PUT-STEP-ROW                                           *
113000*    ADDS THE ROW IN RCL-RECORD TO THE LEDGER, OR REPLACES IT IF *
113100*    ITS KEY IS ALREADY THERE.                                   *
113200******************************************************************
113300 9580-PUT-STEP-ROW SECTION.
113400 9580-PUT-STEP-ROW-PARA.
113500     WRITE RCL-RECORD
113600         INVALID KEY
113700             REWRITE RCL-RECORD
113800                 INVALID KEY
113900                     DISPLAY 'RUN-CONTROL LEDGER WILL NOT '
114000                         'UPDATE - STATUS ' WS-RCL-FILE-STATUS
114100                     MOVE 16 TO RETURN-CODE
114200                     STOP RUN
114300             END-REWRITE
114400     END-WRITE.
114500 9580-EXIT.
114600     EXIT.
114700*
114800******************************************************************
114900*    9590-REFUSE-START                                           *
115000*    ENDS A STEP THAT FAILED A RUN-CONTROL CHECK WITH RETURN-    *
115100*    CODE 16 BEFORE IT HAS TOUCHED A FILE.  THE LEDGER IS LEFT   *
115200*    AS IT WAS.                                                  *
115300******************************************************************
115400 9590-REFUSE-START SECTION.
115500 9590-REFUSE-START-PARA.
115600     DISPLAY 'ARSTMT NOT STARTED - NOTHING PROCESSED'
115700     CLOSE RUN-CONTROL-FILE
115800     MOVE 16 TO RETURN-CODE
115900     STOP RUN.
116000 9590-EXIT.
116100     EXIT.
116200*
116300******************************************************************
116400*    9600-END-RUN-CONTROL                                        *
116500*    RECORDS THE END OF THE STEP ON THE LEDGER - END TIME,       *
116600*    RETURN CODE.  BELOW RETURN-CODE 16 THE STEP IS COMPLETE AND *
116700*    ITS ROW IS ALSO COPIED TO ITS ZERO-DATE ROW FOR THE NEXT    *
116800*    RUN'S GENERATION CHECK; AT 16 IT IS FAILED, WHICH HOLDS THE *
116900*    NEXT STEP UNTIL A RERUN COMPLETES.                          *
117000******************************************************************
117100 9600-END-RUN-CONTROL SECTION.
117200 9600-END-RUN-CONTROL-PARA.
117300     ACCEPT WS-RCL-END-DATE FROM DATE YYYYMMDD
117400     ACCEPT WS-RCL-END-TIME FROM TIME
117500     MOVE RETURN-CODE TO WS-RCL-RETURN-CODE
117600     IF RETURN-CODE < 16
117700         MOVE 'C' TO WS-RCL-STEP-STATUS
117800     ELSE
117900         MOVE 'F' TO WS-RCL-STEP-STATUS
118000     END-IF
118100     PERFORM 9520-OPEN-RUN-CONTROL THRU 9520-EXIT
118200     PERFORM 9570-BUILD-STEP-ROW THRU 9570-EXIT
118300     PERFORM 9580-PUT-STEP-ROW THRU 9580-EXIT
118400     IF WS-RCL-STEP-COMPLETE
118500         MOVE ZERO TO RCL-BUSINESS-DATE
118600         PERFORM 9580-PUT-STEP-ROW THRU 9580-EXIT
118700     END-IF
118800     CLOSE RUN-CONTROL-FILE
118900     PERFORM 9610-DISPLAY-FILE-ENTRY THRU 9610-EXIT
119000         VARYING WS-RCF-IDX FROM 1 BY 1
119100         UNTIL WS-RCF-IDX > WS-RCF-COUNT
119200     IF WS-RCL-STEP-COMPLETE
119300         DISPLAY 'RUN CONTROL: ARSTMT COMPLETE FOR '
119400             'BUSINESS DATE ' WS-RUN-DATE ' RETURN CODE '
119500             WS-RCL-RETURN-CODE
119600     ELSE
119700         DISPLAY 'RUN CONTROL: ARSTMT FAILED FOR '
119800             'BUSINESS DATE ' WS-RUN-DATE ' RETURN CODE '
119900             WS-RCL-RETURN-CODE
120000     END-IF.
120100 9600-EXIT.
120200     EXIT.
120300*
120400 9610-DISPLAY-FILE-ENTRY SECTION.
120500 9610-DISPLAY-FILE-ENTRY-PARA.
120600     MOVE WS-RCF-RECORDS(WS-RCF-IDX) TO WS-RCL-SHOW-RECORDS
120700     MOVE WS-RCF-TOTAL(WS-RCF-IDX) TO WS-RCL-SHOW-TOTAL
120800     IF WS-RCF-CONSUMED(WS-RCF-IDX)
120900         DISPLAY 'RUN CONTROL: CONSUMED ' WS-RCF-NAME(WS-RCF-IDX)
121000             WS-RCL-SHOW-RECORDS ' RECORDS, TOTAL '
121100             WS-RCL-SHOW-TOTAL
121200     ELSE
121300         DISPLAY 'RUN CONTROL: PRODUCED ' WS-RCF-NAME(WS-RCF-IDX)
121400             WS-RCL-SHOW-RECORDS ' RECORDS, TOTAL '
121500             WS-RCL-SHOW-TOTAL
121600     END-IF.
121700 9610-EXIT.
121800     EXIT.
121900*
122000******************************************************************
122100*    9700-MEASURE-INPUTS                                         *
122200*    COUNTS AND TOTALS EVERY FILE THIS STEP CONSUMES - OPENITEM, *
122300*    AREXTFL, CASHRCPT, UNAPCASH AND RFNDDTL.  OPENITEM,         *
122400*    AREXTFL, CASHRCPT, UNAPCASH AND RFNDDTL ARE CHECKED AGAINST *
122500*    THIS STEP'S LAST RUN.                                       *
122600******************************************************************
122700 9700-MEASURE-INPUTS SECTION.
122800 9700-MEASURE-INPUTS-PARA.
122900     MOVE SPACES TO WS-RCL-WORK-SOURCE
123000     MOVE SPACES TO WS-RCL-WORK-PARTNER
123100     PERFORM 9810-COUNT-OPEN-ITEMS THRU 9810-EXIT
123200     PERFORM 9820-COUNT-AR-EXTRACT THRU 9820-EXIT
123300     PERFORM 9830-COUNT-CASH-RECEIPTS THRU 9830-EXIT
123400     PERFORM 9840-COUNT-UNAPPLIED-CASH THRU 9840-EXIT
123500     PERFORM 9850-COUNT-REFUND-DETAIL THRU 9850-EXIT.
123600 9700-EXIT.
123700     EXIT.
123800*
123900******************************************************************
124000*    9790-ADD-FILE-ENTRY                                         *
124100*    ADDS THE FILE JUST COUNTED TO THE RUN-CONTROL FILE TABLE.   *
124200******************************************************************
124300 9790-ADD-FILE-ENTRY SECTION.
124400 9790-ADD-FILE-ENTRY-PARA.
124500     ADD 1 TO WS-RCF-COUNT
124600     SET WS-RCF-IDX TO WS-RCF-COUNT
124700     MOVE WS-RCL-WORK-NAME TO WS-RCF-NAME(WS-RCF-IDX)
124800     MOVE WS-RCL-WORK-USE TO WS-RCF-USE(WS-RCF-IDX)
124900     MOVE WS-RCL-WORK-SOURCE TO WS-RCF-SOURCE(WS-RCF-IDX)
125000     MOVE WS-RCL-WORK-PARTNER TO WS-RCF-PARTNER(WS-RCF-IDX)
125100     MOVE WS-RCL-WORK-RECORDS TO WS-RCF-RECORDS(WS-RCF-IDX)
125200     MOVE WS-RCL-WORK-TOTAL TO WS-RCF-TOTAL(WS-RCF-IDX)
125300     MOVE 'N' TO WS-RCF-STALE-SW(WS-RCF-IDX).
125400 9790-EXIT.
125500     EXIT.
125600*
125700******************************************************************
125800*    9810-COUNT-OPEN-ITEMS                                       *
125900*    COUNTS THE OPEN ITEMS (OPENITEM) FOR THE LEDGER, TOTALLING  *
126000*    THE OPEN BALANCES.  A FILE NOT ON HAND COUNTS AS EMPTY.     *
126100******************************************************************
126200 9810-COUNT-OPEN-ITEMS SECTION.
126300 9810-COUNT-OPEN-ITEMS-PARA.
126400     MOVE 'OPENITEM' TO WS-RCL-WORK-NAME
126500     MOVE ZERO TO WS-RCL-WORK-RECORDS
126600     MOVE ZERO TO WS-RCL-WORK-TOTAL
126700     MOVE 'N' TO WS-RCL-EOF-SW
126800     OPEN INPUT OPEN-ITEM-FILE
126900     IF WS-OPEN-FILE-STATUS = '00'
127000         PERFORM 9811-ADD-OPEN-ITEM THRU 9811-EXIT
127100             UNTIL WS-RCL-EOF
127200         CLOSE OPEN-ITEM-FILE
127300     END-IF
127400     PERFORM 9790-ADD-FILE-ENTRY THRU 9790-EXIT.
127500 9810-EXIT.
127600     EXIT.
127700*
127800 9811-ADD-OPEN-ITEM SECTION.
127900 9811-ADD-OPEN-ITEM-PARA.
128000     READ OPEN-ITEM-FILE
128100         AT END
128200             SET WS-RCL-EOF TO TRUE
128300     END-READ
128400     IF NOT WS-RCL-EOF
128500         ADD 1 TO WS-RCL-WORK-RECORDS
128600         ADD OPN-OPEN-BALANCE TO WS-RCL-WORK-TOTAL
128700     END-IF.
128800 9811-EXIT.
128900     EXIT.
129000*
129100******************************************************************
129200*    9820-COUNT-AR-EXTRACT                                       *
129300*    COUNTS THE AR EXTRACT (AREXTFL) FOR THE LEDGER, TOTALLING   *
129400*    THE FINAL TOTALS.  A FILE NOT ON HAND COUNTS AS EMPTY.      *
129500******************************************************************
129600 9820-COUNT-AR-EXTRACT SECTION.
129700 9820-COUNT-AR-EXTRACT-PARA.
129800     MOVE 'AREXTFL' TO WS-RCL-WORK-NAME
129900     MOVE ZERO TO WS-RCL-WORK-RECORDS
130000     MOVE ZERO TO WS-RCL-WORK-TOTAL
130100     MOVE 'N' TO WS-RCL-EOF-SW
130200     OPEN INPUT AR-EXTRACT-FILE
130300     IF WS-EXTR-FILE-STATUS = '00'
130400         PERFORM 9821-ADD-EXTRACT-RECORD THRU 9821-EXIT
130500             UNTIL WS-RCL-EOF
130600         CLOSE AR-EXTRACT-FILE
130700     END-IF
130800     PERFORM 9790-ADD-FILE-ENTRY THRU 9790-EXIT.
130900 9820-EXIT.
131000     EXIT.
131100*
131200 9821-ADD-EXTRACT-RECORD SECTION.
131300 9821-ADD-EXTRACT-RECORD-PARA.
131400     READ AR-EXTRACT-FILE
131500         AT END
131600             SET WS-RCL-EOF TO TRUE
131700     END-READ
131800     IF NOT WS-RCL-EOF
131900         ADD 1 TO WS-RCL-WORK-RECORDS
132000         ADD EXT-FINAL-TOTAL TO WS-RCL-WORK-TOTAL
132100     END-IF.
132200 9821-EXIT.
132300     EXIT.
132400*
132500******************************************************************
132600*    9830-COUNT-CASH-RECEIPTS                                    *
132700*    COUNTS THE CASH RECEIPTS (CASHRCPT) FOR THE LEDGER,         *
132800*    TOTALLING THE RECEIPT AMOUNTS.  A FILE NOT ON HAND COUNTS   *
132900*    AS EMPTY.                                                   *
133000******************************************************************
133100 9830-COUNT-CASH-RECEIPTS SECTION.
133200 9830-COUNT-CASH-RECEIPTS-PARA.
133300     MOVE 'CASHRCPT' TO WS-RCL-WORK-NAME
133400     MOVE ZERO TO WS-RCL-WORK-RECORDS
133500     MOVE ZERO TO WS-RCL-WORK-TOTAL
133600     MOVE 'N' TO WS-RCL-EOF-SW
133700     OPEN INPUT CASH-RECEIPTS-FILE
133800     IF WS-RCPT-FILE-STATUS = '00'
133900         PERFORM 9831-ADD-RECEIPT THRU 9831-EXIT
134000             UNTIL WS-RCL-EOF
134100         CLOSE CASH-RECEIPTS-FILE
134200     END-IF
134300     PERFORM 9790-ADD-FILE-ENTRY THRU 9790-EXIT.
134400 9830-EXIT.
134500     EXIT.
134600*
134700 9831-ADD-RECEIPT SECTION.
134800 9831-ADD-RECEIPT-PARA.
134900     READ CASH-RECEIPTS-FILE
135000         AT END
135100             SET WS-RCL-EOF TO TRUE
135200     END-READ
135300     IF NOT WS-RCL-EOF
135400         ADD 1 TO WS-RCL-WORK-RECORDS
135500         ADD RCP-AMOUNT TO WS-RCL-WORK-TOTAL
135600     END-IF.
135700 9831-EXIT.
135800     EXIT.
135900*
136000******************************************************************
136100*    9840-COUNT-UNAPPLIED-CASH                                   *
136200*    COUNTS THE UNAPPLIED CASH (UNAPCASH) FOR THE LEDGER,        *
136300*    TOTALLING THE UNAPPLIED AMOUNTS.  A FILE NOT ON HAND COUNTS *
136400*    AS EMPTY.                                                   *
136500******************************************************************
136600 9840-COUNT-UNAPPLIED-CASH SECTION.
136700 9840-COUNT-UNAPPLIED-CASH-PARA.
136800     MOVE 'UNAPCASH' TO WS-RCL-WORK-NAME
136900     MOVE ZERO TO WS-RCL-WORK-RECORDS
137000     MOVE ZERO TO WS-RCL-WORK-TOTAL
137100     MOVE 'N' TO WS-RCL-EOF-SW
137200     OPEN INPUT UNAPPLIED-CASH-FILE
137300     IF WS-UNAP-FILE-STATUS = '00'
137400         PERFORM 9841-ADD-UNAPPLIED-ITEM THRU 9841-EXIT
137500             UNTIL WS-RCL-EOF
137600         CLOSE UNAPPLIED-CASH-FILE
137700     END-IF
137800     PERFORM 9790-ADD-FILE-ENTRY THRU 9790-EXIT.
137900 9840-EXIT.
138000     EXIT.
138100*
138200 9841-ADD-UNAPPLIED-ITEM SECTION.
138300 9841-ADD-UNAPPLIED-ITEM-PARA.
138400     READ UNAPPLIED-CASH-FILE
138500         AT END
138600             SET WS-RCL-EOF TO TRUE
138700     END-READ
138800     IF NOT WS-RCL-EOF
138900         ADD 1 TO WS-RCL-WORK-RECORDS
139000         ADD UNA-AMOUNT TO WS-RCL-WORK-TOTAL
139100     END-IF.
139200 9841-EXIT.
139300     EXIT.
139400*
139500******************************************************************
139600*    9850-COUNT-REFUND-DETAIL                                    *
139700*    COUNTS THE REFUND DETAIL (RFNDDTL) FOR THE LEDGER,          *
139800*    TOTALLING THE REFUND AMOUNTS.  A FILE NOT ON HAND COUNTS AS *
139900*    EMPTY.                                                      *
140000******************************************************************
140100 9850-COUNT-REFUND-DETAIL SECTION.
140200 9850-COUNT-REFUND-DETAIL-PARA.
140300     MOVE 'RFNDDTL' TO WS-RCL-WORK-NAME
140400     MOVE ZERO TO WS-RCL-WORK-RECORDS
140500     MOVE ZERO TO WS-RCL-WORK-TOTAL
140600     MOVE 'N' TO WS-RCL-EOF-SW
140700     OPEN INPUT REFUND-DETAIL-FILE
140800     IF WS-RFND-FILE-STATUS = '00'
140900         PERFORM 9851-ADD-REFUND-RECORD THRU 9851-EXIT
141000             UNTIL WS-RCL-EOF
141100         CLOSE REFUND-DETAIL-FILE
141200     END-IF
141300     PERFORM 9790-ADD-FILE-ENTRY THRU 9790-EXIT.
141400 9850-EXIT.
141500     EXIT.
141600*
141700 9851-ADD-REFUND-RECORD SECTION.
141800 9851-ADD-REFUND-RECORD-PARA.
141900     READ REFUND-DETAIL-FILE
142000         AT END
142100             SET WS-RCL-EOF TO TRUE
142200     END-READ
142300     IF NOT WS-RCL-EOF
142400         ADD 1 TO WS-RCL-WORK-RECORDS
142500         ADD RFD-AMOUNT TO WS-RCL-WORK-TOTAL
142600     END-IF.
142700 9851-EXIT.
142800     EXIT.
142900*
143000 END PROGRAM ARSTMT.
