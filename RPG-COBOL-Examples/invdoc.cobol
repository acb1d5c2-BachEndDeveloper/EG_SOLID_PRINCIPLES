000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    INVDOC.
000300 AUTHOR.        R HALVORSEN.
000400 INSTALLATION.  BILLING SYSTEMS.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700******************************************************************
000800*    MODIFICATION HISTORY                                        *
000900*    --------------------                                        *
001000*    2026-10-15  RH  ORIGINAL CUSTOMER DOCUMENT RUN, STEPPED     *
001100*                    RIGHT AFTER THE INVOICE RUN THE WAY FINCHG  *
001200*                    FOLLOWS ARBAL.  PRODUCES THE DOCUMENT THE   *
001300*                    CUSTOMER RECEIVES FOR EVERY INVOICE THE     *
001400*                    INVOICE RUN POSTED - ONE PER AR EXTRACT     *
001500*                    ROW, PRICED FROM THAT INVOICE'S AUDIT ROW:  *
001600*                    OUR INVOICE NUMBER AND DATE, THE CUSTOMER'S *
001700*                    NAME AND BILL-TO ADDRESS FROM THE MASTER,   *
001800*                    THE AMOUNT IN THE BILLING CURRENCY, THE     *
001900*                    DISCOUNT, THE STATE AND LOCAL TAX BY TAXING *
002000*                    AUTHORITY AND THE TOTAL DUE.  A CREDIT      *
002100*                    MEMO, OR THE VOID OF AN INVOICE, IS A       *
002200*                    CREDIT DOCUMENT.  CUSTOMERS FLAGGED ON THE  *
002300*                    MASTER AS EDI TRADING PARTNERS GET THE SAME *
002400*                    CONTENT AS AN 810 ON THE OUTBOUND EDI810    *
002500*                    FILE, ONE INTERCHANGE PER DOCUMENT UNDER A  *
002600*                    CONTROL NUMBER FROM EDICTL; EVERYONE ELSE   *
002700*                    GETS PAPER ON INVDOCS.  EVERY DOCUMENT IS   *
002800*                    LOGGED ON DLVLOG, PAPER OR EDI.  RUNS ON    *
002900*                    THE RUN-CONTROL LEDGER AFTER INVOICE,       *
003000*                    AGAINST THE AREXTFL AND AUDITFL IT LEFT     *
003100*                    THERE.                                      *
003200******************************************************************
003300 ENVIRONMENT DIVISION.
003400 CONFIGURATION SECTION.
003500 SOURCE-COMPUTER.   IBM-370.
003600 OBJECT-COMPUTER.   IBM-370.
003700 INPUT-OUTPUT SECTION.
003800 FILE-CONTROL.
003900     SELECT AR-EXTRACT-FILE ASSIGN TO "AREXTFL"
004000         ORGANIZATION IS LINE SEQUENTIAL
004100         FILE STATUS IS WS-EXTR-FILE-STATUS.
004200     SELECT AUDIT-FILE ASSIGN TO "AUDITFL"
004300         ORGANIZATION IS LINE SEQUENTIAL
004400         FILE STATUS IS WS-AUDIT-FILE-STATUS.
004500     SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTFILE"
004600         ORGANIZATION IS INDEXED
004700         ACCESS MODE IS RANDOM
004800         RECORD KEY IS CUS-CUSTOMER-NUMBER
004900         FILE STATUS IS WS-CUST-FILE-STATUS.
005000     SELECT TAX-JURISDICTION-FILE ASSIGN TO "TAXJUR"
005100         ORGANIZATION IS LINE SEQUENTIAL
005200         FILE STATUS IS WS-TXJ-FILE-STATUS.
005300     SELECT EDI-CONTROL-FILE ASSIGN TO "EDICTL"
005400         ORGANIZATION IS LINE SEQUENTIAL
005500         FILE STATUS IS WS-CTL-FILE-STATUS.
005600     SELECT INVOICE-DOCUMENT-FILE ASSIGN TO "INVDOCS"
005700         ORGANIZATION IS LINE SEQUENTIAL.
005800     SELECT EDI-INVOICE-FILE ASSIGN TO "EDI810"
005900         ORGANIZATION IS LINE SEQUENTIAL.
006000     SELECT DELIVERY-LOG-FILE ASSIGN TO "DLVLOG"
006100         ORGANIZATION IS LINE SEQUENTIAL.
006200     SELECT BUSINESS-DATE-FILE ASSIGN TO "BIZDATE"
006300         ORGANIZATION IS LINE SEQUENTIAL
006400         FILE STATUS IS WS-BDC-FILE-STATUS.
006500     SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
006600         ORGANIZATION IS INDEXED
006700         ACCESS MODE IS RANDOM
006800         RECORD KEY IS RCL-KEY
006900         FILE STATUS IS WS-RCL-FILE-STATUS.
007000*
007100 DATA DIVISION.
007200 FILE SECTION.
007300 FD  AR-EXTRACT-FILE
007400     LABEL RECORDS ARE STANDARD.
007500 COPY "arextr.cpy".
007600*
007700 FD  AUDIT-FILE
007800     LABEL RECORDS ARE STANDARD.
007900 COPY "auditrec.cpy".
008000*
008100 FD  CUSTOMER-MASTER-FILE
008200     LABEL RECORDS ARE STANDARD.
008300 COPY "custrec.cpy".
008400*
008500 FD  TAX-JURISDICTION-FILE
008600     LABEL RECORDS ARE STANDARD.
008700 COPY "taxjur.cpy".
008800*
008900 FD  EDI-CONTROL-FILE
009000     LABEL RECORDS ARE STANDARD.
009100 COPY "edictl.cpy".
009200*
009300 FD  INVOICE-DOCUMENT-FILE
009400     LABEL RECORDS ARE STANDARD.
009500 01  DOC-LINE                   PIC X(100).
009600*
009700*    ONE X12 SEGMENT PER RECORD, ELEMENTS SEPARATED BY '*' AND
009800*    ENDED BY '~'.
009900 FD  EDI-INVOICE-FILE
010000     LABEL RECORDS ARE STANDARD.
010100 01  EDI-SEGMENT                PIC X(120).
010200*
010300 FD  DELIVERY-LOG-FILE
010400     LABEL RECORDS ARE STANDARD.
010500 COPY "dlvlog.cpy".
010600*
010700 FD  BUSINESS-DATE-FILE
010800     LABEL RECORDS ARE STANDARD.
010900 COPY "bizdate.cpy".
011000*
011100 FD  RUN-CONTROL-FILE
011200     LABEL RECORDS ARE STANDARD.
011300 COPY "runctl.cpy".
011400*
011500 WORKING-STORAGE SECTION.
011600 01  WS-EXTR-FILE-STATUS        PIC X(02) VALUE SPACES.
011700 01  WS-AUDIT-FILE-STATUS       PIC X(02) VALUE SPACES.
011800 01  WS-CUST-FILE-STATUS        PIC X(02) VALUE SPACES.
011900 01  WS-TXJ-FILE-STATUS         PIC X(02) VALUE SPACES.
012000 01  WS-CTL-FILE-STATUS         PIC X(02) VALUE SPACES.
012100*
012200 01  WS-SWITCHES.
012300     05  WS-EOF-EXTRACT-SW      PIC X(01) VALUE 'N'.
012400         88  WS-EOF-EXTRACT             VALUE 'Y'.
012500     05  WS-EOF-AUDIT-SW        PIC X(01) VALUE 'N'.
012600         88  WS-EOF-AUDIT               VALUE 'Y'.
012700     05  WS-EOF-TXJ-SW          PIC X(01) VALUE 'N'.
012800         88  WS-EOF-TXJ                 VALUE 'Y'.
012900     05  WS-EXTRACT-OPEN-SW     PIC X(01) VALUE 'N'.
013000         88  WS-EXTRACT-OPEN            VALUE 'Y'.
013100     05  WS-EDI-READY-SW        PIC X(01) VALUE 'N'.
013200         88  WS-EDI-READY               VALUE 'Y'.
013300     05  WS-AUD-FOUND-SW        PIC X(01) VALUE 'N'.
013400         88  WS-AUD-FOUND               VALUE 'Y'.
013500     05  WS-TXJ-FOUND-SW        PIC X(01) VALUE 'N'.
013600         88  WS-TXJ-FOUND               VALUE 'Y'.
013700*
013800 01  WS-DATE-TIME-FIELDS.
013900     05  WS-RUN-DATE            PIC 9(08).
014000     05  WS-RUN-DATE-PARTS REDEFINES WS-RUN-DATE.
014100         10  WS-RUN-CENTURY           PIC 9(02).
014200         10  WS-RUN-YYMMDD            PIC 9(06).
014300     05  WS-RUN-TIME            PIC 9(08).
014400     05  WS-RUN-TIME-PARTS REDEFINES WS-RUN-TIME.
014500         10  WS-RUN-HHMM              PIC 9(04).
014600         10  FILLER                   PIC 9(04).
014700*
014800*    THE CURRENCY THE INVOICE RUN PRICES DISCOUNT, TAX AND TOTAL
014900*    IN.  A BLANK BILLING CURRENCY ON THE AUDIT ROW IS THIS ONE.
015000 77  WS-HOME-CURRENCY           PIC X(03) VALUE 'USD'.
015100*
015200 77  WS-EXTRACT-READ            PIC 9(07) VALUE ZERO.
015300 77  WS-AUDIT-ROWS-LOADED       PIC 9(07) VALUE ZERO.
015400 77  WS-PAPER-INVOICE-COUNT     PIC 9(07) VALUE ZERO.
015500 77  WS-PAPER-CREDIT-COUNT      PIC 9(07) VALUE ZERO.
015600 77  WS-EDI-INVOICE-COUNT       PIC 9(07) VALUE ZERO.
015700 77  WS-EDI-CREDIT-COUNT        PIC 9(07) VALUE ZERO.
015800 77  WS-EDI-FALLBACK-COUNT      PIC 9(07) VALUE ZERO.
015900 77  WS-NOT-ON-FILE-COUNT       PIC 9(07) VALUE ZERO.
016000 77  WS-NO-ADDRESS-COUNT        PIC 9(07) VALUE ZERO.
016100 77  WS-EDI-SEGMENTS-WRITTEN    PIC 9(09) VALUE ZERO.
016200*
016300 01  WS-DISPOSITION-TOTALS.
016400     05  WS-INVOICE-TOTAL       PIC S9(11)V99 VALUE ZERO.
016500     05  WS-CREDIT-TOTAL        PIC S9(11)V99 VALUE ZERO.
016600 01  WS-SHOW-AMOUNT             PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
016700*
016800 01  WS-LOOKUP-INVOICE          PIC 9(07) VALUE ZERO.
016900 01  WS-LOOKUP-TAX-STATE        PIC X(02) VALUE SPACES.
017000 01  WS-LOOKUP-TAX-LOCAL        PIC X(04) VALUE SPACES.
017100*
017200*    THE DOCUMENT IN HAND - CREDIT OR INVOICE, PAPER OR EDI, THE
017300*    TOTAL AS A POSITIVE AMOUNT UNDER ITS CAPTION, THE BILL-TO
017400*    PARTY, AND THE NOTE FOR THE DELIVERY LOG.
017500 01  WS-DOCUMENT-FIELDS.
017600     05  WS-DOC-KIND            PIC X(01) VALUE SPACE.
017700         88  WS-DOC-IS-INVOICE          VALUE 'I'.
017800         88  WS-DOC-IS-CREDIT           VALUE 'C'.
017900     05  WS-DOC-METHOD          PIC X(01) VALUE SPACE.
018000         88  WS-DOC-BY-PAPER            VALUE 'P'.
018100         88  WS-DOC-BY-EDI              VALUE 'E'.
018200     05  WS-DOC-CURRENCY        PIC X(03) VALUE SPACES.
018300         88  WS-DOC-HOME-CURRENCY       VALUE SPACES 'USD'.
018400     05  WS-DOC-TOTAL           PIC 9(09)V99 VALUE ZERO.
018500     05  WS-DOC-INTERCHANGE     PIC 9(09) VALUE ZERO.
018600     05  WS-DOC-NOTE            PIC X(30) VALUE SPACES.
018700     05  WS-BILL-NAME           PIC X(30) VALUE SPACES.
018800     05  WS-BILL-ADDRESS-1      PIC X(30) VALUE SPACES.
018900     05  WS-BILL-ADDRESS-2      PIC X(30) VALUE SPACES.
019000     05  WS-BILL-CITY           PIC X(20) VALUE SPACES.
019100     05  WS-BILL-STATE          PIC X(02) VALUE SPACES.
019200     05  WS-BILL-ZIP            PIC X(10) VALUE SPACES.
019300     05  WS-BILL-PARTNER-ID     PIC X(15) VALUE SPACES.
019400*
019500*    TAXING AUTHORITIES IN FORCE FOR THE RUN DATE, KEYED BY
019600*    STATE/LOCAL CODE, LOADED AS THE INVOICE RUN LOADS THEM SO
019700*    EACH TAX LINE CAN NAME ITS AUTHORITY.  A FEED THAT WOULD
019800*    OVERFLOW THE TABLE ABENDS.
019900 01  WS-TXJ-TABLE-AREA.
020000     05  WS-TXJ-TABLE-COUNT     PIC 9(04) VALUE ZERO.
020100     05  WS-TXJ-ENTRY OCCURS 1 TO 100 TIMES
020200                      DEPENDING ON WS-TXJ-TABLE-COUNT
020300                      INDEXED BY WS-TXJ-IDX.
020400         10  WS-TXJ-STATE             PIC X(02).
020500         10  WS-TXJ-LOCAL             PIC X(04).
020600         10  WS-TXJ-AUTHORITY         PIC X(20).
020700         10  WS-TXJ-EFFECTIVE-DATE    PIC 9(08).
020800*
020900*    THE PRICING OF EVERY INVOICE POSTED FOR THE RUN DATE, FROM
021000*    ITS AUDIT ROW - BILLING CURRENCY AND AMOUNT, THE HOME
021100*    AMOUNT, AND THE DISCOUNT AND TAX SPLIT IN HOME CURRENCY.
021200*    A LATER ROW FOR THE SAME INVOICE REPLACES AN EARLIER ONE.
021300*    A RUN THAT WOULD OVERFLOW THE TABLE ABENDS.
021400 01  WS-AUD-TABLE-AREA.
021500     05  WS-AUD-TABLE-COUNT     PIC 9(05) VALUE ZERO.
021600     05  WS-AUD-ENTRY OCCURS 1 TO 10000 TIMES
021700                      DEPENDING ON WS-AUD-TABLE-COUNT
021800                      INDEXED BY WS-AUD-IDX.
021900         10  WS-AUD-INVOICE           PIC 9(07).
022000         10  WS-AUD-CURRENCY          PIC X(03).
022100         10  WS-AUD-ORIG-AMOUNT       PIC 9(07)V99.
022200         10  WS-AUD-HOME-AMOUNT       PIC 9(09)V99.
022300         10  WS-AUD-DISCOUNT          PIC S9(09)V99.
022400         10  WS-AUD-TAX-AMOUNT        PIC S9(09)V99.
022500         10  WS-AUD-STATE-CODE        PIC X(02).
022600         10  WS-AUD-STATE-TAX         PIC S9(09)V99.
022700         10  WS-AUD-LOCAL-CODE        PIC X(04).
022800         10  WS-AUD-LOCAL-TAX         PIC S9(09)V99.
022900*
023000 01  WS-DOC-TITLE-LINE.
023100     05  WS-DOC-TITLE-KIND      PIC X(16).
023200     05  FILLER                 PIC X(09) VALUE 'NUMBER   '.
023300     05  WS-DOC-TITLE-NUMBER    PIC 9(07).
023400     05  FILLER                 PIC X(09) VALUE '   DATE  '.
023500     05  WS-DOC-TITLE-DATE      PIC 9(08).
023600     05  FILLER                 PIC X(13) VALUE '   CUSTOMER  '.
023700     05  WS-DOC-TITLE-CUSTOMER  PIC 9(06).
023800     05  FILLER                 PIC X(32) VALUE SPACES.
023900*
024000 01  WS-DOC-ADDRESS-LINE.
024100     05  WS-DOC-ADDR-CAPTION    PIC X(10).
024200     05  WS-DOC-ADDR-TEXT       PIC X(40).
024300     05  FILLER                 PIC X(50) VALUE SPACES.
024400*
024500 01  WS-DOC-DATE-LINE.
024600     05  WS-DOC-DATE-CAPTION    PIC X(20).
024700     05  WS-DOC-DATE-VALUE      PIC 9(08).
024800     05  FILLER                 PIC X(72) VALUE SPACES.
024900*
025000 01  WS-DOC-DISCOUNT-LINE.
025100     05  FILLER                 PIC X(20)
025200         VALUE 'EARLY-PAY DISCOUNT'.
025300     05  WS-DOC-DISC-PCT        PIC Z9.99.
025400     05  FILLER                 PIC X(16)
025500         VALUE ' PCT IF PAID BY '.
025600     05  WS-DOC-DISC-DATE       PIC 9(08).
025700     05  FILLER                 PIC X(51) VALUE SPACES.
025800*
025900 01  WS-DOC-AMOUNT-LINE.
026000     05  FILLER                 PIC X(04) VALUE SPACES.
026100     05  WS-DOC-AMT-CAPTION     PIC X(40).
026200     05  WS-DOC-AMT-CURRENCY    PIC X(03).
026300     05  FILLER                 PIC X(02) VALUE SPACES.
026400     05  WS-DOC-AMT-VALUE       PIC ZZZ,ZZZ,ZZ9.99-.
026500     05  FILLER                 PIC X(36) VALUE SPACES.
026600*
026700*    EDI CONTROL - OUR SENDER ID AND THE NEXT INTERCHANGE CONTROL
026800*    NUMBER, CARRIED FROM EDICTL AND WRITTEN BACK AT THE END.
026900 01  WS-EDI-CONTROL-FIELDS.
027000     05  WS-EDI-SENDER-ID       PIC X(15) VALUE SPACES.
027100     05  WS-NEXT-INTERCHANGE    PIC 9(09) VALUE ZERO.
027200     05  WS-EDI-SEGMENT-COUNT   PIC 9(05) VALUE ZERO.
027300     05  WS-EDI-RATE            PIC 9(03)V9(06) VALUE ZERO.
027400*
027500*    EDI ELEMENT WORK AREAS.  A NUMBER IS EDITED, THEN STRIPPED
027600*    OF ITS LEADING SPACES INTO WS-EDI-VALUE; TEXT IS CLEARED OF
027700*    THE SEPARATOR AND TERMINATOR CHARACTERS BEFORE IT GOES OUT.
027800 01  WS-EDI-WORK-FIELDS.
027900     05  WS-EDI-EDIT            PIC X(20) VALUE SPACES.
028000     05  WS-EDI-VALUE           PIC X(20) VALUE SPACES.
028100     05  WS-EDI-LEAD-COUNT      PIC 9(02) COMP VALUE ZERO.
028200     05  WS-EDI-EDIT-AMOUNT     PIC Z(08)9.99.
028300     05  WS-EDI-EDIT-CENTS      PIC Z(10)9.
028400     05  WS-EDI-EDIT-PCT        PIC Z9.99.
028500     05  WS-EDI-EDIT-RATE       PIC ZZ9.999999.
028600     05  WS-EDI-EDIT-COUNT      PIC Z(08)9.
028700     05  WS-EDI-CENTS           PIC 9(11) VALUE ZERO.
028800     05  WS-EDI-TEXT-1          PIC X(32) VALUE SPACES.
028900     05  WS-EDI-TEXT-2          PIC X(32) VALUE SPACES.
029000     05  WS-EDI-TEXT-3          PIC X(32) VALUE SPACES.
029100*
029200*    THE INTERCHANGE HEADER IS FIXED-WIDTH BY THE STANDARD, SO IT
029300*    IS LAID OUT WHOLE HERE RATHER THAN STRUNG TOGETHER.
029400 01  WS-ISA-SEGMENT.
029500     05  FILLER                 PIC X(04) VALUE 'ISA*'.
029600     05  FILLER                 PIC X(03) VALUE '00*'.
029700     05  FILLER                 PIC X(11) VALUE '          *'.
029800     05  FILLER                 PIC X(03) VALUE '00*'.
029900     05  FILLER                 PIC X(11) VALUE '          *'.
030000     05  FILLER                 PIC X(03) VALUE 'ZZ*'.
030100     05  WS-ISA-SENDER          PIC X(15).
030200     05  FILLER                 PIC X(04) VALUE '*ZZ*'.
030300     05  WS-ISA-RECEIVER        PIC X(15).
030400     05  FILLER                 PIC X(01) VALUE '*'.
030500     05  WS-ISA-DATE            PIC 9(06).
030600     05  FILLER                 PIC X(01) VALUE '*'.
030700     05  WS-ISA-TIME            PIC 9(04).
030800     05  FILLER                 PIC X(09) VALUE '*U*00401*'.
030900     05  WS-ISA-CONTROL         PIC 9(09).
031000     05  FILLER                 PIC X(07) VALUE '*0*P*>~'.
031100*
031200*    RUN-CONTROL LEDGER - THIS STEP'S NAME AND THE STEP AHEAD
031300*    OF IT IN THE CHAIN, ITS ROW ON THE LEDGER, AND THE COUNT
031400*    AND TOTAL OF EVERY FILE IT CONSUMED AND PRODUCED.  AN
031500*    INPUT'S SOURCE IS THE STEP WHOSE LEDGER ROW FOR THE
031600*    BUSINESS DATE IT MUST MATCH; AN INPUT WITH NO SOURCE IS
031700*    CHECKED AGAINST THIS STEP'S OWN LAST COMPLETED RUN, WHERE
031800*    ITS PARTNER IS THE CARRY FILE THAT RUN PRODUCED FOR IT.
031900 01  WS-BDC-FILE-STATUS         PIC X(02) VALUE SPACES.
032000 01  WS-RCL-FILE-STATUS         PIC X(02) VALUE SPACES.
032100 01  WS-RUN-CONTROL-FIELDS.
032200     05  WS-RCL-STEP-NAME       PIC X(08) VALUE 'INVDOC'.
032300     05  WS-RCL-PREDECESSOR     PIC X(08) VALUE 'INVOICE'.
032400     05  WS-RCL-STEP-STATUS     PIC X(01) VALUE SPACE.
032500         88  WS-RCL-STEP-COMPLETE       VALUE 'C'.
032600     05  WS-RCL-RUN-COUNT       PIC 9(03) VALUE ZERO.
032700     05  WS-RCL-START-DATE      PIC 9(08) VALUE ZERO.
032800     05  WS-RCL-START-TIME      PIC 9(08) VALUE ZERO.
032900     05  WS-RCL-END-DATE        PIC 9(08) VALUE ZERO.
033000     05  WS-RCL-END-TIME        PIC 9(08) VALUE ZERO.
033100     05  WS-RCL-RETURN-CODE     PIC 9(04) VALUE ZERO.
033200     05  WS-RCL-LAST-DATE       PIC 9(08) VALUE ZERO.
033300     05  WS-RCL-DAY-INTEGER     PIC 9(08) VALUE ZERO.
033400     05  WS-RCL-CHECK-DATE      PIC 9(08) VALUE ZERO.
033500     05  WS-RCL-WORK-NAME       PIC X(08) VALUE SPACES.
033600     05  WS-RCL-WORK-USE        PIC X(01) VALUE SPACE.
033700     05  WS-RCL-WORK-SOURCE     PIC X(08) VALUE SPACES.
033800     05  WS-RCL-WORK-PARTNER    PIC X(08) VALUE SPACES.
033900     05  WS-RCL-WORK-RECORDS    PIC 9(09) VALUE ZERO.
034000     05  WS-RCL-WORK-TOTAL      PIC S9(13)V99 VALUE ZERO.
034100     05  WS-RCL-EOF-SW          PIC X(01) VALUE 'N'.
034200         88  WS-RCL-EOF                 VALUE 'Y'.
034300     05  WS-RCL-FOUND-SW        PIC X(01) VALUE 'N'.
034400         88  WS-RCL-FOUND               VALUE 'Y'.
034500     05  WS-RCL-MATCH-SW        PIC X(01) VALUE 'N'.
034600         88  WS-RCL-MATCH               VALUE 'Y'.
034700 01  WS-RCL-MESSAGE             PIC X(100) VALUE SPACES.
034800 01  WS-RCL-SHOW-FIELDS.
034900     05  WS-RCL-SHOW-RECORDS    PIC ZZZ,ZZZ,ZZ9.
035000     05  WS-RCL-SHOW-TOTAL      PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
035100 01  WS-RCL-FILE-TABLE.
035200     05  WS-RCF-COUNT           PIC 9(02) VALUE ZERO.
035300     05  WS-RCF-ENTRY OCCURS 10 TIMES
035400                      INDEXED BY WS-RCF-IDX.
035500         10  WS-RCF-NAME              PIC X(08).
035600         10  WS-RCF-USE               PIC X(01).
035700             88  WS-RCF-CONSUMED      VALUE 'I'.
035800         10  WS-RCF-SOURCE            PIC X(08).
035900         10  WS-RCF-PARTNER           PIC X(08).
036000         10  WS-RCF-RECORDS           PIC 9(09).
036100         10  WS-RCF-TOTAL             PIC S9(13)V99.
036200         10  WS-RCF-STALE-SW          PIC X(01).
036300             88  WS-RCF-STALE         VALUE 'Y'.
036400*
036500 PROCEDURE DIVISION.
036600*
036700******************************************************************
036800*    0000-MAINLINE                                               *
036900*    DRIVES THE DOCUMENT RUN - ONE PASS OF THE AR EXTRACT THE    *
037000*    INVOICE RUN LEFT, ONE CUSTOMER DOCUMENT PER POSTED INVOICE. *
037100******************************************************************
037200 0000-MAINLINE SECTION.
037300 0000-MAINLINE-PARA.
037400     PERFORM 1000-INITIALIZE THRU 1000-EXIT
037500     PERFORM 2000-PROCESS-EXTRACT THRU 2000-EXIT
037600         UNTIL WS-EOF-EXTRACT
037700     PERFORM 9000-TERMINATE THRU 9000-EXIT
037800     STOP RUN.
037900*
038000******************************************************************
038100*    1000-INITIALIZE                                             *
038200*    LOADS THE EDI CONTROL RECORD, THE TAXING AUTHORITIES AND    *
038300*    THE RUN DATE'S AUDIT ROWS, OPENS THE CUSTOMER MASTER AND    *
038400*    THE DOCUMENT, EDI AND DELIVERY-LOG FILES, AND PRIMES THE    *
038500*    EXTRACT PASS.  NO EXTRACT MEANS NOTHING WAS POSTED - THE    *
038600*    FILES STILL GO OUT, EMPTY.  A CUSTOMER MASTER THAT WILL NOT *
038700*    OPEN ABENDS.                                                *
038800******************************************************************
038900 1000-INITIALIZE SECTION.
039000 1000-INITIALIZE-PARA.
039100     PERFORM 9510-READ-BUSINESS-DATE THRU 9510-EXIT
039200     ACCEPT WS-RUN-TIME FROM TIME
039300     PERFORM 9500-START-RUN-CONTROL THRU 9500-EXIT
039400     PERFORM 1100-LOAD-EDI-CONTROL THRU 1100-EXIT
039500     PERFORM 1200-LOAD-TAX-JURISDICTIONS THRU 1200-EXIT
039600     PERFORM 1300-LOAD-AUDIT-ROWS THRU 1300-EXIT
039700     OPEN INPUT CUSTOMER-MASTER-FILE
039800     IF WS-CUST-FILE-STATUS NOT = '00'
039900         DISPLAY 'CUSTOMER MASTER WILL NOT OPEN - STATUS '
040000             WS-CUST-FILE-STATUS
040100         MOVE 16 TO RETURN-CODE
040200         STOP RUN
040300     END-IF
040400     OPEN OUTPUT INVOICE-DOCUMENT-FILE
040500     OPEN OUTPUT EDI-INVOICE-FILE
040600     OPEN OUTPUT DELIVERY-LOG-FILE
040700     OPEN INPUT AR-EXTRACT-FILE
040800     IF WS-EXTR-FILE-STATUS = '00'
040900         SET WS-EXTRACT-OPEN TO TRUE
041000         PERFORM 2100-READ-EXTRACT THRU 2100-EXIT
041100     ELSE
041200         DISPLAY 'NO AR EXTRACT ON HAND - NO DOCUMENTS TO PRODUCE'
041300         SET WS-EOF-EXTRACT TO TRUE
041400     END-IF.
041500 1000-EXIT.
041600     EXIT.
041700*
041800******************************************************************
041900*    1100-LOAD-EDI-CONTROL                                       *
042000*    READS EDICTL FOR OUR SENDER ID AND THE NEXT INTERCHANGE     *
042100*    CONTROL NUMBER.  A MISSING OR EMPTY FILE, OR A BLANK SENDER *
042200*    ID, MEANS EDI IS NOT SET UP - TRADING PARTNERS ARE SENT     *
042300*    PAPER FOR THE RUN, AND EDICTL IS LEFT AS IT IS.             *
042400******************************************************************
042500 1100-LOAD-EDI-CONTROL SECTION.
042600 1100-LOAD-EDI-CONTROL-PARA.
042700     MOVE SPACES TO EDC-RECORD
042800     OPEN INPUT EDI-CONTROL-FILE
042900     IF WS-CTL-FILE-STATUS = '00'
043000         READ EDI-CONTROL-FILE
043100             AT END
043200                 MOVE SPACES TO EDC-RECORD
043300         END-READ
043400         CLOSE EDI-CONTROL-FILE
043500     END-IF
043600     IF EDC-SENDER-ID = SPACES
043700         DISPLAY 'NO EDI CONTROL RECORD - EDI PARTNERS GET PAPER'
043800         GO TO 1100-EXIT
043900     END-IF
044000     MOVE EDC-SENDER-ID TO WS-EDI-SENDER-ID
044100     IF EDC-NEXT-INTERCHANGE NUMERIC
044200      AND EDC-NEXT-INTERCHANGE > ZERO
044300         MOVE EDC-NEXT-INTERCHANGE TO WS-NEXT-INTERCHANGE
044400     ELSE
044500         MOVE 1 TO WS-NEXT-INTERCHANGE
044600     END-IF
044700     SET WS-EDI-READY TO TRUE.
044800 1100-EXIT.
044900     EXIT.
045000*
045100******************************************************************
045200*    1200-LOAD-TAX-JURISDICTIONS                                 *
045300*    READS THE TAX JURISDICTION FILE AND BUILDS THE AUTHORITY    *
045400*    TABLE, KEEPING THE MOST RECENT ENTRY PER STATE/LOCAL KEY    *
045500*    WHOSE EFFECTIVE DATE IS NOT AFTER THE RUN DATE, THE WAY THE *
045600*    INVOICE RUN LOADS IT.  A MISSING FILE LEAVES THE TAX LINES  *
045700*    CAPTIONED BY CODE.                                          *
045800******************************************************************
045900 1200-LOAD-TAX-JURISDICTIONS SECTION.
046000 1200-LOAD-TAX-JUR-PARA.
046100     OPEN INPUT TAX-JURISDICTION-FILE
046200     IF WS-TXJ-FILE-STATUS = '00'
046300         PERFORM 1210-READ-TAX-JUR-RECORD THRU 1210-EXIT
046400         PERFORM 1220-STORE-TAX-JUR-RECORD THRU 1220-EXIT
046500             UNTIL WS-EOF-TXJ
046600         CLOSE TAX-JURISDICTION-FILE
046700     ELSE
046800         DISPLAY 'NO TAX JURISDICTION FILE - TAX SHOWN BY CODE'
046900     END-IF.
047000 1200-EXIT.
047100     EXIT.
047200*
047300 1210-READ-TAX-JUR-RECORD SECTION.
047400 1210-READ-TAX-JUR-PARA.
047500     READ TAX-JURISDICTION-FILE
047600         AT END SET WS-EOF-TXJ TO TRUE
047700     END-READ.
047800 1210-EXIT.
047900     EXIT.
048000*
048100 1220-STORE-TAX-JUR-RECORD SECTION.
048200 1220-STORE-TAX-JUR-PARA.
048300     IF TXJ-EFFECTIVE-DATE NOT > WS-RUN-DATE
048400         MOVE TXJ-STATE-CODE TO WS-LOOKUP-TAX-STATE
048500         MOVE TXJ-LOCAL-CODE TO WS-LOOKUP-TAX-LOCAL
048600         PERFORM 1230-FIND-TAX-JUR-ENTRY THRU 1230-EXIT
048700         IF WS-TXJ-FOUND
048800             IF TXJ-EFFECTIVE-DATE >=
048900                  WS-TXJ-EFFECTIVE-DATE(WS-TXJ-IDX)
049000                 MOVE TXJ-EFFECTIVE-DATE
049100                   TO WS-TXJ-EFFECTIVE-DATE(WS-TXJ-IDX)
049200                 MOVE TXJ-AUTHORITY-NAME
049300                   TO WS-TXJ-AUTHORITY(WS-TXJ-IDX)
049400             END-IF
049500         ELSE
049600             IF WS-TXJ-TABLE-COUNT < 100
049700                 ADD 1 TO WS-TXJ-TABLE-COUNT
049800                 SET WS-TXJ-IDX TO WS-TXJ-TABLE-COUNT
049900                 MOVE TXJ-STATE-CODE
050000                   TO WS-TXJ-STATE(WS-TXJ-IDX)
050100                 MOVE TXJ-LOCAL-CODE
050200                   TO WS-TXJ-LOCAL(WS-TXJ-IDX)
050300                 MOVE TXJ-AUTHORITY-NAME
050400                   TO WS-TXJ-AUTHORITY(WS-TXJ-IDX)
050500                 MOVE TXJ-EFFECTIVE-DATE
050600                   TO WS-TXJ-EFFECTIVE-DATE(WS-TXJ-IDX)
050700             ELSE
050800                 DISPLAY 'TAX JURISDICTION TABLE FULL AT: '
050900                     TXJ-STATE-CODE ' ' TXJ-LOCAL-CODE
051000                 MOVE 16 TO RETURN-CODE
051100                 STOP RUN
051200             END-IF
051300         END-IF
051400     END-IF
051500     PERFORM 1210-READ-TAX-JUR-RECORD THRU 1210-EXIT.
051600 1220-EXIT.
051700     EXIT.
051800*
051900******************************************************************
052000*    1230-FIND-TAX-JUR-ENTRY                                     *
052100*    SEARCHES THE AUTHORITY TABLE FOR THE WS-LOOKUP-TAX-STATE /  *
052200*    WS-LOOKUP-TAX-LOCAL KEY, SETTING WS-TXJ-FOUND-SW AND        *
052300*    WS-TXJ-IDX.                                                 *
052400******************************************************************
052500 1230-FIND-TAX-JUR-ENTRY SECTION.
052600 1230-FIND-TAX-JUR-PARA.
052700     MOVE 'N' TO WS-TXJ-FOUND-SW
052800     IF WS-TXJ-TABLE-COUNT > ZERO
052900         SET WS-TXJ-IDX TO 1
053000         SEARCH WS-TXJ-ENTRY
053100             AT END
053200                 CONTINUE
053300             WHEN WS-TXJ-STATE(WS-TXJ-IDX) = WS-LOOKUP-TAX-STATE
053400              AND WS-TXJ-LOCAL(WS-TXJ-IDX) = WS-LOOKUP-TAX-LOCAL
053500                 MOVE 'Y' TO WS-TXJ-FOUND-SW
053600         END-SEARCH
053700     END-IF.
053800 1230-EXIT.
053900     EXIT.
054000*
054100******************************************************************
054200*    1300-LOAD-AUDIT-ROWS                                        *
054300*    READS THE LIVE AUDIT LOG AND TABLES THE PRICING OF EVERY    *
054400*    INVOICE BILLED FOR THE RUN DATE.  EARLIER DAYS' ROWS ARE    *
054500*    PASSED OVER.                                                *
054600******************************************************************
054700 1300-LOAD-AUDIT-ROWS SECTION.
054800 1300-LOAD-AUDIT-ROWS-PARA.
054900     OPEN INPUT AUDIT-FILE
055000     IF WS-AUDIT-FILE-STATUS NOT = '00'
055100         DISPLAY 'NO AUDIT LOG ON HAND - NOTHING PRICED'
055200         GO TO 1300-EXIT
055300     END-IF
055400     PERFORM 1310-READ-AUDIT-RECORD THRU 1310-EXIT
055500     PERFORM 1320-STORE-AUDIT-ROW THRU 1320-EXIT
055600         UNTIL WS-EOF-AUDIT
055700     CLOSE AUDIT-FILE.
055800 1300-EXIT.
055900     EXIT.
056000*
056100 1310-READ-AUDIT-RECORD SECTION.
056200 1310-READ-AUDIT-RECORD-PARA.
056300     READ AUDIT-FILE
056400         AT END SET WS-EOF-AUDIT TO TRUE
056500     END-READ.
056600 1310-EXIT.
056700     EXIT.
056800*
056900 1320-STORE-AUDIT-ROW SECTION.
057000 1320-STORE-AUDIT-ROW-PARA.
057100     IF AUD-RUN-DATE NOT = WS-RUN-DATE
057200         GO TO 1320-READ-NEXT
057300     END-IF
057400     MOVE AUD-INVOICE-NUMBER TO WS-LOOKUP-INVOICE
057500     PERFORM 1330-FIND-AUDIT-ENTRY THRU 1330-EXIT
057600     IF NOT WS-AUD-FOUND
057700         IF WS-AUD-TABLE-COUNT NOT < 10000
057800             DISPLAY 'INVOICE DOCUMENT AUDIT TABLE FULL AT: '
057900                 AUD-INVOICE-NUMBER
058000             MOVE 16 TO RETURN-CODE
058100             STOP RUN
058200         END-IF
058300         ADD 1 TO WS-AUD-TABLE-COUNT
058400         SET WS-AUD-IDX TO WS-AUD-TABLE-COUNT
058500         MOVE AUD-INVOICE-NUMBER TO WS-AUD-INVOICE(WS-AUD-IDX)
058600     END-IF
058700     MOVE AUD-CURRENCY-CODE TO WS-AUD-CURRENCY(WS-AUD-IDX)
058800     MOVE AUD-ORIG-AMOUNT TO WS-AUD-ORIG-AMOUNT(WS-AUD-IDX)
058900     MOVE AUD-HOME-AMOUNT TO WS-AUD-HOME-AMOUNT(WS-AUD-IDX)
059000     MOVE AUD-DISCOUNT TO WS-AUD-DISCOUNT(WS-AUD-IDX)
059100     MOVE AUD-TAX-AMOUNT TO WS-AUD-TAX-AMOUNT(WS-AUD-IDX)
059200     MOVE AUD-TAX-STATE-CODE TO WS-AUD-STATE-CODE(WS-AUD-IDX)
059300     MOVE AUD-STATE-TAX TO WS-AUD-STATE-TAX(WS-AUD-IDX)
059400     MOVE AUD-TAX-LOCAL-CODE TO WS-AUD-LOCAL-CODE(WS-AUD-IDX)
059500     MOVE AUD-LOCAL-TAX TO WS-AUD-LOCAL-TAX(WS-AUD-IDX)
059600     ADD 1 TO WS-AUDIT-ROWS-LOADED.
059700 1320-READ-NEXT.
059800     PERFORM 1310-READ-AUDIT-RECORD THRU 1310-EXIT.
059900 1320-EXIT.
060000     EXIT.
060100*
060200******************************************************************
060300*    1330-FIND-AUDIT-ENTRY                                       *
060400*    SEARCHES THE AUDIT TABLE FOR WS-LOOKUP-INVOICE, SETTING     *
060500*    WS-AUD-FOUND-SW AND WS-AUD-IDX.                             *
060600******************************************************************
060700 1330-FIND-AUDIT-ENTRY SECTION.
060800 1330-FIND-AUDIT-ENTRY-PARA.
060900     MOVE 'N' TO WS-AUD-FOUND-SW
061000     IF WS-AUD-TABLE-COUNT > ZERO
061100         SET WS-AUD-IDX TO 1
061200         SEARCH WS-AUD-ENTRY
061300             AT END
061400                 CONTINUE
061500             WHEN WS-AUD-INVOICE(WS-AUD-IDX) = WS-LOOKUP-INVOICE
061600                 MOVE 'Y' TO WS-AUD-FOUND-SW
061700         END-SEARCH
061800     END-IF.
061900 1330-EXIT.
062000     EXIT.
062100*
062200******************************************************************
062300*    2000-PROCESS-EXTRACT                                        *
062400*    PRODUCES THE CUSTOMER DOCUMENT FOR ONE POSTED INVOICE - ON  *
062500*    PAPER OR AS AN 810 - AND LOGS ITS DELIVERY, THEN READS THE  *
062600*    NEXT EXTRACT ROW.  A POSTED INVOICE WITH NO AUDIT ROW FOR   *
062700*    THE RUN DATE ABENDS: THE TWO FILES ARE NOT FROM THE SAME    *
062800*    INVOICE RUN, AND A DOCUMENT PRICED FROM NOTHING MUST NOT    *
062900*    REACH A CUSTOMER.                                           *
063000******************************************************************
063100 2000-PROCESS-EXTRACT SECTION.
063200 2000-PROCESS-EXTRACT-PARA.
063300     MOVE EXT-INVOICE-NUMBER TO WS-LOOKUP-INVOICE
063400     PERFORM 1330-FIND-AUDIT-ENTRY THRU 1330-EXIT
063500     IF NOT WS-AUD-FOUND
063600         DISPLAY 'NO AUDIT ROW FOR POSTED INVOICE '
063700             EXT-INVOICE-NUMBER ' - DOCUMENTS STOPPED'
063800         MOVE 16 TO RETURN-CODE
063900         STOP RUN
064000     END-IF
064100     PERFORM 2200-SET-UP-DOCUMENT THRU 2200-EXIT
064200     IF WS-DOC-BY-EDI
064300         PERFORM 4000-WRITE-EDI-INVOICE THRU 4000-EXIT
064400     ELSE
064500         PERFORM 3000-WRITE-PAPER-DOCUMENT THRU 3000-EXIT
064600     END-IF
064700     PERFORM 5000-WRITE-DELIVERY-LOG THRU 5000-EXIT
064800     IF WS-DOC-IS-CREDIT
064900         ADD EXT-FINAL-TOTAL TO WS-CREDIT-TOTAL
065000     ELSE
065100         ADD EXT-FINAL-TOTAL TO WS-INVOICE-TOTAL
065200     END-IF
065300     PERFORM 2100-READ-EXTRACT THRU 2100-EXIT.
065400 2000-EXIT.
065500     EXIT.
065600*
065700 2100-READ-EXTRACT SECTION.
065800 2100-READ-EXTRACT-PARA.
065900     READ AR-EXTRACT-FILE
066000         AT END SET WS-EOF-EXTRACT TO TRUE
066100     END-READ
066200     IF NOT WS-EOF-EXTRACT
066300         ADD 1 TO WS-EXTRACT-READ
066400     END-IF.
066500 2100-EXIT.
066600     EXIT.
066700*
066800******************************************************************
066900*    2200-SET-UP-DOCUMENT                                        *
067000*    SETTLES WHAT KIND OF DOCUMENT THE INVOICE NEEDS AND HOW IT  *
067100*    GOES.  A NEGATIVE FINAL TOTAL - A CREDIT MEMO, OR THE VOID  *
067200*    OF AN INVOICE - IS A CREDIT DOCUMENT; ANYTHING ELSE IS AN   *
067300*    INVOICE.  THE BILL-TO PARTY COMES FROM THE CUSTOMER MASTER. *
067400*    A CUSTOMER NOT ON THE MASTER STILL GETS A PAPER DOCUMENT    *
067500*    UNDER THE EXTRACT'S NAME, NOTED ON THE LOG.  A CUSTOMER     *
067600*    FLAGGED FOR EDI GOES BY EDI WHEN IT HAS A PARTNER ID AND    *
067700*    EDI IS SET UP, OTHERWISE ON PAPER WITH THE REASON LOGGED.   *
067800******************************************************************
067900 2200-SET-UP-DOCUMENT SECTION.
068000 2200-SET-UP-DOCUMENT-PARA.
068100     IF EXT-FINAL-TOTAL < ZERO
068200         MOVE 'C' TO WS-DOC-KIND
068300         COMPUTE WS-DOC-TOTAL = 0 - EXT-FINAL-TOTAL
068400     ELSE
068500         MOVE 'I' TO WS-DOC-KIND
068600         MOVE EXT-FINAL-TOTAL TO WS-DOC-TOTAL
068700     END-IF
068800     MOVE WS-AUD-CURRENCY(WS-AUD-IDX) TO WS-DOC-CURRENCY
068900     MOVE 'P' TO WS-DOC-METHOD
069000     MOVE ZERO TO WS-DOC-INTERCHANGE
069100     MOVE SPACES TO WS-DOC-NOTE
069200     MOVE SPACES TO WS-BILL-ADDRESS-1
069300     MOVE SPACES TO WS-BILL-ADDRESS-2
069400     MOVE SPACES TO WS-BILL-CITY
069500     MOVE SPACES TO WS-BILL-STATE
069600     MOVE SPACES TO WS-BILL-ZIP
069700     MOVE SPACES TO WS-BILL-PARTNER-ID
069800     MOVE EXT-CUSTOMER-NAME TO WS-BILL-NAME
069900     MOVE EXT-CUSTOMER-NUMBER TO CUS-CUSTOMER-NUMBER
070000     READ CUSTOMER-MASTER-FILE
070100         INVALID KEY
070200             MOVE 'CUSTOMER NOT ON FILE' TO WS-DOC-NOTE
070300             ADD 1 TO WS-NOT-ON-FILE-COUNT
070400             GO TO 2200-EXIT
070500     END-READ
070600     MOVE CUS-CUSTOMER-NAME TO WS-BILL-NAME
070700     MOVE CUS-BILL-ADDRESS-1 TO WS-BILL-ADDRESS-1
070800     MOVE CUS-BILL-ADDRESS-2 TO WS-BILL-ADDRESS-2
070900     MOVE CUS-BILL-CITY TO WS-BILL-CITY
071000     MOVE CUS-BILL-STATE TO WS-BILL-STATE
071100     MOVE CUS-BILL-ZIP TO WS-BILL-ZIP
071200     IF CUS-BILL-ADDRESS-1 = SPACES
071300      AND CUS-BILL-CITY = SPACES
071400         MOVE 'NO BILL-TO ADDRESS' TO WS-DOC-NOTE
071500         ADD 1 TO WS-NO-ADDRESS-COUNT
071600     END-IF
071700     IF NOT CUS-DELIVER-EDI
071800         GO TO 2200-EXIT
071900     END-IF
072000     IF CUS-EDI-PARTNER-ID = SPACES
072100         MOVE 'EDI PARTNER ID MISSING - PAPER' TO WS-DOC-NOTE
072200         ADD 1 TO WS-EDI-FALLBACK-COUNT
072300         GO TO 2200-EXIT
072400     END-IF
072500     MOVE CUS-EDI-PARTNER-ID TO WS-BILL-PARTNER-ID
072600     IF NOT WS-EDI-READY
072700         MOVE 'EDI NOT SET UP - PAPER' TO WS-DOC-NOTE
072800         ADD 1 TO WS-EDI-FALLBACK-COUNT
072900         GO TO 2200-EXIT
073000     END-IF
073100     MOVE 'E' TO WS-DOC-METHOD.
073200 2200-EXIT.
073300     EXIT.
073400*
073500******************************************************************
073600*    3000-WRITE-PAPER-DOCUMENT                                   *
073700*    PRINTS THE DOCUMENT - TITLE WITH OUR INVOICE NUMBER, DATE   *
073800*    AND THE CUSTOMER NUMBER, THE BILL-TO NAME AND ADDRESS, THE  *
073900*    DUE DATE AND ANY EARLY-PAY DISCOUNT ON AN INVOICE, THE      *
074000*    INVOICE A VOID, REBILL OR CREDIT MEMO REFERS TO, AND THE    *
074100*    AMOUNT LINES.  A BLANK LINE SEPARATES DOCUMENTS.            *
074200******************************************************************
074300 3000-WRITE-PAPER-DOCUMENT SECTION.
074400 3000-WRITE-PAPER-DOCUMENT-PARA.
074500     IF WS-PAPER-INVOICE-COUNT > ZERO
074600      OR WS-PAPER-CREDIT-COUNT > ZERO
074700         MOVE SPACES TO DOC-LINE
074800         WRITE DOC-LINE
074900     END-IF
075000     IF WS-DOC-IS-CREDIT
075100         MOVE 'CREDIT MEMO' TO WS-DOC-TITLE-KIND
075200         ADD 1 TO WS-PAPER-CREDIT-COUNT
075300     ELSE
075400         MOVE 'INVOICE' TO WS-DOC-TITLE-KIND
075500         ADD 1 TO WS-PAPER-INVOICE-COUNT
075600     END-IF
075700     MOVE EXT-INVOICE-NUMBER TO WS-DOC-TITLE-NUMBER
075800     MOVE EXT-POSTING-DATE TO WS-DOC-TITLE-DATE
075900     MOVE EXT-CUSTOMER-NUMBER TO WS-DOC-TITLE-CUSTOMER
076000     MOVE WS-DOC-TITLE-LINE TO DOC-LINE
076100     WRITE DOC-LINE
076200     MOVE SPACES TO DOC-LINE
076300     WRITE DOC-LINE
076400     PERFORM 3100-WRITE-BILL-TO THRU 3100-EXIT
076500     MOVE SPACES TO DOC-LINE
076600     WRITE DOC-LINE
076700     IF WS-DOC-IS-INVOICE
076800      AND EXT-DUE-DATE > ZERO
076900         MOVE 'DUE DATE' TO WS-DOC-DATE-CAPTION
077000         MOVE EXT-DUE-DATE TO WS-DOC-DATE-VALUE
077100         MOVE WS-DOC-DATE-LINE TO DOC-LINE
077200         WRITE DOC-LINE
077300     END-IF
077400     IF WS-DOC-IS-INVOICE
077500      AND EXT-DISC-PCT > ZERO
077600      AND EXT-DISC-DATE > ZERO
077700         MOVE EXT-DISC-PCT TO WS-DOC-DISC-PCT
077800         MOVE EXT-DISC-DATE TO WS-DOC-DISC-DATE
077900         MOVE WS-DOC-DISCOUNT-LINE TO DOC-LINE
078000         WRITE DOC-LINE
078100     END-IF
078200     IF EXT-ORIG-INVOICE-NUMBER > ZERO
078300         EVALUATE TRUE
078400             WHEN EXT-VOID-TRAN
078500                 MOVE 'VOIDS INVOICE' TO WS-DOC-DATE-CAPTION
078600             WHEN EXT-CHAIN-CODE = 'B'
078700                 MOVE 'REPLACES INVOICE' TO WS-DOC-DATE-CAPTION
078800             WHEN OTHER
078900                 MOVE 'CREDIT TO INVOICE' TO WS-DOC-DATE-CAPTION
079000         END-EVALUATE
079100         MOVE EXT-ORIG-INVOICE-NUMBER TO WS-DOC-DATE-VALUE
079200         MOVE WS-DOC-DATE-LINE TO DOC-LINE
079300         WRITE DOC-LINE
079400     END-IF
079500     MOVE SPACES TO DOC-LINE
079600     WRITE DOC-LINE
079700     PERFORM 3200-WRITE-AMOUNT-LINES THRU 3200-EXIT.
079800 3000-EXIT.
079900     EXIT.
080000*
080100******************************************************************
080200*    3100-WRITE-BILL-TO                                          *
080300*    PRINTS THE BILL-TO NAME AND WHATEVER ADDRESS LINES THE      *
080400*    MASTER CARRIES.                                             *
080500******************************************************************
080600 3100-WRITE-BILL-TO SECTION.
080700 3100-WRITE-BILL-TO-PARA.
080800     MOVE 'BILL TO:' TO WS-DOC-ADDR-CAPTION
080900     MOVE WS-BILL-NAME TO WS-DOC-ADDR-TEXT
081000     MOVE WS-DOC-ADDRESS-LINE TO DOC-LINE
081100     WRITE DOC-LINE
081200     MOVE SPACES TO WS-DOC-ADDR-CAPTION
081300     IF WS-BILL-ADDRESS-1 NOT = SPACES
081400         MOVE WS-BILL-ADDRESS-1 TO WS-DOC-ADDR-TEXT
081500         MOVE WS-DOC-ADDRESS-LINE TO DOC-LINE
081600         WRITE DOC-LINE
081700     END-IF
081800     IF WS-BILL-ADDRESS-2 NOT = SPACES
081900         MOVE WS-BILL-ADDRESS-2 TO WS-DOC-ADDR-TEXT
082000         MOVE WS-DOC-ADDRESS-LINE TO DOC-LINE
082100         WRITE DOC-LINE
082200     END-IF
082300     IF WS-BILL-CITY NOT = SPACES
082400         MOVE SPACES TO WS-DOC-ADDR-TEXT
082500         STRING WS-BILL-CITY DELIMITED BY '  '
082600                ', ' DELIMITED BY SIZE
082700                WS-BILL-STATE DELIMITED BY SIZE
082800                '  ' DELIMITED BY SIZE
082900                WS-BILL-ZIP DELIMITED BY SIZE
083000             INTO WS-DOC-ADDR-TEXT
083100         END-STRING
083200         MOVE WS-DOC-ADDRESS-LINE TO DOC-LINE
083300         WRITE DOC-LINE
083400     END-IF.
083500 3100-EXIT.
083600     EXIT.
083700*
083800******************************************************************
083900*    3200-WRITE-AMOUNT-LINES                                     *
084000*    PRINTS THE AMOUNT BILLED IN ITS BILLING CURRENCY - WITH THE *
084100*    HOME-CURRENCY EQUIVALENT WHEN THAT IS FOREIGN - THEN THE    *
084200*    DISCOUNT AND TAX AS THE INVOICE RUN PRICED THEM IN HOME     *
084300*    CURRENCY, AND THE TOTAL DUE OR TOTAL CREDIT.                *
084400******************************************************************
084500 3200-WRITE-AMOUNT-LINES SECTION.
084600 3200-WRITE-AMOUNT-LINES-PARA.
084700     IF WS-DOC-HOME-CURRENCY
084800         MOVE 'AMOUNT' TO WS-DOC-AMT-CAPTION
084900         MOVE WS-HOME-CURRENCY TO WS-DOC-AMT-CURRENCY
085000         MOVE WS-AUD-HOME-AMOUNT(WS-AUD-IDX) TO WS-DOC-AMT-VALUE
085100         PERFORM 3290-WRITE-AMOUNT-LINE THRU 3290-EXIT
085200     ELSE
085300         MOVE 'AMOUNT BILLED' TO WS-DOC-AMT-CAPTION
085400         MOVE WS-DOC-CURRENCY TO WS-DOC-AMT-CURRENCY
085500         MOVE WS-AUD-ORIG-AMOUNT(WS-AUD-IDX) TO WS-DOC-AMT-VALUE
085600         PERFORM 3290-WRITE-AMOUNT-LINE THRU 3290-EXIT
085700         MOVE 'HOME-CURRENCY EQUIVALENT' TO WS-DOC-AMT-CAPTION
085800         MOVE WS-HOME-CURRENCY TO WS-DOC-AMT-CURRENCY
085900         MOVE WS-AUD-HOME-AMOUNT(WS-AUD-IDX) TO WS-DOC-AMT-VALUE
086000         PERFORM 3290-WRITE-AMOUNT-LINE THRU 3290-EXIT
086100     END-IF
086200     MOVE WS-HOME-CURRENCY TO WS-DOC-AMT-CURRENCY
086300     IF WS-AUD-DISCOUNT(WS-AUD-IDX) NOT = ZERO
086400         MOVE 'LESS DISCOUNT' TO WS-DOC-AMT-CAPTION
086500         MOVE WS-AUD-DISCOUNT(WS-AUD-IDX) TO WS-DOC-AMT-VALUE
086600         PERFORM 3290-WRITE-AMOUNT-LINE THRU 3290-EXIT
086700     END-IF
086800     PERFORM 3210-WRITE-TAX-LINES THRU 3210-EXIT
086900     MOVE SPACES TO DOC-LINE
087000     WRITE DOC-LINE
087100     IF WS-DOC-IS-CREDIT
087200         MOVE 'TOTAL CREDIT' TO WS-DOC-AMT-CAPTION
087300     ELSE
087400         MOVE 'TOTAL DUE' TO WS-DOC-AMT-CAPTION
087500     END-IF
087600     MOVE WS-DOC-TOTAL TO WS-DOC-AMT-VALUE
087700     PERFORM 3290-WRITE-AMOUNT-LINE THRU 3290-EXIT.
087800 3200-EXIT.
087900     EXIT.
088000*
088100******************************************************************
088200*    3210-WRITE-TAX-LINES                                        *
088300*    PRINTS THE STATE TAX AND ANY LOCAL TAX, EACH UNDER ITS      *
088400*    TAXING AUTHORITY'S NAME - OR ITS CODE IF THE AUTHORITY IS   *
088500*    NOT ON TAXJUR.  A BLANK STATE CODE IS THE LEGACY FLAT-RATE  *
088600*    TAX, PRINTED AS ONE SALES TAX LINE WHEN THERE IS ANY.       *
088700******************************************************************
088800 3210-WRITE-TAX-LINES SECTION.
088900 3210-WRITE-TAX-LINES-PARA.
089000     IF WS-AUD-STATE-CODE(WS-AUD-IDX) = SPACES
089100         IF WS-AUD-TAX-AMOUNT(WS-AUD-IDX) NOT = ZERO
089200             MOVE 'SALES TAX' TO WS-DOC-AMT-CAPTION
089300             MOVE WS-AUD-TAX-AMOUNT(WS-AUD-IDX)
089400               TO WS-DOC-AMT-VALUE
089500             PERFORM 3290-WRITE-AMOUNT-LINE THRU 3290-EXIT
089600         END-IF
089700         GO TO 3210-EXIT
089800     END-IF
089900     MOVE WS-AUD-STATE-CODE(WS-AUD-IDX) TO WS-LOOKUP-TAX-STATE
090000     MOVE SPACES TO WS-LOOKUP-TAX-LOCAL
090100     PERFORM 1230-FIND-TAX-JUR-ENTRY THRU 1230-EXIT
090200     MOVE SPACES TO WS-DOC-AMT-CAPTION
090300     IF WS-TXJ-FOUND
090400         STRING 'STATE TAX - ' DELIMITED BY SIZE
090500                WS-TXJ-AUTHORITY(WS-TXJ-IDX) DELIMITED BY '  '
090600             INTO WS-DOC-AMT-CAPTION
090700         END-STRING
090800     ELSE
090900         STRING 'STATE TAX - ' DELIMITED BY SIZE
091000                WS-AUD-STATE-CODE(WS-AUD-IDX) DELIMITED BY SIZE
091100             INTO WS-DOC-AMT-CAPTION
091200         END-STRING
091300     END-IF
091400     MOVE WS-AUD-STATE-TAX(WS-AUD-IDX) TO WS-DOC-AMT-VALUE
091500     PERFORM 3290-WRITE-AMOUNT-LINE THRU 3290-EXIT
091600     IF WS-AUD-LOCAL-CODE(WS-AUD-IDX) = SPACES
091700         GO TO 3210-EXIT
091800     END-IF
091900     MOVE WS-AUD-LOCAL-CODE(WS-AUD-IDX) TO WS-LOOKUP-TAX-LOCAL
092000     PERFORM 1230-FIND-TAX-JUR-ENTRY THRU 1230-EXIT
092100     MOVE SPACES TO WS-DOC-AMT-CAPTION
092200     IF WS-TXJ-FOUND
092300         STRING 'LOCAL TAX - ' DELIMITED BY SIZE
092400                WS-TXJ-AUTHORITY(WS-TXJ-IDX) DELIMITED BY '  '
092500             INTO WS-DOC-AMT-CAPTION
092600         END-STRING
092700     ELSE
092800         STRING 'LOCAL TAX - ' DELIMITED BY SIZE
092900                WS-AUD-LOCAL-CODE(WS-AUD-IDX) DELIMITED BY SIZE
093000             INTO WS-DOC-AMT-CAPTION
093100         END-STRING
093200     END-IF
093300     MOVE WS-AUD-LOCAL-TAX(WS-AUD-IDX) TO WS-DOC-AMT-VALUE
093400     PERFORM 3290-WRITE-AMOUNT-LINE THRU 3290-EXIT.
093500 3210-EXIT.
093600     EXIT.
093700*
093800 3290-WRITE-AMOUNT-LINE SECTION.
093900 3290-WRITE-AMOUNT-LINE-PARA.
094000     MOVE WS-DOC-AMOUNT-LINE TO DOC-LINE
094100     WRITE DOC-LINE.
094200 3290-EXIT.
094300     EXIT.
094400*
094500******************************************************************
094600*    4000-WRITE-EDI-INVOICE                                      *
094700*    SENDS THE DOCUMENT AS ONE 810 IN ITS OWN INTERCHANGE AND    *
094800*    FUNCTIONAL GROUP, UNDER THE NEXT INTERCHANGE CONTROL        *
094900*    NUMBER, WHICH ALSO SERVES AS THE GROUP CONTROL NUMBER.  THE *
095000*    NUMBER WRAPS FROM 999999999 BACK TO 1.                      *
095100******************************************************************
095200 4000-WRITE-EDI-INVOICE SECTION.
095300 4000-WRITE-EDI-INVOICE-PARA.
095400     MOVE WS-NEXT-INTERCHANGE TO WS-DOC-INTERCHANGE
095500     IF WS-DOC-IS-CREDIT
095600         ADD 1 TO WS-EDI-CREDIT-COUNT
095700     ELSE
095800         ADD 1 TO WS-EDI-INVOICE-COUNT
095900     END-IF
096000     PERFORM 4100-WRITE-EDI-HEADER THRU 4100-EXIT
096100     PERFORM 4200-WRITE-EDI-PARTIES THRU 4200-EXIT
096200     PERFORM 4300-WRITE-EDI-AMOUNTS THRU 4300-EXIT
096300     PERFORM 4400-WRITE-EDI-TRAILER THRU 4400-EXIT
096400     IF WS-NEXT-INTERCHANGE = 999999999
096500         MOVE 1 TO WS-NEXT-INTERCHANGE
096600     ELSE
096700         ADD 1 TO WS-NEXT-INTERCHANGE
096800     END-IF.
096900 4000-EXIT.
097000     EXIT.
097100*
097200******************************************************************
097300*    4100-WRITE-EDI-HEADER                                       *
097400*    WRITES THE ISA INTERCHANGE HEADER FROM OUR SENDER ID TO THE *
097500*    CUSTOMER'S PARTNER ID, THE GS GROUP HEADER FOR INVOICES,    *
097600*    THE ST TRANSACTION HEADER, AND THE BIG BEGINNING SEGMENT -  *
097700*    DEBIT INVOICE OR CREDIT MEMO - WITH A REF NAMING THE        *
097800*    ORIGINAL INVOICE WHEN THERE IS ONE.                         *
097900******************************************************************
098000 4100-WRITE-EDI-HEADER SECTION.
098100 4100-WRITE-EDI-HEADER-PARA.
098200     MOVE WS-EDI-SENDER-ID TO WS-ISA-SENDER
098300     MOVE WS-BILL-PARTNER-ID TO WS-ISA-RECEIVER
098400     MOVE WS-RUN-YYMMDD TO WS-ISA-DATE
098500     MOVE WS-RUN-HHMM TO WS-ISA-TIME
098600     MOVE WS-DOC-INTERCHANGE TO WS-ISA-CONTROL
098700     MOVE WS-ISA-SEGMENT TO EDI-SEGMENT
098800     PERFORM 4900-WRITE-SEGMENT THRU 4900-EXIT
098900     MOVE WS-DOC-INTERCHANGE TO WS-EDI-EDIT-COUNT
099000     MOVE WS-EDI-EDIT-COUNT TO WS-EDI-EDIT
099100     PERFORM 4800-STRIP-EDI-NUMBER THRU 4800-EXIT
099200     MOVE SPACES TO EDI-SEGMENT
099300     STRING 'GS*IN*' DELIMITED BY SIZE
099400            WS-EDI-SENDER-ID DELIMITED BY SPACE
099500            '*' DELIMITED BY SIZE
099600            WS-BILL-PARTNER-ID DELIMITED BY SPACE
099700            '*' DELIMITED BY SIZE
099800            WS-RUN-DATE DELIMITED BY SIZE
099900            '*' DELIMITED BY SIZE
100000            WS-RUN-HHMM DELIMITED BY SIZE
100100            '*' DELIMITED BY SIZE
100200            WS-EDI-VALUE DELIMITED BY SPACE
100300            '*X*004010~' DELIMITED BY SIZE
100400         INTO EDI-SEGMENT
100500     END-STRING
100600     PERFORM 4900-WRITE-SEGMENT THRU 4900-EXIT
100700     MOVE ZERO TO WS-EDI-SEGMENT-COUNT
100800     MOVE 'ST*810*0001~' TO EDI-SEGMENT
100900     PERFORM 4900-WRITE-SEGMENT THRU 4900-EXIT
101000     MOVE SPACES TO EDI-SEGMENT
101100     IF WS-DOC-IS-CREDIT
101200         STRING 'BIG*' DELIMITED BY SIZE
101300                EXT-POSTING-DATE DELIMITED BY SIZE
101400                '*' DELIMITED BY SIZE
101500                EXT-INVOICE-NUMBER DELIMITED BY SIZE
101600                '*****CR~' DELIMITED BY SIZE
101700             INTO EDI-SEGMENT
101800         END-STRING
101900     ELSE
102000         STRING 'BIG*' DELIMITED BY SIZE
102100                EXT-POSTING-DATE DELIMITED BY SIZE
102200                '*' DELIMITED BY SIZE
102300                EXT-INVOICE-NUMBER DELIMITED BY SIZE
102400                '*****DI~' DELIMITED BY SIZE
102500             INTO EDI-SEGMENT
102600         END-STRING
102700     END-IF
102800     PERFORM 4900-WRITE-SEGMENT THRU 4900-EXIT
102900     IF EXT-ORIG-INVOICE-NUMBER > ZERO
103000         MOVE SPACES TO EDI-SEGMENT
103100         STRING 'REF*OI*' DELIMITED BY SIZE
103200                EXT-ORIG-INVOICE-NUMBER DELIMITED BY SIZE
103300                '~' DELIMITED BY SIZE
103400             INTO EDI-SEGMENT
103500         END-STRING
103600         PERFORM 4900-WRITE-SEGMENT THRU 4900-EXIT
103700     END-IF.
103800 4100-EXIT.
103900     EXIT.
104000*
104100******************************************************************
104200*    4200-WRITE-EDI-PARTIES                                      *
104300*    WRITES THE CURRENCY SEGMENT FOR A FOREIGN BILLING CURRENCY  *
104400*    - OUR HOME CURRENCY AND THE RATE TO THE CUSTOMER'S - THEN   *
104500*    THE BILL-TO PARTY: NAME AND CUSTOMER NUMBER, ADDRESS LINES  *
104600*    AND CITY, STATE AND ZIP AS THE MASTER CARRIES THEM.         *
104700******************************************************************
104800 4200-WRITE-EDI-PARTIES SECTION.
104900 4200-WRITE-EDI-PARTIES-PARA.
105000     IF NOT WS-DOC-HOME-CURRENCY
105100      AND WS-AUD-ORIG-AMOUNT(WS-AUD-IDX) > ZERO
105200         COMPUTE WS-EDI-RATE ROUNDED =
105300             WS-AUD-HOME-AMOUNT(WS-AUD-IDX) /
105400             WS-AUD-ORIG-AMOUNT(WS-AUD-IDX)
105500         MOVE WS-EDI-RATE TO WS-EDI-EDIT-RATE
105600         MOVE WS-EDI-EDIT-RATE TO WS-EDI-EDIT
105700         PERFORM 4800-STRIP-EDI-NUMBER THRU 4800-EXIT
105800         MOVE SPACES TO EDI-SEGMENT
105900         STRING 'CUR*SE*' DELIMITED BY SIZE
106000                WS-HOME-CURRENCY DELIMITED BY SIZE
106100                '*' DELIMITED BY SIZE
106200                WS-EDI-VALUE DELIMITED BY SPACE
106300                '*BY*' DELIMITED BY SIZE
106400                WS-DOC-CURRENCY DELIMITED BY SIZE
106500                '~' DELIMITED BY SIZE
106600             INTO EDI-SEGMENT
106700         END-STRING
106800         PERFORM 4900-WRITE-SEGMENT THRU 4900-EXIT
106900     END-IF
107000     MOVE WS-BILL-NAME TO WS-EDI-TEXT-1
107100     PERFORM 4810-CLEAN-EDI-TEXT THRU 4810-EXIT
107200     MOVE SPACES TO EDI-SEGMENT
107300     STRING 'N1*BT*' DELIMITED BY SIZE
107400            WS-EDI-TEXT-1 DELIMITED BY '  '
107500            '*91*' DELIMITED BY SIZE
107600            EXT-CUSTOMER-NUMBER DELIMITED BY SIZE
107700            '~' DELIMITED BY SIZE
107800         INTO EDI-SEGMENT
107900     END-STRING
108000     PERFORM 4900-WRITE-SEGMENT THRU 4900-EXIT
108100     IF WS-BILL-ADDRESS-1 NOT = SPACES
108200         MOVE WS-BILL-ADDRESS-1 TO WS-EDI-TEXT-1
108300         MOVE WS-BILL-ADDRESS-2 TO WS-EDI-TEXT-2
108400         PERFORM 4810-CLEAN-EDI-TEXT THRU 4810-EXIT
108500         MOVE SPACES TO EDI-SEGMENT
108600         IF WS-BILL-ADDRESS-2 = SPACES
108700             STRING 'N3*' DELIMITED BY SIZE
108800                    WS-EDI-TEXT-1 DELIMITED BY '  '
108900                    '~' DELIMITED BY SIZE
109000                 INTO EDI-SEGMENT
109100             END-STRING
109200         ELSE
109300             STRING 'N3*' DELIMITED BY SIZE
109400                    WS-EDI-TEXT-1 DELIMITED BY '  '
109500                    '*' DELIMITED BY SIZE
109600                    WS-EDI-TEXT-2 DELIMITED BY '  '
109700                    '~' DELIMITED BY SIZE
109800                 INTO EDI-SEGMENT
109900             END-STRING
110000         END-IF
110100         PERFORM 4900-WRITE-SEGMENT THRU 4900-EXIT
110200     END-IF
110300     IF WS-BILL-CITY NOT = SPACES
110400         MOVE WS-BILL-CITY TO WS-EDI-TEXT-1
110500         MOVE WS-BILL-STATE TO WS-EDI-TEXT-2
110600         MOVE WS-BILL-ZIP TO WS-EDI-TEXT-3
110700         PERFORM 4810-CLEAN-EDI-TEXT THRU 4810-EXIT
110800         MOVE SPACES TO EDI-SEGMENT
110900         STRING 'N4*' DELIMITED BY SIZE
111000                WS-EDI-TEXT-1 DELIMITED BY '  '
111100                '*' DELIMITED BY SIZE
111200                WS-EDI-TEXT-2 DELIMITED BY SPACE
111300                '*' DELIMITED BY SIZE
111400                WS-EDI-TEXT-3 DELIMITED BY SPACE
111500                '~' DELIMITED BY SIZE
111600             INTO EDI-SEGMENT
111700         END-STRING
111800         PERFORM 4900-WRITE-SEGMENT THRU 4900-EXIT
111900     END-IF.
112000 4200-EXIT.
112100     EXIT.
112200*
112300******************************************************************
112400*    4300-WRITE-EDI-AMOUNTS                                      *
112500*    WRITES THE TERMS OF AN INVOICE - THE EARLY-PAY DISCOUNT     *
112600*    WHEN THERE IS ONE, AND THE NET DUE DATE - THEN ONE ITEM     *
112700*    LINE FOR THE AMOUNT BILLED, THE TOTAL, THE STATE AND LOCAL  *
112800*    TAX BY JURISDICTION (OR THE LEGACY FLAT TAX WHOLE), THE     *
112900*    DISCOUNT AS AN ALLOWANCE, AND THE LINE COUNT.  AMOUNTS ARE  *
113000*    IN HOME CURRENCY, AS THE INVOICE RUN PRICED THEM, SO THE    *
113100*    TOTAL PROVES AGAINST ITS PARTS.                             *
113200******************************************************************
113300 4300-WRITE-EDI-AMOUNTS SECTION.
113400 4300-WRITE-EDI-AMOUNTS-PARA.
113500     IF WS-DOC-IS-CREDIT
113600      OR EXT-DUE-DATE = ZERO
113700         GO TO 4300-ITEM
113800     END-IF
113900     MOVE SPACES TO EDI-SEGMENT
114000     IF EXT-DISC-PCT > ZERO
114100      AND EXT-DISC-DATE > ZERO
114200         MOVE EXT-DISC-PCT TO WS-EDI-EDIT-PCT
114300         MOVE WS-EDI-EDIT-PCT TO WS-EDI-EDIT
114400         PERFORM 4800-STRIP-EDI-NUMBER THRU 4800-EXIT
114500         STRING 'ITD*01*3*' DELIMITED BY SIZE
114600                WS-EDI-VALUE DELIMITED BY SPACE
114700                '*' DELIMITED BY SIZE
114800                EXT-DISC-DATE DELIMITED BY SIZE
114900                '**' DELIMITED BY SIZE
115000                EXT-DUE-DATE DELIMITED BY SIZE
115100                '~' DELIMITED BY SIZE
115200             INTO EDI-SEGMENT
115300         END-STRING
115400     ELSE
115500         STRING 'ITD*05*3****' DELIMITED BY SIZE
115600                EXT-DUE-DATE DELIMITED BY SIZE
115700                '~' DELIMITED BY SIZE
115800             INTO EDI-SEGMENT
115900         END-STRING
116000     END-IF
116100     PERFORM 4900-WRITE-SEGMENT THRU 4900-EXIT.
116200 4300-ITEM.
116300     MOVE WS-AUD-HOME-AMOUNT(WS-AUD-IDX) TO WS-EDI-EDIT-AMOUNT
116400     MOVE WS-EDI-EDIT-AMOUNT TO WS-EDI-EDIT
116500     PERFORM 4800-STRIP-EDI-NUMBER THRU 4800-EXIT
116600     MOVE SPACES TO EDI-SEGMENT
116700     STRING 'IT1*1*1*EA*' DELIMITED BY SIZE
116800            WS-EDI-VALUE DELIMITED BY SPACE
116900            '~' DELIMITED BY SIZE
117000         INTO EDI-SEGMENT
117100     END-STRING
117200     PERFORM 4900-WRITE-SEGMENT THRU 4900-EXIT
117300     COMPUTE WS-EDI-CENTS = WS-DOC-TOTAL * 100
117400     MOVE WS-EDI-CENTS TO WS-EDI-EDIT-CENTS
117500     MOVE WS-EDI-EDIT-CENTS TO WS-EDI-EDIT
117600     PERFORM 4800-STRIP-EDI-NUMBER THRU 4800-EXIT
117700     MOVE SPACES TO EDI-SEGMENT
117800     STRING 'TDS*' DELIMITED BY SIZE
117900            WS-EDI-VALUE DELIMITED BY SPACE
118000            '~' DELIMITED BY SIZE
118100         INTO EDI-SEGMENT
118200     END-STRING
118300     PERFORM 4900-WRITE-SEGMENT THRU 4900-EXIT
118400     PERFORM 4310-WRITE-EDI-TAX THRU 4310-EXIT
118500     IF WS-AUD-DISCOUNT(WS-AUD-IDX) NOT = ZERO
118600         COMPUTE WS-EDI-CENTS = WS-AUD-DISCOUNT(WS-AUD-IDX) * 100
118700         MOVE WS-EDI-CENTS TO WS-EDI-EDIT-CENTS
118800         MOVE WS-EDI-EDIT-CENTS TO WS-EDI-EDIT
118900         PERFORM 4800-STRIP-EDI-NUMBER THRU 4800-EXIT
119000         MOVE SPACES TO EDI-SEGMENT
119100         STRING 'SAC*A*C310***' DELIMITED BY SIZE
119200                WS-EDI-VALUE DELIMITED BY SPACE
119300                '~' DELIMITED BY SIZE
119400             INTO EDI-SEGMENT
119500         END-STRING
119600         PERFORM 4900-WRITE-SEGMENT THRU 4900-EXIT
119700     END-IF
119800     MOVE 'CTT*1~' TO EDI-SEGMENT
119900     PERFORM 4900-WRITE-SEGMENT THRU 4900-EXIT.
120000 4300-EXIT.
120100     EXIT.
120200*
120300******************************************************************
120400*    4310-WRITE-EDI-TAX                                          *
120500*    WRITES A TXI SEGMENT FOR THE STATE TAX, QUALIFIED BY THE    *
120600*    STATE CODE, AND ONE FOR ANY LOCAL TAX, QUALIFIED BY THE     *
120700*    LOCAL CODE.  THE LEGACY FLAT-RATE TAX GOES AS ONE TOTAL-TAX *
120800*    SEGMENT WHEN THERE IS ANY.                                  *
120900******************************************************************
121000 4310-WRITE-EDI-TAX SECTION.
121100 4310-WRITE-EDI-TAX-PARA.
121200     IF WS-AUD-STATE-CODE(WS-AUD-IDX) = SPACES
121300         IF WS-AUD-TAX-AMOUNT(WS-AUD-IDX) NOT = ZERO
121400             MOVE WS-AUD-TAX-AMOUNT(WS-AUD-IDX)
121500               TO WS-EDI-EDIT-AMOUNT
121600             MOVE WS-EDI-EDIT-AMOUNT TO WS-EDI-EDIT
121700             PERFORM 4800-STRIP-EDI-NUMBER THRU 4800-EXIT
121800             MOVE SPACES TO EDI-SEGMENT
121900             STRING 'TXI*TX*' DELIMITED BY SIZE
122000                    WS-EDI-VALUE DELIMITED BY SPACE
122100                    '~' DELIMITED BY SIZE
122200                 INTO EDI-SEGMENT
122300             END-STRING
122400             PERFORM 4900-WRITE-SEGMENT THRU 4900-EXIT
122500         END-IF
122600         GO TO 4310-EXIT
122700     END-IF
122800     MOVE WS-AUD-STATE-TAX(WS-AUD-IDX) TO WS-EDI-EDIT-AMOUNT
122900     MOVE WS-EDI-EDIT-AMOUNT TO WS-EDI-EDIT
123000     PERFORM 4800-STRIP-EDI-NUMBER THRU 4800-EXIT
123100     MOVE SPACES TO EDI-SEGMENT
123200     STRING 'TXI*ST*' DELIMITED BY SIZE
123300            WS-EDI-VALUE DELIMITED BY SPACE
123400            '**SP*' DELIMITED BY SIZE
123500            WS-AUD-STATE-CODE(WS-AUD-IDX) DELIMITED BY SIZE
123600            '~' DELIMITED BY SIZE
123700         INTO EDI-SEGMENT
123800     END-STRING
123900     PERFORM 4900-WRITE-SEGMENT THRU 4900-EXIT
124000     IF WS-AUD-LOCAL-CODE(WS-AUD-IDX) = SPACES
124100         GO TO 4310-EXIT
124200     END-IF
124300     MOVE WS-AUD-LOCAL-TAX(WS-AUD-IDX) TO WS-EDI-EDIT-AMOUNT
124400     MOVE WS-EDI-EDIT-AMOUNT TO WS-EDI-EDIT
124500     PERFORM 4800-STRIP-EDI-NUMBER THRU 4800-EXIT
124600     MOVE SPACES TO EDI-SEGMENT
124700     STRING 'TXI*LT*' DELIMITED BY SIZE
124800            WS-EDI-VALUE DELIMITED BY SPACE
124900            '**CD*' DELIMITED BY SIZE
125000            WS-AUD-LOCAL-CODE(WS-AUD-IDX) DELIMITED BY SPACE
125100            '~' DELIMITED BY SIZE
125200         INTO EDI-SEGMENT
125300     END-STRING
125400     PERFORM 4900-WRITE-SEGMENT THRU 4900-EXIT.
125500 4310-EXIT.
125600     EXIT.
125700*
125800******************************************************************
125900*    4400-WRITE-EDI-TRAILER                                      *
126000*    WRITES THE SE TRANSACTION TRAILER WITH ITS SEGMENT COUNT -  *
126100*    ST THROUGH SE - THEN THE GE AND IEA TRAILERS CLOSING THE    *
126200*    GROUP AND THE INTERCHANGE.                                  *
126300******************************************************************
126400 4400-WRITE-EDI-TRAILER SECTION.
126500 4400-WRITE-EDI-TRAILER-PARA.
126600     COMPUTE WS-EDI-EDIT-COUNT = WS-EDI-SEGMENT-COUNT + 1
126700     MOVE WS-EDI-EDIT-COUNT TO WS-EDI-EDIT
126800     PERFORM 4800-STRIP-EDI-NUMBER THRU 4800-EXIT
126900     MOVE SPACES TO EDI-SEGMENT
127000     STRING 'SE*' DELIMITED BY SIZE
127100            WS-EDI-VALUE DELIMITED BY SPACE
127200            '*0001~' DELIMITED BY SIZE
127300         INTO EDI-SEGMENT
127400     END-STRING
127500     PERFORM 4900-WRITE-SEGMENT THRU 4900-EXIT
127600     MOVE WS-DOC-INTERCHANGE TO WS-EDI-EDIT-COUNT
127700     MOVE WS-EDI-EDIT-COUNT TO WS-EDI-EDIT
127800     PERFORM 4800-STRIP-EDI-NUMBER THRU 4800-EXIT
127900     MOVE SPACES TO EDI-SEGMENT
128000     STRING 'GE*1*' DELIMITED BY SIZE
128100            WS-EDI-VALUE DELIMITED BY SPACE
128200            '~' DELIMITED BY SIZE
128300         INTO EDI-SEGMENT
128400     END-STRING
128500     PERFORM 4900-WRITE-SEGMENT THRU 4900-EXIT
128600     MOVE SPACES TO EDI-SEGMENT
128700     STRING 'IEA*1*' DELIMITED BY SIZE
128800            WS-DOC-INTERCHANGE DELIMITED BY SIZE
128900            '~' DELIMITED BY SIZE
129000         INTO EDI-SEGMENT
129100     END-STRING
129200     PERFORM 4900-WRITE-SEGMENT THRU 4900-EXIT.
129300 4400-EXIT.
129400     EXIT.
129500*
129600******************************************************************
129700*    4800-STRIP-EDI-NUMBER                                       *
129800*    LEFT-JUSTIFIES THE EDITED NUMBER IN WS-EDI-EDIT INTO        *
129900*    WS-EDI-VALUE, DROPPING THE LEADING SPACES AN X12 NUMERIC    *
130000*    ELEMENT MUST NOT CARRY.                                     *
130100******************************************************************
130200 4800-STRIP-EDI-NUMBER SECTION.
130300 4800-STRIP-EDI-NUMBER-PARA.
130400     MOVE ZERO TO WS-EDI-LEAD-COUNT
130500     INSPECT WS-EDI-EDIT TALLYING WS-EDI-LEAD-COUNT
130600         FOR LEADING SPACES
130700     MOVE SPACES TO WS-EDI-VALUE
130800     MOVE WS-EDI-EDIT(WS-EDI-LEAD-COUNT + 1:) TO WS-EDI-VALUE.
130900 4800-EXIT.
131000     EXIT.
131100*
131200******************************************************************
131300*    4810-CLEAN-EDI-TEXT                                         *
131400*    BLANKS ANY ELEMENT SEPARATOR OR SEGMENT TERMINATOR IN THE   *
131500*    TEXT WORK AREAS, SO A NAME OR ADDRESS CANNOT BREAK THE      *
131600*    SEGMENT IT GOES INTO.                                       *
131700******************************************************************
131800 4810-CLEAN-EDI-TEXT SECTION.
131900 4810-CLEAN-EDI-TEXT-PARA.
132000     INSPECT WS-EDI-TEXT-1 REPLACING ALL '*' BY SPACE
132100                                     ALL '~' BY SPACE
132200     INSPECT WS-EDI-TEXT-2 REPLACING ALL '*' BY SPACE
132300                                     ALL '~' BY SPACE
132400     INSPECT WS-EDI-TEXT-3 REPLACING ALL '*' BY SPACE
132500                                     ALL '~' BY SPACE.
132600 4810-EXIT.
132700     EXIT.
132800*
132900 4900-WRITE-SEGMENT SECTION.
133000 4900-WRITE-SEGMENT-PARA.
133100     WRITE EDI-SEGMENT
133200     ADD 1 TO WS-EDI-SEGMENT-COUNT
133300     ADD 1 TO WS-EDI-SEGMENTS-WRITTEN.
133400 4900-EXIT.
133500     EXIT.
133600*
133700******************************************************************
133800*    5000-WRITE-DELIVERY-LOG                                     *
133900*    LOGS THE DOCUMENT JUST PRODUCED - INVOICE OR CREDIT, PAPER  *
134000*    OR EDI, THE INTERCHANGE NUMBER IT WENT UNDER, THE POSTED    *
134100*    FINAL TOTAL, AND ANY NOTE.                                  *
134200******************************************************************
134300 5000-WRITE-DELIVERY-LOG SECTION.
134400 5000-WRITE-DELIVERY-LOG-PARA.
134500     MOVE SPACES TO DLV-RECORD
134600     MOVE WS-RUN-DATE TO DLV-RUN-DATE
134700     MOVE EXT-INVOICE-NUMBER TO DLV-INVOICE-NUMBER
134800     MOVE EXT-CUSTOMER-NUMBER TO DLV-CUSTOMER-NUMBER
134900     MOVE WS-BILL-NAME TO DLV-CUSTOMER-NAME
135000     MOVE WS-DOC-KIND TO DLV-DOCUMENT-KIND
135100     MOVE WS-DOC-METHOD TO DLV-DELIVERY-METHOD
135200     MOVE WS-BILL-PARTNER-ID TO DLV-EDI-PARTNER-ID
135300     MOVE WS-DOC-INTERCHANGE TO DLV-INTERCHANGE-NUMBER
135400     MOVE EXT-FINAL-TOTAL TO DLV-AMOUNT
135500     MOVE WS-DOC-NOTE TO DLV-NOTE
135600     WRITE DLV-RECORD.
135700 5000-EXIT.
135800     EXIT.
135900*
136000******************************************************************
136100*    8100-WRITE-CONTROL-RECORD                                   *
136200*    WRITES EDICTL BACK WHOLE WITH OUR SENDER ID, THE NEXT       *
136300*    INTERCHANGE CONTROL NUMBER TO USE AND THIS RUN'S EDI        *
136400*    DOCUMENT COUNT.  ONLY A RUN THAT FOUND EDI SET UP AND GOT   *
136500*    THIS FAR WRITES IT, SO AN INTERRUPTED RUN CAN SIMPLY BE     *
136600*    RERUN.                                                      *
136700******************************************************************
136800 8100-WRITE-CONTROL-RECORD SECTION.
136900 8100-WRITE-CONTROL-RECORD-PARA.
137000     IF NOT WS-EDI-READY
137100         GO TO 8100-EXIT
137200     END-IF
137300     OPEN OUTPUT EDI-CONTROL-FILE
137400     MOVE WS-EDI-SENDER-ID TO EDC-SENDER-ID
137500     MOVE WS-NEXT-INTERCHANGE TO EDC-NEXT-INTERCHANGE
137600     MOVE WS-RUN-DATE TO EDC-LAST-RUN-DATE
137700     COMPUTE EDC-LAST-INTERCHANGE-COUNT =
137800         WS-EDI-INVOICE-COUNT + WS-EDI-CREDIT-COUNT
137900     WRITE EDC-RECORD
138000     CLOSE EDI-CONTROL-FILE.
138100 8100-EXIT.
138200     EXIT.
138300*
138400******************************************************************
138500*    9000-TERMINATE                                              *
138600*    DISPLAYS THE RUN COUNTS AND TOTALS, CLOSES ALL FILES, AND   *
138700*    WRITES BACK THE EDI CONTROL RECORD.                         *
138800******************************************************************
138900 9000-TERMINATE SECTION.
139000 9000-TERMINATE-PARA.
139100     DISPLAY 'EXTRACT ROWS READ:   ' WS-EXTRACT-READ
139200     DISPLAY 'AUDIT ROWS LOADED:   ' WS-AUDIT-ROWS-LOADED
139300     DISPLAY 'PAPER INVOICES:      ' WS-PAPER-INVOICE-COUNT
139400     DISPLAY 'PAPER CREDITS:       ' WS-PAPER-CREDIT-COUNT
139500     DISPLAY 'EDI INVOICES:        ' WS-EDI-INVOICE-COUNT
139600     DISPLAY 'EDI CREDITS:         ' WS-EDI-CREDIT-COUNT
139700     DISPLAY 'EDI SEGMENTS:        ' WS-EDI-SEGMENTS-WRITTEN
139800     DISPLAY 'EDI SENT AS PAPER:   ' WS-EDI-FALLBACK-COUNT
139900     DISPLAY 'NOT ON FILE:         ' WS-NOT-ON-FILE-COUNT
140000     DISPLAY 'NO BILL-TO ADDRESS:  ' WS-NO-ADDRESS-COUNT
140100     MOVE WS-INVOICE-TOTAL TO WS-SHOW-AMOUNT
140200     DISPLAY 'INVOICES TOTAL:      ' WS-SHOW-AMOUNT
140300     MOVE WS-CREDIT-TOTAL TO WS-SHOW-AMOUNT
140400     DISPLAY 'CREDITS TOTAL:       ' WS-SHOW-AMOUNT
140500     IF WS-EXTRACT-OPEN
140600         CLOSE AR-EXTRACT-FILE
140700     END-IF
140800     CLOSE CUSTOMER-MASTER-FILE
140900     CLOSE INVOICE-DOCUMENT-FILE
141000     CLOSE EDI-INVOICE-FILE
141100     CLOSE DELIVERY-LOG-FILE
141200     PERFORM 8100-WRITE-CONTROL-RECORD THRU 8100-EXIT
141300     PERFORM 9600-END-RUN-CONTROL THRU 9600-EXIT.
141400 9000-EXIT.
141500     EXIT.
141600*
141700******************************************************************
141800*    9500-START-RUN-CONTROL                                      *
141900*    CHECKS THE RUN-CONTROL LEDGER BEFORE ANYTHING IS PROCESSED. *
142000*    THE STEP REFUSES TO START IF INVOICE HAS NOT COMPLETED FOR  *
142100*    THE BUSINESS DATE, IF IT HAS ALREADY COMPLETED FOR THE      *
142200*    BUSINESS DATE, IF AN INPUT IS NOT THE GENERATION ITS SOURCE *
142300*    STEP LEFT ON THE LEDGER FOR THE DATE, OR IF AN INPUT IS THE *
142400*    GENERATION THIS STEP ALREADY CONSUMED ON ITS LAST RUN.      *
142500*    OTHERWISE THE START AND THE COUNT AND TOTAL OF EVERY INPUT  *
142600*    GO ON THE LEDGER AS THIS STEP'S ROW FOR THE DATE.           *
142700******************************************************************
142800 9500-START-RUN-CONTROL SECTION.
142900 9500-START-RUN-CONTROL-PARA.
143000     ACCEPT WS-RCL-START-DATE FROM DATE YYYYMMDD
143100     ACCEPT WS-RCL-START-TIME FROM TIME
143200     PERFORM 9520-OPEN-RUN-CONTROL THRU 9520-EXIT
143300     PERFORM 9530-CHECK-PREDECESSOR THRU 9530-EXIT
143400     MOVE ZERO TO WS-RCF-COUNT
143500     MOVE 'I' TO WS-RCL-WORK-USE
143600     PERFORM 9700-MEASURE-INPUTS THRU 9700-EXIT
143700     PERFORM 9540-CHECK-HANDOFF THRU 9540-EXIT
143800     PERFORM 9550-CHECK-LAST-GENERATION THRU 9550-EXIT
143900     PERFORM 9560-RECORD-STEP-START THRU 9560-EXIT
144000     CLOSE RUN-CONTROL-FILE.
144100 9500-EXIT.
144200     EXIT.
144300*
144400******************************************************************
144500*    9510-READ-BUSINESS-DATE                                     *
144600*    TAKES THE RUN DATE FROM THE BIZDATE BUSINESS-DATE CARD, NOT *
144700*    THE CLOCK.  A MISSING CARD, OR ONE THAT IS NOT A REAL       *
144800*    CALENDAR DATE, STOPS THE STEP WITH RETURN-CODE 16.          *
144900******************************************************************
145000 9510-READ-BUSINESS-DATE SECTION.
145100 9510-READ-BUSINESS-DATE-PARA.
145200     OPEN INPUT BUSINESS-DATE-FILE
145300     IF WS-BDC-FILE-STATUS NOT = '00'
145400         DISPLAY 'INVDOC CANNOT START - NO BUSINESS DATE CARD'
145500         MOVE 16 TO RETURN-CODE
145600         STOP RUN
145700     END-IF
145800     READ BUSINESS-DATE-FILE
145900         AT END
146000             MOVE ZERO TO BDC-BUSINESS-DATE
146100     END-READ
146200     CLOSE BUSINESS-DATE-FILE
146300     IF BDC-BUSINESS-DATE NUMERIC
146400      AND BDC-YEAR NOT < 1900
146500      AND BDC-MONTH > ZERO AND BDC-MONTH < 13
146600      AND BDC-DAY > ZERO AND BDC-DAY < 32
146700         COMPUTE WS-RCL-DAY-INTEGER =
146800             FUNCTION INTEGER-OF-DATE(BDC-BUSINESS-DATE)
146900         COMPUTE WS-RCL-CHECK-DATE =
147000             FUNCTION DATE-OF-INTEGER(WS-RCL-DAY-INTEGER)
147100         IF WS-RCL-CHECK-DATE = BDC-BUSINESS-DATE
147200             MOVE BDC-BUSINESS-DATE TO WS-RUN-DATE
147300             GO TO 9510-EXIT
147400         END-IF
147500     END-IF
147600     DISPLAY 'INVDOC CANNOT START - INVALID BUSINESS '
147700         'DATE CARD: ' BDC-RECORD
147800     MOVE 16 TO RETURN-CODE
147900     STOP RUN.
148000 9510-EXIT.
148100     EXIT.
148200*
148300******************************************************************
148400*    9520-OPEN-RUN-CONTROL                                       *
148500*    OPENS THE LEDGER FOR UPDATE, CREATING IT EMPTY ON THE VERY  *
148600*    FIRST RUN.                                                  *
148700******************************************************************
148800 9520-OPEN-RUN-CONTROL SECTION.
148900 9520-OPEN-RUN-CONTROL-PARA.
149000     OPEN I-O RUN-CONTROL-FILE
149100     IF WS-RCL-FILE-STATUS = '35'
149200         OPEN OUTPUT RUN-CONTROL-FILE
149300         CLOSE RUN-CONTROL-FILE
149400         OPEN I-O RUN-CONTROL-FILE
149500     END-IF
149600     IF WS-RCL-FILE-STATUS NOT = '00'
149700         DISPLAY 'RUN-CONTROL LEDGER WILL NOT OPEN - STATUS '
149800             WS-RCL-FILE-STATUS
149900         MOVE 16 TO RETURN-CODE
150000         STOP RUN
150100     END-IF.
150200 9520-EXIT.
150300     EXIT.
150400*
150500******************************************************************
150600*    9530-CHECK-PREDECESSOR                                      *
150700*    THE STEP AHEAD IN THE CHAIN MUST HAVE COMPLETED FOR THE     *
150800*    BUSINESS DATE.  THIS STEP MUST NOT HAVE COMPLETED FOR IT    *
150900*    ALREADY; A STARTED OR FAILED ROW IS A RERUN, AND ITS RUN    *
151000*    COUNT CARRIES ON.                                           *
151100******************************************************************
151200 9530-CHECK-PREDECESSOR SECTION.
151300 9530-CHECK-PREDECESSOR-PARA.
151400     MOVE WS-RUN-DATE TO RCL-BUSINESS-DATE
151500     MOVE WS-RCL-PREDECESSOR TO RCL-STEP-NAME
151600     READ RUN-CONTROL-FILE
151700         INVALID KEY
151800             MOVE SPACE TO RCL-STEP-STATUS
151900     END-READ
152000     IF NOT RCL-STEP-COMPLETE
152100         DISPLAY 'INVDOC CANNOT START - '
152200             'INVOICE HAS NOT COMPLETED FOR BUSINESS DATE '
152300             WS-RUN-DATE
152400         PERFORM 9590-REFUSE-START THRU 9590-EXIT
152500     END-IF
152600     MOVE WS-RUN-DATE TO RCL-BUSINESS-DATE
152700     MOVE WS-RCL-STEP-NAME TO RCL-STEP-NAME
152800     READ RUN-CONTROL-FILE
152900         INVALID KEY
153000             MOVE SPACE TO RCL-STEP-STATUS
153100             MOVE ZERO TO RCL-RUN-COUNT
153200     END-READ
153300     IF RCL-STEP-COMPLETE
153400         DISPLAY 'INVDOC CANNOT START - ALREADY COMPLETE FOR '
153500             'BUSINESS DATE ' WS-RUN-DATE
153600         PERFORM 9590-REFUSE-START THRU 9590-EXIT
153700     END-IF
153800     MOVE RCL-RUN-COUNT TO WS-RCL-RUN-COUNT.
153900 9530-EXIT.
154000     EXIT.
154100*
154200******************************************************************
154300*    9540-CHECK-HANDOFF                                          *
154400*    EVERY INPUT WITH A SOURCE STEP MUST CARRY THE SAME RECORD   *
154500*    COUNT AND TOTAL AS THE SOURCE STEP'S LEDGER ROW SHOWS FOR   *
154600*    THE SAME FILE ON THE BUSINESS DATE - ANYTHING ELSE IS NOT   *
154700*    THE GENERATION THE CHAIN HANDED ON.  A SOURCE ROW THAT DOES *
154800*    NOT NAME THE FILE CANNOT BE CHECKED AND IS PASSED.          *
154900******************************************************************
155000 9540-CHECK-HANDOFF SECTION.
155100 9540-CHECK-HANDOFF-PARA.
155200     PERFORM 9541-CHECK-ONE-HANDOFF THRU 9541-EXIT
155300         VARYING WS-RCF-IDX FROM 1 BY 1
155400         UNTIL WS-RCF-IDX > WS-RCF-COUNT.
155500 9540-EXIT.
155600     EXIT.
155700*
155800 9541-CHECK-ONE-HANDOFF SECTION.
155900 9541-CHECK-ONE-HANDOFF-PARA.
156000     IF WS-RCF-SOURCE(WS-RCF-IDX) = SPACES
156100         GO TO 9541-EXIT
156200     END-IF
156300     MOVE WS-RUN-DATE TO RCL-BUSINESS-DATE
156400     MOVE WS-RCF-SOURCE(WS-RCF-IDX) TO RCL-STEP-NAME
156500     READ RUN-CONTROL-FILE
156600         INVALID KEY
156700             MOVE ZERO TO RCL-FILE-COUNT
156800     END-READ
156900     MOVE 'N' TO WS-RCL-FOUND-SW
157000     MOVE 'N' TO WS-RCL-MATCH-SW
157100     IF RCL-FILE-COUNT > ZERO
157200         PERFORM 9542-MATCH-HANDOFF-ENTRY THRU 9542-EXIT
157300             VARYING RCL-FILE-IDX FROM 1 BY 1
157400             UNTIL RCL-FILE-IDX > RCL-FILE-COUNT
157500     END-IF
157600     IF NOT WS-RCL-FOUND OR WS-RCL-MATCH
157700         GO TO 9541-EXIT
157800     END-IF
157900     MOVE SPACES TO WS-RCL-MESSAGE
158000     STRING 'INVDOC CANNOT START - '
158100                DELIMITED BY SIZE
158200            WS-RCF-NAME(WS-RCF-IDX)
158300                DELIMITED BY SPACE
158400            ' IS NOT THE GENERATION '
158500                DELIMITED BY SIZE
158600            WS-RCF-SOURCE(WS-RCF-IDX)
158700                DELIMITED BY SPACE
158800            ' LEFT FOR BUSINESS DATE '
158900                DELIMITED BY SIZE
159000            WS-RUN-DATE
159100                DELIMITED BY SIZE
159200         INTO WS-RCL-MESSAGE
159300     END-STRING
159400     DISPLAY WS-RCL-MESSAGE
159500     MOVE WS-RCL-WORK-RECORDS TO WS-RCL-SHOW-RECORDS
159600     MOVE WS-RCL-WORK-TOTAL TO WS-RCL-SHOW-TOTAL
159700     DISPLAY '    LEDGER SHOWS ' WS-RCL-SHOW-RECORDS
159800         ' RECORDS, TOTAL ' WS-RCL-SHOW-TOTAL
159900     MOVE WS-RCF-RECORDS(WS-RCF-IDX) TO WS-RCL-SHOW-RECORDS
160000     MOVE WS-RCF-TOTAL(WS-RCF-IDX) TO WS-RCL-SHOW-TOTAL
160100     DISPLAY '    FILE ON HAND ' WS-RCL-SHOW-RECORDS
160200         ' RECORDS, TOTAL ' WS-RCL-SHOW-TOTAL
160300     PERFORM 9590-REFUSE-START THRU 9590-EXIT.
160400 9541-EXIT.
160500     EXIT.
160600*
160700 9542-MATCH-HANDOFF-ENTRY SECTION.
160800 9542-MATCH-HANDOFF-ENTRY-PARA.
160900     IF RCL-FILE-NAME(RCL-FILE-IDX) = WS-RCF-NAME(WS-RCF-IDX)
161000         SET WS-RCL-FOUND TO TRUE
161100         MOVE RCL-FILE-RECORDS(RCL-FILE-IDX)
161200           TO WS-RCL-WORK-RECORDS
161300         MOVE RCL-FILE-TOTAL(RCL-FILE-IDX) TO WS-RCL-WORK-TOTAL
161400         IF RCL-FILE-RECORDS(RCL-FILE-IDX) =
161500                WS-RCF-RECORDS(WS-RCF-IDX)
161600          AND RCL-FILE-TOTAL(RCL-FILE-IDX) =
161700                WS-RCF-TOTAL(WS-RCF-IDX)
161800             SET WS-RCL-MATCH TO TRUE
161900         END-IF
162000     END-IF.
162100 9542-EXIT.
162200     EXIT.
162300*
162400******************************************************************
162500*    9550-CHECK-LAST-GENERATION                                  *
162600*    EVERY NON-EMPTY INPUT WITHOUT A SOURCE STEP IS CHECKED      *
162700*    AGAINST THIS STEP'S LAST COMPLETED RUN (ITS ZERO-DATE ROW). *
162800*    THE SAME RECORD COUNT AND TOTAL AS AN INPUT THAT RUN        *
162900*    CONSUMED MEANS THE OLD GENERATION WAS HANDED IN AGAIN -     *
163000*    UNLESS IT ALSO MATCHES THE CARRY FILE THAT RUN PRODUCED FOR *
163100*    IT, WHICH IS THE SWAP DONE RIGHT WITH NOTHING CHANGED.  NO  *
163200*    ZERO-DATE ROW MEANS A FIRST RUN.                            *
163300******************************************************************
163400 9550-CHECK-LAST-GENERATION SECTION.
163500 9550-CHECK-LAST-GENERATION-PARA.
163600     MOVE ZERO TO RCL-BUSINESS-DATE
163700     MOVE WS-RCL-STEP-NAME TO RCL-STEP-NAME
163800     READ RUN-CONTROL-FILE
163900         INVALID KEY
164000             GO TO 9550-EXIT
164100     END-READ
164200     MOVE RCL-LAST-BUSINESS-DATE TO WS-RCL-LAST-DATE
164300     PERFORM 9551-CHECK-ONE-GENERATION THRU 9551-EXIT
164400         VARYING WS-RCF-IDX FROM 1 BY 1
164500         UNTIL WS-RCF-IDX > WS-RCF-COUNT.
164600 9550-EXIT.
164700     EXIT.
164800*
164900 9551-CHECK-ONE-GENERATION SECTION.
165000 9551-CHECK-ONE-GENERATION-PARA.
165100     IF WS-RCF-SOURCE(WS-RCF-IDX) NOT = SPACES
165200      OR WS-RCF-RECORDS(WS-RCF-IDX) = ZERO
165300         GO TO 9551-EXIT
165400     END-IF
165500     PERFORM 9552-MATCH-CONSUMED-ENTRY THRU 9552-EXIT
165600         VARYING RCL-FILE-IDX FROM 1 BY 1
165700         UNTIL RCL-FILE-IDX > RCL-FILE-COUNT
165800     IF WS-RCF-STALE(WS-RCF-IDX)
165900      AND WS-RCF-PARTNER(WS-RCF-IDX) NOT = SPACES
166000         PERFORM 9553-MATCH-PARTNER-ENTRY THRU 9553-EXIT
166100             VARYING RCL-FILE-IDX FROM 1 BY 1
166200             UNTIL RCL-FILE-IDX > RCL-FILE-COUNT
166300     END-IF
166400     IF NOT WS-RCF-STALE(WS-RCF-IDX)
166500         GO TO 9551-EXIT
166600     END-IF
166700     MOVE SPACES TO WS-RCL-MESSAGE
166800     STRING 'INVDOC CANNOT START - '
166900                DELIMITED BY SIZE
167000            WS-RCF-NAME(WS-RCF-IDX)
167100                DELIMITED BY SPACE
167200            ' IS THE GENERATION ALREADY CONSUMED FOR '
167300                DELIMITED BY SIZE
167400            'BUSINESS DATE '
167500                DELIMITED BY SIZE
167600            WS-RCL-LAST-DATE
167700                DELIMITED BY SIZE
167800         INTO WS-RCL-MESSAGE
167900     END-STRING
168000     DISPLAY WS-RCL-MESSAGE
168100     IF WS-RCF-PARTNER(WS-RCF-IDX) NOT = SPACES
168200         MOVE SPACES TO WS-RCL-MESSAGE
168300         STRING '    SWAP IN THE '
168400                    DELIMITED BY SIZE
168500                WS-RCF-PARTNER(WS-RCF-IDX)
168600                    DELIMITED BY SPACE
168700                ' THAT RUN PRODUCED AS '
168800                    DELIMITED BY SIZE
168900                WS-RCF-NAME(WS-RCF-IDX)
169000                    DELIMITED BY SPACE
169100             INTO WS-RCL-MESSAGE
169200         END-STRING
169300         DISPLAY WS-RCL-MESSAGE
169400     END-IF
169500     PERFORM 9590-REFUSE-START THRU 9590-EXIT.
169600 9551-EXIT.
169700     EXIT.
169800*
169900 9552-MATCH-CONSUMED-ENTRY SECTION.
170000 9552-MATCH-CONSUMED-ENTRY-PARA.
170100     IF RCL-FILE-CONSUMED(RCL-FILE-IDX)
170200      AND RCL-FILE-NAME(RCL-FILE-IDX) = WS-RCF-NAME(WS-RCF-IDX)
170300      AND RCL-FILE-RECORDS(RCL-FILE-IDX) =
170400             WS-RCF-RECORDS(WS-RCF-IDX)
170500      AND RCL-FILE-TOTAL(RCL-FILE-IDX) = WS-RCF-TOTAL(WS-RCF-IDX)
170600         MOVE 'Y' TO WS-RCF-STALE-SW(WS-RCF-IDX)
170700     END-IF.
170800 9552-EXIT.
170900     EXIT.
171000*
171100 9553-MATCH-PARTNER-ENTRY SECTION.
171200 9553-MATCH-PARTNER-ENTRY-PARA.
171300     IF RCL-FILE-PRODUCED(RCL-FILE-IDX)
171400      AND RCL-FILE-NAME(RCL-FILE-IDX) = WS-RCF-PARTNER(WS-RCF-IDX)
171500      AND RCL-FILE-RECORDS(RCL-FILE-IDX) =
171600             WS-RCF-RECORDS(WS-RCF-IDX)
171700      AND RCL-FILE-TOTAL(RCL-FILE-IDX) = WS-RCF-TOTAL(WS-RCF-IDX)
171800         MOVE 'N' TO WS-RCF-STALE-SW(WS-RCF-IDX)
171900     END-IF.
172000 9553-EXIT.
172100     EXIT.
172200*
172300******************************************************************
172400*    9560-RECORD-STEP-START                                      *
172500*    WRITES THIS STEP'S ROW FOR THE BUSINESS DATE AS STARTED,    *
172600*    WITH THE START TIME AND THE INPUTS' COUNTS AND TOTALS.      *
172700******************************************************************
172800 9560-RECORD-STEP-START SECTION.
172900 9560-RECORD-STEP-START-PARA.
173000     ADD 1 TO WS-RCL-RUN-COUNT
173100     MOVE 'S' TO WS-RCL-STEP-STATUS
173200     MOVE ZERO TO WS-RCL-END-DATE
173300     MOVE ZERO TO WS-RCL-END-TIME
173400     MOVE ZERO TO WS-RCL-RETURN-CODE
173500     PERFORM 9570-BUILD-STEP-ROW THRU 9570-EXIT
173600     PERFORM 9580-PUT-STEP-ROW THRU 9580-EXIT
173700     DISPLAY 'RUN CONTROL: INVDOC STARTED FOR BUSINESS DATE '
173800         WS-RUN-DATE.
173900 9560-EXIT.
174000     EXIT.
174100*
174200******************************************************************
174300*    9570-BUILD-STEP-ROW                                         *
174400*    BUILDS THIS STEP'S LEDGER ROW FOR THE BUSINESS DATE FROM    *
174500*    THE RUN-CONTROL FIELDS AND THE FILE TABLE.                  *
174600******************************************************************
174700 9570-BUILD-STEP-ROW SECTION.
174800 9570-BUILD-STEP-ROW-PARA.
174900     INITIALIZE RCL-RECORD
175000     MOVE WS-RUN-DATE TO RCL-BUSINESS-DATE
175100     MOVE WS-RCL-STEP-NAME TO RCL-STEP-NAME
175200     MOVE WS-RCL-STEP-STATUS TO RCL-STEP-STATUS
175300     MOVE WS-RCL-RUN-COUNT TO RCL-RUN-COUNT
175400     MOVE WS-RCL-START-DATE TO RCL-START-DATE
175500     MOVE WS-RCL-START-TIME TO RCL-START-TIME
175600     MOVE WS-RCL-END-DATE TO RCL-END-DATE
175700     MOVE WS-RCL-END-TIME TO RCL-END-TIME
175800     MOVE WS-RCL-RETURN-CODE TO RCL-RETURN-CODE
175900     MOVE WS-RUN-DATE TO RCL-LAST-BUSINESS-DATE
176000     MOVE WS-RCF-COUNT TO RCL-FILE-COUNT
176100     PERFORM 9575-MOVE-FILE-ENTRY THRU 9575-EXIT
176200         VARYING WS-RCF-IDX FROM 1 BY 1
176300         UNTIL WS-RCF-IDX > WS-RCF-COUNT.
176400 9570-EXIT.
176500     EXIT.
176600*
176700 9575-MOVE-FILE-ENTRY SECTION.
176800 9575-MOVE-FILE-ENTRY-PARA.
176900     SET RCL-FILE-IDX TO WS-RCF-IDX
177000     MOVE WS-RCF-NAME(WS-RCF-IDX) TO RCL-FILE-NAME(RCL-FILE-IDX)
177100     MOVE WS-RCF-USE(WS-RCF-IDX) TO RCL-FILE-USE(RCL-FILE-IDX)
177200     MOVE WS-RCF-RECORDS(WS-RCF-IDX)
177300       TO RCL-FILE-RECORDS(RCL-FILE-IDX)
177400     MOVE WS-RCF-TOTAL(WS-RCF-IDX)
177500       TO RCL-FILE-TOTAL(RCL-FILE-IDX).
177600 9575-EXIT.
177700     EXIT.
177800*
177900******************************************************************
178000*    9580-PUT-STEP-ROW                                           *
178100*    ADDS THE ROW IN RCL-RECORD TO THE LEDGER, OR REPLACES IT IF *
178200*    ITS KEY IS ALREADY THERE.                                   *
178300******************************************************************
178400 9580-PUT-STEP-ROW SECTION.
178500 9580-PUT-STEP-ROW-PARA.
178600     WRITE RCL-RECORD
178700         INVALID KEY
178800             REWRITE RCL-RECORD
178900                 INVALID KEY
179000                     DISPLAY 'RUN-CONTROL LEDGER WILL NOT '
179100                         'UPDATE - STATUS ' WS-RCL-FILE-STATUS
179200                     MOVE 16 TO RETURN-CODE
179300                     STOP RUN
179400             END-REWRITE
179500     END-WRITE.
179600 9580-EXIT.
179700     EXIT.
179800*
179900******************************************************************
180000*    9590-REFUSE-START                                           *
180100*    ENDS A STEP THAT FAILED A RUN-CONTROL CHECK WITH RETURN-    *
180200*    CODE 16 BEFORE IT HAS TOUCHED A FILE.  THE LEDGER IS LEFT   *
180300*    AS IT WAS.                                                  *
180400******************************************************************
180500 9590-REFUSE-START SECTION.
180600 9590-REFUSE-START-PARA.
180700     DISPLAY 'INVDOC NOT STARTED - NOTHING PROCESSED'
180800     CLOSE RUN-CONTROL-FILE
180900     MOVE 16 TO RETURN-CODE
181000     STOP RUN.
181100 9590-EXIT.
181200     EXIT.
181300*
181400******************************************************************
181500*    9600-END-RUN-CONTROL                                        *
181600*    RECORDS THE END OF THE STEP ON THE LEDGER - END TIME,       *
181700*    RETURN CODE, AND THE COUNT AND TOTAL OF EVERY FILE THE STEP *
181800*    PRODUCED.  BELOW RETURN-CODE 16 THE STEP IS COMPLETE AND    *
181900*    ITS ROW IS ALSO COPIED TO ITS ZERO-DATE ROW FOR THE NEXT    *
182000*    RUN'S GENERATION CHECK; AT 16 IT IS FAILED, WHICH HOLDS THE *
182100*    NEXT STEP UNTIL A RERUN COMPLETES.                          *
182200******************************************************************
182300 9600-END-RUN-CONTROL SECTION.
182400 9600-END-RUN-CONTROL-PARA.
182500     MOVE 'O' TO WS-RCL-WORK-USE
182600     MOVE SPACES TO WS-RCL-WORK-SOURCE
182700     MOVE SPACES TO WS-RCL-WORK-PARTNER
182800     PERFORM 9750-MEASURE-OUTPUTS THRU 9750-EXIT
182900     ACCEPT WS-RCL-END-DATE FROM DATE YYYYMMDD
183000     ACCEPT WS-RCL-END-TIME FROM TIME
183100     MOVE RETURN-CODE TO WS-RCL-RETURN-CODE
183200     IF RETURN-CODE < 16
183300         MOVE 'C' TO WS-RCL-STEP-STATUS
183400     ELSE
183500         MOVE 'F' TO WS-RCL-STEP-STATUS
183600     END-IF
183700     PERFORM 9520-OPEN-RUN-CONTROL THRU 9520-EXIT
183800     PERFORM 9570-BUILD-STEP-ROW THRU 9570-EXIT
183900     PERFORM 9580-PUT-STEP-ROW THRU 9580-EXIT
184000     IF WS-RCL-STEP-COMPLETE
184100         MOVE ZERO TO RCL-BUSINESS-DATE
184200         PERFORM 9580-PUT-STEP-ROW THRU 9580-EXIT
184300     END-IF
184400     CLOSE RUN-CONTROL-FILE
184500     PERFORM 9610-DISPLAY-FILE-ENTRY THRU 9610-EXIT
184600         VARYING WS-RCF-IDX FROM 1 BY 1
184700         UNTIL WS-RCF-IDX > WS-RCF-COUNT
184800     IF WS-RCL-STEP-COMPLETE
184900         DISPLAY 'RUN CONTROL: INVDOC COMPLETE FOR '
185000             'BUSINESS DATE ' WS-RUN-DATE ' RETURN CODE '
185100             WS-RCL-RETURN-CODE
185200     ELSE
185300         DISPLAY 'RUN CONTROL: INVDOC FAILED FOR '
185400             'BUSINESS DATE ' WS-RUN-DATE ' RETURN CODE '
185500             WS-RCL-RETURN-CODE
185600     END-IF.
185700 9600-EXIT.
185800     EXIT.
185900*
186000 9610-DISPLAY-FILE-ENTRY SECTION.
186100 9610-DISPLAY-FILE-ENTRY-PARA.
186200     MOVE WS-RCF-RECORDS(WS-RCF-IDX) TO WS-RCL-SHOW-RECORDS
186300     MOVE WS-RCF-TOTAL(WS-RCF-IDX) TO WS-RCL-SHOW-TOTAL
186400     IF WS-RCF-CONSUMED(WS-RCF-IDX)
186500         DISPLAY 'RUN CONTROL: CONSUMED ' WS-RCF-NAME(WS-RCF-IDX)
186600             WS-RCL-SHOW-RECORDS ' RECORDS, TOTAL '
186700             WS-RCL-SHOW-TOTAL
186800     ELSE
186900         DISPLAY 'RUN CONTROL: PRODUCED ' WS-RCF-NAME(WS-RCF-IDX)
187000             WS-RCL-SHOW-RECORDS ' RECORDS, TOTAL '
187100             WS-RCL-SHOW-TOTAL
187200     END-IF.
187300 9610-EXIT.
187400     EXIT.
187500*
187600******************************************************************
187700*    9700-MEASURE-INPUTS                                         *
187800*    COUNTS AND TOTALS EVERY FILE THIS STEP CONSUMES - AREXTFL   *
187900*    AND AUDITFL.  AREXTFL AND AUDITFL MUST BE AS INVOICE LEFT   *
188000*    THEM.                                                       *
188100******************************************************************
188200 9700-MEASURE-INPUTS SECTION.
188300 9700-MEASURE-INPUTS-PARA.
188400     MOVE 'INVOICE' TO WS-RCL-WORK-SOURCE
188500     MOVE SPACES TO WS-RCL-WORK-PARTNER
188600     PERFORM 9810-COUNT-AR-EXTRACT THRU 9810-EXIT
188700     PERFORM 9820-COUNT-AUDIT-TRAIL THRU 9820-EXIT.
188800 9700-EXIT.
188900     EXIT.
189000*
189100******************************************************************
189200*    9750-MEASURE-OUTPUTS                                        *
189300*    COUNTS AND TOTALS EVERY FILE THIS STEP PRODUCED - DLVLOG -  *
189400*    ONCE THEY ARE CLOSED.                                       *
189500******************************************************************
189600 9750-MEASURE-OUTPUTS SECTION.
189700 9750-MEASURE-OUTPUTS-PARA.
189800     PERFORM 9830-COUNT-DELIVERY-LOG THRU 9830-EXIT.
189900 9750-EXIT.
190000     EXIT.
190100*
190200******************************************************************
190300*    9790-ADD-FILE-ENTRY                                         *
190400*    ADDS THE FILE JUST COUNTED TO THE RUN-CONTROL FILE TABLE.   *
190500******************************************************************
190600 9790-ADD-FILE-ENTRY SECTION.
190700 9790-ADD-FILE-ENTRY-PARA.
190800     ADD 1 TO WS-RCF-COUNT
190900     SET WS-RCF-IDX TO WS-RCF-COUNT
191000     MOVE WS-RCL-WORK-NAME TO WS-RCF-NAME(WS-RCF-IDX)
191100     MOVE WS-RCL-WORK-USE TO WS-RCF-USE(WS-RCF-IDX)
191200     MOVE WS-RCL-WORK-SOURCE TO WS-RCF-SOURCE(WS-RCF-IDX)
191300     MOVE WS-RCL-WORK-PARTNER TO WS-RCF-PARTNER(WS-RCF-IDX)
191400     MOVE WS-RCL-WORK-RECORDS TO WS-RCF-RECORDS(WS-RCF-IDX)
191500     MOVE WS-RCL-WORK-TOTAL TO WS-RCF-TOTAL(WS-RCF-IDX)
191600     MOVE 'N' TO WS-RCF-STALE-SW(WS-RCF-IDX).
191700 9790-EXIT.
191800     EXIT.
191900*
192000******************************************************************
192100*    9810-COUNT-AR-EXTRACT                                       *
192200*    COUNTS THE AR EXTRACT (AREXTFL) FOR THE LEDGER, TOTALLING   *
192300*    THE FINAL TOTALS.  A FILE NOT ON HAND COUNTS AS EMPTY.      *
192400******************************************************************
192500 9810-COUNT-AR-EXTRACT SECTION.
192600 9810-COUNT-AR-EXTRACT-PARA.
192700     MOVE 'AREXTFL' TO WS-RCL-WORK-NAME
192800     MOVE ZERO TO WS-RCL-WORK-RECORDS
192900     MOVE ZERO TO WS-RCL-WORK-TOTAL
193000     MOVE 'N' TO WS-RCL-EOF-SW
193100     OPEN INPUT AR-EXTRACT-FILE
193200     IF WS-EXTR-FILE-STATUS = '00'
193300         PERFORM 9811-ADD-EXTRACT-RECORD THRU 9811-EXIT
193400             UNTIL WS-RCL-EOF
193500         CLOSE AR-EXTRACT-FILE
193600     END-IF
193700     PERFORM 9790-ADD-FILE-ENTRY THRU 9790-EXIT.
193800 9810-EXIT.
193900     EXIT.
194000*
194100 9811-ADD-EXTRACT-RECORD SECTION.
194200 9811-ADD-EXTRACT-RECORD-PARA.
194300     READ AR-EXTRACT-FILE
194400         AT END
194500             SET WS-RCL-EOF TO TRUE
194600     END-READ
194700     IF NOT WS-RCL-EOF
194800         ADD 1 TO WS-RCL-WORK-RECORDS
194900         ADD EXT-FINAL-TOTAL TO WS-RCL-WORK-TOTAL
195000     END-IF.
195100 9811-EXIT.
195200     EXIT.
195300*
195400******************************************************************
195500*    9820-COUNT-AUDIT-TRAIL                                      *
195600*    COUNTS THE AUDIT TRAIL (AUDITFL) FOR THE LEDGER, TOTALLING  *
195700*    THE BILLED TOTALS.  A FILE NOT ON HAND COUNTS AS EMPTY.     *
195800******************************************************************
195900 9820-COUNT-AUDIT-TRAIL SECTION.
196000 9820-COUNT-AUDIT-TRAIL-PARA.
196100     MOVE 'AUDITFL' TO WS-RCL-WORK-NAME
196200     MOVE ZERO TO WS-RCL-WORK-RECORDS
196300     MOVE ZERO TO WS-RCL-WORK-TOTAL
196400     MOVE 'N' TO WS-RCL-EOF-SW
196500     OPEN INPUT AUDIT-FILE
196600     IF WS-AUDIT-FILE-STATUS = '00'
196700         PERFORM 9821-ADD-AUDIT-RECORD THRU 9821-EXIT
196800             UNTIL WS-RCL-EOF
196900         CLOSE AUDIT-FILE
197000     END-IF
197100     PERFORM 9790-ADD-FILE-ENTRY THRU 9790-EXIT.
197200 9820-EXIT.
197300     EXIT.
197400*
197500 9821-ADD-AUDIT-RECORD SECTION.
197600 9821-ADD-AUDIT-RECORD-PARA.
197700     READ AUDIT-FILE
197800         AT END
197900             SET WS-RCL-EOF TO TRUE
198000     END-READ
198100     IF NOT WS-RCL-EOF
198200         ADD 1 TO WS-RCL-WORK-RECORDS
198300         ADD AUD-TOTAL TO WS-RCL-WORK-TOTAL
198400     END-IF.
198500 9821-EXIT.
198600     EXIT.
198700*
198800******************************************************************
198900*    9830-COUNT-DELIVERY-LOG                                     *
199000*    COUNTS THE DELIVERY LOG (DLVLOG) FOR THE LEDGER, TOTALLING  *
199100*    THE POSTED FINAL TOTALS.                                    *
199200******************************************************************
199300 9830-COUNT-DELIVERY-LOG SECTION.
199400 9830-COUNT-DELIVERY-LOG-PARA.
199500     MOVE 'DLVLOG' TO WS-RCL-WORK-NAME
199600     MOVE ZERO TO WS-RCL-WORK-RECORDS
199700     MOVE ZERO TO WS-RCL-WORK-TOTAL
199800     MOVE 'N' TO WS-RCL-EOF-SW
199900     OPEN INPUT DELIVERY-LOG-FILE
200000     PERFORM 9831-ADD-LOG-RECORD THRU 9831-EXIT
200100         UNTIL WS-RCL-EOF
200200     CLOSE DELIVERY-LOG-FILE
200300     PERFORM 9790-ADD-FILE-ENTRY THRU 9790-EXIT.
200400 9830-EXIT.
200500     EXIT.
200600*
200700 9831-ADD-LOG-RECORD SECTION.
200800 9831-ADD-LOG-RECORD-PARA.
200900     READ DELIVERY-LOG-FILE
201000         AT END
201100             SET WS-RCL-EOF TO TRUE
201200     END-READ
201300     IF NOT WS-RCL-EOF
201400         ADD 1 TO WS-RCL-WORK-RECORDS
201500         ADD DLV-AMOUNT TO WS-RCL-WORK-TOTAL
201600     END-IF.
201700 9831-EXIT.
201800     EXIT.
201900*
202000 END PROGRAM INVDOC.
