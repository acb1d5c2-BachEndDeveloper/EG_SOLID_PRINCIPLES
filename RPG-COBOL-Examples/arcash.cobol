002058*                    PENNIES NO LONGER KEEP ITEMS OPEN.  THE     *
002059*                    RECEIPT RECORD NOW CARRIES THE LOCKBOX'S    *
002060*                    CUSTOMER NUMBER FOR THE ON-ACCOUNT CARRY.   *
002061*    2026-10-15  RH  PAYMENT TERMS.  THE DUE DATE, EARLY-PAY     *
002062*                    DISCOUNT DATE AND PERCENT FROM THE AR       *
002063*                    EXTRACT NOW RIDE ON EVERY OPEN ITEM (AN     *
002064*                    ITEM OPENED BEFORE TERMS IS DUE 30 DAYS     *
002065*                    AFTER POSTING).  AGING COUNTS DAYS PAST     *
002066*                    THE DUE DATE - CURRENT, 1-30, 31-60, OVER   *
002067*                    60 - INSTEAD OF DAYS SINCE POSTING, SO A    *
002068*                    NET60 CUSTOMER IS NOT DUNNED EARLY.  A      *
002069*                    RECEIPT DATED ON OR BEFORE THE DISCOUNT     *
002070*                    DATE THAT COVERS THE BALANCE LESS THE       *
002071*                    DISCOUNT CLOSES THE ITEM, AND THE SHORTFALL *
002072*                    POSTS AS A BALANCED GL PAIR - EARLY-PAY     *
002073*                    DISCOUNT EXPENSE AGAINST AR.                *
002074*    2026-10-15  RH  A VOID ROW ON THE EXTRACT NETS INTO THE     *
002075*                    OPEN BALANCE OF THE INVOICE IT REVERSES,    *
002076*                    CLOSING THE ORIGINAL ITEM.  A VOID WHOSE    *
002077*                    ORIGINAL IS ALREADY PAID OFF STAYS OPEN AS  *
002078*                    A CREDIT.                                   *
002079*    2026-10-15  RH  CREDIT-BALANCE REFUNDS.  THE REFUND DETAIL  *
002080*                    FILE WRITTEN BY THAT NIGHT'S ARRFND IS READ *
002081*                    AFTER THE OPEN ITEMS LOAD - EACH REFUNDED   *
002082*                    ITEM'S BALANCE IS TAKEN OFF SO IT DROPS AS  *
002083*                    SETTLED, AND EACH REFUNDED UNAPPLIED        *
002084*                    RECEIPT IS TAKEN OFF THE CARRY SO IT IS     *
002085*                    NEITHER REAPPLIED NOR CARRIED AGAIN.        *
002086*    2026-10-15  RH  DISPUTES.  A CREDIT MEMO ON THE EXTRACT     *
002087*                    THAT NAMES THE INVOICE IT CREDITS CLOSES AN *
002088*                    OPEN DISPUTE ON THAT INVOICE IN DISPFILE -  *
002089*                    CLOSED BY 'CRMEMO' WITH THE MEMO'S NUMBER.  *
002090*                    THE AGING REPORT SHOWS THE PART OF EACH     *
002091*                    ITEM UNDER AN OPEN DISPUTE IN ITS OWN       *
002092*                    DISPUTED COLUMN INSTEAD OF ITS AGE BUCKET;  *
002093*                    THE TOTAL COLUMN STILL CARRIES IT.          *
002094*    2026-10-15  RH  RUN-CONTROL LEDGER.  THE RUN DATE NOW COMES *
002095*                    FROM THE BIZDATE BUSINESS-DATE CARD, NOT    *
002096*                    THE CLOCK.  THE RUN REFUSES TO START UNLESS *
002097*                    INVOICE HAS COMPLETED FOR THE BUSINESS      *
002098*                    DATE, ITS AREXTFL IS THE ONE INVOICE LEFT   *
002099*                    ON THE LEDGER, AND NO OTHER INPUT IS THE    *
002100*                    GENERATION IT CONSUMED LAST RUN - THE       *
002101*                    OPENITM2 OR UNAPCSH2 SWAP MISSED.  START,   *
002102*                    END, RETURN CODE AND THE COUNT AND TOTAL OF *
002103*                    EVERY FILE CONSUMED AND PRODUCED GO ON THE  *
002104*                    RUNCTL LEDGER.                              *
002105******************************************************************
002200 ENVIRONMENT DIVISION.
002300 CONFIGURATION SECTION.
002400 SOURCE-COMPUTER.   IBM-370.
004250         ORGANIZATION IS LINE SEQUENTIAL.
004260     SELECT GL-JOURNAL-FILE ASSIGN TO "GLJRNLAR"
004270         ORGANIZATION IS LINE SEQUENTIAL.
004271     SELECT REFUND-DETAIL-FILE ASSIGN TO "RFNDDTL"
004272         ORGANIZATION IS LINE SEQUENTIAL
004273         FILE STATUS IS WS-RFND-FILE-STATUS.
004274     SELECT DISPUTE-FILE ASSIGN TO "DISPFILE"
004275         ORGANIZATION IS INDEXED
004276         ACCESS MODE IS RANDOM
004277         RECORD KEY IS DSP-INVOICE-NUMBER
004278         FILE STATUS IS WS-DISP-FILE-STATUS.
004279     SELECT BUSINESS-DATE-FILE ASSIGN TO "BIZDATE"
004280         ORGANIZATION IS LINE SEQUENTIAL
004281         FILE STATUS IS WS-BDC-FILE-STATUS.
004282     SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
004283         ORGANIZATION IS INDEXED
004284         ACCESS MODE IS RANDOM
004285         RECORD KEY IS RCL-KEY
004286         FILE STATUS IS WS-RCL-FILE-STATUS.
004300*
004400 DATA DIVISION.
004500 FILE SECTION.
006100*
006200 FD  AGING-REPORT-FILE
006300     LABEL RECORDS ARE STANDARD.
006400 01  AGE-LINE                    PIC X(124).
006500*
006600 FD  EXCEPTION-REPORT-FILE
006700     LABEL RECORDS ARE STANDARD.
006990     LABEL RECORDS ARE STANDARD.
006995 COPY "gljrnl.cpy".
006999*
007009 FD  REFUND-DETAIL-FILE
007019     LABEL RECORDS ARE STANDARD.
007029 COPY "rfnddtl.cpy".
007039*
007040 FD  DISPUTE-FILE
007041     LABEL RECORDS ARE STANDARD.
007042 COPY "disprec.cpy".
007043*
007044 FD  BUSINESS-DATE-FILE
007045     LABEL RECORDS ARE STANDARD.
007046 COPY "bizdate.cpy".
007047*
007048 FD  RUN-CONTROL-FILE
007049     LABEL RECORDS ARE STANDARD.
007050 COPY "runctl.cpy".
007051*
007052 WORKING-STORAGE SECTION.
007100 01  WS-OPEN-FILE-STATUS        PIC X(02) VALUE SPACES.
007200 01  WS-EXTR-FILE-STATUS        PIC X(02) VALUE SPACES.
007300 01  WS-RCPT-FILE-STATUS        PIC X(02) VALUE SPACES.
007310 01  WS-UNAP-FILE-STATUS        PIC X(02) VALUE SPACES.
007320 01  WS-RFND-FILE-STATUS        PIC X(02) VALUE SPACES.
007330 01  WS-DISP-FILE-STATUS        PIC X(02) VALUE SPACES.
007400*
007500 01  WS-SWITCHES.
007600     05  WS-EOF-OPEN-SW         PIC X(01) VALUE 'N'.
008520         88  WS-RCPT-OPEN               VALUE 'Y'.
008530     05  WS-EOF-UNAP-SW         PIC X(01) VALUE 'N'.
008540         88  WS-EOF-UNAP                VALUE 'Y'.
008550     05  WS-EOF-RFND-SW         PIC X(01) VALUE 'N'.
008560         88  WS-EOF-RFND                VALUE 'Y'.
008570     05  WS-RFND-FOUND-SW       PIC X(01) VALUE 'N'.
008580         88  WS-RFND-FOUND              VALUE 'Y'.
008581     05  WS-DISP-OPEN-SW        PIC X(01) VALUE 'N'.
008582         88  WS-DISP-OPEN               VALUE 'Y'.
008600*
008700 01  WS-DATE-TIME-FIELDS.
008800     05  WS-RUN-DATE            PIC 9(08).
009600 77  WS-ITEMS-PAID-OFF          PIC 9(07) VALUE ZERO.
009700 77  WS-ITEMS-CARRIED           PIC 9(07) VALUE ZERO.
009710 77  WS-ITEMS-WRITTEN-OFF       PIC 9(07) VALUE ZERO.
009711 77  WS-DISCOUNTS-TAKEN         PIC 9(07) VALUE ZERO.
009712 77  WS-ITEMS-VOIDED            PIC 9(07) VALUE ZERO.
009713 77  WS-ITEMS-REFUNDED          PIC 9(07) VALUE ZERO.
009714 77  WS-RECEIPTS-REFUNDED       PIC 9(07) VALUE ZERO.
009715 77  WS-DISPUTES-CLOSED         PIC 9(07) VALUE ZERO.
009720*
009730*    A RESIDUAL OPEN BALANCE AT OR UNDER THE TOLERANCE - EITHER
009740*    SIGN - WRITES OFF AUTOMATICALLY RATHER THAN KEEPING THE
009750*    ITEM OPEN FOR PENNIES.
009760 77  WS-WRITEOFF-TOLERANCE      PIC 9(03)V99 VALUE 5.00.
009761*
009762*    THE PART OF AN ITEM'S BALANCE UNDER AN OPEN DISPUTE, AGED
009763*    IN THE DISPUTED COLUMN - NEVER MORE THAN THE BALANCE - AND
009764*    THE REST, AGED IN ITS BUCKET.
009765 77  WS-DISPUTED-PART           PIC S9(09)V99 VALUE ZERO.
009766 77  WS-AGED-PART               PIC S9(09)V99 VALUE ZERO.
009800*
009900 01  WS-LOOKUP-INVOICE          PIC 9(07) VALUE ZERO.
010000 01  WS-LOOKUP-CUSTOMER         PIC 9(06) VALUE ZERO.
010097     05  WS-GLJ-ACCOUNT-NUMBER  PIC X(04) VALUE SPACES.
010098     05  WS-GLJ-ACCOUNT-NAME    PIC X(20) VALUE SPACES.
010100*
010110*    EARLY-PAY DISCOUNTS ALLOWED THIS RUN UNDER 2/10N30 TERMS.
010120 01  WS-DISCOUNT-FIELDS.
010130     05  WS-DISCOUNT-TOTAL      PIC S9(09)V99 VALUE ZERO.
010140     05  WS-DISCOUNT-ALLOWED    PIC S9(09)V99 VALUE ZERO.
010150     05  WS-DISCOUNT-TAKEN      PIC S9(09)V99 VALUE ZERO.
010160*
010200 01  WS-ITEM-TABLE-AREA.
010300     05  WS-ITEM-TABLE-COUNT    PIC 9(05) VALUE ZERO.
010400     05  WS-ITEM-ENTRY OCCURS 1 TO 5000 TIMES
011100         10  WS-ITEM-POSTING-DATE     PIC 9(08).
011200         10  WS-ITEM-ORIGINAL-TOTAL   PIC S9(09)V99.
011300         10  WS-ITEM-OPEN-BALANCE     PIC S9(09)V99.
011301         10  WS-ITEM-DUE-DATE         PIC 9(08).
011302         10  WS-ITEM-DISC-DATE        PIC 9(08).
011303         10  WS-ITEM-DISC-PCT         PIC 9(02)V99.
011310*        SET WHEN A RECEIPT APPLIES TO THE ITEM THIS RUN - ONLY
011320*        A CASH-TOUCHED RESIDUE MAY WRITE OFF AT END OF RUN
011330         10  WS-ITEM-CASH-SW          PIC X(01).
011340             88  WS-ITEM-CASH-APPLIED VALUE 'Y'.
011341*
011342*    UNAPPLIED RECEIPTS ARRFND REFUNDED, TAKEN OFF THE CARRY AS
011343*    IT IS REAPPLIED.  OVERFLOW ABENDS - A MISSED ROW WOULD PAY
011344*    THE CUSTOMER TWICE.
011345 01  WS-RFND-TABLE-AREA.
011346     05  WS-RFND-TABLE-COUNT    PIC 9(05) VALUE ZERO.
011347     05  WS-RFND-ENTRY OCCURS 1 TO 5000 TIMES
011348                       DEPENDING ON WS-RFND-TABLE-COUNT
011349                       INDEXED BY WS-RFND-IDX.
011350         10  WS-RFND-RECEIPT-NUMBER   PIC 9(07).
011351         10  WS-RFND-CUSTOMER-NUMBER  PIC 9(06).
011352         10  WS-RFND-AMOUNT           PIC 9(07)V99.
011353         10  WS-RFND-USED-SW          PIC X(01).
011354             88  WS-RFND-USED         VALUE 'Y'.
011400*
011500 01  WS-AGE-TABLE-AREA.
011600     05  WS-AGE-TABLE-COUNT     PIC 9(04) VALUE ZERO.
012000         10  WS-AGE-CUSTOMER-NUMBER   PIC 9(06).
012100         10  WS-AGE-CUSTOMER-NAME     PIC X(30).
012200         10  WS-AGE-CURRENT           PIC S9(11)V99.
012300         10  WS-AGE-PAST-30           PIC S9(11)V99.
012400         10  WS-AGE-PAST-60           PIC S9(11)V99.
012500         10  WS-AGE-PAST-OVER         PIC S9(11)V99.
012510         10  WS-AGE-DISPUTED          PIC S9(11)V99.
012600*
012700 01  WS-AGE-GRAND-TOTALS.
012800     05  WS-AGE-GRAND-CURRENT   PIC S9(11)V99 VALUE ZERO.
012900     05  WS-AGE-GRAND-PAST-30   PIC S9(11)V99 VALUE ZERO.
013000     05  WS-AGE-GRAND-PAST-60   PIC S9(11)V99 VALUE ZERO.
013100     05  WS-AGE-GRAND-PAST-OVER PIC S9(11)V99 VALUE ZERO.
013110     05  WS-AGE-GRAND-DISPUTED  PIC S9(11)V99 VALUE ZERO.
013200     05  WS-AGE-GRAND-TOTAL     PIC S9(12)V99 VALUE ZERO.
013300     05  WS-AGE-CUST-TOTAL      PIC S9(12)V99 VALUE ZERO.
013400*
013600     05  FILLER                 PIC X(34)
013700         VALUE 'AR OPEN-ITEM AGING REPORT AS OF '.
013800     05  WS-AGE-TITLE-DATE      PIC 9(08).
013900     05  FILLER                 PIC X(82) VALUE SPACES.
014000*
014100 01  WS-AGE-COLUMN-LINE.
014200     05  FILLER                 PIC X(08) VALUE 'CUSTOMER'.
014400     05  FILLER                 PIC X(14)
014500         VALUE '       CURRENT'.
014600     05  FILLER                 PIC X(14)
014700         VALUE '     PAST 1-30'.
014800     05  FILLER                 PIC X(14)
014900         VALUE '    PAST 31-60'.
015000     05  FILLER                 PIC X(14)
015100         VALUE '  PAST OVER 60'.
015110     05  FILLER                 PIC X(14)
015120         VALUE '      DISPUTED'.
015200     05  FILLER                 PIC X(14)
015300         VALUE '         TOTAL'.
015400     05  FILLER                 PIC X(02) VALUE SPACES.
015800     05  FILLER                 PIC X(02) VALUE SPACES.
015900     05  WS-AGE-DET-NAME        PIC X(30).
016000     05  WS-AGE-DET-CURRENT     PIC ZZ,ZZZ,ZZ9.99-.
016100     05  WS-AGE-DET-PAST-30     PIC ZZ,ZZZ,ZZ9.99-.
016200     05  WS-AGE-DET-PAST-60     PIC ZZ,ZZZ,ZZ9.99-.
016300     05  WS-AGE-DET-PAST-OVER   PIC ZZ,ZZZ,ZZ9.99-.
016310     05  WS-AGE-DET-DISPUTED    PIC ZZ,ZZZ,ZZ9.99-.
016400     05  WS-AGE-DET-TOTAL       PIC ZZ,ZZZ,ZZ9.99-.
016500     05  FILLER                 PIC X(02) VALUE SPACES.
016600*
017500     05  FILLER                 PIC X(28)
017600         VALUE ' - CARRIED TO UNAPPLIED CASH'.
017700     05  FILLER                 PIC X(07) VALUE SPACES.
017701*
017702*    RUN-CONTROL LEDGER - THIS STEP'S NAME AND THE STEP AHEAD
017703*    OF IT IN THE CHAIN, ITS ROW ON THE LEDGER, AND THE COUNT
017704*    AND TOTAL OF EVERY FILE IT CONSUMED AND PRODUCED.  AN
017705*    INPUT'S SOURCE IS THE STEP WHOSE LEDGER ROW FOR THE
017706*    BUSINESS DATE IT MUST MATCH; AN INPUT WITH NO SOURCE IS
017707*    CHECKED AGAINST THIS STEP'S OWN LAST COMPLETED RUN, WHERE
017708*    ITS PARTNER IS THE CARRY FILE THAT RUN PRODUCED FOR IT.
017709 01  WS-BDC-FILE-STATUS         PIC X(02) VALUE SPACES.
017710 01  WS-RCL-FILE-STATUS         PIC X(02) VALUE SPACES.
017711 01  WS-RUN-CONTROL-FIELDS.
017712     05  WS-RCL-STEP-NAME       PIC X(08) VALUE 'ARCASH'.
017713     05  WS-RCL-PREDECESSOR     PIC X(08) VALUE 'INVOICE'.
017714     05  WS-RCL-STEP-STATUS     PIC X(01) VALUE SPACE.
017715         88  WS-RCL-STEP-COMPLETE       VALUE 'C'.
017716     05  WS-RCL-RUN-COUNT       PIC 9(03) VALUE ZERO.
017717     05  WS-RCL-START-DATE      PIC 9(08) VALUE ZERO.
017718     05  WS-RCL-START-TIME      PIC 9(08) VALUE ZERO.
017719     05  WS-RCL-END-DATE        PIC 9(08) VALUE ZERO.
017720     05  WS-RCL-END-TIME        PIC 9(08) VALUE ZERO.
017721     05  WS-RCL-RETURN-CODE     PIC 9(04) VALUE ZERO.
017722     05  WS-RCL-LAST-DATE       PIC 9(08) VALUE ZERO.
017723     05  WS-RCL-DAY-INTEGER     PIC 9(08) VALUE ZERO.
017724     05  WS-RCL-CHECK-DATE      PIC 9(08) VALUE ZERO.
017725     05  WS-RCL-WORK-NAME       PIC X(08) VALUE SPACES.
017726     05  WS-RCL-WORK-USE        PIC X(01) VALUE SPACE.
017727     05  WS-RCL-WORK-SOURCE     PIC X(08) VALUE SPACES.
017728     05  WS-RCL-WORK-PARTNER    PIC X(08) VALUE SPACES.
017729     05  WS-RCL-WORK-RECORDS    PIC 9(09) VALUE ZERO.
017730     05  WS-RCL-WORK-TOTAL      PIC S9(13)V99 VALUE ZERO.
017731     05  WS-RCL-EOF-SW          PIC X(01) VALUE 'N'.
017732         88  WS-RCL-EOF                 VALUE 'Y'.
017733     05  WS-RCL-FOUND-SW        PIC X(01) VALUE 'N'.
017734         88  WS-RCL-FOUND               VALUE 'Y'.
017735     05  WS-RCL-MATCH-SW        PIC X(01) VALUE 'N'.
017736         88  WS-RCL-MATCH               VALUE 'Y'.
017737 01  WS-RCL-MESSAGE             PIC X(100) VALUE SPACES.
017738 01  WS-RCL-SHOW-FIELDS.
017739     05  WS-RCL-SHOW-RECORDS    PIC ZZZ,ZZZ,ZZ9.
017740     05  WS-RCL-SHOW-TOTAL      PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
017741 01  WS-RCL-FILE-TABLE.
017742     05  WS-RCF-COUNT           PIC 9(02) VALUE ZERO.
017743     05  WS-RCF-ENTRY OCCURS 10 TIMES
017744                      INDEXED BY WS-RCF-IDX.
017745         10  WS-RCF-NAME              PIC X(08).
017746         10  WS-RCF-USE               PIC X(01).
017747             88  WS-RCF-CONSUMED      VALUE 'I'.
017748         10  WS-RCF-SOURCE            PIC X(08).
017749         10  WS-RCF-PARTNER           PIC X(08).
017750         10  WS-RCF-RECORDS           PIC 9(09).
017751         10  WS-RCF-TOTAL             PIC S9(13)V99.
017752         10  WS-RCF-STALE-SW          PIC X(01).
017753             88  WS-RCF-STALE         VALUE 'Y'.
017800*
017900 PROCEDURE DIVISION.
018000*
019700*    LOADS THE CARRY-FORWARD OPEN ITEMS AND THE DAY'S AR         *
019800*    EXTRACT ROWS INTO THE OPEN-ITEM TABLE, OPENS THE RECEIPT    *
019900*    AND REPORT FILES, AND PRIMES THE FIRST RECEIPT READ.        *
019910*    THE NIGHT'S REFUNDS COME OFF THE CARRIED ITEMS BEFORE       *
019920*    THE EXTRACT IS ADDED.                                       *
019930*    THE DISPUTE FILE IS OPENED FIRST SO THE EXTRACT'S CREDIT    *
019940*    MEMOS CAN CLOSE THEIR DISPUTES; NO DISPUTE FILE MEANS       *
019950*    NOTHING IN DISPUTE.                                         *
020000******************************************************************
020100 1000-INITIALIZE SECTION.
020200 1000-INITIALIZE-PARA.
020300     PERFORM 9510-READ-BUSINESS-DATE THRU 9510-EXIT
020400     ACCEPT WS-RUN-TIME FROM TIME
020410     PERFORM 9500-START-RUN-CONTROL THRU 9500-EXIT
020500     COMPUTE WS-RUN-DAY-INTEGER =
020600         FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
020610     OPEN I-O DISPUTE-FILE
020620     IF WS-DISP-FILE-STATUS = '00'
020630         SET WS-DISP-OPEN TO TRUE
020640     ELSE
020650         DISPLAY 'NO DISPUTE FILE ON HAND - NOTHING IN DISPUTE'
020660     END-IF
020700     PERFORM 1100-LOAD-OPEN-ITEMS THRU 1100-EXIT
020710     PERFORM 1500-LOAD-REFUND-DETAIL THRU 1500-EXIT
020800     PERFORM 1200-LOAD-EXTRACT-ROWS THRU 1200-EXIT
020900     OPEN OUTPUT NEW-OPEN-ITEM-FILE
021000     OPEN OUTPUT AGING-REPORT-FILE
026300         MOVE OPN-OPEN-BALANCE
026400           TO WS-ITEM-OPEN-BALANCE(WS-ITEM-IDX)
026410         MOVE 'N' TO WS-ITEM-CASH-SW(WS-ITEM-IDX)
026411         IF OPN-DUE-DATE NOT NUMERIC
026412          OR OPN-DUE-DATE = ZERO
026413             COMPUTE WS-ITEM-DUE-DATE(WS-ITEM-IDX) =
026414                 FUNCTION DATE-OF-INTEGER(
026415                 FUNCTION INTEGER-OF-DATE(OPN-POSTING-DATE) + 30)
026416             MOVE ZERO TO WS-ITEM-DISC-DATE(WS-ITEM-IDX)
026417             MOVE ZERO TO WS-ITEM-DISC-PCT(WS-ITEM-IDX)
026418         ELSE
026419             MOVE OPN-DUE-DATE TO WS-ITEM-DUE-DATE(WS-ITEM-IDX)
026420             MOVE OPN-DISC-DATE TO WS-ITEM-DISC-DATE(WS-ITEM-IDX)
026421             MOVE OPN-DISC-PCT TO WS-ITEM-DISC-PCT(WS-ITEM-IDX)
026422         END-IF
026500     ELSE
026600         DISPLAY 'OPEN-ITEM TABLE FULL - DISCARDING: '
026700             OPN-INVOICE-NUMBER
027400*    1200-LOAD-EXTRACT-ROWS                                      *
027500*    ADDS THE DAY'S AR EXTRACT ROWS AS NEW OPEN ITEMS.  A        *
027600*    CREDIT MEMO'S SIGNED TOTAL ENTERS AS A NEGATIVE BALANCE     *
027700*    AND OFFSETS THE CUSTOMER'S AGED TOTALS NATURALLY.  A VOID   *
027710*    ROW IS NOT A NEW ITEM - ITS NEGATIVE TOTAL NETS INTO THE    *
027720*    OPEN BALANCE OF THE INVOICE IT REVERSES WHEN THAT ITEM IS   *
027730*    STILL OPEN.                                                 *
027800******************************************************************
027900 1200-LOAD-EXTRACT-ROWS SECTION.
028000 1200-LOAD-EXTRACT-ROWS-PARA.
030000*
030100 1220-STORE-EXTRACT-ROW SECTION.
030200 1220-STORE-EXTRACT-ROW-PARA.
030201     IF EXT-CREDIT-MEMO
030202      AND EXT-ORIG-INVOICE-NUMBER NUMERIC
030203      AND EXT-ORIG-INVOICE-NUMBER > ZERO
030204         PERFORM 1700-CLOSE-DISPUTE THRU 1700-EXIT
030205     END-IF
030206     IF EXT-VOID-TRAN
030207         MOVE EXT-ORIG-INVOICE-NUMBER TO WS-LOOKUP-INVOICE
030208         PERFORM 1300-FIND-OPEN-ITEM THRU 1300-EXIT
030209         IF WS-ITEM-FOUND
030210             ADD EXT-FINAL-TOTAL
030211                 TO WS-ITEM-OPEN-BALANCE(WS-ITEM-IDX)
030212             ADD 1 TO WS-ITEMS-VOIDED
030213             GO TO 1220-READ-NEXT
030214         END-IF
030215     END-IF
030300     IF WS-ITEM-TABLE-COUNT < 5000
030400         ADD 1 TO WS-ITEM-TABLE-COUNT
030500         SET WS-ITEM-IDX TO WS-ITEM-TABLE-COUNT
031800         MOVE EXT-FINAL-TOTAL
031900           TO WS-ITEM-OPEN-BALANCE(WS-ITEM-IDX)
031910         MOVE 'N' TO WS-ITEM-CASH-SW(WS-ITEM-IDX)
031920         MOVE EXT-DUE-DATE TO WS-ITEM-DUE-DATE(WS-ITEM-IDX)
031930         MOVE EXT-DISC-DATE TO WS-ITEM-DISC-DATE(WS-ITEM-IDX)
031940         MOVE EXT-DISC-PCT TO WS-ITEM-DISC-PCT(WS-ITEM-IDX)
032000     ELSE
032100         DISPLAY 'OPEN-ITEM TABLE FULL - DISCARDING: '
032200             EXT-INVOICE-NUMBER
032300     END-IF.
032310 1220-READ-NEXT.
032400     PERFORM 1210-READ-EXTRACT-ROW THRU 1210-EXIT.
032500 1220-EXIT.
032600     EXIT.
034500     END-IF.
034600 1300-EXIT.
034700     EXIT.
034701*
034702******************************************************************
034703*    1400-REAPPLY-UNAPPLIED                                      *
034704*    RUNS THE PRIOR RUN'S UNAPPLIED-CASH CARRY THROUGH THE SAME  *
034705*    APPLICATION STEP AS A FRESH RECEIPT, AHEAD OF THE DAY'S     *
034706*    LOCKBOX FEED - A PAYMENT THAT ARRIVED BEFORE ITS BILLING    *
034707*    LANDS ONCE THE INVOICE POSTS, AND WHATEVER STILL DOES NOT   *
034708*    MATCH ROLLS FORWARD AGAIN.  A MISSING FILE MEANS NOTHING    *
034709*    CARRIED.                                                    *
034710*    CASH ARRFND HAS REFUNDED IS TAKEN OFF FIRST - A RECEIPT     *
034711*    REFUNDED WHOLE IS SKIPPED.                                  *
034809******************************************************************
034810 1400-REAPPLY-UNAPPLIED SECTION.
034811 1400-REAPPLY-UNAPPLIED-PARA.
034834     MOVE UNA-INVOICE-NUMBER TO WS-WRK-INVOICE-NUMBER
034835     MOVE UNA-RECEIPT-DATE TO WS-WRK-RECEIPT-DATE
034836     MOVE UNA-AMOUNT TO WS-WRK-AMOUNT
034837     PERFORM 1600-DEDUCT-REFUNDED-CASH THRU 1600-EXIT
034838     IF WS-WRK-AMOUNT = ZERO
034839         GO TO 1420-READ-NEXT
034840     END-IF
034841     PERFORM 2050-APPLY-WORK-RECEIPT THRU 2050-EXIT.
034842 1420-READ-NEXT.
034843     PERFORM 1410-READ-UNAPPLIED-RECORD THRU 1410-EXIT.
034844 1420-EXIT.
034845     EXIT.
034846*
034847******************************************************************
034848*    1500-LOAD-REFUND-DETAIL                                     *
034849*    READS THE REFUND DETAIL FILE FROM THE NIGHT'S ARRFND RUN.   *
034850*    A REFUNDED OPEN ITEM HAS ITS BALANCE TAKEN OFF, LEAVING IT  *
034851*    AT ZERO TO DROP AS SETTLED; A REFUNDED RECEIPT IS TABLED    *
034852*    FOR THE UNAPPLIED-CASH PASS.  A MISSING FILE MEANS NOTHING  *
034853*    REFUNDED.  A REFUNDED ITEM NOT ON THE OPEN-ITEM FILE IS     *
034854*    DISPLAYED - THE RUNS ARE OUT OF STEP AND ARBAL WILL BREAK.  *
034855******************************************************************
034856 1500-LOAD-REFUND-DETAIL SECTION.
034857 1500-LOAD-REFUND-DETAIL-PARA.
034858     OPEN INPUT REFUND-DETAIL-FILE
034859     IF WS-RFND-FILE-STATUS = '00'
034860         PERFORM 1510-READ-REFUND-DETAIL THRU 1510-EXIT
034861         PERFORM 1520-APPLY-REFUND-DETAIL THRU 1520-EXIT
034862             UNTIL WS-EOF-RFND
034863         CLOSE REFUND-DETAIL-FILE
034864     END-IF.
034865 1500-EXIT.
034866     EXIT.
034867*
034868 1510-READ-REFUND-DETAIL SECTION.
034869 1510-READ-REFUND-DETAIL-PARA.
034870     READ REFUND-DETAIL-FILE
034871         AT END SET WS-EOF-RFND TO TRUE
034872     END-READ.
034873 1510-EXIT.
034874     EXIT.
034875*
034876 1520-APPLY-REFUND-DETAIL SECTION.
034877 1520-APPLY-REFUND-DETAIL-PARA.
034878     IF RFD-OPEN-ITEM
034879         MOVE RFD-REFERENCE TO WS-LOOKUP-INVOICE
034880         PERFORM 1300-FIND-OPEN-ITEM THRU 1300-EXIT
034881         IF WS-ITEM-FOUND
034882             SUBTRACT RFD-AMOUNT
034883                 FROM WS-ITEM-OPEN-BALANCE(WS-ITEM-IDX)
034884             ADD 1 TO WS-ITEMS-REFUNDED
034885         ELSE
034886             DISPLAY 'REFUNDED ITEM NOT OPEN: ' RFD-REFERENCE
034887         END-IF
034888     END-IF
034889     IF RFD-UNAPPLIED-CASH
034890         IF WS-RFND-TABLE-COUNT < 5000
034891             ADD 1 TO WS-RFND-TABLE-COUNT
034892             SET WS-RFND-IDX TO WS-RFND-TABLE-COUNT
034893             MOVE RFD-REFERENCE
034894               TO WS-RFND-RECEIPT-NUMBER(WS-RFND-IDX)
034895             MOVE RFD-CUSTOMER-NUMBER
034896               TO WS-RFND-CUSTOMER-NUMBER(WS-RFND-IDX)
034897             MOVE RFD-AMOUNT TO WS-RFND-AMOUNT(WS-RFND-IDX)
034898             MOVE 'N' TO WS-RFND-USED-SW(WS-RFND-IDX)
034899         ELSE
034900             DISPLAY 'REFUNDED RECEIPT TABLE FULL AT: '
034901                 RFD-REFERENCE
034902             MOVE 16 TO RETURN-CODE
034903             STOP RUN
034904         END-IF
034905     END-IF
034906     PERFORM 1510-READ-REFUND-DETAIL THRU 1510-EXIT.
034907 1520-EXIT.
034908     EXIT.
034909*
034910******************************************************************
034911*    1600-DEDUCT-REFUNDED-CASH                                   *
034912*    TAKES ANY REFUND OF THE UNAPPLIED RECEIPT IN THE WORK       *
034913*    FIELDS OFF ITS AMOUNT.  EACH REFUND ROW IS USED ONCE.       *
034914******************************************************************
034915 1600-DEDUCT-REFUNDED-CASH SECTION.
034916 1600-DEDUCT-REFUNDED-CASH-PARA.
034917     MOVE 'N' TO WS-RFND-FOUND-SW
034918     IF WS-RFND-TABLE-COUNT > ZERO
034919         SET WS-RFND-IDX TO 1
034920         SEARCH WS-RFND-ENTRY
034921             AT END
034922                 CONTINUE
034923             WHEN WS-RFND-RECEIPT-NUMBER(WS-RFND-IDX) =
034924                      WS-WRK-RECEIPT-NUMBER
034925              AND WS-RFND-CUSTOMER-NUMBER(WS-RFND-IDX) =
034926                      WS-WRK-CUSTOMER-NUMBER
034927              AND NOT WS-RFND-USED(WS-RFND-IDX)
034928                 MOVE 'Y' TO WS-RFND-FOUND-SW
034929         END-SEARCH
034930     END-IF
034931     IF NOT WS-RFND-FOUND
034932         GO TO 1600-EXIT
034933     END-IF
034934     MOVE 'Y' TO WS-RFND-USED-SW(WS-RFND-IDX)
034935     ADD 1 TO WS-RECEIPTS-REFUNDED
034936     IF WS-RFND-AMOUNT(WS-RFND-IDX) NOT < WS-WRK-AMOUNT
034937         MOVE ZERO TO WS-WRK-AMOUNT
034938     ELSE
034939         SUBTRACT WS-RFND-AMOUNT(WS-RFND-IDX) FROM WS-WRK-AMOUNT
034940     END-IF.
034941 1600-EXIT.
034942     EXIT.
034943*
034944******************************************************************
034945*    1700-CLOSE-DISPUTE                                          *
034946*    CLOSES THE OPEN DISPUTE, IF ANY, ON THE INVOICE THE CREDIT  *
034947*    MEMO JUST READ NAMES - CLOSED BY 'CRMEMO' WITH THE MEMO'S   *
034948*    NUMBER AND THE RUN DATE.  A DISPUTE RAISED BY A DIFFERENT   *
034949*    CUSTOMER IS LEFT OPEN AND DISPLAYED FOR COLLECTIONS.        *
034950******************************************************************
034951 1700-CLOSE-DISPUTE SECTION.
034952 1700-CLOSE-DISPUTE-PARA.
034953     IF NOT WS-DISP-OPEN
034954         GO TO 1700-EXIT
034955     END-IF
034956     MOVE EXT-ORIG-INVOICE-NUMBER TO DSP-INVOICE-NUMBER
034957     READ DISPUTE-FILE
034958         INVALID KEY
034959             GO TO 1700-EXIT
034960     END-READ
034961     IF NOT DSP-OPEN
034962         GO TO 1700-EXIT
034963     END-IF
034964     IF DSP-CUSTOMER-NUMBER NOT = EXT-CUSTOMER-NUMBER
034965         DISPLAY 'CREDIT MEMO ' EXT-INVOICE-NUMBER
034966             ' CUSTOMER DIFFERS FROM DISPUTE ON '
034967             EXT-ORIG-INVOICE-NUMBER ' - LEFT OPEN'
034968         GO TO 1700-EXIT
034969     END-IF
034970     SET DSP-CLOSED TO TRUE
034971     MOVE WS-RUN-DATE TO DSP-CLOSED-DATE
034972     MOVE 'CRMEMO' TO DSP-CLOSED-BY
034973     MOVE EXT-INVOICE-NUMBER TO DSP-CREDIT-MEMO-NUMBER
034974     REWRITE DSP-RECORD
034975         INVALID KEY
034976             DISPLAY 'DISPUTE REWRITE FAILED: '
034977                 DSP-INVOICE-NUMBER ' STATUS ' WS-DISP-FILE-STATUS
034978             GO TO 1700-EXIT
034979     END-REWRITE
034980     ADD 1 TO WS-DISPUTES-CLOSED.
034981 1700-EXIT.
034982     EXIT.
034983*
034984******************************************************************
035000*    2000-APPLY-RECEIPT                                          *
035100*    RUNS ONE LOCKBOX RECEIPT THROUGH THE COMMON APPLICATION     *
035200*    STEP, THEN READS THE NEXT RECEIPT.                          *
036600     PERFORM 2100-READ-RECEIPT-RECORD THRU 2100-EXIT.
036700 2000-EXIT.
036800     EXIT.
036801*
036802******************************************************************
036803*    2050-APPLY-WORK-RECEIPT                                     *
036804*    APPLIES THE RECEIPT IN THE WORK FIELDS AGAINST ITS OPEN     *
036805*    ITEM BY INVOICE NUMBER.  A RECEIPT UNDER THE OPEN BALANCE   *
036806*    REDUCES IT AND LEAVES THE ITEM OPEN; ONE OVER THE BALANCE   *
036807*    PAYS THE ITEM TO ZERO AND CARRIES THE EXCESS ON ACCOUNT;    *
036808*    ONE MATCHING NO ITEM STILL OPEN - OR AN ITEM ALREADY IN     *
036809*    CREDIT - CARRIES WHOLE TO THE UNAPPLIED-CASH FILE.  A       *
036810*    SHORT RECEIPT DATED BY THE ITEM'S EARLY-PAY DISCOUNT DATE   *
036811*    THAT COVERS THE BALANCE LESS THE DISCOUNT CLOSES THE ITEM - *
036812*    THE SHORTFALL IS THE DISCOUNT TAKEN.                        *
036819******************************************************************
036820 2050-APPLY-WORK-RECEIPT SECTION.
036821 2050-APPLY-WORK-PARA.
036842         SUBTRACT WS-WRK-AMOUNT
036843             FROM WS-ITEM-OPEN-BALANCE(WS-ITEM-IDX)
036844         ADD 1 TO WS-RECEIPTS-APPLIED
036845         PERFORM 2060-ALLOW-EARLY-PAY THRU 2060-EXIT
036846     END-IF.
036847 2050-EXIT.
036848     EXIT.
036849*
036850******************************************************************
036851*    2060-ALLOW-EARLY-PAY                                        *
036852*    AFTER A SHORT RECEIPT, CLOSES THE ITEM IF THE RECEIPT CAME  *
036853*    IN BY THE DISCOUNT DATE AND THE BALANCE LEFT IS NO MORE     *
036854*    THAN THE DISCOUNT - THE ITEM'S PERCENT OF ITS ORIGINAL      *
036855*    TOTAL.  THE BALANCE LEFT IS THE DISCOUNT TAKEN.             *
036856******************************************************************
036857 2060-ALLOW-EARLY-PAY SECTION.
036858 2060-ALLOW-EARLY-PAY-PARA.
036859     IF WS-ITEM-DISC-PCT(WS-ITEM-IDX) = ZERO
036860      OR WS-ITEM-OPEN-BALANCE(WS-ITEM-IDX) NOT > ZERO
036861      OR WS-WRK-RECEIPT-DATE > WS-ITEM-DISC-DATE(WS-ITEM-IDX)
036862         GO TO 2060-EXIT
036863     END-IF
036864     COMPUTE WS-DISCOUNT-ALLOWED ROUNDED =
036865         WS-ITEM-ORIGINAL-TOTAL(WS-ITEM-IDX)
036866             * WS-ITEM-DISC-PCT(WS-ITEM-IDX) / 100
036867     IF WS-ITEM-OPEN-BALANCE(WS-ITEM-IDX) > WS-DISCOUNT-ALLOWED
036868         GO TO 2060-EXIT
036869     END-IF
036870     MOVE WS-ITEM-OPEN-BALANCE(WS-ITEM-IDX) TO WS-DISCOUNT-TAKEN
036871     ADD WS-DISCOUNT-TAKEN TO WS-DISCOUNT-TOTAL
036872     MOVE ZERO TO WS-ITEM-OPEN-BALANCE(WS-ITEM-IDX)
036873     ADD 1 TO WS-DISCOUNTS-TAKEN.
036874 2060-EXIT.
036875     EXIT.
036900*
037000 2100-READ-RECEIPT-RECORD SECTION.
037100 2100-READ-RECEIPT-RECORD-PARA.
042500           TO NOP-ORIGINAL-TOTAL
042600         MOVE WS-ITEM-OPEN-BALANCE(WS-ITEM-IDX)
042700           TO NOP-OPEN-BALANCE
042710         MOVE WS-ITEM-DUE-DATE(WS-ITEM-IDX) TO NOP-DUE-DATE
042720         MOVE WS-ITEM-DISC-DATE(WS-ITEM-IDX) TO NOP-DISC-DATE
042730         MOVE WS-ITEM-DISC-PCT(WS-ITEM-IDX) TO NOP-DISC-PCT
042900         WRITE NOP-RECORD
043000         ADD 1 TO WS-ITEMS-CARRIED
043100     END-IF
043500******************************************************************
043600*    8100-BUILD-AGING-TOTALS                                     *
043700*    ROLLS EVERY STILL-OPEN ITEM INTO ITS CUSTOMER'S AGED        *
043800*    BUCKET - CURRENT (NOT YET DUE), 1-30, 31-60 AND OVER 60     *
043900*    DAYS PAST THE DUE DATE - AND INTO THE GRAND TOTALS.         *
043910*    THE PART OF AN ITEM UNDER AN OPEN DISPUTE GOES TO THE       *
043920*    DISPUTED COLUMN INSTEAD OF ITS BUCKET.                      *
044000******************************************************************
044100 8100-BUILD-AGING-TOTALS SECTION.
044200 8100-BUILD-AGING-TOTALS-PARA.
046500             MOVE WS-ITEM-CUSTOMER-NAME(WS-ITEM-IDX)
046600               TO WS-AGE-CUSTOMER-NAME(WS-AGE-IDX)
046700             MOVE ZERO TO WS-AGE-CURRENT(WS-AGE-IDX)
046800             MOVE ZERO TO WS-AGE-PAST-30(WS-AGE-IDX)
046900             MOVE ZERO TO WS-AGE-PAST-60(WS-AGE-IDX)
047000             MOVE ZERO TO WS-AGE-PAST-OVER(WS-AGE-IDX)
047010             MOVE ZERO TO WS-AGE-DISPUTED(WS-AGE-IDX)
047100         ELSE
047200             DISPLAY 'AGING TABLE FULL - CUSTOMER DROPPED: '
047300                 WS-LOOKUP-CUSTOMER
047400             GO TO 8110-EXIT
047500         END-IF
047600     END-IF
047610     PERFORM 8130-FIND-DISPUTED-PART THRU 8130-EXIT
047620     ADD WS-DISPUTED-PART TO WS-AGE-DISPUTED(WS-AGE-IDX)
047630     COMPUTE WS-AGED-PART =
047640         WS-ITEM-OPEN-BALANCE(WS-ITEM-IDX) - WS-DISPUTED-PART
047700     COMPUTE WS-ITEM-DAY-INTEGER = FUNCTION
047800         INTEGER-OF-DATE(WS-ITEM-DUE-DATE(WS-ITEM-IDX))
047900     COMPUTE WS-ITEM-AGE-DAYS =
048000         WS-RUN-DAY-INTEGER - WS-ITEM-DAY-INTEGER
048100     IF WS-ITEM-AGE-DAYS > 60
048200         ADD WS-AGED-PART
048300             TO WS-AGE-PAST-OVER(WS-AGE-IDX)
048400     ELSE
048500         IF WS-ITEM-AGE-DAYS > 30
048600             ADD WS-AGED-PART
048700                 TO WS-AGE-PAST-60(WS-AGE-IDX)
048800         ELSE
048900             IF WS-ITEM-AGE-DAYS > ZERO
049000                 ADD WS-AGED-PART
049100                     TO WS-AGE-PAST-30(WS-AGE-IDX)
049200             ELSE
049300                 ADD WS-AGED-PART
049400                     TO WS-AGE-CURRENT(WS-AGE-IDX)
049500             END-IF
049600         END-IF
051500     EXIT.
051600*
051700******************************************************************
051701*    8130-FIND-DISPUTED-PART                                     *
051702*    SETS WS-DISPUTED-PART TO THE AMOUNT OF THE ITEM UNDER AN    *
051703*    OPEN DISPUTE ON DISPFILE, CAPPED AT THE ITEM'S BALANCE.  A  *
051704*    CREDIT, A CLOSED DISPUTE OR NONE LEAVES IT ZERO.            *
051705******************************************************************
051706 8130-FIND-DISPUTED-PART SECTION.
051707 8130-FIND-DISPUTED-PART-PARA.
051708     MOVE ZERO TO WS-DISPUTED-PART
051709     IF NOT WS-DISP-OPEN
051710      OR WS-ITEM-OPEN-BALANCE(WS-ITEM-IDX) NOT > ZERO
051711         GO TO 8130-EXIT
051712     END-IF
051713     MOVE WS-ITEM-INVOICE-NUMBER(WS-ITEM-IDX)
051714         TO DSP-INVOICE-NUMBER
051715     READ DISPUTE-FILE
051716         INVALID KEY
051717             GO TO 8130-EXIT
051718     END-READ
051719     IF NOT DSP-OPEN
051720         GO TO 8130-EXIT
051721     END-IF
051722     IF DSP-DISPUTED-AMOUNT < WS-ITEM-OPEN-BALANCE(WS-ITEM-IDX)
051723         MOVE DSP-DISPUTED-AMOUNT TO WS-DISPUTED-PART
051724     ELSE
051725         MOVE WS-ITEM-OPEN-BALANCE(WS-ITEM-IDX)
051726             TO WS-DISPUTED-PART
051727     END-IF.
051728 8130-EXIT.
051729     EXIT.
051730*
051731******************************************************************
051800*    8200-WRITE-AGING-REPORT                                     *
051900*    WRITES THE AGING REPORT - TITLE, COLUMN HEADS, ONE LINE     *
052000*    PER CUSTOMER, AND THE GRAND-TOTAL LINE.                     *
053500     MOVE 'GRAND TOTAL' TO WS-AGE-DET-NAME
053600     MOVE ZERO TO WS-AGE-DET-CUSTOMER
053700     MOVE WS-AGE-GRAND-CURRENT TO WS-AGE-DET-CURRENT
053800     MOVE WS-AGE-GRAND-PAST-30 TO WS-AGE-DET-PAST-30
053900     MOVE WS-AGE-GRAND-PAST-60 TO WS-AGE-DET-PAST-60
054000     MOVE WS-AGE-GRAND-PAST-OVER TO WS-AGE-DET-PAST-OVER
054010     MOVE WS-AGE-GRAND-DISPUTED TO WS-AGE-DET-DISPUTED
054100     COMPUTE WS-AGE-GRAND-TOTAL = WS-AGE-GRAND-CURRENT
054200         + WS-AGE-GRAND-PAST-30 + WS-AGE-GRAND-PAST-60
054300         + WS-AGE-GRAND-PAST-OVER
054310         + WS-AGE-GRAND-DISPUTED
054400     MOVE WS-AGE-GRAND-TOTAL TO WS-AGE-DET-TOTAL
054500     MOVE WS-AGE-DETAIL-LINE TO AGE-LINE
054600     WRITE AGE-LINE.
055300         TO WS-AGE-DET-CUSTOMER
055400     MOVE WS-AGE-CUSTOMER-NAME(WS-AGE-IDX) TO WS-AGE-DET-NAME
055500     MOVE WS-AGE-CURRENT(WS-AGE-IDX) TO WS-AGE-DET-CURRENT
055600     MOVE WS-AGE-PAST-30(WS-AGE-IDX) TO WS-AGE-DET-PAST-30
055700     MOVE WS-AGE-PAST-60(WS-AGE-IDX) TO WS-AGE-DET-PAST-60
055800     MOVE WS-AGE-PAST-OVER(WS-AGE-IDX) TO WS-AGE-DET-PAST-OVER
055810     MOVE WS-AGE-DISPUTED(WS-AGE-IDX) TO WS-AGE-DET-DISPUTED
055900     COMPUTE WS-AGE-CUST-TOTAL = WS-AGE-CURRENT(WS-AGE-IDX)
056000         + WS-AGE-PAST-30(WS-AGE-IDX)
056100         + WS-AGE-PAST-60(WS-AGE-IDX)
056200         + WS-AGE-PAST-OVER(WS-AGE-IDX)
056210         + WS-AGE-DISPUTED(WS-AGE-IDX)
056300     MOVE WS-AGE-CUST-TOTAL TO WS-AGE-DET-TOTAL
056400     ADD WS-AGE-CURRENT(WS-AGE-IDX) TO WS-AGE-GRAND-CURRENT
056500     ADD WS-AGE-PAST-30(WS-AGE-IDX) TO WS-AGE-GRAND-PAST-30
056600     ADD WS-AGE-PAST-60(WS-AGE-IDX) TO WS-AGE-GRAND-PAST-60
056700     ADD WS-AGE-PAST-OVER(WS-AGE-IDX) TO WS-AGE-GRAND-PAST-OVER
056710     ADD WS-AGE-DISPUTED(WS-AGE-IDX) TO WS-AGE-GRAND-DISPUTED
056800     MOVE WS-AGE-DETAIL-LINE TO AGE-LINE
056900     WRITE AGE-LINE.
057000 8210-EXIT.
057230*    LINES MOVING THE TOLERANCE WRITE-OFFS OUT OF ACCOUNTS       *
057240*    RECEIVABLE INTO WRITE-OFF EXPENSE.  A NET-CREDIT RESIDUE    *
057250*    DAY REVERSES NATURALLY THROUGH THE SIGNED-AMOUNT COLUMNS.   *
057251*    NOTHING WRITTEN OFF MEANS NO JOURNAL LINES.  EARLY-PAY      *
057252*    DISCOUNTS TAKEN POST AS A SECOND BALANCED PAIR - DISCOUNT   *
057253*    EXPENSE AGAINST ACCOUNTS RECEIVABLE.                        *
057254******************************************************************
057255 8300-WRITE-GL-JOURNAL SECTION.
057256 8300-WRITE-GL-JOURNAL-PARA.
057257     OPEN OUTPUT GL-JOURNAL-FILE
057258     IF WS-WRITEOFF-TOTAL NOT = ZERO
057259*        AR WRITE-OFF EXPENSE - DEBIT NATURAL
057260         MOVE '5200' TO WS-GLJ-ACCOUNT-NUMBER
057261         MOVE 'AR WRITE-OFF EXPENSE' TO WS-GLJ-ACCOUNT-NAME
057262         MOVE WS-WRITEOFF-TOTAL TO WS-GLJ-SIGNED-AMOUNT
057263         PERFORM 8310-WRITE-ONE-GL-LINE THRU 8310-EXIT
057264*        ACCOUNTS RECEIVABLE - RELIEVED BY THE WRITE-OFF
057265         MOVE '1200' TO WS-GLJ-ACCOUNT-NUMBER
057266         MOVE 'ACCOUNTS RECEIVABLE' TO WS-GLJ-ACCOUNT-NAME
057267         COMPUTE WS-GLJ-SIGNED-AMOUNT =
057268             ZERO - WS-WRITEOFF-TOTAL
057269         PERFORM 8310-WRITE-ONE-GL-LINE THRU 8310-EXIT
057270     END-IF
057271     IF WS-DISCOUNT-TOTAL NOT = ZERO
057272*        EARLY-PAY DISCOUNT EXPENSE - DEBIT NATURAL
057273         MOVE '5300' TO WS-GLJ-ACCOUNT-NUMBER
057274         MOVE 'EARLY-PAY DISCOUNT' TO WS-GLJ-ACCOUNT-NAME
057275         MOVE WS-DISCOUNT-TOTAL TO WS-GLJ-SIGNED-AMOUNT
057276         PERFORM 8310-WRITE-ONE-GL-LINE THRU 8310-EXIT
057277*        ACCOUNTS RECEIVABLE - RELIEVED BY THE DISCOUNT
057278         MOVE '1200' TO WS-GLJ-ACCOUNT-NUMBER
057279         MOVE 'ACCOUNTS RECEIVABLE' TO WS-GLJ-ACCOUNT-NAME
057280         COMPUTE WS-GLJ-SIGNED-AMOUNT =
057281             ZERO - WS-DISCOUNT-TOTAL
057285         PERFORM 8310-WRITE-ONE-GL-LINE THRU 8310-EXIT
057286     END-IF
057287     CLOSE GL-JOURNAL-FILE.
057307     EXIT.
057308*
057309******************************************************************
057310*    8400-REPORT-UNUSED-REFUNDS                                  *
057311*    DISPLAYS ANY REFUNDED RECEIPT NOT FOUND ON THE UNAPPLIED-   *
057312*    CASH CARRY - THE RUNS ARE OUT OF STEP AND ARBAL WILL BREAK. *
057313******************************************************************
057314 8400-REPORT-UNUSED-REFUNDS SECTION.
057315 8400-REPORT-UNUSED-REFUNDS-PARA.
057316     IF WS-RFND-TABLE-COUNT > ZERO
057317         PERFORM 8410-CHECK-ONE-REFUND THRU 8410-EXIT
057318             VARYING WS-RFND-IDX FROM 1 BY 1
057319             UNTIL WS-RFND-IDX > WS-RFND-TABLE-COUNT
057320     END-IF.
057321 8400-EXIT.
057322     EXIT.
057323*
057324 8410-CHECK-ONE-REFUND SECTION.
057325 8410-CHECK-ONE-REFUND-PARA.
057326     IF NOT WS-RFND-USED(WS-RFND-IDX)
057327         DISPLAY 'REFUNDED RECEIPT NOT CARRIED: '
057328             WS-RFND-RECEIPT-NUMBER(WS-RFND-IDX)
057329     END-IF.
057330 8410-EXIT.
057331     EXIT.
057332*
057333******************************************************************
057400*    9000-TERMINATE                                              *
057500*    WRITES THE NEW OPEN-ITEM FILE AND THE AGING REPORT,         *
057600*    REPORTS THE RUN COUNTS, AND CLOSES ALL FILES.               *
058400     DISPLAY 'RECEIPTS UNAPPLIED: ' WS-RECEIPTS-UNAPPLIED
058500     DISPLAY 'ITEMS PAID OFF:     ' WS-ITEMS-PAID-OFF
058510     DISPLAY 'ITEMS WRITTEN OFF:  ' WS-ITEMS-WRITTEN-OFF
058520     DISPLAY 'DISCOUNTS TAKEN:    ' WS-DISCOUNTS-TAKEN
058530     DISPLAY 'ITEMS VOIDED:       ' WS-ITEMS-VOIDED
058540     DISPLAY 'ITEMS REFUNDED:     ' WS-ITEMS-REFUNDED
058550     DISPLAY 'RECEIPTS REFUNDED:  ' WS-RECEIPTS-REFUNDED
058551     DISPLAY 'DISPUTES CLOSED:    ' WS-DISPUTES-CLOSED
058560     PERFORM 8400-REPORT-UNUSED-REFUNDS THRU 8400-EXIT
058600     DISPLAY 'ITEMS STILL OPEN:   ' WS-ITEMS-CARRIED
058700     IF WS-RCPT-OPEN
058800         CLOSE CASH-RECEIPTS-FILE
059000     CLOSE NEW-OPEN-ITEM-FILE
059100     CLOSE AGING-REPORT-FILE
059150     CLOSE UNAPPLIED-CARRY-FILE
059160     IF WS-DISP-OPEN
059170         CLOSE DISPUTE-FILE
059180     END-IF
059200     CLOSE EXCEPTION-REPORT-FILE
059210     PERFORM 9600-END-RUN-CONTROL THRU 9600-EXIT.
059300 9000-EXIT.
059400     EXIT.
059500*
059600******************************************************************
059700*    9500-START-RUN-CONTROL                                      *
059800*    CHECKS THE RUN-CONTROL LEDGER BEFORE ANYTHING IS PROCESSED. *
059900*    THE STEP REFUSES TO START IF INVOICE HAS NOT COMPLETED FOR  *
060000*    THE BUSINESS DATE, IF IT HAS ALREADY COMPLETED FOR THE      *
060100*    BUSINESS DATE, IF AN INPUT IS NOT THE GENERATION ITS SOURCE *
060200*    STEP LEFT ON THE LEDGER FOR THE DATE, OR IF AN INPUT IS THE *
060300*    GENERATION THIS STEP ALREADY CONSUMED ON ITS LAST RUN.      *
060400*    OTHERWISE THE START AND THE COUNT AND TOTAL OF EVERY INPUT  *
060500*    GO ON THE LEDGER AS THIS STEP'S ROW FOR THE DATE.           *
060600******************************************************************
060700 9500-START-RUN-CONTROL SECTION.
060800 9500-START-RUN-CONTROL-PARA.
060900     ACCEPT WS-RCL-START-DATE FROM DATE YYYYMMDD
061000     ACCEPT WS-RCL-START-TIME FROM TIME
061100     PERFORM 9520-OPEN-RUN-CONTROL THRU 9520-EXIT
061200     PERFORM 9530-CHECK-PREDECESSOR THRU 9530-EXIT
061300     MOVE ZERO TO WS-RCF-COUNT
061400     MOVE 'I' TO WS-RCL-WORK-USE
061500     PERFORM 9700-MEASURE-INPUTS THRU 9700-EXIT
061600     PERFORM 9540-CHECK-HANDOFF THRU 9540-EXIT
061700     PERFORM 9550-CHECK-LAST-GENERATION THRU 9550-EXIT
061800     PERFORM 9560-RECORD-STEP-START THRU 9560-EXIT
061900     CLOSE RUN-CONTROL-FILE.
062000 9500-EXIT.
062100     EXIT.
062200*
062300******************************************************************
062400*    9510-READ-BUSINESS-DATE                                     *
062500*    TAKES THE RUN DATE FROM THE BIZDATE BUSINESS-DATE CARD, NOT *
062600*    THE CLOCK.  A MISSING CARD, OR ONE THAT IS NOT A REAL       *
062700*    CALENDAR DATE, STOPS THE STEP WITH RETURN-CODE 16.          *
062800******************************************************************
062900 9510-READ-BUSINESS-DATE SECTION.
063000 9510-READ-BUSINESS-DATE-PARA.
063100     OPEN INPUT BUSINESS-DATE-FILE
063200     IF WS-BDC-FILE-STATUS NOT = '00'
063300         DISPLAY 'ARCASH CANNOT START - NO BUSINESS DATE CARD'
063400         MOVE 16 TO RETURN-CODE
063500         STOP RUN
063600     END-IF
063700     READ BUSINESS-DATE-FILE
063800         AT END
063900             MOVE ZERO TO BDC-BUSINESS-DATE
064000     END-READ
064100     CLOSE BUSINESS-DATE-FILE
064200     IF BDC-BUSINESS-DATE NUMERIC
064300      AND BDC-YEAR NOT < 1900
064400      AND BDC-MONTH > ZERO AND BDC-MONTH < 13
064500      AND BDC-DAY > ZERO AND BDC-DAY < 32
064600         COMPUTE WS-RCL-DAY-INTEGER =
064700             FUNCTION INTEGER-OF-DATE(BDC-BUSINESS-DATE)
064800         COMPUTE WS-RCL-CHECK-DATE =
064900             FUNCTION DATE-OF-INTEGER(WS-RCL-DAY-INTEGER)
065000         IF WS-RCL-CHECK-DATE = BDC-BUSINESS-DATE
065100             MOVE BDC-BUSINESS-DATE TO WS-RUN-DATE
065200             GO TO 9510-EXIT
065300         END-IF
065400     END-IF
065500     DISPLAY 'ARCASH CANNOT START - INVALID BUSINESS '
065600         'DATE CARD: ' BDC-RECORD
065700     MOVE 16 TO RETURN-CODE
065800     STOP RUN.
065900 9510-EXIT.
066000     EXIT.
066100*
066200******************************************************************
066300*    9520-OPEN-RUN-CONTROL                                       *
066400*    OPENS THE LEDGER FOR UPDATE, CREATING IT EMPTY ON THE VERY  *
066500*    FIRST RUN.                                                  *
066600******************************************************************
066700 9520-OPEN-RUN-CONTROL SECTION.
066800 9520-OPEN-RUN-CONTROL-PARA.
066900     OPEN I-O RUN-CONTROL-FILE
067000     IF WS-RCL-FILE-STATUS = '35'
067100         OPEN OUTPUT RUN-CONTROL-FILE
067200         CLOSE RUN-CONTROL-FILE
067300         OPEN I-O RUN-CONTROL-FILE
067400     END-IF
067500     IF WS-RCL-FILE-STATUS NOT = '00'
067600         DISPLAY 'RUN-CONTROL LEDGER WILL NOT OPEN - STATUS '
067700             WS-RCL-FILE-STATUS
067800         MOVE 16 TO RETURN-CODE
067900         STOP RUN
068000     END-IF.
068100 9520-EXIT.
068200     EXIT.
068300*
068400******************************************************************
068500*    9530-CHECK-PREDECESSOR                                      *
068600*    THE STEP AHEAD IN THE CHAIN MUST HAVE COMPLETED FOR THE     *
068700*    BUSINESS DATE.  THIS STEP MUST NOT HAVE COMPLETED FOR IT    *
068800*    ALREADY; A STARTED OR FAILED ROW IS A RERUN, AND ITS RUN    *
068900*    COUNT CARRIES ON.                                           *
069000******************************************************************
069100 9530-CHECK-PREDECESSOR SECTION.
069200 9530-CHECK-PREDECESSOR-PARA.
069300     MOVE WS-RUN-DATE TO RCL-BUSINESS-DATE
069400     MOVE WS-RCL-PREDECESSOR TO RCL-STEP-NAME
069500     READ RUN-CONTROL-FILE
069600         INVALID KEY
069700             MOVE SPACE TO RCL-STEP-STATUS
069800     END-READ
069900     IF NOT RCL-STEP-COMPLETE
070000         DISPLAY 'ARCASH CANNOT START - '
070100             'INVOICE HAS NOT COMPLETED FOR BUSINESS DATE '
070200             WS-RUN-DATE
070300         PERFORM 9590-REFUSE-START THRU 9590-EXIT
070400     END-IF
070500     MOVE WS-RUN-DATE TO RCL-BUSINESS-DATE
070600     MOVE WS-RCL-STEP-NAME TO RCL-STEP-NAME
070700     READ RUN-CONTROL-FILE
070800         INVALID KEY
070900             MOVE SPACE TO RCL-STEP-STATUS
071000             MOVE ZERO TO RCL-RUN-COUNT
071100     END-READ
071200     IF RCL-STEP-COMPLETE
071300         DISPLAY 'ARCASH CANNOT START - ALREADY COMPLETE FOR '
071400             'BUSINESS DATE ' WS-RUN-DATE
071500         PERFORM 9590-REFUSE-START THRU 9590-EXIT
071600     END-IF
071700     MOVE RCL-RUN-COUNT TO WS-RCL-RUN-COUNT.
071800 9530-EXIT.
071900     EXIT.
072000*
072100******************************************************************
072200*    9540-CHECK-HANDOFF                                          *
072300*    EVERY INPUT WITH A SOURCE STEP MUST CARRY THE SAME RECORD   *
072400*    COUNT AND TOTAL AS THE SOURCE STEP'S LEDGER ROW SHOWS FOR   *
072500*    THE SAME FILE ON THE BUSINESS DATE - ANYTHING ELSE IS NOT   *
072600*    THE GENERATION THE CHAIN HANDED ON.  A SOURCE ROW THAT DOES *
072700*    NOT NAME THE FILE CANNOT BE CHECKED AND IS PASSED.          *
072800******************************************************************
072900 9540-CHECK-HANDOFF SECTION.
073000 9540-CHECK-HANDOFF-PARA.
073100     PERFORM 9541-CHECK-ONE-HANDOFF THRU 9541-EXIT
073200         VARYING WS-RCF-IDX FROM 1 BY 1
073300         UNTIL WS-RCF-IDX > WS-RCF-COUNT.
073400 9540-EXIT.
073500     EXIT.
073600*
073700 9541-CHECK-ONE-HANDOFF SECTION.
073800 9541-CHECK-ONE-HANDOFF-PARA.
073900     IF WS-RCF-SOURCE(WS-RCF-IDX) = SPACES
074000         GO TO 9541-EXIT
074100     END-IF
074200     MOVE WS-RUN-DATE TO RCL-BUSINESS-DATE
074300     MOVE WS-RCF-SOURCE(WS-RCF-IDX) TO RCL-STEP-NAME
074400     READ RUN-CONTROL-FILE
074500         INVALID KEY
074600             MOVE ZERO TO RCL-FILE-COUNT
074700     END-READ
074800     MOVE 'N' TO WS-RCL-FOUND-SW
074900     MOVE 'N' TO WS-RCL-MATCH-SW
075000     IF RCL-FILE-COUNT > ZERO
075100         PERFORM 9542-MATCH-HANDOFF-ENTRY THRU 9542-EXIT
075200             VARYING RCL-FILE-IDX FROM 1 BY 1
075300             UNTIL RCL-FILE-IDX > RCL-FILE-COUNT
075400     END-IF
075500     IF NOT WS-RCL-FOUND OR WS-RCL-MATCH
075600         GO TO 9541-EXIT
075700     END-IF
075800     MOVE SPACES TO WS-RCL-MESSAGE
075900     STRING 'ARCASH CANNOT START - '
076000                DELIMITED BY SIZE
076100            WS-RCF-NAME(WS-RCF-IDX)
076200                DELIMITED BY SPACE
076300            ' IS NOT THE GENERATION '
076400                DELIMITED BY SIZE
076500            WS-RCF-SOURCE(WS-RCF-IDX)
076600                DELIMITED BY SPACE
076700            ' LEFT FOR BUSINESS DATE '
076800                DELIMITED BY SIZE
076900            WS-RUN-DATE
077000                DELIMITED BY SIZE
077100         INTO WS-RCL-MESSAGE
077200     END-STRING
077300     DISPLAY WS-RCL-MESSAGE
077400     MOVE WS-RCL-WORK-RECORDS TO WS-RCL-SHOW-RECORDS
077500     MOVE WS-RCL-WORK-TOTAL TO WS-RCL-SHOW-TOTAL
077600     DISPLAY '    LEDGER SHOWS ' WS-RCL-SHOW-RECORDS
077700         ' RECORDS, TOTAL ' WS-RCL-SHOW-TOTAL
077800     MOVE WS-RCF-RECORDS(WS-RCF-IDX) TO WS-RCL-SHOW-RECORDS
077900     MOVE WS-RCF-TOTAL(WS-RCF-IDX) TO WS-RCL-SHOW-TOTAL
078000     DISPLAY '    FILE ON HAND ' WS-RCL-SHOW-RECORDS
078100         ' RECORDS, TOTAL ' WS-RCL-SHOW-TOTAL
078200     PERFORM 9590-REFUSE-START THRU 9590-EXIT.
078300 9541-EXIT.
078400     EXIT.
078500*
078600 9542-MATCH-HANDOFF-ENTRY SECTION.
078700 9542-MATCH-HANDOFF-ENTRY-PARA.
078800     IF RCL-FILE-NAME(RCL-FILE-IDX) = WS-RCF-NAME(WS-RCF-IDX)
078900         SET WS-RCL-FOUND TO TRUE
079000         MOVE RCL-FILE-RECORDS(RCL-FILE-IDX)
079100           TO WS-RCL-WORK-RECORDS
079200         MOVE RCL-FILE-TOTAL(RCL-FILE-IDX) TO WS-RCL-WORK-TOTAL
079300         IF RCL-FILE-RECORDS(RCL-FILE-IDX) =
079400                WS-RCF-RECORDS(WS-RCF-IDX)
079500          AND RCL-FILE-TOTAL(RCL-FILE-IDX) =
079600                WS-RCF-TOTAL(WS-RCF-IDX)
079700             SET WS-RCL-MATCH TO TRUE
079800         END-IF
079900     END-IF.
080000 9542-EXIT.
080100     EXIT.
080200*
080300******************************************************************
080400*    9550-CHECK-LAST-GENERATION                                  *
080500*    EVERY NON-EMPTY INPUT WITHOUT A SOURCE STEP IS CHECKED      *
080600*    AGAINST THIS STEP'S LAST COMPLETED RUN (ITS ZERO-DATE ROW). *
080700*    THE SAME RECORD COUNT AND TOTAL AS AN INPUT THAT RUN        *
080800*    CONSUMED MEANS THE OLD GENERATION WAS HANDED IN AGAIN -     *
080900*    UNLESS IT ALSO MATCHES THE CARRY FILE THAT RUN PRODUCED FOR *
081000*    IT, WHICH IS THE SWAP DONE RIGHT WITH NOTHING CHANGED.  NO  *
081100*    ZERO-DATE ROW MEANS A FIRST RUN.                            *
081200******************************************************************
081300 9550-CHECK-LAST-GENERATION SECTION.
081400 9550-CHECK-LAST-GENERATION-PARA.
081500     MOVE ZERO TO RCL-BUSINESS-DATE
081600     MOVE WS-RCL-STEP-NAME TO RCL-STEP-NAME
081700     READ RUN-CONTROL-FILE
081800         INVALID KEY
081900             GO TO 9550-EXIT
082000     END-READ
082100     MOVE RCL-LAST-BUSINESS-DATE TO WS-RCL-LAST-DATE
082200     PERFORM 9551-CHECK-ONE-GENERATION THRU 9551-EXIT
082300         VARYING WS-RCF-IDX FROM 1 BY 1
082400         UNTIL WS-RCF-IDX > WS-RCF-COUNT.
082500 9550-EXIT.
082600     EXIT.
082700*
082800 9551-CHECK-ONE-GENERATION SECTION.
082900 9551-CHECK-ONE-GENERATION-PARA.
083000     IF WS-RCF-SOURCE(WS-RCF-IDX) NOT = SPACES
083100      OR WS-RCF-RECORDS(WS-RCF-IDX) = ZERO
083200         GO TO 9551-EXIT
083300     END-IF
083400     PERFORM 9552-MATCH-CONSUMED-ENTRY THRU 9552-EXIT
083500         VARYING RCL-FILE-IDX FROM 1 BY 1
083600         UNTIL RCL-FILE-IDX > RCL-FILE-COUNT
083700     IF WS-RCF-STALE(WS-RCF-IDX)
083800      AND WS-RCF-PARTNER(WS-RCF-IDX) NOT = SPACES
083900         PERFORM 9553-MATCH-PARTNER-ENTRY THRU 9553-EXIT
084000             VARYING RCL-FILE-IDX FROM 1 BY 1
084100             UNTIL RCL-FILE-IDX > RCL-FILE-COUNT
084200     END-IF
084300     IF NOT WS-RCF-STALE(WS-RCF-IDX)
084400         GO TO 9551-EXIT
084500     END-IF
084600     MOVE SPACES TO WS-RCL-MESSAGE
084700     STRING 'ARCASH CANNOT START - '
084800                DELIMITED BY SIZE
084900            WS-RCF-NAME(WS-RCF-IDX)
085000                DELIMITED BY SPACE
085100            ' IS THE GENERATION ALREADY CONSUMED FOR '
085200                DELIMITED BY SIZE
085300            'BUSINESS DATE '
085400                DELIMITED BY SIZE
085500            WS-RCL-LAST-DATE
085600                DELIMITED BY SIZE
085700         INTO WS-RCL-MESSAGE
085800     END-STRING
085900     DISPLAY WS-RCL-MESSAGE
086000     IF WS-RCF-PARTNER(WS-RCF-IDX) NOT = SPACES
086100         MOVE SPACES TO WS-RCL-MESSAGE
086200         STRING '    SWAP IN THE '
086300                    DELIMITED BY SIZE
086400                WS-RCF-PARTNER(WS-RCF-IDX)
086500                    DELIMITED BY SPACE
086600                ' THAT RUN PRODUCED AS '
086700                    DELIMITED BY SIZE
086800                WS-RCF-NAME(WS-RCF-IDX)
086900                    DELIMITED BY SPACE
087000             INTO WS-RCL-MESSAGE
087100         END-STRING
087200         DISPLAY WS-RCL-MESSAGE
087300     END-IF
087400     PERFORM 9590-REFUSE-START THRU 9590-EXIT.
087500 9551-EXIT.
087600     EXIT.
087700*
087800 9552-MATCH-CONSUMED-ENTRY SECTION.
087900 9552-MATCH-CONSUMED-ENTRY-PARA.
088000     IF RCL-FILE-CONSUMED(RCL-FILE-IDX)
088100      AND RCL-FILE-NAME(RCL-FILE-IDX) = WS-RCF-NAME(WS-RCF-IDX)
088200      AND RCL-FILE-RECORDS(RCL-FILE-IDX) =
088300             WS-RCF-RECORDS(WS-RCF-IDX)
088400      AND RCL-FILE-TOTAL(RCL-FILE-IDX) = WS-RCF-TOTAL(WS-RCF-IDX)
088500         MOVE 'Y' TO WS-RCF-STALE-SW(WS-RCF-IDX)
088600     END-IF.
088700 9552-EXIT.
088800     EXIT.
088900*
089000 9553-MATCH-PARTNER-ENTRY SECTION.
089100 9553-MATCH-PARTNER-ENTRY-PARA.
089200     IF RCL-FILE-PRODUCED(RCL-FILE-IDX)
089300      AND RCL-FILE-NAME(RCL-FILE-IDX) = WS-RCF-PARTNER(WS-RCF-IDX)
089400      AND RCL-FILE-RECORDS(RCL-FILE-IDX) =
089500             WS-RCF-RECORDS(WS-RCF-IDX)
089600      AND RCL-FILE-TOTAL(RCL-FILE-IDX) = WS-RCF-TOTAL(WS-RCF-IDX)
089700         MOVE 'N' TO WS-RCF-STALE-SW(WS-RCF-IDX)
089800     END-IF.
089900 9553-EXIT.
090000     EXIT.
090100*
090200******************************************************************
090300*    9560-RECORD-STEP-START                                      *
090400*    WRITES THIS STEP'S ROW FOR THE BUSINESS DATE AS STARTED,    *
090500*    WITH THE START TIME AND THE INPUTS' COUNTS AND TOTALS.      *
090600******************************************************************
090700 9560-RECORD-STEP-START SECTION.
090800 9560-RECORD-STEP-START-PARA.
090900     ADD 1 TO WS-RCL-RUN-COUNT
091000     MOVE 'S' TO WS-RCL-STEP-STATUS
091100     MOVE ZERO TO WS-RCL-END-DATE
091200     MOVE ZERO TO WS-RCL-END-TIME
091300     MOVE ZERO TO WS-RCL-RETURN-CODE
091400     PERFORM 9570-BUILD-STEP-ROW THRU 9570-EXIT
091500     PERFORM 9580-PUT-STEP-ROW THRU 9580-EXIT
091600     DISPLAY 'RUN CONTROL: ARCASH STARTED FOR BUSINESS DATE '
091700         WS-RUN-DATE.
091800 9560-EXIT.
091900     EXIT.
092000*
092100******************************************************************
092200*    9570-BUILD-STEP-ROW                                         *
092300*    BUILDS THIS STEP'S LEDGER ROW FOR THE BUSINESS DATE FROM    *
092400*    THE RUN-CONTROL FIELDS AND THE FILE TABLE.                  *
092500******************************************************************
092600 9570-BUILD-STEP-ROW SECTION.
092700 9570-BUILD-STEP-ROW-PARA.
092800     INITIALIZE RCL-RECORD
092900     MOVE WS-RUN-DATE TO RCL-BUSINESS-DATE
093000     MOVE WS-RCL-STEP-NAME TO RCL-STEP-NAME
093100     MOVE WS-RCL-STEP-STATUS TO RCL-STEP-STATUS
093200     MOVE WS-RCL-RUN-COUNT TO RCL-RUN-COUNT
093300     MOVE WS-RCL-START-DATE TO RCL-START-DATE
093400     MOVE WS-RCL-START-TIME TO RCL-START-TIME
093500     MOVE WS-RCL-END-DATE TO RCL-END-DATE
093600     MOVE WS-RCL-END-TIME TO RCL-END-TIME
093700     MOVE WS-RCL-RETURN-CODE TO RCL-RETURN-CODE
093800     MOVE WS-RUN-DATE TO RCL-LAST-BUSINESS-DATE
093900     MOVE WS-RCF-COUNT TO RCL-FILE-COUNT
094000     PERFORM 9575-MOVE-FILE-ENTRY THRU 9575-EXIT
094100         VARYING WS-RCF-IDX FROM 1 BY 1
094200         UNTIL WS-RCF-IDX > WS-RCF-COUNT.
094300 9570-EXIT.
094400     EXIT.
094500*
094600 9575-MOVE-FILE-ENTRY SECTION.
094700 9575-MOVE-FILE-ENTRY-PARA.
094800     SET RCL-FILE-IDX TO WS-RCF-IDX
094900     MOVE WS-RCF-NAME(WS-RCF-IDX) TO RCL-FILE-NAME(RCL-FILE-IDX)
095000     MOVE WS-RCF-USE(WS-RCF-IDX) TO RCL-FILE-USE(RCL-FILE-IDX)
095100     MOVE WS-RCF-RECORDS(WS-RCF-IDX)
095200       TO RCL-FILE-RECORDS(RCL-FILE-IDX)
095300     MOVE WS-RCF-TOTAL(WS-RCF-IDX)
095400       TO RCL-FILE-TOTAL(RCL-FILE-IDX).
095500 9575-EXIT.
095600     EXIT.
095700*
095800******************************************************************
095900*    9580-PUT-STEP-ROW                                           *
096000*    ADDS THE ROW IN RCL-RECORD TO THE LEDGER, OR REPLACES IT IF *
096100*    ITS KEY IS ALREADY THERE.                                   *
096200******************************************************************
096300 9580-PUT-STEP-ROW SECTION.
096400 9580-PUT-STEP-ROW-PARA.
096500     WRITE RCL-RECORD
096600         INVALID KEY
096700             REWRITE RCL-RECORD
096800                 INVALID KEY
096900                     DISPLAY 'RUN-CONTROL LEDGER WILL NOT '
097000                         'UPDATE - STATUS ' WS-RCL-FILE-STATUS
097100                     MOVE 16 TO RETURN-CODE
097200                     STOP RUN
097300             END-REWRITE
097400     END-WRITE.
097500 9580-EXIT.
097600     EXIT.
097700*
097800******************************************************************
097900*    9590-REFUSE-START                                           *
098000*    ENDS A STEP THAT FAILED A RUN-CONTROL CHECK WITH RETURN-    *
098100*    CODE 16 BEFORE IT HAS TOUCHED A FILE.  THE LEDGER IS LEFT   *
098200*    AS IT WAS.                                                  *
098300******************************************************************
098400 9590-REFUSE-START SECTION.
098500 9590-REFUSE-START-PARA.
098600     DISPLAY 'ARCASH NOT STARTED - NOTHING PROCESSED'
098700     CLOSE RUN-CONTROL-FILE
098800     MOVE 16 TO RETURN-CODE
098900     STOP RUN.
099000 9590-EXIT.
099100     EXIT.
099200*
099300******************************************************************
099400*    9600-END-RUN-CONTROL                                        *
099500*    RECORDS THE END OF THE STEP ON THE LEDGER - END TIME,       *
099600*    RETURN CODE, AND THE COUNT AND TOTAL OF EVERY FILE THE STEP *
099700*    PRODUCED.  BELOW RETURN-CODE 16 THE STEP IS COMPLETE AND    *
099800*    ITS ROW IS ALSO COPIED TO ITS ZERO-DATE ROW FOR THE NEXT    *
099900*    RUN'S GENERATION CHECK; AT 16 IT IS FAILED, WHICH HOLDS THE *
100000*    NEXT STEP UNTIL A RERUN COMPLETES.                          *
100100******************************************************************
100200 9600-END-RUN-CONTROL SECTION.
100300 9600-END-RUN-CONTROL-PARA.
100400     MOVE 'O' TO WS-RCL-WORK-USE
100500     MOVE SPACES TO WS-RCL-WORK-SOURCE
100600     MOVE SPACES TO WS-RCL-WORK-PARTNER
100700     PERFORM 9750-MEASURE-OUTPUTS THRU 9750-EXIT
100800     ACCEPT WS-RCL-END-DATE FROM DATE YYYYMMDD
100900     ACCEPT WS-RCL-END-TIME FROM TIME
101000     MOVE RETURN-CODE TO WS-RCL-RETURN-CODE
101100     IF RETURN-CODE < 16
101200         MOVE 'C' TO WS-RCL-STEP-STATUS
101300     ELSE
101400         MOVE 'F' TO WS-RCL-STEP-STATUS
101500     END-IF
101600     PERFORM 9520-OPEN-RUN-CONTROL THRU 9520-EXIT
101700     PERFORM 9570-BUILD-STEP-ROW THRU 9570-EXIT
101800     PERFORM 9580-PUT-STEP-ROW THRU 9580-EXIT
101900     IF WS-RCL-STEP-COMPLETE
102000         MOVE ZERO TO RCL-BUSINESS-DATE
102100         PERFORM 9580-PUT-STEP-ROW THRU 9580-EXIT
102200     END-IF
102300     CLOSE RUN-CONTROL-FILE
102400     PERFORM 9610-DISPLAY-FILE-ENTRY THRU 9610-EXIT
102500         VARYING WS-RCF-IDX FROM 1 BY 1
102600         UNTIL WS-RCF-IDX > WS-RCF-COUNT
102700     IF WS-RCL-STEP-COMPLETE
102800         DISPLAY 'RUN CONTROL: ARCASH COMPLETE FOR '
102900             'BUSINESS DATE ' WS-RUN-DATE ' RETURN CODE '
103000             WS-RCL-RETURN-CODE
103100     ELSE
103200         DISPLAY 'RUN CONTROL: ARCASH FAILED FOR '
103300             'BUSINESS DATE ' WS-RUN-DATE ' RETURN CODE '
103400             WS-RCL-RETURN-CODE
103500     END-IF.
103600 9600-EXIT.
103700     EXIT.
103800*
103900 9610-DISPLAY-FILE-ENTRY SECTION.
104000 9610-DISPLAY-FILE-ENTRY-PARA.
104100     MOVE WS-RCF-RECORDS(WS-RCF-IDX) TO WS-RCL-SHOW-RECORDS
104200     MOVE WS-RCF-TOTAL(WS-RCF-IDX) TO WS-RCL-SHOW-TOTAL
104300     IF WS-RCF-CONSUMED(WS-RCF-IDX)
104400         DISPLAY 'RUN CONTROL: CONSUMED ' WS-RCF-NAME(WS-RCF-IDX)
104500             WS-RCL-SHOW-RECORDS ' RECORDS, TOTAL '
104600             WS-RCL-SHOW-TOTAL
104700     ELSE
104800         DISPLAY 'RUN CONTROL: PRODUCED ' WS-RCF-NAME(WS-RCF-IDX)
104900             WS-RCL-SHOW-RECORDS ' RECORDS, TOTAL '
105000             WS-RCL-SHOW-TOTAL
105100     END-IF.
105200 9610-EXIT.
105300     EXIT.
105400*
105500******************************************************************
105600*    9700-MEASURE-INPUTS                                         *
105700*    COUNTS AND TOTALS EVERY FILE THIS STEP CONSUMES - OPENITEM, *
105800*    UNAPCASH, AREXTFL, CASHRCPT AND RFNDDTL.  AREXTFL MUST BE   *
105900*    AS INVOICE LEFT IT; OPENITEM, UNAPCASH, CASHRCPT AND        *
106000*    RFNDDTL ARE CHECKED AGAINST THIS STEP'S LAST RUN.  OPENITEM *
106100*    IS SWAPPED IN FROM THE OPENITM2 THE LAST RUN PRODUCED.      *
106200*    UNAPCASH IS SWAPPED IN FROM THE UNAPCSH2 THE LAST RUN       *
106300*    PRODUCED.                                                   *
106400******************************************************************
106500 9700-MEASURE-INPUTS SECTION.
106600 9700-MEASURE-INPUTS-PARA.
106700     MOVE SPACES TO WS-RCL-WORK-SOURCE
106800     MOVE 'OPENITM2' TO WS-RCL-WORK-PARTNER
106900     PERFORM 9810-COUNT-OPEN-ITEMS THRU 9810-EXIT
107000     MOVE 'UNAPCSH2' TO WS-RCL-WORK-PARTNER
107100     PERFORM 9820-COUNT-UNAPPLIED-CASH THRU 9820-EXIT
107200     MOVE 'INVOICE' TO WS-RCL-WORK-SOURCE
107300     MOVE SPACES TO WS-RCL-WORK-PARTNER
107400     PERFORM 9830-COUNT-AR-EXTRACT THRU 9830-EXIT
107500     MOVE SPACES TO WS-RCL-WORK-SOURCE
107600     PERFORM 9840-COUNT-CASH-RECEIPTS THRU 9840-EXIT
107700     PERFORM 9850-COUNT-REFUND-DETAIL THRU 9850-EXIT.
107800 9700-EXIT.
107900     EXIT.
108000*
108100******************************************************************
108200*    9750-MEASURE-OUTPUTS                                        *
108300*    COUNTS AND TOTALS EVERY FILE THIS STEP PRODUCED - OPENITM2, *
108400*    UNAPCSH2 AND GLJRNLAR - ONCE THEY ARE CLOSED.               *
108500******************************************************************
108600 9750-MEASURE-OUTPUTS SECTION.
108700 9750-MEASURE-OUTPUTS-PARA.
108800     PERFORM 9860-COUNT-NEW-OPEN-ITEMS THRU 9860-EXIT
108900     PERFORM 9870-COUNT-UNAPPLIED-CARRY THRU 9870-EXIT
109000     PERFORM 9880-COUNT-GL-JOURNAL THRU 9880-EXIT.
109100 9750-EXIT.
109200     EXIT.
109300*
109400******************************************************************
109500*    9790-ADD-FILE-ENTRY                                         *
109600*    ADDS THE FILE JUST COUNTED TO THE RUN-CONTROL FILE TABLE.   *
109700******************************************************************
109800 9790-ADD-FILE-ENTRY SECTION.
109900 9790-ADD-FILE-ENTRY-PARA.
110000     ADD 1 TO WS-RCF-COUNT
110100     SET WS-RCF-IDX TO WS-RCF-COUNT
110200     MOVE WS-RCL-WORK-NAME TO WS-RCF-NAME(WS-RCF-IDX)
110300     MOVE WS-RCL-WORK-USE TO WS-RCF-USE(WS-RCF-IDX)
110400     MOVE WS-RCL-WORK-SOURCE TO WS-RCF-SOURCE(WS-RCF-IDX)
110500     MOVE WS-RCL-WORK-PARTNER TO WS-RCF-PARTNER(WS-RCF-IDX)
110600     MOVE WS-RCL-WORK-RECORDS TO WS-RCF-RECORDS(WS-RCF-IDX)
110700     MOVE WS-RCL-WORK-TOTAL TO WS-RCF-TOTAL(WS-RCF-IDX)
110800     MOVE 'N' TO WS-RCF-STALE-SW(WS-RCF-IDX).
110900 9790-EXIT.
111000     EXIT.
111100*
111200******************************************************************
111300*    9810-COUNT-OPEN-ITEMS                                       *
111400*    COUNTS THE OPEN ITEMS (OPENITEM) FOR THE LEDGER, TOTALLING  *
111500*    THE OPEN BALANCES.  A FILE NOT ON HAND COUNTS AS EMPTY.     *
111600******************************************************************
111700 9810-COUNT-OPEN-ITEMS SECTION.
111800 9810-COUNT-OPEN-ITEMS-PARA.
111900     MOVE 'OPENITEM' TO WS-RCL-WORK-NAME
112000     MOVE ZERO TO WS-RCL-WORK-RECORDS
112100     MOVE ZERO TO WS-RCL-WORK-TOTAL
112200     MOVE 'N' TO WS-RCL-EOF-SW
112300     OPEN INPUT OPEN-ITEM-FILE
112400     IF WS-OPEN-FILE-STATUS = '00'
112500         PERFORM 9811-ADD-OPEN-ITEM THRU 9811-EXIT
112600             UNTIL WS-RCL-EOF
112700         CLOSE OPEN-ITEM-FILE
112800     END-IF
112900     PERFORM 9790-ADD-FILE-ENTRY THRU 9790-EXIT.
113000 9810-EXIT.
113100     EXIT.
113200*
113300 9811-ADD-OPEN-ITEM SECTION.
113400 9811-ADD-OPEN-ITEM-PARA.
113500     READ OPEN-ITEM-FILE
113600         AT END
113700             SET WS-RCL-EOF TO TRUE
113800     END-READ
113900     IF NOT WS-RCL-EOF
114000         ADD 1 TO WS-RCL-WORK-RECORDS
114100         ADD OPN-OPEN-BALANCE TO WS-RCL-WORK-TOTAL
114200     END-IF.
114300 9811-EXIT.
114400     EXIT.
114500*
114600******************************************************************
114700*    9820-COUNT-UNAPPLIED-CASH                                   *
114800*    COUNTS THE UNAPPLIED CASH (UNAPCASH) FOR THE LEDGER,        *
114900*    TOTALLING THE UNAPPLIED AMOUNTS.  A FILE NOT ON HAND COUNTS *
115000*    AS EMPTY.                                                   *
115100******************************************************************
115200 9820-COUNT-UNAPPLIED-CASH SECTION.
115300 9820-COUNT-UNAPPLIED-CASH-PARA.
115400     MOVE 'UNAPCASH' TO WS-RCL-WORK-NAME
115500     MOVE ZERO TO WS-RCL-WORK-RECORDS
115600     MOVE ZERO TO WS-RCL-WORK-TOTAL
115700     MOVE 'N' TO WS-RCL-EOF-SW
115800     OPEN INPUT UNAPPLIED-CASH-FILE
115900     IF WS-UNAP-FILE-STATUS = '00'
116000         PERFORM 9821-ADD-UNAPPLIED-ITEM THRU 9821-EXIT
116100             UNTIL WS-RCL-EOF
116200         CLOSE UNAPPLIED-CASH-FILE
116300     END-IF
116400     PERFORM 9790-ADD-FILE-ENTRY THRU 9790-EXIT.
116500 9820-EXIT.
116600     EXIT.
116700*
116800 9821-ADD-UNAPPLIED-ITEM SECTION.
116900 9821-ADD-UNAPPLIED-ITEM-PARA.
117000     READ UNAPPLIED-CASH-FILE
117100         AT END
117200             SET WS-RCL-EOF TO TRUE
117300     END-READ
117400     IF NOT WS-RCL-EOF
117500         ADD 1 TO WS-RCL-WORK-RECORDS
117600         ADD UNA-AMOUNT TO WS-RCL-WORK-TOTAL
117700     END-IF.
117800 9821-EXIT.
117900     EXIT.
118000*
118100******************************************************************
118200*    9830-COUNT-AR-EXTRACT                                       *
118300*    COUNTS THE AR EXTRACT (AREXTFL) FOR THE LEDGER, TOTALLING   *
118400*    THE FINAL TOTALS.  A FILE NOT ON HAND COUNTS AS EMPTY.      *
118500******************************************************************
118600 9830-COUNT-AR-EXTRACT SECTION.
118700 9830-COUNT-AR-EXTRACT-PARA.
118800     MOVE 'AREXTFL' TO WS-RCL-WORK-NAME
118900     MOVE ZERO TO WS-RCL-WORK-RECORDS
119000     MOVE ZERO TO WS-RCL-WORK-TOTAL
119100     MOVE 'N' TO WS-RCL-EOF-SW
119200     OPEN INPUT AR-EXTRACT-FILE
119300     IF WS-EXTR-FILE-STATUS = '00'
119400         PERFORM 9831-ADD-EXTRACT-RECORD THRU 9831-EXIT
119500             UNTIL WS-RCL-EOF
119600         CLOSE AR-EXTRACT-FILE
119700     END-IF
119800     PERFORM 9790-ADD-FILE-ENTRY THRU 9790-EXIT.
119900 9830-EXIT.
120000     EXIT.
120100*
120200 9831-ADD-EXTRACT-RECORD SECTION.
120300 9831-ADD-EXTRACT-RECORD-PARA.
120400     READ AR-EXTRACT-FILE
120500         AT END
120600             SET WS-RCL-EOF TO TRUE
120700     END-READ
120800     IF NOT WS-RCL-EOF
120900         ADD 1 TO WS-RCL-WORK-RECORDS
121000         ADD EXT-FINAL-TOTAL TO WS-RCL-WORK-TOTAL
121100     END-IF.
121200 9831-EXIT.
121300     EXIT.
121400*
121500******************************************************************
121600*    9840-COUNT-CASH-RECEIPTS                                    *
121700*    COUNTS THE CASH RECEIPTS (CASHRCPT) FOR THE LEDGER,         *
121800*    TOTALLING THE RECEIPT AMOUNTS.  A FILE NOT ON HAND COUNTS   *
121900*    AS EMPTY.                                                   *
122000******************************************************************
122100 9840-COUNT-CASH-RECEIPTS SECTION.
122200 9840-COUNT-CASH-RECEIPTS-PARA.
122300     MOVE 'CASHRCPT' TO WS-RCL-WORK-NAME
122400     MOVE ZERO TO WS-RCL-WORK-RECORDS
122500     MOVE ZERO TO WS-RCL-WORK-TOTAL
122600     MOVE 'N' TO WS-RCL-EOF-SW
122700     OPEN INPUT CASH-RECEIPTS-FILE
122800     IF WS-RCPT-FILE-STATUS = '00'
122900         PERFORM 9841-ADD-RECEIPT THRU 9841-EXIT
123000             UNTIL WS-RCL-EOF
123100         CLOSE CASH-RECEIPTS-FILE
123200     END-IF
123300     PERFORM 9790-ADD-FILE-ENTRY THRU 9790-EXIT.
123400 9840-EXIT.
123500     EXIT.
123600*
123700 9841-ADD-RECEIPT SECTION.
123800 9841-ADD-RECEIPT-PARA.
123900     READ CASH-RECEIPTS-FILE
124000         AT END
124100             SET WS-RCL-EOF TO TRUE
124200     END-READ
124300     IF NOT WS-RCL-EOF
124400         ADD 1 TO WS-RCL-WORK-RECORDS
124500         ADD RCP-AMOUNT TO WS-RCL-WORK-TOTAL
124600     END-IF.
124700 9841-EXIT.
124800     EXIT.
124900*
125000******************************************************************
125100*    9850-COUNT-REFUND-DETAIL                                    *
125200*    COUNTS THE REFUND DETAIL (RFNDDTL) FOR THE LEDGER,          *
125300*    TOTALLING THE REFUND AMOUNTS.  A FILE NOT ON HAND COUNTS AS *
125400*    EMPTY.                                                      *
125500******************************************************************
125600 9850-COUNT-REFUND-DETAIL SECTION.
125700 9850-COUNT-REFUND-DETAIL-PARA.
125800     MOVE 'RFNDDTL' TO WS-RCL-WORK-NAME
125900     MOVE ZERO TO WS-RCL-WORK-RECORDS
126000     MOVE ZERO TO WS-RCL-WORK-TOTAL
126100     MOVE 'N' TO WS-RCL-EOF-SW
126200     OPEN INPUT REFUND-DETAIL-FILE
126300     IF WS-RFND-FILE-STATUS = '00'
126400         PERFORM 9851-ADD-REFUND-RECORD THRU 9851-EXIT
126500             UNTIL WS-RCL-EOF
126600         CLOSE REFUND-DETAIL-FILE
126700     END-IF
126800     PERFORM 9790-ADD-FILE-ENTRY THRU 9790-EXIT.
126900 9850-EXIT.
127000     EXIT.
127100*
127200 9851-ADD-REFUND-RECORD SECTION.
127300 9851-ADD-REFUND-RECORD-PARA.
127400     READ REFUND-DETAIL-FILE
127500         AT END
127600             SET WS-RCL-EOF TO TRUE
127700     END-READ
127800     IF NOT WS-RCL-EOF
127900         ADD 1 TO WS-RCL-WORK-RECORDS
128000         ADD RFD-AMOUNT TO WS-RCL-WORK-TOTAL
128100     END-IF.
128200 9851-EXIT.
128300     EXIT.
128400*
128500******************************************************************
128600*    9860-COUNT-NEW-OPEN-ITEMS                                   *
128700*    COUNTS THE ROLLED-FORWARD OPEN ITEMS (OPENITM2) FOR THE     *
128800*    LEDGER, TOTALLING THE OPEN BALANCES.                        *
128900******************************************************************
129000 9860-COUNT-NEW-OPEN-ITEMS SECTION.
129100 9860-COUNT-NEW-OPEN-ITEMS-PARA.
129200     MOVE 'OPENITM2' TO WS-RCL-WORK-NAME
129300     MOVE ZERO TO WS-RCL-WORK-RECORDS
129400     MOVE ZERO TO WS-RCL-WORK-TOTAL
129500     MOVE 'N' TO WS-RCL-EOF-SW
129600     OPEN INPUT NEW-OPEN-ITEM-FILE
129700     PERFORM 9861-ADD-NEW-OPEN-ITEM THRU 9861-EXIT
129800         UNTIL WS-RCL-EOF
129900     CLOSE NEW-OPEN-ITEM-FILE
130000     PERFORM 9790-ADD-FILE-ENTRY THRU 9790-EXIT.
130100 9860-EXIT.
130200     EXIT.
130300*
130400 9861-ADD-NEW-OPEN-ITEM SECTION.
130500 9861-ADD-NEW-OPEN-ITEM-PARA.
130600     READ NEW-OPEN-ITEM-FILE
130700         AT END
130800             SET WS-RCL-EOF TO TRUE
130900     END-READ
131000     IF NOT WS-RCL-EOF
131100         ADD 1 TO WS-RCL-WORK-RECORDS
131200         ADD NOP-OPEN-BALANCE TO WS-RCL-WORK-TOTAL
131300     END-IF.
131400 9861-EXIT.
131500     EXIT.
131600*
131700******************************************************************
131800*    9870-COUNT-UNAPPLIED-CARRY                                  *
131900*    COUNTS THE CARRIED UNAPPLIED CASH (UNAPCSH2) FOR THE        *
132000*    LEDGER, TOTALLING THE UNAPPLIED AMOUNTS.                    *
132100******************************************************************
132200 9870-COUNT-UNAPPLIED-CARRY SECTION.
132300 9870-COUNT-UNAPPLIED-CARRY-PARA.
132400     MOVE 'UNAPCSH2' TO WS-RCL-WORK-NAME
132500     MOVE ZERO TO WS-RCL-WORK-RECORDS
132600     MOVE ZERO TO WS-RCL-WORK-TOTAL
132700     MOVE 'N' TO WS-RCL-EOF-SW
132800     OPEN INPUT UNAPPLIED-CARRY-FILE
132900     PERFORM 9871-ADD-CARRY-ITEM THRU 9871-EXIT
133000         UNTIL WS-RCL-EOF
133100     CLOSE UNAPPLIED-CARRY-FILE
133200     PERFORM 9790-ADD-FILE-ENTRY THRU 9790-EXIT.
133300 9870-EXIT.
133400     EXIT.
133500*
133600 9871-ADD-CARRY-ITEM SECTION.
133700 9871-ADD-CARRY-ITEM-PARA.
133800     READ UNAPPLIED-CARRY-FILE
133900         AT END
134000             SET WS-RCL-EOF TO TRUE
134100     END-READ
134200     IF NOT WS-RCL-EOF
134300         ADD 1 TO WS-RCL-WORK-RECORDS
134400         ADD UN2-AMOUNT TO WS-RCL-WORK-TOTAL
134500     END-IF.
134600 9871-EXIT.
134700     EXIT.
134800*
134900******************************************************************
135000*    9880-COUNT-GL-JOURNAL                                       *
135100*    COUNTS THE CASH GL JOURNAL (GLJRNLAR) FOR THE LEDGER,       *
135200*    TOTALLING THE DEBIT AMOUNTS.                                *
135300******************************************************************
135400 9880-COUNT-GL-JOURNAL SECTION.
135500 9880-COUNT-GL-JOURNAL-PARA.
135600     MOVE 'GLJRNLAR' TO WS-RCL-WORK-NAME
135700     MOVE ZERO TO WS-RCL-WORK-RECORDS
135800     MOVE ZERO TO WS-RCL-WORK-TOTAL
135900     MOVE 'N' TO WS-RCL-EOF-SW
136000     OPEN INPUT GL-JOURNAL-FILE
136100     PERFORM 9881-ADD-JOURNAL-LINE THRU 9881-EXIT
136200         UNTIL WS-RCL-EOF
136300     CLOSE GL-JOURNAL-FILE
136400     PERFORM 9790-ADD-FILE-ENTRY THRU 9790-EXIT.
136500 9880-EXIT.
136600     EXIT.
136700*
136800 9881-ADD-JOURNAL-LINE SECTION.
136900 9881-ADD-JOURNAL-LINE-PARA.
137000     READ GL-JOURNAL-FILE
137100         AT END
137200             SET WS-RCL-EOF TO TRUE
137300     END-READ
137400     IF NOT WS-RCL-EOF
137500         ADD 1 TO WS-RCL-WORK-RECORDS
137600         ADD GLJ-DEBIT-AMOUNT TO WS-RCL-WORK-TOTAL
137700     END-IF.
137800 9881-EXIT.
137900     EXIT.
138000*
138100 END PROGRAM ARCASH.
