000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    CTRBILL.
000300 AUTHOR.        R HALVORSEN.
000400 INSTALLATION.  BILLING SYSTEMS.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700******************************************************************
000800*    MODIFICATION HISTORY                                        *
000900*    --------------------                                        *
001000*    2026-10-15  RH  ORIGINAL RECURRING BILLING GENERATION STEP, *
001100*                    BUILT THE WAY CRHREL WRITES ITS RELEASE     *
001200*                    FEED.  READS THE CONTRACT MASTER IN KEY     *
001300*                    ORDER AND BILLS EVERY ACTIVE CONTRACT       *
001400*                    WHOSE NEXT-BILL DATE HAS COME, INSIDE ITS   *
001500*                    START AND END DATES, AS ONE INVOICE-FILE    *
001600*                    DETAIL UNDER A NEW NUMBER FROM THE CONTRACT *
001700*                    INVOICE RANGE.  THE FEED IS A COMPLETE      *
001800*                    GROUP - HEADER WITH ITS OWN BATCH NUMBER,   *
001900*                    DETAILS AND BALANCED TRAILER - SO IT RIDES  *
002000*                    THE NEXT INVOICE RUN AS-IS.  EACH BILLED    *
002100*                    CONTRACT HAS ITS NEXT-BILL DATE MOVED ON A  *
002200*                    MONTH, QUARTER OR YEAR AND THE BILLING      *
002300*                    STAMPED ON IT, SO A RERUN OF THE SAME NIGHT *
002400*                    REISSUES THE SAME INVOICE NUMBERS RATHER    *
002500*                    THAN BILLING A PERIOD TWICE.  EVERY         *
002600*                    CONTRACT BILLED OR REISSUED PRINTS ON THE   *
002700*                    BILLING-GENERATION REPORT.                  *
002800*    2026-10-15  RH  RUN DATE NOW COMES FROM THE BIZDATE         *
002900*                    BUSINESS-DATE CARD, NOT THE CLOCK, SO A     *
003000*                    RERUN AFTER MIDNIGHT REISSUES THE NIGHT'S   *
003100*                    BILLINGS UNDER THE SAME BUSINESS DATE.      *
003200******************************************************************
003300 ENVIRONMENT DIVISION.
003400 CONFIGURATION SECTION.
003500 SOURCE-COMPUTER.   IBM-370.
003600 OBJECT-COMPUTER.   IBM-370.
003700 INPUT-OUTPUT SECTION.
003800 FILE-CONTROL.
003900     SELECT CONTRACT-FILE ASSIGN TO "CONTFILE"
004000         ORGANIZATION IS INDEXED
004100         ACCESS MODE IS DYNAMIC
004200         RECORD KEY IS CTR-CONTRACT-NUMBER
004300         FILE STATUS IS WS-CONT-FILE-STATUS.
004400     SELECT BILLING-FEED-FILE ASSIGN TO "CTRFEED"
004500         ORGANIZATION IS LINE SEQUENTIAL.
004600     SELECT BILLING-REPORT-FILE ASSIGN TO "CTRRPT"
004700         ORGANIZATION IS LINE SEQUENTIAL.
004800     SELECT BUSINESS-DATE-FILE ASSIGN TO "BIZDATE"
004900         ORGANIZATION IS LINE SEQUENTIAL
005000         FILE STATUS IS WS-BDC-FILE-STATUS.
005100*
005200 DATA DIVISION.
005300 FILE SECTION.
005400 FD  CONTRACT-FILE
005500     LABEL RECORDS ARE STANDARD.
005600 COPY "contrec.cpy".
005700*
005800 FD  BILLING-FEED-FILE
005900     LABEL RECORDS ARE STANDARD.
006000 COPY "invrec.cpy".
006100*
006200 FD  BILLING-REPORT-FILE
006300     LABEL RECORDS ARE STANDARD.
006400 01  CBR-LINE                   PIC X(132).
006500*
006600 FD  BUSINESS-DATE-FILE
006700     LABEL RECORDS ARE STANDARD.
006800 COPY "bizdate.cpy".
006900*
007000 WORKING-STORAGE SECTION.
007100 01  WS-CONT-FILE-STATUS        PIC X(02) VALUE SPACES.
007200 01  WS-BDC-FILE-STATUS         PIC X(02) VALUE SPACES.
007300*
007400 01  WS-SWITCHES.
007500     05  WS-EOF-CONT-SW         PIC X(01) VALUE 'N'.
007600         88  WS-EOF-CONT                VALUE 'Y'.
007700     05  WS-CONT-OPEN-SW        PIC X(01) VALUE 'N'.
007800         88  WS-CONT-OPEN               VALUE 'Y'.
007900     05  WS-RERUN-SW            PIC X(01) VALUE 'N'.
008000         88  WS-RERUN                   VALUE 'Y'.
008100*
008200 01  WS-DATE-TIME-FIELDS.
008300     05  WS-RUN-DATE            PIC 9(08).
008400     05  WS-RUN-TIME            PIC 9(08).
008500     05  WS-BDC-DAY-INTEGER     PIC 9(08) VALUE ZERO.
008600     05  WS-BDC-CHECK-DATE      PIC 9(08) VALUE ZERO.
008700*
008800 77  WS-BILLED-COUNT            PIC 9(07) VALUE ZERO.
008900 77  WS-REISSUED-COUNT          PIC 9(07) VALUE ZERO.
009000 77  WS-PRIOR-COUNT             PIC 9(07) VALUE ZERO.
009100 77  WS-NOT-DUE-COUNT           PIC 9(07) VALUE ZERO.
009200 77  WS-ENDED-COUNT             PIC 9(07) VALUE ZERO.
009300 77  WS-INACTIVE-COUNT          PIC 9(07) VALUE ZERO.
009400 77  WS-FEED-COUNT              PIC 9(07) VALUE ZERO.
009500 77  WS-FEED-HASH-TOTAL         PIC 9(11)V99 VALUE ZERO.
009600*
009700*    BATCH NUMBER 99997 MARKS A CONTRACT BILLING FEED BUILT
009800*    HERE, AS 99998 MARKS CRHREL'S AND 99999 REJRESUB'S.
009900 77  WS-CONTRACT-BATCH-NUMBER   PIC 9(05) VALUE 99997.
010000*
010100*    INVOICE NUMBERS FROM 9000001 UP ARE RESERVED FOR CONTRACT
010200*    BILLING.  THE NEXT ONE TO USE LIVES ON THE CONTROL ROW.
010300 77  WS-FIRST-CONTRACT-INVOICE  PIC 9(07) VALUE 9000001.
010400 77  WS-NEXT-INVOICE-NUMBER     PIC 9(08) VALUE ZERO.
010500*
010600 01  WS-DISPOSITION-TOTALS.
010700     05  WS-BILLED-TOTAL        PIC S9(11)V99 VALUE ZERO.
010800     05  WS-REISSUED-TOTAL      PIC S9(11)V99 VALUE ZERO.
010900     05  WS-PRIOR-TOTAL         PIC S9(11)V99 VALUE ZERO.
011000     05  WS-NOT-DUE-TOTAL       PIC S9(11)V99 VALUE ZERO.
011100     05  WS-ENDED-TOTAL         PIC S9(11)V99 VALUE ZERO.
011200     05  WS-INACTIVE-TOTAL      PIC S9(11)V99 VALUE ZERO.
011300*
011400*    THE CONTRACT ROW IS HELD HERE WHILE THE CONTROL ROW IS
011500*    REWRITTEN THROUGH THE SAME RECORD AREA.
011600 01  WS-CONTRACT-SAVE           PIC X(113).
011700*
011800 01  WS-BILL-FIELDS.
011900     05  WS-BILL-INVOICE-NUMBER PIC 9(07) VALUE ZERO.
012000     05  WS-BILL-PERIOD-DATE    PIC 9(08) VALUE ZERO.
012100     05  WS-BILL-AMOUNT         PIC 9(07)V99 VALUE ZERO.
012200*
012300*    NEXT-BILL DATE ARITHMETIC - THE DATE IS MOVED ON WHOLE
012400*    MONTHS, KEEPING THE START DATE'S DAY OF THE MONTH WHERE
012500*    THE NEW MONTH HAS IT AND ITS LAST DAY WHERE IT DOES NOT.
012600 01  WS-ADVANCE-FIELDS.
012700     05  WS-ADV-DATE            PIC 9(08) VALUE ZERO.
012800     05  WS-ADV-DATE-PARTS REDEFINES WS-ADV-DATE.
012900         10  WS-ADV-YEAR              PIC 9(04).
013000         10  WS-ADV-MONTH             PIC 9(02).
013100         10  WS-ADV-DAY               PIC 9(02).
013200     05  WS-ANCHOR-DATE         PIC 9(08) VALUE ZERO.
013300     05  WS-ANCHOR-DATE-PARTS REDEFINES WS-ANCHOR-DATE.
013400         10  WS-ANCHOR-YEAR           PIC 9(04).
013500         10  WS-ANCHOR-MONTH          PIC 9(02).
013600         10  WS-ANCHOR-DAY            PIC 9(02).
013700     05  WS-ADV-MONTHS          PIC 9(02) VALUE ZERO.
013800     05  WS-ADV-MONTH-COUNT     PIC 9(06) VALUE ZERO.
013900     05  WS-ADV-MONTH-REM       PIC 9(02) VALUE ZERO.
014000     05  WS-ADV-LAST-DAY        PIC 9(02) VALUE ZERO.
014100     05  WS-LEAP-QUOTIENT       PIC 9(04) VALUE ZERO.
014200     05  WS-LEAP-REM-4          PIC 9(04) VALUE ZERO.
014300     05  WS-LEAP-REM-100        PIC 9(04) VALUE ZERO.
014400     05  WS-LEAP-REM-400        PIC 9(04) VALUE ZERO.
014500*
014600 01  WS-MONTH-DAYS-VALUES       PIC X(24)
014700         VALUE '312831303130313130313031'.
014800 01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-VALUES.
014900     05  WS-MONTH-DAYS          PIC 9(02) OCCURS 12 TIMES.
015000*
015100 01  WS-CBR-TITLE-LINE.
015200     05  FILLER                 PIC X(37)
015300         VALUE 'RECURRING CONTRACT BILLING RUN AS OF '.
015400     05  WS-CBR-TITLE-DATE      PIC 9(08).
015500     05  FILLER                 PIC X(09) VALUE '   BATCH '.
015600     05  WS-CBR-TITLE-BATCH     PIC 9(05).
015700     05  WS-CBR-TITLE-NOTE      PIC X(40) VALUE SPACES.
015800     05  FILLER                 PIC X(33) VALUE SPACES.
015900*
016000 01  WS-CBR-COLUMN-LINE.
016100     05  FILLER                 PIC X(08) VALUE 'CONTRACT'.
016200     05  FILLER                 PIC X(08) VALUE 'CUSTOMER'.
016300     05  FILLER                 PIC X(16) VALUE 'INVOICE TYPE'.
016400     05  FILLER                 PIC X(04) VALUE 'CUR'.
016500     05  FILLER                 PIC X(13) VALUE '       AMOUNT'.
016600     05  FILLER                 PIC X(05) VALUE '  FRQ'.
016700     05  FILLER                 PIC X(10) VALUE '  PERIOD'.
016800     05  FILLER                 PIC X(09) VALUE '  INVOICE'.
016900     05  FILLER                 PIC X(11) VALUE '  NEXT BILL'.
017000     05  FILLER                 PIC X(13) VALUE ' DISPOSITION'.
017100     05  FILLER                 PIC X(35) VALUE ' NOTE'.
017200*
017300 01  WS-CBR-DETAIL-LINE.
017400     05  WS-CBR-DET-CONTRACT    PIC 9(06).
017500     05  FILLER                 PIC X(02) VALUE SPACES.
017600     05  WS-CBR-DET-CUSTOMER    PIC 9(06).
017700     05  FILLER                 PIC X(02) VALUE SPACES.
017800     05  WS-CBR-DET-TYPE        PIC X(15).
017900     05  FILLER                 PIC X(01) VALUE SPACES.
018000     05  WS-CBR-DET-CURRENCY    PIC X(03).
018100     05  FILLER                 PIC X(01) VALUE SPACES.
018200     05  WS-CBR-DET-AMOUNT      PIC ZZ,ZZZ,ZZ9.99.
018300     05  FILLER                 PIC X(04) VALUE SPACES.
018400     05  WS-CBR-DET-FREQUENCY   PIC X(01).
018500     05  FILLER                 PIC X(02) VALUE SPACES.
018600     05  WS-CBR-DET-PERIOD      PIC 9(08).
018700     05  FILLER                 PIC X(02) VALUE SPACES.
018800     05  WS-CBR-DET-INVOICE     PIC 9(07).
018900     05  FILLER                 PIC X(02) VALUE SPACES.
019000     05  WS-CBR-DET-NEXT-BILL   PIC 9(08).
019100     05  FILLER                 PIC X(02) VALUE SPACES.
019200     05  WS-CBR-DET-DISPOSITION PIC X(12).
019300     05  FILLER                 PIC X(01) VALUE SPACES.
019400     05  WS-CBR-DET-NOTE        PIC X(30).
019500     05  FILLER                 PIC X(04) VALUE SPACES.
019600*
019700 01  WS-CBR-TOTAL-LINE.
019800     05  WS-CBR-TOT-CAPTION     PIC X(20).
019900     05  WS-CBR-TOT-COUNT       PIC Z,ZZZ,ZZ9.
020000     05  FILLER                 PIC X(04) VALUE SPACES.
020100     05  WS-CBR-TOT-AMOUNT      PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
020200     05  FILLER                 PIC X(81) VALUE SPACES.
020300*
020400 PROCEDURE DIVISION.
020500*
020600******************************************************************
020700*    0000-MAINLINE                                               *
020800*    DRIVES THE GENERATION STEP - ONE PASS OF THE CONTRACT       *
020900*    MASTER IN CONTRACT NUMBER ORDER.                            *
021000******************************************************************
021100 0000-MAINLINE SECTION.
021200 0000-MAINLINE-PARA.
021300     PERFORM 1000-INITIALIZE THRU 1000-EXIT
021400     PERFORM 2000-PROCESS-CONTRACT THRU 2000-EXIT
021500         UNTIL WS-EOF-CONT
021600     PERFORM 9000-TERMINATE THRU 9000-EXIT
021700     STOP RUN.
021800*
021900******************************************************************
022000*    1000-INITIALIZE                                             *
022100*    OPENS THE CONTRACT MASTER FOR UPDATE, LOADS THE CONTROL     *
022200*    ROW, OPENS THE FEED AND REPORT, WRITES THE FEED HEADER AND  *
022300*    THE REPORT HEADINGS, AND PRIMES THE FIRST CONTRACT READ.    *
022400*    A MISSING MASTER MEANS NO CONTRACTS YET - THE FEED STILL    *
022500*    GOES OUT EMPTY AND BALANCED SO THE NEXT INVOICE RUN CAN     *
022600*    TAKE IT AS-IS.  A MASTER THAT WILL NOT OPEN ABENDS.         *
022700******************************************************************
022800 1000-INITIALIZE SECTION.
022900 1000-INITIALIZE-PARA.
023000     PERFORM 9510-READ-BUSINESS-DATE THRU 9510-EXIT
023100     ACCEPT WS-RUN-TIME FROM TIME
023200     OPEN I-O CONTRACT-FILE
023300     IF WS-CONT-FILE-STATUS = '00'
023400         SET WS-CONT-OPEN TO TRUE
023500         PERFORM 1100-LOAD-CONTROL-RECORD THRU 1100-EXIT
023600     ELSE
023700         IF WS-CONT-FILE-STATUS = '35'
023800             DISPLAY 'NO CONTRACT MASTER - NOTHING TO BILL'
023900             SET WS-EOF-CONT TO TRUE
024000         ELSE
024100             DISPLAY 'CONTRACT MASTER WILL NOT OPEN - STATUS '
024200                 WS-CONT-FILE-STATUS
024300             MOVE 16 TO RETURN-CODE
024400             STOP RUN
024500         END-IF
024600     END-IF
024700     OPEN OUTPUT BILLING-FEED-FILE
024800     OPEN OUTPUT BILLING-REPORT-FILE
024900     PERFORM 1200-WRITE-FEED-HEADER THRU 1200-EXIT
025000     MOVE WS-RUN-DATE TO WS-CBR-TITLE-DATE
025100     MOVE WS-CONTRACT-BATCH-NUMBER TO WS-CBR-TITLE-BATCH
025200     IF WS-RERUN
025300         MOVE '   RERUN - EARLIER BILLINGS REISSUED'
025400             TO WS-CBR-TITLE-NOTE
025500     END-IF
025600     MOVE WS-CBR-TITLE-LINE TO CBR-LINE
025700     WRITE CBR-LINE
025800     MOVE WS-CBR-COLUMN-LINE TO CBR-LINE
025900     WRITE CBR-LINE
026000     IF WS-CONT-OPEN
026100         PERFORM 1300-POSITION-CONTRACTS THRU 1300-EXIT
026200     END-IF.
026300 1000-EXIT.
026400     EXIT.
026500*
026600******************************************************************
026700*    1100-LOAD-CONTROL-RECORD                                    *
026800*    READS ROW ZERO OF THE CONTRACT MASTER FOR THE NEXT INVOICE  *
026900*    NUMBER OF THE CONTRACT RANGE, BUILDING THE ROW AT THE       *
027000*    START OF THE RANGE ON THE FIRST RUN.  A ROW ALREADY         *
027100*    STAMPED WITH TONIGHT'S DATE MEANS THIS IS A RERUN.  THE     *
027200*    ROW IS THEN STAMPED WITH TONIGHT'S DATE.                    *
027300******************************************************************
027400 1100-LOAD-CONTROL-RECORD SECTION.
027500 1100-LOAD-CONTROL-RECORD-PARA.
027600     MOVE ZERO TO CTR-CONTRACT-NUMBER
027700     READ CONTRACT-FILE
027800         INVALID KEY
027900             MOVE SPACES TO CTR-CONTROL-RECORD
028000             MOVE ZERO TO CTR-CTL-KEY
028100             MOVE WS-FIRST-CONTRACT-INVOICE
028200                 TO CTR-CTL-NEXT-INVOICE
028300             MOVE ZERO TO CTR-CTL-LAST-RUN-DATE
028400             WRITE CTR-CONTROL-RECORD
028500                 INVALID KEY
028600                     DISPLAY 'CONTRACT CONTROL ROW NOT WRITTEN'
028700                     MOVE 16 TO RETURN-CODE
028800                     STOP RUN
028900             END-WRITE
029000     END-READ
029100     MOVE CTR-CTL-NEXT-INVOICE TO WS-NEXT-INVOICE-NUMBER
029200     IF CTR-CTL-LAST-RUN-DATE = WS-RUN-DATE
029300         SET WS-RERUN TO TRUE
029400         DISPLAY 'CONTRACT BILLING ALREADY RUN FOR ' WS-RUN-DATE
029500             ' - BILLINGS REISSUED, NOT REPEATED'
029600     END-IF
029700     PERFORM 2250-REWRITE-CONTROL-RECORD THRU 2250-EXIT.
029800 1100-EXIT.
029900     EXIT.
030000*
030100******************************************************************
030200*    1200-WRITE-FEED-HEADER                                      *
030300*    WRITES THE BILLING FEED'S HEADER RECORD SO THE FEED         *
030400*    BALANCES THROUGH THE INVOICE RUN'S CONTROL STEP.            *
030500******************************************************************
030600 1200-WRITE-FEED-HEADER SECTION.
030700 1200-WRITE-FEED-HEADER-PARA.
030800     MOVE SPACES TO INV-HEADER-RECORD
030900     MOVE 'H' TO INV-RECORD-TYPE
031000     MOVE WS-RUN-DATE TO INV-HDR-FEED-DATE
031100     MOVE WS-CONTRACT-BATCH-NUMBER TO INV-HDR-BATCH-NUMBER
031200     WRITE INV-HEADER-RECORD.
031300 1200-EXIT.
031400     EXIT.
031500*
031600******************************************************************
031700*    1300-POSITION-CONTRACTS                                     *
031800*    STARTS THE BROWSE AT THE FIRST REAL CONTRACT, PAST THE      *
031900*    CONTROL ROW, AND READS IT.  NO CONTRACTS ENDS THE PASS.     *
032000******************************************************************
032100 1300-POSITION-CONTRACTS SECTION.
032200 1300-POSITION-CONTRACTS-PARA.
032300     MOVE 1 TO CTR-CONTRACT-NUMBER
032400     START CONTRACT-FILE KEY NOT < CTR-CONTRACT-NUMBER
032500         INVALID KEY
032600             SET WS-EOF-CONT TO TRUE
032700     END-START
032800     IF NOT WS-EOF-CONT
032900         PERFORM 2100-READ-CONTRACT THRU 2100-EXIT
033000     END-IF.
033100 1300-EXIT.
033200     EXIT.
033300*
033400******************************************************************
033500*    2000-PROCESS-CONTRACT                                       *
033600*    SETTLES ONE CONTRACT.  ONE ALREADY BILLED BY AN EARLIER     *
033700*    RUN TONIGHT IS REISSUED UNDER THE SAME INVOICE NUMBER.      *
033800*    OTHERWISE AN INACTIVE CONTRACT, ONE NOT YET DUE AND ONE     *
033900*    PAST ITS END DATE ARE ONLY COUNTED; ONE WHOSE DUE PERIOD    *
034000*    WAS BILLED BEFORE IS REPORTED AND LEFT ALONE; ANY OTHER IS  *
034100*    BILLED.  THEN READS THE NEXT CONTRACT.                      *
034200******************************************************************
034300 2000-PROCESS-CONTRACT SECTION.
034400 2000-PROCESS-CONTRACT-PARA.
034500     IF CTR-LAST-RUN-DATE = WS-RUN-DATE
034600      AND CTR-LAST-INVOICE-NUMBER > ZERO
034700         PERFORM 2300-REISSUE-CONTRACT THRU 2300-EXIT
034800         GO TO 2000-READ-NEXT
034900     END-IF
035000     IF NOT CTR-ACTIVE
035100         ADD 1 TO WS-INACTIVE-COUNT
035200         ADD CTR-AMOUNT TO WS-INACTIVE-TOTAL
035300         GO TO 2000-READ-NEXT
035400     END-IF
035500     IF CTR-NEXT-BILL-DATE > WS-RUN-DATE
035600         ADD 1 TO WS-NOT-DUE-COUNT
035700         ADD CTR-AMOUNT TO WS-NOT-DUE-TOTAL
035800         GO TO 2000-READ-NEXT
035900     END-IF
036000     IF CTR-END-DATE NOT = ZERO
036100      AND CTR-NEXT-BILL-DATE > CTR-END-DATE
036200         ADD 1 TO WS-ENDED-COUNT
036300         ADD CTR-AMOUNT TO WS-ENDED-TOTAL
036400         GO TO 2000-READ-NEXT
036500     END-IF
036600     IF CTR-LAST-BILLED-DATE NOT < CTR-NEXT-BILL-DATE
036700         PERFORM 2350-REPORT-PRIOR-BILLING THRU 2350-EXIT
036800         GO TO 2000-READ-NEXT
036900     END-IF
037000     PERFORM 2200-BILL-CONTRACT THRU 2200-EXIT.
037100 2000-READ-NEXT.
037200     PERFORM 2100-READ-CONTRACT THRU 2100-EXIT.
037300 2000-EXIT.
037400     EXIT.
037500*
037600 2100-READ-CONTRACT SECTION.
037700 2100-READ-CONTRACT-PARA.
037800     READ CONTRACT-FILE NEXT RECORD
037900         AT END SET WS-EOF-CONT TO TRUE
038000     END-READ.
038100 2100-EXIT.
038200     EXIT.
038300*
038400******************************************************************
038500*    2200-BILL-CONTRACT                                          *
038600*    BILLS THE CONTRACT'S DUE PERIOD.  THE INVOICE NUMBER IS     *
038700*    TAKEN OFF THE CONTROL ROW AND THE ROW REWRITTEN FIRST, SO   *
038800*    A NUMBER IS NEVER HANDED OUT TWICE; THEN THE DETAIL GOES    *
038900*    TO THE FEED AND THE CONTRACT IS REWRITTEN WITH THE BILLING  *
039000*    STAMPED ON IT AND ITS NEXT-BILL DATE MOVED ON.  A           *
039100*    CONTRACT STILL DUE AFTER THE MOVE WAS BEHIND - ITS NEXT     *
039200*    PERIOD BILLS TOMORROW NIGHT, ONE PERIOD PER RUN.            *
039300******************************************************************
039400 2200-BILL-CONTRACT SECTION.
039500 2200-BILL-CONTRACT-PARA.
039600     IF WS-NEXT-INVOICE-NUMBER > 9999999
039700         DISPLAY 'CONTRACT INVOICE NUMBER RANGE EXHAUSTED AT '
039800             'CONTRACT ' CTR-CONTRACT-NUMBER
039900         MOVE 16 TO RETURN-CODE
040000         STOP RUN
040100     END-IF
040200     MOVE CTR-RECORD TO WS-CONTRACT-SAVE
040300     MOVE WS-NEXT-INVOICE-NUMBER TO WS-BILL-INVOICE-NUMBER
040400     ADD 1 TO WS-NEXT-INVOICE-NUMBER
040500     PERFORM 2250-REWRITE-CONTROL-RECORD THRU 2250-EXIT
040600     MOVE WS-CONTRACT-SAVE TO CTR-RECORD
040700     MOVE CTR-NEXT-BILL-DATE TO WS-BILL-PERIOD-DATE
040800     MOVE CTR-AMOUNT TO WS-BILL-AMOUNT
040900     PERFORM 2400-WRITE-FEED-DETAIL THRU 2400-EXIT
041000     MOVE WS-BILL-PERIOD-DATE TO CTR-LAST-BILLED-DATE
041100     MOVE WS-BILL-AMOUNT TO CTR-LAST-BILLED-AMOUNT
041200     MOVE WS-BILL-INVOICE-NUMBER TO CTR-LAST-INVOICE-NUMBER
041300     MOVE WS-RUN-DATE TO CTR-LAST-RUN-DATE
041400     PERFORM 2500-ADVANCE-NEXT-BILL-DATE THRU 2500-EXIT
041500     REWRITE CTR-RECORD
041600         INVALID KEY
041700             DISPLAY 'CONTRACT NOT REWRITTEN AFTER BILLING: '
041800                 CTR-CONTRACT-NUMBER
041900             MOVE 16 TO RETURN-CODE
042000             STOP RUN
042100     END-REWRITE
042200     ADD 1 TO WS-BILLED-COUNT
042300     ADD WS-BILL-AMOUNT TO WS-BILLED-TOTAL
042400     MOVE 'BILLED' TO WS-CBR-DET-DISPOSITION
042500     MOVE SPACES TO WS-CBR-DET-NOTE
042600     IF CTR-END-DATE NOT = ZERO
042700      AND CTR-NEXT-BILL-DATE > CTR-END-DATE
042800         MOVE 'LAST PERIOD - CONTRACT ENDS' TO WS-CBR-DET-NOTE
042900     END-IF
043000     IF CTR-NEXT-BILL-DATE NOT > WS-RUN-DATE
043100         MOVE 'BEHIND - NEXT PERIOD ALSO DUE' TO WS-CBR-DET-NOTE
043200     END-IF
043300     PERFORM 2600-WRITE-REPORT-LINE THRU 2600-EXIT.
043400 2200-EXIT.
043500     EXIT.
043600*
043700******************************************************************
043800*    2250-REWRITE-CONTROL-RECORD                                 *
043900*    REWRITES ROW ZERO WITH THE NEXT INVOICE NUMBER TO USE AND   *
044000*    TONIGHT'S DATE.  IT GOES THROUGH THE RECORD AREA, SO ANY    *
044100*    CONTRACT ROW IN IT MUST BE SAVED FIRST.                     *
044200******************************************************************
044300 2250-REWRITE-CONTROL-RECORD SECTION.
044400 2250-REWRITE-CONTROL-RECORD-PARA.
044500     MOVE SPACES TO CTR-CONTROL-RECORD
044600     MOVE ZERO TO CTR-CTL-KEY
044700     MOVE WS-NEXT-INVOICE-NUMBER TO CTR-CTL-NEXT-INVOICE
044800     MOVE WS-RUN-DATE TO CTR-CTL-LAST-RUN-DATE
044900     REWRITE CTR-CONTROL-RECORD
045000         INVALID KEY
045100             DISPLAY 'CONTRACT CONTROL ROW NOT REWRITTEN'
045200             MOVE 16 TO RETURN-CODE
045300             STOP RUN
045400     END-REWRITE.
045500 2250-EXIT.
045600     EXIT.
045700*
045800******************************************************************
045900*    2300-REISSUE-CONTRACT                                       *
046000*    PUTS A CONTRACT ALREADY BILLED TONIGHT BACK ON THE FEED     *
046100*    EXACTLY AS FIRST BILLED - SAME PERIOD, AMOUNT AND INVOICE   *
046200*    NUMBER - WITHOUT TOUCHING THE MASTER.  THE FEED OF AN       *
046300*    INTERRUPTED RUN IS REBUILT WHOLE, AND IF THE FIRST FEED     *
046400*    WAS ALREADY BILLED THE INVOICE RUN REFUSES THE REPEATED     *
046500*    NUMBER, SO NO PERIOD IS EVER BILLED TWICE.                  *
046600******************************************************************
046700 2300-REISSUE-CONTRACT SECTION.
046800 2300-REISSUE-CONTRACT-PARA.
046900     MOVE CTR-LAST-INVOICE-NUMBER TO WS-BILL-INVOICE-NUMBER
047000     MOVE CTR-LAST-BILLED-DATE TO WS-BILL-PERIOD-DATE
047100     MOVE CTR-LAST-BILLED-AMOUNT TO WS-BILL-AMOUNT
047200     PERFORM 2400-WRITE-FEED-DETAIL THRU 2400-EXIT
047300     ADD 1 TO WS-REISSUED-COUNT
047400     ADD WS-BILL-AMOUNT TO WS-REISSUED-TOTAL
047500     MOVE 'REISSUED' TO WS-CBR-DET-DISPOSITION
047600     MOVE 'BILLED EARLIER TONIGHT' TO WS-CBR-DET-NOTE
047700     PERFORM 2600-WRITE-REPORT-LINE THRU 2600-EXIT.
047800 2300-EXIT.
047900     EXIT.
048000*
048100******************************************************************
048200*    2350-REPORT-PRIOR-BILLING                                   *
048300*    REPORTS A CONTRACT WHOSE DUE PERIOD IS NOT AFTER THE LAST   *
048400*    PERIOD BILLED - ITS NEXT-BILL DATE WAS SET BACK - AND       *
048500*    LEAVES IT UNBILLED FOR BILLING TO PUT RIGHT.                *
048600******************************************************************
048700 2350-REPORT-PRIOR-BILLING SECTION.
048800 2350-REPORT-PRIOR-BILLING-PARA.
048900     ADD 1 TO WS-PRIOR-COUNT
049000     ADD CTR-AMOUNT TO WS-PRIOR-TOTAL
049100     MOVE CTR-LAST-INVOICE-NUMBER TO WS-BILL-INVOICE-NUMBER
049200     MOVE CTR-NEXT-BILL-DATE TO WS-BILL-PERIOD-DATE
049300     MOVE CTR-AMOUNT TO WS-BILL-AMOUNT
049400     MOVE 'NOT BILLED' TO WS-CBR-DET-DISPOSITION
049500     MOVE 'PERIOD ALREADY BILLED' TO WS-CBR-DET-NOTE
049600     PERFORM 2600-WRITE-REPORT-LINE THRU 2600-EXIT.
049700 2350-EXIT.
049800     EXIT.
049900*
050000******************************************************************
050100*    2400-WRITE-FEED-DETAIL                                      *
050200*    WRITES THE CONTRACT'S BILLING AS AN INVOICE-FILE DETAIL -   *
050300*    BILLING CURRENCY AS ON THE CONTRACT, SO IT CONVERTS AT THE  *
050400*    RATE OF THE NIGHT IT BILLS - AND ADDS IT TO THE TRAILER'S   *
050500*    COUNT AND HASH TOTAL.                                       *
050600******************************************************************
050700 2400-WRITE-FEED-DETAIL SECTION.
050800 2400-WRITE-FEED-DETAIL-PARA.
050900     MOVE SPACES TO INV-RECORD
051000     MOVE 'D' TO INV-RECORD-TYPE
051100     MOVE WS-BILL-INVOICE-NUMBER TO INV-NUMBER
051200     MOVE CTR-CUSTOMER-NUMBER TO INV-CUSTOMER-NUMBER
051300     MOVE CTR-INVOICE-TYPE TO INV-TYPE
051400     MOVE WS-BILL-AMOUNT TO INV-AMOUNT
051500     MOVE CTR-CURRENCY-CODE TO INV-CURRENCY-CODE
051600     MOVE ZERO TO INV-ORIG-INVOICE-NUMBER
051700     WRITE INV-RECORD
051800     ADD 1 TO WS-FEED-COUNT
051900     ADD INV-AMOUNT TO WS-FEED-HASH-TOTAL.
052000 2400-EXIT.
052100     EXIT.
052200*
052300******************************************************************
052400*    2500-ADVANCE-NEXT-BILL-DATE                                 *
052500*    MOVES CTR-NEXT-BILL-DATE ON ONE, THREE OR TWELVE MONTHS     *
052600*    BY FREQUENCY.  THE NEW DATE TAKES THE START DATE'S DAY OF   *
052700*    THE MONTH, OR THE MONTH'S LAST DAY IF IT IS SHORTER, SO A   *
052800*    CONTRACT STARTED ON THE 31ST BILLS AT EVERY MONTH END.      *
052900******************************************************************
053000 2500-ADVANCE-NEXT-BILL-DATE SECTION.
053100 2500-ADVANCE-NEXT-BILL-DATE-PARA.
053200     MOVE 1 TO WS-ADV-MONTHS
053300     IF CTR-QUARTERLY
053400         MOVE 3 TO WS-ADV-MONTHS
053500     END-IF
053600     IF CTR-ANNUAL
053700         MOVE 12 TO WS-ADV-MONTHS
053800     END-IF
053900     MOVE CTR-NEXT-BILL-DATE TO WS-ADV-DATE
054000     MOVE CTR-START-DATE TO WS-ANCHOR-DATE
054100     IF WS-ANCHOR-DAY = ZERO
054200         MOVE WS-ADV-DAY TO WS-ANCHOR-DAY
054300     END-IF
054400     COMPUTE WS-ADV-MONTH-COUNT =
054500         WS-ADV-YEAR * 12 + WS-ADV-MONTH - 1 + WS-ADV-MONTHS
054600     DIVIDE WS-ADV-MONTH-COUNT BY 12
054700         GIVING WS-ADV-YEAR REMAINDER WS-ADV-MONTH-REM
054800     COMPUTE WS-ADV-MONTH = WS-ADV-MONTH-REM + 1
054900     MOVE WS-MONTH-DAYS(WS-ADV-MONTH) TO WS-ADV-LAST-DAY
055000     IF WS-ADV-MONTH = 2
055100         PERFORM 2510-CHECK-LEAP-YEAR THRU 2510-EXIT
055200     END-IF
055300     IF WS-ANCHOR-DAY > WS-ADV-LAST-DAY
055400         MOVE WS-ADV-LAST-DAY TO WS-ADV-DAY
055500     ELSE
055600         MOVE WS-ANCHOR-DAY TO WS-ADV-DAY
055700     END-IF
055800     MOVE WS-ADV-DATE TO CTR-NEXT-BILL-DATE.
055900 2500-EXIT.
056000     EXIT.
056100*
056200******************************************************************
056300*    2510-CHECK-LEAP-YEAR                                        *
056400*    GIVES FEBRUARY 29 DAYS IN A LEAP YEAR - DIVISIBLE BY 4,     *
056500*    AND NOT BY 100 UNLESS ALSO BY 400.                          *
056600******************************************************************
056700 2510-CHECK-LEAP-YEAR SECTION.
056800 2510-CHECK-LEAP-YEAR-PARA.
056900     DIVIDE WS-ADV-YEAR BY 4
057000         GIVING WS-LEAP-QUOTIENT REMAINDER WS-LEAP-REM-4
057100     DIVIDE WS-ADV-YEAR BY 100
057200         GIVING WS-LEAP-QUOTIENT REMAINDER WS-LEAP-REM-100
057300     DIVIDE WS-ADV-YEAR BY 400
057400         GIVING WS-LEAP-QUOTIENT REMAINDER WS-LEAP-REM-400
057500     IF WS-LEAP-REM-4 = ZERO
057600      AND (WS-LEAP-REM-100 NOT = ZERO
057700       OR WS-LEAP-REM-400 = ZERO)
057800         MOVE 29 TO WS-ADV-LAST-DAY
057900     END-IF.
058000 2510-EXIT.
058100     EXIT.
058200*
058300******************************************************************
058400*    2600-WRITE-REPORT-LINE                                      *
058500*    PRINTS THE CONTRACT JUST SETTLED WITH THE PERIOD AND        *
058600*    INVOICE NUMBER, ITS NEXT-BILL DATE AND DISPOSITION.         *
058700******************************************************************
058800 2600-WRITE-REPORT-LINE SECTION.
058900 2600-WRITE-REPORT-LINE-PARA.
059000     MOVE CTR-CONTRACT-NUMBER TO WS-CBR-DET-CONTRACT
059100     MOVE CTR-CUSTOMER-NUMBER TO WS-CBR-DET-CUSTOMER
059200     MOVE CTR-INVOICE-TYPE TO WS-CBR-DET-TYPE
059300     MOVE CTR-CURRENCY-CODE TO WS-CBR-DET-CURRENCY
059400     MOVE WS-BILL-AMOUNT TO WS-CBR-DET-AMOUNT
059500     MOVE CTR-FREQUENCY TO WS-CBR-DET-FREQUENCY
059600     MOVE WS-BILL-PERIOD-DATE TO WS-CBR-DET-PERIOD
059700     MOVE WS-BILL-INVOICE-NUMBER TO WS-CBR-DET-INVOICE
059800     MOVE CTR-NEXT-BILL-DATE TO WS-CBR-DET-NEXT-BILL
059900     MOVE WS-CBR-DETAIL-LINE TO CBR-LINE
060000     WRITE CBR-LINE.
060100 2600-EXIT.
060200     EXIT.
060300*
060400******************************************************************
060500*    8000-WRITE-FEED-TRAILER                                     *
060600*    WRITES THE BILLING FEED'S TRAILER WITH THE DETAIL COUNT     *
060700*    AND INV-AMOUNT HASH TOTAL ACCUMULATED OVER THE DETAILS.     *
060800******************************************************************
060900 8000-WRITE-FEED-TRAILER SECTION.
061000 8000-WRITE-FEED-TRAILER-PARA.
061100     MOVE SPACES TO INV-TRAILER-RECORD
061200     MOVE 'T' TO INV-RECORD-TYPE
061300     MOVE WS-FEED-COUNT TO INV-TRL-RECORD-COUNT
061400     MOVE WS-FEED-HASH-TOTAL TO INV-TRL-HASH-TOTAL
061500     WRITE INV-TRAILER-RECORD.
061600 8000-EXIT.
061700     EXIT.
061800*
061900******************************************************************
062000*    8200-WRITE-REPORT-TOTALS                                    *
062100*    PRINTS THE COUNT AND PERIOD AMOUNT FOR EACH DISPOSITION     *
062200*    AND THE FEED'S DETAIL COUNT AND HASH TOTAL.                 *
062300******************************************************************
062400 8200-WRITE-REPORT-TOTALS SECTION.
062500 8200-WRITE-REPORT-TOTALS-PARA.
062600     MOVE SPACES TO CBR-LINE
062700     WRITE CBR-LINE
062800     MOVE 'BILLED' TO WS-CBR-TOT-CAPTION
062900     MOVE WS-BILLED-COUNT TO WS-CBR-TOT-COUNT
063000     MOVE WS-BILLED-TOTAL TO WS-CBR-TOT-AMOUNT
063100     PERFORM 8210-WRITE-TOTAL-LINE THRU 8210-EXIT
063200     MOVE 'REISSUED' TO WS-CBR-TOT-CAPTION
063300     MOVE WS-REISSUED-COUNT TO WS-CBR-TOT-COUNT
063400     MOVE WS-REISSUED-TOTAL TO WS-CBR-TOT-AMOUNT
063500     PERFORM 8210-WRITE-TOTAL-LINE THRU 8210-EXIT
063600     MOVE 'PERIOD BILLED BEFORE' TO WS-CBR-TOT-CAPTION
063700     MOVE WS-PRIOR-COUNT TO WS-CBR-TOT-COUNT
063800     MOVE WS-PRIOR-TOTAL TO WS-CBR-TOT-AMOUNT
063900     PERFORM 8210-WRITE-TOTAL-LINE THRU 8210-EXIT
064000     MOVE 'NOT YET DUE' TO WS-CBR-TOT-CAPTION
064100     MOVE WS-NOT-DUE-COUNT TO WS-CBR-TOT-COUNT
064200     MOVE WS-NOT-DUE-TOTAL TO WS-CBR-TOT-AMOUNT
064300     PERFORM 8210-WRITE-TOTAL-LINE THRU 8210-EXIT
064400     MOVE 'PAST END DATE' TO WS-CBR-TOT-CAPTION
064500     MOVE WS-ENDED-COUNT TO WS-CBR-TOT-COUNT
064600     MOVE WS-ENDED-TOTAL TO WS-CBR-TOT-AMOUNT
064700     PERFORM 8210-WRITE-TOTAL-LINE THRU 8210-EXIT
064800     MOVE 'INACTIVE' TO WS-CBR-TOT-CAPTION
064900     MOVE WS-INACTIVE-COUNT TO WS-CBR-TOT-COUNT
065000     MOVE WS-INACTIVE-TOTAL TO WS-CBR-TOT-AMOUNT
065100     PERFORM 8210-WRITE-TOTAL-LINE THRU 8210-EXIT
065200     MOVE 'FEED DETAILS / HASH' TO WS-CBR-TOT-CAPTION
065300     MOVE WS-FEED-COUNT TO WS-CBR-TOT-COUNT
065400     MOVE WS-FEED-HASH-TOTAL TO WS-CBR-TOT-AMOUNT
065500     PERFORM 8210-WRITE-TOTAL-LINE THRU 8210-EXIT.
065600 8200-EXIT.
065700     EXIT.
065800*
065900 8210-WRITE-TOTAL-LINE SECTION.
066000 8210-WRITE-TOTAL-LINE-PARA.
066100     MOVE WS-CBR-TOTAL-LINE TO CBR-LINE
066200     WRITE CBR-LINE.
066300 8210-EXIT.
066400     EXIT.
066500*
066600******************************************************************
066700*    9000-TERMINATE                                              *
066800*    WRITES THE FEED TRAILER, THE DISPOSITION TOTALS AND RUN     *
066900*    COUNTS, AND CLOSES ALL FILES.                               *
067000******************************************************************
067100 9000-TERMINATE SECTION.
067200 9000-TERMINATE-PARA.
067300     PERFORM 8000-WRITE-FEED-TRAILER THRU 8000-EXIT
067400     PERFORM 8200-WRITE-REPORT-TOTALS THRU 8200-EXIT
067500     DISPLAY 'CONTRACTS BILLED:    ' WS-BILLED-COUNT
067600     DISPLAY 'CONTRACTS REISSUED:  ' WS-REISSUED-COUNT
067700     DISPLAY 'PERIOD BILLED BEFORE:' WS-PRIOR-COUNT
067800     DISPLAY 'CONTRACTS NOT DUE:   ' WS-NOT-DUE-COUNT
067900     DISPLAY 'CONTRACTS ENDED:     ' WS-ENDED-COUNT
068000     DISPLAY 'CONTRACTS INACTIVE:  ' WS-INACTIVE-COUNT
068100     IF WS-CONT-OPEN
068200         CLOSE CONTRACT-FILE
068300     END-IF
068400     CLOSE BILLING-FEED-FILE
068500     CLOSE BILLING-REPORT-FILE.
068600 9000-EXIT.
068700     EXIT.
068800*
068900******************************************************************
069000*    9510-READ-BUSINESS-DATE                                     *
069100*    TAKES THE RUN DATE FROM THE BIZDATE BUSINESS-DATE CARD, NOT *
069200*    THE CLOCK.  A MISSING CARD, OR ONE THAT IS NOT A REAL       *
069300*    CALENDAR DATE, STOPS THE STEP WITH RETURN-CODE 16.          *
069400******************************************************************
069500 9510-READ-BUSINESS-DATE SECTION.
069600 9510-READ-BUSINESS-DATE-PARA.
069700     OPEN INPUT BUSINESS-DATE-FILE
069800     IF WS-BDC-FILE-STATUS NOT = '00'
069900         DISPLAY 'CTRBILL CANNOT START - NO BUSINESS DATE CARD'
070000         MOVE 16 TO RETURN-CODE
070100         STOP RUN
070200     END-IF
070300     READ BUSINESS-DATE-FILE
070400         AT END
070500             MOVE ZERO TO BDC-BUSINESS-DATE
070600     END-READ
070700     CLOSE BUSINESS-DATE-FILE
070800     IF BDC-BUSINESS-DATE NUMERIC
070900      AND BDC-YEAR NOT < 1900
071000      AND BDC-MONTH > ZERO AND BDC-MONTH < 13
071100      AND BDC-DAY > ZERO AND BDC-DAY < 32
071200         COMPUTE WS-BDC-DAY-INTEGER =
071300             FUNCTION INTEGER-OF-DATE(BDC-BUSINESS-DATE)
071400         COMPUTE WS-BDC-CHECK-DATE =
071500             FUNCTION DATE-OF-INTEGER(WS-BDC-DAY-INTEGER)
071600         IF WS-BDC-CHECK-DATE = BDC-BUSINESS-DATE
071700             MOVE BDC-BUSINESS-DATE TO WS-RUN-DATE
071800             GO TO 9510-EXIT
071900         END-IF
072000     END-IF
072100     DISPLAY 'CTRBILL CANNOT START - INVALID BUSINESS '
072200         'DATE CARD: ' BDC-RECORD
072300     MOVE 16 TO RETURN-CODE
072400     STOP RUN.
072500 9510-EXIT.
072600     EXIT.
072700*
072800 END PROGRAM CTRBILL.
