000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    FINCHG.
000300 AUTHOR.        R HALVORSEN.
000400 INSTALLATION.  BILLING SYSTEMS.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700******************************************************************
000800*    MODIFICATION HISTORY                                        *
000900*    --------------------                                        *
001000*    2026-10-15  RH  ORIGINAL MONTH-END FINANCE-CHARGE RUN,      *
001100*                    BUILT THE WAY CTRBILL WRITES ITS BILLING    *
001200*                    FEED.  READS THE ROLLED-FORWARD OPEN-ITEM   *
001300*                    FILE ARCASH LEFT AND TOTALS EACH CUSTOMER'S *
001400*                    PAST-DUE BALANCE - ITEMS MORE THAN THE      *
001500*                    CLASS GRACE DAYS PAST THEIR DUE DATE,       *
001600*                    LEAVING OUT CREDIT MEMOS, EARLIER FINANCE   *
001700*                    CHARGES AND ANY ITEM WITH AN OPEN DISPUTE.  *
001800*                    THE BALANCE IS CHARGED AT THE MONTHLY RATE  *
001900*                    OF THE CUSTOMER'S CLASS ON FCHGRATE, RAISED *
002000*                    TO THE CLASS MINIMUM, AS ONE FINANCECHARGE  *
002100*                    INVOICE-FILE DETAIL UNDER A NUMBER FROM THE *
002200*                    FINANCE-CHARGE RANGE.  THE FEED IS A        *
002300*                    COMPLETE GROUP WITH ITS OWN BATCH NUMBER,   *
002400*                    SO IT RIDES THE NEXT INVOICE RUN AS-IS.     *
002500*                    CUSTOMERS FLAGGED EXEMPT ON THE MASTER ARE  *
002600*                    NOT CHARGED.  FCHGCTL HOLDS THE LAST MONTH  *
002700*                    ASSESSED, SO A MONTH IS NEVER CHARGED       *
002800*                    TWICE.  EVERY CUSTOMER WITH A PAST-DUE      *
002900*                    BALANCE PRINTS ON THE FINANCE-CHARGE        *
003000*                    REGISTER.  RUNS ON THE RUN-CONTROL LEDGER   *
003100*                    AFTER ARBAL, AGAINST THE OPENITM2 ARCASH    *
003200*                    LEFT THERE, AND TAKES ITS RUN DATE - AND SO *
003300*                    THE MONTH IT ASSESSES - FROM THE BIZDATE    *
003400*                    BUSINESS-DATE CARD.                         *
003500******************************************************************
003600 ENVIRONMENT DIVISION.
003700 CONFIGURATION SECTION.
003800 SOURCE-COMPUTER.   IBM-370.
003900 OBJECT-COMPUTER.   IBM-370.
004000 INPUT-OUTPUT SECTION.
004100 FILE-CONTROL.
004200     SELECT NEW-OPEN-ITEM-FILE ASSIGN TO "OPENITM2"
004300         ORGANIZATION IS LINE SEQUENTIAL
004400         FILE STATUS IS WS-ITEM-FILE-STATUS.
004500     SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTFILE"
004600         ORGANIZATION IS INDEXED
004700         ACCESS MODE IS RANDOM
004800         RECORD KEY IS CUS-CUSTOMER-NUMBER
004900         FILE STATUS IS WS-CUST-FILE-STATUS.
005000     SELECT DISPUTE-FILE ASSIGN TO "DISPFILE"
005100         ORGANIZATION IS INDEXED
005200         ACCESS MODE IS RANDOM
005300         RECORD KEY IS DSP-INVOICE-NUMBER
005400         FILE STATUS IS WS-DISP-FILE-STATUS.
005500     SELECT FINANCE-RATE-FILE ASSIGN TO "FCHGRATE"
005600         ORGANIZATION IS LINE SEQUENTIAL
005700         FILE STATUS IS WS-RATE-FILE-STATUS.
005800     SELECT FINANCE-CONTROL-FILE ASSIGN TO "FCHGCTL"
005900         ORGANIZATION IS LINE SEQUENTIAL
006000         FILE STATUS IS WS-CTL-FILE-STATUS.
006100     SELECT FINANCE-CHARGE-FEED ASSIGN TO "FCHGFEED"
006200         ORGANIZATION IS LINE SEQUENTIAL.
006300     SELECT FINANCE-REGISTER-FILE ASSIGN TO "FCHGRPT"
006400         ORGANIZATION IS LINE SEQUENTIAL.
006500     SELECT BUSINESS-DATE-FILE ASSIGN TO "BIZDATE"
006600         ORGANIZATION IS LINE SEQUENTIAL
006700         FILE STATUS IS WS-BDC-FILE-STATUS.
006800     SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
006900         ORGANIZATION IS INDEXED
007000         ACCESS MODE IS RANDOM
007100         RECORD KEY IS RCL-KEY
007200         FILE STATUS IS WS-RCL-FILE-STATUS.
007300*
007400 DATA DIVISION.
007500 FILE SECTION.
007600 FD  NEW-OPEN-ITEM-FILE
007700     LABEL RECORDS ARE STANDARD.
007800 COPY "openitm2.cpy".
007900*
008000 FD  CUSTOMER-MASTER-FILE
008100     LABEL RECORDS ARE STANDARD.
008200 COPY "custrec.cpy".
008300*
008400 FD  DISPUTE-FILE
008500     LABEL RECORDS ARE STANDARD.
008600 COPY "disprec.cpy".
008700*
008800 FD  FINANCE-RATE-FILE
008900     LABEL RECORDS ARE STANDARD.
009000 COPY "fchgrate.cpy".
009100*
009200 FD  FINANCE-CONTROL-FILE
009300     LABEL RECORDS ARE STANDARD.
009400 COPY "fchgctl.cpy".
009500*
009600 FD  FINANCE-CHARGE-FEED
009700     LABEL RECORDS ARE STANDARD.
009800 COPY "invrec.cpy".
009900*
010000 FD  FINANCE-REGISTER-FILE
010100     LABEL RECORDS ARE STANDARD.
010200 01  FCG-LINE                   PIC X(132).
010300*
010400 FD  BUSINESS-DATE-FILE
010500     LABEL RECORDS ARE STANDARD.
010600 COPY "bizdate.cpy".
010700*
010800 FD  RUN-CONTROL-FILE
010900     LABEL RECORDS ARE STANDARD.
011000 COPY "runctl.cpy".
011100*
011200 WORKING-STORAGE SECTION.
011300 01  WS-ITEM-FILE-STATUS        PIC X(02) VALUE SPACES.
011400 01  WS-CUST-FILE-STATUS        PIC X(02) VALUE SPACES.
011500 01  WS-DISP-FILE-STATUS        PIC X(02) VALUE SPACES.
011600 01  WS-RATE-FILE-STATUS        PIC X(02) VALUE SPACES.
011700 01  WS-CTL-FILE-STATUS         PIC X(02) VALUE SPACES.
011800*
011900 01  WS-SWITCHES.
012000     05  WS-EOF-ITEM-SW         PIC X(01) VALUE 'N'.
012100         88  WS-EOF-ITEM                VALUE 'Y'.
012200     05  WS-EOF-RATE-SW         PIC X(01) VALUE 'N'.
012300         88  WS-EOF-RATE                VALUE 'Y'.
012400     05  WS-ITEM-OPEN-SW        PIC X(01) VALUE 'N'.
012500         88  WS-ITEM-OPEN               VALUE 'Y'.
012600     05  WS-DISP-OPEN-SW        PIC X(01) VALUE 'N'.
012700         88  WS-DISP-OPEN               VALUE 'Y'.
012800     05  WS-CUST-FOUND-SW       PIC X(01) VALUE 'N'.
012900         88  WS-CUST-FOUND              VALUE 'Y'.
013000     05  WS-RATE-FOUND-SW       PIC X(01) VALUE 'N'.
013100         88  WS-RATE-FOUND              VALUE 'Y'.
013200*
013300 01  WS-DATE-TIME-FIELDS.
013400     05  WS-RUN-DATE            PIC 9(08).
013500     05  WS-RUN-DATE-PARTS REDEFINES WS-RUN-DATE.
013600         10  WS-RUN-MONTH             PIC 9(06).
013700         10  WS-RUN-DAY               PIC 9(02).
013800     05  WS-RUN-TIME            PIC 9(08).
013900     05  WS-RUN-DAY-INTEGER     PIC 9(08) VALUE ZERO.
014000     05  WS-ITEM-DAY-INTEGER    PIC 9(08) VALUE ZERO.
014100     05  WS-ITEM-AGE-DAYS       PIC S9(05) VALUE ZERO.
014200*
014300*    INVOICE TYPES NEVER CHARGED ON - A CREDIT MEMO IS MONEY WE
014400*    OWE, AND A FINANCE CHARGE IS NOT ITSELF CHARGED AGAIN.
014500 01  WS-INVOICE-TYPES.
014600     05  WS-TYPE-CREDIT-MEMO    PIC X(15) VALUE 'CreditMemo'.
014700     05  WS-TYPE-FINANCE-CHARGE PIC X(15) VALUE 'FinanceCharge'.
014800*
014900 77  WS-ITEMS-READ              PIC 9(07) VALUE ZERO.
015000 77  WS-ITEMS-CREDIT            PIC 9(07) VALUE ZERO.
015100 77  WS-ITEMS-DISPUTED          PIC 9(07) VALUE ZERO.
015200 77  WS-ITEMS-IN-GRACE          PIC 9(07) VALUE ZERO.
015300 77  WS-ITEMS-PAST-DUE          PIC 9(07) VALUE ZERO.
015400 77  WS-ASSESSED-COUNT          PIC 9(07) VALUE ZERO.
015500 77  WS-EXEMPT-COUNT            PIC 9(07) VALUE ZERO.
015600 77  WS-NOT-BILLABLE-COUNT      PIC 9(07) VALUE ZERO.
015700 77  WS-NO-RATE-COUNT           PIC 9(07) VALUE ZERO.
015800 77  WS-NO-CHARGE-COUNT         PIC 9(07) VALUE ZERO.
015900 77  WS-NOTHING-DUE-COUNT       PIC 9(07) VALUE ZERO.
016000 77  WS-FEED-COUNT              PIC 9(07) VALUE ZERO.
016100 77  WS-FEED-HASH-TOTAL         PIC 9(11)V99 VALUE ZERO.
016200*
016300*    BATCH NUMBER 99996 MARKS A FINANCE-CHARGE FEED BUILT HERE,
016400*    AS 99997 MARKS CTRBILL'S, 99998 CRHREL'S AND 99999
016500*    REJRESUB'S.
016600 77  WS-FINCHG-BATCH-NUMBER     PIC 9(05) VALUE 99996.
016700*
016800*    INVOICE NUMBERS FROM 8000001 UP ARE RESERVED FOR FINANCE
016900*    CHARGES.  THE NEXT ONE TO USE LIVES ON FCHGCTL.
017000 77  WS-FIRST-FINCHG-INVOICE    PIC 9(07) VALUE 8000001.
017100 77  WS-NEXT-INVOICE-NUMBER     PIC 9(08) VALUE ZERO.
017200*
017300 01  WS-DISPOSITION-TOTALS.
017400     05  WS-ASSESSED-TOTAL      PIC S9(11)V99 VALUE ZERO.
017500     05  WS-ASSESSED-BASE       PIC S9(11)V99 VALUE ZERO.
017600     05  WS-EXEMPT-BASE         PIC S9(11)V99 VALUE ZERO.
017700     05  WS-NOT-BILLABLE-BASE   PIC S9(11)V99 VALUE ZERO.
017800     05  WS-NO-RATE-BASE        PIC S9(11)V99 VALUE ZERO.
017900     05  WS-NO-CHARGE-BASE      PIC S9(11)V99 VALUE ZERO.
018000     05  WS-DISPUTED-TOTAL      PIC S9(11)V99 VALUE ZERO.
018100*
018200 01  WS-LOOKUP-CUSTOMER         PIC 9(06) VALUE ZERO.
018300 01  WS-LOOKUP-CLASS            PIC X(02) VALUE SPACES.
018400 01  WS-CHARGE-AMOUNT           PIC 9(07)V99 VALUE ZERO.
018500 01  WS-LAST-MONTH-ASSESSED     PIC 9(06) VALUE ZERO.
018600*
018700*    FINANCE-CHARGE RATE CARDS, ONE PER CUSTOMER CLASS, LOADED
018800*    FROM FCHGRATE AT THE START OF THE RUN.  A LOAD THAT WOULD
018900*    OVERFLOW THE TABLE ABENDS.
019000 01  WS-RATE-TABLE-AREA.
019100     05  WS-RATE-TABLE-COUNT    PIC 9(03) VALUE ZERO.
019200     05  WS-RATE-ENTRY OCCURS 1 TO 100 TIMES
019300                       DEPENDING ON WS-RATE-TABLE-COUNT
019400                       INDEXED BY WS-RATE-IDX.
019500         10  WS-RATE-CLASS            PIC X(02).
019600         10  WS-RATE-MONTHLY-RATE     PIC 9V9999.
019700         10  WS-RATE-GRACE-DAYS       PIC 9(03).
019800         10  WS-RATE-MINIMUM          PIC 9(05)V99.
019900*
020000*    ONE ENTRY PER CUSTOMER WITH AN OPEN ITEM, BUILT AS THE
020100*    OPEN-ITEM FILE IS READ - THE MASTER IS READ AND THE RATE
020200*    CARD FOUND THE FIRST TIME A CUSTOMER IS SEEN, SO EACH ITEM
020300*    CAN BE HELD TO ITS CUSTOMER'S GRACE DAYS.  A CUSTOMER NOT
020400*    ON FILE, NOT ACTIVE, EXEMPT OR WITHOUT A RATE CARD IS
020500*    STILL TOTALLED, FOR THE REGISTER.  A RUN THAT WOULD
020600*    OVERFLOW THE TABLE ABENDS.
020700 01  WS-CUST-TABLE-AREA.
020800     05  WS-CUST-TABLE-COUNT    PIC 9(05) VALUE ZERO.
020900     05  WS-CUST-ENTRY OCCURS 1 TO 5000 TIMES
021000                       DEPENDING ON WS-CUST-TABLE-COUNT
021100                       INDEXED BY WS-CUST-IDX.
021200         10  WS-CUST-NUMBER           PIC 9(06).
021300         10  WS-CUST-NAME             PIC X(30).
021400         10  WS-CUST-CLASS            PIC X(02).
021500         10  WS-CUST-STANDING         PIC X(01).
021600             88  WS-CUST-BILLABLE     VALUE 'B'.
021700             88  WS-CUST-NOT-ON-FILE  VALUE 'M'.
021800             88  WS-CUST-NOT-ACTIVE   VALUE 'I'.
021900             88  WS-CUST-IS-EXEMPT    VALUE 'X'.
022000             88  WS-CUST-NO-RATE      VALUE 'R'.
022100         10  WS-CUST-RATE             PIC 9V9999.
022200         10  WS-CUST-GRACE-DAYS       PIC 9(03).
022300         10  WS-CUST-MINIMUM          PIC 9(05)V99.
022400         10  WS-CUST-ITEM-COUNT       PIC 9(05).
022500         10  WS-CUST-PAST-DUE         PIC S9(11)V99.
022600         10  WS-CUST-DISPUTED         PIC S9(11)V99.
022700*
022800 01  WS-FCG-TITLE-LINE.
022900     05  FILLER                 PIC X(34)
023000         VALUE 'FINANCE-CHARGE REGISTER AS OF '.
023100     05  WS-FCG-TITLE-DATE      PIC 9(08).
023200     05  FILLER                 PIC X(09) VALUE '   BATCH '.
023300     05  WS-FCG-TITLE-BATCH     PIC 9(05).
023400     05  FILLER                 PIC X(09) VALUE '   MONTH '.
023500     05  WS-FCG-TITLE-MONTH     PIC 9(06).
023600     05  FILLER                 PIC X(61) VALUE SPACES.
023700*
023800 01  WS-FCG-COLUMN-LINE.
023900     05  FILLER                 PIC X(08) VALUE 'CUSTOMER'.
024000     05  FILLER                 PIC X(31) VALUE 'NAME'.
024100     05  FILLER                 PIC X(04) VALUE 'CLS'.
024200     05  FILLER                 PIC X(06) VALUE 'ITEMS'.
024300     05  FILLER                 PIC X(15) VALUE '  PAST-DUE BASE'.
024400     05  FILLER                 PIC X(15) VALUE '  DISPUTED OUT'.
024500     05  FILLER                 PIC X(08) VALUE '    RATE'.
024600     05  FILLER                 PIC X(14) VALUE '        CHARGE'.
024700     05  FILLER                 PIC X(09) VALUE '  INVOICE'.
024800     05  FILLER                 PIC X(22) VALUE '  DISPOSITION'.
024900*
025000 01  WS-FCG-DETAIL-LINE.
025100     05  WS-FCG-DET-CUSTOMER    PIC 9(06).
025200     05  FILLER                 PIC X(02) VALUE SPACES.
025300     05  WS-FCG-DET-NAME        PIC X(30).
025400     05  FILLER                 PIC X(01) VALUE SPACES.
025500     05  WS-FCG-DET-CLASS       PIC X(02).
025600     05  FILLER                 PIC X(02) VALUE SPACES.
025700     05  WS-FCG-DET-ITEMS       PIC ZZZZ9.
025800     05  FILLER                 PIC X(01) VALUE SPACES.
025900     05  WS-FCG-DET-BASE        PIC ZZZ,ZZZ,ZZ9.99-.
026000     05  WS-FCG-DET-DISPUTED    PIC ZZZ,ZZZ,ZZ9.99-.
026100     05  FILLER                 PIC X(02) VALUE SPACES.
026200     05  WS-FCG-DET-RATE        PIC 9.9999.
026300     05  FILLER                 PIC X(02) VALUE SPACES.
026400     05  WS-FCG-DET-CHARGE      PIC Z,ZZZ,ZZ9.99.
026500     05  FILLER                 PIC X(02) VALUE SPACES.
026600     05  WS-FCG-DET-INVOICE     PIC 9(07).
026700     05  FILLER                 PIC X(02) VALUE SPACES.
026800     05  WS-FCG-DET-DISPOSITION PIC X(16).
026900     05  FILLER                 PIC X(04) VALUE SPACES.
027000*
027100 01  WS-FCG-TOTAL-LINE.
027200     05  WS-FCG-TOT-CAPTION     PIC X(20).
027300     05  WS-FCG-TOT-COUNT       PIC Z,ZZZ,ZZ9.
027400     05  FILLER                 PIC X(04) VALUE SPACES.
027500     05  WS-FCG-TOT-AMOUNT      PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
027600     05  FILLER                 PIC X(81) VALUE SPACES.
027700*
027800*    RUN-CONTROL LEDGER - THIS STEP'S NAME AND THE STEP AHEAD
027900*    OF IT IN THE CHAIN, ITS ROW ON THE LEDGER, AND THE COUNT
028000*    AND TOTAL OF EVERY FILE IT CONSUMED AND PRODUCED.  AN
028100*    INPUT'S SOURCE IS THE STEP WHOSE LEDGER ROW FOR THE
028200*    BUSINESS DATE IT MUST MATCH; AN INPUT WITH NO SOURCE IS
028300*    CHECKED AGAINST THIS STEP'S OWN LAST COMPLETED RUN, WHERE
028400*    ITS PARTNER IS THE CARRY FILE THAT RUN PRODUCED FOR IT.
028500 01  WS-BDC-FILE-STATUS         PIC X(02) VALUE SPACES.
028600 01  WS-RCL-FILE-STATUS         PIC X(02) VALUE SPACES.
028700 01  WS-RUN-CONTROL-FIELDS.
028800     05  WS-RCL-STEP-NAME       PIC X(08) VALUE 'FINCHG'.
028900     05  WS-RCL-PREDECESSOR     PIC X(08) VALUE 'ARBAL'.
029000     05  WS-RCL-STEP-STATUS     PIC X(01) VALUE SPACE.
029100         88  WS-RCL-STEP-COMPLETE       VALUE 'C'.
029200     05  WS-RCL-RUN-COUNT       PIC 9(03) VALUE ZERO.
029300     05  WS-RCL-START-DATE      PIC 9(08) VALUE ZERO.
029400     05  WS-RCL-START-TIME      PIC 9(08) VALUE ZERO.
029500     05  WS-RCL-END-DATE        PIC 9(08) VALUE ZERO.
029600     05  WS-RCL-END-TIME        PIC 9(08) VALUE ZERO.
029700     05  WS-RCL-RETURN-CODE     PIC 9(04) VALUE ZERO.
029800     05  WS-RCL-LAST-DATE       PIC 9(08) VALUE ZERO.
029900     05  WS-RCL-DAY-INTEGER     PIC 9(08) VALUE ZERO.
030000     05  WS-RCL-CHECK-DATE      PIC 9(08) VALUE ZERO.
030100     05  WS-RCL-WORK-NAME       PIC X(08) VALUE SPACES.
030200     05  WS-RCL-WORK-USE        PIC X(01) VALUE SPACE.
030300     05  WS-RCL-WORK-SOURCE     PIC X(08) VALUE SPACES.
030400     05  WS-RCL-WORK-PARTNER    PIC X(08) VALUE SPACES.
030500     05  WS-RCL-WORK-RECORDS    PIC 9(09) VALUE ZERO.
030600     05  WS-RCL-WORK-TOTAL      PIC S9(13)V99 VALUE ZERO.
030700     05  WS-RCL-EOF-SW          PIC X(01) VALUE 'N'.
030800         88  WS-RCL-EOF                 VALUE 'Y'.
030900     05  WS-RCL-FOUND-SW        PIC X(01) VALUE 'N'.
031000         88  WS-RCL-FOUND               VALUE 'Y'.
031100     05  WS-RCL-MATCH-SW        PIC X(01) VALUE 'N'.
031200         88  WS-RCL-MATCH               VALUE 'Y'.
031300 01  WS-RCL-MESSAGE             PIC X(100) VALUE SPACES.
031400 01  WS-RCL-SHOW-FIELDS.
031500     05  WS-RCL-SHOW-RECORDS    PIC ZZZ,ZZZ,ZZ9.
031600     05  WS-RCL-SHOW-TOTAL      PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
031700 01  WS-RCL-FILE-TABLE.
031800     05  WS-RCF-COUNT           PIC 9(02) VALUE ZERO.
031900     05  WS-RCF-ENTRY OCCURS 10 TIMES
032000                      INDEXED BY WS-RCF-IDX.
032100         10  WS-RCF-NAME              PIC X(08).
032200         10  WS-RCF-USE               PIC X(01).
032300             88  WS-RCF-CONSUMED      VALUE 'I'.
032400         10  WS-RCF-SOURCE            PIC X(08).
032500         10  WS-RCF-PARTNER           PIC X(08).
032600         10  WS-RCF-RECORDS           PIC 9(09).
032700         10  WS-RCF-TOTAL             PIC S9(13)V99.
032800         10  WS-RCF-STALE-SW          PIC X(01).
032900             88  WS-RCF-STALE         VALUE 'Y'.
033000*
033100 PROCEDURE DIVISION.
033200*
033300******************************************************************
033400*    0000-MAINLINE                                               *
033500*    DRIVES THE FINANCE-CHARGE RUN - ONE PASS OF THE ROLLED-     *
033600*    FORWARD OPEN ITEMS TO TOTAL EACH CUSTOMER'S PAST-DUE        *
033700*    BALANCE, THEN ONE PASS OF THE CUSTOMER TABLE TO ASSESS THE  *
033800*    CHARGES.                                                    *
033900******************************************************************
034000 0000-MAINLINE SECTION.
034100 0000-MAINLINE-PARA.
034200     PERFORM 1000-INITIALIZE THRU 1000-EXIT
034300     PERFORM 2000-PROCESS-OPEN-ITEM THRU 2000-EXIT
034400         UNTIL WS-EOF-ITEM
034500     PERFORM 3000-ASSESS-CUSTOMER THRU 3000-EXIT
034600         VARYING WS-CUST-IDX FROM 1 BY 1
034700         UNTIL WS-CUST-IDX > WS-CUST-TABLE-COUNT
034800     PERFORM 9000-TERMINATE THRU 9000-EXIT
034900     STOP RUN.
035000*
035100******************************************************************
035200*    1000-INITIALIZE                                             *
035300*    LOADS THE CONTROL RECORD AND RATE CARDS, OPENS THE CUSTOMER *
035400*    MASTER AND DISPUTE FILE, OPENS THE FEED AND REGISTER,       *
035500*    WRITES THE FEED HEADER AND THE REGISTER HEADINGS, AND       *
035600*    PRIMES THE OPEN-ITEM PASS.  NO OPEN-ITEM FILE MEANS NOTHING *
035700*    PAST DUE - THE FEED STILL GOES OUT EMPTY AND BALANCED.  NO  *
035800*    DISPUTE FILE MEANS NOTHING IN DISPUTE.  A CUSTOMER MASTER   *
035900*    THAT WILL NOT OPEN ABENDS.                                  *
036000******************************************************************
036100 1000-INITIALIZE SECTION.
036200 1000-INITIALIZE-PARA.
036300     PERFORM 9510-READ-BUSINESS-DATE THRU 9510-EXIT
036400     ACCEPT WS-RUN-TIME FROM TIME
036500     PERFORM 1100-LOAD-CONTROL-RECORD THRU 1100-EXIT
036600     PERFORM 9500-START-RUN-CONTROL THRU 9500-EXIT
036700     COMPUTE WS-RUN-DAY-INTEGER =
036800         FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
036900     PERFORM 1200-LOAD-RATE-CARDS THRU 1200-EXIT
037000     OPEN INPUT CUSTOMER-MASTER-FILE
037100     IF WS-CUST-FILE-STATUS NOT = '00'
037200         DISPLAY 'CUSTOMER MASTER WILL NOT OPEN - STATUS '
037300             WS-CUST-FILE-STATUS
037400         MOVE 16 TO RETURN-CODE
037500         STOP RUN
037600     END-IF
037700     OPEN INPUT DISPUTE-FILE
037800     IF WS-DISP-FILE-STATUS = '00'
037900         SET WS-DISP-OPEN TO TRUE
038000     ELSE
038100         DISPLAY 'NO DISPUTE FILE ON HAND - NOTHING IN DISPUTE'
038200     END-IF
038300     OPEN OUTPUT FINANCE-CHARGE-FEED
038400     OPEN OUTPUT FINANCE-REGISTER-FILE
038500     PERFORM 1300-WRITE-FEED-HEADER THRU 1300-EXIT
038600     MOVE WS-RUN-DATE TO WS-FCG-TITLE-DATE
038700     MOVE WS-FINCHG-BATCH-NUMBER TO WS-FCG-TITLE-BATCH
038800     MOVE WS-RUN-MONTH TO WS-FCG-TITLE-MONTH
038900     MOVE WS-FCG-TITLE-LINE TO FCG-LINE
039000     WRITE FCG-LINE
039100     MOVE WS-FCG-COLUMN-LINE TO FCG-LINE
039200     WRITE FCG-LINE
039300     OPEN INPUT NEW-OPEN-ITEM-FILE
039400     IF WS-ITEM-FILE-STATUS = '00'
039500         SET WS-ITEM-OPEN TO TRUE
039600         PERFORM 2100-READ-OPEN-ITEM THRU 2100-EXIT
039700     ELSE
039800         DISPLAY 'NO OPEN-ITEM FILE ON HAND - NOTHING TO CHARGE'
039900         SET WS-EOF-ITEM TO TRUE
040000     END-IF.
040100 1000-EXIT.
040200     EXIT.
040300*
040400******************************************************************
040500*    1100-LOAD-CONTROL-RECORD                                    *
040600*    READS FCHGCTL FOR THE LAST MONTH ASSESSED AND THE NEXT      *
040700*    INVOICE NUMBER OF THE FINANCE-CHARGE RANGE.  A MISSING OR   *
040800*    EMPTY FILE MEANS A FIRST RUN, STARTING AT THE FOOT OF THE   *
040900*    RANGE.  A MONTH ALREADY ASSESSED IS REFUSED - NOTHING IS    *
041000*    CHARGED TWICE.                                              *
041100******************************************************************
041200 1100-LOAD-CONTROL-RECORD SECTION.
041300 1100-LOAD-CONTROL-RECORD-PARA.
041400     MOVE WS-FIRST-FINCHG-INVOICE TO WS-NEXT-INVOICE-NUMBER
041500     OPEN INPUT FINANCE-CONTROL-FILE
041600     IF WS-CTL-FILE-STATUS NOT = '00'
041700         DISPLAY 'NO FINANCE-CHARGE CONTROL FILE - FIRST RUN'
041800         GO TO 1100-EXIT
041900     END-IF
042000     READ FINANCE-CONTROL-FILE
042100         AT END
042200             CLOSE FINANCE-CONTROL-FILE
042300             GO TO 1100-EXIT
042400     END-READ
042500     MOVE FCC-LAST-MONTH TO WS-LAST-MONTH-ASSESSED
042600     MOVE FCC-NEXT-INVOICE TO WS-NEXT-INVOICE-NUMBER
042700     CLOSE FINANCE-CONTROL-FILE
042800     IF WS-LAST-MONTH-ASSESSED = WS-RUN-MONTH
042900         DISPLAY 'FINANCE CHARGES ALREADY ASSESSED FOR MONTH '
043000             WS-RUN-MONTH ' - RUN REFUSED'
043100         MOVE 16 TO RETURN-CODE
043200         STOP RUN
043300     END-IF.
043400 1100-EXIT.
043500     EXIT.
043600*
043700******************************************************************
043800*    1200-LOAD-RATE-CARDS                                        *
043900*    LOADS THE FCHGRATE CARDS INTO THE RATE TABLE.  WITHOUT THE  *
044000*    CARDS NO CHARGE CAN BE PRICED, SO A MISSING FILE ABENDS.    *
044100******************************************************************
044200 1200-LOAD-RATE-CARDS SECTION.
044300 1200-LOAD-RATE-CARDS-PARA.
044400     OPEN INPUT FINANCE-RATE-FILE
044500     IF WS-RATE-FILE-STATUS NOT = '00'
044600         DISPLAY 'NO FINANCE-CHARGE RATE CARDS - STATUS '
044700             WS-RATE-FILE-STATUS
044800         MOVE 16 TO RETURN-CODE
044900         STOP RUN
045000     END-IF
045100     PERFORM 1210-READ-RATE-CARD THRU 1210-EXIT
045200     PERFORM 1220-STORE-RATE-CARD THRU 1220-EXIT
045300         UNTIL WS-EOF-RATE
045400     CLOSE FINANCE-RATE-FILE.
045500 1200-EXIT.
045600     EXIT.
045700*
045800 1210-READ-RATE-CARD SECTION.
045900 1210-READ-RATE-CARD-PARA.
046000     READ FINANCE-RATE-FILE
046100         AT END SET WS-EOF-RATE TO TRUE
046200     END-READ.
046300 1210-EXIT.
046400     EXIT.
046500*
046600 1220-STORE-RATE-CARD SECTION.
046700 1220-STORE-RATE-CARD-PARA.
046800     IF WS-RATE-TABLE-COUNT < 100
046900         ADD 1 TO WS-RATE-TABLE-COUNT
047000         SET WS-RATE-IDX TO WS-RATE-TABLE-COUNT
047100         MOVE FCR-CUSTOMER-CLASS TO WS-RATE-CLASS(WS-RATE-IDX)
047200         MOVE FCR-MONTHLY-RATE
047300           TO WS-RATE-MONTHLY-RATE(WS-RATE-IDX)
047400         MOVE FCR-GRACE-DAYS TO WS-RATE-GRACE-DAYS(WS-RATE-IDX)
047500         MOVE FCR-MINIMUM-CHARGE TO WS-RATE-MINIMUM(WS-RATE-IDX)
047600     ELSE
047700         DISPLAY 'FINANCE-CHARGE RATE TABLE FULL AT CLASS: '
047800             FCR-CUSTOMER-CLASS
047900         MOVE 16 TO RETURN-CODE
048000         STOP RUN
048100     END-IF
048200     PERFORM 1210-READ-RATE-CARD THRU 1210-EXIT.
048300 1220-EXIT.
048400     EXIT.
048500*
048600******************************************************************
048700*    1230-FIND-RATE-CARD                                         *
048800*    SEARCHES THE RATE TABLE FOR WS-LOOKUP-CLASS, SETTING WS-    *
048900*    RATE-FOUND-SW AND WS-RATE-IDX.                              *
049000******************************************************************
049100 1230-FIND-RATE-CARD SECTION.
049200 1230-FIND-RATE-CARD-PARA.
049300     MOVE 'N' TO WS-RATE-FOUND-SW
049400     IF WS-RATE-TABLE-COUNT > ZERO
049500         SET WS-RATE-IDX TO 1
049600         SEARCH WS-RATE-ENTRY
049700             AT END
049800                 CONTINUE
049900             WHEN WS-RATE-CLASS(WS-RATE-IDX) = WS-LOOKUP-CLASS
050000                 MOVE 'Y' TO WS-RATE-FOUND-SW
050100         END-SEARCH
050200     END-IF.
050300 1230-EXIT.
050400     EXIT.
050500*
050600******************************************************************
050700*    1300-WRITE-FEED-HEADER                                      *
050800*    WRITES THE FINANCE-CHARGE FEED'S HEADER RECORD SO THE FEED  *
050900*    BALANCES THROUGH THE INVOICE RUN'S CONTROL STEP.            *
051000******************************************************************
051100 1300-WRITE-FEED-HEADER SECTION.
051200 1300-WRITE-FEED-HEADER-PARA.
051300     MOVE SPACES TO INV-HEADER-RECORD
051400     MOVE 'H' TO INV-RECORD-TYPE
051500     MOVE WS-RUN-DATE TO INV-HDR-FEED-DATE
051600     MOVE WS-FINCHG-BATCH-NUMBER TO INV-HDR-BATCH-NUMBER
051700     WRITE INV-HEADER-RECORD.
051800 1300-EXIT.
051900     EXIT.
052000*
052100******************************************************************
052200*    2000-PROCESS-OPEN-ITEM                                      *
052300*    SETTLES ONE OPEN ITEM.  A PAID ITEM, A CREDIT MEMO AND AN   *
052400*    EARLIER FINANCE CHARGE ARE PASSED OVER.  ANY OTHER ITEM     *
052500*    FINDS OR ADDS ITS CUSTOMER'S TABLE ENTRY; IF IT HAS AN OPEN *
052600*    DISPUTE ITS BALANCE IS SHOWN AS DISPUTED AND NOT CHARGED,   *
052700*    OTHERWISE IT IS AGED FROM ITS DUE DATE AND ADDED TO THE     *
052800*    PAST-DUE BALANCE ONCE BEYOND THE CUSTOMER'S GRACE DAYS.     *
052900*    THEN READS THE NEXT ITEM.                                   *
053000******************************************************************
053100 2000-PROCESS-OPEN-ITEM SECTION.
053200 2000-PROCESS-OPEN-ITEM-PARA.
053300     IF NOP-OPEN-BALANCE NOT > ZERO
053400      OR NOP-INVOICE-TYPE = WS-TYPE-CREDIT-MEMO
053500      OR NOP-INVOICE-TYPE = WS-TYPE-FINANCE-CHARGE
053600         ADD 1 TO WS-ITEMS-CREDIT
053700         GO TO 2000-READ-NEXT
053800     END-IF
053900     MOVE NOP-CUSTOMER-NUMBER TO WS-LOOKUP-CUSTOMER
054000     PERFORM 2200-FIND-CUSTOMER-ENTRY THRU 2200-EXIT
054100     IF NOT WS-CUST-FOUND
054200         PERFORM 2300-ADD-CUSTOMER-ENTRY THRU 2300-EXIT
054300     END-IF
054400     IF WS-DISP-OPEN
054500         MOVE NOP-INVOICE-NUMBER TO DSP-INVOICE-NUMBER
054600         READ DISPUTE-FILE
054700             INVALID KEY
054800                 MOVE SPACE TO DSP-STATUS
054900         END-READ
055000         IF DSP-OPEN
055100             ADD 1 TO WS-ITEMS-DISPUTED
055200             ADD NOP-OPEN-BALANCE
055300               TO WS-CUST-DISPUTED(WS-CUST-IDX)
055400             ADD NOP-OPEN-BALANCE TO WS-DISPUTED-TOTAL
055500             GO TO 2000-READ-NEXT
055600         END-IF
055700     END-IF
055800     IF NOP-DUE-DATE NOT NUMERIC
055900      OR NOP-DUE-DATE = ZERO
056000         COMPUTE WS-ITEM-DAY-INTEGER =
056100             FUNCTION INTEGER-OF-DATE(NOP-POSTING-DATE) + 30
056200     ELSE
056300         COMPUTE WS-ITEM-DAY-INTEGER =
056400             FUNCTION INTEGER-OF-DATE(NOP-DUE-DATE)
056500     END-IF
056600     COMPUTE WS-ITEM-AGE-DAYS =
056700         WS-RUN-DAY-INTEGER - WS-ITEM-DAY-INTEGER
056800     IF WS-ITEM-AGE-DAYS NOT > WS-CUST-GRACE-DAYS(WS-CUST-IDX)
056900         ADD 1 TO WS-ITEMS-IN-GRACE
057000         GO TO 2000-READ-NEXT
057100     END-IF
057200     ADD 1 TO WS-ITEMS-PAST-DUE
057300     ADD 1 TO WS-CUST-ITEM-COUNT(WS-CUST-IDX)
057400     ADD NOP-OPEN-BALANCE TO WS-CUST-PAST-DUE(WS-CUST-IDX).
057500 2000-READ-NEXT.
057600     PERFORM 2100-READ-OPEN-ITEM THRU 2100-EXIT.
057700 2000-EXIT.
057800     EXIT.
057900*
058000 2100-READ-OPEN-ITEM SECTION.
058100 2100-READ-OPEN-ITEM-PARA.
058200     READ NEW-OPEN-ITEM-FILE
058300         AT END SET WS-EOF-ITEM TO TRUE
058400     END-READ
058500     IF NOT WS-EOF-ITEM
058600         ADD 1 TO WS-ITEMS-READ
058700     END-IF.
058800 2100-EXIT.
058900     EXIT.
059000*
059100******************************************************************
059200*    2200-FIND-CUSTOMER-ENTRY                                    *
059300*    SEARCHES THE CUSTOMER TABLE FOR WS-LOOKUP-CUSTOMER, SETTING *
059400*    WS-CUST-FOUND-SW AND WS-CUST-IDX.                           *
059500******************************************************************
059600 2200-FIND-CUSTOMER-ENTRY SECTION.
059700 2200-FIND-CUSTOMER-ENTRY-PARA.
059800     MOVE 'N' TO WS-CUST-FOUND-SW
059900     IF WS-CUST-TABLE-COUNT > ZERO
060000         SET WS-CUST-IDX TO 1
060100         SEARCH WS-CUST-ENTRY
060200             AT END
060300                 CONTINUE
060400             WHEN WS-CUST-NUMBER(WS-CUST-IDX) = WS-LOOKUP-CUSTOMER
060500                 MOVE 'Y' TO WS-CUST-FOUND-SW
060600         END-SEARCH
060700     END-IF.
060800 2200-EXIT.
060900     EXIT.
061000*
061100******************************************************************
061200*    2300-ADD-CUSTOMER-ENTRY                                     *
061300*    ADDS THE CUSTOMER TO THE TABLE, READING THE MASTER FOR ITS  *
061400*    NAME, CLASS AND EXEMPT FLAG AND THE RATE TABLE FOR ITS      *
061500*    CLASS'S RATE, GRACE DAYS AND MINIMUM.  THE CUSTOMER'S       *
061600*    STANDING IS SETTLED HERE - NOT ON FILE, NOT ACTIVE, EXEMPT, *
061700*    NO RATE CARD, OR BILLABLE.  A CUSTOMER WITH NO RATE CARD    *
061800*    TAKES NO GRACE DAYS, SO THE REGISTER SHOWS ALL IT OWES.     *
061900******************************************************************
062000 2300-ADD-CUSTOMER-ENTRY SECTION.
062100 2300-ADD-CUSTOMER-ENTRY-PARA.
062200     IF WS-CUST-TABLE-COUNT NOT < 5000
062300         DISPLAY 'FINANCE-CHARGE CUSTOMER TABLE FULL AT: '
062400             WS-LOOKUP-CUSTOMER
062500         MOVE 16 TO RETURN-CODE
062600         STOP RUN
062700     END-IF
062800     ADD 1 TO WS-CUST-TABLE-COUNT
062900     SET WS-CUST-IDX TO WS-CUST-TABLE-COUNT
063000     MOVE WS-LOOKUP-CUSTOMER TO WS-CUST-NUMBER(WS-CUST-IDX)
063100     MOVE NOP-CUSTOMER-NAME TO WS-CUST-NAME(WS-CUST-IDX)
063200     MOVE SPACES TO WS-CUST-CLASS(WS-CUST-IDX)
063300     MOVE ZERO TO WS-CUST-RATE(WS-CUST-IDX)
063400     MOVE ZERO TO WS-CUST-GRACE-DAYS(WS-CUST-IDX)
063500     MOVE ZERO TO WS-CUST-MINIMUM(WS-CUST-IDX)
063600     MOVE ZERO TO WS-CUST-ITEM-COUNT(WS-CUST-IDX)
063700     MOVE ZERO TO WS-CUST-PAST-DUE(WS-CUST-IDX)
063800     MOVE ZERO TO WS-CUST-DISPUTED(WS-CUST-IDX)
063900     MOVE WS-LOOKUP-CUSTOMER TO CUS-CUSTOMER-NUMBER
064000     READ CUSTOMER-MASTER-FILE
064100         INVALID KEY
064200             MOVE 'M' TO WS-CUST-STANDING(WS-CUST-IDX)
064300             GO TO 2300-EXIT
064400     END-READ
064500     MOVE CUS-CUSTOMER-NAME TO WS-CUST-NAME(WS-CUST-IDX)
064600     MOVE CUS-CUSTOMER-CLASS TO WS-CUST-CLASS(WS-CUST-IDX)
064700     MOVE CUS-CUSTOMER-CLASS TO WS-LOOKUP-CLASS
064800     PERFORM 1230-FIND-RATE-CARD THRU 1230-EXIT
064900     IF WS-RATE-FOUND
065000         MOVE WS-RATE-MONTHLY-RATE(WS-RATE-IDX)
065100           TO WS-CUST-RATE(WS-CUST-IDX)
065200         MOVE WS-RATE-GRACE-DAYS(WS-RATE-IDX)
065300           TO WS-CUST-GRACE-DAYS(WS-CUST-IDX)
065400         MOVE WS-RATE-MINIMUM(WS-RATE-IDX)
065500           TO WS-CUST-MINIMUM(WS-CUST-IDX)
065600     END-IF
065700     IF NOT CUS-ACTIVE
065800         MOVE 'I' TO WS-CUST-STANDING(WS-CUST-IDX)
065900         GO TO 2300-EXIT
066000     END-IF
066100     IF CUS-FINCHG-EXEMPT
066200         MOVE 'X' TO WS-CUST-STANDING(WS-CUST-IDX)
066300         GO TO 2300-EXIT
066400     END-IF
066500     IF NOT WS-RATE-FOUND
066600         MOVE 'R' TO WS-CUST-STANDING(WS-CUST-IDX)
066700         GO TO 2300-EXIT
066800     END-IF
066900     MOVE 'B' TO WS-CUST-STANDING(WS-CUST-IDX).
067000 2300-EXIT.
067100     EXIT.
067200*
067300******************************************************************
067400*    3000-ASSESS-CUSTOMER                                        *
067500*    SETTLES ONE CUSTOMER OF THE TABLE.  ONE WITH NOTHING PAST   *
067600*    DUE BEYOND ITS GRACE DAYS IS ONLY COUNTED.  ONE NOT ON      *
067700*    FILE, NOT ACTIVE, EXEMPT OR WITHOUT A RATE CARD IS REPORTED *
067800*    AND NOT CHARGED.  ANY OTHER IS CHARGED ITS CLASS RATE ON    *
067900*    THE PAST-DUE BALANCE, RAISED TO THE CLASS MINIMUM, UNDER    *
068000*    THE NEXT FINANCE-CHARGE INVOICE NUMBER.  A CHARGE THAT      *
068100*    COMES TO NOTHING - A ZERO RATE AND NO MINIMUM - IS REPORTED *
068200*    ONLY.                                                       *
068300******************************************************************
068400 3000-ASSESS-CUSTOMER SECTION.
068500 3000-ASSESS-CUSTOMER-PARA.
068600     IF WS-CUST-PAST-DUE(WS-CUST-IDX) NOT > ZERO
068700         ADD 1 TO WS-NOTHING-DUE-COUNT
068800         GO TO 3000-EXIT
068900     END-IF
069000     MOVE ZERO TO WS-CHARGE-AMOUNT
069100     MOVE ZERO TO WS-FCG-DET-INVOICE
069200     IF WS-CUST-NOT-ON-FILE(WS-CUST-IDX)
069300      OR WS-CUST-NOT-ACTIVE(WS-CUST-IDX)
069400         ADD 1 TO WS-NOT-BILLABLE-COUNT
069500         ADD WS-CUST-PAST-DUE(WS-CUST-IDX) TO WS-NOT-BILLABLE-BASE
069600         MOVE 'NOT ON FILE' TO WS-FCG-DET-DISPOSITION
069700         IF WS-CUST-NOT-ACTIVE(WS-CUST-IDX)
069800             MOVE 'NOT ACTIVE' TO WS-FCG-DET-DISPOSITION
069900         END-IF
070000         GO TO 3000-REPORT
070100     END-IF
070200     IF WS-CUST-IS-EXEMPT(WS-CUST-IDX)
070300         ADD 1 TO WS-EXEMPT-COUNT
070400         ADD WS-CUST-PAST-DUE(WS-CUST-IDX) TO WS-EXEMPT-BASE
070500         MOVE 'EXEMPT' TO WS-FCG-DET-DISPOSITION
070600         GO TO 3000-REPORT
070700     END-IF
070800     IF WS-CUST-NO-RATE(WS-CUST-IDX)
070900         ADD 1 TO WS-NO-RATE-COUNT
071000         ADD WS-CUST-PAST-DUE(WS-CUST-IDX) TO WS-NO-RATE-BASE
071100         MOVE 'NO RATE CARD' TO WS-FCG-DET-DISPOSITION
071200         GO TO 3000-REPORT
071300     END-IF
071400     COMPUTE WS-CHARGE-AMOUNT ROUNDED =
071500         WS-CUST-PAST-DUE(WS-CUST-IDX) * WS-CUST-RATE(WS-CUST-IDX)
071600         ON SIZE ERROR
071700             DISPLAY 'FINANCE CHARGE TOO LARGE FOR CUSTOMER '
071800                 WS-CUST-NUMBER(WS-CUST-IDX)
071900             MOVE 16 TO RETURN-CODE
072000             STOP RUN
072100     END-COMPUTE
072200     IF WS-CHARGE-AMOUNT < WS-CUST-MINIMUM(WS-CUST-IDX)
072300         MOVE WS-CUST-MINIMUM(WS-CUST-IDX) TO WS-CHARGE-AMOUNT
072400     END-IF
072500     IF WS-CHARGE-AMOUNT = ZERO
072600         ADD 1 TO WS-NO-CHARGE-COUNT
072700         ADD WS-CUST-PAST-DUE(WS-CUST-IDX) TO WS-NO-CHARGE-BASE
072800         MOVE 'NO CHARGE' TO WS-FCG-DET-DISPOSITION
072900         GO TO 3000-REPORT
073000     END-IF
073100     PERFORM 3100-WRITE-FEED-DETAIL THRU 3100-EXIT
073200     ADD 1 TO WS-ASSESSED-COUNT
073300     ADD WS-CUST-PAST-DUE(WS-CUST-IDX) TO WS-ASSESSED-BASE
073400     ADD WS-CHARGE-AMOUNT TO WS-ASSESSED-TOTAL
073500     MOVE 'ASSESSED' TO WS-FCG-DET-DISPOSITION.
073600 3000-REPORT.
073700     PERFORM 3200-WRITE-REGISTER-LINE THRU 3200-EXIT.
073800 3000-EXIT.
073900     EXIT.
074000*
074100******************************************************************
074200*    3100-WRITE-FEED-DETAIL                                      *
074300*    WRITES THE CHARGE AS A FINANCECHARGE INVOICE-FILE DETAIL IN *
074400*    HOME CURRENCY UNDER THE NEXT NUMBER OF THE FINANCE-CHARGE   *
074500*    RANGE, AND ADDS IT TO THE TRAILER'S COUNT AND HASH TOTAL.   *
074600*    A RANGE RUN OUT ABENDS BEFORE ANY NUMBER IS REUSED.         *
074700******************************************************************
074800 3100-WRITE-FEED-DETAIL SECTION.
074900 3100-WRITE-FEED-DETAIL-PARA.
075000     IF WS-NEXT-INVOICE-NUMBER > 8999999
075100         DISPLAY 'FINANCE-CHARGE INVOICE NUMBER RANGE EXHAUSTED '
075200             'AT CUSTOMER ' WS-CUST-NUMBER(WS-CUST-IDX)
075300         MOVE 16 TO RETURN-CODE
075400         STOP RUN
075500     END-IF
075600     MOVE SPACES TO INV-RECORD
075700     MOVE 'D' TO INV-RECORD-TYPE
075800     MOVE WS-NEXT-INVOICE-NUMBER TO INV-NUMBER
075900     MOVE WS-CUST-NUMBER(WS-CUST-IDX) TO INV-CUSTOMER-NUMBER
076000     MOVE WS-TYPE-FINANCE-CHARGE TO INV-TYPE
076100     MOVE WS-CHARGE-AMOUNT TO INV-AMOUNT
076200     MOVE SPACES TO INV-CURRENCY-CODE
076300     MOVE ZERO TO INV-ORIG-INVOICE-NUMBER
076400     WRITE INV-RECORD
076500     MOVE WS-NEXT-INVOICE-NUMBER TO WS-FCG-DET-INVOICE
076600     ADD 1 TO WS-NEXT-INVOICE-NUMBER
076700     ADD 1 TO WS-FEED-COUNT
076800     ADD INV-AMOUNT TO WS-FEED-HASH-TOTAL.
076900 3100-EXIT.
077000     EXIT.
077100*
077200******************************************************************
077300*    3200-WRITE-REGISTER-LINE                                    *
077400*    PRINTS THE CUSTOMER JUST SETTLED WITH ITS PAST-DUE BALANCE, *
077500*    THE DISPUTED BALANCE LEFT OUT, THE RATE, CHARGE AND INVOICE *
077600*    NUMBER, AND ITS DISPOSITION.                                *
077700******************************************************************
077800 3200-WRITE-REGISTER-LINE SECTION.
077900 3200-WRITE-REGISTER-LINE-PARA.
078000     MOVE WS-CUST-NUMBER(WS-CUST-IDX) TO WS-FCG-DET-CUSTOMER
078100     MOVE WS-CUST-NAME(WS-CUST-IDX) TO WS-FCG-DET-NAME
078200     MOVE WS-CUST-CLASS(WS-CUST-IDX) TO WS-FCG-DET-CLASS
078300     MOVE WS-CUST-ITEM-COUNT(WS-CUST-IDX) TO WS-FCG-DET-ITEMS
078400     MOVE WS-CUST-PAST-DUE(WS-CUST-IDX) TO WS-FCG-DET-BASE
078500     MOVE WS-CUST-DISPUTED(WS-CUST-IDX) TO WS-FCG-DET-DISPUTED
078600     MOVE WS-CUST-RATE(WS-CUST-IDX) TO WS-FCG-DET-RATE
078700     MOVE WS-CHARGE-AMOUNT TO WS-FCG-DET-CHARGE
078800     MOVE WS-FCG-DETAIL-LINE TO FCG-LINE
078900     WRITE FCG-LINE.
079000 3200-EXIT.
079100     EXIT.
079200*
079300******************************************************************
079400*    8000-WRITE-FEED-TRAILER                                     *
079500*    WRITES THE FINANCE-CHARGE FEED'S TRAILER WITH THE DETAIL    *
079600*    COUNT AND INV-AMOUNT HASH TOTAL ACCUMULATED OVER THE        *
079700*    DETAILS.                                                    *
079800******************************************************************
079900 8000-WRITE-FEED-TRAILER SECTION.
080000 8000-WRITE-FEED-TRAILER-PARA.
080100     MOVE SPACES TO INV-TRAILER-RECORD
080200     MOVE 'T' TO INV-RECORD-TYPE
080300     MOVE WS-FEED-COUNT TO INV-TRL-RECORD-COUNT
080400     MOVE WS-FEED-HASH-TOTAL TO INV-TRL-HASH-TOTAL
080500     WRITE INV-TRAILER-RECORD.
080600 8000-EXIT.
080700     EXIT.
080800*
080900******************************************************************
081000*    8100-WRITE-CONTROL-RECORD                                   *
081100*    WRITES FCHGCTL BACK WHOLE WITH THE MONTH JUST ASSESSED, THE *
081200*    NEXT INVOICE NUMBER TO USE AND THIS RUN'S CHARGE COUNT AND  *
081300*    TOTAL.  ONLY A RUN THAT GOT THIS FAR WRITES IT, SO AN       *
081400*    INTERRUPTED RUN CAN SIMPLY BE RERUN.                        *
081500******************************************************************
081600 8100-WRITE-CONTROL-RECORD SECTION.
081700 8100-WRITE-CONTROL-RECORD-PARA.
081800     OPEN OUTPUT FINANCE-CONTROL-FILE
081900     MOVE WS-RUN-MONTH TO FCC-LAST-MONTH
082000     MOVE WS-NEXT-INVOICE-NUMBER TO FCC-NEXT-INVOICE
082100     MOVE WS-RUN-DATE TO FCC-LAST-RUN-DATE
082200     MOVE WS-ASSESSED-COUNT TO FCC-LAST-CHARGE-COUNT
082300     MOVE WS-ASSESSED-TOTAL TO FCC-LAST-CHARGE-TOTAL
082400     WRITE FCC-RECORD
082500     CLOSE FINANCE-CONTROL-FILE.
082600 8100-EXIT.
082700     EXIT.
082800*
082900******************************************************************
083000*    8200-WRITE-REGISTER-TOTALS                                  *
083100*    PRINTS THE COUNT AND PAST-DUE BALANCE FOR EACH DISPOSITION, *
083200*    THE CHARGES ASSESSED, THE DISPUTED BALANCES LEFT OUT, AND   *
083300*    THE FEED'S DETAIL COUNT AND HASH TOTAL.                     *
083400******************************************************************
083500 8200-WRITE-REGISTER-TOTALS SECTION.
083600 8200-WRITE-REGISTER-TOTALS-PARA.
083700     MOVE SPACES TO FCG-LINE
083800     WRITE FCG-LINE
083900     MOVE 'ASSESSED - BASE' TO WS-FCG-TOT-CAPTION
084000     MOVE WS-ASSESSED-COUNT TO WS-FCG-TOT-COUNT
084100     MOVE WS-ASSESSED-BASE TO WS-FCG-TOT-AMOUNT
084200     PERFORM 8210-WRITE-TOTAL-LINE THRU 8210-EXIT
084300     MOVE 'ASSESSED - CHARGES' TO WS-FCG-TOT-CAPTION
084400     MOVE WS-ASSESSED-COUNT TO WS-FCG-TOT-COUNT
084500     MOVE WS-ASSESSED-TOTAL TO WS-FCG-TOT-AMOUNT
084600     PERFORM 8210-WRITE-TOTAL-LINE THRU 8210-EXIT
084700     MOVE 'EXEMPT' TO WS-FCG-TOT-CAPTION
084800     MOVE WS-EXEMPT-COUNT TO WS-FCG-TOT-COUNT
084900     MOVE WS-EXEMPT-BASE TO WS-FCG-TOT-AMOUNT
085000     PERFORM 8210-WRITE-TOTAL-LINE THRU 8210-EXIT
085100     MOVE 'NOT ON FILE / ACTIVE' TO WS-FCG-TOT-CAPTION
085200     MOVE WS-NOT-BILLABLE-COUNT TO WS-FCG-TOT-COUNT
085300     MOVE WS-NOT-BILLABLE-BASE TO WS-FCG-TOT-AMOUNT
085400     PERFORM 8210-WRITE-TOTAL-LINE THRU 8210-EXIT
085500     MOVE 'NO RATE CARD' TO WS-FCG-TOT-CAPTION
085600     MOVE WS-NO-RATE-COUNT TO WS-FCG-TOT-COUNT
085700     MOVE WS-NO-RATE-BASE TO WS-FCG-TOT-AMOUNT
085800     PERFORM 8210-WRITE-TOTAL-LINE THRU 8210-EXIT
085900     MOVE 'NO CHARGE' TO WS-FCG-TOT-CAPTION
086000     MOVE WS-NO-CHARGE-COUNT TO WS-FCG-TOT-COUNT
086100     MOVE WS-NO-CHARGE-BASE TO WS-FCG-TOT-AMOUNT
086200     PERFORM 8210-WRITE-TOTAL-LINE THRU 8210-EXIT
086300     MOVE 'DISPUTED ITEMS OUT' TO WS-FCG-TOT-CAPTION
086400     MOVE WS-ITEMS-DISPUTED TO WS-FCG-TOT-COUNT
086500     MOVE WS-DISPUTED-TOTAL TO WS-FCG-TOT-AMOUNT
086600     PERFORM 8210-WRITE-TOTAL-LINE THRU 8210-EXIT
086700     MOVE 'FEED DETAILS / HASH' TO WS-FCG-TOT-CAPTION
086800     MOVE WS-FEED-COUNT TO WS-FCG-TOT-COUNT
086900     MOVE WS-FEED-HASH-TOTAL TO WS-FCG-TOT-AMOUNT
087000     PERFORM 8210-WRITE-TOTAL-LINE THRU 8210-EXIT.
087100 8200-EXIT.
087200     EXIT.
087300*
087400 8210-WRITE-TOTAL-LINE SECTION.
087500 8210-WRITE-TOTAL-LINE-PARA.
087600     MOVE WS-FCG-TOTAL-LINE TO FCG-LINE
087700     WRITE FCG-LINE.
087800 8210-EXIT.
087900     EXIT.
088000*
088100******************************************************************
088200*    9000-TERMINATE                                              *
088300*    WRITES THE FEED TRAILER, THE REGISTER TOTALS AND RUN        *
088400*    COUNTS, CLOSES ALL FILES, AND WRITES BACK THE CONTROL       *
088500*    RECORD.                                                     *
088600******************************************************************
088700 9000-TERMINATE SECTION.
088800 9000-TERMINATE-PARA.
088900     PERFORM 8000-WRITE-FEED-TRAILER THRU 8000-EXIT
089000     PERFORM 8200-WRITE-REGISTER-TOTALS THRU 8200-EXIT
089100     DISPLAY 'OPEN ITEMS READ:     ' WS-ITEMS-READ
089200     DISPLAY 'ITEMS PAST DUE:      ' WS-ITEMS-PAST-DUE
089300     DISPLAY 'ITEMS WITHIN GRACE:  ' WS-ITEMS-IN-GRACE
089400     DISPLAY 'ITEMS DISPUTED:      ' WS-ITEMS-DISPUTED
089500     DISPLAY 'CREDITS / CHARGES:   ' WS-ITEMS-CREDIT
089600     DISPLAY 'CUSTOMERS ASSESSED:  ' WS-ASSESSED-COUNT
089700     DISPLAY 'CUSTOMERS EXEMPT:    ' WS-EXEMPT-COUNT
089800     DISPLAY 'NOT ON FILE/ACTIVE:  ' WS-NOT-BILLABLE-COUNT
089900     DISPLAY 'NO RATE CARD:        ' WS-NO-RATE-COUNT
090000     DISPLAY 'NO CHARGE:           ' WS-NO-CHARGE-COUNT
090100     DISPLAY 'NOTHING PAST DUE:    ' WS-NOTHING-DUE-COUNT
090200     IF WS-ITEM-OPEN
090300         CLOSE NEW-OPEN-ITEM-FILE
090400     END-IF
090500     IF WS-DISP-OPEN
090600         CLOSE DISPUTE-FILE
090700     END-IF
090800     CLOSE CUSTOMER-MASTER-FILE
090900     CLOSE FINANCE-CHARGE-FEED
091000     CLOSE FINANCE-REGISTER-FILE
091100     PERFORM 8100-WRITE-CONTROL-RECORD THRU 8100-EXIT
091200     PERFORM 9600-END-RUN-CONTROL THRU 9600-EXIT.
091300 9000-EXIT.
091400     EXIT.
091500*
091600******************************************************************
091700*    9500-START-RUN-CONTROL                                      *
091800*    CHECKS THE RUN-CONTROL LEDGER BEFORE ANYTHING IS PROCESSED. *
091900*    THE STEP REFUSES TO START IF ARBAL HAS NOT COMPLETED FOR    *
092000*    THE BUSINESS DATE, IF IT HAS ALREADY COMPLETED FOR THE      *
092100*    BUSINESS DATE, IF AN INPUT IS NOT THE GENERATION ITS SOURCE *
092200*    STEP LEFT ON THE LEDGER FOR THE DATE, OR IF AN INPUT IS THE *
092300*    GENERATION THIS STEP ALREADY CONSUMED ON ITS LAST RUN.      *
092400*    OTHERWISE THE START AND THE COUNT AND TOTAL OF EVERY INPUT  *
092500*    GO ON THE LEDGER AS THIS STEP'S ROW FOR THE DATE.           *
092600******************************************************************
092700 9500-START-RUN-CONTROL SECTION.
092800 9500-START-RUN-CONTROL-PARA.
092900     ACCEPT WS-RCL-START-DATE FROM DATE YYYYMMDD
093000     ACCEPT WS-RCL-START-TIME FROM TIME
093100     PERFORM 9520-OPEN-RUN-CONTROL THRU 9520-EXIT
093200     PERFORM 9530-CHECK-PREDECESSOR THRU 9530-EXIT
093300     MOVE ZERO TO WS-RCF-COUNT
093400     MOVE 'I' TO WS-RCL-WORK-USE
093500     PERFORM 9700-MEASURE-INPUTS THRU 9700-EXIT
093600     PERFORM 9540-CHECK-HANDOFF THRU 9540-EXIT
093700     PERFORM 9550-CHECK-LAST-GENERATION THRU 9550-EXIT
093800     PERFORM 9560-RECORD-STEP-START THRU 9560-EXIT
093900     CLOSE RUN-CONTROL-FILE.
094000 9500-EXIT.
094100     EXIT.
094200*
094300******************************************************************
094400*    9510-READ-BUSINESS-DATE                                     *
094500*    TAKES THE RUN DATE FROM THE BIZDATE BUSINESS-DATE CARD, NOT *
094600*    THE CLOCK.  A MISSING CARD, OR ONE THAT IS NOT A REAL       *
094700*    CALENDAR DATE, STOPS THE STEP WITH RETURN-CODE 16.          *
094800******************************************************************
094900 9510-READ-BUSINESS-DATE SECTION.
095000 9510-READ-BUSINESS-DATE-PARA.
095100     OPEN INPUT BUSINESS-DATE-FILE
095200     IF WS-BDC-FILE-STATUS NOT = '00'
095300         DISPLAY 'FINCHG CANNOT START - NO BUSINESS DATE CARD'
095400         MOVE 16 TO RETURN-CODE
095500         STOP RUN
095600     END-IF
095700     READ BUSINESS-DATE-FILE
095800         AT END
095900             MOVE ZERO TO BDC-BUSINESS-DATE
096000     END-READ
096100     CLOSE BUSINESS-DATE-FILE
096200     IF BDC-BUSINESS-DATE NUMERIC
096300      AND BDC-YEAR NOT < 1900
096400      AND BDC-MONTH > ZERO AND BDC-MONTH < 13
096500      AND BDC-DAY > ZERO AND BDC-DAY < 32
096600         COMPUTE WS-RCL-DAY-INTEGER =
096700             FUNCTION INTEGER-OF-DATE(BDC-BUSINESS-DATE)
096800         COMPUTE WS-RCL-CHECK-DATE =
096900             FUNCTION DATE-OF-INTEGER(WS-RCL-DAY-INTEGER)
097000         IF WS-RCL-CHECK-DATE = BDC-BUSINESS-DATE
097100             MOVE BDC-BUSINESS-DATE TO WS-RUN-DATE
097200             GO TO 9510-EXIT
097300         END-IF
097400     END-IF
097500     DISPLAY 'FINCHG CANNOT START - INVALID BUSINESS '
097600         'DATE CARD: ' BDC-RECORD
097700     MOVE 16 TO RETURN-CODE
097800     STOP RUN.
097900 9510-EXIT.
098000     EXIT.
098100*
098200******************************************************************
098300*    9520-OPEN-RUN-CONTROL                                       *
098400*    OPENS THE LEDGER FOR UPDATE, CREATING IT EMPTY ON THE VERY  *
098500*    FIRST RUN.                                                  *
098600******************************************************************
098700 9520-OPEN-RUN-CONTROL SECTION.
098800 9520-OPEN-RUN-CONTROL-PARA.
098900     OPEN I-O RUN-CONTROL-FILE
099000     IF WS-RCL-FILE-STATUS = '35'
099100         OPEN OUTPUT RUN-CONTROL-FILE
099200         CLOSE RUN-CONTROL-FILE
099300         OPEN I-O RUN-CONTROL-FILE
099400     END-IF
099500     IF WS-RCL-FILE-STATUS NOT = '00'
099600         DISPLAY 'RUN-CONTROL LEDGER WILL NOT OPEN - STATUS '
099700             WS-RCL-FILE-STATUS
099800         MOVE 16 TO RETURN-CODE
099900         STOP RUN
100000     END-IF.
100100 9520-EXIT.
100200     EXIT.
100300*
100400******************************************************************
100500*    9530-CHECK-PREDECESSOR                                      *
100600*    THE STEP AHEAD IN THE CHAIN MUST HAVE COMPLETED FOR THE     *
100700*    BUSINESS DATE.  THIS STEP MUST NOT HAVE COMPLETED FOR IT    *
100800*    ALREADY; A STARTED OR FAILED ROW IS A RERUN, AND ITS RUN    *
100900*    COUNT CARRIES ON.                                           *
101000******************************************************************
101100 9530-CHECK-PREDECESSOR SECTION.
101200 9530-CHECK-PREDECESSOR-PARA.
101300     MOVE WS-RUN-DATE TO RCL-BUSINESS-DATE
101400     MOVE WS-RCL-PREDECESSOR TO RCL-STEP-NAME
101500     READ RUN-CONTROL-FILE
101600         INVALID KEY
101700             MOVE SPACE TO RCL-STEP-STATUS
101800     END-READ
101900     IF NOT RCL-STEP-COMPLETE
102000         DISPLAY 'FINCHG CANNOT START - '
102100             'ARBAL HAS NOT COMPLETED FOR BUSINESS DATE '
102200             WS-RUN-DATE
102300         PERFORM 9590-REFUSE-START THRU 9590-EXIT
102400     END-IF
102500     MOVE WS-RUN-DATE TO RCL-BUSINESS-DATE
102600     MOVE WS-RCL-STEP-NAME TO RCL-STEP-NAME
102700     READ RUN-CONTROL-FILE
102800         INVALID KEY
102900             MOVE SPACE TO RCL-STEP-STATUS
103000             MOVE ZERO TO RCL-RUN-COUNT
103100     END-READ
103200     IF RCL-STEP-COMPLETE
103300         DISPLAY 'FINCHG CANNOT START - ALREADY COMPLETE FOR '
103400             'BUSINESS DATE ' WS-RUN-DATE
103500         PERFORM 9590-REFUSE-START THRU 9590-EXIT
103600     END-IF
103700     MOVE RCL-RUN-COUNT TO WS-RCL-RUN-COUNT.
103800 9530-EXIT.
103900     EXIT.
104000*
104100******************************************************************
104200*    9540-CHECK-HANDOFF                                          *
104300*    EVERY INPUT WITH A SOURCE STEP MUST CARRY THE SAME RECORD   *
104400*    COUNT AND TOTAL AS THE SOURCE STEP'S LEDGER ROW SHOWS FOR   *
104500*    THE SAME FILE ON THE BUSINESS DATE - ANYTHING ELSE IS NOT   *
104600*    THE GENERATION THE CHAIN HANDED ON.  A SOURCE ROW THAT DOES *
104700*    NOT NAME THE FILE CANNOT BE CHECKED AND IS PASSED.          *
104800******************************************************************
104900 9540-CHECK-HANDOFF SECTION.
105000 9540-CHECK-HANDOFF-PARA.
105100     PERFORM 9541-CHECK-ONE-HANDOFF THRU 9541-EXIT
105200         VARYING WS-RCF-IDX FROM 1 BY 1
105300         UNTIL WS-RCF-IDX > WS-RCF-COUNT.
105400 9540-EXIT.
105500     EXIT.
105600*
105700 9541-CHECK-ONE-HANDOFF SECTION.
105800 9541-CHECK-ONE-HANDOFF-PARA.
105900     IF WS-RCF-SOURCE(WS-RCF-IDX) = SPACES
106000         GO TO 9541-EXIT
106100     END-IF
106200     MOVE WS-RUN-DATE TO RCL-BUSINESS-DATE
106300     MOVE WS-RCF-SOURCE(WS-RCF-IDX) TO RCL-STEP-NAME
106400     READ RUN-CONTROL-FILE
106500         INVALID KEY
106600             MOVE ZERO TO RCL-FILE-COUNT
106700     END-READ
106800     MOVE 'N' TO WS-RCL-FOUND-SW
106900     MOVE 'N' TO WS-RCL-MATCH-SW
107000     IF RCL-FILE-COUNT > ZERO
107100         PERFORM 9542-MATCH-HANDOFF-ENTRY THRU 9542-EXIT
107200             VARYING RCL-FILE-IDX FROM 1 BY 1
107300             UNTIL RCL-FILE-IDX > RCL-FILE-COUNT
107400     END-IF
107500     IF NOT WS-RCL-FOUND OR WS-RCL-MATCH
107600         GO TO 9541-EXIT
107700     END-IF
107800     MOVE SPACES TO WS-RCL-MESSAGE
107900     STRING 'FINCHG CANNOT START - '
108000                DELIMITED BY SIZE
108100            WS-RCF-NAME(WS-RCF-IDX)
108200                DELIMITED BY SPACE
108300            ' IS NOT THE GENERATION '
108400                DELIMITED BY SIZE
108500            WS-RCF-SOURCE(WS-RCF-IDX)
108600                DELIMITED BY SPACE
108700            ' LEFT FOR BUSINESS DATE '
108800                DELIMITED BY SIZE
108900            WS-RUN-DATE
109000                DELIMITED BY SIZE
109100         INTO WS-RCL-MESSAGE
109200     END-STRING
109300     DISPLAY WS-RCL-MESSAGE
109400     MOVE WS-RCL-WORK-RECORDS TO WS-RCL-SHOW-RECORDS
109500     MOVE WS-RCL-WORK-TOTAL TO WS-RCL-SHOW-TOTAL
109600     DISPLAY '    LEDGER SHOWS ' WS-RCL-SHOW-RECORDS
109700         ' RECORDS, TOTAL ' WS-RCL-SHOW-TOTAL
109800     MOVE WS-RCF-RECORDS(WS-RCF-IDX) TO WS-RCL-SHOW-RECORDS
109900     MOVE WS-RCF-TOTAL(WS-RCF-IDX) TO WS-RCL-SHOW-TOTAL
110000     DISPLAY '    FILE ON HAND ' WS-RCL-SHOW-RECORDS
110100         ' RECORDS, TOTAL ' WS-RCL-SHOW-TOTAL
110200     PERFORM 9590-REFUSE-START THRU 9590-EXIT.
110300 9541-EXIT.
110400     EXIT.
110500*
110600 9542-MATCH-HANDOFF-ENTRY SECTION.
110700 9542-MATCH-HANDOFF-ENTRY-PARA.
110800     IF RCL-FILE-NAME(RCL-FILE-IDX) = WS-RCF-NAME(WS-RCF-IDX)
110900         SET WS-RCL-FOUND TO TRUE
111000         MOVE RCL-FILE-RECORDS(RCL-FILE-IDX)
111100           TO WS-RCL-WORK-RECORDS
111200         MOVE RCL-FILE-TOTAL(RCL-FILE-IDX) TO WS-RCL-WORK-TOTAL
111300         IF RCL-FILE-RECORDS(RCL-FILE-IDX) =
111400                WS-RCF-RECORDS(WS-RCF-IDX)
111500          AND RCL-FILE-TOTAL(RCL-FILE-IDX) =
111600                WS-RCF-TOTAL(WS-RCF-IDX)
111700             SET WS-RCL-MATCH TO TRUE
111800         END-IF
111900     END-IF.
112000 9542-EXIT.
112100     EXIT.
112200*
112300******************************************************************
112400*    9550-CHECK-LAST-GENERATION                                  *
112500*    EVERY NON-EMPTY INPUT WITHOUT A SOURCE STEP IS CHECKED      *
112600*    AGAINST THIS STEP'S LAST COMPLETED RUN (ITS ZERO-DATE ROW). *
112700*    THE SAME RECORD COUNT AND TOTAL AS AN INPUT THAT RUN        *
112800*    CONSUMED MEANS THE OLD GENERATION WAS HANDED IN AGAIN -     *
112900*    UNLESS IT ALSO MATCHES THE CARRY FILE THAT RUN PRODUCED FOR *
113000*    IT, WHICH IS THE SWAP DONE RIGHT WITH NOTHING CHANGED.  NO  *
113100*    ZERO-DATE ROW MEANS A FIRST RUN.                            *
113200******************************************************************
113300 9550-CHECK-LAST-GENERATION SECTION.
113400 9550-CHECK-LAST-GENERATION-PARA.
113500     MOVE ZERO TO RCL-BUSINESS-DATE
113600     MOVE WS-RCL-STEP-NAME TO RCL-STEP-NAME
113700     READ RUN-CONTROL-FILE
113800         INVALID KEY
113900             GO TO 9550-EXIT
114000     END-READ
114100     MOVE RCL-LAST-BUSINESS-DATE TO WS-RCL-LAST-DATE
114200     PERFORM 9551-CHECK-ONE-GENERATION THRU 9551-EXIT
114300         VARYING WS-RCF-IDX FROM 1 BY 1
114400         UNTIL WS-RCF-IDX > WS-RCF-COUNT.
114500 9550-EXIT.
114600     EXIT.
114700*
114800 9551-CHECK-ONE-GENERATION SECTION.
114900 9551-CHECK-ONE-GENERATION-PARA.
115000     IF WS-RCF-SOURCE(WS-RCF-IDX) NOT = SPACES
115100      OR WS-RCF-RECORDS(WS-RCF-IDX) = ZERO
115200         GO TO 9551-EXIT
115300     END-IF
115400     PERFORM 9552-MATCH-CONSUMED-ENTRY THRU 9552-EXIT
115500         VARYING RCL-FILE-IDX FROM 1 BY 1
115600         UNTIL RCL-FILE-IDX > RCL-FILE-COUNT
115700     IF WS-RCF-STALE(WS-RCF-IDX)
115800      AND WS-RCF-PARTNER(WS-RCF-IDX) NOT = SPACES
115900         PERFORM 9553-MATCH-PARTNER-ENTRY THRU 9553-EXIT
116000             VARYING RCL-FILE-IDX FROM 1 BY 1
116100             UNTIL RCL-FILE-IDX > RCL-FILE-COUNT
116200     END-IF
116300     IF NOT WS-RCF-STALE(WS-RCF-IDX)
116400         GO TO 9551-EXIT
116500     END-IF
116600     MOVE SPACES TO WS-RCL-MESSAGE
116700     STRING 'FINCHG CANNOT START - '
116800                DELIMITED BY SIZE
116900            WS-RCF-NAME(WS-RCF-IDX)
117000                DELIMITED BY SPACE
117100            ' IS THE GENERATION ALREADY CONSUMED FOR '
117200                DELIMITED BY SIZE
117300            'BUSINESS DATE '
117400                DELIMITED BY SIZE
117500            WS-RCL-LAST-DATE
117600                DELIMITED BY SIZE
117700         INTO WS-RCL-MESSAGE
117800     END-STRING
117900     DISPLAY WS-RCL-MESSAGE
118000     IF WS-RCF-PARTNER(WS-RCF-IDX) NOT = SPACES
118100         MOVE SPACES TO WS-RCL-MESSAGE
118200         STRING '    SWAP IN THE '
118300                    DELIMITED BY SIZE
118400                WS-RCF-PARTNER(WS-RCF-IDX)
118500                    DELIMITED BY SPACE
118600                ' THAT RUN PRODUCED AS '
118700                    DELIMITED BY SIZE
118800                WS-RCF-NAME(WS-RCF-IDX)
118900                    DELIMITED BY SPACE
119000             INTO WS-RCL-MESSAGE
119100         END-STRING
119200         DISPLAY WS-RCL-MESSAGE
119300     END-IF
119400     PERFORM 9590-REFUSE-START THRU 9590-EXIT.
119500 9551-EXIT.
119600     EXIT.
119700*
119800 9552-MATCH-CONSUMED-ENTRY SECTION.
119900 9552-MATCH-CONSUMED-ENTRY-PARA.
120000     IF RCL-FILE-CONSUMED(RCL-FILE-IDX)
120100      AND RCL-FILE-NAME(RCL-FILE-IDX) = WS-RCF-NAME(WS-RCF-IDX)
120200      AND RCL-FILE-RECORDS(RCL-FILE-IDX) =
120300             WS-RCF-RECORDS(WS-RCF-IDX)
120400      AND RCL-FILE-TOTAL(RCL-FILE-IDX) = WS-RCF-TOTAL(WS-RCF-IDX)
120500         MOVE 'Y' TO WS-RCF-STALE-SW(WS-RCF-IDX)
120600     END-IF.
120700 9552-EXIT.
120800     EXIT.
120900*
121000 9553-MATCH-PARTNER-ENTRY SECTION.
121100 9553-MATCH-PARTNER-ENTRY-PARA.
121200     IF RCL-FILE-PRODUCED(RCL-FILE-IDX)
121300      AND RCL-FILE-NAME(RCL-FILE-IDX) = WS-RCF-PARTNER(WS-RCF-IDX)
121400      AND RCL-FILE-RECORDS(RCL-FILE-IDX) =
121500             WS-RCF-RECORDS(WS-RCF-IDX)
121600      AND RCL-FILE-TOTAL(RCL-FILE-IDX) = WS-RCF-TOTAL(WS-RCF-IDX)
121700         MOVE 'N' TO WS-RCF-STALE-SW(WS-RCF-IDX)
121800     END-IF.
121900 9553-EXIT.
122000     EXIT.
122100*
122200******************************************************************
122300*    9560-RECORD-STEP-START                                      *
122400*    WRITES THIS STEP'S ROW FOR THE BUSINESS DATE AS STARTED,    *
122500*    WITH THE START TIME AND THE INPUTS' COUNTS AND TOTALS.      *
122600******************************************************************
122700 9560-RECORD-STEP-START SECTION.
122800 9560-RECORD-STEP-START-PARA.
122900     ADD 1 TO WS-RCL-RUN-COUNT
123000     MOVE 'S' TO WS-RCL-STEP-STATUS
123100     MOVE ZERO TO WS-RCL-END-DATE
123200     MOVE ZERO TO WS-RCL-END-TIME
123300     MOVE ZERO TO WS-RCL-RETURN-CODE
123400     PERFORM 9570-BUILD-STEP-ROW THRU 9570-EXIT
123500     PERFORM 9580-PUT-STEP-ROW THRU 9580-EXIT
123600     DISPLAY 'RUN CONTROL: FINCHG STARTED FOR BUSINESS DATE '
123700         WS-RUN-DATE.
123800 9560-EXIT.
123900     EXIT.
124000*
124100******************************************************************
124200*    9570-BUILD-STEP-ROW                                         *
124300*    BUILDS THIS STEP'S LEDGER ROW FOR THE BUSINESS DATE FROM    *
124400*    THE RUN-CONTROL FIELDS AND THE FILE TABLE.                  *
124500******************************************************************
124600 9570-BUILD-STEP-ROW SECTION.
124700 9570-BUILD-STEP-ROW-PARA.
124800     INITIALIZE RCL-RECORD
124900     MOVE WS-RUN-DATE TO RCL-BUSINESS-DATE
125000     MOVE WS-RCL-STEP-NAME TO RCL-STEP-NAME
125100     MOVE WS-RCL-STEP-STATUS TO RCL-STEP-STATUS
125200     MOVE WS-RCL-RUN-COUNT TO RCL-RUN-COUNT
125300     MOVE WS-RCL-START-DATE TO RCL-START-DATE
125400     MOVE WS-RCL-START-TIME TO RCL-START-TIME
125500     MOVE WS-RCL-END-DATE TO RCL-END-DATE
125600     MOVE WS-RCL-END-TIME TO RCL-END-TIME
125700     MOVE WS-RCL-RETURN-CODE TO RCL-RETURN-CODE
125800     MOVE WS-RUN-DATE TO RCL-LAST-BUSINESS-DATE
125900     MOVE WS-RCF-COUNT TO RCL-FILE-COUNT
126000     PERFORM 9575-MOVE-FILE-ENTRY THRU 9575-EXIT
126100         VARYING WS-RCF-IDX FROM 1 BY 1
126200         UNTIL WS-RCF-IDX > WS-RCF-COUNT.
126300 9570-EXIT.
126400     EXIT.
126500*
126600 9575-MOVE-FILE-ENTRY SECTION.
126700 9575-MOVE-FILE-ENTRY-PARA.
126800     SET RCL-FILE-IDX TO WS-RCF-IDX
126900     MOVE WS-RCF-NAME(WS-RCF-IDX) TO RCL-FILE-NAME(RCL-FILE-IDX)
127000     MOVE WS-RCF-USE(WS-RCF-IDX) TO RCL-FILE-USE(RCL-FILE-IDX)
127100     MOVE WS-RCF-RECORDS(WS-RCF-IDX)
127200       TO RCL-FILE-RECORDS(RCL-FILE-IDX)
127300     MOVE WS-RCF-TOTAL(WS-RCF-IDX)
127400       TO RCL-FILE-TOTAL(RCL-FILE-IDX).
127500 9575-EXIT.
127600     EXIT.
127700*
127800******************************************************************
127900*    9580-PUT-STEP-ROW                                           *
128000*    ADDS THE ROW IN RCL-RECORD TO THE LEDGER, OR REPLACES IT IF *
128100*    ITS KEY IS ALREADY THERE.                                   *
128200******************************************************************
128300 9580-PUT-STEP-ROW SECTION.
128400 9580-PUT-STEP-ROW-PARA.
128500     WRITE RCL-RECORD
128600         INVALID KEY
128700             REWRITE RCL-RECORD
128800                 INVALID KEY
128900                     DISPLAY 'RUN-CONTROL LEDGER WILL NOT '
129000                         'UPDATE - STATUS ' WS-RCL-FILE-STATUS
129100                     MOVE 16 TO RETURN-CODE
129200                     STOP RUN
129300             END-REWRITE
129400     END-WRITE.
129500 9580-EXIT.
129600     EXIT.
129700*
129800******************************************************************
129900*    9590-REFUSE-START                                           *
130000*    ENDS A STEP THAT FAILED A RUN-CONTROL CHECK WITH RETURN-    *
130100*    CODE 16 BEFORE IT HAS TOUCHED A FILE.  THE LEDGER IS LEFT   *
130200*    AS IT WAS.                                                  *
130300******************************************************************
130400 9590-REFUSE-START SECTION.
130500 9590-REFUSE-START-PARA.
130600     DISPLAY 'FINCHG NOT STARTED - NOTHING PROCESSED'
130700     CLOSE RUN-CONTROL-FILE
130800     MOVE 16 TO RETURN-CODE
130900     STOP RUN.
131000 9590-EXIT.
131100     EXIT.
131200*
131300******************************************************************
131400*    9600-END-RUN-CONTROL                                        *
131500*    RECORDS THE END OF THE STEP ON THE LEDGER - END TIME,       *
131600*    RETURN CODE, AND THE COUNT AND TOTAL OF EVERY FILE THE STEP *
131700*    PRODUCED.  BELOW RETURN-CODE 16 THE STEP IS COMPLETE AND    *
131800*    ITS ROW IS ALSO COPIED TO ITS ZERO-DATE ROW FOR THE NEXT    *
131900*    RUN'S GENERATION CHECK; AT 16 IT IS FAILED, WHICH HOLDS THE *
132000*    NEXT STEP UNTIL A RERUN COMPLETES.                          *
132100******************************************************************
132200 9600-END-RUN-CONTROL SECTION.
132300 9600-END-RUN-CONTROL-PARA.
132400     MOVE 'O' TO WS-RCL-WORK-USE
132500     MOVE SPACES TO WS-RCL-WORK-SOURCE
132600     MOVE SPACES TO WS-RCL-WORK-PARTNER
132700     PERFORM 9750-MEASURE-OUTPUTS THRU 9750-EXIT
132800     ACCEPT WS-RCL-END-DATE FROM DATE YYYYMMDD
132900     ACCEPT WS-RCL-END-TIME FROM TIME
133000     MOVE RETURN-CODE TO WS-RCL-RETURN-CODE
133100     IF RETURN-CODE < 16
133200         MOVE 'C' TO WS-RCL-STEP-STATUS
133300     ELSE
133400         MOVE 'F' TO WS-RCL-STEP-STATUS
133500     END-IF
133600     PERFORM 9520-OPEN-RUN-CONTROL THRU 9520-EXIT
133700     PERFORM 9570-BUILD-STEP-ROW THRU 9570-EXIT
133800     PERFORM 9580-PUT-STEP-ROW THRU 9580-EXIT
133900     IF WS-RCL-STEP-COMPLETE
134000         MOVE ZERO TO RCL-BUSINESS-DATE
134100         PERFORM 9580-PUT-STEP-ROW THRU 9580-EXIT
134200     END-IF
134300     CLOSE RUN-CONTROL-FILE
134400     PERFORM 9610-DISPLAY-FILE-ENTRY THRU 9610-EXIT
134500         VARYING WS-RCF-IDX FROM 1 BY 1
134600         UNTIL WS-RCF-IDX > WS-RCF-COUNT
134700     IF WS-RCL-STEP-COMPLETE
134800         DISPLAY 'RUN CONTROL: FINCHG COMPLETE FOR '
134900             'BUSINESS DATE ' WS-RUN-DATE ' RETURN CODE '
135000             WS-RCL-RETURN-CODE
135100     ELSE
135200         DISPLAY 'RUN CONTROL: FINCHG FAILED FOR '
135300             'BUSINESS DATE ' WS-RUN-DATE ' RETURN CODE '
135400             WS-RCL-RETURN-CODE
135500     END-IF.
135600 9600-EXIT.
135700     EXIT.
135800*
135900 9610-DISPLAY-FILE-ENTRY SECTION.
136000 9610-DISPLAY-FILE-ENTRY-PARA.
136100     MOVE WS-RCF-RECORDS(WS-RCF-IDX) TO WS-RCL-SHOW-RECORDS
136200     MOVE WS-RCF-TOTAL(WS-RCF-IDX) TO WS-RCL-SHOW-TOTAL
136300     IF WS-RCF-CONSUMED(WS-RCF-IDX)
136400         DISPLAY 'RUN CONTROL: CONSUMED ' WS-RCF-NAME(WS-RCF-IDX)
136500             WS-RCL-SHOW-RECORDS ' RECORDS, TOTAL '
136600             WS-RCL-SHOW-TOTAL
136700     ELSE
136800         DISPLAY 'RUN CONTROL: PRODUCED ' WS-RCF-NAME(WS-RCF-IDX)
136900             WS-RCL-SHOW-RECORDS ' RECORDS, TOTAL '
137000             WS-RCL-SHOW-TOTAL
137100     END-IF.
137200 9610-EXIT.
137300     EXIT.
137400*
137500******************************************************************
137600*    9700-MEASURE-INPUTS                                         *
137700*    COUNTS AND TOTALS EVERY FILE THIS STEP CONSUMES - OPENITM2. *
137800*    OPENITM2 MUST BE AS ARCASH LEFT IT.                         *
137900******************************************************************
138000 9700-MEASURE-INPUTS SECTION.
138100 9700-MEASURE-INPUTS-PARA.
138200     MOVE 'ARCASH' TO WS-RCL-WORK-SOURCE
138300     MOVE SPACES TO WS-RCL-WORK-PARTNER
138400     PERFORM 9810-COUNT-OPEN-ITEMS THRU 9810-EXIT.
138500 9700-EXIT.
138600     EXIT.
138700*
138800******************************************************************
138900*    9750-MEASURE-OUTPUTS                                        *
139000*    COUNTS AND TOTALS EVERY FILE THIS STEP PRODUCED - FCHGFEED  *
139100*    - ONCE THEY ARE CLOSED.                                     *
139200******************************************************************
139300 9750-MEASURE-OUTPUTS SECTION.
139400 9750-MEASURE-OUTPUTS-PARA.
139500     PERFORM 9820-COUNT-FINANCE-FEED THRU 9820-EXIT.
139600 9750-EXIT.
139700     EXIT.
139800*
139900******************************************************************
140000*    9790-ADD-FILE-ENTRY                                         *
140100*    ADDS THE FILE JUST COUNTED TO THE RUN-CONTROL FILE TABLE.   *
140200******************************************************************
140300 9790-ADD-FILE-ENTRY SECTION.
140400 9790-ADD-FILE-ENTRY-PARA.
140500     ADD 1 TO WS-RCF-COUNT
140600     SET WS-RCF-IDX TO WS-RCF-COUNT
140700     MOVE WS-RCL-WORK-NAME TO WS-RCF-NAME(WS-RCF-IDX)
140800     MOVE WS-RCL-WORK-USE TO WS-RCF-USE(WS-RCF-IDX)
140900     MOVE WS-RCL-WORK-SOURCE TO WS-RCF-SOURCE(WS-RCF-IDX)
141000     MOVE WS-RCL-WORK-PARTNER TO WS-RCF-PARTNER(WS-RCF-IDX)
141100     MOVE WS-RCL-WORK-RECORDS TO WS-RCF-RECORDS(WS-RCF-IDX)
141200     MOVE WS-RCL-WORK-TOTAL TO WS-RCF-TOTAL(WS-RCF-IDX)
141300     MOVE 'N' TO WS-RCF-STALE-SW(WS-RCF-IDX).
141400 9790-EXIT.
141500     EXIT.
141600*
141700******************************************************************
141800*    9810-COUNT-OPEN-ITEMS                                       *
141900*    COUNTS THE ROLLED-FORWARD OPEN ITEMS (OPENITM2) FOR THE     *
142000*    LEDGER, TOTALLING THE OPEN BALANCES.  A FILE NOT ON HAND    *
142100*    COUNTS AS EMPTY.                                            *
142200******************************************************************
142300 9810-COUNT-OPEN-ITEMS SECTION.
142400 9810-COUNT-OPEN-ITEMS-PARA.
142500     MOVE 'OPENITM2' TO WS-RCL-WORK-NAME
142600     MOVE ZERO TO WS-RCL-WORK-RECORDS
142700     MOVE ZERO TO WS-RCL-WORK-TOTAL
142800     MOVE 'N' TO WS-RCL-EOF-SW
142900     OPEN INPUT NEW-OPEN-ITEM-FILE
143000     IF WS-ITEM-FILE-STATUS = '00'
143100         PERFORM 9811-ADD-OPEN-ITEM THRU 9811-EXIT
143200             UNTIL WS-RCL-EOF
143300         CLOSE NEW-OPEN-ITEM-FILE
143400     END-IF
143500     PERFORM 9790-ADD-FILE-ENTRY THRU 9790-EXIT.
143600 9810-EXIT.
143700     EXIT.
143800*
143900 9811-ADD-OPEN-ITEM SECTION.
144000 9811-ADD-OPEN-ITEM-PARA.
144100     READ NEW-OPEN-ITEM-FILE
144200         AT END
144300             SET WS-RCL-EOF TO TRUE
144400     END-READ
144500     IF NOT WS-RCL-EOF
144600         ADD 1 TO WS-RCL-WORK-RECORDS
144700         ADD NOP-OPEN-BALANCE TO WS-RCL-WORK-TOTAL
144800     END-IF.
144900 9811-EXIT.
145000     EXIT.
145100*
145200******************************************************************
145300*    9820-COUNT-FINANCE-FEED                                     *
145400*    COUNTS THE FINANCE-CHARGE FEED (FCHGFEED) FOR THE LEDGER,   *
145500*    TOTALLING THE INVOICE AMOUNTS.                              *
145600******************************************************************
145700 9820-COUNT-FINANCE-FEED SECTION.
145800 9820-COUNT-FINANCE-FEED-PARA.
145900     MOVE 'FCHGFEED' TO WS-RCL-WORK-NAME
146000     MOVE ZERO TO WS-RCL-WORK-RECORDS
146100     MOVE ZERO TO WS-RCL-WORK-TOTAL
146200     MOVE 'N' TO WS-RCL-EOF-SW
146300     OPEN INPUT FINANCE-CHARGE-FEED
146400     PERFORM 9821-ADD-FEED-RECORD THRU 9821-EXIT
146500         UNTIL WS-RCL-EOF
146600     CLOSE FINANCE-CHARGE-FEED
146700     PERFORM 9790-ADD-FILE-ENTRY THRU 9790-EXIT.
146800 9820-EXIT.
146900     EXIT.
147000*
147100 9821-ADD-FEED-RECORD SECTION.
147200 9821-ADD-FEED-RECORD-PARA.
147300     READ FINANCE-CHARGE-FEED
147400         AT END
147500             SET WS-RCL-EOF TO TRUE
147600     END-READ
147700     IF NOT WS-RCL-EOF
147800         ADD 1 TO WS-RCL-WORK-RECORDS
147900         IF INV-DETAIL-REC
148000             ADD INV-AMOUNT TO WS-RCL-WORK-TOTAL
148100         END-IF
148200     END-IF.
148300 9821-EXIT.
148400     EXIT.
148500*
148600 END PROGRAM FINCHG.
