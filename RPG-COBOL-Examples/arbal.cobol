002500*                    LINE.  ANY BREAK ENDS WITH RETURN-CODE 16   *
002600*                    SO OPERATIONS CATCHES IT THE SAME NIGHT     *
002700*                    INSTEAD OF THE AUDITORS MONTHS LATER.       *
002710*    2026-10-15  RH  EARLY-PAY DISCOUNTS.  THE ARCASH JOURNAL'S  *
002720*                    RECEIVABLE LINES NOW ALSO CARRY DISCOUNTS   *
002730*                    TAKEN UNDER 2/10N30 TERMS.  THE DISCOUNT    *
002740*                    EXPENSE LINE IS TOTALLED AND PRINTED ON ITS *
002750*                    OWN, AND COMES OUT OF THE WRITE-OFF FIGURE, *
002760*                    SO THE ROLL-FORWARD PROOF STILL BALANCES.   *
002761*    2026-10-15  RH  CREDIT-BALANCE REFUNDS.  THE NIGHT'S REFUND *
002762*                    DETAIL FROM ARRFND IS TOTALLED - REFUNDED   *
002763*                    CASH LESS REFUNDED ITEMS IS THE AMOUNT PAID *
002764*                    OUT - AND PRINTED ON ITS OWN LINE.  IT PUTS *
002765*                    BACK INTO THE OPEN ITEMS WHAT THE REFUNDED  *
002766*                    CASH HAD TAKEN OUT OF THEM.                 *
002767*    2026-10-15  RH  RUN-CONTROL LEDGER.  THE RUN DATE NOW COMES *
002768*                    FROM THE BIZDATE BUSINESS-DATE CARD, NOT    *
002769*                    THE CLOCK.  THE PROOF REFUSES TO START      *
002770*                    UNLESS ARDUN HAS COMPLETED FOR THE BUSINESS *
002771*                    DATE AND EVERY FILE IT PROVES IS THE        *
002772*                    GENERATION INVOICE OR ARCASH LEFT ON THE    *
002773*                    LEDGER FOR THAT DATE.  START, END, RETURN   *
002774*                    CODE AND THE COUNT AND TOTAL OF EVERY FILE  *
002775*                    CONSUMED GO ON THE RUNCTL LEDGER.           *
002800******************************************************************
002900 ENVIRONMENT DIVISION.
003000 CONFIGURATION SECTION.
005900     SELECT AR-GL-JOURNAL-FILE ASSIGN TO "GLJRNLAR"
006000         ORGANIZATION IS LINE SEQUENTIAL
006100         FILE STATUS IS WS-ARGL-FILE-STATUS.
006110     SELECT REFUND-DETAIL-FILE ASSIGN TO "RFNDDTL"
006120         ORGANIZATION IS LINE SEQUENTIAL
006130         FILE STATUS IS WS-RFND-FILE-STATUS.
006200     SELECT BALANCE-REPORT-FILE ASSIGN TO "BALRPT"
006300         ORGANIZATION IS LINE SEQUENTIAL.
006310     SELECT BUSINESS-DATE-FILE ASSIGN TO "BIZDATE"
006320         ORGANIZATION IS LINE SEQUENTIAL
006330         FILE STATUS IS WS-BDC-FILE-STATUS.
006340     SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
006350         ORGANIZATION IS INDEXED
006360         ACCESS MODE IS RANDOM
006370         RECORD KEY IS RCL-KEY
006380         FILE STATUS IS WS-RCL-FILE-STATUS.
006400*
006500 DATA DIVISION.
006600 FILE SECTION.
010600     05  ARG-DEBIT-AMOUNT        PIC 9(09)V99.
010700     05  ARG-CREDIT-AMOUNT       PIC 9(09)V99.
010800*
010810 FD  REFUND-DETAIL-FILE
010820     LABEL RECORDS ARE STANDARD.
010830 COPY "rfnddtl.cpy".
010840*
010900 FD  BALANCE-REPORT-FILE
011000     LABEL RECORDS ARE STANDARD.
011100 01  BAL-LINE                    PIC X(80).
011200*
011210 FD  BUSINESS-DATE-FILE
011220     LABEL RECORDS ARE STANDARD.
011230 COPY "bizdate.cpy".
011240*
011250 FD  RUN-CONTROL-FILE
011260     LABEL RECORDS ARE STANDARD.
011270 COPY "runctl.cpy".
011280*
011300 WORKING-STORAGE SECTION.
011400 01  WS-EXTR-FILE-STATUS        PIC X(02) VALUE SPACES.
011500 01  WS-GLJ-FILE-STATUS         PIC X(02) VALUE SPACES.
012000 01  WS-UNAP-FILE-STATUS        PIC X(02) VALUE SPACES.
012100 01  WS-UNA2-FILE-STATUS        PIC X(02) VALUE SPACES.
012200 01  WS-ARGL-FILE-STATUS        PIC X(02) VALUE SPACES.
012210 01  WS-RFND-FILE-STATUS        PIC X(02) VALUE SPACES.
012300*
012400 01  WS-SWITCHES.
012500     05  WS-EOF-EXTR-SW         PIC X(01) VALUE 'N'.
014000         88  WS-EOF-UNA2                VALUE 'Y'.
014100     05  WS-EOF-ARGL-SW         PIC X(01) VALUE 'N'.
014200         88  WS-EOF-ARGL                VALUE 'Y'.
014210     05  WS-EOF-RFND-SW         PIC X(01) VALUE 'N'.
014220         88  WS-EOF-RFND                VALUE 'Y'.
014300     05  WS-OUT-OF-BALANCE-SW   PIC X(01) VALUE 'N'.
014400         88  WS-OUT-OF-BALANCE          VALUE 'Y'.
014410     05  WS-CKPT-PRESENT-SW     PIC X(01) VALUE 'N'.
015700     05  WS-UNAP-IN-TOTAL       PIC S9(11)V99 VALUE ZERO.
015800     05  WS-UNAP-OUT-TOTAL      PIC S9(11)V99 VALUE ZERO.
015900     05  WS-WRITEOFF-TOTAL      PIC S9(11)V99 VALUE ZERO.
015910     05  WS-DISCOUNT-TOTAL      PIC S9(11)V99 VALUE ZERO.
015920     05  WS-REFUND-TOTAL        PIC S9(11)V99 VALUE ZERO.
016000     05  WS-CASH-APPLIED        PIC S9(11)V99 VALUE ZERO.
016100     05  WS-COMPUTED-NEW-OPEN   PIC S9(11)V99 VALUE ZERO.
016200*
017600     05  WS-BAL-STATUS          PIC X(44).
017700     05  FILLER                 PIC X(27) VALUE SPACES.
017800*
017801*    RUN-CONTROL LEDGER - THIS STEP'S NAME AND THE STEP AHEAD
017802*    OF IT IN THE CHAIN, ITS ROW ON THE LEDGER, AND THE COUNT
017803*    AND TOTAL OF EVERY FILE IT CONSUMED AND PRODUCED.  AN
017804*    INPUT'S SOURCE IS THE STEP WHOSE LEDGER ROW FOR THE
017805*    BUSINESS DATE IT MUST MATCH; AN INPUT WITH NO SOURCE IS
017806*    CHECKED AGAINST THIS STEP'S OWN LAST COMPLETED RUN, WHERE
017807*    ITS PARTNER IS THE CARRY FILE THAT RUN PRODUCED FOR IT.
017808 01  WS-BDC-FILE-STATUS         PIC X(02) VALUE SPACES.
017809 01  WS-RCL-FILE-STATUS         PIC X(02) VALUE SPACES.
017810 01  WS-RUN-CONTROL-FIELDS.
017811     05  WS-RCL-STEP-NAME       PIC X(08) VALUE 'ARBAL'.
017812     05  WS-RCL-PREDECESSOR     PIC X(08) VALUE 'ARDUN'.
017813     05  WS-RCL-STEP-STATUS     PIC X(01) VALUE SPACE.
017814         88  WS-RCL-STEP-COMPLETE       VALUE 'C'.
017815     05  WS-RCL-RUN-COUNT       PIC 9(03) VALUE ZERO.
017816     05  WS-RCL-START-DATE      PIC 9(08) VALUE ZERO.
017817     05  WS-RCL-START-TIME      PIC 9(08) VALUE ZERO.
017818     05  WS-RCL-END-DATE        PIC 9(08) VALUE ZERO.
017819     05  WS-RCL-END-TIME        PIC 9(08) VALUE ZERO.
017820     05  WS-RCL-RETURN-CODE     PIC 9(04) VALUE ZERO.
017821     05  WS-RCL-LAST-DATE       PIC 9(08) VALUE ZERO.
017822     05  WS-RCL-DAY-INTEGER     PIC 9(08) VALUE ZERO.
017823     05  WS-RCL-CHECK-DATE      PIC 9(08) VALUE ZERO.
017824     05  WS-RCL-WORK-NAME       PIC X(08) VALUE SPACES.
017825     05  WS-RCL-WORK-USE        PIC X(01) VALUE SPACE.
017826     05  WS-RCL-WORK-SOURCE     PIC X(08) VALUE SPACES.
017827     05  WS-RCL-WORK-PARTNER    PIC X(08) VALUE SPACES.
017828     05  WS-RCL-WORK-RECORDS    PIC 9(09) VALUE ZERO.
017829     05  WS-RCL-WORK-TOTAL      PIC S9(13)V99 VALUE ZERO.
017830     05  WS-RCL-EOF-SW          PIC X(01) VALUE 'N'.
017831         88  WS-RCL-EOF                 VALUE 'Y'.
017832     05  WS-RCL-FOUND-SW        PIC X(01) VALUE 'N'.
017833         88  WS-RCL-FOUND               VALUE 'Y'.
017834     05  WS-RCL-MATCH-SW        PIC X(01) VALUE 'N'.
017835         88  WS-RCL-MATCH               VALUE 'Y'.
017836 01  WS-RCL-MESSAGE             PIC X(100) VALUE SPACES.
017837 01  WS-RCL-SHOW-FIELDS.
017838     05  WS-RCL-SHOW-RECORDS    PIC ZZZ,ZZZ,ZZ9.
017839     05  WS-RCL-SHOW-TOTAL      PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
017840 01  WS-RCL-FILE-TABLE.
017841     05  WS-RCF-COUNT           PIC 9(02) VALUE ZERO.
017842     05  WS-RCF-ENTRY OCCURS 10 TIMES
017843                      INDEXED BY WS-RCF-IDX.
017844         10  WS-RCF-NAME              PIC X(08).
017845         10  WS-RCF-USE               PIC X(01).
017846             88  WS-RCF-CONSUMED      VALUE 'I'.
017847         10  WS-RCF-SOURCE            PIC X(08).
017848         10  WS-RCF-PARTNER           PIC X(08).
017849         10  WS-RCF-RECORDS           PIC 9(09).
017850         10  WS-RCF-TOTAL             PIC S9(13)V99.
017851         10  WS-RCF-STALE-SW          PIC X(01).
017852             88  WS-RCF-STALE         VALUE 'Y'.
017853*
017900 PROCEDURE DIVISION.
018000*
018100******************************************************************
019400     PERFORM 2500-TOTAL-RECEIPTS THRU 2500-EXIT
019500     PERFORM 2600-TOTAL-UNAPPLIED THRU 2600-EXIT
019600     PERFORM 2700-TOTAL-WRITEOFFS THRU 2700-EXIT
019610     PERFORM 2800-TOTAL-REFUNDS THRU 2800-EXIT
019700     PERFORM 8000-WRITE-PROOF-REPORT THRU 8000-EXIT
019800     PERFORM 9000-TERMINATE THRU 9000-EXIT
019900     STOP RUN.
020400******************************************************************
020500 1000-INITIALIZE SECTION.
020600 1000-INITIALIZE-PARA.
020700     PERFORM 9510-READ-BUSINESS-DATE THRU 9510-EXIT
020800     ACCEPT WS-RUN-TIME FROM TIME
020810     PERFORM 9500-START-RUN-CONTROL THRU 9500-EXIT
020900     OPEN OUTPUT BALANCE-REPORT-FILE
021000     MOVE WS-RUN-DATE TO WS-BAL-TITLE-DATE
021100     MOVE WS-BAL-TITLE-LINE TO BAL-LINE
050600         ADD ARG-CREDIT-AMOUNT TO WS-WRITEOFF-TOTAL
050700         SUBTRACT ARG-DEBIT-AMOUNT FROM WS-WRITEOFF-TOTAL
050800     END-IF
050810     IF ARG-ACCOUNT-NUMBER = '5300'
050820         ADD ARG-DEBIT-AMOUNT TO WS-DISCOUNT-TOTAL
050830         SUBTRACT ARG-CREDIT-AMOUNT FROM WS-DISCOUNT-TOTAL
050840     END-IF
050900     PERFORM 2710-READ-ARGL-RECORD THRU 2710-EXIT.
051000 2720-EXIT.
051100     EXIT.
051200*
051201******************************************************************
051202*    2800-TOTAL-REFUNDS                                          *
051203*    NETS THE NIGHT'S REFUND DETAIL - UNAPPLIED CASH REFUNDED    *
051204*    LESS THE OPEN ITEMS IT SETTLED - INTO THE AMOUNT PAID OUT.  *
051205*    A MISSING FILE MEANS NOTHING REFUNDED.                      *
051206******************************************************************
051207 2800-TOTAL-REFUNDS SECTION.
051208 2800-TOTAL-REFUNDS-PARA.
051209     OPEN INPUT REFUND-DETAIL-FILE
051210     IF WS-RFND-FILE-STATUS = '00'
051211         PERFORM 2810-READ-REFUND-DETAIL THRU 2810-EXIT
051212         PERFORM 2820-ADD-REFUND-DETAIL THRU 2820-EXIT
051213             UNTIL WS-EOF-RFND
051214         CLOSE REFUND-DETAIL-FILE
051215     END-IF.
051216 2800-EXIT.
051217     EXIT.
051218*
051219 2810-READ-REFUND-DETAIL SECTION.
051220 2810-READ-REFUND-DETAIL-PARA.
051221     READ REFUND-DETAIL-FILE
051222         AT END SET WS-EOF-RFND TO TRUE
051223     END-READ.
051224 2810-EXIT.
051225     EXIT.
051226*
051227 2820-ADD-REFUND-DETAIL SECTION.
051228 2820-ADD-REFUND-DETAIL-PARA.
051229     IF RFD-UNAPPLIED-CASH
051230         ADD RFD-AMOUNT TO WS-REFUND-TOTAL
051231     END-IF
051232     IF RFD-OPEN-ITEM
051233         SUBTRACT RFD-AMOUNT FROM WS-REFUND-TOTAL
051234     END-IF
051235     PERFORM 2810-READ-REFUND-DETAIL THRU 2810-EXIT.
051236 2820-EXIT.
051237     EXIT.
051238*
051300******************************************************************
051400*    8000-WRITE-PROOF-REPORT                                     *
051500*    PRINTS THE ONE-PAGE PROOF AND MARKS THE RUN OUT OF          *
055400     MOVE WS-CASH-APPLIED TO WS-BAL-DET-AMOUNT
055500     MOVE WS-BAL-DETAIL-LINE TO BAL-LINE
055600     WRITE BAL-LINE
055610*    THE JOURNAL'S RECEIVABLE RELIEF IS WRITE-OFFS PLUS
055620*    EARLY-PAY DISCOUNTS - SHOW EACH ON ITS OWN LINE
055630     SUBTRACT WS-DISCOUNT-TOTAL FROM WS-WRITEOFF-TOTAL
055640     MOVE 'EARLY-PAY DISCOUNTS' TO WS-BAL-DET-CAPTION
055650     MOVE WS-DISCOUNT-TOTAL TO WS-BAL-DET-AMOUNT
055660     MOVE WS-BAL-DETAIL-LINE TO BAL-LINE
055670     WRITE BAL-LINE
055700     MOVE 'BALANCES WRITTEN OFF' TO WS-BAL-DET-CAPTION
055800     MOVE WS-WRITEOFF-TOTAL TO WS-BAL-DET-AMOUNT
055900     MOVE WS-BAL-DETAIL-LINE TO BAL-LINE
056000     WRITE BAL-LINE
056010*    REFUNDED CASH COUNTS AS APPLIED ABOVE - IT LEFT THE CARRY -
056020*    SO THE REFUND PAID OUT GOES BACK ON THE RECEIVABLE
056030     MOVE 'REFUNDS PAID OUT' TO WS-BAL-DET-CAPTION
056040     MOVE WS-REFUND-TOTAL TO WS-BAL-DET-AMOUNT
056050     MOVE WS-BAL-DETAIL-LINE TO BAL-LINE
056060     WRITE BAL-LINE
056100     COMPUTE WS-COMPUTED-NEW-OPEN = WS-OLD-OPEN-TOTAL
056200         + WS-EXTRACT-TOTAL - WS-CASH-APPLIED
056210         - WS-DISCOUNT-TOTAL
056300         - WS-WRITEOFF-TOTAL
056310         + WS-REFUND-TOTAL
056400     MOVE 'COMPUTED NEW OPEN ITEMS' TO WS-BAL-DET-CAPTION
056500     MOVE WS-COMPUTED-NEW-OPEN TO WS-BAL-DET-AMOUNT
056600     MOVE WS-BAL-DETAIL-LINE TO BAL-LINE
059300         MOVE 16 TO RETURN-CODE
059400     ELSE
059500         DISPLAY 'AR PROOF IN BALANCE'
059600     END-IF
059610     PERFORM 9600-END-RUN-CONTROL THRU 9600-EXIT.
059700 9000-EXIT.
059800     EXIT.
059900*
060000******************************************************************
060100*    9500-START-RUN-CONTROL                                      *
060200*    CHECKS THE RUN-CONTROL LEDGER BEFORE ANYTHING IS PROCESSED. *
060300*    THE STEP REFUSES TO START IF ARDUN HAS NOT COMPLETED FOR    *
060400*    THE BUSINESS DATE, IF IT HAS ALREADY COMPLETED FOR THE      *
060500*    BUSINESS DATE, IF AN INPUT IS NOT THE GENERATION ITS SOURCE *
060600*    STEP LEFT ON THE LEDGER FOR THE DATE, OR IF AN INPUT IS THE *
060700*    GENERATION THIS STEP ALREADY CONSUMED ON ITS LAST RUN.      *
060800*    OTHERWISE THE START AND THE COUNT AND TOTAL OF EVERY INPUT  *
060900*    GO ON THE LEDGER AS THIS STEP'S ROW FOR THE DATE.           *
061000******************************************************************
061100 9500-START-RUN-CONTROL SECTION.
061200 9500-START-RUN-CONTROL-PARA.
061300     ACCEPT WS-RCL-START-DATE FROM DATE YYYYMMDD
061400     ACCEPT WS-RCL-START-TIME FROM TIME
061500     PERFORM 9520-OPEN-RUN-CONTROL THRU 9520-EXIT
061600     PERFORM 9530-CHECK-PREDECESSOR THRU 9530-EXIT
061700     MOVE ZERO TO WS-RCF-COUNT
061800     MOVE 'I' TO WS-RCL-WORK-USE
061900     PERFORM 9700-MEASURE-INPUTS THRU 9700-EXIT
062000     PERFORM 9540-CHECK-HANDOFF THRU 9540-EXIT
062100     PERFORM 9550-CHECK-LAST-GENERATION THRU 9550-EXIT
062200     PERFORM 9560-RECORD-STEP-START THRU 9560-EXIT
062300     CLOSE RUN-CONTROL-FILE.
062400 9500-EXIT.
062500     EXIT.
062600*
062700******************************************************************
062800*    9510-READ-BUSINESS-DATE                                     *
062900*    TAKES THE RUN DATE FROM THE BIZDATE BUSINESS-DATE CARD, NOT *
063000*    THE CLOCK.  A MISSING CARD, OR ONE THAT IS NOT A REAL       *
063100*    CALENDAR DATE, STOPS THE STEP WITH RETURN-CODE 16.          *
063200******************************************************************
063300 9510-READ-BUSINESS-DATE SECTION.
063400 9510-READ-BUSINESS-DATE-PARA.
063500     OPEN INPUT BUSINESS-DATE-FILE
063600     IF WS-BDC-FILE-STATUS NOT = '00'
063700         DISPLAY 'ARBAL CANNOT START - NO BUSINESS DATE CARD'
063800         MOVE 16 TO RETURN-CODE
063900         STOP RUN
064000     END-IF
064100     READ BUSINESS-DATE-FILE
064200         AT END
064300             MOVE ZERO TO BDC-BUSINESS-DATE
064400     END-READ
064500     CLOSE BUSINESS-DATE-FILE
064600     IF BDC-BUSINESS-DATE NUMERIC
064700      AND BDC-YEAR NOT < 1900
064800      AND BDC-MONTH > ZERO AND BDC-MONTH < 13
064900      AND BDC-DAY > ZERO AND BDC-DAY < 32
065000         COMPUTE WS-RCL-DAY-INTEGER =
065100             FUNCTION INTEGER-OF-DATE(BDC-BUSINESS-DATE)
065200         COMPUTE WS-RCL-CHECK-DATE =
065300             FUNCTION DATE-OF-INTEGER(WS-RCL-DAY-INTEGER)
065400         IF WS-RCL-CHECK-DATE = BDC-BUSINESS-DATE
065500             MOVE BDC-BUSINESS-DATE TO WS-RUN-DATE
065600             GO TO 9510-EXIT
065700         END-IF
065800     END-IF
065900     DISPLAY 'ARBAL CANNOT START - INVALID BUSINESS '
066000         'DATE CARD: ' BDC-RECORD
066100     MOVE 16 TO RETURN-CODE
066200     STOP RUN.
066300 9510-EXIT.
066400     EXIT.
066500*
066600******************************************************************
066700*    9520-OPEN-RUN-CONTROL                                       *
066800*    OPENS THE LEDGER FOR UPDATE, CREATING IT EMPTY ON THE VERY  *
066900*    FIRST RUN.                                                  *
067000******************************************************************
067100 9520-OPEN-RUN-CONTROL SECTION.
067200 9520-OPEN-RUN-CONTROL-PARA.
067300     OPEN I-O RUN-CONTROL-FILE
067400     IF WS-RCL-FILE-STATUS = '35'
067500         OPEN OUTPUT RUN-CONTROL-FILE
067600         CLOSE RUN-CONTROL-FILE
067700         OPEN I-O RUN-CONTROL-FILE
067800     END-IF
067900     IF WS-RCL-FILE-STATUS NOT = '00'
068000         DISPLAY 'RUN-CONTROL LEDGER WILL NOT OPEN - STATUS '
068100             WS-RCL-FILE-STATUS
068200         MOVE 16 TO RETURN-CODE
068300         STOP RUN
068400     END-IF.
068500 9520-EXIT.
068600     EXIT.
068700*
068800******************************************************************
068900*    9530-CHECK-PREDECESSOR                                      *
069000*    THE STEP AHEAD IN THE CHAIN MUST HAVE COMPLETED FOR THE     *
069100*    BUSINESS DATE.  THIS STEP MUST NOT HAVE COMPLETED FOR IT    *
069200*    ALREADY; A STARTED OR FAILED ROW IS A RERUN, AND ITS RUN    *
069300*    COUNT CARRIES ON.                                           *
069400******************************************************************
069500 9530-CHECK-PREDECESSOR SECTION.
069600 9530-CHECK-PREDECESSOR-PARA.
069700     MOVE WS-RUN-DATE TO RCL-BUSINESS-DATE
069800     MOVE WS-RCL-PREDECESSOR TO RCL-STEP-NAME
069900     READ RUN-CONTROL-FILE
070000         INVALID KEY
070100             MOVE SPACE TO RCL-STEP-STATUS
070200     END-READ
070300     IF NOT RCL-STEP-COMPLETE
070400         DISPLAY 'ARBAL CANNOT START - '
070500             'ARDUN HAS NOT COMPLETED FOR BUSINESS DATE '
070600             WS-RUN-DATE
070700         PERFORM 9590-REFUSE-START THRU 9590-EXIT
070800     END-IF
070900     MOVE WS-RUN-DATE TO RCL-BUSINESS-DATE
071000     MOVE WS-RCL-STEP-NAME TO RCL-STEP-NAME
071100     READ RUN-CONTROL-FILE
071200         INVALID KEY
071300             MOVE SPACE TO RCL-STEP-STATUS
071400             MOVE ZERO TO RCL-RUN-COUNT
071500     END-READ
071600     IF RCL-STEP-COMPLETE
071700         DISPLAY 'ARBAL CANNOT START - ALREADY COMPLETE FOR '
071800             'BUSINESS DATE ' WS-RUN-DATE
071900         PERFORM 9590-REFUSE-START THRU 9590-EXIT
072000     END-IF
072100     MOVE RCL-RUN-COUNT TO WS-RCL-RUN-COUNT.
072200 9530-EXIT.
072300     EXIT.
072400*
072500******************************************************************
072600*    9540-CHECK-HANDOFF                                          *
072700*    EVERY INPUT WITH A SOURCE STEP MUST CARRY THE SAME RECORD   *
072800*    COUNT AND TOTAL AS THE SOURCE STEP'S LEDGER ROW SHOWS FOR   *
072900*    THE SAME FILE ON THE BUSINESS DATE - ANYTHING ELSE IS NOT   *
073000*    THE GENERATION THE CHAIN HANDED ON.  A SOURCE ROW THAT DOES *
073100*    NOT NAME THE FILE CANNOT BE CHECKED AND IS PASSED.          *
073200******************************************************************
073300 9540-CHECK-HANDOFF SECTION.
073400 9540-CHECK-HANDOFF-PARA.
073500     PERFORM 9541-CHECK-ONE-HANDOFF THRU 9541-EXIT
073600         VARYING WS-RCF-IDX FROM 1 BY 1
073700         UNTIL WS-RCF-IDX > WS-RCF-COUNT.
073800 9540-EXIT.
073900     EXIT.
074000*
074100 9541-CHECK-ONE-HANDOFF SECTION.
074200 9541-CHECK-ONE-HANDOFF-PARA.
074300     IF WS-RCF-SOURCE(WS-RCF-IDX) = SPACES
074400         GO TO 9541-EXIT
074500     END-IF
074600     MOVE WS-RUN-DATE TO RCL-BUSINESS-DATE
074700     MOVE WS-RCF-SOURCE(WS-RCF-IDX) TO RCL-STEP-NAME
074800     READ RUN-CONTROL-FILE
074900         INVALID KEY
075000             MOVE ZERO TO RCL-FILE-COUNT
075100     END-READ
075200     MOVE 'N' TO WS-RCL-FOUND-SW
075300     MOVE 'N' TO WS-RCL-MATCH-SW
075400     IF RCL-FILE-COUNT > ZERO
075500         PERFORM 9542-MATCH-HANDOFF-ENTRY THRU 9542-EXIT
075600             VARYING RCL-FILE-IDX FROM 1 BY 1
075700             UNTIL RCL-FILE-IDX > RCL-FILE-COUNT
075800     END-IF
075900     IF NOT WS-RCL-FOUND OR WS-RCL-MATCH
076000         GO TO 9541-EXIT
076100     END-IF
076200     MOVE SPACES TO WS-RCL-MESSAGE
076300     STRING 'ARBAL CANNOT START - '
076400                DELIMITED BY SIZE
076500            WS-RCF-NAME(WS-RCF-IDX)
076600                DELIMITED BY SPACE
076700            ' IS NOT THE GENERATION '
076800                DELIMITED BY SIZE
076900            WS-RCF-SOURCE(WS-RCF-IDX)
077000                DELIMITED BY SPACE
077100            ' LEFT FOR BUSINESS DATE '
077200                DELIMITED BY SIZE
077300            WS-RUN-DATE
077400                DELIMITED BY SIZE
077500         INTO WS-RCL-MESSAGE
077600     END-STRING
077700     DISPLAY WS-RCL-MESSAGE
077800     MOVE WS-RCL-WORK-RECORDS TO WS-RCL-SHOW-RECORDS
077900     MOVE WS-RCL-WORK-TOTAL TO WS-RCL-SHOW-TOTAL
078000     DISPLAY '    LEDGER SHOWS ' WS-RCL-SHOW-RECORDS
078100         ' RECORDS, TOTAL ' WS-RCL-SHOW-TOTAL
078200     MOVE WS-RCF-RECORDS(WS-RCF-IDX) TO WS-RCL-SHOW-RECORDS
078300     MOVE WS-RCF-TOTAL(WS-RCF-IDX) TO WS-RCL-SHOW-TOTAL
078400     DISPLAY '    FILE ON HAND ' WS-RCL-SHOW-RECORDS
078500         ' RECORDS, TOTAL ' WS-RCL-SHOW-TOTAL
078600     PERFORM 9590-REFUSE-START THRU 9590-EXIT.
078700 9541-EXIT.
078800     EXIT.
078900*
079000 9542-MATCH-HANDOFF-ENTRY SECTION.
079100 9542-MATCH-HANDOFF-ENTRY-PARA.
079200     IF RCL-FILE-NAME(RCL-FILE-IDX) = WS-RCF-NAME(WS-RCF-IDX)
079300         SET WS-RCL-FOUND TO TRUE
079400         MOVE RCL-FILE-RECORDS(RCL-FILE-IDX)
079500           TO WS-RCL-WORK-RECORDS
079600         MOVE RCL-FILE-TOTAL(RCL-FILE-IDX) TO WS-RCL-WORK-TOTAL
079700         IF RCL-FILE-RECORDS(RCL-FILE-IDX) =
079800                WS-RCF-RECORDS(WS-RCF-IDX)
079900          AND RCL-FILE-TOTAL(RCL-FILE-IDX) =
080000                WS-RCF-TOTAL(WS-RCF-IDX)
080100             SET WS-RCL-MATCH TO TRUE
080200         END-IF
080300     END-IF.
080400 9542-EXIT.
080500     EXIT.
080600*
080700******************************************************************
080800*    9550-CHECK-LAST-GENERATION                                  *
080900*    EVERY NON-EMPTY INPUT WITHOUT A SOURCE STEP IS CHECKED      *
081000*    AGAINST THIS STEP'S LAST COMPLETED RUN (ITS ZERO-DATE ROW). *
081100*    THE SAME RECORD COUNT AND TOTAL AS AN INPUT THAT RUN        *
081200*    CONSUMED MEANS THE OLD GENERATION WAS HANDED IN AGAIN -     *
081300*    UNLESS IT ALSO MATCHES THE CARRY FILE THAT RUN PRODUCED FOR *
081400*    IT, WHICH IS THE SWAP DONE RIGHT WITH NOTHING CHANGED.  NO  *
081500*    ZERO-DATE ROW MEANS A FIRST RUN.                            *
081600******************************************************************
081700 9550-CHECK-LAST-GENERATION SECTION.
081800 9550-CHECK-LAST-GENERATION-PARA.
081900     MOVE ZERO TO RCL-BUSINESS-DATE
082000     MOVE WS-RCL-STEP-NAME TO RCL-STEP-NAME
082100     READ RUN-CONTROL-FILE
082200         INVALID KEY
082300             GO TO 9550-EXIT
082400     END-READ
082500     MOVE RCL-LAST-BUSINESS-DATE TO WS-RCL-LAST-DATE
082600     PERFORM 9551-CHECK-ONE-GENERATION THRU 9551-EXIT
082700         VARYING WS-RCF-IDX FROM 1 BY 1
082800         UNTIL WS-RCF-IDX > WS-RCF-COUNT.
082900 9550-EXIT.
083000     EXIT.
083100*
083200 9551-CHECK-ONE-GENERATION SECTION.
083300 9551-CHECK-ONE-GENERATION-PARA.
083400     IF WS-RCF-SOURCE(WS-RCF-IDX) NOT = SPACES
083500      OR WS-RCF-RECORDS(WS-RCF-IDX) = ZERO
083600         GO TO 9551-EXIT
083700     END-IF
083800     PERFORM 9552-MATCH-CONSUMED-ENTRY THRU 9552-EXIT
083900         VARYING RCL-FILE-IDX FROM 1 BY 1
084000         UNTIL RCL-FILE-IDX > RCL-FILE-COUNT
084100     IF WS-RCF-STALE(WS-RCF-IDX)
084200      AND WS-RCF-PARTNER(WS-RCF-IDX) NOT = SPACES
084300         PERFORM 9553-MATCH-PARTNER-ENTRY THRU 9553-EXIT
084400             VARYING RCL-FILE-IDX FROM 1 BY 1
084500             UNTIL RCL-FILE-IDX > RCL-FILE-COUNT
084600     END-IF
084700     IF NOT WS-RCF-STALE(WS-RCF-IDX)
084800         GO TO 9551-EXIT
084900     END-IF
085000     MOVE SPACES TO WS-RCL-MESSAGE
085100     STRING 'ARBAL CANNOT START - '
085200                DELIMITED BY SIZE
085300            WS-RCF-NAME(WS-RCF-IDX)
085400                DELIMITED BY SPACE
085500            ' IS THE GENERATION ALREADY CONSUMED FOR '
085600                DELIMITED BY SIZE
085700            'BUSINESS DATE '
085800                DELIMITED BY SIZE
085900            WS-RCL-LAST-DATE
086000                DELIMITED BY SIZE
086100         INTO WS-RCL-MESSAGE
086200     END-STRING
086300     DISPLAY WS-RCL-MESSAGE
086400     IF WS-RCF-PARTNER(WS-RCF-IDX) NOT = SPACES
086500         MOVE SPACES TO WS-RCL-MESSAGE
086600         STRING '    SWAP IN THE '
086700                    DELIMITED BY SIZE
086800                WS-RCF-PARTNER(WS-RCF-IDX)
086900                    DELIMITED BY SPACE
087000                ' THAT RUN PRODUCED AS '
087100                    DELIMITED BY SIZE
087200                WS-RCF-NAME(WS-RCF-IDX)
087300                    DELIMITED BY SPACE
087400             INTO WS-RCL-MESSAGE
087500         END-STRING
087600         DISPLAY WS-RCL-MESSAGE
087700     END-IF
087800     PERFORM 9590-REFUSE-START THRU 9590-EXIT.
087900 9551-EXIT.
088000     EXIT.
088100*
088200 9552-MATCH-CONSUMED-ENTRY SECTION.
088300 9552-MATCH-CONSUMED-ENTRY-PARA.
088400     IF RCL-FILE-CONSUMED(RCL-FILE-IDX)
088500      AND RCL-FILE-NAME(RCL-FILE-IDX) = WS-RCF-NAME(WS-RCF-IDX)
088600      AND RCL-FILE-RECORDS(RCL-FILE-IDX) =
088700             WS-RCF-RECORDS(WS-RCF-IDX)
088800      AND RCL-FILE-TOTAL(RCL-FILE-IDX) = WS-RCF-TOTAL(WS-RCF-IDX)
088900         MOVE 'Y' TO WS-RCF-STALE-SW(WS-RCF-IDX)
089000     END-IF.
089100 9552-EXIT.
089200     EXIT.
089300*
089400 9553-MATCH-PARTNER-ENTRY SECTION.
089500 9553-MATCH-PARTNER-ENTRY-PARA.
089600     IF RCL-FILE-PRODUCED(RCL-FILE-IDX)
089700      AND RCL-FILE-NAME(RCL-FILE-IDX) = WS-RCF-PARTNER(WS-RCF-IDX)
089800      AND RCL-FILE-RECORDS(RCL-FILE-IDX) =
089900             WS-RCF-RECORDS(WS-RCF-IDX)
090000      AND RCL-FILE-TOTAL(RCL-FILE-IDX) = WS-RCF-TOTAL(WS-RCF-IDX)
090100         MOVE 'N' TO WS-RCF-STALE-SW(WS-RCF-IDX)
090200     END-IF.
090300 9553-EXIT.
090400     EXIT.
090500*
090600******************************************************************
090700*    9560-RECORD-STEP-START                                      *
090800*    WRITES THIS STEP'S ROW FOR THE BUSINESS DATE AS STARTED,    *
090900*    WITH THE START TIME AND THE INPUTS' COUNTS AND TOTALS.      *
091000******************************************************************
091100 9560-RECORD-STEP-START SECTION.
091200 9560-RECORD-STEP-START-PARA.
091300     ADD 1 TO WS-RCL-RUN-COUNT
091400     MOVE 'S' TO WS-RCL-STEP-STATUS
091500     MOVE ZERO TO WS-RCL-END-DATE
091600     MOVE ZERO TO WS-RCL-END-TIME
091700     MOVE ZERO TO WS-RCL-RETURN-CODE
091800     PERFORM 9570-BUILD-STEP-ROW THRU 9570-EXIT
091900     PERFORM 9580-PUT-STEP-ROW THRU 9580-EXIT
092000     DISPLAY 'RUN CONTROL: ARBAL STARTED FOR BUSINESS DATE '
092100         WS-RUN-DATE.
092200 9560-EXIT.
092300     EXIT.
092400*
092500******************************************************************
092600*    9570-BUILD-STEP-ROW                                         *
092700*    BUILDS THIS STEP'S LEDGER ROW FOR THE BUSINESS DATE FROM    *
092800*    THE RUN-CONTROL FIELDS AND THE FILE TABLE.                  *
092900******************************************************************
093000 9570-BUILD-STEP-ROW SECTION.
093100 9570-BUILD-STEP-ROW-PARA.
093200     INITIALIZE RCL-RECORD
093300     MOVE WS-RUN-DATE TO RCL-BUSINESS-DATE
093400     MOVE WS-RCL-STEP-NAME TO RCL-STEP-NAME
093500     MOVE WS-RCL-STEP-STATUS TO RCL-STEP-STATUS
093600     MOVE WS-RCL-RUN-COUNT TO RCL-RUN-COUNT
093700     MOVE WS-RCL-START-DATE TO RCL-START-DATE
093800     MOVE WS-RCL-START-TIME TO RCL-START-TIME
093900     MOVE WS-RCL-END-DATE TO RCL-END-DATE
094000     MOVE WS-RCL-END-TIME TO RCL-END-TIME
094100     MOVE WS-RCL-RETURN-CODE TO RCL-RETURN-CODE
094200     MOVE WS-RUN-DATE TO RCL-LAST-BUSINESS-DATE
094300     MOVE WS-RCF-COUNT TO RCL-FILE-COUNT
094400     PERFORM 9575-MOVE-FILE-ENTRY THRU 9575-EXIT
094500         VARYING WS-RCF-IDX FROM 1 BY 1
094600         UNTIL WS-RCF-IDX > WS-RCF-COUNT.
094700 9570-EXIT.
094800     EXIT.
094900*
095000 9575-MOVE-FILE-ENTRY SECTION.
095100 9575-MOVE-FILE-ENTRY-PARA.
095200     SET RCL-FILE-IDX TO WS-RCF-IDX
095300     MOVE WS-RCF-NAME(WS-RCF-IDX) TO RCL-FILE-NAME(RCL-FILE-IDX)
095400     MOVE WS-RCF-USE(WS-RCF-IDX) TO RCL-FILE-USE(RCL-FILE-IDX)
095500     MOVE WS-RCF-RECORDS(WS-RCF-IDX)
095600       TO RCL-FILE-RECORDS(RCL-FILE-IDX)
095700     MOVE WS-RCF-TOTAL(WS-RCF-IDX)
095800       TO RCL-FILE-TOTAL(RCL-FILE-IDX).
095900 9575-EXIT.
096000     EXIT.
096100*
096200******************************************************************
096300*    9580-PUT-STEP-ROW                                           *
096400*    ADDS THE ROW IN RCL-RECORD TO THE LEDGER, OR REPLACES IT IF *
096500*    ITS KEY IS ALREADY THERE.                                   *
096600******************************************************************
096700 9580-PUT-STEP-ROW SECTION.
096800 9580-PUT-STEP-ROW-PARA.
096900     WRITE RCL-RECORD
097000         INVALID KEY
097100             REWRITE RCL-RECORD
097200                 INVALID KEY
097300                     DISPLAY 'RUN-CONTROL LEDGER WILL NOT '
097400                         'UPDATE - STATUS ' WS-RCL-FILE-STATUS
097500                     MOVE 16 TO RETURN-CODE
097600                     STOP RUN
097700             END-REWRITE
097800     END-WRITE.
097900 9580-EXIT.
098000     EXIT.
098100*
098200******************************************************************
098300*    9590-REFUSE-START                                           *
098400*    ENDS A STEP THAT FAILED A RUN-CONTROL CHECK WITH RETURN-    *
098500*    CODE 16 BEFORE IT HAS TOUCHED A FILE.  THE LEDGER IS LEFT   *
098600*    AS IT WAS.                                                  *
098700******************************************************************
098800 9590-REFUSE-START SECTION.
098900 9590-REFUSE-START-PARA.
099000     DISPLAY 'ARBAL NOT STARTED - NOTHING PROCESSED'
099100     CLOSE RUN-CONTROL-FILE
099200     MOVE 16 TO RETURN-CODE
099300     STOP RUN.
099400 9590-EXIT.
099500     EXIT.
099600*
099700******************************************************************
099800*    9600-END-RUN-CONTROL                                        *
099900*    RECORDS THE END OF THE STEP ON THE LEDGER - END TIME,       *
100000*    RETURN CODE.  BELOW RETURN-CODE 16 THE STEP IS COMPLETE AND *
100100*    ITS ROW IS ALSO COPIED TO ITS ZERO-DATE ROW FOR THE NEXT    *
100200*    RUN'S GENERATION CHECK; AT 16 IT IS FAILED, WHICH HOLDS THE *
100300*    NEXT STEP UNTIL A RERUN COMPLETES.                          *
100400******************************************************************
100500 9600-END-RUN-CONTROL SECTION.
100600 9600-END-RUN-CONTROL-PARA.
100700     ACCEPT WS-RCL-END-DATE FROM DATE YYYYMMDD
100800     ACCEPT WS-RCL-END-TIME FROM TIME
100900     MOVE RETURN-CODE TO WS-RCL-RETURN-CODE
101000     IF RETURN-CODE < 16
101100         MOVE 'C' TO WS-RCL-STEP-STATUS
101200     ELSE
101300         MOVE 'F' TO WS-RCL-STEP-STATUS
101400     END-IF
101500     PERFORM 9520-OPEN-RUN-CONTROL THRU 9520-EXIT
101600     PERFORM 9570-BUILD-STEP-ROW THRU 9570-EXIT
101700     PERFORM 9580-PUT-STEP-ROW THRU 9580-EXIT
101800     IF WS-RCL-STEP-COMPLETE
101900         MOVE ZERO TO RCL-BUSINESS-DATE
102000         PERFORM 9580-PUT-STEP-ROW THRU 9580-EXIT
102100     END-IF
102200     CLOSE RUN-CONTROL-FILE
102300     PERFORM 9610-DISPLAY-FILE-ENTRY THRU 9610-EXIT
102400         VARYING WS-RCF-IDX FROM 1 BY 1
102500         UNTIL WS-RCF-IDX > WS-RCF-COUNT
102600     IF WS-RCL-STEP-COMPLETE
102700         DISPLAY 'RUN CONTROL: ARBAL COMPLETE FOR '
102800             'BUSINESS DATE ' WS-RUN-DATE ' RETURN CODE '
102900             WS-RCL-RETURN-CODE
103000     ELSE
103100         DISPLAY 'RUN CONTROL: ARBAL FAILED FOR '
103200             'BUSINESS DATE ' WS-RUN-DATE ' RETURN CODE '
103300             WS-RCL-RETURN-CODE
103400     END-IF.
103500 9600-EXIT.
103600     EXIT.
103700*
103800 9610-DISPLAY-FILE-ENTRY SECTION.
103900 9610-DISPLAY-FILE-ENTRY-PARA.
104000     MOVE WS-RCF-RECORDS(WS-RCF-IDX) TO WS-RCL-SHOW-RECORDS
104100     MOVE WS-RCF-TOTAL(WS-RCF-IDX) TO WS-RCL-SHOW-TOTAL
104200     IF WS-RCF-CONSUMED(WS-RCF-IDX)
104300         DISPLAY 'RUN CONTROL: CONSUMED ' WS-RCF-NAME(WS-RCF-IDX)
104400             WS-RCL-SHOW-RECORDS ' RECORDS, TOTAL '
104500             WS-RCL-SHOW-TOTAL
104600     ELSE
104700         DISPLAY 'RUN CONTROL: PRODUCED ' WS-RCF-NAME(WS-RCF-IDX)
104800             WS-RCL-SHOW-RECORDS ' RECORDS, TOTAL '
104900             WS-RCL-SHOW-TOTAL
105000     END-IF.
105100 9610-EXIT.
105200     EXIT.
105300*
105400******************************************************************
105500*    9700-MEASURE-INPUTS                                         *
105600*    COUNTS AND TOTALS EVERY FILE THIS STEP CONSUMES - AREXTFL,  *
105700*    GLJRNL, OPENITEM, OPENITM2, CASHRCPT, UNAPCASH, UNAPCSH2,   *
105800*    GLJRNLAR AND RFNDDTL.  AREXTFL AND GLJRNL MUST BE AS        *
105900*    INVOICE LEFT THEM; OPENITEM, OPENITM2, CASHRCPT, UNAPCASH,  *
106000*    UNAPCSH2, GLJRNLAR AND RFNDDTL MUST BE AS ARCASH LEFT THEM. *
106100******************************************************************
106200 9700-MEASURE-INPUTS SECTION.
106300 9700-MEASURE-INPUTS-PARA.
106400     MOVE 'INVOICE' TO WS-RCL-WORK-SOURCE
106500     MOVE SPACES TO WS-RCL-WORK-PARTNER
106600     PERFORM 9810-COUNT-AR-EXTRACT THRU 9810-EXIT
106700     PERFORM 9820-COUNT-GL-JOURNAL THRU 9820-EXIT
106800     MOVE 'ARCASH' TO WS-RCL-WORK-SOURCE
106900     PERFORM 9830-COUNT-OPEN-ITEMS THRU 9830-EXIT
107000     PERFORM 9840-COUNT-NEW-OPEN-ITEMS THRU 9840-EXIT
107100     PERFORM 9850-COUNT-CASH-RECEIPTS THRU 9850-EXIT
107200     PERFORM 9860-COUNT-UNAPPLIED-CASH THRU 9860-EXIT
107300     PERFORM 9870-COUNT-UNAPPLIED-CARRY THRU 9870-EXIT
107400     PERFORM 9880-COUNT-AR-GL-JOURNAL THRU 9880-EXIT
107500     PERFORM 9890-COUNT-REFUND-DETAIL THRU 9890-EXIT.
107600 9700-EXIT.
107700     EXIT.
107800*
107900******************************************************************
108000*    9790-ADD-FILE-ENTRY                                         *
108100*    ADDS THE FILE JUST COUNTED TO THE RUN-CONTROL FILE TABLE.   *
108200******************************************************************
108300 9790-ADD-FILE-ENTRY SECTION.
108400 9790-ADD-FILE-ENTRY-PARA.
108500     ADD 1 TO WS-RCF-COUNT
108600     SET WS-RCF-IDX TO WS-RCF-COUNT
108700     MOVE WS-RCL-WORK-NAME TO WS-RCF-NAME(WS-RCF-IDX)
108800     MOVE WS-RCL-WORK-USE TO WS-RCF-USE(WS-RCF-IDX)
108900     MOVE WS-RCL-WORK-SOURCE TO WS-RCF-SOURCE(WS-RCF-IDX)
109000     MOVE WS-RCL-WORK-PARTNER TO WS-RCF-PARTNER(WS-RCF-IDX)
109100     MOVE WS-RCL-WORK-RECORDS TO WS-RCF-RECORDS(WS-RCF-IDX)
109200     MOVE WS-RCL-WORK-TOTAL TO WS-RCF-TOTAL(WS-RCF-IDX)
109300     MOVE 'N' TO WS-RCF-STALE-SW(WS-RCF-IDX).
109400 9790-EXIT.
109500     EXIT.
109600*
109700******************************************************************
109800*    9810-COUNT-AR-EXTRACT                                       *
109900*    COUNTS THE AR EXTRACT (AREXTFL) FOR THE LEDGER, TOTALLING   *
110000*    THE FINAL TOTALS.  A FILE NOT ON HAND COUNTS AS EMPTY.      *
110100******************************************************************
110200 9810-COUNT-AR-EXTRACT SECTION.
110300 9810-COUNT-AR-EXTRACT-PARA.
110400     MOVE 'AREXTFL' TO WS-RCL-WORK-NAME
110500     MOVE ZERO TO WS-RCL-WORK-RECORDS
110600     MOVE ZERO TO WS-RCL-WORK-TOTAL
110700     MOVE 'N' TO WS-RCL-EOF-SW
110800     OPEN INPUT AR-EXTRACT-FILE
110900     IF WS-EXTR-FILE-STATUS = '00'
111000         PERFORM 9811-ADD-EXTRACT-RECORD THRU 9811-EXIT
111100             UNTIL WS-RCL-EOF
111200         CLOSE AR-EXTRACT-FILE
111300     END-IF
111400     PERFORM 9790-ADD-FILE-ENTRY THRU 9790-EXIT.
111500 9810-EXIT.
111600     EXIT.
111700*
111800 9811-ADD-EXTRACT-RECORD SECTION.
111900 9811-ADD-EXTRACT-RECORD-PARA.
112000     READ AR-EXTRACT-FILE
112100         AT END
112200             SET WS-RCL-EOF TO TRUE
112300     END-READ
112400     IF NOT WS-RCL-EOF
112500         ADD 1 TO WS-RCL-WORK-RECORDS
112600         ADD EXT-FINAL-TOTAL TO WS-RCL-WORK-TOTAL
112700     END-IF.
112800 9811-EXIT.
112900     EXIT.
113000*
113100******************************************************************
113200*    9820-COUNT-GL-JOURNAL                                       *
113300*    COUNTS THE INVOICE GL JOURNAL (GLJRNL) FOR THE LEDGER,      *
113400*    TOTALLING THE DEBIT AMOUNTS.  A FILE NOT ON HAND COUNTS AS  *
113500*    EMPTY.                                                      *
113600******************************************************************
113700 9820-COUNT-GL-JOURNAL SECTION.
113800 9820-COUNT-GL-JOURNAL-PARA.
113900     MOVE 'GLJRNL' TO WS-RCL-WORK-NAME
114000     MOVE ZERO TO WS-RCL-WORK-RECORDS
114100     MOVE ZERO TO WS-RCL-WORK-TOTAL
114200     MOVE 'N' TO WS-RCL-EOF-SW
114300     OPEN INPUT GL-JOURNAL-FILE
114400     IF WS-GLJ-FILE-STATUS = '00'
114500         PERFORM 9821-ADD-JOURNAL-LINE THRU 9821-EXIT
114600             UNTIL WS-RCL-EOF
114700         CLOSE GL-JOURNAL-FILE
114800     END-IF
114900     PERFORM 9790-ADD-FILE-ENTRY THRU 9790-EXIT.
115000 9820-EXIT.
115100     EXIT.
115200*
115300 9821-ADD-JOURNAL-LINE SECTION.
115400 9821-ADD-JOURNAL-LINE-PARA.
115500     READ GL-JOURNAL-FILE
115600         AT END
115700             SET WS-RCL-EOF TO TRUE
115800     END-READ
115900     IF NOT WS-RCL-EOF
116000         ADD 1 TO WS-RCL-WORK-RECORDS
116100         ADD GLJ-DEBIT-AMOUNT TO WS-RCL-WORK-TOTAL
116200     END-IF.
116300 9821-EXIT.
116400     EXIT.
116500*
116600******************************************************************
116700*    9830-COUNT-OPEN-ITEMS                                       *
116800*    COUNTS THE OPEN ITEMS (OPENITEM) FOR THE LEDGER, TOTALLING  *
116900*    THE OPEN BALANCES.  A FILE NOT ON HAND COUNTS AS EMPTY.     *
117000******************************************************************
117100 9830-COUNT-OPEN-ITEMS SECTION.
117200 9830-COUNT-OPEN-ITEMS-PARA.
117300     MOVE 'OPENITEM' TO WS-RCL-WORK-NAME
117400     MOVE ZERO TO WS-RCL-WORK-RECORDS
117500     MOVE ZERO TO WS-RCL-WORK-TOTAL
117600     MOVE 'N' TO WS-RCL-EOF-SW
117700     OPEN INPUT OPEN-ITEM-FILE
117800     IF WS-OPEN-FILE-STATUS = '00'
117900         PERFORM 9831-ADD-OPEN-ITEM THRU 9831-EXIT
118000             UNTIL WS-RCL-EOF
118100         CLOSE OPEN-ITEM-FILE
118200     END-IF
118300     PERFORM 9790-ADD-FILE-ENTRY THRU 9790-EXIT.
118400 9830-EXIT.
118500     EXIT.
118600*
118700 9831-ADD-OPEN-ITEM SECTION.
118800 9831-ADD-OPEN-ITEM-PARA.
118900     READ OPEN-ITEM-FILE
119000         AT END
119100             SET WS-RCL-EOF TO TRUE
119200     END-READ
119300     IF NOT WS-RCL-EOF
119400         ADD 1 TO WS-RCL-WORK-RECORDS
119500         ADD OPN-OPEN-BALANCE TO WS-RCL-WORK-TOTAL
119600     END-IF.
119700 9831-EXIT.
119800     EXIT.
119900*
120000******************************************************************
120100*    9840-COUNT-NEW-OPEN-ITEMS                                   *
120200*    COUNTS THE ROLLED-FORWARD OPEN ITEMS (OPENITM2) FOR THE     *
120300*    LEDGER, TOTALLING THE OPEN BALANCES.  A FILE NOT ON HAND    *
120400*    COUNTS AS EMPTY.                                            *
120500******************************************************************
120600 9840-COUNT-NEW-OPEN-ITEMS SECTION.
120700 9840-COUNT-NEW-OPEN-ITEMS-PARA.
120800     MOVE 'OPENITM2' TO WS-RCL-WORK-NAME
120900     MOVE ZERO TO WS-RCL-WORK-RECORDS
121000     MOVE ZERO TO WS-RCL-WORK-TOTAL
121100     MOVE 'N' TO WS-RCL-EOF-SW
121200     OPEN INPUT NEW-OPEN-ITEM-FILE
121300     IF WS-NEWO-FILE-STATUS = '00'
121400         PERFORM 9841-ADD-NEW-OPEN-ITEM THRU 9841-EXIT
121500             UNTIL WS-RCL-EOF
121600         CLOSE NEW-OPEN-ITEM-FILE
121700     END-IF
121800     PERFORM 9790-ADD-FILE-ENTRY THRU 9790-EXIT.
121900 9840-EXIT.
122000     EXIT.
122100*
122200 9841-ADD-NEW-OPEN-ITEM SECTION.
122300 9841-ADD-NEW-OPEN-ITEM-PARA.
122400     READ NEW-OPEN-ITEM-FILE
122500         AT END
122600             SET WS-RCL-EOF TO TRUE
122700     END-READ
122800     IF NOT WS-RCL-EOF
122900         ADD 1 TO WS-RCL-WORK-RECORDS
123000         ADD NOP-OPEN-BALANCE TO WS-RCL-WORK-TOTAL
123100     END-IF.
123200 9841-EXIT.
123300     EXIT.
123400*
123500******************************************************************
123600*    9850-COUNT-CASH-RECEIPTS                                    *
123700*    COUNTS THE CASH RECEIPTS (CASHRCPT) FOR THE LEDGER,         *
123800*    TOTALLING THE RECEIPT AMOUNTS.  A FILE NOT ON HAND COUNTS   *
123900*    AS EMPTY.                                                   *
124000******************************************************************
124100 9850-COUNT-CASH-RECEIPTS SECTION.
124200 9850-COUNT-CASH-RECEIPTS-PARA.
124300     MOVE 'CASHRCPT' TO WS-RCL-WORK-NAME
124400     MOVE ZERO TO WS-RCL-WORK-RECORDS
124500     MOVE ZERO TO WS-RCL-WORK-TOTAL
124600     MOVE 'N' TO WS-RCL-EOF-SW
124700     OPEN INPUT CASH-RECEIPTS-FILE
124800     IF WS-RCPT-FILE-STATUS = '00'
124900         PERFORM 9851-ADD-RECEIPT THRU 9851-EXIT
125000             UNTIL WS-RCL-EOF
125100         CLOSE CASH-RECEIPTS-FILE
125200     END-IF
125300     PERFORM 9790-ADD-FILE-ENTRY THRU 9790-EXIT.
125400 9850-EXIT.
125500     EXIT.
125600*
125700 9851-ADD-RECEIPT SECTION.
125800 9851-ADD-RECEIPT-PARA.
125900     READ CASH-RECEIPTS-FILE
126000         AT END
126100             SET WS-RCL-EOF TO TRUE
126200     END-READ
126300     IF NOT WS-RCL-EOF
126400         ADD 1 TO WS-RCL-WORK-RECORDS
126500         ADD RCP-AMOUNT TO WS-RCL-WORK-TOTAL
126600     END-IF.
126700 9851-EXIT.
126800     EXIT.
126900*
127000******************************************************************
127100*    9860-COUNT-UNAPPLIED-CASH                                   *
127200*    COUNTS THE UNAPPLIED CASH (UNAPCASH) FOR THE LEDGER,        *
127300*    TOTALLING THE UNAPPLIED AMOUNTS.  A FILE NOT ON HAND COUNTS *
127400*    AS EMPTY.                                                   *
127500******************************************************************
127600 9860-COUNT-UNAPPLIED-CASH SECTION.
127700 9860-COUNT-UNAPPLIED-CASH-PARA.
127800     MOVE 'UNAPCASH' TO WS-RCL-WORK-NAME
127900     MOVE ZERO TO WS-RCL-WORK-RECORDS
128000     MOVE ZERO TO WS-RCL-WORK-TOTAL
128100     MOVE 'N' TO WS-RCL-EOF-SW
128200     OPEN INPUT UNAPPLIED-CASH-FILE
128300     IF WS-UNAP-FILE-STATUS = '00'
128400         PERFORM 9861-ADD-UNAPPLIED-ITEM THRU 9861-EXIT
128500             UNTIL WS-RCL-EOF
128600         CLOSE UNAPPLIED-CASH-FILE
128700     END-IF
128800     PERFORM 9790-ADD-FILE-ENTRY THRU 9790-EXIT.
128900 9860-EXIT.
129000     EXIT.
129100*
129200 9861-ADD-UNAPPLIED-ITEM SECTION.
129300 9861-ADD-UNAPPLIED-ITEM-PARA.
129400     READ UNAPPLIED-CASH-FILE
129500         AT END
129600             SET WS-RCL-EOF TO TRUE
129700     END-READ
129800     IF NOT WS-RCL-EOF
129900         ADD 1 TO WS-RCL-WORK-RECORDS
130000         ADD UNA-AMOUNT TO WS-RCL-WORK-TOTAL
130100     END-IF.
130200 9861-EXIT.
130300     EXIT.
130400*
130500******************************************************************
130600*    9870-COUNT-UNAPPLIED-CARRY                                  *
130700*    COUNTS THE CARRIED UNAPPLIED CASH (UNAPCSH2) FOR THE        *
130800*    LEDGER, TOTALLING THE UNAPPLIED AMOUNTS.  A FILE NOT ON     *
130900*    HAND COUNTS AS EMPTY.                                       *
131000******************************************************************
131100 9870-COUNT-UNAPPLIED-CARRY SECTION.
131200 9870-COUNT-UNAPPLIED-CARRY-PARA.
131300     MOVE 'UNAPCSH2' TO WS-RCL-WORK-NAME
131400     MOVE ZERO TO WS-RCL-WORK-RECORDS
131500     MOVE ZERO TO WS-RCL-WORK-TOTAL
131600     MOVE 'N' TO WS-RCL-EOF-SW
131700     OPEN INPUT UNAPPLIED-CARRY-FILE
131800     IF WS-UNA2-FILE-STATUS = '00'
131900         PERFORM 9871-ADD-CARRY-ITEM THRU 9871-EXIT
132000             UNTIL WS-RCL-EOF
132100         CLOSE UNAPPLIED-CARRY-FILE
132200     END-IF
132300     PERFORM 9790-ADD-FILE-ENTRY THRU 9790-EXIT.
132400 9870-EXIT.
132500     EXIT.
132600*
132700 9871-ADD-CARRY-ITEM SECTION.
132800 9871-ADD-CARRY-ITEM-PARA.
132900     READ UNAPPLIED-CARRY-FILE
133000         AT END
133100             SET WS-RCL-EOF TO TRUE
133200     END-READ
133300     IF NOT WS-RCL-EOF
133400         ADD 1 TO WS-RCL-WORK-RECORDS
133500         ADD UN2-AMOUNT TO WS-RCL-WORK-TOTAL
133600     END-IF.
133700 9871-EXIT.
133800     EXIT.
133900*
134000******************************************************************
134100*    9880-COUNT-AR-GL-JOURNAL                                    *
134200*    COUNTS THE CASH GL JOURNAL (GLJRNLAR) FOR THE LEDGER,       *
134300*    TOTALLING THE DEBIT AMOUNTS.  A FILE NOT ON HAND COUNTS AS  *
134400*    EMPTY.                                                      *
134500******************************************************************
134600 9880-COUNT-AR-GL-JOURNAL SECTION.
134700 9880-COUNT-AR-GL-JOURNAL-PARA.
134800     MOVE 'GLJRNLAR' TO WS-RCL-WORK-NAME
134900     MOVE ZERO TO WS-RCL-WORK-RECORDS
135000     MOVE ZERO TO WS-RCL-WORK-TOTAL
135100     MOVE 'N' TO WS-RCL-EOF-SW
135200     OPEN INPUT AR-GL-JOURNAL-FILE
135300     IF WS-ARGL-FILE-STATUS = '00'
135400         PERFORM 9881-ADD-AR-JOURNAL-LINE THRU 9881-EXIT
135500             UNTIL WS-RCL-EOF
135600         CLOSE AR-GL-JOURNAL-FILE
135700     END-IF
135800     PERFORM 9790-ADD-FILE-ENTRY THRU 9790-EXIT.
135900 9880-EXIT.
136000     EXIT.
136100*
136200 9881-ADD-AR-JOURNAL-LINE SECTION.
136300 9881-ADD-AR-JOURNAL-LINE-PARA.
136400     READ AR-GL-JOURNAL-FILE
136500         AT END
136600             SET WS-RCL-EOF TO TRUE
136700     END-READ
136800     IF NOT WS-RCL-EOF
136900         ADD 1 TO WS-RCL-WORK-RECORDS
137000         ADD ARG-DEBIT-AMOUNT TO WS-RCL-WORK-TOTAL
137100     END-IF.
137200 9881-EXIT.
137300     EXIT.
137400*
137500******************************************************************
137600*    9890-COUNT-REFUND-DETAIL                                    *
137700*    COUNTS THE REFUND DETAIL (RFNDDTL) FOR THE LEDGER,          *
137800*    TOTALLING THE REFUND AMOUNTS.  A FILE NOT ON HAND COUNTS AS *
137900*    EMPTY.                                                      *
138000******************************************************************
138100 9890-COUNT-REFUND-DETAIL SECTION.
138200 9890-COUNT-REFUND-DETAIL-PARA.
138300     MOVE 'RFNDDTL' TO WS-RCL-WORK-NAME
138400     MOVE ZERO TO WS-RCL-WORK-RECORDS
138500     MOVE ZERO TO WS-RCL-WORK-TOTAL
138600     MOVE 'N' TO WS-RCL-EOF-SW
138700     OPEN INPUT REFUND-DETAIL-FILE
138800     IF WS-RFND-FILE-STATUS = '00'
138900         PERFORM 9891-ADD-REFUND-RECORD THRU 9891-EXIT
139000             UNTIL WS-RCL-EOF
139100         CLOSE REFUND-DETAIL-FILE
139200     END-IF
139300     PERFORM 9790-ADD-FILE-ENTRY THRU 9790-EXIT.
139400 9890-EXIT.
139500     EXIT.
139600*
139700 9891-ADD-REFUND-RECORD SECTION.
139800 9891-ADD-REFUND-RECORD-PARA.
139900     READ REFUND-DETAIL-FILE
140000         AT END
140100             SET WS-RCL-EOF TO TRUE
140200     END-READ
140300     IF NOT WS-RCL-EOF
140400         ADD 1 TO WS-RCL-WORK-RECORDS
140500         ADD RFD-AMOUNT TO WS-RCL-WORK-TOTAL
140600     END-IF.
140700 9891-EXIT.
140800     EXIT.
140900*
141000 END PROGRAM ARBAL.
