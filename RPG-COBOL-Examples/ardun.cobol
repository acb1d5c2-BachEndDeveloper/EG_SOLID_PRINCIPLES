002100*                    FILE DOES.  A CUSTOMER'S CREDIT-MEMO        *
002200*                    BALANCES SUPPRESS NOTICES AS FAR AS THEY    *
002300*                    COVER THE PAST-DUE AMOUNTS.                 *
002310*    2026-10-15  RH  PAYMENT TERMS.  AN ITEM NOW AGES FROM THE   *
002320*                    DUE DATE ITS TERMS GAVE IT, NOT ITS POSTING *
002330*                    DATE - LEVEL 1 ONCE PAST DUE, LEVEL 2 PAST  *
002340*                    30 DAYS OVERDUE, FINAL DEMAND PAST 60 - AND *
002350*                    THE NOTICE SHOWS DAYS PAST DUE.  SAME       *
002360*                    LEVELS AS BEFORE FOR A NET30 CUSTOMER; A    *
002370*                    NET60 CUSTOMER IS NO LONGER DUNNED EARLY.   *
002380*                    AN ITEM OPENED BEFORE TERMS IS DUE 30 DAYS  *
002390*                    AFTER POSTING.                              *
002391*    2026-10-15  RH  DISPUTES.  AN ITEM WITH AN OPEN DISPUTE ON  *
002392*                    DISPFILE IS DUNNED ONLY FOR THE PART NOT IN *
002393*                    DISPUTE - THE NOTICE SHOWS THAT PART - AND  *
002394*                    AN ITEM DISPUTED IN FULL IS NOT DUNNED AT   *
002395*                    ALL.  THE CREDIT POOLS ARE CHECKED AGAINST  *
002396*                    THE SAME UNDISPUTED AMOUNT.                 *
002397*    2026-10-15  RH  RUN-CONTROL LEDGER.  THE RUN DATE NOW COMES *
002398*                    FROM THE BIZDATE BUSINESS-DATE CARD, NOT    *
002399*                    THE CLOCK.  THE RUN REFUSES TO START UNLESS *
002400*                    ARCASH HAS COMPLETED FOR THE BUSINESS DATE, *
002401*                    ITS OPENITM2 IS THE ONE ARCASH LEFT ON THE  *
002402*                    LEDGER, AND ITS DUNHIST IS NOT THE          *
002403*                    GENERATION IT CONSUMED LAST RUN - THE       *
002404*                    DUNHST2 SWAP MISSED.  START, END, RETURN    *
002405*                    CODE AND THE COUNT AND TOTAL OF EVERY FILE  *
002406*                    CONSUMED AND PRODUCED GO ON THE RUNCTL      *
002407*                    LEDGER.                                     *
002408******************************************************************
002500 ENVIRONMENT DIVISION.
002600 CONFIGURATION SECTION.
002700 SOURCE-COMPUTER.   IBM-370.
003800         ORGANIZATION IS LINE SEQUENTIAL.
003900     SELECT DUNNING-NOTICE-FILE ASSIGN TO "DUNRPT"
004000         ORGANIZATION IS LINE SEQUENTIAL.
004010     SELECT DISPUTE-FILE ASSIGN TO "DISPFILE"
004020         ORGANIZATION IS INDEXED
004030         ACCESS MODE IS RANDOM
004040         RECORD KEY IS DSP-INVOICE-NUMBER
004050         FILE STATUS IS WS-DISP-FILE-STATUS.
004051     SELECT BUSINESS-DATE-FILE ASSIGN TO "BIZDATE"
004052         ORGANIZATION IS LINE SEQUENTIAL
004053         FILE STATUS IS WS-BDC-FILE-STATUS.
004054     SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
004055         ORGANIZATION IS INDEXED
004056         ACCESS MODE IS RANDOM
004057         RECORD KEY IS RCL-KEY
004058         FILE STATUS IS WS-RCL-FILE-STATUS.
004100*
004200 DATA DIVISION.
004300 FILE SECTION.
005700     LABEL RECORDS ARE STANDARD.
005800 01  DNR-LINE                    PIC X(110).
005900*
005910 FD  DISPUTE-FILE
005920     LABEL RECORDS ARE STANDARD.
005930 COPY "disprec.cpy".
005940*
005941 FD  BUSINESS-DATE-FILE
005942     LABEL RECORDS ARE STANDARD.
005943 COPY "bizdate.cpy".
005944*
005945 FD  RUN-CONTROL-FILE
005946     LABEL RECORDS ARE STANDARD.
005947 COPY "runctl.cpy".
005948*
006000 WORKING-STORAGE SECTION.
006100 01  WS-ITEM-FILE-STATUS        PIC X(02) VALUE SPACES.
006200 01  WS-DUNH-FILE-STATUS        PIC X(02) VALUE SPACES.
006210 01  WS-DISP-FILE-STATUS        PIC X(02) VALUE SPACES.
006300*
006400 01  WS-SWITCHES.
006500     05  WS-EOF-ITEM-SW         PIC X(01) VALUE 'N'.
007200         88  WS-CRED-FOUND              VALUE 'Y'.
007210     05  WS-ITEM-OPEN-SW        PIC X(01) VALUE 'N'.
007220         88  WS-ITEM-OPEN               VALUE 'Y'.
007230     05  WS-DISP-OPEN-SW        PIC X(01) VALUE 'N'.
007240         88  WS-DISP-OPEN               VALUE 'Y'.
007300*
007400 01  WS-DATE-TIME-FIELDS.
007500     05  WS-RUN-DATE            PIC 9(08).
008200 77  WS-NOTICES-SUPPRESSED      PIC 9(07) VALUE ZERO.
008300 77  WS-ITEMS-ALREADY-DUNNED    PIC 9(07) VALUE ZERO.
008310 77  WS-HISTORY-PURGED          PIC 9(07) VALUE ZERO.
008320 77  WS-ITEMS-DISPUTED          PIC 9(07) VALUE ZERO.
008400*
008500 01  WS-LOOKUP-INVOICE          PIC 9(07) VALUE ZERO.
008600 01  WS-LOOKUP-CUSTOMER         PIC 9(06) VALUE ZERO.
008700 01  WS-NOTICE-LEVEL            PIC 9(01) VALUE ZERO.
008710*
008720*    THE PART OF THE ITEM'S OPEN BALANCE NOT UNDER AN OPEN
008730*    DISPUTE - WHAT THIS RUN DUNS FOR.
008740 01  WS-DUNNABLE-AMOUNT         PIC S9(09)V99 VALUE ZERO.
008800*
008900*    PRIOR DUNNING HISTORY - HIGHEST NOTICE LEVEL EVER SENT PER
009000*    INVOICE, UPDATED AS NOTICES GO OUT THIS RUN AND REWRITTEN
013100     05  WS-DNR-DET-AMOUNT      PIC ZZZ,ZZZ,ZZ9.99-.
013200     05  FILLER                 PIC X(02) VALUE SPACES.
013300*
013301*    RUN-CONTROL LEDGER - THIS STEP'S NAME AND THE STEP AHEAD
013302*    OF IT IN THE CHAIN, ITS ROW ON THE LEDGER, AND THE COUNT
013303*    AND TOTAL OF EVERY FILE IT CONSUMED AND PRODUCED.  AN
013304*    INPUT'S SOURCE IS THE STEP WHOSE LEDGER ROW FOR THE
013305*    BUSINESS DATE IT MUST MATCH; AN INPUT WITH NO SOURCE IS
013306*    CHECKED AGAINST THIS STEP'S OWN LAST COMPLETED RUN, WHERE
013307*    ITS PARTNER IS THE CARRY FILE THAT RUN PRODUCED FOR IT.
013308 01  WS-BDC-FILE-STATUS         PIC X(02) VALUE SPACES.
013309 01  WS-RCL-FILE-STATUS         PIC X(02) VALUE SPACES.
013310 01  WS-RUN-CONTROL-FIELDS.
013311     05  WS-RCL-STEP-NAME       PIC X(08) VALUE 'ARDUN'.
013312     05  WS-RCL-PREDECESSOR     PIC X(08) VALUE 'ARCASH'.
013313     05  WS-RCL-STEP-STATUS     PIC X(01) VALUE SPACE.
013314         88  WS-RCL-STEP-COMPLETE       VALUE 'C'.
013315     05  WS-RCL-RUN-COUNT       PIC 9(03) VALUE ZERO.
013316     05  WS-RCL-START-DATE      PIC 9(08) VALUE ZERO.
013317     05  WS-RCL-START-TIME      PIC 9(08) VALUE ZERO.
013318     05  WS-RCL-END-DATE        PIC 9(08) VALUE ZERO.
013319     05  WS-RCL-END-TIME        PIC 9(08) VALUE ZERO.
013320     05  WS-RCL-RETURN-CODE     PIC 9(04) VALUE ZERO.
013321     05  WS-RCL-LAST-DATE       PIC 9(08) VALUE ZERO.
013322     05  WS-RCL-DAY-INTEGER     PIC 9(08) VALUE ZERO.
013323     05  WS-RCL-CHECK-DATE      PIC 9(08) VALUE ZERO.
013324     05  WS-RCL-WORK-NAME       PIC X(08) VALUE SPACES.
013325     05  WS-RCL-WORK-USE        PIC X(01) VALUE SPACE.
013326     05  WS-RCL-WORK-SOURCE     PIC X(08) VALUE SPACES.
013327     05  WS-RCL-WORK-PARTNER    PIC X(08) VALUE SPACES.
013328     05  WS-RCL-WORK-RECORDS    PIC 9(09) VALUE ZERO.
013329     05  WS-RCL-WORK-TOTAL      PIC S9(13)V99 VALUE ZERO.
013330     05  WS-RCL-EOF-SW          PIC X(01) VALUE 'N'.
013331         88  WS-RCL-EOF                 VALUE 'Y'.
013332     05  WS-RCL-FOUND-SW        PIC X(01) VALUE 'N'.
013333         88  WS-RCL-FOUND               VALUE 'Y'.
013334     05  WS-RCL-MATCH-SW        PIC X(01) VALUE 'N'.
013335         88  WS-RCL-MATCH               VALUE 'Y'.
013336 01  WS-RCL-MESSAGE             PIC X(100) VALUE SPACES.
013337 01  WS-RCL-SHOW-FIELDS.
013338     05  WS-RCL-SHOW-RECORDS    PIC ZZZ,ZZZ,ZZ9.
013339     05  WS-RCL-SHOW-TOTAL      PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
013340 01  WS-RCL-FILE-TABLE.
013341     05  WS-RCF-COUNT           PIC 9(02) VALUE ZERO.
013342     05  WS-RCF-ENTRY OCCURS 10 TIMES
013343                      INDEXED BY WS-RCF-IDX.
013344         10  WS-RCF-NAME              PIC X(08).
013345         10  WS-RCF-USE               PIC X(01).
013346             88  WS-RCF-CONSUMED      VALUE 'I'.
013347         10  WS-RCF-SOURCE            PIC X(08).
013348         10  WS-RCF-PARTNER           PIC X(08).
013349         10  WS-RCF-RECORDS           PIC 9(09).
013350         10  WS-RCF-TOTAL             PIC S9(13)V99.
013351         10  WS-RCF-STALE-SW          PIC X(01).
013352             88  WS-RCF-STALE         VALUE 'Y'.
013353*
013400 PROCEDURE DIVISION.
013500*
013600******************************************************************
015400*    THE NOTICE REPORT, AND PRIMES THE MAIN OPEN-ITEM PASS.  NO  *
015500*    OPEN-ITEM FILE MEANS NOTHING PAST DUE - THE HISTORY STILL   *
015600*    ROLLS FORWARD UNTOUCHED.                                    *
015610*    NO DISPUTE FILE MEANS NOTHING IN DISPUTE.                   *
015700******************************************************************
015800 1000-INITIALIZE SECTION.
015900 1000-INITIALIZE-PARA.
016000     PERFORM 9510-READ-BUSINESS-DATE THRU 9510-EXIT
016100     ACCEPT WS-RUN-TIME FROM TIME
016110     PERFORM 9500-START-RUN-CONTROL THRU 9500-EXIT
016200     COMPUTE WS-RUN-DAY-INTEGER =
016300         FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
016400     PERFORM 1100-LOAD-DUNNING-HISTORY THRU 1100-EXIT
016500     PERFORM 1200-BUILD-CREDIT-POOLS THRU 1200-EXIT
016510     OPEN INPUT DISPUTE-FILE
016520     IF WS-DISP-FILE-STATUS = '00'
016530         SET WS-DISP-OPEN TO TRUE
016540     ELSE
016550         DISPLAY 'NO DISPUTE FILE ON HAND - NOTHING IN DISPUTE'
016560     END-IF
016600     OPEN OUTPUT DUNNING-NOTICE-FILE
016700     MOVE WS-RUN-DATE TO WS-DNR-TITLE-DATE
016800     MOVE WS-DNR-TITLE-LINE TO DNR-LINE
030900*
031000******************************************************************
031100*    2000-DUN-ONE-ITEM                                           *
031200*    AGES ONE OPEN ITEM BY DAYS PAST ITS DUE DATE AND SENDS THE  *
031210*    NOTICE LEVEL ITS BUCKET CALLS FOR - UNLESS THAT LEVEL (OR   *
031300*    A HIGHER ONE) WAS ALREADY SENT, OR THE CUSTOMER'S CREDIT    *
031400*    POOL COVERS THE PAST-DUE BALANCE - THEN READS THE NEXT      *
031500*    ITEM.                                                       *
031510*    ONLY THE PART OF THE BALANCE NOT UNDER AN OPEN DISPUTE      *
031520*    IS DUNNED; AN ITEM DISPUTED IN FULL IS PASSED OVER.         *
031600******************************************************************
031700 2000-DUN-ONE-ITEM SECTION.
031800 2000-DUN-ONE-ITEM-PARA.
031900     IF NOP-OPEN-BALANCE NOT > ZERO
032000         GO TO 2000-READ-NEXT
032100     END-IF
032101     PERFORM 2400-FIND-DUNNABLE-AMOUNT THRU 2400-EXIT
032102     IF WS-DUNNABLE-AMOUNT NOT > ZERO
032103         ADD 1 TO WS-ITEMS-DISPUTED
032104         GO TO 2000-READ-NEXT
032105     END-IF
032110     IF NOP-DUE-DATE NOT NUMERIC
032120      OR NOP-DUE-DATE = ZERO
032200         COMPUTE WS-ITEM-DAY-INTEGER =
032300             FUNCTION INTEGER-OF-DATE(NOP-POSTING-DATE) + 30
032310     ELSE
032320         COMPUTE WS-ITEM-DAY-INTEGER =
032330             FUNCTION INTEGER-OF-DATE(NOP-DUE-DATE)
032340     END-IF
032400     COMPUTE WS-ITEM-AGE-DAYS =
032500         WS-RUN-DAY-INTEGER - WS-ITEM-DAY-INTEGER
032600     IF WS-ITEM-AGE-DAYS > 60
032700         MOVE 3 TO WS-NOTICE-LEVEL
032800     ELSE
032900         IF WS-ITEM-AGE-DAYS > 30
033000             MOVE 2 TO WS-NOTICE-LEVEL
033100         ELSE
033200             IF WS-ITEM-AGE-DAYS > ZERO
033300                 MOVE 1 TO WS-NOTICE-LEVEL
033400             ELSE
033500                 GO TO 2000-READ-NEXT
034600     MOVE NOP-CUSTOMER-NUMBER TO WS-LOOKUP-CUSTOMER
034700     PERFORM 1230-FIND-CREDIT-ENTRY THRU 1230-EXIT
034800     IF WS-CRED-FOUND
034900      AND WS-CRED-AVAILABLE(WS-CRED-IDX) NOT < WS-DUNNABLE-AMOUNT
035000         SUBTRACT WS-DUNNABLE-AMOUNT
035100             FROM WS-CRED-AVAILABLE(WS-CRED-IDX)
035200         ADD 1 TO WS-NOTICES-SUPPRESSED
035300         GO TO 2000-READ-NEXT
038600     MOVE NOP-CUSTOMER-NAME TO WS-DNR-DET-NAME
038700     MOVE NOP-INVOICE-NUMBER TO WS-DNR-DET-INVOICE
038800     MOVE WS-ITEM-AGE-DAYS TO WS-DNR-DET-DAYS
038900     MOVE WS-DUNNABLE-AMOUNT TO WS-DNR-DET-AMOUNT
039000     MOVE WS-DNR-DETAIL-LINE TO DNR-LINE
039100     WRITE DNR-LINE
039200     ADD 1 TO WS-NOTICES-SENT.
042500 2300-EXIT.
042600     EXIT.
042700*
042701******************************************************************
042702*    2400-FIND-DUNNABLE-AMOUNT                                   *
042703*    SETS WS-DUNNABLE-AMOUNT TO THE ITEM'S OPEN BALANCE LESS THE *
042704*    AMOUNT UNDER AN OPEN DISPUTE ON DISPFILE.  A CLOSED         *
042705*    DISPUTE, OR NONE, LEAVES THE WHOLE BALANCE DUNNABLE.        *
042706******************************************************************
042707 2400-FIND-DUNNABLE-AMOUNT SECTION.
042708 2400-FIND-DUNNABLE-AMOUNT-PARA.
042709     MOVE NOP-OPEN-BALANCE TO WS-DUNNABLE-AMOUNT
042710     IF NOT WS-DISP-OPEN
042711         GO TO 2400-EXIT
042712     END-IF
042713     MOVE NOP-INVOICE-NUMBER TO DSP-INVOICE-NUMBER
042714     READ DISPUTE-FILE
042715         INVALID KEY
042716             GO TO 2400-EXIT
042717     END-READ
042718     IF DSP-OPEN
042719         SUBTRACT DSP-DISPUTED-AMOUNT FROM WS-DUNNABLE-AMOUNT
042720     END-IF.
042721 2400-EXIT.
042722     EXIT.
042723*
042800******************************************************************
042900*    8000-WRITE-CARRY-HISTORY                                    *
043000*    REWRITES THE DUNNING HISTORY TO THE CARRY FILE OPS SWAPS    *
046800     DISPLAY 'NOTICES SUPPRESSED:  ' WS-NOTICES-SUPPRESSED
046900     DISPLAY 'ALREADY AT LEVEL:    ' WS-ITEMS-ALREADY-DUNNED
046910     DISPLAY 'HISTORY PURGED:      ' WS-HISTORY-PURGED
046920     DISPLAY 'ITEMS IN DISPUTE:    ' WS-ITEMS-DISPUTED
046930     IF WS-DISP-OPEN
046940         CLOSE DISPUTE-FILE
046950     END-IF
047000     IF WS-ITEM-FILE-STATUS = '00'
047100      OR WS-ITEM-FILE-STATUS = '10'
047200         CLOSE NEW-OPEN-ITEM-FILE
047300     END-IF
047400     CLOSE DUNNING-NOTICE-FILE
047410     PERFORM 9600-END-RUN-CONTROL THRU 9600-EXIT.
047500 9000-EXIT.
047600     EXIT.
047700*
047800******************************************************************
047900*    9500-START-RUN-CONTROL                                      *
048000*    CHECKS THE RUN-CONTROL LEDGER BEFORE ANYTHING IS PROCESSED. *
048100*    THE STEP REFUSES TO START IF ARCASH HAS NOT COMPLETED FOR   *
048200*    THE BUSINESS DATE, IF IT HAS ALREADY COMPLETED FOR THE      *
048300*    BUSINESS DATE, IF AN INPUT IS NOT THE GENERATION ITS SOURCE *
048400*    STEP LEFT ON THE LEDGER FOR THE DATE, OR IF AN INPUT IS THE *
048500*    GENERATION THIS STEP ALREADY CONSUMED ON ITS LAST RUN.      *
048600*    OTHERWISE THE START AND THE COUNT AND TOTAL OF EVERY INPUT  *
048700*    GO ON THE LEDGER AS THIS STEP'S ROW FOR THE DATE.           *
048800******************************************************************
048900 9500-START-RUN-CONTROL SECTION.
049000 9500-START-RUN-CONTROL-PARA.
049100     ACCEPT WS-RCL-START-DATE FROM DATE YYYYMMDD
049200     ACCEPT WS-RCL-START-TIME FROM TIME
049300     PERFORM 9520-OPEN-RUN-CONTROL THRU 9520-EXIT
049400     PERFORM 9530-CHECK-PREDECESSOR THRU 9530-EXIT
049500     MOVE ZERO TO WS-RCF-COUNT
049600     MOVE 'I' TO WS-RCL-WORK-USE
049700     PERFORM 9700-MEASURE-INPUTS THRU 9700-EXIT
049800     PERFORM 9540-CHECK-HANDOFF THRU 9540-EXIT
049900     PERFORM 9550-CHECK-LAST-GENERATION THRU 9550-EXIT
050000     PERFORM 9560-RECORD-STEP-START THRU 9560-EXIT
050100     CLOSE RUN-CONTROL-FILE.
050200 9500-EXIT.
050300     EXIT.
050400*
050500******************************************************************
050600*    9510-READ-BUSINESS-DATE                                     *
050700*    TAKES THE RUN DATE FROM THE BIZDATE BUSINESS-DATE CARD, NOT *
050800*    THE CLOCK.  A MISSING CARD, OR ONE THAT IS NOT A REAL       *
050900*    CALENDAR DATE, STOPS THE STEP WITH RETURN-CODE 16.          *
051000******************************************************************
051100 9510-READ-BUSINESS-DATE SECTION.
051200 9510-READ-BUSINESS-DATE-PARA.
051300     OPEN INPUT BUSINESS-DATE-FILE
051400     IF WS-BDC-FILE-STATUS NOT = '00'
051500         DISPLAY 'ARDUN CANNOT START - NO BUSINESS DATE CARD'
051600         MOVE 16 TO RETURN-CODE
051700         STOP RUN
051800     END-IF
051900     READ BUSINESS-DATE-FILE
052000         AT END
052100             MOVE ZERO TO BDC-BUSINESS-DATE
052200     END-READ
052300     CLOSE BUSINESS-DATE-FILE
052400     IF BDC-BUSINESS-DATE NUMERIC
052500      AND BDC-YEAR NOT < 1900
052600      AND BDC-MONTH > ZERO AND BDC-MONTH < 13
052700      AND BDC-DAY > ZERO AND BDC-DAY < 32
052800         COMPUTE WS-RCL-DAY-INTEGER =
052900             FUNCTION INTEGER-OF-DATE(BDC-BUSINESS-DATE)
053000         COMPUTE WS-RCL-CHECK-DATE =
053100             FUNCTION DATE-OF-INTEGER(WS-RCL-DAY-INTEGER)
053200         IF WS-RCL-CHECK-DATE = BDC-BUSINESS-DATE
053300             MOVE BDC-BUSINESS-DATE TO WS-RUN-DATE
053400             GO TO 9510-EXIT
053500         END-IF
053600     END-IF
053700     DISPLAY 'ARDUN CANNOT START - INVALID BUSINESS '
053800         'DATE CARD: ' BDC-RECORD
053900     MOVE 16 TO RETURN-CODE
054000     STOP RUN.
054100 9510-EXIT.
054200     EXIT.
054300*
054400******************************************************************
054500*    9520-OPEN-RUN-CONTROL                                       *
054600*    OPENS THE LEDGER FOR UPDATE, CREATING IT EMPTY ON THE VERY  *
054700*    FIRST RUN.                                                  *
054800******************************************************************
054900 9520-OPEN-RUN-CONTROL SECTION.
055000 9520-OPEN-RUN-CONTROL-PARA.
055100     OPEN I-O RUN-CONTROL-FILE
055200     IF WS-RCL-FILE-STATUS = '35'
055300         OPEN OUTPUT RUN-CONTROL-FILE
055400         CLOSE RUN-CONTROL-FILE
055500         OPEN I-O RUN-CONTROL-FILE
055600     END-IF
055700     IF WS-RCL-FILE-STATUS NOT = '00'
055800         DISPLAY 'RUN-CONTROL LEDGER WILL NOT OPEN - STATUS '
055900             WS-RCL-FILE-STATUS
056000         MOVE 16 TO RETURN-CODE
056100         STOP RUN
056200     END-IF.
056300 9520-EXIT.
056400     EXIT.
056500*
056600******************************************************************
056700*    9530-CHECK-PREDECESSOR                                      *
056800*    THE STEP AHEAD IN THE CHAIN MUST HAVE COMPLETED FOR THE     *
056900*    BUSINESS DATE.  THIS STEP MUST NOT HAVE COMPLETED FOR IT    *
057000*    ALREADY; A STARTED OR FAILED ROW IS A RERUN, AND ITS RUN    *
057100*    COUNT CARRIES ON.                                           *
057200******************************************************************
057300 9530-CHECK-PREDECESSOR SECTION.
057400 9530-CHECK-PREDECESSOR-PARA.
057500     MOVE WS-RUN-DATE TO RCL-BUSINESS-DATE
057600     MOVE WS-RCL-PREDECESSOR TO RCL-STEP-NAME
057700     READ RUN-CONTROL-FILE
057800         INVALID KEY
057900             MOVE SPACE TO RCL-STEP-STATUS
058000     END-READ
058100     IF NOT RCL-STEP-COMPLETE
058200         DISPLAY 'ARDUN CANNOT START - '
058300             'ARCASH HAS NOT COMPLETED FOR BUSINESS DATE '
058400             WS-RUN-DATE
058500         PERFORM 9590-REFUSE-START THRU 9590-EXIT
058600     END-IF
058700     MOVE WS-RUN-DATE TO RCL-BUSINESS-DATE
058800     MOVE WS-RCL-STEP-NAME TO RCL-STEP-NAME
058900     READ RUN-CONTROL-FILE
059000         INVALID KEY
059100             MOVE SPACE TO RCL-STEP-STATUS
059200             MOVE ZERO TO RCL-RUN-COUNT
059300     END-READ
059400     IF RCL-STEP-COMPLETE
059500         DISPLAY 'ARDUN CANNOT START - ALREADY COMPLETE FOR '
059600             'BUSINESS DATE ' WS-RUN-DATE
059700         PERFORM 9590-REFUSE-START THRU 9590-EXIT
059800     END-IF
059900     MOVE RCL-RUN-COUNT TO WS-RCL-RUN-COUNT.
060000 9530-EXIT.
060100     EXIT.
060200*
060300******************************************************************
060400*    9540-CHECK-HANDOFF                                          *
060500*    EVERY INPUT WITH A SOURCE STEP MUST CARRY THE SAME RECORD   *
060600*    COUNT AND TOTAL AS THE SOURCE STEP'S LEDGER ROW SHOWS FOR   *
060700*    THE SAME FILE ON THE BUSINESS DATE - ANYTHING ELSE IS NOT   *
060800*    THE GENERATION THE CHAIN HANDED ON.  A SOURCE ROW THAT DOES *
060900*    NOT NAME THE FILE CANNOT BE CHECKED AND IS PASSED.          *
061000******************************************************************
061100 9540-CHECK-HANDOFF SECTION.
061200 9540-CHECK-HANDOFF-PARA.
061300     PERFORM 9541-CHECK-ONE-HANDOFF THRU 9541-EXIT
061400         VARYING WS-RCF-IDX FROM 1 BY 1
061500         UNTIL WS-RCF-IDX > WS-RCF-COUNT.
061600 9540-EXIT.
061700     EXIT.
061800*
061900 9541-CHECK-ONE-HANDOFF SECTION.
062000 9541-CHECK-ONE-HANDOFF-PARA.
062100     IF WS-RCF-SOURCE(WS-RCF-IDX) = SPACES
062200         GO TO 9541-EXIT
062300     END-IF
062400     MOVE WS-RUN-DATE TO RCL-BUSINESS-DATE
062500     MOVE WS-RCF-SOURCE(WS-RCF-IDX) TO RCL-STEP-NAME
062600     READ RUN-CONTROL-FILE
062700         INVALID KEY
062800             MOVE ZERO TO RCL-FILE-COUNT
062900     END-READ
063000     MOVE 'N' TO WS-RCL-FOUND-SW
063100     MOVE 'N' TO WS-RCL-MATCH-SW
063200     IF RCL-FILE-COUNT > ZERO
063300         PERFORM 9542-MATCH-HANDOFF-ENTRY THRU 9542-EXIT
063400             VARYING RCL-FILE-IDX FROM 1 BY 1
063500             UNTIL RCL-FILE-IDX > RCL-FILE-COUNT
063600     END-IF
063700     IF NOT WS-RCL-FOUND OR WS-RCL-MATCH
063800         GO TO 9541-EXIT
063900     END-IF
064000     MOVE SPACES TO WS-RCL-MESSAGE
064100     STRING 'ARDUN CANNOT START - '
064200                DELIMITED BY SIZE
064300            WS-RCF-NAME(WS-RCF-IDX)
064400                DELIMITED BY SPACE
064500            ' IS NOT THE GENERATION '
064600                DELIMITED BY SIZE
064700            WS-RCF-SOURCE(WS-RCF-IDX)
064800                DELIMITED BY SPACE
064900            ' LEFT FOR BUSINESS DATE '
065000                DELIMITED BY SIZE
065100            WS-RUN-DATE
065200                DELIMITED BY SIZE
065300         INTO WS-RCL-MESSAGE
065400     END-STRING
065500     DISPLAY WS-RCL-MESSAGE
065600     MOVE WS-RCL-WORK-RECORDS TO WS-RCL-SHOW-RECORDS
065700     MOVE WS-RCL-WORK-TOTAL TO WS-RCL-SHOW-TOTAL
065800     DISPLAY '    LEDGER SHOWS ' WS-RCL-SHOW-RECORDS
065900         ' RECORDS, TOTAL ' WS-RCL-SHOW-TOTAL
066000     MOVE WS-RCF-RECORDS(WS-RCF-IDX) TO WS-RCL-SHOW-RECORDS
066100     MOVE WS-RCF-TOTAL(WS-RCF-IDX) TO WS-RCL-SHOW-TOTAL
066200     DISPLAY '    FILE ON HAND ' WS-RCL-SHOW-RECORDS
066300         ' RECORDS, TOTAL ' WS-RCL-SHOW-TOTAL
066400     PERFORM 9590-REFUSE-START THRU 9590-EXIT.
066500 9541-EXIT.
066600     EXIT.
066700*
066800 9542-MATCH-HANDOFF-ENTRY SECTION.
066900 9542-MATCH-HANDOFF-ENTRY-PARA.
067000     IF RCL-FILE-NAME(RCL-FILE-IDX) = WS-RCF-NAME(WS-RCF-IDX)
067100         SET WS-RCL-FOUND TO TRUE
067200         MOVE RCL-FILE-RECORDS(RCL-FILE-IDX)
067300           TO WS-RCL-WORK-RECORDS
067400         MOVE RCL-FILE-TOTAL(RCL-FILE-IDX) TO WS-RCL-WORK-TOTAL
067500         IF RCL-FILE-RECORDS(RCL-FILE-IDX) =
067600                WS-RCF-RECORDS(WS-RCF-IDX)
067700          AND RCL-FILE-TOTAL(RCL-FILE-IDX) =
067800                WS-RCF-TOTAL(WS-RCF-IDX)
067900             SET WS-RCL-MATCH TO TRUE
068000         END-IF
068100     END-IF.
068200 9542-EXIT.
068300     EXIT.
068400*
068500******************************************************************
068600*    9550-CHECK-LAST-GENERATION                                  *
068700*    EVERY NON-EMPTY INPUT WITHOUT A SOURCE STEP IS CHECKED      *
068800*    AGAINST THIS STEP'S LAST COMPLETED RUN (ITS ZERO-DATE ROW). *
068900*    THE SAME RECORD COUNT AND TOTAL AS AN INPUT THAT RUN        *
069000*    CONSUMED MEANS THE OLD GENERATION WAS HANDED IN AGAIN -     *
069100*    UNLESS IT ALSO MATCHES THE CARRY FILE THAT RUN PRODUCED FOR *
069200*    IT, WHICH IS THE SWAP DONE RIGHT WITH NOTHING CHANGED.  NO  *
069300*    ZERO-DATE ROW MEANS A FIRST RUN.                            *
069400******************************************************************
069500 9550-CHECK-LAST-GENERATION SECTION.
069600 9550-CHECK-LAST-GENERATION-PARA.
069700     MOVE ZERO TO RCL-BUSINESS-DATE
069800     MOVE WS-RCL-STEP-NAME TO RCL-STEP-NAME
069900     READ RUN-CONTROL-FILE
070000         INVALID KEY
070100             GO TO 9550-EXIT
070200     END-READ
070300     MOVE RCL-LAST-BUSINESS-DATE TO WS-RCL-LAST-DATE
070400     PERFORM 9551-CHECK-ONE-GENERATION THRU 9551-EXIT
070500         VARYING WS-RCF-IDX FROM 1 BY 1
070600         UNTIL WS-RCF-IDX > WS-RCF-COUNT.
070700 9550-EXIT.
070800     EXIT.
070900*
071000 9551-CHECK-ONE-GENERATION SECTION.
071100 9551-CHECK-ONE-GENERATION-PARA.
071200     IF WS-RCF-SOURCE(WS-RCF-IDX) NOT = SPACES
071300      OR WS-RCF-RECORDS(WS-RCF-IDX) = ZERO
071400         GO TO 9551-EXIT
071500     END-IF
071600     PERFORM 9552-MATCH-CONSUMED-ENTRY THRU 9552-EXIT
071700         VARYING RCL-FILE-IDX FROM 1 BY 1
071800         UNTIL RCL-FILE-IDX > RCL-FILE-COUNT
071900     IF WS-RCF-STALE(WS-RCF-IDX)
072000      AND WS-RCF-PARTNER(WS-RCF-IDX) NOT = SPACES
072100         PERFORM 9553-MATCH-PARTNER-ENTRY THRU 9553-EXIT
072200             VARYING RCL-FILE-IDX FROM 1 BY 1
072300             UNTIL RCL-FILE-IDX > RCL-FILE-COUNT
072400     END-IF
072500     IF NOT WS-RCF-STALE(WS-RCF-IDX)
072600         GO TO 9551-EXIT
072700     END-IF
072800     MOVE SPACES TO WS-RCL-MESSAGE
072900     STRING 'ARDUN CANNOT START - '
073000                DELIMITED BY SIZE
073100            WS-RCF-NAME(WS-RCF-IDX)
073200                DELIMITED BY SPACE
073300            ' IS THE GENERATION ALREADY CONSUMED FOR '
073400                DELIMITED BY SIZE
073500            'BUSINESS DATE '
073600                DELIMITED BY SIZE
073700            WS-RCL-LAST-DATE
073800                DELIMITED BY SIZE
073900         INTO WS-RCL-MESSAGE
074000     END-STRING
074100     DISPLAY WS-RCL-MESSAGE
074200     IF WS-RCF-PARTNER(WS-RCF-IDX) NOT = SPACES
074300         MOVE SPACES TO WS-RCL-MESSAGE
074400         STRING '    SWAP IN THE '
074500                    DELIMITED BY SIZE
074600                WS-RCF-PARTNER(WS-RCF-IDX)
074700                    DELIMITED BY SPACE
074800                ' THAT RUN PRODUCED AS '
074900                    DELIMITED BY SIZE
075000                WS-RCF-NAME(WS-RCF-IDX)
075100                    DELIMITED BY SPACE
075200             INTO WS-RCL-MESSAGE
075300         END-STRING
075400         DISPLAY WS-RCL-MESSAGE
075500     END-IF
075600     PERFORM 9590-REFUSE-START THRU 9590-EXIT.
075700 9551-EXIT.
075800     EXIT.
075900*
076000 9552-MATCH-CONSUMED-ENTRY SECTION.
076100 9552-MATCH-CONSUMED-ENTRY-PARA.
076200     IF RCL-FILE-CONSUMED(RCL-FILE-IDX)
076300      AND RCL-FILE-NAME(RCL-FILE-IDX) = WS-RCF-NAME(WS-RCF-IDX)
076400      AND RCL-FILE-RECORDS(RCL-FILE-IDX) =
076500             WS-RCF-RECORDS(WS-RCF-IDX)
076600      AND RCL-FILE-TOTAL(RCL-FILE-IDX) = WS-RCF-TOTAL(WS-RCF-IDX)
076700         MOVE 'Y' TO WS-RCF-STALE-SW(WS-RCF-IDX)
076800     END-IF.
076900 9552-EXIT.
077000     EXIT.
077100*
077200 9553-MATCH-PARTNER-ENTRY SECTION.
077300 9553-MATCH-PARTNER-ENTRY-PARA.
077400     IF RCL-FILE-PRODUCED(RCL-FILE-IDX)
077500      AND RCL-FILE-NAME(RCL-FILE-IDX) = WS-RCF-PARTNER(WS-RCF-IDX)
077600      AND RCL-FILE-RECORDS(RCL-FILE-IDX) =
077700             WS-RCF-RECORDS(WS-RCF-IDX)
077800      AND RCL-FILE-TOTAL(RCL-FILE-IDX) = WS-RCF-TOTAL(WS-RCF-IDX)
077900         MOVE 'N' TO WS-RCF-STALE-SW(WS-RCF-IDX)
078000     END-IF.
078100 9553-EXIT.
078200     EXIT.
078300*
078400******************************************************************
078500*    9560-RECORD-STEP-START                                      *
078600*    WRITES THIS STEP'S ROW FOR THE BUSINESS DATE AS STARTED,    *
078700*    WITH THE START TIME AND THE INPUTS' COUNTS AND TOTALS.      *
078800******************************************************************
078900 9560-RECORD-STEP-START SECTION.
079000 9560-RECORD-STEP-START-PARA.
079100     ADD 1 TO WS-RCL-RUN-COUNT
079200     MOVE 'S' TO WS-RCL-STEP-STATUS
079300     MOVE ZERO TO WS-RCL-END-DATE
079400     MOVE ZERO TO WS-RCL-END-TIME
079500     MOVE ZERO TO WS-RCL-RETURN-CODE
079600     PERFORM 9570-BUILD-STEP-ROW THRU 9570-EXIT
079700     PERFORM 9580-PUT-STEP-ROW THRU 9580-EXIT
079800     DISPLAY 'RUN CONTROL: ARDUN STARTED FOR BUSINESS DATE '
079900         WS-RUN-DATE.
080000 9560-EXIT.
080100     EXIT.
080200*
080300******************************************************************
080400*    9570-BUILD-STEP-ROW                                         *
080500*    BUILDS THIS STEP'S LEDGER ROW FOR THE BUSINESS DATE FROM    *
080600*    THE RUN-CONTROL FIELDS AND THE FILE TABLE.                  *
080700******************************************************************
080800 9570-BUILD-STEP-ROW SECTION.
080900 9570-BUILD-STEP-ROW-PARA.
081000     INITIALIZE RCL-RECORD
081100     MOVE WS-RUN-DATE TO RCL-BUSINESS-DATE
081200     MOVE WS-RCL-STEP-NAME TO RCL-STEP-NAME
081300     MOVE WS-RCL-STEP-STATUS TO RCL-STEP-STATUS
081400     MOVE WS-RCL-RUN-COUNT TO RCL-RUN-COUNT
081500     MOVE WS-RCL-START-DATE TO RCL-START-DATE
081600     MOVE WS-RCL-START-TIME TO RCL-START-TIME
081700     MOVE WS-RCL-END-DATE TO RCL-END-DATE
081800     MOVE WS-RCL-END-TIME TO RCL-END-TIME
081900     MOVE WS-RCL-RETURN-CODE TO RCL-RETURN-CODE
082000     MOVE WS-RUN-DATE TO RCL-LAST-BUSINESS-DATE
082100     MOVE WS-RCF-COUNT TO RCL-FILE-COUNT
082200     PERFORM 9575-MOVE-FILE-ENTRY THRU 9575-EXIT
082300         VARYING WS-RCF-IDX FROM 1 BY 1
082400         UNTIL WS-RCF-IDX > WS-RCF-COUNT.
082500 9570-EXIT.
082600     EXIT.
082700*
082800 9575-MOVE-FILE-ENTRY SECTION.
082900 9575-MOVE-FILE-ENTRY-PARA.
083000     SET RCL-FILE-IDX TO WS-RCF-IDX
083100     MOVE WS-RCF-NAME(WS-RCF-IDX) TO RCL-FILE-NAME(RCL-FILE-IDX)
083200     MOVE WS-RCF-USE(WS-RCF-IDX) TO RCL-FILE-USE(RCL-FILE-IDX)
083300     MOVE WS-RCF-RECORDS(WS-RCF-IDX)
083400       TO RCL-FILE-RECORDS(RCL-FILE-IDX)
083500     MOVE WS-RCF-TOTAL(WS-RCF-IDX)
083600       TO RCL-FILE-TOTAL(RCL-FILE-IDX).
083700 9575-EXIT.
083800     EXIT.
083900*
084000******************************************************************
084100*    9580-PUT-STEP-ROW                                           *
084200*    ADDS THE ROW IN RCL-RECORD TO THE LEDGER, OR REPLACES IT IF *
084300*    ITS KEY IS ALREADY THERE.                                   *
084400******************************************************************
084500 9580-PUT-STEP-ROW SECTION.
084600 9580-PUT-STEP-ROW-PARA.
084700     WRITE RCL-RECORD
084800         INVALID KEY
084900             REWRITE RCL-RECORD
085000                 INVALID KEY
085100                     DISPLAY 'RUN-CONTROL LEDGER WILL NOT '
085200                         'UPDATE - STATUS ' WS-RCL-FILE-STATUS
085300                     MOVE 16 TO RETURN-CODE
085400                     STOP RUN
085500             END-REWRITE
085600     END-WRITE.
085700 9580-EXIT.
085800     EXIT.
085900*
086000******************************************************************
086100*    9590-REFUSE-START                                           *
086200*    ENDS A STEP THAT FAILED A RUN-CONTROL CHECK WITH RETURN-    *
086300*    CODE 16 BEFORE IT HAS TOUCHED A FILE.  THE LEDGER IS LEFT   *
086400*    AS IT WAS.                                                  *
086500******************************************************************
086600 9590-REFUSE-START SECTION.
086700 9590-REFUSE-START-PARA.
086800     DISPLAY 'ARDUN NOT STARTED - NOTHING PROCESSED'
086900     CLOSE RUN-CONTROL-FILE
087000     MOVE 16 TO RETURN-CODE
087100     STOP RUN.
087200 9590-EXIT.
087300     EXIT.
087400*
087500******************************************************************
087600*    9600-END-RUN-CONTROL                                        *
087700*    RECORDS THE END OF THE STEP ON THE LEDGER - END TIME,       *
087800*    RETURN CODE, AND THE COUNT AND TOTAL OF EVERY FILE THE STEP *
087900*    PRODUCED.  BELOW RETURN-CODE 16 THE STEP IS COMPLETE AND    *
088000*    ITS ROW IS ALSO COPIED TO ITS ZERO-DATE ROW FOR THE NEXT    *
088100*    RUN'S GENERATION CHECK; AT 16 IT IS FAILED, WHICH HOLDS THE *
088200*    NEXT STEP UNTIL A RERUN COMPLETES.                          *
088300******************************************************************
088400 9600-END-RUN-CONTROL SECTION.
088500 9600-END-RUN-CONTROL-PARA.
088600     MOVE 'O' TO WS-RCL-WORK-USE
088700     MOVE SPACES TO WS-RCL-WORK-SOURCE
088800     MOVE SPACES TO WS-RCL-WORK-PARTNER
088900     PERFORM 9750-MEASURE-OUTPUTS THRU 9750-EXIT
089000     ACCEPT WS-RCL-END-DATE FROM DATE YYYYMMDD
089100     ACCEPT WS-RCL-END-TIME FROM TIME
089200     MOVE RETURN-CODE TO WS-RCL-RETURN-CODE
089300     IF RETURN-CODE < 16
089400         MOVE 'C' TO WS-RCL-STEP-STATUS
089500     ELSE
089600         MOVE 'F' TO WS-RCL-STEP-STATUS
089700     END-IF
089800     PERFORM 9520-OPEN-RUN-CONTROL THRU 9520-EXIT
089900     PERFORM 9570-BUILD-STEP-ROW THRU 9570-EXIT
090000     PERFORM 9580-PUT-STEP-ROW THRU 9580-EXIT
090100     IF WS-RCL-STEP-COMPLETE
090200         MOVE ZERO TO RCL-BUSINESS-DATE
090300         PERFORM 9580-PUT-STEP-ROW THRU 9580-EXIT
090400     END-IF
090500     CLOSE RUN-CONTROL-FILE
090600     PERFORM 9610-DISPLAY-FILE-ENTRY THRU 9610-EXIT
090700         VARYING WS-RCF-IDX FROM 1 BY 1
090800         UNTIL WS-RCF-IDX > WS-RCF-COUNT
090900     IF WS-RCL-STEP-COMPLETE
091000         DISPLAY 'RUN CONTROL: ARDUN COMPLETE FOR '
091100             'BUSINESS DATE ' WS-RUN-DATE ' RETURN CODE '
091200             WS-RCL-RETURN-CODE
091300     ELSE
091400         DISPLAY 'RUN CONTROL: ARDUN FAILED FOR '
091500             'BUSINESS DATE ' WS-RUN-DATE ' RETURN CODE '
091600             WS-RCL-RETURN-CODE
091700     END-IF.
091800 9600-EXIT.
091900     EXIT.
092000*
092100 9610-DISPLAY-FILE-ENTRY SECTION.
092200 9610-DISPLAY-FILE-ENTRY-PARA.
092300     MOVE WS-RCF-RECORDS(WS-RCF-IDX) TO WS-RCL-SHOW-RECORDS
092400     MOVE WS-RCF-TOTAL(WS-RCF-IDX) TO WS-RCL-SHOW-TOTAL
092500     IF WS-RCF-CONSUMED(WS-RCF-IDX)
092600         DISPLAY 'RUN CONTROL: CONSUMED ' WS-RCF-NAME(WS-RCF-IDX)
092700             WS-RCL-SHOW-RECORDS ' RECORDS, TOTAL '
092800             WS-RCL-SHOW-TOTAL
092900     ELSE
093000         DISPLAY 'RUN CONTROL: PRODUCED ' WS-RCF-NAME(WS-RCF-IDX)
093100             WS-RCL-SHOW-RECORDS ' RECORDS, TOTAL '
093200             WS-RCL-SHOW-TOTAL
093300     END-IF.
093400 9610-EXIT.
093500     EXIT.
093600*
093700******************************************************************
093800*    9700-MEASURE-INPUTS                                         *
093900*    COUNTS AND TOTALS EVERY FILE THIS STEP CONSUMES - OPENITM2  *
094000*    AND DUNHIST.  OPENITM2 MUST BE AS ARCASH LEFT IT; DUNHIST   *
094100*    IS CHECKED AGAINST THIS STEP'S LAST RUN.  DUNHIST IS        *
094200*    SWAPPED IN FROM THE DUNHST2 THE LAST RUN PRODUCED.          *
094300******************************************************************
094400 9700-MEASURE-INPUTS SECTION.
094500 9700-MEASURE-INPUTS-PARA.
094600     MOVE 'ARCASH' TO WS-RCL-WORK-SOURCE
094700     MOVE SPACES TO WS-RCL-WORK-PARTNER
094800     PERFORM 9810-COUNT-OPEN-ITEMS THRU 9810-EXIT
094900     MOVE SPACES TO WS-RCL-WORK-SOURCE
095000     MOVE 'DUNHST2' TO WS-RCL-WORK-PARTNER
095100     PERFORM 9820-COUNT-DUNNING-HISTORY THRU 9820-EXIT.
095200 9700-EXIT.
095300     EXIT.
095400*
095500******************************************************************
095600*    9750-MEASURE-OUTPUTS                                        *
095700*    COUNTS AND TOTALS EVERY FILE THIS STEP PRODUCED - DUNHST2 - *
095800*    ONCE THEY ARE CLOSED.                                       *
095900******************************************************************
096000 9750-MEASURE-OUTPUTS SECTION.
096100 9750-MEASURE-OUTPUTS-PARA.
096200     PERFORM 9830-COUNT-DUNNING-CARRY THRU 9830-EXIT.
096300 9750-EXIT.
096400     EXIT.
096500*
096600******************************************************************
096700*    9790-ADD-FILE-ENTRY                                         *
096800*    ADDS THE FILE JUST COUNTED TO THE RUN-CONTROL FILE TABLE.   *
096900******************************************************************
097000 9790-ADD-FILE-ENTRY SECTION.
097100 9790-ADD-FILE-ENTRY-PARA.
097200     ADD 1 TO WS-RCF-COUNT
097300     SET WS-RCF-IDX TO WS-RCF-COUNT
097400     MOVE WS-RCL-WORK-NAME TO WS-RCF-NAME(WS-RCF-IDX)
097500     MOVE WS-RCL-WORK-USE TO WS-RCF-USE(WS-RCF-IDX)
097600     MOVE WS-RCL-WORK-SOURCE TO WS-RCF-SOURCE(WS-RCF-IDX)
097700     MOVE WS-RCL-WORK-PARTNER TO WS-RCF-PARTNER(WS-RCF-IDX)
097800     MOVE WS-RCL-WORK-RECORDS TO WS-RCF-RECORDS(WS-RCF-IDX)
097900     MOVE WS-RCL-WORK-TOTAL TO WS-RCF-TOTAL(WS-RCF-IDX)
098000     MOVE 'N' TO WS-RCF-STALE-SW(WS-RCF-IDX).
098100 9790-EXIT.
098200     EXIT.
098300*
098400******************************************************************
098500*    9810-COUNT-OPEN-ITEMS                                       *
098600*    COUNTS THE ROLLED-FORWARD OPEN ITEMS (OPENITM2) FOR THE     *
098700*    LEDGER, TOTALLING THE OPEN BALANCES.  A FILE NOT ON HAND    *
098800*    COUNTS AS EMPTY.                                            *
098900******************************************************************
099000 9810-COUNT-OPEN-ITEMS SECTION.
099100 9810-COUNT-OPEN-ITEMS-PARA.
099200     MOVE 'OPENITM2' TO WS-RCL-WORK-NAME
099300     MOVE ZERO TO WS-RCL-WORK-RECORDS
099400     MOVE ZERO TO WS-RCL-WORK-TOTAL
099500     MOVE 'N' TO WS-RCL-EOF-SW
099600     OPEN INPUT NEW-OPEN-ITEM-FILE
099700     IF WS-ITEM-FILE-STATUS = '00'
099800         PERFORM 9811-ADD-OPEN-ITEM THRU 9811-EXIT
099900             UNTIL WS-RCL-EOF
100000         CLOSE NEW-OPEN-ITEM-FILE
100100     END-IF
100200     PERFORM 9790-ADD-FILE-ENTRY THRU 9790-EXIT.
100300 9810-EXIT.
100400     EXIT.
100500*
100600 9811-ADD-OPEN-ITEM SECTION.
100700 9811-ADD-OPEN-ITEM-PARA.
100800     READ NEW-OPEN-ITEM-FILE
100900         AT END
101000             SET WS-RCL-EOF TO TRUE
101100     END-READ
101200     IF NOT WS-RCL-EOF
101300         ADD 1 TO WS-RCL-WORK-RECORDS
101400         ADD NOP-OPEN-BALANCE TO WS-RCL-WORK-TOTAL
101500     END-IF.
101600 9811-EXIT.
101700     EXIT.
101800*
101900******************************************************************
102000*    9820-COUNT-DUNNING-HISTORY                                  *
102100*    COUNTS THE DUNNING HISTORY (DUNHIST) FOR THE LEDGER,        *
102200*    TOTALLING A HASH OF THE INVOICE NUMBERS AND SENT DATES.  A  *
102300*    FILE NOT ON HAND COUNTS AS EMPTY.                           *
102400******************************************************************
102500 9820-COUNT-DUNNING-HISTORY SECTION.
102600 9820-COUNT-DUNNING-HISTORY-PARA.
102700     MOVE 'DUNHIST' TO WS-RCL-WORK-NAME
102800     MOVE ZERO TO WS-RCL-WORK-RECORDS
102900     MOVE ZERO TO WS-RCL-WORK-TOTAL
103000     MOVE 'N' TO WS-RCL-EOF-SW
103100     OPEN INPUT DUNNING-HISTORY-FILE
103200     IF WS-DUNH-FILE-STATUS = '00'
103300         PERFORM 9821-ADD-HISTORY-RECORD THRU 9821-EXIT
103400             UNTIL WS-RCL-EOF
103500         CLOSE DUNNING-HISTORY-FILE
103600     END-IF
103700     PERFORM 9790-ADD-FILE-ENTRY THRU 9790-EXIT.
103800 9820-EXIT.
103900     EXIT.
104000*
104100 9821-ADD-HISTORY-RECORD SECTION.
104200 9821-ADD-HISTORY-RECORD-PARA.
104300     READ DUNNING-HISTORY-FILE
104400         AT END
104500             SET WS-RCL-EOF TO TRUE
104600     END-READ
104700     IF NOT WS-RCL-EOF
104800         ADD 1 TO WS-RCL-WORK-RECORDS
104900         ADD DUN-INVOICE-NUMBER DUN-SENT-DATE TO WS-RCL-WORK-TOTAL
105000     END-IF.
105100 9821-EXIT.
105200     EXIT.
105300*
105400******************************************************************
105500*    9830-COUNT-DUNNING-CARRY                                    *
105600*    COUNTS THE ROLLED-FORWARD DUNNING HISTORY (DUNHST2) FOR THE *
105700*    LEDGER, TOTALLING A HASH OF THE INVOICE NUMBERS AND SENT    *
105800*    DATES.                                                      *
105900******************************************************************
106000 9830-COUNT-DUNNING-CARRY SECTION.
106100 9830-COUNT-DUNNING-CARRY-PARA.
106200     MOVE 'DUNHST2' TO WS-RCL-WORK-NAME
106300     MOVE ZERO TO WS-RCL-WORK-RECORDS
106400     MOVE ZERO TO WS-RCL-WORK-TOTAL
106500     MOVE 'N' TO WS-RCL-EOF-SW
106600     OPEN INPUT DUNNING-CARRY-FILE
106700     PERFORM 9831-ADD-CARRY-RECORD THRU 9831-EXIT
106800         UNTIL WS-RCL-EOF
106900     CLOSE DUNNING-CARRY-FILE
107000     PERFORM 9790-ADD-FILE-ENTRY THRU 9790-EXIT.
107100 9830-EXIT.
107200     EXIT.
107300*
107400 9831-ADD-CARRY-RECORD SECTION.
107500 9831-ADD-CARRY-RECORD-PARA.
107600     READ DUNNING-CARRY-FILE
107700         AT END
107800             SET WS-RCL-EOF TO TRUE
107900     END-READ
108000     IF NOT WS-RCL-EOF
108100         ADD 1 TO WS-RCL-WORK-RECORDS
108200         ADD DN2-INVOICE-NUMBER DN2-SENT-DATE TO WS-RCL-WORK-TOTAL
108300     END-IF.
108400 9831-EXIT.
108500     EXIT.
108600*
108700 END PROGRAM ARDUN.
