002000*                    TOTAL REVERSES ITS BASE AND TAX.  THE       *
002100*                    FILINGS COME STRAIGHT OFF THIS REPORT       *
002200*                    INSTEAD OF A SPREADSHEET OVER THE REGISTER. *
002210*    2026-10-15  RH  RUN-CONTROL LEDGER.  THE RUN DATE NOW COMES *
002220*                    FROM THE BIZDATE BUSINESS-DATE CARD, NOT    *
002230*                    THE CLOCK.  THE RUN REFUSES TO START UNLESS *
002240*                    ARSTMT HAS COMPLETED FOR THE BUSINESS DATE  *
002250*                    AND AUDITFL IS THE GENERATION INVOICE LEFT  *
002260*                    ON THE LEDGER FOR THAT DATE.  START, END,   *
002270*                    RETURN CODE AND THE AUDITFL COUNT AND TOTAL *
002280*                    GO ON THE RUNCTL LEDGER.                    *
002300******************************************************************
002400 ENVIRONMENT DIVISION.
002500 CONFIGURATION SECTION.
003500         FILE STATUS IS WS-TXJ-FILE-STATUS.
003600     SELECT REMITTANCE-REPORT-FILE ASSIGN TO "TAXRPT"
003700         ORGANIZATION IS LINE SEQUENTIAL.
003710     SELECT BUSINESS-DATE-FILE ASSIGN TO "BIZDATE"
003720         ORGANIZATION IS LINE SEQUENTIAL
003730         FILE STATUS IS WS-BDC-FILE-STATUS.
003740     SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
003750         ORGANIZATION IS INDEXED
003760         ACCESS MODE IS RANDOM
003770         RECORD KEY IS RCL-KEY
003780         FILE STATUS IS WS-RCL-FILE-STATUS.
003800*
003900 DATA DIVISION.
004000 FILE SECTION.
005000     LABEL RECORDS ARE STANDARD.
005100 01  RMT-LINE                    PIC X(100).
005200*
005210 FD  BUSINESS-DATE-FILE
005220     LABEL RECORDS ARE STANDARD.
005230 COPY "bizdate.cpy".
005240*
005250 FD  RUN-CONTROL-FILE
005260     LABEL RECORDS ARE STANDARD.
005270 COPY "runctl.cpy".
005280*
005300 WORKING-STORAGE SECTION.
005400 01  WS-AUDIT-FILE-STATUS       PIC X(02) VALUE SPACES.
005500 01  WS-TXJ-FILE-STATUS         PIC X(02) VALUE SPACES.
014077     05  WS-RMT-GRD-TAX         PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
014078     05  FILLER                 PIC X(19) VALUE SPACES.
014100*
014101*    RUN-CONTROL LEDGER - THIS STEP'S NAME AND THE STEP AHEAD
014102*    OF IT IN THE CHAIN, ITS ROW ON THE LEDGER, AND THE COUNT
014103*    AND TOTAL OF EVERY FILE IT CONSUMED AND PRODUCED.  AN
014104*    INPUT'S SOURCE IS THE STEP WHOSE LEDGER ROW FOR THE
014105*    BUSINESS DATE IT MUST MATCH; AN INPUT WITH NO SOURCE IS
014106*    CHECKED AGAINST THIS STEP'S OWN LAST COMPLETED RUN, WHERE
014107*    ITS PARTNER IS THE CARRY FILE THAT RUN PRODUCED FOR IT.
014108 01  WS-BDC-FILE-STATUS         PIC X(02) VALUE SPACES.
014109 01  WS-RCL-FILE-STATUS         PIC X(02) VALUE SPACES.
014110 01  WS-RUN-CONTROL-FIELDS.
014111     05  WS-RCL-STEP-NAME       PIC X(08) VALUE 'TAXRMT'.
014112     05  WS-RCL-PREDECESSOR     PIC X(08) VALUE 'ARSTMT'.
014113     05  WS-RCL-STEP-STATUS     PIC X(01) VALUE SPACE.
014114         88  WS-RCL-STEP-COMPLETE       VALUE 'C'.
014115     05  WS-RCL-RUN-COUNT       PIC 9(03) VALUE ZERO.
014116     05  WS-RCL-START-DATE      PIC 9(08) VALUE ZERO.
014117     05  WS-RCL-START-TIME      PIC 9(08) VALUE ZERO.
014118     05  WS-RCL-END-DATE        PIC 9(08) VALUE ZERO.
014119     05  WS-RCL-END-TIME        PIC 9(08) VALUE ZERO.
014120     05  WS-RCL-RETURN-CODE     PIC 9(04) VALUE ZERO.
014121     05  WS-RCL-LAST-DATE       PIC 9(08) VALUE ZERO.
014122     05  WS-RCL-DAY-INTEGER     PIC 9(08) VALUE ZERO.
014123     05  WS-RCL-CHECK-DATE      PIC 9(08) VALUE ZERO.
014124     05  WS-RCL-WORK-NAME       PIC X(08) VALUE SPACES.
014125     05  WS-RCL-WORK-USE        PIC X(01) VALUE SPACE.
014126     05  WS-RCL-WORK-SOURCE     PIC X(08) VALUE SPACES.
014127     05  WS-RCL-WORK-PARTNER    PIC X(08) VALUE SPACES.
014128     05  WS-RCL-WORK-RECORDS    PIC 9(09) VALUE ZERO.
014129     05  WS-RCL-WORK-TOTAL      PIC S9(13)V99 VALUE ZERO.
014130     05  WS-RCL-EOF-SW          PIC X(01) VALUE 'N'.
014131         88  WS-RCL-EOF                 VALUE 'Y'.
014132     05  WS-RCL-FOUND-SW        PIC X(01) VALUE 'N'.
014133         88  WS-RCL-FOUND               VALUE 'Y'.
014134     05  WS-RCL-MATCH-SW        PIC X(01) VALUE 'N'.
014135         88  WS-RCL-MATCH               VALUE 'Y'.
014136 01  WS-RCL-MESSAGE             PIC X(100) VALUE SPACES.
014137 01  WS-RCL-SHOW-FIELDS.
014138     05  WS-RCL-SHOW-RECORDS    PIC ZZZ,ZZZ,ZZ9.
014139     05  WS-RCL-SHOW-TOTAL      PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
014140 01  WS-RCL-FILE-TABLE.
014141     05  WS-RCF-COUNT           PIC 9(02) VALUE ZERO.
014142     05  WS-RCF-ENTRY OCCURS 10 TIMES
014143                      INDEXED BY WS-RCF-IDX.
014144         10  WS-RCF-NAME              PIC X(08).
014145         10  WS-RCF-USE               PIC X(01).
014146             88  WS-RCF-CONSUMED      VALUE 'I'.
014147         10  WS-RCF-SOURCE            PIC X(08).
014148         10  WS-RCF-PARTNER           PIC X(08).
014149         10  WS-RCF-RECORDS           PIC 9(09).
014150         10  WS-RCF-TOTAL             PIC S9(13)V99.
014151         10  WS-RCF-STALE-SW          PIC X(01).
014152             88  WS-RCF-STALE         VALUE 'Y'.
014153*
014200 PROCEDURE DIVISION.
014300*
014400******************************************************************
016100******************************************************************
016200 1000-INITIALIZE SECTION.
016300 1000-INITIALIZE-PARA.
016400     PERFORM 9510-READ-BUSINESS-DATE THRU 9510-EXIT
016500     ACCEPT WS-RUN-TIME FROM TIME
016510     PERFORM 9500-START-RUN-CONTROL THRU 9500-EXIT
016600     PERFORM 1100-LOAD-AUTHORITY-NAMES THRU 1100-EXIT
016700     OPEN INPUT AUDIT-FILE
016800     IF WS-AUDIT-FILE-STATUS = '00'
042000     IF WS-AUDIT-FILE-STATUS = '00'
042100      OR WS-AUDIT-FILE-STATUS = '10'
042200         CLOSE AUDIT-FILE
042300     END-IF
042310     PERFORM 9600-END-RUN-CONTROL THRU 9600-EXIT.
042400 9000-EXIT.
042500     EXIT.
042600*
042700******************************************************************
042800*    9500-START-RUN-CONTROL                                      *
042900*    CHECKS THE RUN-CONTROL LEDGER BEFORE ANYTHING IS PROCESSED. *
043000*    THE STEP REFUSES TO START IF ARSTMT HAS NOT COMPLETED FOR   *
043100*    THE BUSINESS DATE, IF IT HAS ALREADY COMPLETED FOR THE      *
043200*    BUSINESS DATE, IF AN INPUT IS NOT THE GENERATION ITS SOURCE *
043300*    STEP LEFT ON THE LEDGER FOR THE DATE, OR IF AN INPUT IS THE *
043400*    GENERATION THIS STEP ALREADY CONSUMED ON ITS LAST RUN.      *
043500*    OTHERWISE THE START AND THE COUNT AND TOTAL OF EVERY INPUT  *
043600*    GO ON THE LEDGER AS THIS STEP'S ROW FOR THE DATE.           *
043700******************************************************************
043800 9500-START-RUN-CONTROL SECTION.
043900 9500-START-RUN-CONTROL-PARA.
044000     ACCEPT WS-RCL-START-DATE FROM DATE YYYYMMDD
044100     ACCEPT WS-RCL-START-TIME FROM TIME
044200     PERFORM 9520-OPEN-RUN-CONTROL THRU 9520-EXIT
044300     PERFORM 9530-CHECK-PREDECESSOR THRU 9530-EXIT
044400     MOVE ZERO TO WS-RCF-COUNT
044500     MOVE 'I' TO WS-RCL-WORK-USE
044600     PERFORM 9700-MEASURE-INPUTS THRU 9700-EXIT
044700     PERFORM 9540-CHECK-HANDOFF THRU 9540-EXIT
044800     PERFORM 9550-CHECK-LAST-GENERATION THRU 9550-EXIT
044900     PERFORM 9560-RECORD-STEP-START THRU 9560-EXIT
045000     CLOSE RUN-CONTROL-FILE.
045100 9500-EXIT.
045200     EXIT.
045300*
045400******************************************************************
045500*    9510-READ-BUSINESS-DATE                                     *
045600*    TAKES THE RUN DATE FROM THE BIZDATE BUSINESS-DATE CARD, NOT *
045700*    THE CLOCK.  A MISSING CARD, OR ONE THAT IS NOT A REAL       *
045800*    CALENDAR DATE, STOPS THE STEP WITH RETURN-CODE 16.          *
045900******************************************************************
046000 9510-READ-BUSINESS-DATE SECTION.
046100 9510-READ-BUSINESS-DATE-PARA.
046200     OPEN INPUT BUSINESS-DATE-FILE
046300     IF WS-BDC-FILE-STATUS NOT = '00'
046400         DISPLAY 'TAXRMT CANNOT START - NO BUSINESS DATE CARD'
046500         MOVE 16 TO RETURN-CODE
046600         STOP RUN
046700     END-IF
046800     READ BUSINESS-DATE-FILE
046900         AT END
047000             MOVE ZERO TO BDC-BUSINESS-DATE
047100     END-READ
047200     CLOSE BUSINESS-DATE-FILE
047300     IF BDC-BUSINESS-DATE NUMERIC
047400      AND BDC-YEAR NOT < 1900
047500      AND BDC-MONTH > ZERO AND BDC-MONTH < 13
047600      AND BDC-DAY > ZERO AND BDC-DAY < 32
047700         COMPUTE WS-RCL-DAY-INTEGER =
047800             FUNCTION INTEGER-OF-DATE(BDC-BUSINESS-DATE)
047900         COMPUTE WS-RCL-CHECK-DATE =
048000             FUNCTION DATE-OF-INTEGER(WS-RCL-DAY-INTEGER)
048100         IF WS-RCL-CHECK-DATE = BDC-BUSINESS-DATE
048200             MOVE BDC-BUSINESS-DATE TO WS-RUN-DATE
048300             GO TO 9510-EXIT
048400         END-IF
048500     END-IF
048600     DISPLAY 'TAXRMT CANNOT START - INVALID BUSINESS '
048700         'DATE CARD: ' BDC-RECORD
048800     MOVE 16 TO RETURN-CODE
048900     STOP RUN.
049000 9510-EXIT.
049100     EXIT.
049200*
049300******************************************************************
049400*    9520-OPEN-RUN-CONTROL                                       *
049500*    OPENS THE LEDGER FOR UPDATE, CREATING IT EMPTY ON THE VERY  *
049600*    FIRST RUN.                                                  *
049700******************************************************************
049800 9520-OPEN-RUN-CONTROL SECTION.
049900 9520-OPEN-RUN-CONTROL-PARA.
050000     OPEN I-O RUN-CONTROL-FILE
050100     IF WS-RCL-FILE-STATUS = '35'
050200         OPEN OUTPUT RUN-CONTROL-FILE
050300         CLOSE RUN-CONTROL-FILE
050400         OPEN I-O RUN-CONTROL-FILE
050500     END-IF
050600     IF WS-RCL-FILE-STATUS NOT = '00'
050700         DISPLAY 'RUN-CONTROL LEDGER WILL NOT OPEN - STATUS '
050800             WS-RCL-FILE-STATUS
050900         MOVE 16 TO RETURN-CODE
051000         STOP RUN
051100     END-IF.
051200 9520-EXIT.
051300     EXIT.
051400*
051500******************************************************************
051600*    9530-CHECK-PREDECESSOR                                      *
051700*    THE STEP AHEAD IN THE CHAIN MUST HAVE COMPLETED FOR THE     *
051800*    BUSINESS DATE.  THIS STEP MUST NOT HAVE COMPLETED FOR IT    *
051900*    ALREADY; A STARTED OR FAILED ROW IS A RERUN, AND ITS RUN    *
052000*    COUNT CARRIES ON.                                           *
052100******************************************************************
052200 9530-CHECK-PREDECESSOR SECTION.
052300 9530-CHECK-PREDECESSOR-PARA.
052400     MOVE WS-RUN-DATE TO RCL-BUSINESS-DATE
052500     MOVE WS-RCL-PREDECESSOR TO RCL-STEP-NAME
052600     READ RUN-CONTROL-FILE
052700         INVALID KEY
052800             MOVE SPACE TO RCL-STEP-STATUS
052900     END-READ
053000     IF NOT RCL-STEP-COMPLETE
053100         DISPLAY 'TAXRMT CANNOT START - '
053200             'ARSTMT HAS NOT COMPLETED FOR BUSINESS DATE '
053300             WS-RUN-DATE
053400         PERFORM 9590-REFUSE-START THRU 9590-EXIT
053500     END-IF
053600     MOVE WS-RUN-DATE TO RCL-BUSINESS-DATE
053700     MOVE WS-RCL-STEP-NAME TO RCL-STEP-NAME
053800     READ RUN-CONTROL-FILE
053900         INVALID KEY
054000             MOVE SPACE TO RCL-STEP-STATUS
054100             MOVE ZERO TO RCL-RUN-COUNT
054200     END-READ
054300     IF RCL-STEP-COMPLETE
054400         DISPLAY 'TAXRMT CANNOT START - ALREADY COMPLETE FOR '
054500             'BUSINESS DATE ' WS-RUN-DATE
054600         PERFORM 9590-REFUSE-START THRU 9590-EXIT
054700     END-IF
054800     MOVE RCL-RUN-COUNT TO WS-RCL-RUN-COUNT.
054900 9530-EXIT.
055000     EXIT.
055100*
055200******************************************************************
055300*    9540-CHECK-HANDOFF                                          *
055400*    EVERY INPUT WITH A SOURCE STEP MUST CARRY THE SAME RECORD   *
055500*    COUNT AND TOTAL AS THE SOURCE STEP'S LEDGER ROW SHOWS FOR   *
055600*    THE SAME FILE ON THE BUSINESS DATE - ANYTHING ELSE IS NOT   *
055700*    THE GENERATION THE CHAIN HANDED ON.  A SOURCE ROW THAT DOES *
055800*    NOT NAME THE FILE CANNOT BE CHECKED AND IS PASSED.          *
055900******************************************************************
056000 9540-CHECK-HANDOFF SECTION.
056100 9540-CHECK-HANDOFF-PARA.
056200     PERFORM 9541-CHECK-ONE-HANDOFF THRU 9541-EXIT
056300         VARYING WS-RCF-IDX FROM 1 BY 1
056400         UNTIL WS-RCF-IDX > WS-RCF-COUNT.
056500 9540-EXIT.
056600     EXIT.
056700*
056800 9541-CHECK-ONE-HANDOFF SECTION.
056900 9541-CHECK-ONE-HANDOFF-PARA.
057000     IF WS-RCF-SOURCE(WS-RCF-IDX) = SPACES
057100         GO TO 9541-EXIT
057200     END-IF
057300     MOVE WS-RUN-DATE TO RCL-BUSINESS-DATE
057400     MOVE WS-RCF-SOURCE(WS-RCF-IDX) TO RCL-STEP-NAME
057500     READ RUN-CONTROL-FILE
057600         INVALID KEY
057700             MOVE ZERO TO RCL-FILE-COUNT
057800     END-READ
057900     MOVE 'N' TO WS-RCL-FOUND-SW
058000     MOVE 'N' TO WS-RCL-MATCH-SW
058100     IF RCL-FILE-COUNT > ZERO
058200         PERFORM 9542-MATCH-HANDOFF-ENTRY THRU 9542-EXIT
058300             VARYING RCL-FILE-IDX FROM 1 BY 1
058400             UNTIL RCL-FILE-IDX > RCL-FILE-COUNT
058500     END-IF
058600     IF NOT WS-RCL-FOUND OR WS-RCL-MATCH
058700         GO TO 9541-EXIT
058800     END-IF
058900     MOVE SPACES TO WS-RCL-MESSAGE
059000     STRING 'TAXRMT CANNOT START - '
059100                DELIMITED BY SIZE
059200            WS-RCF-NAME(WS-RCF-IDX)
059300                DELIMITED BY SPACE
059400            ' IS NOT THE GENERATION '
059500                DELIMITED BY SIZE
059600            WS-RCF-SOURCE(WS-RCF-IDX)
059700                DELIMITED BY SPACE
059800            ' LEFT FOR BUSINESS DATE '
059900                DELIMITED BY SIZE
060000            WS-RUN-DATE
060100                DELIMITED BY SIZE
060200         INTO WS-RCL-MESSAGE
060300     END-STRING
060400     DISPLAY WS-RCL-MESSAGE
060500     MOVE WS-RCL-WORK-RECORDS TO WS-RCL-SHOW-RECORDS
060600     MOVE WS-RCL-WORK-TOTAL TO WS-RCL-SHOW-TOTAL
060700     DISPLAY '    LEDGER SHOWS ' WS-RCL-SHOW-RECORDS
060800         ' RECORDS, TOTAL ' WS-RCL-SHOW-TOTAL
060900     MOVE WS-RCF-RECORDS(WS-RCF-IDX) TO WS-RCL-SHOW-RECORDS
061000     MOVE WS-RCF-TOTAL(WS-RCF-IDX) TO WS-RCL-SHOW-TOTAL
061100     DISPLAY '    FILE ON HAND ' WS-RCL-SHOW-RECORDS
061200         ' RECORDS, TOTAL ' WS-RCL-SHOW-TOTAL
061300     PERFORM 9590-REFUSE-START THRU 9590-EXIT.
061400 9541-EXIT.
061500     EXIT.
061600*
061700 9542-MATCH-HANDOFF-ENTRY SECTION.
061800 9542-MATCH-HANDOFF-ENTRY-PARA.
061900     IF RCL-FILE-NAME(RCL-FILE-IDX) = WS-RCF-NAME(WS-RCF-IDX)
062000         SET WS-RCL-FOUND TO TRUE
062100         MOVE RCL-FILE-RECORDS(RCL-FILE-IDX)
062200           TO WS-RCL-WORK-RECORDS
062300         MOVE RCL-FILE-TOTAL(RCL-FILE-IDX) TO WS-RCL-WORK-TOTAL
062400         IF RCL-FILE-RECORDS(RCL-FILE-IDX) =
062500                WS-RCF-RECORDS(WS-RCF-IDX)
062600          AND RCL-FILE-TOTAL(RCL-FILE-IDX) =
062700                WS-RCF-TOTAL(WS-RCF-IDX)
062800             SET WS-RCL-MATCH TO TRUE
062900         END-IF
063000     END-IF.
063100 9542-EXIT.
063200     EXIT.
063300*
063400******************************************************************
063500*    9550-CHECK-LAST-GENERATION                                  *
063600*    EVERY NON-EMPTY INPUT WITHOUT A SOURCE STEP IS CHECKED      *
063700*    AGAINST THIS STEP'S LAST COMPLETED RUN (ITS ZERO-DATE ROW). *
063800*    THE SAME RECORD COUNT AND TOTAL AS AN INPUT THAT RUN        *
063900*    CONSUMED MEANS THE OLD GENERATION WAS HANDED IN AGAIN -     *
064000*    UNLESS IT ALSO MATCHES THE CARRY FILE THAT RUN PRODUCED FOR *
064100*    IT, WHICH IS THE SWAP DONE RIGHT WITH NOTHING CHANGED.  NO  *
064200*    ZERO-DATE ROW MEANS A FIRST RUN.                            *
064300******************************************************************
064400 9550-CHECK-LAST-GENERATION SECTION.
064500 9550-CHECK-LAST-GENERATION-PARA.
064600     MOVE ZERO TO RCL-BUSINESS-DATE
064700     MOVE WS-RCL-STEP-NAME TO RCL-STEP-NAME
064800     READ RUN-CONTROL-FILE
064900         INVALID KEY
065000             GO TO 9550-EXIT
065100     END-READ
065200     MOVE RCL-LAST-BUSINESS-DATE TO WS-RCL-LAST-DATE
065300     PERFORM 9551-CHECK-ONE-GENERATION THRU 9551-EXIT
065400         VARYING WS-RCF-IDX FROM 1 BY 1
065500         UNTIL WS-RCF-IDX > WS-RCF-COUNT.
065600 9550-EXIT.
065700     EXIT.
065800*
065900 9551-CHECK-ONE-GENERATION SECTION.
066000 9551-CHECK-ONE-GENERATION-PARA.
066100     IF WS-RCF-SOURCE(WS-RCF-IDX) NOT = SPACES
066200      OR WS-RCF-RECORDS(WS-RCF-IDX) = ZERO
066300         GO TO 9551-EXIT
066400     END-IF
066500     PERFORM 9552-MATCH-CONSUMED-ENTRY THRU 9552-EXIT
066600         VARYING RCL-FILE-IDX FROM 1 BY 1
066700         UNTIL RCL-FILE-IDX > RCL-FILE-COUNT
066800     IF WS-RCF-STALE(WS-RCF-IDX)
066900      AND WS-RCF-PARTNER(WS-RCF-IDX) NOT = SPACES
067000         PERFORM 9553-MATCH-PARTNER-ENTRY THRU 9553-EXIT
067100             VARYING RCL-FILE-IDX FROM 1 BY 1
067200             UNTIL RCL-FILE-IDX > RCL-FILE-COUNT
067300     END-IF
067400     IF NOT WS-RCF-STALE(WS-RCF-IDX)
067500         GO TO 9551-EXIT
067600     END-IF
067700     MOVE SPACES TO WS-RCL-MESSAGE
067800     STRING 'TAXRMT CANNOT START - '
067900                DELIMITED BY SIZE
068000            WS-RCF-NAME(WS-RCF-IDX)
068100                DELIMITED BY SPACE
068200            ' IS THE GENERATION ALREADY CONSUMED FOR '
068300                DELIMITED BY SIZE
068400            'BUSINESS DATE '
068500                DELIMITED BY SIZE
068600            WS-RCL-LAST-DATE
068700                DELIMITED BY SIZE
068800         INTO WS-RCL-MESSAGE
068900     END-STRING
069000     DISPLAY WS-RCL-MESSAGE
069100     IF WS-RCF-PARTNER(WS-RCF-IDX) NOT = SPACES
069200         MOVE SPACES TO WS-RCL-MESSAGE
069300         STRING '    SWAP IN THE '
069400                    DELIMITED BY SIZE
069500                WS-RCF-PARTNER(WS-RCF-IDX)
069600                    DELIMITED BY SPACE
069700                ' THAT RUN PRODUCED AS '
069800                    DELIMITED BY SIZE
069900                WS-RCF-NAME(WS-RCF-IDX)
070000                    DELIMITED BY SPACE
070100             INTO WS-RCL-MESSAGE
070200         END-STRING
070300         DISPLAY WS-RCL-MESSAGE
070400     END-IF
070500     PERFORM 9590-REFUSE-START THRU 9590-EXIT.
070600 9551-EXIT.
070700     EXIT.
070800*
070900 9552-MATCH-CONSUMED-ENTRY SECTION.
071000 9552-MATCH-CONSUMED-ENTRY-PARA.
071100     IF RCL-FILE-CONSUMED(RCL-FILE-IDX)
071200      AND RCL-FILE-NAME(RCL-FILE-IDX) = WS-RCF-NAME(WS-RCF-IDX)
071300      AND RCL-FILE-RECORDS(RCL-FILE-IDX) =
071400             WS-RCF-RECORDS(WS-RCF-IDX)
071500      AND RCL-FILE-TOTAL(RCL-FILE-IDX) = WS-RCF-TOTAL(WS-RCF-IDX)
071600         MOVE 'Y' TO WS-RCF-STALE-SW(WS-RCF-IDX)
071700     END-IF.
071800 9552-EXIT.
071900     EXIT.
072000*
072100 9553-MATCH-PARTNER-ENTRY SECTION.
072200 9553-MATCH-PARTNER-ENTRY-PARA.
072300     IF RCL-FILE-PRODUCED(RCL-FILE-IDX)
072400      AND RCL-FILE-NAME(RCL-FILE-IDX) = WS-RCF-PARTNER(WS-RCF-IDX)
072500      AND RCL-FILE-RECORDS(RCL-FILE-IDX) =
072600             WS-RCF-RECORDS(WS-RCF-IDX)
072700      AND RCL-FILE-TOTAL(RCL-FILE-IDX) = WS-RCF-TOTAL(WS-RCF-IDX)
072800         MOVE 'N' TO WS-RCF-STALE-SW(WS-RCF-IDX)
072900     END-IF.
073000 9553-EXIT.
073100     EXIT.
073200*
073300******************************************************************
073400*    9560-RECORD-STEP-START                                      *
073500*    WRITES THIS STEP'S ROW FOR THE BUSINESS DATE AS STARTED,    *
073600*    WITH THE START TIME AND THE INPUTS' COUNTS AND TOTALS.      *
073700******************************************************************
073800 9560-RECORD-STEP-START SECTION.
073900 9560-RECORD-STEP-START-PARA.
074000     ADD 1 TO WS-RCL-RUN-COUNT
074100     MOVE 'S' TO WS-RCL-STEP-STATUS
074200     MOVE ZERO TO WS-RCL-END-DATE
074300     MOVE ZERO TO WS-RCL-END-TIME
074400     MOVE ZERO TO WS-RCL-RETURN-CODE
074500     PERFORM 9570-BUILD-STEP-ROW THRU 9570-EXIT
074600     PERFORM 9580-PUT-STEP-ROW THRU 9580-EXIT
074700     DISPLAY 'RUN CONTROL: TAXRMT STARTED FOR BUSINESS DATE '
074800         WS-RUN-DATE.
074900 9560-EXIT.
075000     EXIT.
075100*
075200******************************************************************
075300*    9570-BUILD-STEP-ROW                                         *
075400*    BUILDS THIS STEP'S LEDGER ROW FOR THE BUSINESS DATE FROM    *
075500*    THE RUN-CONTROL FIELDS AND THE FILE TABLE.                  *
075600******************************************************************
075700 9570-BUILD-STEP-ROW SECTION.
075800 9570-BUILD-STEP-ROW-PARA.
075900     INITIALIZE RCL-RECORD
076000     MOVE WS-RUN-DATE TO RCL-BUSINESS-DATE
076100     MOVE WS-RCL-STEP-NAME TO RCL-STEP-NAME
076200     MOVE WS-RCL-STEP-STATUS TO RCL-STEP-STATUS
076300     MOVE WS-RCL-RUN-COUNT TO RCL-RUN-COUNT
076400     MOVE WS-RCL-START-DATE TO RCL-START-DATE
076500     MOVE WS-RCL-START-TIME TO RCL-START-TIME
076600     MOVE WS-RCL-END-DATE TO RCL-END-DATE
076700     MOVE WS-RCL-END-TIME TO RCL-END-TIME
076800     MOVE WS-RCL-RETURN-CODE TO RCL-RETURN-CODE
076900     MOVE WS-RUN-DATE TO RCL-LAST-BUSINESS-DATE
077000     MOVE WS-RCF-COUNT TO RCL-FILE-COUNT
077100     PERFORM 9575-MOVE-FILE-ENTRY THRU 9575-EXIT
077200         VARYING WS-RCF-IDX FROM 1 BY 1
077300         UNTIL WS-RCF-IDX > WS-RCF-COUNT.
077400 9570-EXIT.
077500     EXIT.
077600*
077700 9575-MOVE-FILE-ENTRY SECTION.
077800 9575-MOVE-FILE-ENTRY-PARA.
077900     SET RCL-FILE-IDX TO WS-RCF-IDX
078000     MOVE WS-RCF-NAME(WS-RCF-IDX) TO RCL-FILE-NAME(RCL-FILE-IDX)
078100     MOVE WS-RCF-USE(WS-RCF-IDX) TO RCL-FILE-USE(RCL-FILE-IDX)
078200     MOVE WS-RCF-RECORDS(WS-RCF-IDX)
078300       TO RCL-FILE-RECORDS(RCL-FILE-IDX)
078400     MOVE WS-RCF-TOTAL(WS-RCF-IDX)
078500       TO RCL-FILE-TOTAL(RCL-FILE-IDX).
078600 9575-EXIT.
078700     EXIT.
078800*
078900******************************************************************
079000*    9580-PUT-STEP-ROW                                           *
079100*    ADDS THE ROW IN RCL-RECORD TO THE LEDGER, OR REPLACES IT IF *
079200*    ITS KEY IS ALREADY THERE.                                   *
079300******************************************************************
079400 9580-PUT-STEP-ROW SECTION.
079500 9580-PUT-STEP-ROW-PARA.
079600     WRITE RCL-RECORD
079700         INVALID KEY
079800             REWRITE RCL-RECORD
079900                 INVALID KEY
080000                     DISPLAY 'RUN-CONTROL LEDGER WILL NOT '
080100                         'UPDATE - STATUS ' WS-RCL-FILE-STATUS
080200                     MOVE 16 TO RETURN-CODE
080300                     STOP RUN
080400             END-REWRITE
080500     END-WRITE.
080600 9580-EXIT.
080700     EXIT.
080800*
080900******************************************************************
081000*    9590-REFUSE-START                                           *
081100*    ENDS A STEP THAT FAILED A RUN-CONTROL CHECK WITH RETURN-    *
081200*    CODE 16 BEFORE IT HAS TOUCHED A FILE.  THE LEDGER IS LEFT   *
081300*    AS IT WAS.                                                  *
081400******************************************************************
081500 9590-REFUSE-START SECTION.
081600 9590-REFUSE-START-PARA.
081700     DISPLAY 'TAXRMT NOT STARTED - NOTHING PROCESSED'
081800     CLOSE RUN-CONTROL-FILE
081900     MOVE 16 TO RETURN-CODE
082000     STOP RUN.
082100 9590-EXIT.
082200     EXIT.
082300*
082400******************************************************************
082500*    9600-END-RUN-CONTROL                                        *
082600*    RECORDS THE END OF THE STEP ON THE LEDGER - END TIME,       *
082700*    RETURN CODE.  BELOW RETURN-CODE 16 THE STEP IS COMPLETE AND *
082800*    ITS ROW IS ALSO COPIED TO ITS ZERO-DATE ROW FOR THE NEXT    *
082900*    RUN'S GENERATION CHECK; AT 16 IT IS FAILED, WHICH HOLDS THE *
083000*    NEXT STEP UNTIL A RERUN COMPLETES.                          *
083100******************************************************************
083200 9600-END-RUN-CONTROL SECTION.
083300 9600-END-RUN-CONTROL-PARA.
083400     ACCEPT WS-RCL-END-DATE FROM DATE YYYYMMDD
083500     ACCEPT WS-RCL-END-TIME FROM TIME
083600     MOVE RETURN-CODE TO WS-RCL-RETURN-CODE
083700     IF RETURN-CODE < 16
083800         MOVE 'C' TO WS-RCL-STEP-STATUS
083900     ELSE
084000         MOVE 'F' TO WS-RCL-STEP-STATUS
084100     END-IF
084200     PERFORM 9520-OPEN-RUN-CONTROL THRU 9520-EXIT
084300     PERFORM 9570-BUILD-STEP-ROW THRU 9570-EXIT
084400     PERFORM 9580-PUT-STEP-ROW THRU 9580-EXIT
084500     IF WS-RCL-STEP-COMPLETE
084600         MOVE ZERO TO RCL-BUSINESS-DATE
084700         PERFORM 9580-PUT-STEP-ROW THRU 9580-EXIT
084800     END-IF
084900     CLOSE RUN-CONTROL-FILE
085000     PERFORM 9610-DISPLAY-FILE-ENTRY THRU 9610-EXIT
085100         VARYING WS-RCF-IDX FROM 1 BY 1
085200         UNTIL WS-RCF-IDX > WS-RCF-COUNT
085300     IF WS-RCL-STEP-COMPLETE
085400         DISPLAY 'RUN CONTROL: TAXRMT COMPLETE FOR '
085500             'BUSINESS DATE ' WS-RUN-DATE ' RETURN CODE '
085600             WS-RCL-RETURN-CODE
085700     ELSE
085800         DISPLAY 'RUN CONTROL: TAXRMT FAILED FOR '
085900             'BUSINESS DATE ' WS-RUN-DATE ' RETURN CODE '
086000             WS-RCL-RETURN-CODE
086100     END-IF.
086200 9600-EXIT.
086300     EXIT.
086400*
086500 9610-DISPLAY-FILE-ENTRY SECTION.
086600 9610-DISPLAY-FILE-ENTRY-PARA.
086700     MOVE WS-RCF-RECORDS(WS-RCF-IDX) TO WS-RCL-SHOW-RECORDS
086800     MOVE WS-RCF-TOTAL(WS-RCF-IDX) TO WS-RCL-SHOW-TOTAL
086900     IF WS-RCF-CONSUMED(WS-RCF-IDX)
087000         DISPLAY 'RUN CONTROL: CONSUMED ' WS-RCF-NAME(WS-RCF-IDX)
087100             WS-RCL-SHOW-RECORDS ' RECORDS, TOTAL '
087200             WS-RCL-SHOW-TOTAL
087300     ELSE
087400         DISPLAY 'RUN CONTROL: PRODUCED ' WS-RCF-NAME(WS-RCF-IDX)
087500             WS-RCL-SHOW-RECORDS ' RECORDS, TOTAL '
087600             WS-RCL-SHOW-TOTAL
087700     END-IF.
087800 9610-EXIT.
087900     EXIT.
088000*
088100******************************************************************
088200*    9700-MEASURE-INPUTS                                         *
088300*    COUNTS AND TOTALS EVERY FILE THIS STEP CONSUMES - AUDITFL.  *
088400*    AUDITFL MUST BE AS INVOICE LEFT IT.                         *
088500******************************************************************
088600 9700-MEASURE-INPUTS SECTION.
088700 9700-MEASURE-INPUTS-PARA.
088800     MOVE 'INVOICE' TO WS-RCL-WORK-SOURCE
088900     MOVE SPACES TO WS-RCL-WORK-PARTNER
089000     PERFORM 9810-COUNT-AUDIT-TRAIL THRU 9810-EXIT.
089100 9700-EXIT.
089200     EXIT.
089300*
089400******************************************************************
089500*    9790-ADD-FILE-ENTRY                                         *
089600*    ADDS THE FILE JUST COUNTED TO THE RUN-CONTROL FILE TABLE.   *
089700******************************************************************
089800 9790-ADD-FILE-ENTRY SECTION.
089900 9790-ADD-FILE-ENTRY-PARA.
090000     ADD 1 TO WS-RCF-COUNT
090100     SET WS-RCF-IDX TO WS-RCF-COUNT
090200     MOVE WS-RCL-WORK-NAME TO WS-RCF-NAME(WS-RCF-IDX)
090300     MOVE WS-RCL-WORK-USE TO WS-RCF-USE(WS-RCF-IDX)
090400     MOVE WS-RCL-WORK-SOURCE TO WS-RCF-SOURCE(WS-RCF-IDX)
090500     MOVE WS-RCL-WORK-PARTNER TO WS-RCF-PARTNER(WS-RCF-IDX)
090600     MOVE WS-RCL-WORK-RECORDS TO WS-RCF-RECORDS(WS-RCF-IDX)
090700     MOVE WS-RCL-WORK-TOTAL TO WS-RCF-TOTAL(WS-RCF-IDX)
090800     MOVE 'N' TO WS-RCF-STALE-SW(WS-RCF-IDX).
090900 9790-EXIT.
091000     EXIT.
091100*
091200******************************************************************
091300*    9810-COUNT-AUDIT-TRAIL                                      *
091400*    COUNTS THE AUDIT TRAIL (AUDITFL) FOR THE LEDGER, TOTALLING  *
091500*    THE BILLED TOTALS.  A FILE NOT ON HAND COUNTS AS EMPTY.     *
091600******************************************************************
091700 9810-COUNT-AUDIT-TRAIL SECTION.
091800 9810-COUNT-AUDIT-TRAIL-PARA.
091900     MOVE 'AUDITFL' TO WS-RCL-WORK-NAME
092000     MOVE ZERO TO WS-RCL-WORK-RECORDS
092100     MOVE ZERO TO WS-RCL-WORK-TOTAL
092200     MOVE 'N' TO WS-RCL-EOF-SW
092300     OPEN INPUT AUDIT-FILE
092400     IF WS-AUDIT-FILE-STATUS = '00'
092500         PERFORM 9811-ADD-AUDIT-RECORD THRU 9811-EXIT
092600             UNTIL WS-RCL-EOF
092700         CLOSE AUDIT-FILE
092800     END-IF
092900     PERFORM 9790-ADD-FILE-ENTRY THRU 9790-EXIT.
093000 9810-EXIT.
093100     EXIT.
093200*
093300 9811-ADD-AUDIT-RECORD SECTION.
093400 9811-ADD-AUDIT-RECORD-PARA.
093500     READ AUDIT-FILE
093600         AT END
093700             SET WS-RCL-EOF TO TRUE
093800     END-READ
093900     IF NOT WS-RCL-EOF
094000         ADD 1 TO WS-RCL-WORK-RECORDS
094100         ADD AUD-TOTAL TO WS-RCL-WORK-TOTAL
094200     END-IF.
094300 9811-EXIT.
094400     EXIT.
094500*
094600 END PROGRAM TAXRMT.
