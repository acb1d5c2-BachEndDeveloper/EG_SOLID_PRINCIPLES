000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    DSCONAP.
000300 AUTHOR.        R HALVORSEN.
000400 INSTALLATION.  BILLING SYSTEMS.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700******************************************************************
000800*    MODIFICATION HISTORY                                        *
000900*    --------------------                                        *
001000*    2026-10-15  RH  ORIGINAL CONTRACT APPROVAL SCREEN - THE     *
001100*                    CHECKER HALF OF THE MAKER/CHECKER CONTROL   *
001200*                    FOR THE RECURRING BILLING CONTRACT MASTER,  *
001300*                    BUILT THE WAY DSCUSAP WORKS FOR CUSTOMERS.  *
001400*                    STEPS THROUGH THE PENDING CONTRACT ENTRIES  *
001500*                    KEYED IN DSCONMT; A SECOND OPERATOR (A      *
001600*                    DIFFERENT USER THAN THE ONE WHO KEYED THE   *
001700*                    ENTRY) APPROVES OR REJECTS EACH ONE.  AN    *
001800*                    APPROVED ADD WRITES TO THE INDEXED CONTFILE *
001900*                    BY KEY - A ZERO NEXT-BILL DATE BILLING      *
002000*                    FIRST ON THE START DATE; AN APPROVED CHANGE *
002100*                    READS THE ROW AND REWRITES IT, BLANK FIELDS *
002200*                    AND ZERO NUMBERS AND DATES KEEPING THE      *
002300*                    CURRENT VALUE.  EVERY APPLIED ROW CARRIES   *
002400*                    ITS APPROVER AND DATE.  DECIDED ENTRIES     *
002500*                    MOVE TO THE PENDING HISTORY FILE; ENTRIES   *
002600*                    STILL PENDING ROLL FORWARD TO THE CARRY     *
002700*                    FILE OPS SWAPS IN AS THE NEXT PENDCONT.     *
002800******************************************************************
002900 ENVIRONMENT DIVISION.
003000 CONFIGURATION SECTION.
003100 SOURCE-COMPUTER.   IBM-370.
003200 OBJECT-COMPUTER.   IBM-370.
003300 INPUT-OUTPUT SECTION.
003400 FILE-CONTROL.
003500     SELECT PENDING-CONTRACT-FILE ASSIGN TO "PENDCONT"
003600         ORGANIZATION IS LINE SEQUENTIAL
003700         FILE STATUS IS WS-PEND-FILE-STATUS.
003800     SELECT CONTRACT-MASTER-FILE ASSIGN TO "CONTFILE"
003900         ORGANIZATION IS INDEXED
004000         ACCESS MODE IS RANDOM
004100         RECORD KEY IS CTR-CONTRACT-NUMBER
004200         FILE STATUS IS WS-CONT-FILE-STATUS.
004300     SELECT PENDING-CARRY-FILE ASSIGN TO "PENDCON2"
004400         ORGANIZATION IS LINE SEQUENTIAL.
004500     SELECT PENDING-HISTORY-FILE ASSIGN TO "PENDCONH"
004600         ORGANIZATION IS LINE SEQUENTIAL
004700         FILE STATUS IS WS-HIST-FILE-STATUS.
004800*
004900 DATA DIVISION.
005000 FILE SECTION.
005100 FD  PENDING-CONTRACT-FILE
005200     LABEL RECORDS ARE STANDARD.
005300 COPY "pendcont.cpy".
005400*
005500 FD  CONTRACT-MASTER-FILE
005600     LABEL RECORDS ARE STANDARD.
005700 COPY "contrec.cpy".
005800*
005900 FD  PENDING-CARRY-FILE
006000     LABEL RECORDS ARE STANDARD.
006100 COPY "pendcon2.cpy".
006200*
006300 FD  PENDING-HISTORY-FILE
006400     LABEL RECORDS ARE STANDARD.
006500 COPY "pendconh.cpy".
006600*
006700 WORKING-STORAGE SECTION.
006800 01  WS-PEND-FILE-STATUS        PIC X(02) VALUE SPACES.
006900 01  WS-CONT-FILE-STATUS        PIC X(02) VALUE SPACES.
007000 01  WS-HIST-FILE-STATUS        PIC X(02) VALUE SPACES.
007100*
007200 01  WS-SWITCHES.
007300     05  WS-EXIT-SW             PIC X(01) VALUE 'N'.
007400         88  WS-EXIT                    VALUE 'Y'.
007500     05  WS-EOF-PEND-SW         PIC X(01) VALUE 'N'.
007600         88  WS-EOF-PEND                VALUE 'Y'.
007700     05  WS-PENDING-FOUND-SW    PIC X(01) VALUE 'N'.
007800         88  WS-PENDING-FOUND           VALUE 'Y'.
007900     05  WS-CONT-OPEN-SW        PIC X(01) VALUE 'N'.
008000         88  WS-CONT-OPEN               VALUE 'Y'.
008100     05  WS-ROLL-OPEN-SW        PIC X(01) VALUE 'N'.
008200         88  WS-ROLL-OPEN               VALUE 'Y'.
008300*
008400 01  WS-DATE-TIME-FIELDS.
008500     05  WS-RUN-DATE            PIC 9(08).
008600     05  WS-RUN-TIME            PIC 9(08).
008700*
008800 77  WS-APPROVED-COUNT          PIC 9(04) VALUE ZERO.
008900 77  WS-REJECTED-COUNT          PIC 9(04) VALUE ZERO.
009000 77  WS-CARRIED-COUNT           PIC 9(04) VALUE ZERO.
009100 77  WS-HISTORY-COUNT           PIC 9(04) VALUE ZERO.
009200 77  WS-CURRENT-SLOT            PIC 9(04) VALUE ZERO.
009300 77  WS-SCAN-SLOT               PIC 9(04) VALUE ZERO.
009400*
009500 01  WS-PNT-TABLE-AREA.
009600     05  WS-PNT-TABLE-COUNT     PIC 9(04) VALUE ZERO.
009700     05  WS-PNT-ENTRY OCCURS 1 TO 200 TIMES
009800                      DEPENDING ON WS-PNT-TABLE-COUNT
009900                      INDEXED BY WS-PNT-IDX.
010000         10  WS-PNT-ACTION            PIC X(01).
010100             88  WS-PNT-ADD           VALUE 'A'.
010200         10  WS-PNT-CONTRACT-NUMBER   PIC 9(06).
010300         10  WS-PNT-CUSTOMER-NUMBER   PIC 9(06).
010400         10  WS-PNT-INVOICE-TYPE      PIC X(15).
010500         10  WS-PNT-AMOUNT            PIC 9(07)V99.
010600         10  WS-PNT-CURRENCY-CODE     PIC X(03).
010700         10  WS-PNT-FREQUENCY         PIC X(01).
010800         10  WS-PNT-START-DATE        PIC 9(08).
010900         10  WS-PNT-END-DATE          PIC 9(08).
011000         10  WS-PNT-NEXT-BILL-DATE    PIC 9(08).
011100         10  WS-PNT-CONTRACT-STATUS   PIC X(01).
011200         10  WS-PNT-STATUS            PIC X(01).
011300             88  WS-PNT-PENDING       VALUE 'P'.
011400         10  WS-PNT-ENTERED-BY        PIC X(08).
011500         10  WS-PNT-ENTERED-DATE      PIC 9(08).
011600         10  WS-PNT-ENTERED-TIME      PIC 9(08).
011700         10  WS-PNT-APPROVED-BY       PIC X(08).
011800         10  WS-PNT-APPROVAL-DATE     PIC 9(08).
011900         10  WS-PNT-APPROVAL-TIME     PIC 9(08).
012000*
012100 01  WS-SCREEN-FIELDS.
012200     05  WS-SCR-ACTION          PIC X(09) VALUE SPACES.
012300     05  WS-SCR-CONTRACT-NUMBER PIC 9(06) VALUE ZERO.
012400     05  WS-SCR-CUSTOMER-NUMBER PIC 9(06) VALUE ZERO.
012500     05  WS-SCR-INVOICE-TYPE    PIC X(15) VALUE SPACES.
012600     05  WS-SCR-AMOUNT          PIC 9(07)V99 VALUE ZERO.
012700     05  WS-SCR-CURRENCY-CODE   PIC X(03) VALUE SPACES.
012800     05  WS-SCR-FREQUENCY       PIC X(01) VALUE SPACES.
012900     05  WS-SCR-START-DATE      PIC 9(08) VALUE ZERO.
013000     05  WS-SCR-END-DATE        PIC 9(08) VALUE ZERO.
013100     05  WS-SCR-NEXT-BILL-DATE  PIC 9(08) VALUE ZERO.
013200     05  WS-SCR-CONTRACT-STATUS PIC X(01) VALUE SPACES.
013300     05  WS-SCR-ENTERED-BY      PIC X(08) VALUE SPACES.
013400     05  WS-SCR-ENTERED-DATE    PIC 9(08) VALUE ZERO.
013500     05  WS-SCR-APPROVER-ID     PIC X(08) VALUE SPACES.
013600     05  WS-SCR-FUNCTION-KEY    PIC X(01) VALUE SPACES.
013700         88  WS-SCR-APPROVE-REQUESTED   VALUE 'A' 'a'.
013800         88  WS-SCR-REJECT-REQUESTED    VALUE 'R' 'r'.
013900         88  WS-SCR-SKIP-REQUESTED      VALUE 'S' 's'.
014000         88  WS-SCR-EXIT-REQUESTED      VALUE 'X' 'x'.
014100     05  WS-SCR-ERROR-MSG       PIC X(40) VALUE SPACES.
014200*
014300 SCREEN SECTION.
014400 01  CONTRACT-APPROVAL-SCREEN.
014500     05  BLANK SCREEN.
014600     05  LINE 01 COLUMN 25
014700         VALUE "PENDING CONTRACT APPROVAL" HIGHLIGHT.
014800     05  LINE 03 COLUMN 05 VALUE "ACTION . . . . . . . :".
014900     05  LINE 03 COLUMN 29
015000         PIC X(09) FROM WS-SCR-ACTION.
015100     05  LINE 04 COLUMN 05 VALUE "CONTRACT NUMBER  . . :".
015200     05  LINE 04 COLUMN 29
015300         PIC 9(06) FROM WS-SCR-CONTRACT-NUMBER.
015400     05  LINE 05 COLUMN 05 VALUE "CUSTOMER NUMBER  . . :".
015500     05  LINE 05 COLUMN 29
015600         PIC 9(06) FROM WS-SCR-CUSTOMER-NUMBER.
015700     05  LINE 06 COLUMN 05 VALUE "INVOICE TYPE . . . . :".
015800     05  LINE 06 COLUMN 29
015900         PIC X(15) FROM WS-SCR-INVOICE-TYPE.
016000     05  LINE 07 COLUMN 05 VALUE "AMOUNT PER PERIOD  . :".
016100     05  LINE 07 COLUMN 29
016200         PIC 9(07)V99 FROM WS-SCR-AMOUNT.
016300     05  LINE 08 COLUMN 05 VALUE "CURRENCY . . . . . . :".
016400     05  LINE 08 COLUMN 29
016500         PIC X(03) FROM WS-SCR-CURRENCY-CODE.
016600     05  LINE 09 COLUMN 05 VALUE "FREQUENCY  . . . . . :".
016700     05  LINE 09 COLUMN 29
016800         PIC X(01) FROM WS-SCR-FREQUENCY.
016900     05  LINE 10 COLUMN 05 VALUE "START DATE . . . . . :".
017000     05  LINE 10 COLUMN 29
017100         PIC 9(08) FROM WS-SCR-START-DATE.
017200     05  LINE 11 COLUMN 05 VALUE "END DATE . . . . . . :".
017300     05  LINE 11 COLUMN 29
017400         PIC 9(08) FROM WS-SCR-END-DATE.
017500     05  LINE 12 COLUMN 05 VALUE "NEXT BILL DATE . . . :".
017600     05  LINE 12 COLUMN 29
017700         PIC 9(08) FROM WS-SCR-NEXT-BILL-DATE.
017800     05  LINE 13 COLUMN 05 VALUE "STATUS . . . . . . . :".
017900     05  LINE 13 COLUMN 29
018000         PIC X(01) FROM WS-SCR-CONTRACT-STATUS.
018100     05  LINE 14 COLUMN 05 VALUE "ENTERED BY . . . . . :".
018200     05  LINE 14 COLUMN 29
018300         PIC X(08) FROM WS-SCR-ENTERED-BY.
018400     05  LINE 15 COLUMN 05 VALUE "ENTERED ON . . . . . :".
018500     05  LINE 15 COLUMN 29
018600         PIC 9(08) FROM WS-SCR-ENTERED-DATE.
018700     05  LINE 17 COLUMN 05 VALUE "APPROVER ID  . . . . :".
018800     05  LINE 17 COLUMN 29
018900         PIC X(08) USING WS-SCR-APPROVER-ID.
019000     05  LINE 19 COLUMN 05
019100         VALUE "A = APPROVE  R = REJECT  S = SKIP  X = EXIT".
019200     05  LINE 20 COLUMN 05 VALUE "FUNCTION . . . . . . :".
019300     05  LINE 20 COLUMN 29
019400         PIC X(01) USING WS-SCR-FUNCTION-KEY.
019500     05  LINE 22 COLUMN 05
019600         PIC X(40) USING WS-SCR-ERROR-MSG HIGHLIGHT.
019700*
019800 PROCEDURE DIVISION.
019900 0000-MAINLINE SECTION.
020000 0000-MAINLINE-PARA.
020100     PERFORM 1000-INITIALIZE THRU 1000-EXIT
020200     PERFORM 2000-REVIEW-PENDING THRU 2000-EXIT
020300         UNTIL WS-EXIT
020400     PERFORM 9000-TERMINATE THRU 9000-EXIT
020500     STOP RUN.
020600*
020700******************************************************************
020800*    1000-INITIALIZE                                             *
020900*    LOADS THE PENDING CONTRACT FILE - PENDING ENTRIES INTO THE  *
021000*    REVIEW TABLE, ALREADY-DECIDED ENTRIES STRAIGHT TO THE       *
021100*    HISTORY FILE, AND PENDING ENTRIES PAST THE TABLE CEILING    *
021200*    STRAIGHT TO THE CARRY FILE UNTOUCHED - AND OPENS THE        *
021300*    INDEXED CONTRACT MASTER FOR UPDATE (CREATED ON FIRST USE).  *
021400*    NO FILE, OR NO ENTRY STILL PENDING, ENDS THE SESSION AT     *
021500*    ONCE.                                                       *
021600******************************************************************
021700 1000-INITIALIZE SECTION.
021800 1000-INITIALIZE-PARA.
021900     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
022000     ACCEPT WS-RUN-TIME FROM TIME
022100     OPEN INPUT PENDING-CONTRACT-FILE
022200     IF WS-PEND-FILE-STATUS NOT = '00'
022300         DISPLAY 'NO PENDING CONTRACT FILE - NOTHING TO APPROVE'
022400         SET WS-EXIT TO TRUE
022500         GO TO 1000-EXIT
022600     END-IF
022700     OPEN OUTPUT PENDING-CARRY-FILE
022800     OPEN EXTEND PENDING-HISTORY-FILE
022900     IF WS-HIST-FILE-STATUS NOT = '00'
023000      AND WS-HIST-FILE-STATUS NOT = '05'
023100         OPEN OUTPUT PENDING-HISTORY-FILE
023200     END-IF
023300     SET WS-ROLL-OPEN TO TRUE
023400     PERFORM 1100-READ-PENDING-RECORD THRU 1100-EXIT
023500     PERFORM 1200-STORE-PENDING-RECORD THRU 1200-EXIT
023600         UNTIL WS-EOF-PEND
023700     CLOSE PENDING-CONTRACT-FILE
023800     MOVE 1 TO WS-SCAN-SLOT
023900     PERFORM 2010-FIND-NEXT-PENDING THRU 2010-EXIT
024000     IF NOT WS-PENDING-FOUND
024100         DISPLAY 'NO ENTRIES PENDING APPROVAL'
024200         SET WS-EXIT TO TRUE
024300         GO TO 1000-EXIT
024400     END-IF
024500     PERFORM 1300-OPEN-CONTRACT-MASTER THRU 1300-EXIT.
024600 1000-EXIT.
024700     EXIT.
024800*
024900 1100-READ-PENDING-RECORD SECTION.
025000 1100-READ-PENDING-PARA.
025100     READ PENDING-CONTRACT-FILE
025200         AT END SET WS-EOF-PEND TO TRUE
025300     END-READ.
025400 1100-EXIT.
025500     EXIT.
025600*
025700 1200-STORE-PENDING-RECORD SECTION.
025800 1200-STORE-PENDING-PARA.
025900     IF NOT PNT-PENDING
026000         PERFORM 1400-FILE-HISTORY-RECORD THRU 1400-EXIT
026100         GO TO 1200-READ-NEXT
026200     END-IF
026300     IF WS-PNT-TABLE-COUNT < 200
026400         ADD 1 TO WS-PNT-TABLE-COUNT
026500         SET WS-PNT-IDX TO WS-PNT-TABLE-COUNT
026600         MOVE PNT-ACTION TO WS-PNT-ACTION(WS-PNT-IDX)
026700         MOVE PNT-CONTRACT-NUMBER
026800           TO WS-PNT-CONTRACT-NUMBER(WS-PNT-IDX)
026900         MOVE PNT-CUSTOMER-NUMBER
027000           TO WS-PNT-CUSTOMER-NUMBER(WS-PNT-IDX)
027100         MOVE PNT-INVOICE-TYPE
027200           TO WS-PNT-INVOICE-TYPE(WS-PNT-IDX)
027300         MOVE PNT-AMOUNT TO WS-PNT-AMOUNT(WS-PNT-IDX)
027400         MOVE PNT-CURRENCY-CODE
027500           TO WS-PNT-CURRENCY-CODE(WS-PNT-IDX)
027600         MOVE PNT-FREQUENCY TO WS-PNT-FREQUENCY(WS-PNT-IDX)
027700         MOVE PNT-START-DATE TO WS-PNT-START-DATE(WS-PNT-IDX)
027800         MOVE PNT-END-DATE TO WS-PNT-END-DATE(WS-PNT-IDX)
027900         MOVE PNT-NEXT-BILL-DATE
028000           TO WS-PNT-NEXT-BILL-DATE(WS-PNT-IDX)
028100         MOVE PNT-CONTRACT-STATUS
028200           TO WS-PNT-CONTRACT-STATUS(WS-PNT-IDX)
028300         MOVE PNT-STATUS TO WS-PNT-STATUS(WS-PNT-IDX)
028400         MOVE PNT-ENTERED-BY TO WS-PNT-ENTERED-BY(WS-PNT-IDX)
028500         MOVE PNT-ENTERED-DATE
028600           TO WS-PNT-ENTERED-DATE(WS-PNT-IDX)
028700         MOVE PNT-ENTERED-TIME
028800           TO WS-PNT-ENTERED-TIME(WS-PNT-IDX)
028900         MOVE PNT-APPROVED-BY
029000           TO WS-PNT-APPROVED-BY(WS-PNT-IDX)
029100         MOVE PNT-APPROVAL-DATE
029200           TO WS-PNT-APPROVAL-DATE(WS-PNT-IDX)
029300         MOVE PNT-APPROVAL-TIME
029400           TO WS-PNT-APPROVAL-TIME(WS-PNT-IDX)
029500     ELSE
029600         DISPLAY 'PENDING TABLE FULL - CARRIED UNREVIEWED: '
029700             PNT-CONTRACT-NUMBER
029800         PERFORM 1500-FILE-CARRY-RECORD THRU 1500-EXIT
029900     END-IF.
030000 1200-READ-NEXT.
030100     PERFORM 1100-READ-PENDING-RECORD THRU 1100-EXIT.
030200 1200-EXIT.
030300     EXIT.
030400*
030500******************************************************************
030600*    1300-OPEN-CONTRACT-MASTER                                   *
030700*    OPENS THE INDEXED CONTRACT MASTER FOR UPDATE, CREATING IT   *
030800*    EMPTY ON FIRST USE.                                         *
030900******************************************************************
031000 1300-OPEN-CONTRACT-MASTER SECTION.
031100 1300-OPEN-CONTRACT-PARA.
031200     OPEN I-O CONTRACT-MASTER-FILE
031300     IF WS-CONT-FILE-STATUS = '35'
031400         OPEN OUTPUT CONTRACT-MASTER-FILE
031500         CLOSE CONTRACT-MASTER-FILE
031600         OPEN I-O CONTRACT-MASTER-FILE
031700     END-IF
031800     IF WS-CONT-FILE-STATUS = '00'
031900         SET WS-CONT-OPEN TO TRUE
032000     ELSE
032100         DISPLAY 'CONTRACT MASTER WILL NOT OPEN - STATUS '
032200             WS-CONT-FILE-STATUS
032300         MOVE 16 TO RETURN-CODE
032400         STOP RUN
032500     END-IF.
032600 1300-EXIT.
032700     EXIT.
032800*
032900******************************************************************
033000*    1400-FILE-HISTORY-RECORD                                    *
033100*    APPENDS THE PENDING RECORD JUST READ - ALREADY APPROVED OR  *
033200*    REJECTED IN AN EARLIER SESSION - TO THE PENDING HISTORY     *
033300*    FILE, WHERE THE AUDIT TRAIL LIVES.                          *
033400******************************************************************
033500 1400-FILE-HISTORY-RECORD SECTION.
033600 1400-FILE-HISTORY-PARA.
033700     MOVE PNT-ACTION TO PTH-ACTION
033800     MOVE PNT-CONTRACT-NUMBER TO PTH-CONTRACT-NUMBER
033900     MOVE PNT-CUSTOMER-NUMBER TO PTH-CUSTOMER-NUMBER
034000     MOVE PNT-INVOICE-TYPE TO PTH-INVOICE-TYPE
034100     MOVE PNT-AMOUNT TO PTH-AMOUNT
034200     MOVE PNT-CURRENCY-CODE TO PTH-CURRENCY-CODE
034300     MOVE PNT-FREQUENCY TO PTH-FREQUENCY
034400     MOVE PNT-START-DATE TO PTH-START-DATE
034500     MOVE PNT-END-DATE TO PTH-END-DATE
034600     MOVE PNT-NEXT-BILL-DATE TO PTH-NEXT-BILL-DATE
034700     MOVE PNT-CONTRACT-STATUS TO PTH-CONTRACT-STATUS
034800     MOVE PNT-STATUS TO PTH-STATUS
034900     MOVE PNT-ENTERED-BY TO PTH-ENTERED-BY
035000     MOVE PNT-ENTERED-DATE TO PTH-ENTERED-DATE
035100     MOVE PNT-ENTERED-TIME TO PTH-ENTERED-TIME
035200     MOVE PNT-APPROVED-BY TO PTH-APPROVED-BY
035300     MOVE PNT-APPROVAL-DATE TO PTH-APPROVAL-DATE
035400     MOVE PNT-APPROVAL-TIME TO PTH-APPROVAL-TIME
035500     WRITE PTH-RECORD
035600     ADD 1 TO WS-HISTORY-COUNT.
035700 1400-EXIT.
035800     EXIT.
035900*
036000******************************************************************
036100*    1500-FILE-CARRY-RECORD                                      *
036200*    PASSES THE PENDING RECORD JUST READ THROUGH TO THE CARRY    *
036300*    FILE UNTOUCHED - IT STAYS PENDING FOR THE NEXT REVIEW       *
036400*    SESSION.                                                    *
036500******************************************************************
036600 1500-FILE-CARRY-RECORD SECTION.
036700 1500-FILE-CARRY-PARA.
036800     MOVE PNT-ACTION TO PT2-ACTION
036900     MOVE PNT-CONTRACT-NUMBER TO PT2-CONTRACT-NUMBER
037000     MOVE PNT-CUSTOMER-NUMBER TO PT2-CUSTOMER-NUMBER
037100     MOVE PNT-INVOICE-TYPE TO PT2-INVOICE-TYPE
037200     MOVE PNT-AMOUNT TO PT2-AMOUNT
037300     MOVE PNT-CURRENCY-CODE TO PT2-CURRENCY-CODE
037400     MOVE PNT-FREQUENCY TO PT2-FREQUENCY
037500     MOVE PNT-START-DATE TO PT2-START-DATE
037600     MOVE PNT-END-DATE TO PT2-END-DATE
037700     MOVE PNT-NEXT-BILL-DATE TO PT2-NEXT-BILL-DATE
037800     MOVE PNT-CONTRACT-STATUS TO PT2-CONTRACT-STATUS
037900     MOVE PNT-STATUS TO PT2-STATUS
038000     MOVE PNT-ENTERED-BY TO PT2-ENTERED-BY
038100     MOVE PNT-ENTERED-DATE TO PT2-ENTERED-DATE
038200     MOVE PNT-ENTERED-TIME TO PT2-ENTERED-TIME
038300     MOVE PNT-APPROVED-BY TO PT2-APPROVED-BY
038400     MOVE PNT-APPROVAL-DATE TO PT2-APPROVAL-DATE
038500     MOVE PNT-APPROVAL-TIME TO PT2-APPROVAL-TIME
038600     WRITE PT2-RECORD
038700     ADD 1 TO WS-CARRIED-COUNT.
038800 1500-EXIT.
038900     EXIT.
039000*
039100******************************************************************
039200*    2000-REVIEW-PENDING                                         *
039300*    SHOWS THE CURRENT PENDING ENTRY AND ACTS ON THE APPROVER'S  *
039400*    FUNCTION - APPROVE APPLIES IT TO THE CONTRACT MASTER,       *
039500*    REJECT MARKS IT REFUSED, SKIP LEAVES IT PENDING FOR THE     *
039600*    NEXT SESSION.  AN APPROVER MATCHING THE ENTERER, OR A       *
039700*    BLANK APPROVER ID, REDISPLAYS WITH AN ERROR INSTEAD.        *
039800******************************************************************
039900 2000-REVIEW-PENDING SECTION.
040000 2000-REVIEW-PENDING-PARA.
040100     SET WS-PNT-IDX TO WS-CURRENT-SLOT
040200     IF WS-PNT-ADD(WS-PNT-IDX)
040300         MOVE 'ADD      ' TO WS-SCR-ACTION
040400     ELSE
040500         MOVE 'CHANGE   ' TO WS-SCR-ACTION
040600     END-IF
040700     MOVE WS-PNT-CONTRACT-NUMBER(WS-PNT-IDX)
040800         TO WS-SCR-CONTRACT-NUMBER
040900     MOVE WS-PNT-CUSTOMER-NUMBER(WS-PNT-IDX)
041000         TO WS-SCR-CUSTOMER-NUMBER
041100     MOVE WS-PNT-INVOICE-TYPE(WS-PNT-IDX) TO WS-SCR-INVOICE-TYPE
041200     MOVE WS-PNT-AMOUNT(WS-PNT-IDX) TO WS-SCR-AMOUNT
041300     MOVE WS-PNT-CURRENCY-CODE(WS-PNT-IDX)
041400         TO WS-SCR-CURRENCY-CODE
041500     MOVE WS-PNT-FREQUENCY(WS-PNT-IDX) TO WS-SCR-FREQUENCY
041600     MOVE WS-PNT-START-DATE(WS-PNT-IDX) TO WS-SCR-START-DATE
041700     MOVE WS-PNT-END-DATE(WS-PNT-IDX) TO WS-SCR-END-DATE
041800     MOVE WS-PNT-NEXT-BILL-DATE(WS-PNT-IDX)
041900         TO WS-SCR-NEXT-BILL-DATE
042000     MOVE WS-PNT-CONTRACT-STATUS(WS-PNT-IDX)
042100         TO WS-SCR-CONTRACT-STATUS
042200     MOVE WS-PNT-ENTERED-BY(WS-PNT-IDX) TO WS-SCR-ENTERED-BY
042300     MOVE WS-PNT-ENTERED-DATE(WS-PNT-IDX)
042400         TO WS-SCR-ENTERED-DATE
042500     MOVE SPACES TO WS-SCR-FUNCTION-KEY
042600     DISPLAY CONTRACT-APPROVAL-SCREEN
042700     ACCEPT CONTRACT-APPROVAL-SCREEN
042800     MOVE SPACES TO WS-SCR-ERROR-MSG
042900     IF WS-SCR-EXIT-REQUESTED
043000         SET WS-EXIT TO TRUE
043100         GO TO 2000-EXIT
043200     END-IF
043300     IF WS-SCR-SKIP-REQUESTED
043400         PERFORM 2300-ADVANCE-TO-NEXT THRU 2300-EXIT
043500         GO TO 2000-EXIT
043600     END-IF
043700     IF WS-SCR-APPROVE-REQUESTED
043800         PERFORM 2100-APPROVE-ENTRY THRU 2100-EXIT
043900         GO TO 2000-EXIT
044000     END-IF
044100     IF WS-SCR-REJECT-REQUESTED
044200         PERFORM 2200-REJECT-ENTRY THRU 2200-EXIT
044300         GO TO 2000-EXIT
044400     END-IF
044500     MOVE 'FUNCTION MUST BE A, R, S OR X' TO WS-SCR-ERROR-MSG.
044600 2000-EXIT.
044700     EXIT.
044800*
044900******************************************************************
045000*    2010-FIND-NEXT-PENDING                                      *
045100*    SCANS FORWARD FROM WS-SCAN-SLOT FOR THE NEXT ENTRY STILL    *
045200*    MARKED PENDING, LEAVING IT IN WS-CURRENT-SLOT.  REACHING    *
045300*    THE END OF THE TABLE ENDS THE REVIEW SESSION.               *
045400******************************************************************
045500 2010-FIND-NEXT-PENDING SECTION.
045600 2010-FIND-NEXT-PENDING-PARA.
045700     MOVE 'N' TO WS-PENDING-FOUND-SW
045800     PERFORM 2020-TEST-ONE-SLOT THRU 2020-EXIT
045900         UNTIL WS-PENDING-FOUND
046000         OR WS-SCAN-SLOT > WS-PNT-TABLE-COUNT.
046100 2010-EXIT.
046200     EXIT.
046300*
046400 2020-TEST-ONE-SLOT SECTION.
046500 2020-TEST-ONE-SLOT-PARA.
046600     IF WS-SCAN-SLOT > WS-PNT-TABLE-COUNT
046700         GO TO 2020-EXIT
046800     END-IF
046900     SET WS-PNT-IDX TO WS-SCAN-SLOT
047000     IF WS-PNT-PENDING(WS-PNT-IDX)
047100         SET WS-PENDING-FOUND TO TRUE
047200         MOVE WS-SCAN-SLOT TO WS-CURRENT-SLOT
047300     END-IF
047400     ADD 1 TO WS-SCAN-SLOT.
047500 2020-EXIT.
047600     EXIT.
047700*
047800******************************************************************
047900*    2100-APPROVE-ENTRY                                          *
048000*    VALIDATES THE APPROVER - NOT BLANK AND NOT THE OPERATOR     *
048100*    WHO KEYED THE ENTRY - THEN MARKS THE ENTRY APPROVED WITH    *
048200*    APPROVER AND TIMESTAMP AND APPLIES IT TO THE CONTRACT       *
048300*    MASTER.                                                     *
048400******************************************************************
048500 2100-APPROVE-ENTRY SECTION.
048600 2100-APPROVE-ENTRY-PARA.
048700     SET WS-PNT-IDX TO WS-CURRENT-SLOT
048800     IF WS-SCR-APPROVER-ID = SPACES
048900         MOVE 'APPROVER ID MAY NOT BE BLANK' TO WS-SCR-ERROR-MSG
049000         GO TO 2100-EXIT
049100     END-IF
049200     IF WS-SCR-APPROVER-ID = WS-PNT-ENTERED-BY(WS-PNT-IDX)
049300         MOVE 'APPROVER MUST DIFFER FROM ENTERER'
049400             TO WS-SCR-ERROR-MSG
049500         GO TO 2100-EXIT
049600     END-IF
049700     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
049800     ACCEPT WS-RUN-TIME FROM TIME
049900     MOVE 'A' TO WS-PNT-STATUS(WS-PNT-IDX)
050000     MOVE WS-SCR-APPROVER-ID TO WS-PNT-APPROVED-BY(WS-PNT-IDX)
050100     MOVE WS-RUN-DATE TO WS-PNT-APPROVAL-DATE(WS-PNT-IDX)
050200     MOVE WS-RUN-TIME TO WS-PNT-APPROVAL-TIME(WS-PNT-IDX)
050300     PERFORM 2110-APPLY-CONTRACT THRU 2110-EXIT
050400     ADD 1 TO WS-APPROVED-COUNT
050500     PERFORM 2300-ADVANCE-TO-NEXT THRU 2300-EXIT.
050600 2100-EXIT.
050700     EXIT.
050800*
050900******************************************************************
051000*    2110-APPLY-CONTRACT                                         *
051100*    APPLIES THE APPROVED ENTRY TO THE INDEXED CONTRACT MASTER   *
051200*    BY KEY.  A ROW NOT YET ON THE MASTER IS BUILT FROM THE      *
051300*    ENTRY AND WRITTEN, NEVER YET BILLED, WITH A ZERO NEXT-BILL  *
051400*    DATE TAKING THE START DATE.  A ROW ALREADY ON THE MASTER    *
051500*    IS MERGED AND REWRITTEN - BLANK FIELDS AND ZERO NUMBERS     *
051600*    AND DATES KEEP THE CURRENT VALUE, AND THE LAST-BILLED       *
051700*    FIELDS ARE NEVER TOUCHED.                                   *
051800******************************************************************
051900 2110-APPLY-CONTRACT SECTION.
052000 2110-APPLY-CONTRACT-PARA.
052100     SET WS-PNT-IDX TO WS-CURRENT-SLOT
052200     MOVE WS-PNT-CONTRACT-NUMBER(WS-PNT-IDX)
052300         TO CTR-CONTRACT-NUMBER
052400     READ CONTRACT-MASTER-FILE
052500         INVALID KEY
052600             PERFORM 2120-BUILD-NEW-CONTRACT THRU 2120-EXIT
052700             WRITE CTR-RECORD
052800         NOT INVALID KEY
052900             PERFORM 2130-MERGE-CONTRACT THRU 2130-EXIT
053000             REWRITE CTR-RECORD
053100     END-READ.
053200 2110-EXIT.
053300     EXIT.
053400*
053500 2120-BUILD-NEW-CONTRACT SECTION.
053600 2120-BUILD-NEW-CONTRACT-PARA.
053700     MOVE WS-PNT-CUSTOMER-NUMBER(WS-PNT-IDX)
053800         TO CTR-CUSTOMER-NUMBER
053900     MOVE WS-PNT-INVOICE-TYPE(WS-PNT-IDX) TO CTR-INVOICE-TYPE
054000     MOVE WS-PNT-AMOUNT(WS-PNT-IDX) TO CTR-AMOUNT
054100     MOVE WS-PNT-CURRENCY-CODE(WS-PNT-IDX) TO CTR-CURRENCY-CODE
054200     MOVE WS-PNT-FREQUENCY(WS-PNT-IDX) TO CTR-FREQUENCY
054300     MOVE WS-PNT-START-DATE(WS-PNT-IDX) TO CTR-START-DATE
054400     MOVE WS-PNT-END-DATE(WS-PNT-IDX) TO CTR-END-DATE
054500     IF WS-PNT-NEXT-BILL-DATE(WS-PNT-IDX) = ZERO
054600         MOVE WS-PNT-START-DATE(WS-PNT-IDX) TO CTR-NEXT-BILL-DATE
054700     ELSE
054800         MOVE WS-PNT-NEXT-BILL-DATE(WS-PNT-IDX)
054900             TO CTR-NEXT-BILL-DATE
055000     END-IF
055100     MOVE WS-PNT-CONTRACT-STATUS(WS-PNT-IDX) TO CTR-STATUS
055200     MOVE ZERO TO CTR-LAST-BILLED-DATE
055300     MOVE ZERO TO CTR-LAST-BILLED-AMOUNT
055400     MOVE ZERO TO CTR-LAST-INVOICE-NUMBER
055500     MOVE ZERO TO CTR-LAST-RUN-DATE
055600     MOVE WS-PNT-APPROVED-BY(WS-PNT-IDX) TO CTR-APPROVED-BY
055700     MOVE WS-PNT-APPROVAL-DATE(WS-PNT-IDX) TO CTR-APPROVAL-DATE.
055800 2120-EXIT.
055900     EXIT.
056000*
056100 2130-MERGE-CONTRACT SECTION.
056200 2130-MERGE-CONTRACT-PARA.
056300     IF WS-PNT-CUSTOMER-NUMBER(WS-PNT-IDX) NOT = ZERO
056400         MOVE WS-PNT-CUSTOMER-NUMBER(WS-PNT-IDX)
056500             TO CTR-CUSTOMER-NUMBER
056600     END-IF
056700     IF WS-PNT-INVOICE-TYPE(WS-PNT-IDX) NOT = SPACES
056800         MOVE WS-PNT-INVOICE-TYPE(WS-PNT-IDX) TO CTR-INVOICE-TYPE
056900     END-IF
057000     IF WS-PNT-AMOUNT(WS-PNT-IDX) NOT = ZERO
057100         MOVE WS-PNT-AMOUNT(WS-PNT-IDX) TO CTR-AMOUNT
057200     END-IF
057300     IF WS-PNT-CURRENCY-CODE(WS-PNT-IDX) NOT = SPACES
057400         MOVE WS-PNT-CURRENCY-CODE(WS-PNT-IDX)
057500             TO CTR-CURRENCY-CODE
057600     END-IF
057700     IF WS-PNT-FREQUENCY(WS-PNT-IDX) NOT = SPACES
057800         MOVE WS-PNT-FREQUENCY(WS-PNT-IDX) TO CTR-FREQUENCY
057900     END-IF
058000     IF WS-PNT-START-DATE(WS-PNT-IDX) NOT = ZERO
058100         MOVE WS-PNT-START-DATE(WS-PNT-IDX) TO CTR-START-DATE
058200     END-IF
058300     IF WS-PNT-END-DATE(WS-PNT-IDX) NOT = ZERO
058400         MOVE WS-PNT-END-DATE(WS-PNT-IDX) TO CTR-END-DATE
058500     END-IF
058600     IF WS-PNT-NEXT-BILL-DATE(WS-PNT-IDX) NOT = ZERO
058700         MOVE WS-PNT-NEXT-BILL-DATE(WS-PNT-IDX)
058800             TO CTR-NEXT-BILL-DATE
058900     END-IF
059000     IF WS-PNT-CONTRACT-STATUS(WS-PNT-IDX) NOT = SPACES
059100         MOVE WS-PNT-CONTRACT-STATUS(WS-PNT-IDX) TO CTR-STATUS
059200     END-IF
059300     MOVE WS-PNT-APPROVED-BY(WS-PNT-IDX) TO CTR-APPROVED-BY
059400     MOVE WS-PNT-APPROVAL-DATE(WS-PNT-IDX) TO CTR-APPROVAL-DATE.
059500 2130-EXIT.
059600     EXIT.
059700*
059800******************************************************************
059900*    2200-REJECT-ENTRY                                           *
060000*    MARKS THE ENTRY REJECTED WITH THE REVIEWER AND TIMESTAMP.   *
060100*    THE ENTERER MAY REJECT THEIR OWN ENTRY - THAT WITHDRAWS     *
060200*    IT; ONLY APPROVAL REQUIRES A SECOND OPERATOR.               *
060300******************************************************************
060400 2200-REJECT-ENTRY SECTION.
060500 2200-REJECT-ENTRY-PARA.
060600     SET WS-PNT-IDX TO WS-CURRENT-SLOT
060700     IF WS-SCR-APPROVER-ID = SPACES
060800         MOVE 'APPROVER ID MAY NOT BE BLANK' TO WS-SCR-ERROR-MSG
060900         GO TO 2200-EXIT
061000     END-IF
061100     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
061200     ACCEPT WS-RUN-TIME FROM TIME
061300     MOVE 'R' TO WS-PNT-STATUS(WS-PNT-IDX)
061400     MOVE WS-SCR-APPROVER-ID TO WS-PNT-APPROVED-BY(WS-PNT-IDX)
061500     MOVE WS-RUN-DATE TO WS-PNT-APPROVAL-DATE(WS-PNT-IDX)
061600     MOVE WS-RUN-TIME TO WS-PNT-APPROVAL-TIME(WS-PNT-IDX)
061700     ADD 1 TO WS-REJECTED-COUNT
061800     PERFORM 2300-ADVANCE-TO-NEXT THRU 2300-EXIT.
061900 2200-EXIT.
062000     EXIT.
062100*
062200******************************************************************
062300*    2300-ADVANCE-TO-NEXT                                        *
062400*    MOVES THE REVIEW TO THE NEXT ENTRY STILL PENDING; NONE      *
062500*    LEFT ENDS THE SESSION.                                      *
062600******************************************************************
062700 2300-ADVANCE-TO-NEXT SECTION.
062800 2300-ADVANCE-TO-NEXT-PARA.
062900     PERFORM 2010-FIND-NEXT-PENDING THRU 2010-EXIT
063000     IF NOT WS-PENDING-FOUND
063100         SET WS-EXIT TO TRUE
063200     END-IF.
063300 2300-EXIT.
063400     EXIT.
063500*
063600******************************************************************
063700*    9000-TERMINATE                                              *
063800*    FILES EVERY REVIEWED TABLE ENTRY - DECIDED ONES TO THE      *
063900*    HISTORY FILE WITH STATUS, APPROVER AND TIMESTAMP, STILL-    *
064000*    PENDING ONES TO THE CARRY FILE FOR THE NEXT SESSION -       *
064100*    CLOSES THE FILES, AND REPORTS THE SESSION COUNTS.           *
064200******************************************************************
064300 9000-TERMINATE SECTION.
064400 9000-TERMINATE-PARA.
064500     IF WS-PNT-TABLE-COUNT > ZERO
064600         PERFORM 9010-WRITE-ONE-PENDING THRU 9010-EXIT
064700             VARYING WS-PNT-IDX FROM 1 BY 1
064800             UNTIL WS-PNT-IDX > WS-PNT-TABLE-COUNT
064900     END-IF
065000     IF WS-ROLL-OPEN
065100         CLOSE PENDING-CARRY-FILE
065200         CLOSE PENDING-HISTORY-FILE
065300     END-IF
065400     IF WS-CONT-OPEN
065500         CLOSE CONTRACT-MASTER-FILE
065600     END-IF
065700     DISPLAY 'CONTRACTS APPROVED: ' WS-APPROVED-COUNT
065800     DISPLAY 'CONTRACTS REJECTED: ' WS-REJECTED-COUNT
065900     DISPLAY 'CONTRACTS CARRIED:  ' WS-CARRIED-COUNT
066000     DISPLAY 'CONTRACTS TO HIST:  ' WS-HISTORY-COUNT.
066100 9000-EXIT.
066200     EXIT.
066300*
066400******************************************************************
066500*    9010-WRITE-ONE-PENDING                                      *
066600*    FILES ONE REVIEWED TABLE ENTRY - A DECIDED ENTRY GOES TO    *
066700*    THE HISTORY FILE, ONE STILL PENDING (SKIPPED) ROLLS TO THE  *
066800*    CARRY FILE.                                                 *
066900******************************************************************
067000 9010-WRITE-ONE-PENDING SECTION.
067100 9010-WRITE-ONE-PENDING-PARA.
067200     IF WS-PNT-PENDING(WS-PNT-IDX)
067300         PERFORM 9020-WRITE-CARRY-ENTRY THRU 9020-EXIT
067400         ADD 1 TO WS-CARRIED-COUNT
067500     ELSE
067600         PERFORM 9030-WRITE-HISTORY-ENTRY THRU 9030-EXIT
067700         ADD 1 TO WS-HISTORY-COUNT
067800     END-IF.
067900 9010-EXIT.
068000     EXIT.
068100*
068200 9020-WRITE-CARRY-ENTRY SECTION.
068300 9020-WRITE-CARRY-ENTRY-PARA.
068400     MOVE WS-PNT-ACTION(WS-PNT-IDX) TO PT2-ACTION
068500     MOVE WS-PNT-CONTRACT-NUMBER(WS-PNT-IDX)
068600         TO PT2-CONTRACT-NUMBER
068700     MOVE WS-PNT-CUSTOMER-NUMBER(WS-PNT-IDX)
068800         TO PT2-CUSTOMER-NUMBER
068900     MOVE WS-PNT-INVOICE-TYPE(WS-PNT-IDX) TO PT2-INVOICE-TYPE
069000     MOVE WS-PNT-AMOUNT(WS-PNT-IDX) TO PT2-AMOUNT
069100     MOVE WS-PNT-CURRENCY-CODE(WS-PNT-IDX) TO PT2-CURRENCY-CODE
069200     MOVE WS-PNT-FREQUENCY(WS-PNT-IDX) TO PT2-FREQUENCY
069300     MOVE WS-PNT-START-DATE(WS-PNT-IDX) TO PT2-START-DATE
069400     MOVE WS-PNT-END-DATE(WS-PNT-IDX) TO PT2-END-DATE
069500     MOVE WS-PNT-NEXT-BILL-DATE(WS-PNT-IDX)
069600         TO PT2-NEXT-BILL-DATE
069700     MOVE WS-PNT-CONTRACT-STATUS(WS-PNT-IDX)
069800         TO PT2-CONTRACT-STATUS
069900     MOVE WS-PNT-STATUS(WS-PNT-IDX) TO PT2-STATUS
070000     MOVE WS-PNT-ENTERED-BY(WS-PNT-IDX) TO PT2-ENTERED-BY
070100     MOVE WS-PNT-ENTERED-DATE(WS-PNT-IDX) TO PT2-ENTERED-DATE
070200     MOVE WS-PNT-ENTERED-TIME(WS-PNT-IDX) TO PT2-ENTERED-TIME
070300     MOVE WS-PNT-APPROVED-BY(WS-PNT-IDX) TO PT2-APPROVED-BY
070400     MOVE WS-PNT-APPROVAL-DATE(WS-PNT-IDX) TO PT2-APPROVAL-DATE
070500     MOVE WS-PNT-APPROVAL-TIME(WS-PNT-IDX) TO PT2-APPROVAL-TIME
070600     WRITE PT2-RECORD.
070700 9020-EXIT.
070800     EXIT.
070900*
071000 9030-WRITE-HISTORY-ENTRY SECTION.
071100 9030-WRITE-HISTORY-ENTRY-PARA.
071200     MOVE WS-PNT-ACTION(WS-PNT-IDX) TO PTH-ACTION
071300     MOVE WS-PNT-CONTRACT-NUMBER(WS-PNT-IDX)
071400         TO PTH-CONTRACT-NUMBER
071500     MOVE WS-PNT-CUSTOMER-NUMBER(WS-PNT-IDX)
071600         TO PTH-CUSTOMER-NUMBER
071700     MOVE WS-PNT-INVOICE-TYPE(WS-PNT-IDX) TO PTH-INVOICE-TYPE
071800     MOVE WS-PNT-AMOUNT(WS-PNT-IDX) TO PTH-AMOUNT
071900     MOVE WS-PNT-CURRENCY-CODE(WS-PNT-IDX) TO PTH-CURRENCY-CODE
072000     MOVE WS-PNT-FREQUENCY(WS-PNT-IDX) TO PTH-FREQUENCY
072100     MOVE WS-PNT-START-DATE(WS-PNT-IDX) TO PTH-START-DATE
072200     MOVE WS-PNT-END-DATE(WS-PNT-IDX) TO PTH-END-DATE
072300     MOVE WS-PNT-NEXT-BILL-DATE(WS-PNT-IDX)
072400         TO PTH-NEXT-BILL-DATE
072500     MOVE WS-PNT-CONTRACT-STATUS(WS-PNT-IDX)
072600         TO PTH-CONTRACT-STATUS
072700     MOVE WS-PNT-STATUS(WS-PNT-IDX) TO PTH-STATUS
072800     MOVE WS-PNT-ENTERED-BY(WS-PNT-IDX) TO PTH-ENTERED-BY
072900     MOVE WS-PNT-ENTERED-DATE(WS-PNT-IDX) TO PTH-ENTERED-DATE
073000     MOVE WS-PNT-ENTERED-TIME(WS-PNT-IDX) TO PTH-ENTERED-TIME
073100     MOVE WS-PNT-APPROVED-BY(WS-PNT-IDX) TO PTH-APPROVED-BY
073200     MOVE WS-PNT-APPROVAL-DATE(WS-PNT-IDX) TO PTH-APPROVAL-DATE
073300     MOVE WS-PNT-APPROVAL-TIME(WS-PNT-IDX) TO PTH-APPROVAL-TIME
073400     WRITE PTH-RECORD.
073500 9030-EXIT.
073600     EXIT.
073700*
073800 END PROGRAM DSCONAP.
