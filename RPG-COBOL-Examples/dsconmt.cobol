000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    DSCONMT.
000300 AUTHOR.        R HALVORSEN.
000400 INSTALLATION.  BILLING SYSTEMS.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700******************************************************************
000800*    MODIFICATION HISTORY                                        *
000900*    --------------------                                        *
001000*    2026-10-15  RH  ORIGINAL CONTRACT MAINTENANCE SCREEN - THE  *
001100*                    MAKER HALF OF THE MAKER/CHECKER CONTROL     *
001200*                    FOR THE RECURRING BILLING CONTRACT MASTER,  *
001300*                    BUILT THE WAY DSCUSMT WORKS FOR CUSTOMERS.  *
001400*                    OPERATORS KEY AN ADD OR CHANGE - CONTRACT   *
001500*                    NUMBER, CUSTOMER, INVOICE TYPE, AMOUNT AND  *
001600*                    CURRENCY, FREQUENCY (MONTHLY, QUARTERLY OR  *
001700*                    ANNUAL), START, END AND NEXT-BILL DATES,    *
001800*                    ACTIVE/INACTIVE STATUS - AND THE ENTRY      *
001900*                    LANDS ON THE PENDING CONTRACT FILE WITH     *
002000*                    STATUS 'P' AND THE KEYING OPERATOR'S ID     *
002100*                    AND TIMESTAMP.  A SECOND OPERATOR RELEASES  *
002200*                    OR REJECTS IT IN DSCONAP BEFORE IT REACHES  *
002300*                    CONTFILE.  ON A CHANGE, BLANK FIELDS AND    *
002400*                    ZERO NUMBERS AND DATES KEEP THE MASTER'S    *
002500*                    CURRENT VALUE.                              *
002600******************************************************************
002700 ENVIRONMENT DIVISION.
002800 CONFIGURATION SECTION.
002900 SOURCE-COMPUTER.   IBM-370.
003000 OBJECT-COMPUTER.   IBM-370.
003100 INPUT-OUTPUT SECTION.
003200 FILE-CONTROL.
003300     SELECT PENDING-CONTRACT-FILE ASSIGN TO "PENDCONT"
003400         ORGANIZATION IS LINE SEQUENTIAL
003500         FILE STATUS IS WS-PEND-FILE-STATUS.
003600*
003700 DATA DIVISION.
003800 FILE SECTION.
003900 FD  PENDING-CONTRACT-FILE
004000     LABEL RECORDS ARE STANDARD.
004100 COPY "pendcont.cpy".
004200*
004300 WORKING-STORAGE SECTION.
004400 01  WS-PEND-FILE-STATUS        PIC X(02).
004500*
004600 01  WS-DATE-TIME-FIELDS.
004700     05  WS-RUN-DATE            PIC 9(08).
004800     05  WS-RUN-TIME            PIC 9(08).
004900*
005000 01  WS-SWITCHES.
005100     05  WS-EXIT-SW             PIC X(01) VALUE 'N'.
005200         88  WS-EXIT                    VALUE 'Y'.
005300     05  WS-FILE-EXISTS-SW      PIC X(01) VALUE 'N'.
005400         88  WS-FILE-EXISTS             VALUE 'Y'.
005500     05  WS-VALID-ENTRY-SW      PIC X(01) VALUE 'N'.
005600         88  WS-VALID-ENTRY             VALUE 'Y'.
005700     05  WS-DATE-OK-SW          PIC X(01) VALUE 'N'.
005800         88  WS-DATE-OK                 VALUE 'Y'.
005900*
006000*    A KEYED DATE IS MOVED HERE TO BE PROVED A REAL YYYYMMDD.
006100 01  WS-CHECK-DATE              PIC 9(08) VALUE ZERO.
006200 01  WS-CHECK-DATE-PARTS REDEFINES WS-CHECK-DATE.
006300     05  WS-CHECK-YEAR          PIC 9(04).
006400     05  WS-CHECK-MONTH         PIC 9(02).
006500     05  WS-CHECK-DAY           PIC 9(02).
006600*
006700 01  WS-SCREEN-FIELDS.
006800     05  WS-SCR-ACTION          PIC X(01) VALUE SPACES.
006900         88  WS-SCR-ADD                 VALUE 'A' 'a'.
007000         88  WS-SCR-CHANGE              VALUE 'C' 'c'.
007100     05  WS-SCR-CONTRACT-NUMBER PIC 9(06) VALUE ZERO.
007200     05  WS-SCR-CUSTOMER-NUMBER PIC 9(06) VALUE ZERO.
007300     05  WS-SCR-INVOICE-TYPE    PIC X(15) VALUE SPACES.
007400     05  WS-SCR-AMOUNT          PIC 9(07)V99 VALUE ZERO.
007500     05  WS-SCR-CURRENCY-CODE   PIC X(03) VALUE SPACES.
007600     05  WS-SCR-FREQUENCY       PIC X(01) VALUE SPACES.
007700         88  WS-SCR-FREQUENCY-VALID     VALUE 'M' 'Q' 'A' SPACE.
007800     05  WS-SCR-START-DATE      PIC 9(08) VALUE ZERO.
007900     05  WS-SCR-END-DATE        PIC 9(08) VALUE ZERO.
008000     05  WS-SCR-NEXT-BILL-DATE  PIC 9(08) VALUE ZERO.
008100     05  WS-SCR-CONTRACT-STATUS PIC X(01) VALUE SPACES.
008200         88  WS-SCR-STATUS-VALID        VALUE 'A' 'I' SPACE.
008300     05  WS-SCR-OPERATOR-ID     PIC X(08) VALUE SPACES.
008400     05  WS-SCR-FUNCTION-KEY    PIC X(01) VALUE SPACES.
008500         88  WS-SCR-SAVE-REQUESTED      VALUE 'S' 's'.
008600         88  WS-SCR-EXIT-REQUESTED      VALUE 'X' 'x'.
008700     05  WS-SCR-ERROR-MSG       PIC X(40) VALUE SPACES.
008800*
008900 SCREEN SECTION.
009000 01  CONTRACT-MAINTENANCE-SCREEN.
009100     05  BLANK SCREEN.
009200     05  LINE 01 COLUMN 25
009300         VALUE "RECURRING CONTRACT MAINTENANCE" HIGHLIGHT.
009400     05  LINE 03 COLUMN 05 VALUE "ACTION (A=ADD C=CHANGE) . :".
009500     05  LINE 03 COLUMN 34
009600         PIC X(01) USING WS-SCR-ACTION.
009700     05  LINE 04 COLUMN 05 VALUE "CONTRACT NUMBER . . . . . :".
009800     05  LINE 04 COLUMN 34
009900         PIC 9(06) USING WS-SCR-CONTRACT-NUMBER.
010000     05  LINE 05 COLUMN 05 VALUE "CUSTOMER NUMBER . . . . . :".
010100     05  LINE 05 COLUMN 34
010200         PIC 9(06) USING WS-SCR-CUSTOMER-NUMBER.
010300     05  LINE 06 COLUMN 05 VALUE "INVOICE TYPE  . . . . . . :".
010400     05  LINE 06 COLUMN 34
010500         PIC X(15) USING WS-SCR-INVOICE-TYPE.
010600     05  LINE 07 COLUMN 05 VALUE "AMOUNT PER PERIOD . . . . :".
010700     05  LINE 07 COLUMN 34
010800         PIC 9(07)V99 USING WS-SCR-AMOUNT.
010900     05  LINE 08 COLUMN 05 VALUE "CURRENCY (BLANK = USD)  . :".
011000     05  LINE 08 COLUMN 34
011100         PIC X(03) USING WS-SCR-CURRENCY-CODE.
011200     05  LINE 09 COLUMN 05 VALUE "FREQUENCY (M / Q / A) . . :".
011300     05  LINE 09 COLUMN 34
011400         PIC X(01) USING WS-SCR-FREQUENCY.
011500     05  LINE 09 COLUMN 44
011600         VALUE "(MONTHLY QUARTERLY ANNUAL)".
011700     05  LINE 10 COLUMN 05 VALUE "START DATE (YYYYMMDD) . . :".
011800     05  LINE 10 COLUMN 34
011900         PIC 9(08) USING WS-SCR-START-DATE.
012000     05  LINE 11 COLUMN 05 VALUE "END DATE (0 = NO END) . . :".
012100     05  LINE 11 COLUMN 34
012200         PIC 9(08) USING WS-SCR-END-DATE.
012300     05  LINE 12 COLUMN 05 VALUE "NEXT BILL DATE  . . . . . :".
012400     05  LINE 12 COLUMN 34
012500         PIC 9(08) USING WS-SCR-NEXT-BILL-DATE.
012600     05  LINE 12 COLUMN 44
012700         VALUE "(0 ON AN ADD = START DATE)".
012800     05  LINE 13 COLUMN 05 VALUE "STATUS (A=ACTIVE I=INACT) :".
012900     05  LINE 13 COLUMN 34
013000         PIC X(01) USING WS-SCR-CONTRACT-STATUS.
013100     05  LINE 14 COLUMN 05 VALUE "OPERATOR ID . . . . . . . :".
013200     05  LINE 14 COLUMN 34
013300         PIC X(08) USING WS-SCR-OPERATOR-ID.
013400     05  LINE 16 COLUMN 05
013500         VALUE "S = SAVE THIS ENTRY    X = EXIT".
013600     05  LINE 17 COLUMN 05 VALUE "FUNCTION . . . . . . . . :".
013700     05  LINE 17 COLUMN 34
013800         PIC X(01) USING WS-SCR-FUNCTION-KEY.
013900     05  LINE 19 COLUMN 05
014000         PIC X(40) USING WS-SCR-ERROR-MSG HIGHLIGHT.
014100*
014200 PROCEDURE DIVISION.
014300 0000-MAINLINE SECTION.
014400 0000-MAINLINE-PARA.
014500     PERFORM 1000-INITIALIZE THRU 1000-EXIT
014600     PERFORM 2000-MAINTAIN-CONTRACTS THRU 2000-EXIT
014700         UNTIL WS-EXIT
014800     PERFORM 9000-TERMINATE THRU 9000-EXIT
014900     STOP RUN.
015000*
015100******************************************************************
015200*    1000-INITIALIZE                                             *
015300*    CHECKS WHETHER THE PENDING CONTRACT FILE ALREADY EXISTS     *
015400*    AND OPENS IT FOR APPEND IF SO, OR CREATES IT IF THIS IS     *
015500*    THE FIRST RUN.                                              *
015600******************************************************************
015700 1000-INITIALIZE SECTION.
015800 1000-INITIALIZE-PARA.
015900     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
016000     ACCEPT WS-RUN-TIME FROM TIME
016100     OPEN INPUT PENDING-CONTRACT-FILE
016200     IF WS-PEND-FILE-STATUS = "00"
016300         SET WS-FILE-EXISTS TO TRUE
016400         CLOSE PENDING-CONTRACT-FILE
016500         OPEN EXTEND PENDING-CONTRACT-FILE
016600     ELSE
016700         OPEN OUTPUT PENDING-CONTRACT-FILE
016800     END-IF.
016900 1000-EXIT.
017000     EXIT.
017100*
017200******************************************************************
017300*    2000-MAINTAIN-CONTRACTS                                     *
017400*    DISPLAYS THE MAINTENANCE SCREEN, ACCEPTS ONE OPERATOR       *
017500*    ENTRY, AND SAVES IT TO THE PENDING CONTRACT FILE WHEN       *
017600*    REQUESTED, FOR A SECOND OPERATOR TO RELEASE OR REJECT IN    *
017700*    DSCONAP.                                                    *
017800******************************************************************
017900 2000-MAINTAIN-CONTRACTS SECTION.
018000 2000-MAINTAIN-CONTRACTS-PARA.
018100     MOVE SPACES TO WS-SCR-ACTION
018200     MOVE ZERO   TO WS-SCR-CONTRACT-NUMBER
018300     MOVE ZERO   TO WS-SCR-CUSTOMER-NUMBER
018400     MOVE SPACES TO WS-SCR-INVOICE-TYPE
018500     MOVE ZERO   TO WS-SCR-AMOUNT
018600     MOVE SPACES TO WS-SCR-CURRENCY-CODE
018700     MOVE SPACES TO WS-SCR-FREQUENCY
018800     MOVE ZERO   TO WS-SCR-START-DATE
018900     MOVE ZERO   TO WS-SCR-END-DATE
019000     MOVE ZERO   TO WS-SCR-NEXT-BILL-DATE
019100     MOVE SPACES TO WS-SCR-CONTRACT-STATUS
019200     MOVE SPACES TO WS-SCR-FUNCTION-KEY
019300     MOVE SPACES TO WS-SCR-ERROR-MSG
019400     DISPLAY CONTRACT-MAINTENANCE-SCREEN
019500     ACCEPT CONTRACT-MAINTENANCE-SCREEN
019600     IF WS-SCR-EXIT-REQUESTED
019700         SET WS-EXIT TO TRUE
019800     ELSE
019900         IF WS-SCR-SAVE-REQUESTED
020000             PERFORM 2050-VALIDATE-CONTRACT-ENTRY THRU 2050-EXIT
020100             IF WS-VALID-ENTRY
020200                 PERFORM 2100-SAVE-PENDING-RECORD THRU 2100-EXIT
020300             ELSE
020400                 DISPLAY CONTRACT-MAINTENANCE-SCREEN
020500             END-IF
020600         END-IF
020700     END-IF.
020800 2000-EXIT.
020900     EXIT.
021000*
021100******************************************************************
021200*    2050-VALIDATE-CONTRACT-ENTRY                                *
021300*    REJECTS A SAVE REQUEST WITH A BAD ACTION, A ZERO CONTRACT   *
021400*    NUMBER, A FREQUENCY OTHER THAN M, Q, A OR BLANK, A STATUS   *
021500*    OTHER THAN A, I OR BLANK, A KEYED DATE THAT IS NOT A        *
021600*    DATE, AN END OR NEXT-BILL DATE BEFORE THE START DATE, OR A  *
021700*    BLANK OPERATOR ID.  AN ADD NEEDS A CUSTOMER, INVOICE        *
021800*    TYPE, AMOUNT, FREQUENCY, START DATE AND STATUS, SO AN       *
021900*    EMPTY OR MALFORMED ENTRY IS NEVER WRITTEN TO THE PENDING    *
022000*    FILE AND EVERY ENTRY NAMES WHO KEYED IT.                    *
022100******************************************************************
022200 2050-VALIDATE-CONTRACT-ENTRY SECTION.
022300 2050-VALIDATE-CONTRACT-ENTRY-PARA.
022400     SET WS-VALID-ENTRY TO TRUE
022500     IF NOT WS-SCR-ADD AND NOT WS-SCR-CHANGE
022600         MOVE 'N' TO WS-VALID-ENTRY-SW
022700         MOVE 'ACTION MUST BE A OR C' TO WS-SCR-ERROR-MSG
022800         GO TO 2050-EXIT
022900     END-IF
023000     IF WS-SCR-CONTRACT-NUMBER = ZERO
023100         MOVE 'N' TO WS-VALID-ENTRY-SW
023200         MOVE 'CONTRACT NUMBER MAY NOT BE ZERO'
023300             TO WS-SCR-ERROR-MSG
023400         GO TO 2050-EXIT
023500     END-IF
023600     IF NOT WS-SCR-FREQUENCY-VALID
023700         MOVE 'N' TO WS-VALID-ENTRY-SW
023800         MOVE 'FREQUENCY MUST BE M, Q, A OR BLANK'
023900             TO WS-SCR-ERROR-MSG
024000         GO TO 2050-EXIT
024100     END-IF
024200     IF NOT WS-SCR-STATUS-VALID
024300         MOVE 'N' TO WS-VALID-ENTRY-SW
024400         MOVE 'STATUS MUST BE A, I OR BLANK'
024500             TO WS-SCR-ERROR-MSG
024600         GO TO 2050-EXIT
024700     END-IF
024800     MOVE WS-SCR-START-DATE TO WS-CHECK-DATE
024900     PERFORM 2060-CHECK-DATE THRU 2060-EXIT
025000     IF NOT WS-DATE-OK
025100         MOVE 'N' TO WS-VALID-ENTRY-SW
025200         MOVE 'START DATE MUST BE YYYYMMDD'
025300             TO WS-SCR-ERROR-MSG
025400         GO TO 2050-EXIT
025500     END-IF
025600     MOVE WS-SCR-END-DATE TO WS-CHECK-DATE
025700     PERFORM 2060-CHECK-DATE THRU 2060-EXIT
025800     IF NOT WS-DATE-OK
025900         MOVE 'N' TO WS-VALID-ENTRY-SW
026000         MOVE 'END DATE MUST BE YYYYMMDD'
026100             TO WS-SCR-ERROR-MSG
026200         GO TO 2050-EXIT
026300     END-IF
026400     MOVE WS-SCR-NEXT-BILL-DATE TO WS-CHECK-DATE
026500     PERFORM 2060-CHECK-DATE THRU 2060-EXIT
026600     IF NOT WS-DATE-OK
026700         MOVE 'N' TO WS-VALID-ENTRY-SW
026800         MOVE 'NEXT BILL DATE MUST BE YYYYMMDD'
026900             TO WS-SCR-ERROR-MSG
027000         GO TO 2050-EXIT
027100     END-IF
027200     IF WS-SCR-START-DATE NOT = ZERO
027300      AND WS-SCR-END-DATE NOT = ZERO
027400      AND WS-SCR-END-DATE < WS-SCR-START-DATE
027500         MOVE 'N' TO WS-VALID-ENTRY-SW
027600         MOVE 'END DATE IS BEFORE THE START DATE'
027700             TO WS-SCR-ERROR-MSG
027800         GO TO 2050-EXIT
027900     END-IF
028000     IF WS-SCR-START-DATE NOT = ZERO
028100      AND WS-SCR-NEXT-BILL-DATE NOT = ZERO
028200      AND WS-SCR-NEXT-BILL-DATE < WS-SCR-START-DATE
028300         MOVE 'N' TO WS-VALID-ENTRY-SW
028400         MOVE 'NEXT BILL DATE IS BEFORE THE START DATE'
028500             TO WS-SCR-ERROR-MSG
028600         GO TO 2050-EXIT
028700     END-IF
028800     IF WS-SCR-ADD
028900      AND (WS-SCR-CUSTOMER-NUMBER = ZERO
029000       OR WS-SCR-INVOICE-TYPE = SPACES
029100       OR WS-SCR-AMOUNT = ZERO)
029200         MOVE 'N' TO WS-VALID-ENTRY-SW
029300         MOVE 'AN ADD NEEDS CUSTOMER, TYPE AND AMOUNT'
029400             TO WS-SCR-ERROR-MSG
029500         GO TO 2050-EXIT
029600     END-IF
029700     IF WS-SCR-ADD
029800      AND (WS-SCR-FREQUENCY = SPACES
029900       OR WS-SCR-START-DATE = ZERO
030000       OR WS-SCR-CONTRACT-STATUS = SPACES)
030100         MOVE 'N' TO WS-VALID-ENTRY-SW
030200         MOVE 'AN ADD NEEDS FREQUENCY, START AND STATUS'
030300             TO WS-SCR-ERROR-MSG
030400         GO TO 2050-EXIT
030500     END-IF
030600     IF WS-SCR-OPERATOR-ID = SPACES
030700         MOVE 'N' TO WS-VALID-ENTRY-SW
030800         MOVE 'OPERATOR ID MAY NOT BE BLANK'
030900             TO WS-SCR-ERROR-MSG
031000     END-IF.
031100 2050-EXIT.
031200     EXIT.
031300*
031400******************************************************************
031500*    2060-CHECK-DATE                                             *
031600*    PROVES WS-CHECK-DATE A PLAUSIBLE YYYYMMDD, SETTING          *
031700*    WS-DATE-OK-SW.  ZERO IS ACCEPTED - IT MEANS NOT KEYED.      *
031800******************************************************************
031900 2060-CHECK-DATE SECTION.
032000 2060-CHECK-DATE-PARA.
032100     SET WS-DATE-OK TO TRUE
032200     IF WS-CHECK-DATE = ZERO
032300         GO TO 2060-EXIT
032400     END-IF
032500     IF WS-CHECK-YEAR < 1900
032600      OR WS-CHECK-MONTH < 1
032700      OR WS-CHECK-MONTH > 12
032800      OR WS-CHECK-DAY < 1
032900      OR WS-CHECK-DAY > 31
033000         MOVE 'N' TO WS-DATE-OK-SW
033100     END-IF.
033200 2060-EXIT.
033300     EXIT.
033400*
033500******************************************************************
033600*    2100-SAVE-PENDING-RECORD                                    *
033700*    WRITES ONE NEW PENDING CONTRACT ENTRY FROM THE SCREEN       *
033800*    FIELDS - STATUS 'P' WITH THE KEYING OPERATOR'S ID AND       *
033900*    TIMESTAMP, AWAITING A SECOND OPERATOR'S APPROVAL IN         *
034000*    DSCONAP BEFORE IT REACHES THE CONTRACT MASTER.              *
034100******************************************************************
034200 2100-SAVE-PENDING-RECORD SECTION.
034300 2100-SAVE-PENDING-RECORD-PARA.
034400     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
034500     ACCEPT WS-RUN-TIME FROM TIME
034600     IF WS-SCR-ADD
034700         MOVE 'A' TO PNT-ACTION
034800     ELSE
034900         MOVE 'C' TO PNT-ACTION
035000     END-IF
035100     MOVE WS-SCR-CONTRACT-NUMBER TO PNT-CONTRACT-NUMBER
035200     MOVE WS-SCR-CUSTOMER-NUMBER TO PNT-CUSTOMER-NUMBER
035300     MOVE WS-SCR-INVOICE-TYPE    TO PNT-INVOICE-TYPE
035400     MOVE WS-SCR-AMOUNT          TO PNT-AMOUNT
035500     MOVE WS-SCR-CURRENCY-CODE   TO PNT-CURRENCY-CODE
035600     MOVE WS-SCR-FREQUENCY       TO PNT-FREQUENCY
035700     MOVE WS-SCR-START-DATE      TO PNT-START-DATE
035800     MOVE WS-SCR-END-DATE        TO PNT-END-DATE
035900     MOVE WS-SCR-NEXT-BILL-DATE  TO PNT-NEXT-BILL-DATE
036000     MOVE WS-SCR-CONTRACT-STATUS TO PNT-CONTRACT-STATUS
036100     MOVE 'P'                    TO PNT-STATUS
036200     MOVE WS-SCR-OPERATOR-ID     TO PNT-ENTERED-BY
036300     MOVE WS-RUN-DATE            TO PNT-ENTERED-DATE
036400     MOVE WS-RUN-TIME            TO PNT-ENTERED-TIME
036500     MOVE SPACES                 TO PNT-APPROVED-BY
036600     MOVE ZERO                   TO PNT-APPROVAL-DATE
036700     MOVE ZERO                   TO PNT-APPROVAL-TIME
036800     WRITE PNT-RECORD.
036900 2100-EXIT.
037000     EXIT.
037100*
037200******************************************************************
037300*    9000-TERMINATE                                              *
037400*    CLOSES THE PENDING CONTRACT FILE AT END OF THE              *
037500*    MAINTENANCE SESSION.                                        *
037600******************************************************************
037700 9000-TERMINATE SECTION.
037800 9000-TERMINATE-PARA.
037900     CLOSE PENDING-CONTRACT-FILE.
038000 9000-EXIT.
038100     EXIT.
038200*
038300 END PROGRAM DSCONMT.
