000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    DSDSPMT.
000300 AUTHOR.        R HALVORSEN.
000400 INSTALLATION.  BILLING SYSTEMS.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700******************************************************************
000800*    MODIFICATION HISTORY                                        *
000900*    --------------------                                        *
001000*    2026-10-15  RH  ORIGINAL DISPUTE MAINTENANCE SCREEN, BUILT  *
001100*                    THE WAY DSCUSMT WORKS FOR CUSTOMERS.        *
001200*                    COLLECTIONS KEYS A NEW DISPUTE (INVOICE,    *
001300*                    CUSTOMER, REASON CODE, DISPUTED AMOUNT,     *
001400*                    OWNER, FOLLOW-UP DATE), CHANGES ONE STILL   *
001500*                    OPEN, OR CLOSES ONE SETTLED WITHOUT A       *
001600*                    CREDIT MEMO.  ENTRIES GO STRAIGHT TO THE    *
001700*                    INDEXED DISPUTE FILE BY INVOICE NUMBER -    *
001800*                    A DISPUTE MOVES NO MONEY, SO THERE IS NO    *
001900*                    SECOND-OPERATOR RELEASE.  ON A CHANGE, A    *
002000*                    BLANK REASON OR OWNER AND A ZERO AMOUNT OR  *
002100*                    DATE KEEP THE CURRENT VALUE.                *
002200******************************************************************
002300 ENVIRONMENT DIVISION.
002400 CONFIGURATION SECTION.
002500 SOURCE-COMPUTER.   IBM-370.
002600 OBJECT-COMPUTER.   IBM-370.
002700 INPUT-OUTPUT SECTION.
002800 FILE-CONTROL.
002900     SELECT DISPUTE-FILE ASSIGN TO "DISPFILE"
003000         ORGANIZATION IS INDEXED
003100         ACCESS MODE IS RANDOM
003200         RECORD KEY IS DSP-INVOICE-NUMBER
003300         FILE STATUS IS WS-DISP-FILE-STATUS.
003400     SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTFILE"
003500         ORGANIZATION IS INDEXED
003600         ACCESS MODE IS RANDOM
003700         RECORD KEY IS CUS-CUSTOMER-NUMBER
003800         FILE STATUS IS WS-CUST-FILE-STATUS.
003900*
004000 DATA DIVISION.
004100 FILE SECTION.
004200 FD  DISPUTE-FILE
004300     LABEL RECORDS ARE STANDARD.
004400 COPY "disprec.cpy".
004500*
004600 FD  CUSTOMER-MASTER-FILE
004700     LABEL RECORDS ARE STANDARD.
004800 COPY "custrec.cpy".
004900*
005000 WORKING-STORAGE SECTION.
005100 01  WS-DISP-FILE-STATUS        PIC X(02).
005200 01  WS-CUST-FILE-STATUS        PIC X(02).
005300*
005400 01  WS-DATE-TIME-FIELDS.
005500     05  WS-RUN-DATE            PIC 9(08).
005600     05  WS-RUN-TIME            PIC 9(08).
005700*
005800 01  WS-SWITCHES.
005900     05  WS-EXIT-SW             PIC X(01) VALUE 'N'.
006000         88  WS-EXIT                    VALUE 'Y'.
006100     05  WS-VALID-ENTRY-SW      PIC X(01) VALUE 'N'.
006200         88  WS-VALID-ENTRY             VALUE 'Y'.
006300     05  WS-DISP-FOUND-SW       PIC X(01) VALUE 'N'.
006400         88  WS-DISP-FOUND              VALUE 'Y'.
006500     05  WS-CUST-OPEN-SW        PIC X(01) VALUE 'N'.
006600         88  WS-CUST-OPEN               VALUE 'Y'.
006700*
006800 01  WS-SCREEN-FIELDS.
006900     05  WS-SCR-ACTION          PIC X(01) VALUE SPACES.
007000         88  WS-SCR-ADD                 VALUE 'A' 'a'.
007100         88  WS-SCR-CHANGE              VALUE 'C' 'c'.
007200         88  WS-SCR-RESOLVE             VALUE 'R' 'r'.
007300     05  WS-SCR-INVOICE-NUMBER  PIC 9(07) VALUE ZERO.
007400     05  WS-SCR-CUSTOMER-NUMBER PIC 9(06) VALUE ZERO.
007500     05  WS-SCR-REASON-CODE     PIC X(04) VALUE SPACES.
007600         88  WS-SCR-REASON-VALID        VALUE 'PRIC' 'SHRT' 'DMGD'
007700                                              'DUPB' 'TERM' 'OTHR'
007800                                              SPACES.
007900     05  WS-SCR-DISPUTED-AMOUNT PIC 9(09)V99 VALUE ZERO.
008000     05  WS-SCR-OWNER           PIC X(08) VALUE SPACES.
008100     05  WS-SCR-FOLLOW-UP-DATE  PIC 9(08) VALUE ZERO.
008200     05  WS-SCR-FOLLOW-UP-PARTS REDEFINES WS-SCR-FOLLOW-UP-DATE.
008300         10  WS-SCR-FOLLOW-UP-YEAR
008400                                PIC 9(04).
008500         10  WS-SCR-FOLLOW-UP-MONTH
008600                                PIC 9(02).
008700         10  WS-SCR-FOLLOW-UP-DAY
008800                                PIC 9(02).
008900     05  WS-SCR-OPERATOR-ID     PIC X(08) VALUE SPACES.
009000     05  WS-SCR-FUNCTION-KEY    PIC X(01) VALUE SPACES.
009100         88  WS-SCR-SAVE-REQUESTED      VALUE 'S' 's'.
009200         88  WS-SCR-EXIT-REQUESTED      VALUE 'X' 'x'.
009300     05  WS-SCR-ERROR-MSG       PIC X(40) VALUE SPACES.
009400*
009500 SCREEN SECTION.
009600 01  DISPUTE-MAINTENANCE-SCREEN.
009700     05  BLANK SCREEN.
009800     05  LINE 01 COLUMN 25
009900         VALUE "INVOICE DISPUTE MAINTENANCE" HIGHLIGHT.
010000     05  LINE 03 COLUMN 05 VALUE "ACTION (A=ADD C=CHG R=CLOSE):".
010100     05  LINE 03 COLUMN 36
010200         PIC X(01) USING WS-SCR-ACTION.
010300     05  LINE 04 COLUMN 05 VALUE "INVOICE NUMBER  . . . . . . :".
010400     05  LINE 04 COLUMN 36
010500         PIC 9(07) USING WS-SCR-INVOICE-NUMBER.
010600     05  LINE 05 COLUMN 05 VALUE "CUSTOMER NUMBER . . . . . . :".
010700     05  LINE 05 COLUMN 36
010800         PIC 9(06) USING WS-SCR-CUSTOMER-NUMBER.
010900     05  LINE 06 COLUMN 05 VALUE "REASON CODE . . . . . . . . :".
011000     05  LINE 06 COLUMN 36
011100         PIC X(04) USING WS-SCR-REASON-CODE.
011200     05  LINE 06 COLUMN 42
011300         VALUE "(PRIC SHRT DMGD DUPB TERM OTHR)".
011400     05  LINE 07 COLUMN 05 VALUE "DISPUTED AMOUNT . . . . . . :".
011500     05  LINE 07 COLUMN 36
011600         PIC 9(09)V99 USING WS-SCR-DISPUTED-AMOUNT.
011700     05  LINE 08 COLUMN 05 VALUE "OWNER (COLLECTOR ID)  . . . :".
011800     05  LINE 08 COLUMN 36
011900         PIC X(08) USING WS-SCR-OWNER.
012000     05  LINE 09 COLUMN 05 VALUE "FOLLOW-UP DATE (YYYYMMDD) . :".
012100     05  LINE 09 COLUMN 36
012200         PIC 9(08) USING WS-SCR-FOLLOW-UP-DATE.
012300     05  LINE 10 COLUMN 05 VALUE "OPERATOR ID . . . . . . . . :".
012400     05  LINE 10 COLUMN 36
012500         PIC X(08) USING WS-SCR-OPERATOR-ID.
012600     05  LINE 12 COLUMN 05
012700         VALUE "S = SAVE THIS ENTRY    X = EXIT".
012800     05  LINE 13 COLUMN 05 VALUE "FUNCTION  . . . . . . . . . :".
012900     05  LINE 13 COLUMN 36
013000         PIC X(01) USING WS-SCR-FUNCTION-KEY.
013100     05  LINE 15 COLUMN 05
013200         PIC X(40) USING WS-SCR-ERROR-MSG HIGHLIGHT.
013300*
013400 PROCEDURE DIVISION.
013500 0000-MAINLINE SECTION.
013600 0000-MAINLINE-PARA.
013700     PERFORM 1000-INITIALIZE THRU 1000-EXIT
013800     PERFORM 2000-MAINTAIN-DISPUTES THRU 2000-EXIT
013900         UNTIL WS-EXIT
014000     PERFORM 9000-TERMINATE THRU 9000-EXIT
014100     STOP RUN.
014200*
014300******************************************************************
014400*    1000-INITIALIZE                                             *
014500*    OPENS THE INDEXED DISPUTE FILE FOR UPDATE, CREATING IT      *
014600*    EMPTY ON FIRST USE, AND THE CUSTOMER MASTER TO PROVE A NEW  *
014700*    DISPUTE'S CUSTOMER.  WITHOUT THE MASTER THE CUSTOMER IS     *
014800*    TAKEN AS KEYED.                                             *
014900******************************************************************
015000 1000-INITIALIZE SECTION.
015100 1000-INITIALIZE-PARA.
015200     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
015300     ACCEPT WS-RUN-TIME FROM TIME
015400     OPEN I-O DISPUTE-FILE
015500     IF WS-DISP-FILE-STATUS = '35'
015600         OPEN OUTPUT DISPUTE-FILE
015700         CLOSE DISPUTE-FILE
015800         OPEN I-O DISPUTE-FILE
015900     END-IF
016000     IF WS-DISP-FILE-STATUS NOT = '00'
016100         DISPLAY 'DISPUTE FILE WILL NOT OPEN - STATUS '
016200             WS-DISP-FILE-STATUS
016300         MOVE 16 TO RETURN-CODE
016400         STOP RUN
016500     END-IF
016600     OPEN INPUT CUSTOMER-MASTER-FILE
016700     IF WS-CUST-FILE-STATUS = '00'
016800         SET WS-CUST-OPEN TO TRUE
016900     END-IF.
017000 1000-EXIT.
017100     EXIT.
017200*
017300******************************************************************
017400*    2000-MAINTAIN-DISPUTES                                      *
017500*    DISPLAYS THE MAINTENANCE SCREEN, ACCEPTS ONE OPERATOR       *
017600*    ENTRY, AND APPLIES IT TO THE DISPUTE FILE WHEN A SAVE IS    *
017700*    REQUESTED AND THE ENTRY PASSES VALIDATION.                  *
017800******************************************************************
017900 2000-MAINTAIN-DISPUTES SECTION.
018000 2000-MAINTAIN-DISPUTES-PARA.
018100     MOVE SPACES TO WS-SCR-ACTION
018200     MOVE ZERO   TO WS-SCR-INVOICE-NUMBER
018300     MOVE ZERO   TO WS-SCR-CUSTOMER-NUMBER
018400     MOVE SPACES TO WS-SCR-REASON-CODE
018500     MOVE ZERO   TO WS-SCR-DISPUTED-AMOUNT
018600     MOVE SPACES TO WS-SCR-OWNER
018700     MOVE ZERO   TO WS-SCR-FOLLOW-UP-DATE
018800     MOVE SPACES TO WS-SCR-FUNCTION-KEY
018900     MOVE SPACES TO WS-SCR-ERROR-MSG
019000     DISPLAY DISPUTE-MAINTENANCE-SCREEN
019100     ACCEPT DISPUTE-MAINTENANCE-SCREEN
019200     IF WS-SCR-EXIT-REQUESTED
019300         SET WS-EXIT TO TRUE
019400     ELSE
019500         IF WS-SCR-SAVE-REQUESTED
019600             PERFORM 2050-VALIDATE-DISPUTE-ENTRY THRU 2050-EXIT
019700             IF WS-VALID-ENTRY
019800                 PERFORM 2100-SAVE-DISPUTE THRU 2100-EXIT
019900             END-IF
020000             IF WS-SCR-ERROR-MSG NOT = SPACES
020100                 DISPLAY DISPUTE-MAINTENANCE-SCREEN
020200             END-IF
020300         END-IF
020400     END-IF.
020500 2000-EXIT.
020600     EXIT.
020700*
020800******************************************************************
020900*    2050-VALIDATE-DISPUTE-ENTRY                                 *
021000*    REJECTS A SAVE REQUEST WITH A BAD ACTION, A ZERO INVOICE    *
021100*    NUMBER, AN UNKNOWN REASON CODE, A FOLLOW-UP DATE THAT IS    *
021200*    NOT A DATE OR IS ALREADY PAST, OR A BLANK OPERATOR ID.  AN  *
021300*    ADD NEEDS EVERY FIELD, A CUSTOMER ON THE MASTER, AND NO     *
021400*    DISPUTE ALREADY OPEN ON THE INVOICE - A CLOSED ONE IS       *
021500*    REOPENED WITH THE NEW DETAILS.  A CHANGE OR CLOSE NEEDS AN  *
021600*    OPEN DISPUTE, AND A CUSTOMER NUMBER, IF KEYED, MUST BE THE  *
021700*    DISPUTE'S OWN.  THE DISPUTE ON FILE IS LEFT IN DSP-RECORD.  *
021800******************************************************************
021900 2050-VALIDATE-DISPUTE-ENTRY SECTION.
022000 2050-VALIDATE-DISPUTE-ENTRY-PARA.
022100     SET WS-VALID-ENTRY TO TRUE
022200     IF NOT WS-SCR-ADD AND NOT WS-SCR-CHANGE
022300      AND NOT WS-SCR-RESOLVE
022400         MOVE 'N' TO WS-VALID-ENTRY-SW
022500         MOVE 'ACTION MUST BE A, C OR R' TO WS-SCR-ERROR-MSG
022600         GO TO 2050-EXIT
022700     END-IF
022800     IF WS-SCR-INVOICE-NUMBER = ZERO
022900         MOVE 'N' TO WS-VALID-ENTRY-SW
023000         MOVE 'INVOICE NUMBER MAY NOT BE ZERO'
023100             TO WS-SCR-ERROR-MSG
023200         GO TO 2050-EXIT
023300     END-IF
023400     IF NOT WS-SCR-REASON-VALID
023500         MOVE 'N' TO WS-VALID-ENTRY-SW
023600         MOVE 'REASON MUST BE ONE OF THE CODES SHOWN'
023700             TO WS-SCR-ERROR-MSG
023800         GO TO 2050-EXIT
023900     END-IF
024000     IF WS-SCR-FOLLOW-UP-DATE NOT = ZERO
024100         IF WS-SCR-FOLLOW-UP-MONTH < 1
024200          OR WS-SCR-FOLLOW-UP-MONTH > 12
024300          OR WS-SCR-FOLLOW-UP-DAY < 1
024400          OR WS-SCR-FOLLOW-UP-DAY > 31
024500             MOVE 'N' TO WS-VALID-ENTRY-SW
024600             MOVE 'FOLLOW-UP DATE MUST BE YYYYMMDD'
024700                 TO WS-SCR-ERROR-MSG
024800             GO TO 2050-EXIT
024900         END-IF
025000         IF WS-SCR-FOLLOW-UP-DATE < WS-RUN-DATE
025100             MOVE 'N' TO WS-VALID-ENTRY-SW
025200             MOVE 'FOLLOW-UP DATE IS ALREADY PAST'
025300                 TO WS-SCR-ERROR-MSG
025400             GO TO 2050-EXIT
025500         END-IF
025600     END-IF
025700     IF WS-SCR-OPERATOR-ID = SPACES
025800         MOVE 'N' TO WS-VALID-ENTRY-SW
025900         MOVE 'OPERATOR ID MAY NOT BE BLANK'
026000             TO WS-SCR-ERROR-MSG
026100         GO TO 2050-EXIT
026200     END-IF
026300     PERFORM 2060-READ-DISPUTE THRU 2060-EXIT
026400     IF WS-SCR-ADD
026500         PERFORM 2070-VALIDATE-ADD THRU 2070-EXIT
026600         GO TO 2050-EXIT
026700     END-IF
026800     IF NOT WS-DISP-FOUND
026900         MOVE 'N' TO WS-VALID-ENTRY-SW
027000         MOVE 'NO DISPUTE ON FILE FOR THIS INVOICE'
027100             TO WS-SCR-ERROR-MSG
027200         GO TO 2050-EXIT
027300     END-IF
027400     IF NOT DSP-OPEN
027500         MOVE 'N' TO WS-VALID-ENTRY-SW
027600         MOVE 'DISPUTE IS ALREADY CLOSED'
027700             TO WS-SCR-ERROR-MSG
027800         GO TO 2050-EXIT
027900     END-IF
028000     IF WS-SCR-CUSTOMER-NUMBER NOT = ZERO
028100      AND WS-SCR-CUSTOMER-NUMBER NOT = DSP-CUSTOMER-NUMBER
028200         MOVE 'N' TO WS-VALID-ENTRY-SW
028300         MOVE 'CUSTOMER IS NOT THE DISPUTE CUSTOMER'
028400             TO WS-SCR-ERROR-MSG
028500     END-IF.
028600 2050-EXIT.
028700     EXIT.
028800*
028900******************************************************************
029000*    2060-READ-DISPUTE                                           *
029100*    READS THE DISPUTE FOR THE KEYED INVOICE INTO DSP-RECORD,    *
029200*    SETTING WS-DISP-FOUND-SW.                                   *
029300******************************************************************
029400 2060-READ-DISPUTE SECTION.
029500 2060-READ-DISPUTE-PARA.
029600     MOVE WS-SCR-INVOICE-NUMBER TO DSP-INVOICE-NUMBER
029700     READ DISPUTE-FILE
029800         INVALID KEY
029900             MOVE 'N' TO WS-DISP-FOUND-SW
030000         NOT INVALID KEY
030100             MOVE 'Y' TO WS-DISP-FOUND-SW
030200     END-READ.
030300 2060-EXIT.
030400     EXIT.
030500*
030600******************************************************************
030700*    2070-VALIDATE-ADD                                           *
030800*    THE ADD CHECKS - NO OPEN DISPUTE ALREADY ON THE INVOICE,    *
030900*    EVERY FIELD KEYED, AND THE CUSTOMER ON THE MASTER.          *
031000******************************************************************
031100 2070-VALIDATE-ADD SECTION.
031200 2070-VALIDATE-ADD-PARA.
031300     IF WS-DISP-FOUND
031400      AND DSP-OPEN
031500         MOVE 'N' TO WS-VALID-ENTRY-SW
031600         MOVE 'INVOICE IS ALREADY IN DISPUTE'
031700             TO WS-SCR-ERROR-MSG
031800         GO TO 2070-EXIT
031900     END-IF
032000     IF WS-SCR-CUSTOMER-NUMBER = ZERO
032100      OR WS-SCR-REASON-CODE = SPACES
032200      OR WS-SCR-DISPUTED-AMOUNT = ZERO
032300         MOVE 'N' TO WS-VALID-ENTRY-SW
032400         MOVE 'AN ADD NEEDS CUSTOMER, REASON, AMOUNT'
032500             TO WS-SCR-ERROR-MSG
032600         GO TO 2070-EXIT
032700     END-IF
032800     IF WS-SCR-OWNER = SPACES
032900      OR WS-SCR-FOLLOW-UP-DATE = ZERO
033000         MOVE 'N' TO WS-VALID-ENTRY-SW
033100         MOVE 'AN ADD NEEDS AN OWNER AND FOLLOW-UP DATE'
033200             TO WS-SCR-ERROR-MSG
033300         GO TO 2070-EXIT
033400     END-IF
033500     IF WS-CUST-OPEN
033600         MOVE WS-SCR-CUSTOMER-NUMBER TO CUS-CUSTOMER-NUMBER
033700         READ CUSTOMER-MASTER-FILE
033800             INVALID KEY
033900                 MOVE 'N' TO WS-VALID-ENTRY-SW
034000                 MOVE 'CUSTOMER IS NOT ON THE MASTER'
034100                     TO WS-SCR-ERROR-MSG
034200         END-READ
034300     END-IF.
034400 2070-EXIT.
034500     EXIT.
034600*
034700******************************************************************
034800*    2100-SAVE-DISPUTE                                           *
034900*    APPLIES THE VALIDATED ENTRY TO THE DISPUTE FILE.  AN ADD    *
035000*    WRITES A NEW OPEN DISPUTE, OR REWRITES A CLOSED ONE AS      *
035100*    OPEN AGAIN; A CHANGE MERGES THE KEYED FIELDS INTO THE OPEN  *
035200*    DISPUTE; A CLOSE MARKS IT CLOSED BY THE OPERATOR.  EVERY    *
035300*    SAVE STAMPS WHO MADE IT AND WHEN.                           *
035400******************************************************************
035500 2100-SAVE-DISPUTE SECTION.
035600 2100-SAVE-DISPUTE-PARA.
035700     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
035800     IF WS-SCR-ADD
035900         MOVE WS-SCR-INVOICE-NUMBER  TO DSP-INVOICE-NUMBER
036000         MOVE WS-SCR-CUSTOMER-NUMBER TO DSP-CUSTOMER-NUMBER
036100         MOVE WS-SCR-REASON-CODE     TO DSP-REASON-CODE
036200         MOVE WS-SCR-DISPUTED-AMOUNT TO DSP-DISPUTED-AMOUNT
036300         MOVE WS-SCR-OWNER           TO DSP-OWNER
036400         MOVE WS-SCR-FOLLOW-UP-DATE  TO DSP-FOLLOW-UP-DATE
036500         MOVE 'O'                    TO DSP-STATUS
036600         MOVE WS-RUN-DATE            TO DSP-OPENED-DATE
036700         MOVE ZERO                   TO DSP-CLOSED-DATE
036800         MOVE SPACES                 TO DSP-CLOSED-BY
036900         MOVE ZERO                   TO DSP-CREDIT-MEMO-NUMBER
037000     END-IF
037100     IF WS-SCR-CHANGE
037200         IF WS-SCR-REASON-CODE NOT = SPACES
037300             MOVE WS-SCR-REASON-CODE TO DSP-REASON-CODE
037400         END-IF
037500         IF WS-SCR-DISPUTED-AMOUNT NOT = ZERO
037600             MOVE WS-SCR-DISPUTED-AMOUNT TO DSP-DISPUTED-AMOUNT
037700         END-IF
037800         IF WS-SCR-OWNER NOT = SPACES
037900             MOVE WS-SCR-OWNER TO DSP-OWNER
038000         END-IF
038100         IF WS-SCR-FOLLOW-UP-DATE NOT = ZERO
038200             MOVE WS-SCR-FOLLOW-UP-DATE TO DSP-FOLLOW-UP-DATE
038300         END-IF
038400     END-IF
038500     IF WS-SCR-RESOLVE
038600         MOVE 'C'                    TO DSP-STATUS
038700         MOVE WS-RUN-DATE            TO DSP-CLOSED-DATE
038800         MOVE WS-SCR-OPERATOR-ID     TO DSP-CLOSED-BY
038900     END-IF
039000     MOVE WS-SCR-OPERATOR-ID         TO DSP-ENTERED-BY
039100     MOVE WS-RUN-DATE                TO DSP-ENTERED-DATE
039200     IF WS-DISP-FOUND
039300         REWRITE DSP-RECORD
039400             INVALID KEY
039500                 MOVE 'DISPUTE WAS NOT SAVED - TRY AGAIN'
039600                     TO WS-SCR-ERROR-MSG
039700         END-REWRITE
039800     ELSE
039900         WRITE DSP-RECORD
040000             INVALID KEY
040100                 MOVE 'DISPUTE WAS NOT SAVED - TRY AGAIN'
040200                     TO WS-SCR-ERROR-MSG
040300         END-WRITE
040400     END-IF.
040500 2100-EXIT.
040600     EXIT.
040700*
040800******************************************************************
040900*    9000-TERMINATE                                              *
041000*    CLOSES THE DISPUTE FILE AND THE CUSTOMER MASTER AT END OF   *
041100*    THE MAINTENANCE SESSION.                                    *
041200******************************************************************
041300 9000-TERMINATE SECTION.
041400 9000-TERMINATE-PARA.
041500     CLOSE DISPUTE-FILE
041600     IF WS-CUST-OPEN
041700         CLOSE CUSTOMER-MASTER-FILE
041800     END-IF.
041900 9000-EXIT.
042000     EXIT.
042100*
042200 END PROGRAM DSDSPMT.
