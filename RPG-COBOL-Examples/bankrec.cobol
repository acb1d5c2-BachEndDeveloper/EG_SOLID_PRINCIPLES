000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    BANKREC.
000300 AUTHOR.        R HALVORSEN.
000400 INSTALLATION.  BILLING SYSTEMS.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700******************************************************************
000800*    MODIFICATION HISTORY                                        *
000900*    --------------------                                        *
001000*    2026-10-15  RH  ORIGINAL BANK DEPOSIT RECONCILIATION STEP.  *
001100*                    PROVES THE LOCKBOX RECEIPTS ON CASHRCPT     *
001200*                    AGAINST THE DEPOSITS ON THE BANK'S DAILY    *
001300*                    STATEMENT, ONE LOCKBOX BATCH AND DATE AT A  *
001400*                    TIME.  EACH BATCH AND DATE IS REPORTED AS   *
001500*                    MATCHED, SHORT, OVER, OR AN UNMATCHED       *
001600*                    DEPOSIT OR UNMATCHED RECEIPTS.  ANY THAT DO *
001700*                    NOT PROVE ROLL FORWARD ON THE CARRY FILE,   *
001800*                    WHICH OPS SWAPS IN AS THE NEXT RUN'S        *
001900*                    RECCARRY, UNTIL A LATE DEPOSIT OR LATE      *
002000*                    RECEIPTS CLEAR THEM.  A DIFFERENCE OPEN     *
002100*                    LONGER THAN THE BANKPARM DAYS ENDS THE STEP *
002200*                    WITH RETURN-CODE 8 - A WARNING FOR          *
002300*                    TREASURY, NOT 16, SINCE THE AR BOOKS ARE    *
002400*                    NOT WRONG AND THE MORNING JOBS MAY RUN.     *
002500*                    RUNS AGAINST THE SAME CASHRCPT GENERATION   *
002600*                    AS THE NIGHT'S ARCASH.                      *
002700*    2026-10-15  RH  RUN DATE NOW COMES FROM THE BIZDATE         *
002800*                    BUSINESS-DATE CARD, NOT THE CLOCK, SO A     *
002900*                    LATE RERUN DOES NOT AGE CARRIED DIFFERENCES *
003000*                    AN EXTRA DAY OR RAISE A FALSE AGING         *
003100*                    WARNING.                                    *
003200******************************************************************
003300 ENVIRONMENT DIVISION.
003400 CONFIGURATION SECTION.
003500 SOURCE-COMPUTER.   IBM-370.
003600 OBJECT-COMPUTER.   IBM-370.
003700 INPUT-OUTPUT SECTION.
003800 FILE-CONTROL.
003900     SELECT BANK-STATEMENT-FILE ASSIGN TO "BANKSTMT"
004000         ORGANIZATION IS LINE SEQUENTIAL
004100         FILE STATUS IS WS-STMT-FILE-STATUS.
004200     SELECT CASH-RECEIPTS-FILE ASSIGN TO "CASHRCPT"
004300         ORGANIZATION IS LINE SEQUENTIAL
004400         FILE STATUS IS WS-RCPT-FILE-STATUS.
004500     SELECT RECON-CARRY-FILE ASSIGN TO "RECCARRY"
004600         ORGANIZATION IS LINE SEQUENTIAL
004700         FILE STATUS IS WS-CARRY-FILE-STATUS.
004800     SELECT BANK-PARM-FILE ASSIGN TO "BANKPARM"
004900         ORGANIZATION IS LINE SEQUENTIAL
005000         FILE STATUS IS WS-PARM-FILE-STATUS.
005100     SELECT RECON-CARRY-OUT-FILE ASSIGN TO "RECCRY2"
005200         ORGANIZATION IS LINE SEQUENTIAL.
005300     SELECT RECON-REPORT-FILE ASSIGN TO "RECRPT"
005400         ORGANIZATION IS LINE SEQUENTIAL.
005500     SELECT BUSINESS-DATE-FILE ASSIGN TO "BIZDATE"
005600         ORGANIZATION IS LINE SEQUENTIAL
005700         FILE STATUS IS WS-BDC-FILE-STATUS.
005800*
005900 DATA DIVISION.
006000 FILE SECTION.
006100 FD  BANK-STATEMENT-FILE
006200     LABEL RECORDS ARE STANDARD.
006300 COPY "bankstmt.cpy".
006400*
006500 FD  CASH-RECEIPTS-FILE
006600     LABEL RECORDS ARE STANDARD.
006700 COPY "cashrcp.cpy".
006800*
006900 FD  RECON-CARRY-FILE
007000     LABEL RECORDS ARE STANDARD.
007100 COPY "reccarry.cpy".
007200*
007300 FD  BANK-PARM-FILE
007400     LABEL RECORDS ARE STANDARD.
007500 COPY "bankparm.cpy".
007600*
007700 FD  RECON-CARRY-OUT-FILE
007800     LABEL RECORDS ARE STANDARD.
007900 COPY "reccry2.cpy".
008000*
008100 FD  RECON-REPORT-FILE
008200     LABEL RECORDS ARE STANDARD.
008300 01  BRR-LINE                   PIC X(132).
008400*
008500 FD  BUSINESS-DATE-FILE
008600     LABEL RECORDS ARE STANDARD.
008700 COPY "bizdate.cpy".
008800*
008900 WORKING-STORAGE SECTION.
009000 01  WS-STMT-FILE-STATUS        PIC X(02) VALUE SPACES.
009100 01  WS-RCPT-FILE-STATUS        PIC X(02) VALUE SPACES.
009200 01  WS-CARRY-FILE-STATUS       PIC X(02) VALUE SPACES.
009300 01  WS-PARM-FILE-STATUS        PIC X(02) VALUE SPACES.
009400 01  WS-BDC-FILE-STATUS         PIC X(02) VALUE SPACES.
009500*
009600 01  WS-SWITCHES.
009700     05  WS-EOF-STMT-SW         PIC X(01) VALUE 'N'.
009800         88  WS-EOF-STMT                VALUE 'Y'.
009900     05  WS-EOF-RCPT-SW         PIC X(01) VALUE 'N'.
010000         88  WS-EOF-RCPT                VALUE 'Y'.
010100     05  WS-EOF-CARRY-SW        PIC X(01) VALUE 'N'.
010200         88  WS-EOF-CARRY               VALUE 'Y'.
010300     05  WS-GRP-FOUND-SW        PIC X(01) VALUE 'N'.
010400         88  WS-GRP-FOUND               VALUE 'Y'.
010500*
010600 01  WS-DATE-TIME-FIELDS.
010700     05  WS-RUN-DATE            PIC 9(08).
010800     05  WS-RUN-TIME            PIC 9(08).
010900     05  WS-BDC-DAY-INTEGER     PIC 9(08) VALUE ZERO.
011000     05  WS-BDC-CHECK-DATE      PIC 9(08) VALUE ZERO.
011100*
011200 01  WS-AGE-FIELDS.
011300     05  WS-RUN-DAY-INTEGER     PIC 9(08) VALUE ZERO.
011400     05  WS-FIRST-DAY-INTEGER   PIC 9(08) VALUE ZERO.
011500     05  WS-OPEN-AGE-DAYS       PIC S9(05) VALUE ZERO.
011600*
011700 77  WS-STMT-LINES-READ         PIC 9(07) VALUE ZERO.
011800 77  WS-DEPOSITS-READ           PIC 9(07) VALUE ZERO.
011900 77  WS-RECEIPTS-READ           PIC 9(07) VALUE ZERO.
012000 77  WS-CARRIED-IN-COUNT        PIC 9(07) VALUE ZERO.
012100 77  WS-CARRIED-OUT-COUNT       PIC 9(07) VALUE ZERO.
012200 77  WS-OVERDUE-COUNT           PIC 9(07) VALUE ZERO.
012300*
012400*    DAYS A DIFFERENCE MAY STAY OPEN WHEN THE BANKPARM CARD IS
012500*    MISSING OR ZERO - A WORKING WEEK, TIME FOR A LATE DEPOSIT
012600*    OR A LATE LOCKBOX TRANSMISSION TO ARRIVE.
012700 77  WS-DEFAULT-MAX-OPEN-DAYS   PIC 9(03) VALUE 5.
012800 77  WS-MAX-OPEN-DAYS           PIC 9(03) VALUE ZERO.
012900*
013000 01  WS-LOOKUP-FIELDS.
013100     05  WS-LOOKUP-BATCH        PIC 9(06) VALUE ZERO.
013200     05  WS-LOOKUP-DATE         PIC 9(08) VALUE ZERO.
013300*
013400 01  WS-GROUP-WORK-FIELDS.
013500     05  WS-GRP-DIFFERENCE      PIC S9(09)V99 VALUE ZERO.
013600     05  WS-GRP-STATUS          PIC X(18) VALUE SPACES.
013700     05  WS-GRP-FLAG            PIC X(18) VALUE SPACES.
013800*
013900 01  WS-DISPOSITION-COUNTS.
014000     05  WS-MATCHED-COUNT       PIC 9(07) VALUE ZERO.
014100     05  WS-CLEARED-COUNT       PIC 9(07) VALUE ZERO.
014200     05  WS-SHORT-COUNT         PIC 9(07) VALUE ZERO.
014300     05  WS-OVER-COUNT          PIC 9(07) VALUE ZERO.
014400     05  WS-UNM-DEPOSIT-COUNT   PIC 9(07) VALUE ZERO.
014500     05  WS-UNM-RECEIPT-COUNT   PIC 9(07) VALUE ZERO.
014600*
014700 01  WS-DISPOSITION-TOTALS.
014800     05  WS-MATCHED-TOTAL       PIC S9(11)V99 VALUE ZERO.
014900     05  WS-CLEARED-TOTAL       PIC S9(11)V99 VALUE ZERO.
015000     05  WS-SHORT-TOTAL         PIC S9(11)V99 VALUE ZERO.
015100     05  WS-OVER-TOTAL          PIC S9(11)V99 VALUE ZERO.
015200     05  WS-UNM-DEPOSIT-TOTAL   PIC S9(11)V99 VALUE ZERO.
015300     05  WS-UNM-RECEIPT-TOTAL   PIC S9(11)V99 VALUE ZERO.
015400     05  WS-DEPOSITS-TOTAL      PIC S9(11)V99 VALUE ZERO.
015500     05  WS-RECEIPTS-TOTAL      PIC S9(11)V99 VALUE ZERO.
015600     05  WS-OVERDUE-TOTAL       PIC S9(11)V99 VALUE ZERO.
015700*
015800*    ONE ENTRY PER LOCKBOX BATCH AND DATE SEEN ON THE CARRY, THE
015900*    STATEMENT OR CASHRCPT, HOLDING ALL THE DEPOSITS AND RECEIPTS
016000*    FOR IT SO FAR.  OVERFLOW ABENDS - A DROPPED BATCH WOULD MAKE
016100*    ITS DEPOSIT OR ITS RECEIPTS LOOK UNMATCHED.
016200 01  WS-GRP-TABLE-AREA.
016300     05  WS-GRP-TABLE-COUNT     PIC 9(04) VALUE ZERO.
016400     05  WS-GRP-ENTRY OCCURS 1 TO 3000 TIMES
016500                       DEPENDING ON WS-GRP-TABLE-COUNT
016600                       INDEXED BY WS-GRP-IDX.
016700         10  WS-GRP-BATCH             PIC 9(06).
016800         10  WS-GRP-DATE              PIC 9(08).
016900         10  WS-GRP-DEP-COUNT         PIC 9(05).
017000         10  WS-GRP-DEP-AMOUNT        PIC 9(09)V99.
017100         10  WS-GRP-RCP-COUNT         PIC 9(05).
017200         10  WS-GRP-RCP-AMOUNT        PIC 9(09)V99.
017300         10  WS-GRP-FIRST-SEEN        PIC 9(08).
017400*
017500 01  WS-BRR-TITLE-LINE.
017600     05  FILLER                 PIC X(34)
017700         VALUE 'BANK DEPOSIT RECONCILIATION AS OF '.
017800     05  WS-BRR-TITLE-DATE      PIC 9(08).
017900     05  FILLER                 PIC X(25)
018000         VALUE '   DIFFERENCES OPEN OVER '.
018100     05  WS-BRR-TITLE-DAYS      PIC ZZ9.
018200     05  FILLER                 PIC X(17)
018300         VALUE ' DAYS ARE OVERDUE'.
018400     05  FILLER                 PIC X(45) VALUE SPACES.
018500*
018600 01  WS-BRR-COLUMN-LINE.
018700     05  FILLER                 PIC X(10) VALUE 'DATE'.
018800     05  FILLER                 PIC X(08) VALUE 'BATCH'.
018900     05  FILLER                 PIC X(06) VALUE ' DEPS '.
019000     05  FILLER                 PIC X(16)
019100         VALUE '      DEPOSITS  '.
019200     05  FILLER                 PIC X(06) VALUE ' RCPS '.
019300     05  FILLER                 PIC X(16)
019400         VALUE '      RECEIPTS  '.
019500     05  FILLER                 PIC X(17)
019600         VALUE '     DIFFERENCE  '.
019700     05  FILLER                 PIC X(09) VALUE 'OPENED'.
019800     05  FILLER                 PIC X(07) VALUE '  AGE  '.
019900     05  FILLER                 PIC X(19) VALUE 'STATUS'.
020000     05  FILLER                 PIC X(18) VALUE 'NOTE'.
020100*
020200 01  WS-BRR-DETAIL-LINE.
020300     05  WS-BRR-DET-DATE        PIC 9(08).
020400     05  FILLER                 PIC X(02) VALUE SPACES.
020500     05  WS-BRR-DET-BATCH       PIC 9(06).
020600     05  FILLER                 PIC X(02) VALUE SPACES.
020700     05  WS-BRR-DET-DEP-COUNT   PIC ZZZZ9.
020800     05  FILLER                 PIC X(01) VALUE SPACES.
020900     05  WS-BRR-DET-DEP-AMOUNT  PIC ZZZ,ZZZ,ZZ9.99.
021000     05  FILLER                 PIC X(02) VALUE SPACES.
021100     05  WS-BRR-DET-RCP-COUNT   PIC ZZZZ9.
021200     05  FILLER                 PIC X(01) VALUE SPACES.
021300     05  WS-BRR-DET-RCP-AMOUNT  PIC ZZZ,ZZZ,ZZ9.99.
021400     05  FILLER                 PIC X(02) VALUE SPACES.
021500     05  WS-BRR-DET-DIFFERENCE  PIC ZZZ,ZZZ,ZZ9.99-.
021600     05  FILLER                 PIC X(02) VALUE SPACES.
021700     05  WS-BRR-DET-OPENED      PIC 9(08).
021800     05  FILLER                 PIC X(01) VALUE SPACES.
021900     05  WS-BRR-DET-AGE         PIC ZZZZ9.
022000     05  FILLER                 PIC X(02) VALUE SPACES.
022100     05  WS-BRR-DET-STATUS      PIC X(18).
022200     05  FILLER                 PIC X(01) VALUE SPACES.
022300     05  WS-BRR-DET-FLAG        PIC X(18).
022400*
022500 01  WS-BRR-TOTAL-LINE.
022600     05  WS-BRR-TOT-CAPTION     PIC X(20).
022700     05  WS-BRR-TOT-COUNT       PIC Z,ZZZ,ZZ9.
022800     05  FILLER                 PIC X(04) VALUE SPACES.
022900     05  WS-BRR-TOT-AMOUNT      PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
023000     05  FILLER                 PIC X(81) VALUE SPACES.
023100*
023200 PROCEDURE DIVISION.
023300*
023400******************************************************************
023500*    0000-MAINLINE                                               *
023600*    DRIVES THE RECONCILIATION - LOAD THE CARRIED DIFFERENCES,   *
023700*    THE STATEMENT DEPOSITS AND THE RECEIPTS BY LOCKBOX BATCH    *
023800*    AND DATE, THEN SETTLE EVERY BATCH AND DATE IN TURN.         *
023900******************************************************************
024000 0000-MAINLINE SECTION.
024100 0000-MAINLINE-PARA.
024200     PERFORM 1000-INITIALIZE THRU 1000-EXIT
024300     IF WS-GRP-TABLE-COUNT > ZERO
024400         PERFORM 2000-RECONCILE-GROUP THRU 2000-EXIT
024500             VARYING WS-GRP-IDX FROM 1 BY 1
024600             UNTIL WS-GRP-IDX > WS-GRP-TABLE-COUNT
024700     END-IF
024800     PERFORM 9000-TERMINATE THRU 9000-EXIT
024900     STOP RUN.
025000*
025100******************************************************************
025200*    1000-INITIALIZE                                             *
025300*    READS THE AGE LIMIT, LOADS THE CARRY, THE STATEMENT AND THE *
025400*    RECEIPTS, OPENS THE OUTPUT FILES AND WRITES THE REPORT      *
025500*    HEADINGS.  THE CARRY FILE ALWAYS GOES OUT - EMPTY ON A      *
025600*    NIGHT WHEN EVERYTHING PROVES - SO THE NEXT RUN ALWAYS       *
025700*    FINDS ITS RECCARRY.                                         *
025800******************************************************************
025900 1000-INITIALIZE SECTION.
026000 1000-INITIALIZE-PARA.
026100     PERFORM 9510-READ-BUSINESS-DATE THRU 9510-EXIT
026200     ACCEPT WS-RUN-TIME FROM TIME
026300     COMPUTE WS-RUN-DAY-INTEGER =
026400         FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
026500     PERFORM 1050-LOAD-BANK-PARM THRU 1050-EXIT
026600     PERFORM 1100-LOAD-CARRY THRU 1100-EXIT
026700     PERFORM 1200-LOAD-STATEMENT THRU 1200-EXIT
026800     PERFORM 1300-LOAD-RECEIPTS THRU 1300-EXIT
026900     OPEN OUTPUT RECON-CARRY-OUT-FILE
027000     OPEN OUTPUT RECON-REPORT-FILE
027100     MOVE WS-RUN-DATE TO WS-BRR-TITLE-DATE
027200     MOVE WS-MAX-OPEN-DAYS TO WS-BRR-TITLE-DAYS
027300     MOVE WS-BRR-TITLE-LINE TO BRR-LINE
027400     WRITE BRR-LINE
027500     MOVE WS-BRR-COLUMN-LINE TO BRR-LINE
027600     WRITE BRR-LINE.
027700 1000-EXIT.
027800     EXIT.
027900*
028000******************************************************************
028100*    1050-LOAD-BANK-PARM                                         *
028200*    READS THE DAYS A DIFFERENCE MAY STAY OPEN OFF THE BANKPARM  *
028300*    CARD.  NO CARD, AN EMPTY CARD OR A ZERO FIELD TAKES THE     *
028400*    DEFAULT.                                                    *
028500******************************************************************
028600 1050-LOAD-BANK-PARM SECTION.
028700 1050-LOAD-BANK-PARM-PARA.
028800     MOVE WS-DEFAULT-MAX-OPEN-DAYS TO WS-MAX-OPEN-DAYS
028900     OPEN INPUT BANK-PARM-FILE
029000     IF WS-PARM-FILE-STATUS = '00'
029100         READ BANK-PARM-FILE
029200             AT END
029300                 CONTINUE
029400             NOT AT END
029500                 IF BKP-MAX-OPEN-DAYS > ZERO
029600                     MOVE BKP-MAX-OPEN-DAYS TO WS-MAX-OPEN-DAYS
029700                 END-IF
029800         END-READ
029900         CLOSE BANK-PARM-FILE
030000     ELSE
030100         DISPLAY 'NO BANKPARM CARD - DEFAULT AGE LIMIT USED'
030200     END-IF.
030300 1050-EXIT.
030400     EXIT.
030500*
030600******************************************************************
030700*    1100-LOAD-CARRY                                             *
030800*    LOADS THE DIFFERENCES LEFT OPEN BY EARLIER RUNS, EACH WITH  *
030900*    THE DEPOSITS AND RECEIPTS SEEN FOR IT SO FAR AND THE DATE   *
031000*    IT WAS FIRST LEFT OPEN.  A MISSING FILE MEANS NOTHING       *
031100*    CARRIED.                                                    *
031200******************************************************************
031300 1100-LOAD-CARRY SECTION.
031400 1100-LOAD-CARRY-PARA.
031500     OPEN INPUT RECON-CARRY-FILE
031600     IF WS-CARRY-FILE-STATUS = '00'
031700         PERFORM 1110-READ-CARRY THRU 1110-EXIT
031800         PERFORM 1120-STORE-CARRY THRU 1120-EXIT
031900             UNTIL WS-EOF-CARRY
032000         CLOSE RECON-CARRY-FILE
032100     END-IF.
032200 1100-EXIT.
032300     EXIT.
032400*
032500 1110-READ-CARRY SECTION.
032600 1110-READ-CARRY-PARA.
032700     READ RECON-CARRY-FILE
032800         AT END SET WS-EOF-CARRY TO TRUE
032900     END-READ.
033000 1110-EXIT.
033100     EXIT.
033200*
033300 1120-STORE-CARRY SECTION.
033400 1120-STORE-CARRY-PARA.
033500     ADD 1 TO WS-CARRIED-IN-COUNT
033600     MOVE RCC-LOCKBOX-BATCH TO WS-LOOKUP-BATCH
033700     MOVE RCC-DEPOSIT-DATE TO WS-LOOKUP-DATE
033800     PERFORM 1400-FIND-GROUP-ENTRY THRU 1400-EXIT
033900     ADD RCC-DEPOSIT-COUNT TO WS-GRP-DEP-COUNT(WS-GRP-IDX)
034000     ADD RCC-DEPOSIT-AMOUNT TO WS-GRP-DEP-AMOUNT(WS-GRP-IDX)
034100     ADD RCC-RECEIPT-COUNT TO WS-GRP-RCP-COUNT(WS-GRP-IDX)
034200     ADD RCC-RECEIPT-AMOUNT TO WS-GRP-RCP-AMOUNT(WS-GRP-IDX)
034300     IF WS-GRP-FIRST-SEEN(WS-GRP-IDX) = ZERO
034400      OR RCC-FIRST-SEEN-DATE < WS-GRP-FIRST-SEEN(WS-GRP-IDX)
034500         MOVE RCC-FIRST-SEEN-DATE
034600           TO WS-GRP-FIRST-SEEN(WS-GRP-IDX)
034700     END-IF
034800     PERFORM 1110-READ-CARRY THRU 1110-EXIT.
034900 1120-EXIT.
035000     EXIT.
035100*
035200******************************************************************
035300*    1200-LOAD-STATEMENT                                         *
035400*    ADDS EVERY DEPOSIT LINE ON THE BANK STATEMENT TO ITS        *
035500*    LOCKBOX BATCH AND DATE.  OTHER LINE TYPES ARE SKIPPED.  A   *
035600*    MISSING STATEMENT MEANS NO DEPOSITS - EVERY RECEIPT THEN    *
035700*    SHOWS UNMATCHED AND CARRIES UNTIL THE STATEMENT ARRIVES.    *
035800******************************************************************
035900 1200-LOAD-STATEMENT SECTION.
036000 1200-LOAD-STATEMENT-PARA.
036100     OPEN INPUT BANK-STATEMENT-FILE
036200     IF WS-STMT-FILE-STATUS = '00'
036300         PERFORM 1210-READ-STATEMENT THRU 1210-EXIT
036400         PERFORM 1220-STORE-DEPOSIT THRU 1220-EXIT
036500             UNTIL WS-EOF-STMT
036600         CLOSE BANK-STATEMENT-FILE
036700     ELSE
036800         DISPLAY 'NO BANK STATEMENT ON HAND - NO DEPOSITS'
036900     END-IF.
037000 1200-EXIT.
037100     EXIT.
037200*
037300 1210-READ-STATEMENT SECTION.
037400 1210-READ-STATEMENT-PARA.
037500     READ BANK-STATEMENT-FILE
037600         AT END SET WS-EOF-STMT TO TRUE
037700     END-READ.
037800 1210-EXIT.
037900     EXIT.
038000*
038100 1220-STORE-DEPOSIT SECTION.
038200 1220-STORE-DEPOSIT-PARA.
038300     ADD 1 TO WS-STMT-LINES-READ
038400     IF NOT BST-DEPOSIT
038500         GO TO 1220-READ-NEXT
038600     END-IF
038700     ADD 1 TO WS-DEPOSITS-READ
038800     ADD BST-AMOUNT TO WS-DEPOSITS-TOTAL
038900     MOVE BST-LOCKBOX-BATCH TO WS-LOOKUP-BATCH
039000     MOVE BST-DEPOSIT-DATE TO WS-LOOKUP-DATE
039100     PERFORM 1400-FIND-GROUP-ENTRY THRU 1400-EXIT
039200     ADD 1 TO WS-GRP-DEP-COUNT(WS-GRP-IDX)
039300     ADD BST-AMOUNT TO WS-GRP-DEP-AMOUNT(WS-GRP-IDX).
039400 1220-READ-NEXT.
039500     PERFORM 1210-READ-STATEMENT THRU 1210-EXIT.
039600 1220-EXIT.
039700     EXIT.
039800*
039900******************************************************************
040000*    1300-LOAD-RECEIPTS                                          *
040100*    ADDS EVERY CASHRCPT RECEIPT TO ITS LOCKBOX BATCH AND        *
040200*    RECEIPT DATE.  A RECEIPT WITH NO BATCH ON IT (OLDER FEEDS)  *
040300*    GOES TO BATCH ZERO, WHICH NO DEPOSIT CAN MATCH, SO IT       *
040400*    SHOWS AS UNMATCHED RATHER THAN VANISHING.  A MISSING FILE   *
040500*    MEANS NO RECEIPTS.                                          *
040600******************************************************************
040700 1300-LOAD-RECEIPTS SECTION.
040800 1300-LOAD-RECEIPTS-PARA.
040900     OPEN INPUT CASH-RECEIPTS-FILE
041000     IF WS-RCPT-FILE-STATUS = '00'
041100         PERFORM 1310-READ-RECEIPT THRU 1310-EXIT
041200         PERFORM 1320-STORE-RECEIPT THRU 1320-EXIT
041300             UNTIL WS-EOF-RCPT
041400         CLOSE CASH-RECEIPTS-FILE
041500     ELSE
041600         DISPLAY 'NO CASH RECEIPTS FILE ON HAND - NO RECEIPTS'
041700     END-IF.
041800 1300-EXIT.
041900     EXIT.
042000*
042100 1310-READ-RECEIPT SECTION.
042200 1310-READ-RECEIPT-PARA.
042300     READ CASH-RECEIPTS-FILE
042400         AT END SET WS-EOF-RCPT TO TRUE
042500     END-READ.
042600 1310-EXIT.
042700     EXIT.
042800*
042900 1320-STORE-RECEIPT SECTION.
043000 1320-STORE-RECEIPT-PARA.
043100     ADD 1 TO WS-RECEIPTS-READ
043200     ADD RCP-AMOUNT TO WS-RECEIPTS-TOTAL
043300     IF RCP-LOCKBOX-BATCH NOT NUMERIC
043400         MOVE ZERO TO RCP-LOCKBOX-BATCH
043500     END-IF
043600     MOVE RCP-LOCKBOX-BATCH TO WS-LOOKUP-BATCH
043700     MOVE RCP-RECEIPT-DATE TO WS-LOOKUP-DATE
043800     PERFORM 1400-FIND-GROUP-ENTRY THRU 1400-EXIT
043900     ADD 1 TO WS-GRP-RCP-COUNT(WS-GRP-IDX)
044000     ADD RCP-AMOUNT TO WS-GRP-RCP-AMOUNT(WS-GRP-IDX)
044100     PERFORM 1310-READ-RECEIPT THRU 1310-EXIT.
044200 1320-EXIT.
044300     EXIT.
044400*
044500******************************************************************
044600*    1400-FIND-GROUP-ENTRY                                       *
044700*    SEARCHES THE TABLE FOR WS-LOOKUP-BATCH AND WS-LOOKUP-DATE,  *
044800*    ADDING AN EMPTY ENTRY FOR THEM IF NOT FOUND, AND LEAVES     *
044900*    WS-GRP-IDX ON THE ENTRY.  OVERFLOW ABENDS.                  *
045000******************************************************************
045100 1400-FIND-GROUP-ENTRY SECTION.
045200 1400-FIND-GROUP-ENTRY-PARA.
045300     MOVE 'N' TO WS-GRP-FOUND-SW
045400     IF WS-GRP-TABLE-COUNT > ZERO
045500         SET WS-GRP-IDX TO 1
045600         SEARCH WS-GRP-ENTRY
045700             AT END
045800                 CONTINUE
045900             WHEN WS-GRP-BATCH(WS-GRP-IDX) = WS-LOOKUP-BATCH
046000              AND WS-GRP-DATE(WS-GRP-IDX) = WS-LOOKUP-DATE
046100                 MOVE 'Y' TO WS-GRP-FOUND-SW
046200         END-SEARCH
046300     END-IF
046400     IF WS-GRP-FOUND
046500         GO TO 1400-EXIT
046600     END-IF
046700     IF WS-GRP-TABLE-COUNT < 3000
046800         ADD 1 TO WS-GRP-TABLE-COUNT
046900         SET WS-GRP-IDX TO WS-GRP-TABLE-COUNT
047000         MOVE WS-LOOKUP-BATCH TO WS-GRP-BATCH(WS-GRP-IDX)
047100         MOVE WS-LOOKUP-DATE TO WS-GRP-DATE(WS-GRP-IDX)
047200         MOVE ZERO TO WS-GRP-DEP-COUNT(WS-GRP-IDX)
047300         MOVE ZERO TO WS-GRP-DEP-AMOUNT(WS-GRP-IDX)
047400         MOVE ZERO TO WS-GRP-RCP-COUNT(WS-GRP-IDX)
047500         MOVE ZERO TO WS-GRP-RCP-AMOUNT(WS-GRP-IDX)
047600         MOVE ZERO TO WS-GRP-FIRST-SEEN(WS-GRP-IDX)
047700     ELSE
047800         DISPLAY 'LOCKBOX BATCH TABLE FULL AT: ' WS-LOOKUP-BATCH
047900             ' ' WS-LOOKUP-DATE
048000         MOVE 16 TO RETURN-CODE
048100         STOP RUN
048200     END-IF.
048300 1400-EXIT.
048400     EXIT.
048500*
048600******************************************************************
048700*    2000-RECONCILE-GROUP                                        *
048800*    SETTLES ONE LOCKBOX BATCH AND DATE.  DEPOSITS EQUAL TO THE  *
048900*    RECEIPTS PROVE - MATCHED, OR CLEARED IF THE DIFFERENCE WAS  *
049000*    CARRIED IN.  OTHERWISE IT IS A SHORT DEPOSIT (THE BANK      *
049100*    CREDITED LESS THAN WE RECEIPTED), AN OVER DEPOSIT, A        *
049200*    DEPOSIT WITH NO RECEIPTS OR RECEIPTS WITH NO DEPOSIT; IT IS *
049300*    AGED FROM THE DATE FIRST LEFT OPEN AND CARRIED FORWARD.     *
049400******************************************************************
049500 2000-RECONCILE-GROUP SECTION.
049600 2000-RECONCILE-GROUP-PARA.
049700     COMPUTE WS-GRP-DIFFERENCE =
049800         WS-GRP-DEP-AMOUNT(WS-GRP-IDX)
049900       - WS-GRP-RCP-AMOUNT(WS-GRP-IDX)
050000     MOVE SPACES TO WS-GRP-FLAG
050100     MOVE ZERO TO WS-OPEN-AGE-DAYS
050200     IF WS-GRP-DIFFERENCE = ZERO
050300         PERFORM 2100-SETTLE-MATCHED THRU 2100-EXIT
050400     ELSE
050500         PERFORM 2200-SETTLE-DIFFERENCE THRU 2200-EXIT
050600     END-IF
050700     PERFORM 2400-WRITE-REPORT-LINE THRU 2400-EXIT.
050800 2000-EXIT.
050900     EXIT.
051000*
051100 2100-SETTLE-MATCHED SECTION.
051200 2100-SETTLE-MATCHED-PARA.
051300     IF WS-GRP-FIRST-SEEN(WS-GRP-IDX) = ZERO
051400         MOVE 'MATCHED' TO WS-GRP-STATUS
051500         ADD 1 TO WS-MATCHED-COUNT
051600         ADD WS-GRP-DEP-AMOUNT(WS-GRP-IDX) TO WS-MATCHED-TOTAL
051700     ELSE
051800         MOVE 'CLEARED' TO WS-GRP-STATUS
051900         MOVE 'NOW PROVED' TO WS-GRP-FLAG
052000         ADD 1 TO WS-CLEARED-COUNT
052100         ADD WS-GRP-DEP-AMOUNT(WS-GRP-IDX) TO WS-CLEARED-TOTAL
052200     END-IF.
052300 2100-EXIT.
052400     EXIT.
052500*
052600******************************************************************
052700*    2200-SETTLE-DIFFERENCE                                      *
052800*    CLASSIFIES AN UNPROVED BATCH AND DATE, AGES IT AND WRITES   *
052900*    IT TO THE CARRY.  ONE OPEN LONGER THAN THE AGE LIMIT IS     *
053000*    FLAGGED AND COUNTED FOR THE STEP'S RETURN CODE.             *
053100******************************************************************
053200 2200-SETTLE-DIFFERENCE SECTION.
053300 2200-SETTLE-DIFFERENCE-PARA.
053400     IF WS-GRP-RCP-COUNT(WS-GRP-IDX) = ZERO
053500         MOVE 'UNMATCHED DEPOSIT' TO WS-GRP-STATUS
053600         ADD 1 TO WS-UNM-DEPOSIT-COUNT
053700         ADD WS-GRP-DEP-AMOUNT(WS-GRP-IDX)
053800           TO WS-UNM-DEPOSIT-TOTAL
053900     ELSE
054000         IF WS-GRP-DEP-COUNT(WS-GRP-IDX) = ZERO
054100             MOVE 'UNMATCHED RECEIPTS' TO WS-GRP-STATUS
054200             ADD 1 TO WS-UNM-RECEIPT-COUNT
054300             ADD WS-GRP-RCP-AMOUNT(WS-GRP-IDX)
054400               TO WS-UNM-RECEIPT-TOTAL
054500         ELSE
054600             IF WS-GRP-DIFFERENCE < ZERO
054700                 MOVE 'SHORT DEPOSIT' TO WS-GRP-STATUS
054800                 ADD 1 TO WS-SHORT-COUNT
054900                 ADD WS-GRP-DIFFERENCE TO WS-SHORT-TOTAL
055000             ELSE
055100                 MOVE 'OVER DEPOSIT' TO WS-GRP-STATUS
055200                 ADD 1 TO WS-OVER-COUNT
055300                 ADD WS-GRP-DIFFERENCE TO WS-OVER-TOTAL
055400             END-IF
055500         END-IF
055600     END-IF
055700     IF WS-GRP-FIRST-SEEN(WS-GRP-IDX) = ZERO
055800         MOVE WS-RUN-DATE TO WS-GRP-FIRST-SEEN(WS-GRP-IDX)
055900     END-IF
056000     COMPUTE WS-FIRST-DAY-INTEGER =
056100         FUNCTION INTEGER-OF-DATE(WS-GRP-FIRST-SEEN(WS-GRP-IDX))
056200     COMPUTE WS-OPEN-AGE-DAYS =
056300         WS-RUN-DAY-INTEGER - WS-FIRST-DAY-INTEGER
056400     MOVE 'CARRIED FORWARD' TO WS-GRP-FLAG
056500     IF WS-OPEN-AGE-DAYS > WS-MAX-OPEN-DAYS
056600         MOVE 'OVER AGE LIMIT' TO WS-GRP-FLAG
056700         ADD 1 TO WS-OVERDUE-COUNT
056800         IF WS-GRP-DIFFERENCE < ZERO
056900             SUBTRACT WS-GRP-DIFFERENCE FROM WS-OVERDUE-TOTAL
057000         ELSE
057100             ADD WS-GRP-DIFFERENCE TO WS-OVERDUE-TOTAL
057200         END-IF
057300     END-IF
057400     PERFORM 2300-WRITE-CARRY THRU 2300-EXIT.
057500 2200-EXIT.
057600     EXIT.
057700*
057800 2300-WRITE-CARRY SECTION.
057900 2300-WRITE-CARRY-PARA.
058000     MOVE WS-GRP-BATCH(WS-GRP-IDX) TO RC2-LOCKBOX-BATCH
058100     MOVE WS-GRP-DATE(WS-GRP-IDX) TO RC2-DEPOSIT-DATE
058200     MOVE WS-GRP-DEP-COUNT(WS-GRP-IDX) TO RC2-DEPOSIT-COUNT
058300     MOVE WS-GRP-DEP-AMOUNT(WS-GRP-IDX) TO RC2-DEPOSIT-AMOUNT
058400     MOVE WS-GRP-RCP-COUNT(WS-GRP-IDX) TO RC2-RECEIPT-COUNT
058500     MOVE WS-GRP-RCP-AMOUNT(WS-GRP-IDX) TO RC2-RECEIPT-AMOUNT
058600     MOVE WS-GRP-FIRST-SEEN(WS-GRP-IDX) TO RC2-FIRST-SEEN-DATE
058700     WRITE RC2-RECORD
058800     ADD 1 TO WS-CARRIED-OUT-COUNT.
058900 2300-EXIT.
059000     EXIT.
059100*
059200 2400-WRITE-REPORT-LINE SECTION.
059300 2400-WRITE-REPORT-LINE-PARA.
059400     MOVE WS-GRP-DATE(WS-GRP-IDX) TO WS-BRR-DET-DATE
059500     MOVE WS-GRP-BATCH(WS-GRP-IDX) TO WS-BRR-DET-BATCH
059600     MOVE WS-GRP-DEP-COUNT(WS-GRP-IDX) TO WS-BRR-DET-DEP-COUNT
059700     MOVE WS-GRP-DEP-AMOUNT(WS-GRP-IDX) TO WS-BRR-DET-DEP-AMOUNT
059800     MOVE WS-GRP-RCP-COUNT(WS-GRP-IDX) TO WS-BRR-DET-RCP-COUNT
059900     MOVE WS-GRP-RCP-AMOUNT(WS-GRP-IDX) TO WS-BRR-DET-RCP-AMOUNT
060000     MOVE WS-GRP-DIFFERENCE TO WS-BRR-DET-DIFFERENCE
060100     MOVE WS-GRP-FIRST-SEEN(WS-GRP-IDX) TO WS-BRR-DET-OPENED
060200     MOVE WS-OPEN-AGE-DAYS TO WS-BRR-DET-AGE
060300     MOVE WS-GRP-STATUS TO WS-BRR-DET-STATUS
060400     MOVE WS-GRP-FLAG TO WS-BRR-DET-FLAG
060500     MOVE WS-BRR-DETAIL-LINE TO BRR-LINE
060600     WRITE BRR-LINE.
060700 2400-EXIT.
060800     EXIT.
060900*
061000******************************************************************
061100*    8200-WRITE-REPORT-TOTALS                                    *
061200*    PRINTS THE COUNT AND AMOUNT FOR EACH DISPOSITION - THE      *
061300*    DEPOSIT FOR A MATCH, THE DIFFERENCE FOR A SHORT OR OVER     *
061400*    DEPOSIT, THE UNMATCHED SIDE OTHERWISE - THEN TONIGHT'S      *
061500*    STATEMENT AND RECEIPT TOTALS AND THE OVERDUE DIFFERENCES,   *
061600*    SHORT AND OVER ALIKE ADDED AS THEIR SIZE.                   *
061700******************************************************************
061800 8200-WRITE-REPORT-TOTALS SECTION.
061900 8200-WRITE-REPORT-TOTALS-PARA.
062000     MOVE SPACES TO BRR-LINE
062100     WRITE BRR-LINE
062200     MOVE 'MATCHED' TO WS-BRR-TOT-CAPTION
062300     MOVE WS-MATCHED-COUNT TO WS-BRR-TOT-COUNT
062400     MOVE WS-MATCHED-TOTAL TO WS-BRR-TOT-AMOUNT
062500     PERFORM 8210-WRITE-TOTAL-LINE THRU 8210-EXIT
062600     MOVE 'CLEARED FROM CARRY' TO WS-BRR-TOT-CAPTION
062700     MOVE WS-CLEARED-COUNT TO WS-BRR-TOT-COUNT
062800     MOVE WS-CLEARED-TOTAL TO WS-BRR-TOT-AMOUNT
062900     PERFORM 8210-WRITE-TOTAL-LINE THRU 8210-EXIT
063000     MOVE 'SHORT DEPOSIT' TO WS-BRR-TOT-CAPTION
063100     MOVE WS-SHORT-COUNT TO WS-BRR-TOT-COUNT
063200     MOVE WS-SHORT-TOTAL TO WS-BRR-TOT-AMOUNT
063300     PERFORM 8210-WRITE-TOTAL-LINE THRU 8210-EXIT
063400     MOVE 'OVER DEPOSIT' TO WS-BRR-TOT-CAPTION
063500     MOVE WS-OVER-COUNT TO WS-BRR-TOT-COUNT
063600     MOVE WS-OVER-TOTAL TO WS-BRR-TOT-AMOUNT
063700     PERFORM 8210-WRITE-TOTAL-LINE THRU 8210-EXIT
063800     MOVE 'UNMATCHED DEPOSIT' TO WS-BRR-TOT-CAPTION
063900     MOVE WS-UNM-DEPOSIT-COUNT TO WS-BRR-TOT-COUNT
064000     MOVE WS-UNM-DEPOSIT-TOTAL TO WS-BRR-TOT-AMOUNT
064100     PERFORM 8210-WRITE-TOTAL-LINE THRU 8210-EXIT
064200     MOVE 'UNMATCHED RECEIPTS' TO WS-BRR-TOT-CAPTION
064300     MOVE WS-UNM-RECEIPT-COUNT TO WS-BRR-TOT-COUNT
064400     MOVE WS-UNM-RECEIPT-TOTAL TO WS-BRR-TOT-AMOUNT
064500     PERFORM 8210-WRITE-TOTAL-LINE THRU 8210-EXIT
064600     MOVE 'STATEMENT DEPOSITS' TO WS-BRR-TOT-CAPTION
064700     MOVE WS-DEPOSITS-READ TO WS-BRR-TOT-COUNT
064800     MOVE WS-DEPOSITS-TOTAL TO WS-BRR-TOT-AMOUNT
064900     PERFORM 8210-WRITE-TOTAL-LINE THRU 8210-EXIT
065000     MOVE 'CASHRCPT RECEIPTS' TO WS-BRR-TOT-CAPTION
065100     MOVE WS-RECEIPTS-READ TO WS-BRR-TOT-COUNT
065200     MOVE WS-RECEIPTS-TOTAL TO WS-BRR-TOT-AMOUNT
065300     PERFORM 8210-WRITE-TOTAL-LINE THRU 8210-EXIT
065400     MOVE 'OVER AGE LIMIT' TO WS-BRR-TOT-CAPTION
065500     MOVE WS-OVERDUE-COUNT TO WS-BRR-TOT-COUNT
065600     MOVE WS-OVERDUE-TOTAL TO WS-BRR-TOT-AMOUNT
065700     PERFORM 8210-WRITE-TOTAL-LINE THRU 8210-EXIT.
065800 8200-EXIT.
065900     EXIT.
066000*
066100 8210-WRITE-TOTAL-LINE SECTION.
066200 8210-WRITE-TOTAL-LINE-PARA.
066300     MOVE WS-BRR-TOTAL-LINE TO BRR-LINE
066400     WRITE BRR-LINE.
066500 8210-EXIT.
066600     EXIT.
066700*
066800******************************************************************
066900*    9000-TERMINATE                                              *
067000*    PRINTS THE TOTALS AND RUN COUNTS AND CLOSES THE FILES.  A   *
067100*    DIFFERENCE OVER THE AGE LIMIT ENDS THE STEP WITH            *
067200*    RETURN-CODE 8 SO TREASURY IS CALLED IN.                     *
067300******************************************************************
067400 9000-TERMINATE SECTION.
067500 9000-TERMINATE-PARA.
067600     PERFORM 8200-WRITE-REPORT-TOTALS THRU 8200-EXIT
067700     DISPLAY 'STATEMENT LINES READ:  ' WS-STMT-LINES-READ
067800     DISPLAY 'DEPOSITS READ:         ' WS-DEPOSITS-READ
067900     DISPLAY 'RECEIPTS READ:         ' WS-RECEIPTS-READ
068000     DISPLAY 'DIFFERENCES CARRIED IN:' WS-CARRIED-IN-COUNT
068100     DISPLAY 'DIFFERENCES CARRIED OUT:' WS-CARRIED-OUT-COUNT
068200     DISPLAY 'OVER AGE LIMIT:        ' WS-OVERDUE-COUNT
068300     CLOSE RECON-CARRY-OUT-FILE
068400     CLOSE RECON-REPORT-FILE
068500     IF WS-OVERDUE-COUNT > ZERO
068600         DISPLAY 'UNRECONCILED DEPOSIT DIFFERENCES OVER '
068700             WS-MAX-OPEN-DAYS ' DAYS - SEE RECRPT'
068800         MOVE 8 TO RETURN-CODE
068900     END-IF.
069000 9000-EXIT.
069100     EXIT.
069200*
069300******************************************************************
069400*    9510-READ-BUSINESS-DATE                                     *
069500*    TAKES THE RUN DATE FROM THE BIZDATE BUSINESS-DATE CARD, NOT *
069600*    THE CLOCK.  A MISSING CARD, OR ONE THAT IS NOT A REAL       *
069700*    CALENDAR DATE, STOPS THE STEP WITH RETURN-CODE 16.          *
069800******************************************************************
069900 9510-READ-BUSINESS-DATE SECTION.
070000 9510-READ-BUSINESS-DATE-PARA.
070100     OPEN INPUT BUSINESS-DATE-FILE
070200     IF WS-BDC-FILE-STATUS NOT = '00'
070300         DISPLAY 'BANKREC CANNOT START - NO BUSINESS DATE CARD'
070400         MOVE 16 TO RETURN-CODE
070500         STOP RUN
070600     END-IF
070700     READ BUSINESS-DATE-FILE
070800         AT END
070900             MOVE ZERO TO BDC-BUSINESS-DATE
071000     END-READ
071100     CLOSE BUSINESS-DATE-FILE
071200     IF BDC-BUSINESS-DATE NUMERIC
071300      AND BDC-YEAR NOT < 1900
071400      AND BDC-MONTH > ZERO AND BDC-MONTH < 13
071500      AND BDC-DAY > ZERO AND BDC-DAY < 32
071600         COMPUTE WS-BDC-DAY-INTEGER =
071700             FUNCTION INTEGER-OF-DATE(BDC-BUSINESS-DATE)
071800         COMPUTE WS-BDC-CHECK-DATE =
071900             FUNCTION DATE-OF-INTEGER(WS-BDC-DAY-INTEGER)
072000         IF WS-BDC-CHECK-DATE = BDC-BUSINESS-DATE
072100             MOVE BDC-BUSINESS-DATE TO WS-RUN-DATE
072200             GO TO 9510-EXIT
072300         END-IF
072400     END-IF
072500     DISPLAY 'BANKREC CANNOT START - INVALID BUSINESS '
072600         'DATE CARD: ' BDC-RECORD
072700     MOVE 16 TO RETURN-CODE
072800     STOP RUN.
072900 9510-EXIT.
073000     EXIT.
073100*
073200 END PROGRAM BANKREC.
