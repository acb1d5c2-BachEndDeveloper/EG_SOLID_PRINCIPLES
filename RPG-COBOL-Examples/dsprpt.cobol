000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    DSPRPT.
000300 AUTHOR.        R HALVORSEN.
000400 INSTALLATION.  BILLING SYSTEMS.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700******************************************************************
000800*    MODIFICATION HISTORY                                        *
000900*    --------------------                                        *
001000*    2026-10-15  RH  ORIGINAL WEEKLY DISPUTE REPORT.  LISTS THE  *
001100*                    OPEN DISPUTES ON DISPFILE BY OWNER, OLDEST  *
001200*                    FIRST, WITH THE ITEM'S OPEN BALANCE FROM    *
001300*                    THE CURRENT OPEN-ITEM GENERATION, AN AGE    *
001400*                    SUMMARY PER OWNER, AND THE DISPUTES CLOSED  *
001500*                    IN THE LAST SEVEN DAYS - BY CREDIT MEMO IN  *
001600*                    ARCASH OR BY HAND IN DSDSPMT.               *
001700******************************************************************
001800 ENVIRONMENT DIVISION.
001900 CONFIGURATION SECTION.
002000 SOURCE-COMPUTER.   IBM-370.
002100 OBJECT-COMPUTER.   IBM-370.
002200 INPUT-OUTPUT SECTION.
002300 FILE-CONTROL.
002400     SELECT DISPUTE-FILE ASSIGN TO "DISPFILE"
002500         ORGANIZATION IS INDEXED
002600         ACCESS MODE IS DYNAMIC
002700         RECORD KEY IS DSP-INVOICE-NUMBER
002800         FILE STATUS IS WS-DISP-FILE-STATUS.
002900     SELECT OPEN-ITEM-FILE ASSIGN TO "OPENITEM"
003000         ORGANIZATION IS LINE SEQUENTIAL
003100         FILE STATUS IS WS-OPEN-FILE-STATUS.
003200     SELECT DISPUTE-REPORT-FILE ASSIGN TO "DSPRPT"
003300         ORGANIZATION IS LINE SEQUENTIAL.
003400*
003500 DATA DIVISION.
003600 FILE SECTION.
003700 FD  DISPUTE-FILE
003800     LABEL RECORDS ARE STANDARD.
003900 COPY "disprec.cpy".
004000*
004100 FD  OPEN-ITEM-FILE
004200     LABEL RECORDS ARE STANDARD.
004300 COPY "openitm.cpy".
004400*
004500 FD  DISPUTE-REPORT-FILE
004600     LABEL RECORDS ARE STANDARD.
004700 01  DSR-LINE                    PIC X(132).
004800*
004900 WORKING-STORAGE SECTION.
005000 01  WS-DISP-FILE-STATUS        PIC X(02) VALUE SPACES.
005100 01  WS-OPEN-FILE-STATUS        PIC X(02) VALUE SPACES.
005200*
005300 01  WS-SWITCHES.
005400     05  WS-EOF-DISP-SW         PIC X(01) VALUE 'N'.
005500         88  WS-EOF-DISP                VALUE 'Y'.
005600     05  WS-EOF-OPEN-SW         PIC X(01) VALUE 'N'.
005700         88  WS-EOF-OPEN                VALUE 'Y'.
005800     05  WS-DISP-OPEN-SW        PIC X(01) VALUE 'N'.
005900         88  WS-DISP-OPEN               VALUE 'Y'.
006000     05  WS-SLOT-FOUND-SW       PIC X(01) VALUE 'N'.
006100         88  WS-SLOT-FOUND              VALUE 'Y'.
006200*
006300 01  WS-DATE-TIME-FIELDS.
006400     05  WS-RUN-DATE            PIC 9(08).
006500     05  WS-RUN-TIME            PIC 9(08).
006600*
006700 01  WS-AGE-FIELDS.
006800     05  WS-RUN-DAY-INTEGER     PIC 9(08) VALUE ZERO.
006900     05  WS-CLOSED-DAY-INTEGER  PIC 9(08) VALUE ZERO.
007000     05  WS-DISPUTE-AGE-DAYS    PIC S9(05) VALUE ZERO.
007100     05  WS-CLOSED-AGO-DAYS     PIC S9(05) VALUE ZERO.
007200*
007300 77  WS-OPEN-COUNT              PIC 9(07) VALUE ZERO.
007400 77  WS-CLOSED-COUNT            PIC 9(07) VALUE ZERO.
007500 77  WS-FOLLOW-UP-COUNT         PIC 9(07) VALUE ZERO.
007600 77  WS-NOT-OPEN-COUNT          PIC 9(07) VALUE ZERO.
007700 77  WS-OWNER-COUNT             PIC 9(07) VALUE ZERO.
007800*
007900*    HOW FAR BACK THE CLOSED-DISPUTE SECTION LOOKS - ONE WEEK,
008000*    MATCHING THE REPORT'S SCHEDULE.
008100 77  WS-CLOSED-LOOKBACK-DAYS    PIC 9(03) VALUE 7.
008200*
008300 01  WS-CURRENT-OWNER           PIC X(08) VALUE SPACES.
008400*
008500*    AGE BUCKETS FOR ONE OWNER AND FOR THE WHOLE REPORT.  A
008600*    DISPUTE AGES FROM THE DAY IT WAS OPENED, NOT FROM THE ITEM'S
008700*    DUE DATE - THE REPORT MEASURES HOW LONG COLLECTIONS HAS
008800*    BEEN WORKING IT.
008900 01  WS-OWNER-TOTALS.
009000     05  WS-OWN-AGE-0-30        PIC S9(11)V99 VALUE ZERO.
009100     05  WS-OWN-AGE-31-60       PIC S9(11)V99 VALUE ZERO.
009200     05  WS-OWN-AGE-61-90       PIC S9(11)V99 VALUE ZERO.
009300     05  WS-OWN-AGE-OVER-90     PIC S9(11)V99 VALUE ZERO.
009400     05  WS-OWN-TOTAL           PIC S9(11)V99 VALUE ZERO.
009500*
009600 01  WS-GRAND-TOTALS.
009700     05  WS-GRD-AGE-0-30        PIC S9(11)V99 VALUE ZERO.
009800     05  WS-GRD-AGE-31-60       PIC S9(11)V99 VALUE ZERO.
009900     05  WS-GRD-AGE-61-90       PIC S9(11)V99 VALUE ZERO.
010000     05  WS-GRD-AGE-OVER-90     PIC S9(11)V99 VALUE ZERO.
010100     05  WS-GRD-TOTAL           PIC S9(11)V99 VALUE ZERO.
010200     05  WS-GRD-CLOSED-AMOUNT   PIC S9(11)V99 VALUE ZERO.
010300*
010400*    THE OPEN DISPUTES, KEPT IN OWNER ORDER AND, WITHIN AN OWNER,
010500*    OLDEST FIRST - EACH DISPUTE IS SLOTTED IN AS IT IS READ.  THE
010600*    OPEN BALANCE IS FILLED IN FROM THE OPEN-ITEM FILE AFTERWARDS.
010700*    OVERFLOW ABENDS - A DROPPED DISPUTE WOULD GO UNWORKED.
010800 01  WS-DSP-TABLE-AREA.
010900     05  WS-DSP-TABLE-COUNT     PIC 9(05) VALUE ZERO.
011000     05  WS-DSP-ENTRY OCCURS 1 TO 5000 TIMES
011100                      DEPENDING ON WS-DSP-TABLE-COUNT
011200                      INDEXED BY WS-DSP-IDX WS-DSP-TO-IDX.
011300         10  WS-DSP-OWNER             PIC X(08).
011400         10  WS-DSP-OPENED-DATE       PIC 9(08).
011500         10  WS-DSP-INVOICE-NUMBER    PIC 9(07).
011600         10  WS-DSP-CUSTOMER-NUMBER   PIC 9(06).
011700         10  WS-DSP-REASON-CODE       PIC X(04).
011800         10  WS-DSP-DISPUTED-AMOUNT   PIC 9(09)V99.
011900         10  WS-DSP-FOLLOW-UP-DATE    PIC 9(08).
012000         10  WS-DSP-OPEN-BALANCE      PIC S9(09)V99.
012100         10  WS-DSP-ITEM-FOUND-SW     PIC X(01).
012200             88  WS-DSP-ITEM-FOUND    VALUE 'Y'.
012300*
012400 01  WS-DSR-TITLE-LINE.
012500     05  FILLER                 PIC X(37)
012600         VALUE 'OPEN DISPUTES BY OWNER AND AGE AS OF '.
012700     05  WS-DSR-TITLE-DATE      PIC 9(08).
012800     05  FILLER                 PIC X(87) VALUE SPACES.
012900*
013000 01  WS-DSR-COLUMN-LINE.
013100     05  FILLER                 PIC X(10) VALUE 'OWNER'.
013200     05  FILLER                 PIC X(08) VALUE 'INVOICE'.
013300     05  FILLER                 PIC X(09) VALUE 'CUSTOMER'.
013400     05  FILLER                 PIC X(05) VALUE 'RSN'.
013500     05  FILLER                 PIC X(09) VALUE 'OPENED'.
013600     05  FILLER                 PIC X(06) VALUE '  AGE '.
013700     05  FILLER                 PIC X(15)
013800         VALUE '      DISPUTED '.
013900     05  FILLER                 PIC X(15)
014000         VALUE '  OPEN BALANCE '.
014100     05  FILLER                 PIC X(10) VALUE ' FOLLOW-UP'.
014200     05  FILLER                 PIC X(45) VALUE SPACES.
014300*
014400 01  WS-DSR-DETAIL-LINE.
014500     05  WS-DSR-DET-OWNER       PIC X(08).
014600     05  FILLER                 PIC X(02) VALUE SPACES.
014700     05  WS-DSR-DET-INVOICE     PIC 9(07).
014800     05  FILLER                 PIC X(01) VALUE SPACES.
014900     05  WS-DSR-DET-CUSTOMER    PIC 9(06).
015000     05  FILLER                 PIC X(03) VALUE SPACES.
015100     05  WS-DSR-DET-REASON      PIC X(04).
015200     05  FILLER                 PIC X(01) VALUE SPACES.
015300     05  WS-DSR-DET-OPENED      PIC 9(08).
015400     05  FILLER                 PIC X(01) VALUE SPACES.
015500     05  WS-DSR-DET-AGE         PIC ZZZZ9.
015600     05  FILLER                 PIC X(01) VALUE SPACES.
015700     05  WS-DSR-DET-DISPUTED    PIC ZZ,ZZZ,ZZ9.99-.
015800     05  FILLER                 PIC X(01) VALUE SPACES.
015900     05  WS-DSR-DET-BALANCE     PIC ZZ,ZZZ,ZZ9.99-.
016000     05  FILLER                 PIC X(02) VALUE SPACES.
016100     05  WS-DSR-DET-FOLLOW-UP   PIC 9(08).
016200     05  FILLER                 PIC X(02) VALUE SPACES.
016300     05  WS-DSR-DET-FLAG        PIC X(16).
016400     05  FILLER                 PIC X(28) VALUE SPACES.
016500*
016600 01  WS-DSR-AGE-HEAD-LINE.
016700     05  FILLER                 PIC X(24) VALUE SPACES.
016800     05  FILLER                 PIC X(15)
016900         VALUE '      0-30 DAYS'.
017000     05  FILLER                 PIC X(15)
017100         VALUE '     31-60 DAYS'.
017200     05  FILLER                 PIC X(15)
017300         VALUE '     61-90 DAYS'.
017400     05  FILLER                 PIC X(15)
017500         VALUE '   OVER 90 DAYS'.
017600     05  FILLER                 PIC X(15)
017700         VALUE '          TOTAL'.
017800     05  FILLER                 PIC X(33) VALUE SPACES.
017900*
018000 01  WS-DSR-AGE-LINE.
018100     05  WS-DSR-AGE-CAPTION     PIC X(16).
018200     05  WS-DSR-AGE-OWNER       PIC X(08).
018300     05  WS-DSR-AGE-0-30        PIC ZZ,ZZZ,ZZ9.99-.
018400     05  FILLER                 PIC X(01) VALUE SPACES.
018500     05  WS-DSR-AGE-31-60       PIC ZZ,ZZZ,ZZ9.99-.
018600     05  FILLER                 PIC X(01) VALUE SPACES.
018700     05  WS-DSR-AGE-61-90       PIC ZZ,ZZZ,ZZ9.99-.
018800     05  FILLER                 PIC X(01) VALUE SPACES.
018900     05  WS-DSR-AGE-OVER-90     PIC ZZ,ZZZ,ZZ9.99-.
019000     05  FILLER                 PIC X(01) VALUE SPACES.
019100     05  WS-DSR-AGE-TOTAL       PIC ZZ,ZZZ,ZZ9.99-.
019200     05  FILLER                 PIC X(34) VALUE SPACES.
019300*
019400 01  WS-DSR-CLOSED-HEAD-LINE.
019500     05  FILLER                 PIC X(34)
019600         VALUE 'DISPUTES CLOSED IN THE LAST 7 DAYS'.
019700     05  FILLER                 PIC X(98) VALUE SPACES.
019800*
019900 01  WS-DSR-CLOSED-COLUMN-LINE.
020000     05  FILLER                 PIC X(10) VALUE 'OWNER'.
020100     05  FILLER                 PIC X(08) VALUE 'INVOICE'.
020200     05  FILLER                 PIC X(09) VALUE 'CUSTOMER'.
020300     05  FILLER                 PIC X(05) VALUE 'RSN'.
020400     05  FILLER                 PIC X(09) VALUE 'OPENED'.
020500     05  FILLER                 PIC X(09) VALUE 'CLOSED'.
020600     05  FILLER                 PIC X(15)
020700         VALUE '      DISPUTED '.
020800     05  FILLER                 PIC X(10) VALUE 'CLOSED BY'.
020900     05  FILLER                 PIC X(08) VALUE 'CR MEMO'.
021000     05  FILLER                 PIC X(49) VALUE SPACES.
021100*
021200 01  WS-DSR-CLOSED-LINE.
021300     05  WS-DSR-CLS-OWNER       PIC X(08).
021400     05  FILLER                 PIC X(02) VALUE SPACES.
021500     05  WS-DSR-CLS-INVOICE     PIC 9(07).
021600     05  FILLER                 PIC X(01) VALUE SPACES.
021700     05  WS-DSR-CLS-CUSTOMER    PIC 9(06).
021800     05  FILLER                 PIC X(03) VALUE SPACES.
021900     05  WS-DSR-CLS-REASON      PIC X(04).
022000     05  FILLER                 PIC X(01) VALUE SPACES.
022100     05  WS-DSR-CLS-OPENED      PIC 9(08).
022200     05  FILLER                 PIC X(01) VALUE SPACES.
022300     05  WS-DSR-CLS-CLOSED      PIC 9(08).
022400     05  FILLER                 PIC X(01) VALUE SPACES.
022500     05  WS-DSR-CLS-DISPUTED    PIC ZZ,ZZZ,ZZ9.99-.
022600     05  FILLER                 PIC X(01) VALUE SPACES.
022700     05  WS-DSR-CLS-CLOSED-BY   PIC X(08).
022800     05  FILLER                 PIC X(02) VALUE SPACES.
022900     05  WS-DSR-CLS-MEMO        PIC Z(06)9.
023000     05  FILLER                 PIC X(50) VALUE SPACES.
023100*
023200 01  WS-DSR-TOTAL-LINE.
023300     05  WS-DSR-TOT-CAPTION     PIC X(24).
023400     05  WS-DSR-TOT-COUNT       PIC Z,ZZZ,ZZ9.
023500     05  FILLER                 PIC X(04) VALUE SPACES.
023600     05  WS-DSR-TOT-AMOUNT      PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
023700     05  FILLER                 PIC X(77) VALUE SPACES.
023800*
023900 PROCEDURE DIVISION.
024000*
024100******************************************************************
024200*    0000-MAINLINE                                               *
024300*    DRIVES THE WEEKLY DISPUTE REPORT - LOAD THE OPEN DISPUTES,  *
024400*    PRICE THEM AGAINST THE OPEN ITEMS, LIST THEM BY OWNER, THEN *
024500*    LIST THE WEEK'S CLOSURES.                                   *
024600******************************************************************
024700 0000-MAINLINE SECTION.
024800 0000-MAINLINE-PARA.
024900     PERFORM 1000-INITIALIZE THRU 1000-EXIT
025000     IF WS-DSP-TABLE-COUNT > ZERO
025100         PERFORM 2000-REPORT-ONE-DISPUTE THRU 2000-EXIT
025200             VARYING WS-DSP-IDX FROM 1 BY 1
025300             UNTIL WS-DSP-IDX > WS-DSP-TABLE-COUNT
025400         PERFORM 2200-WRITE-OWNER-TOTALS THRU 2200-EXIT
025500     END-IF
025600     PERFORM 3000-REPORT-CLOSED THRU 3000-EXIT
025700     PERFORM 9000-TERMINATE THRU 9000-EXIT
025800     STOP RUN.
025900*
026000******************************************************************
026100*    1000-INITIALIZE                                             *
026200*    OPENS THE DISPUTE FILE, LOADS THE OPEN DISPUTES AND THEIR   *
026300*    OPEN BALANCES, AND WRITES THE REPORT HEADINGS.  NO DISPUTE  *
026400*    FILE MEANS NO DISPUTE HAS EVER BEEN KEYED - THE REPORT GOES *
026500*    OUT WITH ITS HEADINGS AND ZERO TOTALS.                      *
026600******************************************************************
026700 1000-INITIALIZE SECTION.
026800 1000-INITIALIZE-PARA.
026900     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
027000     ACCEPT WS-RUN-TIME FROM TIME
027100     COMPUTE WS-RUN-DAY-INTEGER =
027200         FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
027300     OPEN INPUT DISPUTE-FILE
027400     IF WS-DISP-FILE-STATUS = '00'
027500         SET WS-DISP-OPEN TO TRUE
027600         PERFORM 1100-LOAD-OPEN-DISPUTES THRU 1100-EXIT
027700     ELSE
027800         DISPLAY 'NO DISPUTE FILE ON HAND - STATUS '
027900             WS-DISP-FILE-STATUS
028000     END-IF
028100     IF WS-DSP-TABLE-COUNT > ZERO
028200         PERFORM 1200-LOAD-OPEN-BALANCES THRU 1200-EXIT
028300     END-IF
028400     OPEN OUTPUT DISPUTE-REPORT-FILE
028500     MOVE WS-RUN-DATE TO WS-DSR-TITLE-DATE
028600     MOVE WS-DSR-TITLE-LINE TO DSR-LINE
028700     WRITE DSR-LINE
028800     MOVE WS-DSR-COLUMN-LINE TO DSR-LINE
028900     WRITE DSR-LINE.
029000 1000-EXIT.
029100     EXIT.
029200*
029300******************************************************************
029400*    1100-LOAD-OPEN-DISPUTES                                     *
029500*    WALKS THE DISPUTE FILE FROM THE LOWEST INVOICE NUMBER AND   *
029600*    SLOTS EVERY OPEN DISPUTE INTO THE TABLE.                    *
029700******************************************************************
029800 1100-LOAD-OPEN-DISPUTES SECTION.
029900 1100-LOAD-OPEN-DISPUTES-PARA.
030000     MOVE 'N' TO WS-EOF-DISP-SW
030100     MOVE ZERO TO DSP-INVOICE-NUMBER
030200     START DISPUTE-FILE
030300         KEY NOT < DSP-INVOICE-NUMBER
030400         INVALID KEY SET WS-EOF-DISP TO TRUE
030500     END-START
030600     IF NOT WS-EOF-DISP
030700         PERFORM 1110-READ-DISPUTE THRU 1110-EXIT
030800     END-IF
030900     PERFORM 1120-STORE-OPEN-DISPUTE THRU 1120-EXIT
031000         UNTIL WS-EOF-DISP.
031100 1100-EXIT.
031200     EXIT.
031300*
031400 1110-READ-DISPUTE SECTION.
031500 1110-READ-DISPUTE-PARA.
031600     READ DISPUTE-FILE NEXT RECORD
031700         AT END SET WS-EOF-DISP TO TRUE
031800     END-READ.
031900 1110-EXIT.
032000     EXIT.
032100*
032200******************************************************************
032300*    1120-STORE-OPEN-DISPUTE                                     *
032400*    FINDS THE FIRST ENTRY THAT SORTS AFTER THIS DISPUTE - A     *
032500*    LATER OWNER, OR THE SAME OWNER OPENED LATER - SHIFTS IT AND *
032600*    EVERYTHING BELOW IT DOWN ONE PLACE, AND STORES THE DISPUTE  *
032700*    IN THE GAP.  NO SUCH ENTRY PUTS IT ON THE END.  CLOSED      *
032800*    DISPUTES ARE LEFT FOR 3000.  OVERFLOW ABENDS.               *
032900******************************************************************
033000 1120-STORE-OPEN-DISPUTE SECTION.
033100 1120-STORE-OPEN-DISPUTE-PARA.
033200     IF NOT DSP-OPEN
033300         GO TO 1120-READ-NEXT
033400     END-IF
033500     IF WS-DSP-TABLE-COUNT NOT < 5000
033600         DISPLAY 'DISPUTE TABLE FULL AT: ' DSP-INVOICE-NUMBER
033700         MOVE 16 TO RETURN-CODE
033800         STOP RUN
033900     END-IF
034000     MOVE 'N' TO WS-SLOT-FOUND-SW
034100     IF WS-DSP-TABLE-COUNT > ZERO
034200         SET WS-DSP-IDX TO 1
034300         SEARCH WS-DSP-ENTRY
034400             AT END
034500                 CONTINUE
034600             WHEN WS-DSP-OWNER(WS-DSP-IDX) > DSP-OWNER
034700                 MOVE 'Y' TO WS-SLOT-FOUND-SW
034800             WHEN WS-DSP-OWNER(WS-DSP-IDX) = DSP-OWNER
034900              AND WS-DSP-OPENED-DATE(WS-DSP-IDX) > DSP-OPENED-DATE
035000                 MOVE 'Y' TO WS-SLOT-FOUND-SW
035100         END-SEARCH
035200     END-IF
035300     ADD 1 TO WS-DSP-TABLE-COUNT
035400     IF WS-SLOT-FOUND
035500         PERFORM 1130-SHIFT-ONE-ENTRY THRU 1130-EXIT
035600             VARYING WS-DSP-TO-IDX FROM WS-DSP-TABLE-COUNT BY -1
035700             UNTIL WS-DSP-TO-IDX NOT > WS-DSP-IDX
035800     ELSE
035900         SET WS-DSP-IDX TO WS-DSP-TABLE-COUNT
036000     END-IF
036100     MOVE DSP-OWNER TO WS-DSP-OWNER(WS-DSP-IDX)
036200     MOVE DSP-OPENED-DATE TO WS-DSP-OPENED-DATE(WS-DSP-IDX)
036300     MOVE DSP-INVOICE-NUMBER TO WS-DSP-INVOICE-NUMBER(WS-DSP-IDX)
036400     MOVE DSP-CUSTOMER-NUMBER
036500       TO WS-DSP-CUSTOMER-NUMBER(WS-DSP-IDX)
036600     MOVE DSP-REASON-CODE TO WS-DSP-REASON-CODE(WS-DSP-IDX)
036700     MOVE DSP-DISPUTED-AMOUNT
036800       TO WS-DSP-DISPUTED-AMOUNT(WS-DSP-IDX)
036900     MOVE DSP-FOLLOW-UP-DATE
037000       TO WS-DSP-FOLLOW-UP-DATE(WS-DSP-IDX)
037100     MOVE ZERO TO WS-DSP-OPEN-BALANCE(WS-DSP-IDX)
037200     MOVE 'N' TO WS-DSP-ITEM-FOUND-SW(WS-DSP-IDX).
037300 1120-READ-NEXT.
037400     PERFORM 1110-READ-DISPUTE THRU 1110-EXIT.
037500 1120-EXIT.
037600     EXIT.
037700*
037800******************************************************************
037900*    1130-SHIFT-ONE-ENTRY                                        *
038000*    MOVES THE ENTRY ABOVE WS-DSP-TO-IDX DOWN INTO IT.           *
038100******************************************************************
038200 1130-SHIFT-ONE-ENTRY SECTION.
038300 1130-SHIFT-ONE-ENTRY-PARA.
038400     MOVE WS-DSP-ENTRY(WS-DSP-TO-IDX - 1)
038500       TO WS-DSP-ENTRY(WS-DSP-TO-IDX).
038600 1130-EXIT.
038700     EXIT.
038800*
038900******************************************************************
039000*    1200-LOAD-OPEN-BALANCES                                     *
039100*    READS THE CURRENT OPEN-ITEM GENERATION AND POSTS EACH       *
039200*    ITEM'S OPEN BALANCE TO ITS DISPUTE.  A DISPUTE WHOSE ITEM   *
039300*    IS NO LONGER OPEN IS FLAGGED ON THE REPORT FOR ITS OWNER TO *
039400*    CLOSE.  A MISSING FILE LEAVES EVERY DISPUTE SO FLAGGED.     *
039500******************************************************************
039600 1200-LOAD-OPEN-BALANCES SECTION.
039700 1200-LOAD-OPEN-BALANCES-PARA.
039800     OPEN INPUT OPEN-ITEM-FILE
039900     IF WS-OPEN-FILE-STATUS = '00'
040000         PERFORM 1210-READ-OPEN-ITEM THRU 1210-EXIT
040100         PERFORM 1220-POST-OPEN-BALANCE THRU 1220-EXIT
040200             UNTIL WS-EOF-OPEN
040300         CLOSE OPEN-ITEM-FILE
040400     ELSE
040500         DISPLAY 'NO OPEN-ITEM FILE ON HAND - NO BALANCES'
040600     END-IF.
040700 1200-EXIT.
040800     EXIT.
040900*
041000 1210-READ-OPEN-ITEM SECTION.
041100 1210-READ-OPEN-ITEM-PARA.
041200     READ OPEN-ITEM-FILE
041300         AT END SET WS-EOF-OPEN TO TRUE
041400     END-READ.
041500 1210-EXIT.
041600     EXIT.
041700*
041800 1220-POST-OPEN-BALANCE SECTION.
041900 1220-POST-OPEN-BALANCE-PARA.
042000     SET WS-DSP-IDX TO 1
042100     SEARCH WS-DSP-ENTRY
042200         AT END
042300             CONTINUE
042400         WHEN WS-DSP-INVOICE-NUMBER(WS-DSP-IDX) =
042500                  OPN-INVOICE-NUMBER
042600             MOVE OPN-OPEN-BALANCE
042700               TO WS-DSP-OPEN-BALANCE(WS-DSP-IDX)
042800             MOVE 'Y' TO WS-DSP-ITEM-FOUND-SW(WS-DSP-IDX)
042900     END-SEARCH
043000     PERFORM 1210-READ-OPEN-ITEM THRU 1210-EXIT.
043100 1220-EXIT.
043200     EXIT.
043300*
043400******************************************************************
043500*    2000-REPORT-ONE-DISPUTE                                     *
043600*    PRINTS ONE OPEN DISPUTE AND AGES ITS DISPUTED AMOUNT INTO   *
043700*    THE OWNER'S BUCKETS.  A CHANGE OF OWNER FIRST CLOSES OFF    *
043800*    THE PREVIOUS OWNER'S TOTALS.  AN ITEM NO LONGER OPEN, OR A  *
043900*    FOLLOW-UP DATE REACHED, IS FLAGGED.                         *
044000******************************************************************
044100 2000-REPORT-ONE-DISPUTE SECTION.
044200 2000-REPORT-ONE-DISPUTE-PARA.
044300     IF WS-DSP-IDX > 1
044400        AND WS-DSP-OWNER(WS-DSP-IDX) NOT = WS-CURRENT-OWNER
044500         PERFORM 2200-WRITE-OWNER-TOTALS THRU 2200-EXIT
044600     END-IF
044700     MOVE WS-DSP-OWNER(WS-DSP-IDX) TO WS-CURRENT-OWNER
044800     COMPUTE WS-DISPUTE-AGE-DAYS = WS-RUN-DAY-INTEGER -
044900         FUNCTION INTEGER-OF-DATE(WS-DSP-OPENED-DATE(WS-DSP-IDX))
045000     IF WS-DISPUTE-AGE-DAYS < ZERO
045100         MOVE ZERO TO WS-DISPUTE-AGE-DAYS
045200     END-IF
045300     IF WS-DISPUTE-AGE-DAYS NOT > 30
045400         ADD WS-DSP-DISPUTED-AMOUNT(WS-DSP-IDX) TO WS-OWN-AGE-0-30
045500     ELSE
045600         IF WS-DISPUTE-AGE-DAYS NOT > 60
045700             ADD WS-DSP-DISPUTED-AMOUNT(WS-DSP-IDX)
045800               TO WS-OWN-AGE-31-60
045900         ELSE
046000             IF WS-DISPUTE-AGE-DAYS NOT > 90
046100                 ADD WS-DSP-DISPUTED-AMOUNT(WS-DSP-IDX)
046200                   TO WS-OWN-AGE-61-90
046300             ELSE
046400                 ADD WS-DSP-DISPUTED-AMOUNT(WS-DSP-IDX)
046500                   TO WS-OWN-AGE-OVER-90
046600             END-IF
046700         END-IF
046800     END-IF
046900     ADD WS-DSP-DISPUTED-AMOUNT(WS-DSP-IDX) TO WS-OWN-TOTAL
047000     ADD 1 TO WS-OPEN-COUNT
047100     MOVE WS-DSP-OWNER(WS-DSP-IDX) TO WS-DSR-DET-OWNER
047200     MOVE WS-DSP-INVOICE-NUMBER(WS-DSP-IDX) TO WS-DSR-DET-INVOICE
047300     MOVE WS-DSP-CUSTOMER-NUMBER(WS-DSP-IDX)
047400       TO WS-DSR-DET-CUSTOMER
047500     MOVE WS-DSP-REASON-CODE(WS-DSP-IDX) TO WS-DSR-DET-REASON
047600     MOVE WS-DSP-OPENED-DATE(WS-DSP-IDX) TO WS-DSR-DET-OPENED
047700     MOVE WS-DISPUTE-AGE-DAYS TO WS-DSR-DET-AGE
047800     MOVE WS-DSP-DISPUTED-AMOUNT(WS-DSP-IDX)
047900       TO WS-DSR-DET-DISPUTED
048000     MOVE WS-DSP-OPEN-BALANCE(WS-DSP-IDX) TO WS-DSR-DET-BALANCE
048100     MOVE WS-DSP-FOLLOW-UP-DATE(WS-DSP-IDX)
048200       TO WS-DSR-DET-FOLLOW-UP
048300     MOVE SPACES TO WS-DSR-DET-FLAG
048400     IF NOT WS-DSP-ITEM-FOUND(WS-DSP-IDX)
048500         MOVE 'ITEM NOT OPEN' TO WS-DSR-DET-FLAG
048600         ADD 1 TO WS-NOT-OPEN-COUNT
048700     ELSE
048800         IF WS-DSP-FOLLOW-UP-DATE(WS-DSP-IDX) NOT > WS-RUN-DATE
048900             MOVE 'FOLLOW-UP DUE' TO WS-DSR-DET-FLAG
049000             ADD 1 TO WS-FOLLOW-UP-COUNT
049100         END-IF
049200     END-IF
049300     MOVE WS-DSR-DETAIL-LINE TO DSR-LINE
049400     WRITE DSR-LINE.
049500 2000-EXIT.
049600     EXIT.
049700*
049800******************************************************************
049900*    2200-WRITE-OWNER-TOTALS                                     *
050000*    PRINTS THE CURRENT OWNER'S AGE BUCKETS UNDER THEIR LAST     *
050100*    DISPUTE, ROLLS THEM INTO THE GRAND TOTALS AND CLEARS THEM.  *
050200******************************************************************
050300 2200-WRITE-OWNER-TOTALS SECTION.
050400 2200-WRITE-OWNER-TOTALS-PARA.
050500     ADD 1 TO WS-OWNER-COUNT
050600     MOVE WS-DSR-AGE-HEAD-LINE TO DSR-LINE
050700     WRITE DSR-LINE
050800     MOVE 'TOTAL FOR OWNER ' TO WS-DSR-AGE-CAPTION
050900     MOVE WS-CURRENT-OWNER TO WS-DSR-AGE-OWNER
051000     MOVE WS-OWN-AGE-0-30 TO WS-DSR-AGE-0-30
051100     MOVE WS-OWN-AGE-31-60 TO WS-DSR-AGE-31-60
051200     MOVE WS-OWN-AGE-61-90 TO WS-DSR-AGE-61-90
051300     MOVE WS-OWN-AGE-OVER-90 TO WS-DSR-AGE-OVER-90
051400     MOVE WS-OWN-TOTAL TO WS-DSR-AGE-TOTAL
051500     MOVE WS-DSR-AGE-LINE TO DSR-LINE
051600     WRITE DSR-LINE
051700     MOVE SPACES TO DSR-LINE
051800     WRITE DSR-LINE
051900     ADD WS-OWN-AGE-0-30 TO WS-GRD-AGE-0-30
052000     ADD WS-OWN-AGE-31-60 TO WS-GRD-AGE-31-60
052100     ADD WS-OWN-AGE-61-90 TO WS-GRD-AGE-61-90
052200     ADD WS-OWN-AGE-OVER-90 TO WS-GRD-AGE-OVER-90
052300     ADD WS-OWN-TOTAL TO WS-GRD-TOTAL
052400     INITIALIZE WS-OWNER-TOTALS.
052500 2200-EXIT.
052600     EXIT.
052700*
052800******************************************************************
052900*    3000-REPORT-CLOSED                                          *
053000*    WALKS THE DISPUTE FILE A SECOND TIME AND LISTS EVERY        *
053100*    DISPUTE CLOSED WITHIN THE LOOKBACK - BY CREDIT MEMO IN      *
053200*    ARCASH, OR BY HAND AT THE SCREEN.                           *
053300******************************************************************
053400 3000-REPORT-CLOSED SECTION.
053500 3000-REPORT-CLOSED-PARA.
053600     MOVE WS-DSR-CLOSED-HEAD-LINE TO DSR-LINE
053700     WRITE DSR-LINE
053800     MOVE WS-DSR-CLOSED-COLUMN-LINE TO DSR-LINE
053900     WRITE DSR-LINE
054000     IF NOT WS-DISP-OPEN
054100         GO TO 3000-EXIT
054200     END-IF
054300     MOVE 'N' TO WS-EOF-DISP-SW
054400     MOVE ZERO TO DSP-INVOICE-NUMBER
054500     START DISPUTE-FILE
054600         KEY NOT < DSP-INVOICE-NUMBER
054700         INVALID KEY SET WS-EOF-DISP TO TRUE
054800     END-START
054900     IF NOT WS-EOF-DISP
055000         PERFORM 1110-READ-DISPUTE THRU 1110-EXIT
055100     END-IF
055200     PERFORM 3100-REPORT-ONE-CLOSED THRU 3100-EXIT
055300         UNTIL WS-EOF-DISP.
055400 3000-EXIT.
055500     EXIT.
055600*
055700 3100-REPORT-ONE-CLOSED SECTION.
055800 3100-REPORT-ONE-CLOSED-PARA.
055900     IF NOT DSP-CLOSED OR DSP-CLOSED-DATE = ZERO
056000         GO TO 3100-READ-NEXT
056100     END-IF
056200     COMPUTE WS-CLOSED-DAY-INTEGER =
056300         FUNCTION INTEGER-OF-DATE(DSP-CLOSED-DATE)
056400     COMPUTE WS-CLOSED-AGO-DAYS =
056500         WS-RUN-DAY-INTEGER - WS-CLOSED-DAY-INTEGER
056600     IF WS-CLOSED-AGO-DAYS < ZERO
056700        OR WS-CLOSED-AGO-DAYS NOT < WS-CLOSED-LOOKBACK-DAYS
056800         GO TO 3100-READ-NEXT
056900     END-IF
057000     ADD 1 TO WS-CLOSED-COUNT
057100     ADD DSP-DISPUTED-AMOUNT TO WS-GRD-CLOSED-AMOUNT
057200     MOVE DSP-OWNER TO WS-DSR-CLS-OWNER
057300     MOVE DSP-INVOICE-NUMBER TO WS-DSR-CLS-INVOICE
057400     MOVE DSP-CUSTOMER-NUMBER TO WS-DSR-CLS-CUSTOMER
057500     MOVE DSP-REASON-CODE TO WS-DSR-CLS-REASON
057600     MOVE DSP-OPENED-DATE TO WS-DSR-CLS-OPENED
057700     MOVE DSP-CLOSED-DATE TO WS-DSR-CLS-CLOSED
057800     MOVE DSP-DISPUTED-AMOUNT TO WS-DSR-CLS-DISPUTED
057900     MOVE DSP-CLOSED-BY TO WS-DSR-CLS-CLOSED-BY
058000     MOVE DSP-CREDIT-MEMO-NUMBER TO WS-DSR-CLS-MEMO
058100     MOVE WS-DSR-CLOSED-LINE TO DSR-LINE
058200     WRITE DSR-LINE.
058300 3100-READ-NEXT.
058400     PERFORM 1110-READ-DISPUTE THRU 1110-EXIT.
058500 3100-EXIT.
058600     EXIT.
058700*
058800******************************************************************
058900*    8200-WRITE-REPORT-TOTALS                                    *
059000*    PRINTS THE GRAND AGE BUCKETS AND THE RUN COUNTS.            *
059100******************************************************************
059200 8200-WRITE-REPORT-TOTALS SECTION.
059300 8200-WRITE-REPORT-TOTALS-PARA.
059400     MOVE SPACES TO DSR-LINE
059500     WRITE DSR-LINE
059600     MOVE WS-DSR-AGE-HEAD-LINE TO DSR-LINE
059700     WRITE DSR-LINE
059800     MOVE 'ALL OWNERS      ' TO WS-DSR-AGE-CAPTION
059900     MOVE SPACES TO WS-DSR-AGE-OWNER
060000     MOVE WS-GRD-AGE-0-30 TO WS-DSR-AGE-0-30
060100     MOVE WS-GRD-AGE-31-60 TO WS-DSR-AGE-31-60
060200     MOVE WS-GRD-AGE-61-90 TO WS-DSR-AGE-61-90
060300     MOVE WS-GRD-AGE-OVER-90 TO WS-DSR-AGE-OVER-90
060400     MOVE WS-GRD-TOTAL TO WS-DSR-AGE-TOTAL
060500     MOVE WS-DSR-AGE-LINE TO DSR-LINE
060600     WRITE DSR-LINE
060700     MOVE SPACES TO DSR-LINE
060800     WRITE DSR-LINE
060900     MOVE 'OPEN DISPUTES           ' TO WS-DSR-TOT-CAPTION
061000     MOVE WS-OPEN-COUNT TO WS-DSR-TOT-COUNT
061100     MOVE WS-GRD-TOTAL TO WS-DSR-TOT-AMOUNT
061200     MOVE WS-DSR-TOTAL-LINE TO DSR-LINE
061300     WRITE DSR-LINE
061400     MOVE 'CLOSED IN LAST 7 DAYS   ' TO WS-DSR-TOT-CAPTION
061500     MOVE WS-CLOSED-COUNT TO WS-DSR-TOT-COUNT
061600     MOVE WS-GRD-CLOSED-AMOUNT TO WS-DSR-TOT-AMOUNT
061700     MOVE WS-DSR-TOTAL-LINE TO DSR-LINE
061800     WRITE DSR-LINE.
061900 8200-EXIT.
062000     EXIT.
062100*
062200******************************************************************
062300*    9000-TERMINATE                                              *
062400******************************************************************
062500 9000-TERMINATE SECTION.
062600 9000-TERMINATE-PARA.
062700     PERFORM 8200-WRITE-REPORT-TOTALS THRU 8200-EXIT
062800     DISPLAY 'OPEN DISPUTES:       ' WS-OPEN-COUNT
062900     DISPLAY 'OWNERS:              ' WS-OWNER-COUNT
063000     DISPLAY 'FOLLOW-UPS DUE:      ' WS-FOLLOW-UP-COUNT
063100     DISPLAY 'ITEMS NOT OPEN:      ' WS-NOT-OPEN-COUNT
063200     DISPLAY 'CLOSED LAST 7 DAYS:  ' WS-CLOSED-COUNT
063300     IF WS-DISP-OPEN
063400         CLOSE DISPUTE-FILE
063500     END-IF
063600     CLOSE DISPUTE-REPORT-FILE.
063700 9000-EXIT.
063800     EXIT.
063900*
064000 END PROGRAM DSPRPT.
