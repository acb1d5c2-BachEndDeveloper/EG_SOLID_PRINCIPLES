000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    CRHREL.
000300 AUTHOR.        R HALVORSEN.
000400 INSTALLATION.  BILLING SYSTEMS.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700******************************************************************
000800*    MODIFICATION HISTORY                                        *
000900*    --------------------                                        *
001000*    2026-10-15  RH  ORIGINAL CREDIT-HOLD RELEASE STEP, BUILT    *
001100*                    THE WAY REJRESUB WORKS FOR REJECTS.  READS  *
001200*                    THE CREDIT-HOLD FILE WRITTEN BY THE         *
001300*                    INVOICE RUN (WITH THE LAST RUN'S CARRY      *
001400*                    CONCATENATED BEHIND IT) AND THE CREDIT      *
001500*                    TEAM'S DECISION CARDS KEYED BY INVOICE      *
001600*                    NUMBER.  A RELEASED HOLD IS REWRITTEN AS    *
001700*                    AN INVOICE-FILE DETAIL FLAGGED 'C' SO THE   *
001800*                    INVOICE RUN BILLS IT PAST THE CREDIT CHECK  *
001900*                    THAT HELD IT; THE RELEASE FILE IS A         *
002000*                    COMPLETE FEED - HEADER, DETAILS AND         *
002100*                    BALANCED TRAILER - SO IT RIDES THE NEXT     *
002200*                    INVOICE RUN AS-IS.  A DECLINED HOLD DROPS   *
002300*                    OUT WITH THE CARD'S REASON ON THE REPORT.   *
002400*                    AN UNDECIDED HOLD OLDER THAN THE AGE LIMIT  *
002500*                    ON THE RELPARM CARD IS CANCELLED AND        *
002600*                    REPORTED; ANY OTHER UNDECIDED HOLD IS       *
002700*                    CARRIED FORWARD SO NOTHING IS LOST AND      *
002800*                    NOTHING SITS ON HOLD FOREVER.               *
002900*    2026-10-15  RH  A HELD REBILL IS RELEASED WITH ITS CHAIN    *
003000*                    CODE AND ORIGINAL INVOICE NUMBER INTACT.    *
003100*    2026-10-15  RH  RUN DATE NOW COMES FROM THE BIZDATE         *
003200*                    BUSINESS-DATE CARD, NOT THE CLOCK, SO A RUN *
003300*                    AFTER MIDNIGHT DOES NOT AGE HOLDS AN EXTRA  *
003400*                    DAY, AND THE RELEASE FEED CARRIES THE       *
003500*                    BUSINESS DATE INVOICE STAMPS ON ITS HOLDS.  *
003600******************************************************************
003700 ENVIRONMENT DIVISION.
003800 CONFIGURATION SECTION.
003900 SOURCE-COMPUTER.   IBM-370.
004000 OBJECT-COMPUTER.   IBM-370.
004100 INPUT-OUTPUT SECTION.
004200 FILE-CONTROL.
004300     SELECT CREDIT-HOLD-FILE ASSIGN TO "CREDHOLD"
004400         ORGANIZATION IS LINE SEQUENTIAL
004500         FILE STATUS IS WS-HOLD-FILE-STATUS.
004600     SELECT DECISION-CARD-FILE ASSIGN TO "HLDDECN"
004700         ORGANIZATION IS LINE SEQUENTIAL
004800         FILE STATUS IS WS-DECN-FILE-STATUS.
004900     SELECT RELEASE-PARM-FILE ASSIGN TO "RELPARM"
005000         ORGANIZATION IS LINE SEQUENTIAL
005100         FILE STATUS IS WS-PARM-FILE-STATUS.
005200     SELECT RELEASE-FILE ASSIGN TO "RELFEED"
005300         ORGANIZATION IS LINE SEQUENTIAL.
005400     SELECT HOLD-CARRY-FILE ASSIGN TO "HOLDCRY2"
005500         ORGANIZATION IS LINE SEQUENTIAL.
005600     SELECT RELEASE-REPORT-FILE ASSIGN TO "RELRPT"
005700         ORGANIZATION IS LINE SEQUENTIAL.
005800     SELECT BUSINESS-DATE-FILE ASSIGN TO "BIZDATE"
005900         ORGANIZATION IS LINE SEQUENTIAL
006000         FILE STATUS IS WS-BDC-FILE-STATUS.
006100*
006200 DATA DIVISION.
006300 FILE SECTION.
006400 FD  CREDIT-HOLD-FILE
006500     LABEL RECORDS ARE STANDARD.
006600 COPY "crdhold.cpy".
006700*
006800 FD  DECISION-CARD-FILE
006900     LABEL RECORDS ARE STANDARD.
007000 COPY "hlddec.cpy".
007100*
007200 FD  RELEASE-PARM-FILE
007300     LABEL RECORDS ARE STANDARD.
007400 COPY "relparm.cpy".
007500*
007600 FD  RELEASE-FILE
007700     LABEL RECORDS ARE STANDARD.
007800 COPY "invrec.cpy".
007900*
008000 FD  HOLD-CARRY-FILE
008100     LABEL RECORDS ARE STANDARD.
008200 COPY "hldcarry.cpy".
008300*
008400 FD  RELEASE-REPORT-FILE
008500     LABEL RECORDS ARE STANDARD.
008600 01  HLR-LINE                    PIC X(132).
008700*
008800 FD  BUSINESS-DATE-FILE
008900     LABEL RECORDS ARE STANDARD.
009000 COPY "bizdate.cpy".
009100*
009200 WORKING-STORAGE SECTION.
009300 01  WS-HOLD-FILE-STATUS        PIC X(02) VALUE SPACES.
009400 01  WS-DECN-FILE-STATUS        PIC X(02) VALUE SPACES.
009500 01  WS-PARM-FILE-STATUS        PIC X(02) VALUE SPACES.
009600 01  WS-BDC-FILE-STATUS         PIC X(02) VALUE SPACES.
009700*
009800 01  WS-SWITCHES.
009900     05  WS-EOF-HOLD-SW         PIC X(01) VALUE 'N'.
010000         88  WS-EOF-HOLD                VALUE 'Y'.
010100     05  WS-EOF-DECN-SW         PIC X(01) VALUE 'N'.
010200         88  WS-EOF-DECN                VALUE 'Y'.
010300     05  WS-DECN-FOUND-SW       PIC X(01) VALUE 'N'.
010400         88  WS-DECN-FOUND              VALUE 'Y'.
010500     05  WS-HOLD-OPEN-SW        PIC X(01) VALUE 'N'.
010600         88  WS-HOLD-OPEN               VALUE 'Y'.
010700*
010800 01  WS-DATE-TIME-FIELDS.
010900     05  WS-RUN-DATE            PIC 9(08).
011000     05  WS-RUN-TIME            PIC 9(08).
011100     05  WS-BDC-DAY-INTEGER     PIC 9(08) VALUE ZERO.
011200     05  WS-BDC-CHECK-DATE      PIC 9(08) VALUE ZERO.
011300*
011400 01  WS-AGE-FIELDS.
011500     05  WS-RUN-DAY-INTEGER     PIC 9(08) VALUE ZERO.
011600     05  WS-HOLD-DAY-INTEGER    PIC 9(08) VALUE ZERO.
011700     05  WS-HOLD-AGE-DAYS       PIC S9(05) VALUE ZERO.
011800*
011900 77  WS-RELEASE-COUNT           PIC 9(07) VALUE ZERO.
012000 77  WS-DECLINE-COUNT           PIC 9(07) VALUE ZERO.
012100 77  WS-CANCEL-COUNT            PIC 9(07) VALUE ZERO.
012200 77  WS-CARRY-COUNT             PIC 9(07) VALUE ZERO.
012300 77  WS-RELEASE-HASH-TOTAL      PIC 9(11)V99 VALUE ZERO.
012400*
012500*    BATCH NUMBER 99998 MARKS A CREDIT-RELEASE FEED BUILT HERE,
012600*    AS 99999 MARKS REJRESUB'S REPAIR FEED.
012700 77  WS-RELEASE-BATCH-NUMBER    PIC 9(05) VALUE 99998.
012800*
012900*    DAYS AN UNDECIDED HOLD MAY WAIT WHEN THE RELPARM CARD IS
013000*    MISSING OR ZERO.
013100 77  WS-DEFAULT-MAX-HOLD-DAYS   PIC 9(03) VALUE 30.
013200 77  WS-MAX-HOLD-DAYS           PIC 9(03) VALUE ZERO.
013300*
013400 01  WS-LOOKUP-INVOICE          PIC 9(07) VALUE ZERO.
013500*
013600 01  WS-DISPOSITION-TOTALS.
013700     05  WS-RELEASE-TOTAL       PIC S9(11)V99 VALUE ZERO.
013800     05  WS-DECLINE-TOTAL       PIC S9(11)V99 VALUE ZERO.
013900     05  WS-CANCEL-TOTAL        PIC S9(11)V99 VALUE ZERO.
014000     05  WS-CARRY-TOTAL         PIC S9(11)V99 VALUE ZERO.
014100*
014200*    THE CREDIT TEAM'S DECISION CARDS.  OVERFLOW ABENDS - A
014300*    DROPPED RELEASE WOULD SILENTLY AGE OUT AND CANCEL.
014400 01  WS-DECN-TABLE-AREA.
014500     05  WS-DECN-TABLE-COUNT    PIC 9(04) VALUE ZERO.
014600     05  WS-DECN-ENTRY OCCURS 1 TO 500 TIMES
014700                       DEPENDING ON WS-DECN-TABLE-COUNT
014800                       INDEXED BY WS-DECN-IDX.
014900         10  WS-DECN-INVOICE-NUMBER   PIC 9(07).
015000         10  WS-DECN-DECISION         PIC X(01).
015100             88  WS-DECN-RELEASE      VALUE 'R'.
015200             88  WS-DECN-DECLINE      VALUE 'D'.
015300         10  WS-DECN-REASON-CODE      PIC X(04).
015400         10  WS-DECN-REASON-TEXT      PIC X(44).
015500         10  WS-DECN-DECIDED-BY       PIC X(08).
015600         10  WS-DECN-USED-SW          PIC X(01).
015700             88  WS-DECN-USED         VALUE 'Y'.
015800*
015900 01  WS-HLR-TITLE-LINE.
016000     05  FILLER                 PIC X(30)
016100         VALUE 'CREDIT-HOLD RELEASE RUN AS OF '.
016200     05  WS-HLR-TITLE-DATE      PIC 9(08).
016300     05  FILLER                 PIC X(16)
016400         VALUE '   AGE LIMIT -  '.
016500     05  WS-HLR-TITLE-DAYS      PIC ZZ9.
016600     05  FILLER                 PIC X(05) VALUE ' DAYS'.
016700     05  FILLER                 PIC X(70) VALUE SPACES.
016800*
016900 01  WS-HLR-COLUMN-LINE.
017000     05  FILLER                 PIC X(09) VALUE 'INVOICE'.
017100     05  FILLER                 PIC X(08) VALUE 'CUSTOMER'.
017200     05  FILLER                 PIC X(16) VALUE 'INVOICE TYPE'.
017300     05  FILLER                 PIC X(17)
017400         VALUE '       HELD TOTAL'.
017500     05  FILLER                 PIC X(11) VALUE ' HELD ON'.
017600     05  FILLER                 PIC X(07) VALUE '   AGE'.
017700     05  FILLER                 PIC X(11) VALUE 'DISPOSITION'.
017800     05  FILLER                 PIC X(53) VALUE ' REASON'.
017900*
018000 01  WS-HLR-DETAIL-LINE.
018100     05  WS-HLR-DET-INVOICE     PIC 9(07).
018200     05  FILLER                 PIC X(02) VALUE SPACES.
018300     05  WS-HLR-DET-CUSTOMER    PIC 9(06).
018400     05  FILLER                 PIC X(02) VALUE SPACES.
018500     05  WS-HLR-DET-TYPE        PIC X(15).
018600     05  FILLER                 PIC X(01) VALUE SPACES.
018700     05  WS-HLR-DET-TOTAL       PIC ZZZ,ZZZ,ZZ9.99-.
018800     05  FILLER                 PIC X(02) VALUE SPACES.
018900     05  WS-HLR-DET-HOLD-DATE   PIC 9(08).
019000     05  FILLER                 PIC X(01) VALUE SPACES.
019100     05  WS-HLR-DET-AGE         PIC ZZZZ9.
019200     05  FILLER                 PIC X(02) VALUE SPACES.
019300     05  WS-HLR-DET-DISPOSITION PIC X(10).
019400     05  FILLER                 PIC X(01) VALUE SPACES.
019500     05  WS-HLR-DET-REASON-CODE PIC X(04).
019600     05  FILLER                 PIC X(01) VALUE SPACES.
019700     05  WS-HLR-DET-REASON-TEXT PIC X(44).
019800     05  FILLER                 PIC X(06) VALUE SPACES.
019900*
020000 01  WS-HLR-TOTAL-LINE.
020100     05  WS-HLR-TOT-CAPTION     PIC X(20).
020200     05  WS-HLR-TOT-COUNT       PIC Z,ZZZ,ZZ9.
020300     05  FILLER                 PIC X(04) VALUE SPACES.
020400     05  WS-HLR-TOT-AMOUNT      PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
020500     05  FILLER                 PIC X(81) VALUE SPACES.
020600*
020700 01  WS-HLR-UNUSED-LINE.
020800     05  FILLER                 PIC X(36)
020900         VALUE 'DECISION CARD MATCHED NO HOLD - INV '.
021000     05  WS-HLR-UNU-INVOICE     PIC 9(07).
021100     05  FILLER                 PIC X(04) VALUE ' BY '.
021200     05  WS-HLR-UNU-DECIDED-BY  PIC X(08).
021300     05  FILLER                 PIC X(77) VALUE SPACES.
021400*
021500 PROCEDURE DIVISION.
021600*
021700******************************************************************
021800*    0000-MAINLINE                                               *
021900*    DRIVES THE RELEASE STEP - ONE PASS OF THE CREDIT-HOLD FILE  *
022000*    AGAINST THE LOADED DECISION CARDS.                          *
022100******************************************************************
022200 0000-MAINLINE SECTION.
022300 0000-MAINLINE-PARA.
022400     PERFORM 1000-INITIALIZE THRU 1000-EXIT
022500     PERFORM 2000-DECIDE-HOLD THRU 2000-EXIT
022600         UNTIL WS-EOF-HOLD
022700     PERFORM 9000-TERMINATE THRU 9000-EXIT
022800     STOP RUN.
022900*
023000******************************************************************
023100*    1000-INITIALIZE                                             *
023200*    READS THE AGE LIMIT, LOADS THE DECISION CARDS, OPENS THE    *
023300*    FILES, WRITES THE RELEASE FEED HEADER AND THE REPORT        *
023400*    HEADINGS, AND PRIMES THE FIRST HOLD READ.  A MISSING HOLD   *
023500*    FILE MEANS NOTHING ON HOLD - THE FEED STILL GOES OUT EMPTY  *
023600*    AND BALANCED SO THE NEXT INVOICE RUN CAN TAKE IT AS-IS.     *
023700******************************************************************
023800 1000-INITIALIZE SECTION.
023900 1000-INITIALIZE-PARA.
024000     PERFORM 9510-READ-BUSINESS-DATE THRU 9510-EXIT
024100     ACCEPT WS-RUN-TIME FROM TIME
024200     COMPUTE WS-RUN-DAY-INTEGER =
024300         FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
024400     PERFORM 1050-LOAD-RELEASE-PARM THRU 1050-EXIT
024500     PERFORM 1100-LOAD-DECISION-CARDS THRU 1100-EXIT
024600     OPEN OUTPUT RELEASE-FILE
024700     OPEN OUTPUT HOLD-CARRY-FILE
024800     OPEN OUTPUT RELEASE-REPORT-FILE
024900     PERFORM 1200-WRITE-FEED-HEADER THRU 1200-EXIT
025000     MOVE WS-RUN-DATE TO WS-HLR-TITLE-DATE
025100     MOVE WS-MAX-HOLD-DAYS TO WS-HLR-TITLE-DAYS
025200     MOVE WS-HLR-TITLE-LINE TO HLR-LINE
025300     WRITE HLR-LINE
025400     MOVE WS-HLR-COLUMN-LINE TO HLR-LINE
025500     WRITE HLR-LINE
025600     OPEN INPUT CREDIT-HOLD-FILE
025700     IF WS-HOLD-FILE-STATUS = '00'
025800         SET WS-HOLD-OPEN TO TRUE
025900         PERFORM 2100-READ-HOLD-RECORD THRU 2100-EXIT
026000     ELSE
026100         DISPLAY 'NO CREDIT-HOLD FILE ON HAND - NOTHING HELD'
026200         SET WS-EOF-HOLD TO TRUE
026300     END-IF.
026400 1000-EXIT.
026500     EXIT.
026600*
026700******************************************************************
026800*    1050-LOAD-RELEASE-PARM                                      *
026900*    READS THE AGE LIMIT OFF THE RELPARM CARD.  NO CARD, AN      *
027000*    EMPTY CARD OR A ZERO LIMIT TAKES THE DEFAULT.               *
027100******************************************************************
027200 1050-LOAD-RELEASE-PARM SECTION.
027300 1050-LOAD-RELEASE-PARM-PARA.
027400     MOVE WS-DEFAULT-MAX-HOLD-DAYS TO WS-MAX-HOLD-DAYS
027500     OPEN INPUT RELEASE-PARM-FILE
027600     IF WS-PARM-FILE-STATUS = '00'
027700         READ RELEASE-PARM-FILE
027800             AT END
027900                 CONTINUE
028000             NOT AT END
028100                 IF RLP-MAX-HOLD-DAYS > ZERO
028200                     MOVE RLP-MAX-HOLD-DAYS TO WS-MAX-HOLD-DAYS
028300                 END-IF
028400         END-READ
028500         CLOSE RELEASE-PARM-FILE
028600     ELSE
028700         DISPLAY 'NO RELPARM CARD - DEFAULT HOLD AGE LIMIT USED'
028800     END-IF.
028900 1050-EXIT.
029000     EXIT.
029100*
029200******************************************************************
029300*    1100-LOAD-DECISION-CARDS                                    *
029400*    READS THE DECISION CARD FILE INTO THE IN-MEMORY TABLE.  A   *
029500*    MISSING CARD FILE MEANS NO DECISIONS TONIGHT - EVERY HOLD   *
029600*    IS CARRIED FORWARD OR AGES OUT.                             *
029700******************************************************************
029800 1100-LOAD-DECISION-CARDS SECTION.
029900 1100-LOAD-DECISION-CARDS-PARA.
030000     OPEN INPUT DECISION-CARD-FILE
030100     IF WS-DECN-FILE-STATUS = '00'
030200         PERFORM 1110-READ-DECISION-CARD THRU 1110-EXIT
030300         PERFORM 1120-STORE-DECISION-CARD THRU 1120-EXIT
030400             UNTIL WS-EOF-DECN
030500         CLOSE DECISION-CARD-FILE
030600     ELSE
030700         SET WS-EOF-DECN TO TRUE
030800     END-IF.
030900 1100-EXIT.
031000     EXIT.
031100*
031200 1110-READ-DECISION-CARD SECTION.
031300 1110-READ-DECISION-CARD-PARA.
031400     READ DECISION-CARD-FILE
031500         AT END SET WS-EOF-DECN TO TRUE
031600     END-READ.
031700 1110-EXIT.
031800     EXIT.
031900*
032000******************************************************************
032100*    1120-STORE-DECISION-CARD                                    *
032200*    ADDS ONE CARD TO THE TABLE.  A CARD THAT IS NEITHER A       *
032300*    RELEASE NOR A DECLINE IS DISPLAYED AND IGNORED, LEAVING     *
032400*    ITS HOLD UNDECIDED.  OVERFLOW ABENDS.                       *
032500******************************************************************
032600 1120-STORE-DECISION-CARD SECTION.
032700 1120-STORE-DECISION-CARD-PARA.
032800     IF NOT HDC-RELEASE AND NOT HDC-DECLINE
032900         DISPLAY 'DECISION CARD NOT R OR D - IGNORED: '
033000             HDC-INVOICE-NUMBER
033100         GO TO 1120-READ-NEXT
033200     END-IF
033300     IF WS-DECN-TABLE-COUNT < 500
033400         ADD 1 TO WS-DECN-TABLE-COUNT
033500         SET WS-DECN-IDX TO WS-DECN-TABLE-COUNT
033600         MOVE HDC-INVOICE-NUMBER
033700           TO WS-DECN-INVOICE-NUMBER(WS-DECN-IDX)
033800         MOVE HDC-DECISION TO WS-DECN-DECISION(WS-DECN-IDX)
033900         MOVE HDC-REASON-CODE
034000           TO WS-DECN-REASON-CODE(WS-DECN-IDX)
034100         MOVE HDC-REASON-TEXT
034200           TO WS-DECN-REASON-TEXT(WS-DECN-IDX)
034300         MOVE HDC-DECIDED-BY TO WS-DECN-DECIDED-BY(WS-DECN-IDX)
034400         MOVE 'N' TO WS-DECN-USED-SW(WS-DECN-IDX)
034500     ELSE
034600         DISPLAY 'DECISION CARD TABLE FULL AT: '
034700             HDC-INVOICE-NUMBER
034800         MOVE 16 TO RETURN-CODE
034900         STOP RUN
035000     END-IF.
035100 1120-READ-NEXT.
035200     PERFORM 1110-READ-DECISION-CARD THRU 1110-EXIT.
035300 1120-EXIT.
035400     EXIT.
035500*
035600******************************************************************
035700*    1130-FIND-DECISION-ENTRY                                    *
035800*    SEARCHES THE DECISION TABLE FOR WS-LOOKUP-INVOICE,          *
035900*    SETTING WS-DECN-FOUND-SW AND WS-DECN-IDX.                   *
036000******************************************************************
036100 1130-FIND-DECISION-ENTRY SECTION.
036200 1130-FIND-DECISION-ENTRY-PARA.
036300     MOVE 'N' TO WS-DECN-FOUND-SW
036400     IF WS-DECN-TABLE-COUNT > ZERO
036500         SET WS-DECN-IDX TO 1
036600         SEARCH WS-DECN-ENTRY
036700             AT END
036800                 CONTINUE
036900             WHEN WS-DECN-INVOICE-NUMBER(WS-DECN-IDX) =
037000                      WS-LOOKUP-INVOICE
037100                 MOVE 'Y' TO WS-DECN-FOUND-SW
037200         END-SEARCH
037300     END-IF.
037400 1130-EXIT.
037500     EXIT.
037600*
037700******************************************************************
037800*    1200-WRITE-FEED-HEADER                                      *
037900*    WRITES THE RELEASE FEED'S HEADER RECORD SO THE RELEASE      *
038000*    FILE BALANCES THROUGH THE INVOICE RUN'S CONTROL STEP.       *
038100******************************************************************
038200 1200-WRITE-FEED-HEADER SECTION.
038300 1200-WRITE-FEED-HEADER-PARA.
038400     MOVE SPACES TO INV-HEADER-RECORD
038500     MOVE 'H' TO INV-RECORD-TYPE
038600     MOVE WS-RUN-DATE TO INV-HDR-FEED-DATE
038700     MOVE WS-RELEASE-BATCH-NUMBER TO INV-HDR-BATCH-NUMBER
038800     WRITE INV-HEADER-RECORD.
038900 1200-EXIT.
039000     EXIT.
039100*
039200******************************************************************
039300*    2000-DECIDE-HOLD                                            *
039400*    SETTLES ONE HOLD - A RELEASE CARD FEEDS IT TO THE NEXT      *
039500*    INVOICE RUN, A DECLINE CARD DROPS IT, NO CARD CANCELS IT    *
039600*    PAST THE AGE LIMIT AND CARRIES IT OTHERWISE.  A DECISION    *
039700*    ON HAND ALWAYS WINS OVER THE AGE LIMIT.  EVERY HOLD GETS A  *
039800*    REPORT LINE.  THEN READS THE NEXT HOLD.                     *
039900******************************************************************
040000 2000-DECIDE-HOLD SECTION.
040100 2000-DECIDE-HOLD-PARA.
040200     COMPUTE WS-HOLD-DAY-INTEGER =
040300         FUNCTION INTEGER-OF-DATE(HLD-HOLD-DATE)
040400     COMPUTE WS-HOLD-AGE-DAYS =
040500         WS-RUN-DAY-INTEGER - WS-HOLD-DAY-INTEGER
040600     MOVE SPACES TO WS-HLR-DET-REASON-CODE
040700     MOVE SPACES TO WS-HLR-DET-REASON-TEXT
040800     MOVE HLD-INVOICE-NUMBER TO WS-LOOKUP-INVOICE
040900     PERFORM 1130-FIND-DECISION-ENTRY THRU 1130-EXIT
041000     IF WS-DECN-FOUND
041100         MOVE 'Y' TO WS-DECN-USED-SW(WS-DECN-IDX)
041200         IF WS-DECN-RELEASE(WS-DECN-IDX)
041300             PERFORM 2300-WRITE-RELEASE-RECORD THRU 2300-EXIT
041400         ELSE
041500             PERFORM 2400-DECLINE-HOLD THRU 2400-EXIT
041600         END-IF
041700     ELSE
041800         IF WS-HOLD-AGE-DAYS > WS-MAX-HOLD-DAYS
041900             PERFORM 2500-CANCEL-AGED-HOLD THRU 2500-EXIT
042000         ELSE
042100             PERFORM 2600-WRITE-CARRY-RECORD THRU 2600-EXIT
042200         END-IF
042300     END-IF
042400     PERFORM 2700-WRITE-REPORT-LINE THRU 2700-EXIT
042500     PERFORM 2100-READ-HOLD-RECORD THRU 2100-EXIT.
042600 2000-EXIT.
042700     EXIT.
042800*
042900 2100-READ-HOLD-RECORD SECTION.
043000 2100-READ-HOLD-RECORD-PARA.
043100     READ CREDIT-HOLD-FILE
043200         AT END SET WS-EOF-HOLD TO TRUE
043300     END-READ.
043400 2100-EXIT.
043500     EXIT.
043600*
043700******************************************************************
043800*    2300-WRITE-RELEASE-RECORD                                   *
043900*    REBUILDS THE HELD INVOICE AS AN INVOICE-FILE DETAIL AS IT   *
044000*    ARRIVED - ORIGINAL AMOUNT AND BILLING CURRENCY, SO IT       *
044100*    CONVERTS AT THE RATE OF THE DAY IT BILLS - FLAGGED 'C' SO   *
044200*    THE INVOICE RUN KNOWS THE CREDIT TEAM HAS ALREADY PASSED    *
044300*    IT OVER THE LIMIT.                                          *
044400******************************************************************
044500 2300-WRITE-RELEASE-RECORD SECTION.
044600 2300-WRITE-RELEASE-RECORD-PARA.
044700     MOVE SPACES TO INV-RECORD
044800     MOVE 'D' TO INV-RECORD-TYPE
044900     MOVE HLD-INVOICE-NUMBER TO INV-NUMBER
045000     MOVE HLD-CUSTOMER-NUMBER TO INV-CUSTOMER-NUMBER
045100     MOVE HLD-INVOICE-TYPE TO INV-TYPE
045200     MOVE HLD-AMOUNT TO INV-AMOUNT
045300     MOVE HLD-CURRENCY-CODE TO INV-CURRENCY-CODE
045400     MOVE HLD-CHAIN-CODE TO INV-CHAIN-CODE
045500     MOVE HLD-ORIG-INVOICE-NUMBER TO INV-ORIG-INVOICE-NUMBER
045600     MOVE 'C' TO INV-RESUBMIT-FLAG
045700     WRITE INV-RECORD
045800     ADD 1 TO WS-RELEASE-COUNT
045900     ADD INV-AMOUNT TO WS-RELEASE-HASH-TOTAL
046000     ADD HLD-TOTAL TO WS-RELEASE-TOTAL
046100     MOVE 'RELEASED' TO WS-HLR-DET-DISPOSITION
046200     MOVE WS-DECN-REASON-CODE(WS-DECN-IDX)
046300         TO WS-HLR-DET-REASON-CODE
046400     MOVE WS-DECN-REASON-TEXT(WS-DECN-IDX)
046500         TO WS-HLR-DET-REASON-TEXT.
046600 2300-EXIT.
046700     EXIT.
046800*
046900******************************************************************
047000*    2400-DECLINE-HOLD                                           *
047100*    DROPS A DECLINED HOLD - IT IS NEITHER FED NOR CARRIED, AND  *
047200*    THE CARD'S REASON PRINTS ON THE REPORT.  A CARD WITH NO     *
047300*    REASON CODE IS REPORTED AS DECL.                            *
047400******************************************************************
047500 2400-DECLINE-HOLD SECTION.
047600 2400-DECLINE-HOLD-PARA.
047700     ADD 1 TO WS-DECLINE-COUNT
047800     ADD HLD-TOTAL TO WS-DECLINE-TOTAL
047900     MOVE 'DECLINED' TO WS-HLR-DET-DISPOSITION
048000     IF WS-DECN-REASON-CODE(WS-DECN-IDX) = SPACES
048100         MOVE 'DECL' TO WS-HLR-DET-REASON-CODE
048200     ELSE
048300         MOVE WS-DECN-REASON-CODE(WS-DECN-IDX)
048400             TO WS-HLR-DET-REASON-CODE
048500     END-IF
048600     IF WS-DECN-REASON-TEXT(WS-DECN-IDX) = SPACES
048700         MOVE 'DECLINED BY CREDIT TEAM'
048800             TO WS-HLR-DET-REASON-TEXT
048900     ELSE
049000         MOVE WS-DECN-REASON-TEXT(WS-DECN-IDX)
049100             TO WS-HLR-DET-REASON-TEXT
049200     END-IF.
049300 2400-EXIT.
049400     EXIT.
049500*
049600******************************************************************
049700*    2500-CANCEL-AGED-HOLD                                       *
049800*    CANCELS AN UNDECIDED HOLD PAST THE AGE LIMIT - IT IS        *
049900*    NEITHER FED NOR CARRIED, AND PRINTS WITH REASON AGED SO     *
050000*    THE CREDIT TEAM SEES WHAT LAPSED.                           *
050100******************************************************************
050200 2500-CANCEL-AGED-HOLD SECTION.
050300 2500-CANCEL-AGED-HOLD-PARA.
050400     ADD 1 TO WS-CANCEL-COUNT
050500     ADD HLD-TOTAL TO WS-CANCEL-TOTAL
050600     MOVE 'CANCELLED' TO WS-HLR-DET-DISPOSITION
050700     MOVE 'AGED' TO WS-HLR-DET-REASON-CODE
050800     MOVE 'UNDECIDED PAST THE HOLD AGE LIMIT'
050900         TO WS-HLR-DET-REASON-TEXT.
051000 2500-EXIT.
051100     EXIT.
051200*
051300******************************************************************
051400*    2600-WRITE-CARRY-RECORD                                     *
051500*    CARRIES AN UNDECIDED HOLD FORWARD UNCHANGED - HOLD DATE     *
051600*    AND ALL - SO IT IS STILL ON HAND FOR A LATER DECISION AND   *
051700*    STILL AGES FROM THE NIGHT IT WAS HELD.                      *
051800******************************************************************
051900 2600-WRITE-CARRY-RECORD SECTION.
052000 2600-WRITE-CARRY-RECORD-PARA.
052100     MOVE HLD-RECORD TO HLC-RECORD
052200     WRITE HLC-RECORD
052300     ADD 1 TO WS-CARRY-COUNT
052400     ADD HLD-TOTAL TO WS-CARRY-TOTAL
052500     MOVE 'CARRIED' TO WS-HLR-DET-DISPOSITION.
052600 2600-EXIT.
052700     EXIT.
052800*
052900******************************************************************
053000*    2700-WRITE-REPORT-LINE                                      *
053100*    PRINTS THE HOLD JUST SETTLED WITH ITS AGE, DISPOSITION AND  *
053200*    REASON.                                                     *
053300******************************************************************
053400 2700-WRITE-REPORT-LINE SECTION.
053500 2700-WRITE-REPORT-LINE-PARA.
053600     MOVE HLD-INVOICE-NUMBER TO WS-HLR-DET-INVOICE
053700     MOVE HLD-CUSTOMER-NUMBER TO WS-HLR-DET-CUSTOMER
053800     MOVE HLD-INVOICE-TYPE TO WS-HLR-DET-TYPE
053900     MOVE HLD-TOTAL TO WS-HLR-DET-TOTAL
054000     MOVE HLD-HOLD-DATE TO WS-HLR-DET-HOLD-DATE
054100     MOVE WS-HOLD-AGE-DAYS TO WS-HLR-DET-AGE
054200     MOVE WS-HLR-DETAIL-LINE TO HLR-LINE
054300     WRITE HLR-LINE.
054400 2700-EXIT.
054500     EXIT.
054600*
054700******************************************************************
054800*    8000-WRITE-FEED-TRAILER                                     *
054900*    WRITES THE RELEASE FEED'S TRAILER WITH THE DETAIL COUNT     *
055000*    AND INV-AMOUNT HASH TOTAL ACCUMULATED OVER THE RELEASES.    *
055100******************************************************************
055200 8000-WRITE-FEED-TRAILER SECTION.
055300 8000-WRITE-FEED-TRAILER-PARA.
055400     MOVE SPACES TO INV-TRAILER-RECORD
055500     MOVE 'T' TO INV-RECORD-TYPE
055600     MOVE WS-RELEASE-COUNT TO INV-TRL-RECORD-COUNT
055700     MOVE WS-RELEASE-HASH-TOTAL TO INV-TRL-HASH-TOTAL
055800     WRITE INV-TRAILER-RECORD.
055900 8000-EXIT.
056000     EXIT.
056100*
056200******************************************************************
056300*    8100-REPORT-UNUSED-CARDS                                    *
056400*    PRINTS ANY DECISION CARD THAT MATCHED NO HOLD, SO A         *
056500*    MIS-KEYED INVOICE NUMBER ON A CARD IS CAUGHT TONIGHT.       *
056600******************************************************************
056700 8100-REPORT-UNUSED-CARDS SECTION.
056800 8100-REPORT-UNUSED-CARDS-PARA.
056900     IF WS-DECN-TABLE-COUNT > ZERO
057000         PERFORM 8110-CHECK-ONE-CARD THRU 8110-EXIT
057100             VARYING WS-DECN-IDX FROM 1 BY 1
057200             UNTIL WS-DECN-IDX > WS-DECN-TABLE-COUNT
057300     END-IF.
057400 8100-EXIT.
057500     EXIT.
057600*
057700 8110-CHECK-ONE-CARD SECTION.
057800 8110-CHECK-ONE-CARD-PARA.
057900     IF NOT WS-DECN-USED(WS-DECN-IDX)
058000         DISPLAY 'DECISION CARD MATCHED NO HOLD: '
058100             WS-DECN-INVOICE-NUMBER(WS-DECN-IDX)
058200         MOVE WS-DECN-INVOICE-NUMBER(WS-DECN-IDX)
058300             TO WS-HLR-UNU-INVOICE
058400         MOVE WS-DECN-DECIDED-BY(WS-DECN-IDX)
058500             TO WS-HLR-UNU-DECIDED-BY
058600         MOVE WS-HLR-UNUSED-LINE TO HLR-LINE
058700         WRITE HLR-LINE
058800     END-IF.
058900 8110-EXIT.
059000     EXIT.
059100*
059200******************************************************************
059300*    8200-WRITE-REPORT-TOTALS                                    *
059400*    PRINTS THE COUNT AND HELD TOTAL FOR EACH DISPOSITION.       *
059500******************************************************************
059600 8200-WRITE-REPORT-TOTALS SECTION.
059700 8200-WRITE-REPORT-TOTALS-PARA.
059800     MOVE SPACES TO HLR-LINE
059900     WRITE HLR-LINE
060000     MOVE 'RELEASED' TO WS-HLR-TOT-CAPTION
060100     MOVE WS-RELEASE-COUNT TO WS-HLR-TOT-COUNT
060200     MOVE WS-RELEASE-TOTAL TO WS-HLR-TOT-AMOUNT
060300     MOVE WS-HLR-TOTAL-LINE TO HLR-LINE
060400     WRITE HLR-LINE
060500     MOVE 'DECLINED' TO WS-HLR-TOT-CAPTION
060600     MOVE WS-DECLINE-COUNT TO WS-HLR-TOT-COUNT
060700     MOVE WS-DECLINE-TOTAL TO WS-HLR-TOT-AMOUNT
060800     MOVE WS-HLR-TOTAL-LINE TO HLR-LINE
060900     WRITE HLR-LINE
061000     MOVE 'CANCELLED - AGED' TO WS-HLR-TOT-CAPTION
061100     MOVE WS-CANCEL-COUNT TO WS-HLR-TOT-COUNT
061200     MOVE WS-CANCEL-TOTAL TO WS-HLR-TOT-AMOUNT
061300     MOVE WS-HLR-TOTAL-LINE TO HLR-LINE
061400     WRITE HLR-LINE
061500     MOVE 'CARRIED FORWARD' TO WS-HLR-TOT-CAPTION
061600     MOVE WS-CARRY-COUNT TO WS-HLR-TOT-COUNT
061700     MOVE WS-CARRY-TOTAL TO WS-HLR-TOT-AMOUNT
061800     MOVE WS-HLR-TOTAL-LINE TO HLR-LINE
061900     WRITE HLR-LINE.
062000 8200-EXIT.
062100     EXIT.
062200*
062300******************************************************************
062400*    9000-TERMINATE                                              *
062500*    WRITES THE FEED TRAILER, REPORTS UNUSED CARDS, THE          *
062600*    DISPOSITION TOTALS AND RUN COUNTS, AND CLOSES ALL FILES.    *
062700******************************************************************
062800 9000-TERMINATE SECTION.
062900 9000-TERMINATE-PARA.
063000     PERFORM 8000-WRITE-FEED-TRAILER THRU 8000-EXIT
063100     PERFORM 8100-REPORT-UNUSED-CARDS THRU 8100-EXIT
063200     PERFORM 8200-WRITE-REPORT-TOTALS THRU 8200-EXIT
063300     DISPLAY 'HOLDS RELEASED:      ' WS-RELEASE-COUNT
063400     DISPLAY 'HOLDS DECLINED:      ' WS-DECLINE-COUNT
063500     DISPLAY 'HOLDS CANCELLED AGED:' WS-CANCEL-COUNT
063600     DISPLAY 'HOLDS CARRIED:       ' WS-CARRY-COUNT
063700     IF WS-HOLD-OPEN
063800         CLOSE CREDIT-HOLD-FILE
063900     END-IF
064000     CLOSE RELEASE-FILE
064100     CLOSE HOLD-CARRY-FILE
064200     CLOSE RELEASE-REPORT-FILE.
064300 9000-EXIT.
064400     EXIT.
064500*
064600******************************************************************
064700*    9510-READ-BUSINESS-DATE                                     *
064800*    TAKES THE RUN DATE FROM THE BIZDATE BUSINESS-DATE CARD, NOT *
064900*    THE CLOCK.  A MISSING CARD, OR ONE THAT IS NOT A REAL       *
065000*    CALENDAR DATE, STOPS THE STEP WITH RETURN-CODE 16.          *
065100******************************************************************
065200 9510-READ-BUSINESS-DATE SECTION.
065300 9510-READ-BUSINESS-DATE-PARA.
065400     OPEN INPUT BUSINESS-DATE-FILE
065500     IF WS-BDC-FILE-STATUS NOT = '00'
065600         DISPLAY 'CRHREL CANNOT START - NO BUSINESS DATE CARD'
065700         MOVE 16 TO RETURN-CODE
065800         STOP RUN
065900     END-IF
066000     READ BUSINESS-DATE-FILE
066100         AT END
066200             MOVE ZERO TO BDC-BUSINESS-DATE
066300     END-READ
066400     CLOSE BUSINESS-DATE-FILE
066500     IF BDC-BUSINESS-DATE NUMERIC
066600      AND BDC-YEAR NOT < 1900
066700      AND BDC-MONTH > ZERO AND BDC-MONTH < 13
066800      AND BDC-DAY > ZERO AND BDC-DAY < 32
066900         COMPUTE WS-BDC-DAY-INTEGER =
067000             FUNCTION INTEGER-OF-DATE(BDC-BUSINESS-DATE)
067100         COMPUTE WS-BDC-CHECK-DATE =
067200             FUNCTION DATE-OF-INTEGER(WS-BDC-DAY-INTEGER)
067300         IF WS-BDC-CHECK-DATE = BDC-BUSINESS-DATE
067400             MOVE BDC-BUSINESS-DATE TO WS-RUN-DATE
067500             GO TO 9510-EXIT
067600         END-IF
067700     END-IF
067800     DISPLAY 'CRHREL CANNOT START - INVALID BUSINESS '
067900         'DATE CARD: ' BDC-RECORD
068000     MOVE 16 TO RETURN-CODE
068100     STOP RUN.
068200 9510-EXIT.
068300     EXIT.
068400*
068500 END PROGRAM CRHREL.
