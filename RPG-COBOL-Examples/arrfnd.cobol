000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    ARRFND.
000300 AUTHOR.        R HALVORSEN.
000400 INSTALLATION.  BILLING SYSTEMS.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700******************************************************************
000800*    MODIFICATION HISTORY                                        *
000900*    --------------------                                        *
001000*    2026-10-15  RH  ORIGINAL CREDIT-BALANCE REFUND RUN, BUILT   *
001100*                    THE WAY CRHREL WORKS FOR CREDIT HOLDS.      *
001200*                    NETS EACH CUSTOMER'S OPEN ITEMS AGAINST     *
001300*                    THE UNAPPLIED CASH CARRIED FOR THEM.  A     *
001400*                    CUSTOMER WHOSE NET POSITION IS A CREDIT OF  *
001500*                    AT LEAST THE MINIMUM REFUND, WITH NO        *
001600*                    ACTIVITY FOR MORE THAN THE RFNDPARM DAYS,   *
001700*                    IS PROPOSED FOR REFUND ON THE REPORT.  AN   *
001800*                    APPROVAL CARD FOR THE PROPOSED AMOUNT PAYS  *
001900*                    IT - A PAYMENT REQUEST GOES TO ACCOUNTS     *
002000*                    PAYABLE, A BALANCED GL PAIR (AR AGAINST     *
002100*                    REFUNDS CLEARING) IS WRITTEN, AND EVERY     *
002200*                    ITEM AND RECEIPT THE REFUND SETTLES IS      *
002300*                    LISTED ON THE REFUND DETAIL FILE SO THE     *
002400*                    NEXT ARCASH RUN DROPS THEM FROM THE         *
002500*                    ROLL-FORWARD FILES.  RUNS AHEAD OF THE      *
002600*                    NIGHT'S ARCASH, AGAINST THE SAME OPEN-ITEM  *
002700*                    AND UNAPPLIED-CASH GENERATION.              *
002800*    2026-10-15  RH  RUN DATE NOW COMES FROM THE BIZDATE         *
002900*                    BUSINESS-DATE CARD, NOT THE CLOCK, SO A     *
003000*                    REFUND RUN AFTER MIDNIGHT DATES AND POSTS   *
003100*                    ITS REFUNDS UNDER THE SAME BUSINESS DATE AS *
003200*                    THE NIGHT'S ARCASH, AND AGES CREDITS        *
003300*                    AGAINST IT.                                 *
003400******************************************************************
003500 ENVIRONMENT DIVISION.
003600 CONFIGURATION SECTION.
003700 SOURCE-COMPUTER.   IBM-370.
003800 OBJECT-COMPUTER.   IBM-370.
003900 INPUT-OUTPUT SECTION.
004000 FILE-CONTROL.
004100     SELECT OPEN-ITEM-FILE ASSIGN TO "OPENITEM"
004200         ORGANIZATION IS LINE SEQUENTIAL
004300         FILE STATUS IS WS-OPEN-FILE-STATUS.
004400     SELECT UNAPPLIED-CASH-FILE ASSIGN TO "UNAPCASH"
004500         ORGANIZATION IS LINE SEQUENTIAL
004600         FILE STATUS IS WS-UNAP-FILE-STATUS.
004700     SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTFILE"
004800         ORGANIZATION IS INDEXED
004900         ACCESS MODE IS RANDOM
005000         RECORD KEY IS CUS-CUSTOMER-NUMBER
005100         FILE STATUS IS WS-CUST-FILE-STATUS.
005200     SELECT REFUND-PARM-FILE ASSIGN TO "RFNDPARM"
005300         ORGANIZATION IS LINE SEQUENTIAL
005400         FILE STATUS IS WS-PARM-FILE-STATUS.
005500     SELECT APPROVAL-CARD-FILE ASSIGN TO "RFNDAPR"
005600         ORGANIZATION IS LINE SEQUENTIAL
005700         FILE STATUS IS WS-APPR-FILE-STATUS.
005800     SELECT PAYMENT-REQUEST-FILE ASSIGN TO "APPAYREQ"
005900         ORGANIZATION IS LINE SEQUENTIAL.
006000     SELECT REFUND-DETAIL-FILE ASSIGN TO "RFNDDTL"
006100         ORGANIZATION IS LINE SEQUENTIAL.
006200     SELECT GL-JOURNAL-FILE ASSIGN TO "GLJRNLRF"
006300         ORGANIZATION IS LINE SEQUENTIAL.
006400     SELECT REFUND-REPORT-FILE ASSIGN TO "RFNDRPT"
006500         ORGANIZATION IS LINE SEQUENTIAL.
006600     SELECT BUSINESS-DATE-FILE ASSIGN TO "BIZDATE"
006700         ORGANIZATION IS LINE SEQUENTIAL
006800         FILE STATUS IS WS-BDC-FILE-STATUS.
006900*
007000 DATA DIVISION.
007100 FILE SECTION.
007200 FD  OPEN-ITEM-FILE
007300     LABEL RECORDS ARE STANDARD.
007400 COPY "openitm.cpy".
007500*
007600 FD  UNAPPLIED-CASH-FILE
007700     LABEL RECORDS ARE STANDARD.
007800 COPY "unapcsh.cpy".
007900*
008000 FD  CUSTOMER-MASTER-FILE
008100     LABEL RECORDS ARE STANDARD.
008200 COPY "custrec.cpy".
008300*
008400 FD  REFUND-PARM-FILE
008500     LABEL RECORDS ARE STANDARD.
008600 COPY "rfndparm.cpy".
008700*
008800 FD  APPROVAL-CARD-FILE
008900     LABEL RECORDS ARE STANDARD.
009000 COPY "rfndapr.cpy".
009100*
009200 FD  PAYMENT-REQUEST-FILE
009300     LABEL RECORDS ARE STANDARD.
009400 COPY "appayreq.cpy".
009500*
009600 FD  REFUND-DETAIL-FILE
009700     LABEL RECORDS ARE STANDARD.
009800 COPY "rfnddtl.cpy".
009900*
010000 FD  GL-JOURNAL-FILE
010100     LABEL RECORDS ARE STANDARD.
010200 COPY "gljrnl.cpy".
010300*
010400 FD  REFUND-REPORT-FILE
010500     LABEL RECORDS ARE STANDARD.
010600 01  RFR-LINE                    PIC X(132).
010700*
010800 FD  BUSINESS-DATE-FILE
010900     LABEL RECORDS ARE STANDARD.
011000 COPY "bizdate.cpy".
011100*
011200 WORKING-STORAGE SECTION.
011300 01  WS-OPEN-FILE-STATUS        PIC X(02) VALUE SPACES.
011400 01  WS-UNAP-FILE-STATUS        PIC X(02) VALUE SPACES.
011500 01  WS-CUST-FILE-STATUS        PIC X(02) VALUE SPACES.
011600 01  WS-PARM-FILE-STATUS        PIC X(02) VALUE SPACES.
011700 01  WS-APPR-FILE-STATUS        PIC X(02) VALUE SPACES.
011800 01  WS-BDC-FILE-STATUS         PIC X(02) VALUE SPACES.
011900*
012000 01  WS-SWITCHES.
012100     05  WS-EOF-OPEN-SW         PIC X(01) VALUE 'N'.
012200         88  WS-EOF-OPEN                VALUE 'Y'.
012300     05  WS-EOF-UNAP-SW         PIC X(01) VALUE 'N'.
012400         88  WS-EOF-UNAP                VALUE 'Y'.
012500     05  WS-EOF-APPR-SW         PIC X(01) VALUE 'N'.
012600         88  WS-EOF-APPR                VALUE 'Y'.
012700     05  WS-APPR-FOUND-SW       PIC X(01) VALUE 'N'.
012800         88  WS-APPR-FOUND              VALUE 'Y'.
012900     05  WS-CUST-FOUND-SW       PIC X(01) VALUE 'N'.
013000         88  WS-CUST-FOUND              VALUE 'Y'.
013100     05  WS-CUST-OPEN-SW        PIC X(01) VALUE 'N'.
013200         88  WS-CUST-OPEN               VALUE 'Y'.
013300*
013400 01  WS-DATE-TIME-FIELDS.
013500     05  WS-RUN-DATE            PIC 9(08).
013600     05  WS-RUN-TIME            PIC 9(08).
013700     05  WS-BDC-DAY-INTEGER     PIC 9(08) VALUE ZERO.
013800     05  WS-BDC-CHECK-DATE      PIC 9(08) VALUE ZERO.
013900*
014000 01  WS-AGE-FIELDS.
014100     05  WS-RUN-DAY-INTEGER     PIC 9(08) VALUE ZERO.
014200     05  WS-LAST-DAY-INTEGER    PIC 9(08) VALUE ZERO.
014300     05  WS-CREDIT-AGE-DAYS     PIC S9(05) VALUE ZERO.
014400*
014500 77  WS-REFUND-COUNT            PIC 9(07) VALUE ZERO.
014600 77  WS-DECLINE-COUNT           PIC 9(07) VALUE ZERO.
014700 77  WS-PROPOSE-COUNT           PIC 9(07) VALUE ZERO.
014800 77  WS-ITEM-ROWS-WRITTEN       PIC 9(07) VALUE ZERO.
014900 77  WS-CASH-ROWS-WRITTEN       PIC 9(07) VALUE ZERO.
015000*
015100*    DAYS A CREDIT MUST SIT UNTOUCHED, AND THE SMALLEST CREDIT
015200*    WORTH A CHEQUE, WHEN THE RFNDPARM CARD IS MISSING OR ZERO.
015300*    THE MINIMUM MATCHES ARCASH'S WRITE-OFF TOLERANCE - A CREDIT
015400*    UNDER IT IS PENNIES, NOT A REFUND.
015500 77  WS-DEFAULT-MIN-CREDIT-DAYS PIC 9(03) VALUE 60.
015600 77  WS-DEFAULT-MIN-REFUND      PIC 9(05)V99 VALUE 5.00.
015700 77  WS-MIN-CREDIT-DAYS         PIC 9(03) VALUE ZERO.
015800 77  WS-MIN-REFUND-AMOUNT       PIC 9(05)V99 VALUE ZERO.
015900*
016000*    ACCOUNTS PAYABLE CHARGES THE CHEQUE TO THE CLEARING ACCOUNT
016100*    THIS RUN CREDITS, EMPTYING IT AGAIN.
016200 77  WS-CLEARING-ACCOUNT        PIC X(04) VALUE '2300'.
016300*
016400 01  WS-LOOKUP-CUSTOMER         PIC 9(06) VALUE ZERO.
016500*
016600 01  WS-CANDIDATE-FIELDS.
016700     05  WS-NET-POSITION        PIC S9(11)V99 VALUE ZERO.
016800     05  WS-REFUND-AMOUNT       PIC S9(11)V99 VALUE ZERO.
016900*
017000 01  WS-DISPOSITION-TOTALS.
017100     05  WS-REFUND-TOTAL        PIC S9(11)V99 VALUE ZERO.
017200     05  WS-DECLINE-TOTAL       PIC S9(11)V99 VALUE ZERO.
017300     05  WS-PROPOSE-TOTAL       PIC S9(11)V99 VALUE ZERO.
017400*
017500 01  WS-GL-WORK-FIELDS.
017600     05  WS-GLJ-SIGNED-AMOUNT   PIC S9(09)V99 VALUE ZERO.
017700     05  WS-GLJ-ACCOUNT-NUMBER  PIC X(04) VALUE SPACES.
017800     05  WS-GLJ-ACCOUNT-NAME    PIC X(20) VALUE SPACES.
017900*
018000*    THE OPEN ITEMS AND UNAPPLIED CASH AS ARCASH LEFT THEM.  THE
018100*    TABLES ARE SIZED AS ARCASH'S; OVERFLOW ABENDS - A DROPPED
018200*    ITEM WOULD MAKE A DEBTOR LOOK LIKE A CREDITOR.
018300 01  WS-ITEM-TABLE-AREA.
018400     05  WS-ITEM-TABLE-COUNT    PIC 9(05) VALUE ZERO.
018500     05  WS-ITEM-ENTRY OCCURS 1 TO 5000 TIMES
018600                       DEPENDING ON WS-ITEM-TABLE-COUNT
018700                       INDEXED BY WS-ITEM-IDX.
018800         10  WS-ITEM-INVOICE-NUMBER   PIC 9(07).
018900         10  WS-ITEM-CUSTOMER-NUMBER  PIC 9(06).
019000         10  WS-ITEM-OPEN-BALANCE     PIC S9(09)V99.
019100*
019200 01  WS-CASH-TABLE-AREA.
019300     05  WS-CASH-TABLE-COUNT    PIC 9(05) VALUE ZERO.
019400     05  WS-CASH-ENTRY OCCURS 1 TO 5000 TIMES
019500                       DEPENDING ON WS-CASH-TABLE-COUNT
019600                       INDEXED BY WS-CASH-IDX.
019700         10  WS-CASH-RECEIPT-NUMBER   PIC 9(07).
019800         10  WS-CASH-CUSTOMER-NUMBER  PIC 9(06).
019900         10  WS-CASH-AMOUNT           PIC 9(07)V99.
020000*
020100*    ONE ENTRY PER CUSTOMER WITH ANYTHING ON THE BOOKS - THE NET
020200*    OF THEIR ITEMS AND CASH, AND THE DATE OF THE NEWEST ITEM OR
020300*    RECEIPT STILL OPEN, WHICH IS WHEN THE CREDIT LAST MOVED.
020400 01  WS-CUST-TABLE-AREA.
020500     05  WS-CUST-TABLE-COUNT    PIC 9(04) VALUE ZERO.
020600     05  WS-CUST-ENTRY OCCURS 1 TO 2000 TIMES
020700                       DEPENDING ON WS-CUST-TABLE-COUNT
020800                       INDEXED BY WS-CUST-IDX.
020900         10  WS-CUST-NUMBER           PIC 9(06).
021000         10  WS-CUST-NAME             PIC X(30).
021100         10  WS-CUST-ITEM-NET         PIC S9(11)V99.
021200         10  WS-CUST-CASH-TOTAL       PIC S9(11)V99.
021300         10  WS-CUST-LAST-DATE        PIC 9(08).
021400*
021500*    ACCOUNTS RECEIVABLE'S APPROVAL CARDS.  OVERFLOW ABENDS - A
021600*    DROPPED APPROVAL WOULD LEAVE A CUSTOMER UNPAID IN SILENCE.
021700 01  WS-APPR-TABLE-AREA.
021800     05  WS-APPR-TABLE-COUNT    PIC 9(04) VALUE ZERO.
021900     05  WS-APPR-ENTRY OCCURS 1 TO 500 TIMES
022000                       DEPENDING ON WS-APPR-TABLE-COUNT
022100                       INDEXED BY WS-APPR-IDX.
022200         10  WS-APPR-CUSTOMER-NUMBER  PIC 9(06).
022300         10  WS-APPR-DECISION         PIC X(01).
022400             88  WS-APPR-APPROVE      VALUE 'A'.
022500             88  WS-APPR-DECLINE      VALUE 'D'.
022600         10  WS-APPR-REFUND-AMOUNT    PIC 9(09)V99.
022700         10  WS-APPR-REASON-CODE      PIC X(04).
022800         10  WS-APPR-REASON-TEXT      PIC X(24).
022900         10  WS-APPR-DECIDED-BY       PIC X(08).
023000         10  WS-APPR-USED-SW          PIC X(01).
023100             88  WS-APPR-USED         VALUE 'Y'.
023200*
023300 01  WS-RFR-TITLE-LINE.
023400     05  FILLER                 PIC X(32)
023500         VALUE 'CREDIT-BALANCE REFUND RUN AS OF '.
023600     05  WS-RFR-TITLE-DATE      PIC 9(08).
023700     05  FILLER                 PIC X(17)
023800         VALUE '   CREDIT OVER - '.
023900     05  WS-RFR-TITLE-DAYS      PIC ZZ9.
024000     05  FILLER                 PIC X(19)
024100         VALUE ' DAYS   MINIMUM - '.
024200     05  WS-RFR-TITLE-MINIMUM   PIC ZZ,ZZ9.99.
024300     05  FILLER                 PIC X(44) VALUE SPACES.
024400*
024500 01  WS-RFR-COLUMN-LINE.
024600     05  FILLER                 PIC X(08) VALUE 'CUSTOMER'.
024700     05  FILLER                 PIC X(21) VALUE SPACES.
024800     05  FILLER                 PIC X(15)
024900         VALUE '    OPEN ITEMS '.
025000     05  FILLER                 PIC X(15)
025100         VALUE '  UNAPPLD CASH '.
025200     05  FILLER                 PIC X(15)
025300         VALUE '        REFUND '.
025400     05  FILLER                 PIC X(10) VALUE ' LAST ACT '.
025500     05  FILLER                 PIC X(06) VALUE '  AGE '.
025600     05  FILLER                 PIC X(12) VALUE ' DISPOSITION'.
025700     05  FILLER                 PIC X(30) VALUE 'REASON'.
025800*
025900 01  WS-RFR-DETAIL-LINE.
026000     05  WS-RFR-DET-CUSTOMER    PIC 9(06).
026100     05  FILLER                 PIC X(02) VALUE SPACES.
026200     05  WS-RFR-DET-NAME        PIC X(20).
026300     05  FILLER                 PIC X(01) VALUE SPACES.
026400     05  WS-RFR-DET-ITEM-NET    PIC ZZ,ZZZ,ZZ9.99-.
026500     05  FILLER                 PIC X(01) VALUE SPACES.
026600     05  WS-RFR-DET-CASH        PIC ZZ,ZZZ,ZZ9.99-.
026700     05  FILLER                 PIC X(01) VALUE SPACES.
026800     05  WS-RFR-DET-REFUND      PIC ZZ,ZZZ,ZZ9.99-.
026900     05  FILLER                 PIC X(02) VALUE SPACES.
027000     05  WS-RFR-DET-LAST-DATE   PIC 9(08).
027100     05  FILLER                 PIC X(01) VALUE SPACES.
027200     05  WS-RFR-DET-AGE         PIC ZZZZ9.
027300     05  FILLER                 PIC X(02) VALUE SPACES.
027400     05  WS-RFR-DET-DISPOSITION PIC X(10).
027500     05  FILLER                 PIC X(01) VALUE SPACES.
027600     05  WS-RFR-DET-REASON-CODE PIC X(04).
027700     05  FILLER                 PIC X(01) VALUE SPACES.
027800     05  WS-RFR-DET-REASON-TEXT PIC X(24).
027900     05  FILLER                 PIC X(01) VALUE SPACES.
028000*
028100 01  WS-RFR-TOTAL-LINE.
028200     05  WS-RFR-TOT-CAPTION     PIC X(20).
028300     05  WS-RFR-TOT-COUNT       PIC Z,ZZZ,ZZ9.
028400     05  FILLER                 PIC X(04) VALUE SPACES.
028500     05  WS-RFR-TOT-AMOUNT      PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
028600     05  FILLER                 PIC X(81) VALUE SPACES.
028700*
028800 01  WS-RFR-UNUSED-LINE.
028900     05  FILLER                 PIC X(40)
029000         VALUE 'APPROVAL CARD MATCHED NO CREDIT - CUST '.
029100     05  WS-RFR-UNU-CUSTOMER    PIC 9(06).
029200     05  FILLER                 PIC X(04) VALUE ' BY '.
029300     05  WS-RFR-UNU-DECIDED-BY  PIC X(08).
029400     05  FILLER                 PIC X(74) VALUE SPACES.
029500*
029600 PROCEDURE DIVISION.
029700*
029800******************************************************************
029900*    0000-MAINLINE                                               *
030000*    DRIVES THE REFUND RUN - LOAD THE OPEN ITEMS AND UNAPPLIED   *
030100*    CASH BY CUSTOMER, THEN REVIEW EVERY CUSTOMER AGAINST THE    *
030200*    LOADED APPROVAL CARDS.                                      *
030300******************************************************************
030400 0000-MAINLINE SECTION.
030500 0000-MAINLINE-PARA.
030600     PERFORM 1000-INITIALIZE THRU 1000-EXIT
030700     IF WS-CUST-TABLE-COUNT > ZERO
030800         PERFORM 2000-REVIEW-CUSTOMER THRU 2000-EXIT
030900             VARYING WS-CUST-IDX FROM 1 BY 1
031000             UNTIL WS-CUST-IDX > WS-CUST-TABLE-COUNT
031100     END-IF
031200     PERFORM 9000-TERMINATE THRU 9000-EXIT
031300     STOP RUN.
031400*
031500******************************************************************
031600*    1000-INITIALIZE                                             *
031700*    READS THE REFUND LIMITS, LOADS THE APPROVAL CARDS, THE OPEN *
031800*    ITEMS AND THE UNAPPLIED CASH, OPENS THE OUTPUT FILES AND    *
031900*    WRITES THE REPORT HEADINGS.  THE OUTPUT FILES ALWAYS GO OUT *
032000*    - EMPTY ON A NIGHT WITH NOTHING APPROVED - SO ARCASH AND    *
032100*    ARBAL ALWAYS FIND THE REFUND DETAIL FILE.                   *
032200******************************************************************
032300 1000-INITIALIZE SECTION.
032400 1000-INITIALIZE-PARA.
032500     PERFORM 9510-READ-BUSINESS-DATE THRU 9510-EXIT
032600     ACCEPT WS-RUN-TIME FROM TIME
032700     COMPUTE WS-RUN-DAY-INTEGER =
032800         FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
032900     PERFORM 1050-LOAD-REFUND-PARM THRU 1050-EXIT
033000     PERFORM 1100-LOAD-APPROVAL-CARDS THRU 1100-EXIT
033100     PERFORM 1200-LOAD-OPEN-ITEMS THRU 1200-EXIT
033200     PERFORM 1300-LOAD-UNAPPLIED-CASH THRU 1300-EXIT
033300     OPEN INPUT CUSTOMER-MASTER-FILE
033400     IF WS-CUST-FILE-STATUS = '00'
033500         SET WS-CUST-OPEN TO TRUE
033600     ELSE
033700         DISPLAY 'CUSTOMER MASTER NOT AVAILABLE - STATUS '
033800             WS-CUST-FILE-STATUS
033900     END-IF
034000     OPEN OUTPUT PAYMENT-REQUEST-FILE
034100     OPEN OUTPUT REFUND-DETAIL-FILE
034200     OPEN OUTPUT REFUND-REPORT-FILE
034300     MOVE WS-RUN-DATE TO WS-RFR-TITLE-DATE
034400     MOVE WS-MIN-CREDIT-DAYS TO WS-RFR-TITLE-DAYS
034500     MOVE WS-MIN-REFUND-AMOUNT TO WS-RFR-TITLE-MINIMUM
034600     MOVE WS-RFR-TITLE-LINE TO RFR-LINE
034700     WRITE RFR-LINE
034800     MOVE WS-RFR-COLUMN-LINE TO RFR-LINE
034900     WRITE RFR-LINE.
035000 1000-EXIT.
035100     EXIT.
035200*
035300******************************************************************
035400*    1050-LOAD-REFUND-PARM                                       *
035500*    READS THE CREDIT AGE AND MINIMUM REFUND OFF THE RFNDPARM    *
035600*    CARD.  NO CARD, AN EMPTY CARD OR A ZERO FIELD TAKES THE     *
035700*    DEFAULT FOR THAT FIELD.                                     *
035800******************************************************************
035900 1050-LOAD-REFUND-PARM SECTION.
036000 1050-LOAD-REFUND-PARM-PARA.
036100     MOVE WS-DEFAULT-MIN-CREDIT-DAYS TO WS-MIN-CREDIT-DAYS
036200     MOVE WS-DEFAULT-MIN-REFUND TO WS-MIN-REFUND-AMOUNT
036300     OPEN INPUT REFUND-PARM-FILE
036400     IF WS-PARM-FILE-STATUS = '00'
036500         READ REFUND-PARM-FILE
036600             AT END
036700                 CONTINUE
036800             NOT AT END
036900                 IF RFP-MIN-CREDIT-DAYS > ZERO
037000                     MOVE RFP-MIN-CREDIT-DAYS
037100                         TO WS-MIN-CREDIT-DAYS
037200                 END-IF
037300                 IF RFP-MIN-REFUND-AMOUNT > ZERO
037400                     MOVE RFP-MIN-REFUND-AMOUNT
037500                         TO WS-MIN-REFUND-AMOUNT
037600                 END-IF
037700         END-READ
037800         CLOSE REFUND-PARM-FILE
037900     ELSE
038000         DISPLAY 'NO RFNDPARM CARD - DEFAULT REFUND LIMITS USED'
038100     END-IF.
038200 1050-EXIT.
038300     EXIT.
038400*
038500******************************************************************
038600*    1100-LOAD-APPROVAL-CARDS                                    *
038700*    READS THE APPROVAL CARD FILE INTO THE IN-MEMORY TABLE.  A   *
038800*    MISSING CARD FILE MEANS NO DECISIONS TONIGHT - EVERY        *
038900*    QUALIFYING CREDIT IS PROPOSED AND NOTHING IS PAID.          *
039000******************************************************************
039100 1100-LOAD-APPROVAL-CARDS SECTION.
039200 1100-LOAD-APPROVAL-CARDS-PARA.
039300     OPEN INPUT APPROVAL-CARD-FILE
039400     IF WS-APPR-FILE-STATUS = '00'
039500         PERFORM 1110-READ-APPROVAL-CARD THRU 1110-EXIT
039600         PERFORM 1120-STORE-APPROVAL-CARD THRU 1120-EXIT
039700             UNTIL WS-EOF-APPR
039800         CLOSE APPROVAL-CARD-FILE
039900     ELSE
040000         SET WS-EOF-APPR TO TRUE
040100     END-IF.
040200 1100-EXIT.
040300     EXIT.
040400*
040500 1110-READ-APPROVAL-CARD SECTION.
040600 1110-READ-APPROVAL-CARD-PARA.
040700     READ APPROVAL-CARD-FILE
040800         AT END SET WS-EOF-APPR TO TRUE
040900     END-READ.
041000 1110-EXIT.
041100     EXIT.
041200*
041300******************************************************************
041400*    1120-STORE-APPROVAL-CARD                                    *
041500*    ADDS ONE CARD TO THE TABLE.  A CARD THAT IS NEITHER AN      *
041600*    APPROVAL NOR A DECLINE IS DISPLAYED AND IGNORED, LEAVING    *
041700*    ITS CREDIT PROPOSED.  OVERFLOW ABENDS.                      *
041800******************************************************************
041900 1120-STORE-APPROVAL-CARD SECTION.
042000 1120-STORE-APPROVAL-CARD-PARA.
042100     IF NOT RFA-APPROVE AND NOT RFA-DECLINE
042200         DISPLAY 'APPROVAL CARD NOT A OR D - IGNORED: '
042300             RFA-CUSTOMER-NUMBER
042400         GO TO 1120-READ-NEXT
042500     END-IF
042600     IF WS-APPR-TABLE-COUNT < 500
042700         ADD 1 TO WS-APPR-TABLE-COUNT
042800         SET WS-APPR-IDX TO WS-APPR-TABLE-COUNT
042900         MOVE RFA-CUSTOMER-NUMBER
043000           TO WS-APPR-CUSTOMER-NUMBER(WS-APPR-IDX)
043100         MOVE RFA-DECISION TO WS-APPR-DECISION(WS-APPR-IDX)
043200         MOVE RFA-REFUND-AMOUNT
043300           TO WS-APPR-REFUND-AMOUNT(WS-APPR-IDX)
043400         MOVE RFA-REASON-CODE
043500           TO WS-APPR-REASON-CODE(WS-APPR-IDX)
043600         MOVE RFA-REASON-TEXT
043700           TO WS-APPR-REASON-TEXT(WS-APPR-IDX)
043800         MOVE RFA-DECIDED-BY TO WS-APPR-DECIDED-BY(WS-APPR-IDX)
043900         MOVE 'N' TO WS-APPR-USED-SW(WS-APPR-IDX)
044000     ELSE
044100         DISPLAY 'APPROVAL CARD TABLE FULL AT: '
044200             RFA-CUSTOMER-NUMBER
044300         MOVE 16 TO RETURN-CODE
044400         STOP RUN
044500     END-IF.
044600 1120-READ-NEXT.
044700     PERFORM 1110-READ-APPROVAL-CARD THRU 1110-EXIT.
044800 1120-EXIT.
044900     EXIT.
045000*
045100******************************************************************
045200*    1130-FIND-APPROVAL-ENTRY                                    *
045300*    SEARCHES THE APPROVAL TABLE FOR WS-LOOKUP-CUSTOMER,         *
045400*    SETTING WS-APPR-FOUND-SW AND WS-APPR-IDX.                   *
045500******************************************************************
045600 1130-FIND-APPROVAL-ENTRY SECTION.
045700 1130-FIND-APPROVAL-ENTRY-PARA.
045800     MOVE 'N' TO WS-APPR-FOUND-SW
045900     IF WS-APPR-TABLE-COUNT > ZERO
046000         SET WS-APPR-IDX TO 1
046100         SEARCH WS-APPR-ENTRY
046200             AT END
046300                 CONTINUE
046400             WHEN WS-APPR-CUSTOMER-NUMBER(WS-APPR-IDX) =
046500                      WS-LOOKUP-CUSTOMER
046600                 MOVE 'Y' TO WS-APPR-FOUND-SW
046700         END-SEARCH
046800     END-IF.
046900 1130-EXIT.
047000     EXIT.
047100*
047200******************************************************************
047300*    1200-LOAD-OPEN-ITEMS                                        *
047400*    LOADS THE OPEN-ITEM FILE INTO THE ITEM TABLE AND NETS EACH  *
047500*    ITEM INTO ITS CUSTOMER'S ENTRY - INVOICES ADD, CREDIT MEMOS *
047600*    AND OVERPAID ITEMS SUBTRACT.  A MISSING FILE MEANS NOTHING  *
047700*    OPEN.                                                       *
047800******************************************************************
047900 1200-LOAD-OPEN-ITEMS SECTION.
048000 1200-LOAD-OPEN-ITEMS-PARA.
048100     OPEN INPUT OPEN-ITEM-FILE
048200     IF WS-OPEN-FILE-STATUS = '00'
048300         PERFORM 1210-READ-OPEN-ITEM THRU 1210-EXIT
048400         PERFORM 1220-STORE-OPEN-ITEM THRU 1220-EXIT
048500             UNTIL WS-EOF-OPEN
048600         CLOSE OPEN-ITEM-FILE
048700     ELSE
048800         DISPLAY 'NO OPEN-ITEM FILE ON HAND - NO ITEMS'
048900     END-IF.
049000 1200-EXIT.
049100     EXIT.
049200*
049300 1210-READ-OPEN-ITEM SECTION.
049400 1210-READ-OPEN-ITEM-PARA.
049500     READ OPEN-ITEM-FILE
049600         AT END SET WS-EOF-OPEN TO TRUE
049700     END-READ.
049800 1210-EXIT.
049900     EXIT.
050000*
050100 1220-STORE-OPEN-ITEM SECTION.
050200 1220-STORE-OPEN-ITEM-PARA.
050300     IF WS-ITEM-TABLE-COUNT < 5000
050400         ADD 1 TO WS-ITEM-TABLE-COUNT
050500         SET WS-ITEM-IDX TO WS-ITEM-TABLE-COUNT
050600         MOVE OPN-INVOICE-NUMBER
050700           TO WS-ITEM-INVOICE-NUMBER(WS-ITEM-IDX)
050800         MOVE OPN-CUSTOMER-NUMBER
050900           TO WS-ITEM-CUSTOMER-NUMBER(WS-ITEM-IDX)
051000         MOVE OPN-OPEN-BALANCE
051100           TO WS-ITEM-OPEN-BALANCE(WS-ITEM-IDX)
051200     ELSE
051300         DISPLAY 'OPEN-ITEM TABLE FULL AT: ' OPN-INVOICE-NUMBER
051400         MOVE 16 TO RETURN-CODE
051500         STOP RUN
051600     END-IF
051700     MOVE OPN-CUSTOMER-NUMBER TO WS-LOOKUP-CUSTOMER
051800     PERFORM 1400-FIND-CUSTOMER-ENTRY THRU 1400-EXIT
051900     IF WS-CUST-NAME(WS-CUST-IDX) = SPACES
052000         MOVE OPN-CUSTOMER-NAME TO WS-CUST-NAME(WS-CUST-IDX)
052100     END-IF
052200     ADD OPN-OPEN-BALANCE TO WS-CUST-ITEM-NET(WS-CUST-IDX)
052300     IF OPN-POSTING-DATE > WS-CUST-LAST-DATE(WS-CUST-IDX)
052400         MOVE OPN-POSTING-DATE TO WS-CUST-LAST-DATE(WS-CUST-IDX)
052500     END-IF
052600     PERFORM 1210-READ-OPEN-ITEM THRU 1210-EXIT.
052700 1220-EXIT.
052800     EXIT.
052900*
053000******************************************************************
053100*    1300-LOAD-UNAPPLIED-CASH                                    *
053200*    LOADS THE UNAPPLIED-CASH CARRY INTO THE CASH TABLE AND ADDS *
053300*    EACH RECEIPT TO ITS CUSTOMER'S CASH TOTAL.  CASH FROM AN    *
053400*    UNIDENTIFIED REMITTER (CUSTOMER ZERO) BELONGS TO NOBODY WE  *
053500*    CAN PAY AND IS LEFT FOR THE CASH DESK.  A MISSING FILE      *
053600*    MEANS NOTHING CARRIED.                                      *
053700******************************************************************
053800 1300-LOAD-UNAPPLIED-CASH SECTION.
053900 1300-LOAD-UNAPPLIED-CASH-PARA.
054000     OPEN INPUT UNAPPLIED-CASH-FILE
054100     IF WS-UNAP-FILE-STATUS = '00'
054200         PERFORM 1310-READ-UNAPPLIED-RECORD THRU 1310-EXIT
054300         PERFORM 1320-STORE-UNAPPLIED-RECORD THRU 1320-EXIT
054400             UNTIL WS-EOF-UNAP
054500         CLOSE UNAPPLIED-CASH-FILE
054600     END-IF.
054700 1300-EXIT.
054800     EXIT.
054900*
055000 1310-READ-UNAPPLIED-RECORD SECTION.
055100 1310-READ-UNAPPLIED-PARA.
055200     READ UNAPPLIED-CASH-FILE
055300         AT END SET WS-EOF-UNAP TO TRUE
055400     END-READ.
055500 1310-EXIT.
055600     EXIT.
055700*
055800 1320-STORE-UNAPPLIED-RECORD SECTION.
055900 1320-STORE-UNAPPLIED-PARA.
056000     IF UNA-CUSTOMER-NUMBER = ZERO
056100         GO TO 1320-READ-NEXT
056200     END-IF
056300     IF WS-CASH-TABLE-COUNT < 5000
056400         ADD 1 TO WS-CASH-TABLE-COUNT
056500         SET WS-CASH-IDX TO WS-CASH-TABLE-COUNT
056600         MOVE UNA-RECEIPT-NUMBER
056700           TO WS-CASH-RECEIPT-NUMBER(WS-CASH-IDX)
056800         MOVE UNA-CUSTOMER-NUMBER
056900           TO WS-CASH-CUSTOMER-NUMBER(WS-CASH-IDX)
057000         MOVE UNA-AMOUNT TO WS-CASH-AMOUNT(WS-CASH-IDX)
057100     ELSE
057200         DISPLAY 'UNAPPLIED-CASH TABLE FULL AT: '
057300             UNA-RECEIPT-NUMBER
057400         MOVE 16 TO RETURN-CODE
057500         STOP RUN
057600     END-IF
057700     MOVE UNA-CUSTOMER-NUMBER TO WS-LOOKUP-CUSTOMER
057800     PERFORM 1400-FIND-CUSTOMER-ENTRY THRU 1400-EXIT
057900     ADD UNA-AMOUNT TO WS-CUST-CASH-TOTAL(WS-CUST-IDX)
058000     IF UNA-RECEIPT-DATE > WS-CUST-LAST-DATE(WS-CUST-IDX)
058100         MOVE UNA-RECEIPT-DATE TO WS-CUST-LAST-DATE(WS-CUST-IDX)
058200     END-IF.
058300 1320-READ-NEXT.
058400     PERFORM 1310-READ-UNAPPLIED-RECORD THRU 1310-EXIT.
058500 1320-EXIT.
058600     EXIT.
058700*
058800******************************************************************
058900*    1400-FIND-CUSTOMER-ENTRY                                    *
059000*    SEARCHES THE CUSTOMER TABLE FOR WS-LOOKUP-CUSTOMER AND      *
059100*    ADDS A ZEROED ENTRY WHEN IT IS NOT THERE, LEAVING           *
059200*    WS-CUST-IDX ON IT.  OVERFLOW ABENDS.                        *
059300******************************************************************
059400 1400-FIND-CUSTOMER-ENTRY SECTION.
059500 1400-FIND-CUSTOMER-ENTRY-PARA.
059600     MOVE 'N' TO WS-CUST-FOUND-SW
059700     IF WS-CUST-TABLE-COUNT > ZERO
059800         SET WS-CUST-IDX TO 1
059900         SEARCH WS-CUST-ENTRY
060000             AT END
060100                 CONTINUE
060200             WHEN WS-CUST-NUMBER(WS-CUST-IDX) = WS-LOOKUP-CUSTOMER
060300                 MOVE 'Y' TO WS-CUST-FOUND-SW
060400         END-SEARCH
060500     END-IF
060600     IF WS-CUST-FOUND
060700         GO TO 1400-EXIT
060800     END-IF
060900     IF WS-CUST-TABLE-COUNT < 2000
061000         ADD 1 TO WS-CUST-TABLE-COUNT
061100         SET WS-CUST-IDX TO WS-CUST-TABLE-COUNT
061200         MOVE WS-LOOKUP-CUSTOMER TO WS-CUST-NUMBER(WS-CUST-IDX)
061300         MOVE SPACES TO WS-CUST-NAME(WS-CUST-IDX)
061400         MOVE ZERO TO WS-CUST-ITEM-NET(WS-CUST-IDX)
061500         MOVE ZERO TO WS-CUST-CASH-TOTAL(WS-CUST-IDX)
061600         MOVE ZERO TO WS-CUST-LAST-DATE(WS-CUST-IDX)
061700     ELSE
061800         DISPLAY 'CUSTOMER TABLE FULL AT: ' WS-LOOKUP-CUSTOMER
061900         MOVE 16 TO RETURN-CODE
062000         STOP RUN
062100     END-IF.
062200 1400-EXIT.
062300     EXIT.
062400*
062500******************************************************************
062600*    2000-REVIEW-CUSTOMER                                        *
062700*    NETS ONE CUSTOMER'S OPEN ITEMS AGAINST THEIR UNAPPLIED      *
062800*    CASH.  A NET CREDIT AT LEAST THE MINIMUM REFUND, UNTOUCHED  *
062900*    FOR MORE THAN THE CREDIT AGE, IS A CANDIDATE - AN APPROVAL  *
063000*    FOR EXACTLY THE AMOUNT PAYS IT, A DECLINE DROPS IT, AND ANY *
063100*    OTHER CANDIDATE IS PROPOSED.  EVERY CANDIDATE GETS A        *
063200*    REPORT LINE; ANY OTHER CUSTOMER IS PASSED OVER IN SILENCE.  *
063300******************************************************************
063400 2000-REVIEW-CUSTOMER SECTION.
063500 2000-REVIEW-CUSTOMER-PARA.
063600     COMPUTE WS-NET-POSITION = WS-CUST-ITEM-NET(WS-CUST-IDX)
063700         - WS-CUST-CASH-TOTAL(WS-CUST-IDX)
063800     IF WS-NET-POSITION NOT < ZERO
063900         GO TO 2000-EXIT
064000     END-IF
064100     COMPUTE WS-REFUND-AMOUNT = ZERO - WS-NET-POSITION
064200     IF WS-REFUND-AMOUNT < WS-MIN-REFUND-AMOUNT
064300         GO TO 2000-EXIT
064400     END-IF
064500     COMPUTE WS-LAST-DAY-INTEGER =
064600         FUNCTION INTEGER-OF-DATE(WS-CUST-LAST-DATE(WS-CUST-IDX))
064700     COMPUTE WS-CREDIT-AGE-DAYS =
064800         WS-RUN-DAY-INTEGER - WS-LAST-DAY-INTEGER
064900     IF WS-CREDIT-AGE-DAYS NOT > WS-MIN-CREDIT-DAYS
065000         GO TO 2000-EXIT
065100     END-IF
065200     PERFORM 2100-GET-CUSTOMER-NAME THRU 2100-EXIT
065300     MOVE SPACES TO WS-RFR-DET-REASON-CODE
065400     MOVE SPACES TO WS-RFR-DET-REASON-TEXT
065500     MOVE WS-CUST-NUMBER(WS-CUST-IDX) TO WS-LOOKUP-CUSTOMER
065600     PERFORM 1130-FIND-APPROVAL-ENTRY THRU 1130-EXIT
065700     IF WS-APPR-FOUND
065800         MOVE 'Y' TO WS-APPR-USED-SW(WS-APPR-IDX)
065900         IF WS-APPR-DECLINE(WS-APPR-IDX)
066000             PERFORM 2400-DECLINE-REFUND THRU 2400-EXIT
066100         ELSE
066200             IF WS-APPR-REFUND-AMOUNT(WS-APPR-IDX) =
066300                    WS-REFUND-AMOUNT
066400                 PERFORM 2300-PAY-REFUND THRU 2300-EXIT
066500             ELSE
066600                 PERFORM 2500-PROPOSE-REFUND THRU 2500-EXIT
066700                 MOVE 'CHGD' TO WS-RFR-DET-REASON-CODE
066800                 MOVE 'AMOUNT DIFFERS FROM CARD'
066900                     TO WS-RFR-DET-REASON-TEXT
067000             END-IF
067100         END-IF
067200     ELSE
067300         PERFORM 2500-PROPOSE-REFUND THRU 2500-EXIT
067400     END-IF
067500     PERFORM 2700-WRITE-REPORT-LINE THRU 2700-EXIT.
067600 2000-EXIT.
067700     EXIT.
067800*
067900******************************************************************
068000*    2100-GET-CUSTOMER-NAME                                      *
068100*    TAKES THE PAYEE NAME FROM THE CUSTOMER MASTER; A CUSTOMER   *
068200*    NOT ON FILE KEEPS THE NAME FROM THEIR OPEN ITEMS.           *
068300******************************************************************
068400 2100-GET-CUSTOMER-NAME SECTION.
068500 2100-GET-CUSTOMER-NAME-PARA.
068600     IF NOT WS-CUST-OPEN
068700         GO TO 2100-EXIT
068800     END-IF
068900     MOVE WS-CUST-NUMBER(WS-CUST-IDX) TO CUS-CUSTOMER-NUMBER
069000     READ CUSTOMER-MASTER-FILE
069100         INVALID KEY
069200             CONTINUE
069300         NOT INVALID KEY
069400             MOVE CUS-CUSTOMER-NAME TO WS-CUST-NAME(WS-CUST-IDX)
069500     END-READ.
069600 2100-EXIT.
069700     EXIT.
069800*
069900******************************************************************
070000*    2300-PAY-REFUND                                             *
070100*    PAYS AN APPROVED REFUND - A PAYMENT REQUEST TO ACCOUNTS     *
070200*    PAYABLE, AND A REFUND DETAIL ROW FOR EVERY OPEN ITEM AND    *
070300*    UNAPPLIED RECEIPT OF THE CUSTOMER.  THE REFUND SETTLES THE  *
070400*    WHOLE ACCOUNT: INVOICES STILL OWED ARE NETTED OUT OF THE    *
070500*    CREDIT BEFORE THE CHEQUE IS CUT, SO NOTHING IS LEFT OPEN.   *
070600******************************************************************
070700 2300-PAY-REFUND SECTION.
070800 2300-PAY-REFUND-PARA.
070900     MOVE SPACES TO APR-RECORD
071000     MOVE WS-RUN-DATE TO APR-REQUEST-DATE
071100     SET APR-AR-REFUND TO TRUE
071200     MOVE WS-CUST-NUMBER(WS-CUST-IDX) TO APR-PAYEE-NUMBER
071300     MOVE WS-CUST-NAME(WS-CUST-IDX) TO APR-PAYEE-NAME
071400     MOVE WS-REFUND-AMOUNT TO APR-AMOUNT
071500     MOVE WS-CLEARING-ACCOUNT TO APR-GL-ACCOUNT
071600     MOVE WS-APPR-DECIDED-BY(WS-APPR-IDX) TO APR-APPROVED-BY
071700     WRITE APR-RECORD
071800     IF WS-ITEM-TABLE-COUNT > ZERO
071900         PERFORM 2310-WRITE-ITEM-DETAIL THRU 2310-EXIT
072000             VARYING WS-ITEM-IDX FROM 1 BY 1
072100             UNTIL WS-ITEM-IDX > WS-ITEM-TABLE-COUNT
072200     END-IF
072300     IF WS-CASH-TABLE-COUNT > ZERO
072400         PERFORM 2320-WRITE-CASH-DETAIL THRU 2320-EXIT
072500             VARYING WS-CASH-IDX FROM 1 BY 1
072600             UNTIL WS-CASH-IDX > WS-CASH-TABLE-COUNT
072700     END-IF
072800     ADD 1 TO WS-REFUND-COUNT
072900     ADD WS-REFUND-AMOUNT TO WS-REFUND-TOTAL
073000     MOVE 'REFUNDED' TO WS-RFR-DET-DISPOSITION
073100     MOVE WS-APPR-REASON-CODE(WS-APPR-IDX)
073200         TO WS-RFR-DET-REASON-CODE
073300     MOVE WS-APPR-REASON-TEXT(WS-APPR-IDX)
073400         TO WS-RFR-DET-REASON-TEXT.
073500 2300-EXIT.
073600     EXIT.
073700*
073800 2310-WRITE-ITEM-DETAIL SECTION.
073900 2310-WRITE-ITEM-DETAIL-PARA.
074000     IF WS-ITEM-CUSTOMER-NUMBER(WS-ITEM-IDX) =
074100            WS-CUST-NUMBER(WS-CUST-IDX)
074200        AND WS-ITEM-OPEN-BALANCE(WS-ITEM-IDX) NOT = ZERO
074300         MOVE WS-RUN-DATE TO RFD-REFUND-DATE
074400         MOVE WS-CUST-NUMBER(WS-CUST-IDX) TO RFD-CUSTOMER-NUMBER
074500         SET RFD-OPEN-ITEM TO TRUE
074600         MOVE WS-ITEM-INVOICE-NUMBER(WS-ITEM-IDX) TO RFD-REFERENCE
074700         MOVE WS-ITEM-OPEN-BALANCE(WS-ITEM-IDX) TO RFD-AMOUNT
074800         WRITE RFD-RECORD
074900         ADD 1 TO WS-ITEM-ROWS-WRITTEN
075000     END-IF.
075100 2310-EXIT.
075200     EXIT.
075300*
075400 2320-WRITE-CASH-DETAIL SECTION.
075500 2320-WRITE-CASH-DETAIL-PARA.
075600     IF WS-CASH-CUSTOMER-NUMBER(WS-CASH-IDX) =
075700            WS-CUST-NUMBER(WS-CUST-IDX)
075800         MOVE WS-RUN-DATE TO RFD-REFUND-DATE
075900         MOVE WS-CUST-NUMBER(WS-CUST-IDX) TO RFD-CUSTOMER-NUMBER
076000         SET RFD-UNAPPLIED-CASH TO TRUE
076100         MOVE WS-CASH-RECEIPT-NUMBER(WS-CASH-IDX) TO RFD-REFERENCE
076200         MOVE WS-CASH-AMOUNT(WS-CASH-IDX) TO RFD-AMOUNT
076300         WRITE RFD-RECORD
076400         ADD 1 TO WS-CASH-ROWS-WRITTEN
076500     END-IF.
076600 2320-EXIT.
076700     EXIT.
076800*
076900******************************************************************
077000*    2400-DECLINE-REFUND                                         *
077100*    DROPS A DECLINED CREDIT FOR TONIGHT - THE CARD'S REASON     *
077200*    PRINTS ON THE REPORT.  THE CREDIT STAYS ON THE BOOKS AND IS *
077300*    PROPOSED AGAIN NEXT RUN UNLESS ANOTHER DECLINE CARD RIDES.  *
077400*    A CARD WITH NO REASON CODE IS REPORTED AS DECL.             *
077500******************************************************************
077600 2400-DECLINE-REFUND SECTION.
077700 2400-DECLINE-REFUND-PARA.
077800     ADD 1 TO WS-DECLINE-COUNT
077900     ADD WS-REFUND-AMOUNT TO WS-DECLINE-TOTAL
078000     MOVE 'DECLINED' TO WS-RFR-DET-DISPOSITION
078100     IF WS-APPR-REASON-CODE(WS-APPR-IDX) = SPACES
078200         MOVE 'DECL' TO WS-RFR-DET-REASON-CODE
078300     ELSE
078400         MOVE WS-APPR-REASON-CODE(WS-APPR-IDX)
078500             TO WS-RFR-DET-REASON-CODE
078600     END-IF
078700     IF WS-APPR-REASON-TEXT(WS-APPR-IDX) = SPACES
078800         MOVE 'DECLINED BY AR' TO WS-RFR-DET-REASON-TEXT
078900     ELSE
079000         MOVE WS-APPR-REASON-TEXT(WS-APPR-IDX)
079100             TO WS-RFR-DET-REASON-TEXT
079200     END-IF.
079300 2400-EXIT.
079400     EXIT.
079500*
079600******************************************************************
079700*    2500-PROPOSE-REFUND                                         *
079800*    LISTS A CANDIDATE FOR APPROVAL - THE APPROVAL CARD MUST     *
079900*    CARRY THE REFUND AMOUNT PRINTED HERE.                       *
080000******************************************************************
080100 2500-PROPOSE-REFUND SECTION.
080200 2500-PROPOSE-REFUND-PARA.
080300     ADD 1 TO WS-PROPOSE-COUNT
080400     ADD WS-REFUND-AMOUNT TO WS-PROPOSE-TOTAL
080500     MOVE 'PROPOSED' TO WS-RFR-DET-DISPOSITION
080600     MOVE 'AWAITING APPROVAL' TO WS-RFR-DET-REASON-TEXT.
080700 2500-EXIT.
080800     EXIT.
080900*
081000******************************************************************
081100*    2700-WRITE-REPORT-LINE                                      *
081200*    PRINTS THE CANDIDATE JUST SETTLED WITH ITS ITEMS, CASH,     *
081300*    REFUND, CREDIT AGE, DISPOSITION AND REASON.                 *
081400******************************************************************
081500 2700-WRITE-REPORT-LINE SECTION.
081600 2700-WRITE-REPORT-LINE-PARA.
081700     MOVE WS-CUST-NUMBER(WS-CUST-IDX) TO WS-RFR-DET-CUSTOMER
081800     MOVE WS-CUST-NAME(WS-CUST-IDX) TO WS-RFR-DET-NAME
081900     MOVE WS-CUST-ITEM-NET(WS-CUST-IDX) TO WS-RFR-DET-ITEM-NET
082000     MOVE WS-CUST-CASH-TOTAL(WS-CUST-IDX) TO WS-RFR-DET-CASH
082100     MOVE WS-REFUND-AMOUNT TO WS-RFR-DET-REFUND
082200     MOVE WS-CUST-LAST-DATE(WS-CUST-IDX) TO WS-RFR-DET-LAST-DATE
082300     MOVE WS-CREDIT-AGE-DAYS TO WS-RFR-DET-AGE
082400     MOVE WS-RFR-DETAIL-LINE TO RFR-LINE
082500     WRITE RFR-LINE.
082600 2700-EXIT.
082700     EXIT.
082800*
082900******************************************************************
083000*    8100-REPORT-UNUSED-CARDS                                    *
083100*    PRINTS ANY APPROVAL CARD THAT MATCHED NO CANDIDATE - A      *
083200*    MIS-KEYED CUSTOMER, OR A CREDIT THAT WAS USED UP OR BILLED  *
083300*    AGAINST SINCE THE PROPOSAL.                                 *
083400******************************************************************
083500 8100-REPORT-UNUSED-CARDS SECTION.
083600 8100-REPORT-UNUSED-CARDS-PARA.
083700     IF WS-APPR-TABLE-COUNT > ZERO
083800         PERFORM 8110-CHECK-ONE-CARD THRU 8110-EXIT
083900             VARYING WS-APPR-IDX FROM 1 BY 1
084000             UNTIL WS-APPR-IDX > WS-APPR-TABLE-COUNT
084100     END-IF.
084200 8100-EXIT.
084300     EXIT.
084400*
084500 8110-CHECK-ONE-CARD SECTION.
084600 8110-CHECK-ONE-CARD-PARA.
084700     IF NOT WS-APPR-USED(WS-APPR-IDX)
084800         DISPLAY 'APPROVAL CARD MATCHED NO CREDIT: '
084900             WS-APPR-CUSTOMER-NUMBER(WS-APPR-IDX)
085000         MOVE WS-APPR-CUSTOMER-NUMBER(WS-APPR-IDX)
085100             TO WS-RFR-UNU-CUSTOMER
085200         MOVE WS-APPR-DECIDED-BY(WS-APPR-IDX)
085300             TO WS-RFR-UNU-DECIDED-BY
085400         MOVE WS-RFR-UNUSED-LINE TO RFR-LINE
085500         WRITE RFR-LINE
085600     END-IF.
085700 8110-EXIT.
085800     EXIT.
085900*
086000******************************************************************
086100*    8200-WRITE-REPORT-TOTALS                                    *
086200*    PRINTS THE COUNT AND REFUND TOTAL FOR EACH DISPOSITION.     *
086300******************************************************************
086400 8200-WRITE-REPORT-TOTALS SECTION.
086500 8200-WRITE-REPORT-TOTALS-PARA.
086600     MOVE SPACES TO RFR-LINE
086700     WRITE RFR-LINE
086800     MOVE 'REFUNDED' TO WS-RFR-TOT-CAPTION
086900     MOVE WS-REFUND-COUNT TO WS-RFR-TOT-COUNT
087000     MOVE WS-REFUND-TOTAL TO WS-RFR-TOT-AMOUNT
087100     MOVE WS-RFR-TOTAL-LINE TO RFR-LINE
087200     WRITE RFR-LINE
087300     MOVE 'DECLINED' TO WS-RFR-TOT-CAPTION
087400     MOVE WS-DECLINE-COUNT TO WS-RFR-TOT-COUNT
087500     MOVE WS-DECLINE-TOTAL TO WS-RFR-TOT-AMOUNT
087600     MOVE WS-RFR-TOTAL-LINE TO RFR-LINE
087700     WRITE RFR-LINE
087800     MOVE 'PROPOSED' TO WS-RFR-TOT-CAPTION
087900     MOVE WS-PROPOSE-COUNT TO WS-RFR-TOT-COUNT
088000     MOVE WS-PROPOSE-TOTAL TO WS-RFR-TOT-AMOUNT
088100     MOVE WS-RFR-TOTAL-LINE TO RFR-LINE
088200     WRITE RFR-LINE.
088300 8200-EXIT.
088400     EXIT.
088500*
088600******************************************************************
088700*    8300-WRITE-GL-JOURNAL                                       *
088800*    WRITES THE REFUND JOURNAL - A BALANCED PAIR PUTTING THE     *
088900*    REFUNDED CREDIT BACK INTO ACCOUNTS RECEIVABLE AGAINST THE   *
089000*    REFUNDS CLEARING ACCOUNT THE AP CHEQUE WILL EMPTY.  NOTHING *
089100*    REFUNDED MEANS NO JOURNAL LINES.                            *
089200******************************************************************
089300 8300-WRITE-GL-JOURNAL SECTION.
089400 8300-WRITE-GL-JOURNAL-PARA.
089500     OPEN OUTPUT GL-JOURNAL-FILE
089600     IF WS-REFUND-TOTAL NOT = ZERO
089700*        ACCOUNTS RECEIVABLE - THE CUSTOMER'S CREDIT RELIEVED
089800         MOVE '1200' TO WS-GLJ-ACCOUNT-NUMBER
089900         MOVE 'ACCOUNTS RECEIVABLE' TO WS-GLJ-ACCOUNT-NAME
090000         MOVE WS-REFUND-TOTAL TO WS-GLJ-SIGNED-AMOUNT
090100         PERFORM 8310-WRITE-ONE-GL-LINE THRU 8310-EXIT
090200*        REFUNDS CLEARING - OWED TO THE CUSTOMER UNTIL AP PAYS
090300         MOVE WS-CLEARING-ACCOUNT TO WS-GLJ-ACCOUNT-NUMBER
090400         MOVE 'REFUNDS CLEARING' TO WS-GLJ-ACCOUNT-NAME
090500         COMPUTE WS-GLJ-SIGNED-AMOUNT =
090600             ZERO - WS-REFUND-TOTAL
090700         PERFORM 8310-WRITE-ONE-GL-LINE THRU 8310-EXIT
090800     END-IF
090900     CLOSE GL-JOURNAL-FILE.
091000 8300-EXIT.
091100     EXIT.
091200*
091300 8310-WRITE-ONE-GL-LINE SECTION.
091400 8310-WRITE-ONE-GL-PARA.
091500     MOVE WS-RUN-DATE TO GLJ-POSTING-DATE
091600     MOVE ZERO TO GLJ-BATCH-NUMBER
091700     MOVE WS-GLJ-ACCOUNT-NUMBER TO GLJ-ACCOUNT-NUMBER
091800     MOVE WS-GLJ-ACCOUNT-NAME TO GLJ-ACCOUNT-NAME
091900     IF WS-GLJ-SIGNED-AMOUNT >= ZERO
092000         MOVE WS-GLJ-SIGNED-AMOUNT TO GLJ-DEBIT-AMOUNT
092100         MOVE ZERO TO GLJ-CREDIT-AMOUNT
092200     ELSE
092300         MOVE ZERO TO GLJ-DEBIT-AMOUNT
092400         COMPUTE GLJ-CREDIT-AMOUNT =
092500             ZERO - WS-GLJ-SIGNED-AMOUNT
092600     END-IF
092700     WRITE GLJ-RECORD.
092800 8310-EXIT.
092900     EXIT.
093000*
093100******************************************************************
093200*    9000-TERMINATE                                              *
093300*    REPORTS UNUSED CARDS AND THE DISPOSITION TOTALS, WRITES THE *
093400*    REFUND JOURNAL, DISPLAYS THE RUN COUNTS AND CLOSES ALL      *
093500*    FILES.                                                      *
093600******************************************************************
093700 9000-TERMINATE SECTION.
093800 9000-TERMINATE-PARA.
093900     PERFORM 8100-REPORT-UNUSED-CARDS THRU 8100-EXIT
094000     PERFORM 8200-WRITE-REPORT-TOTALS THRU 8200-EXIT
094100     PERFORM 8300-WRITE-GL-JOURNAL THRU 8300-EXIT
094200     DISPLAY 'REFUNDS PAID:        ' WS-REFUND-COUNT
094300     DISPLAY 'REFUNDS DECLINED:    ' WS-DECLINE-COUNT
094400     DISPLAY 'REFUNDS PROPOSED:    ' WS-PROPOSE-COUNT
094500     DISPLAY 'ITEM ROWS SETTLED:   ' WS-ITEM-ROWS-WRITTEN
094600     DISPLAY 'CASH ROWS SETTLED:   ' WS-CASH-ROWS-WRITTEN
094700     IF WS-CUST-OPEN
094800         CLOSE CUSTOMER-MASTER-FILE
094900     END-IF
095000     CLOSE PAYMENT-REQUEST-FILE
095100     CLOSE REFUND-DETAIL-FILE
095200     CLOSE REFUND-REPORT-FILE.
095300 9000-EXIT.
095400     EXIT.
095500*
095600******************************************************************
095700*    9510-READ-BUSINESS-DATE                                     *
095800*    TAKES THE RUN DATE FROM THE BIZDATE BUSINESS-DATE CARD, NOT *
095900*    THE CLOCK.  A MISSING CARD, OR ONE THAT IS NOT A REAL       *
096000*    CALENDAR DATE, STOPS THE STEP WITH RETURN-CODE 16.          *
096100******************************************************************
096200 9510-READ-BUSINESS-DATE SECTION.
096300 9510-READ-BUSINESS-DATE-PARA.
096400     OPEN INPUT BUSINESS-DATE-FILE
096500     IF WS-BDC-FILE-STATUS NOT = '00'
096600         DISPLAY 'ARRFND CANNOT START - NO BUSINESS DATE CARD'
096700         MOVE 16 TO RETURN-CODE
096800         STOP RUN
096900     END-IF
097000     READ BUSINESS-DATE-FILE
097100         AT END
097200             MOVE ZERO TO BDC-BUSINESS-DATE
097300     END-READ
097400     CLOSE BUSINESS-DATE-FILE
097500     IF BDC-BUSINESS-DATE NUMERIC
097600      AND BDC-YEAR NOT < 1900
097700      AND BDC-MONTH > ZERO AND BDC-MONTH < 13
097800      AND BDC-DAY > ZERO AND BDC-DAY < 32
097900         COMPUTE WS-BDC-DAY-INTEGER =
098000             FUNCTION INTEGER-OF-DATE(BDC-BUSINESS-DATE)
098100         COMPUTE WS-BDC-CHECK-DATE =
098200             FUNCTION DATE-OF-INTEGER(WS-BDC-DAY-INTEGER)
098300         IF WS-BDC-CHECK-DATE = BDC-BUSINESS-DATE
098400             MOVE BDC-BUSINESS-DATE TO WS-RUN-DATE
098500             GO TO 9510-EXIT
098600         END-IF
098700     END-IF
098800     DISPLAY 'ARRFND CANNOT START - INVALID BUSINESS '
098900         'DATE CARD: ' BDC-RECORD
099000     MOVE 16 TO RETURN-CODE
099100     STOP RUN.
099200 9510-EXIT.
099300     EXIT.
099400*
099500 END PROGRAM ARRFND.
