002197*                    ARCHIVE TOO, SO THE TAXRMT REMITTANCE       *
002198*                    NUMBERS CAN BE RECONSTRUCTED AFTER THE      *
002199*                    LIVE FILE IS PURGED.                        *
002209*    2026-10-15  RH  THE VOID/REBILL CHAIN CODE AND ORIGINAL     *
002219*                    INVOICE NUMBER RIDE TO THE ARCHIVE, SO A    *
002229*                    LATER VOID CAN STILL FIND WHAT IT REVERSES. *
002230*    2026-10-15  RH  RUN-CONTROL LEDGER.  THE RUN DATE NOW COMES *
002231*                    FROM THE BIZDATE BUSINESS-DATE CARD, NOT    *
002232*                    THE CLOCK.  THE ARCHIVE REFUSES TO START    *
002233*                    UNLESS TAXRMT HAS COMPLETED FOR THE         *
002234*                    BUSINESS DATE AND AUDITFL IS THE GENERATION *
002235*                    TAXRMT SUMMARIZED.  START, END, RETURN CODE *
002236*                    AND THE COUNT AND TOTAL OF AUDITFL BEFORE   *
002237*                    AND AFTER THE PURGE AND OF AUDHIST GO ON    *
002238*                    THE RUNCTL LEDGER.                          *
002239******************************************************************
002300 ENVIRONMENT DIVISION.
002400 CONFIGURATION SECTION.
002500 SOURCE-COMPUTER.   IBM-370.
003400         FILE STATUS IS WS-HIST-FILE-STATUS.
003500     SELECT SUMMARY-REPORT-FILE ASSIGN TO "AUDSUMM"
003600         ORGANIZATION IS LINE SEQUENTIAL.
003610     SELECT BUSINESS-DATE-FILE ASSIGN TO "BIZDATE"
003620         ORGANIZATION IS LINE SEQUENTIAL
003630         FILE STATUS IS WS-BDC-FILE-STATUS.
003640     SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
003650         ORGANIZATION IS INDEXED
003660         ACCESS MODE IS RANDOM
003670         RECORD KEY IS RCL-KEY
003680         FILE STATUS IS WS-RCL-FILE-STATUS.
003700*
003800 DATA DIVISION.
003900 FILE SECTION.
004900     LABEL RECORDS ARE STANDARD.
005000 01  SUM-LINE                    PIC X(100).
005100*
005110 FD  BUSINESS-DATE-FILE
005120     LABEL RECORDS ARE STANDARD.
005130 COPY "bizdate.cpy".
005140*
005150 FD  RUN-CONTROL-FILE
005160     LABEL RECORDS ARE STANDARD.
005170 COPY "runctl.cpy".
005180*
005200 WORKING-STORAGE SECTION.
005300 01  WS-AUDIT-FILE-STATUS       PIC X(02) VALUE SPACES.
005400 01  WS-HIST-FILE-STATUS        PIC X(02) VALUE SPACES.
011500     05  WS-SUM-DET-BILLED      PIC ZZZ,ZZZ,ZZ9.99-.
011600     05  FILLER                 PIC X(22) VALUE SPACES.
011610*
011611*    RUN-CONTROL LEDGER - THIS STEP'S NAME AND THE STEP AHEAD
011612*    OF IT IN THE CHAIN, ITS ROW ON THE LEDGER, AND THE COUNT
011613*    AND TOTAL OF EVERY FILE IT CONSUMED AND PRODUCED.  AN
011614*    INPUT'S SOURCE IS THE STEP WHOSE LEDGER ROW FOR THE
011615*    BUSINESS DATE IT MUST MATCH; AN INPUT WITH NO SOURCE IS
011616*    CHECKED AGAINST THIS STEP'S OWN LAST COMPLETED RUN, WHERE
011617*    ITS PARTNER IS THE CARRY FILE THAT RUN PRODUCED FOR IT.
011618 01  WS-BDC-FILE-STATUS         PIC X(02) VALUE SPACES.
011619 01  WS-RCL-FILE-STATUS         PIC X(02) VALUE SPACES.
011620 01  WS-RUN-CONTROL-FIELDS.
011621     05  WS-RCL-STEP-NAME       PIC X(08) VALUE 'AUDARCH'.
011622     05  WS-RCL-PREDECESSOR     PIC X(08) VALUE 'TAXRMT'.
011623     05  WS-RCL-STEP-STATUS     PIC X(01) VALUE SPACE.
011624         88  WS-RCL-STEP-COMPLETE       VALUE 'C'.
011625     05  WS-RCL-RUN-COUNT       PIC 9(03) VALUE ZERO.
011626     05  WS-RCL-START-DATE      PIC 9(08) VALUE ZERO.
011627     05  WS-RCL-START-TIME      PIC 9(08) VALUE ZERO.
011628     05  WS-RCL-END-DATE        PIC 9(08) VALUE ZERO.
011629     05  WS-RCL-END-TIME        PIC 9(08) VALUE ZERO.
011630     05  WS-RCL-RETURN-CODE     PIC 9(04) VALUE ZERO.
011631     05  WS-RCL-LAST-DATE       PIC 9(08) VALUE ZERO.
011632     05  WS-RCL-DAY-INTEGER     PIC 9(08) VALUE ZERO.
011633     05  WS-RCL-CHECK-DATE      PIC 9(08) VALUE ZERO.
011634     05  WS-RCL-WORK-NAME       PIC X(08) VALUE SPACES.
011635     05  WS-RCL-WORK-USE        PIC X(01) VALUE SPACE.
011636     05  WS-RCL-WORK-SOURCE     PIC X(08) VALUE SPACES.
011637     05  WS-RCL-WORK-PARTNER    PIC X(08) VALUE SPACES.
011638     05  WS-RCL-WORK-RECORDS    PIC 9(09) VALUE ZERO.
011639     05  WS-RCL-WORK-TOTAL      PIC S9(13)V99 VALUE ZERO.
011640     05  WS-RCL-EOF-SW          PIC X(01) VALUE 'N'.
011641         88  WS-RCL-EOF                 VALUE 'Y'.
011642     05  WS-RCL-FOUND-SW        PIC X(01) VALUE 'N'.
011643         88  WS-RCL-FOUND               VALUE 'Y'.
011644     05  WS-RCL-MATCH-SW        PIC X(01) VALUE 'N'.
011645         88  WS-RCL-MATCH               VALUE 'Y'.
011646 01  WS-RCL-MESSAGE             PIC X(100) VALUE SPACES.
011647 01  WS-RCL-SHOW-FIELDS.
011648     05  WS-RCL-SHOW-RECORDS    PIC ZZZ,ZZZ,ZZ9.
011649     05  WS-RCL-SHOW-TOTAL      PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
011650 01  WS-RCL-FILE-TABLE.
011651     05  WS-RCF-COUNT           PIC 9(02) VALUE ZERO.
011652     05  WS-RCF-ENTRY OCCURS 10 TIMES
011653                      INDEXED BY WS-RCF-IDX.
011654         10  WS-RCF-NAME              PIC X(08).
011655         10  WS-RCF-USE               PIC X(01).
011656             88  WS-RCF-CONSUMED      VALUE 'I'.
011657         10  WS-RCF-SOURCE            PIC X(08).
011658         10  WS-RCF-PARTNER           PIC X(08).
011659         10  WS-RCF-RECORDS           PIC 9(09).
011660         10  WS-RCF-TOTAL             PIC S9(13)V99.
011661         10  WS-RCF-STALE-SW          PIC X(01).
011662             88  WS-RCF-STALE         VALUE 'Y'.
011663*
011700 PROCEDURE DIVISION.
011800*
011900******************************************************************
013700******************************************************************
013800 1000-INITIALIZE SECTION.
013900 1000-INITIALIZE-PARA.
014000     PERFORM 9510-READ-BUSINESS-DATE THRU 9510-EXIT
014100     ACCEPT WS-RUN-TIME FROM TIME
014110     PERFORM 9500-START-RUN-CONTROL THRU 9500-EXIT
014200     OPEN INPUT AUDIT-FILE
014300     IF WS-AUDIT-FILE-STATUS NOT = '00'
014400         DISPLAY 'NO AUDIT FILE ON HAND - NOTHING TO ARCHIVE'
017170     MOVE AUD-STATE-TAX TO AUH-STATE-TAX
017180     MOVE AUD-TAX-LOCAL-CODE TO AUH-TAX-LOCAL-CODE
017190     MOVE AUD-LOCAL-TAX TO AUH-LOCAL-TAX
017191     MOVE AUD-CHAIN-CODE TO AUH-CHAIN-CODE
017192     MOVE AUD-ORIG-INVOICE-NUMBER TO AUH-ORIG-INVOICE-NUMBER
017200     WRITE AUH-RECORD
017300     ADD 1 TO WS-ARCHIVED-COUNT
017400     PERFORM 2200-ROLL-TYPE-TOTALS THRU 2200-EXIT
029800         CLOSE AUDIT-FILE
029900     END-IF
030000     PERFORM 8000-WRITE-SUMMARY-REPORT THRU 8000-EXIT
030100     DISPLAY 'AUDIT ROWS ARCHIVED: ' WS-ARCHIVED-COUNT
030110     PERFORM 9600-END-RUN-CONTROL THRU 9600-EXIT.
030200 9000-EXIT.
030300     EXIT.
030400*
030500******************************************************************
030600*    9500-START-RUN-CONTROL                                      *
030700*    CHECKS THE RUN-CONTROL LEDGER BEFORE ANYTHING IS PROCESSED. *
030800*    THE STEP REFUSES TO START IF TAXRMT HAS NOT COMPLETED FOR   *
030900*    THE BUSINESS DATE, IF IT HAS ALREADY COMPLETED FOR THE      *
031000*    BUSINESS DATE, IF AN INPUT IS NOT THE GENERATION ITS SOURCE *
031100*    STEP LEFT ON THE LEDGER FOR THE DATE, OR IF AN INPUT IS THE *
031200*    GENERATION THIS STEP ALREADY CONSUMED ON ITS LAST RUN.      *
031300*    OTHERWISE THE START AND THE COUNT AND TOTAL OF EVERY INPUT  *
031400*    GO ON THE LEDGER AS THIS STEP'S ROW FOR THE DATE.           *
031500******************************************************************
031600 9500-START-RUN-CONTROL SECTION.
031700 9500-START-RUN-CONTROL-PARA.
031800     ACCEPT WS-RCL-START-DATE FROM DATE YYYYMMDD
031900     ACCEPT WS-RCL-START-TIME FROM TIME
032000     PERFORM 9520-OPEN-RUN-CONTROL THRU 9520-EXIT
032100     PERFORM 9530-CHECK-PREDECESSOR THRU 9530-EXIT
032200     MOVE ZERO TO WS-RCF-COUNT
032300     MOVE 'I' TO WS-RCL-WORK-USE
032400     PERFORM 9700-MEASURE-INPUTS THRU 9700-EXIT
032500     PERFORM 9540-CHECK-HANDOFF THRU 9540-EXIT
032600     PERFORM 9550-CHECK-LAST-GENERATION THRU 9550-EXIT
032700     PERFORM 9560-RECORD-STEP-START THRU 9560-EXIT
032800     CLOSE RUN-CONTROL-FILE.
032900 9500-EXIT.
033000     EXIT.
033100*
033200******************************************************************
033300*    9510-READ-BUSINESS-DATE                                     *
033400*    TAKES THE RUN DATE FROM THE BIZDATE BUSINESS-DATE CARD, NOT *
033500*    THE CLOCK.  A MISSING CARD, OR ONE THAT IS NOT A REAL       *
033600*    CALENDAR DATE, STOPS THE STEP WITH RETURN-CODE 16.          *
033700******************************************************************
033800 9510-READ-BUSINESS-DATE SECTION.
033900 9510-READ-BUSINESS-DATE-PARA.
034000     OPEN INPUT BUSINESS-DATE-FILE
034100     IF WS-BDC-FILE-STATUS NOT = '00'
034200         DISPLAY 'AUDARCH CANNOT START - NO BUSINESS DATE CARD'
034300         MOVE 16 TO RETURN-CODE
034400         STOP RUN
034500     END-IF
034600     READ BUSINESS-DATE-FILE
034700         AT END
034800             MOVE ZERO TO BDC-BUSINESS-DATE
034900     END-READ
035000     CLOSE BUSINESS-DATE-FILE
035100     IF BDC-BUSINESS-DATE NUMERIC
035200      AND BDC-YEAR NOT < 1900
035300      AND BDC-MONTH > ZERO AND BDC-MONTH < 13
035400      AND BDC-DAY > ZERO AND BDC-DAY < 32
035500         COMPUTE WS-RCL-DAY-INTEGER =
035600             FUNCTION INTEGER-OF-DATE(BDC-BUSINESS-DATE)
035700         COMPUTE WS-RCL-CHECK-DATE =
035800             FUNCTION DATE-OF-INTEGER(WS-RCL-DAY-INTEGER)
035900         IF WS-RCL-CHECK-DATE = BDC-BUSINESS-DATE
036000             MOVE BDC-BUSINESS-DATE TO WS-RUN-DATE
036100             GO TO 9510-EXIT
036200         END-IF
036300     END-IF
036400     DISPLAY 'AUDARCH CANNOT START - INVALID BUSINESS '
036500         'DATE CARD: ' BDC-RECORD
036600     MOVE 16 TO RETURN-CODE
036700     STOP RUN.
036800 9510-EXIT.
036900     EXIT.
037000*
037100******************************************************************
037200*    9520-OPEN-RUN-CONTROL                                       *
037300*    OPENS THE LEDGER FOR UPDATE, CREATING IT EMPTY ON THE VERY  *
037400*    FIRST RUN.                                                  *
037500******************************************************************
037600 9520-OPEN-RUN-CONTROL SECTION.
037700 9520-OPEN-RUN-CONTROL-PARA.
037800     OPEN I-O RUN-CONTROL-FILE
037900     IF WS-RCL-FILE-STATUS = '35'
038000         OPEN OUTPUT RUN-CONTROL-FILE
038100         CLOSE RUN-CONTROL-FILE
038200         OPEN I-O RUN-CONTROL-FILE
038300     END-IF
038400     IF WS-RCL-FILE-STATUS NOT = '00'
038500         DISPLAY 'RUN-CONTROL LEDGER WILL NOT OPEN - STATUS '
038600             WS-RCL-FILE-STATUS
038700         MOVE 16 TO RETURN-CODE
038800         STOP RUN
038900     END-IF.
039000 9520-EXIT.
039100     EXIT.
039200*
039300******************************************************************
039400*    9530-CHECK-PREDECESSOR                                      *
039500*    THE STEP AHEAD IN THE CHAIN MUST HAVE COMPLETED FOR THE     *
039600*    BUSINESS DATE.  THIS STEP MUST NOT HAVE COMPLETED FOR IT    *
039700*    ALREADY; A STARTED OR FAILED ROW IS A RERUN, AND ITS RUN    *
039800*    COUNT CARRIES ON.                                           *
039900******************************************************************
040000 9530-CHECK-PREDECESSOR SECTION.
040100 9530-CHECK-PREDECESSOR-PARA.
040200     MOVE WS-RUN-DATE TO RCL-BUSINESS-DATE
040300     MOVE WS-RCL-PREDECESSOR TO RCL-STEP-NAME
040400     READ RUN-CONTROL-FILE
040500         INVALID KEY
040600             MOVE SPACE TO RCL-STEP-STATUS
040700     END-READ
040800     IF NOT RCL-STEP-COMPLETE
040900         DISPLAY 'AUDARCH CANNOT START - '
041000             'TAXRMT HAS NOT COMPLETED FOR BUSINESS DATE '
041100             WS-RUN-DATE
041200         PERFORM 9590-REFUSE-START THRU 9590-EXIT
041300     END-IF
041400     MOVE WS-RUN-DATE TO RCL-BUSINESS-DATE
041500     MOVE WS-RCL-STEP-NAME TO RCL-STEP-NAME
041600     READ RUN-CONTROL-FILE
041700         INVALID KEY
041800             MOVE SPACE TO RCL-STEP-STATUS
041900             MOVE ZERO TO RCL-RUN-COUNT
042000     END-READ
042100     IF RCL-STEP-COMPLETE
042200         DISPLAY 'AUDARCH CANNOT START - ALREADY COMPLETE FOR '
042300             'BUSINESS DATE ' WS-RUN-DATE
042400         PERFORM 9590-REFUSE-START THRU 9590-EXIT
042500     END-IF
042600     MOVE RCL-RUN-COUNT TO WS-RCL-RUN-COUNT.
042700 9530-EXIT.
042800     EXIT.
042900*
043000******************************************************************
043100*    9540-CHECK-HANDOFF                                          *
043200*    EVERY INPUT WITH A SOURCE STEP MUST CARRY THE SAME RECORD   *
043300*    COUNT AND TOTAL AS THE SOURCE STEP'S LEDGER ROW SHOWS FOR   *
043400*    THE SAME FILE ON THE BUSINESS DATE - ANYTHING ELSE IS NOT   *
043500*    THE GENERATION THE CHAIN HANDED ON.  A SOURCE ROW THAT DOES *
043600*    NOT NAME THE FILE CANNOT BE CHECKED AND IS PASSED.          *
043700******************************************************************
043800 9540-CHECK-HANDOFF SECTION.
043900 9540-CHECK-HANDOFF-PARA.
044000     PERFORM 9541-CHECK-ONE-HANDOFF THRU 9541-EXIT
044100         VARYING WS-RCF-IDX FROM 1 BY 1
044200         UNTIL WS-RCF-IDX > WS-RCF-COUNT.
044300 9540-EXIT.
044400     EXIT.
044500*
044600 9541-CHECK-ONE-HANDOFF SECTION.
044700 9541-CHECK-ONE-HANDOFF-PARA.
044800     IF WS-RCF-SOURCE(WS-RCF-IDX) = SPACES
044900         GO TO 9541-EXIT
045000     END-IF
045100     MOVE WS-RUN-DATE TO RCL-BUSINESS-DATE
045200     MOVE WS-RCF-SOURCE(WS-RCF-IDX) TO RCL-STEP-NAME
045300     READ RUN-CONTROL-FILE
045400         INVALID KEY
045500             MOVE ZERO TO RCL-FILE-COUNT
045600     END-READ
045700     MOVE 'N' TO WS-RCL-FOUND-SW
045800     MOVE 'N' TO WS-RCL-MATCH-SW
045900     IF RCL-FILE-COUNT > ZERO
046000         PERFORM 9542-MATCH-HANDOFF-ENTRY THRU 9542-EXIT
046100             VARYING RCL-FILE-IDX FROM 1 BY 1
046200             UNTIL RCL-FILE-IDX > RCL-FILE-COUNT
046300     END-IF
046400     IF NOT WS-RCL-FOUND OR WS-RCL-MATCH
046500         GO TO 9541-EXIT
046600     END-IF
046700     MOVE SPACES TO WS-RCL-MESSAGE
046800     STRING 'AUDARCH CANNOT START - '
046900                DELIMITED BY SIZE
047000            WS-RCF-NAME(WS-RCF-IDX)
047100                DELIMITED BY SPACE
047200            ' IS NOT THE GENERATION '
047300                DELIMITED BY SIZE
047400            WS-RCF-SOURCE(WS-RCF-IDX)
047500                DELIMITED BY SPACE
047600            ' LEFT FOR BUSINESS DATE '
047700                DELIMITED BY SIZE
047800            WS-RUN-DATE
047900                DELIMITED BY SIZE
048000         INTO WS-RCL-MESSAGE
048100     END-STRING
048200     DISPLAY WS-RCL-MESSAGE
048300     MOVE WS-RCL-WORK-RECORDS TO WS-RCL-SHOW-RECORDS
048400     MOVE WS-RCL-WORK-TOTAL TO WS-RCL-SHOW-TOTAL
048500     DISPLAY '    LEDGER SHOWS ' WS-RCL-SHOW-RECORDS
048600         ' RECORDS, TOTAL ' WS-RCL-SHOW-TOTAL
048700     MOVE WS-RCF-RECORDS(WS-RCF-IDX) TO WS-RCL-SHOW-RECORDS
048800     MOVE WS-RCF-TOTAL(WS-RCF-IDX) TO WS-RCL-SHOW-TOTAL
048900     DISPLAY '    FILE ON HAND ' WS-RCL-SHOW-RECORDS
049000         ' RECORDS, TOTAL ' WS-RCL-SHOW-TOTAL
049100     PERFORM 9590-REFUSE-START THRU 9590-EXIT.
049200 9541-EXIT.
049300     EXIT.
049400*
049500 9542-MATCH-HANDOFF-ENTRY SECTION.
049600 9542-MATCH-HANDOFF-ENTRY-PARA.
049700     IF RCL-FILE-NAME(RCL-FILE-IDX) = WS-RCF-NAME(WS-RCF-IDX)
049800         SET WS-RCL-FOUND TO TRUE
049900         MOVE RCL-FILE-RECORDS(RCL-FILE-IDX)
050000           TO WS-RCL-WORK-RECORDS
050100         MOVE RCL-FILE-TOTAL(RCL-FILE-IDX) TO WS-RCL-WORK-TOTAL
050200         IF RCL-FILE-RECORDS(RCL-FILE-IDX) =
050300                WS-RCF-RECORDS(WS-RCF-IDX)
050400          AND RCL-FILE-TOTAL(RCL-FILE-IDX) =
050500                WS-RCF-TOTAL(WS-RCF-IDX)
050600             SET WS-RCL-MATCH TO TRUE
050700         END-IF
050800     END-IF.
050900 9542-EXIT.
051000     EXIT.
051100*
051200******************************************************************
051300*    9550-CHECK-LAST-GENERATION                                  *
051400*    EVERY NON-EMPTY INPUT WITHOUT A SOURCE STEP IS CHECKED      *
051500*    AGAINST THIS STEP'S LAST COMPLETED RUN (ITS ZERO-DATE ROW). *
051600*    THE SAME RECORD COUNT AND TOTAL AS AN INPUT THAT RUN        *
051700*    CONSUMED MEANS THE OLD GENERATION WAS HANDED IN AGAIN -     *
051800*    UNLESS IT ALSO MATCHES THE CARRY FILE THAT RUN PRODUCED FOR *
051900*    IT, WHICH IS THE SWAP DONE RIGHT WITH NOTHING CHANGED.  NO  *
052000*    ZERO-DATE ROW MEANS A FIRST RUN.                            *
052100******************************************************************
052200 9550-CHECK-LAST-GENERATION SECTION.
052300 9550-CHECK-LAST-GENERATION-PARA.
052400     MOVE ZERO TO RCL-BUSINESS-DATE
052500     MOVE WS-RCL-STEP-NAME TO RCL-STEP-NAME
052600     READ RUN-CONTROL-FILE
052700         INVALID KEY
052800             GO TO 9550-EXIT
052900     END-READ
053000     MOVE RCL-LAST-BUSINESS-DATE TO WS-RCL-LAST-DATE
053100     PERFORM 9551-CHECK-ONE-GENERATION THRU 9551-EXIT
053200         VARYING WS-RCF-IDX FROM 1 BY 1
053300         UNTIL WS-RCF-IDX > WS-RCF-COUNT.
053400 9550-EXIT.
053500     EXIT.
053600*
053700 9551-CHECK-ONE-GENERATION SECTION.
053800 9551-CHECK-ONE-GENERATION-PARA.
053900     IF WS-RCF-SOURCE(WS-RCF-IDX) NOT = SPACES
054000      OR WS-RCF-RECORDS(WS-RCF-IDX) = ZERO
054100         GO TO 9551-EXIT
054200     END-IF
054300     PERFORM 9552-MATCH-CONSUMED-ENTRY THRU 9552-EXIT
054400         VARYING RCL-FILE-IDX FROM 1 BY 1
054500         UNTIL RCL-FILE-IDX > RCL-FILE-COUNT
054600     IF WS-RCF-STALE(WS-RCF-IDX)
054700      AND WS-RCF-PARTNER(WS-RCF-IDX) NOT = SPACES
054800         PERFORM 9553-MATCH-PARTNER-ENTRY THRU 9553-EXIT
054900             VARYING RCL-FILE-IDX FROM 1 BY 1
055000             UNTIL RCL-FILE-IDX > RCL-FILE-COUNT
055100     END-IF
055200     IF NOT WS-RCF-STALE(WS-RCF-IDX)
055300         GO TO 9551-EXIT
055400     END-IF
055500     MOVE SPACES TO WS-RCL-MESSAGE
055600     STRING 'AUDARCH CANNOT START - '
055700                DELIMITED BY SIZE
055800            WS-RCF-NAME(WS-RCF-IDX)
055900                DELIMITED BY SPACE
056000            ' IS THE GENERATION ALREADY CONSUMED FOR '
056100                DELIMITED BY SIZE
056200            'BUSINESS DATE '
056300                DELIMITED BY SIZE
056400            WS-RCL-LAST-DATE
056500                DELIMITED BY SIZE
056600         INTO WS-RCL-MESSAGE
056700     END-STRING
056800     DISPLAY WS-RCL-MESSAGE
056900     IF WS-RCF-PARTNER(WS-RCF-IDX) NOT = SPACES
057000         MOVE SPACES TO WS-RCL-MESSAGE
057100         STRING '    SWAP IN THE '
057200                    DELIMITED BY SIZE
057300                WS-RCF-PARTNER(WS-RCF-IDX)
057400                    DELIMITED BY SPACE
057500                ' THAT RUN PRODUCED AS '
057600                    DELIMITED BY SIZE
057700                WS-RCF-NAME(WS-RCF-IDX)
057800                    DELIMITED BY SPACE
057900             INTO WS-RCL-MESSAGE
058000         END-STRING
058100         DISPLAY WS-RCL-MESSAGE
058200     END-IF
058300     PERFORM 9590-REFUSE-START THRU 9590-EXIT.
058400 9551-EXIT.
058500     EXIT.
058600*
058700 9552-MATCH-CONSUMED-ENTRY SECTION.
058800 9552-MATCH-CONSUMED-ENTRY-PARA.
058900     IF RCL-FILE-CONSUMED(RCL-FILE-IDX)
059000      AND RCL-FILE-NAME(RCL-FILE-IDX) = WS-RCF-NAME(WS-RCF-IDX)
059100      AND RCL-FILE-RECORDS(RCL-FILE-IDX) =
059200             WS-RCF-RECORDS(WS-RCF-IDX)
059300      AND RCL-FILE-TOTAL(RCL-FILE-IDX) = WS-RCF-TOTAL(WS-RCF-IDX)
059400         MOVE 'Y' TO WS-RCF-STALE-SW(WS-RCF-IDX)
059500     END-IF.
059600 9552-EXIT.
059700     EXIT.
059800*
059900 9553-MATCH-PARTNER-ENTRY SECTION.
060000 9553-MATCH-PARTNER-ENTRY-PARA.
060100     IF RCL-FILE-PRODUCED(RCL-FILE-IDX)
060200      AND RCL-FILE-NAME(RCL-FILE-IDX) = WS-RCF-PARTNER(WS-RCF-IDX)
060300      AND RCL-FILE-RECORDS(RCL-FILE-IDX) =
060400             WS-RCF-RECORDS(WS-RCF-IDX)
060500      AND RCL-FILE-TOTAL(RCL-FILE-IDX) = WS-RCF-TOTAL(WS-RCF-IDX)
060600         MOVE 'N' TO WS-RCF-STALE-SW(WS-RCF-IDX)
060700     END-IF.
060800 9553-EXIT.
060900     EXIT.
061000*
061100******************************************************************
061200*    9560-RECORD-STEP-START                                      *
061300*    WRITES THIS STEP'S ROW FOR THE BUSINESS DATE AS STARTED,    *
061400*    WITH THE START TIME AND THE INPUTS' COUNTS AND TOTALS.      *
061500******************************************************************
061600 9560-RECORD-STEP-START SECTION.
061700 9560-RECORD-STEP-START-PARA.
061800     ADD 1 TO WS-RCL-RUN-COUNT
061900     MOVE 'S' TO WS-RCL-STEP-STATUS
062000     MOVE ZERO TO WS-RCL-END-DATE
062100     MOVE ZERO TO WS-RCL-END-TIME
062200     MOVE ZERO TO WS-RCL-RETURN-CODE
062300     PERFORM 9570-BUILD-STEP-ROW THRU 9570-EXIT
062400     PERFORM 9580-PUT-STEP-ROW THRU 9580-EXIT
062500     DISPLAY 'RUN CONTROL: AUDARCH STARTED FOR BUSINESS DATE '
062600         WS-RUN-DATE.
062700 9560-EXIT.
062800     EXIT.
062900*
063000******************************************************************
063100*    9570-BUILD-STEP-ROW                                         *
063200*    BUILDS THIS STEP'S LEDGER ROW FOR THE BUSINESS DATE FROM    *
063300*    THE RUN-CONTROL FIELDS AND THE FILE TABLE.                  *
063400******************************************************************
063500 9570-BUILD-STEP-ROW SECTION.
063600 9570-BUILD-STEP-ROW-PARA.
063700     INITIALIZE RCL-RECORD
063800     MOVE WS-RUN-DATE TO RCL-BUSINESS-DATE
063900     MOVE WS-RCL-STEP-NAME TO RCL-STEP-NAME
064000     MOVE WS-RCL-STEP-STATUS TO RCL-STEP-STATUS
064100     MOVE WS-RCL-RUN-COUNT TO RCL-RUN-COUNT
064200     MOVE WS-RCL-START-DATE TO RCL-START-DATE
064300     MOVE WS-RCL-START-TIME TO RCL-START-TIME
064400     MOVE WS-RCL-END-DATE TO RCL-END-DATE
064500     MOVE WS-RCL-END-TIME TO RCL-END-TIME
064600     MOVE WS-RCL-RETURN-CODE TO RCL-RETURN-CODE
064700     MOVE WS-RUN-DATE TO RCL-LAST-BUSINESS-DATE
064800     MOVE WS-RCF-COUNT TO RCL-FILE-COUNT
064900     PERFORM 9575-MOVE-FILE-ENTRY THRU 9575-EXIT
065000         VARYING WS-RCF-IDX FROM 1 BY 1
065100         UNTIL WS-RCF-IDX > WS-RCF-COUNT.
065200 9570-EXIT.
065300     EXIT.
065400*
065500 9575-MOVE-FILE-ENTRY SECTION.
065600 9575-MOVE-FILE-ENTRY-PARA.
065700     SET RCL-FILE-IDX TO WS-RCF-IDX
065800     MOVE WS-RCF-NAME(WS-RCF-IDX) TO RCL-FILE-NAME(RCL-FILE-IDX)
065900     MOVE WS-RCF-USE(WS-RCF-IDX) TO RCL-FILE-USE(RCL-FILE-IDX)
066000     MOVE WS-RCF-RECORDS(WS-RCF-IDX)
066100       TO RCL-FILE-RECORDS(RCL-FILE-IDX)
066200     MOVE WS-RCF-TOTAL(WS-RCF-IDX)
066300       TO RCL-FILE-TOTAL(RCL-FILE-IDX).
066400 9575-EXIT.
066500     EXIT.
066600*
066700******************************************************************
066800*    9580-PUT-STEP-ROW                                           *
066900*    ADDS THE ROW IN RCL-RECORD TO THE LEDGER, OR REPLACES IT IF *
067000*    ITS KEY IS ALREADY THERE.                                   *
067100******************************************************************
067200 9580-PUT-STEP-ROW SECTION.
067300 9580-PUT-STEP-ROW-PARA.
067400     WRITE RCL-RECORD
067500         INVALID KEY
067600             REWRITE RCL-RECORD
067700                 INVALID KEY
067800                     DISPLAY 'RUN-CONTROL LEDGER WILL NOT '
067900                         'UPDATE - STATUS ' WS-RCL-FILE-STATUS
068000                     MOVE 16 TO RETURN-CODE
068100                     STOP RUN
068200             END-REWRITE
068300     END-WRITE.
068400 9580-EXIT.
068500     EXIT.
068600*
068700******************************************************************
068800*    9590-REFUSE-START                                           *
068900*    ENDS A STEP THAT FAILED A RUN-CONTROL CHECK WITH RETURN-    *
069000*    CODE 16 BEFORE IT HAS TOUCHED A FILE.  THE LEDGER IS LEFT   *
069100*    AS IT WAS.                                                  *
069200******************************************************************
069300 9590-REFUSE-START SECTION.
069400 9590-REFUSE-START-PARA.
069500     DISPLAY 'AUDARCH NOT STARTED - NOTHING PROCESSED'
069600     CLOSE RUN-CONTROL-FILE
069700     MOVE 16 TO RETURN-CODE
069800     STOP RUN.
069900 9590-EXIT.
070000     EXIT.
070100*
070200******************************************************************
070300*    9600-END-RUN-CONTROL                                        *
070400*    RECORDS THE END OF THE STEP ON THE LEDGER - END TIME,       *
070500*    RETURN CODE, AND THE COUNT AND TOTAL OF EVERY FILE THE STEP *
070600*    PRODUCED.  BELOW RETURN-CODE 16 THE STEP IS COMPLETE AND    *
070700*    ITS ROW IS ALSO COPIED TO ITS ZERO-DATE ROW FOR THE NEXT    *
070800*    RUN'S GENERATION CHECK; AT 16 IT IS FAILED, WHICH HOLDS THE *
070900*    NEXT STEP UNTIL A RERUN COMPLETES.                          *
071000******************************************************************
071100 9600-END-RUN-CONTROL SECTION.
071200 9600-END-RUN-CONTROL-PARA.
071300     MOVE 'O' TO WS-RCL-WORK-USE
071400     MOVE SPACES TO WS-RCL-WORK-SOURCE
071500     MOVE SPACES TO WS-RCL-WORK-PARTNER
071600     PERFORM 9750-MEASURE-OUTPUTS THRU 9750-EXIT
071700     ACCEPT WS-RCL-END-DATE FROM DATE YYYYMMDD
071800     ACCEPT WS-RCL-END-TIME FROM TIME
071900     MOVE RETURN-CODE TO WS-RCL-RETURN-CODE
072000     IF RETURN-CODE < 16
072100         MOVE 'C' TO WS-RCL-STEP-STATUS
072200     ELSE
072300         MOVE 'F' TO WS-RCL-STEP-STATUS
072400     END-IF
072500     PERFORM 9520-OPEN-RUN-CONTROL THRU 9520-EXIT
072600     PERFORM 9570-BUILD-STEP-ROW THRU 9570-EXIT
072700     PERFORM 9580-PUT-STEP-ROW THRU 9580-EXIT
072800     IF WS-RCL-STEP-COMPLETE
072900         MOVE ZERO TO RCL-BUSINESS-DATE
073000         PERFORM 9580-PUT-STEP-ROW THRU 9580-EXIT
073100     END-IF
073200     CLOSE RUN-CONTROL-FILE
073300     PERFORM 9610-DISPLAY-FILE-ENTRY THRU 9610-EXIT
073400         VARYING WS-RCF-IDX FROM 1 BY 1
073500         UNTIL WS-RCF-IDX > WS-RCF-COUNT
073600     IF WS-RCL-STEP-COMPLETE
073700         DISPLAY 'RUN CONTROL: AUDARCH COMPLETE FOR '
073800             'BUSINESS DATE ' WS-RUN-DATE ' RETURN CODE '
073900             WS-RCL-RETURN-CODE
074000     ELSE
074100         DISPLAY 'RUN CONTROL: AUDARCH FAILED FOR '
074200             'BUSINESS DATE ' WS-RUN-DATE ' RETURN CODE '
074300             WS-RCL-RETURN-CODE
074400     END-IF.
074500 9600-EXIT.
074600     EXIT.
074700*
074800 9610-DISPLAY-FILE-ENTRY SECTION.
074900 9610-DISPLAY-FILE-ENTRY-PARA.
075000     MOVE WS-RCF-RECORDS(WS-RCF-IDX) TO WS-RCL-SHOW-RECORDS
075100     MOVE WS-RCF-TOTAL(WS-RCF-IDX) TO WS-RCL-SHOW-TOTAL
075200     IF WS-RCF-CONSUMED(WS-RCF-IDX)
075300         DISPLAY 'RUN CONTROL: CONSUMED ' WS-RCF-NAME(WS-RCF-IDX)
075400             WS-RCL-SHOW-RECORDS ' RECORDS, TOTAL '
075500             WS-RCL-SHOW-TOTAL
075600     ELSE
075700         DISPLAY 'RUN CONTROL: PRODUCED ' WS-RCF-NAME(WS-RCF-IDX)
075800             WS-RCL-SHOW-RECORDS ' RECORDS, TOTAL '
075900             WS-RCL-SHOW-TOTAL
076000     END-IF.
076100 9610-EXIT.
076200     EXIT.
076300*
076400******************************************************************
076500*    9700-MEASURE-INPUTS                                         *
076600*    COUNTS AND TOTALS EVERY FILE THIS STEP CONSUMES - AUDITFL.  *
076700*    AUDITFL MUST BE AS TAXRMT LEFT IT.                          *
076800******************************************************************
076900 9700-MEASURE-INPUTS SECTION.
077000 9700-MEASURE-INPUTS-PARA.
077100     MOVE 'TAXRMT' TO WS-RCL-WORK-SOURCE
077200     MOVE SPACES TO WS-RCL-WORK-PARTNER
077300     PERFORM 9810-COUNT-AUDIT-TRAIL THRU 9810-EXIT.
077400 9700-EXIT.
077500     EXIT.
077600*
077700******************************************************************
077800*    9750-MEASURE-OUTPUTS                                        *
077900*    COUNTS AND TOTALS EVERY FILE THIS STEP PRODUCED - AUDITFL   *
078000*    AND AUDHIST - ONCE THEY ARE CLOSED.                         *
078100******************************************************************
078200 9750-MEASURE-OUTPUTS SECTION.
078300 9750-MEASURE-OUTPUTS-PARA.
078400     PERFORM 9810-COUNT-AUDIT-TRAIL THRU 9810-EXIT
078500     PERFORM 9820-COUNT-AUDIT-HISTORY THRU 9820-EXIT.
078600 9750-EXIT.
078700     EXIT.
078800*
078900******************************************************************
079000*    9790-ADD-FILE-ENTRY                                         *
079100*    ADDS THE FILE JUST COUNTED TO THE RUN-CONTROL FILE TABLE.   *
079200******************************************************************
079300 9790-ADD-FILE-ENTRY SECTION.
079400 9790-ADD-FILE-ENTRY-PARA.
079500     ADD 1 TO WS-RCF-COUNT
079600     SET WS-RCF-IDX TO WS-RCF-COUNT
079700     MOVE WS-RCL-WORK-NAME TO WS-RCF-NAME(WS-RCF-IDX)
079800     MOVE WS-RCL-WORK-USE TO WS-RCF-USE(WS-RCF-IDX)
079900     MOVE WS-RCL-WORK-SOURCE TO WS-RCF-SOURCE(WS-RCF-IDX)
080000     MOVE WS-RCL-WORK-PARTNER TO WS-RCF-PARTNER(WS-RCF-IDX)
080100     MOVE WS-RCL-WORK-RECORDS TO WS-RCF-RECORDS(WS-RCF-IDX)
080200     MOVE WS-RCL-WORK-TOTAL TO WS-RCF-TOTAL(WS-RCF-IDX)
080300     MOVE 'N' TO WS-RCF-STALE-SW(WS-RCF-IDX).
080400 9790-EXIT.
080500     EXIT.
080600*
080700******************************************************************
080800*    9810-COUNT-AUDIT-TRAIL                                      *
080900*    COUNTS THE AUDIT TRAIL (AUDITFL) FOR THE LEDGER, TOTALLING  *
081000*    THE BILLED TOTALS.  A FILE NOT ON HAND COUNTS AS EMPTY.     *
081100******************************************************************
081200 9810-COUNT-AUDIT-TRAIL SECTION.
081300 9810-COUNT-AUDIT-TRAIL-PARA.
081400     MOVE 'AUDITFL' TO WS-RCL-WORK-NAME
081500     MOVE ZERO TO WS-RCL-WORK-RECORDS
081600     MOVE ZERO TO WS-RCL-WORK-TOTAL
081700     MOVE 'N' TO WS-RCL-EOF-SW
081800     OPEN INPUT AUDIT-FILE
081900     IF WS-AUDIT-FILE-STATUS = '00'
082000         PERFORM 9811-ADD-AUDIT-RECORD THRU 9811-EXIT
082100             UNTIL WS-RCL-EOF
082200         CLOSE AUDIT-FILE
082300     END-IF
082400     PERFORM 9790-ADD-FILE-ENTRY THRU 9790-EXIT.
082500 9810-EXIT.
082600     EXIT.
082700*
082800 9811-ADD-AUDIT-RECORD SECTION.
082900 9811-ADD-AUDIT-RECORD-PARA.
083000     READ AUDIT-FILE
083100         AT END
083200             SET WS-RCL-EOF TO TRUE
083300     END-READ
083400     IF NOT WS-RCL-EOF
083500         ADD 1 TO WS-RCL-WORK-RECORDS
083600         ADD AUD-TOTAL TO WS-RCL-WORK-TOTAL
083700     END-IF.
083800 9811-EXIT.
083900     EXIT.
084000*
084100******************************************************************
084200*    9820-COUNT-AUDIT-HISTORY                                    *
084300*    COUNTS THE AUDIT HISTORY (AUDHIST) FOR THE LEDGER,          *
084400*    TOTALLING THE BILLED TOTALS.  A FILE NOT ON HAND COUNTS AS  *
084500*    EMPTY.                                                      *
084600******************************************************************
084700 9820-COUNT-AUDIT-HISTORY SECTION.
084800 9820-COUNT-AUDIT-HISTORY-PARA.
084900     MOVE 'AUDHIST' TO WS-RCL-WORK-NAME
085000     MOVE ZERO TO WS-RCL-WORK-RECORDS
085100     MOVE ZERO TO WS-RCL-WORK-TOTAL
085200     MOVE 'N' TO WS-RCL-EOF-SW
085300     OPEN INPUT AUDIT-HISTORY-FILE
085400     IF WS-HIST-FILE-STATUS = '00'
085500         PERFORM 9821-ADD-HISTORY-RECORD THRU 9821-EXIT
085600             UNTIL WS-RCL-EOF
085700         CLOSE AUDIT-HISTORY-FILE
085800     END-IF
085900     PERFORM 9790-ADD-FILE-ENTRY THRU 9790-EXIT.
086000 9820-EXIT.
086100     EXIT.
086200*
086300 9821-ADD-HISTORY-RECORD SECTION.
086400 9821-ADD-HISTORY-RECORD-PARA.
086500     READ AUDIT-HISTORY-FILE
086600         AT END
086700             SET WS-RCL-EOF TO TRUE
086800     END-READ
086900     IF NOT WS-RCL-EOF
087000         ADD 1 TO WS-RCL-WORK-RECORDS
087100         ADD AUH-TOTAL TO WS-RCL-WORK-TOTAL
087200     END-IF.
087300 9821-EXIT.
087400     EXIT.
087500*
087600 END PROGRAM AUDARCH.
