002830*                    SCREEN AND APPLY TO THE MASTER WITH THE     *
002840*                    REST OF THE ROW - BLANK CODES KEEP THE      *
002850*                    CURRENT ONES ON A CHANGE.                   *
002860*    2026-10-15  RH  THE PENDING ENTRY'S PAYMENT TERMS NOW SHOW  *
002870*                    ON THE REVIEW SCREEN AND APPLY WITH THE     *
002880*                    ROW - BLANK TERMS ARE NET30 ON AN ADD AND   *
002890*                    KEEP THE CURRENT TERMS ON A CHANGE.         *
002891*    2026-10-15  RH  THE PENDING ENTRY'S FINANCE-CHARGE CLASS    *
002892*                    AND EXEMPT FLAG NOW SHOW ON THE REVIEW      *
002893*                    SCREEN AND APPLY WITH THE ROW - BLANK KEEPS *
002894*                    THE CURRENT VALUE ON A CHANGE.              *
002895*    2026-10-15  RH  THE PENDING ENTRY'S BILL-TO ADDRESS,        *
002896*                    DELIVERY METHOD AND EDI PARTNER ID NOW SHOW *
002897*                    ON THE REVIEW SCREEN AND APPLY WITH THE ROW *
002898*                    - BLANKS KEEP THE CURRENT VALUES ON A       *
002899*                    CHANGE.                                     *
002900******************************************************************
003000 ENVIRONMENT DIVISION.
003100 CONFIGURATION SECTION.
010600         10  WS-PNC-CREDIT-LIMIT      PIC 9(09)V99.
010610         10  WS-PNC-TAX-STATE         PIC X(02).
010620         10  WS-PNC-TAX-LOCAL         PIC X(04).
010630         10  WS-PNC-PAYMENT-TERMS     PIC X(08).
010640         10  WS-PNC-CUSTOMER-CLASS    PIC X(02).
010650         10  WS-PNC-FINCHG-EXEMPT     PIC X(01).
010651         10  WS-PNC-BILL-ADDRESS-1    PIC X(30).
010652         10  WS-PNC-BILL-ADDRESS-2    PIC X(30).
010653         10  WS-PNC-BILL-CITY         PIC X(20).
010654         10  WS-PNC-BILL-STATE        PIC X(02).
010655         10  WS-PNC-BILL-ZIP          PIC X(10).
010656         10  WS-PNC-DELIVERY-METHOD   PIC X(01).
010657         10  WS-PNC-EDI-PARTNER-ID    PIC X(15).
010700         10  WS-PNC-STATUS            PIC X(01).
010800             88  WS-PNC-PENDING       VALUE 'P'.
010900         10  WS-PNC-ENTERED-BY        PIC X(08).
012100     05  WS-SCR-CREDIT-LIMIT    PIC 9(09)V99 VALUE ZERO.
012110     05  WS-SCR-TAX-STATE       PIC X(02) VALUE SPACES.
012120     05  WS-SCR-TAX-LOCAL       PIC X(04) VALUE SPACES.
012130     05  WS-SCR-PAYMENT-TERMS   PIC X(08) VALUE SPACES.
012140     05  WS-SCR-CUSTOMER-CLASS  PIC X(02) VALUE SPACES.
012150     05  WS-SCR-FINCHG-EXEMPT   PIC X(01) VALUE SPACES.
012151     05  WS-SCR-BILL-ADDRESS-1  PIC X(30) VALUE SPACES.
012152     05  WS-SCR-BILL-ADDRESS-2  PIC X(30) VALUE SPACES.
012153     05  WS-SCR-BILL-CITY       PIC X(20) VALUE SPACES.
012154     05  WS-SCR-BILL-STATE      PIC X(02) VALUE SPACES.
012155     05  WS-SCR-BILL-ZIP        PIC X(10) VALUE SPACES.
012156     05  WS-SCR-DELIVERY-METHOD PIC X(01) VALUE SPACES.
012157     05  WS-SCR-EDI-PARTNER-ID  PIC X(15) VALUE SPACES.
012200     05  WS-SCR-ENTERED-BY      PIC X(08) VALUE SPACES.
012300     05  WS-SCR-ENTERED-DATE    PIC 9(08) VALUE ZERO.
012400     05  WS-SCR-APPROVER-ID     PIC X(08) VALUE SPACES.
015230     05  LINE 09 COLUMN 05 VALUE "TAX LOCAL CODE . . . :".
015240     05  LINE 09 COLUMN 29
015250         PIC X(04) FROM WS-SCR-TAX-LOCAL.
015251     05  LINE 10 COLUMN 05 VALUE "PAYMENT TERMS  . . . :".
015252     05  LINE 10 COLUMN 29
015253         PIC X(08) FROM WS-SCR-PAYMENT-TERMS.
015254     05  LINE 11 COLUMN 05 VALUE "FIN CHG CLASS  . . . :".
015255     05  LINE 11 COLUMN 29
015256         PIC X(02) FROM WS-SCR-CUSTOMER-CLASS.
015257     05  LINE 12 COLUMN 05 VALUE "FIN CHG EXEMPT . . . :".
015258     05  LINE 12 COLUMN 29
015259         PIC X(01) FROM WS-SCR-FINCHG-EXEMPT.
015260     05  LINE 13 COLUMN 05 VALUE "BILL-TO ADDRESS 1  . :".
015261     05  LINE 13 COLUMN 29
015262         PIC X(30) FROM WS-SCR-BILL-ADDRESS-1.
015263     05  LINE 14 COLUMN 05 VALUE "BILL-TO ADDRESS 2  . :".
015264     05  LINE 14 COLUMN 29
015265         PIC X(30) FROM WS-SCR-BILL-ADDRESS-2.
015266     05  LINE 15 COLUMN 05 VALUE "BILL-TO CITY/ST/ZIP  :".
015267     05  LINE 15 COLUMN 29
015268         PIC X(20) FROM WS-SCR-BILL-CITY.
015269     05  LINE 15 COLUMN 50
015270         PIC X(02) FROM WS-SCR-BILL-STATE.
015271     05  LINE 15 COLUMN 53
015272         PIC X(10) FROM WS-SCR-BILL-ZIP.
015273     05  LINE 16 COLUMN 05 VALUE "DELIVERY METHOD  . . :".
015274     05  LINE 16 COLUMN 29
015275         PIC X(01) FROM WS-SCR-DELIVERY-METHOD.
015276     05  LINE 16 COLUMN 40 VALUE "EDI PARTNER ID :".
015277     05  LINE 16 COLUMN 57
015278         PIC X(15) FROM WS-SCR-EDI-PARTNER-ID.
015279     05  LINE 17 COLUMN 05 VALUE "ENTERED BY . . . . . :".
015300     05  LINE 17 COLUMN 29
015400         PIC X(08) FROM WS-SCR-ENTERED-BY.
015500     05  LINE 18 COLUMN 05 VALUE "ENTERED ON . . . . . :".
015600     05  LINE 18 COLUMN 29
015700         PIC 9(08) FROM WS-SCR-ENTERED-DATE.
015800     05  LINE 20 COLUMN 05 VALUE "APPROVER ID  . . . . :".
015900     05  LINE 20 COLUMN 29
016000         PIC X(08) USING WS-SCR-APPROVER-ID.
016100     05  LINE 22 COLUMN 05
016200         VALUE "A = APPROVE  R = REJECT  S = SKIP  X = EXIT".
016300     05  LINE 23 COLUMN 05 VALUE "FUNCTION . . . . . . :".
016400     05  LINE 23 COLUMN 29
016500         PIC X(01) USING WS-SCR-FUNCTION-KEY.
016600     05  LINE 24 COLUMN 05
016700         PIC X(40) USING WS-SCR-ERROR-MSG HIGHLIGHT.
016800*
016900 PROCEDURE DIVISION.
024500           TO WS-PNC-CREDIT-LIMIT(WS-PNC-IDX)
024510         MOVE PNC-TAX-STATE TO WS-PNC-TAX-STATE(WS-PNC-IDX)
024520         MOVE PNC-TAX-LOCAL TO WS-PNC-TAX-LOCAL(WS-PNC-IDX)
024530         MOVE PNC-PAYMENT-TERMS
024540             TO WS-PNC-PAYMENT-TERMS(WS-PNC-IDX)
024550         MOVE PNC-CUSTOMER-CLASS
024560             TO WS-PNC-CUSTOMER-CLASS(WS-PNC-IDX)
024570         MOVE PNC-FINCHG-EXEMPT-FLAG
024580             TO WS-PNC-FINCHG-EXEMPT(WS-PNC-IDX)
024581         MOVE PNC-BILL-ADDRESS-1
024582             TO WS-PNC-BILL-ADDRESS-1(WS-PNC-IDX)
024583         MOVE PNC-BILL-ADDRESS-2
024584             TO WS-PNC-BILL-ADDRESS-2(WS-PNC-IDX)
024585         MOVE PNC-BILL-CITY
024586             TO WS-PNC-BILL-CITY(WS-PNC-IDX)
024587         MOVE PNC-BILL-STATE
024588             TO WS-PNC-BILL-STATE(WS-PNC-IDX)
024589         MOVE PNC-BILL-ZIP
024590             TO WS-PNC-BILL-ZIP(WS-PNC-IDX)
024591         MOVE PNC-DELIVERY-METHOD
024592             TO WS-PNC-DELIVERY-METHOD(WS-PNC-IDX)
024593         MOVE PNC-EDI-PARTNER-ID
024594             TO WS-PNC-EDI-PARTNER-ID(WS-PNC-IDX)
024600         MOVE PNC-STATUS TO WS-PNC-STATUS(WS-PNC-IDX)
024700         MOVE PNC-ENTERED-BY TO WS-PNC-ENTERED-BY(WS-PNC-IDX)
024800         MOVE PNC-ENTERED-DATE
030400     MOVE PNC-CREDIT-LIMIT TO PCH-CREDIT-LIMIT
030410     MOVE PNC-TAX-STATE TO PCH-TAX-STATE
030420     MOVE PNC-TAX-LOCAL TO PCH-TAX-LOCAL
030430     MOVE PNC-PAYMENT-TERMS TO PCH-PAYMENT-TERMS
030440     MOVE PNC-CUSTOMER-CLASS TO PCH-CUSTOMER-CLASS
030450     MOVE PNC-FINCHG-EXEMPT-FLAG TO PCH-FINCHG-EXEMPT-FLAG
030451     MOVE PNC-BILL-ADDRESS-1 TO PCH-BILL-ADDRESS-1
030452     MOVE PNC-BILL-ADDRESS-2 TO PCH-BILL-ADDRESS-2
030453     MOVE PNC-BILL-CITY TO PCH-BILL-CITY
030454     MOVE PNC-BILL-STATE TO PCH-BILL-STATE
030455     MOVE PNC-BILL-ZIP TO PCH-BILL-ZIP
030456     MOVE PNC-DELIVERY-METHOD TO PCH-DELIVERY-METHOD
030457     MOVE PNC-EDI-PARTNER-ID TO PCH-EDI-PARTNER-ID
030500     MOVE PNC-STATUS TO PCH-STATUS
030600     MOVE PNC-ENTERED-BY TO PCH-ENTERED-BY
030700     MOVE PNC-ENTERED-DATE TO PCH-ENTERED-DATE
032900     MOVE PNC-CREDIT-LIMIT TO PC2-CREDIT-LIMIT
032910     MOVE PNC-TAX-STATE TO PC2-TAX-STATE
032920     MOVE PNC-TAX-LOCAL TO PC2-TAX-LOCAL
032930     MOVE PNC-PAYMENT-TERMS TO PC2-PAYMENT-TERMS
032940     MOVE PNC-CUSTOMER-CLASS TO PC2-CUSTOMER-CLASS
032950     MOVE PNC-FINCHG-EXEMPT-FLAG TO PC2-FINCHG-EXEMPT-FLAG
032951     MOVE PNC-BILL-ADDRESS-1 TO PC2-BILL-ADDRESS-1
032952     MOVE PNC-BILL-ADDRESS-2 TO PC2-BILL-ADDRESS-2
032953     MOVE PNC-BILL-CITY TO PC2-BILL-CITY
032954     MOVE PNC-BILL-STATE TO PC2-BILL-STATE
032955     MOVE PNC-BILL-ZIP TO PC2-BILL-ZIP
032956     MOVE PNC-DELIVERY-METHOD TO PC2-DELIVERY-METHOD
032957     MOVE PNC-EDI-PARTNER-ID TO PC2-EDI-PARTNER-ID
033000     MOVE PNC-STATUS TO PC2-STATUS
033100     MOVE PNC-ENTERED-BY TO PC2-ENTERED-BY
033200     MOVE PNC-ENTERED-DATE TO PC2-ENTERED-DATE
036400         TO WS-SCR-CREDIT-LIMIT
036410     MOVE WS-PNC-TAX-STATE(WS-PNC-IDX) TO WS-SCR-TAX-STATE
036420     MOVE WS-PNC-TAX-LOCAL(WS-PNC-IDX) TO WS-SCR-TAX-LOCAL
036430     MOVE WS-PNC-PAYMENT-TERMS(WS-PNC-IDX) TO WS-SCR-PAYMENT-TERMS
036440     MOVE WS-PNC-CUSTOMER-CLASS(WS-PNC-IDX)
036450         TO WS-SCR-CUSTOMER-CLASS
036460     MOVE WS-PNC-FINCHG-EXEMPT(WS-PNC-IDX)
036470         TO WS-SCR-FINCHG-EXEMPT
036471     MOVE WS-PNC-BILL-ADDRESS-1(WS-PNC-IDX)
036472         TO WS-SCR-BILL-ADDRESS-1
036473     MOVE WS-PNC-BILL-ADDRESS-2(WS-PNC-IDX)
036474         TO WS-SCR-BILL-ADDRESS-2
036475     MOVE WS-PNC-BILL-CITY(WS-PNC-IDX)
036476         TO WS-SCR-BILL-CITY
036477     MOVE WS-PNC-BILL-STATE(WS-PNC-IDX)
036478         TO WS-SCR-BILL-STATE
036479     MOVE WS-PNC-BILL-ZIP(WS-PNC-IDX)
036480         TO WS-SCR-BILL-ZIP
036481     MOVE WS-PNC-DELIVERY-METHOD(WS-PNC-IDX)
036482         TO WS-SCR-DELIVERY-METHOD
036483     MOVE WS-PNC-EDI-PARTNER-ID(WS-PNC-IDX)
036484         TO WS-SCR-EDI-PARTNER-ID
036500     MOVE WS-PNC-ENTERED-BY(WS-PNC-IDX) TO WS-SCR-ENTERED-BY
036600     MOVE WS-PNC-ENTERED-DATE(WS-PNC-IDX)
036700         TO WS-SCR-ENTERED-DATE
047220                 TO CUS-TAX-STATE
047230             MOVE WS-PNC-TAX-LOCAL(WS-PNC-IDX)
047240                 TO CUS-TAX-LOCAL
047250             MOVE WS-PNC-PAYMENT-TERMS(WS-PNC-IDX)
047260                 TO CUS-PAYMENT-TERMS
047261             MOVE WS-PNC-CUSTOMER-CLASS(WS-PNC-IDX)
047262                 TO CUS-CUSTOMER-CLASS
047263             MOVE WS-PNC-FINCHG-EXEMPT(WS-PNC-IDX)
047264                 TO CUS-FINCHG-EXEMPT-FLAG
047265             MOVE WS-PNC-BILL-ADDRESS-1(WS-PNC-IDX)
047266                 TO CUS-BILL-ADDRESS-1
047267             MOVE WS-PNC-BILL-ADDRESS-2(WS-PNC-IDX)
047268                 TO CUS-BILL-ADDRESS-2
047269             MOVE WS-PNC-BILL-CITY(WS-PNC-IDX)
047270                 TO CUS-BILL-CITY
047271             MOVE WS-PNC-BILL-STATE(WS-PNC-IDX)
047272                 TO CUS-BILL-STATE
047273             MOVE WS-PNC-BILL-ZIP(WS-PNC-IDX)
047274                 TO CUS-BILL-ZIP
047275             MOVE WS-PNC-DELIVERY-METHOD(WS-PNC-IDX)
047276                 TO CUS-DELIVERY-METHOD
047277             MOVE WS-PNC-EDI-PARTNER-ID(WS-PNC-IDX)
047278                 TO CUS-EDI-PARTNER-ID
047300             WRITE CUS-RECORD
047400         NOT INVALID KEY
047500             IF WS-PNC-CUSTOMER-NAME(WS-PNC-IDX) NOT = SPACES
048570                 MOVE WS-PNC-TAX-LOCAL(WS-PNC-IDX)
048580                     TO CUS-TAX-LOCAL
048600             END-IF
048610             IF WS-PNC-PAYMENT-TERMS(WS-PNC-IDX) NOT = SPACES
048620                 MOVE WS-PNC-PAYMENT-TERMS(WS-PNC-IDX)
048630                     TO CUS-PAYMENT-TERMS
048640             END-IF
048641             IF WS-PNC-CUSTOMER-CLASS(WS-PNC-IDX) NOT = SPACES
048642                 MOVE WS-PNC-CUSTOMER-CLASS(WS-PNC-IDX)
048643                     TO CUS-CUSTOMER-CLASS
048644             END-IF
048645             IF WS-PNC-FINCHG-EXEMPT(WS-PNC-IDX) NOT = SPACES
048646                 MOVE WS-PNC-FINCHG-EXEMPT(WS-PNC-IDX)
048647                     TO CUS-FINCHG-EXEMPT-FLAG
048648             END-IF
048649             IF WS-PNC-BILL-ADDRESS-1(WS-PNC-IDX) NOT = SPACES
048650                 MOVE WS-PNC-BILL-ADDRESS-1(WS-PNC-IDX)
048651                     TO CUS-BILL-ADDRESS-1
048652             END-IF
048653             IF WS-PNC-BILL-ADDRESS-2(WS-PNC-IDX) NOT = SPACES
048654                 MOVE WS-PNC-BILL-ADDRESS-2(WS-PNC-IDX)
048655                     TO CUS-BILL-ADDRESS-2
048656             END-IF
048657             IF WS-PNC-BILL-CITY(WS-PNC-IDX) NOT = SPACES
048658                 MOVE WS-PNC-BILL-CITY(WS-PNC-IDX)
048659                     TO CUS-BILL-CITY
048660             END-IF
048661             IF WS-PNC-BILL-STATE(WS-PNC-IDX) NOT = SPACES
048662                 MOVE WS-PNC-BILL-STATE(WS-PNC-IDX)
048663                     TO CUS-BILL-STATE
048664             END-IF
048665             IF WS-PNC-BILL-ZIP(WS-PNC-IDX) NOT = SPACES
048666                 MOVE WS-PNC-BILL-ZIP(WS-PNC-IDX)
048667                     TO CUS-BILL-ZIP
048668             END-IF
048669             IF WS-PNC-DELIVERY-METHOD(WS-PNC-IDX) NOT = SPACES
048670                 MOVE WS-PNC-DELIVERY-METHOD(WS-PNC-IDX)
048671                     TO CUS-DELIVERY-METHOD
048672             END-IF
048673             IF WS-PNC-EDI-PARTNER-ID(WS-PNC-IDX) NOT = SPACES
048674                 MOVE WS-PNC-EDI-PARTNER-ID(WS-PNC-IDX)
048675                     TO CUS-EDI-PARTNER-ID
048676             END-IF
048700             REWRITE CUS-RECORD
048800     END-READ.
048900 2110-EXIT.
057500             TO PC2-CREDIT-LIMIT
057510         MOVE WS-PNC-TAX-STATE(WS-PNC-IDX) TO PC2-TAX-STATE
057520         MOVE WS-PNC-TAX-LOCAL(WS-PNC-IDX) TO PC2-TAX-LOCAL
057530         MOVE WS-PNC-PAYMENT-TERMS(WS-PNC-IDX)
057540             TO PC2-PAYMENT-TERMS
057550         MOVE WS-PNC-CUSTOMER-CLASS(WS-PNC-IDX)
057560             TO PC2-CUSTOMER-CLASS
057570         MOVE WS-PNC-FINCHG-EXEMPT(WS-PNC-IDX)
057580             TO PC2-FINCHG-EXEMPT-FLAG
057581         MOVE WS-PNC-BILL-ADDRESS-1(WS-PNC-IDX)
057582             TO PC2-BILL-ADDRESS-1
057583         MOVE WS-PNC-BILL-ADDRESS-2(WS-PNC-IDX)
057584             TO PC2-BILL-ADDRESS-2
057585         MOVE WS-PNC-BILL-CITY(WS-PNC-IDX)
057586             TO PC2-BILL-CITY
057587         MOVE WS-PNC-BILL-STATE(WS-PNC-IDX)
057588             TO PC2-BILL-STATE
057589         MOVE WS-PNC-BILL-ZIP(WS-PNC-IDX)
057590             TO PC2-BILL-ZIP
057591         MOVE WS-PNC-DELIVERY-METHOD(WS-PNC-IDX)
057592             TO PC2-DELIVERY-METHOD
057593         MOVE WS-PNC-EDI-PARTNER-ID(WS-PNC-IDX)
057594             TO PC2-EDI-PARTNER-ID
057600         MOVE WS-PNC-STATUS(WS-PNC-IDX) TO PC2-STATUS
057700         MOVE WS-PNC-ENTERED-BY(WS-PNC-IDX)
057800             TO PC2-ENTERED-BY
060000             TO PCH-CREDIT-LIMIT
060010         MOVE WS-PNC-TAX-STATE(WS-PNC-IDX) TO PCH-TAX-STATE
060020         MOVE WS-PNC-TAX-LOCAL(WS-PNC-IDX) TO PCH-TAX-LOCAL
060030         MOVE WS-PNC-PAYMENT-TERMS(WS-PNC-IDX)
060040             TO PCH-PAYMENT-TERMS
060050         MOVE WS-PNC-CUSTOMER-CLASS(WS-PNC-IDX)
060060             TO PCH-CUSTOMER-CLASS
060070         MOVE WS-PNC-FINCHG-EXEMPT(WS-PNC-IDX)
060080             TO PCH-FINCHG-EXEMPT-FLAG
060081         MOVE WS-PNC-BILL-ADDRESS-1(WS-PNC-IDX)
060082             TO PCH-BILL-ADDRESS-1
060083         MOVE WS-PNC-BILL-ADDRESS-2(WS-PNC-IDX)
060084             TO PCH-BILL-ADDRESS-2
060085         MOVE WS-PNC-BILL-CITY(WS-PNC-IDX)
060086             TO PCH-BILL-CITY
060087         MOVE WS-PNC-BILL-STATE(WS-PNC-IDX)
060088             TO PCH-BILL-STATE
060089         MOVE WS-PNC-BILL-ZIP(WS-PNC-IDX)
060090             TO PCH-BILL-ZIP
060091         MOVE WS-PNC-DELIVERY-METHOD(WS-PNC-IDX)
060092             TO PCH-DELIVERY-METHOD
060093         MOVE WS-PNC-EDI-PARTNER-ID(WS-PNC-IDX)
060094             TO PCH-EDI-PARTNER-ID
060100         MOVE WS-PNC-STATUS(WS-PNC-IDX) TO PCH-STATUS
060200         MOVE WS-PNC-ENTERED-BY(WS-PNC-IDX)
060300             TO PCH-ENTERED-BY
