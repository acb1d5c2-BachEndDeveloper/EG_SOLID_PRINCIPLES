000100******************************************************************
000200*    DISPREC.CPY                                                 *
000300*    DISPUTE MASTER RECORD - ONE ROW PER DISPUTED INVOICE ON     *
000400*    THE INDEXED DISPFILE, KEYED BY INVOICE NUMBER, KEPT BY      *
000500*    COLLECTIONS IN DSDSPMT.  WHILE A DISPUTE IS OPEN, ARDUN     *
000600*    DUNS ONLY THE PART OF THE ITEM NOT IN DISPUTE AND ARCASH    *
000700*    AGES THE DISPUTED PART IN ITS OWN COLUMN.  A CREDIT MEMO    *
000800*    NAMING THE INVOICE CLOSES THE DISPUTE IN THE NEXT ARCASH    *
000900*    RUN - CLOSED BY 'CRMEMO' WITH THE MEMO'S NUMBER.  A         *
001000*    DISPUTE SETTLED ANY OTHER WAY IS CLOSED AT THE SCREEN.      *
001100*    THE OWNER IS THE COLLECTOR WORKING IT; DSPRPT LISTS THE     *
001200*    OPEN DISPUTES BY OWNER AND AGE EVERY WEEK.                  *
001300******************************************************************
001400 01  DSP-RECORD.
001500     05  DSP-INVOICE-NUMBER      PIC 9(07).
001600     05  DSP-CUSTOMER-NUMBER     PIC 9(06).
001700     05  DSP-REASON-CODE         PIC X(04).
001800         88  DSP-REASON-PRICE    VALUE 'PRIC'.
001900         88  DSP-REASON-SHORT    VALUE 'SHRT'.
002000         88  DSP-REASON-DAMAGED  VALUE 'DMGD'.
002100         88  DSP-REASON-DUPLICATE
002200                                 VALUE 'DUPB'.
002300         88  DSP-REASON-TERMS    VALUE 'TERM'.
002400         88  DSP-REASON-OTHER    VALUE 'OTHR'.
002500         88  DSP-REASON-VALID    VALUE 'PRIC' 'SHRT' 'DMGD'
002600                                       'DUPB' 'TERM' 'OTHR'.
002700     05  DSP-DISPUTED-AMOUNT     PIC 9(09)V99.
002800     05  DSP-OWNER               PIC X(08).
002900     05  DSP-FOLLOW-UP-DATE      PIC 9(08).
003000     05  DSP-STATUS              PIC X(01).
003100         88  DSP-OPEN            VALUE 'O'.
003200         88  DSP-CLOSED          VALUE 'C'.
003300     05  DSP-OPENED-DATE         PIC 9(08).
003400     05  DSP-CLOSED-DATE         PIC 9(08).
003500     05  DSP-CLOSED-BY           PIC X(08).
003600     05  DSP-CREDIT-MEMO-NUMBER  PIC 9(07).
003700     05  DSP-ENTERED-BY          PIC X(08).
003800     05  DSP-ENTERED-DATE        PIC 9(08).
