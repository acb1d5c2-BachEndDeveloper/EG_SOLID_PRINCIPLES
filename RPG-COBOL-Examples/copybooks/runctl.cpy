000100******************************************************************
000200*    RUNCTL.CPY                                                  *
000300*    RUN-CONTROL LEDGER RECORD - ONE ROW PER STEP OF THE AR      *
000400*    CHAIN PER BUSINESS DATE ON THE INDEXED RUNCTL FILE, KEYED   *
000500*    BY BUSINESS DATE AND STEP NAME.  THE STEP WRITES ITS ROW AS *
000600*    STARTED ONCE ITS CHECKS PASS AND REWRITES IT AT THE END     *
000700*    WITH THE END TIME, RETURN CODE AND STATUS - COMPLETE BELOW  *
000800*    RETURN CODE 16, FAILED AT 16.  AN ABENDED STEP STAYS        *
000900*    STARTED.  THE FILE TABLE HOLDS THE RECORD COUNT AND CONTROL *
001000*    TOTAL OF EVERY FILE THE STEP CONSUMED (I) AND PRODUCED (O). *
001100*    A FILE WITH NO MONEY ON IT (DUNHIST) CARRIES A HASH TOTAL   *
001200*    OF ITS INVOICE NUMBERS AND DATES INSTEAD.  THE ROW WITH A   *
001300*    ZERO BUSINESS DATE IS EACH STEP'S LAST COMPLETED RUN,       *
001400*    COPIED THERE AT COMPLETION, WHICH THE NEXT RUN CHECKS ITS   *
001500*    INPUTS AGAINST.                                             *
001600******************************************************************
001700 01  RCL-RECORD.
001800     05  RCL-KEY.
001900         10  RCL-BUSINESS-DATE   PIC 9(08).
002000         10  RCL-STEP-NAME       PIC X(08).
002100     05  RCL-STEP-STATUS         PIC X(01).
002200         88  RCL-STEP-STARTED    VALUE 'S'.
002300         88  RCL-STEP-COMPLETE   VALUE 'C'.
002400         88  RCL-STEP-FAILED     VALUE 'F'.
002500     05  RCL-RUN-COUNT           PIC 9(03).
002600     05  RCL-START-DATE          PIC 9(08).
002700     05  RCL-START-TIME          PIC 9(08).
002800     05  RCL-END-DATE            PIC 9(08).
002900     05  RCL-END-TIME            PIC 9(08).
003000     05  RCL-RETURN-CODE         PIC 9(04).
003100     05  RCL-LAST-BUSINESS-DATE  PIC 9(08).
003200     05  RCL-FILE-COUNT          PIC 9(02).
003300     05  RCL-FILE-ENTRY OCCURS 10 TIMES
003400                        INDEXED BY RCL-FILE-IDX.
003500         10  RCL-FILE-NAME       PIC X(08).
003600         10  RCL-FILE-USE        PIC X(01).
003700             88  RCL-FILE-CONSUMED
003800                                 VALUE 'I'.
003900             88  RCL-FILE-PRODUCED
004000                                 VALUE 'O'.
004100         10  RCL-FILE-RECORDS    PIC 9(09).
004200         10  RCL-FILE-TOTAL      PIC S9(13)V99
004300             SIGN IS TRAILING SEPARATE CHARACTER.
