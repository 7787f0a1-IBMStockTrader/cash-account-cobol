000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. CASH42.
000120 AUTHOR. D-L CASH MANAGEMENT SUPPORT.
000130 INSTALLATION. STOCKTRD - CASH ACCOUNT SERVICES.
000140 DATE-WRITTEN. 2026-10-15.
000150 DATE-COMPILED.
000160******************************************************************
000170* MODIFICATION HISTORY                                           *
000180*  DATE       BY    DESCRIPTION                                  *
000190*  2026-10-15 DLM   INITIAL VERSION - STOCK TRADER TRADE-EVENT   *
000200*                    LISTENER: BUY ORDERS HOLD FUNDS, FILLS      *
000210*                    QUEUE FOR SETTLEMENT (CASH43), CANCELS AND  *
000220*                    EXPIRIES RELEASE THE HOLD.                  *
000230*  2026-10-15 DLM   CASH00 COMMAREA MIRROR TAKES THE 'O'        *
000240*                    PAYMENT'S BENEFICIARY FIELDS.               *
000250*  2026-10-15 DLM   A FILL DEARER THAN ITS HOLD MUST PASS THE    *
000260*                    AVAILABLE-BALANCE FLOOR BEFORE THE HOLD IS  *
000270*                    RAISED.                                     *
000280******************************************************************
000290*
000300******************************************************************
000310* A STOCK PURCHASE NEVER TOUCHED THE CASH ACCOUNT UNTIL THE      *
000320* CUSTODIAN'S SETTLEMENT FILE REACHED CASH07, SO BETWEEN TRADE   *
000330* DATE AND SETTLEMENT THE SAME CASH COULD BE SPENT TWICE. THE    *
000340* PORTFOLIO SERVICE NOW SENDS EVERY ORDER EVENT (SEE DCLTEVT)    *
000350* OVER THE CICS-MQ BRIDGE, WHICH RUNS THIS PROGRAM ONCE PER      *
000360* MESSAGE WITH THE EVENT AS ITS COMMAREA:                        *
000370*  'O' A BUY ORDER CHECKS THE POSITION CAN COVER THE ORDER VALUE *
000380*      PLUS ESTIMATED COMMISSION ON TOP OF ITS EXISTING HOLDS,   *
000390*      THEN PLACES THE HOLD THROUGH CASH00'S OWN 'B' REQUEST -   *
000400*      SAME RULES, SAME HOLD ID, SAME HISTORY RECORD - WITH THE  *
000410*      TRADE ID AS ITS REFERENCE. A SELL ORDER IS ONLY RECORDED. *
000420*  'F' A FILL RECORDS THE AMOUNT THAT SETTLES AND THE SETTLEMENT *
000430*      DATE. A BUY'S HOLD IS RE-AIMED AT THE FILL AMOUNT AND     *
000440*      HELD THROUGH THE SETTLEMENT DATE (PLACED AFRESH IF IT HAS *
000450*      LAPSED MEANWHILE). CASH43 POSTS THE DEBIT OR CREDIT ON    *
000460*      THE SETTLEMENT DATE.                                      *
000470*  'C' A CANCEL, OR 'X' AN EXPIRY, RELEASES A BUY'S HOLD THROUGH *
000480*      CASH00'S 'M' REQUEST AND CLOSES THE ORDER.                *
000490* EVERY ORDER IS TRACKED ON TRADEORD (SEE DCLTORD) BY TRADE ID.  *
000500* THE SAME EVENT ARRIVING TWICE ANSWERS 'DUP REQST' AND CHANGES  *
000510* NOTHING. AN EVENT REFUSED FOR ANY OTHER REASON IS BACKED OUT   *
000520* WHOLE, WRITTEN AS RECEIVED TO THE CSHTREX EXCEPTION QUEUE, AND *
000530* RECORDED ON TRADEEXC FOR CASH43'S UNMATCHED-TRADES REPORT.     *
000540******************************************************************
000550 ENVIRONMENT DIVISION.
000560 CONFIGURATION SECTION.
000570 SOURCE-COMPUTER. IBM-370.
000580 OBJECT-COMPUTER. IBM-370.
000590 DATA DIVISION.
000600 WORKING-STORAGE SECTION.
000610     EXEC SQL
000620         INCLUDE SQLCA
000630     END-EXEC.
000640     EXEC SQL
000650         INCLUDE DCLCASH
000660     END-EXEC.
000670     EXEC SQL
000680         INCLUDE DCLTORD
000690     END-EXEC.
000700     EXEC SQL
000710         INCLUDE DCLTEXC
000720     END-EXEC.
000730     EXEC SQL
000740         INCLUDE DCLBDAT
000750     END-EXEC.
000760*
000770******************************************************************
000780* WORKING STORAGE - COUNTERS, SWITCHES AND WORK AREAS            *
000790******************************************************************
000800 77  WS-REGION           PIC X(08) VALUE 'CASHRGN '.
000810 77  WS-ASKTIME          PIC S9(15) COMP-3 VALUE ZERO.
000820 77  WS-DATE             PIC X(08) VALUE SPACES.
000830 77  WS-TIME             PIC X(06) VALUE SPACES.
000840 77  WS-BUSDT            PIC X(08) VALUE SPACES.
000850 77  WS-OWNER-32         PIC X(32) VALUE SPACES.
000860 77  WS-LINK-RESP        PIC S9(8) COMP VALUE ZERO.
000870 77  WS-DEBIT-FLOOR      PIC S9(7)V99 VALUE ZERO.
000880 77  WS-HOLD-SUM         PIC S9(9)V99 COMP-3 VALUE ZERO.
000890 77  WS-CALC             PIC S9(9)V99 COMP-3 VALUE ZERO.
000900 77  WS-HOLD-AMT         PIC S9(7)V99 COMP-3 VALUE ZERO.
000910 77  WS-EVENT-AMT        PIC S9(9)V99 COMP-3 VALUE ZERO.
000920 77  WS-EXC-SEQ          PIC 9(2) VALUE ZERO.
000930 77  WS-EXC-INS-SW       PIC X(01) VALUE 'N'.
000940     88 WS-EXC-INS-DONE             VALUE 'Y'.
000950 77  WS-ENQ-SW           PIC X(01) VALUE 'N'.
000960     88 WS-ENQ-HELD                 VALUE 'Y'.
000970 77  WS-ALERT-MSG        PIC X(40) VALUE SPACES.
000980
000990     COPY DCLTEVT.
001000******************************************************************
001010* CASH00'S COMMAREA, FIELD FOR FIELD - THE 'B' AND 'M' REQUESTS  *
001020* ARE LINKED WITH IT. KEEP IN STEP WITH WS-COMMAREA IN CASH00.   *
001030******************************************************************
001040 01  WS-CX-COMMAREA.
001050     05 WS-CX-REQ           PIC X(1).
001060     05 WS-CX-NAME          PIC X(15).
001070     05 WS-CX-BALANCE       PIC 9(7)V99.
001080     05 WS-CX-CURRENCY      PIC X(8).
001090     05 WS-CX-RETCODE       PIC X(10).
001100     05 WS-CX-HIST-COUNT    PIC 9(2).
001110     05 WS-CX-HIST-ENTRIES  OCCURS 5 TIMES.
001120        10 WS-CX-HIST-DATE     PIC X(08).
001130        10 WS-CX-HIST-TIME     PIC X(06).
001140        10 WS-CX-HIST-REQ      PIC X(01).
001150        10 WS-CX-HIST-BALANCE  PIC 9(7)V99.
001160        10 WS-CX-HIST-CURRENCY PIC X(08).
001170        10 WS-CX-HIST-RETCODE  PIC X(10).
001180     05 WS-CX-NAME2         PIC X(15).
001190     05 WS-CX-POS-COUNT     PIC 9(2).
001200     05 WS-CX-POS-ENTRIES   OCCURS 5 TIMES.
001210        10 WS-CX-POS-CURRENCY  PIC X(08).
001220        10 WS-CX-POS-BALANCE   PIC 9(7)V99.
001230     05 WS-CX-REFERENCE     PIC X(12).
001240     05 WS-CX-STATUS        PIC X(1).
001250     05 WS-CX-STATRSN       PIC X(4).
001260     05 WS-CX-USERID        PIC X(8).
001270     05 WS-CX-PENDID        PIC X(16).
001280     05 WS-CX-PEND-COUNT    PIC 9(2).
001290     05 WS-CX-PEND-ENTRIES  OCCURS 5 TIMES.
001300        10 WS-CX-PL-PENDID    PIC X(16).
001310        10 WS-CX-PL-NAME      PIC X(15).
001320        10 WS-CX-PL-REQ       PIC X(1).
001330        10 WS-CX-PL-AMOUNT    PIC 9(7)V99.
001340        10 WS-CX-PL-CURRENCY  PIC X(8).
001350        10 WS-CX-PL-MAKERID   PIC X(8).
001360        10 WS-CX-PL-ENTRYDT   PIC X(8).
001370     05 WS-CX-CURRENCY2     PIC X(8).
001380     05 WS-CX-HOLDID        PIC X(16).
001390     05 WS-CX-EXPDT         PIC X(8).
001400     05 WS-CX-HOLD-COUNT    PIC 9(2).
001410     05 WS-CX-HOLD-ENTRIES  OCCURS 5 TIMES.
001420        10 WS-CX-HL-HOLDID    PIC X(16).
001430        10 WS-CX-HL-AMOUNT    PIC 9(7)V99.
001440        10 WS-CX-HL-REFID     PIC X(12).
001450        10 WS-CX-HL-EXPDT     PIC X(8).
001460        10 WS-CX-HL-HSTATUS   PIC X(1).
001470     05 WS-CX-CUSTID        PIC X(8).
001480     05 WS-CX-BENE-NAME     PIC X(35).
001490     05 WS-CX-BENE-IBAN     PIC X(34).
001500     05 WS-CX-BENE-BIC      PIC X(11).
001510
001520 LINKAGE SECTION.
001530 01  DFHCOMMAREA.
001540     05 LK-COMMAREA   PIC X(01) OCCURS 1 TO 32767 TIMES
001550         DEPENDING ON EIBCALEN.
001560 PROCEDURE DIVISION.
001570*
001580 0000-MAINLINE.
001590     MOVE DFHCOMMAREA(1:EIBCALEN) TO WS-TRADE-EVENT
001600
001610     DISPLAY 'EVENT :'   WS-TE-EVENT
001620     DISPLAY 'TRADE :'   WS-TE-TRADEID
001630
001640     MOVE SPACES TO WS-TE-RETCODE
001650     MOVE SPACES TO WS-TE-HOLDID
001660
001670     PERFORM 0700-BUSINESS-DATE
001680         THRU 0700-BUSINESS-DATE-EXIT
001690
001700     IF WS-TE-TRADEID = SPACES
001710         MOVE 'BAD KEY' TO WS-TE-RETCODE
001720         GO TO 0000-MAINLINE-EXIT
001730     END-IF
001740
001750     IF WS-TE-SIDE NOT = 'B' AND WS-TE-SIDE NOT = 'S'
001760         MOVE 'BAD SIDE' TO WS-TE-RETCODE
001770         GO TO 0000-MAINLINE-EXIT
001780     END-IF
001790
001800     EVALUATE WS-TE-EVENT
001810         WHEN 'O'
001820             PERFORM 1000-ORDER-PLACED
001830                 THRU 1000-ORDER-PLACED-EXIT
001840         WHEN 'F'
001850             PERFORM 2000-ORDER-FILLED
001860                 THRU 2000-ORDER-FILLED-EXIT
001870         WHEN 'C'
001880         WHEN 'X'
001890             PERFORM 3000-ORDER-CLOSED
001900                 THRU 3000-ORDER-CLOSED-EXIT
001910         WHEN OTHER
001920             MOVE 'BAD EVENT' TO WS-TE-RETCODE
001930     END-EVALUATE
001940     .
001950 0000-MAINLINE-EXIT.
001960     IF WS-ENQ-HELD
001970         EXEC CICS DEQ RESOURCE (WS-OWNER-32)
001980              LENGTH (LENGTH OF WS-OWNER-32)
001990         END-EXEC
002000         MOVE 'N' TO WS-ENQ-SW
002010     END-IF
002020
002030     IF WS-TE-RETCODE NOT = 'HELD'
002040         AND WS-TE-RETCODE NOT = 'ACCEPTED'
002050         AND WS-TE-RETCODE NOT = 'DUP REQST'
002060         PERFORM 9000-REFUSE-EVENT
002070             THRU 9000-REFUSE-EVENT-EXIT
002080     END-IF
002090
002100     MOVE WS-TRADE-EVENT TO DFHCOMMAREA(1:EIBCALEN)
002110
002120     EXEC CICS RETURN END-EXEC.
002130*
002140******************************************************************
002150* 0700-BUSINESS-DATE - TODAY'S CLOCK, AND THE LEDGER BUSINESS    *
002160*   DATE THE ORDER IS RECORDED UNDER; NO ROW = CALENDAR DATE     *
002170******************************************************************
002180 0700-BUSINESS-DATE.
002190     EXEC CICS ASKTIME ABSTIME (WS-ASKTIME) END-EXEC
002200     EXEC CICS FORMATTIME ABSTIME (WS-ASKTIME)
002210          YYYYMMDD (WS-DATE)
002220          TIME     (WS-TIME)
002230     END-EXEC
002240     MOVE WS-DATE TO WS-BUSDT
002250
002260     EXEC SQL
002270          SELECT BUSDT
002280          INTO  :BD-BUSDT
002290          FROM STOCKTRD.BUSDATE
002300          WHERE REGIONID = :WS-REGION
002310     END-EXEC
002320
002330     IF SQLCODE = 0
002340         MOVE BD-BUSDT TO WS-BUSDT
002350     END-IF
002360     .
002370 0700-BUSINESS-DATE-EXIT.
002380     EXIT.
002390*
002400******************************************************************
002410* 0800-READ-ORDER - THE TRADEORD ROW FOR THE EVENT'S TRADE ID    *
002420******************************************************************
002430 0800-READ-ORDER.
002440     EXEC SQL
002450          SELECT TRADEID, OWNER, SIDE, CURRENCYC, ORDAMT,
002460                 HOLDID, FILLAMT, TRADEDT, FILLDT, SETTLDT,
002470                 TSTATUS, POSTDT, RETCODE
002480          INTO  :DCLTRADEORD
002490          FROM STOCKTRD.TRADEORD
002500          WHERE TRADEID = :WS-TE-TRADEID
002510     END-EXEC
002520     .
002530 0800-READ-ORDER-EXIT.
002540     EXIT.
002550*
002560******************************************************************
002570* 1000-ORDER-PLACED - RECORD A NEW ORDER. A BUY MUST BE COVERED  *
002580*   BY THE POSITION'S AVAILABLE BALANCE AND HOLDS ITS VALUE PLUS *
002590*   ESTIMATED COMMISSION THROUGH CASH00'S 'B' REQUEST           *
002600******************************************************************
002610 1000-ORDER-PLACED.
002620     PERFORM 0800-READ-ORDER
002630         THRU 0800-READ-ORDER-EXIT
002640
002650     IF SQLCODE = 0
002660         MOVE 'DUP REQST' TO WS-TE-RETCODE
002670         MOVE TO-HOLDID   TO WS-TE-HOLDID
002680         GO TO 1000-ORDER-PLACED-EXIT
002690     END-IF
002700     IF SQLCODE NOT = 100
002710         MOVE 'ORD FAILD' TO WS-TE-RETCODE
002720         GO TO 1000-ORDER-PLACED-EXIT
002730     END-IF
002740
002750     IF WS-TE-OWNER = SPACES OR WS-TE-CURRENCY = SPACES
002760         MOVE 'BAD KEY' TO WS-TE-RETCODE
002770         GO TO 1000-ORDER-PLACED-EXIT
002780     END-IF
002790
002800     IF WS-TE-AMOUNT NOT NUMERIC
002810         OR WS-TE-COMMISSION NOT NUMERIC
002820         OR WS-TE-AMOUNT = ZERO
002830         MOVE 'BAD AMOUNT' TO WS-TE-RETCODE
002840         GO TO 1000-ORDER-PLACED-EXIT
002850     END-IF
002860
002870     IF WS-TE-GOODTIL NOT = SPACES
002880         AND WS-TE-GOODTIL NOT NUMERIC
002890         MOVE 'BAD EXPDT' TO WS-TE-RETCODE
002900         GO TO 1000-ORDER-PLACED-EXIT
002910     END-IF
002920
002930     IF WS-TE-SIDE = 'B'
002940         COMPUTE WS-EVENT-AMT = WS-TE-AMOUNT + WS-TE-COMMISSION
002950     ELSE
002960         COMPUTE WS-EVENT-AMT = WS-TE-AMOUNT - WS-TE-COMMISSION
002970     END-IF
002980*    THE HOLD AMOUNT IS S9(7)V99 ON CASHHOLD AND 9(7)V99 IN THE
002990*    CASH00 COMMAREA - AN ORDER THAT CANNOT FIT IS REFUSED, NOT
003000*    TRUNCATED.
003010     IF WS-EVENT-AMT NOT > ZERO
003020         OR WS-EVENT-AMT > 9999999.99
003030         MOVE 'BAD AMOUNT' TO WS-TE-RETCODE
003040         GO TO 1000-ORDER-PLACED-EXIT
003050     END-IF
003060
003070     MOVE SPACES         TO DCLTRADEORD
003080     MOVE WS-TE-TRADEID  TO TO-TRADEID
003090     MOVE WS-TE-OWNER    TO TO-OWNER
003100     MOVE WS-TE-SIDE     TO TO-SIDE
003110     MOVE WS-TE-CURRENCY TO TO-CURRENCYC
003120     MOVE WS-EVENT-AMT   TO TO-ORDAMT
003130     MOVE ZERO           TO TO-FILLAMT
003140     MOVE WS-BUSDT       TO TO-TRADEDT
003150
003160     IF WS-TE-SIDE = 'S'
003170         MOVE 'O' TO TO-TSTATUS
003180         PERFORM 1200-INSERT-ORDER
003190             THRU 1200-INSERT-ORDER-EXIT
003200         IF WS-TE-RETCODE = SPACES
003210             MOVE 'ACCEPTED' TO WS-TE-RETCODE
003220         END-IF
003230         GO TO 1000-ORDER-PLACED-EXIT
003240     END-IF
003250
003260*    SAME OWNER ENQ CASH00'S POSTING PATHS TAKE, SO NO DEBIT OR
003270*    OTHER ORDER CAN SLIP BETWEEN THE FUNDS CHECK AND THE HOLD.
003280     MOVE WS-TE-OWNER TO WS-OWNER-32
003290     EXEC CICS ENQ RESOURCE (WS-OWNER-32)
003300          LENGTH (LENGTH OF WS-OWNER-32)
003310     END-EXEC
003320     MOVE 'Y' TO WS-ENQ-SW
003330
003340     PERFORM 1100-FUNDS-CHECK
003350         THRU 1100-FUNDS-CHECK-EXIT
003360     IF WS-TE-RETCODE NOT = SPACES
003370         GO TO 1000-ORDER-PLACED-EXIT
003380     END-IF
003390
003400     MOVE 'B'           TO WS-CX-REQ
003410     MOVE TO-ORDAMT     TO WS-CX-BALANCE
003420     MOVE WS-TE-GOODTIL TO WS-CX-EXPDT
003430     PERFORM 7000-LINK-CASH00
003440         THRU 7000-LINK-CASH00-EXIT
003450
003460     IF WS-CX-RETCODE NOT = 'HELD'
003470         MOVE WS-CX-RETCODE TO WS-TE-RETCODE
003480         GO TO 1000-ORDER-PLACED-EXIT
003490     END-IF
003500
003510     MOVE WS-CX-HOLDID TO TO-HOLDID
003520     MOVE 'H'          TO TO-TSTATUS
003530     PERFORM 1200-INSERT-ORDER
003540         THRU 1200-INSERT-ORDER-EXIT
003550     IF WS-TE-RETCODE = SPACES
003560         MOVE 'HELD'       TO WS-TE-RETCODE
003570         MOVE TO-HOLDID    TO WS-TE-HOLDID
003580     END-IF
003590     .
003600 1000-ORDER-PLACED-EXIT.
003610     EXIT.
003620*
003630******************************************************************
003640* 1100-FUNDS-CHECK - THE POSITION MUST BE OPEN AND ITS BALANCE   *
003650*   LESS ITS ACTIVE HOLDS MUST COVER THE ORDER - THE SAME        *
003660*   AVAILABLE-BALANCE FLOOR CASH00'S DEBIT APPLIES, WITH THE     *
003670*   SAME 'OVERDRAWN'/'HELD FUNDS' DISTINCTION                    *
003680******************************************************************
003690 1100-FUNDS-CHECK.
003700     EXEC SQL
003710          SELECT OWNER, BALANCE, CURRENCYC, ACCTSTAT, STATRSN
003720          INTO  :DCLCASHACCOUNTY
003730          FROM STOCKTRD.CASHACCOUNTY
003740          WHERE LOWER(OWNER) = LOWER(:WS-OWNER-32)
003750            AND CURRENCYC = :WS-TE-CURRENCY
003760     END-EXEC
003770
003780     IF SQLCODE NOT = 0
003790         MOVE 'NOT FOUND' TO WS-TE-RETCODE
003800         GO TO 1100-FUNDS-CHECK-EXIT
003810     END-IF
003820
003830     EVALUATE ACCTSTAT
003840         WHEN 'F'
003850             MOVE 'ACCT FROZN' TO WS-TE-RETCODE
003860         WHEN 'C'
003870             MOVE 'ACCT CLOSD' TO WS-TE-RETCODE
003880         WHEN 'E'
003890             MOVE 'ACCT ESCHT' TO WS-TE-RETCODE
003900     END-EVALUATE
003910     IF WS-TE-RETCODE NOT = SPACES
003920         GO TO 1100-FUNDS-CHECK-EXIT
003930     END-IF
003940
003950     EXEC SQL
003960          SELECT VALUE(SUM(AMOUNT), 0)
003970          INTO  :WS-HOLD-SUM
003980          FROM STOCKTRD.CASHHOLD
003990          WHERE UPPER(OWNER) = UPPER(:WS-OWNER-32)
004000            AND CURRENCYC = :WS-TE-CURRENCY
004010            AND HSTATUS = 'A'
004020            AND (EXPDT = ' ' OR EXPDT >= :WS-BUSDT)
004030     END-EXEC
004040     IF SQLCODE NOT = 0
004050         MOVE ZERO TO WS-HOLD-SUM
004060     END-IF
004070
004080     COMPUTE WS-CALC = BALANCE - TO-ORDAMT
004090     IF WS-CALC < WS-DEBIT-FLOOR
004100         MOVE 'OVERDRAWN' TO WS-TE-RETCODE
004110     ELSE
004120         IF WS-CALC < WS-DEBIT-FLOOR + WS-HOLD-SUM
004130             MOVE 'HELD FUNDS' TO WS-TE-RETCODE
004140         END-IF
004150     END-IF
004160     .
004170 1100-FUNDS-CHECK-EXIT.
004180     EXIT.
004190*
004200******************************************************************
004210* 1200-INSERT-ORDER - THE NEW TRADEORD ROW. A -803 IS THE SAME   *
004220*   ORDER ARRIVING TWICE AT ONCE - THE OTHER COPY WON, SO THIS   *
004230*   ONE BACKS OUT ITS HOLD AND ANSWERS 'DUP REQST'               *
004240******************************************************************
004250 1200-INSERT-ORDER.
004260     EXEC SQL
004270          INSERT INTO STOCKTRD.TRADEORD(
004280             TRADEID, OWNER, SIDE, CURRENCYC, ORDAMT,
004290             HOLDID, FILLAMT, TRADEDT, FILLDT, SETTLDT,
004300             TSTATUS, POSTDT, RETCODE)
004310          VALUES (:TO-TRADEID, :TO-OWNER, :TO-SIDE,
004320             :TO-CURRENCYC, :TO-ORDAMT, :TO-HOLDID,
004330             :TO-FILLAMT, :TO-TRADEDT, :TO-FILLDT,
004340             :TO-SETTLDT, :TO-TSTATUS, :TO-POSTDT,
004350             :TO-RETCODE)
004360     END-EXEC
004370
004380     EVALUATE TRUE
004390         WHEN SQLCODE = 0
004400             CONTINUE
004410         WHEN SQLCODE = -803
004420             EXEC CICS SYNCPOINT ROLLBACK END-EXEC
004430             MOVE 'DUP REQST' TO WS-TE-RETCODE
004440         WHEN OTHER
004450             MOVE 'ORD FAILD' TO WS-TE-RETCODE
004460     END-EVALUATE
004470     .
004480 1200-INSERT-ORDER-EXIT.
004490     EXIT.
004500*
004510******************************************************************
004520* 2000-ORDER-FILLED - RECORD WHAT SETTLES AND WHEN. A BUY'S HOLD *
004530*   IS RE-AIMED AT THE FILL AMOUNT AND HELD THROUGH THE          *
004540*   SETTLEMENT DATE, SO THE CASH STAYS EARMARKED UNTIL CASH43    *
004550*   DEBITS IT                                                    *
004560******************************************************************
004570 2000-ORDER-FILLED.
004580     PERFORM 0800-READ-ORDER
004590         THRU 0800-READ-ORDER-EXIT
004600
004610     IF SQLCODE = 100
004620         MOVE 'NO ORDER' TO WS-TE-RETCODE
004630         GO TO 2000-ORDER-FILLED-EXIT
004640     END-IF
004650     IF SQLCODE NOT = 0
004660         MOVE 'ORD FAILD' TO WS-TE-RETCODE
004670         GO TO 2000-ORDER-FILLED-EXIT
004680     END-IF
004690
004700     IF TO-SIDE NOT = WS-TE-SIDE
004710         MOVE 'BAD SIDE' TO WS-TE-RETCODE
004720         GO TO 2000-ORDER-FILLED-EXIT
004730     END-IF
004740
004750     IF TO-TSTATUS = 'F' OR TO-TSTATUS = 'S'
004760         OR TO-TSTATUS = 'E'
004770         MOVE 'DUP REQST' TO WS-TE-RETCODE
004780         MOVE TO-HOLDID   TO WS-TE-HOLDID
004790         GO TO 2000-ORDER-FILLED-EXIT
004800     END-IF
004810     IF TO-TSTATUS NOT = 'H' AND TO-TSTATUS NOT = 'O'
004820         MOVE 'NOT OPEN' TO WS-TE-RETCODE
004830         GO TO 2000-ORDER-FILLED-EXIT
004840     END-IF
004850
004860     IF WS-TE-AMOUNT NOT NUMERIC
004870         OR WS-TE-COMMISSION NOT NUMERIC
004880         OR WS-TE-AMOUNT = ZERO
004890         MOVE 'BAD AMOUNT' TO WS-TE-RETCODE
004900         GO TO 2000-ORDER-FILLED-EXIT
004910     END-IF
004920
004930     IF WS-TE-SETTLDT NOT NUMERIC
004940         OR WS-TE-SETTLDT < TO-TRADEDT
004950         MOVE 'BAD SETLDT' TO WS-TE-RETCODE
004960         GO TO 2000-ORDER-FILLED-EXIT
004970     END-IF
004980
004990     IF TO-SIDE = 'B'
005000         COMPUTE WS-EVENT-AMT = WS-TE-AMOUNT + WS-TE-COMMISSION
005010     ELSE
005020         COMPUTE WS-EVENT-AMT = WS-TE-AMOUNT - WS-TE-COMMISSION
005030     END-IF
005040     IF WS-EVENT-AMT NOT > ZERO
005050         OR WS-EVENT-AMT > 9999999.99
005060         MOVE 'BAD AMOUNT' TO WS-TE-RETCODE
005070         GO TO 2000-ORDER-FILLED-EXIT
005080     END-IF
005090
005100     MOVE WS-EVENT-AMT  TO TO-FILLAMT
005110     MOVE WS-BUSDT      TO TO-FILLDT
005120     MOVE WS-TE-SETTLDT TO TO-SETTLDT
005130
005140     IF TO-SIDE = 'B'
005150         PERFORM 2100-REAIM-HOLD
005160             THRU 2100-REAIM-HOLD-EXIT
005170         IF WS-TE-RETCODE NOT = SPACES
005180             GO TO 2000-ORDER-FILLED-EXIT
005190         END-IF
005200     END-IF
005210
005220     EXEC SQL
005230          UPDATE STOCKTRD.TRADEORD
005240          SET FILLAMT = :TO-FILLAMT,
005250              FILLDT  = :TO-FILLDT,
005260              SETTLDT = :TO-SETTLDT,
005270              HOLDID  = :TO-HOLDID,
005280              TSTATUS = 'F'
005290          WHERE TRADEID = :TO-TRADEID
005300            AND TSTATUS = :TO-TSTATUS
005310     END-EXEC
005320
005330     IF SQLCODE = 0 AND SQLERRD(3) > 0
005340         MOVE 'ACCEPTED' TO WS-TE-RETCODE
005350         MOVE TO-HOLDID  TO WS-TE-HOLDID
005360     ELSE
005370         MOVE 'ORD FAILD' TO WS-TE-RETCODE
005380     END-IF
005390     .
005400 2000-ORDER-FILLED-EXIT.
005410     EXIT.
005420*
005430******************************************************************
005440* 2100-REAIM-HOLD - THE BUY'S HOLD NOW EARMARKS THE FILL AMOUNT  *
005450*   UNTIL THE SETTLEMENT DATE. A HOLD THAT LAPSED BEFORE THE     *
005460*   FILL (CASH28 SWEPT IT, OR IT WAS RELEASED BY HAND) IS PLACED *
005470*   AGAIN THROUGH CASH00'S 'B' REQUEST. A FILL DEARER THAN THE   *
005480*   HOLD MUST FIRST PASS THE 1100 AVAILABLE-BALANCE FLOOR AGAIN  *
005490*   (2150), THIS HOLD LEFT OUT OF THE ACTIVE HOLDS IT REPLACES   *
005500******************************************************************
005510 2100-REAIM-HOLD.
005520     EXEC SQL
005530          SELECT AMOUNT
005540          INTO  :WS-HOLD-AMT
005550          FROM STOCKTRD.CASHHOLD
005560          WHERE HOLDID = :TO-HOLDID
005570            AND HSTATUS = 'A'
005580     END-EXEC
005590
005600     IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
005610         MOVE 'HOLD FAILD' TO WS-TE-RETCODE
005620         GO TO 2100-REAIM-HOLD-EXIT
005630     END-IF
005640     IF SQLCODE = 0 AND TO-FILLAMT > WS-HOLD-AMT
005650         PERFORM 2150-REAIM-FUNDS
005660             THRU 2150-REAIM-FUNDS-EXIT
005670         IF WS-TE-RETCODE NOT = SPACES
005680             GO TO 2100-REAIM-HOLD-EXIT
005690         END-IF
005700     END-IF
005710
005720     EXEC SQL
005730          UPDATE STOCKTRD.CASHHOLD
005740          SET AMOUNT = :TO-FILLAMT,
005750              EXPDT  = :TO-SETTLDT
005760          WHERE HOLDID = :TO-HOLDID
005770            AND HSTATUS = 'A'
005780     END-EXEC
005790
005800     IF SQLCODE = 0 AND SQLERRD(3) > 0
005810         GO TO 2100-REAIM-HOLD-EXIT
005820     END-IF
005830     IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
005840         MOVE 'HOLD FAILD' TO WS-TE-RETCODE
005850         GO TO 2100-REAIM-HOLD-EXIT
005860     END-IF
005870
005880     MOVE TO-OWNER TO WS-OWNER-32
005890     MOVE 'B'           TO WS-CX-REQ
005900     MOVE TO-FILLAMT    TO WS-CX-BALANCE
005910     MOVE TO-SETTLDT    TO WS-CX-EXPDT
005920     PERFORM 7000-LINK-CASH00
005930         THRU 7000-LINK-CASH00-EXIT
005940
005950     IF WS-CX-RETCODE = 'HELD'
005960         MOVE WS-CX-HOLDID TO TO-HOLDID
005970     ELSE
005980         MOVE WS-CX-RETCODE TO WS-TE-RETCODE
005990     END-IF
006000     .
006010 2100-REAIM-HOLD-EXIT.
006020     EXIT.
006030*
006040******************************************************************
006050* 2150-REAIM-FUNDS - THE 1100 FLOOR FOR A HOLD BEING RAISED TO   *
006060*   THE FILL: BALANCE LESS THE FILL MUST CLEAR THE DEBIT FLOOR   *
006070*   ('OVERDRAWN') AND THE POSITION'S OTHER ACTIVE HOLDS ('HELD   *
006080*   FUNDS'), UNDER THE SAME OWNER ENQ 1000 TAKES                 *
006090******************************************************************
006100 2150-REAIM-FUNDS.
006110     IF NOT WS-ENQ-HELD
006120         MOVE TO-OWNER TO WS-OWNER-32
006130         EXEC CICS ENQ RESOURCE (WS-OWNER-32)
006140              LENGTH (LENGTH OF WS-OWNER-32)
006150         END-EXEC
006160         MOVE 'Y' TO WS-ENQ-SW
006170     END-IF
006180
006190     EXEC SQL
006200          SELECT OWNER, BALANCE, CURRENCYC, ACCTSTAT, STATRSN
006210          INTO  :DCLCASHACCOUNTY
006220          FROM STOCKTRD.CASHACCOUNTY
006230          WHERE LOWER(OWNER) = LOWER(:TO-OWNER)
006240            AND CURRENCYC = :TO-CURRENCYC
006250     END-EXEC
006260
006270     IF SQLCODE NOT = 0
006280         MOVE 'HOLD FAILD' TO WS-TE-RETCODE
006290         GO TO 2150-REAIM-FUNDS-EXIT
006300     END-IF
006310
006320     EXEC SQL
006330          SELECT VALUE(SUM(AMOUNT), 0)
006340          INTO  :WS-HOLD-SUM
006350          FROM STOCKTRD.CASHHOLD
006360          WHERE UPPER(OWNER) = UPPER(:TO-OWNER)
006370            AND CURRENCYC = :TO-CURRENCYC
006380            AND HSTATUS = 'A'
006390            AND HOLDID <> :TO-HOLDID
006400            AND (EXPDT = ' ' OR EXPDT >= :WS-BUSDT)
006410     END-EXEC
006420     IF SQLCODE NOT = 0
006430         MOVE ZERO TO WS-HOLD-SUM
006440     END-IF
006450
006460     COMPUTE WS-CALC = BALANCE - TO-FILLAMT
006470     IF WS-CALC < WS-DEBIT-FLOOR
006480         MOVE 'OVERDRAWN' TO WS-TE-RETCODE
006490     ELSE
006500         IF WS-CALC < WS-DEBIT-FLOOR + WS-HOLD-SUM
006510             MOVE 'HELD FUNDS' TO WS-TE-RETCODE
006520         END-IF
006530     END-IF
006540     .
006550 2150-REAIM-FUNDS-EXIT.
006560     EXIT.
006570*
006580******************************************************************
006590* 3000-ORDER-CLOSED - A CANCEL ('C') OR EXPIRY ('X') OF AN OPEN  *
006600*   ORDER. A BUY'S HOLD IS RELEASED THROUGH CASH00'S 'M'         *
006610*   REQUEST; A HOLD THAT ALREADY LAPSED IS AS GOOD AS RELEASED.  *
006620*   A FILLED ORDER CANNOT BE CANCELLED                           *
006630******************************************************************
006640 3000-ORDER-CLOSED.
006650     PERFORM 0800-READ-ORDER
006660         THRU 0800-READ-ORDER-EXIT
006670
006680     IF SQLCODE = 100
006690         MOVE 'NO ORDER' TO WS-TE-RETCODE
006700         GO TO 3000-ORDER-CLOSED-EXIT
006710     END-IF
006720     IF SQLCODE NOT = 0
006730         MOVE 'ORD FAILD' TO WS-TE-RETCODE
006740         GO TO 3000-ORDER-CLOSED-EXIT
006750     END-IF
006760
006770     IF TO-SIDE NOT = WS-TE-SIDE
006780         MOVE 'BAD SIDE' TO WS-TE-RETCODE
006790         GO TO 3000-ORDER-CLOSED-EXIT
006800     END-IF
006810
006820     IF TO-TSTATUS = 'C' OR TO-TSTATUS = 'X'
006830         MOVE 'DUP REQST' TO WS-TE-RETCODE
006840         GO TO 3000-ORDER-CLOSED-EXIT
006850     END-IF
006860     IF TO-TSTATUS NOT = 'H' AND TO-TSTATUS NOT = 'O'
006870         MOVE 'NOT OPEN' TO WS-TE-RETCODE
006880         GO TO 3000-ORDER-CLOSED-EXIT
006890     END-IF
006900
006910     IF TO-TSTATUS = 'H'
006920         MOVE TO-OWNER  TO WS-OWNER-32
006930         MOVE 'M'       TO WS-CX-REQ
006940         MOVE ZERO      TO WS-CX-BALANCE
006950         MOVE SPACES    TO WS-CX-EXPDT
006960         PERFORM 7000-LINK-CASH00
006970             THRU 7000-LINK-CASH00-EXIT
006980         IF WS-CX-RETCODE NOT = 'RELEASED'
006990             AND WS-CX-RETCODE NOT = 'NOT HELD'
007000             MOVE WS-CX-RETCODE TO WS-TE-RETCODE
007010             GO TO 3000-ORDER-CLOSED-EXIT
007020         END-IF
007030     END-IF
007040
007050     EXEC SQL
007060          UPDATE STOCKTRD.TRADEORD
007070          SET TSTATUS = :WS-TE-EVENT,
007080              POSTDT  = :WS-BUSDT
007090          WHERE TRADEID = :TO-TRADEID
007100            AND TSTATUS = :TO-TSTATUS
007110     END-EXEC
007120
007130     IF SQLCODE = 0 AND SQLERRD(3) > 0
007140         MOVE 'ACCEPTED' TO WS-TE-RETCODE
007150     ELSE
007160         MOVE 'ORD FAILD' TO WS-TE-RETCODE
007170     END-IF
007180     .
007190 3000-ORDER-CLOSED-EXIT.
007200     EXIT.
007210*
007220******************************************************************
007230* 7000-LINK-CASH00 - RUN ONE HOLD REQUEST THROUGH CASH00 ITSELF. *
007240*   THE CALLER SETS WS-CX-REQ, THE AMOUNT AND THE EXPIRY; THE    *
007250*   OWNER, CURRENCY, REFERENCE AND HOLD ID COME FROM THE ORDER.  *
007260*   THE LINK RUNS IN THIS TASK'S UNIT OF WORK, SO A LATER        *
007270*   REFUSAL BACKS THE HOLD OUT WITH EVERYTHING ELSE              *
007280******************************************************************
007290 7000-LINK-CASH00.
007300     MOVE SPACES        TO WS-CX-NAME
007310     MOVE SPACES        TO WS-CX-RETCODE
007320     MOVE ZERO          TO WS-CX-HIST-COUNT
007330     MOVE SPACES        TO WS-CX-NAME2
007340     MOVE ZERO          TO WS-CX-POS-COUNT
007350     MOVE SPACES        TO WS-CX-STATUS
007360     MOVE SPACES        TO WS-CX-STATRSN
007370     MOVE SPACES        TO WS-CX-USERID
007380     MOVE SPACES        TO WS-CX-PENDID
007390     MOVE ZERO          TO WS-CX-PEND-COUNT
007400     MOVE SPACES        TO WS-CX-CURRENCY2
007410     MOVE ZERO          TO WS-CX-HOLD-COUNT
007420     MOVE SPACES        TO WS-CX-CUSTID
007430
007440     MOVE WS-OWNER-32   TO WS-CX-NAME
007450     MOVE TO-CURRENCYC  TO WS-CX-CURRENCY
007460     MOVE TO-TRADEID    TO WS-CX-REFERENCE
007470     MOVE TO-HOLDID     TO WS-CX-HOLDID
007480
007490     EXEC CICS LINK PROGRAM ('CASH00')
007500          COMMAREA (WS-CX-COMMAREA)
007510          LENGTH   (LENGTH OF WS-CX-COMMAREA)
007520          RESP     (WS-LINK-RESP)
007530     END-EXEC
007540
007550     IF WS-LINK-RESP NOT = DFHRESP(NORMAL)
007560         MOVE 'LINK FAILD' TO WS-CX-RETCODE
007570     END-IF
007580     .
007590 7000-LINK-CASH00-EXIT.
007600     EXIT.
007610*
007620******************************************************************
007630* 9000-REFUSE-EVENT - BACK OUT ANYTHING THE EVENT CHANGED, PUT   *
007640*   THE EVENT AS RECEIVED (WITH ITS RETCODE) ON THE CSHTREX      *
007650*   EXCEPTION QUEUE, AND RECORD IT ON TRADEEXC FOR THE NIGHT'S   *
007660*   UNMATCHED-TRADES REPORT                                      *
007670******************************************************************
007680 9000-REFUSE-EVENT.
007690     EXEC CICS SYNCPOINT ROLLBACK END-EXEC
007700
007710     EXEC CICS WRITEQ TD QUEUE ('CSHTREX')
007720          FROM   (WS-TRADE-EVENT)
007730          LENGTH (LENGTH OF WS-TRADE-EVENT)
007740     END-EXEC
007750
007760     MOVE SPACES         TO DCLTRADEEXC
007770     MOVE WS-TE-TRADEID  TO TX-TRADEID
007780     MOVE WS-TE-EVENT    TO TX-EVENT
007790     MOVE WS-TE-SIDE     TO TX-SIDE
007800     MOVE WS-TE-OWNER    TO TX-OWNER
007810     MOVE WS-TE-CURRENCY TO TX-CURRENCYC
007820     IF WS-TE-AMOUNT NUMERIC
007830         MOVE WS-TE-AMOUNT TO TX-AMOUNT
007840     ELSE
007850         MOVE ZERO         TO TX-AMOUNT
007860     END-IF
007870     MOVE WS-TE-RETCODE  TO TX-RETCODE
007880     MOVE 'CASH42  '     TO TX-SRCPGM
007890     MOVE WS-BUSDT       TO TX-BUSDT
007900
007910     MOVE ZERO TO WS-EXC-SEQ
007920     MOVE 'N'  TO WS-EXC-INS-SW
007930     PERFORM 9100-EXC-INSERT-TRY
007940         THRU 9100-EXC-INSERT-TRY-EXIT
007950         UNTIL WS-EXC-INS-DONE
007960     .
007970 9000-REFUSE-EVENT-EXIT.
007980     EXIT.
007990*
008000******************************************************************
008010* 9100-EXC-INSERT-TRY - EXCEPTION ID IS DATE+TIME+SEQ WITH THE   *
008020*   SAME DUPLICATE-KEY RETRY THE HOLD ID USES. A ROW THAT WILL   *
008030*   NOT GO IN RAISES AN ALERT - THE QUEUE COPY STILL STANDS      *
008040******************************************************************
008050 9100-EXC-INSERT-TRY.
008060     MOVE SPACES     TO TX-EXCID
008070     MOVE WS-DATE    TO TX-EXCID(1:8)
008080     MOVE WS-TIME    TO TX-EXCID(9:6)
008090     MOVE WS-EXC-SEQ TO TX-EXCID(15:2)
008100
008110     EXEC SQL
008120          INSERT INTO STOCKTRD.TRADEEXC(
008130             EXCID, TRADEID, EVENT, SIDE, OWNER, CURRENCYC,
008140             AMOUNT, RETCODE, SRCPGM, BUSDT)
008150          VALUES (:TX-EXCID, :TX-TRADEID, :TX-EVENT,
008160             :TX-SIDE, :TX-OWNER, :TX-CURRENCYC, :TX-AMOUNT,
008170             :TX-RETCODE, :TX-SRCPGM, :TX-BUSDT)
008180     END-EXEC
008190
008200     EVALUATE TRUE
008210         WHEN SQLCODE = 0
008220             MOVE 'Y' TO WS-EXC-INS-SW
008230         WHEN SQLCODE = -803 AND WS-EXC-SEQ < 99
008240             ADD 1 TO WS-EXC-SEQ
008250         WHEN OTHER
008260             MOVE 'Y' TO WS-EXC-INS-SW
008270             MOVE SPACES TO WS-ALERT-MSG
008280             STRING 'TRADEXC NOT RECORDED ' WS-TE-TRADEID
008290                 DELIMITED BY SIZE
008300                 INTO WS-ALERT-MSG
008310             END-STRING
008320             EXEC CICS WRITEQ TD QUEUE ('CSHALRT')
008330                  FROM   (WS-ALERT-MSG)
008340                  LENGTH (LENGTH OF WS-ALERT-MSG)
008350             END-EXEC
008360     END-EVALUATE
008370     .
008380 9100-EXC-INSERT-TRY-EXIT.
008390     EXIT.
