000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. CASH50.
000120 AUTHOR. D-L CASH MANAGEMENT SUPPORT.
000130 INSTALLATION. STOCKTRD - CASH ACCOUNT SERVICES.
000140 DATE-WRITTEN. 2026-10-15.
000150 DATE-COMPILED.
000160******************************************************************
000170* MODIFICATION HISTORY                                           *
000180*  DATE       BY    DESCRIPTION                                  *
000190*  2026-10-15 DLM   INITIAL VERSION - CUSTOMER DISPUTE CASES     *
000200*                    (LIST/QUERY/OPEN/FINDINGS/UPHOLD/DENY) ON   *
000210*                    DISPCASE, WITH THE PROVISIONAL CREDIT AND   *
000220*                    CLAWBACK POSTED THROUGH CASH00, IN THE      *
000230*                    CASH39 MOLD.                                *
000240*  2026-10-15 DLM   A CASE CANNOT BE OPENED ON A PAYMENT WHOSE   *
000250*                    PAYOUT ROW SHOWS IT RETURNED; THE OPEN'S    *
000260*                    COUNT QUERIES NOW CHECK SQLCODE ('UPD       *
000270*                    FAILED').                                   *
000280******************************************************************
000290*
000300******************************************************************
000310* A CUSTOMER WHO DISPUTES A POSTING - A SETTLEMENT DEBIT THEY DO *
000320* NOT RECOGNISE, A WRONG STANDING-ORDER PAYMENT, AN OUTBOUND     *
000330* PAYMENT - GETS A CASE ON DISPCASE (SEE DCLDISP) AGAINST THE    *
000340* POSTING'S CASHREF REFERENCE, INSTEAD OF THE ALL-OR-NOTHING 'V' *
000350* REVERSAL. 'L' LISTS THE OPEN CASES NEAREST THEIR RESOLUTION    *
000360* DEADLINE, UP TO FIVE, AND 'Q' READS ONE BACK. EVERYTHING ELSE  *
000370* NEEDS THE 'D' FUNCTION ON THE CALLER'S USERENT ROW:            *
000380*  'O' OPENS A CASE AGAINST A 'D' DEBIT OR 'O' PAYMENT STILL     *
000390*      APPLIED, FOR ALL OR PART OF ITS AMOUNT, WITH THE          *
000400*      RESOLUTION DEADLINE SET WS-DUE-DAYS CALENDAR DAYS OUT.    *
000410*      WS-DP-PROVFLAG 'Y' ALSO CREDITS THE DISPUTED AMOUNT       *
000420*      PROVISIONALLY THROUGH CASH00'S 'N' REQUEST;               *
000430*  'F' RECORDS THE INVESTIGATOR'S FINDINGS ON AN OPEN CASE;      *
000440*  'U' UPHOLDS A CASE - THE PROVISIONAL CREDIT BECOMES FINAL     *
000450*      (ONE IS POSTED NOW IF NONE WAS GIVEN AT OPEN);            *
000460*  'D' DENIES A CASE, WHICH NEEDS FINDINGS - A PROVISIONAL       *
000470*      CREDIT IS CLAWED BACK THROUGH CASH00'S 'Z' REQUEST, WHOSE *
000480*      AUDIT RECORD CASH24 TURNS INTO THE CUSTOMER'S ADVICE.     *
000490* THE POSTINGS GO THROUGH CASH00 ITSELF - SAME RULES, SAME ENQ,  *
000500* SAME HISTORY RECORD - LINKED IN THIS TASK'S UNIT OF WORK, SO A *
000510* POSTING CASH00 REFUSES ('OVERDRAWN', 'ACCT FROZN', 'PSTG       *
000520* CLOSD'...) BACKS THE WHOLE DECISION OUT AND ITS RETCODE COMES  *
000530* BACK IN WS-DP-POSTRC. CASH51 REPORTS THE AGEING EVERY NIGHT.   *
000540* ROWS ARE NEVER DELETED.                                        *
000550******************************************************************
000560 ENVIRONMENT DIVISION.
000570 CONFIGURATION SECTION.
000580 SOURCE-COMPUTER. IBM-370.
000590 OBJECT-COMPUTER. IBM-370.
000600 DATA DIVISION.
000610 WORKING-STORAGE SECTION.
000620     EXEC SQL
000630         INCLUDE SQLCA
000640     END-EXEC.
000650     EXEC SQL
000660         INCLUDE DCLDISP
000670     END-EXEC.
000680     EXEC SQL
000690         INCLUDE DCLREF
000700     END-EXEC.
000710     EXEC SQL
000720         INCLUDE DCLPOUT
000730     END-EXEC.
000740     EXEC SQL
000750         INCLUDE DCLUENT
000760     END-EXEC.
000770     EXEC SQL
000780         INCLUDE DCLBDAT
000790     END-EXEC.
000800*
000810******************************************************************
000820* WORKING STORAGE - COUNTERS AND WORK AREAS                      *
000830******************************************************************
000840 77  WS-ENTITLED-SW      PIC X(01) VALUE 'N'.
000850     88 WS-ENTITLED                 VALUE 'Y'.
000860 77  WS-FUNC-SUB         PIC 9(2) COMP VALUE ZERO.
000870 77  WS-ENT-ALERT-MSG    PIC X(40) VALUE SPACES.
000880 77  WS-REGION           PIC X(08) VALUE 'CASHRGN '.
000890 77  WS-ASKTIME          PIC S9(15) COMP-3 VALUE ZERO.
000900 77  WS-DECIDDT          PIC X(08) VALUE SPACES.
000910 77  WS-TIME             PIC X(06) VALUE SPACES.
000920 77  WS-LINK-RESP        PIC S9(8) COMP VALUE ZERO.
000930 77  WS-CASE-CNT         PIC S9(9) COMP VALUE ZERO.
000940 77  WS-CASE-SEQ         PIC 9(4) VALUE ZERO.
000950 77  WS-CASE-INS-SW      PIC X(01) VALUE 'N'.
000960     88 WS-CASE-INS-DONE            VALUE 'Y'.
000970 77  WS-FINDINGS         PIC X(60) VALUE SPACES.
000980 77  WS-DL-MAX-ENTRIES   PIC 9(2) VALUE 5.
000990 77  WS-DL-ENTRY-CNT     PIC 9(2) VALUE ZERO.
001000 77  WS-DL-DONE-SW       PIC X(01) VALUE 'N'.
001010     88 WS-DL-DONE                  VALUE 'Y'.
001020*    THE REGULATORY RESOLUTION DEADLINE, IN CALENDAR DAYS FROM
001030*    THE BUSINESS DATE THE CASE OPENS.
001040 77  WS-DUE-DAYS         PIC 9(3) VALUE 45.
001050 77  WS-DUE-INT          PIC S9(9) COMP VALUE ZERO.
001060 77  WS-OPEN-N           PIC 9(8) VALUE ZERO.
001070 77  WS-DUE-N            PIC 9(8) VALUE ZERO.
001080 01  WS-DISP-COMMAREA.
001090     05 WS-DP-REQ        PIC X(01).
001100     05 WS-DP-CASEID     PIC X(12).
001110*    'O' OPEN: THE DISPUTED POSTING'S REFERENCE AND OWNER, THE
001120*    AMOUNT DISPUTED (ZERO = ALL OF IT), THE REASON CODE AND
001130*    WHETHER TO CREDIT IT PROVISIONALLY ('Y').
001140     05 WS-DP-REFID      PIC X(12).
001150     05 WS-DP-OWNER      PIC X(32).
001160     05 WS-DP-DISPAMT    PIC 9(7)V99.
001170     05 WS-DP-REASON     PIC X(04).
001180     05 WS-DP-PROVFLAG   PIC X(01).
001190     05 WS-DP-CURRENCY   PIC X(08).
001200     05 WS-DP-ORIGREQ    PIC X(01).
001210     05 WS-DP-ORIGAMT    PIC 9(7)V99.
001220     05 WS-DP-CSTATUS    PIC X(01).
001230     05 WS-DP-PROVSTAT   PIC X(01).
001240     05 WS-DP-PROVAMT    PIC 9(7)V99.
001250     05 WS-DP-PROVDT     PIC X(08).
001260     05 WS-DP-OPENDT     PIC X(08).
001270     05 WS-DP-OPENID     PIC X(08).
001280     05 WS-DP-DUEDT      PIC X(08).
001290*    'F'/'U'/'D': FINDINGS TO RECORD (BLANK KEEPS WHAT IS THERE).
001300     05 WS-DP-FINDINGS   PIC X(60).
001310     05 WS-DP-CLOSEID    PIC X(08).
001320     05 WS-DP-CLOSEDT    PIC X(08).
001330     05 WS-DP-RETCODE    PIC X(10).
001340*    CASH00'S OWN ANSWER WHEN A LINKED POSTING WAS REFUSED.
001350     05 WS-DP-POSTRC     PIC X(10).
001360     05 WS-DP-USERID     PIC X(08).
001370*    'L' LIST: OPEN CASES, NEAREST DEADLINE FIRST, UP TO FIVE. AN
001380*    OWNER IN WS-DP-OWNER LIMITS THE LIST TO THAT OWNER.
001390     05 WS-DP-COUNT      PIC 9(02).
001400     05 WS-DP-ENTRIES    OCCURS 5 TIMES.
001410        10 WS-DL-CASEID     PIC X(12).
001420        10 WS-DL-REFID      PIC X(12).
001430        10 WS-DL-OWNER      PIC X(32).
001440        10 WS-DL-CURRENCY   PIC X(08).
001450        10 WS-DL-DISPAMT    PIC 9(7)V99.
001460        10 WS-DL-PROVSTAT   PIC X(01).
001470        10 WS-DL-OPENDT     PIC X(08).
001480        10 WS-DL-DUEDT      PIC X(08).
001490******************************************************************
001500* CASH00'S COMMAREA, FIELD FOR FIELD - THE 'N' AND 'Z' REQUESTS  *
001510* ARE LINKED WITH IT. KEEP IN STEP WITH WS-COMMAREA IN CASH00.   *
001520******************************************************************
001530 01  WS-CX-COMMAREA.
001540     05 WS-CX-REQ           PIC X(1).
001550     05 WS-CX-NAME          PIC X(15).
001560     05 WS-CX-BALANCE       PIC 9(7)V99.
001570     05 WS-CX-CURRENCY      PIC X(8).
001580     05 WS-CX-RETCODE       PIC X(10).
001590     05 WS-CX-HIST-COUNT    PIC 9(2).
001600     05 WS-CX-HIST-ENTRIES  OCCURS 5 TIMES.
001610        10 WS-CX-HIST-DATE     PIC X(08).
001620        10 WS-CX-HIST-TIME     PIC X(06).
001630        10 WS-CX-HIST-REQ      PIC X(01).
001640        10 WS-CX-HIST-BALANCE  PIC 9(7)V99.
001650        10 WS-CX-HIST-CURRENCY PIC X(08).
001660        10 WS-CX-HIST-RETCODE  PIC X(10).
001670     05 WS-CX-NAME2         PIC X(15).
001680     05 WS-CX-POS-COUNT     PIC 9(2).
001690     05 WS-CX-POS-ENTRIES   OCCURS 5 TIMES.
001700        10 WS-CX-POS-CURRENCY  PIC X(08).
001710        10 WS-CX-POS-BALANCE   PIC 9(7)V99.
001720     05 WS-CX-REFERENCE     PIC X(12).
001730     05 WS-CX-STATUS        PIC X(1).
001740     05 WS-CX-STATRSN       PIC X(4).
001750     05 WS-CX-USERID        PIC X(8).
001760     05 WS-CX-PENDID        PIC X(16).
001770     05 WS-CX-PEND-COUNT    PIC 9(2).
001780     05 WS-CX-PEND-ENTRIES  OCCURS 5 TIMES.
001790        10 WS-CX-PL-PENDID    PIC X(16).
001800        10 WS-CX-PL-NAME      PIC X(15).
001810        10 WS-CX-PL-REQ       PIC X(1).
001820        10 WS-CX-PL-AMOUNT    PIC 9(7)V99.
001830        10 WS-CX-PL-CURRENCY  PIC X(8).
001840        10 WS-CX-PL-MAKERID   PIC X(8).
001850        10 WS-CX-PL-ENTRYDT   PIC X(8).
001860     05 WS-CX-CURRENCY2     PIC X(8).
001870     05 WS-CX-HOLDID        PIC X(16).
001880     05 WS-CX-EXPDT         PIC X(8).
001890     05 WS-CX-HOLD-COUNT    PIC 9(2).
001900     05 WS-CX-HOLD-ENTRIES  OCCURS 5 TIMES.
001910        10 WS-CX-HL-HOLDID    PIC X(16).
001920        10 WS-CX-HL-AMOUNT    PIC 9(7)V99.
001930        10 WS-CX-HL-REFID     PIC X(12).
001940        10 WS-CX-HL-EXPDT     PIC X(8).
001950        10 WS-CX-HL-HSTATUS   PIC X(1).
001960     05 WS-CX-CUSTID        PIC X(8).
001970     05 WS-CX-BENE-NAME     PIC X(35).
001980     05 WS-CX-BENE-IBAN     PIC X(34).
001990     05 WS-CX-BENE-BIC      PIC X(11).
002000
002010 LINKAGE SECTION.
002020 01  DFHCOMMAREA.
002030     05 LK-COMMAREA   PIC X(01) OCCURS 1 TO 32767 TIMES
002040         DEPENDING ON EIBCALEN.
002050 PROCEDURE DIVISION.
002060*
002070 0000-MAINLINE.
002080     MOVE DFHCOMMAREA(1:EIBCALEN) TO WS-DISP-COMMAREA
002090
002100     DISPLAY 'REQ   :'   WS-DP-REQ
002110     DISPLAY 'CASEID:'   WS-DP-CASEID
002120     DISPLAY 'REFID :'   WS-DP-REFID
002130
002140     MOVE SPACES TO WS-DP-RETCODE
002150     MOVE SPACES TO WS-DP-POSTRC
002160
002170     IF WS-DP-REQ = 'L'
002180         PERFORM 1000-CASE-LIST
002190             THRU 1000-CASE-LIST-EXIT
002200         GO TO 0000-MAINLINE-EXIT
002210     END-IF
002220
002230*    AN OPEN NAMES THE DISPUTED POSTING; EVERYTHING ELSE THE CASE.
002240     IF WS-DP-REQ = 'O'
002250         IF WS-DP-REFID = SPACES OR WS-DP-OWNER = SPACES
002260             MOVE 'BAD KEY' TO WS-DP-RETCODE
002270             GO TO 0000-MAINLINE-EXIT
002280         END-IF
002290     ELSE
002300         IF WS-DP-CASEID = SPACES
002310             MOVE 'BAD KEY' TO WS-DP-RETCODE
002320             GO TO 0000-MAINLINE-EXIT
002330         END-IF
002340     END-IF
002350
002360*    QUERIES STAY OPEN; EVERY CHANGE NEEDS THE 'D' FUNCTION ON
002370*    THE CALLER'S USERENT ROW.
002380     IF WS-DP-REQ = 'O' OR WS-DP-REQ = 'F' OR WS-DP-REQ = 'U'
002390        OR WS-DP-REQ = 'D'
002400         PERFORM 0800-ENTITLE-CHECK
002410             THRU 0800-ENTITLE-CHECK-EXIT
002420         IF NOT WS-ENTITLED
002430             GO TO 0000-MAINLINE-EXIT
002440         END-IF
002450     END-IF
002460
002470     EVALUATE WS-DP-REQ
002480         WHEN 'Q'
002490             PERFORM 2000-CASE-QUERY
002500                 THRU 2000-CASE-QUERY-EXIT
002510         WHEN 'O'
002520             PERFORM 3000-CASE-OPEN
002530                 THRU 3000-CASE-OPEN-EXIT
002540         WHEN 'F'
002550             PERFORM 4000-CASE-FINDINGS
002560                 THRU 4000-CASE-FINDINGS-EXIT
002570         WHEN 'U'
002580             PERFORM 5000-CASE-UPHOLD
002590                 THRU 5000-CASE-UPHOLD-EXIT
002600         WHEN 'D'
002610             PERFORM 6000-CASE-DENY
002620                 THRU 6000-CASE-DENY-EXIT
002630         WHEN OTHER
002640             MOVE 'BAD REQ' TO WS-DP-RETCODE
002650     END-EVALUATE
002660     .
002670 0000-MAINLINE-EXIT.
002680     MOVE WS-DISP-COMMAREA TO DFHCOMMAREA(1:EIBCALEN)
002690
002700     EXEC CICS RETURN END-EXEC.
002710*
002720******************************************************************
002730* 0800-ENTITLE-CHECK - THE CALLER NEEDS THE 'D' FUNCTION ON      *
002740*   THEIR USERENT ROW (SEE DCLUENT/CASH22). NO ROW, NO USERID    *
002750*   OR NO 'D' ALL REFUSE 'NOT ENTITL', AND EVERY REFUSAL GOES    *
002760*   TO THE CSHALRT QUEUE SO SECURITY REVIEW SEES WHO TRIED.      *
002770******************************************************************
002780 0800-ENTITLE-CHECK.
002790     MOVE 'N' TO WS-ENTITLED-SW
002800
002810     IF WS-DP-USERID NOT = SPACES
002820         EXEC SQL
002830              SELECT USERID, FUNCS, AMTLIMIT
002840              INTO  :DCLUSERENT
002850              FROM STOCKTRD.USERENT
002860              WHERE USERID = :WS-DP-USERID
002870         END-EXEC
002880
002890         IF SQLCODE = 0
002900             PERFORM 0900-SCAN-ONE-FUNC
002910                 THRU 0900-SCAN-ONE-FUNC-EXIT
002920                 VARYING WS-FUNC-SUB FROM 1 BY 1
002930                 UNTIL WS-FUNC-SUB > 16
002940                 OR WS-ENTITLED
002950         END-IF
002960     END-IF
002970
002980     IF NOT WS-ENTITLED
002990         MOVE 'NOT ENTITL' TO WS-DP-RETCODE
003000         MOVE SPACES TO WS-ENT-ALERT-MSG
003010         STRING 'SECURTY DENIED ' WS-DP-USERID ' FUNC D'
003020             DELIMITED BY SIZE
003030             INTO WS-ENT-ALERT-MSG
003040         END-STRING
003050         EXEC CICS WRITEQ TD QUEUE ('CSHALRT')
003060              FROM   (WS-ENT-ALERT-MSG)
003070              LENGTH (LENGTH OF WS-ENT-ALERT-MSG)
003080         END-EXEC
003090     END-IF
003100     .
003110 0800-ENTITLE-CHECK-EXIT.
003120     EXIT.
003130*
003140 0900-SCAN-ONE-FUNC.
003150     IF UE-FUNCS(WS-FUNC-SUB:1) = 'D'
003160         MOVE 'Y' TO WS-ENTITLED-SW
003170     END-IF
003180     .
003190 0900-SCAN-ONE-FUNC-EXIT.
003200     EXIT.
003210*
003220******************************************************************
003230* 0950-READ-CASE - THE CASE NAMED IN THE COMMAREA, INTO ITS      *
003240*   DCLGEN HOST STRUCTURE AND BACK OUT TO THE CALLER             *
003250******************************************************************
003260 0950-READ-CASE.
003270     EXEC SQL
003280          SELECT CASEID, REFID, OWNER, CURRENCYC, ORIGREQ,
003290                 ORIGAMT, RATEAPPL, DISPAMT, REASON, CSTATUS,
003300                 PROVSTAT, PROVAMT, PROVDT, OPENDT, OPENTM,
003310                 OPENID, DUEDT, FINDINGS, CLOSEID, CLOSEDT
003320          INTO  :DCLDISPCASE
003330          FROM STOCKTRD.DISPCASE
003340          WHERE CASEID = :WS-DP-CASEID
003350     END-EXEC
003360
003370     IF SQLCODE = 0
003380         MOVE DC-REFID     TO WS-DP-REFID
003390         MOVE DC-OWNER     TO WS-DP-OWNER
003400         MOVE DC-CURRENCYC TO WS-DP-CURRENCY
003410         MOVE DC-ORIGREQ   TO WS-DP-ORIGREQ
003420         MOVE DC-ORIGAMT   TO WS-DP-ORIGAMT
003430         MOVE DC-DISPAMT   TO WS-DP-DISPAMT
003440         MOVE DC-REASON    TO WS-DP-REASON
003450         MOVE DC-CSTATUS   TO WS-DP-CSTATUS
003460         MOVE DC-PROVSTAT  TO WS-DP-PROVSTAT
003470         MOVE DC-PROVAMT   TO WS-DP-PROVAMT
003480         MOVE DC-PROVDT    TO WS-DP-PROVDT
003490         MOVE DC-OPENDT    TO WS-DP-OPENDT
003500         MOVE DC-OPENID    TO WS-DP-OPENID
003510         MOVE DC-DUEDT     TO WS-DP-DUEDT
003520         MOVE DC-FINDINGS  TO WS-DP-FINDINGS
003530         MOVE DC-CLOSEID   TO WS-DP-CLOSEID
003540         MOVE DC-CLOSEDT   TO WS-DP-CLOSEDT
003550     ELSE
003560         MOVE 'NOT FOUND' TO WS-DP-RETCODE
003570     END-IF
003580     .
003590 0950-READ-CASE-EXIT.
003600     EXIT.
003610*
003620******************************************************************
003630* 0970-DECISION-DATE - THE LEDGER BUSINESS DATE THE CHANGE IS    *
003640*   RECORDED UNDER; NO ROW = CALENDAR DATE, AS ELSEWHERE         *
003650******************************************************************
003660 0970-DECISION-DATE.
003670     EXEC CICS ASKTIME ABSTIME (WS-ASKTIME) END-EXEC
003680     EXEC CICS FORMATTIME ABSTIME (WS-ASKTIME)
003690          YYYYMMDD (WS-DECIDDT)
003700          TIME     (WS-TIME)
003710     END-EXEC
003720
003730     EXEC SQL
003740          SELECT BUSDT
003750          INTO  :BD-BUSDT
003760          FROM STOCKTRD.BUSDATE
003770          WHERE REGIONID = :WS-REGION
003780     END-EXEC
003790
003800     IF SQLCODE = 0
003810         MOVE BD-BUSDT TO WS-DECIDDT
003820     END-IF
003830     .
003840 0970-DECISION-DATE-EXIT.
003850     EXIT.
003860*
003870******************************************************************
003880* 1000-CASE-LIST - THE OPEN CASES NEAREST THEIR DEADLINE, UP TO  *
003890*   FIVE. AN OWNER IN WS-DP-OWNER LIMITS THE LIST TO THAT OWNER  *
003900******************************************************************
003910 1000-CASE-LIST.
003920     MOVE ZERO TO WS-DL-ENTRY-CNT
003930     MOVE 'N'  TO WS-DL-DONE-SW
003940
003950     EXEC SQL
003960          DECLARE CASH50LCSR CURSOR FOR
003970          SELECT CASEID, REFID, OWNER, CURRENCYC, ORIGREQ,
003980                 ORIGAMT, RATEAPPL, DISPAMT, REASON, CSTATUS,
003990                 PROVSTAT, PROVAMT, PROVDT, OPENDT, OPENTM,
004000                 OPENID, DUEDT, FINDINGS, CLOSEID, CLOSEDT
004010          FROM STOCKTRD.DISPCASE
004020          WHERE CSTATUS = 'O'
004030            AND (UPPER(OWNER) = UPPER(:WS-DP-OWNER)
004040                 OR :WS-DP-OWNER = ' ')
004050          ORDER BY DUEDT, CASEID
004060     END-EXEC
004070
004080     EXEC SQL
004090          OPEN CASH50LCSR
004100     END-EXEC
004110
004120     IF SQLCODE = 0
004130         PERFORM 1100-CASE-LIST-FETCH
004140             THRU 1100-CASE-LIST-FETCH-EXIT
004150             UNTIL WS-DL-DONE
004160         EXEC SQL
004170              CLOSE CASH50LCSR
004180         END-EXEC
004190     END-IF
004200
004210     MOVE WS-DL-ENTRY-CNT TO WS-DP-COUNT
004220
004230     IF WS-DL-ENTRY-CNT > ZERO
004240         MOVE 'FOUND'     TO WS-DP-RETCODE
004250     ELSE
004260         MOVE 'NONE OPEN' TO WS-DP-RETCODE
004270     END-IF
004280     .
004290 1000-CASE-LIST-EXIT.
004300     EXIT.
004310*
004320 1100-CASE-LIST-FETCH.
004330     EXEC SQL
004340          FETCH CASH50LCSR
004350          INTO :DCLDISPCASE
004360     END-EXEC
004370
004380     IF SQLCODE NOT = 0
004390         MOVE 'Y' TO WS-DL-DONE-SW
004400         GO TO 1100-CASE-LIST-FETCH-EXIT
004410     END-IF
004420
004430     ADD 1 TO WS-DL-ENTRY-CNT
004440     MOVE DC-CASEID    TO WS-DL-CASEID(WS-DL-ENTRY-CNT)
004450     MOVE DC-REFID     TO WS-DL-REFID(WS-DL-ENTRY-CNT)
004460     MOVE DC-OWNER     TO WS-DL-OWNER(WS-DL-ENTRY-CNT)
004470     MOVE DC-CURRENCYC TO WS-DL-CURRENCY(WS-DL-ENTRY-CNT)
004480     MOVE DC-DISPAMT   TO WS-DL-DISPAMT(WS-DL-ENTRY-CNT)
004490     MOVE DC-PROVSTAT  TO WS-DL-PROVSTAT(WS-DL-ENTRY-CNT)
004500     MOVE DC-OPENDT    TO WS-DL-OPENDT(WS-DL-ENTRY-CNT)
004510     MOVE DC-DUEDT     TO WS-DL-DUEDT(WS-DL-ENTRY-CNT)
004520     IF WS-DL-ENTRY-CNT >= WS-DL-MAX-ENTRIES
004530         MOVE 'Y' TO WS-DL-DONE-SW
004540     END-IF
004550     .
004560 1100-CASE-LIST-FETCH-EXIT.
004570     EXIT.
004580*
004590******************************************************************
004600* 2000-CASE-QUERY - READ BACK ONE CASE                           *
004610******************************************************************
004620 2000-CASE-QUERY.
004630     PERFORM 0950-READ-CASE
004640         THRU 0950-READ-CASE-EXIT
004650
004660     IF SQLCODE = 0
004670         MOVE 'FOUND' TO WS-DP-RETCODE
004680     END-IF
004690     .
004700 2000-CASE-QUERY-EXIT.
004710     EXIT.
004720*
004730******************************************************************
004740* 3000-CASE-OPEN - OPEN A CASE AGAINST THE POSTING WS-DP-REFID   *
004750*   NAMES, AND CREDIT IT PROVISIONALLY WHEN ASKED                *
004760******************************************************************
004770 3000-CASE-OPEN.
004780     IF WS-DP-PROVFLAG NOT = 'Y' AND WS-DP-PROVFLAG NOT = 'N'
004790        AND WS-DP-PROVFLAG NOT = SPACE
004800         MOVE 'BAD FLAG' TO WS-DP-RETCODE
004810         GO TO 3000-CASE-OPEN-EXIT
004820     END-IF
004830
004840     EXEC SQL
004850          SELECT REFID, OWNER, REQ, RETCODE, BALANCE,
004860                 CURRENCYC, PROCDT, AMOUNT, RATEAPPL, RSTATUS,
004870                 FXMARGIN
004880          INTO  :DCLCASHREF
004890          FROM STOCKTRD.CASHREF
004900          WHERE REFID = :WS-DP-REFID
004910            AND UPPER(OWNER) = UPPER(:WS-DP-OWNER)
004920     END-EXEC
004930
004940     IF SQLCODE NOT = 0
004950         MOVE 'NOT FOUND' TO WS-DP-RETCODE
004960         GO TO 3000-CASE-OPEN-EXIT
004970     END-IF
004980
004990*    ONLY MONEY THAT LEFT THE POSITION AND IS STILL GONE - A 'D'
005000*    DEBIT (ONLINE, CASH07 SETTLEMENT, CASH19 STANDING ORDER) OR
005010*    AN 'O' PAYMENT NOT REVERSED OR RETURNED. A ZERO AMOUNT IS A
005020*    ROW FROM BEFORE CASHREF REMEMBERED THE MOVEMENT.
005030     IF (REF-REQ NOT = 'D' AND REF-REQ NOT = 'O')
005040        OR REF-RSTATUS NOT = 'A'
005050        OR REF-AMOUNT NOT > ZERO
005060         MOVE 'NOT DSPTBL' TO WS-DP-RETCODE
005070         GO TO 3000-CASE-OPEN-EXIT
005080     END-IF
005090
005100*    A RETURNED PAYMENT IS ALREADY BACK ON THE POSITION (CASH48) -
005110*    THE PAYOUT ROW IS CHECKED AS WELL AS THE CASHREF MARK.
005120     IF REF-REQ = 'O'
005130         EXEC SQL
005140              SELECT PSTATUS
005150              INTO  :PO-PSTATUS
005160              FROM STOCKTRD.PAYOUT
005170              WHERE REFID = :WS-DP-REFID
005180         END-EXEC
005190         IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
005200             MOVE 'UPD FAILED' TO WS-DP-RETCODE
005210             GO TO 3000-CASE-OPEN-EXIT
005220         END-IF
005230         IF SQLCODE = 0 AND PO-PSTATUS = 'R'
005240             MOVE 'NOT DSPTBL' TO WS-DP-RETCODE
005250             GO TO 3000-CASE-OPEN-EXIT
005260         END-IF
005270     END-IF
005280
005290     IF WS-DP-DISPAMT = ZERO
005300         MOVE REF-AMOUNT TO WS-DP-DISPAMT
005310     END-IF
005320     IF WS-DP-DISPAMT > REF-AMOUNT
005330         MOVE 'BAD AMOUNT' TO WS-DP-RETCODE
005340         GO TO 3000-CASE-OPEN-EXIT
005350     END-IF
005360
005370*    ONE LIVE CASE PER POSTING - AN OPEN ONE IS STILL BEING
005380*    WORKED, AN UPHELD ONE HAS ALREADY PAID THE CUSTOMER.
005390     MOVE ZERO TO WS-CASE-CNT
005400     EXEC SQL
005410          SELECT COUNT(*)
005420          INTO  :WS-CASE-CNT
005430          FROM STOCKTRD.DISPCASE
005440          WHERE REFID = :WS-DP-REFID
005450            AND CSTATUS IN ('O', 'U')
005460     END-EXEC
005470     IF SQLCODE NOT = 0
005480         MOVE 'UPD FAILED' TO WS-DP-RETCODE
005490         GO TO 3000-CASE-OPEN-EXIT
005500     END-IF
005510     IF WS-CASE-CNT > ZERO
005520         MOVE 'DUP CASE' TO WS-DP-RETCODE
005530         GO TO 3000-CASE-OPEN-EXIT
005540     END-IF
005550
005560     PERFORM 0970-DECISION-DATE
005570         THRU 0970-DECISION-DATE-EXIT
005580
005590     MOVE WS-DECIDDT TO WS-OPEN-N
005600     COMPUTE WS-DUE-INT =
005610         FUNCTION INTEGER-OF-DATE(WS-OPEN-N) + WS-DUE-DAYS
005620     END-COMPUTE
005630     COMPUTE WS-DUE-N = FUNCTION DATE-OF-INTEGER(WS-DUE-INT)
005640     END-COMPUTE
005650
005660     MOVE SPACES        TO DCLDISPCASE
005670     MOVE REF-REFID     TO DC-REFID
005680     MOVE REF-OWNER     TO DC-OWNER
005690     MOVE REF-CURRENCYC TO DC-CURRENCYC
005700     MOVE REF-REQ       TO DC-ORIGREQ
005710     MOVE REF-AMOUNT    TO DC-ORIGAMT
005720     MOVE REF-RATEAPPL  TO DC-RATEAPPL
005730     MOVE WS-DP-DISPAMT TO DC-DISPAMT
005740     MOVE WS-DP-REASON  TO DC-REASON
005750     MOVE 'O'           TO DC-CSTATUS
005760     MOVE SPACE         TO DC-PROVSTAT
005770     MOVE ZERO          TO DC-PROVAMT
005780     MOVE WS-DECIDDT    TO DC-OPENDT
005790     MOVE WS-TIME       TO DC-OPENTM
005800     MOVE WS-DP-USERID  TO DC-OPENID
005810     MOVE WS-DUE-N      TO DC-DUEDT
005820     MOVE WS-DP-FINDINGS TO DC-FINDINGS
005830
005840*    THE CASE ID IS 'DP' + OPEN DATE YYMMDD + 4-DIGIT SEQ, STARTED
005850*    PAST THE DAY'S CASES AND RETRIED PAST A COLLISION.
005860     MOVE ZERO TO WS-CASE-CNT
005870     EXEC SQL
005880          SELECT COUNT(*)
005890          INTO  :WS-CASE-CNT
005900          FROM STOCKTRD.DISPCASE
005910          WHERE OPENDT = :DC-OPENDT
005920     END-EXEC
005930     IF SQLCODE NOT = 0
005940         MOVE 'UPD FAILED' TO WS-DP-RETCODE
005950         GO TO 3000-CASE-OPEN-EXIT
005960     END-IF
005970     MOVE WS-CASE-CNT TO WS-CASE-SEQ
005980     MOVE 'N'         TO WS-CASE-INS-SW
005990
006000     PERFORM 3100-CASE-INSERT-TRY
006010         THRU 3100-CASE-INSERT-TRY-EXIT
006020         UNTIL WS-CASE-INS-DONE
006030
006040     IF WS-DP-RETCODE NOT = SPACES
006050         GO TO 3000-CASE-OPEN-EXIT
006060     END-IF
006070     MOVE DC-CASEID TO WS-DP-CASEID
006080
006090     IF WS-DP-PROVFLAG = 'Y'
006100         MOVE 'N' TO WS-CX-REQ
006110         PERFORM 7000-LINK-CASH00
006120             THRU 7000-LINK-CASH00-EXIT
006130         IF WS-CX-RETCODE NOT = 'PROV CRDT'
006140             PERFORM 7100-POST-REFUSED
006150                 THRU 7100-POST-REFUSED-EXIT
006160             MOVE SPACES TO WS-DP-CASEID
006170             GO TO 3000-CASE-OPEN-EXIT
006180         END-IF
006190     END-IF
006200
006210     PERFORM 0950-READ-CASE
006220         THRU 0950-READ-CASE-EXIT
006230     MOVE 'OPENED' TO WS-DP-RETCODE
006240     .
006250 3000-CASE-OPEN-EXIT.
006260     EXIT.
006270*
006280 3100-CASE-INSERT-TRY.
006290     ADD 1 TO WS-CASE-SEQ
006300     MOVE SPACES             TO DC-CASEID
006310     MOVE 'DP'               TO DC-CASEID(1:2)
006320     MOVE DC-OPENDT(3:6)     TO DC-CASEID(3:6)
006330     MOVE WS-CASE-SEQ        TO DC-CASEID(9:4)
006340
006350     EXEC SQL
006360          INSERT INTO STOCKTRD.DISPCASE(
006370             CASEID, REFID, OWNER, CURRENCYC, ORIGREQ,
006380             ORIGAMT, RATEAPPL, DISPAMT, REASON, CSTATUS,
006390             PROVSTAT, PROVAMT, PROVDT, OPENDT, OPENTM,
006400             OPENID, DUEDT, FINDINGS, CLOSEID, CLOSEDT)
006410          VALUES (:DC-CASEID, :DC-REFID, :DC-OWNER,
006420             :DC-CURRENCYC, :DC-ORIGREQ, :DC-ORIGAMT,
006430             :DC-RATEAPPL, :DC-DISPAMT, :DC-REASON,
006440             :DC-CSTATUS, :DC-PROVSTAT, :DC-PROVAMT,
006450             :DC-PROVDT, :DC-OPENDT, :DC-OPENTM, :DC-OPENID,
006460             :DC-DUEDT, :DC-FINDINGS, :DC-CLOSEID,
006470             :DC-CLOSEDT)
006480     END-EXEC
006490
006500     EVALUATE TRUE
006510        WHEN SQLCODE = 0
006520           MOVE 'Y' TO WS-CASE-INS-SW
006530        WHEN SQLCODE = -803 AND WS-CASE-SEQ < 9999
006540           CONTINUE
006550        WHEN OTHER
006560           MOVE 'Y'          TO WS-CASE-INS-SW
006570           MOVE 'UPD FAILED' TO WS-DP-RETCODE
006580     END-EVALUATE
006590     .
006600 3100-CASE-INSERT-TRY-EXIT.
006610     EXIT.
006620*
006630******************************************************************
006640* 4000-CASE-FINDINGS - RECORD THE INVESTIGATOR'S FINDINGS ON AN  *
006650*   OPEN CASE                                                    *
006660******************************************************************
006670 4000-CASE-FINDINGS.
006680     MOVE WS-DP-FINDINGS TO WS-FINDINGS
006690     PERFORM 0950-READ-CASE
006700         THRU 0950-READ-CASE-EXIT
006710     IF SQLCODE NOT = 0
006720         GO TO 4000-CASE-FINDINGS-EXIT
006730     END-IF
006740
006750     IF DC-CSTATUS NOT = 'O'
006760         MOVE 'NOT OPEN' TO WS-DP-RETCODE
006770         GO TO 4000-CASE-FINDINGS-EXIT
006780     END-IF
006790
006800     IF WS-FINDINGS = SPACES
006810         MOVE 'NO FINDNGS' TO WS-DP-RETCODE
006820         GO TO 4000-CASE-FINDINGS-EXIT
006830     END-IF
006840
006850     EXEC SQL
006860          UPDATE STOCKTRD.DISPCASE
006870          SET FINDINGS = :WS-FINDINGS
006880          WHERE CASEID = :WS-DP-CASEID
006890            AND CSTATUS = 'O'
006900     END-EXEC
006910
006920     IF SQLCODE NOT = 0 OR SQLERRD(3) = 0
006930         EXEC CICS SYNCPOINT ROLLBACK END-EXEC
006940         MOVE 'UPD FAILED' TO WS-DP-RETCODE
006950         GO TO 4000-CASE-FINDINGS-EXIT
006960     END-IF
006970
006980     MOVE WS-FINDINGS TO WS-DP-FINDINGS
006990     MOVE 'RECORDED'  TO WS-DP-RETCODE
007000     .
007010 4000-CASE-FINDINGS-EXIT.
007020     EXIT.
007030*
007040******************************************************************
007050* 5000-CASE-UPHOLD - THE CUSTOMER WAS RIGHT: THE PROVISIONAL     *
007060*   CREDIT BECOMES FINAL, POSTED NOW IF NONE WAS GIVEN AT OPEN   *
007070******************************************************************
007080 5000-CASE-UPHOLD.
007090     MOVE WS-DP-FINDINGS TO WS-FINDINGS
007100     PERFORM 0950-READ-CASE
007110         THRU 0950-READ-CASE-EXIT
007120     IF SQLCODE NOT = 0
007130         GO TO 5000-CASE-UPHOLD-EXIT
007140     END-IF
007150
007160     IF DC-CSTATUS NOT = 'O'
007170         MOVE 'NOT OPEN' TO WS-DP-RETCODE
007180         GO TO 5000-CASE-UPHOLD-EXIT
007190     END-IF
007200     IF WS-FINDINGS = SPACES
007210         MOVE DC-FINDINGS TO WS-FINDINGS
007220     END-IF
007230
007240     IF DC-PROVSTAT = SPACE
007250         MOVE 'N' TO WS-CX-REQ
007260         PERFORM 7000-LINK-CASH00
007270             THRU 7000-LINK-CASH00-EXIT
007280         IF WS-CX-RETCODE NOT = 'PROV CRDT'
007290             PERFORM 7100-POST-REFUSED
007300                 THRU 7100-POST-REFUSED-EXIT
007310             GO TO 5000-CASE-UPHOLD-EXIT
007320         END-IF
007330     END-IF
007340
007350     PERFORM 0970-DECISION-DATE
007360         THRU 0970-DECISION-DATE-EXIT
007370
007380*    THE STATUS TEST IN THE UPDATE STOPS TWO CONCURRENT
007390*    DECISIONS ON THE SAME CASE BOTH LANDING.
007400     EXEC SQL
007410          UPDATE STOCKTRD.DISPCASE
007420          SET CSTATUS  = 'U',
007430              PROVSTAT = 'F',
007440              FINDINGS = :WS-FINDINGS,
007450              CLOSEID  = :WS-DP-USERID,
007460              CLOSEDT  = :WS-DECIDDT
007470          WHERE CASEID = :WS-DP-CASEID
007480            AND CSTATUS = 'O'
007490            AND PROVSTAT = 'P'
007500     END-EXEC
007510
007520     IF SQLCODE NOT = 0 OR SQLERRD(3) = 0
007530         EXEC CICS SYNCPOINT ROLLBACK END-EXEC
007540         MOVE 'UPD FAILED' TO WS-DP-RETCODE
007550         GO TO 5000-CASE-UPHOLD-EXIT
007560     END-IF
007570
007580     PERFORM 0950-READ-CASE
007590         THRU 0950-READ-CASE-EXIT
007600     MOVE 'UPHELD' TO WS-DP-RETCODE
007610     .
007620 5000-CASE-UPHOLD-EXIT.
007630     EXIT.
007640*
007650******************************************************************
007660* 6000-CASE-DENY - THE POSTING STANDS: CLAW ANY PROVISIONAL      *
007670*   CREDIT BACK AND CLOSE THE CASE. A DENIAL MUST SAY WHY        *
007680******************************************************************
007690 6000-CASE-DENY.
007700     MOVE WS-DP-FINDINGS TO WS-FINDINGS
007710     PERFORM 0950-READ-CASE
007720         THRU 0950-READ-CASE-EXIT
007730     IF SQLCODE NOT = 0
007740         GO TO 6000-CASE-DENY-EXIT
007750     END-IF
007760
007770     IF DC-CSTATUS NOT = 'O'
007780         MOVE 'NOT OPEN' TO WS-DP-RETCODE
007790         GO TO 6000-CASE-DENY-EXIT
007800     END-IF
007810     IF WS-FINDINGS = SPACES
007820         MOVE DC-FINDINGS TO WS-FINDINGS
007830     END-IF
007840     IF WS-FINDINGS = SPACES
007850         MOVE 'NO FINDNGS' TO WS-DP-RETCODE
007860         GO TO 6000-CASE-DENY-EXIT
007870     END-IF
007880
007890*    CASH00 REFUSES A CLAWBACK THE ACCOUNT CANNOT COVER
007900*    ('OVERDRAWN') - THE CASE STAYS OPEN FOR OPERATIONS.
007910     IF DC-PROVSTAT = 'P'
007920         MOVE 'Z' TO WS-CX-REQ
007930         PERFORM 7000-LINK-CASH00
007940             THRU 7000-LINK-CASH00-EXIT
007950         IF WS-CX-RETCODE NOT = 'CLAWED BK'
007960             PERFORM 7100-POST-REFUSED
007970                 THRU 7100-POST-REFUSED-EXIT
007980             GO TO 6000-CASE-DENY-EXIT
007990         END-IF
008000     END-IF
008010
008020     PERFORM 0970-DECISION-DATE
008030         THRU 0970-DECISION-DATE-EXIT
008040
008050     EXEC SQL
008060          UPDATE STOCKTRD.DISPCASE
008070          SET CSTATUS  = 'D',
008080              FINDINGS = :WS-FINDINGS,
008090              CLOSEID  = :WS-DP-USERID,
008100              CLOSEDT  = :WS-DECIDDT
008110          WHERE CASEID = :WS-DP-CASEID
008120            AND CSTATUS = 'O'
008130            AND PROVSTAT IN (' ', 'C')
008140     END-EXEC
008150
008160     IF SQLCODE NOT = 0 OR SQLERRD(3) = 0
008170         EXEC CICS SYNCPOINT ROLLBACK END-EXEC
008180         MOVE 'UPD FAILED' TO WS-DP-RETCODE
008190         GO TO 6000-CASE-DENY-EXIT
008200     END-IF
008210
008220     PERFORM 0950-READ-CASE
008230         THRU 0950-READ-CASE-EXIT
008240     MOVE 'DENIED' TO WS-DP-RETCODE
008250     .
008260 6000-CASE-DENY-EXIT.
008270     EXIT.
008280*
008290******************************************************************
008300* 7000-LINK-CASH00 - RUN ONE DISPUTE POSTING THROUGH CASH00      *
008310*   ITSELF. THE CALLER SETS WS-CX-REQ ('N' OR 'Z'); THE OWNER,   *
008320*   CURRENCY AND AMOUNT COME FROM THE CASE AND THE CASE ID IS    *
008330*   THE REFERENCE. THE CALLER'S USERID GOES WITH IT FOR CASH00'S *
008340*   OWN 'D' ENTITLEMENT CHECK. THE LINK RUNS IN THIS TASK'S UNIT *
008350*   OF WORK, SO A LATER REFUSAL BACKS THE POSTING OUT WITH       *
008360*   EVERYTHING ELSE                                              *
008370******************************************************************
008380 7000-LINK-CASH00.
008390     MOVE SPACES        TO WS-CX-NAME
008400     MOVE SPACES        TO WS-CX-RETCODE
008410     MOVE ZERO          TO WS-CX-HIST-COUNT
008420     MOVE SPACES        TO WS-CX-NAME2
008430     MOVE ZERO          TO WS-CX-POS-COUNT
008440     MOVE SPACES        TO WS-CX-STATUS
008450     MOVE SPACES        TO WS-CX-STATRSN
008460     MOVE SPACES        TO WS-CX-PENDID
008470     MOVE ZERO          TO WS-CX-PEND-COUNT
008480     MOVE SPACES        TO WS-CX-CURRENCY2
008490     MOVE SPACES        TO WS-CX-HOLDID
008500     MOVE SPACES        TO WS-CX-EXPDT
008510     MOVE ZERO          TO WS-CX-HOLD-COUNT
008520     MOVE SPACES        TO WS-CX-CUSTID
008530     MOVE SPACES        TO WS-CX-BENE-NAME
008540     MOVE SPACES        TO WS-CX-BENE-IBAN
008550     MOVE SPACES        TO WS-CX-BENE-BIC
008560
008570     MOVE DC-OWNER      TO WS-CX-NAME
008580     MOVE DC-CURRENCYC  TO WS-CX-CURRENCY
008590     MOVE DC-CASEID     TO WS-CX-REFERENCE
008600     MOVE WS-DP-USERID  TO WS-CX-USERID
008610     IF WS-CX-REQ = 'Z'
008620         MOVE DC-PROVAMT TO WS-CX-BALANCE
008630     ELSE
008640         MOVE DC-DISPAMT TO WS-CX-BALANCE
008650     END-IF
008660
008670     EXEC CICS LINK PROGRAM ('CASH00')
008680          COMMAREA (WS-CX-COMMAREA)
008690          LENGTH   (LENGTH OF WS-CX-COMMAREA)
008700          RESP     (WS-LINK-RESP)
008710     END-EXEC
008720
008730     IF WS-LINK-RESP NOT = DFHRESP(NORMAL)
008740         MOVE 'LINK FAILD' TO WS-CX-RETCODE
008750     END-IF
008760     .
008770 7000-LINK-CASH00-EXIT.
008780     EXIT.
008790*
008800******************************************************************
008810* 7100-POST-REFUSED - CASH00 DID NOT POST: BACK THE WHOLE        *
008820*   REQUEST OUT AND HAND ITS REASON BACK                         *
008830******************************************************************
008840 7100-POST-REFUSED.
008850     EXEC CICS SYNCPOINT ROLLBACK END-EXEC
008860     MOVE WS-CX-RETCODE TO WS-DP-POSTRC
008870     MOVE 'POST FAILD'  TO WS-DP-RETCODE
008880     .
008890 7100-POST-REFUSED-EXIT.
008900     EXIT.
