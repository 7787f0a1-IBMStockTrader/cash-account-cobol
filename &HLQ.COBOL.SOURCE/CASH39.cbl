000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. CASH39.
000120 AUTHOR. D-L CASH MANAGEMENT SUPPORT.
000130 INSTALLATION. STOCKTRD - CASH ACCOUNT SERVICES.
000140 DATE-WRITTEN. 2026-10-15.
000150 DATE-COMPILED.
000160******************************************************************
000170* MODIFICATION HISTORY                                           *
000180*  DATE       BY    DESCRIPTION                                  *
000190*  2026-10-15 DLM   INITIAL VERSION - SANCTIONS REFERRAL         *
000200*                    DECISIONS (LIST/QUERY/CONFIRM/CLEAR/        *
000210*                    RELEASE) ON THE SANCREF QUEUE, IN THE       *
000220*                    CASH31 MOLD.                                *
000230*  2026-10-15 DLM   A CONFIRM FREEZES ONLY ACTIVE POSITIONS,     *
000240*                    SO A RELEASE NEVER LIFTS A FREEZE SET FOR   *
000250*                    ANOTHER REASON.                             *
000260******************************************************************
000270*
000280******************************************************************
000290* COMPLIANCE WORKS THE SANCREF REFERRAL QUEUE (SEE DCLSREF) THAT *
000300* CASH00, CASH07, CASH31 AND CASH38 FILL. 'L' LISTS THE OLDEST   *
000310* PENDING REFERRALS, UP TO FIVE, AND 'Q' READS ONE BACK. THE     *
000320* DECISIONS NEED THE 'W' FUNCTION ON THE CALLER'S USERENT ROW:   *
000330*  'F' CONFIRMS A PENDING HIT - EVERY ACTIVE POSITION OF THE     *
000340*      PARTY IS FROZEN WITH STATRSN 'SANC' AND A SANCTNS         *
000350*      ALERT GOES TO CSHALRT, WHICH CASH11 LOGS AT SEVERITY 'S'; *
000360*  'X' CLEARS A PENDING HIT AS A FALSE MATCH - NO SCREEN REFERS  *
000370*      THE SAME LIST ENTRY FOR THE CUSTOMER AGAIN;               *
000380*  'R' RELEASES A CONFIRMED HIT (THE PARTY WAS DELISTED OR THE   *
000390*      CONFIRMATION OVERTURNED) - THE 'SANC' FREEZES GO BACK TO  *
000400*      ACTIVE, UNLESS ANOTHER CONFIRMED HIT STILL STANDS AGAINST *
000410*      THE SAME PARTY. A POSITION FROZEN FOR ANOTHER REASON      *
000420*      WAS NEVER TAKEN BY THE CONFIRMATION AND STAYS FROZEN, SO  *
000430*      THE RELEASE ANSWER COUNTS ONLY THE 'SANC' FREEZES LIFTED. *
000440* EACH DECISION RECORDS THE CALLER AND THE BUSINESS DATE ON THE  *
000450* REFERRAL, AND THE REFERRAL AND THE POSITIONS CHANGE IN ONE     *
000460* UNIT OF WORK. ROWS ARE NEVER DELETED.                          *
000470******************************************************************
000480 ENVIRONMENT DIVISION.
000490 CONFIGURATION SECTION.
000500 SOURCE-COMPUTER. IBM-370.
000510 OBJECT-COMPUTER. IBM-370.
000520 DATA DIVISION.
000530 WORKING-STORAGE SECTION.
000540     EXEC SQL
000550         INCLUDE SQLCA
000560     END-EXEC.
000570     EXEC SQL
000580         INCLUDE DCLSREF
000590     END-EXEC.
000600     EXEC SQL
000610         INCLUDE DCLUENT
000620     END-EXEC.
000630     EXEC SQL
000640         INCLUDE DCLBDAT
000650     END-EXEC.
000660*
000670******************************************************************
000680* WORKING STORAGE - COUNTERS AND WORK AREAS                      *
000690******************************************************************
000700 77  WS-ENTITLED-SW      PIC X(01) VALUE 'N'.
000710     88 WS-ENTITLED                 VALUE 'Y'.
000720 77  WS-FUNC-SUB         PIC 9(2) COMP VALUE ZERO.
000730 77  WS-ENT-ALERT-MSG    PIC X(40) VALUE SPACES.
000740 77  WS-SANC-ALERT-MSG   PIC X(40) VALUE SPACES.
000750 77  WS-ALERT-PARTY      PIC X(08) VALUE SPACES.
000760 77  WS-REGION           PIC X(08) VALUE 'CASHRGN '.
000770 77  WS-ASKTIME          PIC S9(15) COMP-3 VALUE ZERO.
000780 77  WS-DECIDDT          PIC X(08) VALUE SPACES.
000790 77  WS-STILL-CONF       PIC S9(9) COMP VALUE ZERO.
000800 77  WS-SL-MAX-ENTRIES   PIC 9(2) VALUE 5.
000810 77  WS-SL-ENTRY-CNT     PIC 9(2) VALUE ZERO.
000820 77  WS-SL-DONE-SW       PIC X(01) VALUE 'N'.
000830     88 WS-SL-DONE                  VALUE 'Y'.
000840 01  WS-SANC-COMMAREA.
000850     05 WS-SC-REQ        PIC X(01).
000860     05 WS-SC-REFID      PIC X(16).
000870     05 WS-SC-CUSTID     PIC X(08).
000880     05 WS-SC-SNAME      PIC X(32).
000890     05 WS-SC-COUNTRY    PIC X(02).
000900     05 WS-SC-LISTID     PIC X(12).
000910     05 WS-SC-HITTYPE    PIC X(01).
000920     05 WS-SC-SRCPGM     PIC X(08).
000930     05 WS-SC-SRCREF     PIC X(12).
000940     05 WS-SC-RSTATUS    PIC X(01).
000950     05 WS-SC-ENTRYDT    PIC X(08).
000960     05 WS-SC-DECIDID    PIC X(08).
000970     05 WS-SC-DECIDDT    PIC X(08).
000980*    POSITIONS A CONFIRM FROZE OR A RELEASE RE-ACTIVATED.
000990     05 WS-SC-POSNS      PIC 9(04).
001000     05 WS-SC-RETCODE    PIC X(10).
001010     05 WS-SC-USERID     PIC X(08).
001020*    'L' LIST: THE OLDEST PENDING REFERRALS, UP TO FIVE.
001030     05 WS-SC-COUNT      PIC 9(02).
001040     05 WS-SC-ENTRIES    OCCURS 5 TIMES.
001050        10 WS-SL-REFID      PIC X(16).
001060        10 WS-SL-CUSTID     PIC X(08).
001070        10 WS-SL-SNAME      PIC X(32).
001080        10 WS-SL-LISTID     PIC X(12).
001090        10 WS-SL-SRCPGM     PIC X(08).
001100        10 WS-SL-ENTRYDT    PIC X(08).
001110
001120 LINKAGE SECTION.
001130 01  DFHCOMMAREA.
001140     05 LK-COMMAREA   PIC X(01) OCCURS 1 TO 32767 TIMES
001150         DEPENDING ON EIBCALEN.
001160 PROCEDURE DIVISION.
001170*
001180 0000-MAINLINE.
001190     MOVE DFHCOMMAREA(1:EIBCALEN) TO WS-SANC-COMMAREA
001200
001210     DISPLAY 'REQ   :'   WS-SC-REQ
001220     DISPLAY 'REFID :'   WS-SC-REFID
001230
001240     MOVE SPACES TO WS-SC-RETCODE
001250     MOVE ZERO   TO WS-SC-POSNS
001260
001270     IF WS-SC-REQ = 'L'
001280         PERFORM 1000-SANC-LIST
001290             THRU 1000-SANC-LIST-EXIT
001300         GO TO 0000-MAINLINE-EXIT
001310     END-IF
001320
001330     IF WS-SC-REFID = SPACES
001340         MOVE 'BAD KEY' TO WS-SC-RETCODE
001350         GO TO 0000-MAINLINE-EXIT
001360     END-IF
001370
001380*    QUERIES STAY OPEN; EVERY DECISION NEEDS THE 'W' FUNCTION
001390*    ON THE CALLER'S USERENT ROW.
001400     IF WS-SC-REQ = 'F' OR WS-SC-REQ = 'X' OR WS-SC-REQ = 'R'
001410         PERFORM 0800-ENTITLE-CHECK
001420             THRU 0800-ENTITLE-CHECK-EXIT
001430         IF NOT WS-ENTITLED
001440             GO TO 0000-MAINLINE-EXIT
001450         END-IF
001460     END-IF
001470
001480     EVALUATE WS-SC-REQ
001490         WHEN 'Q'
001500             PERFORM 2000-SANC-QUERY
001510                 THRU 2000-SANC-QUERY-EXIT
001520         WHEN 'F'
001530             PERFORM 3000-SANC-CONFIRM
001540                 THRU 3000-SANC-CONFIRM-EXIT
001550         WHEN 'X'
001560             PERFORM 4000-SANC-CLEAR
001570                 THRU 4000-SANC-CLEAR-EXIT
001580         WHEN 'R'
001590             PERFORM 5000-SANC-RELEASE
001600                 THRU 5000-SANC-RELEASE-EXIT
001610         WHEN OTHER
001620             MOVE 'BAD REQ' TO WS-SC-RETCODE
001630     END-EVALUATE
001640     .
001650 0000-MAINLINE-EXIT.
001660     MOVE WS-SANC-COMMAREA TO DFHCOMMAREA(1:EIBCALEN)
001670
001680     EXEC CICS RETURN END-EXEC.
001690*
001700******************************************************************
001710* 0800-ENTITLE-CHECK - THE CALLER NEEDS THE 'W' FUNCTION ON      *
001720*   THEIR USERENT ROW (SEE DCLUENT/CASH22). NO ROW, NO USERID    *
001730*   OR NO 'W' ALL REFUSE 'NOT ENTITL', AND EVERY REFUSAL GOES    *
001740*   TO THE CSHALRT QUEUE SO SECURITY REVIEW SEES WHO TRIED.      *
001750******************************************************************
001760 0800-ENTITLE-CHECK.
001770     MOVE 'N' TO WS-ENTITLED-SW
001780
001790     IF WS-SC-USERID NOT = SPACES
001800         EXEC SQL
001810              SELECT USERID, FUNCS, AMTLIMIT
001820              INTO  :DCLUSERENT
001830              FROM STOCKTRD.USERENT
001840              WHERE USERID = :WS-SC-USERID
001850         END-EXEC
001860
001870         IF SQLCODE = 0
001880             PERFORM 0900-SCAN-ONE-FUNC
001890                 THRU 0900-SCAN-ONE-FUNC-EXIT
001900                 VARYING WS-FUNC-SUB FROM 1 BY 1
001910                 UNTIL WS-FUNC-SUB > 16
001920                 OR WS-ENTITLED
001930         END-IF
001940     END-IF
001950
001960     IF NOT WS-ENTITLED
001970         MOVE 'NOT ENTITL' TO WS-SC-RETCODE
001980         MOVE SPACES TO WS-ENT-ALERT-MSG
001990         STRING 'SECURTY DENIED ' WS-SC-USERID ' FUNC W'
002000             DELIMITED BY SIZE
002010             INTO WS-ENT-ALERT-MSG
002020         END-STRING
002030         EXEC CICS WRITEQ TD QUEUE ('CSHALRT')
002040              FROM   (WS-ENT-ALERT-MSG)
002050              LENGTH (LENGTH OF WS-ENT-ALERT-MSG)
002060         END-EXEC
002070     END-IF
002080     .
002090 0800-ENTITLE-CHECK-EXIT.
002100     EXIT.
002110*
002120 0900-SCAN-ONE-FUNC.
002130     IF UE-FUNCS(WS-FUNC-SUB:1) = 'W'
002140         MOVE 'Y' TO WS-ENTITLED-SW
002150     END-IF
002160     .
002170 0900-SCAN-ONE-FUNC-EXIT.
002180     EXIT.
002190*
002200******************************************************************
002210* 0950-READ-REFERRAL - THE REFERRAL NAMED IN THE COMMAREA, INTO  *
002220*   ITS DCLGEN HOST STRUCTURE AND BACK OUT TO THE CALLER         *
002230******************************************************************
002240 0950-READ-REFERRAL.
002250     EXEC SQL
002260          SELECT REFID, CUSTID, SNAME, COUNTRY, LISTID,
002270                 HITTYPE, SRCPGM, SRCREF, RSTATUS, ENTRYDT,
002280                 ENTRYTM, DECIDID, DECIDDT
002290          INTO  :DCLSANCREF
002300          FROM STOCKTRD.SANCREF
002310          WHERE REFID = :WS-SC-REFID
002320     END-EXEC
002330
002340     IF SQLCODE = 0
002350         MOVE SR-CUSTID    TO WS-SC-CUSTID
002360         MOVE SR-SNAME     TO WS-SC-SNAME
002370         MOVE SR-COUNTRY   TO WS-SC-COUNTRY
002380         MOVE SR-LISTID    TO WS-SC-LISTID
002390         MOVE SR-HITTYPE   TO WS-SC-HITTYPE
002400         MOVE SR-SRCPGM    TO WS-SC-SRCPGM
002410         MOVE SR-SRCREF    TO WS-SC-SRCREF
002420         MOVE SR-RSTATUS   TO WS-SC-RSTATUS
002430         MOVE SR-ENTRYDT   TO WS-SC-ENTRYDT
002440         MOVE SR-DECIDID   TO WS-SC-DECIDID
002450         MOVE SR-DECIDDT   TO WS-SC-DECIDDT
002460     ELSE
002470         MOVE 'NOT FOUND' TO WS-SC-RETCODE
002480     END-IF
002490     .
002500 0950-READ-REFERRAL-EXIT.
002510     EXIT.
002520*
002530******************************************************************
002540* 0970-DECISION-DATE - THE LEDGER BUSINESS DATE THE DECISION IS  *
002550*   RECORDED UNDER; NO ROW = CALENDAR DATE, AS ELSEWHERE         *
002560******************************************************************
002570 0970-DECISION-DATE.
002580     EXEC CICS ASKTIME ABSTIME (WS-ASKTIME) END-EXEC
002590     EXEC CICS FORMATTIME ABSTIME (WS-ASKTIME)
002600          YYYYMMDD (WS-DECIDDT)
002610     END-EXEC
002620
002630     EXEC SQL
002640          SELECT BUSDT
002650          INTO  :BD-BUSDT
002660          FROM STOCKTRD.BUSDATE
002670          WHERE REGIONID = :WS-REGION
002680     END-EXEC
002690
002700     IF SQLCODE = 0
002710         MOVE BD-BUSDT TO WS-DECIDDT
002720     END-IF
002730     .
002740 0970-DECISION-DATE-EXIT.
002750     EXIT.
002760*
002770******************************************************************
002780* 1000-SANC-LIST - THE OLDEST PENDING REFERRALS, UP TO FIVE. A   *
002790*   CUSTOMER ID IN WS-SC-CUSTID LIMITS THE LIST TO THAT CUSTOMER *
002800******************************************************************
002810 1000-SANC-LIST.
002820     MOVE ZERO TO WS-SL-ENTRY-CNT
002830     MOVE 'N'  TO WS-SL-DONE-SW
002840
002850     EXEC SQL
002860          DECLARE CASH39LCSR CURSOR FOR
002870          SELECT REFID, CUSTID, SNAME, COUNTRY, LISTID,
002880                 HITTYPE, SRCPGM, SRCREF, RSTATUS, ENTRYDT,
002890                 ENTRYTM, DECIDID, DECIDDT
002900          FROM STOCKTRD.SANCREF
002910          WHERE RSTATUS = 'P'
002920            AND (CUSTID = :WS-SC-CUSTID
002930                 OR :WS-SC-CUSTID = ' ')
002940          ORDER BY REFID
002950     END-EXEC
002960
002970     EXEC SQL
002980          OPEN CASH39LCSR
002990     END-EXEC
003000
003010     IF SQLCODE = 0
003020         PERFORM 1100-SANC-LIST-FETCH
003030             THRU 1100-SANC-LIST-FETCH-EXIT
003040             UNTIL WS-SL-DONE
003050         EXEC SQL
003060              CLOSE CASH39LCSR
003070         END-EXEC
003080     END-IF
003090
003100     MOVE WS-SL-ENTRY-CNT TO WS-SC-COUNT
003110
003120     IF WS-SL-ENTRY-CNT > ZERO
003130         MOVE 'FOUND'     TO WS-SC-RETCODE
003140     ELSE
003150         MOVE 'NONE PEND' TO WS-SC-RETCODE
003160     END-IF
003170     .
003180 1000-SANC-LIST-EXIT.
003190     EXIT.
003200*
003210 1100-SANC-LIST-FETCH.
003220     EXEC SQL
003230          FETCH CASH39LCSR
003240          INTO :DCLSANCREF
003250     END-EXEC
003260
003270     IF SQLCODE NOT = 0
003280         MOVE 'Y' TO WS-SL-DONE-SW
003290         GO TO 1100-SANC-LIST-FETCH-EXIT
003300     END-IF
003310
003320     ADD 1 TO WS-SL-ENTRY-CNT
003330     MOVE SR-REFID   TO WS-SL-REFID(WS-SL-ENTRY-CNT)
003340     MOVE SR-CUSTID  TO WS-SL-CUSTID(WS-SL-ENTRY-CNT)
003350     MOVE SR-SNAME   TO WS-SL-SNAME(WS-SL-ENTRY-CNT)
003360     MOVE SR-LISTID  TO WS-SL-LISTID(WS-SL-ENTRY-CNT)
003370     MOVE SR-SRCPGM  TO WS-SL-SRCPGM(WS-SL-ENTRY-CNT)
003380     MOVE SR-ENTRYDT TO WS-SL-ENTRYDT(WS-SL-ENTRY-CNT)
003390     IF WS-SL-ENTRY-CNT >= WS-SL-MAX-ENTRIES
003400         MOVE 'Y' TO WS-SL-DONE-SW
003410     END-IF
003420     .
003430 1100-SANC-LIST-FETCH-EXIT.
003440     EXIT.
003450*
003460******************************************************************
003470* 2000-SANC-QUERY - READ BACK ONE REFERRAL                       *
003480******************************************************************
003490 2000-SANC-QUERY.
003500     PERFORM 0950-READ-REFERRAL
003510         THRU 0950-READ-REFERRAL-EXIT
003520
003530     IF SQLCODE = 0
003540         MOVE 'FOUND' TO WS-SC-RETCODE
003550     END-IF
003560     .
003570 2000-SANC-QUERY-EXIT.
003580     EXIT.
003590*
003600******************************************************************
003610* 3000-SANC-CONFIRM - A PENDING HIT IS A TRUE MATCH: MARK IT     *
003620*   CONFIRMED, FREEZE THE PARTY'S POSITIONS UNDER 'SANC' AND     *
003630*   RAISE THE SANCTNS ALERT                                      *
003640******************************************************************
003650 3000-SANC-CONFIRM.
003660     PERFORM 0950-READ-REFERRAL
003670         THRU 0950-READ-REFERRAL-EXIT
003680     IF SQLCODE NOT = 0
003690         GO TO 3000-SANC-CONFIRM-EXIT
003700     END-IF
003710
003720     IF SR-RSTATUS NOT = 'P'
003730         MOVE 'NOT PEND' TO WS-SC-RETCODE
003740         GO TO 3000-SANC-CONFIRM-EXIT
003750     END-IF
003760
003770     PERFORM 0970-DECISION-DATE
003780         THRU 0970-DECISION-DATE-EXIT
003790
003800*    THE STATUS TEST IN THE UPDATE STOPS TWO CONCURRENT
003810*    DECISIONS ON THE SAME REFERRAL BOTH LANDING.
003820     EXEC SQL
003830          UPDATE STOCKTRD.SANCREF
003840          SET RSTATUS = 'F',
003850              DECIDID = :WS-SC-USERID,
003860              DECIDDT = :WS-DECIDDT
003870          WHERE REFID = :WS-SC-REFID
003880            AND RSTATUS = 'P'
003890     END-EXEC
003900
003910     IF SQLCODE NOT = 0 OR SQLERRD(3) = 0
003920         EXEC CICS SYNCPOINT ROLLBACK END-EXEC
003930         MOVE 'UPD FAILED' TO WS-SC-RETCODE
003940         GO TO 3000-SANC-CONFIRM-EXIT
003950     END-IF
003960
003970*    CLOSED AND ESCHEATED POSITIONS TAKE NO POSTINGS ALREADY
003980*    AND KEEP THEIR OWN STATUS. A POSITION ALREADY FROZEN FOR
003990*    ANOTHER REASON (AN 'S' FREEZE, A CASH46 'RBLD') KEEPS THAT
004000*    REASON TOO - 5000 ONLY LIFTS 'SANC', SO A RELEASE MUST
004010*    NEVER FIND A FREEZE IT DID NOT SET.
004020     EXEC SQL
004030          UPDATE STOCKTRD.CASHACCOUNTY
004040          SET ACCTSTAT = 'F',
004050              STATRSN  = 'SANC'
004060          WHERE UPPER(OWNER) = :SR-SNAME
004070            AND ACCTSTAT = 'A'
004080     END-EXEC
004090
004100     IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
004110         EXEC CICS SYNCPOINT ROLLBACK END-EXEC
004120         MOVE 'UPD FAILED' TO WS-SC-RETCODE
004130         GO TO 3000-SANC-CONFIRM-EXIT
004140     END-IF
004150     IF SQLCODE = 0
004160         MOVE SQLERRD(3) TO WS-SC-POSNS
004170     END-IF
004180
004190     MOVE SR-CUSTID TO WS-ALERT-PARTY
004200     IF WS-ALERT-PARTY = SPACES
004210         MOVE SR-SNAME TO WS-ALERT-PARTY
004220     END-IF
004230     MOVE SPACES TO WS-SANC-ALERT-MSG
004240     STRING 'SANCTNS CONFIRMED ' WS-ALERT-PARTY ' '
004250         SR-LISTID
004260         DELIMITED BY SIZE
004270         INTO WS-SANC-ALERT-MSG
004280     END-STRING
004290     EXEC CICS WRITEQ TD QUEUE ('CSHALRT')
004300          FROM   (WS-SANC-ALERT-MSG)
004310          LENGTH (LENGTH OF WS-SANC-ALERT-MSG)
004320     END-EXEC
004330
004340     MOVE 'F'              TO WS-SC-RSTATUS
004350     MOVE WS-SC-USERID     TO WS-SC-DECIDID
004360     MOVE WS-DECIDDT       TO WS-SC-DECIDDT
004370     MOVE 'CONFIRMED'      TO WS-SC-RETCODE
004380     .
004390 3000-SANC-CONFIRM-EXIT.
004400     EXIT.
004410*
004420******************************************************************
004430* 4000-SANC-CLEAR - A PENDING HIT IS A FALSE MATCH: MARK IT      *
004440*   CLEARED SO THE SCREENS DO NOT REFER IT AGAIN                 *
004450******************************************************************
004460 4000-SANC-CLEAR.
004470     PERFORM 0950-READ-REFERRAL
004480         THRU 0950-READ-REFERRAL-EXIT
004490     IF SQLCODE NOT = 0
004500         GO TO 4000-SANC-CLEAR-EXIT
004510     END-IF
004520
004530     IF SR-RSTATUS NOT = 'P'
004540         MOVE 'NOT PEND' TO WS-SC-RETCODE
004550         GO TO 4000-SANC-CLEAR-EXIT
004560     END-IF
004570
004580     PERFORM 0970-DECISION-DATE
004590         THRU 0970-DECISION-DATE-EXIT
004600
004610     EXEC SQL
004620          UPDATE STOCKTRD.SANCREF
004630          SET RSTATUS = 'X',
004640              DECIDID = :WS-SC-USERID,
004650              DECIDDT = :WS-DECIDDT
004660          WHERE REFID = :WS-SC-REFID
004670            AND RSTATUS = 'P'
004680     END-EXEC
004690
004700     IF SQLCODE NOT = 0 OR SQLERRD(3) = 0
004710         EXEC CICS SYNCPOINT ROLLBACK END-EXEC
004720         MOVE 'UPD FAILED' TO WS-SC-RETCODE
004730         GO TO 4000-SANC-CLEAR-EXIT
004740     END-IF
004750
004760     MOVE 'X'              TO WS-SC-RSTATUS
004770     MOVE WS-SC-USERID     TO WS-SC-DECIDID
004780     MOVE WS-DECIDDT       TO WS-SC-DECIDDT
004790     MOVE 'CLEARED'        TO WS-SC-RETCODE
004800     .
004810 4000-SANC-CLEAR-EXIT.
004820     EXIT.
004830*
004840******************************************************************
004850* 5000-SANC-RELEASE - LIFT A CONFIRMED HIT: MARK IT RELEASED AND *
004860*   RETURN THE 'SANC' FREEZES TO ACTIVE, UNLESS ANOTHER          *
004870*   CONFIRMED HIT STILL STANDS AGAINST THE SAME PARTY            *
004880******************************************************************
004890 5000-SANC-RELEASE.
004900     PERFORM 0950-READ-REFERRAL
004910         THRU 0950-READ-REFERRAL-EXIT
004920     IF SQLCODE NOT = 0
004930         GO TO 5000-SANC-RELEASE-EXIT
004940     END-IF
004950
004960     IF SR-RSTATUS NOT = 'F'
004970         MOVE 'NOT CONFRM' TO WS-SC-RETCODE
004980         GO TO 5000-SANC-RELEASE-EXIT
004990     END-IF
005000
005010     PERFORM 0970-DECISION-DATE
005020         THRU 0970-DECISION-DATE-EXIT
005030
005040     EXEC SQL
005050          UPDATE STOCKTRD.SANCREF
005060          SET RSTATUS = 'R',
005070              DECIDID = :WS-SC-USERID,
005080              DECIDDT = :WS-DECIDDT
005090          WHERE REFID = :WS-SC-REFID
005100            AND RSTATUS = 'F'
005110     END-EXEC
005120
005130     IF SQLCODE NOT = 0 OR SQLERRD(3) = 0
005140         EXEC CICS SYNCPOINT ROLLBACK END-EXEC
005150         MOVE 'UPD FAILED' TO WS-SC-RETCODE
005160         GO TO 5000-SANC-RELEASE-EXIT
005170     END-IF
005180
005190     MOVE ZERO TO WS-STILL-CONF
005200     EXEC SQL
005210          SELECT COUNT(*)
005220          INTO  :WS-STILL-CONF
005230          FROM STOCKTRD.SANCREF
005240          WHERE SNAME = :SR-SNAME
005250            AND RSTATUS = 'F'
005260     END-EXEC
005270
005280     IF SQLCODE NOT = 0
005290         EXEC CICS SYNCPOINT ROLLBACK END-EXEC
005300         MOVE 'UPD FAILED' TO WS-SC-RETCODE
005310         GO TO 5000-SANC-RELEASE-EXIT
005320     END-IF
005330
005340     IF WS-STILL-CONF = ZERO
005350         EXEC SQL
005360              UPDATE STOCKTRD.CASHACCOUNTY
005370              SET ACCTSTAT = 'A',
005380                  STATRSN  = ' '
005390              WHERE UPPER(OWNER) = :SR-SNAME
005400                AND ACCTSTAT = 'F'
005410                AND STATRSN = 'SANC'
005420         END-EXEC
005430         IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
005440             EXEC CICS SYNCPOINT ROLLBACK END-EXEC
005450             MOVE 'UPD FAILED' TO WS-SC-RETCODE
005460             GO TO 5000-SANC-RELEASE-EXIT
005470         END-IF
005480         IF SQLCODE = 0
005490             MOVE SQLERRD(3) TO WS-SC-POSNS
005500         END-IF
005510     END-IF
005520
005530     MOVE SR-CUSTID TO WS-ALERT-PARTY
005540     IF WS-ALERT-PARTY = SPACES
005550         MOVE SR-SNAME TO WS-ALERT-PARTY
005560     END-IF
005570     MOVE SPACES TO WS-SANC-ALERT-MSG
005580     STRING 'SANCTNS RELEASED ' WS-ALERT-PARTY ' '
005590         SR-LISTID
005600         DELIMITED BY SIZE
005610         INTO WS-SANC-ALERT-MSG
005620     END-STRING
005630     EXEC CICS WRITEQ TD QUEUE ('CSHALRT')
005640          FROM   (WS-SANC-ALERT-MSG)
005650          LENGTH (LENGTH OF WS-SANC-ALERT-MSG)
005660     END-EXEC
005670
005680     MOVE 'R'              TO WS-SC-RSTATUS
005690     MOVE WS-SC-USERID     TO WS-SC-DECIDID
005700     MOVE WS-DECIDDT       TO WS-SC-DECIDDT
005710     IF WS-STILL-CONF = ZERO
005720         MOVE 'RELEASED'   TO WS-SC-RETCODE
005730     ELSE
005740         MOVE 'STILL FRZN' TO WS-SC-RETCODE
005750     END-IF
005760     .
005770 5000-SANC-RELEASE-EXIT.
005780     EXIT.
