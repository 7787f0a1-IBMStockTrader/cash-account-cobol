000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. CASH43.
000120 AUTHOR. D-L CASH MANAGEMENT SUPPORT.
000130 INSTALLATION. STOCKTRD - CASH ACCOUNT SERVICES.
000140 DATE-WRITTEN. 2026-10-15.
000150 DATE-COMPILED.
000160******************************************************************
000170* MODIFICATION HISTORY                                           *
000180*  DATE       BY    DESCRIPTION                                  *
000190*  2026-10-15 DLM   INITIAL VERSION - NIGHTLY STOCK TRADE        *
000200*                    SETTLEMENT POSTING AND UNMATCHED-TRADES     *
000210*                    REPORT.                                     *
000220*  2026-10-15 DLM   SETTLEMENT HISTORY RECORDS ARE LINKED INTO   *
000230*                    THE OWNER'S HISTORY CHAIN ON HISTCHN (SEE   *
000240*                    DCLHCHN) BEFORE THE COMMIT THAT POSTS THEM, *
000250*                    SO THE CHAIN HEAD MOVES WITH THE BALANCE.   *
000260*  2026-10-15 DLM   ONLY A FILE THAT OPENED IS CLOSED.           *
000270******************************************************************
000280*
000290******************************************************************
000300* CASH42 RECORDS EVERY STOCK TRADER ORDER ON TRADEORD (SEE       *
000310* DCLTORD) AND HOLDS A BUY'S CASH UNTIL SETTLEMENT. THIS JOB     *
000320* POSTS EVERY FILLED ORDER WHOSE SETTLEMENT DATE HAS ARRIVED:    *
000330*   BUY   THE HOLD IS RELEASED AND THE FILL AMOUNT DEBITED IN    *
000340*         THE SAME UNIT OF WORK - THE EARMARK TURNS INTO THE     *
000350*         REAL DEBIT, NEVER BOTH AND NEVER NEITHER               *
000360*   SELL  THE FILL AMOUNT (PROCEEDS LESS COMMISSION) CREDITED    *
000370* THE POSTING CARRIES THE TRADE ID AS ITS CASHREF AND HISTORY    *
000380* REFERENCE, SO THE SAME ORDER CAN NEVER POST TWICE AND EVERY    *
000390* MOVEMENT POINTS BACK AT THE TRADE. THE POSITION'S OWN CURRENCY *
000400* IS THE TRADE CURRENCY - NO CONVERSION, RATE 1. A SETTLEMENT    *
000410* THAT CANNOT POST (POSITION MISSING OR BLOCKED, FUNDS SHORT)    *
000420* IS BACKED OUT, LEFT ON TRADEORD AS 'E' WITH ITS RETCODE AND    *
000430* RECORDED ON TRADEEXC; IT IS TRIED AGAIN EVERY NIGHT UNTIL IT   *
000440* POSTS. THE REPORT THEN LISTS THE DAY'S UNMATCHED TRADES - THE  *
000450* TRADE EVENTS CASH42 REFUSED AND THE SETTLEMENTS THAT FAILED - *
000460* AND EVERY ORDER STILL WAITING IN 'E'.                          *
000470*   SYSIN CARD 1  SETTLEMENT DATE YYYYMMDD (BLANK = REGION       *
000480*                 BUSINESS DATE) - ORDERS SETTLING ON OR BEFORE  *
000490*                 IT ARE POSTED                                  *
000500* EACH ORDER COMMITS ON ITS OWN, SO A RERUN PICKS UP EXACTLY THE *
000510* ORDERS THAT HAVE NOT YET POSTED.                               *
000520******************************************************************
000530 ENVIRONMENT DIVISION.
000540 CONFIGURATION SECTION.
000550 SOURCE-COMPUTER. IBM-370.
000560 OBJECT-COMPUTER. IBM-370.
000570 INPUT-OUTPUT SECTION.
000580 FILE-CONTROL.
000590     SELECT HISTORY-FILE ASSIGN TO HISTFILE
000600         ORGANIZATION IS INDEXED
000610         ACCESS MODE IS RANDOM
000620         RECORD KEY IS WS-VR-KEY
000630         FILE STATUS IS WS-HIST-FSTAT.
000640 DATA DIVISION.
000650 FILE SECTION.
000660 FD  HISTORY-FILE
000670     LABEL RECORDS ARE STANDARD.
000680     COPY DCLHIST.
000690 WORKING-STORAGE SECTION.
000700     EXEC SQL
000710         INCLUDE SQLCA
000720     END-EXEC.
000730     EXEC SQL
000740         INCLUDE DCLCASH
000750     END-EXEC.
000760     EXEC SQL
000770         INCLUDE DCLTORD
000780     END-EXEC.
000790     EXEC SQL
000800         INCLUDE DCLTEXC
000810     END-EXEC.
000820     EXEC SQL
000830         INCLUDE DCLREF
000840     END-EXEC.
000850     EXEC SQL
000860         INCLUDE DCLRUNC
000870     END-EXEC.
000880     EXEC SQL
000890         INCLUDE DCLBDAT
000900     END-EXEC.
000910     EXEC SQL
000920         INCLUDE DCLHCHN
000930     END-EXEC.
000940*
000950******************************************************************
000960* WORKING STORAGE - PARAMETERS, COUNTERS AND SWITCHES            *
000970******************************************************************
000980 77  WS-HIST-FSTAT           PIC X(02) VALUE '00'.
000990 77  WS-PARM-DATE            PIC X(08) VALUE SPACES.
001000 77  WS-EOF-SW               PIC X(01) VALUE 'N'.
001010     88 WS-EOF-YES                     VALUE 'Y'.
001020 77  WS-LIST-EOF-SW          PIC X(01) VALUE 'N'.
001030     88 WS-LIST-EOF                    VALUE 'Y'.
001040 77  WS-RUN-ERROR-SW         PIC X(01) VALUE 'N'.
001050     88 WS-RUN-ERROR                   VALUE 'Y'.
001060 77  WS-HIST-OPEN-SW         PIC X(01) VALUE 'N'.
001070     88 WS-HIST-OPEN                   VALUE 'Y'.
001080 77  WS-WRITE-DONE-SW        PIC X(01) VALUE 'N'.
001090     88 WS-WRITE-DONE                  VALUE 'Y'.
001100 77  WS-EXC-INS-SW           PIC X(01) VALUE 'N'.
001110     88 WS-EXC-INS-DONE                VALUE 'Y'.
001120 77  WS-REJECT-REASON        PIC X(10) VALUE SPACES.
001130 77  WS-OWNER-32             PIC X(32) VALUE SPACES.
001140 77  WS-DEBIT-FLOOR          PIC S9(7)V99 VALUE ZERO.
001150 77  WS-CALC                 PIC S9(9)V99 COMP-3 VALUE ZERO.
001160 77  WS-PRIOR-BAL            PIC S9(7)V99 COMP-3 VALUE ZERO.
001170 77  WS-RATE-ONE             PIC S9(3)V9(6) COMP-3 VALUE 1.
001180 77  WS-NOW-DATE             PIC X(08) VALUE SPACES.
001190 77  WS-NOW-TIME             PIC X(08) VALUE SPACES.
001200 77  WS-WRITE-SEQ            PIC 9(02) VALUE ZERO.
001210 77  WS-EXC-SEQ              PIC 9(02) VALUE ZERO.
001220 77  WS-ROWS-READ            PIC 9(7) COMP VALUE ZERO.
001230 77  WS-BUYS-POSTED          PIC 9(7) COMP VALUE ZERO.
001240 77  WS-SELLS-POSTED         PIC 9(7) COMP VALUE ZERO.
001250 77  WS-RETRIES-POSTED       PIC 9(7) COMP VALUE ZERO.
001260 77  WS-ROWS-FAILED          PIC 9(7) COMP VALUE ZERO.
001270 77  WS-EXC-LISTED           PIC 9(7) COMP VALUE ZERO.
001280 77  WS-OPEN-LISTED          PIC 9(7) COMP VALUE ZERO.
001290 77  WS-DEBIT-TOTAL          PIC S9(11)V99 COMP-3 VALUE ZERO.
001300 77  WS-CREDIT-TOTAL         PIC S9(11)V99 COMP-3 VALUE ZERO.
001310 77  WS-ED-AMOUNT            PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
001320******************************************************************
001330* HISTORY CHAIN FIELDS (SEE DCLHCHN/DCLHIST) - EACH POSTING'S    *
001340*   RECORD IS LINKED INTO ITS OWNER'S CHAIN BEFORE THE COMMIT,   *
001350*   SO THE HEAD UPDATE COMMITS WITH THE BALANCE. WS-CHN-BYTE-HW  *
001360*   PICKS UP ONE RECORD BYTE IN ITS LOW HALF                     *
001370******************************************************************
001380 77  WS-CHN-POS              PIC S9(4) COMP VALUE ZERO.
001390 77  WS-CHN-LEN              PIC S9(4) COMP VALUE ZERO.
001400 77  WS-CHN-SAVE-SEQ         PIC 9(02) VALUE ZERO.
001410 77  WS-CHN-WORK             PIC S9(15) COMP-3 VALUE ZERO.
001420 77  WS-CHN-QUOT             PIC S9(15) COMP-3 VALUE ZERO.
001430 77  WS-CHN-MOD-A            PIC S9(11) COMP-3 VALUE 2147483647.
001440 77  WS-CHN-MOD-B            PIC S9(11) COMP-3 VALUE 999999937.
001450 77  WS-CHN-ZERO-VAL         PIC X(20) VALUE ALL '0'.
001460 01  WS-CHN-BYTE-HW          PIC 9(4) COMP VALUE ZERO.
001470 01  WS-CHN-BYTE-R REDEFINES WS-CHN-BYTE-HW.
001480     05 WS-CHN-BYTE-HI       PIC X(01).
001490     05 WS-CHN-BYTE-LO       PIC X(01).
001500 01  WS-CHN-VALUE.
001510     05 WS-CHN-A             PIC 9(10).
001520     05 WS-CHN-B             PIC 9(10).
001530******************************************************************
001540* REPORT LINES - ONE SETTLED ORDER, ONE UNMATCHED TRADE          *
001550******************************************************************
001560 01  WS-RPT-LINE.
001570     05 WS-RPT-TRADEID       PIC X(12).
001580     05 FILLER               PIC X(01) VALUE SPACE.
001590     05 WS-RPT-SIDE          PIC X(01).
001600     05 FILLER               PIC X(01) VALUE SPACE.
001610     05 WS-RPT-OWNER         PIC X(32).
001620     05 FILLER               PIC X(01) VALUE SPACE.
001630     05 WS-RPT-CURRENCY      PIC X(08).
001640     05 WS-RPT-AMOUNT        PIC -Z,ZZZ,ZZ9.99.
001650     05 FILLER               PIC X(01) VALUE SPACE.
001660     05 WS-RPT-SETTLDT       PIC X(08).
001670     05 FILLER               PIC X(01) VALUE SPACE.
001680     05 WS-RPT-NOTE          PIC X(12).
001690 01  WS-EXC-LINE.
001700     05 WS-EXC-TRADEID       PIC X(12).
001710     05 FILLER               PIC X(01) VALUE SPACE.
001720     05 WS-EXC-EVENT         PIC X(01).
001730     05 FILLER               PIC X(01) VALUE SPACE.
001740     05 WS-EXC-SIDE          PIC X(01).
001750     05 FILLER               PIC X(01) VALUE SPACE.
001760     05 WS-EXC-OWNER         PIC X(32).
001770     05 FILLER               PIC X(01) VALUE SPACE.
001780     05 WS-EXC-CURRENCY      PIC X(08).
001790     05 WS-EXC-AMOUNT        PIC -Z,ZZZ,ZZ9.99.
001800     05 FILLER               PIC X(01) VALUE SPACE.
001810     05 WS-EXC-RETCODE       PIC X(10).
001820     05 FILLER               PIC X(01) VALUE SPACE.
001830     05 WS-EXC-SRCPGM        PIC X(08).
001840******************************************************************
001850* BATCH RUN-CONTROL (SEE DCLRUNC): THIS JOB REGISTERS ON RUNCTL  *
001860* AND MARKS ITSELF COMPLETE OR FAILED AT END OF RUN. IT OPENS    *
001870* THE NIGHT LIKE CASH07, SO IT WAITS ON NO PREDECESSOR; CASH01'S *
001880* ACCRUAL WAITS ON IT, SO INTEREST RUNS ON THE SETTLED BALANCE.  *
001890******************************************************************
001900 77  WS-RC-JOBNAME           PIC X(08) VALUE 'CASH43  '.
001910 77  WS-RC-REGION            PIC X(08) VALUE 'CASHRGN '.
001920 77  WS-RC-BUSDT             PIC X(08) VALUE SPACES.
001930 77  WS-RC-TIME              PIC X(06) VALUE SPACES.
001940 77  WS-RC-REFUSED-SW        PIC X(01) VALUE 'N'.
001950     88 WS-RC-REFUSED                  VALUE 'Y'.
001960 PROCEDURE DIVISION.
001970*
001980 0000-MAINLINE.
001990     PERFORM 1000-INITIALIZE
002000         THRU 1000-INITIALIZE-EXIT
002010     PERFORM 2000-PROCESS-ORDERS
002020         THRU 2000-PROCESS-ORDERS-EXIT
002030         UNTIL WS-EOF-YES
002040     PERFORM 6000-UNMATCHED-REPORT
002050         THRU 6000-UNMATCHED-REPORT-EXIT
002060     PERFORM 8000-TERMINATE
002070         THRU 8000-TERMINATE-EXIT
002080     GOBACK.
002090******************************************************************
002100* 0800-RUN-CONTROL - REGISTER THIS RUN ON RUNCTL FOR THE         *
002110*   BUSINESS DATE                                                *
002120******************************************************************
002130 0800-RUN-CONTROL.
002140     MOVE 'N' TO WS-RC-REFUSED-SW
002150     ACCEPT WS-RC-TIME FROM TIME
002160
002170     ACCEPT WS-RC-BUSDT FROM DATE YYYYMMDD
002180     EXEC SQL
002190         SELECT REGIONID, BUSDT, WSTATUS
002200         INTO :DCLBUSDATE
002210         FROM STOCKTRD.BUSDATE
002220         WHERE REGIONID = :WS-RC-REGION
002230     END-EXEC
002240     IF SQLCODE = 0
002250         MOVE BD-BUSDT TO WS-RC-BUSDT
002260     END-IF
002270
002280     EXEC SQL
002290         UPDATE STOCKTRD.RUNCTL
002300         SET RSTATUS = 'S',
002310             STARTTM = :WS-RC-TIME,
002320             ENDTM   = ' '
002330         WHERE JOBNAME = :WS-RC-JOBNAME
002340           AND BUSDT = :WS-RC-BUSDT
002350     END-EXEC
002360     IF SQLCODE NOT = 0 OR SQLERRD(3) = 0
002370         EXEC SQL
002380             INSERT INTO STOCKTRD.RUNCTL(
002390                 JOBNAME, BUSDT, RSTATUS, STARTTM,
002400                 ENDTM, OVERRIDE)
002410             VALUES (:WS-RC-JOBNAME, :WS-RC-BUSDT, 'S',
002420                 :WS-RC-TIME, ' ', ' ')
002430         END-EXEC
002440     END-IF
002450     IF SQLCODE NOT = 0
002460         DISPLAY 'CASH43 - RUNCTL REGISTRATION FAILED,'
002470             ' SQLCODE=' SQLCODE
002480     END-IF
002490*    THE REGISTRATION IS COMMITTED ON ITS OWN SO THE FIRST
002500*    ORDER'S BACK-OUT CANNOT TAKE IT WITH IT.
002510     EXEC SQL
002520         COMMIT
002530     END-EXEC
002540     .
002550 0800-RUN-CONTROL-EXIT.
002560     EXIT.
002570*
002580******************************************************************
002590* 0900-RUN-COMPLETE - MARK THE RUN COMPLETE (OR FAILED, WHEN IT  *
002600*   ENDED ON AN ERROR) ON RUNCTL, WITH ITS OWN COMMIT SO THE     *
002610*   STATUS IS DURABLE THE MOMENT THE JOB ENDS                    *
002620******************************************************************
002630 0900-RUN-COMPLETE.
002640     IF WS-RC-REFUSED
002650         GO TO 0900-RUN-COMPLETE-EXIT
002660     END-IF
002670
002680     ACCEPT WS-RC-TIME FROM TIME
002690     IF WS-RUN-ERROR
002700         MOVE 'F' TO RC-RSTATUS
002710     ELSE
002720         MOVE 'C' TO RC-RSTATUS
002730     END-IF
002740
002750     EXEC SQL
002760         UPDATE STOCKTRD.RUNCTL
002770         SET RSTATUS = :RC-RSTATUS,
002780             ENDTM   = :WS-RC-TIME
002790         WHERE JOBNAME = :WS-RC-JOBNAME
002800           AND BUSDT = :WS-RC-BUSDT
002810     END-EXEC
002820
002830     EXEC SQL
002840         COMMIT
002850     END-EXEC
002860     .
002870 0900-RUN-COMPLETE-EXIT.
002880     EXIT.
002890*
002900******************************************************************
002910* 1000-INITIALIZE - SETTLEMENT-DATE CARD, OPEN THE HISTORY FILE  *
002920*   AND THE ORDER CURSOR                                         *
002930******************************************************************
002940 1000-INITIALIZE.
002950     PERFORM 0800-RUN-CONTROL
002960         THRU 0800-RUN-CONTROL-EXIT
002970
002980     DISPLAY 'CASH43 - STOCK TRADE SETTLEMENT - STARTING'
002990
003000     ACCEPT WS-PARM-DATE FROM SYSIN
003010     IF WS-PARM-DATE = SPACES
003020         MOVE WS-RC-BUSDT TO WS-PARM-DATE
003030     END-IF
003040     DISPLAY 'CASH43 - SETTLEMENT DATE = ' WS-PARM-DATE
003050
003060     IF WS-PARM-DATE NOT NUMERIC
003070         DISPLAY 'CASH43 - SETTLEMENT DATE CARD NOT NUMERIC -'
003080             ' RUN ENDED'
003090         MOVE 'Y' TO WS-EOF-SW
003100         MOVE 'Y' TO WS-RUN-ERROR-SW
003110         GO TO 1000-INITIALIZE-EXIT
003120     END-IF
003130
003140     OPEN I-O HISTORY-FILE
003150     IF WS-HIST-FSTAT NOT = '00'
003160         DISPLAY 'CASH43 - OPEN OF HISTORY FILE FAILED,'
003170             ' STATUS=' WS-HIST-FSTAT
003180         MOVE 'Y' TO WS-EOF-SW
003190         MOVE 'Y' TO WS-RUN-ERROR-SW
003200         GO TO 1000-INITIALIZE-EXIT
003210     END-IF
003220     MOVE 'Y' TO WS-HIST-OPEN-SW
003230
003240     DISPLAY ' '
003250     DISPLAY 'SETTLED TRADES'
003260     DISPLAY 'TRADE ID     S OWNER                           '
003270         '  CURRENCY       AMOUNT SETTLDT'
003280
003290*    WITH HOLD - EVERY ORDER COMMITS ON ITS OWN AND THE CURSOR
003300*    MUST SURVIVE THE COMMIT.
003310     EXEC SQL
003320         DECLARE CASH43CSR CURSOR WITH HOLD FOR
003330         SELECT TRADEID, OWNER, SIDE, CURRENCYC, ORDAMT,
003340                HOLDID, FILLAMT, TRADEDT, FILLDT, SETTLDT,
003350                TSTATUS, POSTDT, RETCODE
003360         FROM STOCKTRD.TRADEORD
003370         WHERE TSTATUS IN ('F', 'E')
003380           AND SETTLDT <= :WS-PARM-DATE
003390         ORDER BY TRADEID
003400     END-EXEC
003410
003420     EXEC SQL
003430         OPEN CASH43CSR
003440     END-EXEC
003450
003460     IF SQLCODE NOT = 0
003470         DISPLAY 'CASH43 - OPEN CURSOR FAILED, SQLCODE=' SQLCODE
003480         MOVE 'Y' TO WS-EOF-SW
003490         MOVE 'Y' TO WS-RUN-ERROR-SW
003500     END-IF
003510     .
003520 1000-INITIALIZE-EXIT.
003530     EXIT.
003540*
003550******************************************************************
003560* 2000-PROCESS-ORDERS - ONE ORDER DUE TO SETTLE: POST IT AND     *
003570*   COMMIT, OR BACK IT OUT AND RECORD WHY                        *
003580******************************************************************
003590 2000-PROCESS-ORDERS.
003600     EXEC SQL
003610         FETCH CASH43CSR
003620         INTO :DCLTRADEORD
003630     END-EXEC
003640
003650     IF SQLCODE = 100
003660         MOVE 'Y' TO WS-EOF-SW
003670         GO TO 2000-PROCESS-ORDERS-EXIT
003680     END-IF
003690
003700     IF SQLCODE NOT = 0
003710         DISPLAY 'CASH43 - FETCH FAILED, SQLCODE=' SQLCODE
003720         MOVE 'Y' TO WS-EOF-SW
003730         MOVE 'Y' TO WS-RUN-ERROR-SW
003740         GO TO 2000-PROCESS-ORDERS-EXIT
003750     END-IF
003760
003770     ADD 1 TO WS-ROWS-READ
003780     MOVE SPACES TO WS-REJECT-REASON
003790
003800     PERFORM 3000-POST-SETTLEMENT
003810         THRU 3000-POST-SETTLEMENT-EXIT
003820
003830     IF WS-REJECT-REASON = SPACES
003840*        THE RECORD IS BUILT AND CHAINED BEFORE THE COMMIT, SO
003850*        THE CHAIN HEAD MOVES IN THE SAME UNIT OF WORK AS THE
003860*        BALANCE; IT IS WRITTEN ONCE THE COMMIT HAS MADE BOTH
003870*        DURABLE.
003880         PERFORM 4900-BUILD-HISTORY
003890             THRU 4900-BUILD-HISTORY-EXIT
003900         EXEC SQL
003910             COMMIT
003920         END-EXEC
003930         PERFORM 5000-WRITE-HISTORY
003940             THRU 5000-WRITE-HISTORY-EXIT
003950         PERFORM 5500-LIST-SETTLED
003960             THRU 5500-LIST-SETTLED-EXIT
003970     ELSE
003980         EXEC SQL
003990             ROLLBACK
004000         END-EXEC
004010         PERFORM 4000-SETTLE-FAILED
004020             THRU 4000-SETTLE-FAILED-EXIT
004030     END-IF
004040     .
004050 2000-PROCESS-ORDERS-EXIT.
004060     EXIT.
004070*
004080******************************************************************
004090* 3000-POST-SETTLEMENT - THE SAME POSITION-STATUS, DUPLICATE     *
004100*   REFERENCE AND DEBIT-FLOOR RULES CASH07 APPLIES TO A          *
004110*   CUSTODIAN SETTLEMENT. A BUY'S FUNDS WERE RESERVED WHEN THE   *
004120*   ORDER WAS PLACED, SO ITS OWN HOLD IS RELEASED AS THE DEBIT   *
004130*   TAKES ITS PLACE; THE VELOCITY LIMIT DOES NOT APPLY TO CASH   *
004140*   ALREADY EARMARKED                                            *
004150******************************************************************
004160 3000-POST-SETTLEMENT.
004170     MOVE TO-OWNER TO WS-OWNER-32
004180
004190     EXEC SQL
004200         SELECT OWNER, BALANCE, CURRENCYC, ACCTSTAT, STATRSN
004210         INTO :DCLCASHACCOUNTY
004220         FROM STOCKTRD.CASHACCOUNTY
004230         WHERE UPPER(OWNER) = UPPER(:WS-OWNER-32)
004240           AND CURRENCYC = :TO-CURRENCYC
004250     END-EXEC
004260
004270     IF SQLCODE NOT = 0
004280         MOVE 'NOT FOUND' TO WS-REJECT-REASON
004290         GO TO 3000-POST-SETTLEMENT-EXIT
004300     END-IF
004310
004320     IF ACCTSTAT = 'F'
004330         MOVE 'ACCT FROZN' TO WS-REJECT-REASON
004340         GO TO 3000-POST-SETTLEMENT-EXIT
004350     END-IF
004360
004370     IF ACCTSTAT = 'C'
004380         MOVE 'ACCT CLOSD' TO WS-REJECT-REASON
004390         GO TO 3000-POST-SETTLEMENT-EXIT
004400     END-IF
004410
004420     IF ACCTSTAT = 'E'
004430         MOVE 'ACCT ESCHT' TO WS-REJECT-REASON
004440         GO TO 3000-POST-SETTLEMENT-EXIT
004450     END-IF
004460
004470*    THE TRADE ID ON A LIVE CASHREF ROW MEANS THE ORDER POSTED
004480*    ALREADY - SAME PROTECTION CASH07 GIVES ITS REFERENCES.
004490     EXEC SQL
004500         SELECT REFID
004510         INTO :REF-REFID
004520         FROM STOCKTRD.CASHREF
004530         WHERE REFID = :TO-TRADEID
004540           AND UPPER(OWNER) = UPPER(:WS-OWNER-32)
004550           AND RSTATUS NOT = 'R'
004560     END-EXEC
004570     IF SQLCODE = 0
004580         MOVE 'DUP REQST' TO WS-REJECT-REASON
004590         GO TO 3000-POST-SETTLEMENT-EXIT
004600     END-IF
004610
004620     MOVE BALANCE TO WS-PRIOR-BAL
004630
004640     IF TO-SIDE = 'B'
004650         EXEC SQL
004660             UPDATE STOCKTRD.CASHHOLD
004670             SET HSTATUS = 'R'
004680             WHERE HOLDID = :TO-HOLDID
004690               AND HSTATUS = 'A'
004700         END-EXEC
004710         IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
004720             MOVE 'HOLD FAILD' TO WS-REJECT-REASON
004730             GO TO 3000-POST-SETTLEMENT-EXIT
004740         END-IF
004750         COMPUTE WS-CALC = BALANCE - TO-FILLAMT
004760         END-COMPUTE
004770         IF WS-CALC < WS-DEBIT-FLOOR
004780             MOVE 'OVERDRAWN' TO WS-REJECT-REASON
004790             GO TO 3000-POST-SETTLEMENT-EXIT
004800         END-IF
004810     ELSE
004820         COMPUTE WS-CALC = BALANCE + TO-FILLAMT
004830         END-COMPUTE
004840     END-IF
004850
004860     MOVE WS-CALC TO BALANCE
004870
004880     EXEC SQL
004890         UPDATE STOCKTRD.CASHACCOUNTY
004900         SET BALANCE = :BALANCE
004910         WHERE UPPER(OWNER) = UPPER(:WS-OWNER-32)
004920           AND CURRENCYC = :TO-CURRENCYC
004930     END-EXEC
004940
004950     IF SQLCODE NOT = 0
004960         DISPLAY 'CASH43 - UPDATE FAILED FOR ' TO-TRADEID
004970             ' SQLCODE=' SQLCODE
004980         MOVE 'UPDT FAILD' TO WS-REJECT-REASON
004990         GO TO 3000-POST-SETTLEMENT-EXIT
005000     END-IF
005010
005020     PERFORM 3500-RECORD-REFERENCE
005030         THRU 3500-RECORD-REFERENCE-EXIT
005040     IF WS-REJECT-REASON NOT = SPACES
005050         GO TO 3000-POST-SETTLEMENT-EXIT
005060     END-IF
005070
005080     EXEC SQL
005090         UPDATE STOCKTRD.TRADEORD
005100         SET TSTATUS = 'S',
005110             POSTDT  = :WS-RC-BUSDT,
005120             RETCODE = 'SETTLED'
005130         WHERE TRADEID = :TO-TRADEID
005140           AND TSTATUS = :TO-TSTATUS
005150     END-EXEC
005160
005170     IF SQLCODE NOT = 0 OR SQLERRD(3) = 0
005180         MOVE 'ORD FAILD' TO WS-REJECT-REASON
005190         GO TO 3000-POST-SETTLEMENT-EXIT
005200     END-IF
005210
005220     IF TO-SIDE = 'B'
005230         ADD 1 TO WS-BUYS-POSTED
005240         ADD TO-FILLAMT TO WS-DEBIT-TOTAL
005250     ELSE
005260         ADD 1 TO WS-SELLS-POSTED
005270         ADD TO-FILLAMT TO WS-CREDIT-TOTAL
005280     END-IF
005290     IF TO-TSTATUS = 'E'
005300         ADD 1 TO WS-RETRIES-POSTED
005310     END-IF
005320     .
005330 3000-POST-SETTLEMENT-EXIT.
005340     EXIT.
005350*
005360******************************************************************
005370* 3500-RECORD-REFERENCE - THE TRADE ID GOES ON CASHREF AS THE    *
005380*   POSTING'S REFERENCE; A REVERSED ROW FOR IT IS REPLACED IN    *
005390*   PLACE, AS CASH07 DOES                                        *
005400******************************************************************
005410 3500-RECORD-REFERENCE.
005420     IF TO-SIDE = 'B'
005430         MOVE 'D' TO REF-REQ
005440     ELSE
005450         MOVE 'C' TO REF-REQ
005460     END-IF
005470
005480     EXEC SQL
005490         INSERT INTO STOCKTRD.CASHREF(
005500             REFID, OWNER, REQ, RETCODE, BALANCE,
005510             CURRENCYC, PROCDT, AMOUNT, RATEAPPL, RSTATUS)
005520         VALUES (:TO-TRADEID, :WS-OWNER-32, :REF-REQ,
005530             'SETTLED', :BALANCE,
005540             :DCLCASHACCOUNTY.CURRENCYC, :WS-RC-BUSDT,
005550             :TO-FILLAMT, :WS-RATE-ONE, 'A')
005560     END-EXEC
005570
005580     IF SQLCODE = -803
005590         EXEC SQL
005600             UPDATE STOCKTRD.CASHREF
005610             SET OWNER     = :WS-OWNER-32,
005620                 REQ       = :REF-REQ,
005630                 RETCODE   = 'SETTLED',
005640                 BALANCE   = :BALANCE,
005650                 CURRENCYC = :DCLCASHACCOUNTY.CURRENCYC,
005660                 PROCDT    = :WS-RC-BUSDT,
005670                 AMOUNT    = :TO-FILLAMT,
005680                 RATEAPPL  = :WS-RATE-ONE,
005690                 RSTATUS   = 'A'
005700             WHERE REFID = :TO-TRADEID
005710               AND RSTATUS = 'R'
005720         END-EXEC
005730     END-IF
005740
005750     IF SQLCODE NOT = 0
005760         DISPLAY 'CASH43 - CASHREF INSERT FAILED FOR '
005770             TO-TRADEID ' SQLCODE=' SQLCODE
005780         MOVE 'REF FAILD' TO WS-REJECT-REASON
005790     END-IF
005800     .
005810 3500-RECORD-REFERENCE-EXIT.
005820     EXIT.
005830*
005840******************************************************************
005850* 4000-SETTLE-FAILED - THE POSTING WAS BACKED OUT. LEAVE THE     *
005860*   ORDER IN 'E' WITH THE REASON SO TOMORROW'S RUN TRIES AGAIN,  *
005870*   AND RECORD THE FAILURE ON TRADEEXC FOR THE REPORT            *
005880******************************************************************
005890 4000-SETTLE-FAILED.
005900     ADD 1 TO WS-ROWS-FAILED
005910
005920     EXEC SQL
005930         UPDATE STOCKTRD.TRADEORD
005940         SET TSTATUS = 'E',
005950             RETCODE = :WS-REJECT-REASON
005960         WHERE TRADEID = :TO-TRADEID
005970     END-EXEC
005980
005990     IF SQLCODE NOT = 0
006000         DISPLAY 'CASH43 - TRADEORD UPDATE FAILED FOR '
006010             TO-TRADEID ' SQLCODE=' SQLCODE
006020         MOVE 'Y' TO WS-RUN-ERROR-SW
006030     END-IF
006040
006050     ACCEPT WS-NOW-DATE FROM DATE YYYYMMDD
006060     ACCEPT WS-NOW-TIME FROM TIME
006070
006080     MOVE SPACES           TO DCLTRADEEXC
006090     MOVE TO-TRADEID       TO TX-TRADEID
006100     MOVE 'P'              TO TX-EVENT
006110     MOVE TO-SIDE          TO TX-SIDE
006120     MOVE TO-OWNER         TO TX-OWNER
006130     MOVE TO-CURRENCYC     TO TX-CURRENCYC
006140     MOVE TO-FILLAMT       TO TX-AMOUNT
006150     MOVE WS-REJECT-REASON TO TX-RETCODE
006160     MOVE 'CASH43  '       TO TX-SRCPGM
006170     MOVE WS-RC-BUSDT      TO TX-BUSDT
006180
006190     MOVE ZERO TO WS-EXC-SEQ
006200     MOVE 'N'  TO WS-EXC-INS-SW
006210     PERFORM 4100-EXC-INSERT-TRY
006220         THRU 4100-EXC-INSERT-TRY-EXIT
006230         UNTIL WS-EXC-INS-DONE
006240
006250     EXEC SQL
006260         COMMIT
006270     END-EXEC
006280     .
006290 4000-SETTLE-FAILED-EXIT.
006300     EXIT.
006310*
006320******************************************************************
006330* 4100-EXC-INSERT-TRY - EXCEPTION ID IS DATE+TIME+SEQ WITH THE   *
006340*   SAME DUPLICATE-KEY RETRY CASH42 USES                         *
006350******************************************************************
006360 4100-EXC-INSERT-TRY.
006370     MOVE SPACES      TO TX-EXCID
006380     MOVE WS-NOW-DATE TO TX-EXCID(1:8)
006390     MOVE WS-NOW-TIME TO TX-EXCID(9:6)
006400     MOVE WS-EXC-SEQ  TO TX-EXCID(15:2)
006410
006420     EXEC SQL
006430         INSERT INTO STOCKTRD.TRADEEXC(
006440             EXCID, TRADEID, EVENT, SIDE, OWNER, CURRENCYC,
006450             AMOUNT, RETCODE, SRCPGM, BUSDT)
006460         VALUES (:TX-EXCID, :TX-TRADEID, :TX-EVENT,
006470             :TX-SIDE, :TX-OWNER, :TX-CURRENCYC, :TX-AMOUNT,
006480             :TX-RETCODE, :TX-SRCPGM, :TX-BUSDT)
006490     END-EXEC
006500
006510     EVALUATE TRUE
006520         WHEN SQLCODE = 0
006530             MOVE 'Y' TO WS-EXC-INS-SW
006540         WHEN SQLCODE = -803 AND WS-EXC-SEQ < 99
006550             ADD 1 TO WS-EXC-SEQ
006560         WHEN OTHER
006570             DISPLAY 'CASH43 - TRADEEXC INSERT FAILED FOR '
006580                 TX-TRADEID ' SQLCODE=' SQLCODE
006590             MOVE 'Y' TO WS-EXC-INS-SW
006600             MOVE 'Y' TO WS-RUN-ERROR-SW
006610     END-EVALUATE
006620     .
006630 4100-EXC-INSERT-TRY-EXIT.
006640     EXIT.
006650*
006660******************************************************************
006670* 4900-BUILD-HISTORY - THE AUDIT RECORD FOR THE POSTING ABOUT    *
006680*   TO BE COMMITTED, WITH THE TRADE ID AS ITS REFERENCE AND THE  *
006690*   SETTLEMENT DATE AS ITS VALUE DATE, LINKED INTO ITS OWNER'S   *
006700*   HISTORY CHAIN                                                *
006710******************************************************************
006720 4900-BUILD-HISTORY.
006730     ACCEPT WS-NOW-DATE FROM DATE YYYYMMDD
006740     ACCEPT WS-NOW-TIME FROM TIME
006750
006760     MOVE SPACES          TO WS-VSAM-RECORD
006770     MOVE TO-OWNER        TO WS-VR-NAME
006780     MOVE WS-NOW-DATE     TO WS-VR-DATE
006790     MOVE WS-NOW-TIME     TO WS-VR-TIME
006800     IF TO-SIDE = 'B'
006810         MOVE 'D'         TO WS-VR-REQ
006820     ELSE
006830         MOVE 'C'         TO WS-VR-REQ
006840     END-IF
006850     MOVE BALANCE         TO WS-VR-BALANCE
006860     MOVE CURRENCYC OF DCLCASHACCOUNTY TO WS-VR-CURRENCY
006870     MOVE 'SETTLED'       TO WS-VR-RETCODE
006880     MOVE TO-FILLAMT      TO WS-VR-AMOUNT
006890     MOVE WS-RATE-ONE     TO WS-VR-RATE
006900     MOVE WS-PRIOR-BAL    TO WS-VR-PRIOR-BAL
006910     MOVE WS-RC-BUSDT     TO WS-VR-BUSDT
006920     MOVE TO-TRADEID      TO WS-VR-REFID
006930     MOVE TO-SETTLDT      TO WS-VR-VALUEDT
006940     MOVE ZERO            TO WS-VR-MARGIN
006950
006960     PERFORM 5200-ADVANCE-CHAIN
006970         THRU 5200-ADVANCE-CHAIN-EXIT
006980     .
006990 4900-BUILD-HISTORY-EXIT.
007000     EXIT.
007010*
007020******************************************************************
007030* 5000-WRITE-HISTORY - WRITE THE RECORD 4900 BUILT, NOW ITS      *
007040*   POSTING IS COMMITTED                                         *
007050******************************************************************
007060 5000-WRITE-HISTORY.
007070*    TWO POSTINGS FOR THE SAME OWNER IN THE SAME SECOND WOULD
007080*    COLLIDE ON THE KEY - BUMP THE SEQ SUFFIX AND RETRY, AS
007090*    CASH07 DOES.
007100     MOVE ZERO TO WS-WRITE-SEQ
007110     MOVE 'N'  TO WS-WRITE-DONE-SW
007120     PERFORM 5100-WRITE-HISTORY-TRY
007130         THRU 5100-WRITE-HISTORY-TRY-EXIT
007140         UNTIL WS-WRITE-DONE
007150     .
007160 5000-WRITE-HISTORY-EXIT.
007170     EXIT.
007180*
007190 5100-WRITE-HISTORY-TRY.
007200     MOVE WS-WRITE-SEQ TO WS-VR-SEQ
007210     WRITE WS-VSAM-RECORD
007220         INVALID KEY
007230             CONTINUE
007240     END-WRITE
007250     IF WS-HIST-FSTAT = '00'
007260         MOVE 'Y' TO WS-WRITE-DONE-SW
007270     ELSE
007280         IF WS-HIST-FSTAT = '22' AND WS-WRITE-SEQ < 99
007290             ADD 1 TO WS-WRITE-SEQ
007300         ELSE
007310             DISPLAY 'CASH43 - HISTORY WRITE FAILED FOR '
007320                 WS-VR-NAME ' STATUS=' WS-HIST-FSTAT
007330             MOVE 'Y' TO WS-WRITE-DONE-SW
007340         END-IF
007350     END-IF
007360     .
007370 5100-WRITE-HISTORY-TRY-EXIT.
007380     EXIT.
007390*
007400******************************************************************
007410* 5200-ADVANCE-CHAIN - BUMP THE OWNER'S CHAIN HEAD, STAMP THE    *
007420*   NEW SEQUENCE AND THE PREVIOUS RECORD'S VALUE INTO THE        *
007430*   RECORD, COMPUTE ITS OWN AND LEAVE IT ON THE HEAD. NO HEAD    *
007440*   ROW IS THE OWNER'S FIRST CHAINED RECORD; AN INSERT LOSING A  *
007450*   RACE (-803) FALLS BACK TO THE UPDATE. A FAILURE LEAVES THE   *
007460*   RECORD UNCHAINED BUT STILL WRITTEN, FOR CASH45 TO REPORT     *
007470******************************************************************
007480 5200-ADVANCE-CHAIN.
007490     MOVE ZERO   TO WS-VR-CHAINSEQ
007500     MOVE SPACES TO WS-VR-PREVVAL
007510     MOVE SPACES TO WS-VR-CHAINVAL
007520
007530     EXEC SQL
007540         UPDATE STOCKTRD.HISTCHN
007550         SET CHAINSEQ = CHAINSEQ + 1
007560         WHERE NAME = :WS-VR-NAME
007570     END-EXEC
007580     IF SQLCODE NOT = 0 OR SQLERRD(3) = 0
007590         EXEC SQL
007600             INSERT INTO STOCKTRD.HISTCHN(
007610                 NAME, CHAINSEQ, LASTVAL, ARCHSEQ, ARCHVAL,
007620                 FIRSTDT)
007630             VALUES (:WS-VR-NAME, 1, :WS-CHN-ZERO-VAL, 0,
007640                 :WS-CHN-ZERO-VAL, :WS-VR-DATE)
007650         END-EXEC
007660         IF SQLCODE = -803
007670             EXEC SQL
007680                 UPDATE STOCKTRD.HISTCHN
007690                 SET CHAINSEQ = CHAINSEQ + 1
007700                 WHERE NAME = :WS-VR-NAME
007710             END-EXEC
007720         END-IF
007730     END-IF
007740
007750     IF SQLCODE = 0
007760         EXEC SQL
007770             SELECT CHAINSEQ, LASTVAL
007780             INTO :HN-CHAINSEQ, :HN-LASTVAL
007790             FROM STOCKTRD.HISTCHN
007800             WHERE NAME = :WS-VR-NAME
007810         END-EXEC
007820     END-IF
007830
007840     IF SQLCODE NOT = 0
007850         DISPLAY 'CASH43 - HISTCHN UPDATE FAILED FOR ' WS-VR-NAME
007860             ' SQLCODE=' SQLCODE
007870         GO TO 5200-ADVANCE-CHAIN-EXIT
007880     END-IF
007890
007900     MOVE HN-CHAINSEQ TO WS-VR-CHAINSEQ
007910     MOVE HN-LASTVAL  TO WS-VR-PREVVAL
007920     PERFORM 5220-CHAIN-VALUE
007930         THRU 5220-CHAIN-VALUE-EXIT
007940
007950     EXEC SQL
007960         UPDATE STOCKTRD.HISTCHN
007970         SET LASTVAL = :WS-VR-CHAINVAL
007980         WHERE NAME = :WS-VR-NAME
007990     END-EXEC
008000     IF SQLCODE NOT = 0
008010         DISPLAY 'CASH43 - HISTCHN UPDATE FAILED FOR ' WS-VR-NAME
008020             ' SQLCODE=' SQLCODE
008030         MOVE ZERO   TO WS-VR-CHAINSEQ
008040         MOVE SPACES TO WS-VR-PREVVAL
008050         MOVE SPACES TO WS-VR-CHAINVAL
008060     END-IF
008070     .
008080 5200-ADVANCE-CHAIN-EXIT.
008090     EXIT.
008100*
008110******************************************************************
008120* 5220-CHAIN-VALUE - THE RECORD'S INTEGRITY VALUE, EXACTLY AS    *
008130*   CASH00'S CASH-HIST-CHAIN-VALUE COMPUTES IT: TWO RUNNING      *
008140*   SUMS OVER EVERY BYTE OF THE RECORD, EACH FOLDED BY ITS OWN   *
008150*   MULTIPLIER AND PRIME MODULUS. THE KEY SUFFIX COUNTS AS ZERO  *
008160*   (IT IS ONLY SETTLED AT THE WRITE) AND THE VALUE FIELD        *
008170*   ITSELF AS SPACES. A CHANGE HERE MUST BE MADE IN EVERY        *
008180*   HISTORY WRITER AND IN CASH45 OR EVERY CHAIN BREAKS           *
008190******************************************************************
008200 5220-CHAIN-VALUE.
008210     MOVE WS-VR-SEQ TO WS-CHN-SAVE-SEQ
008220     MOVE ZERO      TO WS-VR-SEQ
008230     MOVE SPACES    TO WS-VR-CHAINVAL
008240     MOVE 1         TO WS-CHN-A
008250     MOVE ZERO      TO WS-CHN-B
008260     MOVE LENGTH OF WS-VSAM-RECORD TO WS-CHN-LEN
008270
008280     PERFORM 5230-CHAIN-BYTE
008290         THRU 5230-CHAIN-BYTE-EXIT
008300         VARYING WS-CHN-POS FROM 1 BY 1
008310         UNTIL WS-CHN-POS > WS-CHN-LEN
008320
008330     MOVE WS-CHN-SAVE-SEQ TO WS-VR-SEQ
008340     MOVE WS-CHN-VALUE    TO WS-VR-CHAINVAL
008350     .
008360 5220-CHAIN-VALUE-EXIT.
008370     EXIT.
008380*
008390 5230-CHAIN-BYTE.
008400     MOVE LOW-VALUE TO WS-CHN-BYTE-HI
008410     MOVE WS-VSAM-RECORD(WS-CHN-POS:1) TO WS-CHN-BYTE-LO
008420     COMPUTE WS-CHN-WORK = WS-CHN-A * 31 + WS-CHN-BYTE-HW + 1
008430     DIVIDE WS-CHN-WORK BY WS-CHN-MOD-A
008440         GIVING WS-CHN-QUOT REMAINDER WS-CHN-A
008450     COMPUTE WS-CHN-WORK = WS-CHN-B * 257 + WS-CHN-BYTE-HW
008460                           + WS-CHN-POS
008470     DIVIDE WS-CHN-WORK BY WS-CHN-MOD-B
008480         GIVING WS-CHN-QUOT REMAINDER WS-CHN-B
008490     .
008500 5230-CHAIN-BYTE-EXIT.
008510     EXIT.
008520*
008530******************************************************************
008540* 5500-LIST-SETTLED - ONE LINE OF THE SETTLED-TRADES SECTION     *
008550******************************************************************
008560 5500-LIST-SETTLED.
008570     MOVE TO-TRADEID        TO WS-RPT-TRADEID
008580     MOVE TO-SIDE           TO WS-RPT-SIDE
008590     MOVE TO-OWNER          TO WS-RPT-OWNER
008600     MOVE TO-CURRENCYC      TO WS-RPT-CURRENCY
008610     MOVE TO-FILLAMT        TO WS-RPT-AMOUNT
008620     MOVE TO-SETTLDT        TO WS-RPT-SETTLDT
008630     IF TO-TSTATUS = 'E'
008640         MOVE 'RETRY POSTED' TO WS-RPT-NOTE
008650     ELSE
008660         MOVE SPACES         TO WS-RPT-NOTE
008670     END-IF
008680     DISPLAY WS-RPT-LINE
008690     .
008700 5500-LIST-SETTLED-EXIT.
008710     EXIT.
008720*
008730******************************************************************
008740* 6000-UNMATCHED-REPORT - THE DAY'S TRADE EXCEPTIONS FROM        *
008750*   TRADEEXC (LISTENER REFUSALS AND TONIGHT'S SETTLEMENT         *
008760*   FAILURES), THEN EVERY ORDER STILL WAITING TO SETTLE IN 'E'   *
008770******************************************************************
008780 6000-UNMATCHED-REPORT.
008790     IF WS-RC-REFUSED OR WS-PARM-DATE NOT NUMERIC
008800         GO TO 6000-UNMATCHED-REPORT-EXIT
008810     END-IF
008820
008830     DISPLAY ' '
008840     DISPLAY 'UNMATCHED TRADES FOR ' WS-RC-BUSDT
008850     DISPLAY 'TRADE ID     E S OWNER                           '
008860         '  CURRENCY       AMOUNT RETCODE    SOURCE'
008870
008880     EXEC SQL
008890         DECLARE CASH43XCSR CURSOR WITH HOLD FOR
008900         SELECT EXCID, TRADEID, EVENT, SIDE, OWNER, CURRENCYC,
008910                AMOUNT, RETCODE, SRCPGM, BUSDT
008920         FROM STOCKTRD.TRADEEXC
008930         WHERE BUSDT = :WS-RC-BUSDT
008940         ORDER BY EXCID
008950     END-EXEC
008960
008970     EXEC SQL
008980         OPEN CASH43XCSR
008990     END-EXEC
009000
009010     IF SQLCODE NOT = 0
009020         DISPLAY 'CASH43 - OPEN EXCEPTION CURSOR FAILED,'
009030             ' SQLCODE=' SQLCODE
009040         MOVE 'Y' TO WS-RUN-ERROR-SW
009050     ELSE
009060         MOVE 'N' TO WS-LIST-EOF-SW
009070         PERFORM 6100-LIST-EXCEPTION
009080             THRU 6100-LIST-EXCEPTION-EXIT
009090             UNTIL WS-LIST-EOF
009100         EXEC SQL
009110             CLOSE CASH43XCSR
009120         END-EXEC
009130     END-IF
009140
009150     IF WS-EXC-LISTED = ZERO
009160         DISPLAY '  (NONE)'
009170     END-IF
009180
009190     DISPLAY ' '
009200     DISPLAY 'ORDERS WAITING TO SETTLE AFTER A FAILED POSTING'
009210     DISPLAY 'TRADE ID     S OWNER                           '
009220         '  CURRENCY       AMOUNT SETTLDT  RETCODE'
009230
009240     EXEC SQL
009250         DECLARE CASH43ECSR CURSOR WITH HOLD FOR
009260         SELECT TRADEID, OWNER, SIDE, CURRENCYC, ORDAMT,
009270                HOLDID, FILLAMT, TRADEDT, FILLDT, SETTLDT,
009280                TSTATUS, POSTDT, RETCODE
009290         FROM STOCKTRD.TRADEORD
009300         WHERE TSTATUS = 'E'
009310         ORDER BY SETTLDT, TRADEID
009320     END-EXEC
009330
009340     EXEC SQL
009350         OPEN CASH43ECSR
009360     END-EXEC
009370
009380     IF SQLCODE NOT = 0
009390         DISPLAY 'CASH43 - OPEN FAILED-ORDER CURSOR FAILED,'
009400             ' SQLCODE=' SQLCODE
009410         MOVE 'Y' TO WS-RUN-ERROR-SW
009420     ELSE
009430         MOVE 'N' TO WS-LIST-EOF-SW
009440         PERFORM 6200-LIST-OPEN-FAILURE
009450             THRU 6200-LIST-OPEN-FAILURE-EXIT
009460             UNTIL WS-LIST-EOF
009470         EXEC SQL
009480             CLOSE CASH43ECSR
009490         END-EXEC
009500     END-IF
009510
009520     IF WS-OPEN-LISTED = ZERO
009530         DISPLAY '  (NONE)'
009540     END-IF
009550     .
009560 6000-UNMATCHED-REPORT-EXIT.
009570     EXIT.
009580*
009590 6100-LIST-EXCEPTION.
009600     EXEC SQL
009610         FETCH CASH43XCSR
009620         INTO :DCLTRADEEXC
009630     END-EXEC
009640
009650     IF SQLCODE NOT = 0
009660         IF SQLCODE NOT = 100
009670             DISPLAY 'CASH43 - EXCEPTION FETCH FAILED,'
009680                 ' SQLCODE=' SQLCODE
009690             MOVE 'Y' TO WS-RUN-ERROR-SW
009700         END-IF
009710         MOVE 'Y' TO WS-LIST-EOF-SW
009720         GO TO 6100-LIST-EXCEPTION-EXIT
009730     END-IF
009740
009750     ADD 1 TO WS-EXC-LISTED
009760     MOVE TX-TRADEID    TO WS-EXC-TRADEID
009770     MOVE TX-EVENT      TO WS-EXC-EVENT
009780     MOVE TX-SIDE       TO WS-EXC-SIDE
009790     MOVE TX-OWNER      TO WS-EXC-OWNER
009800     MOVE TX-CURRENCYC  TO WS-EXC-CURRENCY
009810     MOVE TX-AMOUNT     TO WS-EXC-AMOUNT
009820     MOVE TX-RETCODE    TO WS-EXC-RETCODE
009830     MOVE TX-SRCPGM     TO WS-EXC-SRCPGM
009840     DISPLAY WS-EXC-LINE
009850     .
009860 6100-LIST-EXCEPTION-EXIT.
009870     EXIT.
009880*
009890 6200-LIST-OPEN-FAILURE.
009900     EXEC SQL
009910         FETCH CASH43ECSR
009920         INTO :DCLTRADEORD
009930     END-EXEC
009940
009950     IF SQLCODE NOT = 0
009960         IF SQLCODE NOT = 100
009970             DISPLAY 'CASH43 - FAILED-ORDER FETCH FAILED,'
009980                 ' SQLCODE=' SQLCODE
009990             MOVE 'Y' TO WS-RUN-ERROR-SW
010000         END-IF
010010         MOVE 'Y' TO WS-LIST-EOF-SW
010020         GO TO 6200-LIST-OPEN-FAILURE-EXIT
010030     END-IF
010040
010050     ADD 1 TO WS-OPEN-LISTED
010060     MOVE TO-TRADEID        TO WS-RPT-TRADEID
010070     MOVE TO-SIDE           TO WS-RPT-SIDE
010080     MOVE TO-OWNER          TO WS-RPT-OWNER
010090     MOVE TO-CURRENCYC      TO WS-RPT-CURRENCY
010100     MOVE TO-FILLAMT        TO WS-RPT-AMOUNT
010110     MOVE TO-SETTLDT        TO WS-RPT-SETTLDT
010120     MOVE TO-RETCODE        TO WS-RPT-NOTE
010130     DISPLAY WS-RPT-LINE
010140     .
010150 6200-LIST-OPEN-FAILURE-EXIT.
010160     EXIT.
010170*
010180******************************************************************
010190* 8000-TERMINATE - CLOSE UP AND PRINT THE CONTROL TOTALS         *
010200******************************************************************
010210 8000-TERMINATE.
010220     IF WS-PARM-DATE NUMERIC
010230         EXEC SQL
010240             CLOSE CASH43CSR
010250         END-EXEC
010260     END-IF
010270
010280     EXEC SQL
010290         COMMIT
010300     END-EXEC
010310
010320     IF WS-HIST-OPEN
010330         CLOSE HISTORY-FILE
010340     END-IF
010350
010360     DISPLAY ' '
010370     DISPLAY 'CASH43 - ORDERS DUE          : ' WS-ROWS-READ
010380     DISPLAY 'CASH43 - BUYS DEBITED        : ' WS-BUYS-POSTED
010390     MOVE WS-DEBIT-TOTAL TO WS-ED-AMOUNT
010400     DISPLAY 'CASH43 - TOTAL DEBITED       : ' WS-ED-AMOUNT
010410     DISPLAY 'CASH43 - SELLS CREDITED      : ' WS-SELLS-POSTED
010420     MOVE WS-CREDIT-TOTAL TO WS-ED-AMOUNT
010430     DISPLAY 'CASH43 - TOTAL CREDITED      : ' WS-ED-AMOUNT
010440     DISPLAY 'CASH43 -   OF WHICH RETRIES  : ' WS-RETRIES-POSTED
010450     DISPLAY 'CASH43 - SETTLEMENTS FAILED  : ' WS-ROWS-FAILED
010460     DISPLAY 'CASH43 - EXCEPTIONS LISTED   : ' WS-EXC-LISTED
010470     DISPLAY 'CASH43 - ORDERS STILL FAILED : ' WS-OPEN-LISTED
010480
010490     IF WS-RUN-ERROR
010500         DISPLAY 'CASH43 - RUN ENDED WITH ERRORS - ORDERS NOT'
010510             ' REACHED WILL POST ON THE RERUN'
010520     END-IF
010530
010540     DISPLAY 'CASH43 - STOCK TRADE SETTLEMENT - COMPLETE'
010550
010560     PERFORM 0900-RUN-COMPLETE
010570         THRU 0900-RUN-COMPLETE-EXIT
010580     .
010590 8000-TERMINATE-EXIT.
010600     EXIT.
