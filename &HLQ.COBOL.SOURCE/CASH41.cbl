000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. CASH41.
000120 AUTHOR. D-L CASH MANAGEMENT SUPPORT.
000130 INSTALLATION. STOCKTRD - CASH ACCOUNT SERVICES.
000140 DATE-WRITTEN. 2026-10-15.
000150 DATE-COMPILED.
000160******************************************************************
000170* MODIFICATION HISTORY                                           *
000180*  DATE       BY    DESCRIPTION                                  *
000190*  2026-10-15 DLM   INITIAL VERSION - MONTH-END FX REVALUATION   *
000200*                    OF NON-BASE POSITIONS WITH A GL FILE IN     *
000210*                    THE CASH13 HEADER/DETAIL/TRAILER FORMAT.    *
000220*  2026-10-15 DLM   ONLY A FILE THAT OPENED IS CLOSED.           *
000230******************************************************************
000240*
000250******************************************************************
000260* CASH15 CONVERTS EACH CURRENCY INTO BASE-CURRENCY TERMS FOR THE *
000270* EXPOSURE REPORT, BUT THE NUMBER NEVER REACHED THE BOOKS -      *
000280* FINANCE WORKED THE UNREALIZED FX GAIN OR LOSS OUT BY HAND      *
000290* FROM THE PRINTOUT. AT MONTH END THIS JOB VALUES EVERY NON-BASE *
000300* CASHACCOUNTY POSITION AT THE FRANKFURT1/CURRMAST RATE WITH THE *
000310* SAME ARITHMETIC CASH15 USES, AND COMPARES IT WITH THE          *
000320* POSITION'S PRIOR REVALUED AMOUNT ON FXREVAL (SEE DCLFXRV) -    *
000330* CARRIED FORWARD BY THE MONTH'S MOVEMENT AT THE PRIOR RATE, SO  *
000340* ONLY THE RATE CHANGE IS BOOKED, NOT THE DEPOSITS AND           *
000350* WITHDRAWALS THE DAILY GL FILE ALREADY CARRIED. THE DIFFERENCE  *
000360* PER CURRENCY GOES TO REVALFIL AS A BALANCED PAIR AGAINST THE   *
000370* FX REVALUATION ACCOUNT, IN THE CASH13 GLINTFIL LAYOUT WITH ITS *
000380* OWN HEADER, TRAILER COUNT AND HASH TOTAL. A CURRENCY WHOSE     *
000390* RATE IS MISSING, STALE, BADLY KEYED OR ON ANOTHER BASE IS      *
000400* FLAGGED THE WAY CASH15 FLAGS IT, ITS POSITIONS ARE LISTED AND  *
000410* LEFT OUT, AND NOTHING IS BOOKED FOR IT - THE BOOKS NEVER       *
000420* REVALUE ON A DEAD RATE.                                        *
000430*   SYSIN CARD 1  REVALUATION DATE YYYYMMDD (BLANK = REGION      *
000440*                 BUSINESS DATE - THE JOB IS SCHEDULED ON THE    *
000450*                 MONTH'S LAST BUSINESS DAY)                     *
000460* A RERUN FOR THE SAME DATE REPLACES THAT DATE'S FXREVAL ROWS    *
000470* AND WRITES THE FILE AFRESH.                                    *
000480******************************************************************
000490 ENVIRONMENT DIVISION.
000500 CONFIGURATION SECTION.
000510 SOURCE-COMPUTER. IBM-370.
000520 OBJECT-COMPUTER. IBM-370.
000530 INPUT-OUTPUT SECTION.
000540 FILE-CONTROL.
000550     SELECT REVAL-FILE ASSIGN TO REVALFIL
000560         ORGANIZATION IS SEQUENTIAL
000570         FILE STATUS IS WS-GL-FSTAT.
000580 DATA DIVISION.
000590 FILE SECTION.
000600 FD  REVAL-FILE
000610     LABEL RECORDS ARE STANDARD.
000620******************************************************************
000630* THE CASH13 GLINTFIL RECORD. GL-REQ IS 'R' (REVALUATION) ON     *
000640* EVERY RECORD; THE HEADER'S GL-CURRENCY NAMES THE BASE          *
000650* CURRENCY, WHICH EVERY DETAIL AMOUNT IS IN - A DETAIL'S         *
000660* GL-CURRENCY IS THE CURRENCY WHOSE CASH WAS REVALUED. THE       *
000670* TRAILER CARRIES THE DETAIL COUNT AND THE HASH TOTAL OF THE     *
000680* AMOUNTS, WRAPPING AT 10**11 LIKE CASH13'S.                     *
000690******************************************************************
000700 01  GL-RECORD.
000710     05 GL-REC-TYPE       PIC X(01).
000720     05 GL-DATE           PIC X(08).
000730     05 GL-REQ            PIC X(01).
000740     05 GL-CURRENCY       PIC X(08).
000750     05 GL-DRCR           PIC X(01).
000760     05 GL-ACCOUNT        PIC X(08).
000770     05 GL-AMOUNT         PIC 9(11)V99.
000780     05 GL-COUNT          PIC 9(07).
000790     05 FILLER            PIC X(33).
000800 WORKING-STORAGE SECTION.
000810     EXEC SQL
000820         INCLUDE SQLCA
000830     END-EXEC.
000840     EXEC SQL
000850         INCLUDE DCLCASH
000860     END-EXEC.
000870     EXEC SQL
000880         INCLUDE DCLFRANK
000890     END-EXEC.
000900     EXEC SQL
000910         INCLUDE DCLCMST
000920     END-EXEC.
000930     EXEC SQL
000940         INCLUDE DCLFXRV
000950     END-EXEC.
000960     EXEC SQL
000970         INCLUDE DCLRUNC
000980     END-EXEC.
000990     EXEC SQL
001000         INCLUDE DCLBDAT
001010     END-EXEC.
001020*
001030******************************************************************
001040* WORKING STORAGE - PARAMETERS, COUNTERS AND SWITCHES            *
001050******************************************************************
001060 77  WS-GL-FSTAT             PIC X(02) VALUE '00'.
001070 77  WS-PARM-DATE            PIC X(08) VALUE SPACES.
001080 77  WS-RUN-N                PIC 9(8) VALUE ZERO.
001090 77  WS-LOAD-N               PIC 9(8) VALUE ZERO.
001100 77  WS-DAYS-OLD             PIC S9(5) VALUE ZERO.
001110 77  WS-STALE-DAYS           PIC 9(3) VALUE 5.
001120 77  WS-EOF-SW               PIC X(01) VALUE 'N'.
001130     88 WS-EOF-YES                     VALUE 'Y'.
001140 77  WS-FIRST-ROW-SW         PIC X(01) VALUE 'Y'.
001150     88 WS-FIRST-ROW                   VALUE 'Y'.
001160 77  WS-RUN-ERROR-SW         PIC X(01) VALUE 'N'.
001170     88 WS-RUN-ERROR                   VALUE 'Y'.
001180 77  WS-GL-OPEN-SW           PIC X(01) VALUE 'N'.
001190     88 WS-GL-OPEN                     VALUE 'Y'.
001200 77  WS-BASE-CUR             PIC X(05) VALUE SPACES.
001210 77  WS-BASE-MAX             PIC X(05) VALUE SPACES.
001220 77  WS-CURR-BREAK           PIC X(08) VALUE SPACES.
001230 77  WS-CURRENCY-KEY         PIC X(05) VALUE SPACES.
001240 77  WS-FLAG-REASON          PIC X(10) VALUE SPACES.
001250 77  WS-BASE-POSN-SW         PIC X(01) VALUE 'N'.
001260     88 WS-BASE-POSN                   VALUE 'Y'.
001270 77  WS-ROWS-READ            PIC 9(7) COMP VALUE ZERO.
001280 77  WS-BASE-SKIPPED         PIC 9(7) COMP VALUE ZERO.
001290 77  WS-POSNS-REVALUED       PIC 9(7) COMP VALUE ZERO.
001300 77  WS-POSNS-FIRST          PIC 9(7) COMP VALUE ZERO.
001310 77  WS-POSNS-EXCLUDED       PIC 9(7) COMP VALUE ZERO.
001320 77  WS-FLAGGED-CNT          PIC 9(3) COMP VALUE ZERO.
001330 77  WS-ROWS-REPLACED        PIC S9(9) COMP VALUE ZERO.
001340 77  WS-DETAILS-WRITTEN      PIC 9(7) VALUE ZERO.
001350 77  WS-HASH-TOTAL           PIC 9(11)V99 COMP-3 VALUE ZERO.
001360 77  WS-HASH-DISPLAY         PIC 9(11)V99 VALUE ZERO.
001370 77  WS-TOTAL-UP             PIC S9(11)V99 COMP-3 VALUE ZERO.
001380 77  WS-TOTAL-DOWN           PIC S9(11)V99 COMP-3 VALUE ZERO.
001390 77  WS-TOTAL-NET            PIC S9(11)V99 COMP-3 VALUE ZERO.
001400 77  WS-MOVEMENT             PIC S9(9)V99 COMP-3 VALUE ZERO.
001410 77  WS-CARRIED              PIC S9(11)V99 COMP-3 VALUE ZERO.
001420 77  WS-ABS-AMOUNT           PIC 9(11)V99 VALUE ZERO.
001430 77  WS-SUB                  PIC 9(3) COMP VALUE ZERO.
001440 77  WS-REVAL-ACCT           PIC X(08) VALUE 'FXREVAL '.
001450******************************************************************
001460* ONE ENTRY PER REVALUED CURRENCY - ITS NET REVALUATION IN THE   *
001470* BASE CURRENCY, BOOKED AS ONE PAIR AT END OF RUN                *
001480******************************************************************
001490 77  WS-SUM-MAX              PIC 9(3) COMP VALUE 100.
001500 77  WS-SUM-CNT              PIC 9(3) COMP VALUE ZERO.
001510 01  WS-SUM-TABLE.
001520     05 WS-SUM-ENTRY OCCURS 100 TIMES.
001530        10 WS-SUM-CURRENCY    PIC X(08).
001540        10 WS-SUM-POSNS       PIC 9(7) COMP.
001550        10 WS-SUM-REVAL       PIC S9(11)V99 COMP-3.
001560******************************************************************
001570* CURRENCY-MASTER CONVERSION WORK FIELDS - THE SAME MACHINERY    *
001580* CASH15 AND THE POSTING PROGRAMS USE (SEE DCLCMST), SIGN-AWARE  *
001590* BECAUSE A POSITION CAN RUN NEGATIVE                            *
001600******************************************************************
001610 77  WS-CUR-RATE             PIC S9(3)V9(6) COMP-3 VALUE ZERO.
001620 77  WS-CONV-AMOUNT          PIC S9(9)V99 COMP-3 VALUE ZERO.
001630 77  WS-CONVERTED            PIC S9(11)V99 COMP-3 VALUE ZERO.
001640 77  WS-CONV-RATE            PIC S9(3)V9(6) COMP-3 VALUE ZERO.
001650 77  WS-CONV-MINOR           PIC S9(4) COMP VALUE 2.
001660 77  WS-CONV-RULE            PIC X(1) VALUE 'D'.
001670 77  WS-CONV-MULT            PIC 9(3) VALUE 100.
001680 77  WS-CONV-RAW             PIC S9(12)V9(6) COMP-3 VALUE ZERO.
001690 77  WS-CONV-SCALED          PIC S9(14)V9(4) COMP-3 VALUE ZERO.
001700 77  WS-CONV-INT             PIC S9(14) COMP-3 VALUE ZERO.
001710 77  WS-CONV-FRAC            PIC S9(1)V9(4) COMP-3 VALUE ZERO.
001720******************************************************************
001730* REPORT LINE - ONE POSITION                                     *
001740******************************************************************
001750 01  WS-RPT-LINE.
001760     05 WS-RPT-OWNER         PIC X(32).
001770     05 FILLER               PIC X(01) VALUE SPACE.
001780     05 WS-RPT-CURRENCY      PIC X(08).
001790     05 WS-RPT-BALANCE       PIC -Z,ZZZ,ZZ9.99.
001800     05 FILLER               PIC X(01) VALUE SPACE.
001810     05 WS-RPT-RATE          PIC ZZ9.999999.
001820     05 WS-RPT-BASEAMT       PIC -ZZZ,ZZZ,ZZ9.99.
001830     05 WS-RPT-PRIORAMT      PIC -ZZZ,ZZZ,ZZ9.99.
001840     05 WS-RPT-REVAL         PIC -ZZZ,ZZZ,ZZ9.99.
001850     05 FILLER               PIC X(01) VALUE SPACE.
001860     05 WS-RPT-NOTE          PIC X(30).
001870 77  WS-ED-AMOUNT            PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
001880******************************************************************
001890* BATCH RUN-CONTROL (SEE DCLRUNC): THIS JOB REGISTERS ON         *
001900* RUNCTL, REFUSES TO START UNTIL ITS PREDECESSORS SHOW COMPLETE  *
001910* FOR THE BUSINESS DATE (UNLESS AN OPERATOR SET THE CASH29       *
001920* OVERRIDE), AND MARKS ITSELF COMPLETE OR FAILED AT END OF RUN.  *
001930******************************************************************
001940 77  WS-RC-JOBNAME           PIC X(08) VALUE 'CASH41  '.
001950 01  WS-RC-PRED-LIST.
001960     05 FILLER               PIC X(08) VALUE 'CASH13  '.
001970 01  WS-RC-PRED-LIST-R REDEFINES WS-RC-PRED-LIST.
001980     05 WS-RC-PRED OCCURS 1 TIMES
001990                             PIC X(08).
002000 77  WS-RC-PRED-MAX          PIC 9(2) VALUE 1.
002010 77  WS-RC-SUB               PIC 9(2) COMP VALUE ZERO.
002020 77  WS-RC-PREDNAME          PIC X(08) VALUE SPACES.
002030 77  WS-RC-REGION            PIC X(08) VALUE 'CASHRGN '.
002040 77  WS-RC-BUSDT             PIC X(08) VALUE SPACES.
002050 77  WS-RC-TIME              PIC X(06) VALUE SPACES.
002060 77  WS-RC-REFUSED-SW        PIC X(01) VALUE 'N'.
002070     88 WS-RC-REFUSED                  VALUE 'Y'.
002080 PROCEDURE DIVISION.
002090*
002100 0000-MAINLINE.
002110     PERFORM 1000-INITIALIZE
002120         THRU 1000-INITIALIZE-EXIT
002130     PERFORM 2000-PROCESS-ROWS
002140         THRU 2000-PROCESS-ROWS-EXIT
002150         UNTIL WS-EOF-YES
002160     PERFORM 6000-WRITE-GL-FILE
002170         THRU 6000-WRITE-GL-FILE-EXIT
002180     PERFORM 8000-TERMINATE
002190         THRU 8000-TERMINATE-EXIT
002200     GOBACK.
002210******************************************************************
002220* 0800-RUN-CONTROL - REGISTER THIS RUN ON RUNCTL AND ENFORCE     *
002230*   THE NIGHT-WINDOW SEQUENCE: PREDECESSORS MUST SHOW COMPLETE   *
002240*   FOR THE BUSINESS DATE BEFORE THIS JOB TOUCHES ANYTHING,      *
002250*   UNLESS AN OPERATOR SET THE CASH29 OVERRIDE ON THIS ROW.      *
002260******************************************************************
002270 0800-RUN-CONTROL.
002280     MOVE 'N' TO WS-RC-REFUSED-SW
002290     ACCEPT WS-RC-TIME FROM TIME
002300
002310     ACCEPT WS-RC-BUSDT FROM DATE YYYYMMDD
002320     EXEC SQL
002330         SELECT REGIONID, BUSDT, WSTATUS
002340         INTO :DCLBUSDATE
002350         FROM STOCKTRD.BUSDATE
002360         WHERE REGIONID = :WS-RC-REGION
002370     END-EXEC
002380     IF SQLCODE = 0
002390         MOVE BD-BUSDT TO WS-RC-BUSDT
002400     END-IF
002410
002420     EXEC SQL
002430         SELECT JOBNAME, BUSDT, RSTATUS, STARTTM, ENDTM,
002440                OVERRIDE
002450         INTO :DCLRUNCTL
002460         FROM STOCKTRD.RUNCTL
002470         WHERE JOBNAME = :WS-RC-JOBNAME
002480           AND BUSDT = :WS-RC-BUSDT
002490     END-EXEC
002500
002510     IF SQLCODE = 0 AND RC-OVERRIDE = 'Y'
002520         DISPLAY 'CASH41 - OPERATOR OVERRIDE IN PLACE -'
002530             ' PREDECESSOR CHECK WAIVED'
002540     ELSE
002550         PERFORM 0850-CHECK-ONE-PRED
002560             THRU 0850-CHECK-ONE-PRED-EXIT
002570             VARYING WS-RC-SUB FROM 1 BY 1
002580             UNTIL WS-RC-SUB > WS-RC-PRED-MAX
002590             OR WS-RC-REFUSED
002600     END-IF
002610
002620     IF WS-RC-REFUSED
002630         GO TO 0800-RUN-CONTROL-EXIT
002640     END-IF
002650
002660     EXEC SQL
002670         UPDATE STOCKTRD.RUNCTL
002680         SET RSTATUS = 'S',
002690             STARTTM = :WS-RC-TIME,
002700             ENDTM   = ' '
002710         WHERE JOBNAME = :WS-RC-JOBNAME
002720           AND BUSDT = :WS-RC-BUSDT
002730     END-EXEC
002740     IF SQLCODE NOT = 0 OR SQLERRD(3) = 0
002750         EXEC SQL
002760             INSERT INTO STOCKTRD.RUNCTL(
002770                 JOBNAME, BUSDT, RSTATUS, STARTTM,
002780                 ENDTM, OVERRIDE)
002790             VALUES (:WS-RC-JOBNAME, :WS-RC-BUSDT, 'S',
002800                 :WS-RC-TIME, ' ', ' ')
002810         END-EXEC
002820     END-IF
002830     IF SQLCODE NOT = 0
002840         DISPLAY 'CASH41 - RUNCTL REGISTRATION FAILED,'
002850             ' SQLCODE=' SQLCODE
002860     END-IF
002870*    THE REGISTRATION IS COMMITTED ON ITS OWN SO A ROLLBACK OF
002880*    THE REVALUATION CANNOT TAKE IT WITH IT.
002890     EXEC SQL
002900         COMMIT
002910     END-EXEC
002920     .
002930 0800-RUN-CONTROL-EXIT.
002940     EXIT.
002950*
002960******************************************************************
002970* 0850-CHECK-ONE-PRED - ONE PREDECESSOR MUST SHOW COMPLETE FOR   *
002980*   THE SAME BUSINESS DATE OR THE RUN REFUSES TO START           *
002990******************************************************************
003000 0850-CHECK-ONE-PRED.
003010     MOVE WS-RC-PRED(WS-RC-SUB) TO WS-RC-PREDNAME
003020
003030     EXEC SQL
003040         SELECT JOBNAME, BUSDT, RSTATUS, STARTTM, ENDTM,
003050                OVERRIDE
003060         INTO :DCLRUNCTL
003070         FROM STOCKTRD.RUNCTL
003080         WHERE JOBNAME = :WS-RC-PREDNAME
003090           AND BUSDT = :WS-RC-BUSDT
003100     END-EXEC
003110
003120     IF SQLCODE NOT = 0 OR RC-RSTATUS NOT = 'C'
003130         DISPLAY 'CASH41 - PREDECESSOR ' WS-RC-PREDNAME
003140             ' NOT COMPLETE FOR ' WS-RC-BUSDT
003150             ' - RUN REFUSED (OVERRIDE VIA CASH29)'
003160         MOVE 'Y' TO WS-RC-REFUSED-SW
003170     END-IF
003180     .
003190 0850-CHECK-ONE-PRED-EXIT.
003200     EXIT.
003210*
003220******************************************************************
003230* 0900-RUN-COMPLETE - MARK THE RUN COMPLETE (OR FAILED, WHEN IT  *
003240*   ENDED ON AN ERROR) ON RUNCTL, WITH ITS OWN COMMIT SO THE     *
003250*   STATUS IS DURABLE THE MOMENT THE JOB ENDS                    *
003260******************************************************************
003270 0900-RUN-COMPLETE.
003280     IF WS-RC-REFUSED
003290         GO TO 0900-RUN-COMPLETE-EXIT
003300     END-IF
003310
003320     ACCEPT WS-RC-TIME FROM TIME
003330     IF WS-RUN-ERROR
003340         MOVE 'F' TO RC-RSTATUS
003350     ELSE
003360         MOVE 'C' TO RC-RSTATUS
003370     END-IF
003380
003390     EXEC SQL
003400         UPDATE STOCKTRD.RUNCTL
003410         SET RSTATUS = :RC-RSTATUS,
003420             ENDTM   = :WS-RC-TIME
003430         WHERE JOBNAME = :WS-RC-JOBNAME
003440           AND BUSDT = :WS-RC-BUSDT
003450     END-EXEC
003460
003470     EXEC SQL
003480         COMMIT
003490     END-EXEC
003500     .
003510 0900-RUN-COMPLETE-EXIT.
003520     EXIT.
003530*
003540******************************************************************
003550* 1000-INITIALIZE - REVALUATION-DATE CARD, BASE CURRENCY, CLEAR  *
003560*   ANY EARLIER RUN FOR THE DATE, OPEN THE FILE AND THE CURSOR   *
003570******************************************************************
003580 1000-INITIALIZE.
003590     PERFORM 0800-RUN-CONTROL
003600         THRU 0800-RUN-CONTROL-EXIT
003610     IF WS-RC-REFUSED
003620         MOVE 'Y' TO WS-EOF-SW
003630         MOVE 'Y' TO WS-RUN-ERROR-SW
003640         GO TO 1000-INITIALIZE-EXIT
003650     END-IF
003660
003670     DISPLAY 'CASH41 - MONTH-END FX REVALUATION - STARTING'
003680
003690     ACCEPT WS-PARM-DATE FROM SYSIN
003700     IF WS-PARM-DATE = SPACES
003710         MOVE WS-RC-BUSDT TO WS-PARM-DATE
003720     END-IF
003730     DISPLAY 'CASH41 - REVALUATION DATE = ' WS-PARM-DATE
003740
003750     IF WS-PARM-DATE NOT NUMERIC
003760         DISPLAY 'CASH41 - REVALUATION DATE CARD NOT NUMERIC -'
003770             ' RUN ENDED'
003780         MOVE 'Y' TO WS-EOF-SW
003790         MOVE 'Y' TO WS-RUN-ERROR-SW
003800         GO TO 1000-INITIALIZE-EXIT
003810     END-IF
003820     MOVE WS-PARM-DATE TO WS-RUN-N
003830
003840*    THE BASE IS THE ONE FRANKFURT1 QUOTES AGAINST. A RATE ROW
003850*    ON ANY OTHER BASE IS FLAGGED 'BASE MIX' WHEN ITS CURRENCY
003860*    COMES UP, AS CASH15 DOES.
003870     EXEC SQL
003880         SELECT VALUE(MIN(CURRNBASE), ' '),
003890                VALUE(MAX(CURRNBASE), ' ')
003900         INTO :WS-BASE-CUR, :WS-BASE-MAX
003910         FROM STOCKTRD.FRANKFURT1
003920     END-EXEC
003930
003940     IF SQLCODE NOT = 0 OR WS-BASE-CUR = SPACES
003950         DISPLAY 'CASH41 - NO FRANKFURT1 RATES TO REVALUE AT,'
003960             ' SQLCODE=' SQLCODE ' - RUN ENDED'
003970         MOVE 'Y' TO WS-EOF-SW
003980         MOVE 'Y' TO WS-RUN-ERROR-SW
003990         GO TO 1000-INITIALIZE-EXIT
004000     END-IF
004010     IF WS-BASE-MAX NOT = WS-BASE-CUR
004020         DISPLAY 'CASH41 - FRANKFURT1 CARRIES MORE THAN ONE BASE'
004030             ' (' WS-BASE-CUR '/' WS-BASE-MAX ') - '
004040             WS-BASE-CUR ' USED'
004050     END-IF
004060     DISPLAY 'CASH41 - BASE CURRENCY    = ' WS-BASE-CUR
004070
004080     EXEC SQL
004090         DELETE FROM STOCKTRD.FXREVAL
004100         WHERE REVALDT = :WS-PARM-DATE
004110     END-EXEC
004120
004130     IF SQLCODE = 0
004140         MOVE SQLERRD(3) TO WS-ROWS-REPLACED
004150     ELSE
004160         IF SQLCODE NOT = 100
004170             DISPLAY 'CASH41 - CLEAR OF EARLIER RUN FAILED,'
004180                 ' SQLCODE=' SQLCODE
004190             MOVE 'Y' TO WS-EOF-SW
004200             MOVE 'Y' TO WS-RUN-ERROR-SW
004210             GO TO 1000-INITIALIZE-EXIT
004220         END-IF
004230     END-IF
004240
004250     OPEN OUTPUT REVAL-FILE
004260     IF WS-GL-FSTAT NOT = '00'
004270         DISPLAY 'CASH41 - OPEN OF REVALUATION FILE FAILED,'
004280             ' STATUS=' WS-GL-FSTAT
004290         MOVE 'Y' TO WS-EOF-SW
004300         MOVE 'Y' TO WS-RUN-ERROR-SW
004310         GO TO 1000-INITIALIZE-EXIT
004320     END-IF
004330     MOVE 'Y' TO WS-GL-OPEN-SW
004340
004350     DISPLAY ' '
004360     DISPLAY 'OWNER                            CURRENCY'
004370         '      BALANCE       RATE   BASE VALUE   PRIOR VALUE'
004380         '   REVALUATION'
004390
004400     EXEC SQL
004410         DECLARE CASH41CSR CURSOR FOR
004420         SELECT OWNER, BALANCE, CURRENCYC, ACCTSTAT, STATRSN
004430         FROM STOCKTRD.CASHACCOUNTY
004440         ORDER BY CURRENCYC, OWNER
004450     END-EXEC
004460
004470     EXEC SQL
004480         OPEN CASH41CSR
004490     END-EXEC
004500
004510     IF SQLCODE NOT = 0
004520         DISPLAY 'CASH41 - OPEN CURSOR FAILED, SQLCODE=' SQLCODE
004530         MOVE 'Y' TO WS-EOF-SW
004540         MOVE 'Y' TO WS-RUN-ERROR-SW
004550     END-IF
004560     .
004570 1000-INITIALIZE-EXIT.
004580     EXIT.
004590*
004600******************************************************************
004610* 2000-PROCESS-ROWS - ONE POSITION. AT EACH CURRENCY BREAK THE   *
004620*   NEW CURRENCY'S RATE IS LOOKED UP AND CHECKED ONCE; EVERY     *
004630*   POSITION IN IT IS THEN REVALUED, OR LISTED AS EXCLUDED       *
004640******************************************************************
004650 2000-PROCESS-ROWS.
004660     EXEC SQL
004670         FETCH CASH41CSR
004680         INTO :DCLCASHACCOUNTY
004690     END-EXEC
004700
004710     IF SQLCODE = 100
004720         MOVE 'Y' TO WS-EOF-SW
004730         GO TO 2000-PROCESS-ROWS-EXIT
004740     END-IF
004750
004760     IF SQLCODE NOT = 0
004770         DISPLAY 'CASH41 - FETCH FAILED, SQLCODE=' SQLCODE
004780         MOVE 'Y' TO WS-EOF-SW
004790         MOVE 'Y' TO WS-RUN-ERROR-SW
004800         GO TO 2000-PROCESS-ROWS-EXIT
004810     END-IF
004820
004830     ADD 1 TO WS-ROWS-READ
004840
004850     IF WS-FIRST-ROW OR CURRENCYC NOT = WS-CURR-BREAK
004860         MOVE 'N' TO WS-FIRST-ROW-SW
004870         MOVE CURRENCYC TO WS-CURR-BREAK
004880         PERFORM 3000-LOAD-RATE
004890             THRU 3000-LOAD-RATE-EXIT
004900     END-IF
004910
004920     IF WS-BASE-POSN
004930         ADD 1 TO WS-BASE-SKIPPED
004940         GO TO 2000-PROCESS-ROWS-EXIT
004950     END-IF
004960
004970     IF WS-FLAG-REASON NOT = SPACES
004980         PERFORM 4500-LIST-EXCLUDED
004990             THRU 4500-LIST-EXCLUDED-EXIT
005000         GO TO 2000-PROCESS-ROWS-EXIT
005010     END-IF
005020
005030     PERFORM 4000-REVALUE-POSITION
005040         THRU 4000-REVALUE-POSITION-EXIT
005050     .
005060 2000-PROCESS-ROWS-EXIT.
005070     EXIT.
005080*
005090******************************************************************
005100* 3000-LOAD-RATE - THE CURRENCY'S FRANKFURT1 ROW, CHECKED THE    *
005110*   WAY CASH15 CHECKS IT, AND ITS CURRMAST CONVERSION RULE.      *
005120*   STALENESS IS MEASURED AGAINST THE REVALUATION DATE.          *
005130******************************************************************
005140 3000-LOAD-RATE.
005150     MOVE SPACES TO WS-FLAG-REASON
005160     MOVE 'N'    TO WS-BASE-POSN-SW
005170
005180     IF WS-CURR-BREAK(1:5) = WS-BASE-CUR
005190         AND WS-CURR-BREAK(6:3) = SPACES
005200         MOVE 'Y' TO WS-BASE-POSN-SW
005210         GO TO 3000-LOAD-RATE-EXIT
005220     END-IF
005230
005240*    SAME REJECT-RATHER-THAN-TRUNCATE RULE AS CASH00'S           *
005250*    CASH-CURRENCY-KEY-CHECK: CURRENCYC IS X(8), CURRNKEY X(5).  *
005260     IF WS-CURR-BREAK(6:3) NOT = SPACES
005270         MOVE 'BAD KEY' TO WS-FLAG-REASON
005280         GO TO 3000-LOAD-RATE-FLAGGED
005290     END-IF
005300
005310     MOVE WS-CURR-BREAK TO WS-CURRENCY-KEY
005320
005330     EXEC SQL
005340         SELECT CURRNKEY, CURRNBASE, AMOUNT, RATES, LOADDT
005350         INTO :DCLFRANKFURT1
005360         FROM STOCKTRD.FRANKFURT1
005370         WHERE CURRNKEY = :WS-CURRENCY-KEY
005380     END-EXEC
005390
005400     IF SQLCODE NOT = 0
005410         MOVE 'NO RATE' TO WS-FLAG-REASON
005420         GO TO 3000-LOAD-RATE-FLAGGED
005430     END-IF
005440
005450     MOVE LOADDT(1:4)  TO WS-LOAD-N(1:4)
005460     MOVE LOADDT(6:2)  TO WS-LOAD-N(5:2)
005470     MOVE LOADDT(9:2)  TO WS-LOAD-N(7:2)
005480
005490     COMPUTE WS-DAYS-OLD =
005500         FUNCTION INTEGER-OF-DATE(WS-RUN-N) -
005510         FUNCTION INTEGER-OF-DATE(WS-LOAD-N)
005520     END-COMPUTE
005530
005540     IF WS-DAYS-OLD > WS-STALE-DAYS
005550         MOVE 'RATE STALE' TO WS-FLAG-REASON
005560         GO TO 3000-LOAD-RATE-FLAGGED
005570     END-IF
005580
005590     IF CURRNBASE NOT = WS-BASE-CUR
005600         MOVE 'BASE MIX' TO WS-FLAG-REASON
005610         GO TO 3000-LOAD-RATE-FLAGGED
005620     END-IF
005630
005640     MOVE RATES TO WS-CUR-RATE
005650     MOVE 2     TO WS-CONV-MINOR
005660     MOVE 'D'   TO WS-CONV-RULE
005670
005680     EXEC SQL
005690         SELECT CURRENCYC, MINORUNIT, PRECRATE, ROUNDRULE
005700         INTO :DCLCURRMAST
005710         FROM STOCKTRD.CURRMAST
005720         WHERE CURRENCYC = :WS-CURR-BREAK
005730     END-EXEC
005740
005750     IF SQLCODE = 0
005760         MOVE CM-PRECRATE  TO WS-CUR-RATE
005770         MOVE CM-MINORUNIT TO WS-CONV-MINOR
005780         MOVE CM-ROUNDRULE TO WS-CONV-RULE
005790     END-IF
005800
005810     EVALUATE WS-CONV-MINOR
005820         WHEN 0
005830             MOVE 1   TO WS-CONV-MULT
005840         WHEN 1
005850             MOVE 10  TO WS-CONV-MULT
005860         WHEN OTHER
005870             MOVE 100 TO WS-CONV-MULT
005880     END-EVALUATE
005890     GO TO 3000-LOAD-RATE-EXIT
005900     .
005910 3000-LOAD-RATE-FLAGGED.
005920     ADD 1 TO WS-FLAGGED-CNT
005930     DISPLAY WS-CURR-BREAK '  ** ' WS-FLAG-REASON
005940         ' - POSITIONS BELOW EXCLUDED FROM REVALUATION **'
005950     .
005960 3000-LOAD-RATE-EXIT.
005970     EXIT.
005980*
005990******************************************************************
006000* 4000-REVALUE-POSITION - VALUE THE POSITION AT THE CURRENT      *
006010*   RATE, CARRY ITS PRIOR REVALUED AMOUNT FORWARD BY THE MONTH'S *
006020*   MOVEMENT AT THE PRIOR RATE, AND BOOK THE DIFFERENCE. A       *
006030*   POSITION'S FIRST REVALUATION SETS ITS BASELINE AND BOOKS     *
006040*   NOTHING.                                                     *
006050******************************************************************
006060 4000-REVALUE-POSITION.
006070     MOVE BALANCE     TO WS-CONV-AMOUNT
006080     MOVE WS-CUR-RATE TO WS-CONV-RATE
006090     PERFORM 7300-CONVERT-AMOUNT
006100         THRU 7300-CONVERT-AMOUNT-EXIT
006110
006120     EXEC SQL
006130         SELECT OWNER, CURRENCYC, REVALDT, BALANCE, BASECUR,
006140                RATE, BASEAMT, PRIORDT, PRIORAMT, REVALAMT
006150         INTO :DCLFXREVAL
006160         FROM STOCKTRD.FXREVAL
006170         WHERE OWNER = :OWNER
006180           AND CURRENCYC = :CURRENCYC
006190           AND REVALDT < :WS-PARM-DATE
006200         ORDER BY REVALDT DESC
006210         FETCH FIRST 1 ROW ONLY
006220     END-EXEC
006230
006240     EVALUATE SQLCODE
006250         WHEN 0
006260             COMPUTE WS-MOVEMENT = BALANCE - FV-BALANCE
006270             MOVE FV-BASEAMT TO WS-CARRIED
006280             MOVE FV-BASEAMT TO FV-PRIORAMT
006290             MOVE FV-REVALDT TO FV-PRIORDT
006300             MOVE WS-CONVERTED TO FV-BASEAMT
006310             MOVE WS-MOVEMENT  TO WS-CONV-AMOUNT
006320             MOVE FV-RATE      TO WS-CONV-RATE
006330             PERFORM 7300-CONVERT-AMOUNT
006340                 THRU 7300-CONVERT-AMOUNT-EXIT
006350             ADD WS-CONVERTED TO WS-CARRIED
006360             COMPUTE FV-REVALAMT = FV-BASEAMT - WS-CARRIED
006370             MOVE SPACES TO WS-RPT-NOTE
006380         WHEN 100
006390             MOVE WS-CONVERTED TO FV-BASEAMT
006400             MOVE SPACES       TO FV-PRIORDT
006410             MOVE ZERO         TO FV-PRIORAMT
006420             MOVE ZERO         TO FV-REVALAMT
006430             MOVE 'FIRST REVALUATION - BASELINE'
006440                               TO WS-RPT-NOTE
006450             ADD 1 TO WS-POSNS-FIRST
006460         WHEN OTHER
006470             DISPLAY 'CASH41 - PRIOR REVALUATION READ FAILED FOR '
006480                 OWNER ' ' CURRENCYC ' SQLCODE=' SQLCODE
006490             MOVE 'Y' TO WS-EOF-SW
006500             MOVE 'Y' TO WS-RUN-ERROR-SW
006510             GO TO 4000-REVALUE-POSITION-EXIT
006520     END-EVALUATE
006530
006540     MOVE OWNER        TO FV-OWNER
006550     MOVE CURRENCYC    TO FV-CURRENCYC
006560     MOVE WS-PARM-DATE TO FV-REVALDT
006570     MOVE BALANCE      TO FV-BALANCE
006580     MOVE WS-BASE-CUR  TO FV-BASECUR
006590     MOVE WS-CUR-RATE  TO FV-RATE
006600
006610     EXEC SQL
006620         INSERT INTO STOCKTRD.FXREVAL(
006630             OWNER, CURRENCYC, REVALDT, BALANCE, BASECUR,
006640             RATE, BASEAMT, PRIORDT, PRIORAMT, REVALAMT)
006650         VALUES (:FV-OWNER, :FV-CURRENCYC, :FV-REVALDT,
006660             :FV-BALANCE, :FV-BASECUR, :FV-RATE, :FV-BASEAMT,
006670             :FV-PRIORDT, :FV-PRIORAMT, :FV-REVALAMT)
006680     END-EXEC
006690
006700     IF SQLCODE NOT = 0
006710         DISPLAY 'CASH41 - FXREVAL INSERT FAILED FOR '
006720             OWNER ' ' CURRENCYC ' SQLCODE=' SQLCODE
006730         MOVE 'Y' TO WS-EOF-SW
006740         MOVE 'Y' TO WS-RUN-ERROR-SW
006750         GO TO 4000-REVALUE-POSITION-EXIT
006760     END-IF
006770
006780     ADD 1 TO WS-POSNS-REVALUED
006790     IF FV-REVALAMT > ZERO
006800         ADD FV-REVALAMT TO WS-TOTAL-UP
006810     ELSE
006820         ADD FV-REVALAMT TO WS-TOTAL-DOWN
006830     END-IF
006840     PERFORM 4100-ADD-TO-CURRENCY
006850         THRU 4100-ADD-TO-CURRENCY-EXIT
006860
006870     MOVE OWNER        TO WS-RPT-OWNER
006880     MOVE CURRENCYC    TO WS-RPT-CURRENCY
006890     MOVE BALANCE      TO WS-RPT-BALANCE
006900     MOVE WS-CUR-RATE  TO WS-RPT-RATE
006910     MOVE FV-BASEAMT   TO WS-RPT-BASEAMT
006920     MOVE FV-PRIORAMT  TO WS-RPT-PRIORAMT
006930     MOVE FV-REVALAMT  TO WS-RPT-REVAL
006940     DISPLAY WS-RPT-LINE
006950     .
006960 4000-REVALUE-POSITION-EXIT.
006970     EXIT.
006980*
006990******************************************************************
007000* 4100-ADD-TO-CURRENCY - ROLL THE POSITION'S REVALUATION INTO    *
007010*   ITS CURRENCY'S ENTRY; THE CURSOR IS IN CURRENCY ORDER, SO A  *
007020*   NEW CURRENCY IS ALWAYS THE NEXT ENTRY                        *
007030******************************************************************
007040 4100-ADD-TO-CURRENCY.
007050     IF WS-SUM-CNT > ZERO
007060         IF WS-SUM-CURRENCY(WS-SUM-CNT) = CURRENCYC
007070             ADD 1           TO WS-SUM-POSNS(WS-SUM-CNT)
007080             ADD FV-REVALAMT TO WS-SUM-REVAL(WS-SUM-CNT)
007090             GO TO 4100-ADD-TO-CURRENCY-EXIT
007100         END-IF
007110     END-IF
007120
007130     IF WS-SUM-CNT >= WS-SUM-MAX
007140         DISPLAY 'CASH41 - CURRENCY TABLE FULL - ' CURRENCYC
007150             ' NOT BOOKED'
007160         MOVE 'Y' TO WS-RUN-ERROR-SW
007170         GO TO 4100-ADD-TO-CURRENCY-EXIT
007180     END-IF
007190
007200     ADD 1 TO WS-SUM-CNT
007210     MOVE CURRENCYC   TO WS-SUM-CURRENCY(WS-SUM-CNT)
007220     MOVE 1           TO WS-SUM-POSNS(WS-SUM-CNT)
007230     MOVE FV-REVALAMT TO WS-SUM-REVAL(WS-SUM-CNT)
007240     .
007250 4100-ADD-TO-CURRENCY-EXIT.
007260     EXIT.
007270*
007280******************************************************************
007290* 4500-LIST-EXCLUDED - A POSITION IN A FLAGGED CURRENCY: LISTED, *
007300*   NOT VALUED, NO FXREVAL ROW, NOTHING BOOKED                   *
007310******************************************************************
007320 4500-LIST-EXCLUDED.
007330     ADD 1 TO WS-POSNS-EXCLUDED
007340     MOVE SPACES       TO WS-RPT-LINE
007350     MOVE OWNER        TO WS-RPT-OWNER
007360     MOVE CURRENCYC    TO WS-RPT-CURRENCY
007370     MOVE BALANCE      TO WS-RPT-BALANCE
007380     MOVE ZERO         TO WS-RPT-RATE
007390     MOVE ZERO         TO WS-RPT-BASEAMT
007400     MOVE ZERO         TO WS-RPT-PRIORAMT
007410     MOVE ZERO         TO WS-RPT-REVAL
007420     STRING '** EXCLUDED - ' DELIMITED BY SIZE
007430            WS-FLAG-REASON   DELIMITED BY SIZE
007440         INTO WS-RPT-NOTE
007450     END-STRING
007460     DISPLAY WS-RPT-LINE
007470     .
007480 4500-LIST-EXCLUDED-EXIT.
007490     EXIT.
007500*
007510******************************************************************
007520* 6000-WRITE-GL-FILE - HEADER, ONE BALANCED PAIR PER REVALUED    *
007530*   CURRENCY, TRAILER WITH COUNT AND HASH TOTAL, AND THE         *
007540*   COMPANION CONTROL REPORT. NOTHING IS WRITTEN FOR A RUN THAT  *
007550*   HIT AN ERROR - ITS FXREVAL ROWS ARE ROLLED BACK AS WELL.     *
007560******************************************************************
007570 6000-WRITE-GL-FILE.
007580     IF WS-RUN-ERROR
007590         GO TO 6000-WRITE-GL-FILE-EXIT
007600     END-IF
007610
007620     MOVE SPACES       TO GL-RECORD
007630     MOVE 'H'          TO GL-REC-TYPE
007640     MOVE WS-PARM-DATE TO GL-DATE
007650     MOVE 'R'          TO GL-REQ
007660     MOVE WS-BASE-CUR  TO GL-CURRENCY
007670     MOVE ZERO         TO GL-AMOUNT
007680     MOVE ZERO         TO GL-COUNT
007690     WRITE GL-RECORD
007700     PERFORM 6800-CHECK-GL-WRITE
007710         THRU 6800-CHECK-GL-WRITE-EXIT
007720
007730     DISPLAY ' '
007740     DISPLAY 'CASH41 - CONTROL REPORT FOR ' WS-PARM-DATE
007750         ' - AMOUNTS IN ' WS-BASE-CUR
007760     DISPLAY 'REQ  CURRENCY  DR/CR  ACCOUNT   AMOUNT'
007770     DISPLAY '---  --------  -----  --------  ------'
007780
007790     PERFORM 6500-WRITE-ONE-PAIR
007800         THRU 6500-WRITE-ONE-PAIR-EXIT
007810         VARYING WS-SUB FROM 1 BY 1
007820         UNTIL WS-SUB > WS-SUM-CNT
007830
007840     MOVE SPACES             TO GL-RECORD
007850     MOVE 'T'                TO GL-REC-TYPE
007860     MOVE WS-PARM-DATE       TO GL-DATE
007870     MOVE 'R'                TO GL-REQ
007880     MOVE WS-HASH-TOTAL      TO GL-AMOUNT
007890     MOVE WS-DETAILS-WRITTEN TO GL-COUNT
007900     WRITE GL-RECORD
007910     PERFORM 6800-CHECK-GL-WRITE
007920         THRU 6800-CHECK-GL-WRITE-EXIT
007930     .
007940 6000-WRITE-GL-FILE-EXIT.
007950     EXIT.
007960*
007970******************************************************************
007980* 6500-WRITE-ONE-PAIR - THE CASH SIDE AND THE REVALUATION        *
007990*   ACCOUNT FOR ONE CURRENCY, SIGNED AS CASH13 SIGNS A MOVEMENT: *
008000*   A RISE IN THE BASE VALUE OF THE CASH CREDITS CASHBAL AND     *
008010*   DEBITS FXREVAL; A FALL THE REVERSE. A ZERO NET STILL WRITES  *
008020*   THE PAIR SO THE RECEIVING SIDE SEES EVERY REVALUED CURRENCY. *
008030******************************************************************
008040 6500-WRITE-ONE-PAIR.
008050     IF WS-SUM-REVAL(WS-SUB) < ZERO
008060         COMPUTE WS-ABS-AMOUNT = ZERO - WS-SUM-REVAL(WS-SUB)
008070     ELSE
008080         MOVE WS-SUM-REVAL(WS-SUB) TO WS-ABS-AMOUNT
008090     END-IF
008100
008110     MOVE SPACES                  TO GL-RECORD
008120     MOVE 'D'                     TO GL-REC-TYPE
008130     MOVE WS-PARM-DATE            TO GL-DATE
008140     MOVE 'R'                     TO GL-REQ
008150     MOVE WS-SUM-CURRENCY(WS-SUB) TO GL-CURRENCY
008160     MOVE 'CASHBAL'               TO GL-ACCOUNT
008170     MOVE WS-ABS-AMOUNT           TO GL-AMOUNT
008180     MOVE WS-SUM-POSNS(WS-SUB)    TO GL-COUNT
008190     IF WS-SUM-REVAL(WS-SUB) < ZERO
008200         MOVE 'D' TO GL-DRCR
008210     ELSE
008220         MOVE 'C' TO GL-DRCR
008230     END-IF
008240     WRITE GL-RECORD
008250     PERFORM 6800-CHECK-GL-WRITE
008260         THRU 6800-CHECK-GL-WRITE-EXIT
008270     IF WS-GL-FSTAT = '00'
008280         ADD 1 TO WS-DETAILS-WRITTEN
008290         ADD WS-ABS-AMOUNT TO WS-HASH-TOTAL
008300     END-IF
008310     DISPLAY GL-REQ '    ' GL-CURRENCY '  ' GL-DRCR '      '
008320         GL-ACCOUNT '  ' GL-AMOUNT
008330
008340     MOVE WS-REVAL-ACCT TO GL-ACCOUNT
008350     IF WS-SUM-REVAL(WS-SUB) < ZERO
008360         MOVE 'C' TO GL-DRCR
008370     ELSE
008380         MOVE 'D' TO GL-DRCR
008390     END-IF
008400     WRITE GL-RECORD
008410     PERFORM 6800-CHECK-GL-WRITE
008420         THRU 6800-CHECK-GL-WRITE-EXIT
008430     IF WS-GL-FSTAT = '00'
008440         ADD 1 TO WS-DETAILS-WRITTEN
008450         ADD WS-ABS-AMOUNT TO WS-HASH-TOTAL
008460     END-IF
008470     DISPLAY GL-REQ '    ' GL-CURRENCY '  ' GL-DRCR '      '
008480         GL-ACCOUNT '  ' GL-AMOUNT
008490     .
008500 6500-WRITE-ONE-PAIR-EXIT.
008510     EXIT.
008520*
008530******************************************************************
008540* 6800-CHECK-GL-WRITE - A FAILED WRITE MUST NOT PRODUCE A        *
008550*   SILENTLY SHORT FILE WHOSE OWN TRAILER CLAIMS SUCCESS - FLAG  *
008560*   THE RUN SO THE "DO NOT SEND" MESSAGE FIRES                   *
008570******************************************************************
008580 6800-CHECK-GL-WRITE.
008590     IF WS-GL-FSTAT NOT = '00'
008600         DISPLAY 'CASH41 - REVALUATION FILE WRITE FAILED,'
008610             ' STATUS=' WS-GL-FSTAT
008620         MOVE 'Y' TO WS-RUN-ERROR-SW
008630     END-IF
008640     .
008650 6800-CHECK-GL-WRITE-EXIT.
008660     EXIT.
008670*
008680******************************************************************
008690* 7300-CONVERT-AMOUNT - CONVERT WS-CONV-AMOUNT INTO THE BASE AT  *
008700*   WS-CONV-RATE WITH THE CURRENCY'S CURRMAST ROUNDING RULE, AS  *
008710*   CASH15'S 7300-CONVERT-SUBTOTAL DOES. SIGN-AWARE: 'U' ROUNDS  *
008720*   AWAY FROM ZERO, 'D' TOWARD IT, 'H' HALF AWAY.                *
008730******************************************************************
008740 7300-CONVERT-AMOUNT.
008750     COMPUTE WS-CONV-RAW = WS-CONV-RATE * WS-CONV-AMOUNT
008760     END-COMPUTE
008770     COMPUTE WS-CONV-SCALED = WS-CONV-RAW * WS-CONV-MULT
008780     END-COMPUTE
008790     MOVE WS-CONV-SCALED TO WS-CONV-INT
008800     COMPUTE WS-CONV-FRAC = WS-CONV-SCALED - WS-CONV-INT
008810     END-COMPUTE
008820
008830     EVALUATE WS-CONV-RULE
008840         WHEN 'D'
008850             CONTINUE
008860         WHEN 'U'
008870             IF WS-CONV-FRAC > ZERO
008880                 ADD 1 TO WS-CONV-INT
008890             END-IF
008900             IF WS-CONV-FRAC < ZERO
008910                 SUBTRACT 1 FROM WS-CONV-INT
008920             END-IF
008930         WHEN OTHER
008940             IF WS-CONV-FRAC >= 0.5
008950                 ADD 1 TO WS-CONV-INT
008960             END-IF
008970             IF WS-CONV-FRAC <= -0.5
008980                 SUBTRACT 1 FROM WS-CONV-INT
008990             END-IF
009000     END-EVALUATE
009010
009020     COMPUTE WS-CONVERTED = WS-CONV-INT / WS-CONV-MULT
009030     END-COMPUTE
009040     .
009050 7300-CONVERT-AMOUNT-EXIT.
009060     EXIT.
009070*
009080******************************************************************
009090* 8000-TERMINATE - COMMIT OR BACK OUT THE FXREVAL ROWS WITH THE  *
009100*   FILE, CLOSE UP AND PRINT THE CONTROL TOTALS                  *
009110******************************************************************
009120 8000-TERMINATE.
009130     IF NOT WS-RC-REFUSED
009140         EXEC SQL
009150             CLOSE CASH41CSR
009160         END-EXEC
009170     END-IF
009180
009190     IF WS-RUN-ERROR
009200         EXEC SQL
009210             ROLLBACK
009220         END-EXEC
009230     ELSE
009240         EXEC SQL
009250             COMMIT
009260         END-EXEC
009270     END-IF
009280
009290     IF WS-GL-OPEN
009300         CLOSE REVAL-FILE
009310     END-IF
009320
009330     COMPUTE WS-TOTAL-NET = WS-TOTAL-UP + WS-TOTAL-DOWN
009340     MOVE WS-HASH-TOTAL TO WS-HASH-DISPLAY
009350     DISPLAY '---  --------  -----  --------  ------'
009360     DISPLAY 'CASH41 - POSITIONS READ        : ' WS-ROWS-READ
009370     DISPLAY 'CASH41 - BASE-CURRENCY SKIPPED : ' WS-BASE-SKIPPED
009380     DISPLAY 'CASH41 - POSITIONS REVALUED    : '
009390         WS-POSNS-REVALUED
009400     DISPLAY 'CASH41 -   OF WHICH BASELINES  : ' WS-POSNS-FIRST
009410     DISPLAY 'CASH41 - POSITIONS EXCLUDED    : '
009420         WS-POSNS-EXCLUDED
009430     DISPLAY 'CASH41 - CURRENCIES FLAGGED    : ' WS-FLAGGED-CNT
009440     DISPLAY 'CASH41 - EARLIER RUN REPLACED  : ' WS-ROWS-REPLACED
009450     MOVE WS-TOTAL-UP TO WS-ED-AMOUNT
009460     DISPLAY 'CASH41 - TOTAL REVALUED UP     : ' WS-ED-AMOUNT
009470     MOVE WS-TOTAL-DOWN TO WS-ED-AMOUNT
009480     DISPLAY 'CASH41 - TOTAL REVALUED DOWN   : ' WS-ED-AMOUNT
009490     MOVE WS-TOTAL-NET TO WS-ED-AMOUNT
009500     DISPLAY 'CASH41 - NET REVALUATION       : ' WS-ED-AMOUNT
009510     DISPLAY 'CASH41 - DETAIL RECORDS        : '
009520         WS-DETAILS-WRITTEN
009530     DISPLAY 'CASH41 - HASH TOTAL            : ' WS-HASH-DISPLAY
009540
009550     IF WS-FLAGGED-CNT > ZERO
009560         DISPLAY 'CASH41 - THE FLAGGED CURRENCIES ABOVE WERE NOT'
009570             ' REVALUED - FIX THE RATES AND RERUN FOR THE DATE'
009580     END-IF
009590
009600     IF WS-RUN-ERROR
009610         DISPLAY 'CASH41 - RUN ENDED WITH ERRORS - DO NOT SEND'
009620             ' THE FILE TO THE LEDGER'
009630     END-IF
009640
009650     DISPLAY 'CASH41 - MONTH-END FX REVALUATION - COMPLETE'
009660
009670     PERFORM 0900-RUN-COMPLETE
009680         THRU 0900-RUN-COMPLETE-EXIT
009690     .
009700 8000-TERMINATE-EXIT.
009710     EXIT.
