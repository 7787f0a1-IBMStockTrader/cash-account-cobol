000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. CASH35.
000120 AUTHOR. D-L CASH MANAGEMENT SUPPORT.
000130 INSTALLATION. STOCKTRD - CASH ACCOUNT SERVICES.
000140 DATE-WRITTEN. 2026-10-15.
000150 DATE-COMPILED.
000160******************************************************************
000170* MODIFICATION HISTORY                                          *
000180*  DATE       BY    DESCRIPTION                                 *
000190*  2026-10-15 DLM   INITIAL VERSION - UNCLAIMED-PROPERTY         *
000200*                    (ESCHEAT) CYCLE OFF THE CASH06 DORMANT      *
000210*                    EXTRACT: DUE-DILIGENCE NOTICES, ESCHEAT TO  *
000220*                    SUSPENSE AFTER THE NOTICE WINDOW, AND THE   *
000230*                    PER-JURISDICTION UNCLAIMED-PROPERTY FILE.   *
000240*  2026-10-15 DLM   HISTORY CHAIN: EVERY STAGED HISTORY ROW IS   *
000250*                    LINKED INTO ITS OWNER'S CHAIN ON HISTCHN    *
000260*                    (SEE DCLHCHN) AS IT IS STAGED - SEQUENCE,   *
000270*                    PREVIOUS RECORD'S VALUE AND ITS OWN         *
000280*                    INTEGRITY VALUE - SO CASH45 CAN PROVE THE   *
000290*                    TRAIL COMPLETE.                             *
000300*  2026-10-15 DLM   NO UNCLAIMED-PROPERTY REPORT WHEN ITS FILE   *
000310*                    FAILED TO OPEN.                             *
000320*  2026-10-15 DLM   RUNCTL REGISTRATION IS COMMITTED AT ONCE.    *
000330******************************************************************
000340*
000350******************************************************************
000360* CASH06 FLAGS POSITIONS WITH NO HISTORY ACTIVITY FOR ITS        *
000370* DORMANT THRESHOLD AND NOW WRITES THEM TO DORMEXTR. THE LAW     *
000380* WANTS LONG-DORMANT BALANCES SENT TO THE STATE AFTER A          *
000390* DUE-DILIGENCE NOTICE PERIOD. THIS JOB READS THE EXTRACT AND,   *
000400* FOR EACH POSITION WITH MONEY ON IT:                            *
000410*  - DORMANT WS-NOTICE-DAYS OR MORE AND NOT YET NOTICED: OPENS   *
000420*    AN ESCHEAT CASE ('N') AND WRITES A NOTICE RECORD WITH THE   *
000430*    CUSTMAST ADDRESS TO NOTCFILE FOR THE MAILING HOUSE;         *
000440*  - NOTICED, AND ACTIVITY SINCE: THE OWNER ANSWERED - THE CASE  *
000450*    CLEARS ('X');                                               *
000460*  - NOTICED WS-NOTICE-WINDOW OR MORE DAYS AGO AND STILL QUIET:  *
000470*    MOVES THE BALANCE TO THE ESCHEAT SUSPENSE POSITION IN THE   *
000480*    SAME CURRENCY, SETS THE POSITION ACCTSTAT 'E' / STATRSN     *
000490*    'ESCH', RECORDS THE POSTING ON CASHREF UNDER THE CASE       *
000500*    REFERENCE AND WRITES THE PAIRED 'K' ESCHEAT HISTORY         *
000510*    RECORDS - ONE UNIT OF WORK PER POSITION.                    *
000520* IT THEN WRITES THE DAY'S ESCHEATED PROPERTY TO UCPFILE, FIXED  *
000530* FORMAT, GROUPED BY JURISDICTION (CUSTMAST COUNTRY) AND         *
000540* CURRENCY: A HEADER, ONE DETAIL PER PROPERTY, AND A TRAILER     *
000550* WITH THE COUNT AND TOTAL, THE SAME SHAPE AS THE CASH13 GL      *
000560* FILE. THE OWNER RECLAIMS WITH A CASH00 'V' REVERSAL OF THE     *
000570* CASE REFERENCE, WHICH PUTS THE MONEY BACK AND REACTIVATES THE  *
000580* POSITION. THE ESCHEAT TABLE KEEPS EVERY CASE, SO A RERUN       *
000590* NEITHER RE-NOTICES NOR RE-ESCHEATS - A NOTICE ALREADY OPENED   *
000600* TODAY IS SIMPLY WRITTEN TO THE NEW NOTCFILE AGAIN, AND THE     *
000610* PROPERTY FILE IS ALWAYS BUILT FROM THE TABLE.                  *
000620******************************************************************
000630 ENVIRONMENT DIVISION.
000640 CONFIGURATION SECTION.
000650 SOURCE-COMPUTER. IBM-370.
000660 OBJECT-COMPUTER. IBM-370.
000670 INPUT-OUTPUT SECTION.
000680 FILE-CONTROL.
000690     SELECT DORMANT-FILE ASSIGN TO DORMEXTR
000700         ORGANIZATION IS SEQUENTIAL
000710         FILE STATUS IS WS-DORM-FSTAT.
000720     SELECT NOTICE-FILE ASSIGN TO NOTCFILE
000730         ORGANIZATION IS SEQUENTIAL
000740         FILE STATUS IS WS-NOTC-FSTAT.
000750     SELECT UCP-FILE ASSIGN TO UCPFILE
000760         ORGANIZATION IS SEQUENTIAL
000770         FILE STATUS IS WS-UCP-FSTAT.
000780     SELECT HISTORY-FILE ASSIGN TO HISTFILE
000790         ORGANIZATION IS INDEXED
000800         ACCESS MODE IS RANDOM
000810         RECORD KEY IS WS-VR-KEY
000820         FILE STATUS IS WS-HIST-FSTAT.
000830 DATA DIVISION.
000840 FILE SECTION.
000850 FD  DORMANT-FILE
000860     LABEL RECORDS ARE STANDARD.
000870     COPY DCLDORM.
000880 FD  NOTICE-FILE
000890     LABEL RECORDS ARE STANDARD.
000900 01  NOTICE-RECORD.
000910     05 NT-ESCHREF        PIC X(12).
000920     05 NT-OWNER          PIC X(32).
000930     05 NT-CURRENCY       PIC X(08).
000940     05 NT-BALANCE        PIC 9(7)V99.
000950     05 NT-LASTACT        PIC X(08).
000960     05 NT-NOTICEDT       PIC X(08).
000970     05 NT-REPLYBY        PIC X(08).
000980     05 NT-CUSTID         PIC X(08).
000990     05 NT-LEGALNAME      PIC X(32).
001000     05 NT-ADDRLINE1      PIC X(32).
001010     05 NT-ADDRLINE2      PIC X(32).
001020     05 NT-COUNTRY        PIC X(02).
001030*    'Y' ADDRESS FROM CUSTMAST; 'N' NO MASTER MATCHES THE OWNER
001040*    - THE MAILING HOUSE RETURNS THESE FOR A MANUAL TRACE.
001050     05 NT-ADDR-FOUND     PIC X(01).
001060     05 FILLER            PIC X(08).
001070 FD  UCP-FILE
001080     LABEL RECORDS ARE STANDARD.
001090******************************************************************
001100* UNCLAIMED-PROPERTY REPORT RECORD. 'H' OPENS A JURISDICTION     *
001110* AND CURRENCY GROUP, 'D' IS ONE PROPERTY (UC-AMOUNT ITS VALUE), *
001120* 'T' CLOSES THE GROUP WITH UC-COUNT DETAILS TOTALLING           *
001130* UC-AMOUNT. COUNTRY SPACES = NO CUSTOMER MASTER - THE HOLDER'S  *
001140* OWN JURISDICTION.                                              *
001150******************************************************************
001160 01  UCP-RECORD.
001170     05 UC-REC-TYPE       PIC X(01).
001180     05 UC-COUNTRY        PIC X(02).
001190     05 UC-CURRENCY       PIC X(08).
001200     05 UC-REPDATE        PIC X(08).
001210     05 UC-ESCHREF        PIC X(12).
001220     05 UC-OWNER          PIC X(32).
001230     05 UC-ADDRLINE1      PIC X(32).
001240     05 UC-ADDRLINE2      PIC X(32).
001250     05 UC-LASTACT        PIC X(08).
001260     05 UC-NOTICEDT       PIC X(08).
001270     05 UC-AMOUNT         PIC 9(11)V99.
001280     05 UC-COUNT          PIC 9(07).
001290     05 FILLER            PIC X(29).
001300 FD  HISTORY-FILE
001310     LABEL RECORDS ARE STANDARD.
001320     COPY DCLHIST.
001330 WORKING-STORAGE SECTION.
001340     EXEC SQL
001350         INCLUDE SQLCA
001360     END-EXEC.
001370     EXEC SQL
001380         INCLUDE DCLCASH
001390     END-EXEC.
001400     EXEC SQL
001410         INCLUDE DCLCUST
001420     END-EXEC.
001430     EXEC SQL
001440         INCLUDE DCLESCH
001450     END-EXEC.
001460     EXEC SQL
001470         INCLUDE DCLREF
001480     END-EXEC.
001490     EXEC SQL
001500         INCLUDE DCLBDAT
001510     END-EXEC.
001520     EXEC SQL
001530         INCLUDE DCLRUNC
001540     END-EXEC.
001550     EXEC SQL
001560         INCLUDE DCLHCHN
001570     END-EXEC.
001580*
001590******************************************************************
001600* WORKING STORAGE - THRESHOLDS, COUNTERS AND SWITCHES            *
001610******************************************************************
001620*    DAYS WITHOUT ACTIVITY BEFORE THE DUE-DILIGENCE NOTICE, AND
001630*    DAYS FROM THE NOTICE BEFORE THE BALANCE ESCHEATS.
001640 77  WS-NOTICE-DAYS          PIC 9(5) VALUE 1095.
001650 77  WS-NOTICE-WINDOW        PIC 9(3) VALUE 090.
001660*    THE HOUSE POSITION ESCHEATED BALANCES MOVE TO, ONE PER
001670*    CURRENCY. IT IS NEVER ITSELF A CANDIDATE.
001680 77  WS-SUSP-OWNER           PIC X(32)
001690     VALUE 'ESCHEAT SUSPENSE'.
001700 77  WS-DORM-FSTAT           PIC X(02) VALUE '00'.
001710 77  WS-NOTC-FSTAT           PIC X(02) VALUE '00'.
001720 77  WS-UCP-FSTAT            PIC X(02) VALUE '00'.
001730 77  WS-HIST-FSTAT           PIC X(02) VALUE '00'.
001740 77  WS-EOF-SW               PIC X(01) VALUE 'N'.
001750     88 WS-EOF-YES                     VALUE 'Y'.
001760 77  WS-RUN-ERROR-SW         PIC X(01) VALUE 'N'.
001770     88 WS-RUN-ERROR                   VALUE 'Y'.
001780 77  WS-CASE-FOUND-SW        PIC X(01) VALUE 'N'.
001790     88 WS-CASE-FOUND                  VALUE 'Y'.
001800 77  WS-ESCH-BAD-SW          PIC X(01) VALUE 'N'.
001810     88 WS-ESCH-BAD                    VALUE 'Y'.
001820 77  WS-INS-DONE-SW          PIC X(01) VALUE 'N'.
001830     88 WS-INS-DONE                    VALUE 'Y'.
001840 77  WS-UCP-EOF-SW           PIC X(01) VALUE 'N'.
001850     88 WS-UCP-EOF                     VALUE 'Y'.
001860 77  WS-UCP-OPEN-SW          PIC X(01) VALUE 'N'.
001870     88 WS-UCP-OPEN                    VALUE 'Y'.
001880 77  WS-REASON               PIC X(10) VALUE SPACES.
001890 77  WS-ROWS-READ            PIC 9(7) COMP VALUE ZERO.
001900 77  WS-ROWS-BELOW           PIC 9(7) COMP VALUE ZERO.
001910 77  WS-ROWS-NOFUNDS         PIC 9(7) COMP VALUE ZERO.
001920 77  WS-NOTICES-SENT         PIC 9(7) COMP VALUE ZERO.
001930 77  WS-NOTICES-RESENT       PIC 9(7) COMP VALUE ZERO.
001940 77  WS-CASES-WAITING        PIC 9(7) COMP VALUE ZERO.
001950 77  WS-CASES-CLEARED        PIC 9(7) COMP VALUE ZERO.
001960 77  WS-CASES-ESCHEATED      PIC 9(7) COMP VALUE ZERO.
001970 77  WS-CASES-HELD           PIC 9(7) COMP VALUE ZERO.
001980 77  WS-UCP-DETAILS          PIC 9(7) COMP VALUE ZERO.
001990 77  WS-ESCH-TOTAL           PIC S9(11)V99 COMP-3 VALUE ZERO.
002000 77  WS-ASKTIME-DATE         PIC X(08).
002010 77  WS-ASKTIME-TIME         PIC X(06).
002020 77  WS-REGIONID             PIC X(08) VALUE 'CASHRGN '.
002030 77  WS-BUSDT                PIC X(08) VALUE SPACES.
002040 77  WS-BUSDT-N              PIC 9(08) VALUE ZERO.
002050 77  WS-WORK-N               PIC 9(08) VALUE ZERO.
002060 77  WS-WINDOW-DAYS          PIC S9(7) VALUE ZERO.
002070 77  WS-REPLYBY              PIC X(08) VALUE SPACES.
002080 77  WS-ROWCOUNT             PIC S9(9) COMP VALUE ZERO.
002090******************************************************************
002100* CASE REFERENCE - 'ES' + NOTICE DATE YYMMDD + 4-DIGIT SEQUENCE, *
002110* BUMPED PAST ANY REFERENCE AN EARLIER RUN THE SAME DAY TOOK.    *
002120******************************************************************
002130 01  WS-ESCH-REF.
002140     05 FILLER               PIC X(02) VALUE 'ES'.
002150     05 WS-EREF-DATE         PIC X(06) VALUE SPACES.
002160     05 WS-EREF-SEQ          PIC 9(04) VALUE ZERO.
002170******************************************************************
002180* THE POSITION BEING ESCHEATED AND THE SUSPENSE POSITION IT      *
002190* FEEDS. THE AMOUNT IS THE LIVE BALANCE RE-READ UNDER THE UNIT   *
002200* OF WORK, NOT THE EXTRACT'S COPY.                               *
002210******************************************************************
002220 77  WS-ESCH-OWNER           PIC X(32) VALUE SPACES.
002230 77  WS-ESCH-CURRENCY        PIC X(08) VALUE SPACES.
002240 77  WS-ESCH-AMOUNT          PIC S9(7)V99 COMP-3 VALUE ZERO.
002250 77  WS-SUSP-PRIOR           PIC S9(7)V99 COMP-3 VALUE ZERO.
002260 77  WS-SUSP-AFTER           PIC S9(7)V99 COMP-3 VALUE ZERO.
002270 77  WS-HELD-CNT             PIC S9(9) COMP VALUE ZERO.
002280 77  WS-RATE-ONE             PIC S9(3)V9(6) COMP-3 VALUE 1.
002290******************************************************************
002300* UNCLAIMED-PROPERTY REPORT CONTROL BREAK                        *
002310******************************************************************
002320 77  WS-GRP-COUNTRY          PIC X(02) VALUE SPACES.
002330 77  WS-GRP-CURRENCY         PIC X(08) VALUE SPACES.
002340 77  WS-GRP-COUNT            PIC 9(07) VALUE ZERO.
002350 77  WS-GRP-TOTAL            PIC 9(11)V99 VALUE ZERO.
002360 77  WS-GRP-OPEN-SW          PIC X(01) VALUE 'N'.
002370     88 WS-GRP-OPEN                    VALUE 'Y'.
002380******************************************************************
002390* STAGED HISTORY - THE ESCHEAT PAIR REACHES THE VSAM FILE ONLY   *
002400* AFTER THE COMMIT THAT MADE IT DURABLE, AS IN CASH14/CASH34.    *
002410******************************************************************
002420 01  WS-PEND-HIST-TABLE.
002430     05 WS-PEND-HIST-ENTRY OCCURS 2 TIMES.
002440        10 WS-PEND-HIST-NAME     PIC X(15).
002450        10 WS-PEND-HIST-DATE     PIC X(08).
002460        10 WS-PEND-HIST-TIME     PIC X(06).
002470        10 WS-PEND-HIST-SEQ      PIC 9(02).
002480        10 WS-PEND-HIST-REQ      PIC X(01).
002490        10 WS-PEND-HIST-BALANCE  PIC 9(7)V99.
002500        10 WS-PEND-HIST-CURRENCY PIC X(08).
002510        10 WS-PEND-HIST-RETCODE  PIC X(10).
002520        10 WS-PEND-HIST-AMOUNT   PIC 9(7)V99.
002530        10 WS-PEND-HIST-RATE     PIC 9(3)V9(6).
002540        10 WS-PEND-HIST-PRIOR    PIC 9(7)V99.
002550        10 WS-PEND-HIST-REFID    PIC X(12).
002560        10 WS-PEND-HIST-CHSEQ    PIC 9(09).
002570        10 WS-PEND-HIST-PREVVAL  PIC X(20).
002580        10 WS-PEND-HIST-CHVAL    PIC X(20).
002590 77  WS-PEND-HIST-CNT        PIC 9(5) COMP VALUE ZERO.
002600 77  WS-PEND-HIST-IDX        PIC 9(5) COMP VALUE ZERO.
002610 77  WS-WRITE-SEQ            PIC 9(2) VALUE ZERO.
002620 77  WS-WRITE-DONE-SW        PIC X(01) VALUE 'N'.
002630     88 WS-WRITE-DONE                  VALUE 'Y'.
002640*    HISTORY CHAIN FIELDS (SEE DCLHCHN/DCLHIST): EACH ROW IS
002650*    LINKED INTO ITS OWNER'S CHAIN AS IT IS STAGED, SO THE HEAD
002660*    UPDATE COMMITS WITH THE BALANCE UPDATE THE ROW RECORDS.
002670*    WS-CHN-BYTE-HW PICKS UP ONE RECORD BYTE IN ITS LOW HALF.
002680 77  WS-CHN-POS              PIC S9(4) COMP VALUE ZERO.
002690 77  WS-CHN-LEN              PIC S9(4) COMP VALUE ZERO.
002700 77  WS-CHN-SAVE-SEQ         PIC 9(2) VALUE ZERO.
002710 77  WS-CHN-WORK             PIC S9(15) COMP-3 VALUE ZERO.
002720 77  WS-CHN-QUOT             PIC S9(15) COMP-3 VALUE ZERO.
002730 77  WS-CHN-MOD-A            PIC S9(11) COMP-3 VALUE 2147483647.
002740 77  WS-CHN-MOD-B            PIC S9(11) COMP-3 VALUE 999999937.
002750 77  WS-CHN-ZERO-VAL         PIC X(20) VALUE ALL '0'.
002760 01  WS-CHN-BYTE-HW          PIC 9(4) COMP VALUE ZERO.
002770 01  WS-CHN-BYTE-R REDEFINES WS-CHN-BYTE-HW.
002780     05 WS-CHN-BYTE-HI       PIC X(01).
002790     05 WS-CHN-BYTE-LO       PIC X(01).
002800 01  WS-CHN-VALUE.
002810     05 WS-CHN-A             PIC 9(10).
002820     05 WS-CHN-B             PIC 9(10).
002830******************************************************************
002840* BATCH RUN-CONTROL (SEE DCLRUNC): THIS JOB REGISTERS ON        *
002850* RUNCTL, REFUSES TO START UNTIL ITS PREDECESSORS SHOW COMPLETE *
002860* FOR THE BUSINESS DATE (UNLESS AN OPERATOR SET THE CASH29      *
002870* OVERRIDE), AND MARKS ITSELF COMPLETE OR FAILED AT END OF RUN. *
002880******************************************************************
002890 77  WS-RC-JOBNAME           PIC X(08) VALUE 'CASH35  '.
002900 01  WS-RC-PRED-LIST.
002910     05 FILLER               PIC X(08) VALUE 'CASH06  '.
002920 01  WS-RC-PRED-LIST-R REDEFINES WS-RC-PRED-LIST.
002930     05 WS-RC-PRED OCCURS 1 TIMES
002940                             PIC X(08).
002950 77  WS-RC-PRED-MAX          PIC 9(2) VALUE 1.
002960 77  WS-RC-SUB               PIC 9(2) COMP VALUE ZERO.
002970 77  WS-RC-PREDNAME          PIC X(08) VALUE SPACES.
002980 77  WS-RC-REGION            PIC X(08) VALUE 'CASHRGN '.
002990 77  WS-RC-BUSDT             PIC X(08) VALUE SPACES.
003000 77  WS-RC-TIME              PIC X(06) VALUE SPACES.
003010 77  WS-RC-REFUSED-SW        PIC X(01) VALUE 'N'.
003020     88 WS-RC-REFUSED                  VALUE 'Y'.
003030 PROCEDURE DIVISION.
003040*
003050 0000-MAINLINE.
003060     PERFORM 1000-INITIALIZE
003070         THRU 1000-INITIALIZE-EXIT
003080     PERFORM 2000-PROCESS-DORMANT
003090         THRU 2000-PROCESS-DORMANT-EXIT
003100         UNTIL WS-EOF-YES
003110     IF NOT WS-RC-REFUSED
003120         PERFORM 7000-UNCLAIMED-REPORT
003130             THRU 7000-UNCLAIMED-REPORT-EXIT
003140     END-IF
003150     PERFORM 8000-TERMINATE
003160         THRU 8000-TERMINATE-EXIT
003170     GOBACK.
003180******************************************************************
003190* 0800-RUN-CONTROL - REGISTER THIS RUN ON RUNCTL AND ENFORCE    *
003200*   THE NIGHT-WINDOW SEQUENCE: PREDECESSORS MUST SHOW COMPLETE  *
003210*   FOR THE BUSINESS DATE BEFORE THIS JOB TOUCHES ANYTHING,     *
003220*   UNLESS AN OPERATOR SET THE CASH29 OVERRIDE ON THIS ROW.     *
003230******************************************************************
003240 0800-RUN-CONTROL.
003250     MOVE 'N' TO WS-RC-REFUSED-SW
003260     ACCEPT WS-RC-TIME FROM TIME
003270
003280     ACCEPT WS-RC-BUSDT FROM DATE YYYYMMDD
003290     EXEC SQL
003300         SELECT REGIONID, BUSDT, WSTATUS
003310         INTO :DCLBUSDATE
003320         FROM STOCKTRD.BUSDATE
003330         WHERE REGIONID = :WS-RC-REGION
003340     END-EXEC
003350     IF SQLCODE = 0
003360         MOVE BD-BUSDT TO WS-RC-BUSDT
003370     END-IF
003380
003390     EXEC SQL
003400         SELECT JOBNAME, BUSDT, RSTATUS, STARTTM, ENDTM,
003410                OVERRIDE
003420         INTO :DCLRUNCTL
003430         FROM STOCKTRD.RUNCTL
003440         WHERE JOBNAME = :WS-RC-JOBNAME
003450           AND BUSDT = :WS-RC-BUSDT
003460     END-EXEC
003470
003480     IF SQLCODE = 0 AND RC-OVERRIDE = 'Y'
003490         DISPLAY 'CASH35 - OPERATOR OVERRIDE IN PLACE -'
003500             ' PREDECESSOR CHECK WAIVED'
003510     ELSE
003520         PERFORM 0850-CHECK-ONE-PRED
003530             THRU 0850-CHECK-ONE-PRED-EXIT
003540             VARYING WS-RC-SUB FROM 1 BY 1
003550             UNTIL WS-RC-SUB > WS-RC-PRED-MAX
003560             OR WS-RC-REFUSED
003570     END-IF
003580
003590     IF WS-RC-REFUSED
003600         GO TO 0800-RUN-CONTROL-EXIT
003610     END-IF
003620
003630     EXEC SQL
003640         UPDATE STOCKTRD.RUNCTL
003650         SET RSTATUS = 'S',
003660             STARTTM = :WS-RC-TIME,
003670             ENDTM   = ' '
003680         WHERE JOBNAME = :WS-RC-JOBNAME
003690           AND BUSDT = :WS-RC-BUSDT
003700     END-EXEC
003710     IF SQLCODE NOT = 0 OR SQLERRD(3) = 0
003720         EXEC SQL
003730             INSERT INTO STOCKTRD.RUNCTL(
003740                 JOBNAME, BUSDT, RSTATUS, STARTTM,
003750                 ENDTM, OVERRIDE)
003760             VALUES (:WS-RC-JOBNAME, :WS-RC-BUSDT, 'S',
003770                 :WS-RC-TIME, ' ', ' ')
003780         END-EXEC
003790     END-IF
003800     IF SQLCODE NOT = 0
003810         DISPLAY 'CASH35 - RUNCTL REGISTRATION FAILED,'
003820             ' SQLCODE=' SQLCODE
003830     END-IF
003840
003850*    COMMITTED NOW SO A FAILED CASE'S ROLLBACK CANNOT TAKE
003860*    THE REGISTRATION WITH IT.
003870     EXEC SQL
003880         COMMIT
003890     END-EXEC
003900     .
003910 0800-RUN-CONTROL-EXIT.
003920     EXIT.
003930*
003940******************************************************************
003950* 0850-CHECK-ONE-PRED - ONE PREDECESSOR MUST SHOW COMPLETE FOR  *
003960*   THE SAME BUSINESS DATE OR THE RUN REFUSES TO START          *
003970******************************************************************
003980 0850-CHECK-ONE-PRED.
003990     MOVE WS-RC-PRED(WS-RC-SUB) TO WS-RC-PREDNAME
004000
004010     EXEC SQL
004020         SELECT JOBNAME, BUSDT, RSTATUS, STARTTM, ENDTM,
004030                OVERRIDE
004040         INTO :DCLRUNCTL
004050         FROM STOCKTRD.RUNCTL
004060         WHERE JOBNAME = :WS-RC-PREDNAME
004070           AND BUSDT = :WS-RC-BUSDT
004080     END-EXEC
004090
004100     IF SQLCODE NOT = 0 OR RC-RSTATUS NOT = 'C'
004110         DISPLAY 'CASH35 - PREDECESSOR ' WS-RC-PREDNAME
004120             ' NOT COMPLETE FOR ' WS-RC-BUSDT
004130             ' - RUN REFUSED (OVERRIDE VIA CASH29)'
004140         MOVE 'Y' TO WS-RC-REFUSED-SW
004150     END-IF
004160     .
004170 0850-CHECK-ONE-PRED-EXIT.
004180     EXIT.
004190*
004200******************************************************************
004210* 0900-RUN-COMPLETE - MARK THE RUN COMPLETE (OR FAILED, WHEN IT *
004220*   ENDED ON AN ERROR) ON RUNCTL, WITH ITS OWN COMMIT SO THE    *
004230*   STATUS IS DURABLE THE MOMENT THE JOB ENDS                   *
004240******************************************************************
004250 0900-RUN-COMPLETE.
004260     IF WS-RC-REFUSED
004270         GO TO 0900-RUN-COMPLETE-EXIT
004280     END-IF
004290
004300     ACCEPT WS-RC-TIME FROM TIME
004310     IF WS-RUN-ERROR
004320         MOVE 'F' TO RC-RSTATUS
004330     ELSE
004340         MOVE 'C' TO RC-RSTATUS
004350     END-IF
004360
004370     EXEC SQL
004380         UPDATE STOCKTRD.RUNCTL
004390         SET RSTATUS = :RC-RSTATUS,
004400             ENDTM   = :WS-RC-TIME
004410         WHERE JOBNAME = :WS-RC-JOBNAME
004420           AND BUSDT = :WS-RC-BUSDT
004430     END-EXEC
004440
004450     EXEC SQL
004460         COMMIT
004470     END-EXEC
004480     .
004490 0900-RUN-COMPLETE-EXIT.
004500     EXIT.
004510*
004520******************************************************************
004530* 1000-INITIALIZE - REGISTER, ESTABLISH THE BUSINESS DATE, OPEN  *
004540*   THE EXTRACT, THE TWO OUTPUT FILES AND HISTORY                *
004550******************************************************************
004560 1000-INITIALIZE.
004570     PERFORM 0800-RUN-CONTROL
004580         THRU 0800-RUN-CONTROL-EXIT
004590     IF WS-RC-REFUSED
004600         MOVE 'Y' TO WS-EOF-SW
004610         MOVE 'Y' TO WS-RUN-ERROR-SW
004620         GO TO 1000-INITIALIZE-EXIT
004630     END-IF
004640
004650     DISPLAY 'CASH35 - UNCLAIMED-PROPERTY CYCLE - STARTING'
004660     DISPLAY '  NOTICE THRESHOLD (DAYS)  : ' WS-NOTICE-DAYS
004670     DISPLAY '  NOTICE WINDOW (DAYS)     : ' WS-NOTICE-WINDOW
004680     DISPLAY ' '
004690
004700     ACCEPT WS-ASKTIME-DATE FROM DATE YYYYMMDD
004710     PERFORM 1200-READ-BUSDATE
004720         THRU 1200-READ-BUSDATE-EXIT
004730     MOVE WS-BUSDT(3:6) TO WS-EREF-DATE
004740     MOVE ZERO          TO WS-EREF-SEQ
004750
004760     OPEN INPUT DORMANT-FILE
004770     IF WS-DORM-FSTAT NOT = '00'
004780         DISPLAY 'CASH35 - OPEN OF DORMEXTR FAILED, STATUS='
004790             WS-DORM-FSTAT
004800         MOVE 'Y' TO WS-EOF-SW
004810         MOVE 'Y' TO WS-RUN-ERROR-SW
004820         GO TO 1000-INITIALIZE-EXIT
004830     END-IF
004840
004850     OPEN OUTPUT NOTICE-FILE
004860     IF WS-NOTC-FSTAT NOT = '00'
004870         DISPLAY 'CASH35 - OPEN OF NOTCFILE FAILED, STATUS='
004880             WS-NOTC-FSTAT
004890         MOVE 'Y' TO WS-EOF-SW
004900         MOVE 'Y' TO WS-RUN-ERROR-SW
004910         GO TO 1000-INITIALIZE-EXIT
004920     END-IF
004930
004940     OPEN OUTPUT UCP-FILE
004950     IF WS-UCP-FSTAT NOT = '00'
004960         DISPLAY 'CASH35 - OPEN OF UCPFILE FAILED, STATUS='
004970             WS-UCP-FSTAT
004980         MOVE 'Y' TO WS-EOF-SW
004990         MOVE 'Y' TO WS-RUN-ERROR-SW
005000         GO TO 1000-INITIALIZE-EXIT
005010     END-IF
005020     MOVE 'Y' TO WS-UCP-OPEN-SW
005030
005040     OPEN I-O HISTORY-FILE
005050     IF WS-HIST-FSTAT NOT = '00'
005060         DISPLAY 'CASH35 - OPEN OF HISTORY FILE FAILED, STATUS='
005070             WS-HIST-FSTAT
005080         MOVE 'Y' TO WS-EOF-SW
005090         MOVE 'Y' TO WS-RUN-ERROR-SW
005100     END-IF
005110     .
005120 1000-INITIALIZE-EXIT.
005130     EXIT.
005140*
005150******************************************************************
005160* 1200-READ-BUSDATE - THE LEDGER BUSINESS DATE NOTICES, CASES    *
005170*   AND HISTORY CARRY; NO ROW = CALENDAR DATE, AS ELSEWHERE      *
005180******************************************************************
005190 1200-READ-BUSDATE.
005200     MOVE WS-ASKTIME-DATE TO WS-BUSDT
005210
005220     EXEC SQL
005230         SELECT REGIONID, BUSDT, WSTATUS
005240         INTO :DCLBUSDATE
005250         FROM STOCKTRD.BUSDATE
005260         WHERE REGIONID = :WS-REGIONID
005270     END-EXEC
005280
005290     IF SQLCODE = 0
005300         MOVE BD-BUSDT TO WS-BUSDT
005310     ELSE
005320         DISPLAY 'CASH35 - NO BUSDATE ROW, USING CALENDAR DATE '
005330             WS-BUSDT
005340     END-IF
005350
005360     MOVE WS-BUSDT TO WS-BUSDT-N
005370     DISPLAY 'CASH35 - BUSINESS DATE = ' WS-BUSDT
005380     .
005390 1200-READ-BUSDATE-EXIT.
005400     EXIT.
005410*
005420******************************************************************
005430* 2000-PROCESS-DORMANT - ONE EXTRACT RECORD: FIND ITS OPEN CASE  *
005440*   AND DECIDE WHETHER TO CLEAR IT, WAIT, ESCHEAT, OR (WITH NO   *
005450*   CASE) SEND THE FIRST NOTICE                                  *
005460******************************************************************
005470 2000-PROCESS-DORMANT.
005480     READ DORMANT-FILE
005490         AT END
005500             MOVE 'Y' TO WS-EOF-SW
005510             GO TO 2000-PROCESS-DORMANT-EXIT
005520     END-READ
005530
005540     ADD 1 TO WS-ROWS-READ
005550
005560     IF WS-DORM-OWNER = WS-SUSP-OWNER
005570         GO TO 2000-PROCESS-DORMANT-EXIT
005580     END-IF
005590
005600*    NOTHING TO SEND THE STATE, OR A POSITION COMPLIANCE HAS
005610*    FROZEN (THE FREEZE OUTRANKS THE DORMANCY CLOCK).
005620     IF WS-DORM-BALANCE NOT > ZERO
005630         OR WS-DORM-ACCTSTAT NOT = 'A'
005640         ADD 1 TO WS-ROWS-NOFUNDS
005650         GO TO 2000-PROCESS-DORMANT-EXIT
005660     END-IF
005670
005680     PERFORM 3000-FIND-CASE
005690         THRU 3000-FIND-CASE-EXIT
005700
005710     IF WS-CASE-FOUND
005720*        THE OWNER HAS DONE SOMETHING SINCE THE NOTICE WENT -
005730*        THE CASE CLEARS, AND THE DORMANCY CLOCK STARTS AGAIN
005740*        FROM THAT ACTIVITY.
005750         IF WS-DORM-LASTACT NOT = SPACES
005760             AND WS-DORM-LASTACT >= ES-NOTICEDT
005770             PERFORM 3500-CLEAR-CASE
005780                 THRU 3500-CLEAR-CASE-EXIT
005790             MOVE 'N' TO WS-CASE-FOUND-SW
005800         END-IF
005810     END-IF
005820
005830     IF WS-CASE-FOUND
005840         IF ES-NOTICEDT = WS-BUSDT
005850             PERFORM 4200-WRITE-NOTICE
005860                 THRU 4200-WRITE-NOTICE-EXIT
005870             ADD 1 TO WS-NOTICES-RESENT
005880             GO TO 2000-PROCESS-DORMANT-EXIT
005890         END-IF
005900         MOVE ES-NOTICEDT TO WS-WORK-N
005910         COMPUTE WS-WINDOW-DAYS =
005920             FUNCTION INTEGER-OF-DATE(WS-BUSDT-N) -
005930             FUNCTION INTEGER-OF-DATE(WS-WORK-N)
005940         END-COMPUTE
005950         IF WS-WINDOW-DAYS >= WS-NOTICE-WINDOW
005960             PERFORM 5000-ESCHEAT-POSITION
005970                 THRU 5000-ESCHEAT-POSITION-EXIT
005980         ELSE
005990             ADD 1 TO WS-CASES-WAITING
006000         END-IF
006010         GO TO 2000-PROCESS-DORMANT-EXIT
006020     END-IF
006030
006040     IF WS-DORM-DAYS < WS-NOTICE-DAYS
006050         ADD 1 TO WS-ROWS-BELOW
006060         GO TO 2000-PROCESS-DORMANT-EXIT
006070     END-IF
006080
006090     PERFORM 4000-OPEN-CASE
006100         THRU 4000-OPEN-CASE-EXIT
006110     .
006120 2000-PROCESS-DORMANT-EXIT.
006130     EXIT.
006140*
006150******************************************************************
006160* 3000-FIND-CASE - THE POSITION'S OPEN ('N') ESCHEAT CASE, IF    *
006170*   ANY. AN EXTRACT REPEAT AFTER A CASH06 RESTART FINDS THE CASE *
006180*   THE FIRST COPY OPENED AND IS HANDLED THE SAME WAY.           *
006190******************************************************************
006200 3000-FIND-CASE.
006210     MOVE 'N' TO WS-CASE-FOUND-SW
006220
006230     EXEC SQL
006240         SELECT ESCHREF, OWNER, CURRENCYC, CUSTID, COUNTRY,
006250                LASTACTDT, NOTICEDT, ESCHDT, AMOUNT, ESTATUS,
006260                RECLMDT
006270         INTO :DCLESCHEAT
006280         FROM STOCKTRD.ESCHEAT
006290         WHERE OWNER = :WS-DORM-OWNER
006300           AND CURRENCYC = :WS-DORM-CURRENCY
006310           AND ESTATUS = 'N'
006320         FETCH FIRST 1 ROW ONLY
006330     END-EXEC
006340
006350     IF SQLCODE = 0
006360         MOVE 'Y' TO WS-CASE-FOUND-SW
006370     ELSE
006380         IF SQLCODE NOT = 100
006390             DISPLAY 'CASH35 - ESCHEAT READ FAILED FOR '
006400                 WS-DORM-OWNER ' SQLCODE=' SQLCODE
006410             MOVE 'Y' TO WS-RUN-ERROR-SW
006420         END-IF
006430     END-IF
006440     .
006450 3000-FIND-CASE-EXIT.
006460     EXIT.
006470*
006480 3500-CLEAR-CASE.
006490     EXEC SQL
006500         UPDATE STOCKTRD.ESCHEAT
006510         SET ESTATUS = 'X'
006520         WHERE ESCHREF = :ES-ESCHREF
006530           AND ESTATUS = 'N'
006540     END-EXEC
006550
006560     IF SQLCODE = 0
006570         EXEC SQL
006580             COMMIT
006590         END-EXEC
006600         ADD 1 TO WS-CASES-CLEARED
006610         DISPLAY '  CLEARED   ' ES-ESCHREF ' ' WS-DORM-OWNER
006620             ' ' WS-DORM-CURRENCY ' ACTIVITY ' WS-DORM-LASTACT
006630     ELSE
006640         DISPLAY 'CASH35 - CASE CLEAR FAILED FOR ' ES-ESCHREF
006650             ' SQLCODE=' SQLCODE
006660         EXEC SQL
006670             ROLLBACK
006680         END-EXEC
006690         MOVE 'Y' TO WS-RUN-ERROR-SW
006700     END-IF
006710     .
006720 3500-CLEAR-CASE-EXIT.
006730     EXIT.
006740*
006750******************************************************************
006760* 4000-OPEN-CASE - FIRST THRESHOLD CROSSED: OPEN THE 'N' CASE    *
006770*   UNDER A NEW REFERENCE (RETRYING PAST ONES AN EARLIER RUN     *
006780*   TODAY TOOK), COMMIT, AND WRITE THE NOTICE                    *
006790******************************************************************
006800 4000-OPEN-CASE.
006810     PERFORM 4100-LOOKUP-MASTER
006820         THRU 4100-LOOKUP-MASTER-EXIT
006830
006840     MOVE WS-DORM-OWNER    TO ES-OWNER
006850     MOVE WS-DORM-CURRENCY TO ES-CURRENCYC
006860     MOVE WS-DORM-LASTACT  TO ES-LASTACTDT
006870     MOVE WS-BUSDT         TO ES-NOTICEDT
006880     MOVE SPACES           TO ES-ESCHDT
006890     MOVE WS-DORM-BALANCE  TO ES-AMOUNT
006900     MOVE 'N'              TO ES-ESTATUS
006910     MOVE SPACES           TO ES-RECLMDT
006920
006930     MOVE 'N' TO WS-INS-DONE-SW
006940     PERFORM 4050-INSERT-CASE-TRY
006950         THRU 4050-INSERT-CASE-TRY-EXIT
006960         UNTIL WS-INS-DONE
006970
006980     IF SQLCODE NOT = 0
006990         DISPLAY 'CASH35 - CASE OPEN FAILED FOR ' WS-DORM-OWNER
007000             ' SQLCODE=' SQLCODE
007010         EXEC SQL
007020             ROLLBACK
007030         END-EXEC
007040         MOVE 'Y' TO WS-RUN-ERROR-SW
007050         GO TO 4000-OPEN-CASE-EXIT
007060     END-IF
007070
007080     EXEC SQL
007090         COMMIT
007100     END-EXEC
007110
007120     PERFORM 4200-WRITE-NOTICE
007130         THRU 4200-WRITE-NOTICE-EXIT
007140     ADD 1 TO WS-NOTICES-SENT
007150     .
007160 4000-OPEN-CASE-EXIT.
007170     EXIT.
007180*
007190 4050-INSERT-CASE-TRY.
007200     ADD 1 TO WS-EREF-SEQ
007210     MOVE WS-ESCH-REF TO ES-ESCHREF
007220
007230     EXEC SQL
007240         INSERT INTO STOCKTRD.ESCHEAT(
007250             ESCHREF, OWNER, CURRENCYC, CUSTID, COUNTRY,
007260             LASTACTDT, NOTICEDT, ESCHDT, AMOUNT, ESTATUS,
007270             RECLMDT)
007280         VALUES (:ES-ESCHREF, :ES-OWNER, :ES-CURRENCYC,
007290             :ES-CUSTID, :ES-COUNTRY, :ES-LASTACTDT,
007300             :ES-NOTICEDT, :ES-ESCHDT, :ES-AMOUNT,
007310             :ES-ESTATUS, :ES-RECLMDT)
007320     END-EXEC
007330
007340     IF SQLCODE NOT = -803 OR WS-EREF-SEQ = 9999
007350         MOVE 'Y' TO WS-INS-DONE-SW
007360     END-IF
007370     .
007380 4050-INSERT-CASE-TRY-EXIT.
007390     EXIT.
007400*
007410******************************************************************
007420* 4100-LOOKUP-MASTER - THE CUSTOMER MASTER WHOSE LEGAL NAME IS   *
007430*   THE OWNER: ADDRESS FOR THE NOTICE, COUNTRY FOR THE           *
007440*   JURISDICTION. A LEGACY SPELLING CASH34 HAS NOT YET MERGED    *
007450*   FINDS NONE AND GOES OUT FLAGGED FOR A MANUAL TRACE.          *
007460******************************************************************
007470 4100-LOOKUP-MASTER.
007480     EXEC SQL
007490         SELECT CUSTID, LEGALNAME, ADDRLINE1, ADDRLINE2,
007500                COUNTRY, CSTATUS, FXTIER
007510         INTO :DCLCUSTMAST
007520         FROM STOCKTRD.CUSTMAST
007530         WHERE UPPER(LEGALNAME) = UPPER(:WS-DORM-OWNER)
007540         FETCH FIRST 1 ROW ONLY
007550     END-EXEC
007560
007570     IF SQLCODE = 0
007580         MOVE CU-CUSTID  TO ES-CUSTID
007590         MOVE CU-COUNTRY TO ES-COUNTRY
007600     ELSE
007610         MOVE SPACES TO DCLCUSTMAST
007620         MOVE SPACES TO ES-CUSTID
007630         MOVE SPACES TO ES-COUNTRY
007640     END-IF
007650     .
007660 4100-LOOKUP-MASTER-EXIT.
007670     EXIT.
007680*
007690******************************************************************
007700* 4200-WRITE-NOTICE - ONE DUE-DILIGENCE NOTICE RECORD FOR THE    *
007710*   MAILING HOUSE, WITH THE REPLY-BY DATE THE WINDOW ALLOWS      *
007720******************************************************************
007730 4200-WRITE-NOTICE.
007740     IF ES-CUSTID NOT = SPACES
007750         EXEC SQL
007760             SELECT CUSTID, LEGALNAME, ADDRLINE1, ADDRLINE2,
007770                    COUNTRY, CSTATUS, FXTIER
007780             INTO :DCLCUSTMAST
007790             FROM STOCKTRD.CUSTMAST
007800             WHERE CUSTID = :ES-CUSTID
007810         END-EXEC
007820         IF SQLCODE NOT = 0
007830             MOVE SPACES TO DCLCUSTMAST
007840         END-IF
007850     ELSE
007860         MOVE SPACES TO DCLCUSTMAST
007870     END-IF
007880
007890     MOVE ES-NOTICEDT TO WS-WORK-N
007900     COMPUTE WS-WORK-N = FUNCTION DATE-OF-INTEGER(
007910         FUNCTION INTEGER-OF-DATE(WS-WORK-N) + WS-NOTICE-WINDOW)
007920     END-COMPUTE
007930     MOVE WS-WORK-N TO WS-REPLYBY
007940
007950     MOVE SPACES           TO NOTICE-RECORD
007960     MOVE ES-ESCHREF       TO NT-ESCHREF
007970     MOVE WS-DORM-OWNER    TO NT-OWNER
007980     MOVE WS-DORM-CURRENCY TO NT-CURRENCY
007990     MOVE WS-DORM-BALANCE  TO NT-BALANCE
008000     MOVE WS-DORM-LASTACT  TO NT-LASTACT
008010     MOVE ES-NOTICEDT      TO NT-NOTICEDT
008020     MOVE WS-REPLYBY       TO NT-REPLYBY
008030     MOVE CU-CUSTID        TO NT-CUSTID
008040     MOVE CU-LEGALNAME     TO NT-LEGALNAME
008050     MOVE CU-ADDRLINE1     TO NT-ADDRLINE1
008060     MOVE CU-ADDRLINE2     TO NT-ADDRLINE2
008070     MOVE CU-COUNTRY       TO NT-COUNTRY
008080     IF CU-CUSTID = SPACES
008090         MOVE 'N' TO NT-ADDR-FOUND
008100     ELSE
008110         MOVE 'Y' TO NT-ADDR-FOUND
008120     END-IF
008130
008140     WRITE NOTICE-RECORD
008150     IF WS-NOTC-FSTAT NOT = '00'
008160         DISPLAY 'CASH35 - NOTCFILE WRITE FAILED, STATUS='
008170             WS-NOTC-FSTAT
008180         MOVE 'Y' TO WS-RUN-ERROR-SW
008190     END-IF
008200
008210     DISPLAY '  NOTICE    ' ES-ESCHREF ' ' WS-DORM-OWNER ' '
008220         WS-DORM-CURRENCY ' REPLY BY ' WS-REPLYBY ' ADDR '
008230         NT-ADDR-FOUND
008240     .
008250 4200-WRITE-NOTICE-EXIT.
008260     EXIT.
008270*
008280******************************************************************
008290* 5000-ESCHEAT-POSITION - THE NOTICE WINDOW HAS RUN OUT WITH NO  *
008300*   ACTIVITY. ONE UNIT OF WORK: ZERO THE POSITION AND MARK IT    *
008310*   'E'/'ESCH', CREDIT THE SUSPENSE POSITION, CLOSE THE CASE     *
008320*   'E' AND RECORD THE POSTING ON CASHREF UNDER THE CASE         *
008330*   REFERENCE WITH ITS AMOUNT, SO A 'V' RECLAIM PUTS EXACTLY     *
008340*   THAT BACK. A POSITION WITH ACTIVE HOLDS OR OPEN PENDING      *
008350*   ITEMS WAITS - SOMEONE IS STILL WORKING IT.                   *
008360******************************************************************
008370 5000-ESCHEAT-POSITION.
008380     MOVE 'N'    TO WS-ESCH-BAD-SW
008390     MOVE SPACES TO WS-REASON
008400     MOVE ZERO   TO WS-PEND-HIST-CNT
008410     MOVE WS-DORM-OWNER    TO WS-ESCH-OWNER
008420     MOVE WS-DORM-CURRENCY TO WS-ESCH-CURRENCY
008430
008440     EXEC SQL
008450         SELECT OWNER, BALANCE, CURRENCYC, ACCTSTAT, STATRSN
008460         INTO :DCLCASHACCOUNTY
008470         FROM STOCKTRD.CASHACCOUNTY
008480         WHERE OWNER = :WS-ESCH-OWNER
008490           AND CURRENCYC = :WS-ESCH-CURRENCY
008500     END-EXEC
008510     IF SQLCODE NOT = 0
008520         MOVE 'NOT FOUND' TO WS-REASON
008530         GO TO 5000-ESCHEAT-POSITION-HOLD
008540     END-IF
008550     IF ACCTSTAT NOT = 'A' OR BALANCE NOT > ZERO
008560         MOVE 'NO FUNDS' TO WS-REASON
008570         GO TO 5000-ESCHEAT-POSITION-HOLD
008580     END-IF
008590     MOVE BALANCE TO WS-ESCH-AMOUNT
008600
008610     EXEC SQL
008620         SELECT COUNT(*)
008630         INTO :WS-HELD-CNT
008640         FROM STOCKTRD.CASHHOLD
008650         WHERE UPPER(OWNER) = UPPER(:WS-ESCH-OWNER)
008660           AND CURRENCYC = :WS-ESCH-CURRENCY
008670           AND HSTATUS = 'A'
008680           AND (EXPDT = ' ' OR EXPDT >= :WS-BUSDT)
008690     END-EXEC
008700     IF SQLCODE = 0 AND WS-HELD-CNT > ZERO
008710         MOVE 'HELD FUNDS' TO WS-REASON
008720         GO TO 5000-ESCHEAT-POSITION-HOLD
008730     END-IF
008740
008750     EXEC SQL
008760         SELECT COUNT(*)
008770         INTO :WS-HELD-CNT
008780         FROM STOCKTRD.CASHPEND
008790         WHERE UPPER(OWNER) = UPPER(:WS-ESCH-OWNER)
008800           AND CURRENCYC = :WS-ESCH-CURRENCY
008810           AND PSTATUS = 'P'
008820     END-EXEC
008830     IF SQLCODE = 0 AND WS-HELD-CNT > ZERO
008840         MOVE 'PENDING' TO WS-REASON
008850         GO TO 5000-ESCHEAT-POSITION-HOLD
008860     END-IF
008870
008880*    THE BALANCE GUARD IN THE WHERE CLAUSE MAKES A POSITION THAT
008890*    MOVED SINCE THE READ ABOVE UPDATE NOTHING, NOT THE WRONG
008900*    AMOUNT.
008910     EXEC SQL
008920         UPDATE STOCKTRD.CASHACCOUNTY
008930         SET BALANCE  = 0,
008940             ACCTSTAT = 'E',
008950             STATRSN  = 'ESCH'
008960         WHERE OWNER = :WS-ESCH-OWNER
008970           AND CURRENCYC = :WS-ESCH-CURRENCY
008980           AND ACCTSTAT = 'A'
008990           AND BALANCE = :WS-ESCH-AMOUNT
009000     END-EXEC
009010     IF SQLCODE NOT = 0 OR SQLERRD(3) = 0
009020         MOVE 'POSN MOVED' TO WS-REASON
009030         GO TO 5000-ESCHEAT-POSITION-FAIL
009040     END-IF
009050
009060     PERFORM 5200-CREDIT-SUSPENSE
009070         THRU 5200-CREDIT-SUSPENSE-EXIT
009080     IF WS-ESCH-BAD
009090         GO TO 5000-ESCHEAT-POSITION-FAIL
009100     END-IF
009110
009120*    THE JURISDICTION IS WHEREVER THE OWNER LIVES ON THE DAY THE
009130*    PROPERTY GOES, NOT ON THE DAY THE NOTICE WENT.
009140     IF ES-CUSTID NOT = SPACES
009150         EXEC SQL
009160             SELECT CUSTID, LEGALNAME, ADDRLINE1, ADDRLINE2,
009170                    COUNTRY, CSTATUS, FXTIER
009180             INTO :DCLCUSTMAST
009190             FROM STOCKTRD.CUSTMAST
009200             WHERE CUSTID = :ES-CUSTID
009210         END-EXEC
009220         IF SQLCODE = 0
009230             MOVE CU-COUNTRY TO ES-COUNTRY
009240         END-IF
009250     END-IF
009260
009270     EXEC SQL
009280         UPDATE STOCKTRD.ESCHEAT
009290         SET ESTATUS = 'E',
009300             ESCHDT  = :WS-BUSDT,
009310             AMOUNT  = :WS-ESCH-AMOUNT,
009320             COUNTRY = :ES-COUNTRY
009330         WHERE ESCHREF = :ES-ESCHREF
009340           AND ESTATUS = 'N'
009350     END-EXEC
009360     IF SQLCODE NOT = 0 OR SQLERRD(3) = 0
009370         MOVE 'SQL ERROR' TO WS-REASON
009380         GO TO 5000-ESCHEAT-POSITION-FAIL
009390     END-IF
009400
009410     EXEC SQL
009420         INSERT INTO STOCKTRD.CASHREF(
009430             REFID, OWNER, REQ, RETCODE, BALANCE,
009440             CURRENCYC, PROCDT, AMOUNT, RATEAPPL, RSTATUS)
009450         VALUES (:ES-ESCHREF, :WS-ESCH-OWNER, 'K',
009460             'ESCHEATED', 0, :WS-ESCH-CURRENCY, :WS-BUSDT,
009470             :WS-ESCH-AMOUNT, :WS-RATE-ONE, 'A')
009480     END-EXEC
009490     IF SQLCODE NOT = 0
009500         MOVE 'SQL ERROR' TO WS-REASON
009510         GO TO 5000-ESCHEAT-POSITION-FAIL
009520     END-IF
009530
009540     PERFORM 5400-STAGE-HISTORY
009550         THRU 5400-STAGE-HISTORY-EXIT
009560
009570     EXEC SQL
009580         COMMIT
009590     END-EXEC
009600     PERFORM 6000-FLUSH-HISTORY
009610         THRU 6000-FLUSH-HISTORY-EXIT
009620
009630     ADD 1 TO WS-CASES-ESCHEATED
009640     ADD WS-ESCH-AMOUNT TO WS-ESCH-TOTAL
009650     DISPLAY '  ESCHEATED ' ES-ESCHREF ' ' WS-ESCH-OWNER ' '
009660         WS-ESCH-CURRENCY ' AMT=' WS-ESCH-AMOUNT
009670     GO TO 5000-ESCHEAT-POSITION-EXIT
009680     .
009690 5000-ESCHEAT-POSITION-FAIL.
009700     DISPLAY 'CASH35 - ESCHEAT OF ' WS-ESCH-OWNER ' '
009710         WS-ESCH-CURRENCY ' ROLLED BACK - ' WS-REASON
009720         ' SQLCODE=' SQLCODE
009730     EXEC SQL
009740         ROLLBACK
009750     END-EXEC
009760     MOVE ZERO TO WS-PEND-HIST-CNT
009770     MOVE 'Y' TO WS-RUN-ERROR-SW
009780     GO TO 5000-ESCHEAT-POSITION-EXIT
009790     .
009800 5000-ESCHEAT-POSITION-HOLD.
009810*    NOT AN ERROR - THE CASE STAYS OPEN AND COMES ROUND AGAIN
009820*    ON THE NEXT RUN.
009830     ADD 1 TO WS-CASES-HELD
009840     DISPLAY '  HELD      ' ES-ESCHREF ' ' WS-ESCH-OWNER ' '
009850         WS-ESCH-CURRENCY ' ' WS-REASON
009860     .
009870 5000-ESCHEAT-POSITION-EXIT.
009880     EXIT.
009890*
009900******************************************************************
009910* 5200-CREDIT-SUSPENSE - ADD THE AMOUNT TO THE ESCHEAT SUSPENSE  *
009920*   POSITION IN THE SAME CURRENCY, OPENING IT THE FIRST TIME     *
009930******************************************************************
009940 5200-CREDIT-SUSPENSE.
009950     EXEC SQL
009960         SELECT OWNER, BALANCE, CURRENCYC, ACCTSTAT, STATRSN
009970         INTO :DCLCASHACCOUNTY
009980         FROM STOCKTRD.CASHACCOUNTY
009990         WHERE OWNER = :WS-SUSP-OWNER
010000           AND CURRENCYC = :WS-ESCH-CURRENCY
010010     END-EXEC
010020
010030     EVALUATE SQLCODE
010040         WHEN 0
010050             MOVE BALANCE TO WS-SUSP-PRIOR
010060             COMPUTE WS-SUSP-AFTER = BALANCE + WS-ESCH-AMOUNT
010070                 ON SIZE ERROR
010080                     MOVE 'BAL OVRFLW' TO WS-REASON
010090                     MOVE 'Y' TO WS-ESCH-BAD-SW
010100                     GO TO 5200-CREDIT-SUSPENSE-EXIT
010110             END-COMPUTE
010120             EXEC SQL
010130                 UPDATE STOCKTRD.CASHACCOUNTY
010140                 SET BALANCE = :WS-SUSP-AFTER
010150                 WHERE OWNER = :WS-SUSP-OWNER
010160                   AND CURRENCYC = :WS-ESCH-CURRENCY
010170             END-EXEC
010180         WHEN 100
010190             MOVE ZERO           TO WS-SUSP-PRIOR
010200             MOVE WS-ESCH-AMOUNT TO WS-SUSP-AFTER
010210             EXEC SQL
010220                 INSERT INTO STOCKTRD.CASHACCOUNTY(
010230                     OWNER, BALANCE, CURRENCYC, ACCTSTAT,
010240                     STATRSN)
010250                 VALUES (:WS-SUSP-OWNER, :WS-SUSP-AFTER,
010260                     :WS-ESCH-CURRENCY, 'A', '    ')
010270             END-EXEC
010280         WHEN OTHER
010290             CONTINUE
010300     END-EVALUATE
010310
010320     IF SQLCODE NOT = 0
010330         MOVE 'SUSP FAILD' TO WS-REASON
010340         MOVE 'Y' TO WS-ESCH-BAD-SW
010350     END-IF
010360     .
010370 5200-CREDIT-SUSPENSE-EXIT.
010380     EXIT.
010390*
010400******************************************************************
010410* 5400-STAGE-HISTORY - THE PAIRED 'K' RECORDS: 'ESCHEATED' UNDER *
010420*   THE OWNER (BALANCE NOW ZERO, THE AMOUNT AND PRIOR BALANCE    *
010430*   THE ESCHEATED SUM) AND 'ESCHEAT IN' UNDER THE SUSPENSE       *
010440*   POSITION, BOTH CARRYING THE CASE REFERENCE. THE LEDGER TOTAL *
010450*   DOES NOT MOVE, SO THE GL EXTRACT IGNORES 'K'; CASH04 STILL   *
010460*   RECONCILES BOTH POSITIONS OFF THEIR LATEST RECORDS.          *
010470******************************************************************
010480 5400-STAGE-HISTORY.
010490     ACCEPT WS-ASKTIME-DATE FROM DATE YYYYMMDD
010500     ACCEPT WS-ASKTIME-TIME FROM TIME
010510
010520     MOVE 1 TO WS-PEND-HIST-CNT
010530     MOVE WS-ESCH-OWNER    TO WS-PEND-HIST-NAME(1)
010540     MOVE WS-ASKTIME-DATE  TO WS-PEND-HIST-DATE(1)
010550     MOVE WS-ASKTIME-TIME  TO WS-PEND-HIST-TIME(1)
010560     MOVE ZERO             TO WS-PEND-HIST-SEQ(1)
010570     MOVE 'K'              TO WS-PEND-HIST-REQ(1)
010580     MOVE ZERO             TO WS-PEND-HIST-BALANCE(1)
010590     MOVE WS-ESCH-CURRENCY TO WS-PEND-HIST-CURRENCY(1)
010600     MOVE 'ESCHEATED'      TO WS-PEND-HIST-RETCODE(1)
010610     MOVE WS-ESCH-AMOUNT   TO WS-PEND-HIST-AMOUNT(1)
010620     MOVE 1                TO WS-PEND-HIST-RATE(1)
010630     MOVE WS-ESCH-AMOUNT   TO WS-PEND-HIST-PRIOR(1)
010640     MOVE ES-ESCHREF       TO WS-PEND-HIST-REFID(1)
010650     PERFORM 6200-CHAIN-PENDING
010660         THRU 6200-CHAIN-PENDING-EXIT
010670
010680     MOVE 2 TO WS-PEND-HIST-CNT
010690     MOVE WS-SUSP-OWNER    TO WS-PEND-HIST-NAME(2)
010700     MOVE WS-ASKTIME-DATE  TO WS-PEND-HIST-DATE(2)
010710     MOVE WS-ASKTIME-TIME  TO WS-PEND-HIST-TIME(2)
010720     MOVE ZERO             TO WS-PEND-HIST-SEQ(2)
010730     MOVE 'K'              TO WS-PEND-HIST-REQ(2)
010740     MOVE WS-SUSP-AFTER    TO WS-PEND-HIST-BALANCE(2)
010750     MOVE WS-ESCH-CURRENCY TO WS-PEND-HIST-CURRENCY(2)
010760     MOVE 'ESCHEAT IN'     TO WS-PEND-HIST-RETCODE(2)
010770     MOVE WS-ESCH-AMOUNT   TO WS-PEND-HIST-AMOUNT(2)
010780     MOVE 1                TO WS-PEND-HIST-RATE(2)
010790     MOVE WS-SUSP-PRIOR    TO WS-PEND-HIST-PRIOR(2)
010800     MOVE ES-ESCHREF       TO WS-PEND-HIST-REFID(2)
010810     PERFORM 6200-CHAIN-PENDING
010820         THRU 6200-CHAIN-PENDING-EXIT
010830     .
010840 5400-STAGE-HISTORY-EXIT.
010850     EXIT.
010860*
010870******************************************************************
010880* 6000-FLUSH-HISTORY - WRITE THE STAGED RECORDS AFTER THE COMMIT *
010890******************************************************************
010900 6000-FLUSH-HISTORY.
010910     PERFORM 6100-WRITE-ONE-PENDING
010920         THRU 6100-WRITE-ONE-PENDING-EXIT
010930         VARYING WS-PEND-HIST-IDX FROM 1 BY 1
010940         UNTIL WS-PEND-HIST-IDX > WS-PEND-HIST-CNT
010950
010960     MOVE ZERO TO WS-PEND-HIST-CNT
010970     .
010980 6000-FLUSH-HISTORY-EXIT.
010990     EXIT.
011000*
011010 6100-WRITE-ONE-PENDING.
011020     PERFORM 6110-LOAD-PENDING
011030         THRU 6110-LOAD-PENDING-EXIT
011040
011050     MOVE ZERO TO WS-WRITE-SEQ
011060     MOVE 'N'  TO WS-WRITE-DONE-SW
011070     PERFORM 6150-WRITE-PENDING-TRY
011080         THRU 6150-WRITE-PENDING-TRY-EXIT
011090         UNTIL WS-WRITE-DONE
011100     .
011110 6100-WRITE-ONE-PENDING-EXIT.
011120     EXIT.
011130*
011140******************************************************************
011150* 6110-LOAD-PENDING - LOAD ONE STAGED ROW, CHAIN FIELDS AND      *
011160*   ALL, INTO THE HISTORY RECORD                                 *
011170******************************************************************
011180 6110-LOAD-PENDING.
011190     MOVE WS-PEND-HIST-NAME(WS-PEND-HIST-IDX)     TO WS-VR-NAME
011200     MOVE WS-PEND-HIST-DATE(WS-PEND-HIST-IDX)     TO WS-VR-DATE
011210     MOVE WS-PEND-HIST-TIME(WS-PEND-HIST-IDX)     TO WS-VR-TIME
011220     MOVE WS-PEND-HIST-SEQ(WS-PEND-HIST-IDX)      TO WS-VR-SEQ
011230     MOVE WS-PEND-HIST-REQ(WS-PEND-HIST-IDX)      TO WS-VR-REQ
011240     MOVE WS-PEND-HIST-BALANCE(WS-PEND-HIST-IDX)  TO WS-VR-BALANCE
011250     MOVE WS-PEND-HIST-CURRENCY(WS-PEND-HIST-IDX) TO
011260         WS-VR-CURRENCY
011270     MOVE WS-PEND-HIST-RETCODE(WS-PEND-HIST-IDX)  TO WS-VR-RETCODE
011280     MOVE WS-PEND-HIST-AMOUNT(WS-PEND-HIST-IDX)   TO WS-VR-AMOUNT
011290     MOVE WS-PEND-HIST-RATE(WS-PEND-HIST-IDX)     TO WS-VR-RATE
011300     MOVE WS-PEND-HIST-PRIOR(WS-PEND-HIST-IDX)    TO
011310         WS-VR-PRIOR-BAL
011320     MOVE WS-BUSDT                                TO WS-VR-BUSDT
011330     MOVE WS-PEND-HIST-REFID(WS-PEND-HIST-IDX)    TO WS-VR-REFID
011340     MOVE WS-BUSDT                                TO WS-VR-VALUEDT
011350     MOVE ZERO                                    TO WS-VR-MARGIN
011360     MOVE WS-PEND-HIST-CHSEQ(WS-PEND-HIST-IDX)    TO
011370         WS-VR-CHAINSEQ
011380     MOVE WS-PEND-HIST-PREVVAL(WS-PEND-HIST-IDX)  TO
011390         WS-VR-PREVVAL
011400     MOVE WS-PEND-HIST-CHVAL(WS-PEND-HIST-IDX)    TO
011410         WS-VR-CHAINVAL
011420     .
011430 6110-LOAD-PENDING-EXIT.
011440     EXIT.
011450*
011460 6150-WRITE-PENDING-TRY.
011470     MOVE WS-WRITE-SEQ TO WS-VR-SEQ
011480     WRITE WS-VSAM-RECORD
011490         INVALID KEY
011500             CONTINUE
011510     END-WRITE
011520     IF WS-HIST-FSTAT = '00'
011530         MOVE 'Y' TO WS-WRITE-DONE-SW
011540     ELSE
011550         IF WS-HIST-FSTAT = '22' AND WS-WRITE-SEQ < 99
011560             ADD 1 TO WS-WRITE-SEQ
011570         ELSE
011580             DISPLAY 'CASH35 - HISTORY WRITE FAILED FOR '
011590                 WS-VR-NAME ' STATUS=' WS-HIST-FSTAT
011600             MOVE 'Y' TO WS-RUN-ERROR-SW
011610             MOVE 'Y' TO WS-WRITE-DONE-SW
011620         END-IF
011630     END-IF
011640     .
011650 6150-WRITE-PENDING-TRY-EXIT.
011660     EXIT.
011670*
011680******************************************************************
011690* 6200-CHAIN-PENDING - LINK THE ROW JUST STAGED INTO ITS         *
011700*   OWNER'S HISTORY CHAIN (SEE DCLHCHN) IN THE SAME UNIT OF      *
011710*   WORK AS THE BALANCE UPDATE IT RECORDS, AND KEEP THE CHAIN    *
011720*   FIELDS ON THE STAGED ROW FOR 6100 TO WRITE                   *
011730******************************************************************
011740 6200-CHAIN-PENDING.
011750     MOVE WS-PEND-HIST-CNT TO WS-PEND-HIST-IDX
011760     PERFORM 6110-LOAD-PENDING
011770         THRU 6110-LOAD-PENDING-EXIT
011780     PERFORM 6210-ADVANCE-CHAIN
011790         THRU 6210-ADVANCE-CHAIN-EXIT
011800     MOVE WS-VR-CHAINSEQ TO WS-PEND-HIST-CHSEQ(WS-PEND-HIST-IDX)
011810     MOVE WS-VR-PREVVAL  TO WS-PEND-HIST-PREVVAL(WS-PEND-HIST-IDX)
011820     MOVE WS-VR-CHAINVAL TO WS-PEND-HIST-CHVAL(WS-PEND-HIST-IDX)
011830     .
011840 6200-CHAIN-PENDING-EXIT.
011850     EXIT.
011860*
011870******************************************************************
011880* 6210-ADVANCE-CHAIN - BUMP THE OWNER'S CHAIN HEAD, STAMP THE    *
011890*   NEW SEQUENCE AND THE PREVIOUS RECORD'S VALUE INTO THE        *
011900*   RECORD, COMPUTE ITS OWN AND LEAVE IT ON THE HEAD. NO HEAD    *
011910*   ROW IS THE OWNER'S FIRST CHAINED RECORD; AN INSERT LOSING A  *
011920*   RACE (-803) FALLS BACK TO THE UPDATE. A FAILURE LEAVES THE   *
011930*   RECORD UNCHAINED BUT STILL WRITTEN, FOR CASH45 TO REPORT     *
011940******************************************************************
011950 6210-ADVANCE-CHAIN.
011960     MOVE ZERO   TO WS-VR-CHAINSEQ
011970     MOVE SPACES TO WS-VR-PREVVAL
011980     MOVE SPACES TO WS-VR-CHAINVAL
011990
012000     EXEC SQL
012010         UPDATE STOCKTRD.HISTCHN
012020         SET CHAINSEQ = CHAINSEQ + 1
012030         WHERE NAME = :WS-VR-NAME
012040     END-EXEC
012050     IF SQLCODE NOT = 0 OR SQLERRD(3) = 0
012060         EXEC SQL
012070             INSERT INTO STOCKTRD.HISTCHN(
012080                 NAME, CHAINSEQ, LASTVAL, ARCHSEQ, ARCHVAL,
012090                 FIRSTDT)
012100             VALUES (:WS-VR-NAME, 1, :WS-CHN-ZERO-VAL, 0,
012110                 :WS-CHN-ZERO-VAL, :WS-VR-DATE)
012120         END-EXEC
012130         IF SQLCODE = -803
012140             EXEC SQL
012150                 UPDATE STOCKTRD.HISTCHN
012160                 SET CHAINSEQ = CHAINSEQ + 1
012170                 WHERE NAME = :WS-VR-NAME
012180             END-EXEC
012190         END-IF
012200     END-IF
012210
012220     IF SQLCODE = 0
012230         EXEC SQL
012240             SELECT CHAINSEQ, LASTVAL
012250             INTO :HN-CHAINSEQ, :HN-LASTVAL
012260             FROM STOCKTRD.HISTCHN
012270             WHERE NAME = :WS-VR-NAME
012280         END-EXEC
012290     END-IF
012300
012310     IF SQLCODE NOT = 0
012320         DISPLAY 'CASH35 - HISTCHN UPDATE FAILED FOR ' WS-VR-NAME
012330             ' SQLCODE=' SQLCODE
012340         GO TO 6210-ADVANCE-CHAIN-EXIT
012350     END-IF
012360
012370     MOVE HN-CHAINSEQ TO WS-VR-CHAINSEQ
012380     MOVE HN-LASTVAL  TO WS-VR-PREVVAL
012390     PERFORM 6220-CHAIN-VALUE
012400         THRU 6220-CHAIN-VALUE-EXIT
012410
012420     EXEC SQL
012430         UPDATE STOCKTRD.HISTCHN
012440         SET LASTVAL = :WS-VR-CHAINVAL
012450         WHERE NAME = :WS-VR-NAME
012460     END-EXEC
012470     IF SQLCODE NOT = 0
012480         DISPLAY 'CASH35 - HISTCHN UPDATE FAILED FOR ' WS-VR-NAME
012490             ' SQLCODE=' SQLCODE
012500         MOVE ZERO   TO WS-VR-CHAINSEQ
012510         MOVE SPACES TO WS-VR-PREVVAL
012520         MOVE SPACES TO WS-VR-CHAINVAL
012530     END-IF
012540     .
012550 6210-ADVANCE-CHAIN-EXIT.
012560     EXIT.
012570*
012580******************************************************************
012590* 6220-CHAIN-VALUE - THE RECORD'S INTEGRITY VALUE, EXACTLY AS    *
012600*   CASH00'S CASH-HIST-CHAIN-VALUE COMPUTES IT: TWO RUNNING      *
012610*   SUMS OVER EVERY BYTE OF THE RECORD, EACH FOLDED BY ITS OWN   *
012620*   MULTIPLIER AND PRIME MODULUS. THE KEY SUFFIX COUNTS AS ZERO  *
012630*   (IT IS ONLY SETTLED AT THE WRITE) AND THE VALUE FIELD        *
012640*   ITSELF AS SPACES. A CHANGE HERE MUST BE MADE IN EVERY        *
012650*   HISTORY WRITER AND IN CASH45 OR EVERY CHAIN BREAKS           *
012660******************************************************************
012670 6220-CHAIN-VALUE.
012680     MOVE WS-VR-SEQ TO WS-CHN-SAVE-SEQ
012690     MOVE ZERO      TO WS-VR-SEQ
012700     MOVE SPACES    TO WS-VR-CHAINVAL
012710     MOVE 1         TO WS-CHN-A
012720     MOVE ZERO      TO WS-CHN-B
012730     MOVE LENGTH OF WS-VSAM-RECORD TO WS-CHN-LEN
012740
012750     PERFORM 6230-CHAIN-BYTE
012760         THRU 6230-CHAIN-BYTE-EXIT
012770         VARYING WS-CHN-POS FROM 1 BY 1
012780         UNTIL WS-CHN-POS > WS-CHN-LEN
012790
012800     MOVE WS-CHN-SAVE-SEQ TO WS-VR-SEQ
012810     MOVE WS-CHN-VALUE    TO WS-VR-CHAINVAL
012820     .
012830 6220-CHAIN-VALUE-EXIT.
012840     EXIT.
012850*
012860 6230-CHAIN-BYTE.
012870     MOVE LOW-VALUE TO WS-CHN-BYTE-HI
012880     MOVE WS-VSAM-RECORD(WS-CHN-POS:1) TO WS-CHN-BYTE-LO
012890     COMPUTE WS-CHN-WORK = WS-CHN-A * 31 + WS-CHN-BYTE-HW + 1
012900     DIVIDE WS-CHN-WORK BY WS-CHN-MOD-A
012910         GIVING WS-CHN-QUOT REMAINDER WS-CHN-A
012920     COMPUTE WS-CHN-WORK = WS-CHN-B * 257 + WS-CHN-BYTE-HW
012930                           + WS-CHN-POS
012940     DIVIDE WS-CHN-WORK BY WS-CHN-MOD-B
012950         GIVING WS-CHN-QUOT REMAINDER WS-CHN-B
012960     .
012970 6230-CHAIN-BYTE-EXIT.
012980     EXIT.
012990*
013000******************************************************************
013010* 7000-UNCLAIMED-REPORT - THE DAY'S ESCHEATED PROPERTY, BUILT    *
013020*   FROM THE ESCHEAT TABLE (SO A RERUN REPRODUCES IT WHOLE) IN   *
013030*   JURISDICTION AND CURRENCY ORDER, ONE H/D.../T GROUP EACH     *
013040******************************************************************
013050 7000-UNCLAIMED-REPORT.
013060*    NO REPORT FILE, NO REPORT - 1000 HAS ALREADY SAID WHY.
013070     IF NOT WS-UCP-OPEN
013080         GO TO 7000-UNCLAIMED-REPORT-EXIT
013090     END-IF
013100
013110     EXEC SQL
013120         DECLARE CASH35CSR CURSOR FOR
013130         SELECT ESCHREF, OWNER, CURRENCYC, CUSTID, COUNTRY,
013140                LASTACTDT, NOTICEDT, ESCHDT, AMOUNT, ESTATUS,
013150                RECLMDT
013160         FROM STOCKTRD.ESCHEAT
013170         WHERE ESCHDT = :WS-BUSDT
013180           AND ESTATUS IN ('E', 'R')
013190         ORDER BY COUNTRY, CURRENCYC, OWNER
013200     END-EXEC
013210
013220     EXEC SQL
013230         OPEN CASH35CSR
013240     END-EXEC
013250
013260     IF SQLCODE NOT = 0
013270         DISPLAY 'CASH35 - OPEN CURSOR FAILED, SQLCODE=' SQLCODE
013280         MOVE 'Y' TO WS-RUN-ERROR-SW
013290         GO TO 7000-UNCLAIMED-REPORT-EXIT
013300     END-IF
013310
013320     MOVE 'N' TO WS-UCP-EOF-SW
013330     MOVE 'N' TO WS-GRP-OPEN-SW
013340     PERFORM 7100-REPORT-ONE-CASE
013350         THRU 7100-REPORT-ONE-CASE-EXIT
013360         UNTIL WS-UCP-EOF
013370
013380     IF WS-GRP-OPEN
013390         PERFORM 7300-WRITE-TRAILER
013400             THRU 7300-WRITE-TRAILER-EXIT
013410     END-IF
013420
013430     EXEC SQL
013440         CLOSE CASH35CSR
013450     END-EXEC
013460     .
013470 7000-UNCLAIMED-REPORT-EXIT.
013480     EXIT.
013490*
013500 7100-REPORT-ONE-CASE.
013510     EXEC SQL
013520         FETCH CASH35CSR
013530         INTO :DCLESCHEAT
013540     END-EXEC
013550
013560     IF SQLCODE = 100
013570         MOVE 'Y' TO WS-UCP-EOF-SW
013580         GO TO 7100-REPORT-ONE-CASE-EXIT
013590     END-IF
013600
013610     IF SQLCODE NOT = 0
013620         DISPLAY 'CASH35 - FETCH FAILED, SQLCODE=' SQLCODE
013630         MOVE 'Y' TO WS-UCP-EOF-SW
013640         MOVE 'Y' TO WS-RUN-ERROR-SW
013650         GO TO 7100-REPORT-ONE-CASE-EXIT
013660     END-IF
013670
013680     IF WS-GRP-OPEN
013690         IF ES-COUNTRY NOT = WS-GRP-COUNTRY
013700             OR ES-CURRENCYC NOT = WS-GRP-CURRENCY
013710             PERFORM 7300-WRITE-TRAILER
013720                 THRU 7300-WRITE-TRAILER-EXIT
013730         END-IF
013740     END-IF
013750
013760     IF NOT WS-GRP-OPEN
013770         PERFORM 7200-WRITE-HEADER
013780             THRU 7200-WRITE-HEADER-EXIT
013790     END-IF
013800
013810     MOVE SPACES TO DCLCUSTMAST
013820     IF ES-CUSTID NOT = SPACES
013830         EXEC SQL
013840             SELECT CUSTID, LEGALNAME, ADDRLINE1, ADDRLINE2,
013850                    COUNTRY, CSTATUS, FXTIER
013860             INTO :DCLCUSTMAST
013870             FROM STOCKTRD.CUSTMAST
013880             WHERE CUSTID = :ES-CUSTID
013890         END-EXEC
013900         IF SQLCODE NOT = 0
013910             MOVE SPACES TO DCLCUSTMAST
013920         END-IF
013930     END-IF
013940
013950     MOVE SPACES          TO UCP-RECORD
013960     MOVE 'D'             TO UC-REC-TYPE
013970     MOVE ES-COUNTRY      TO UC-COUNTRY
013980     MOVE ES-CURRENCYC    TO UC-CURRENCY
013990     MOVE WS-BUSDT        TO UC-REPDATE
014000     MOVE ES-ESCHREF      TO UC-ESCHREF
014010     MOVE ES-OWNER        TO UC-OWNER
014020     MOVE CU-ADDRLINE1    TO UC-ADDRLINE1
014030     MOVE CU-ADDRLINE2    TO UC-ADDRLINE2
014040     MOVE ES-LASTACTDT    TO UC-LASTACT
014050     MOVE ES-NOTICEDT     TO UC-NOTICEDT
014060     MOVE ES-AMOUNT       TO UC-AMOUNT
014070     MOVE ZERO            TO UC-COUNT
014080     PERFORM 7400-WRITE-UCP
014090         THRU 7400-WRITE-UCP-EXIT
014100
014110     ADD 1         TO WS-GRP-COUNT
014120     ADD ES-AMOUNT TO WS-GRP-TOTAL
014130     ADD 1         TO WS-UCP-DETAILS
014140     .
014150 7100-REPORT-ONE-CASE-EXIT.
014160     EXIT.
014170*
014180 7200-WRITE-HEADER.
014190     MOVE ES-COUNTRY   TO WS-GRP-COUNTRY
014200     MOVE ES-CURRENCYC TO WS-GRP-CURRENCY
014210     MOVE ZERO         TO WS-GRP-COUNT
014220     MOVE ZERO         TO WS-GRP-TOTAL
014230     MOVE 'Y'          TO WS-GRP-OPEN-SW
014240
014250     MOVE SPACES          TO UCP-RECORD
014260     MOVE 'H'             TO UC-REC-TYPE
014270     MOVE WS-GRP-COUNTRY  TO UC-COUNTRY
014280     MOVE WS-GRP-CURRENCY TO UC-CURRENCY
014290     MOVE WS-BUSDT        TO UC-REPDATE
014300     MOVE ZERO            TO UC-AMOUNT
014310     MOVE ZERO            TO UC-COUNT
014320     PERFORM 7400-WRITE-UCP
014330         THRU 7400-WRITE-UCP-EXIT
014340     .
014350 7200-WRITE-HEADER-EXIT.
014360     EXIT.
014370*
014380 7300-WRITE-TRAILER.
014390     MOVE SPACES          TO UCP-RECORD
014400     MOVE 'T'             TO UC-REC-TYPE
014410     MOVE WS-GRP-COUNTRY  TO UC-COUNTRY
014420     MOVE WS-GRP-CURRENCY TO UC-CURRENCY
014430     MOVE WS-BUSDT        TO UC-REPDATE
014440     MOVE WS-GRP-TOTAL    TO UC-AMOUNT
014450     MOVE WS-GRP-COUNT    TO UC-COUNT
014460     PERFORM 7400-WRITE-UCP
014470         THRU 7400-WRITE-UCP-EXIT
014480
014490     DISPLAY '  JURISDICTION ' WS-GRP-COUNTRY ' '
014500         WS-GRP-CURRENCY ' PROPERTIES=' WS-GRP-COUNT
014510         ' TOTAL=' WS-GRP-TOTAL
014520     MOVE 'N' TO WS-GRP-OPEN-SW
014530     .
014540 7300-WRITE-TRAILER-EXIT.
014550     EXIT.
014560*
014570 7400-WRITE-UCP.
014580     WRITE UCP-RECORD
014590     IF WS-UCP-FSTAT NOT = '00'
014600         DISPLAY 'CASH35 - UCPFILE WRITE FAILED, STATUS='
014610             WS-UCP-FSTAT
014620         MOVE 'Y' TO WS-RUN-ERROR-SW
014630     END-IF
014640     .
014650 7400-WRITE-UCP-EXIT.
014660     EXIT.
014670*
014680******************************************************************
014690* 8000-TERMINATE - CLOSE FILES AND REPORT RUN TOTALS             *
014700******************************************************************
014710 8000-TERMINATE.
014720     EXEC SQL
014730         COMMIT
014740     END-EXEC
014750
014760     CLOSE DORMANT-FILE
014770     CLOSE NOTICE-FILE
014780     IF WS-UCP-OPEN
014790         CLOSE UCP-FILE
014800     END-IF
014810     CLOSE HISTORY-FILE
014820
014830     DISPLAY ' '
014840     DISPLAY 'CASH35 - EXTRACT RECORDS READ  : ' WS-ROWS-READ
014850     DISPLAY 'CASH35 - NO FUNDS / NOT ACTIVE : ' WS-ROWS-NOFUNDS
014860     DISPLAY 'CASH35 - BELOW NOTICE THRESHOLD: ' WS-ROWS-BELOW
014870     DISPLAY 'CASH35 - NOTICES SENT          : ' WS-NOTICES-SENT
014880     DISPLAY 'CASH35 - NOTICES RE-EXTRACTED  : '
014890         WS-NOTICES-RESENT
014900     DISPLAY 'CASH35 - CASES IN NOTICE WINDOW: '
014910         WS-CASES-WAITING
014920     DISPLAY 'CASH35 - CASES CLEARED         : '
014930         WS-CASES-CLEARED
014940     DISPLAY 'CASH35 - CASES HELD            : ' WS-CASES-HELD
014950     DISPLAY 'CASH35 - POSITIONS ESCHEATED   : '
014960         WS-CASES-ESCHEATED
014970     DISPLAY 'CASH35 - AMOUNT ESCHEATED      : ' WS-ESCH-TOTAL
014980     DISPLAY 'CASH35 - PROPERTY DETAILS FILED: ' WS-UCP-DETAILS
014990
015000     IF WS-RUN-ERROR
015010         DISPLAY 'CASH35 - RUN ENDED WITH ERRORS - SEE MESSAGES'
015020             ' ABOVE'
015030     END-IF
015040
015050     DISPLAY 'CASH35 - UNCLAIMED-PROPERTY CYCLE - COMPLETE'
015060
015070     PERFORM 0900-RUN-COMPLETE
015080         THRU 0900-RUN-COMPLETE-EXIT
015090     .
015100 8000-TERMINATE-EXIT.
015110     EXIT.
