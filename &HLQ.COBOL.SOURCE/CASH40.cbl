000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. CASH40.
000120 AUTHOR. D-L CASH MANAGEMENT SUPPORT.
000130 INSTALLATION. STOCKTRD - CASH ACCOUNT SERVICES.
000140 DATE-WRITTEN. 2026-10-15.
000150 DATE-COMPILED.
000160******************************************************************
000170* MODIFICATION HISTORY                                           *
000180*  DATE       BY    DESCRIPTION                                  *
000190*  2026-10-15 DLM   INITIAL VERSION - SUSPICIOUS-ACTIVITY        *
000200*                    PATTERN MONITOR OFF THE CASH30 DAILY        *
000210*                    EXTRACT AND A ROLLING WINDOW OF PRIOR       *
000220*                    DAYS, WITH ALERT CASES AND AN               *
000230*                    INVESTIGATOR WORKLIST.                      *
000240*  2026-10-15 DLM   'O' OUTBOUND PAYMENTS NOW LOAD TO MONACT AND *
000250*                    COUNT AS DEBITS FOR STRUCTURING; THE        *
000260*                    EXCEPTION LIST SKIPS 'NO BENEFIC', 'REF     *
000270*                    USED' AND 'PAY FAILD'.                      *
000280*  2026-10-15 DLM   EXCEPTION LIST SKIPS THE DISPUTE RETCODES    *
000290*                    'CASE STAT', 'IN DISPUTE' AND 'DISP FAILD'. *
000300*                    'N'/'Z' DISPUTE ADJUSTMENTS ARE THE BANK'S  *
000310*                    OWN AND ARE NOT LOADED.                     *
000320*  2026-10-15 DLM   EXCEPTION LIST NOW SKIPS THE SANCTIONS       *
000330*                    RETCODES 'SANCTIONED', 'SCRN FAILD' AND     *
000340*                    'REFERRED' - A REFUSED 'O' IS NOT ACTIVITY. *
000350*  2026-10-15 DLM   DAYEXTR AND CASECLOS READS NOW CHECK FILE    *
000360*                    STATUS; A BAD READ FAILS THE RUN.           *
000370*  2026-10-15 DLM   RUNCTL REGISTRATION IS COMMITTED AT ONCE.    *
000380*  2026-10-15 DLM   ONLY A FILE THAT OPENED IS CLOSED.           *
000390******************************************************************
000400*
000410******************************************************************
000420* THE VELOCITY LIMITS STOP VOLUME; THEY DO NOT SEE PATTERNS.     *
000430* THIS JOB LOADS THE DAY'S MONEY-MOVING POSTINGS FROM THE CASH30 *
000440* EXTRACT INTO THE MONACT ROLLING WINDOW (SEE DCLMACT), APPLIES  *
000450* THE INVESTIGATORS' DISPOSITIONS FROM CASECLOS, AND THEN, FOR   *
000460* EVERY OWNER WITH ACTIVITY ON THE RUN DATE, APPLIES THREE       *
000470* DETECTION RULES OVER THAT OWNER'S WINDOW:                      *
000480*  'S' STRUCTURING - WS-RULE-COUNT OR MORE DEBITS IN ONE         *
000490*      CURRENCY, EACH WITHIN WS-RULE-PCT PERCENT BELOW (OR AT)   *
000500*      THE CASH00 MAKER-CHECKER THRESHOLD FOR THE CURRENCY;      *
000510*  'L' A CREDIT OF WS-RULE-AMOUNT OR MORE FOLLOWED BY OUTFLOWS   *
000520*      IN THE SAME CURRENCY TOTALLING WS-RULE-PCT PERCENT OR     *
000530*      MORE OF IT;                                               *
000540*  'E' WS-RULE-COUNT OR MORE 'E' OUTFLOW LEGS WHOSE CURRENCY     *
000550*      LATER CAME BACK IN THROUGH ANOTHER 'E' - A ROUND TRIP.    *
000560* EACH RULE LOOKS BACK WS-RULE-WINDOW BUSINESS-DATE DAYS, BUT    *
000570* NEVER AT OR BEFORE THE LAST DATE THE OWNER'S LATEST CASE FOR   *
000580* THE RULE ACCOUNTED FOR, SO A PATTERN ALREADY RAISED IS NOT     *
000590* RAISED AGAIN. A MATCH OPENS A MONCASE ALERT CASE (SEE DCLMCAS) *
000600* OR, WHILE ONE IS OPEN, ADDS TO IT, AND THE WORKLIST PRINTS THE *
000610* CASE WITH THE CONTRIBUTING HISTORY POSTINGS UNDER IT. THE      *
000620* RULE PARAMETERS ARE THE WS-RULE-TABLE DEFAULTS UNLESS A SYSIN  *
000630* RULE CARD OVERRIDES THEM:                                      *
000640*   CARD 1  RUN DATE YYYYMMDD (BLANK = REGION BUSINESS DATE)     *
000650*   CARD 2  RULE 'S'   } COL 1 ENABLED Y/N, 2-4 WINDOW DAYS,     *
000660*   CARD 3  RULE 'L'   } 5-7 COUNT, 8-10 PERCENT, 11-19 AMOUNT   *
000670*   CARD 4  RULE 'E'   } 9(7)V99 - A BLANK CARD KEEPS DEFAULTS   *
000680******************************************************************
000690 ENVIRONMENT DIVISION.
000700 CONFIGURATION SECTION.
000710 SOURCE-COMPUTER. IBM-370.
000720 OBJECT-COMPUTER. IBM-370.
000730 INPUT-OUTPUT SECTION.
000740 FILE-CONTROL.
000750     SELECT ACTIVITY-FILE ASSIGN TO DAYEXTR
000760         ORGANIZATION IS SEQUENTIAL
000770         FILE STATUS IS WS-ACT-FSTAT.
000780     SELECT CLOSE-FILE ASSIGN TO CASECLOS
000790         ORGANIZATION IS SEQUENTIAL
000800         FILE STATUS IS WS-CLOS-FSTAT.
000810 DATA DIVISION.
000820 FILE SECTION.
000830 FD  ACTIVITY-FILE
000840     LABEL RECORDS ARE STANDARD.
000850*    THE CASH30 EXTRACT CARRIES THE HISTORY RECORDS AS-IS, SO
000860*    THE SHARED LAYOUT STILL DESCRIBES THEM.
000870     COPY DCLHIST.
000880 FD  CLOSE-FILE
000890     LABEL RECORDS ARE STANDARD.
000900******************************************************************
000910* CASE DISPOSITION: THE INVESTIGATOR WHO CLOSED A CASE. DD DUMMY *
000920* ON A NIGHT WITH NO DISPOSITIONS.                               *
000930******************************************************************
000940 01  CLOSE-RECORD.
000950     05 CX-CASEID         PIC X(12).
000960     05 CX-USERID         PIC X(08).
000970     05 FILLER            PIC X(60).
000980 WORKING-STORAGE SECTION.
000990     EXEC SQL
001000         INCLUDE SQLCA
001010     END-EXEC.
001020     EXEC SQL
001030         INCLUDE DCLMACT
001040     END-EXEC.
001050     EXEC SQL
001060         INCLUDE DCLMCAS
001070     END-EXEC.
001080     EXEC SQL
001090         INCLUDE DCLBDAT
001100     END-EXEC.
001110     EXEC SQL
001120         INCLUDE DCLRUNC
001130     END-EXEC.
001140*
001150******************************************************************
001160* WORKING STORAGE - PARAMETERS, COUNTERS AND SWITCHES            *
001170******************************************************************
001180 77  WS-ACT-FSTAT            PIC X(02) VALUE '00'.
001190 77  WS-CLOS-FSTAT           PIC X(02) VALUE '00'.
001200 77  WS-PARM-DATE            PIC X(08) VALUE SPACES.
001210 77  WS-RUN-N                PIC 9(08) VALUE ZERO.
001220 77  WS-RUN-INT              PIC S9(9) COMP VALUE ZERO.
001230 77  WS-WORK-INT             PIC S9(9) COMP VALUE ZERO.
001240 77  WS-WORK-N               PIC 9(08) VALUE ZERO.
001250 77  WS-KEEP-FROM            PIC X(08) VALUE SPACES.
001260 77  WS-MAX-WINDOW           PIC 9(03) VALUE ZERO.
001270 77  WS-EOF-SW               PIC X(01) VALUE 'N'.
001280     88 WS-EOF-YES                     VALUE 'Y'.
001290 77  WS-CLOS-EOF-SW          PIC X(01) VALUE 'N'.
001300     88 WS-CLOS-EOF                    VALUE 'Y'.
001310 77  WS-OWN-EOF-SW           PIC X(01) VALUE 'N'.
001320     88 WS-OWN-EOF                     VALUE 'Y'.
001330 77  WS-SCAN-EOF-SW          PIC X(01) VALUE 'N'.
001340     88 WS-SCAN-EOF                    VALUE 'Y'.
001350 77  WS-RUN-ERROR-SW         PIC X(01) VALUE 'N'.
001360     88 WS-RUN-ERROR                   VALUE 'Y'.
001370 77  WS-EXC-HIT-SW           PIC X(01) VALUE 'N'.
001380     88 WS-EXC-HIT                     VALUE 'Y'.
001390 77  WS-CASE-OPEN-SW         PIC X(01) VALUE 'N'.
001400     88 WS-CASE-OPEN                   VALUE 'Y'.
001410 77  WS-ACT-OPEN-SW          PIC X(01) VALUE 'N'.
001420     88 WS-ACT-OPEN                    VALUE 'Y'.
001430 77  WS-CLOS-OPEN-SW         PIC X(01) VALUE 'N'.
001440     88 WS-CLOS-OPEN                   VALUE 'Y'.
001450 77  WS-HIT-SW               PIC X(01) VALUE 'N'.
001460     88 WS-RULE-HIT                    VALUE 'Y'.
001470 77  WS-INS-DONE-SW          PIC X(01) VALUE 'N'.
001480     88 WS-INS-DONE                    VALUE 'Y'.
001490 77  WS-SUB                  PIC 9(3) COMP VALUE ZERO.
001500 77  WS-ROWS-READ            PIC 9(7) COMP VALUE ZERO.
001510 77  WS-ROWS-LOADED          PIC 9(7) COMP VALUE ZERO.
001520 77  WS-ROWS-DUP             PIC 9(7) COMP VALUE ZERO.
001530 77  WS-ROWS-SKIPPED         PIC 9(7) COMP VALUE ZERO.
001540 77  WS-ROWS-PURGED          PIC S9(9) COMP VALUE ZERO.
001550 77  WS-CASES-CLOSED         PIC 9(7) COMP VALUE ZERO.
001560 77  WS-CLOSE-REJECTED       PIC 9(7) COMP VALUE ZERO.
001570 77  WS-OWNERS-SEEN          PIC 9(7) COMP VALUE ZERO.
001580 77  WS-CASES-NEW            PIC 9(7) COMP VALUE ZERO.
001590 77  WS-CASES-ADDED          PIC 9(7) COMP VALUE ZERO.
001600 77  WS-REGIONID             PIC X(08) VALUE 'CASHRGN '.
001610******************************************************************
001620* EXCEPTION RETCODES - RECORDS CARRYING ONE OF THESE MOVED NO    *
001630* MONEY. THE SAME LIST IS KEPT IN CASH12, CASH13, CASH24, CASH40 *
001640* AND CASH46 - KEEP ALL FIVE IN STEP.                            *
001650******************************************************************
001660 01  WS-EXC-CODES.
001670     05 FILLER                PIC X(10) VALUE 'OVERDRAWN'.
001680     05 FILLER                PIC X(10) VALUE 'RATE STALE'.
001690     05 FILLER                PIC X(10) VALUE 'BAD CURNCY'.
001700     05 FILLER                PIC X(10) VALUE 'BAD REQ CD'.
001710     05 FILLER                PIC X(10) VALUE 'XFER FAILD'.
001720     05 FILLER                PIC X(10) VALUE 'DUP REQST'.
001730     05 FILLER                PIC X(10) VALUE 'ACCT FROZN'.
001740     05 FILLER                PIC X(10) VALUE 'ACCT CLOSD'.
001750     05 FILLER                PIC X(10) VALUE 'PENDING'.
001760     05 FILLER                PIC X(10) VALUE 'NO USERID'.
001770     05 FILLER                PIC X(10) VALUE 'PEND FAILD'.
001780     05 FILLER                PIC X(10) VALUE 'NOT FOUND'.
001790     05 FILLER                PIC X(10) VALUE 'XFER CURCY'.
001800     05 FILLER                PIC X(10) VALUE 'BAD STATUS'.
001810     05 FILLER                PIC X(10) VALUE 'NOT PEND'.
001820     05 FILLER                PIC X(10) VALUE 'SAME USER'.
001830     05 FILLER                PIC X(10) VALUE 'PSTG CLOSD'.
001840     05 FILLER                PIC X(10) VALUE 'XCCY FAILD'.
001850     05 FILLER                PIC X(10) VALUE 'NO RATE'.
001860     05 FILLER                PIC X(10) VALUE 'NO REFRNCE'.
001870     05 FILLER                PIC X(10) VALUE 'ALRDY REVD'.
001880     05 FILLER                PIC X(10) VALUE 'NOT REVSBL'.
001890     05 FILLER                PIC X(10) VALUE 'REV FAILD'.
001900     05 FILLER                PIC X(10) VALUE 'NOT ENTITL'.
001910     05 FILLER                PIC X(10) VALUE 'OVER LIMIT'.
001920     05 FILLER                PIC X(10) VALUE 'VELOCITY'.
001930     05 FILLER                PIC X(10) VALUE 'HELD FUNDS'.
001940     05 FILLER                PIC X(10) VALUE 'NO CUSTID'.
001950     05 FILLER                PIC X(10) VALUE 'BAD CUSTID'.
001960     05 FILLER                PIC X(10) VALUE 'ACCT ESCHT'.
001970     05 FILLER                PIC X(10) VALUE 'NOT ESCHTD'.
001980     05 FILLER                PIC X(10) VALUE 'SUSP SHORT'.
001990     05 FILLER                PIC X(10) VALUE 'NO BENEFIC'.
002000     05 FILLER                PIC X(10) VALUE 'REF USED'.
002010     05 FILLER                PIC X(10) VALUE 'PAY FAILD'.
002020     05 FILLER                PIC X(10) VALUE 'CASE STAT'.
002030     05 FILLER                PIC X(10) VALUE 'IN DISPUTE'.
002040     05 FILLER                PIC X(10) VALUE 'DISP FAILD'.
002050     05 FILLER                PIC X(10) VALUE 'SANCTIONED'.
002060     05 FILLER                PIC X(10) VALUE 'SCRN FAILD'.
002070     05 FILLER                PIC X(10) VALUE 'REFERRED'.
002080 01  WS-EXC-CODES-R REDEFINES WS-EXC-CODES.
002090     05 WS-EXC-CODE OCCURS 41 TIMES
002100                              PIC X(10).
002110 77  WS-EXC-MAX              PIC 9(3) COMP VALUE 41.
002120******************************************************************
002130* MAKER-CHECKER THRESHOLD PER CURRENCY, WITH A DEFAULT FOR       *
002140* CURRENCIES NOT LISTED - THE SAME LEVELS CASH00 CAPTURES ABOVE. *
002150* KEEP THE TWO LISTS IN STEP.                                    *
002160******************************************************************
002170 01  WS-THRESH-LIST.
002180     05 FILLER            PIC X(17) VALUE 'EUR     010000000'.
002190     05 FILLER            PIC X(17) VALUE 'USD     010000000'.
002200     05 FILLER            PIC X(17) VALUE 'GBP     007500000'.
002210 01  WS-THRESH-LIST-R REDEFINES WS-THRESH-LIST.
002220     05 WS-THRESH-ENTRY OCCURS 3 TIMES.
002230        10 WS-THRESH-CURRENCY PIC X(08).
002240        10 WS-THRESH-LEVEL    PIC 9(7)V99.
002250 77  WS-THRESH-MAX           PIC 9(2) VALUE 3.
002260 77  WS-THRESH-SUB           PIC 9(2) VALUE ZERO.
002270 77  WS-DEFAULT-THRESH       PIC 9(7)V99 VALUE 50000.00.
002280******************************************************************
002290* DETECTION RULES - ID, ENABLED, LOOK-BACK WINDOW (DAYS), COUNT, *
002300* PERCENT AND AMOUNT, AS DESCRIBED ABOVE. A SYSIN RULE CARD      *
002310* REPLACES EVERYTHING AFTER THE ID.                              *
002320******************************************************************
002330 01  WS-RULE-TABLE.
002340     05 FILLER            PIC X(20) VALUE 'SY005003010000000000'.
002350     05 FILLER            PIC X(20) VALUE 'LY003001090002500000'.
002360     05 FILLER            PIC X(20) VALUE 'EY007002000000000000'.
002370 01  WS-RULE-TABLE-R REDEFINES WS-RULE-TABLE.
002380     05 WS-RULE-ENTRY OCCURS 3 TIMES.
002390        10 WS-RULE-ID         PIC X(01).
002400        10 WS-RULE-PARMS.
002410           15 WS-RULE-ENABLED PIC X(01).
002420           15 WS-RULE-WINDOW  PIC 9(03).
002430           15 WS-RULE-COUNT   PIC 9(03).
002440           15 WS-RULE-PCT     PIC 9(03).
002450           15 WS-RULE-AMOUNT  PIC 9(7)V99.
002460 77  WS-RULE-MAX             PIC 9(2) VALUE 3.
002470 77  WS-RULE-SUB             PIC 9(2) VALUE ZERO.
002480 01  WS-RULE-FROM-TABLE.
002490     05 WS-RULE-FROM OCCURS 3 TIMES
002500                             PIC X(08).
002510 01  WS-RULE-CARD.
002520     05 WS-RC-ENABLED        PIC X(01).
002530     05 WS-RC-WINDOW         PIC X(03).
002540     05 WS-RC-COUNT          PIC X(03).
002550     05 WS-RC-PCT            PIC X(03).
002560     05 WS-RC-AMOUNT         PIC X(09).
002570     05 FILLER               PIC X(61).
002580******************************************************************
002590* THE OWNER AND RULE BEING EVALUATED, AND WHAT THE RULE FOUND    *
002600******************************************************************
002610 77  WS-CUR-OWNER            PIC X(15) VALUE SPACES.
002620 77  WS-CUR-RULE             PIC X(01) VALUE SPACES.
002630 77  WS-CUR-FROM             PIC X(08) VALUE SPACES.
002640 77  WS-EVAL-AFTER           PIC X(08) VALUE SPACES.
002650 77  WS-RULE-NAME            PIC X(30) VALUE SPACES.
002660 77  WS-CASE-ACTION          PIC X(08) VALUE SPACES.
002670 77  WS-HIT-CURRENCY         PIC X(08) VALUE SPACES.
002680 77  WS-HIT-NPOST            PIC S9(9) COMP VALUE ZERO.
002690 77  WS-HIT-TOTAL            PIC S9(9)V99 COMP-3 VALUE ZERO.
002700 77  WS-GRP-CURRENCY         PIC X(08) VALUE SPACES.
002710 77  WS-GRP-COUNT            PIC S9(9) COMP VALUE ZERO.
002720 77  WS-GRP-TOTAL            PIC S9(9)V99 COMP-3 VALUE ZERO.
002730 77  WS-THRESH-AMOUNT        PIC S9(7)V99 COMP-3 VALUE ZERO.
002740 77  WS-BAND-LOW             PIC S9(7)V99 COMP-3 VALUE ZERO.
002750 77  WS-MIN-CREDIT           PIC S9(7)V99 COMP-3 VALUE ZERO.
002760 77  WS-OUT-CNT              PIC S9(9) COMP VALUE ZERO.
002770 77  WS-OUT-TOTAL            PIC S9(9)V99 COMP-3 VALUE ZERO.
002780 77  WS-TRIP-CNT             PIC S9(9) COMP VALUE ZERO.
002790*    THE ANCHOR CREDIT OF AN 'L' MATCH, KEPT FOR THE WORKLIST.
002800 01  WS-ANCHOR-ROW           PIC X(81) VALUE SPACES.
002810 77  WS-ANCHOR-KEYDT         PIC X(08) VALUE SPACES.
002820 77  WS-ANCHOR-KEYTM         PIC X(06) VALUE SPACES.
002830 77  WS-ANCHOR-KEYSEQ        PIC X(02) VALUE SPACES.
002840******************************************************************
002850* CASE REFERENCE - 'SA' + RUN DATE YYMMDD + 4-DIGIT SEQUENCE,    *
002860* BUMPED PAST ANY REFERENCE AN EARLIER RUN THE SAME DAY TOOK.    *
002870******************************************************************
002880 01  WS-CASE-REF.
002890     05 FILLER               PIC X(02) VALUE 'SA'.
002900     05 WS-CREF-DATE         PIC X(06) VALUE SPACES.
002910     05 WS-CREF-SEQ          PIC 9(04) VALUE ZERO.
002920******************************************************************
002930* WORKLIST DETAIL LINE - ONE CONTRIBUTING HISTORY POSTING        *
002940******************************************************************
002950 01  WS-WL-LINE.
002960     05 FILLER               PIC X(05) VALUE SPACES.
002970     05 WS-WL-BUSDT          PIC X(08).
002980     05 FILLER               PIC X(01) VALUE SPACE.
002990     05 WS-WL-KEYDT          PIC X(08).
003000     05 FILLER               PIC X(01) VALUE SPACE.
003010     05 WS-WL-KEYTM          PIC X(06).
003020     05 FILLER               PIC X(02) VALUE SPACES.
003030     05 WS-WL-REQ            PIC X(01).
003040     05 FILLER               PIC X(02) VALUE SPACES.
003050     05 WS-WL-DIRN           PIC X(01).
003060     05 FILLER               PIC X(02) VALUE SPACES.
003070     05 WS-WL-CURRENCY       PIC X(08).
003080     05 WS-WL-AMOUNT         PIC Z,ZZZ,ZZ9.99.
003090     05 FILLER               PIC X(01) VALUE SPACE.
003100     05 WS-WL-RATE           PIC ZZ9.999999.
003110     05 FILLER               PIC X(01) VALUE SPACE.
003120     05 WS-WL-REFID          PIC X(12).
003130 77  WS-ED-TOTAL             PIC ZZ,ZZZ,ZZZ,ZZ9.99.
003140 77  WS-ED-COUNT             PIC ZZZ,ZZ9.
003150******************************************************************
003160* BATCH RUN-CONTROL (SEE DCLRUNC): THIS JOB REGISTERS ON         *
003170* RUNCTL, REFUSES TO START UNTIL ITS PREDECESSORS SHOW COMPLETE  *
003180* FOR THE BUSINESS DATE (UNLESS AN OPERATOR SET THE CASH29       *
003190* OVERRIDE), AND MARKS ITSELF COMPLETE OR FAILED AT END OF RUN.  *
003200******************************************************************
003210 77  WS-RC-JOBNAME           PIC X(08) VALUE 'CASH40  '.
003220 01  WS-RC-PRED-LIST.
003230     05 FILLER               PIC X(08) VALUE 'CASH30  '.
003240 01  WS-RC-PRED-LIST-R REDEFINES WS-RC-PRED-LIST.
003250     05 WS-RC-PRED OCCURS 1 TIMES
003260                             PIC X(08).
003270 77  WS-RC-PRED-MAX          PIC 9(2) VALUE 1.
003280 77  WS-RC-SUB               PIC 9(2) COMP VALUE ZERO.
003290 77  WS-RC-PREDNAME          PIC X(08) VALUE SPACES.
003300 77  WS-RC-REGION            PIC X(08) VALUE 'CASHRGN '.
003310 77  WS-RC-BUSDT             PIC X(08) VALUE SPACES.
003320 77  WS-RC-TIME              PIC X(06) VALUE SPACES.
003330 77  WS-RC-REFUSED-SW        PIC X(01) VALUE 'N'.
003340     88 WS-RC-REFUSED                  VALUE 'Y'.
003350 PROCEDURE DIVISION.
003360*
003370 0000-MAINLINE.
003380     PERFORM 1000-INITIALIZE
003390         THRU 1000-INITIALIZE-EXIT
003400     PERFORM 2000-LOAD-ACTIVITY
003410         THRU 2000-LOAD-ACTIVITY-EXIT
003420         UNTIL WS-EOF-YES
003430*    A WINDOW THAT DID NOT LOAD WHOLE WOULD SHOW PATTERNS HALF
003440*    FORMED - DETECTION ONLY RUNS OVER A COMPLETE LOAD.
003450     IF NOT WS-RUN-ERROR
003460         PERFORM 2500-END-LOAD
003470             THRU 2500-END-LOAD-EXIT
003480         PERFORM 3000-CLOSE-CASE
003490             THRU 3000-CLOSE-CASE-EXIT
003500             UNTIL WS-CLOS-EOF
003510         PERFORM 4000-DETECT
003520             THRU 4000-DETECT-EXIT
003530     END-IF
003540     PERFORM 8000-TERMINATE
003550         THRU 8000-TERMINATE-EXIT
003560     GOBACK.
003570******************************************************************
003580* 0800-RUN-CONTROL - REGISTER THIS RUN ON RUNCTL AND ENFORCE     *
003590*   THE NIGHT-WINDOW SEQUENCE: PREDECESSORS MUST SHOW COMPLETE   *
003600*   FOR THE BUSINESS DATE BEFORE THIS JOB TOUCHES ANYTHING,      *
003610*   UNLESS AN OPERATOR SET THE CASH29 OVERRIDE ON THIS ROW.      *
003620******************************************************************
003630 0800-RUN-CONTROL.
003640     MOVE 'N' TO WS-RC-REFUSED-SW
003650     ACCEPT WS-RC-TIME FROM TIME
003660
003670     ACCEPT WS-RC-BUSDT FROM DATE YYYYMMDD
003680     EXEC SQL
003690         SELECT REGIONID, BUSDT, WSTATUS
003700         INTO :DCLBUSDATE
003710         FROM STOCKTRD.BUSDATE
003720         WHERE REGIONID = :WS-RC-REGION
003730     END-EXEC
003740     IF SQLCODE = 0
003750         MOVE BD-BUSDT TO WS-RC-BUSDT
003760     END-IF
003770
003780     EXEC SQL
003790         SELECT JOBNAME, BUSDT, RSTATUS, STARTTM, ENDTM,
003800                OVERRIDE
003810         INTO :DCLRUNCTL
003820         FROM STOCKTRD.RUNCTL
003830         WHERE JOBNAME = :WS-RC-JOBNAME
003840           AND BUSDT = :WS-RC-BUSDT
003850     END-EXEC
003860
003870     IF SQLCODE = 0 AND RC-OVERRIDE = 'Y'
003880         DISPLAY 'CASH40 - OPERATOR OVERRIDE IN PLACE -'
003890             ' PREDECESSOR CHECK WAIVED'
003900     ELSE
003910         PERFORM 0850-CHECK-ONE-PRED
003920             THRU 0850-CHECK-ONE-PRED-EXIT
003930             VARYING WS-RC-SUB FROM 1 BY 1
003940             UNTIL WS-RC-SUB > WS-RC-PRED-MAX
003950             OR WS-RC-REFUSED
003960     END-IF
003970
003980     IF WS-RC-REFUSED
003990         GO TO 0800-RUN-CONTROL-EXIT
004000     END-IF
004010
004020     EXEC SQL
004030         UPDATE STOCKTRD.RUNCTL
004040         SET RSTATUS = 'S',
004050             STARTTM = :WS-RC-TIME,
004060             ENDTM   = ' '
004070         WHERE JOBNAME = :WS-RC-JOBNAME
004080           AND BUSDT = :WS-RC-BUSDT
004090     END-EXEC
004100     IF SQLCODE NOT = 0 OR SQLERRD(3) = 0
004110         EXEC SQL
004120             INSERT INTO STOCKTRD.RUNCTL(
004130                 JOBNAME, BUSDT, RSTATUS, STARTTM,
004140                 ENDTM, OVERRIDE)
004150             VALUES (:WS-RC-JOBNAME, :WS-RC-BUSDT, 'S',
004160                 :WS-RC-TIME, ' ', ' ')
004170         END-EXEC
004180     END-IF
004190     IF SQLCODE NOT = 0
004200         DISPLAY 'CASH40 - RUNCTL REGISTRATION FAILED,'
004210             ' SQLCODE=' SQLCODE
004220     END-IF
004230
004240*    COMMITTED NOW SO A FAILED LOAD'S ROLLBACK CANNOT TAKE
004250*    THE REGISTRATION WITH IT.
004260     EXEC SQL
004270         COMMIT
004280     END-EXEC
004290     .
004300 0800-RUN-CONTROL-EXIT.
004310     EXIT.
004320*
004330******************************************************************
004340* 0850-CHECK-ONE-PRED - ONE PREDECESSOR MUST SHOW COMPLETE FOR   *
004350*   THE SAME BUSINESS DATE OR THE RUN REFUSES TO START           *
004360******************************************************************
004370 0850-CHECK-ONE-PRED.
004380     MOVE WS-RC-PRED(WS-RC-SUB) TO WS-RC-PREDNAME
004390
004400     EXEC SQL
004410         SELECT JOBNAME, BUSDT, RSTATUS, STARTTM, ENDTM,
004420                OVERRIDE
004430         INTO :DCLRUNCTL
004440         FROM STOCKTRD.RUNCTL
004450         WHERE JOBNAME = :WS-RC-PREDNAME
004460           AND BUSDT = :WS-RC-BUSDT
004470     END-EXEC
004480
004490     IF SQLCODE NOT = 0 OR RC-RSTATUS NOT = 'C'
004500         DISPLAY 'CASH40 - PREDECESSOR ' WS-RC-PREDNAME
004510             ' NOT COMPLETE FOR ' WS-RC-BUSDT
004520             ' - RUN REFUSED (OVERRIDE VIA CASH29)'
004530         MOVE 'Y' TO WS-RC-REFUSED-SW
004540     END-IF
004550     .
004560 0850-CHECK-ONE-PRED-EXIT.
004570     EXIT.
004580*
004590******************************************************************
004600* 0900-RUN-COMPLETE - MARK THE RUN COMPLETE (OR FAILED, WHEN IT  *
004610*   ENDED ON AN ERROR) ON RUNCTL, WITH ITS OWN COMMIT SO THE     *
004620*   STATUS IS DURABLE THE MOMENT THE JOB ENDS                    *
004630******************************************************************
004640 0900-RUN-COMPLETE.
004650     IF WS-RC-REFUSED
004660         GO TO 0900-RUN-COMPLETE-EXIT
004670     END-IF
004680
004690     ACCEPT WS-RC-TIME FROM TIME
004700     IF WS-RUN-ERROR
004710         MOVE 'F' TO RC-RSTATUS
004720     ELSE
004730         MOVE 'C' TO RC-RSTATUS
004740     END-IF
004750
004760     EXEC SQL
004770         UPDATE STOCKTRD.RUNCTL
004780         SET RSTATUS = :RC-RSTATUS,
004790             ENDTM   = :WS-RC-TIME
004800         WHERE JOBNAME = :WS-RC-JOBNAME
004810           AND BUSDT = :WS-RC-BUSDT
004820     END-EXEC
004830
004840     EXEC SQL
004850         COMMIT
004860     END-EXEC
004870     .
004880 0900-RUN-COMPLETE-EXIT.
004890     EXIT.
004900*
004910******************************************************************
004920* 1000-INITIALIZE - REGISTER, READ THE RUN-DATE AND RULE CARDS,  *
004930*   WORK OUT EACH RULE'S WINDOW, OPEN THE FILES                  *
004940******************************************************************
004950 1000-INITIALIZE.
004960     PERFORM 0800-RUN-CONTROL
004970         THRU 0800-RUN-CONTROL-EXIT
004980     IF WS-RC-REFUSED
004990         MOVE 'Y' TO WS-EOF-SW
005000         MOVE 'Y' TO WS-RUN-ERROR-SW
005010         GO TO 1000-INITIALIZE-EXIT
005020     END-IF
005030
005040     DISPLAY 'CASH40 - SUSPICIOUS-ACTIVITY MONITOR - STARTING'
005050
005060     ACCEPT WS-PARM-DATE FROM SYSIN
005070     IF WS-PARM-DATE = SPACES
005080         MOVE WS-RC-BUSDT TO WS-PARM-DATE
005090     END-IF
005100     DISPLAY 'CASH40 - RUN DATE = ' WS-PARM-DATE
005110
005120     IF WS-PARM-DATE NOT NUMERIC
005130         DISPLAY 'CASH40 - RUN DATE CARD NOT NUMERIC - RUN ENDED'
005140         MOVE 'Y' TO WS-EOF-SW
005150         MOVE 'Y' TO WS-RUN-ERROR-SW
005160         GO TO 1000-INITIALIZE-EXIT
005170     END-IF
005180
005190     MOVE WS-PARM-DATE   TO WS-RUN-N
005200     MOVE WS-PARM-DATE(3:6) TO WS-CREF-DATE
005210     MOVE ZERO           TO WS-CREF-SEQ
005220     COMPUTE WS-RUN-INT = FUNCTION INTEGER-OF-DATE(WS-RUN-N)
005230
005240     PERFORM 1100-READ-RULE-CARD
005250         THRU 1100-READ-RULE-CARD-EXIT
005260         VARYING WS-RULE-SUB FROM 1 BY 1
005270         UNTIL WS-RULE-SUB > WS-RULE-MAX
005280     IF WS-RUN-ERROR
005290         MOVE 'Y' TO WS-EOF-SW
005300         GO TO 1000-INITIALIZE-EXIT
005310     END-IF
005320
005330*    THE WINDOW KEPT ON MONACT IS THE LONGEST ANY RULE NEEDS.
005340     COMPUTE WS-WORK-INT = WS-RUN-INT - WS-MAX-WINDOW + 1
005350     COMPUTE WS-WORK-N = FUNCTION DATE-OF-INTEGER(WS-WORK-INT)
005360     MOVE WS-WORK-N TO WS-KEEP-FROM
005370     DISPLAY '  ACTIVITY KEPT FROM      : ' WS-KEEP-FROM
005380     DISPLAY ' '
005390
005400     OPEN INPUT ACTIVITY-FILE
005410     IF WS-ACT-FSTAT NOT = '00'
005420         DISPLAY 'CASH40 - OPEN OF DAYEXTR FAILED, STATUS='
005430             WS-ACT-FSTAT
005440         MOVE 'Y' TO WS-EOF-SW
005450         MOVE 'Y' TO WS-RUN-ERROR-SW
005460         GO TO 1000-INITIALIZE-EXIT
005470     END-IF
005480     MOVE 'Y' TO WS-ACT-OPEN-SW
005490
005500     OPEN INPUT CLOSE-FILE
005510     IF WS-CLOS-FSTAT NOT = '00'
005520         DISPLAY 'CASH40 - OPEN OF CASECLOS FAILED, STATUS='
005530             WS-CLOS-FSTAT
005540         MOVE 'Y' TO WS-EOF-SW
005550         MOVE 'Y' TO WS-RUN-ERROR-SW
005560     ELSE
005570         MOVE 'Y' TO WS-CLOS-OPEN-SW
005580     END-IF
005590     .
005600 1000-INITIALIZE-EXIT.
005610     EXIT.
005620*
005630******************************************************************
005640* 1100-READ-RULE-CARD - ONE RULE CARD: BLANK KEEPS THE DEFAULTS, *
005650*   ANYTHING ELSE MUST BE WHOLLY VALID OR THE RUN ENDS - A RULE  *
005660*   SILENTLY RUNNING ON THE WRONG PARAMETERS IS WORSE THAN NONE  *
005670******************************************************************
005680 1100-READ-RULE-CARD.
005690     MOVE SPACES TO WS-RULE-CARD
005700     ACCEPT WS-RULE-CARD FROM SYSIN
005710
005720     IF WS-RULE-CARD NOT = SPACES
005730         IF (WS-RC-ENABLED NOT = 'Y' AND WS-RC-ENABLED NOT = 'N')
005740             OR WS-RC-WINDOW NOT NUMERIC
005750             OR WS-RC-COUNT NOT NUMERIC
005760             OR WS-RC-PCT NOT NUMERIC
005770             OR WS-RC-AMOUNT NOT NUMERIC
005780             DISPLAY 'CASH40 - RULE CARD FOR '
005790                 WS-RULE-ID(WS-RULE-SUB)
005800                 ' INVALID - RUN ENDED: ' WS-RULE-CARD(1:19)
005810             MOVE 'Y' TO WS-RUN-ERROR-SW
005820             GO TO 1100-READ-RULE-CARD-EXIT
005830         END-IF
005840         MOVE WS-RULE-CARD(1:19) TO WS-RULE-PARMS(WS-RULE-SUB)
005850     END-IF
005860
005870     IF WS-RULE-WINDOW(WS-RULE-SUB) = ZERO
005880         MOVE 1 TO WS-RULE-WINDOW(WS-RULE-SUB)
005890     END-IF
005900     IF WS-RULE-WINDOW(WS-RULE-SUB) > WS-MAX-WINDOW
005910         MOVE WS-RULE-WINDOW(WS-RULE-SUB) TO WS-MAX-WINDOW
005920     END-IF
005930
005940     COMPUTE WS-WORK-INT =
005950         WS-RUN-INT - WS-RULE-WINDOW(WS-RULE-SUB) + 1
005960     COMPUTE WS-WORK-N = FUNCTION DATE-OF-INTEGER(WS-WORK-INT)
005970     MOVE WS-WORK-N TO WS-RULE-FROM(WS-RULE-SUB)
005980
005990     DISPLAY '  RULE ' WS-RULE-ID(WS-RULE-SUB)
006000         ' ENABLED=' WS-RULE-ENABLED(WS-RULE-SUB)
006010         ' WINDOW=' WS-RULE-WINDOW(WS-RULE-SUB)
006020         ' COUNT=' WS-RULE-COUNT(WS-RULE-SUB)
006030         ' PCT=' WS-RULE-PCT(WS-RULE-SUB)
006040         ' AMOUNT=' WS-RULE-AMOUNT(WS-RULE-SUB)
006050         ' FROM ' WS-RULE-FROM(WS-RULE-SUB)
006060     .
006070 1100-READ-RULE-CARD-EXIT.
006080     EXIT.
006090*
006100******************************************************************
006110* 2000-LOAD-ACTIVITY - ONE EXTRACT RECORD: KEEP IT ON MONACT IF  *
006120*   IT MOVED MONEY ON A 'C', 'D', 'T', 'E' OR 'O' POSTING        *
006130******************************************************************
006140 2000-LOAD-ACTIVITY.
006150     READ ACTIVITY-FILE
006160         AT END
006170             MOVE 'Y' TO WS-EOF-SW
006180             GO TO 2000-LOAD-ACTIVITY-EXIT
006190     END-READ
006200     IF WS-ACT-FSTAT NOT = '00'
006210         DISPLAY 'CASH40 - DAYEXTR READ FAILED, STATUS='
006220             WS-ACT-FSTAT
006230         MOVE 'Y' TO WS-EOF-SW
006240         MOVE 'Y' TO WS-RUN-ERROR-SW
006250         GO TO 2000-LOAD-ACTIVITY-EXIT
006260     END-IF
006270
006280     ADD 1 TO WS-ROWS-READ
006290
006300     IF WS-VR-REQ NOT = 'C' AND WS-VR-REQ NOT = 'D'
006310         AND WS-VR-REQ NOT = 'T' AND WS-VR-REQ NOT = 'E'
006320         AND WS-VR-REQ NOT = 'O'
006330         ADD 1 TO WS-ROWS-SKIPPED
006340         GO TO 2000-LOAD-ACTIVITY-EXIT
006350     END-IF
006360
006370     MOVE 'N' TO WS-EXC-HIT-SW
006380     PERFORM 2100-CHECK-ONE-CODE
006390         THRU 2100-CHECK-ONE-CODE-EXIT
006400         VARYING WS-SUB FROM 1 BY 1
006410         UNTIL WS-SUB > WS-EXC-MAX
006420     IF WS-EXC-HIT
006430         ADD 1 TO WS-ROWS-SKIPPED
006440         GO TO 2000-LOAD-ACTIVITY-EXIT
006450     END-IF
006460
006470     IF WS-VR-BALANCE < WS-VR-PRIOR-BAL
006480         MOVE 'O' TO MA-DIRN
006490         COMPUTE MA-MOVEAMT = WS-VR-PRIOR-BAL - WS-VR-BALANCE
006500     ELSE
006510         MOVE 'I' TO MA-DIRN
006520         COMPUTE MA-MOVEAMT = WS-VR-BALANCE - WS-VR-PRIOR-BAL
006530     END-IF
006540     IF MA-MOVEAMT = ZERO
006550         ADD 1 TO WS-ROWS-SKIPPED
006560         GO TO 2000-LOAD-ACTIVITY-EXIT
006570     END-IF
006580
006590     MOVE WS-VR-NAME     TO MA-OWNER
006600     MOVE WS-VR-DATE     TO MA-KEYDT
006610     MOVE WS-VR-TIME     TO MA-KEYTM
006620     MOVE WS-VR-SEQ      TO MA-KEYSEQ
006630*    LEDGER DAY: THE WS-VR-BUSDT STAMP WHERE PRESENT, THE KEY
006640*    DATE FOR RECORDS WRITTEN BEFORE THE FIELD EXISTED.
006650     IF WS-VR-BUSDT = SPACES
006660         MOVE WS-VR-DATE TO MA-BUSDT
006670     ELSE
006680         MOVE WS-VR-BUSDT TO MA-BUSDT
006690     END-IF
006700     MOVE WS-VR-REQ      TO MA-REQ
006710     MOVE WS-VR-CURRENCY TO MA-CURRENCYC
006720     MOVE WS-VR-AMOUNT   TO MA-AMOUNT
006730     MOVE WS-VR-RATE     TO MA-RATE
006740     MOVE WS-VR-REFID    TO MA-REFID
006750
006760     EXEC SQL
006770         INSERT INTO STOCKTRD.MONACT(
006780             OWNER, KEYDT, KEYTM, KEYSEQ, BUSDT, REQ, DIRN,
006790             CURRENCYC, AMOUNT, MOVEAMT, RATE, REFID)
006800         VALUES (:MA-OWNER, :MA-KEYDT, :MA-KEYTM, :MA-KEYSEQ,
006810             :MA-BUSDT, :MA-REQ, :MA-DIRN, :MA-CURRENCYC,
006820             :MA-AMOUNT, :MA-MOVEAMT, :MA-RATE, :MA-REFID)
006830     END-EXEC
006840
006850     EVALUATE TRUE
006860         WHEN SQLCODE = 0
006870             ADD 1 TO WS-ROWS-LOADED
006880*        A RERUN OF THE SAME EXTRACT FINDS ITS ROWS THERE.
006890         WHEN SQLCODE = -803
006900             ADD 1 TO WS-ROWS-DUP
006910         WHEN OTHER
006920             DISPLAY 'CASH40 - MONACT INSERT FAILED FOR '
006930                 WS-VR-NAME ' SQLCODE=' SQLCODE
006940             EXEC SQL
006950                 ROLLBACK
006960             END-EXEC
006970             MOVE 'Y' TO WS-EOF-SW
006980             MOVE 'Y' TO WS-RUN-ERROR-SW
006990     END-EVALUATE
007000     .
007010 2000-LOAD-ACTIVITY-EXIT.
007020     EXIT.
007030*
007040 2100-CHECK-ONE-CODE.
007050     IF WS-VR-RETCODE = WS-EXC-CODE(WS-SUB)
007060         MOVE 'Y' TO WS-EXC-HIT-SW
007070     END-IF
007080     .
007090 2100-CHECK-ONE-CODE-EXIT.
007100     EXIT.
007110*
007120******************************************************************
007130* 2500-END-LOAD - COMMIT THE DAY'S ROWS AND DROP THOSE THAT HAVE *
007140*   AGED OUT OF EVERY RULE'S WINDOW                              *
007150******************************************************************
007160 2500-END-LOAD.
007170     EXEC SQL
007180         COMMIT
007190     END-EXEC
007200
007210     EXEC SQL
007220         DELETE FROM STOCKTRD.MONACT
007230         WHERE BUSDT < :WS-KEEP-FROM
007240     END-EXEC
007250
007260     IF SQLCODE = 0
007270         MOVE SQLERRD(3) TO WS-ROWS-PURGED
007280     ELSE
007290         IF SQLCODE NOT = 100
007300             DISPLAY 'CASH40 - MONACT PURGE FAILED, SQLCODE='
007310                 SQLCODE
007320             MOVE 'Y' TO WS-RUN-ERROR-SW
007330         END-IF
007340     END-IF
007350
007360     EXEC SQL
007370         COMMIT
007380     END-EXEC
007390     .
007400 2500-END-LOAD-EXIT.
007410     EXIT.
007420*
007430******************************************************************
007440* 3000-CLOSE-CASE - ONE INVESTIGATOR DISPOSITION: CLOSE THE CASE *
007450*   IF IT IS STILL OPEN. THE CASE KEEPS ITS LASTDT, SO WHAT IT   *
007460*   ACCOUNTED FOR IS NOT RAISED AGAIN AFTER IT CLOSES.           *
007470******************************************************************
007480 3000-CLOSE-CASE.
007490     READ CLOSE-FILE
007500         AT END
007510             MOVE 'Y' TO WS-CLOS-EOF-SW
007520             GO TO 3000-CLOSE-CASE-EXIT
007530     END-READ
007540     IF WS-CLOS-FSTAT NOT = '00'
007550         DISPLAY 'CASH40 - CASECLOS READ FAILED, STATUS='
007560             WS-CLOS-FSTAT
007570         MOVE 'Y' TO WS-CLOS-EOF-SW
007580         MOVE 'Y' TO WS-RUN-ERROR-SW
007590         GO TO 3000-CLOSE-CASE-EXIT
007600     END-IF
007610
007620     EXEC SQL
007630         UPDATE STOCKTRD.MONCASE
007640         SET CSTATUS = 'C',
007650             CLOSEDT = :WS-PARM-DATE,
007660             CLOSEID = :CX-USERID
007670         WHERE CASEID = :CX-CASEID
007680           AND CSTATUS = 'O'
007690     END-EXEC
007700
007710     IF SQLCODE = 0 AND SQLERRD(3) > 0
007720         ADD 1 TO WS-CASES-CLOSED
007730     ELSE
007740         DISPLAY 'CASH40 - CASE ' CX-CASEID
007750             ' NOT OPEN - DISPOSITION IGNORED'
007760         ADD 1 TO WS-CLOSE-REJECTED
007770     END-IF
007780
007790     EXEC SQL
007800         COMMIT
007810     END-EXEC
007820     .
007830 3000-CLOSE-CASE-EXIT.
007840     EXIT.
007850*
007860******************************************************************
007870* 4000-DETECT - EVERY OWNER WITH ACTIVITY ON THE RUN DATE, EACH  *
007880*   ONE A UNIT OF WORK                                           *
007890******************************************************************
007900 4000-DETECT.
007910     EXEC SQL
007920         DECLARE CASH40OCSR CURSOR FOR
007930         SELECT DISTINCT OWNER
007940         FROM STOCKTRD.MONACT
007950         WHERE BUSDT = :WS-PARM-DATE
007960         ORDER BY OWNER
007970         WITH HOLD
007980     END-EXEC
007990
008000     EXEC SQL
008010         OPEN CASH40OCSR
008020     END-EXEC
008030
008040     IF SQLCODE NOT = 0
008050         DISPLAY 'CASH40 - OPEN OWNER CURSOR FAILED, SQLCODE='
008060             SQLCODE
008070         MOVE 'Y' TO WS-RUN-ERROR-SW
008080         GO TO 4000-DETECT-EXIT
008090     END-IF
008100
008110     DISPLAY ' '
008120     DISPLAY 'SUSPICIOUS-ACTIVITY INVESTIGATOR WORKLIST FOR '
008130         WS-PARM-DATE
008140     DISPLAY '     LEDGER   POSTED   TIME   RQ IO CURRENCY  '
008150         '      AMOUNT       RATE REFERENCE'
008160
008170     MOVE 'N' TO WS-OWN-EOF-SW
008180     PERFORM 4100-PROCESS-OWNER
008190         THRU 4100-PROCESS-OWNER-EXIT
008200         UNTIL WS-OWN-EOF
008210
008220     EXEC SQL
008230         CLOSE CASH40OCSR
008240     END-EXEC
008250     .
008260 4000-DETECT-EXIT.
008270     EXIT.
008280*
008290 4100-PROCESS-OWNER.
008300     EXEC SQL
008310         FETCH CASH40OCSR
008320         INTO :WS-CUR-OWNER
008330     END-EXEC
008340
008350     IF SQLCODE = 100
008360         MOVE 'Y' TO WS-OWN-EOF-SW
008370         GO TO 4100-PROCESS-OWNER-EXIT
008380     END-IF
008390
008400     IF SQLCODE NOT = 0
008410         DISPLAY 'CASH40 - OWNER FETCH FAILED, SQLCODE=' SQLCODE
008420         MOVE 'Y' TO WS-OWN-EOF-SW
008430         MOVE 'Y' TO WS-RUN-ERROR-SW
008440         GO TO 4100-PROCESS-OWNER-EXIT
008450     END-IF
008460
008470     ADD 1 TO WS-OWNERS-SEEN
008480
008490     PERFORM 4200-APPLY-RULE
008500         THRU 4200-APPLY-RULE-EXIT
008510         VARYING WS-RULE-SUB FROM 1 BY 1
008520         UNTIL WS-RULE-SUB > WS-RULE-MAX
008530         OR WS-OWN-EOF
008540
008550     IF NOT WS-OWN-EOF
008560         EXEC SQL
008570             COMMIT
008580         END-EXEC
008590     END-IF
008600     .
008610 4100-PROCESS-OWNER-EXIT.
008620     EXIT.
008630*
008640******************************************************************
008650* 4200-APPLY-RULE - ONE RULE FOR THE CURRENT OWNER: FIND WHERE   *
008660*   ITS LAST CASE LEFT OFF, EVALUATE THE POSTINGS SINCE, AND ON  *
008670*   A MATCH OPEN OR ADD TO THE CASE AND PRINT IT                 *
008680******************************************************************
008690 4200-APPLY-RULE.
008700     IF WS-RULE-ENABLED(WS-RULE-SUB) NOT = 'Y'
008710         GO TO 4200-APPLY-RULE-EXIT
008720     END-IF
008730
008740     MOVE WS-RULE-ID(WS-RULE-SUB)   TO WS-CUR-RULE
008750     MOVE WS-RULE-FROM(WS-RULE-SUB) TO WS-CUR-FROM
008760
008770     EXEC SQL
008780         SELECT VALUE(MAX(LASTDT), ' ')
008790         INTO :WS-EVAL-AFTER
008800         FROM STOCKTRD.MONCASE
008810         WHERE OWNER = :WS-CUR-OWNER
008820           AND RULEID = :WS-CUR-RULE
008830     END-EXEC
008840
008850     IF SQLCODE NOT = 0
008860         DISPLAY 'CASH40 - CASE LOOKUP FAILED FOR '
008870             WS-CUR-OWNER ' SQLCODE=' SQLCODE
008880         MOVE 'Y' TO WS-RUN-ERROR-SW
008890         GO TO 4200-APPLY-RULE-EXIT
008900     END-IF
008910
008920     MOVE 'N'    TO WS-HIT-SW
008930     MOVE SPACES TO WS-HIT-CURRENCY
008940     MOVE ZERO   TO WS-HIT-NPOST
008950     MOVE ZERO   TO WS-HIT-TOTAL
008960
008970     EVALUATE WS-CUR-RULE
008980         WHEN 'S'
008990             MOVE 'STRUCTURING UNDER THRESHOLD' TO WS-RULE-NAME
009000             PERFORM 5000-RULE-STRUCT
009010                 THRU 5000-RULE-STRUCT-EXIT
009020         WHEN 'L'
009030             MOVE 'LARGE CREDIT THEN WITHDRAWAL' TO WS-RULE-NAME
009040             PERFORM 5200-RULE-LARGE
009050                 THRU 5200-RULE-LARGE-EXIT
009060         WHEN 'E'
009070             MOVE 'CROSS-CURRENCY ROUND TRIPS' TO WS-RULE-NAME
009080             PERFORM 5400-RULE-ROUND
009090                 THRU 5400-RULE-ROUND-EXIT
009100     END-EVALUATE
009110
009120     IF NOT WS-RULE-HIT
009130         GO TO 4200-APPLY-RULE-EXIT
009140     END-IF
009150
009160     PERFORM 6000-RAISE-CASE
009170         THRU 6000-RAISE-CASE-EXIT
009180     IF WS-OWN-EOF
009190         GO TO 4200-APPLY-RULE-EXIT
009200     END-IF
009210
009220     EVALUATE WS-CUR-RULE
009230         WHEN 'S'
009240             PERFORM 5100-LIST-STRUCT
009250                 THRU 5100-LIST-STRUCT-EXIT
009260         WHEN 'L'
009270             PERFORM 5300-LIST-LARGE
009280                 THRU 5300-LIST-LARGE-EXIT
009290         WHEN 'E'
009300             PERFORM 5500-LIST-ROUND
009310                 THRU 5500-LIST-ROUND-EXIT
009320     END-EVALUATE
009330     .
009340 4200-APPLY-RULE-EXIT.
009350     EXIT.
009360*
009370******************************************************************
009380* 5000-RULE-STRUCT - THE OWNER'S DEBITS IN THE WINDOW, BY        *
009390*   CURRENCY: THE FIRST CURRENCY WITH WS-RULE-COUNT OR MORE OF   *
009400*   THEM IN THE BAND JUST UNDER ITS THRESHOLD IS A MATCH         *
009410******************************************************************
009420 5000-RULE-STRUCT.
009430     EXEC SQL
009440         DECLARE CASH40SCSR CURSOR FOR
009450         SELECT OWNER, KEYDT, KEYTM, KEYSEQ, BUSDT, REQ, DIRN,
009460                CURRENCYC, AMOUNT, MOVEAMT, RATE, REFID
009470         FROM STOCKTRD.MONACT
009480         WHERE OWNER = :WS-CUR-OWNER
009490           AND (REQ = 'D' OR (REQ = 'O' AND DIRN = 'O'))
009500           AND BUSDT >= :WS-CUR-FROM
009510           AND BUSDT > :WS-EVAL-AFTER
009520         ORDER BY CURRENCYC, KEYDT, KEYTM, KEYSEQ
009530     END-EXEC
009540
009550     EXEC SQL
009560         OPEN CASH40SCSR
009570     END-EXEC
009580
009590     IF SQLCODE NOT = 0
009600         DISPLAY 'CASH40 - STRUCTURING SCAN FAILED FOR '
009610             WS-CUR-OWNER ' SQLCODE=' SQLCODE
009620         MOVE 'Y' TO WS-RUN-ERROR-SW
009630         GO TO 5000-RULE-STRUCT-EXIT
009640     END-IF
009650
009660     MOVE SPACES TO WS-GRP-CURRENCY
009670     MOVE ZERO   TO WS-GRP-COUNT
009680     MOVE ZERO   TO WS-GRP-TOTAL
009690     MOVE 'N'    TO WS-SCAN-EOF-SW
009700     PERFORM 5010-STRUCT-ROW
009710         THRU 5010-STRUCT-ROW-EXIT
009720         UNTIL WS-SCAN-EOF
009730
009740     EXEC SQL
009750         CLOSE CASH40SCSR
009760     END-EXEC
009770     .
009780 5000-RULE-STRUCT-EXIT.
009790     EXIT.
009800*
009810 5010-STRUCT-ROW.
009820     EXEC SQL
009830         FETCH CASH40SCSR
009840         INTO :DCLMONACT
009850     END-EXEC
009860
009870     IF SQLCODE NOT = 0
009880         IF SQLCODE NOT = 100
009890             DISPLAY 'CASH40 - STRUCTURING FETCH FAILED, '
009900                 'SQLCODE=' SQLCODE
009910             MOVE 'Y' TO WS-RUN-ERROR-SW
009920         END-IF
009930         PERFORM 5020-STRUCT-GROUP-END
009940             THRU 5020-STRUCT-GROUP-END-EXIT
009950         MOVE 'Y' TO WS-SCAN-EOF-SW
009960         GO TO 5010-STRUCT-ROW-EXIT
009970     END-IF
009980
009990     IF MA-CURRENCYC NOT = WS-GRP-CURRENCY
010000         PERFORM 5020-STRUCT-GROUP-END
010010             THRU 5020-STRUCT-GROUP-END-EXIT
010020         IF WS-RULE-HIT
010030             MOVE 'Y' TO WS-SCAN-EOF-SW
010040             GO TO 5010-STRUCT-ROW-EXIT
010050         END-IF
010060         MOVE MA-CURRENCYC TO WS-GRP-CURRENCY
010070         MOVE ZERO         TO WS-GRP-COUNT
010080         MOVE ZERO         TO WS-GRP-TOTAL
010090         PERFORM 5030-FIND-THRESH
010100             THRU 5030-FIND-THRESH-EXIT
010110     END-IF
010120
010130     IF MA-AMOUNT >= WS-BAND-LOW
010140         AND MA-AMOUNT <= WS-THRESH-AMOUNT
010150         ADD 1         TO WS-GRP-COUNT
010160         ADD MA-AMOUNT TO WS-GRP-TOTAL
010170     END-IF
010180     .
010190 5010-STRUCT-ROW-EXIT.
010200     EXIT.
010210*
010220 5020-STRUCT-GROUP-END.
010230     IF WS-GRP-CURRENCY NOT = SPACES
010240         AND WS-GRP-COUNT >= WS-RULE-COUNT(WS-RULE-SUB)
010250         AND NOT WS-RULE-HIT
010260         MOVE 'Y'             TO WS-HIT-SW
010270         MOVE WS-GRP-CURRENCY TO WS-HIT-CURRENCY
010280         MOVE WS-GRP-COUNT    TO WS-HIT-NPOST
010290         MOVE WS-GRP-TOTAL    TO WS-HIT-TOTAL
010300     END-IF
010310     .
010320 5020-STRUCT-GROUP-END-EXIT.
010330     EXIT.
010340*
010350******************************************************************
010360* 5030-FIND-THRESH - THE CURRENCY'S MAKER-CHECKER THRESHOLD AND  *
010370*   THE BOTTOM OF THE BAND WS-RULE-PCT PERCENT BELOW IT          *
010380******************************************************************
010390 5030-FIND-THRESH.
010400     MOVE WS-DEFAULT-THRESH TO WS-THRESH-AMOUNT
010410     PERFORM 5040-THRESH-MATCH
010420         THRU 5040-THRESH-MATCH-EXIT
010430         VARYING WS-THRESH-SUB FROM 1 BY 1
010440         UNTIL WS-THRESH-SUB > WS-THRESH-MAX
010450     COMPUTE WS-BAND-LOW ROUNDED =
010460         WS-THRESH-AMOUNT * (100 - WS-RULE-PCT(WS-RULE-SUB)) / 100
010470     .
010480 5030-FIND-THRESH-EXIT.
010490     EXIT.
010500*
010510 5040-THRESH-MATCH.
010520     IF WS-THRESH-CURRENCY(WS-THRESH-SUB) = WS-GRP-CURRENCY
010530         MOVE WS-THRESH-LEVEL(WS-THRESH-SUB) TO WS-THRESH-AMOUNT
010540     END-IF
010550     .
010560 5040-THRESH-MATCH-EXIT.
010570     EXIT.
010580*
010590******************************************************************
010600* 5100-LIST-STRUCT - THE IN-BAND DEBITS OF THE MATCHED CURRENCY  *
010610******************************************************************
010620 5100-LIST-STRUCT.
010630     MOVE WS-HIT-CURRENCY TO WS-GRP-CURRENCY
010640     PERFORM 5030-FIND-THRESH
010650         THRU 5030-FIND-THRESH-EXIT
010660
010670     EXEC SQL
010680         DECLARE CASH40SLCSR CURSOR FOR
010690         SELECT OWNER, KEYDT, KEYTM, KEYSEQ, BUSDT, REQ, DIRN,
010700                CURRENCYC, AMOUNT, MOVEAMT, RATE, REFID
010710         FROM STOCKTRD.MONACT
010720         WHERE OWNER = :WS-CUR-OWNER
010730           AND (REQ = 'D' OR (REQ = 'O' AND DIRN = 'O'))
010740           AND CURRENCYC = :WS-HIT-CURRENCY
010750           AND AMOUNT >= :WS-BAND-LOW
010760           AND AMOUNT <= :WS-THRESH-AMOUNT
010770           AND BUSDT >= :WS-CUR-FROM
010780           AND BUSDT > :WS-EVAL-AFTER
010790         ORDER BY KEYDT, KEYTM, KEYSEQ
010800     END-EXEC
010810
010820     EXEC SQL
010830         OPEN CASH40SLCSR
010840     END-EXEC
010850
010860     IF SQLCODE NOT = 0
010870         DISPLAY '     (POSTINGS COULD NOT BE LISTED, SQLCODE='
010880             SQLCODE ')'
010890         GO TO 5100-LIST-STRUCT-EXIT
010900     END-IF
010910
010920     MOVE 'N' TO WS-SCAN-EOF-SW
010930     PERFORM 5110-LIST-STRUCT-ROW
010940         THRU 5110-LIST-STRUCT-ROW-EXIT
010950         UNTIL WS-SCAN-EOF
010960
010970     EXEC SQL
010980         CLOSE CASH40SLCSR
010990     END-EXEC
011000     .
011010 5100-LIST-STRUCT-EXIT.
011020     EXIT.
011030*
011040 5110-LIST-STRUCT-ROW.
011050     EXEC SQL
011060         FETCH CASH40SLCSR
011070         INTO :DCLMONACT
011080     END-EXEC
011090
011100     IF SQLCODE NOT = 0
011110         MOVE 'Y' TO WS-SCAN-EOF-SW
011120         GO TO 5110-LIST-STRUCT-ROW-EXIT
011130     END-IF
011140
011150     PERFORM 6900-PRINT-POSTING
011160         THRU 6900-PRINT-POSTING-EXIT
011170     .
011180 5110-LIST-STRUCT-ROW-EXIT.
011190     EXIT.
011200*
011210******************************************************************
011220* 5200-RULE-LARGE - EACH LARGE CREDIT IN THE WINDOW, OLDEST      *
011230*   FIRST: A MATCH WHEN THE SAME CURRENCY'S OUTFLOWS SINCE IT    *
011240*   REACH WS-RULE-PCT PERCENT OF IT                              *
011250******************************************************************
011260 5200-RULE-LARGE.
011270     MOVE WS-RULE-AMOUNT(WS-RULE-SUB) TO WS-MIN-CREDIT
011280
011290     EXEC SQL
011300         DECLARE CASH40LCSR CURSOR FOR
011310         SELECT OWNER, KEYDT, KEYTM, KEYSEQ, BUSDT, REQ, DIRN,
011320                CURRENCYC, AMOUNT, MOVEAMT, RATE, REFID
011330         FROM STOCKTRD.MONACT
011340         WHERE OWNER = :WS-CUR-OWNER
011350           AND REQ = 'C'
011360           AND DIRN = 'I'
011370           AND MOVEAMT >= :WS-MIN-CREDIT
011380           AND BUSDT >= :WS-CUR-FROM
011390           AND BUSDT > :WS-EVAL-AFTER
011400         ORDER BY KEYDT, KEYTM, KEYSEQ
011410     END-EXEC
011420
011430     EXEC SQL
011440         OPEN CASH40LCSR
011450     END-EXEC
011460
011470     IF SQLCODE NOT = 0
011480         DISPLAY 'CASH40 - LARGE-CREDIT SCAN FAILED FOR '
011490             WS-CUR-OWNER ' SQLCODE=' SQLCODE
011500         MOVE 'Y' TO WS-RUN-ERROR-SW
011510         GO TO 5200-RULE-LARGE-EXIT
011520     END-IF
011530
011540     MOVE 'N' TO WS-SCAN-EOF-SW
011550     PERFORM 5210-LARGE-ROW
011560         THRU 5210-LARGE-ROW-EXIT
011570         UNTIL WS-SCAN-EOF OR WS-RULE-HIT
011580
011590     EXEC SQL
011600         CLOSE CASH40LCSR
011610     END-EXEC
011620     .
011630 5200-RULE-LARGE-EXIT.
011640     EXIT.
011650*
011660 5210-LARGE-ROW.
011670     EXEC SQL
011680         FETCH CASH40LCSR
011690         INTO :DCLMONACT
011700     END-EXEC
011710
011720     IF SQLCODE NOT = 0
011730         IF SQLCODE NOT = 100
011740             DISPLAY 'CASH40 - LARGE-CREDIT FETCH FAILED, '
011750                 'SQLCODE=' SQLCODE
011760             MOVE 'Y' TO WS-RUN-ERROR-SW
011770         END-IF
011780         MOVE 'Y' TO WS-SCAN-EOF-SW
011790         GO TO 5210-LARGE-ROW-EXIT
011800     END-IF
011810
011820     MOVE MA-KEYDT  TO WS-ANCHOR-KEYDT
011830     MOVE MA-KEYTM  TO WS-ANCHOR-KEYTM
011840     MOVE MA-KEYSEQ TO WS-ANCHOR-KEYSEQ
011850
011860     EXEC SQL
011870         SELECT COUNT(*), VALUE(SUM(MOVEAMT), 0)
011880         INTO :WS-OUT-CNT, :WS-OUT-TOTAL
011890         FROM STOCKTRD.MONACT
011900         WHERE OWNER = :WS-CUR-OWNER
011910           AND DIRN = 'O'
011920           AND CURRENCYC = :MA-CURRENCYC
011930           AND (KEYDT > :WS-ANCHOR-KEYDT
011940                OR (KEYDT = :WS-ANCHOR-KEYDT
011950                    AND (KEYTM > :WS-ANCHOR-KEYTM
011960                         OR (KEYTM = :WS-ANCHOR-KEYTM
011970                             AND KEYSEQ > :WS-ANCHOR-KEYSEQ))))
011980     END-EXEC
011990
012000     IF SQLCODE NOT = 0
012010         DISPLAY 'CASH40 - OUTFLOW TOTAL FAILED FOR '
012020             WS-CUR-OWNER ' SQLCODE=' SQLCODE
012030         MOVE 'Y' TO WS-RUN-ERROR-SW
012040         MOVE 'Y' TO WS-SCAN-EOF-SW
012050         GO TO 5210-LARGE-ROW-EXIT
012060     END-IF
012070
012080     IF WS-OUT-CNT > ZERO
012090         AND WS-OUT-TOTAL * 100 >=
012100             MA-MOVEAMT * WS-RULE-PCT(WS-RULE-SUB)
012110         MOVE 'Y'          TO WS-HIT-SW
012120         MOVE MA-CURRENCYC TO WS-HIT-CURRENCY
012130         COMPUTE WS-HIT-NPOST = WS-OUT-CNT + 1
012140         MOVE MA-MOVEAMT   TO WS-HIT-TOTAL
012150         PERFORM 6950-BUILD-POSTING
012160             THRU 6950-BUILD-POSTING-EXIT
012170         MOVE WS-WL-LINE   TO WS-ANCHOR-ROW
012180     END-IF
012190     .
012200 5210-LARGE-ROW-EXIT.
012210     EXIT.
012220*
012230******************************************************************
012240* 5300-LIST-LARGE - THE ANCHOR CREDIT, THEN THE OUTFLOWS SINCE  *
012250******************************************************************
012260 5300-LIST-LARGE.
012270     DISPLAY WS-ANCHOR-ROW
012280
012290     EXEC SQL
012300         DECLARE CASH40LLCSR CURSOR FOR
012310         SELECT OWNER, KEYDT, KEYTM, KEYSEQ, BUSDT, REQ, DIRN,
012320                CURRENCYC, AMOUNT, MOVEAMT, RATE, REFID
012330         FROM STOCKTRD.MONACT
012340         WHERE OWNER = :WS-CUR-OWNER
012350           AND DIRN = 'O'
012360           AND CURRENCYC = :WS-HIT-CURRENCY
012370           AND (KEYDT > :WS-ANCHOR-KEYDT
012380                OR (KEYDT = :WS-ANCHOR-KEYDT
012390                    AND (KEYTM > :WS-ANCHOR-KEYTM
012400                         OR (KEYTM = :WS-ANCHOR-KEYTM
012410                             AND KEYSEQ > :WS-ANCHOR-KEYSEQ))))
012420         ORDER BY KEYDT, KEYTM, KEYSEQ
012430     END-EXEC
012440
012450     EXEC SQL
012460         OPEN CASH40LLCSR
012470     END-EXEC
012480
012490     IF SQLCODE NOT = 0
012500         DISPLAY '     (POSTINGS COULD NOT BE LISTED, SQLCODE='
012510             SQLCODE ')'
012520         GO TO 5300-LIST-LARGE-EXIT
012530     END-IF
012540
012550     MOVE 'N' TO WS-SCAN-EOF-SW
012560     PERFORM 5310-LIST-LARGE-ROW
012570         THRU 5310-LIST-LARGE-ROW-EXIT
012580         UNTIL WS-SCAN-EOF
012590
012600     EXEC SQL
012610         CLOSE CASH40LLCSR
012620     END-EXEC
012630     .
012640 5300-LIST-LARGE-EXIT.
012650     EXIT.
012660*
012670 5310-LIST-LARGE-ROW.
012680     EXEC SQL
012690         FETCH CASH40LLCSR
012700         INTO :DCLMONACT
012710     END-EXEC
012720
012730     IF SQLCODE NOT = 0
012740         MOVE 'Y' TO WS-SCAN-EOF-SW
012750         GO TO 5310-LIST-LARGE-ROW-EXIT
012760     END-IF
012770
012780     PERFORM 6900-PRINT-POSTING
012790         THRU 6900-PRINT-POSTING-EXIT
012800     .
012810 5310-LIST-LARGE-ROW-EXIT.
012820     EXIT.
012830*
012840******************************************************************
012850* 5400-RULE-ROUND - 'E' OUTFLOW LEGS IN THE WINDOW WHOSE         *
012860*   CURRENCY LATER CAME BACK IN THROUGH ANOTHER 'E'; A MATCH AT  *
012870*   WS-RULE-COUNT OF THEM                                        *
012880******************************************************************
012890 5400-RULE-ROUND.
012900     EXEC SQL
012910         SELECT COUNT(*)
012920         INTO :WS-TRIP-CNT
012930         FROM STOCKTRD.MONACT O
012940         WHERE O.OWNER = :WS-CUR-OWNER
012950           AND O.REQ = 'E'
012960           AND O.DIRN = 'O'
012970           AND O.BUSDT >= :WS-CUR-FROM
012980           AND O.BUSDT > :WS-EVAL-AFTER
012990           AND EXISTS
013000               (SELECT 1 FROM STOCKTRD.MONACT I
013010                WHERE I.OWNER = O.OWNER
013020                  AND I.REQ = 'E'
013030                  AND I.DIRN = 'I'
013040                  AND I.CURRENCYC = O.CURRENCYC
013050                  AND (I.KEYDT > O.KEYDT
013060                       OR (I.KEYDT = O.KEYDT
013070                           AND I.KEYTM > O.KEYTM)))
013080     END-EXEC
013090
013100     IF SQLCODE NOT = 0
013110         DISPLAY 'CASH40 - ROUND-TRIP COUNT FAILED FOR '
013120             WS-CUR-OWNER ' SQLCODE=' SQLCODE
013130         MOVE 'Y' TO WS-RUN-ERROR-SW
013140         GO TO 5400-RULE-ROUND-EXIT
013150     END-IF
013160
013170     IF WS-TRIP-CNT < WS-RULE-COUNT(WS-RULE-SUB)
013180         OR WS-TRIP-CNT = ZERO
013190         GO TO 5400-RULE-ROUND-EXIT
013200     END-IF
013210
013220     EXEC SQL
013230         SELECT COUNT(*)
013240         INTO :WS-HIT-NPOST
013250         FROM STOCKTRD.MONACT
013260         WHERE OWNER = :WS-CUR-OWNER
013270           AND REQ = 'E'
013280           AND BUSDT >= :WS-CUR-FROM
013290           AND BUSDT > :WS-EVAL-AFTER
013300     END-EXEC
013310
013320     IF SQLCODE NOT = 0
013330         DISPLAY 'CASH40 - ROUND-TRIP COUNT FAILED FOR '
013340             WS-CUR-OWNER ' SQLCODE=' SQLCODE
013350         MOVE 'Y' TO WS-RUN-ERROR-SW
013360         GO TO 5400-RULE-ROUND-EXIT
013370     END-IF
013380
013390     MOVE 'Y' TO WS-HIT-SW
013400     .
013410 5400-RULE-ROUND-EXIT.
013420     EXIT.
013430*
013440******************************************************************
013450* 5500-LIST-ROUND - EVERY 'E' LEG IN THE WINDOW, BOTH DIRECTIONS *
013460******************************************************************
013470 5500-LIST-ROUND.
013480     EXEC SQL
013490         DECLARE CASH40ECSR CURSOR FOR
013500         SELECT OWNER, KEYDT, KEYTM, KEYSEQ, BUSDT, REQ, DIRN,
013510                CURRENCYC, AMOUNT, MOVEAMT, RATE, REFID
013520         FROM STOCKTRD.MONACT
013530         WHERE OWNER = :WS-CUR-OWNER
013540           AND REQ = 'E'
013550           AND BUSDT >= :WS-CUR-FROM
013560           AND BUSDT > :WS-EVAL-AFTER
013570         ORDER BY KEYDT, KEYTM, KEYSEQ
013580     END-EXEC
013590
013600     EXEC SQL
013610         OPEN CASH40ECSR
013620     END-EXEC
013630
013640     IF SQLCODE NOT = 0
013650         DISPLAY '     (POSTINGS COULD NOT BE LISTED, SQLCODE='
013660             SQLCODE ')'
013670         GO TO 5500-LIST-ROUND-EXIT
013680     END-IF
013690
013700     MOVE 'N' TO WS-SCAN-EOF-SW
013710     PERFORM 5510-LIST-ROUND-ROW
013720         THRU 5510-LIST-ROUND-ROW-EXIT
013730         UNTIL WS-SCAN-EOF
013740
013750     EXEC SQL
013760         CLOSE CASH40ECSR
013770     END-EXEC
013780     .
013790 5500-LIST-ROUND-EXIT.
013800     EXIT.
013810*
013820 5510-LIST-ROUND-ROW.
013830     EXEC SQL
013840         FETCH CASH40ECSR
013850         INTO :DCLMONACT
013860     END-EXEC
013870
013880     IF SQLCODE NOT = 0
013890         MOVE 'Y' TO WS-SCAN-EOF-SW
013900         GO TO 5510-LIST-ROUND-ROW-EXIT
013910     END-IF
013920
013930     PERFORM 6900-PRINT-POSTING
013940         THRU 6900-PRINT-POSTING-EXIT
013950     .
013960 5510-LIST-ROUND-ROW-EXIT.
013970     EXIT.
013980*
013990******************************************************************
014000* 6000-RAISE-CASE - ADD TO THE OWNER'S OPEN CASE FOR THE RULE,   *
014010*   OR OPEN ONE, AND PRINT ITS WORKLIST HEADING. A CASE THAT     *
014020*   CANNOT BE WRITTEN ENDS DETECTION: THE ROLLBACK CLOSES THE    *
014030*   OWNER CURSOR, AND A RERUN PICKS THE PATTERN UP AGAIN.        *
014040******************************************************************
014050 6000-RAISE-CASE.
014060     MOVE 'N' TO WS-CASE-OPEN-SW
014070
014080     EXEC SQL
014090         SELECT CASEID, OWNER, RULEID, CSTATUS, OPENDT, LASTDT,
014100                HITS, NPOST, CURRENCYC, TOTAMT, CLOSEDT,
014110                CLOSEID
014120         INTO :DCLMONCASE
014130         FROM STOCKTRD.MONCASE
014140         WHERE OWNER = :WS-CUR-OWNER
014150           AND RULEID = :WS-CUR-RULE
014160           AND CSTATUS = 'O'
014170         FETCH FIRST 1 ROW ONLY
014180     END-EXEC
014190
014200     EVALUATE SQLCODE
014210         WHEN 0
014220             MOVE 'Y' TO WS-CASE-OPEN-SW
014230         WHEN 100
014240             CONTINUE
014250         WHEN OTHER
014260             GO TO 6000-RAISE-CASE-FAILED
014270     END-EVALUATE
014280
014290     IF WS-CASE-OPEN
014300         EXEC SQL
014310             UPDATE STOCKTRD.MONCASE
014320             SET LASTDT = :WS-PARM-DATE,
014330                 HITS   = HITS + 1,
014340                 NPOST  = NPOST + :WS-HIT-NPOST,
014350                 TOTAMT = TOTAMT + :WS-HIT-TOTAL
014360             WHERE CASEID = :MC-CASEID
014370         END-EXEC
014380         IF SQLCODE NOT = 0
014390             GO TO 6000-RAISE-CASE-FAILED
014400         END-IF
014410         MOVE 'ADDED TO' TO WS-CASE-ACTION
014420         ADD 1 TO WS-CASES-ADDED
014430     ELSE
014440         MOVE WS-CUR-OWNER    TO MC-OWNER
014450         MOVE WS-CUR-RULE     TO MC-RULEID
014460         MOVE 'O'             TO MC-CSTATUS
014470         MOVE WS-PARM-DATE    TO MC-OPENDT
014480         MOVE WS-PARM-DATE    TO MC-LASTDT
014490         MOVE 1               TO MC-HITS
014500         MOVE WS-HIT-NPOST    TO MC-NPOST
014510         MOVE WS-HIT-CURRENCY TO MC-CURRENCYC
014520         MOVE WS-HIT-TOTAL    TO MC-TOTAMT
014530         MOVE SPACES          TO MC-CLOSEDT
014540         MOVE SPACES          TO MC-CLOSEID
014550         MOVE 'N' TO WS-INS-DONE-SW
014560         PERFORM 6050-INSERT-CASE-TRY
014570             THRU 6050-INSERT-CASE-TRY-EXIT
014580             UNTIL WS-INS-DONE
014590         IF SQLCODE NOT = 0
014600             GO TO 6000-RAISE-CASE-FAILED
014610         END-IF
014620         MOVE 'NEW'      TO WS-CASE-ACTION
014630         ADD 1 TO WS-CASES-NEW
014640     END-IF
014650
014660     DISPLAY ' '
014670     DISPLAY 'CASE ' MC-CASEID ' ' WS-CASE-ACTION '  OWNER '
014680         WS-CUR-OWNER '  RULE ' WS-CUR-RULE ' ' WS-RULE-NAME
014690     MOVE WS-HIT-NPOST TO WS-ED-COUNT
014700     MOVE WS-HIT-TOTAL TO WS-ED-TOTAL
014710     IF WS-CUR-RULE = 'E'
014720         DISPLAY '     ROUND TRIPS ' WS-TRIP-CNT
014730             '  LEGS ' WS-ED-COUNT
014740     ELSE
014750         DISPLAY '     CURRENCY ' WS-HIT-CURRENCY
014760             '  POSTINGS ' WS-ED-COUNT '  AMOUNT ' WS-ED-TOTAL
014770     END-IF
014780     GO TO 6000-RAISE-CASE-EXIT
014790     .
014800 6000-RAISE-CASE-FAILED.
014810     DISPLAY 'CASH40 - CASE WRITE FAILED FOR ' WS-CUR-OWNER
014820         ' RULE ' WS-CUR-RULE ' SQLCODE=' SQLCODE
014830     EXEC SQL
014840         ROLLBACK
014850     END-EXEC
014860     MOVE 'Y' TO WS-RUN-ERROR-SW
014870     MOVE 'Y' TO WS-OWN-EOF-SW
014880     .
014890 6000-RAISE-CASE-EXIT.
014900     EXIT.
014910*
014920 6050-INSERT-CASE-TRY.
014930     ADD 1 TO WS-CREF-SEQ
014940     MOVE WS-CASE-REF TO MC-CASEID
014950
014960     EXEC SQL
014970         INSERT INTO STOCKTRD.MONCASE(
014980             CASEID, OWNER, RULEID, CSTATUS, OPENDT, LASTDT,
014990             HITS, NPOST, CURRENCYC, TOTAMT, CLOSEDT, CLOSEID)
015000         VALUES (:MC-CASEID, :MC-OWNER, :MC-RULEID,
015010             :MC-CSTATUS, :MC-OPENDT, :MC-LASTDT, :MC-HITS,
015020             :MC-NPOST, :MC-CURRENCYC, :MC-TOTAMT,
015030             :MC-CLOSEDT, :MC-CLOSEID)
015040     END-EXEC
015050
015060     IF SQLCODE NOT = -803 OR WS-CREF-SEQ = 9999
015070         MOVE 'Y' TO WS-INS-DONE-SW
015080     END-IF
015090     .
015100 6050-INSERT-CASE-TRY-EXIT.
015110     EXIT.
015120*
015130******************************************************************
015140* 6900-PRINT-POSTING - ONE CONTRIBUTING POSTING UNDER ITS CASE   *
015150******************************************************************
015160 6900-PRINT-POSTING.
015170     PERFORM 6950-BUILD-POSTING
015180         THRU 6950-BUILD-POSTING-EXIT
015190     DISPLAY WS-WL-LINE
015200     .
015210 6900-PRINT-POSTING-EXIT.
015220     EXIT.
015230*
015240 6950-BUILD-POSTING.
015250     MOVE MA-BUSDT     TO WS-WL-BUSDT
015260     MOVE MA-KEYDT     TO WS-WL-KEYDT
015270     MOVE MA-KEYTM     TO WS-WL-KEYTM
015280     MOVE MA-REQ       TO WS-WL-REQ
015290     MOVE MA-DIRN      TO WS-WL-DIRN
015300     MOVE MA-CURRENCYC TO WS-WL-CURRENCY
015310     MOVE MA-AMOUNT    TO WS-WL-AMOUNT
015320     MOVE MA-RATE      TO WS-WL-RATE
015330     MOVE MA-REFID     TO WS-WL-REFID
015340     .
015350 6950-BUILD-POSTING-EXIT.
015360     EXIT.
015370*
015380******************************************************************
015390* 8000-TERMINATE - CLOSE FILES AND REPORT RUN TOTALS             *
015400******************************************************************
015410 8000-TERMINATE.
015420     EXEC SQL
015430         COMMIT
015440     END-EXEC
015450
015460     IF WS-ACT-OPEN
015470         CLOSE ACTIVITY-FILE
015480     END-IF
015490     IF WS-CLOS-OPEN
015500         CLOSE CLOSE-FILE
015510     END-IF
015520
015530     DISPLAY ' '
015540     DISPLAY 'CASH40 - EXTRACT RECORDS READ  : ' WS-ROWS-READ
015550     DISPLAY 'CASH40 - POSTINGS LOADED       : ' WS-ROWS-LOADED
015560     DISPLAY 'CASH40 - ALREADY LOADED        : ' WS-ROWS-DUP
015570     DISPLAY 'CASH40 - NOT MONEY-MOVING      : ' WS-ROWS-SKIPPED
015580     DISPLAY 'CASH40 - AGED OUT OF WINDOW    : ' WS-ROWS-PURGED
015590     DISPLAY 'CASH40 - CASES CLOSED          : ' WS-CASES-CLOSED
015600     DISPLAY 'CASH40 - DISPOSITIONS IGNORED  : '
015610         WS-CLOSE-REJECTED
015620     DISPLAY 'CASH40 - OWNERS EXAMINED       : ' WS-OWNERS-SEEN
015630     DISPLAY 'CASH40 - CASES OPENED          : ' WS-CASES-NEW
015640     DISPLAY 'CASH40 - OPEN CASES ADDED TO   : ' WS-CASES-ADDED
015650
015660     IF WS-RUN-ERROR
015670         DISPLAY 'CASH40 - RUN ENDED WITH ERRORS - SEE MESSAGES'
015680             ' ABOVE'
015690     END-IF
015700
015710     DISPLAY 'CASH40 - SUSPICIOUS-ACTIVITY MONITOR - COMPLETE'
015720
015730     PERFORM 0900-RUN-COMPLETE
015740         THRU 0900-RUN-COMPLETE-EXIT
015750     .
015760 8000-TERMINATE-EXIT.
015770     EXIT.
