000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. CASH45.
000120 AUTHOR. D-L CASH MANAGEMENT SUPPORT.
000130 INSTALLATION. STOCKTRD - CASH ACCOUNT SERVICES.
000140 DATE-WRITTEN. 2026-10-15.
000150 DATE-COMPILED.
000160******************************************************************
000170* MODIFICATION HISTORY                                           *
000180*  DATE       BY    DESCRIPTION                                  *
000190*  2026-10-15 DLM   INITIAL VERSION - HISTORY CHAIN              *
000200*                    VERIFICATION AND EXCEPTIONS REPORT.         *
000210*  2026-10-15 DLM   ONLY FILES THAT OPENED ARE CLOSED.           *
000220******************************************************************
000230*
000240******************************************************************
000250* HISTORY IS THE ONLY AUDIT TRAIL AND CASH04 RECONCILES AGAINST  *
000260* IT, SO EVERY WRITER LINKS EACH RECORD INTO ITS OWNER'S CHAIN   *
000270* (SEE DCLHIST AND DCLHCHN): A SEQUENCE, THE PREVIOUS RECORD'S   *
000280* INTEGRITY VALUE AND ITS OWN. THIS JOB RECOMPUTES THE CHAINS    *
000290* AND LISTS EVERY EXCEPTION:                                     *
000300*   ALTERED        THE RECORD NO LONGER MATCHES ITS OWN VALUE    *
000310*   BROKEN LINK    THE RECORD DOES NOT CARRY ITS PREDECESSOR'S   *
000320*                  VALUE                                         *
000330*   MISSING SEQ    SEQUENCES ABSENT BETWEEN TWO RECORDS          *
000340*   MISSING TAIL   SEQUENCES THE HISTCHN HEAD HAS ISSUED THAT    *
000350*                  ARE NOT ON THE FILE                           *
000360*   DUPLICATE SEQ  TWO DIFFERENT RECORDS WITH ONE SEQUENCE       *
000370*   BEYOND HEAD    A SEQUENCE THE HEAD NEVER ISSUED              *
000380*   HEAD MISMATCH  THE LAST RECORD IS NOT THE ONE THE HEAD       *
000390*                  REMEMBERS                                     *
000400*   UNCHAINED      NO CHAIN FIELDS ON A RECORD WRITTEN AFTER THE *
000410*                  OWNER'S CHAIN STARTED                         *
000420*   NO HEAD        CHAINED RECORDS FOR AN OWNER WITH NO HISTCHN  *
000430*                  ROW                                           *
000440* ANY EXCEPTION RAISES ONE CRITICAL HISTCHN ALERT THROUGH        *
000450* CASH11 (AN EXCI LINK INTO THE CICS REGION), SO IT REACHES      *
000460* OPSLOG WITH EVERY OTHER AUDIT TRAIL GAP.                       *
000470*   SYSIN CARD 1  SOURCE - 'L' (DEFAULT) THE LIVE HISTORY FILE,  *
000480*                 CHECKED FROM WHERE CASH08'S ARCHIVE LEFT OFF   *
000490*                 (HISTCHN ARCHSEQ) TO THE HEAD; 'A' THE HISTIN  *
000500*                 FILE - EVERY CASH08 ARCHIVE GENERATION AND     *
000510*                 CASH30 EXTRACT CONCATENATED - CHECKED FROM     *
000520*                 SEQUENCE 1. RECORDS SEEN TWICE (AN EXTRACT     *
000530*                 AND AN ARCHIVE HOLDING THE SAME RECORD) ARE    *
000540*                 COUNTED ONCE; THE HEAD IS NOT CHECKED, AS      *
000550*                 RECORDS STILL LIVE ARE NOT IN THE INPUT        *
000560*   SYSIN CARD 2  CICS APPLID FOR THE ALERT (BLANK = CASHRGN)    *
000570* A TAIL THAT LOOKS SHORT IS RE-READ FROM THE LIVE FILE BEFORE   *
000580* IT IS REPORTED, SO A POSTING WRITTEN WHILE THIS JOB RAN IS     *
000590* NOT MISTAKEN FOR A DELETION. RECORDS ARE SORTED BY OWNER AND   *
000600* CHAIN SEQUENCE, NOT KEY ORDER, SO POSTINGS IN THE SAME SECOND  *
000610* ARE CHECKED IN THE ORDER THEY WERE CHAINED.                    *
000620******************************************************************
000630 ENVIRONMENT DIVISION.
000640 CONFIGURATION SECTION.
000650 SOURCE-COMPUTER. IBM-370.
000660 OBJECT-COMPUTER. IBM-370.
000670 INPUT-OUTPUT SECTION.
000680 FILE-CONTROL.
000690     SELECT HISTORY-FILE ASSIGN TO HISTFILE
000700         ORGANIZATION IS INDEXED
000710         ACCESS MODE IS DYNAMIC
000720         RECORD KEY IS WS-VR-KEY
000730         FILE STATUS IS WS-HIST-FSTAT.
000740     SELECT HISTIN-FILE ASSIGN TO HISTIN
000750         ORGANIZATION IS SEQUENTIAL
000760         FILE STATUS IS WS-HIN-FSTAT.
000770     SELECT SORT-FILE ASSIGN TO SORTWK1.
000780 DATA DIVISION.
000790 FILE SECTION.
000800 FD  HISTORY-FILE
000810     LABEL RECORDS ARE STANDARD.
000820     COPY DCLHIST.
000830 FD  HISTIN-FILE
000840     LABEL RECORDS ARE STANDARD.
000850 01  HISTIN-RECORD        PIC X(172).
000860 SD  SORT-FILE.
000870 01  SORT-RECORD.
000880     05 SR-NAME           PIC X(15).
000890     05 SR-CHAINSEQ       PIC 9(09).
000900     05 SR-DATE           PIC X(08).
000910     05 SR-TIME           PIC X(06).
000920     05 SR-SEQ            PIC 9(02).
000930     05 SR-PREVVAL        PIC X(20).
000940     05 SR-CHAINVAL       PIC X(20).
000950     05 SR-CALCVAL        PIC X(20).
000960 WORKING-STORAGE SECTION.
000970     EXEC SQL
000980         INCLUDE SQLCA
000990     END-EXEC.
001000     EXEC SQL
001010         INCLUDE DCLHCHN
001020     END-EXEC.
001030     EXEC SQL
001040         INCLUDE DCLRUNC
001050     END-EXEC.
001060     EXEC SQL
001070         INCLUDE DCLBDAT
001080     END-EXEC.
001090*
001100******************************************************************
001110* WORKING STORAGE - PARAMETERS, COUNTERS AND SWITCHES            *
001120******************************************************************
001130 77  WS-HIST-FSTAT            PIC X(02) VALUE '00'.
001140 77  WS-HIN-FSTAT             PIC X(02) VALUE '00'.
001150 77  WS-PARM-MODE             PIC X(01) VALUE SPACES.
001160     88 WS-MODE-LIVE                    VALUE 'L'.
001170     88 WS-MODE-ARCHIVE                 VALUE 'A'.
001180 77  WS-PARM-APPLID           PIC X(08) VALUE SPACES.
001190 77  WS-EOF-SW                PIC X(01) VALUE 'N'.
001200     88 WS-EOF-YES                      VALUE 'Y'.
001210 77  WS-SORT-EOF-SW           PIC X(01) VALUE 'N'.
001220     88 WS-SORT-EOF                     VALUE 'Y'.
001230 77  WS-HEAD-EOF-SW           PIC X(01) VALUE 'N'.
001240     88 WS-HEAD-EOF                     VALUE 'Y'.
001250 77  WS-HEAD-FOUND-SW         PIC X(01) VALUE 'N'.
001260     88 WS-HEAD-FOUND                   VALUE 'Y'.
001270 77  WS-OWN-FIRST-SW          PIC X(01) VALUE 'Y'.
001280     88 WS-OWN-FIRST                    VALUE 'Y'.
001290 77  WS-TAIL-DONE-SW          PIC X(01) VALUE 'N'.
001300     88 WS-TAIL-DONE                    VALUE 'Y'.
001310 77  WS-OWNER-END-SW          PIC X(01) VALUE 'N'.
001320     88 WS-OWNER-END                    VALUE 'Y'.
001330 77  WS-RUN-ERROR-SW          PIC X(01) VALUE 'N'.
001340     88 WS-RUN-ERROR                    VALUE 'Y'.
001350 77  WS-HIST-OPEN-SW          PIC X(01) VALUE 'N'.
001360     88 WS-HIST-OPEN                    VALUE 'Y'.
001370 77  WS-HIN-OPEN-SW           PIC X(01) VALUE 'N'.
001380     88 WS-HIN-OPEN                     VALUE 'Y'.
001390 77  WS-CUR-OWNER             PIC X(15) VALUE SPACES.
001400 77  WS-LAST-SEQ              PIC 9(09) VALUE ZERO.
001410 77  WS-LAST-VAL              PIC X(20) VALUE SPACES.
001420 77  WS-EXPECT-SEQ            PIC 9(09) VALUE ZERO.
001430 77  WS-EXPECT-VAL            PIC X(20) VALUE SPACES.
001440 77  WS-TAIL-WANTED           PIC 9(09) VALUE ZERO.
001450 77  WS-TAIL-FOUND            PIC 9(09) VALUE ZERO.
001460 77  WS-ROWS-READ             PIC 9(9) COMP VALUE ZERO.
001470 77  WS-ROWS-CHAINED          PIC 9(9) COMP VALUE ZERO.
001480 77  WS-ROWS-PRECHAIN         PIC 9(9) COMP VALUE ZERO.
001490 77  WS-ROWS-REPEATED         PIC 9(9) COMP VALUE ZERO.
001500 77  WS-OWNERS-CHECKED        PIC 9(9) COMP VALUE ZERO.
001510 77  WS-OWNERS-LATE           PIC 9(9) COMP VALUE ZERO.
001520 77  WS-EXC-TOTAL             PIC 9(9) COMP VALUE ZERO.
001530 77  WS-CNT-ALTERED           PIC 9(9) COMP VALUE ZERO.
001540 77  WS-CNT-BROKEN            PIC 9(9) COMP VALUE ZERO.
001550 77  WS-CNT-MISSING           PIC 9(9) COMP VALUE ZERO.
001560 77  WS-CNT-TAIL              PIC 9(9) COMP VALUE ZERO.
001570 77  WS-CNT-DUPSEQ            PIC 9(9) COMP VALUE ZERO.
001580 77  WS-CNT-BEYOND            PIC 9(9) COMP VALUE ZERO.
001590 77  WS-CNT-HEADMIS           PIC 9(9) COMP VALUE ZERO.
001600 77  WS-CNT-UNCHAINED         PIC 9(9) COMP VALUE ZERO.
001610 77  WS-CNT-NOHEAD            PIC 9(9) COMP VALUE ZERO.
001620*    THE OWNER'S HISTCHN HEAD, WHEN IT HAS ONE.
001630 01  WS-CH-HEAD.
001640     05 WS-CH-CHAINSEQ        PIC 9(09).
001650     05 WS-CH-LASTVAL         PIC X(20).
001660     05 WS-CH-ARCHSEQ         PIC 9(09).
001670     05 WS-CH-ARCHVAL         PIC X(20).
001680     05 WS-CH-FIRSTDT         PIC X(08).
001690******************************************************************
001700* HISTORY CHAIN FIELDS - THE SAME INTEGRITY VALUE EVERY HISTORY  *
001710* WRITER COMPUTES (SEE CASH00'S CASH-HIST-CHAIN-VALUE).          *
001720* WS-CHN-BYTE-HW PICKS UP ONE RECORD BYTE IN ITS LOW HALF.       *
001730******************************************************************
001740 77  WS-CHN-POS               PIC S9(4) COMP VALUE ZERO.
001750 77  WS-CHN-LEN               PIC S9(4) COMP VALUE ZERO.
001760 77  WS-CHN-SAVE-SEQ          PIC 9(02) VALUE ZERO.
001770 77  WS-CHN-WORK              PIC S9(15) COMP-3 VALUE ZERO.
001780 77  WS-CHN-QUOT              PIC S9(15) COMP-3 VALUE ZERO.
001790 77  WS-CHN-MOD-A             PIC S9(11) COMP-3 VALUE 2147483647.
001800 77  WS-CHN-MOD-B             PIC S9(11) COMP-3 VALUE 999999937.
001810 77  WS-CHN-ZERO-VAL          PIC X(20) VALUE ALL '0'.
001820 01  WS-CHN-BYTE-HW           PIC 9(4) COMP VALUE ZERO.
001830 01  WS-CHN-BYTE-R REDEFINES WS-CHN-BYTE-HW.
001840     05 WS-CHN-BYTE-HI        PIC X(01).
001850     05 WS-CHN-BYTE-LO        PIC X(01).
001860 01  WS-CHN-VALUE.
001870     05 WS-CHN-A              PIC 9(10).
001880     05 WS-CHN-B              PIC 9(10).
001890******************************************************************
001900* EXCEPTIONS REPORT LINE                                         *
001910******************************************************************
001920 01  WS-EXC-LINE.
001930     05 WS-EXC-TYPE           PIC X(13).
001940     05 FILLER                PIC X(01) VALUE SPACE.
001950     05 WS-EXC-OWNER          PIC X(15).
001960     05 FILLER                PIC X(01) VALUE SPACE.
001970     05 WS-EXC-SEQ-FROM       PIC Z(8)9.
001980     05 FILLER                PIC X(01) VALUE SPACE.
001990     05 WS-EXC-SEQ-TO         PIC Z(8)9.
002000     05 FILLER                PIC X(01) VALUE SPACE.
002010     05 WS-EXC-DATE           PIC X(08).
002020     05 FILLER                PIC X(01) VALUE SPACE.
002030     05 WS-EXC-TIME           PIC X(06).
002040     05 FILLER                PIC X(01) VALUE SPACE.
002050     05 WS-EXC-SEQ            PIC X(02).
002060*    THE RECORD IN HAND, RETURNED FROM THE SORT.
002070 01  WS-REC.
002080     05 WS-REC-NAME           PIC X(15).
002090     05 WS-REC-CHAINSEQ       PIC 9(09).
002100     05 WS-REC-DATE           PIC X(08).
002110     05 WS-REC-TIME           PIC X(06).
002120     05 WS-REC-SEQ            PIC 9(02).
002130     05 WS-REC-PREVVAL        PIC X(20).
002140     05 WS-REC-CHAINVAL       PIC X(20).
002150     05 WS-REC-CALCVAL        PIC X(20).
002160 77  WS-ED-COUNT              PIC ZZZ,ZZZ,ZZ9.
002170******************************************************************
002180* THE ALERT: CASH11'S COMMAREA WITH AN 'R' (RAISE) REQUEST, AND  *
002190* THE EXCI RETURN AREA THE LINK FILLS IN                         *
002200******************************************************************
002210 01  WS-ALERT-TEXT.
002220     05 FILLER                PIC X(15) VALUE 'HISTCHN CASH45 '.
002230     05 WS-ALERT-EXC-CNT      PIC Z(6)9.
002240     05 FILLER                PIC X(18)
002250                              VALUE ' CHAIN EXCEPTIONS'.
002260 01  WS-ALERT-COMMAREA.
002270     05 WS-AL-REQ             PIC X(01).
002280     05 WS-AL-RETCODE         PIC X(10).
002290     05 WS-AL-COUNT           PIC 9(04).
002300     05 WS-AL-ENTRIES         OCCURS 5 TIMES.
002310        10 WS-AL-DATE         PIC X(08).
002320        10 WS-AL-TIME         PIC X(06).
002330        10 WS-AL-SEVERITY     PIC X(01).
002340        10 WS-AL-SOURCE       PIC X(08).
002350        10 WS-AL-MESSAGE      PIC X(40).
002360 01  WS-EXCI-RETAREA.
002370     05 WS-EXCI-RESP          PIC 9(8) COMP.
002380     05 WS-EXCI-RESP2         PIC 9(8) COMP.
002390     05 WS-EXCI-ABCODE        PIC X(04).
002400     05 WS-EXCI-MSG-LEN       PIC 9(8) COMP.
002410     05 WS-EXCI-MSG-PTR       USAGE IS POINTER.
002420******************************************************************
002430* BATCH RUN-CONTROL (SEE DCLRUNC): THIS JOB REGISTERS ON         *
002440* RUNCTL, REFUSES TO START UNTIL ITS PREDECESSORS SHOW COMPLETE  *
002450* FOR THE BUSINESS DATE (UNLESS AN OPERATOR SET THE CASH29       *
002460* OVERRIDE), AND MARKS ITSELF COMPLETE OR FAILED AT END OF RUN.  *
002470* IT RUNS AFTER CASH08, SO THE ARCHIVE POINT ON HISTCHN IS       *
002480* CURRENT, AND AFTER CASH30, SO THE EXTRACT IS.                  *
002490******************************************************************
002500 77  WS-RC-JOBNAME            PIC X(08) VALUE 'CASH45  '.
002510 01  WS-RC-PRED-LIST.
002520     05 FILLER                PIC X(08) VALUE 'CASH08  '.
002530     05 FILLER                PIC X(08) VALUE 'CASH30  '.
002540 01  WS-RC-PRED-LIST-R REDEFINES WS-RC-PRED-LIST.
002550     05 WS-RC-PRED            PIC X(08) OCCURS 2 TIMES.
002560 77  WS-RC-PRED-MAX           PIC 9(2) VALUE 2.
002570 77  WS-RC-SUB                PIC 9(2) COMP VALUE ZERO.
002580 77  WS-RC-PREDNAME           PIC X(08) VALUE SPACES.
002590 77  WS-RC-REGION             PIC X(08) VALUE 'CASHRGN '.
002600 77  WS-RC-BUSDT              PIC X(08) VALUE SPACES.
002610 77  WS-RC-TIME               PIC X(06) VALUE SPACES.
002620 77  WS-RC-REFUSED-SW         PIC X(01) VALUE 'N'.
002630     88 WS-RC-REFUSED                   VALUE 'Y'.
002640 PROCEDURE DIVISION.
002650*
002660 0000-MAINLINE.
002670     PERFORM 1000-INITIALIZE
002680         THRU 1000-INITIALIZE-EXIT
002690     IF NOT WS-RUN-ERROR
002700         SORT SORT-FILE
002710             ON ASCENDING KEY SR-NAME SR-CHAINSEQ
002720                              SR-DATE SR-TIME SR-SEQ
002730             INPUT PROCEDURE IS 2000-LOAD-RECORDS
002740                 THRU 2000-LOAD-RECORDS-EXIT
002750             OUTPUT PROCEDURE IS 3000-VERIFY-CHAINS
002760                 THRU 3000-VERIFY-CHAINS-EXIT
002770         IF SORT-RETURN NOT = ZERO
002780             DISPLAY 'CASH45 - SORT FAILED, SORT-RETURN='
002790                 SORT-RETURN
002800             MOVE 'Y' TO WS-RUN-ERROR-SW
002810         END-IF
002820     END-IF
002830     PERFORM 8000-TERMINATE
002840         THRU 8000-TERMINATE-EXIT
002850     GOBACK.
002860******************************************************************
002870* 0800-RUN-CONTROL - REGISTER THIS RUN ON RUNCTL AND ENFORCE     *
002880*   THE NIGHT-WINDOW SEQUENCE: PREDECESSORS MUST SHOW COMPLETE   *
002890*   FOR THE BUSINESS DATE BEFORE THIS JOB TOUCHES ANYTHING,      *
002900*   UNLESS AN OPERATOR SET THE CASH29 OVERRIDE ON THIS ROW.      *
002910******************************************************************
002920 0800-RUN-CONTROL.
002930     MOVE 'N' TO WS-RC-REFUSED-SW
002940     ACCEPT WS-RC-TIME FROM TIME
002950
002960     ACCEPT WS-RC-BUSDT FROM DATE YYYYMMDD
002970     EXEC SQL
002980         SELECT REGIONID, BUSDT, WSTATUS
002990         INTO :DCLBUSDATE
003000         FROM STOCKTRD.BUSDATE
003010         WHERE REGIONID = :WS-RC-REGION
003020     END-EXEC
003030     IF SQLCODE = 0
003040         MOVE BD-BUSDT TO WS-RC-BUSDT
003050     END-IF
003060
003070     EXEC SQL
003080         SELECT JOBNAME, BUSDT, RSTATUS, STARTTM, ENDTM,
003090                OVERRIDE
003100         INTO :DCLRUNCTL
003110         FROM STOCKTRD.RUNCTL
003120         WHERE JOBNAME = :WS-RC-JOBNAME
003130           AND BUSDT = :WS-RC-BUSDT
003140     END-EXEC
003150
003160     IF SQLCODE = 0 AND RC-OVERRIDE = 'Y'
003170         DISPLAY 'CASH45 - OPERATOR OVERRIDE IN PLACE -'
003180             ' PREDECESSOR CHECK WAIVED'
003190     ELSE
003200         PERFORM 0850-CHECK-ONE-PRED
003210             THRU 0850-CHECK-ONE-PRED-EXIT
003220             VARYING WS-RC-SUB FROM 1 BY 1
003230             UNTIL WS-RC-SUB > WS-RC-PRED-MAX
003240             OR WS-RC-REFUSED
003250     END-IF
003260
003270     IF WS-RC-REFUSED
003280         GO TO 0800-RUN-CONTROL-EXIT
003290     END-IF
003300
003310     EXEC SQL
003320         UPDATE STOCKTRD.RUNCTL
003330         SET RSTATUS = 'S',
003340             STARTTM = :WS-RC-TIME,
003350             ENDTM   = ' '
003360         WHERE JOBNAME = :WS-RC-JOBNAME
003370           AND BUSDT = :WS-RC-BUSDT
003380     END-EXEC
003390     IF SQLCODE NOT = 0 OR SQLERRD(3) = 0
003400         EXEC SQL
003410             INSERT INTO STOCKTRD.RUNCTL(
003420                 JOBNAME, BUSDT, RSTATUS, STARTTM,
003430                 ENDTM, OVERRIDE)
003440             VALUES (:WS-RC-JOBNAME, :WS-RC-BUSDT, 'S',
003450                 :WS-RC-TIME, ' ', ' ')
003460         END-EXEC
003470     END-IF
003480     IF SQLCODE NOT = 0
003490         DISPLAY 'CASH45 - RUNCTL REGISTRATION FAILED,'
003500             ' SQLCODE=' SQLCODE
003510     END-IF
003520
003530     EXEC SQL
003540         COMMIT
003550     END-EXEC
003560     .
003570 0800-RUN-CONTROL-EXIT.
003580     EXIT.
003590*
003600******************************************************************
003610* 0850-CHECK-ONE-PRED - ONE PREDECESSOR MUST SHOW COMPLETE FOR   *
003620*   THE SAME BUSINESS DATE OR THE RUN REFUSES TO START           *
003630******************************************************************
003640 0850-CHECK-ONE-PRED.
003650     MOVE WS-RC-PRED(WS-RC-SUB) TO WS-RC-PREDNAME
003660
003670     EXEC SQL
003680         SELECT JOBNAME, BUSDT, RSTATUS, STARTTM, ENDTM,
003690                OVERRIDE
003700         INTO :DCLRUNCTL
003710         FROM STOCKTRD.RUNCTL
003720         WHERE JOBNAME = :WS-RC-PREDNAME
003730           AND BUSDT = :WS-RC-BUSDT
003740     END-EXEC
003750
003760     IF SQLCODE NOT = 0 OR RC-RSTATUS NOT = 'C'
003770         DISPLAY 'CASH45 - PREDECESSOR ' WS-RC-PREDNAME
003780             ' NOT COMPLETE FOR ' WS-RC-BUSDT
003790             ' - RUN REFUSED (OVERRIDE VIA CASH29)'
003800         MOVE 'Y' TO WS-RC-REFUSED-SW
003810     END-IF
003820     .
003830 0850-CHECK-ONE-PRED-EXIT.
003840     EXIT.
003850*
003860******************************************************************
003870* 0900-RUN-COMPLETE - MARK THE RUN COMPLETE (OR FAILED, WHEN IT  *
003880*   ENDED ON AN ERROR) ON RUNCTL, WITH ITS OWN COMMIT SO THE     *
003890*   STATUS IS DURABLE THE MOMENT THE JOB ENDS. EXCEPTIONS FOUND  *
003900*   ARE A FINDING, NOT A FAILURE OF THE RUN                      *
003910******************************************************************
003920 0900-RUN-COMPLETE.
003930     IF WS-RC-REFUSED
003940         GO TO 0900-RUN-COMPLETE-EXIT
003950     END-IF
003960
003970     ACCEPT WS-RC-TIME FROM TIME
003980     IF WS-RUN-ERROR
003990         MOVE 'F' TO RC-RSTATUS
004000     ELSE
004010         MOVE 'C' TO RC-RSTATUS
004020     END-IF
004030
004040     EXEC SQL
004050         UPDATE STOCKTRD.RUNCTL
004060         SET RSTATUS = :RC-RSTATUS,
004070             ENDTM   = :WS-RC-TIME
004080         WHERE JOBNAME = :WS-RC-JOBNAME
004090           AND BUSDT = :WS-RC-BUSDT
004100     END-EXEC
004110
004120     EXEC SQL
004130         COMMIT
004140     END-EXEC
004150     .
004160 0900-RUN-COMPLETE-EXIT.
004170     EXIT.
004180*
004190******************************************************************
004200* 1000-INITIALIZE - SOURCE AND APPLID CARDS, OPEN FILES,         *
004210*   POSITION AT THE FRONT OF THE LIVE FILE                       *
004220******************************************************************
004230 1000-INITIALIZE.
004240     PERFORM 0800-RUN-CONTROL
004250         THRU 0800-RUN-CONTROL-EXIT
004260     IF WS-RC-REFUSED
004270         MOVE 'Y' TO WS-RUN-ERROR-SW
004280         GO TO 1000-INITIALIZE-EXIT
004290     END-IF
004300
004310     DISPLAY 'CASH45 - HISTORY CHAIN VERIFICATION - STARTING'
004320
004330     ACCEPT WS-PARM-MODE FROM SYSIN
004340     IF WS-PARM-MODE = SPACES
004350         MOVE 'L' TO WS-PARM-MODE
004360     END-IF
004370     ACCEPT WS-PARM-APPLID FROM SYSIN
004380     IF WS-PARM-APPLID = SPACES
004390         MOVE WS-RC-REGION TO WS-PARM-APPLID
004400     END-IF
004410
004420     IF NOT WS-MODE-LIVE AND NOT WS-MODE-ARCHIVE
004430         DISPLAY 'CASH45 - SOURCE CARD MUST BE L OR A - RUN'
004440             ' ENDED'
004450         MOVE 'Y' TO WS-RUN-ERROR-SW
004460         GO TO 1000-INITIALIZE-EXIT
004470     END-IF
004480
004490     IF WS-MODE-LIVE
004500         DISPLAY 'CASH45 - SOURCE = LIVE HISTORY FILE'
004510     ELSE
004520         DISPLAY 'CASH45 - SOURCE = ARCHIVE GENERATIONS AND'
004530             ' EXTRACTS (HISTIN)'
004540     END-IF
004550
004560*    THE LIVE FILE IS OPENED IN BOTH MODES - A SHORT TAIL IS
004570*    RE-READ FROM IT, AND ITS RECORD AREA HOLDS THE HISTIN
004580*    RECORD WHILE ITS VALUE IS COMPUTED.
004590     OPEN INPUT HISTORY-FILE
004600     IF WS-HIST-FSTAT NOT = '00'
004610         DISPLAY 'CASH45 - OPEN OF HISTORY FILE FAILED, STATUS='
004620             WS-HIST-FSTAT
004630         MOVE 'Y' TO WS-RUN-ERROR-SW
004640         GO TO 1000-INITIALIZE-EXIT
004650     END-IF
004660     MOVE 'Y' TO WS-HIST-OPEN-SW
004670
004680     IF WS-MODE-ARCHIVE
004690         OPEN INPUT HISTIN-FILE
004700         IF WS-HIN-FSTAT NOT = '00'
004710             DISPLAY 'CASH45 - OPEN OF HISTIN FILE FAILED,'
004720                 ' STATUS=' WS-HIN-FSTAT
004730             MOVE 'Y' TO WS-RUN-ERROR-SW
004740             GO TO 1000-INITIALIZE-EXIT
004750         END-IF
004760         MOVE 'Y' TO WS-HIN-OPEN-SW
004770     ELSE
004780         MOVE LOW-VALUE TO WS-VR-NAME
004790         MOVE LOW-VALUE TO WS-VR-DATE
004800         MOVE LOW-VALUE TO WS-VR-TIME
004810         MOVE ZERO      TO WS-VR-SEQ
004820         START HISTORY-FILE
004830             KEY IS GREATER THAN OR EQUAL TO WS-VR-KEY
004840             INVALID KEY
004850                 DISPLAY 'CASH45 - HISTORY FILE IS EMPTY'
004860                 MOVE 'Y' TO WS-EOF-SW
004870         END-START
004880     END-IF
004890
004900     DISPLAY ' '
004910     DISPLAY 'HISTORY CHAIN EXCEPTIONS FOR ' WS-RC-BUSDT
004920     DISPLAY 'EXCEPTION     OWNER                 SEQUENCE'
004930         ' (FROM - TO)  DATE     TIME   SQ'
004940     .
004950 1000-INITIALIZE-EXIT.
004960     EXIT.
004970*
004980******************************************************************
004990* 2000-LOAD-RECORDS - SORT INPUT: EVERY HISTORY RECORD, WITH ITS *
005000*   INTEGRITY VALUE RECOMPUTED AS IT IS READ                     *
005010******************************************************************
005020 2000-LOAD-RECORDS.
005030     PERFORM 2100-LOAD-ONE-RECORD
005040         THRU 2100-LOAD-ONE-RECORD-EXIT
005050         UNTIL WS-EOF-YES
005060     .
005070 2000-LOAD-RECORDS-EXIT.
005080     EXIT.
005090*
005100 2100-LOAD-ONE-RECORD.
005110     IF WS-MODE-LIVE
005120         READ HISTORY-FILE NEXT RECORD
005130             AT END
005140                 MOVE 'Y' TO WS-EOF-SW
005150                 GO TO 2100-LOAD-ONE-RECORD-EXIT
005160         END-READ
005170         IF WS-HIST-FSTAT NOT = '00'
005180             DISPLAY 'CASH45 - HISTORY READ FAILED, STATUS='
005190                 WS-HIST-FSTAT
005200             MOVE 'Y' TO WS-EOF-SW
005210             MOVE 'Y' TO WS-RUN-ERROR-SW
005220             GO TO 2100-LOAD-ONE-RECORD-EXIT
005230         END-IF
005240     ELSE
005250         READ HISTIN-FILE INTO WS-VSAM-RECORD
005260             AT END
005270                 MOVE 'Y' TO WS-EOF-SW
005280                 GO TO 2100-LOAD-ONE-RECORD-EXIT
005290         END-READ
005300         IF WS-HIN-FSTAT NOT = '00'
005310             DISPLAY 'CASH45 - HISTIN READ FAILED, STATUS='
005320                 WS-HIN-FSTAT
005330             MOVE 'Y' TO WS-EOF-SW
005340             MOVE 'Y' TO WS-RUN-ERROR-SW
005350             GO TO 2100-LOAD-ONE-RECORD-EXIT
005360         END-IF
005370     END-IF
005380
005390     ADD 1 TO WS-ROWS-READ
005400
005410     MOVE WS-VR-NAME     TO SR-NAME
005420     MOVE WS-VR-DATE     TO SR-DATE
005430     MOVE WS-VR-TIME     TO SR-TIME
005440     MOVE WS-VR-SEQ      TO SR-SEQ
005450
005460*    SPACES (A RECORD FROM BEFORE THE CHAIN, OR ONE ITS WRITER
005470*    COULD NOT CHAIN) SORT AHEAD OF THE OWNER'S CHAIN AS ZERO.
005480     IF WS-VR-CHAINSEQ NUMERIC
005490         MOVE WS-VR-CHAINSEQ TO SR-CHAINSEQ
005500     ELSE
005510         MOVE ZERO           TO SR-CHAINSEQ
005520     END-IF
005530
005540     IF SR-CHAINSEQ = ZERO
005550         MOVE SPACES         TO SR-PREVVAL
005560         MOVE SPACES         TO SR-CHAINVAL
005570         MOVE SPACES         TO SR-CALCVAL
005580     ELSE
005590         MOVE WS-VR-PREVVAL  TO SR-PREVVAL
005600         MOVE WS-VR-CHAINVAL TO SR-CHAINVAL
005610         PERFORM 7000-CHAIN-VALUE
005620             THRU 7000-CHAIN-VALUE-EXIT
005630         MOVE WS-VR-CHAINVAL TO SR-CALCVAL
005640     END-IF
005650
005660     RELEASE SORT-RECORD
005670     .
005680 2100-LOAD-ONE-RECORD-EXIT.
005690     EXIT.
005700*
005710******************************************************************
005720* 3000-VERIFY-CHAINS - SORT OUTPUT: WALK THE RECORDS OWNER BY    *
005730*   OWNER IN CHAIN ORDER, MATCHED AGAINST THE HISTCHN HEADS IN   *
005740*   NAME ORDER, SO AN OWNER WITH A HEAD BUT NO RECORDS IS SEEN   *
005750*   AS WELL AS ONE WITH RECORDS BUT NO HEAD                      *
005760******************************************************************
005770 3000-VERIFY-CHAINS.
005780     EXEC SQL
005790         DECLARE CASH45CSR CURSOR WITH HOLD FOR
005800         SELECT NAME, CHAINSEQ, LASTVAL, ARCHSEQ, ARCHVAL,
005810                FIRSTDT
005820         FROM STOCKTRD.HISTCHN
005830         ORDER BY NAME
005840     END-EXEC
005850
005860     EXEC SQL
005870         OPEN CASH45CSR
005880     END-EXEC
005890
005900     IF SQLCODE NOT = 0
005910         DISPLAY 'CASH45 - OPEN HISTCHN CURSOR FAILED,'
005920             ' SQLCODE=' SQLCODE
005930         MOVE 'Y' TO WS-RUN-ERROR-SW
005940         GO TO 3000-VERIFY-CHAINS-EXIT
005950     END-IF
005960
005970     MOVE 'N' TO WS-HEAD-EOF-SW
005980     MOVE 'N' TO WS-SORT-EOF-SW
005990     PERFORM 3100-FETCH-HEAD
006000         THRU 3100-FETCH-HEAD-EXIT
006010     PERFORM 3200-RETURN-RECORD
006020         THRU 3200-RETURN-RECORD-EXIT
006030
006040     PERFORM 3300-VERIFY-OWNER
006050         THRU 3300-VERIFY-OWNER-EXIT
006060         UNTIL WS-SORT-EOF AND WS-HEAD-EOF
006070
006080     EXEC SQL
006090         CLOSE CASH45CSR
006100     END-EXEC
006110     .
006120 3000-VERIFY-CHAINS-EXIT.
006130     EXIT.
006140*
006150 3100-FETCH-HEAD.
006160     EXEC SQL
006170         FETCH CASH45CSR
006180         INTO :DCLHISTCHN
006190     END-EXEC
006200
006210     IF SQLCODE NOT = 0
006220         IF SQLCODE NOT = 100
006230             DISPLAY 'CASH45 - HISTCHN FETCH FAILED,'
006240                 ' SQLCODE=' SQLCODE
006250             MOVE 'Y' TO WS-RUN-ERROR-SW
006260         END-IF
006270         MOVE 'Y'        TO WS-HEAD-EOF-SW
006280         MOVE HIGH-VALUE TO HN-NAME
006290     END-IF
006300     .
006310 3100-FETCH-HEAD-EXIT.
006320     EXIT.
006330*
006340 3200-RETURN-RECORD.
006350     RETURN SORT-FILE INTO WS-REC
006360         AT END
006370             MOVE 'Y'        TO WS-SORT-EOF-SW
006380             MOVE HIGH-VALUE TO WS-REC-NAME
006390     END-RETURN
006400     .
006410 3200-RETURN-RECORD-EXIT.
006420     EXIT.
006430*
006440******************************************************************
006450* 3300-VERIFY-OWNER - ONE OWNER: THE LOWER OF THE NEXT RECORD'S  *
006460*   NAME AND THE NEXT HEAD'S NAME                                *
006470******************************************************************
006480 3300-VERIFY-OWNER.
006490     IF WS-REC-NAME < HN-NAME
006500         MOVE WS-REC-NAME TO WS-CUR-OWNER
006510     ELSE
006520         MOVE HN-NAME TO WS-CUR-OWNER
006530     END-IF
006540
006550     ADD 1 TO WS-OWNERS-CHECKED
006560     MOVE 'Y'    TO WS-OWN-FIRST-SW
006570     MOVE ZERO   TO WS-LAST-SEQ
006580     MOVE SPACES TO WS-LAST-VAL
006590
006600     IF HN-NAME = WS-CUR-OWNER AND NOT WS-HEAD-EOF
006610         MOVE 'Y'         TO WS-HEAD-FOUND-SW
006620         MOVE HN-CHAINSEQ TO WS-CH-CHAINSEQ
006630         MOVE HN-LASTVAL  TO WS-CH-LASTVAL
006640         MOVE HN-ARCHSEQ  TO WS-CH-ARCHSEQ
006650         MOVE HN-ARCHVAL  TO WS-CH-ARCHVAL
006660         MOVE HN-FIRSTDT  TO WS-CH-FIRSTDT
006670     ELSE
006680         MOVE 'N'         TO WS-HEAD-FOUND-SW
006690         MOVE ZERO        TO WS-CH-CHAINSEQ
006700         MOVE SPACES      TO WS-CH-LASTVAL
006710         MOVE ZERO        TO WS-CH-ARCHSEQ
006720         MOVE SPACES      TO WS-CH-ARCHVAL
006730         MOVE HIGH-VALUE  TO WS-CH-FIRSTDT
006740     END-IF
006750
006760     MOVE 'N' TO WS-OWNER-END-SW
006770     PERFORM 3400-CHECK-ONE-RECORD
006780         THRU 3400-CHECK-ONE-RECORD-EXIT
006790         UNTIL WS-SORT-EOF
006800         OR WS-REC-NAME NOT = WS-CUR-OWNER
006810
006820     PERFORM 3600-CHECK-OWNER-END
006830         THRU 3600-CHECK-OWNER-END-EXIT
006840
006850     IF WS-HEAD-FOUND
006860         PERFORM 3100-FETCH-HEAD
006870             THRU 3100-FETCH-HEAD-EXIT
006880     END-IF
006890     .
006900 3300-VERIFY-OWNER-EXIT.
006910     EXIT.
006920*
006930 3400-CHECK-ONE-RECORD.
006940     PERFORM 3500-CHECK-RECORD
006950         THRU 3500-CHECK-RECORD-EXIT
006960     PERFORM 3200-RETURN-RECORD
006970         THRU 3200-RETURN-RECORD-EXIT
006980     .
006990 3400-CHECK-ONE-RECORD-EXIT.
007000     EXIT.
007010*
007020******************************************************************
007030* 3500-CHECK-RECORD - ONE RECORD AGAINST ITS OWN VALUE AND THE   *
007040*   RECORD BEFORE IT IN THE OWNER'S CHAIN                        *
007050******************************************************************
007060 3500-CHECK-RECORD.
007070     IF WS-REC-CHAINSEQ = ZERO
007080         IF WS-HEAD-FOUND AND WS-REC-DATE NOT < WS-CH-FIRSTDT
007090             MOVE 'UNCHAINED' TO WS-EXC-TYPE
007100             MOVE ZERO        TO WS-EXPECT-SEQ
007110             PERFORM 4000-REPORT-EXCEPTION
007120                 THRU 4000-REPORT-EXCEPTION-EXIT
007130         ELSE
007140             ADD 1 TO WS-ROWS-PRECHAIN
007150         END-IF
007160         GO TO 3500-CHECK-RECORD-EXIT
007170     END-IF
007180
007190*    THE SAME RECORD TWICE - AN EXTRACT AND AN ARCHIVE
007200*    GENERATION BOTH HOLDING IT. ON THE LIVE FILE THE KEY IS
007210*    UNIQUE, SO A SECOND COPY THERE IS A PLANTED RECORD.
007220     IF WS-MODE-ARCHIVE AND NOT WS-OWN-FIRST
007230         AND WS-REC-CHAINSEQ = WS-LAST-SEQ
007240         AND WS-REC-CHAINVAL = WS-LAST-VAL
007250         AND WS-REC-CALCVAL  = WS-REC-CHAINVAL
007260         ADD 1 TO WS-ROWS-REPEATED
007270         GO TO 3500-CHECK-RECORD-EXIT
007280     END-IF
007290
007300     ADD 1 TO WS-ROWS-CHAINED
007310
007320     IF WS-REC-CALCVAL NOT = WS-REC-CHAINVAL
007330         MOVE 'ALTERED'   TO WS-EXC-TYPE
007340         MOVE WS-REC-CHAINSEQ TO WS-EXPECT-SEQ
007350         PERFORM 4000-REPORT-EXCEPTION
007360             THRU 4000-REPORT-EXCEPTION-EXIT
007370     END-IF
007380
007390     IF NOT WS-OWN-FIRST
007400         IF WS-REC-CHAINSEQ = WS-LAST-SEQ
007410             MOVE 'DUPLICATE SEQ' TO WS-EXC-TYPE
007420             MOVE WS-REC-CHAINSEQ     TO WS-EXPECT-SEQ
007430             PERFORM 4000-REPORT-EXCEPTION
007440                 THRU 4000-REPORT-EXCEPTION-EXIT
007450             GO TO 3500-CHECK-RECORD-EXIT
007460         END-IF
007470         COMPUTE WS-EXPECT-SEQ = WS-LAST-SEQ + 1
007480         MOVE WS-LAST-VAL TO WS-EXPECT-VAL
007490         GO TO 3500-CHECK-RECORD-LINK
007500     END-IF
007510
007520*    THE OWNER'S FIRST CHAINED RECORD.
007530     MOVE 'N' TO WS-OWN-FIRST-SW
007540
007550     IF NOT WS-HEAD-FOUND
007560         MOVE 'NO HEAD'   TO WS-EXC-TYPE
007570         MOVE WS-REC-CHAINSEQ TO WS-EXPECT-SEQ
007580         PERFORM 4000-REPORT-EXCEPTION
007590             THRU 4000-REPORT-EXCEPTION-EXIT
007600         GO TO 3500-CHECK-RECORD-SAVE
007610     END-IF
007620
007630*    THE LIVE CHAIN PICKS UP WHERE CASH08'S ARCHIVE LEFT OFF; A
007640*    RECORD AT OR BELOW THE ARCHIVE POINT IS ONE CASH08 COULD
007650*    NOT DELETE AND HAS NO LIVE PREDECESSOR TO LINK TO.
007660     IF WS-MODE-LIVE
007670         COMPUTE WS-EXPECT-SEQ = WS-CH-ARCHSEQ + 1
007680         IF WS-CH-ARCHSEQ > ZERO
007690             MOVE WS-CH-ARCHVAL   TO WS-EXPECT-VAL
007700         ELSE
007710             MOVE WS-CHN-ZERO-VAL TO WS-EXPECT-VAL
007720         END-IF
007730         IF WS-REC-CHAINSEQ < WS-EXPECT-SEQ
007740             GO TO 3500-CHECK-RECORD-SAVE
007750         END-IF
007760     ELSE
007770         MOVE 1               TO WS-EXPECT-SEQ
007780         MOVE WS-CHN-ZERO-VAL TO WS-EXPECT-VAL
007790     END-IF
007800     .
007810 3500-CHECK-RECORD-LINK.
007820     IF WS-REC-CHAINSEQ > WS-EXPECT-SEQ
007830         MOVE 'MISSING SEQ' TO WS-EXC-TYPE
007840         PERFORM 4000-REPORT-EXCEPTION
007850             THRU 4000-REPORT-EXCEPTION-EXIT
007860     ELSE
007870         IF WS-REC-PREVVAL NOT = WS-EXPECT-VAL
007880             MOVE 'BROKEN LINK' TO WS-EXC-TYPE
007890             MOVE WS-REC-CHAINSEQ   TO WS-EXPECT-SEQ
007900             PERFORM 4000-REPORT-EXCEPTION
007910                 THRU 4000-REPORT-EXCEPTION-EXIT
007920         END-IF
007930     END-IF
007940     .
007950 3500-CHECK-RECORD-SAVE.
007960     MOVE WS-REC-CHAINSEQ TO WS-LAST-SEQ
007970     MOVE WS-REC-CHAINVAL TO WS-LAST-VAL
007980     .
007990 3500-CHECK-RECORD-EXIT.
008000     EXIT.
008010*
008020******************************************************************
008030* 3600-CHECK-OWNER-END - ON THE LIVE FILE THE OWNER'S LAST       *
008040*   RECORD MUST BE THE ONE THE HEAD LAST ISSUED: NOTHING MISSING *
008050*   OFF THE END, NOTHING BEYOND IT, AND THE SAME VALUE - A LAST  *
008060*   RECORD ALTERED AND ITS VALUE RECOMPUTED IS ONLY CAUGHT HERE  *
008070******************************************************************
008080 3600-CHECK-OWNER-END.
008090     IF WS-MODE-ARCHIVE OR NOT WS-HEAD-FOUND
008100         GO TO 3600-CHECK-OWNER-END-EXIT
008110     END-IF
008120
008130     IF WS-OWN-FIRST OR WS-LAST-SEQ < WS-CH-ARCHSEQ
008140         MOVE WS-CH-ARCHSEQ TO WS-LAST-SEQ
008150         MOVE SPACES        TO WS-LAST-VAL
008160     END-IF
008170
008180*    THE NEXT OWNER'S FIRST RECORD IS ALREADY IN HAND, SO
008190*    EXCEPTIONS FROM HERE ON NAME NO RECORD.
008200     MOVE 'Y' TO WS-OWNER-END-SW
008210
008220     IF WS-LAST-SEQ > WS-CH-CHAINSEQ
008230         MOVE 'BEYOND HEAD' TO WS-EXC-TYPE
008240         MOVE WS-LAST-SEQ   TO WS-EXPECT-SEQ
008250         PERFORM 4000-REPORT-EXCEPTION
008260             THRU 4000-REPORT-EXCEPTION-EXIT
008270         GO TO 3600-CHECK-OWNER-END-EXIT
008280     END-IF
008290
008300     IF WS-LAST-SEQ = WS-CH-CHAINSEQ
008310         IF WS-LAST-VAL NOT = SPACES
008320             AND WS-LAST-VAL NOT = WS-CH-LASTVAL
008330             MOVE 'HEAD MISMATCH' TO WS-EXC-TYPE
008340             MOVE WS-LAST-SEQ     TO WS-EXPECT-SEQ
008350             PERFORM 4000-REPORT-EXCEPTION
008360                 THRU 4000-REPORT-EXCEPTION-EXIT
008370         END-IF
008380         GO TO 3600-CHECK-OWNER-END-EXIT
008390     END-IF
008400
008410*    SHORT OF THE HEAD. A POSTING MAY HAVE LANDED SINCE THE
008420*    RECORD WAS READ, SO THE OWNER'S RECORDS ARE READ AGAIN
008430*    BEFORE THE TAIL IS REPORTED MISSING.
008440     COMPUTE WS-TAIL-WANTED = WS-CH-CHAINSEQ - WS-LAST-SEQ
008450     PERFORM 3700-RECHECK-TAIL
008460         THRU 3700-RECHECK-TAIL-EXIT
008470
008480     IF WS-TAIL-FOUND < WS-TAIL-WANTED
008490         MOVE 'MISSING TAIL' TO WS-EXC-TYPE
008500         COMPUTE WS-EXPECT-SEQ = WS-LAST-SEQ + 1
008510         PERFORM 4000-REPORT-EXCEPTION
008520             THRU 4000-REPORT-EXCEPTION-EXIT
008530     ELSE
008540         ADD 1 TO WS-OWNERS-LATE
008550     END-IF
008560     .
008570 3600-CHECK-OWNER-END-EXIT.
008580     EXIT.
008590*
008600******************************************************************
008610* 3700-RECHECK-TAIL - COUNT THE OWNER'S LIVE RECORDS NOW PAST    *
008620*   THE LAST ONE CHECKED AND NO FURTHER THAN THE HEAD            *
008630******************************************************************
008640 3700-RECHECK-TAIL.
008650     MOVE ZERO TO WS-TAIL-FOUND
008660     MOVE 'N'  TO WS-TAIL-DONE-SW
008670
008680     MOVE WS-CUR-OWNER TO WS-VR-NAME
008690     MOVE LOW-VALUE    TO WS-VR-DATE
008700     MOVE LOW-VALUE    TO WS-VR-TIME
008710     MOVE ZERO         TO WS-VR-SEQ
008720
008730     START HISTORY-FILE KEY IS GREATER THAN OR EQUAL TO WS-VR-KEY
008740         INVALID KEY
008750             GO TO 3700-RECHECK-TAIL-EXIT
008760     END-START
008770
008780     PERFORM 3750-RECHECK-ONE
008790         THRU 3750-RECHECK-ONE-EXIT
008800         UNTIL WS-TAIL-DONE
008810     .
008820 3700-RECHECK-TAIL-EXIT.
008830     EXIT.
008840*
008850 3750-RECHECK-ONE.
008860     READ HISTORY-FILE NEXT RECORD
008870         AT END
008880             MOVE 'Y' TO WS-TAIL-DONE-SW
008890             GO TO 3750-RECHECK-ONE-EXIT
008900     END-READ
008910
008920     IF WS-HIST-FSTAT NOT = '00' OR WS-VR-NAME NOT = WS-CUR-OWNER
008930         MOVE 'Y' TO WS-TAIL-DONE-SW
008940         GO TO 3750-RECHECK-ONE-EXIT
008950     END-IF
008960
008970     IF WS-VR-CHAINSEQ NUMERIC
008980         IF WS-VR-CHAINSEQ > WS-LAST-SEQ
008990             AND WS-VR-CHAINSEQ NOT > WS-CH-CHAINSEQ
009000             ADD 1 TO WS-TAIL-FOUND
009010         END-IF
009020     END-IF
009030     .
009040 3750-RECHECK-ONE-EXIT.
009050     EXIT.
009060*
009070******************************************************************
009080* 4000-REPORT-EXCEPTION - ONE EXCEPTIONS REPORT LINE. THE        *
009090*   SEQUENCE RANGE RUNS FROM WS-EXPECT-SEQ TO THE RECORD'S OWN   *
009100*   (LESS ONE FOR A GAP); DATE, TIME AND KEY SUFFIX IDENTIFY THE *
009110*   RECORD ON THE FILE                                           *
009120******************************************************************
009130 4000-REPORT-EXCEPTION.
009140     ADD 1 TO WS-EXC-TOTAL
009150
009160     MOVE WS-CUR-OWNER  TO WS-EXC-OWNER
009170     MOVE WS-EXPECT-SEQ TO WS-EXC-SEQ-FROM
009180     IF WS-OWNER-END
009190         MOVE SPACES        TO WS-EXC-DATE
009200         MOVE SPACES        TO WS-EXC-TIME
009210         MOVE SPACES        TO WS-EXC-SEQ
009220     ELSE
009230         MOVE WS-REC-DATE   TO WS-EXC-DATE
009240         MOVE WS-REC-TIME   TO WS-EXC-TIME
009250         MOVE WS-REC-SEQ    TO WS-EXC-SEQ
009260     END-IF
009270
009280     EVALUATE WS-EXC-TYPE
009290         WHEN 'ALTERED'
009300             ADD 1 TO WS-CNT-ALTERED
009310             MOVE WS-EXPECT-SEQ TO WS-EXC-SEQ-TO
009320         WHEN 'BROKEN LINK'
009330             ADD 1 TO WS-CNT-BROKEN
009340             MOVE WS-EXPECT-SEQ TO WS-EXC-SEQ-TO
009350         WHEN 'MISSING SEQ'
009360             ADD 1 TO WS-CNT-MISSING
009370             COMPUTE WS-EXC-SEQ-TO = WS-REC-CHAINSEQ - 1
009380         WHEN 'MISSING TAIL'
009390             ADD 1 TO WS-CNT-TAIL
009400             MOVE WS-CH-CHAINSEQ TO WS-EXC-SEQ-TO
009410         WHEN 'DUPLICATE SEQ'
009420             ADD 1 TO WS-CNT-DUPSEQ
009430             MOVE WS-EXPECT-SEQ TO WS-EXC-SEQ-TO
009440         WHEN 'BEYOND HEAD'
009450             ADD 1 TO WS-CNT-BEYOND
009460             MOVE WS-CH-CHAINSEQ TO WS-EXC-SEQ-TO
009470         WHEN 'HEAD MISMATCH'
009480             ADD 1 TO WS-CNT-HEADMIS
009490             MOVE WS-EXPECT-SEQ TO WS-EXC-SEQ-TO
009500         WHEN 'UNCHAINED'
009510             ADD 1 TO WS-CNT-UNCHAINED
009520             MOVE ZERO          TO WS-EXC-SEQ-TO
009530         WHEN OTHER
009540             ADD 1 TO WS-CNT-NOHEAD
009550             MOVE WS-EXPECT-SEQ TO WS-EXC-SEQ-TO
009560     END-EVALUATE
009570
009580     DISPLAY WS-EXC-LINE
009590     .
009600 4000-REPORT-EXCEPTION-EXIT.
009610     EXIT.
009620*
009630******************************************************************
009640* 7000-CHAIN-VALUE - THE RECORD'S INTEGRITY VALUE, EXACTLY AS    *
009650*   CASH00'S CASH-HIST-CHAIN-VALUE COMPUTES IT: TWO RUNNING SUMS *
009660*   OVER EVERY BYTE OF THE RECORD, EACH FOLDED BY ITS OWN        *
009670*   MULTIPLIER AND PRIME MODULUS. THE KEY SUFFIX COUNTS AS ZERO  *
009680*   AND THE VALUE FIELD ITSELF AS SPACES. THE CALLER HAS ALREADY *
009690*   SAVED THE STORED VALUE, WHICH THIS REPLACES                  *
009700******************************************************************
009710 7000-CHAIN-VALUE.
009720     MOVE WS-VR-SEQ TO WS-CHN-SAVE-SEQ
009730     MOVE ZERO      TO WS-VR-SEQ
009740     MOVE SPACES    TO WS-VR-CHAINVAL
009750     MOVE 1         TO WS-CHN-A
009760     MOVE ZERO      TO WS-CHN-B
009770     MOVE LENGTH OF WS-VSAM-RECORD TO WS-CHN-LEN
009780
009790     PERFORM 7100-CHAIN-BYTE
009800         THRU 7100-CHAIN-BYTE-EXIT
009810         VARYING WS-CHN-POS FROM 1 BY 1
009820         UNTIL WS-CHN-POS > WS-CHN-LEN
009830
009840     MOVE WS-CHN-SAVE-SEQ TO WS-VR-SEQ
009850     MOVE WS-CHN-VALUE    TO WS-VR-CHAINVAL
009860     .
009870 7000-CHAIN-VALUE-EXIT.
009880     EXIT.
009890*
009900 7100-CHAIN-BYTE.
009910     MOVE LOW-VALUE TO WS-CHN-BYTE-HI
009920     MOVE WS-VSAM-RECORD(WS-CHN-POS:1) TO WS-CHN-BYTE-LO
009930     COMPUTE WS-CHN-WORK = WS-CHN-A * 31 + WS-CHN-BYTE-HW + 1
009940     DIVIDE WS-CHN-WORK BY WS-CHN-MOD-A
009950         GIVING WS-CHN-QUOT REMAINDER WS-CHN-A
009960     COMPUTE WS-CHN-WORK = WS-CHN-B * 257 + WS-CHN-BYTE-HW
009970                           + WS-CHN-POS
009980     DIVIDE WS-CHN-WORK BY WS-CHN-MOD-B
009990         GIVING WS-CHN-QUOT REMAINDER WS-CHN-B
010000     .
010010 7100-CHAIN-BYTE-EXIT.
010020     EXIT.
010030*
010040******************************************************************
010050* 8000-TERMINATE - CLOSE UP, PRINT THE TOTALS AND RAISE THE      *
010060*   ALERT WHEN ANYTHING WAS FOUND                                *
010070******************************************************************
010080 8000-TERMINATE.
010090     IF WS-HIST-OPEN
010100         CLOSE HISTORY-FILE
010110     END-IF
010120     IF WS-HIN-OPEN
010130         CLOSE HISTIN-FILE
010140     END-IF
010150
010160     IF WS-EXC-TOTAL = ZERO AND NOT WS-RC-REFUSED
010170         DISPLAY '  (NONE)'
010180     END-IF
010190
010200     DISPLAY ' '
010210     MOVE WS-ROWS-READ TO WS-ED-COUNT
010220     DISPLAY 'CASH45 - RECORDS READ         : ' WS-ED-COUNT
010230     MOVE WS-ROWS-CHAINED TO WS-ED-COUNT
010240     DISPLAY 'CASH45 - CHAINED RECORDS      : ' WS-ED-COUNT
010250     MOVE WS-ROWS-PRECHAIN TO WS-ED-COUNT
010260     DISPLAY 'CASH45 - WRITTEN BEFORE CHAIN : ' WS-ED-COUNT
010270     MOVE WS-ROWS-REPEATED TO WS-ED-COUNT
010280     DISPLAY 'CASH45 - SEEN TWICE (SKIPPED) : ' WS-ED-COUNT
010290     MOVE WS-OWNERS-CHECKED TO WS-ED-COUNT
010300     DISPLAY 'CASH45 - OWNERS CHECKED       : ' WS-ED-COUNT
010310     MOVE WS-OWNERS-LATE TO WS-ED-COUNT
010320     DISPLAY 'CASH45 - POSTED DURING RUN    : ' WS-ED-COUNT
010330     DISPLAY ' '
010340     MOVE WS-CNT-ALTERED TO WS-ED-COUNT
010350     DISPLAY 'CASH45 - ALTERED              : ' WS-ED-COUNT
010360     MOVE WS-CNT-BROKEN TO WS-ED-COUNT
010370     DISPLAY 'CASH45 - BROKEN LINK          : ' WS-ED-COUNT
010380     MOVE WS-CNT-MISSING TO WS-ED-COUNT
010390     DISPLAY 'CASH45 - MISSING SEQ          : ' WS-ED-COUNT
010400     MOVE WS-CNT-TAIL TO WS-ED-COUNT
010410     DISPLAY 'CASH45 - MISSING TAIL         : ' WS-ED-COUNT
010420     MOVE WS-CNT-DUPSEQ TO WS-ED-COUNT
010430     DISPLAY 'CASH45 - DUPLICATE SEQ        : ' WS-ED-COUNT
010440     MOVE WS-CNT-BEYOND TO WS-ED-COUNT
010450     DISPLAY 'CASH45 - BEYOND HEAD          : ' WS-ED-COUNT
010460     MOVE WS-CNT-HEADMIS TO WS-ED-COUNT
010470     DISPLAY 'CASH45 - HEAD MISMATCH        : ' WS-ED-COUNT
010480     MOVE WS-CNT-UNCHAINED TO WS-ED-COUNT
010490     DISPLAY 'CASH45 - UNCHAINED            : ' WS-ED-COUNT
010500     MOVE WS-CNT-NOHEAD TO WS-ED-COUNT
010510     DISPLAY 'CASH45 - NO HEAD              : ' WS-ED-COUNT
010520     MOVE WS-EXC-TOTAL TO WS-ED-COUNT
010530     DISPLAY 'CASH45 - TOTAL EXCEPTIONS     : ' WS-ED-COUNT
010540
010550     IF WS-EXC-TOTAL > ZERO
010560         PERFORM 8500-RAISE-ALERT
010570             THRU 8500-RAISE-ALERT-EXIT
010580     END-IF
010590
010600     IF WS-RUN-ERROR
010610         DISPLAY 'CASH45 - RUN ENDED ON AN ERROR - THE CHAINS'
010620             ' WERE NOT FULLY VERIFIED; RERUN AFTER THE CAUSE'
010630             ' IS FIXED'
010640     END-IF
010650
010660     DISPLAY 'CASH45 - HISTORY CHAIN VERIFICATION - COMPLETE'
010670
010680     PERFORM 0900-RUN-COMPLETE
010690         THRU 0900-RUN-COMPLETE-EXIT
010700     .
010710 8000-TERMINATE-EXIT.
010720     EXIT.
010730*
010740******************************************************************
010750* 8500-RAISE-ALERT - ONE CRITICAL HISTCHN ALERT FOR THE WHOLE    *
010760*   RUN, QUEUED ON CSHALRT BY CASH11'S 'R' REQUEST OVER AN EXCI  *
010770*   LINK. IF THE REGION CANNOT BE REACHED THE REPORT SAYS SO, SO *
010780*   OPERATIONS RAISE IT BY HAND                                  *
010790******************************************************************
010800 8500-RAISE-ALERT.
010810     MOVE WS-EXC-TOTAL TO WS-ALERT-EXC-CNT
010820     MOVE SPACES       TO WS-ALERT-COMMAREA
010830     MOVE 'R'          TO WS-AL-REQ
010840     MOVE ZERO         TO WS-AL-COUNT
010850     MOVE WS-ALERT-TEXT TO WS-AL-MESSAGE(1)
010860
010870     EXEC CICS LINK PROGRAM ('CASH11')
010880          APPLID     (WS-PARM-APPLID)
010890          COMMAREA   (WS-ALERT-COMMAREA)
010900          LENGTH     (LENGTH OF WS-ALERT-COMMAREA)
010910          DATALENGTH (LENGTH OF WS-ALERT-COMMAREA)
010920          RETCODE    (WS-EXCI-RETAREA)
010930          SYNCONRETURN
010940     END-EXEC
010950
010960     IF WS-EXCI-RESP = ZERO AND WS-AL-RETCODE = 'RAISED'
010970         DISPLAY 'CASH45 - HISTCHN ALERT RAISED IN '
010980             WS-PARM-APPLID
010990     ELSE
011000         DISPLAY 'CASH45 - *** HISTCHN ALERT COULD NOT BE'
011010             ' RAISED IN ' WS-PARM-APPLID ' (EXCI RESP='
011020             WS-EXCI-RESP ' RESP2=' WS-EXCI-RESP2
011030             ' RETCODE=' WS-AL-RETCODE ') - NOTIFY'
011040             ' OPERATIONS ***'
011050     END-IF
011060     .
011070 8500-RAISE-ALERT-EXIT.
011080     EXIT.
