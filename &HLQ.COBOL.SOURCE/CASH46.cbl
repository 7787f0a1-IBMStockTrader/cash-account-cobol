000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. CASH46.
000120 AUTHOR. D-L CASH MANAGEMENT SUPPORT.
000130 INSTALLATION. STOCKTRD - CASH ACCOUNT SERVICES.
000140 DATE-WRITTEN. 2026-10-15.
000150 DATE-COMPILED.
000160******************************************************************
000170* MODIFICATION HISTORY                                           *
000180*  DATE       BY    DESCRIPTION                                  *
000190*  2026-10-15 DLM   INITIAL VERSION - POINT-IN-TIME BALANCE      *
000200*                    REBUILD FROM A CASH17 SNAPSHOT PLUS THE     *
000210*                    HISTORY MOVEMENTS SINCE, WITH A VARIANCE    *
000220*                    REPORT AGAINST CASHACCOUNTY AND A 'Y'       *
000230*                    ENTITLED RESTORE MODE.                      *
000240*  2026-10-15 DLM   'O' OUTBOUND PAYMENTS AND THEIR CASH48       *
000250*                    RETURNS NOW REPLAY AS MOVEMENTS; THE        *
000260*                    EXCEPTION LIST SKIPS 'NO BENEFIC', 'REF     *
000270*                    USED' AND 'PAY FAILD'.                      *
000280*  2026-10-15 DLM   CASH00 'N' DISPUTE PROVISIONAL CREDITS AND   *
000290*                    'Z' CLAWBACKS NOW REPLAY AS MOVEMENTS; THE  *
000300*                    EXCEPTION LIST SKIPS 'CASE STAT', 'IN       *
000310*                    DISPUTE' AND 'DISP FAILD'.                  *
000320*  2026-10-15 DLM   EXCEPTION LIST NOW SKIPS THE SANCTIONS       *
000330*                    REFUSALS; THE RUNCTL REGISTRATION IS        *
000340*                    COMMITTED AT ONCE; ONLY FILES THAT OPENED   *
000350*                    ARE CLOSED.                                 *
000360******************************************************************
000370*
000380******************************************************************
000390* CASH04 CAN ONLY SAY THAT A LIVE BALANCE DISAGREES WITH ITS     *
000400* LATEST HISTORY RECORD; IT CANNOT SAY WHAT THE BALANCE SHOULD   *
000410* BE. WHEN CASHACCOUNTY ITSELF IS DAMAGED - A BAD SPUFI UPDATE,  *
000420* A DB2 RECOVERY TO THE WRONG LOG POINT - THIS JOB REBUILDS      *
000430* EVERY OWNER-AND-CURRENCY BALANCE FROM A CHOSEN CASH17 SNAPSHOT *
000440* GENERATION (SNAPIN) BY REPLAYING EACH HISTORY MOVEMENT WRITTEN *
000450* AFTER THE SNAPSHOT ROW WAS TAKEN: PRIOR BALANCE TO RESULTING   *
000460* BALANCE, SO A POSTING THAT LANDED ON A DAMAGED ROW STILL ADDS  *
000470* ONLY ITS OWN MOVEMENT. RECORDS CARRYING ONE OF THE EXCEPTION   *
000480* RETCODES CASH13 EXCLUDES MOVED NO MONEY AND ARE SKIPPED. THE   *
000490* REBUILD CAN STOP AT ANY BUSINESS DATE AND/OR WALL-CLOCK STAMP. *
000500* EVERY POSITION WHOSE REBUILT BALANCE DIFFERS FROM THE LIVE ROW *
000510* IS PRINTED. IN 'U' (UPDATE) MODE - REQUESTER ENTITLED 'Y',     *
000520* POSTING WINDOW SHUT, NO AS-OF LIMIT - EACH VARIANCE IS THEN    *
000530* RESTORED IN ITS OWN UNIT OF WORK WITH A CHGLOG BEFORE/AFTER    *
000540* ROW AND A CHAINED 'Y' HISTORY RECORD, SO THE RESTORE IS        *
000550* ITSELF AUDITED AND A LATER REBUILD REPLAYS ACROSS IT.          *
000560*                                                                *
000570* SYSIN, ONE VALUE PER CARD (A BLANK CARD TAKES THE DEFAULT):    *
000580*   1  MODE         'R' REPORT ONLY (DEFAULT) OR 'U' UPDATE      *
000590*   2  AS-OF BUSDT  YYYYMMDD - REPLAY NOTHING LATER (BLANK=ALL)  *
000600*   3  AS-OF STAMP  YYYYMMDDHHMMSS WALL-CLOCK (BLANK=ALL)        *
000610*   4  USERID       THE REQUESTER - REQUIRED FOR 'U'             *
000620******************************************************************
000630 ENVIRONMENT DIVISION.
000640 CONFIGURATION SECTION.
000650 SOURCE-COMPUTER. IBM-370.
000660 OBJECT-COMPUTER. IBM-370.
000670 INPUT-OUTPUT SECTION.
000680 FILE-CONTROL.
000690     SELECT SNAP-IN-FILE ASSIGN TO SNAPIN
000700         ORGANIZATION IS SEQUENTIAL
000710         FILE STATUS IS WS-SNAP-FSTAT.
000720     SELECT HISTORY-FILE ASSIGN TO HISTFILE
000730         ORGANIZATION IS INDEXED
000740         ACCESS MODE IS DYNAMIC
000750         RECORD KEY IS WS-VR-KEY
000760         FILE STATUS IS WS-HIST-FSTAT.
000770 DATA DIVISION.
000780 FILE SECTION.
000790*    THE CASH17 SNAPSHOT RECORD (SEE CASH17 SNAP-OUT-RECORD).
000800*    THE TAKEN DATE/TIME ARE SPACES ON GENERATIONS WRITTEN BEFORE
000810*    CASH17 STAMPED THEM; THOSE FALL BACK TO THE BUSINESS DATE.
000820 FD  SNAP-IN-FILE
000830     LABEL RECORDS ARE STANDARD.
000840 01  SNAP-IN-RECORD.
000850     05 SI-DATE           PIC X(08).
000860     05 SI-OWNER          PIC X(32).
000870     05 SI-CURRENCY       PIC X(08).
000880     05 SI-BALANCE        PIC 9(7)V99.
000890     05 SI-TAKEN-DATE     PIC X(08).
000900     05 SI-TAKEN-TIME     PIC X(06).
000910     05 FILLER            PIC X(09).
000920 FD  HISTORY-FILE
000930     LABEL RECORDS ARE STANDARD.
000940     COPY DCLHIST.
000950 WORKING-STORAGE SECTION.
000960     EXEC SQL
000970         INCLUDE SQLCA
000980     END-EXEC.
000990     EXEC SQL
001000         INCLUDE DCLCASH
001010     END-EXEC.
001020     EXEC SQL
001030         INCLUDE DCLUENT
001040     END-EXEC.
001050     EXEC SQL
001060         INCLUDE DCLBDAT
001070     END-EXEC.
001080     EXEC SQL
001090         INCLUDE DCLRUNC
001100     END-EXEC.
001110     EXEC SQL
001120         INCLUDE DCLHCHN
001130     END-EXEC.
001140     EXEC SQL
001150         INCLUDE DCLCLOG
001160     END-EXEC.
001170*
001180******************************************************************
001190* WORKING STORAGE - PARAMETERS, COUNTERS AND SWITCHES            *
001200******************************************************************
001210 77  WS-PARM-MODE            PIC X(01) VALUE SPACES.
001220     88 WS-UPDATE-MODE                 VALUE 'U'.
001230 77  WS-PARM-ASOF-DATE       PIC X(08) VALUE SPACES.
001240 01  WS-PARM-ASOF-STAMP      PIC X(14) VALUE SPACES.
001250 01  WS-PARM-ASOF-STAMP-R REDEFINES WS-PARM-ASOF-STAMP.
001260     05 WS-PARM-ASOF-SDATE   PIC X(08).
001270     05 WS-PARM-ASOF-STIME   PIC X(06).
001280 77  WS-PARM-USERID          PIC X(08) VALUE SPACES.
001290 77  WS-SNAP-FSTAT           PIC X(02) VALUE '00'.
001300 77  WS-HIST-FSTAT           PIC X(02) VALUE '00'.
001310 77  WS-TODAY-X              PIC X(08) VALUE SPACES.
001320 77  WS-REGIONID             PIC X(08) VALUE 'CASHRGN '.
001330 77  WS-BUSDT                PIC X(08) VALUE SPACES.
001340 77  WS-DB2-EOF-SW           PIC X(01) VALUE 'N'.
001350     88 WS-DB2-EOF                     VALUE 'Y'.
001360 77  WS-SNAP-EOF-SW          PIC X(01) VALUE 'N'.
001370     88 WS-SNAP-EOF                    VALUE 'Y'.
001380 77  WS-CSR-OPEN-SW          PIC X(01) VALUE 'N'.
001390     88 WS-CSR-OPEN                    VALUE 'Y'.
001400 77  WS-SNAP-OPEN-SW         PIC X(01) VALUE 'N'.
001410     88 WS-SNAP-OPEN                   VALUE 'Y'.
001420 77  WS-HIST-OPEN-SW         PIC X(01) VALUE 'N'.
001430     88 WS-HIST-OPEN                   VALUE 'Y'.
001440 77  WS-RUN-ERROR-SW         PIC X(01) VALUE 'N'.
001450     88 WS-RUN-ERROR                   VALUE 'Y'.
001460 77  WS-ENTITLED-SW          PIC X(01) VALUE 'N'.
001470     88 WS-ENTITLED                    VALUE 'Y'.
001480 77  WS-FUNC-SUB             PIC 9(2) COMP VALUE ZERO.
001490 77  WS-SNAP-READ            PIC 9(7) COMP VALUE ZERO.
001500 77  WS-LIVE-READ            PIC 9(7) COMP VALUE ZERO.
001510 77  WS-POSNS-AGREE          PIC 9(7) COMP VALUE ZERO.
001520 77  WS-POSNS-VARY           PIC 9(7) COMP VALUE ZERO.
001530 77  WS-POSNS-CLOSED         PIC 9(7) COMP VALUE ZERO.
001540 77  WS-POSNS-RESTORED       PIC 9(7) COMP VALUE ZERO.
001550 77  WS-POSNS-NOT-RESTORED   PIC 9(7) COMP VALUE ZERO.
001560 77  WS-RECS-APPLIED         PIC 9(9) COMP VALUE ZERO.
001570 77  WS-RECS-EXCLUDED        PIC 9(9) COMP VALUE ZERO.
001580 77  WS-RECS-RESYNC          PIC 9(9) COMP VALUE ZERO.
001590 77  WS-RECS-BREAK           PIC 9(9) COMP VALUE ZERO.
001600 77  WS-TOTAL-DIFF           PIC S9(11)V99 COMP-3 VALUE ZERO.
001610******************************************************************
001620* MATCH-MERGE KEYS: THE LIVE CURSOR AND THE SNAPSHOT FILE BOTH   *
001630* COME IN OWNER+CURRENCY ORDER - CASH17 WROTE THE FILE FROM THE  *
001640* SAME ORDER BY.                                                 *
001650******************************************************************
001660 01  WS-LIVE-KEY.
001670     05 WS-LIVE-KEY-OWNER    PIC X(32).
001680     05 WS-LIVE-KEY-CCY      PIC X(08).
001690 01  WS-SNAP-KEY.
001700     05 WS-SNAP-KEY-OWNER    PIC X(32).
001710     05 WS-SNAP-KEY-CCY      PIC X(08).
001720******************************************************************
001730* THE SNAPSHOT'S OWN CUTOFF, FROM ITS FIRST RECORD: A POSITION   *
001740* OPENED SINCE HAS NO SNAPSHOT ROW, STARTS FROM ZERO AND REPLAYS *
001750* EVERYTHING AFTER THE EARLIEST ROW WAS TAKEN.                   *
001760******************************************************************
001770 77  WS-SNAP-BUSDT           PIC X(08) VALUE SPACES.
001780 77  WS-SNAP-STAMPED-SW      PIC X(01) VALUE 'N'.
001790     88 WS-SNAP-STAMPED                VALUE 'Y'.
001800 01  WS-SNAP-CUT-STAMP.
001810     05 WS-SNAP-CUT-DATE     PIC X(08) VALUE SPACES.
001820     05 WS-SNAP-CUT-TIME     PIC X(06) VALUE SPACES.
001830******************************************************************
001840* THE POSITION BEING REBUILT. THE CUTOFF IS THE SNAPSHOT ROW'S   *
001850* TAKEN STAMP (A RECORD KEYED AFTER IT IS NOT IN THE SNAPSHOT    *
001860* BALANCE) OR, ON AN UNSTAMPED GENERATION, ITS BUSINESS DATE (A  *
001870* RECORD OF A LATER BUSINESS DATE IS NOT IN IT).                 *
001880******************************************************************
001890 77  WS-POS-OWNER            PIC X(32) VALUE SPACES.
001900 77  WS-POS-CCY              PIC X(08) VALUE SPACES.
001910 77  WS-POS-IN-SNAP-SW       PIC X(01) VALUE 'N'.
001920     88 WS-POS-IN-SNAP                 VALUE 'Y'.
001930 77  WS-POS-IN-LIVE-SW       PIC X(01) VALUE 'N'.
001940     88 WS-POS-IN-LIVE                 VALUE 'Y'.
001950 77  WS-POS-STAMPED-SW       PIC X(01) VALUE 'N'.
001960     88 WS-POS-STAMPED                 VALUE 'Y'.
001970 77  WS-POS-CUT-BUSDT        PIC X(08) VALUE SPACES.
001980 01  WS-POS-CUT-STAMP.
001990     05 WS-POS-CUT-DATE      PIC X(08) VALUE SPACES.
002000     05 WS-POS-CUT-TIME      PIC X(06) VALUE SPACES.
002010 77  WS-POS-SNAP-BAL         PIC S9(9)V99 COMP-3 VALUE ZERO.
002020 77  WS-POS-LIVE-BAL         PIC S9(9)V99 COMP-3 VALUE ZERO.
002030 77  WS-POS-REBUILT          PIC S9(9)V99 COMP-3 VALUE ZERO.
002040 77  WS-POS-NET              PIC S9(9)V99 COMP-3 VALUE ZERO.
002050 77  WS-POS-DIFF             PIC S9(9)V99 COMP-3 VALUE ZERO.
002060 77  WS-POS-APPLIED          PIC 9(7) COMP VALUE ZERO.
002070 77  WS-POS-RESYNC           PIC 9(7) COMP VALUE ZERO.
002080 77  WS-POS-BREAKS           PIC 9(7) COMP VALUE ZERO.
002090 77  WS-POS-BRK-PRIOR        PIC S9(9)V99 COMP-3 VALUE ZERO.
002100 77  WS-POS-BRK-EXPECT       PIC S9(9)V99 COMP-3 VALUE ZERO.
002110 01  WS-POS-BRK-STAMP.
002120     05 WS-POS-BRK-DATE      PIC X(08) VALUE SPACES.
002130     05 WS-POS-BRK-TIME      PIC X(06) VALUE SPACES.
002140 77  WS-POS-FLAG             PIC X(06) VALUE SPACES.
002150******************************************************************
002160* THE HISTORY RECORD IN HAND: ITS WALL-CLOCK KEY STAMP AND THE   *
002170* BUSINESS DATE IT BELONGS TO (KEY DATE ON PRE-STAMP RECORDS).   *
002180******************************************************************
002190 77  WS-SCAN-EOF-SW          PIC X(01) VALUE 'N'.
002200     88 WS-SCAN-EOF                    VALUE 'Y'.
002210 77  WS-REC-BUSDT            PIC X(08) VALUE SPACES.
002220 01  WS-REC-STAMP.
002230     05 WS-REC-DATE          PIC X(08) VALUE SPACES.
002240     05 WS-REC-TIME          PIC X(06) VALUE SPACES.
002250 77  WS-REC-PRIOR            PIC S9(9)V99 COMP-3 VALUE ZERO.
002260******************************************************************
002270* EXCEPTION RETCODES (THE SAME LIST IS IN CASH12, CASH13, CASH24,*
002280* CASH40 AND CASH46 - KEEP ALL FIVE IN STEP): A RECORD CARRYING  *
002290* ONE MOVED NO MONEY AND ITS PRIOR BALANCE IS NOT MEANINGFUL.    *
002300******************************************************************
002310 01  WS-EXC-LIST.
002320     05 FILLER               PIC X(10) VALUE 'OVERDRAWN '.
002330     05 FILLER               PIC X(10) VALUE 'RATE STALE'.
002340     05 FILLER               PIC X(10) VALUE 'BAD CURNCY'.
002350     05 FILLER               PIC X(10) VALUE 'BAD REQ CD'.
002360     05 FILLER               PIC X(10) VALUE 'XFER FAILD'.
002370     05 FILLER               PIC X(10) VALUE 'DUP REQST '.
002380     05 FILLER               PIC X(10) VALUE 'ACCT FROZN'.
002390     05 FILLER               PIC X(10) VALUE 'ACCT CLOSD'.
002400     05 FILLER               PIC X(10) VALUE 'PENDING   '.
002410     05 FILLER               PIC X(10) VALUE 'NO USERID '.
002420     05 FILLER               PIC X(10) VALUE 'PEND FAILD'.
002430     05 FILLER               PIC X(10) VALUE 'NOT FOUND '.
002440     05 FILLER               PIC X(10) VALUE 'XFER CURCY'.
002450     05 FILLER               PIC X(10) VALUE 'BAD STATUS'.
002460     05 FILLER               PIC X(10) VALUE 'NOT PEND  '.
002470     05 FILLER               PIC X(10) VALUE 'SAME USER '.
002480     05 FILLER               PIC X(10) VALUE 'PSTG CLOSD'.
002490     05 FILLER               PIC X(10) VALUE 'XCCY FAILD'.
002500     05 FILLER               PIC X(10) VALUE 'NO RATE   '.
002510     05 FILLER               PIC X(10) VALUE 'NO REFRNCE'.
002520     05 FILLER               PIC X(10) VALUE 'ALRDY REVD'.
002530     05 FILLER               PIC X(10) VALUE 'NOT REVSBL'.
002540     05 FILLER               PIC X(10) VALUE 'REV FAILD '.
002550     05 FILLER               PIC X(10) VALUE 'NOT ENTITL'.
002560     05 FILLER               PIC X(10) VALUE 'OVER LIMIT'.
002570     05 FILLER               PIC X(10) VALUE 'VELOCITY  '.
002580     05 FILLER               PIC X(10) VALUE 'HELD FUNDS'.
002590     05 FILLER               PIC X(10) VALUE 'NO CUSTID '.
002600     05 FILLER               PIC X(10) VALUE 'BAD CUSTID'.
002610     05 FILLER               PIC X(10) VALUE 'ACCT ESCHT'.
002620     05 FILLER               PIC X(10) VALUE 'NOT ESCHTD'.
002630     05 FILLER               PIC X(10) VALUE 'SUSP SHORT'.
002640     05 FILLER               PIC X(10) VALUE 'NO BENEFIC'.
002650     05 FILLER               PIC X(10) VALUE 'REF USED  '.
002660     05 FILLER               PIC X(10) VALUE 'PAY FAILD '.
002670     05 FILLER               PIC X(10) VALUE 'CASE STAT '.
002680     05 FILLER               PIC X(10) VALUE 'IN DISPUTE'.
002690     05 FILLER               PIC X(10) VALUE 'DISP FAILD'.
002700     05 FILLER               PIC X(10) VALUE 'SANCTIONED'.
002710     05 FILLER               PIC X(10) VALUE 'SCRN FAILD'.
002720     05 FILLER               PIC X(10) VALUE 'REFERRED  '.
002730 01  WS-EXC-TABLE REDEFINES WS-EXC-LIST.
002740     05 WS-EXC-CODE          PIC X(10) OCCURS 41 TIMES.
002750 77  WS-EXC-MAX              PIC 9(2) COMP VALUE 41.
002760 77  WS-SUB                  PIC 9(4) COMP VALUE ZERO.
002770 77  WS-EXC-HIT-SW           PIC X(01) VALUE 'N'.
002780     88 WS-EXC-HIT                     VALUE 'Y'.
002790******************************************************************
002800* CASH00'S OWN ANSWER ON AN OPEN ('A'), SET ('U') OR DELETE      *
002810* ('X') IS THE RAW SQLCODE - ALL ZEROS WHEN THE ROW CHANGED.     *
002820******************************************************************
002830 77  WS-SQL-OK-RETCODE       PIC X(09) VALUE '000000000'.
002840******************************************************************
002850* VARIANCES KEPT FOR THE RESTORE PASS. THE CURSOR IS CLOSED      *
002860* BEFORE ANYTHING CHANGES, SO NOTHING IS RESTORED IF THE TABLE   *
002870* OVERFLOWS - THE REPORT STILL LISTS EVERY VARIANCE.             *
002880******************************************************************
002890 77  WS-VAR-MAX              PIC 9(4) COMP VALUE 2000.
002900 77  WS-VAR-CNT              PIC 9(4) COMP VALUE ZERO.
002910 77  WS-VAR-IDX              PIC 9(4) COMP VALUE ZERO.
002920 77  WS-VAR-FULL-SW          PIC X(01) VALUE 'N'.
002930     88 WS-VAR-FULL                    VALUE 'Y'.
002940 01  WS-VAR-TABLE.
002950     05 WS-VAR-ENTRY OCCURS 2000 TIMES.
002960        10 WS-VAR-OWNER      PIC X(32).
002970        10 WS-VAR-CCY        PIC X(08).
002980        10 WS-VAR-IN-LIVE    PIC X(01).
002990        10 WS-VAR-LIVE-BAL   PIC S9(9)V99 COMP-3.
003000        10 WS-VAR-REBUILT    PIC S9(9)V99 COMP-3.
003010******************************************************************
003020* THE RESTORE IN HAND AND ITS 'Y' HISTORY REFERENCE - 'RB' + RUN *
003030* DATE YYMMDD + RESTORE NUMBER IN THE RUN.                       *
003040******************************************************************
003050 77  WS-RST-PRIOR            PIC S9(9)V99 COMP-3 VALUE ZERO.
003060 77  WS-RST-AMOUNT           PIC S9(9)V99 COMP-3 VALUE ZERO.
003070 77  WS-RST-REASON           PIC X(10) VALUE SPACES.
003080 77  WS-NOW-DATE             PIC X(08) VALUE SPACES.
003090 77  WS-NOW-TIME             PIC X(06) VALUE SPACES.
003100 01  WS-RESTORE-REF.
003110     05 FILLER               PIC X(02) VALUE 'RB'.
003120     05 WS-RREF-DATE         PIC X(06) VALUE SPACES.
003130     05 WS-RREF-SEQ          PIC 9(04) VALUE ZERO.
003140 77  WS-WRITE-SEQ            PIC 9(2) VALUE ZERO.
003150 77  WS-WRITE-DONE-SW        PIC X(01) VALUE 'N'.
003160     88 WS-WRITE-DONE                  VALUE 'Y'.
003170*    HISTORY CHAIN FIELDS (SEE DCLHCHN/DCLHIST): THE 'Y' RECORD
003180*    IS LINKED INTO ITS OWNER'S CHAIN BEFORE THE COMMIT, SO THE
003190*    HEAD UPDATE COMMITS WITH THE BALANCE IT RECORDS.
003200*    WS-CHN-BYTE-HW PICKS UP ONE RECORD BYTE IN ITS LOW HALF.
003210 77  WS-CHN-POS              PIC S9(4) COMP VALUE ZERO.
003220 77  WS-CHN-LEN              PIC S9(4) COMP VALUE ZERO.
003230 77  WS-CHN-SAVE-SEQ         PIC 9(2) VALUE ZERO.
003240 77  WS-CHN-WORK             PIC S9(15) COMP-3 VALUE ZERO.
003250 77  WS-CHN-QUOT             PIC S9(15) COMP-3 VALUE ZERO.
003260 77  WS-CHN-MOD-A            PIC S9(11) COMP-3 VALUE 2147483647.
003270 77  WS-CHN-MOD-B            PIC S9(11) COMP-3 VALUE 999999937.
003280 77  WS-CHN-ZERO-VAL         PIC X(20) VALUE ALL '0'.
003290 01  WS-CHN-BYTE-HW          PIC 9(4) COMP VALUE ZERO.
003300 01  WS-CHN-BYTE-R REDEFINES WS-CHN-BYTE-HW.
003310     05 WS-CHN-BYTE-HI       PIC X(01).
003320     05 WS-CHN-BYTE-LO       PIC X(01).
003330 01  WS-CHN-VALUE.
003340     05 WS-CHN-A             PIC 9(10).
003350     05 WS-CHN-B             PIC 9(10).
003360******************************************************************
003370* REPORT EDIT FIELDS                                             *
003380******************************************************************
003390 77  WS-ED-SNAP              PIC -(7)9.99.
003400 77  WS-ED-NET               PIC -(7)9.99.
003410 77  WS-ED-REBUILT           PIC -(7)9.99.
003420 77  WS-ED-LIVE              PIC -(7)9.99.
003430 77  WS-ED-DIFF              PIC -(7)9.99.
003440 77  WS-ED-TOTAL             PIC -(10)9.99.
003450 77  WS-ED-COUNT             PIC Z(8)9.
003460******************************************************************
003470* BATCH RUN-CONTROL (SEE DCLRUNC): THIS JOB REGISTERS ON         *
003480* RUNCTL AND MARKS ITSELF COMPLETE OR FAILED AT END OF RUN. IT   *
003490* HAS NO PREDECESSORS - OPS RUNS IT ON DEMAND.                   *
003500******************************************************************
003510 77  WS-RC-JOBNAME           PIC X(08) VALUE 'CASH46  '.
003520 77  WS-RC-REGION            PIC X(08) VALUE 'CASHRGN '.
003530 77  WS-RC-BUSDT             PIC X(08) VALUE SPACES.
003540 77  WS-RC-TIME              PIC X(06) VALUE SPACES.
003550 77  WS-RC-REFUSED-SW        PIC X(01) VALUE 'N'.
003560     88 WS-RC-REFUSED                  VALUE 'Y'.
003570 PROCEDURE DIVISION.
003580*
003590 0000-MAINLINE.
003600     PERFORM 1000-INITIALIZE
003610         THRU 1000-INITIALIZE-EXIT
003620     PERFORM 2000-MERGE-POSITIONS
003630         THRU 2000-MERGE-POSITIONS-EXIT
003640         UNTIL WS-DB2-EOF AND WS-SNAP-EOF
003650     PERFORM 5000-RESTORE-BALANCES
003660         THRU 5000-RESTORE-BALANCES-EXIT
003670     PERFORM 8000-TERMINATE
003680         THRU 8000-TERMINATE-EXIT
003690     GOBACK.
003700******************************************************************
003710* 0800-RUN-CONTROL - REGISTER THIS RUN ON RUNCTL                 *
003720******************************************************************
003730 0800-RUN-CONTROL.
003740     MOVE 'N' TO WS-RC-REFUSED-SW
003750     ACCEPT WS-RC-TIME FROM TIME
003760
003770     ACCEPT WS-RC-BUSDT FROM DATE YYYYMMDD
003780     EXEC SQL
003790         SELECT REGIONID, BUSDT, WSTATUS
003800         INTO :DCLBUSDATE
003810         FROM STOCKTRD.BUSDATE
003820         WHERE REGIONID = :WS-RC-REGION
003830     END-EXEC
003840     IF SQLCODE = 0
003850         MOVE BD-BUSDT TO WS-RC-BUSDT
003860     END-IF
003870
003880     EXEC SQL
003890         UPDATE STOCKTRD.RUNCTL
003900         SET RSTATUS = 'S',
003910             STARTTM = :WS-RC-TIME,
003920             ENDTM   = ' '
003930         WHERE JOBNAME = :WS-RC-JOBNAME
003940           AND BUSDT = :WS-RC-BUSDT
003950     END-EXEC
003960     IF SQLCODE NOT = 0 OR SQLERRD(3) = 0
003970         EXEC SQL
003980             INSERT INTO STOCKTRD.RUNCTL(
003990                 JOBNAME, BUSDT, RSTATUS, STARTTM,
004000                 ENDTM, OVERRIDE)
004010             VALUES (:WS-RC-JOBNAME, :WS-RC-BUSDT, 'S',
004020                 :WS-RC-TIME, ' ', ' ')
004030         END-EXEC
004040     END-IF
004050     IF SQLCODE NOT = 0
004060         DISPLAY 'CASH46 - RUNCTL REGISTRATION FAILED,'
004070             ' SQLCODE=' SQLCODE
004080     END-IF
004090
004100*    COMMITTED NOW SO THE FIRST RESTORE'S ROLLBACK CANNOT TAKE
004110*    THE REGISTRATION WITH IT.
004120     EXEC SQL
004130         COMMIT
004140     END-EXEC
004150     IF SQLCODE NOT = 0
004160         DISPLAY 'CASH46 - RUNCTL COMMIT FAILED,'
004170             ' SQLCODE=' SQLCODE
004180     END-IF
004190     .
004200 0800-RUN-CONTROL-EXIT.
004210     EXIT.
004220*
004230******************************************************************
004240* 0900-RUN-COMPLETE - MARK THE RUN COMPLETE (OR FAILED) ON       *
004250*   RUNCTL, WITH ITS OWN COMMIT                                  *
004260******************************************************************
004270 0900-RUN-COMPLETE.
004280     ACCEPT WS-RC-TIME FROM TIME
004290     IF WS-RUN-ERROR
004300         MOVE 'F' TO RC-RSTATUS
004310     ELSE
004320         MOVE 'C' TO RC-RSTATUS
004330     END-IF
004340
004350     EXEC SQL
004360         UPDATE STOCKTRD.RUNCTL
004370         SET RSTATUS = :RC-RSTATUS,
004380             ENDTM   = :WS-RC-TIME
004390         WHERE JOBNAME = :WS-RC-JOBNAME
004400           AND BUSDT = :WS-RC-BUSDT
004410     END-EXEC
004420
004430     EXEC SQL
004440         COMMIT
004450     END-EXEC
004460     .
004470 0900-RUN-COMPLETE-EXIT.
004480     EXIT.
004490*
004500******************************************************************
004510* 1000-INITIALIZE - READ THE CARDS, REGISTER, ESTABLISH THE      *
004520*   BUSINESS DATE, GATE UPDATE MODE, OPEN THE SNAPSHOT, HISTORY  *
004530*   AND CURSOR AND PRIME THE MERGE. ANY FAILURE HERE ENDS THE    *
004540*   RUN BEFORE A SINGLE POSITION IS TOUCHED.                     *
004550******************************************************************
004560 1000-INITIALIZE.
004570     MOVE 'Y' TO WS-DB2-EOF-SW
004580     MOVE 'Y' TO WS-SNAP-EOF-SW
004590
004600     PERFORM 0800-RUN-CONTROL
004610         THRU 0800-RUN-CONTROL-EXIT
004620
004630     DISPLAY 'CASH46 - POINT-IN-TIME BALANCE REBUILD - STARTING'
004640
004650     ACCEPT WS-TODAY-X FROM DATE YYYYMMDD
004660     MOVE WS-TODAY-X(3:6) TO WS-RREF-DATE
004670
004680     PERFORM 1100-READ-PARMS
004690         THRU 1100-READ-PARMS-EXIT
004700     IF WS-RUN-ERROR
004710         GO TO 1000-INITIALIZE-EXIT
004720     END-IF
004730
004740     PERFORM 1200-READ-BUSDATE
004750         THRU 1200-READ-BUSDATE-EXIT
004760
004770     IF WS-UPDATE-MODE
004780         PERFORM 1300-CHECK-UPDATE-MODE
004790             THRU 1300-CHECK-UPDATE-MODE-EXIT
004800         IF WS-RUN-ERROR
004810             GO TO 1000-INITIALIZE-EXIT
004820         END-IF
004830     END-IF
004840
004850     OPEN INPUT SNAP-IN-FILE
004860     IF WS-SNAP-FSTAT NOT = '00'
004870         DISPLAY 'CASH46 - OPEN OF SNAPSHOT FILE FAILED, STATUS='
004880             WS-SNAP-FSTAT
004890         MOVE 'Y' TO WS-RUN-ERROR-SW
004900         GO TO 1000-INITIALIZE-EXIT
004910     END-IF
004920     MOVE 'Y' TO WS-SNAP-OPEN-SW
004930
004940*    ONLY A RESTORE WRITES HISTORY; A REPORT RUN READS IT.
004950     IF WS-UPDATE-MODE
004960         OPEN I-O HISTORY-FILE
004970     ELSE
004980         OPEN INPUT HISTORY-FILE
004990     END-IF
005000     IF WS-HIST-FSTAT NOT = '00'
005010         DISPLAY 'CASH46 - OPEN OF HISTORY FILE FAILED, STATUS='
005020             WS-HIST-FSTAT
005030         MOVE 'Y' TO WS-RUN-ERROR-SW
005040         GO TO 1000-INITIALIZE-EXIT
005050     END-IF
005060     MOVE 'Y' TO WS-HIST-OPEN-SW
005070
005080*    THE FIRST SNAPSHOT RECORD FIXES THE SNAPSHOT'S OWN CUTOFF.
005090*    AN EMPTY GENERATION IS THE WRONG GENERATION - REBUILDING
005100*    EVERY POSITION FROM ZERO WOULD REPLAY ALL OF HISTORY.
005110     MOVE 'N' TO WS-SNAP-EOF-SW
005120     PERFORM 2200-READ-SNAPSHOT
005130         THRU 2200-READ-SNAPSHOT-EXIT
005140     IF WS-SNAP-EOF
005150         DISPLAY 'CASH46 - SNAPSHOT FILE IS EMPTY - NOTHING TO'
005160             ' REBUILD FROM'
005170         MOVE 'Y' TO WS-RUN-ERROR-SW
005180         GO TO 1000-INITIALIZE-EXIT
005190     END-IF
005200     MOVE SI-DATE TO WS-SNAP-BUSDT
005210     IF SI-TAKEN-DATE NOT = SPACES
005220         MOVE 'Y'           TO WS-SNAP-STAMPED-SW
005230         MOVE SI-TAKEN-DATE TO WS-SNAP-CUT-DATE
005240         MOVE SI-TAKEN-TIME TO WS-SNAP-CUT-TIME
005250     END-IF
005260
005270     EXEC SQL
005280         DECLARE CASH46CSR CURSOR FOR
005290         SELECT OWNER, BALANCE, CURRENCYC, ACCTSTAT, STATRSN
005300         FROM STOCKTRD.CASHACCOUNTY
005310         ORDER BY OWNER, CURRENCYC
005320     END-EXEC
005330
005340     EXEC SQL
005350         OPEN CASH46CSR
005360     END-EXEC
005370
005380     IF SQLCODE NOT = 0
005390         DISPLAY 'CASH46 - OPEN CURSOR FAILED, SQLCODE=' SQLCODE
005400         MOVE 'Y' TO WS-SNAP-EOF-SW
005410         MOVE 'Y' TO WS-RUN-ERROR-SW
005420         GO TO 1000-INITIALIZE-EXIT
005430     END-IF
005440
005450     MOVE 'Y' TO WS-CSR-OPEN-SW
005460     MOVE 'N' TO WS-DB2-EOF-SW
005470     PERFORM 2100-FETCH-POSITION
005480         THRU 2100-FETCH-POSITION-EXIT
005490
005500     PERFORM 1400-PRINT-HEADING
005510         THRU 1400-PRINT-HEADING-EXIT
005520     .
005530 1000-INITIALIZE-EXIT.
005540     EXIT.
005550*
005560******************************************************************
005570* 1100-READ-PARMS - MODE, AS-OF BUSINESS DATE, AS-OF WALL-CLOCK  *
005580*   STAMP AND REQUESTER, ONE CARD EACH                           *
005590******************************************************************
005600 1100-READ-PARMS.
005610     ACCEPT WS-PARM-MODE FROM SYSIN
005620     ACCEPT WS-PARM-ASOF-DATE FROM SYSIN
005630     ACCEPT WS-PARM-ASOF-STAMP FROM SYSIN
005640     ACCEPT WS-PARM-USERID FROM SYSIN
005650
005660     IF WS-PARM-MODE = SPACES
005670         MOVE 'R' TO WS-PARM-MODE
005680     END-IF
005690
005700     IF WS-PARM-MODE NOT = 'R' AND WS-PARM-MODE NOT = 'U'
005710         DISPLAY 'CASH46 - MODE CARD MUST BE R OR U, GOT '
005720             WS-PARM-MODE
005730         MOVE 'Y' TO WS-RUN-ERROR-SW
005740         GO TO 1100-READ-PARMS-EXIT
005750     END-IF
005760
005770     IF WS-PARM-ASOF-DATE NOT = SPACES
005780         AND WS-PARM-ASOF-DATE NOT NUMERIC
005790         DISPLAY 'CASH46 - AS-OF BUSINESS DATE MUST BE YYYYMMDD,'
005800             ' GOT ' WS-PARM-ASOF-DATE
005810         MOVE 'Y' TO WS-RUN-ERROR-SW
005820         GO TO 1100-READ-PARMS-EXIT
005830     END-IF
005840
005850     IF WS-PARM-ASOF-STAMP NOT = SPACES
005860         AND WS-PARM-ASOF-STAMP NOT NUMERIC
005870         DISPLAY 'CASH46 - AS-OF STAMP MUST BE YYYYMMDDHHMMSS,'
005880             ' GOT ' WS-PARM-ASOF-STAMP
005890         MOVE 'Y' TO WS-RUN-ERROR-SW
005900     END-IF
005910     .
005920 1100-READ-PARMS-EXIT.
005930     EXIT.
005940*
005950******************************************************************
005960* 1200-READ-BUSDATE - THE LEDGER BUSINESS DATE A RESTORE'S       *
005970*   HISTORY AND CHGLOG ROWS CARRY. NO ROW = CALENDAR DATE AND NO *
005980*   WINDOW, AS EVERYWHERE ELSE.                                  *
005990******************************************************************
006000 1200-READ-BUSDATE.
006010     MOVE WS-TODAY-X TO WS-BUSDT
006020     MOVE SPACES     TO BD-WSTATUS
006030
006040     EXEC SQL
006050         SELECT REGIONID, BUSDT, WSTATUS
006060         INTO :DCLBUSDATE
006070         FROM STOCKTRD.BUSDATE
006080         WHERE REGIONID = :WS-REGIONID
006090     END-EXEC
006100
006110     IF SQLCODE = 0
006120         MOVE BD-BUSDT TO WS-BUSDT
006130     ELSE
006140         MOVE SPACES TO BD-WSTATUS
006150         DISPLAY 'CASH46 - NO BUSDATE ROW, USING CALENDAR DATE '
006160             WS-BUSDT
006170     END-IF
006180
006190     DISPLAY 'CASH46 - BUSINESS DATE = ' WS-BUSDT
006200     .
006210 1200-READ-BUSDATE-EXIT.
006220     EXIT.
006230*
006240******************************************************************
006250* 1300-CHECK-UPDATE-MODE - A RESTORE REWRITES LIVE BALANCES, SO  *
006260*   IT NEEDS ALL THREE: THE REQUESTER'S 'Y' FUNCTION ON USERENT  *
006270*   (SEE DCLUENT/CASH22), THE CASH20 POSTING WINDOW SHUT SO NO   *
006280*   POSTING LANDS BETWEEN THE REBUILD AND THE RESTORE, AND NO    *
006290*   AS-OF LIMIT - A BALANCE IS ONLY EVER RESTORED TO WHAT THE    *
006300*   WHOLE OF HISTORY SAYS, NEVER WOUND BACK TO AN EARLIER DATE.  *
006310*   ANY ONE MISSING REFUSES THE RUN BEFORE ANYTHING IS READ.     *
006320******************************************************************
006330 1300-CHECK-UPDATE-MODE.
006340     MOVE 'N' TO WS-ENTITLED-SW
006350
006360     IF WS-PARM-USERID NOT = SPACES
006370         EXEC SQL
006380              SELECT USERID, FUNCS, AMTLIMIT
006390              INTO  :DCLUSERENT
006400              FROM STOCKTRD.USERENT
006410              WHERE USERID = :WS-PARM-USERID
006420         END-EXEC
006430
006440         IF SQLCODE = 0
006450             PERFORM 1350-SCAN-ONE-FUNC
006460                 THRU 1350-SCAN-ONE-FUNC-EXIT
006470                 VARYING WS-FUNC-SUB FROM 1 BY 1
006480                 UNTIL WS-FUNC-SUB > 16
006490                 OR WS-ENTITLED
006500         END-IF
006510     END-IF
006520
006530     IF NOT WS-ENTITLED
006540         DISPLAY 'CASH46 - UPDATE MODE REFUSED - USERID '
006550             WS-PARM-USERID ' NOT ENTITL'
006560         MOVE 'Y' TO WS-RUN-ERROR-SW
006570         GO TO 1300-CHECK-UPDATE-MODE-EXIT
006580     END-IF
006590
006600     IF BD-WSTATUS = 'O'
006610         DISPLAY 'CASH46 - UPDATE MODE REFUSED - POSTING WINDOW'
006620             ' IS OPEN; RESTORES RUN ONLY IN THE BATCH WINDOW'
006630         MOVE 'Y' TO WS-RUN-ERROR-SW
006640         GO TO 1300-CHECK-UPDATE-MODE-EXIT
006650     END-IF
006660
006670     IF WS-PARM-ASOF-DATE NOT = SPACES
006680         OR WS-PARM-ASOF-STAMP NOT = SPACES
006690         DISPLAY 'CASH46 - UPDATE MODE REFUSED - AN AS-OF LIMIT'
006700             ' IS FOR REPORTING ONLY'
006710         MOVE 'Y' TO WS-RUN-ERROR-SW
006720     END-IF
006730     .
006740 1300-CHECK-UPDATE-MODE-EXIT.
006750     EXIT.
006760*
006770 1350-SCAN-ONE-FUNC.
006780     IF UE-FUNCS(WS-FUNC-SUB:1) = 'Y'
006790         MOVE 'Y' TO WS-ENTITLED-SW
006800     END-IF
006810     .
006820 1350-SCAN-ONE-FUNC-EXIT.
006830     EXIT.
006840*
006850******************************************************************
006860* 1400-PRINT-HEADING - WHAT THE REBUILD STARTED FROM AND WHERE   *
006870*   IT STOPS, THEN THE VARIANCE COLUMN HEADINGS                  *
006880******************************************************************
006890 1400-PRINT-HEADING.
006900     DISPLAY ' '
006910     DISPLAY 'CASH46 - SNAPSHOT BUSINESS DATE : ' WS-SNAP-BUSDT
006920     IF WS-SNAP-STAMPED
006930         DISPLAY 'CASH46 - SNAPSHOT TAKEN FROM    : '
006940             WS-SNAP-CUT-DATE ' ' WS-SNAP-CUT-TIME
006950     ELSE
006960         DISPLAY 'CASH46 - SNAPSHOT NOT STAMPED - REPLAYING'
006970             ' BUSINESS DATES AFTER ' WS-SNAP-BUSDT
006980     END-IF
006990     IF WS-PARM-ASOF-DATE = SPACES
007000         DISPLAY 'CASH46 - AS-OF BUSINESS DATE    : (NONE)'
007010     ELSE
007020         DISPLAY 'CASH46 - AS-OF BUSINESS DATE    : '
007030             WS-PARM-ASOF-DATE
007040     END-IF
007050     IF WS-PARM-ASOF-STAMP = SPACES
007060         DISPLAY 'CASH46 - AS-OF WALL-CLOCK STAMP : (NONE)'
007070     ELSE
007080         DISPLAY 'CASH46 - AS-OF WALL-CLOCK STAMP : '
007090             WS-PARM-ASOF-SDATE ' ' WS-PARM-ASOF-STIME
007100     END-IF
007110     IF WS-UPDATE-MODE
007120         DISPLAY 'CASH46 - MODE                   : UPDATE'
007130             ' (RESTORE) FOR ' WS-PARM-USERID
007140     ELSE
007150         DISPLAY 'CASH46 - MODE                   : REPORT ONLY'
007160     END-IF
007170     DISPLAY ' '
007180     DISPLAY 'OWNER                            CURRENCY'
007190         '    SNAPSHOT    MOVEMENT     REBUILT        LIVE'
007200         '  DIFFERENCE  FLAG'
007210     .
007220 1400-PRINT-HEADING-EXIT.
007230     EXIT.
007240*
007250******************************************************************
007260* 2000-MERGE-POSITIONS - ONE MATCH-MERGE STEP OF THE LIVE ROWS   *
007270*   AGAINST THE SNAPSHOT, THE WAY CASH17 MERGES ITS OWN PRIOR    *
007280*   GENERATION                                                   *
007290******************************************************************
007300 2000-MERGE-POSITIONS.
007310     EVALUATE TRUE
007320         WHEN WS-DB2-EOF
007330             PERFORM 3200-SNAPSHOT-ONLY
007340                 THRU 3200-SNAPSHOT-ONLY-EXIT
007350         WHEN WS-SNAP-EOF
007360             PERFORM 3100-LIVE-ONLY
007370                 THRU 3100-LIVE-ONLY-EXIT
007380         WHEN WS-LIVE-KEY < WS-SNAP-KEY
007390             PERFORM 3100-LIVE-ONLY
007400                 THRU 3100-LIVE-ONLY-EXIT
007410         WHEN WS-LIVE-KEY > WS-SNAP-KEY
007420             PERFORM 3200-SNAPSHOT-ONLY
007430                 THRU 3200-SNAPSHOT-ONLY-EXIT
007440         WHEN OTHER
007450             PERFORM 3300-MATCHED-POSITION
007460                 THRU 3300-MATCHED-POSITION-EXIT
007470     END-EVALUATE
007480     .
007490 2000-MERGE-POSITIONS-EXIT.
007500     EXIT.
007510*
007520******************************************************************
007530* 2100-FETCH-POSITION - NEXT CASHACCOUNTY ROW INTO THE MERGE     *
007540******************************************************************
007550 2100-FETCH-POSITION.
007560     EXEC SQL
007570         FETCH CASH46CSR
007580         INTO :DCLCASHACCOUNTY
007590     END-EXEC
007600
007610     IF SQLCODE = 100
007620         MOVE 'Y' TO WS-DB2-EOF-SW
007630         MOVE HIGH-VALUE TO WS-LIVE-KEY
007640         GO TO 2100-FETCH-POSITION-EXIT
007650     END-IF
007660
007670     IF SQLCODE NOT = 0
007680         DISPLAY 'CASH46 - FETCH FAILED, SQLCODE=' SQLCODE
007690         MOVE 'Y' TO WS-DB2-EOF-SW
007700         MOVE 'Y' TO WS-RUN-ERROR-SW
007710         MOVE HIGH-VALUE TO WS-LIVE-KEY
007720         GO TO 2100-FETCH-POSITION-EXIT
007730     END-IF
007740
007750     ADD 1 TO WS-LIVE-READ
007760     MOVE OWNER     TO WS-LIVE-KEY-OWNER
007770     MOVE CURRENCYC TO WS-LIVE-KEY-CCY
007780     .
007790 2100-FETCH-POSITION-EXIT.
007800     EXIT.
007810*
007820******************************************************************
007830* 2200-READ-SNAPSHOT - NEXT SNAPSHOT RECORD INTO THE MERGE       *
007840******************************************************************
007850 2200-READ-SNAPSHOT.
007860     IF WS-SNAP-EOF
007870         MOVE HIGH-VALUE TO WS-SNAP-KEY
007880         GO TO 2200-READ-SNAPSHOT-EXIT
007890     END-IF
007900
007910     READ SNAP-IN-FILE
007920         AT END
007930             MOVE 'Y' TO WS-SNAP-EOF-SW
007940             MOVE HIGH-VALUE TO WS-SNAP-KEY
007950             GO TO 2200-READ-SNAPSHOT-EXIT
007960     END-READ
007970
007980     IF WS-SNAP-FSTAT NOT = '00'
007990         DISPLAY 'CASH46 - SNAPSHOT READ FAILED, STATUS='
008000             WS-SNAP-FSTAT
008010         MOVE 'Y' TO WS-SNAP-EOF-SW
008020         MOVE 'Y' TO WS-RUN-ERROR-SW
008030         MOVE HIGH-VALUE TO WS-SNAP-KEY
008040         GO TO 2200-READ-SNAPSHOT-EXIT
008050     END-IF
008060
008070     ADD 1 TO WS-SNAP-READ
008080     MOVE SI-OWNER    TO WS-SNAP-KEY-OWNER
008090     MOVE SI-CURRENCY TO WS-SNAP-KEY-CCY
008100     .
008110 2200-READ-SNAPSHOT-EXIT.
008120     EXIT.
008130*
008140******************************************************************
008150* 3100-LIVE-ONLY - A LIVE ROW THE SNAPSHOT NEVER SAW (OPENED     *
008160*   SINCE): REBUILD FROM ZERO OVER EVERYTHING AFTER THE          *
008170*   SNAPSHOT'S OWN CUTOFF                                        *
008180******************************************************************
008190 3100-LIVE-ONLY.
008200     MOVE OWNER        TO WS-POS-OWNER
008210     MOVE CURRENCYC    TO WS-POS-CCY
008220     MOVE 'N'          TO WS-POS-IN-SNAP-SW
008230     MOVE 'Y'          TO WS-POS-IN-LIVE-SW
008240     MOVE ZERO         TO WS-POS-SNAP-BAL
008250     MOVE BALANCE      TO WS-POS-LIVE-BAL
008260     MOVE WS-SNAP-STAMPED-SW TO WS-POS-STAMPED-SW
008270     MOVE WS-SNAP-CUT-STAMP  TO WS-POS-CUT-STAMP
008280     MOVE WS-SNAP-BUSDT      TO WS-POS-CUT-BUSDT
008290
008300     PERFORM 3900-REBUILD-POSITION
008310         THRU 3900-REBUILD-POSITION-EXIT
008320
008330     PERFORM 2100-FETCH-POSITION
008340         THRU 2100-FETCH-POSITION-EXIT
008350     .
008360 3100-LIVE-ONLY-EXIT.
008370     EXIT.
008380*
008390******************************************************************
008400* 3200-SNAPSHOT-ONLY - A SNAPSHOT ROW WITH NO LIVE ROW: DELETED  *
008410*   OR MERGED AWAY SINCE (HISTORY TAKES IT TO ZERO) - OR LOST    *
008420*   WITH THE DAMAGE, WHICH THE REBUILT BALANCE SHOWS             *
008430******************************************************************
008440 3200-SNAPSHOT-ONLY.
008450     MOVE SI-OWNER     TO WS-POS-OWNER
008460     MOVE SI-CURRENCY  TO WS-POS-CCY
008470     MOVE 'Y'          TO WS-POS-IN-SNAP-SW
008480     MOVE 'N'          TO WS-POS-IN-LIVE-SW
008490     MOVE SI-BALANCE   TO WS-POS-SNAP-BAL
008500     MOVE ZERO         TO WS-POS-LIVE-BAL
008510     PERFORM 3400-SET-ROW-CUTOFF
008520         THRU 3400-SET-ROW-CUTOFF-EXIT
008530
008540     PERFORM 3900-REBUILD-POSITION
008550         THRU 3900-REBUILD-POSITION-EXIT
008560
008570     PERFORM 2200-READ-SNAPSHOT
008580         THRU 2200-READ-SNAPSHOT-EXIT
008590     .
008600 3200-SNAPSHOT-ONLY-EXIT.
008610     EXIT.
008620*
008630******************************************************************
008640* 3300-MATCHED-POSITION - BOTH SIDES PRESENT: REBUILD FROM THE   *
008650*   SNAPSHOT BALANCE AND COMPARE TO THE LIVE ROW                 *
008660******************************************************************
008670 3300-MATCHED-POSITION.
008680     MOVE OWNER        TO WS-POS-OWNER
008690     MOVE CURRENCYC    TO WS-POS-CCY
008700     MOVE 'Y'          TO WS-POS-IN-SNAP-SW
008710     MOVE 'Y'          TO WS-POS-IN-LIVE-SW
008720     MOVE SI-BALANCE   TO WS-POS-SNAP-BAL
008730     MOVE BALANCE      TO WS-POS-LIVE-BAL
008740     PERFORM 3400-SET-ROW-CUTOFF
008750         THRU 3400-SET-ROW-CUTOFF-EXIT
008760
008770     PERFORM 3900-REBUILD-POSITION
008780         THRU 3900-REBUILD-POSITION-EXIT
008790
008800     PERFORM 2100-FETCH-POSITION
008810         THRU 2100-FETCH-POSITION-EXIT
008820     PERFORM 2200-READ-SNAPSHOT
008830         THRU 2200-READ-SNAPSHOT-EXIT
008840     .
008850 3300-MATCHED-POSITION-EXIT.
008860     EXIT.
008870*
008880******************************************************************
008890* 3400-SET-ROW-CUTOFF - THE SNAPSHOT ROW'S OWN TAKEN STAMP, OR   *
008900*   ITS BUSINESS DATE ON AN UNSTAMPED GENERATION                 *
008910******************************************************************
008920 3400-SET-ROW-CUTOFF.
008930     MOVE SI-DATE TO WS-POS-CUT-BUSDT
008940     IF SI-TAKEN-DATE = SPACES
008950         MOVE 'N'    TO WS-POS-STAMPED-SW
008960         MOVE SPACES TO WS-POS-CUT-STAMP
008970     ELSE
008980         MOVE 'Y'           TO WS-POS-STAMPED-SW
008990         MOVE SI-TAKEN-DATE TO WS-POS-CUT-DATE
009000         MOVE SI-TAKEN-TIME TO WS-POS-CUT-TIME
009010     END-IF
009020     .
009030 3400-SET-ROW-CUTOFF-EXIT.
009040     EXIT.
009050*
009060******************************************************************
009070* 3900-REBUILD-POSITION - REPLAY THE POSITION'S HISTORY FROM ITS *
009080*   STARTING BALANCE, THEN COMPARE AND REPORT                    *
009090******************************************************************
009100 3900-REBUILD-POSITION.
009110     MOVE WS-POS-SNAP-BAL TO WS-POS-REBUILT
009120     MOVE ZERO            TO WS-POS-APPLIED
009130     MOVE ZERO            TO WS-POS-RESYNC
009140     MOVE ZERO            TO WS-POS-BREAKS
009150     MOVE SPACES          TO WS-POS-BRK-STAMP
009160
009170     PERFORM 4000-REPLAY-HISTORY
009180         THRU 4000-REPLAY-HISTORY-EXIT
009190
009200     PERFORM 4500-COMPARE-POSITION
009210         THRU 4500-COMPARE-POSITION-EXIT
009220     .
009230 3900-REBUILD-POSITION-EXIT.
009240     EXIT.
009250*
009260******************************************************************
009270* 4000-REPLAY-HISTORY - BROWSE THE OWNER'S HISTORY FORWARD FROM  *
009280*   THE CUTOFF DATE. THE KEY CARRIES THE NAME AS CASH04 MATCHES  *
009290*   IT (THE FIRST 15 CHARACTERS) AND NO CURRENCY, SO EVERY       *
009300*   RECORD UNDER THE NAME IS READ AND 4100 KEEPS THE ONES THAT   *
009310*   BELONG TO THIS POSITION. NO RECORD DATED BEFORE THE CUTOFF   *
009320*   DATE CAN BE AFTER THE CUTOFF - A BUSINESS DATE NEVER RUNS    *
009330*   AHEAD OF THE WALL-CLOCK DATE - SO THE BROWSE STARTS THERE.   *
009340******************************************************************
009350 4000-REPLAY-HISTORY.
009360     MOVE 'N'              TO WS-SCAN-EOF-SW
009370     MOVE WS-POS-OWNER     TO WS-VR-NAME
009380     IF WS-POS-STAMPED
009390         MOVE WS-POS-CUT-DATE  TO WS-VR-DATE
009400     ELSE
009410         MOVE WS-POS-CUT-BUSDT TO WS-VR-DATE
009420     END-IF
009430     MOVE LOW-VALUE        TO WS-VR-TIME
009440     MOVE ZERO             TO WS-VR-SEQ
009450
009460     START HISTORY-FILE KEY IS GREATER THAN OR EQUAL TO WS-VR-KEY
009470         INVALID KEY
009480             GO TO 4000-REPLAY-HISTORY-EXIT
009490     END-START
009500
009510     PERFORM 4100-REPLAY-ONE-RECORD
009520         THRU 4100-REPLAY-ONE-RECORD-EXIT
009530         UNTIL WS-SCAN-EOF
009540     .
009550 4000-REPLAY-HISTORY-EXIT.
009560     EXIT.
009570*
009580******************************************************************
009590* 4100-REPLAY-ONE-RECORD - ONE FORWARD READ. SKIP WHAT IS NOT    *
009600*   THIS POSITION'S, WHAT THE SNAPSHOT ALREADY HOLDS, WHAT FALLS *
009610*   AFTER THE AS-OF LIMITS AND WHAT MOVED NO MONEY; APPLY THE    *
009620*   REST                                                         *
009630******************************************************************
009640 4100-REPLAY-ONE-RECORD.
009650     READ HISTORY-FILE NEXT RECORD
009660         AT END
009670             MOVE 'Y' TO WS-SCAN-EOF-SW
009680             GO TO 4100-REPLAY-ONE-RECORD-EXIT
009690     END-READ
009700
009710     IF WS-HIST-FSTAT NOT = '00'
009720         DISPLAY 'CASH46 - HISTORY READ FAILED FOR ' WS-POS-OWNER
009730             ' STATUS=' WS-HIST-FSTAT
009740         MOVE 'Y' TO WS-RUN-ERROR-SW
009750         MOVE 'Y' TO WS-SCAN-EOF-SW
009760         GO TO 4100-REPLAY-ONE-RECORD-EXIT
009770     END-IF
009780
009790     IF WS-VR-NAME NOT = WS-POS-OWNER(1:15)
009800         MOVE 'Y' TO WS-SCAN-EOF-SW
009810         GO TO 4100-REPLAY-ONE-RECORD-EXIT
009820     END-IF
009830
009840*    A WHOLE-OWNER DELETE ('X' WITH NO CURRENCY) CLOSED EVERY
009850*    POSITION THE OWNER HELD, SO IT BELONGS TO THIS ONE TOO.
009860     IF WS-VR-CURRENCY NOT = WS-POS-CCY
009870         IF WS-VR-REQ NOT = 'X' OR WS-VR-CURRENCY NOT = SPACES
009880             GO TO 4100-REPLAY-ONE-RECORD-EXIT
009890         END-IF
009900     END-IF
009910
009920     MOVE WS-VR-DATE TO WS-REC-DATE
009930     MOVE WS-VR-TIME TO WS-REC-TIME
009940     IF WS-VR-BUSDT = SPACES
009950         MOVE WS-VR-DATE  TO WS-REC-BUSDT
009960     ELSE
009970         MOVE WS-VR-BUSDT TO WS-REC-BUSDT
009980     END-IF
009990
010000     IF WS-POS-STAMPED
010010         IF WS-REC-STAMP NOT > WS-POS-CUT-STAMP
010020             GO TO 4100-REPLAY-ONE-RECORD-EXIT
010030         END-IF
010040     ELSE
010050         IF WS-REC-BUSDT NOT > WS-POS-CUT-BUSDT
010060             GO TO 4100-REPLAY-ONE-RECORD-EXIT
010070         END-IF
010080     END-IF
010090
010100     IF WS-PARM-ASOF-DATE NOT = SPACES
010110         AND WS-REC-BUSDT > WS-PARM-ASOF-DATE
010120         GO TO 4100-REPLAY-ONE-RECORD-EXIT
010130     END-IF
010140     IF WS-PARM-ASOF-STAMP NOT = SPACES
010150         AND WS-REC-STAMP > WS-PARM-ASOF-STAMP
010160         GO TO 4100-REPLAY-ONE-RECORD-EXIT
010170     END-IF
010180
010190     PERFORM 4300-CHECK-EXCEPTION
010200         THRU 4300-CHECK-EXCEPTION-EXIT
010210     IF WS-EXC-HIT
010220         ADD 1 TO WS-RECS-EXCLUDED
010230         GO TO 4100-REPLAY-ONE-RECORD-EXIT
010240     END-IF
010250
010260     PERFORM 4200-APPLY-RECORD
010270         THRU 4200-APPLY-RECORD-EXIT
010280     .
010290 4100-REPLAY-ONE-RECORD-EXIT.
010300     EXIT.
010310*
010320******************************************************************
010330* 4200-APPLY-RECORD - MOVE THE REBUILT BALANCE ACROSS ONE        *
010340*   RECORD. A POSTING ('C' 'D' 'T' 'E' 'V' 'I' 'F' 'W' 'J' 'K'   *
010350*   'O' 'N' 'Z') ADDS ITS OWN MOVEMENT, RESULTING BALANCE LESS   *
010360*   PRIOR BALANCE, SO A POSTING THAT LANDED ON A DAMAGED ROW     *
010370*   CARRIES NONE OF THE DAMAGE FORWARD; A PRIOR BALANCE THAT     *
010380*   DISAGREES WITH THE REBUILD IS A BREAK, AND THE FIRST ONE IS  *
010390*   KEPT FOR THE REPORT - IT DATES THE DAMAGE. A RECORD FROM     *
010400*   BEFORE THE PRIOR BALANCE EXISTED CAN ONLY RESYNC TO ITS      *
010410*   RESULT. AN OPEN ('A') OR SET ('U') IS AN AUTHORISED          *
010420*   ABSOLUTE BALANCE, AND A DELETE ('X') ZEROES THE POSITION -   *
010430*   ONLY WHERE CASH00                                            *
010440*   ANSWERED A CLEAN SQLCODE. A RESTORE ('Y', WRITTEN BY THIS    *
010450*   JOB) IS ABSOLUTE TOO, SO A LATER REBUILD NEVER COUNTS A      *
010460*   REPAIR AS MOVEMENT. EVERYTHING ELSE (QUERIES, HOLDS, STATUS, *
010470*   PENDING ITEMS) MOVED NO MONEY AND IS LEFT OUT.               *
010480******************************************************************
010490 4200-APPLY-RECORD.
010500     IF WS-VR-BALANCE NOT NUMERIC
010510         GO TO 4200-APPLY-RECORD-EXIT
010520     END-IF
010530
010540     EVALUATE WS-VR-REQ
010550         WHEN 'A'
010560         WHEN 'U'
010570             IF WS-VR-RETCODE(1:9) NOT = WS-SQL-OK-RETCODE
010580                 GO TO 4200-APPLY-RECORD-EXIT
010590             END-IF
010600             MOVE WS-VR-BALANCE TO WS-POS-REBUILT
010610         WHEN 'X'
010620             IF WS-VR-RETCODE(1:9) NOT = WS-SQL-OK-RETCODE
010630                 GO TO 4200-APPLY-RECORD-EXIT
010640             END-IF
010650             MOVE ZERO TO WS-POS-REBUILT
010660         WHEN 'Y'
010670             MOVE WS-VR-BALANCE TO WS-POS-REBUILT
010680         WHEN 'C'
010690         WHEN 'D'
010700         WHEN 'T'
010710         WHEN 'E'
010720         WHEN 'V'
010730         WHEN 'I'
010740         WHEN 'F'
010750         WHEN 'W'
010760         WHEN 'J'
010770         WHEN 'K'
010780         WHEN 'O'
010790         WHEN 'N'
010800         WHEN 'Z'
010810             PERFORM 4250-APPLY-MOVEMENT
010820                 THRU 4250-APPLY-MOVEMENT-EXIT
010830         WHEN OTHER
010840             GO TO 4200-APPLY-RECORD-EXIT
010850     END-EVALUATE
010860
010870     ADD 1 TO WS-POS-APPLIED
010880     ADD 1 TO WS-RECS-APPLIED
010890     .
010900 4200-APPLY-RECORD-EXIT.
010910     EXIT.
010920*
010930 4250-APPLY-MOVEMENT.
010940     IF WS-VR-PRIOR-BAL NOT NUMERIC
010950         MOVE WS-VR-BALANCE TO WS-POS-REBUILT
010960         ADD 1 TO WS-POS-RESYNC
010970         ADD 1 TO WS-RECS-RESYNC
010980         GO TO 4250-APPLY-MOVEMENT-EXIT
010990     END-IF
011000
011010     MOVE WS-VR-PRIOR-BAL TO WS-REC-PRIOR
011020     IF WS-REC-PRIOR NOT = WS-POS-REBUILT
011030         ADD 1 TO WS-POS-BREAKS
011040         ADD 1 TO WS-RECS-BREAK
011050         IF WS-POS-BREAKS = 1
011060             MOVE WS-REC-STAMP   TO WS-POS-BRK-STAMP
011070             MOVE WS-REC-PRIOR   TO WS-POS-BRK-PRIOR
011080             MOVE WS-POS-REBUILT TO WS-POS-BRK-EXPECT
011090         END-IF
011100     END-IF
011110
011120     COMPUTE WS-POS-REBUILT = WS-POS-REBUILT
011130                            + WS-VR-BALANCE - WS-VR-PRIOR-BAL
011140     END-COMPUTE
011150     .
011160 4250-APPLY-MOVEMENT-EXIT.
011170     EXIT.
011180*
011190******************************************************************
011200* 4300-CHECK-EXCEPTION - DOES THE RECORD CARRY ONE OF THE        *
011210*   EXCEPTION RETCODES?                                          *
011220******************************************************************
011230 4300-CHECK-EXCEPTION.
011240     MOVE 'N' TO WS-EXC-HIT-SW
011250     PERFORM 4350-CHECK-ONE-CODE
011260         THRU 4350-CHECK-ONE-CODE-EXIT
011270         VARYING WS-SUB FROM 1 BY 1
011280         UNTIL WS-SUB > WS-EXC-MAX
011290         OR WS-EXC-HIT
011300     .
011310 4300-CHECK-EXCEPTION-EXIT.
011320     EXIT.
011330*
011340 4350-CHECK-ONE-CODE.
011350     IF WS-VR-RETCODE = WS-EXC-CODE(WS-SUB)
011360         MOVE 'Y' TO WS-EXC-HIT-SW
011370     END-IF
011380     .
011390 4350-CHECK-ONE-CODE-EXIT.
011400     EXIT.
011410*
011420******************************************************************
011430* 4500-COMPARE-POSITION - THE REBUILT BALANCE AGAINST THE LIVE   *
011440*   ROW (ZERO WHERE THERE IS NO ROW), TO THE CENT. A VARIANCE IS *
011450*   PRINTED - NEW (NO SNAPSHOT ROW), GONE (NO LIVE ROW), RESYNC  *
011460*   (REPLAY CROSSED RECORDS WITH NO PRIOR BALANCE) - WITH ITS    *
011470*   FIRST BREAK, AND KEPT FOR THE RESTORE PASS. A SNAPSHOT ROW   *
011480*   HISTORY TAKES TO ZERO WITH NO LIVE ROW WAS CLOSED PROPERLY.  *
011490******************************************************************
011500 4500-COMPARE-POSITION.
011510     COMPUTE WS-POS-DIFF = WS-POS-REBUILT - WS-POS-LIVE-BAL
011520     END-COMPUTE
011530
011540     IF WS-POS-DIFF = ZERO
011550         IF WS-POS-IN-LIVE
011560             ADD 1 TO WS-POSNS-AGREE
011570         ELSE
011580             ADD 1 TO WS-POSNS-CLOSED
011590         END-IF
011600         GO TO 4500-COMPARE-POSITION-EXIT
011610     END-IF
011620
011630     ADD 1 TO WS-POSNS-VARY
011640     ADD WS-POS-DIFF TO WS-TOTAL-DIFF
011650
011660     MOVE SPACES TO WS-POS-FLAG
011670     EVALUATE TRUE
011680         WHEN NOT WS-POS-IN-SNAP
011690             MOVE 'NEW'    TO WS-POS-FLAG
011700         WHEN NOT WS-POS-IN-LIVE
011710             MOVE 'GONE'   TO WS-POS-FLAG
011720         WHEN WS-POS-RESYNC > ZERO
011730             MOVE 'RESYNC' TO WS-POS-FLAG
011740         WHEN OTHER
011750             CONTINUE
011760     END-EVALUATE
011770
011780     COMPUTE WS-POS-NET = WS-POS-REBUILT - WS-POS-SNAP-BAL
011790     END-COMPUTE
011800     MOVE WS-POS-SNAP-BAL TO WS-ED-SNAP
011810     MOVE WS-POS-NET      TO WS-ED-NET
011820     MOVE WS-POS-REBUILT  TO WS-ED-REBUILT
011830     MOVE WS-POS-LIVE-BAL TO WS-ED-LIVE
011840     MOVE WS-POS-DIFF     TO WS-ED-DIFF
011850     DISPLAY WS-POS-OWNER ' ' WS-POS-CCY ' ' WS-ED-SNAP ' '
011860         WS-ED-NET ' ' WS-ED-REBUILT ' ' WS-ED-LIVE ' '
011870         WS-ED-DIFF '  ' WS-POS-FLAG
011880
011890     IF WS-POS-BREAKS > ZERO
011900         MOVE WS-POS-BREAKS     TO WS-ED-COUNT
011910         MOVE WS-POS-BRK-PRIOR  TO WS-ED-LIVE
011920         MOVE WS-POS-BRK-EXPECT TO WS-ED-REBUILT
011930         DISPLAY '    FIRST OF ' WS-ED-COUNT ' BREAK(S) AT '
011940             WS-POS-BRK-DATE ' ' WS-POS-BRK-TIME
011950             ' - RECORD PRIOR ' WS-ED-LIVE
011960             ' REBUILT ' WS-ED-REBUILT
011970     END-IF
011980
011990     IF WS-VAR-CNT >= WS-VAR-MAX
012000         MOVE 'Y' TO WS-VAR-FULL-SW
012010         GO TO 4500-COMPARE-POSITION-EXIT
012020     END-IF
012030
012040     ADD 1 TO WS-VAR-CNT
012050     MOVE WS-POS-OWNER      TO WS-VAR-OWNER(WS-VAR-CNT)
012060     MOVE WS-POS-CCY        TO WS-VAR-CCY(WS-VAR-CNT)
012070     MOVE WS-POS-IN-LIVE-SW TO WS-VAR-IN-LIVE(WS-VAR-CNT)
012080     MOVE WS-POS-LIVE-BAL   TO WS-VAR-LIVE-BAL(WS-VAR-CNT)
012090     MOVE WS-POS-REBUILT    TO WS-VAR-REBUILT(WS-VAR-CNT)
012100     .
012110 4500-COMPARE-POSITION-EXIT.
012120     EXIT.
012130*
012140******************************************************************
012150* 5000-RESTORE-BALANCES - CLOSE THE CURSOR, THEN IN UPDATE MODE  *
012160*   RESTORE EACH VARIANCE IN ITS OWN UNIT OF WORK. NOTHING IS    *
012170*   RESTORED AFTER A RUN ERROR OR A VARIANCE TABLE OVERFLOW - A  *
012180*   PARTIAL REBUILD IS NO BASIS FOR REWRITING BALANCES.          *
012190******************************************************************
012200 5000-RESTORE-BALANCES.
012210     IF WS-CSR-OPEN
012220         EXEC SQL
012230             CLOSE CASH46CSR
012240         END-EXEC
012250         MOVE 'N' TO WS-CSR-OPEN-SW
012260     END-IF
012270
012280     IF NOT WS-UPDATE-MODE OR WS-VAR-CNT = ZERO
012290         GO TO 5000-RESTORE-BALANCES-EXIT
012300     END-IF
012310
012320     IF WS-RUN-ERROR
012330         DISPLAY 'CASH46 - REBUILD ENDED ON AN ERROR - NOTHING'
012340             ' RESTORED'
012350         GO TO 5000-RESTORE-BALANCES-EXIT
012360     END-IF
012370
012380     IF WS-VAR-FULL
012390         DISPLAY 'CASH46 - MORE THAN ' WS-VAR-MAX ' VARIANCES -'
012400             ' NOTHING RESTORED; REBUILD IS REPORT ONLY'
012410         MOVE 'Y' TO WS-RUN-ERROR-SW
012420         GO TO 5000-RESTORE-BALANCES-EXIT
012430     END-IF
012440
012450     DISPLAY ' '
012460     DISPLAY 'CASH46 - RESTORING ' WS-VAR-CNT ' POSITION(S)'
012470     PERFORM 5100-RESTORE-ONE-POSITION
012480         THRU 5100-RESTORE-ONE-POSITION-EXIT
012490         VARYING WS-VAR-IDX FROM 1 BY 1
012500         UNTIL WS-VAR-IDX > WS-VAR-CNT
012510     .
012520 5000-RESTORE-BALANCES-EXIT.
012530     EXIT.
012540*
012550******************************************************************
012560* 5100-RESTORE-ONE-POSITION - SET THE LIVE ROW TO THE REBUILT    *
012570*   BALANCE, OR RE-CREATE A LOST ROW FROZEN ('F'/'RBLD') FOR     *
012580*   OPERATIONS TO REVIEW BEFORE IT TRADES AGAIN; LOG IT ON       *
012590*   CHGLOG; STAGE AND CHAIN THE 'Y' HISTORY RECORD; COMMIT, THEN *
012600*   WRITE THE RECORD. A ROW THAT NO LONGER HOLDS THE BALANCE THE *
012610*   REBUILD COMPARED AGAINST IS LEFT ALONE ('CHANGED').          *
012620******************************************************************
012630 5100-RESTORE-ONE-POSITION.
012640     MOVE SPACES TO WS-RST-REASON
012650     ACCEPT WS-NOW-DATE FROM DATE YYYYMMDD
012660     ACCEPT WS-NOW-TIME FROM TIME
012670
012680     MOVE WS-VAR-OWNER(WS-VAR-IDX) TO OWNER
012690     MOVE WS-VAR-CCY(WS-VAR-IDX)   TO CURRENCYC
012700
012710     IF WS-VAR-IN-LIVE(WS-VAR-IDX) = 'Y'
012720         EXEC SQL
012730             SELECT OWNER, BALANCE, CURRENCYC, ACCTSTAT, STATRSN
012740             INTO :DCLCASHACCOUNTY
012750             FROM STOCKTRD.CASHACCOUNTY
012760             WHERE OWNER = :OWNER
012770               AND CURRENCYC = :CURRENCYC
012780         END-EXEC
012790         IF SQLCODE NOT = 0
012800             OR BALANCE NOT = WS-VAR-LIVE-BAL(WS-VAR-IDX)
012810             MOVE 'CHANGED' TO WS-RST-REASON
012820             GO TO 5100-RESTORE-ONE-POSITION-EXIT
012830         END-IF
012840
012850         MOVE DCLCASHACCOUNTY TO CL-BEFOREIMG
012860         MOVE BALANCE         TO WS-RST-PRIOR
012870         MOVE WS-VAR-REBUILT(WS-VAR-IDX) TO BALANCE
012880         MOVE 'U'             TO CL-ACTION
012890         EXEC SQL
012900             UPDATE STOCKTRD.CASHACCOUNTY
012910             SET BALANCE = :BALANCE
012920             WHERE OWNER = :OWNER
012930               AND CURRENCYC = :CURRENCYC
012940         END-EXEC
012950     ELSE
012960         MOVE SPACES          TO CL-BEFOREIMG
012970         MOVE ZERO            TO WS-RST-PRIOR
012980         MOVE WS-VAR-REBUILT(WS-VAR-IDX) TO BALANCE
012990         MOVE 'F'             TO ACCTSTAT
013000         MOVE 'RBLD'          TO STATRSN
013010         MOVE 'A'             TO CL-ACTION
013020         EXEC SQL
013030             INSERT INTO STOCKTRD.CASHACCOUNTY(
013040                 OWNER, BALANCE, CURRENCYC, ACCTSTAT, STATRSN)
013050             VALUES (:OWNER, :BALANCE, :CURRENCYC,
013060                 :ACCTSTAT, :STATRSN)
013070         END-EXEC
013080     END-IF
013090
013100     IF SQLCODE NOT = 0
013110         DISPLAY 'CASH46 - RESTORE OF ' OWNER ' ' CURRENCYC
013120             ' FAILED, SQLCODE=' SQLCODE
013130         MOVE 'SQL FAILED' TO WS-RST-REASON
013140         GO TO 5100-RESTORE-ONE-POSITION-ROLLBACK
013150     END-IF
013160
013170     MOVE DCLCASHACCOUNTY TO CL-AFTERIMG
013180     PERFORM 5200-LOG-CHANGE
013190         THRU 5200-LOG-CHANGE-EXIT
013200     IF SQLCODE NOT = 0
013210         DISPLAY 'CASH46 - CHGLOG INSERT FOR ' OWNER ' '
013220             CURRENCYC ' FAILED, SQLCODE=' SQLCODE
013230         MOVE 'LOG FAILED' TO WS-RST-REASON
013240         GO TO 5100-RESTORE-ONE-POSITION-ROLLBACK
013250     END-IF
013260
013270     ADD 1 TO WS-RREF-SEQ
013280     PERFORM 5300-BUILD-HISTORY
013290         THRU 5300-BUILD-HISTORY-EXIT
013300
013310     EXEC SQL
013320         COMMIT
013330     END-EXEC
013340     IF SQLCODE NOT = 0
013350         DISPLAY 'CASH46 - COMMIT FAILED FOR ' OWNER ' '
013360             CURRENCYC ', SQLCODE=' SQLCODE
013370         MOVE 'SQL FAILED' TO WS-RST-REASON
013380         GO TO 5100-RESTORE-ONE-POSITION-ROLLBACK
013390     END-IF
013400
013410     PERFORM 6000-WRITE-HISTORY
013420         THRU 6000-WRITE-HISTORY-EXIT
013430
013440     ADD 1 TO WS-POSNS-RESTORED
013450     MOVE WS-RST-PRIOR TO WS-ED-LIVE
013460     MOVE BALANCE      TO WS-ED-REBUILT
013470     DISPLAY 'RESTORED ' OWNER ' ' CURRENCYC ' FROM '
013480         WS-ED-LIVE ' TO ' WS-ED-REBUILT ' REF ' WS-RESTORE-REF
013490     GO TO 5100-RESTORE-ONE-POSITION-EXIT
013500     .
013510 5100-RESTORE-ONE-POSITION-ROLLBACK.
013520     EXEC SQL
013530         ROLLBACK
013540     END-EXEC
013550     MOVE 'Y' TO WS-RUN-ERROR-SW
013560     .
013570 5100-RESTORE-ONE-POSITION-EXIT.
013580     IF WS-RST-REASON NOT = SPACES
013590         ADD 1 TO WS-POSNS-NOT-RESTORED
013600         DISPLAY 'NOT RESTORED ' WS-VAR-OWNER(WS-VAR-IDX) ' '
013610             WS-VAR-CCY(WS-VAR-IDX) ' - ' WS-RST-REASON
013620     END-IF
013630     EXIT.
013640*
013650******************************************************************
013660* 5200-LOG-CHANGE - THE CHGLOG ROW FOR THE RESTORE, IN ITS UNIT  *
013670*   OF WORK: TABLE 'CASHACCT' (CASHACCOUNTY DOES NOT FIT         *
013680*   TABNAME), KEY OWNER + CURRENCYC, THE REQUESTER'S USERID, AND *
013690*   THE ROW'S DCLGEN IMAGE BEFORE AND AFTER (SEE DCLCLOG)        *
013700******************************************************************
013710 5200-LOG-CHANGE.
013720     MOVE 'CASHACCT'     TO CL-TABNAME
013730     MOVE SPACES         TO CL-TABKEY
013740     MOVE OWNER          TO CL-TABKEY(1:32)
013750     MOVE CURRENCYC      TO CL-TABKEY(33:8)
013760     MOVE WS-PARM-USERID TO CL-USERID
013770     MOVE 'CASH46'       TO CL-PGMNAME
013780     MOVE WS-NOW-DATE    TO CL-CHGDT
013790     MOVE WS-NOW-TIME    TO CL-CHGTM
013800     MOVE WS-BUSDT       TO CL-BUSDT
013810
013820     EXEC SQL
013830          INSERT INTO STOCKTRD.CHGLOG(
013840             TABNAME, TABKEY, ACTION, USERID, PGMNAME,
013850             CHGDT, CHGTM, BUSDT, BEFOREIMG, AFTERIMG)
013860          VALUES (:CL-TABNAME, :CL-TABKEY, :CL-ACTION,
013870             :CL-USERID, :CL-PGMNAME, :CL-CHGDT, :CL-CHGTM,
013880             :CL-BUSDT, :CL-BEFOREIMG, :CL-AFTERIMG)
013890     END-EXEC
013900     .
013910 5200-LOG-CHANGE-EXIT.
013920     EXIT.
013930*
013940******************************************************************
013950* 5300-BUILD-HISTORY - THE 'Y' RESTORE RECORD: PRIOR BALANCE THE *
013960*   DAMAGED ROW HELD (ZERO FOR A RE-CREATED ROW), RESULTING      *
013970*   BALANCE THE REBUILT ONE, AMOUNT THE SIZE OF THE CORRECTION,  *
013980*   RATE 1, THE RESTORE REFERENCE - THEN LINK IT INTO THE        *
013990*   OWNER'S CHAIN BEFORE THE COMMIT                              *
014000******************************************************************
014010 5300-BUILD-HISTORY.
014020     COMPUTE WS-RST-AMOUNT = BALANCE - WS-RST-PRIOR
014030     END-COMPUTE
014040     IF WS-RST-AMOUNT < ZERO
014050         COMPUTE WS-RST-AMOUNT = ZERO - WS-RST-AMOUNT
014060         END-COMPUTE
014070     END-IF
014080
014090     MOVE SPACES         TO WS-VSAM-RECORD
014100     MOVE OWNER          TO WS-VR-NAME
014110     MOVE WS-NOW-DATE    TO WS-VR-DATE
014120     MOVE WS-NOW-TIME    TO WS-VR-TIME
014130     MOVE ZERO           TO WS-VR-SEQ
014140     MOVE 'Y'            TO WS-VR-REQ
014150     MOVE BALANCE        TO WS-VR-BALANCE
014160     MOVE CURRENCYC      TO WS-VR-CURRENCY
014170     MOVE 'RESTORED'     TO WS-VR-RETCODE
014180     MOVE WS-RST-AMOUNT  TO WS-VR-AMOUNT
014190     MOVE 1              TO WS-VR-RATE
014200     MOVE WS-RST-PRIOR   TO WS-VR-PRIOR-BAL
014210     MOVE WS-BUSDT       TO WS-VR-BUSDT
014220     MOVE WS-RESTORE-REF TO WS-VR-REFID
014230     MOVE WS-BUSDT       TO WS-VR-VALUEDT
014240     MOVE ZERO           TO WS-VR-MARGIN
014250
014260     PERFORM 6210-ADVANCE-CHAIN
014270         THRU 6210-ADVANCE-CHAIN-EXIT
014280     .
014290 5300-BUILD-HISTORY-EXIT.
014300     EXIT.
014310*
014320******************************************************************
014330* 6000-WRITE-HISTORY - WRITE THE RESTORE RECORD AFTER THE COMMIT *
014340*   THAT MADE IT DURABLE. A RECORD IN THE SAME SECOND AS ANOTHER *
014350*   FOR THE NAME BUMPS THE SEQ SUFFIX AND RETRIES, THE SAME      *
014360*   DISCIPLINE EVERY OTHER WRITER USES, SO IT IS NEVER DROPPED.  *
014370******************************************************************
014380 6000-WRITE-HISTORY.
014390     MOVE ZERO TO WS-WRITE-SEQ
014400     MOVE 'N'  TO WS-WRITE-DONE-SW
014410     PERFORM 6150-WRITE-HISTORY-TRY
014420         THRU 6150-WRITE-HISTORY-TRY-EXIT
014430         UNTIL WS-WRITE-DONE
014440     .
014450 6000-WRITE-HISTORY-EXIT.
014460     EXIT.
014470*
014480 6150-WRITE-HISTORY-TRY.
014490     MOVE WS-WRITE-SEQ TO WS-VR-SEQ
014500     WRITE WS-VSAM-RECORD
014510         INVALID KEY
014520             CONTINUE
014530     END-WRITE
014540     IF WS-HIST-FSTAT = '00'
014550         MOVE 'Y' TO WS-WRITE-DONE-SW
014560     ELSE
014570         IF WS-HIST-FSTAT = '22' AND WS-WRITE-SEQ < 99
014580             ADD 1 TO WS-WRITE-SEQ
014590         ELSE
014600             DISPLAY 'CASH46 - HISTORY WRITE FAILED FOR '
014610                 WS-VR-NAME ' STATUS=' WS-HIST-FSTAT
014620             MOVE 'Y' TO WS-RUN-ERROR-SW
014630             MOVE 'Y' TO WS-WRITE-DONE-SW
014640         END-IF
014650     END-IF
014660     .
014670 6150-WRITE-HISTORY-TRY-EXIT.
014680     EXIT.
014690*
014700******************************************************************
014710* 6210-ADVANCE-CHAIN - BUMP THE OWNER'S CHAIN HEAD, STAMP THE    *
014720*   NEW SEQUENCE AND THE PREVIOUS RECORD'S VALUE INTO THE        *
014730*   RECORD, COMPUTE ITS OWN AND LEAVE IT ON THE HEAD. NO HEAD    *
014740*   ROW IS THE OWNER'S FIRST CHAINED RECORD; AN INSERT LOSING A  *
014750*   RACE (-803) FALLS BACK TO THE UPDATE. A FAILURE LEAVES THE   *
014760*   RECORD UNCHAINED BUT STILL WRITTEN, FOR CASH45 TO REPORT     *
014770******************************************************************
014780 6210-ADVANCE-CHAIN.
014790     MOVE ZERO   TO WS-VR-CHAINSEQ
014800     MOVE SPACES TO WS-VR-PREVVAL
014810     MOVE SPACES TO WS-VR-CHAINVAL
014820
014830     EXEC SQL
014840         UPDATE STOCKTRD.HISTCHN
014850         SET CHAINSEQ = CHAINSEQ + 1
014860         WHERE NAME = :WS-VR-NAME
014870     END-EXEC
014880     IF SQLCODE NOT = 0 OR SQLERRD(3) = 0
014890         EXEC SQL
014900             INSERT INTO STOCKTRD.HISTCHN(
014910                 NAME, CHAINSEQ, LASTVAL, ARCHSEQ, ARCHVAL,
014920                 FIRSTDT)
014930             VALUES (:WS-VR-NAME, 1, :WS-CHN-ZERO-VAL, 0,
014940                 :WS-CHN-ZERO-VAL, :WS-VR-DATE)
014950         END-EXEC
014960         IF SQLCODE = -803
014970             EXEC SQL
014980                 UPDATE STOCKTRD.HISTCHN
014990                 SET CHAINSEQ = CHAINSEQ + 1
015000                 WHERE NAME = :WS-VR-NAME
015010             END-EXEC
015020         END-IF
015030     END-IF
015040
015050     IF SQLCODE = 0
015060         EXEC SQL
015070             SELECT CHAINSEQ, LASTVAL
015080             INTO :HN-CHAINSEQ, :HN-LASTVAL
015090             FROM STOCKTRD.HISTCHN
015100             WHERE NAME = :WS-VR-NAME
015110         END-EXEC
015120     END-IF
015130
015140     IF SQLCODE NOT = 0
015150         DISPLAY 'CASH46 - HISTCHN UPDATE FAILED FOR ' WS-VR-NAME
015160             ' SQLCODE=' SQLCODE
015170         GO TO 6210-ADVANCE-CHAIN-EXIT
015180     END-IF
015190
015200     MOVE HN-CHAINSEQ TO WS-VR-CHAINSEQ
015210     MOVE HN-LASTVAL  TO WS-VR-PREVVAL
015220     PERFORM 6220-CHAIN-VALUE
015230         THRU 6220-CHAIN-VALUE-EXIT
015240
015250     EXEC SQL
015260         UPDATE STOCKTRD.HISTCHN
015270         SET LASTVAL = :WS-VR-CHAINVAL
015280         WHERE NAME = :WS-VR-NAME
015290     END-EXEC
015300     IF SQLCODE NOT = 0
015310         DISPLAY 'CASH46 - HISTCHN UPDATE FAILED FOR ' WS-VR-NAME
015320             ' SQLCODE=' SQLCODE
015330         MOVE ZERO   TO WS-VR-CHAINSEQ
015340         MOVE SPACES TO WS-VR-PREVVAL
015350         MOVE SPACES TO WS-VR-CHAINVAL
015360     END-IF
015370     .
015380 6210-ADVANCE-CHAIN-EXIT.
015390     EXIT.
015400*
015410******************************************************************
015420* 6220-CHAIN-VALUE - THE RECORD'S INTEGRITY VALUE, EXACTLY AS    *
015430*   CASH00'S CASH-HIST-CHAIN-VALUE COMPUTES IT: TWO RUNNING      *
015440*   SUMS OVER EVERY BYTE OF THE RECORD, EACH FOLDED BY ITS OWN   *
015450*   MULTIPLIER AND PRIME MODULUS. THE KEY SUFFIX COUNTS AS ZERO  *
015460*   (IT IS ONLY SETTLED AT THE WRITE) AND THE VALUE FIELD        *
015470*   ITSELF AS SPACES. A CHANGE HERE MUST BE MADE IN EVERY        *
015480*   HISTORY WRITER AND IN CASH45 OR EVERY CHAIN BREAKS           *
015490******************************************************************
015500 6220-CHAIN-VALUE.
015510     MOVE WS-VR-SEQ TO WS-CHN-SAVE-SEQ
015520     MOVE ZERO      TO WS-VR-SEQ
015530     MOVE SPACES    TO WS-VR-CHAINVAL
015540     MOVE 1         TO WS-CHN-A
015550     MOVE ZERO      TO WS-CHN-B
015560     MOVE LENGTH OF WS-VSAM-RECORD TO WS-CHN-LEN
015570
015580     PERFORM 6230-CHAIN-BYTE
015590         THRU 6230-CHAIN-BYTE-EXIT
015600         VARYING WS-CHN-POS FROM 1 BY 1
015610         UNTIL WS-CHN-POS > WS-CHN-LEN
015620
015630     MOVE WS-CHN-SAVE-SEQ TO WS-VR-SEQ
015640     MOVE WS-CHN-VALUE    TO WS-VR-CHAINVAL
015650     .
015660 6220-CHAIN-VALUE-EXIT.
015670     EXIT.
015680*
015690 6230-CHAIN-BYTE.
015700     MOVE LOW-VALUE TO WS-CHN-BYTE-HI
015710     MOVE WS-VSAM-RECORD(WS-CHN-POS:1) TO WS-CHN-BYTE-LO
015720     COMPUTE WS-CHN-WORK = WS-CHN-A * 31 + WS-CHN-BYTE-HW + 1
015730     DIVIDE WS-CHN-WORK BY WS-CHN-MOD-A
015740         GIVING WS-CHN-QUOT REMAINDER WS-CHN-A
015750     COMPUTE WS-CHN-WORK = WS-CHN-B * 257 + WS-CHN-BYTE-HW
015760                           + WS-CHN-POS
015770     DIVIDE WS-CHN-WORK BY WS-CHN-MOD-B
015780         GIVING WS-CHN-QUOT REMAINDER WS-CHN-B
015790     .
015800 6230-CHAIN-BYTE-EXIT.
015810     EXIT.
015820*
015830******************************************************************
015840* 8000-TERMINATE - CLOSE FILES AND REPORT RUN TOTALS             *
015850******************************************************************
015860 8000-TERMINATE.
015870     IF WS-CSR-OPEN
015880         EXEC SQL
015890             CLOSE CASH46CSR
015900         END-EXEC
015910     END-IF
015920
015930     IF WS-SNAP-OPEN
015940         CLOSE SNAP-IN-FILE
015950     END-IF
015960     IF WS-HIST-OPEN
015970         CLOSE HISTORY-FILE
015980     END-IF
015990
016000     MOVE WS-TOTAL-DIFF TO WS-ED-TOTAL
016010     DISPLAY ' '
016020     DISPLAY 'CASH46 - SNAPSHOT ROWS READ      : ' WS-SNAP-READ
016030     DISPLAY 'CASH46 - LIVE ROWS READ          : ' WS-LIVE-READ
016040     DISPLAY 'CASH46 - POSITIONS AGREEING      : ' WS-POSNS-AGREE
016050     DISPLAY 'CASH46 - POSITIONS CLOSED TO ZERO: '
016060         WS-POSNS-CLOSED
016070     DISPLAY 'CASH46 - POSITIONS WITH VARIANCE : ' WS-POSNS-VARY
016080     DISPLAY 'CASH46 - NET VARIANCE (REBUILT-LIVE): ' WS-ED-TOTAL
016090     DISPLAY 'CASH46 - HISTORY RECORDS APPLIED : '
016100         WS-RECS-APPLIED
016110     DISPLAY 'CASH46 - EXCEPTION RECORDS SKIPPED: '
016120         WS-RECS-EXCLUDED
016130     DISPLAY 'CASH46 - RESYNCS (NO PRIOR BAL)  : ' WS-RECS-RESYNC
016140     DISPLAY 'CASH46 - PRIOR-BALANCE BREAKS    : ' WS-RECS-BREAK
016150     IF WS-UPDATE-MODE
016160         DISPLAY 'CASH46 - POSITIONS RESTORED      : '
016170             WS-POSNS-RESTORED
016180         DISPLAY 'CASH46 - POSITIONS NOT RESTORED  : '
016190             WS-POSNS-NOT-RESTORED
016200     END-IF
016210     IF WS-VAR-FULL
016220         DISPLAY 'CASH46 - VARIANCE TABLE FULL AT ' WS-VAR-MAX
016230             ' - EVERY VARIANCE IS STILL LISTED ABOVE'
016240     END-IF
016250
016260     IF WS-RUN-ERROR
016270         DISPLAY 'CASH46 - RUN ENDED WITH ERRORS - SEE MESSAGES'
016280             ' ABOVE'
016290     END-IF
016300
016310     DISPLAY 'CASH46 - POINT-IN-TIME BALANCE REBUILD - COMPLETE'
016320
016330     PERFORM 0900-RUN-COMPLETE
016340         THRU 0900-RUN-COMPLETE-EXIT
016350     .
016360 8000-TERMINATE-EXIT.
016370     EXIT.
