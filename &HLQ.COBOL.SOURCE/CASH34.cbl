000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. CASH34.
000120 AUTHOR. D-L CASH MANAGEMENT SUPPORT.
000130 INSTALLATION. STOCKTRD - CASH ACCOUNT SERVICES.
000140 DATE-WRITTEN. 2026-10-15.
000150 DATE-COMPILED.
000160******************************************************************
000170* MODIFICATION HISTORY                                          *
000180*  DATE       BY    DESCRIPTION                                 *
000190*  2026-10-15 DLM   INITIAL VERSION - OWNER CONSOLIDATION       *
000200*                    (MERGE) BATCH FOR THE LEGACY SPELLINGS     *
000210*                    CASH32 REPORTS. ONE MERGE PER REQUEST      *
000220*                    RECORD, ONE UNIT OF WORK PER MERGE, UNDER  *
000230*                    THE 'J' ENTITLEMENT OF THE REQUESTER.      *
000240*  2026-10-15 DLM   HISTORY CHAIN: EVERY STAGED HISTORY ROW IS   *
000250*                    LINKED INTO ITS OWNER'S CHAIN ON HISTCHN    *
000260*                    (SEE DCLHCHN) AS IT IS STAGED - SEQUENCE,   *
000270*                    PREVIOUS RECORD'S VALUE AND ITS OWN         *
000280*                    INTEGRITY VALUE - SO CASH45 CAN PROVE THE   *
000290*                    TRAIL COMPLETE.                             *
000300*  2026-10-15 DLM   TRADE ORDERS, PAYOUTS, DISPUTE CASES AND THE *
000310*                    MONITOR'S ACTIVITY WINDOW AND CLOSED CASES  *
000320*                    NOW FOLLOW THE POSITIONS, AND A MOVED       *
000330*                    POSITION KEEPS ITS FX REVALUATION BASELINE. *
000340*                    AN ESCHEATED POSITION, A LIVE ESCHEAT CASE  *
000350*                    OR AN OPEN MONITOR CASE REFUSES THE MERGE.  *
000360*  2026-10-15 DLM   RUNCTL REGISTRATION IS COMMITTED AT ONCE.    *
000370*  2026-10-15 DLM   AN ESCHEATED TARGET POSITION NOW REFUSES     *
000380*                    THE MERGE 'ACCT ESCHT' AS THE SOURCE DOES.  *
000390******************************************************************
000400*
000410******************************************************************
000420* CASH32 LISTS EVERY CASHACCOUNTY OWNER THAT MATCHES NO CUSTMAST *
000430* LEGAL NAME ('J SMITH', 'JSMITH', 'J. SMITH'); OPS USED TO      *
000440* RE-KEY THOSE BALANCES BY HAND WITH 'U' AND 'X' REQUESTS. THIS  *
000450* JOB READS A FILE OF MERGE REQUESTS - FROM-OWNER, TO-CUSTID AND *
000460* THE REQUESTING USERID - AND FOR EACH ONE MOVES EVERY CURRENCY  *
000470* POSITION OF THE FROM-OWNER ONTO THE CUSTOMER MASTER'S LEGAL    *
000480* NAME, ADDING THE BALANCE INTO THE TARGET'S POSITION WHERE THE  *
000490* TARGET ALREADY HOLDS THAT CURRENCY. HOLDS, STANDING ORDERS,    *
000500* OPEN PENDING ITEMS, POSTING REFERENCES, THE VELOCITY LIMIT AND *
000510* THE WITHHOLDING STATUS FOLLOW THE POSITIONS. EVERY POSITION    *
000520* MOVED WRITES A 'J' MERGE-OUT HISTORY RECORD UNDER THE OLD NAME *
000530* AND A 'J' MERGE-IN RECORD UNDER THE NEW ONE, LINKED BY THE     *
000540* MERGE REFERENCE. A MERGE COMMITS WHOLE OR ROLLS BACK WHOLE, SO *
000550* A HALF-MERGED CUSTOMER NEVER REACHES THE TRIAL BALANCE; THE    *
000560* REPORT SHOWS EACH POSITION BEFORE AND AFTER. A RERUN OF THE    *
000570* SAME FILE FINDS NO POSITIONS LEFT UNDER A MERGED OWNER AND     *
000580* REFUSES IT 'NO POSNS', SO NO CHECKPOINT IS NEEDED.             *
000590******************************************************************
000600 ENVIRONMENT DIVISION.
000610 CONFIGURATION SECTION.
000620 SOURCE-COMPUTER. IBM-370.
000630 OBJECT-COMPUTER. IBM-370.
000640 INPUT-OUTPUT SECTION.
000650 FILE-CONTROL.
000660     SELECT MERGE-FILE ASSIGN TO MERGFILE
000670         ORGANIZATION IS SEQUENTIAL
000680         FILE STATUS IS WS-MERGE-FSTAT.
000690     SELECT HISTORY-FILE ASSIGN TO HISTFILE
000700         ORGANIZATION IS INDEXED
000710         ACCESS MODE IS RANDOM
000720         RECORD KEY IS WS-VR-KEY
000730         FILE STATUS IS WS-HIST-FSTAT.
000740 DATA DIVISION.
000750 FILE SECTION.
000760 FD  MERGE-FILE
000770     LABEL RECORDS ARE STANDARD.
000780 01  MERGE-RECORD.
000790     05 MR-FROM-OWNER     PIC X(32).
000800     05 MR-TO-CUSTID      PIC X(08).
000810*    THE REQUESTER'S USERID - THE MERGE RUNS UNDER THEIR 'J'
000820*    ENTITLEMENT, NOT THE BATCH JOB'S.
000830     05 MR-USERID         PIC X(08).
000840     05 FILLER            PIC X(32).
000850 FD  HISTORY-FILE
000860     LABEL RECORDS ARE STANDARD.
000870     COPY DCLHIST.
000880 WORKING-STORAGE SECTION.
000890     EXEC SQL
000900         INCLUDE SQLCA
000910     END-EXEC.
000920     EXEC SQL
000930         INCLUDE DCLCASH
000940     END-EXEC.
000950     EXEC SQL
000960         INCLUDE DCLCUST
000970     END-EXEC.
000980     EXEC SQL
000990         INCLUDE DCLVLIM
001000     END-EXEC.
001010     EXEC SQL
001020         INCLUDE DCLOTAX
001030     END-EXEC.
001040     EXEC SQL
001050         INCLUDE DCLUENT
001060     END-EXEC.
001070     EXEC SQL
001080         INCLUDE DCLBDAT
001090     END-EXEC.
001100     EXEC SQL
001110         INCLUDE DCLRUNC
001120     END-EXEC.
001130     EXEC SQL
001140         INCLUDE DCLHCHN
001150     END-EXEC.
001160     EXEC SQL
001170         INCLUDE DCLTORD
001180     END-EXEC.
001190     EXEC SQL
001200         INCLUDE DCLPOUT
001210     END-EXEC.
001220     EXEC SQL
001230         INCLUDE DCLDISP
001240     END-EXEC.
001250     EXEC SQL
001260         INCLUDE DCLESCH
001270     END-EXEC.
001280     EXEC SQL
001290         INCLUDE DCLFXRV
001300     END-EXEC.
001310     EXEC SQL
001320         INCLUDE DCLMCAS
001330     END-EXEC.
001340     EXEC SQL
001350         INCLUDE DCLMACT
001360     END-EXEC.
001370*
001380******************************************************************
001390* WORKING STORAGE - COUNTERS AND SWITCHES                        *
001400******************************************************************
001410 77  WS-MERGE-FSTAT          PIC X(02) VALUE '00'.
001420 77  WS-HIST-FSTAT           PIC X(02) VALUE '00'.
001430 77  WS-EOF-SW               PIC X(01) VALUE 'N'.
001440     88 WS-EOF-YES                     VALUE 'Y'.
001450 77  WS-RUN-ERROR-SW         PIC X(01) VALUE 'N'.
001460     88 WS-RUN-ERROR                   VALUE 'Y'.
001470 77  WS-MERGE-BAD-SW         PIC X(01) VALUE 'N'.
001480     88 WS-MERGE-BAD                   VALUE 'Y'.
001490 77  WS-ENTITLED-SW          PIC X(01) VALUE 'N'.
001500     88 WS-ENTITLED                    VALUE 'Y'.
001510 77  WS-FUNC-SUB             PIC 9(2) COMP VALUE ZERO.
001520 77  WS-REASON               PIC X(10) VALUE SPACES.
001530 77  WS-REQS-READ            PIC 9(7) COMP VALUE ZERO.
001540 77  WS-REQS-MERGED          PIC 9(7) COMP VALUE ZERO.
001550 77  WS-REQS-REFUSED         PIC 9(7) COMP VALUE ZERO.
001560 77  WS-POSNS-MOVED          PIC 9(7) COMP VALUE ZERO.
001570 77  WS-POSNS-COMBINED       PIC 9(7) COMP VALUE ZERO.
001580 77  WS-ASKTIME-DATE         PIC X(08).
001590 77  WS-ASKTIME-TIME         PIC X(06).
001600 77  WS-REGIONID             PIC X(08) VALUE 'CASHRGN '.
001610 77  WS-BUSDT                PIC X(08) VALUE SPACES.
001620 77  WS-ROWCOUNT             PIC S9(9) COMP VALUE ZERO.
001630******************************************************************
001640* THE MERGE IN HAND: THE FROM-OWNER AS KEYED, THE TARGET LEGAL   *
001650* NAME OFF CUSTMAST, AND THE MERGE REFERENCE BOTH HISTORY LEGS   *
001660* CARRY - 'MG' + RUN DATE YYMMDD + REQUEST NUMBER IN THE FILE.   *
001670* UPPER-CASE COPIES OF THE TWO NAMES FEED THE SAME-NAME CHECK.   *
001680******************************************************************
001690 77  WS-FROM-OWNER           PIC X(32) VALUE SPACES.
001700 77  WS-TO-OWNER             PIC X(32) VALUE SPACES.
001710 77  WS-FROM-UPPER           PIC X(32) VALUE SPACES.
001720 77  WS-TO-UPPER             PIC X(32) VALUE SPACES.
001730*    THE MONITOR TABLES KEY ON THE 15-BYTE HISTORY NAME.
001740 77  WS-FROM-NAME15          PIC X(15) VALUE SPACES.
001750 77  WS-TO-NAME15            PIC X(15) VALUE SPACES.
001760 01  WS-MERGE-REF.
001770     05 FILLER               PIC X(02) VALUE 'MG'.
001780     05 WS-MREF-DATE         PIC X(06) VALUE SPACES.
001790     05 WS-MREF-SEQ          PIC 9(04) VALUE ZERO.
001800******************************************************************
001810* THE FROM-OWNER'S POSITIONS, LOADED BEFORE ANYTHING CHANGES SO  *
001820* THE CURSOR NEVER READS ROWS THIS MERGE IS REWRITING. THE       *
001830* TARGET'S BEFORE/AFTER BALANCES FILL IN AS EACH ONE IS APPLIED  *
001840* AND FEED THE REPORT.                                           *
001850******************************************************************
001860 77  WS-POS-MAX              PIC 9(3) COMP VALUE 50.
001870 77  WS-POS-CNT              PIC 9(3) COMP VALUE ZERO.
001880 77  WS-SUB                  PIC 9(3) COMP VALUE ZERO.
001890 01  WS-POS-TABLE.
001900     05 WS-POS-ENTRY OCCURS 50 TIMES.
001910        10 WS-POS-OWNER      PIC X(32).
001920        10 WS-POS-CURRENCY   PIC X(08).
001930        10 WS-POS-FROM-BAL   PIC S9(7)V99 COMP-3.
001940        10 WS-POS-STAT       PIC X(01).
001950        10 WS-POS-ACTION     PIC X(08).
001960        10 WS-POS-TGT-BEFORE PIC S9(7)V99 COMP-3.
001970        10 WS-POS-TGT-AFTER  PIC S9(7)V99 COMP-3.
001980 77  WS-TGT-OWNER-ROW        PIC X(32) VALUE SPACES.
001990******************************************************************
002000* SATELLITE-TABLE OUTCOME FOR THE REPORT: ROWS RE-POINTED PER    *
002010* TABLE, AND WHAT HAPPENED TO THE ONE-PER-OWNER VELLIMIT AND     *
002020* OWNERTAX ROWS. WHERE BOTH NAMES CARRY A VELOCITY LIMIT THE     *
002030* STRICTER OF EACH LIMIT SURVIVES; WHERE BOTH CARRY A            *
002040* WITHHOLDING STATUS THEY MUST AGREE OR THE MERGE IS REFUSED -   *
002050* THE TAX DESK DECIDES WHICH ONE STANDS, NOT THIS JOB.           *
002060******************************************************************
002070 77  WS-CNT-HOLD             PIC S9(9) COMP VALUE ZERO.
002080 77  WS-CNT-ORDER            PIC S9(9) COMP VALUE ZERO.
002090 77  WS-CNT-PEND             PIC S9(9) COMP VALUE ZERO.
002100 77  WS-CNT-REF              PIC S9(9) COMP VALUE ZERO.
002110 77  WS-CNT-TRADE            PIC S9(9) COMP VALUE ZERO.
002120 77  WS-CNT-PAYOUT           PIC S9(9) COMP VALUE ZERO.
002130 77  WS-CNT-DISP             PIC S9(9) COMP VALUE ZERO.
002140 77  WS-CNT-MONCASE          PIC S9(9) COMP VALUE ZERO.
002150 77  WS-CNT-MONACT           PIC S9(9) COMP VALUE ZERO.
002160 77  WS-CNT-REVAL            PIC S9(9) COMP VALUE ZERO.
002170 77  WS-VLIM-ACTION          PIC X(10) VALUE SPACES.
002180 77  WS-OTAX-ACTION          PIC X(10) VALUE SPACES.
002190 77  WS-TGT-AMTLIMIT         PIC S9(7)V99 COMP-3 VALUE ZERO.
002200 77  WS-TGT-CNTLIMIT         PIC S9(9) COMP VALUE ZERO.
002210 77  WS-TGT-TAXSTAT          PIC X(01) VALUE SPACES.
002220 77  WS-TGT-TAXRATE          PIC S9(1)V9(6) COMP-3 VALUE ZERO.
002230 77  WS-TGT-TAXAUTH          PIC X(08) VALUE SPACES.
002240******************************************************************
002250* REPORT EDIT FIELDS                                             *
002260******************************************************************
002270 77  WS-ED-FROM              PIC -(7)9.99.
002280 77  WS-ED-BEFORE            PIC -(7)9.99.
002290 77  WS-ED-AFTER             PIC -(7)9.99.
002300 77  WS-ED-COUNT             PIC Z(8)9.
002310******************************************************************
002320* STAGED HISTORY - SAME DISCIPLINE AS CASH01/CASH07/CASH14: THE  *
002330* MERGE'S RECORDS ONLY REACH THE VSAM FILE AFTER THE COMMIT THAT *
002340* MADE IT DURABLE, AND A ROLLED-BACK MERGE DISCARDS THEM.        *
002350******************************************************************
002360 01  WS-PEND-HIST-TABLE.
002370     05 WS-PEND-HIST-ENTRY OCCURS 100 TIMES.
002380        10 WS-PEND-HIST-NAME     PIC X(15).
002390        10 WS-PEND-HIST-DATE     PIC X(08).
002400        10 WS-PEND-HIST-TIME     PIC X(06).
002410        10 WS-PEND-HIST-SEQ      PIC 9(02).
002420        10 WS-PEND-HIST-REQ      PIC X(01).
002430        10 WS-PEND-HIST-BALANCE  PIC 9(7)V99.
002440        10 WS-PEND-HIST-CURRENCY PIC X(08).
002450        10 WS-PEND-HIST-RETCODE  PIC X(10).
002460        10 WS-PEND-HIST-AMOUNT   PIC 9(7)V99.
002470        10 WS-PEND-HIST-RATE     PIC 9(3)V9(6).
002480        10 WS-PEND-HIST-PRIOR    PIC 9(7)V99.
002490        10 WS-PEND-HIST-REFID    PIC X(12).
002500        10 WS-PEND-HIST-CHSEQ    PIC 9(09).
002510        10 WS-PEND-HIST-PREVVAL  PIC X(20).
002520        10 WS-PEND-HIST-CHVAL    PIC X(20).
002530 77  WS-PEND-HIST-CNT        PIC 9(5) COMP VALUE ZERO.
002540 77  WS-PEND-HIST-IDX        PIC 9(5) COMP VALUE ZERO.
002550 77  WS-WRITE-SEQ            PIC 9(2) VALUE ZERO.
002560 77  WS-WRITE-DONE-SW        PIC X(01) VALUE 'N'.
002570     88 WS-WRITE-DONE                  VALUE 'Y'.
002580*    HISTORY CHAIN FIELDS (SEE DCLHCHN/DCLHIST): EACH ROW IS
002590*    LINKED INTO ITS OWNER'S CHAIN AS IT IS STAGED, SO THE HEAD
002600*    UPDATE COMMITS WITH THE BALANCE UPDATE THE ROW RECORDS.
002610*    WS-CHN-BYTE-HW PICKS UP ONE RECORD BYTE IN ITS LOW HALF.
002620 77  WS-CHN-POS              PIC S9(4) COMP VALUE ZERO.
002630 77  WS-CHN-LEN              PIC S9(4) COMP VALUE ZERO.
002640 77  WS-CHN-SAVE-SEQ         PIC 9(2) VALUE ZERO.
002650 77  WS-CHN-WORK             PIC S9(15) COMP-3 VALUE ZERO.
002660 77  WS-CHN-QUOT             PIC S9(15) COMP-3 VALUE ZERO.
002670 77  WS-CHN-MOD-A            PIC S9(11) COMP-3 VALUE 2147483647.
002680 77  WS-CHN-MOD-B            PIC S9(11) COMP-3 VALUE 999999937.
002690 77  WS-CHN-ZERO-VAL         PIC X(20) VALUE ALL '0'.
002700 01  WS-CHN-BYTE-HW          PIC 9(4) COMP VALUE ZERO.
002710 01  WS-CHN-BYTE-R REDEFINES WS-CHN-BYTE-HW.
002720     05 WS-CHN-BYTE-HI       PIC X(01).
002730     05 WS-CHN-BYTE-LO       PIC X(01).
002740 01  WS-CHN-VALUE.
002750     05 WS-CHN-A             PIC 9(10).
002760     05 WS-CHN-B             PIC 9(10).
002770******************************************************************
002780* BATCH RUN-CONTROL (SEE DCLRUNC): THIS JOB REGISTERS ON         *
002790* RUNCTL AND MARKS ITSELF COMPLETE OR FAILED AT END OF RUN. IT   *
002800* HAS NO PREDECESSORS - OPS RUNS IT ON DEMAND IN THE WINDOW.     *
002810******************************************************************
002820 77  WS-RC-JOBNAME           PIC X(08) VALUE 'CASH34  '.
002830 77  WS-RC-REGION            PIC X(08) VALUE 'CASHRGN '.
002840 77  WS-RC-BUSDT             PIC X(08) VALUE SPACES.
002850 77  WS-RC-TIME              PIC X(06) VALUE SPACES.
002860 77  WS-RC-REFUSED-SW        PIC X(01) VALUE 'N'.
002870     88 WS-RC-REFUSED                  VALUE 'Y'.
002880 PROCEDURE DIVISION.
002890*
002900 0000-MAINLINE.
002910     PERFORM 1000-INITIALIZE
002920         THRU 1000-INITIALIZE-EXIT
002930     PERFORM 2000-PROCESS-MERGES
002940         THRU 2000-PROCESS-MERGES-EXIT
002950         UNTIL WS-EOF-YES
002960     PERFORM 8000-TERMINATE
002970         THRU 8000-TERMINATE-EXIT
002980     GOBACK.
002990******************************************************************
003000* 0800-RUN-CONTROL - REGISTER THIS RUN ON RUNCTL                 *
003010******************************************************************
003020 0800-RUN-CONTROL.
003030     MOVE 'N' TO WS-RC-REFUSED-SW
003040     ACCEPT WS-RC-TIME FROM TIME
003050
003060     ACCEPT WS-RC-BUSDT FROM DATE YYYYMMDD
003070     EXEC SQL
003080         SELECT REGIONID, BUSDT, WSTATUS
003090         INTO :DCLBUSDATE
003100         FROM STOCKTRD.BUSDATE
003110         WHERE REGIONID = :WS-RC-REGION
003120     END-EXEC
003130     IF SQLCODE = 0
003140         MOVE BD-BUSDT TO WS-RC-BUSDT
003150     END-IF
003160
003170     EXEC SQL
003180         UPDATE STOCKTRD.RUNCTL
003190         SET RSTATUS = 'S',
003200             STARTTM = :WS-RC-TIME,
003210             ENDTM   = ' '
003220         WHERE JOBNAME = :WS-RC-JOBNAME
003230           AND BUSDT = :WS-RC-BUSDT
003240     END-EXEC
003250     IF SQLCODE NOT = 0 OR SQLERRD(3) = 0
003260         EXEC SQL
003270             INSERT INTO STOCKTRD.RUNCTL(
003280                 JOBNAME, BUSDT, RSTATUS, STARTTM,
003290                 ENDTM, OVERRIDE)
003300             VALUES (:WS-RC-JOBNAME, :WS-RC-BUSDT, 'S',
003310                 :WS-RC-TIME, ' ', ' ')
003320         END-EXEC
003330     END-IF
003340     IF SQLCODE NOT = 0
003350         DISPLAY 'CASH34 - RUNCTL REGISTRATION FAILED,'
003360             ' SQLCODE=' SQLCODE
003370     END-IF
003380
003390*    COMMITTED NOW SO A FAILED MERGE'S ROLLBACK CANNOT TAKE
003400*    THE REGISTRATION WITH IT.
003410     EXEC SQL
003420         COMMIT
003430     END-EXEC
003440     .
003450 0800-RUN-CONTROL-EXIT.
003460     EXIT.
003470*
003480******************************************************************
003490* 0900-RUN-COMPLETE - MARK THE RUN COMPLETE (OR FAILED) ON       *
003500*   RUNCTL, WITH ITS OWN COMMIT                                  *
003510******************************************************************
003520 0900-RUN-COMPLETE.
003530     ACCEPT WS-RC-TIME FROM TIME
003540     IF WS-RUN-ERROR
003550         MOVE 'F' TO RC-RSTATUS
003560     ELSE
003570         MOVE 'C' TO RC-RSTATUS
003580     END-IF
003590
003600     EXEC SQL
003610         UPDATE STOCKTRD.RUNCTL
003620         SET RSTATUS = :RC-RSTATUS,
003630             ENDTM   = :WS-RC-TIME
003640         WHERE JOBNAME = :WS-RC-JOBNAME
003650           AND BUSDT = :WS-RC-BUSDT
003660     END-EXEC
003670
003680     EXEC SQL
003690         COMMIT
003700     END-EXEC
003710     .
003720 0900-RUN-COMPLETE-EXIT.
003730     EXIT.
003740*
003750******************************************************************
003760* 1000-INITIALIZE - REGISTER, ESTABLISH THE BUSINESS DATE, OPEN  *
003770*   THE REQUEST AND HISTORY FILES                                *
003780******************************************************************
003790 1000-INITIALIZE.
003800     PERFORM 0800-RUN-CONTROL
003810         THRU 0800-RUN-CONTROL-EXIT
003820
003830     DISPLAY 'CASH34 - OWNER CONSOLIDATION (MERGE) - STARTING'
003840
003850     ACCEPT WS-ASKTIME-DATE FROM DATE YYYYMMDD
003860     MOVE WS-ASKTIME-DATE(3:6) TO WS-MREF-DATE
003870
003880     PERFORM 1200-READ-BUSDATE
003890         THRU 1200-READ-BUSDATE-EXIT
003900     IF WS-EOF-YES
003910         GO TO 1000-INITIALIZE-EXIT
003920     END-IF
003930
003940     OPEN INPUT MERGE-FILE
003950     IF WS-MERGE-FSTAT NOT = '00'
003960         DISPLAY 'CASH34 - OPEN OF MERGE FILE FAILED, STATUS='
003970             WS-MERGE-FSTAT
003980         MOVE 'Y' TO WS-EOF-SW
003990         MOVE 'Y' TO WS-RUN-ERROR-SW
004000         GO TO 1000-INITIALIZE-EXIT
004010     END-IF
004020
004030     OPEN I-O HISTORY-FILE
004040     IF WS-HIST-FSTAT NOT = '00'
004050         DISPLAY 'CASH34 - OPEN OF HISTORY FILE FAILED, STATUS='
004060             WS-HIST-FSTAT
004070         MOVE 'Y' TO WS-EOF-SW
004080         MOVE 'Y' TO WS-RUN-ERROR-SW
004090     END-IF
004100     .
004110 1000-INITIALIZE-EXIT.
004120     EXIT.
004130*
004140******************************************************************
004150* 1200-READ-BUSDATE - THE LEDGER BUSINESS DATE THE MERGE'S       *
004160*   HISTORY RECORDS CARRY. A MERGE RENAMES POSITIONS CASH00 MAY  *
004170*   BE POSTING TO, SO IT ONLY RUNS WHILE THE CASH20 CUTOVER HAS  *
004180*   THE POSTING WINDOW SHUT ('B'). NO ROW = CALENDAR DATE AND NO *
004190*   WINDOW, AS EVERYWHERE ELSE.                                  *
004200******************************************************************
004210 1200-READ-BUSDATE.
004220     MOVE WS-ASKTIME-DATE TO WS-BUSDT
004230
004240     EXEC SQL
004250         SELECT REGIONID, BUSDT, WSTATUS
004260         INTO :DCLBUSDATE
004270         FROM STOCKTRD.BUSDATE
004280         WHERE REGIONID = :WS-REGIONID
004290     END-EXEC
004300
004310     IF SQLCODE = 0
004320         MOVE BD-BUSDT TO WS-BUSDT
004330         IF BD-WSTATUS = 'O'
004340             DISPLAY 'CASH34 - POSTING WINDOW IS OPEN - MERGES'
004350                 ' RUN ONLY IN THE BATCH WINDOW'
004360             MOVE 'Y' TO WS-EOF-SW
004370             MOVE 'Y' TO WS-RUN-ERROR-SW
004380             GO TO 1200-READ-BUSDATE-EXIT
004390         END-IF
004400     ELSE
004410         DISPLAY 'CASH34 - NO BUSDATE ROW, USING CALENDAR DATE '
004420             WS-BUSDT
004430     END-IF
004440
004450     DISPLAY 'CASH34 - BUSINESS DATE = ' WS-BUSDT
004460     .
004470 1200-READ-BUSDATE-EXIT.
004480     EXIT.
004490*
004500******************************************************************
004510* 2000-PROCESS-MERGES - ONE MERGE REQUEST: EDIT IT, LOAD THE     *
004520*   FROM-OWNER'S POSITIONS, APPLY EVERYTHING, THEN COMMIT AND    *
004530*   FLUSH THE HISTORY - OR ROLL THE WHOLE MERGE BACK             *
004540******************************************************************
004550 2000-PROCESS-MERGES.
004560     READ MERGE-FILE
004570         AT END
004580             MOVE 'Y' TO WS-EOF-SW
004590             GO TO 2000-PROCESS-MERGES-EXIT
004600     END-READ
004610
004620     ADD 1 TO WS-REQS-READ
004630     MOVE WS-REQS-READ TO WS-MREF-SEQ
004640     MOVE 'N'    TO WS-MERGE-BAD-SW
004650     MOVE SPACES TO WS-REASON
004660     MOVE ZERO   TO WS-POS-CNT
004670     MOVE ZERO   TO WS-PEND-HIST-CNT
004680     MOVE ZERO   TO WS-CNT-HOLD
004690     MOVE ZERO   TO WS-CNT-ORDER
004700     MOVE ZERO   TO WS-CNT-PEND
004710     MOVE ZERO   TO WS-CNT-REF
004720     MOVE ZERO   TO WS-CNT-TRADE
004730     MOVE ZERO   TO WS-CNT-PAYOUT
004740     MOVE ZERO   TO WS-CNT-DISP
004750     MOVE ZERO   TO WS-CNT-MONCASE
004760     MOVE ZERO   TO WS-CNT-MONACT
004770     MOVE ZERO   TO WS-CNT-REVAL
004780     MOVE 'NONE' TO WS-VLIM-ACTION
004790     MOVE 'NONE' TO WS-OTAX-ACTION
004800     MOVE MR-FROM-OWNER TO WS-FROM-OWNER
004810     MOVE MR-FROM-OWNER TO WS-FROM-NAME15
004820     MOVE SPACES TO WS-TO-OWNER
004830
004840     PERFORM 3000-EDIT-REQUEST
004850         THRU 3000-EDIT-REQUEST-EXIT
004860     IF NOT WS-MERGE-BAD
004870         PERFORM 4000-LOAD-POSITIONS
004880             THRU 4000-LOAD-POSITIONS-EXIT
004890     END-IF
004900     IF NOT WS-MERGE-BAD
004910         PERFORM 4200-CHECK-OPEN-CASES
004920             THRU 4200-CHECK-OPEN-CASES-EXIT
004930     END-IF
004940     IF NOT WS-MERGE-BAD
004950         PERFORM 5000-APPLY-MERGE
004960             THRU 5000-APPLY-MERGE-EXIT
004970     END-IF
004980
004990*    ALL OR NOTHING: ANY FAILURE PAST THE EDITS HAS ALREADY
005000*    CHANGED ROWS, AND THE ROLLBACK TAKES EVERY ONE OF THEM.
005010     IF WS-MERGE-BAD
005020         EXEC SQL
005030             ROLLBACK
005040         END-EXEC
005050         MOVE ZERO TO WS-PEND-HIST-CNT
005060         ADD 1 TO WS-REQS-REFUSED
005070     ELSE
005080         EXEC SQL
005090             COMMIT
005100         END-EXEC
005110         PERFORM 6000-FLUSH-HISTORY
005120             THRU 6000-FLUSH-HISTORY-EXIT
005130         ADD 1 TO WS-REQS-MERGED
005140     END-IF
005150
005160     PERFORM 7000-REPORT-MERGE
005170         THRU 7000-REPORT-MERGE-EXIT
005180     .
005190 2000-PROCESS-MERGES-EXIT.
005200     EXIT.
005210*
005220******************************************************************
005230* 3000-EDIT-REQUEST - THE REQUESTER MUST HOLD 'J'; THE TARGET    *
005240*   MUST BE AN ACTIVE CUSTOMER; AND THE FROM-OWNER MUST NOT BE   *
005250*   ANY CUSTOMER'S LEGAL NAME - THIS JOB FOLDS LEGACY SPELLINGS  *
005260*   INTO THEIR CUSTOMER, IT DOES NOT MERGE TWO REAL CUSTOMERS.   *
005270******************************************************************
005280 3000-EDIT-REQUEST.
005290     IF MR-FROM-OWNER = SPACES
005300         MOVE 'BAD OWNER' TO WS-REASON
005310         MOVE 'Y' TO WS-MERGE-BAD-SW
005320         GO TO 3000-EDIT-REQUEST-EXIT
005330     END-IF
005340
005350     IF MR-TO-CUSTID = SPACES
005360         MOVE 'BAD CUSTID' TO WS-REASON
005370         MOVE 'Y' TO WS-MERGE-BAD-SW
005380         GO TO 3000-EDIT-REQUEST-EXIT
005390     END-IF
005400
005410     PERFORM 3100-ENTITLE-CHECK
005420         THRU 3100-ENTITLE-CHECK-EXIT
005430     IF NOT WS-ENTITLED
005440         MOVE 'NOT ENTITL' TO WS-REASON
005450         MOVE 'Y' TO WS-MERGE-BAD-SW
005460         GO TO 3000-EDIT-REQUEST-EXIT
005470     END-IF
005480
005490     EXEC SQL
005500         SELECT CUSTID, LEGALNAME, ADDRLINE1, ADDRLINE2,
005510                COUNTRY, CSTATUS, FXTIER
005520         INTO :DCLCUSTMAST
005530         FROM STOCKTRD.CUSTMAST
005540         WHERE CUSTID = :MR-TO-CUSTID
005550     END-EXEC
005560
005570     IF SQLCODE NOT = 0
005580         MOVE 'NO CUST' TO WS-REASON
005590         MOVE 'Y' TO WS-MERGE-BAD-SW
005600         GO TO 3000-EDIT-REQUEST-EXIT
005610     END-IF
005620
005630     IF CU-CSTATUS = 'C'
005640         MOVE 'CUST CLOSD' TO WS-REASON
005650         MOVE 'Y' TO WS-MERGE-BAD-SW
005660         GO TO 3000-EDIT-REQUEST-EXIT
005670     END-IF
005680
005690     MOVE CU-LEGALNAME TO WS-TO-OWNER
005700     MOVE CU-LEGALNAME TO WS-TO-NAME15
005710
005720     MOVE WS-FROM-OWNER TO WS-FROM-UPPER
005730     MOVE WS-TO-OWNER   TO WS-TO-UPPER
005740     INSPECT WS-FROM-UPPER CONVERTING
005750         'abcdefghijklmnopqrstuvwxyz'
005760         TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
005770     INSPECT WS-TO-UPPER CONVERTING
005780         'abcdefghijklmnopqrstuvwxyz'
005790         TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
005800     IF WS-FROM-UPPER = WS-TO-UPPER
005810         MOVE 'SAME OWNER' TO WS-REASON
005820         MOVE 'Y' TO WS-MERGE-BAD-SW
005830         GO TO 3000-EDIT-REQUEST-EXIT
005840     END-IF
005850
005860     EXEC SQL
005870         SELECT CUSTID
005880         INTO :CU-CUSTID
005890         FROM STOCKTRD.CUSTMAST
005900         WHERE UPPER(LEGALNAME) = UPPER(:WS-FROM-OWNER)
005910         FETCH FIRST 1 ROW ONLY
005920     END-EXEC
005930
005940     IF SQLCODE = 0
005950         MOVE 'MASTR NAME' TO WS-REASON
005960         MOVE 'Y' TO WS-MERGE-BAD-SW
005970     END-IF
005980     .
005990 3000-EDIT-REQUEST-EXIT.
006000     EXIT.
006010*
006020******************************************************************
006030* 3100-ENTITLE-CHECK - THE REQUESTER NEEDS THE 'J' FUNCTION ON   *
006040*   THEIR USERENT ROW (SEE DCLUENT/CASH22). NO ROW, NO USERID OR *
006050*   NO 'J' ALL REFUSE 'NOT ENTITL' ON THE REPORT.                *
006060******************************************************************
006070 3100-ENTITLE-CHECK.
006080     MOVE 'N' TO WS-ENTITLED-SW
006090
006100     IF MR-USERID NOT = SPACES
006110         EXEC SQL
006120              SELECT USERID, FUNCS, AMTLIMIT
006130              INTO  :DCLUSERENT
006140              FROM STOCKTRD.USERENT
006150              WHERE USERID = :MR-USERID
006160         END-EXEC
006170
006180         IF SQLCODE = 0
006190             PERFORM 3150-SCAN-ONE-FUNC
006200                 THRU 3150-SCAN-ONE-FUNC-EXIT
006210                 VARYING WS-FUNC-SUB FROM 1 BY 1
006220                 UNTIL WS-FUNC-SUB > 16
006230                 OR WS-ENTITLED
006240         END-IF
006250     END-IF
006260     .
006270 3100-ENTITLE-CHECK-EXIT.
006280     EXIT.
006290*
006300 3150-SCAN-ONE-FUNC.
006310     IF UE-FUNCS(WS-FUNC-SUB:1) = 'J'
006320         MOVE 'Y' TO WS-ENTITLED-SW
006330     END-IF
006340     .
006350 3150-SCAN-ONE-FUNC-EXIT.
006360     EXIT.
006370*
006380******************************************************************
006390* 4000-LOAD-POSITIONS - EVERY CURRENCY POSITION OF THE FROM-     *
006400*   OWNER, MATCHED THE WAY CASH00 MATCHES OWNERS (IGNORING CASE) *
006410*   AND KEPT WITH ITS EXACT SPELLING FOR THE KEYED UPDATES. A    *
006420*   FROZEN POSITION STOPS THE MERGE - COMPLIANCE RELEASES IT     *
006430*   FIRST, SO A FREEZE IS NEVER LOST IN THE MOVE. SO DOES AN     *
006440*   ESCHEATED ONE - ITS CASH35 CASE AND THE CASH00 RECLAIM STAY  *
006450*   KEYED ON THE NAME IT WAS ESCHEATED UNDER.                    *
006460******************************************************************
006470 4000-LOAD-POSITIONS.
006480     EXEC SQL
006490         DECLARE CASH34CSR CURSOR FOR
006500         SELECT OWNER, BALANCE, CURRENCYC, ACCTSTAT, STATRSN
006510         FROM STOCKTRD.CASHACCOUNTY
006520         WHERE UPPER(OWNER) = UPPER(:WS-FROM-OWNER)
006530         ORDER BY CURRENCYC, OWNER
006540     END-EXEC
006550
006560     EXEC SQL
006570         OPEN CASH34CSR
006580     END-EXEC
006590
006600     IF SQLCODE NOT = 0
006610         DISPLAY 'CASH34 - OPEN CURSOR FAILED, SQLCODE=' SQLCODE
006620         MOVE 'SQL ERROR' TO WS-REASON
006630         MOVE 'Y' TO WS-MERGE-BAD-SW
006640         GO TO 4000-LOAD-POSITIONS-EXIT
006650     END-IF
006660
006670     MOVE ZERO TO SQLCODE
006680     PERFORM 4100-LOAD-ONE-POSITION
006690         THRU 4100-LOAD-ONE-POSITION-EXIT
006700         UNTIL SQLCODE NOT = 0
006710         OR WS-MERGE-BAD
006720
006730     EXEC SQL
006740         CLOSE CASH34CSR
006750     END-EXEC
006760
006770     IF NOT WS-MERGE-BAD AND WS-POS-CNT = ZERO
006780         MOVE 'NO POSNS' TO WS-REASON
006790         MOVE 'Y' TO WS-MERGE-BAD-SW
006800     END-IF
006810     .
006820 4000-LOAD-POSITIONS-EXIT.
006830     EXIT.
006840*
006850 4100-LOAD-ONE-POSITION.
006860     EXEC SQL
006870         FETCH CASH34CSR
006880         INTO :DCLCASHACCOUNTY
006890     END-EXEC
006900
006910     IF SQLCODE = 100
006920         GO TO 4100-LOAD-ONE-POSITION-EXIT
006930     END-IF
006940
006950     IF SQLCODE NOT = 0
006960         DISPLAY 'CASH34 - FETCH FAILED, SQLCODE=' SQLCODE
006970         MOVE 'SQL ERROR' TO WS-REASON
006980         MOVE 'Y' TO WS-MERGE-BAD-SW
006990         GO TO 4100-LOAD-ONE-POSITION-EXIT
007000     END-IF
007010
007020     IF ACCTSTAT = 'F'
007030         MOVE 'ACCT FROZN' TO WS-REASON
007040         MOVE 'Y' TO WS-MERGE-BAD-SW
007050         GO TO 4100-LOAD-ONE-POSITION-EXIT
007060     END-IF
007070     IF ACCTSTAT = 'E'
007080         MOVE 'ACCT ESCHT' TO WS-REASON
007090         MOVE 'Y' TO WS-MERGE-BAD-SW
007100         GO TO 4100-LOAD-ONE-POSITION-EXIT
007110     END-IF
007120
007130     IF WS-POS-CNT >= WS-POS-MAX
007140         MOVE 'TOO MANY' TO WS-REASON
007150         MOVE 'Y' TO WS-MERGE-BAD-SW
007160         GO TO 4100-LOAD-ONE-POSITION-EXIT
007170     END-IF
007180
007190     ADD 1 TO WS-POS-CNT
007200     MOVE OWNER     TO WS-POS-OWNER(WS-POS-CNT)
007210     MOVE CURRENCYC OF DCLCASHACCOUNTY
007220                    TO WS-POS-CURRENCY(WS-POS-CNT)
007230     MOVE BALANCE   TO WS-POS-FROM-BAL(WS-POS-CNT)
007240     MOVE ACCTSTAT  TO WS-POS-STAT(WS-POS-CNT)
007250     MOVE SPACES    TO WS-POS-ACTION(WS-POS-CNT)
007260     MOVE ZERO      TO WS-POS-TGT-BEFORE(WS-POS-CNT)
007270     MOVE ZERO      TO WS-POS-TGT-AFTER(WS-POS-CNT)
007280     .
007290 4100-LOAD-ONE-POSITION-EXIT.
007300     EXIT.
007310*
007320******************************************************************
007330* 4200-CHECK-OPEN-CASES - CASES OTHER DESKS ARE WORKING ON THE   *
007340*   OLD NAME STOP THE MERGE UNTIL THEY ARE SETTLED: A CASH35     *
007350*   ESCHEAT NOTICE OR ESCHEATMENT ('N'/'E' - 'ESCH CASE') AND AN *
007360*   OPEN CASH40 SUSPICIOUS-ACTIVITY CASE ('MON CASE'). MOVING    *
007370*   EITHER UNDER THE LEGAL NAME WOULD HAND THE DESK A CASE ON A  *
007380*   POSITION IT NEVER LOOKED AT.                                 *
007390******************************************************************
007400 4200-CHECK-OPEN-CASES.
007410     EXEC SQL
007420         SELECT COUNT(*)
007430         INTO :WS-ROWCOUNT
007440         FROM STOCKTRD.ESCHEAT
007450         WHERE UPPER(OWNER) = UPPER(:WS-FROM-OWNER)
007460           AND ESTATUS IN ('N', 'E')
007470     END-EXEC
007480     IF SQLCODE NOT = 0
007490         DISPLAY 'CASH34 - ESCHEAT READ FAILED, SQLCODE=' SQLCODE
007500         MOVE 'SQL ERROR' TO WS-REASON
007510         MOVE 'Y' TO WS-MERGE-BAD-SW
007520         GO TO 4200-CHECK-OPEN-CASES-EXIT
007530     END-IF
007540     IF WS-ROWCOUNT > 0
007550         MOVE 'ESCH CASE' TO WS-REASON
007560         MOVE 'Y' TO WS-MERGE-BAD-SW
007570         GO TO 4200-CHECK-OPEN-CASES-EXIT
007580     END-IF
007590
007600     EXEC SQL
007610         SELECT COUNT(*)
007620         INTO :WS-ROWCOUNT
007630         FROM STOCKTRD.MONCASE
007640         WHERE UPPER(OWNER) = UPPER(:WS-FROM-NAME15)
007650           AND CSTATUS = 'O'
007660     END-EXEC
007670     IF SQLCODE NOT = 0
007680         DISPLAY 'CASH34 - MONCASE READ FAILED, SQLCODE=' SQLCODE
007690         MOVE 'SQL ERROR' TO WS-REASON
007700         MOVE 'Y' TO WS-MERGE-BAD-SW
007710         GO TO 4200-CHECK-OPEN-CASES-EXIT
007720     END-IF
007730     IF WS-ROWCOUNT > 0
007740         MOVE 'MON CASE' TO WS-REASON
007750         MOVE 'Y' TO WS-MERGE-BAD-SW
007760     END-IF
007770     .
007780 4200-CHECK-OPEN-CASES-EXIT.
007790     EXIT.
007800*
007810******************************************************************
007820* 5000-APPLY-MERGE - EVERY POSITION, THEN THE SATELLITE TABLES,  *
007830*   ALL IN ONE UNIT OF WORK. THE FIRST FAILURE STOPS THE REST;   *
007840*   2000 ROLLS THE LOT BACK.                                     *
007850******************************************************************
007860 5000-APPLY-MERGE.
007870     PERFORM 5100-MERGE-ONE-POSITION
007880         THRU 5100-MERGE-ONE-POSITION-EXIT
007890         VARYING WS-SUB FROM 1 BY 1
007900         UNTIL WS-SUB > WS-POS-CNT
007910         OR WS-MERGE-BAD
007920
007930     IF NOT WS-MERGE-BAD
007940         PERFORM 5500-REPOINT-SATELLITES
007950             THRU 5500-REPOINT-SATELLITES-EXIT
007960     END-IF
007970     .
007980 5000-APPLY-MERGE-EXIT.
007990     EXIT.
008000*
008010******************************************************************
008020* 5100-MERGE-ONE-POSITION - WHERE THE TARGET ALREADY HOLDS THE   *
008030*   CURRENCY, ADD THE BALANCE INTO ITS ROW AND DELETE THE OLD    *
008040*   ONE ('COMBINED'); OTHERWISE RENAME THE OLD ROW ONTO THE      *
008050*   LEGAL NAME ('MOVED'), KEEPING ITS STATUS. A FROZEN OR CLOSED *
008060*   TARGET POSITION REFUSES THE MERGE.                           *
008070******************************************************************
008080 5100-MERGE-ONE-POSITION.
008090     EXEC SQL
008100         SELECT OWNER, BALANCE, CURRENCYC, ACCTSTAT, STATRSN
008110         INTO :DCLCASHACCOUNTY
008120         FROM STOCKTRD.CASHACCOUNTY
008130         WHERE UPPER(OWNER) = UPPER(:WS-TO-OWNER)
008140           AND CURRENCYC = :WS-POS-CURRENCY(WS-SUB)
008150         FETCH FIRST 1 ROW ONLY
008160     END-EXEC
008170
008180     EVALUATE SQLCODE
008190         WHEN 0
008200             PERFORM 5200-COMBINE-POSITION
008210                 THRU 5200-COMBINE-POSITION-EXIT
008220         WHEN 100
008230             PERFORM 5300-MOVE-POSITION
008240                 THRU 5300-MOVE-POSITION-EXIT
008250         WHEN OTHER
008260             DISPLAY 'CASH34 - TARGET READ FAILED FOR '
008270                 WS-TO-OWNER ' SQLCODE=' SQLCODE
008280             MOVE 'SQL ERROR' TO WS-REASON
008290             MOVE 'Y' TO WS-MERGE-BAD-SW
008300     END-EVALUATE
008310
008320     IF NOT WS-MERGE-BAD
008330         PERFORM 5400-STAGE-HISTORY
008340             THRU 5400-STAGE-HISTORY-EXIT
008350     END-IF
008360     .
008370 5100-MERGE-ONE-POSITION-EXIT.
008380     EXIT.
008390*
008400 5200-COMBINE-POSITION.
008410     IF ACCTSTAT = 'F'
008420         MOVE 'ACCT FROZN' TO WS-REASON
008430         MOVE 'Y' TO WS-MERGE-BAD-SW
008440         GO TO 5200-COMBINE-POSITION-EXIT
008450     END-IF
008460     IF ACCTSTAT = 'C'
008470         MOVE 'ACCT CLOSD' TO WS-REASON
008480         MOVE 'Y' TO WS-MERGE-BAD-SW
008490         GO TO 5200-COMBINE-POSITION-EXIT
008500     END-IF
008510     IF ACCTSTAT = 'E'
008520         MOVE 'ACCT ESCHT' TO WS-REASON
008530         MOVE 'Y' TO WS-MERGE-BAD-SW
008540         GO TO 5200-COMBINE-POSITION-EXIT
008550     END-IF
008560
008570     MOVE OWNER   TO WS-TGT-OWNER-ROW
008580     MOVE BALANCE TO WS-POS-TGT-BEFORE(WS-SUB)
008590     COMPUTE WS-POS-TGT-AFTER(WS-SUB) =
008600         BALANCE + WS-POS-FROM-BAL(WS-SUB)
008610         ON SIZE ERROR
008620             MOVE 'BAL OVRFLW' TO WS-REASON
008630             MOVE 'Y' TO WS-MERGE-BAD-SW
008640             GO TO 5200-COMBINE-POSITION-EXIT
008650     END-COMPUTE
008660     MOVE WS-POS-TGT-AFTER(WS-SUB) TO BALANCE
008670
008680     EXEC SQL
008690         UPDATE STOCKTRD.CASHACCOUNTY
008700         SET BALANCE = :BALANCE
008710         WHERE OWNER = :WS-TGT-OWNER-ROW
008720           AND CURRENCYC = :WS-POS-CURRENCY(WS-SUB)
008730     END-EXEC
008740     IF SQLCODE NOT = 0
008750         DISPLAY 'CASH34 - TARGET UPDATE FAILED FOR '
008760             WS-TO-OWNER ' SQLCODE=' SQLCODE
008770         MOVE 'SQL ERROR' TO WS-REASON
008780         MOVE 'Y' TO WS-MERGE-BAD-SW
008790         GO TO 5200-COMBINE-POSITION-EXIT
008800     END-IF
008810
008820     EXEC SQL
008830         DELETE FROM STOCKTRD.CASHACCOUNTY
008840         WHERE OWNER = :WS-POS-OWNER(WS-SUB)
008850           AND CURRENCYC = :WS-POS-CURRENCY(WS-SUB)
008860     END-EXEC
008870     IF SQLCODE NOT = 0
008880         DISPLAY 'CASH34 - DELETE FAILED FOR '
008890             WS-POS-OWNER(WS-SUB) ' SQLCODE=' SQLCODE
008900         MOVE 'SQL ERROR' TO WS-REASON
008910         MOVE 'Y' TO WS-MERGE-BAD-SW
008920         GO TO 5200-COMBINE-POSITION-EXIT
008930     END-IF
008940
008950     MOVE 'COMBINED' TO WS-POS-ACTION(WS-SUB)
008960     .
008970 5200-COMBINE-POSITION-EXIT.
008980     EXIT.
008990*
009000 5300-MOVE-POSITION.
009010     MOVE WS-TO-OWNER TO WS-TGT-OWNER-ROW
009020     MOVE ZERO TO WS-POS-TGT-BEFORE(WS-SUB)
009030     MOVE WS-POS-FROM-BAL(WS-SUB) TO WS-POS-TGT-AFTER(WS-SUB)
009040
009050     EXEC SQL
009060         UPDATE STOCKTRD.CASHACCOUNTY
009070         SET OWNER = :WS-TO-OWNER
009080         WHERE OWNER = :WS-POS-OWNER(WS-SUB)
009090           AND CURRENCYC = :WS-POS-CURRENCY(WS-SUB)
009100     END-EXEC
009110     IF SQLCODE NOT = 0
009120         DISPLAY 'CASH34 - RENAME FAILED FOR '
009130             WS-POS-OWNER(WS-SUB) ' SQLCODE=' SQLCODE
009140         MOVE 'SQL ERROR' TO WS-REASON
009150         MOVE 'Y' TO WS-MERGE-BAD-SW
009160         GO TO 5300-MOVE-POSITION-EXIT
009170     END-IF
009180
009190     MOVE 'MOVED' TO WS-POS-ACTION(WS-SUB)
009200
009210*    THE POSITION'S FXREVAL ROWS GO WITH IT, SO CASH41 CARRIES ON
009220*    FROM ITS LAST REVALUATION INSTEAD OF TAKING A NEW BASELINE.
009230*    WHERE THE LEGAL NAME ALREADY HAS ROWS IN THE CURRENCY (FROM
009240*    A POSITION SINCE DELETED) THOSE STAND AND NOTHING MOVES.
009250*    A COMBINED POSITION KEEPS THE TARGET'S OWN BASELINE, WHICH
009260*    CASH41 CARRIES FORWARD BY THE BALANCE ADDED AT THE OLD RATE.
009270     EXEC SQL
009280         SELECT COUNT(*)
009290         INTO :WS-ROWCOUNT
009300         FROM STOCKTRD.FXREVAL
009310         WHERE OWNER = :WS-TO-OWNER
009320           AND CURRENCYC = :WS-POS-CURRENCY(WS-SUB)
009330     END-EXEC
009340     IF SQLCODE NOT = 0
009350         DISPLAY 'CASH34 - FXREVAL READ FAILED FOR '
009360             WS-TO-OWNER ' SQLCODE=' SQLCODE
009370         MOVE 'SQL ERROR' TO WS-REASON
009380         MOVE 'Y' TO WS-MERGE-BAD-SW
009390         GO TO 5300-MOVE-POSITION-EXIT
009400     END-IF
009410     IF WS-ROWCOUNT > 0
009420         GO TO 5300-MOVE-POSITION-EXIT
009430     END-IF
009440
009450     EXEC SQL
009460         UPDATE STOCKTRD.FXREVAL
009470         SET OWNER = :WS-TO-OWNER
009480         WHERE OWNER = :WS-POS-OWNER(WS-SUB)
009490           AND CURRENCYC = :WS-POS-CURRENCY(WS-SUB)
009500     END-EXEC
009510     IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
009520         DISPLAY 'CASH34 - FXREVAL UPDATE FAILED FOR '
009530             WS-POS-OWNER(WS-SUB) ' SQLCODE=' SQLCODE
009540         MOVE 'SQL ERROR' TO WS-REASON
009550         MOVE 'Y' TO WS-MERGE-BAD-SW
009560         GO TO 5300-MOVE-POSITION-EXIT
009570     END-IF
009580     IF SQLCODE = 0
009590         ADD SQLERRD(3) TO WS-CNT-REVAL
009600     END-IF
009610     .
009620 5300-MOVE-POSITION-EXIT.
009630     EXIT.
009640*
009650******************************************************************
009660* 5400-STAGE-HISTORY - THE PAIRED 'J' RECORDS FOR ONE POSITION:  *
009670*   MERGE OUT UNDER THE OLD NAME (BALANCE NOW ZERO, THE WHOLE    *
009680*   PRIOR BALANCE AS THE AMOUNT) AND MERGE IN UNDER THE LEGAL    *
009690*   NAME (THE TARGET'S PRIOR AND RESULTING BALANCES). BOTH CARRY *
009700*   THE MERGE REFERENCE AND RATE 1 - NOTHING WAS CONVERTED, SO   *
009710*   CASH04 RECONCILES THE TARGET OFF THE MERGE-IN BALANCE AND    *
009720*   THE GL SEES NO MOVEMENT.                                     *
009730******************************************************************
009740 5400-STAGE-HISTORY.
009750     ACCEPT WS-ASKTIME-DATE FROM DATE YYYYMMDD
009760     ACCEPT WS-ASKTIME-TIME FROM TIME
009770
009780     ADD 1 TO WS-PEND-HIST-CNT
009790     MOVE WS-POS-OWNER(WS-SUB) TO
009800         WS-PEND-HIST-NAME(WS-PEND-HIST-CNT)
009810     MOVE WS-ASKTIME-DATE   TO WS-PEND-HIST-DATE(WS-PEND-HIST-CNT)
009820     MOVE WS-ASKTIME-TIME   TO WS-PEND-HIST-TIME(WS-PEND-HIST-CNT)
009830     MOVE ZERO              TO WS-PEND-HIST-SEQ(WS-PEND-HIST-CNT)
009840     MOVE 'J'               TO WS-PEND-HIST-REQ(WS-PEND-HIST-CNT)
009850     MOVE ZERO TO
009860         WS-PEND-HIST-BALANCE(WS-PEND-HIST-CNT)
009870     MOVE WS-POS-CURRENCY(WS-SUB) TO
009880         WS-PEND-HIST-CURRENCY(WS-PEND-HIST-CNT)
009890     MOVE 'MERGE OUT' TO
009900         WS-PEND-HIST-RETCODE(WS-PEND-HIST-CNT)
009910     MOVE WS-POS-FROM-BAL(WS-SUB) TO
009920         WS-PEND-HIST-AMOUNT(WS-PEND-HIST-CNT)
009930     MOVE 1 TO
009940         WS-PEND-HIST-RATE(WS-PEND-HIST-CNT)
009950     MOVE WS-POS-FROM-BAL(WS-SUB) TO
009960         WS-PEND-HIST-PRIOR(WS-PEND-HIST-CNT)
009970     MOVE WS-MERGE-REF TO
009980         WS-PEND-HIST-REFID(WS-PEND-HIST-CNT)
009990
010000     PERFORM 6200-CHAIN-PENDING
010010         THRU 6200-CHAIN-PENDING-EXIT
010020     ADD 1 TO WS-PEND-HIST-CNT
010030     MOVE WS-TGT-OWNER-ROW TO
010040         WS-PEND-HIST-NAME(WS-PEND-HIST-CNT)
010050     MOVE WS-ASKTIME-DATE   TO WS-PEND-HIST-DATE(WS-PEND-HIST-CNT)
010060     MOVE WS-ASKTIME-TIME   TO WS-PEND-HIST-TIME(WS-PEND-HIST-CNT)
010070     MOVE ZERO              TO WS-PEND-HIST-SEQ(WS-PEND-HIST-CNT)
010080     MOVE 'J'               TO WS-PEND-HIST-REQ(WS-PEND-HIST-CNT)
010090     MOVE WS-POS-TGT-AFTER(WS-SUB) TO
010100         WS-PEND-HIST-BALANCE(WS-PEND-HIST-CNT)
010110     MOVE WS-POS-CURRENCY(WS-SUB) TO
010120         WS-PEND-HIST-CURRENCY(WS-PEND-HIST-CNT)
010130     MOVE 'MERGE IN' TO
010140         WS-PEND-HIST-RETCODE(WS-PEND-HIST-CNT)
010150     MOVE WS-POS-FROM-BAL(WS-SUB) TO
010160         WS-PEND-HIST-AMOUNT(WS-PEND-HIST-CNT)
010170     MOVE 1 TO
010180         WS-PEND-HIST-RATE(WS-PEND-HIST-CNT)
010190     MOVE WS-POS-TGT-BEFORE(WS-SUB) TO
010200         WS-PEND-HIST-PRIOR(WS-PEND-HIST-CNT)
010210     MOVE WS-MERGE-REF TO
010220         WS-PEND-HIST-REFID(WS-PEND-HIST-CNT)
010230     PERFORM 6200-CHAIN-PENDING
010240         THRU 6200-CHAIN-PENDING-EXIT
010250     .
010260 5400-STAGE-HISTORY-EXIT.
010270     EXIT.
010280*
010290******************************************************************
010300* 5500-REPOINT-SATELLITES - EVERYTHING ELSE THAT NAMES THE OLD   *
010310*   OWNER FOLLOWS IT: ALL HOLDS AND STANDING ORDERS, THE PENDING *
010320*   ITEMS STILL OPEN ('P'; DECIDED ITEMS STAY AS DECIDED), AND   *
010330*   THE CASHREF POSTING REFERENCES - CASH00'S 'V' REVERSAL KEYS  *
010340*   ON THE OWNER, SO A PRE-MERGE POSTING STAYS REVERSIBLE UNDER  *
010350*   THE LEGAL NAME. THE TRADE ORDERS GO WITH THEIR HOLDS SO      *
010360*   CASH43 CAN STILL SETTLE AND RELEASE THEM; EVERY PAYOUT GOES  *
010370*   WITH ITS CASHREF ROW SO CASH47 SENDS AND CASH48 RE-CREDITS A *
010380*   RETURN UNDER THE LEGAL NAME; EVERY DISPUTE CASE GOES WITH    *
010390*   THE REFERENCE IT DISPUTES SO CASH50 AND ITS CASH00 'N'/'Z'   *
010400*   POSTINGS FIND THE POSITION. THE CASH40 ACTIVITY WINDOW AND   *
010410*   ITS CLOSED CASES (OPEN ONES REFUSED IN 4200) FOLLOW ON THE   *
010420*   15-BYTE HISTORY NAME, SO THE RULES SEE ONE CUSTOMER AND DO   *
010430*   NOT RAISE AGAIN WHAT A CLOSED CASE ALREADY COVERED. THE      *
010440*   HISTCHN CHAIN HEADS STAY - THE OLD NAME'S HISTORY RECORDS    *
010450*   STAY UNDER IT, AND SO DOES THE CHAIN THAT PROVES THEM.       *
010460*   SQLCODE 100 IS SIMPLY NO ROWS TO MOVE.                       *
010470******************************************************************
010480 5500-REPOINT-SATELLITES.
010490     EXEC SQL
010500         UPDATE STOCKTRD.CASHHOLD
010510         SET OWNER = :WS-TO-OWNER
010520         WHERE UPPER(OWNER) = UPPER(:WS-FROM-OWNER)
010530     END-EXEC
010540     IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
010550         DISPLAY 'CASH34 - CASHHOLD UPDATE FAILED, SQLCODE='
010560             SQLCODE
010570         MOVE 'SQL ERROR' TO WS-REASON
010580         MOVE 'Y' TO WS-MERGE-BAD-SW
010590         GO TO 5500-REPOINT-SATELLITES-EXIT
010600     END-IF
010610     IF SQLCODE = 0
010620         MOVE SQLERRD(3) TO WS-CNT-HOLD
010630     END-IF
010640
010650     EXEC SQL
010660         UPDATE STOCKTRD.STANDORD
010670         SET OWNER = :WS-TO-OWNER
010680         WHERE UPPER(OWNER) = UPPER(:WS-FROM-OWNER)
010690     END-EXEC
010700     IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
010710         DISPLAY 'CASH34 - STANDORD UPDATE FAILED, SQLCODE='
010720             SQLCODE
010730         MOVE 'SQL ERROR' TO WS-REASON
010740         MOVE 'Y' TO WS-MERGE-BAD-SW
010750         GO TO 5500-REPOINT-SATELLITES-EXIT
010760     END-IF
010770     IF SQLCODE = 0
010780         MOVE SQLERRD(3) TO WS-CNT-ORDER
010790     END-IF
010800
010810     EXEC SQL
010820         UPDATE STOCKTRD.CASHPEND
010830         SET OWNER = :WS-TO-OWNER
010840         WHERE UPPER(OWNER) = UPPER(:WS-FROM-OWNER)
010850           AND PSTATUS = 'P'
010860     END-EXEC
010870     IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
010880         DISPLAY 'CASH34 - CASHPEND UPDATE FAILED, SQLCODE='
010890             SQLCODE
010900         MOVE 'SQL ERROR' TO WS-REASON
010910         MOVE 'Y' TO WS-MERGE-BAD-SW
010920         GO TO 5500-REPOINT-SATELLITES-EXIT
010930     END-IF
010940     IF SQLCODE = 0
010950         MOVE SQLERRD(3) TO WS-CNT-PEND
010960     END-IF
010970
010980     EXEC SQL
010990         UPDATE STOCKTRD.CASHREF
011000         SET OWNER = :WS-TO-OWNER
011010         WHERE UPPER(OWNER) = UPPER(:WS-FROM-OWNER)
011020     END-EXEC
011030     IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
011040         DISPLAY 'CASH34 - CASHREF UPDATE FAILED, SQLCODE='
011050             SQLCODE
011060         MOVE 'SQL ERROR' TO WS-REASON
011070         MOVE 'Y' TO WS-MERGE-BAD-SW
011080         GO TO 5500-REPOINT-SATELLITES-EXIT
011090     END-IF
011100     IF SQLCODE = 0
011110         MOVE SQLERRD(3) TO WS-CNT-REF
011120     END-IF
011130
011140     EXEC SQL
011150         UPDATE STOCKTRD.TRADEORD
011160         SET OWNER = :WS-TO-OWNER
011170         WHERE UPPER(OWNER) = UPPER(:WS-FROM-OWNER)
011180     END-EXEC
011190     IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
011200         DISPLAY 'CASH34 - TRADEORD UPDATE FAILED, SQLCODE='
011210             SQLCODE
011220         MOVE 'SQL ERROR' TO WS-REASON
011230         MOVE 'Y' TO WS-MERGE-BAD-SW
011240         GO TO 5500-REPOINT-SATELLITES-EXIT
011250     END-IF
011260     IF SQLCODE = 0
011270         MOVE SQLERRD(3) TO WS-CNT-TRADE
011280     END-IF
011290
011300     EXEC SQL
011310         UPDATE STOCKTRD.PAYOUT
011320         SET OWNER = :WS-TO-OWNER
011330         WHERE UPPER(OWNER) = UPPER(:WS-FROM-OWNER)
011340     END-EXEC
011350     IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
011360         DISPLAY 'CASH34 - PAYOUT UPDATE FAILED, SQLCODE='
011370             SQLCODE
011380         MOVE 'SQL ERROR' TO WS-REASON
011390         MOVE 'Y' TO WS-MERGE-BAD-SW
011400         GO TO 5500-REPOINT-SATELLITES-EXIT
011410     END-IF
011420     IF SQLCODE = 0
011430         MOVE SQLERRD(3) TO WS-CNT-PAYOUT
011440     END-IF
011450
011460     EXEC SQL
011470         UPDATE STOCKTRD.DISPCASE
011480         SET OWNER = :WS-TO-OWNER
011490         WHERE UPPER(OWNER) = UPPER(:WS-FROM-OWNER)
011500     END-EXEC
011510     IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
011520         DISPLAY 'CASH34 - DISPCASE UPDATE FAILED, SQLCODE='
011530             SQLCODE
011540         MOVE 'SQL ERROR' TO WS-REASON
011550         MOVE 'Y' TO WS-MERGE-BAD-SW
011560         GO TO 5500-REPOINT-SATELLITES-EXIT
011570     END-IF
011580     IF SQLCODE = 0
011590         MOVE SQLERRD(3) TO WS-CNT-DISP
011600     END-IF
011610
011620     EXEC SQL
011630         UPDATE STOCKTRD.MONCASE
011640         SET OWNER = :WS-TO-NAME15
011650         WHERE UPPER(OWNER) = UPPER(:WS-FROM-NAME15)
011660     END-EXEC
011670     IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
011680         DISPLAY 'CASH34 - MONCASE UPDATE FAILED, SQLCODE='
011690             SQLCODE
011700         MOVE 'SQL ERROR' TO WS-REASON
011710         MOVE 'Y' TO WS-MERGE-BAD-SW
011720         GO TO 5500-REPOINT-SATELLITES-EXIT
011730     END-IF
011740     IF SQLCODE = 0
011750         MOVE SQLERRD(3) TO WS-CNT-MONCASE
011760     END-IF
011770
011780     EXEC SQL
011790         UPDATE STOCKTRD.MONACT
011800         SET OWNER = :WS-TO-NAME15
011810         WHERE UPPER(OWNER) = UPPER(:WS-FROM-NAME15)
011820     END-EXEC
011830     IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
011840         DISPLAY 'CASH34 - MONACT UPDATE FAILED, SQLCODE='
011850             SQLCODE
011860         MOVE 'SQL ERROR' TO WS-REASON
011870         MOVE 'Y' TO WS-MERGE-BAD-SW
011880         GO TO 5500-REPOINT-SATELLITES-EXIT
011890     END-IF
011900     IF SQLCODE = 0
011910         MOVE SQLERRD(3) TO WS-CNT-MONACT
011920     END-IF
011930
011940     PERFORM 5600-MERGE-VELLIMIT
011950         THRU 5600-MERGE-VELLIMIT-EXIT
011960     IF WS-MERGE-BAD
011970         GO TO 5500-REPOINT-SATELLITES-EXIT
011980     END-IF
011990
012000     PERFORM 5700-MERGE-OWNERTAX
012010         THRU 5700-MERGE-OWNERTAX-EXIT
012020     .
012030 5500-REPOINT-SATELLITES-EXIT.
012040     EXIT.
012050*
012060******************************************************************
012070* 5600-MERGE-VELLIMIT - ONE LIMIT ROW PER OWNER. THE OLD NAME'S  *
012080*   ROW IS RENAMED WHEN THE TARGET HAS NONE; WHEN BOTH HAVE ONE  *
012090*   THE TARGET KEEPS THE LOWER AMOUNT AND THE LOWER COUNT AND    *
012100*   THE OLD ROW GOES - A MERGE NEVER LOOSENS A LIMIT THE FRAUD   *
012110*   DESK SET ON EITHER NAME.                                     *
012120******************************************************************
012130 5600-MERGE-VELLIMIT.
012140     EXEC SQL
012150         SELECT OWNER, AMTLIMIT, CNTLIMIT
012160         INTO :DCLVELLIMIT
012170         FROM STOCKTRD.VELLIMIT
012180         WHERE UPPER(OWNER) = UPPER(:WS-FROM-OWNER)
012190         FETCH FIRST 1 ROW ONLY
012200     END-EXEC
012210     IF SQLCODE = 100
012220         GO TO 5600-MERGE-VELLIMIT-EXIT
012230     END-IF
012240     IF SQLCODE NOT = 0
012250         GO TO 5600-MERGE-VELLIMIT-FAIL
012260     END-IF
012270
012280     MOVE VL-AMTLIMIT TO WS-TGT-AMTLIMIT
012290     MOVE VL-CNTLIMIT TO WS-TGT-CNTLIMIT
012300     EXEC SQL
012310         SELECT OWNER, AMTLIMIT, CNTLIMIT
012320         INTO :DCLVELLIMIT
012330         FROM STOCKTRD.VELLIMIT
012340         WHERE UPPER(OWNER) = UPPER(:WS-TO-OWNER)
012350         FETCH FIRST 1 ROW ONLY
012360     END-EXEC
012370
012380     IF SQLCODE = 100
012390         EXEC SQL
012400             UPDATE STOCKTRD.VELLIMIT
012410             SET OWNER = :WS-TO-OWNER
012420             WHERE UPPER(OWNER) = UPPER(:WS-FROM-OWNER)
012430         END-EXEC
012440         IF SQLCODE NOT = 0
012450             GO TO 5600-MERGE-VELLIMIT-FAIL
012460         END-IF
012470         MOVE 'MOVED' TO WS-VLIM-ACTION
012480         GO TO 5600-MERGE-VELLIMIT-EXIT
012490     END-IF
012500     IF SQLCODE NOT = 0
012510         GO TO 5600-MERGE-VELLIMIT-FAIL
012520     END-IF
012530
012540     IF WS-TGT-AMTLIMIT < VL-AMTLIMIT
012550         MOVE WS-TGT-AMTLIMIT TO VL-AMTLIMIT
012560     END-IF
012570     IF WS-TGT-CNTLIMIT < VL-CNTLIMIT
012580         MOVE WS-TGT-CNTLIMIT TO VL-CNTLIMIT
012590     END-IF
012600     EXEC SQL
012610         UPDATE STOCKTRD.VELLIMIT
012620         SET AMTLIMIT = :VL-AMTLIMIT,
012630             CNTLIMIT = :VL-CNTLIMIT
012640         WHERE OWNER = :VL-OWNER
012650     END-EXEC
012660     IF SQLCODE NOT = 0
012670         GO TO 5600-MERGE-VELLIMIT-FAIL
012680     END-IF
012690     EXEC SQL
012700         DELETE FROM STOCKTRD.VELLIMIT
012710         WHERE UPPER(OWNER) = UPPER(:WS-FROM-OWNER)
012720     END-EXEC
012730     IF SQLCODE NOT = 0
012740         GO TO 5600-MERGE-VELLIMIT-FAIL
012750     END-IF
012760     MOVE 'STRICTER' TO WS-VLIM-ACTION
012770     GO TO 5600-MERGE-VELLIMIT-EXIT
012780     .
012790 5600-MERGE-VELLIMIT-FAIL.
012800     DISPLAY 'CASH34 - VELLIMIT MERGE FAILED, SQLCODE=' SQLCODE
012810     MOVE 'SQL ERROR' TO WS-REASON
012820     MOVE 'Y' TO WS-MERGE-BAD-SW
012830     .
012840 5600-MERGE-VELLIMIT-EXIT.
012850     EXIT.
012860*
012870******************************************************************
012880* 5700-MERGE-OWNERTAX - ONE WITHHOLDING ROW PER OWNER. RENAMED   *
012890*   WHEN THE TARGET HAS NONE; DROPPED WHEN THE TARGET'S ROW SAYS *
012900*   THE SAME THING; A DISAGREEMENT REFUSES THE MERGE 'TAX CONFL' *
012910*   SO THE TAX DESK SETTLES IT THROUGH CASH21 FIRST.             *
012920******************************************************************
012930 5700-MERGE-OWNERTAX.
012940     EXEC SQL
012950         SELECT OWNER, TAXSTAT, TAXRATE, TAXAUTH
012960         INTO :DCLOWNERTAX
012970         FROM STOCKTRD.OWNERTAX
012980         WHERE UPPER(OWNER) = UPPER(:WS-FROM-OWNER)
012990         FETCH FIRST 1 ROW ONLY
013000     END-EXEC
013010     IF SQLCODE = 100
013020         GO TO 5700-MERGE-OWNERTAX-EXIT
013030     END-IF
013040     IF SQLCODE NOT = 0
013050         GO TO 5700-MERGE-OWNERTAX-FAIL
013060     END-IF
013070
013080     MOVE OT-TAXSTAT TO WS-TGT-TAXSTAT
013090     MOVE OT-TAXRATE TO WS-TGT-TAXRATE
013100     MOVE OT-TAXAUTH TO WS-TGT-TAXAUTH
013110     EXEC SQL
013120         SELECT OWNER, TAXSTAT, TAXRATE, TAXAUTH
013130         INTO :DCLOWNERTAX
013140         FROM STOCKTRD.OWNERTAX
013150         WHERE UPPER(OWNER) = UPPER(:WS-TO-OWNER)
013160         FETCH FIRST 1 ROW ONLY
013170     END-EXEC
013180
013190     IF SQLCODE = 100
013200         EXEC SQL
013210             UPDATE STOCKTRD.OWNERTAX
013220             SET OWNER = :WS-TO-OWNER
013230             WHERE UPPER(OWNER) = UPPER(:WS-FROM-OWNER)
013240         END-EXEC
013250         IF SQLCODE NOT = 0
013260             GO TO 5700-MERGE-OWNERTAX-FAIL
013270         END-IF
013280         MOVE 'MOVED' TO WS-OTAX-ACTION
013290         GO TO 5700-MERGE-OWNERTAX-EXIT
013300     END-IF
013310     IF SQLCODE NOT = 0
013320         GO TO 5700-MERGE-OWNERTAX-FAIL
013330     END-IF
013340
013350     IF OT-TAXSTAT NOT = WS-TGT-TAXSTAT
013360         OR OT-TAXRATE NOT = WS-TGT-TAXRATE
013370         OR OT-TAXAUTH NOT = WS-TGT-TAXAUTH
013380         MOVE 'TAX CONFL' TO WS-REASON
013390         MOVE 'Y' TO WS-MERGE-BAD-SW
013400         GO TO 5700-MERGE-OWNERTAX-EXIT
013410     END-IF
013420
013430     EXEC SQL
013440         DELETE FROM STOCKTRD.OWNERTAX
013450         WHERE UPPER(OWNER) = UPPER(:WS-FROM-OWNER)
013460     END-EXEC
013470     IF SQLCODE NOT = 0
013480         GO TO 5700-MERGE-OWNERTAX-FAIL
013490     END-IF
013500     MOVE 'SAME-DROP' TO WS-OTAX-ACTION
013510     GO TO 5700-MERGE-OWNERTAX-EXIT
013520     .
013530 5700-MERGE-OWNERTAX-FAIL.
013540     DISPLAY 'CASH34 - OWNERTAX MERGE FAILED, SQLCODE=' SQLCODE
013550     MOVE 'SQL ERROR' TO WS-REASON
013560     MOVE 'Y' TO WS-MERGE-BAD-SW
013570     .
013580 5700-MERGE-OWNERTAX-EXIT.
013590     EXIT.
013600*
013610******************************************************************
013620* 6000-FLUSH-HISTORY - WRITE THE STAGED RECORDS AFTER THE COMMIT *
013630******************************************************************
013640 6000-FLUSH-HISTORY.
013650     PERFORM 6100-WRITE-ONE-PENDING
013660         THRU 6100-WRITE-ONE-PENDING-EXIT
013670         VARYING WS-PEND-HIST-IDX FROM 1 BY 1
013680         UNTIL WS-PEND-HIST-IDX > WS-PEND-HIST-CNT
013690
013700     MOVE ZERO TO WS-PEND-HIST-CNT
013710     .
013720 6000-FLUSH-HISTORY-EXIT.
013730     EXIT.
013740*
013750 6100-WRITE-ONE-PENDING.
013760     PERFORM 6110-LOAD-PENDING
013770         THRU 6110-LOAD-PENDING-EXIT
013780
013790*    THE TWO LEGS OF A PAIR CAN SHARE A NAME PREFIX AND A SECOND
013800*    - BUMP THE SEQ SUFFIX AND RETRY, THE SAME DISCIPLINE EVERY
013810*    OTHER WRITER USES, SO NO AUDIT RECORD IS EVER DROPPED.
013820     MOVE ZERO TO WS-WRITE-SEQ
013830     MOVE 'N'  TO WS-WRITE-DONE-SW
013840     PERFORM 6150-WRITE-PENDING-TRY
013850         THRU 6150-WRITE-PENDING-TRY-EXIT
013860         UNTIL WS-WRITE-DONE
013870     .
013880 6100-WRITE-ONE-PENDING-EXIT.
013890     EXIT.
013900*
013910******************************************************************
013920* 6110-LOAD-PENDING - LOAD ONE STAGED ROW, CHAIN FIELDS AND      *
013930*   ALL, INTO THE HISTORY RECORD                                 *
013940******************************************************************
013950 6110-LOAD-PENDING.
013960     MOVE WS-PEND-HIST-NAME(WS-PEND-HIST-IDX)     TO WS-VR-NAME
013970     MOVE WS-PEND-HIST-DATE(WS-PEND-HIST-IDX)     TO WS-VR-DATE
013980     MOVE WS-PEND-HIST-TIME(WS-PEND-HIST-IDX)     TO WS-VR-TIME
013990     MOVE WS-PEND-HIST-SEQ(WS-PEND-HIST-IDX)      TO WS-VR-SEQ
014000     MOVE WS-PEND-HIST-REQ(WS-PEND-HIST-IDX)      TO WS-VR-REQ
014010     MOVE WS-PEND-HIST-BALANCE(WS-PEND-HIST-IDX)  TO WS-VR-BALANCE
014020     MOVE WS-PEND-HIST-CURRENCY(WS-PEND-HIST-IDX) TO
014030         WS-VR-CURRENCY
014040     MOVE WS-PEND-HIST-RETCODE(WS-PEND-HIST-IDX)  TO WS-VR-RETCODE
014050     MOVE WS-PEND-HIST-AMOUNT(WS-PEND-HIST-IDX)   TO WS-VR-AMOUNT
014060     MOVE WS-PEND-HIST-RATE(WS-PEND-HIST-IDX)     TO WS-VR-RATE
014070     MOVE WS-PEND-HIST-PRIOR(WS-PEND-HIST-IDX)    TO
014080         WS-VR-PRIOR-BAL
014090     MOVE WS-BUSDT                                TO WS-VR-BUSDT
014100     MOVE WS-PEND-HIST-REFID(WS-PEND-HIST-IDX)    TO WS-VR-REFID
014110     MOVE WS-BUSDT                                TO WS-VR-VALUEDT
014120     MOVE ZERO                                    TO WS-VR-MARGIN
014130     MOVE WS-PEND-HIST-CHSEQ(WS-PEND-HIST-IDX)    TO
014140         WS-VR-CHAINSEQ
014150     MOVE WS-PEND-HIST-PREVVAL(WS-PEND-HIST-IDX)  TO
014160         WS-VR-PREVVAL
014170     MOVE WS-PEND-HIST-CHVAL(WS-PEND-HIST-IDX)    TO
014180         WS-VR-CHAINVAL
014190     .
014200 6110-LOAD-PENDING-EXIT.
014210     EXIT.
014220*
014230 6150-WRITE-PENDING-TRY.
014240     MOVE WS-WRITE-SEQ TO WS-VR-SEQ
014250     WRITE WS-VSAM-RECORD
014260         INVALID KEY
014270             CONTINUE
014280     END-WRITE
014290     IF WS-HIST-FSTAT = '00'
014300         MOVE 'Y' TO WS-WRITE-DONE-SW
014310     ELSE
014320         IF WS-HIST-FSTAT = '22' AND WS-WRITE-SEQ < 99
014330             ADD 1 TO WS-WRITE-SEQ
014340         ELSE
014350             DISPLAY 'CASH34 - HISTORY WRITE FAILED FOR '
014360                 WS-VR-NAME ' STATUS=' WS-HIST-FSTAT
014370             MOVE 'Y' TO WS-RUN-ERROR-SW
014380             MOVE 'Y' TO WS-WRITE-DONE-SW
014390         END-IF
014400     END-IF
014410     .
014420 6150-WRITE-PENDING-TRY-EXIT.
014430     EXIT.
014440*
014450******************************************************************
014460* 6200-CHAIN-PENDING - LINK THE ROW JUST STAGED INTO ITS         *
014470*   OWNER'S HISTORY CHAIN (SEE DCLHCHN) IN THE SAME UNIT OF      *
014480*   WORK AS THE BALANCE UPDATE IT RECORDS, AND KEEP THE CHAIN    *
014490*   FIELDS ON THE STAGED ROW FOR 6100 TO WRITE                   *
014500******************************************************************
014510 6200-CHAIN-PENDING.
014520     MOVE WS-PEND-HIST-CNT TO WS-PEND-HIST-IDX
014530     PERFORM 6110-LOAD-PENDING
014540         THRU 6110-LOAD-PENDING-EXIT
014550     PERFORM 6210-ADVANCE-CHAIN
014560         THRU 6210-ADVANCE-CHAIN-EXIT
014570     MOVE WS-VR-CHAINSEQ TO WS-PEND-HIST-CHSEQ(WS-PEND-HIST-IDX)
014580     MOVE WS-VR-PREVVAL  TO WS-PEND-HIST-PREVVAL(WS-PEND-HIST-IDX)
014590     MOVE WS-VR-CHAINVAL TO WS-PEND-HIST-CHVAL(WS-PEND-HIST-IDX)
014600     .
014610 6200-CHAIN-PENDING-EXIT.
014620     EXIT.
014630*
014640******************************************************************
014650* 6210-ADVANCE-CHAIN - BUMP THE OWNER'S CHAIN HEAD, STAMP THE    *
014660*   NEW SEQUENCE AND THE PREVIOUS RECORD'S VALUE INTO THE        *
014670*   RECORD, COMPUTE ITS OWN AND LEAVE IT ON THE HEAD. NO HEAD    *
014680*   ROW IS THE OWNER'S FIRST CHAINED RECORD; AN INSERT LOSING A  *
014690*   RACE (-803) FALLS BACK TO THE UPDATE. A FAILURE LEAVES THE   *
014700*   RECORD UNCHAINED BUT STILL WRITTEN, FOR CASH45 TO REPORT     *
014710******************************************************************
014720 6210-ADVANCE-CHAIN.
014730     MOVE ZERO   TO WS-VR-CHAINSEQ
014740     MOVE SPACES TO WS-VR-PREVVAL
014750     MOVE SPACES TO WS-VR-CHAINVAL
014760
014770     EXEC SQL
014780         UPDATE STOCKTRD.HISTCHN
014790         SET CHAINSEQ = CHAINSEQ + 1
014800         WHERE NAME = :WS-VR-NAME
014810     END-EXEC
014820     IF SQLCODE NOT = 0 OR SQLERRD(3) = 0
014830         EXEC SQL
014840             INSERT INTO STOCKTRD.HISTCHN(
014850                 NAME, CHAINSEQ, LASTVAL, ARCHSEQ, ARCHVAL,
014860                 FIRSTDT)
014870             VALUES (:WS-VR-NAME, 1, :WS-CHN-ZERO-VAL, 0,
014880                 :WS-CHN-ZERO-VAL, :WS-VR-DATE)
014890         END-EXEC
014900         IF SQLCODE = -803
014910             EXEC SQL
014920                 UPDATE STOCKTRD.HISTCHN
014930                 SET CHAINSEQ = CHAINSEQ + 1
014940                 WHERE NAME = :WS-VR-NAME
014950             END-EXEC
014960         END-IF
014970     END-IF
014980
014990     IF SQLCODE = 0
015000         EXEC SQL
015010             SELECT CHAINSEQ, LASTVAL
015020             INTO :HN-CHAINSEQ, :HN-LASTVAL
015030             FROM STOCKTRD.HISTCHN
015040             WHERE NAME = :WS-VR-NAME
015050         END-EXEC
015060     END-IF
015070
015080     IF SQLCODE NOT = 0
015090         DISPLAY 'CASH34 - HISTCHN UPDATE FAILED FOR ' WS-VR-NAME
015100             ' SQLCODE=' SQLCODE
015110         GO TO 6210-ADVANCE-CHAIN-EXIT
015120     END-IF
015130
015140     MOVE HN-CHAINSEQ TO WS-VR-CHAINSEQ
015150     MOVE HN-LASTVAL  TO WS-VR-PREVVAL
015160     PERFORM 6220-CHAIN-VALUE
015170         THRU 6220-CHAIN-VALUE-EXIT
015180
015190     EXEC SQL
015200         UPDATE STOCKTRD.HISTCHN
015210         SET LASTVAL = :WS-VR-CHAINVAL
015220         WHERE NAME = :WS-VR-NAME
015230     END-EXEC
015240     IF SQLCODE NOT = 0
015250         DISPLAY 'CASH34 - HISTCHN UPDATE FAILED FOR ' WS-VR-NAME
015260             ' SQLCODE=' SQLCODE
015270         MOVE ZERO   TO WS-VR-CHAINSEQ
015280         MOVE SPACES TO WS-VR-PREVVAL
015290         MOVE SPACES TO WS-VR-CHAINVAL
015300     END-IF
015310     .
015320 6210-ADVANCE-CHAIN-EXIT.
015330     EXIT.
015340*
015350******************************************************************
015360* 6220-CHAIN-VALUE - THE RECORD'S INTEGRITY VALUE, EXACTLY AS    *
015370*   CASH00'S CASH-HIST-CHAIN-VALUE COMPUTES IT: TWO RUNNING      *
015380*   SUMS OVER EVERY BYTE OF THE RECORD, EACH FOLDED BY ITS OWN   *
015390*   MULTIPLIER AND PRIME MODULUS. THE KEY SUFFIX COUNTS AS ZERO  *
015400*   (IT IS ONLY SETTLED AT THE WRITE) AND THE VALUE FIELD        *
015410*   ITSELF AS SPACES. A CHANGE HERE MUST BE MADE IN EVERY        *
015420*   HISTORY WRITER AND IN CASH45 OR EVERY CHAIN BREAKS           *
015430******************************************************************
015440 6220-CHAIN-VALUE.
015450     MOVE WS-VR-SEQ TO WS-CHN-SAVE-SEQ
015460     MOVE ZERO      TO WS-VR-SEQ
015470     MOVE SPACES    TO WS-VR-CHAINVAL
015480     MOVE 1         TO WS-CHN-A
015490     MOVE ZERO      TO WS-CHN-B
015500     MOVE LENGTH OF WS-VSAM-RECORD TO WS-CHN-LEN
015510
015520     PERFORM 6230-CHAIN-BYTE
015530         THRU 6230-CHAIN-BYTE-EXIT
015540         VARYING WS-CHN-POS FROM 1 BY 1
015550         UNTIL WS-CHN-POS > WS-CHN-LEN
015560
015570     MOVE WS-CHN-SAVE-SEQ TO WS-VR-SEQ
015580     MOVE WS-CHN-VALUE    TO WS-VR-CHAINVAL
015590     .
015600 6220-CHAIN-VALUE-EXIT.
015610     EXIT.
015620*
015630 6230-CHAIN-BYTE.
015640     MOVE LOW-VALUE TO WS-CHN-BYTE-HI
015650     MOVE WS-VSAM-RECORD(WS-CHN-POS:1) TO WS-CHN-BYTE-LO
015660     COMPUTE WS-CHN-WORK = WS-CHN-A * 31 + WS-CHN-BYTE-HW + 1
015670     DIVIDE WS-CHN-WORK BY WS-CHN-MOD-A
015680         GIVING WS-CHN-QUOT REMAINDER WS-CHN-A
015690     COMPUTE WS-CHN-WORK = WS-CHN-B * 257 + WS-CHN-BYTE-HW
015700                           + WS-CHN-POS
015710     DIVIDE WS-CHN-WORK BY WS-CHN-MOD-B
015720         GIVING WS-CHN-QUOT REMAINDER WS-CHN-B
015730     .
015740 6230-CHAIN-BYTE-EXIT.
015750     EXIT.
015760*
015770******************************************************************
015780* 7000-REPORT-MERGE - THE BEFORE/AFTER BLOCK FOR ONE REQUEST:    *
015790*   EVERY POSITION WITH THE OLD BALANCE AND THE TARGET'S BALANCE *
015800*   BEFORE AND AFTER, THE SATELLITE ROWS RE-POINTED, AND THE     *
015810*   OUTCOME. A REFUSED OR ROLLED-BACK MERGE SHOWS ITS REASON AND *
015820*   CHANGED NOTHING.                                             *
015830******************************************************************
015840 7000-REPORT-MERGE.
015850     DISPLAY ' '
015860     DISPLAY 'MERGE ' WS-MERGE-REF '  USER ' MR-USERID
015870     DISPLAY '  FROM OWNER : ' WS-FROM-OWNER
015880     DISPLAY '  TO CUSTID  : ' MR-TO-CUSTID '  ' WS-TO-OWNER
015890
015900     IF WS-MERGE-BAD
015910         DISPLAY '  RESULT     : REFUSED - ' WS-REASON
015920             ' - NOTHING CHANGED'
015930         GO TO 7000-REPORT-MERGE-EXIT
015940     END-IF
015950
015960     DISPLAY '  CURRENCY  ACTION    FROM-BALANCE  TARGET-BEFORE'
015970         '   TARGET-AFTER'
015980     PERFORM 7100-REPORT-ONE-POSITION
015990         THRU 7100-REPORT-ONE-POSITION-EXIT
016000         VARYING WS-SUB FROM 1 BY 1
016010         UNTIL WS-SUB > WS-POS-CNT
016020
016030     MOVE WS-CNT-HOLD TO WS-ED-COUNT
016040     DISPLAY '  HOLDS RE-POINTED          : ' WS-ED-COUNT
016050     MOVE WS-CNT-ORDER TO WS-ED-COUNT
016060     DISPLAY '  STANDING ORDERS RE-POINTED: ' WS-ED-COUNT
016070     MOVE WS-CNT-PEND TO WS-ED-COUNT
016080     DISPLAY '  OPEN PENDING RE-POINTED   : ' WS-ED-COUNT
016090     MOVE WS-CNT-REF TO WS-ED-COUNT
016100     DISPLAY '  REFERENCES RE-POINTED     : ' WS-ED-COUNT
016110     MOVE WS-CNT-TRADE TO WS-ED-COUNT
016120     DISPLAY '  TRADE ORDERS RE-POINTED   : ' WS-ED-COUNT
016130     MOVE WS-CNT-PAYOUT TO WS-ED-COUNT
016140     DISPLAY '  PAYOUTS RE-POINTED        : ' WS-ED-COUNT
016150     MOVE WS-CNT-DISP TO WS-ED-COUNT
016160     DISPLAY '  DISPUTE CASES RE-POINTED  : ' WS-ED-COUNT
016170     MOVE WS-CNT-MONCASE TO WS-ED-COUNT
016180     DISPLAY '  MONITOR CASES RE-POINTED  : ' WS-ED-COUNT
016190     MOVE WS-CNT-MONACT TO WS-ED-COUNT
016200     DISPLAY '  MONITOR WINDOW RE-POINTED : ' WS-ED-COUNT
016210     MOVE WS-CNT-REVAL TO WS-ED-COUNT
016220     DISPLAY '  FX REVALUATIONS MOVED     : ' WS-ED-COUNT
016230     DISPLAY '  VELOCITY LIMIT            : ' WS-VLIM-ACTION
016240     DISPLAY '  WITHHOLDING STATUS        : ' WS-OTAX-ACTION
016250     DISPLAY '  RESULT     : MERGED'
016260     .
016270 7000-REPORT-MERGE-EXIT.
016280     EXIT.
016290*
016300 7100-REPORT-ONE-POSITION.
016310     MOVE WS-POS-FROM-BAL(WS-SUB)   TO WS-ED-FROM
016320     MOVE WS-POS-TGT-BEFORE(WS-SUB) TO WS-ED-BEFORE
016330     MOVE WS-POS-TGT-AFTER(WS-SUB)  TO WS-ED-AFTER
016340     DISPLAY '  ' WS-POS-CURRENCY(WS-SUB) '  '
016350         WS-POS-ACTION(WS-SUB) '  ' WS-ED-FROM '  '
016360         WS-ED-BEFORE '  ' WS-ED-AFTER
016370
016380     IF WS-POS-ACTION(WS-SUB) = 'COMBINED'
016390         ADD 1 TO WS-POSNS-COMBINED
016400     ELSE
016410         ADD 1 TO WS-POSNS-MOVED
016420     END-IF
016430     .
016440 7100-REPORT-ONE-POSITION-EXIT.
016450     EXIT.
016460*
016470******************************************************************
016480* 8000-TERMINATE - CLOSE FILES AND REPORT RUN TOTALS             *
016490******************************************************************
016500 8000-TERMINATE.
016510     CLOSE MERGE-FILE
016520     CLOSE HISTORY-FILE
016530
016540     DISPLAY ' '
016550     DISPLAY 'CASH34 - REQUESTS READ     : ' WS-REQS-READ
016560     DISPLAY 'CASH34 - OWNERS MERGED     : ' WS-REQS-MERGED
016570     DISPLAY 'CASH34 - REQUESTS REFUSED  : ' WS-REQS-REFUSED
016580     DISPLAY 'CASH34 - POSITIONS MOVED   : ' WS-POSNS-MOVED
016590     DISPLAY 'CASH34 - POSITIONS COMBINED: ' WS-POSNS-COMBINED
016600
016610     IF WS-RUN-ERROR
016620         DISPLAY 'CASH34 - RUN ENDED WITH ERRORS - SEE MESSAGES'
016630             ' ABOVE'
016640     END-IF
016650
016660     DISPLAY 'CASH34 - OWNER CONSOLIDATION (MERGE) - COMPLETE'
016670
016680     PERFORM 0900-RUN-COMPLETE
016690         THRU 0900-RUN-COMPLETE-EXIT
016700     .
016710 8000-TERMINATE-EXIT.
016720     EXIT.
