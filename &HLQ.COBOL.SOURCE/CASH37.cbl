000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. CASH37.
000120 AUTHOR. D-L CASH MANAGEMENT SUPPORT.
000130 INSTALLATION. STOCKTRD - CASH ACCOUNT SERVICES.
000140 DATE-WRITTEN. 2026-10-15.
000150 DATE-COMPILED.
000160******************************************************************
000170* MODIFICATION HISTORY                                          *
000180*  DATE       BY    DESCRIPTION                                 *
000190*  2026-10-15 DLM   INITIAL VERSION - SANCTIONS WATCH-LIST LOAD *
000200*                    FROM THE REGULATOR'S LIST FILE INTO THE    *
000210*                    WATCHLST TABLE, ONE LIST PER UNIT OF WORK. *
000220*  2026-10-15 DLM   ONLY A LIST FILE THAT OPENED IS CLOSED.     *
000230******************************************************************
000240*
000250******************************************************************
000260* THE REGULATOR PUBLISHES ITS SANCTIONS LISTS AS A FIXED-FORMAT  *
000270* FILE (WLSTFILE): PER LIST A HEADER NAMING THE LIST AND ITS     *
000280* PUBLICATION DATE, ONE DETAIL PER ENTRY (A NAMED PARTY, AN      *
000290* EMBARGOED COUNTRY OR A SANCTIONED BANK'S BIC), AND A TRAILER   *
000300* WITH THE DETAIL COUNT. EACH PUBLICATION IS THE WHOLE LIST, SO  *
000310* THIS JOB MARKS EVERY WATCHLST ROW OF THE LIST DELISTED AND     *
000320* RE-ACTIVATES (OR ADDS) EACH ENTRY THE FILE STILL CARRIES, THE  *
000330* NAME KEY BUILT WITH THE SAME SQUEEZE SCREENING USES (SEE       *
000340* DCLWLST). A LIST IS ONE UNIT OF WORK: A TRAILER COUNT THAT     *
000350* DISAGREES WITH THE DETAILS READ, A LIST WITH NO DETAILS OR A   *
000360* FILE THAT ENDS INSIDE A LIST ROLLS THAT LIST BACK, LEAVING     *
000370* YESTERDAY'S ENTRIES IN FORCE, AND FAILS THE RUN - A TRUNCATED  *
000380* FILE MUST NEVER DELIST A SANCTIONED PARTY. CASH38 RESCREENS    *
000390* THE CUSTOMER MASTER AGAINST THE RESULT AND WAITS ON THIS JOB   *
000400* IN RUNCTL.                                                     *
000410******************************************************************
000420 ENVIRONMENT DIVISION.
000430 CONFIGURATION SECTION.
000440 SOURCE-COMPUTER. IBM-370.
000450 OBJECT-COMPUTER. IBM-370.
000460 INPUT-OUTPUT SECTION.
000470 FILE-CONTROL.
000480     SELECT WLIST-FILE ASSIGN TO WLSTFILE
000490         ORGANIZATION IS SEQUENTIAL
000500         FILE STATUS IS WS-WLST-FSTAT.
000510 DATA DIVISION.
000520 FILE SECTION.
000530 FD  WLIST-FILE
000540     LABEL RECORDS ARE STANDARD.
000550******************************************************************
000560* REGULATOR LIST RECORD. 'H' OPENS A LIST, 'D' IS ONE ENTRY, 'T' *
000570* CLOSES THE LIST WITH THE COUNT OF ITS DETAILS. WD-WTYPE IS     *
000580* 'N' NAMED PARTY (WD-NAME, WD-COUNTRY OPTIONAL), 'C' EMBARGOED  *
000590* COUNTRY (WD-COUNTRY) OR 'B' SANCTIONED BANK (BIC IN WD-NAME).  *
000600******************************************************************
000610 01  WLIST-RECORD.
000620     05 WR-REC-TYPE       PIC X(01).
000630     05 WR-REC-BODY       PIC X(99).
000640 01  WLIST-HEADER REDEFINES WLIST-RECORD.
000650     05 FILLER            PIC X(01).
000660     05 WH-LISTSRC        PIC X(08).
000670     05 WH-LISTDT         PIC X(08).
000680     05 FILLER            PIC X(83).
000690 01  WLIST-DETAIL REDEFINES WLIST-RECORD.
000700     05 FILLER            PIC X(01).
000710     05 WD-LISTID         PIC X(12).
000720     05 WD-WTYPE          PIC X(01).
000730     05 WD-NAME           PIC X(32).
000740     05 WD-COUNTRY        PIC X(02).
000750     05 FILLER            PIC X(52).
000760 01  WLIST-TRAILER REDEFINES WLIST-RECORD.
000770     05 FILLER            PIC X(01).
000780     05 WT-COUNT          PIC 9(07).
000790     05 FILLER            PIC X(92).
000800 WORKING-STORAGE SECTION.
000810     EXEC SQL
000820         INCLUDE SQLCA
000830     END-EXEC.
000840     EXEC SQL
000850         INCLUDE DCLWLST
000860     END-EXEC.
000870     EXEC SQL
000880         INCLUDE DCLBDAT
000890     END-EXEC.
000900     EXEC SQL
000910         INCLUDE DCLRUNC
000920     END-EXEC.
000930*
000940******************************************************************
000950* WORKING STORAGE - COUNTERS AND SWITCHES                        *
000960******************************************************************
000970 77  WS-WLST-FSTAT           PIC X(02) VALUE '00'.
000980 77  WS-EOF-SW               PIC X(01) VALUE 'N'.
000990     88 WS-EOF-YES                     VALUE 'Y'.
001000 77  WS-RUN-ERROR-SW         PIC X(01) VALUE 'N'.
001010     88 WS-RUN-ERROR                   VALUE 'Y'.
001020 77  WS-LIST-OPEN-SW         PIC X(01) VALUE 'N'.
001030     88 WS-LIST-OPEN                   VALUE 'Y'.
001040 77  WS-LIST-BAD-SW          PIC X(01) VALUE 'N'.
001050     88 WS-LIST-BAD                    VALUE 'Y'.
001060 77  WS-FILE-OPEN-SW         PIC X(01) VALUE 'N'.
001070     88 WS-FILE-OPEN                   VALUE 'Y'.
001080 77  WS-ASKTIME-DATE         PIC X(08).
001090 77  WS-REGIONID             PIC X(08) VALUE 'CASHRGN '.
001100 77  WS-BUSDT                PIC X(08) VALUE SPACES.
001110 77  WS-RECS-READ            PIC 9(7) COMP VALUE ZERO.
001120 77  WS-LISTS-LOADED         PIC 9(5) COMP VALUE ZERO.
001130 77  WS-LISTS-REFUSED        PIC 9(5) COMP VALUE ZERO.
001140 77  WS-TOT-ADDED            PIC 9(7) COMP VALUE ZERO.
001150 77  WS-TOT-RELISTED         PIC 9(7) COMP VALUE ZERO.
001160 77  WS-TOT-REJECTED         PIC 9(7) COMP VALUE ZERO.
001170******************************************************************
001180* THE LIST IN HAND. WS-KEY-SOURCE IS WHAT THE NAME KEY IS BUILT  *
001190* FROM: THE NAME FOR 'N', THE BIC'S FIRST 8 BYTES FOR 'B', THE   *
001200* COUNTRY FOR 'C' - THE SQL SQUEEZE LEAVES THE LATTER TWO AS     *
001210* THEY ARE.                                                      *
001220******************************************************************
001230 77  WS-LIST-SRC             PIC X(08) VALUE SPACES.
001240 77  WS-LIST-DT              PIC X(08) VALUE SPACES.
001250 77  WS-LIST-DETAILS         PIC 9(7) VALUE ZERO.
001260 77  WS-LIST-ADDED           PIC 9(7) VALUE ZERO.
001270 77  WS-LIST-RELISTED        PIC 9(7) VALUE ZERO.
001280 77  WS-LIST-REJECTED        PIC 9(7) VALUE ZERO.
001290 77  WS-LIST-MARKED          PIC S9(9) COMP VALUE ZERO.
001300 77  WS-LIST-ACTIVE          PIC S9(9) COMP VALUE ZERO.
001310 77  WS-LIST-DELISTED        PIC S9(9) COMP VALUE ZERO.
001320 77  WS-KEY-SOURCE           PIC X(32) VALUE SPACES.
001330 77  WS-REASON               PIC X(10) VALUE SPACES.
001340******************************************************************
001350* BATCH RUN-CONTROL (SEE DCLRUNC): THIS JOB REGISTERS ON        *
001360* RUNCTL AND MARKS ITSELF COMPLETE OR FAILED AT END OF RUN. IT  *
001370* HAS NO PREDECESSOR; IT RUNS NIGHTLY BEFORE THE CASH38 RESCAN.*
001380******************************************************************
001390 77  WS-RC-JOBNAME           PIC X(08) VALUE 'CASH37  '.
001400 77  WS-RC-REGION            PIC X(08) VALUE 'CASHRGN '.
001410 77  WS-RC-BUSDT             PIC X(08) VALUE SPACES.
001420 77  WS-RC-TIME              PIC X(06) VALUE SPACES.
001430 77  WS-RC-REFUSED-SW        PIC X(01) VALUE 'N'.
001440     88 WS-RC-REFUSED                  VALUE 'Y'.
001450 PROCEDURE DIVISION.
001460*
001470 0000-MAINLINE.
001480     PERFORM 1000-INITIALIZE
001490         THRU 1000-INITIALIZE-EXIT
001500     PERFORM 2000-PROCESS-RECORD
001510         THRU 2000-PROCESS-RECORD-EXIT
001520         UNTIL WS-EOF-YES
001530     IF WS-LIST-OPEN
001540         MOVE 'NO TRAILER' TO WS-REASON
001550         PERFORM 5000-REFUSE-LIST
001560             THRU 5000-REFUSE-LIST-EXIT
001570     END-IF
001580     PERFORM 8000-TERMINATE
001590         THRU 8000-TERMINATE-EXIT
001600     GOBACK.
001610******************************************************************
001620* 0800-RUN-CONTROL - REGISTER THIS RUN ON RUNCTL                *
001630******************************************************************
001640 0800-RUN-CONTROL.
001650     MOVE 'N' TO WS-RC-REFUSED-SW
001660     ACCEPT WS-RC-TIME FROM TIME
001670
001680     ACCEPT WS-RC-BUSDT FROM DATE YYYYMMDD
001690     EXEC SQL
001700         SELECT REGIONID, BUSDT, WSTATUS
001710         INTO :DCLBUSDATE
001720         FROM STOCKTRD.BUSDATE
001730         WHERE REGIONID = :WS-RC-REGION
001740     END-EXEC
001750     IF SQLCODE = 0
001760         MOVE BD-BUSDT TO WS-RC-BUSDT
001770     END-IF
001780
001790     EXEC SQL
001800         UPDATE STOCKTRD.RUNCTL
001810         SET RSTATUS = 'S',
001820             STARTTM = :WS-RC-TIME,
001830             ENDTM   = ' '
001840         WHERE JOBNAME = :WS-RC-JOBNAME
001850           AND BUSDT = :WS-RC-BUSDT
001860     END-EXEC
001870     IF SQLCODE NOT = 0 OR SQLERRD(3) = 0
001880         EXEC SQL
001890             INSERT INTO STOCKTRD.RUNCTL(
001900                 JOBNAME, BUSDT, RSTATUS, STARTTM,
001910                 ENDTM, OVERRIDE)
001920             VALUES (:WS-RC-JOBNAME, :WS-RC-BUSDT, 'S',
001930                 :WS-RC-TIME, ' ', ' ')
001940         END-EXEC
001950     END-IF
001960     IF SQLCODE NOT = 0
001970         DISPLAY 'CASH37 - RUNCTL REGISTRATION FAILED,'
001980             ' SQLCODE=' SQLCODE
001990     END-IF
002000
002010*    COMMITTED NOW SO A REFUSED LIST'S ROLLBACK CANNOT TAKE
002020*    THE REGISTRATION WITH IT.
002030     EXEC SQL
002040         COMMIT
002050     END-EXEC
002060     .
002070 0800-RUN-CONTROL-EXIT.
002080     EXIT.
002090*
002100******************************************************************
002110* 0900-RUN-COMPLETE - MARK THE RUN COMPLETE (OR FAILED) ON      *
002120*   RUNCTL, WITH ITS OWN COMMIT                                 *
002130******************************************************************
002140 0900-RUN-COMPLETE.
002150     ACCEPT WS-RC-TIME FROM TIME
002160     IF WS-RUN-ERROR
002170         MOVE 'F' TO RC-RSTATUS
002180     ELSE
002190         MOVE 'C' TO RC-RSTATUS
002200     END-IF
002210
002220     EXEC SQL
002230         UPDATE STOCKTRD.RUNCTL
002240         SET RSTATUS = :RC-RSTATUS,
002250             ENDTM   = :WS-RC-TIME
002260         WHERE JOBNAME = :WS-RC-JOBNAME
002270           AND BUSDT = :WS-RC-BUSDT
002280     END-EXEC
002290
002300     EXEC SQL
002310         COMMIT
002320     END-EXEC
002330     .
002340 0900-RUN-COMPLETE-EXIT.
002350     EXIT.
002360*
002370******************************************************************
002380* 1000-INITIALIZE - REGISTER, ESTABLISH THE BUSINESS DATE AND    *
002390*   OPEN THE LIST FILE                                           *
002400******************************************************************
002410 1000-INITIALIZE.
002420     PERFORM 0800-RUN-CONTROL
002430         THRU 0800-RUN-CONTROL-EXIT
002440
002450     DISPLAY 'CASH37 - SANCTIONS WATCH-LIST LOAD - STARTING'
002460
002470     ACCEPT WS-ASKTIME-DATE FROM DATE YYYYMMDD
002480     PERFORM 1200-READ-BUSDATE
002490         THRU 1200-READ-BUSDATE-EXIT
002500
002510     OPEN INPUT WLIST-FILE
002520     IF WS-WLST-FSTAT NOT = '00'
002530         DISPLAY 'CASH37 - OPEN OF WLSTFILE FAILED, STATUS='
002540             WS-WLST-FSTAT
002550         MOVE 'Y' TO WS-EOF-SW
002560         MOVE 'Y' TO WS-RUN-ERROR-SW
002570     ELSE
002580         MOVE 'Y' TO WS-FILE-OPEN-SW
002590     END-IF
002600     .
002610 1000-INITIALIZE-EXIT.
002620     EXIT.
002630*
002640******************************************************************
002650* 1200-READ-BUSDATE - THE LEDGER BUSINESS DATE STAMPED ON EACH   *
002660*   ENTRY AS ITS LOAD DATE; NO ROW = CALENDAR DATE, AS ELSEWHERE *
002670******************************************************************
002680 1200-READ-BUSDATE.
002690     MOVE WS-ASKTIME-DATE TO WS-BUSDT
002700
002710     EXEC SQL
002720         SELECT REGIONID, BUSDT, WSTATUS
002730         INTO :DCLBUSDATE
002740         FROM STOCKTRD.BUSDATE
002750         WHERE REGIONID = :WS-REGIONID
002760     END-EXEC
002770
002780     IF SQLCODE = 0
002790         MOVE BD-BUSDT TO WS-BUSDT
002800     ELSE
002810         DISPLAY 'CASH37 - NO BUSDATE ROW, USING CALENDAR DATE '
002820             WS-BUSDT
002830     END-IF
002840
002850     DISPLAY 'CASH37 - BUSINESS DATE = ' WS-BUSDT
002860     .
002870 1200-READ-BUSDATE-EXIT.
002880     EXIT.
002890*
002900******************************************************************
002910* 2000-PROCESS-RECORD - ONE LIST-FILE RECORD, BY RECORD TYPE     *
002920******************************************************************
002930 2000-PROCESS-RECORD.
002940     READ WLIST-FILE
002950         AT END
002960             MOVE 'Y' TO WS-EOF-SW
002970             GO TO 2000-PROCESS-RECORD-EXIT
002980     END-READ
002990
003000     ADD 1 TO WS-RECS-READ
003010
003020     EVALUATE WR-REC-TYPE
003030         WHEN 'H'
003040             PERFORM 3000-START-LIST
003050                 THRU 3000-START-LIST-EXIT
003060         WHEN 'D'
003070             PERFORM 4000-LOAD-ENTRY
003080                 THRU 4000-LOAD-ENTRY-EXIT
003090         WHEN 'T'
003100             PERFORM 6000-END-LIST
003110                 THRU 6000-END-LIST-EXIT
003120         WHEN OTHER
003130             DISPLAY 'CASH37 - RECORD ' WS-RECS-READ
003140                 ' HAS UNKNOWN TYPE ' WR-REC-TYPE
003150                 ' - IGNORED'
003160             MOVE 'Y' TO WS-RUN-ERROR-SW
003170     END-EVALUATE
003180     .
003190 2000-PROCESS-RECORD-EXIT.
003200     EXIT.
003210*
003220******************************************************************
003230* 3000-START-LIST - A HEADER: CLOSE OUT A LIST LEFT WITHOUT ITS  *
003240*   TRAILER, THEN MARK EVERY ACTIVE ENTRY OF THE NEW LIST        *
003250*   DELISTED - THE DETAILS THAT FOLLOW RE-ACTIVATE THE SURVIVORS *
003260******************************************************************
003270 3000-START-LIST.
003280     IF WS-LIST-OPEN
003290         MOVE 'NO TRAILER' TO WS-REASON
003300         PERFORM 5000-REFUSE-LIST
003310             THRU 5000-REFUSE-LIST-EXIT
003320     END-IF
003330
003340     MOVE WH-LISTSRC TO WS-LIST-SRC
003350     MOVE WH-LISTDT  TO WS-LIST-DT
003360     MOVE ZERO       TO WS-LIST-DETAILS
003370     MOVE ZERO       TO WS-LIST-ADDED
003380     MOVE ZERO       TO WS-LIST-RELISTED
003390     MOVE ZERO       TO WS-LIST-REJECTED
003400     MOVE ZERO       TO WS-LIST-MARKED
003410     MOVE 'N'        TO WS-LIST-BAD-SW
003420     MOVE 'Y'        TO WS-LIST-OPEN-SW
003430
003440     DISPLAY ' '
003450     DISPLAY 'CASH37 - LIST ' WS-LIST-SRC
003460         ' PUBLISHED ' WS-LIST-DT
003470
003480     IF WS-LIST-SRC = SPACES
003490         DISPLAY 'CASH37 - HEADER HAS NO LIST NAME'
003500         MOVE 'Y' TO WS-LIST-BAD-SW
003510         GO TO 3000-START-LIST-EXIT
003520     END-IF
003530
003540     EXEC SQL
003550         UPDATE STOCKTRD.WATCHLST
003560         SET WSTATUS = 'D'
003570         WHERE LISTSRC = :WS-LIST-SRC
003580           AND WSTATUS = 'A'
003590     END-EXEC
003600
003610     IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
003620         DISPLAY 'CASH37 - DELIST MARK FAILED FOR '
003630             WS-LIST-SRC ' SQLCODE=' SQLCODE
003640         MOVE 'Y' TO WS-LIST-BAD-SW
003650         GO TO 3000-START-LIST-EXIT
003660     END-IF
003670     IF SQLCODE = 0
003680         MOVE SQLERRD(3) TO WS-LIST-MARKED
003690     END-IF
003700     .
003710 3000-START-LIST-EXIT.
003720     EXIT.
003730*
003740******************************************************************
003750* 4000-LOAD-ENTRY - ONE DETAIL: VALIDATE IT, THEN RE-ACTIVATE    *
003760*   THE ENTRY IF THE TABLE ALREADY KNOWS ITS LISTID, ELSE ADD IT *
003770******************************************************************
003780 4000-LOAD-ENTRY.
003790     IF NOT WS-LIST-OPEN
003800         DISPLAY 'CASH37 - DETAIL ' WD-LISTID
003810             ' OUTSIDE ANY LIST - IGNORED'
003820         MOVE 'Y' TO WS-RUN-ERROR-SW
003830         GO TO 4000-LOAD-ENTRY-EXIT
003840     END-IF
003850
003860     ADD 1 TO WS-LIST-DETAILS
003870
003880     IF WS-LIST-BAD
003890         GO TO 4000-LOAD-ENTRY-EXIT
003900     END-IF
003910
003920     MOVE SPACES TO WS-REASON
003930     EVALUATE TRUE
003940         WHEN WD-LISTID = SPACES
003950             MOVE 'NO LISTID' TO WS-REASON
003960         WHEN WD-WTYPE = 'N'
003970             IF WD-NAME = SPACES
003980                 MOVE 'NO NAME' TO WS-REASON
003990             END-IF
004000             MOVE WD-NAME TO WS-KEY-SOURCE
004010         WHEN WD-WTYPE = 'B'
004020             IF WD-NAME(1:8) = SPACES
004030                 MOVE 'NO BIC' TO WS-REASON
004040             END-IF
004050             MOVE WD-NAME(1:8) TO WS-KEY-SOURCE
004060         WHEN WD-WTYPE = 'C'
004070             IF WD-COUNTRY = SPACES
004080                 MOVE 'NO COUNTRY' TO WS-REASON
004090             END-IF
004100             MOVE WD-COUNTRY TO WS-KEY-SOURCE
004110         WHEN OTHER
004120             MOVE 'BAD TYPE' TO WS-REASON
004130     END-EVALUATE
004140
004150*    A MALFORMED ENTRY IS REPORTED BUT DOES NOT STOP THE LIST -
004160*    THE REST OF THE PUBLICATION STILL TAKES EFFECT.
004170     IF WS-REASON NOT = SPACES
004180         DISPLAY 'CASH37 - ENTRY ' WD-LISTID ' REJECTED - '
004190             WS-REASON
004200         ADD 1 TO WS-LIST-REJECTED
004210         GO TO 4000-LOAD-ENTRY-EXIT
004220     END-IF
004230
004240     MOVE WD-LISTID   TO WL-LISTID
004250     MOVE WS-LIST-SRC TO WL-LISTSRC
004260     MOVE WD-WTYPE    TO WL-WTYPE
004270     MOVE WD-NAME     TO WL-LISTNAME
004280     MOVE WD-COUNTRY  TO WL-COUNTRY
004290     MOVE WS-BUSDT    TO WL-LOADDT
004300
004310     EXEC SQL
004320         UPDATE STOCKTRD.WATCHLST
004330         SET LISTSRC  = :WL-LISTSRC,
004340             WTYPE    = :WL-WTYPE,
004350             LISTNAME = :WL-LISTNAME,
004360             NAMEKEY  = REPLACE(REPLACE(REPLACE(REPLACE(
004370                        UPPER(:WS-KEY-SOURCE),' ',''),'.',''),
004380                        ',',''),'-',''),
004390             COUNTRY  = :WL-COUNTRY,
004400             WSTATUS  = 'A',
004410             LOADDT   = :WL-LOADDT
004420         WHERE LISTID = :WL-LISTID
004430     END-EXEC
004440
004450     IF SQLCODE = 0 AND SQLERRD(3) > 0
004460         ADD 1 TO WS-LIST-RELISTED
004470         GO TO 4000-LOAD-ENTRY-EXIT
004480     END-IF
004490
004500     EXEC SQL
004510         INSERT INTO STOCKTRD.WATCHLST(
004520             LISTID, LISTSRC, WTYPE, LISTNAME, NAMEKEY,
004530             COUNTRY, WSTATUS, LOADDT)
004540         VALUES (:WL-LISTID, :WL-LISTSRC, :WL-WTYPE,
004550             :WL-LISTNAME,
004560             REPLACE(REPLACE(REPLACE(REPLACE(
004570             UPPER(:WS-KEY-SOURCE),' ',''),'.',''),
004580             ',',''),'-',''),
004590             :WL-COUNTRY, 'A', :WL-LOADDT)
004600     END-EXEC
004610
004620     IF SQLCODE NOT = 0
004630         DISPLAY 'CASH37 - ENTRY ' WD-LISTID
004640             ' LOAD FAILED, SQLCODE=' SQLCODE
004650         MOVE 'Y' TO WS-LIST-BAD-SW
004660         GO TO 4000-LOAD-ENTRY-EXIT
004670     END-IF
004680
004690     ADD 1 TO WS-LIST-ADDED
004700     .
004710 4000-LOAD-ENTRY-EXIT.
004720     EXIT.
004730*
004740******************************************************************
004750* 5000-REFUSE-LIST - ROLL THE LIST IN HAND BACK: ITS DELIST MARK *
004760*   AND EVERY ENTRY LOADED GO, YESTERDAY'S ENTRIES STAND         *
004770******************************************************************
004780 5000-REFUSE-LIST.
004790     EXEC SQL
004800         ROLLBACK
004810     END-EXEC
004820
004830     DISPLAY 'CASH37 - LIST ' WS-LIST-SRC ' REFUSED - '
004840         WS-REASON ' - ROLLED BACK, PRIOR ENTRIES STAND'
004850     ADD 1 TO WS-LISTS-REFUSED
004860     MOVE 'Y' TO WS-RUN-ERROR-SW
004870     MOVE 'N' TO WS-LIST-OPEN-SW
004880     .
004890 5000-REFUSE-LIST-EXIT.
004900     EXIT.
004910*
004920******************************************************************
004930* 6000-END-LIST - A TRAILER: THE LIST COMMITS ONLY WHEN IT       *
004940*   LOADED CLEANLY, CARRIED AN ENTRY AND ITS COUNT AGREES        *
004950******************************************************************
004960 6000-END-LIST.
004970     IF NOT WS-LIST-OPEN
004980         DISPLAY 'CASH37 - TRAILER OUTSIDE ANY LIST - IGNORED'
004990         MOVE 'Y' TO WS-RUN-ERROR-SW
005000         GO TO 6000-END-LIST-EXIT
005010     END-IF
005020
005030     IF WS-LIST-BAD
005040         MOVE 'LOAD ERROR' TO WS-REASON
005050         PERFORM 5000-REFUSE-LIST
005060             THRU 5000-REFUSE-LIST-EXIT
005070         GO TO 6000-END-LIST-EXIT
005080     END-IF
005090
005100     IF WT-COUNT NOT = WS-LIST-DETAILS
005110         DISPLAY 'CASH37 - TRAILER COUNT ' WT-COUNT
005120             ' BUT ' WS-LIST-DETAILS ' DETAILS READ'
005130         MOVE 'COUNT BAD' TO WS-REASON
005140         PERFORM 5000-REFUSE-LIST
005150             THRU 5000-REFUSE-LIST-EXIT
005160         GO TO 6000-END-LIST-EXIT
005170     END-IF
005180
005190     IF WS-LIST-DETAILS = ZERO
005200         MOVE 'EMPTY LIST' TO WS-REASON
005210         PERFORM 5000-REFUSE-LIST
005220             THRU 5000-REFUSE-LIST-EXIT
005230         GO TO 6000-END-LIST-EXIT
005240     END-IF
005250
005260     EXEC SQL
005270         SELECT COUNT(*)
005280         INTO :WS-LIST-ACTIVE
005290         FROM STOCKTRD.WATCHLST
005300         WHERE LISTSRC = :WS-LIST-SRC
005310           AND WSTATUS = 'A'
005320     END-EXEC
005330     EXEC SQL
005340         SELECT COUNT(*)
005350         INTO :WS-LIST-DELISTED
005360         FROM STOCKTRD.WATCHLST
005370         WHERE LISTSRC = :WS-LIST-SRC
005380           AND WSTATUS = 'D'
005390     END-EXEC
005400
005410     EXEC SQL
005420         COMMIT
005430     END-EXEC
005440
005450     DISPLAY 'CASH37 - LIST ' WS-LIST-SRC ' LOADED'
005460     DISPLAY '  DETAILS READ     : ' WS-LIST-DETAILS
005470     DISPLAY '  ENTRIES ADDED    : ' WS-LIST-ADDED
005480     DISPLAY '  ENTRIES RELISTED : ' WS-LIST-RELISTED
005490     DISPLAY '  ENTRIES REJECTED : ' WS-LIST-REJECTED
005500     DISPLAY '  PREVIOUSLY ACTIVE: ' WS-LIST-MARKED
005510     DISPLAY '  NOW ACTIVE       : ' WS-LIST-ACTIVE
005520     DISPLAY '  DELISTED (ALL)   : ' WS-LIST-DELISTED
005530
005540     ADD 1                TO WS-LISTS-LOADED
005550     ADD WS-LIST-ADDED    TO WS-TOT-ADDED
005560     ADD WS-LIST-RELISTED TO WS-TOT-RELISTED
005570     ADD WS-LIST-REJECTED TO WS-TOT-REJECTED
005580     MOVE 'N' TO WS-LIST-OPEN-SW
005590     .
005600 6000-END-LIST-EXIT.
005610     EXIT.
005620*
005630******************************************************************
005640* 8000-TERMINATE - CLOSE THE FILE AND REPORT RUN TOTALS          *
005650******************************************************************
005660 8000-TERMINATE.
005670     IF WS-FILE-OPEN
005680         CLOSE WLIST-FILE
005690     END-IF
005700
005710     DISPLAY ' '
005720     DISPLAY 'CASH37 - RECORDS READ          : ' WS-RECS-READ
005730     DISPLAY 'CASH37 - LISTS LOADED          : ' WS-LISTS-LOADED
005740     DISPLAY 'CASH37 - LISTS REFUSED         : '
005750         WS-LISTS-REFUSED
005760     DISPLAY 'CASH37 - ENTRIES ADDED         : ' WS-TOT-ADDED
005770     DISPLAY 'CASH37 - ENTRIES RELISTED      : ' WS-TOT-RELISTED
005780     DISPLAY 'CASH37 - ENTRIES REJECTED      : ' WS-TOT-REJECTED
005790
005800     IF WS-RUN-ERROR
005810         DISPLAY 'CASH37 - RUN ENDED WITH ERRORS - SEE MESSAGES'
005820             ' ABOVE'
005830     END-IF
005840
005850     DISPLAY 'CASH37 - SANCTIONS WATCH-LIST LOAD - COMPLETE'
005860
005870     PERFORM 0900-RUN-COMPLETE
005880         THRU 0900-RUN-COMPLETE-EXIT
005890     .
005900 8000-TERMINATE-EXIT.
005910     EXIT.
