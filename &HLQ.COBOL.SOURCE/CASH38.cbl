000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. CASH38.
000120 AUTHOR. D-L CASH MANAGEMENT SUPPORT.
000130 INSTALLATION. STOCKTRD - CASH ACCOUNT SERVICES.
000140 DATE-WRITTEN. 2026-10-15.
000150 DATE-COMPILED.
000160******************************************************************
000170* MODIFICATION HISTORY                                           *
000180*  DATE       BY    DESCRIPTION                                  *
000190*  2026-10-15 DLM   INITIAL VERSION - NIGHTLY SANCTIONS RESCREEN *
000200*                    OF THE WHOLE CUSTOMER MASTER AGAINST THE    *
000210*                    REFRESHED WATCH LIST, AND THE SCREENING     *
000220*                    EXCEPTIONS REPORT FOR COMPLIANCE.           *
000230******************************************************************
000240*
000250******************************************************************
000260* CASH00 AND CASH31 SCREEN A CUSTOMER WHEN IT IS OPENED OR       *
000270* CHANGED, BUT A LIST ENTRY ADDED TONIGHT CAN NAME A CUSTOMER    *
000280* WHO HAS NOT BEEN TOUCHED FOR YEARS. AFTER CASH37 HAS LOADED    *
000290* THE DAY'S LISTS THIS JOB SCREENS EVERY CUSTMAST ROW - CLOSED   *
000300* CUSTOMERS TOO, SINCE THEIR POSITIONS CAN STILL HOLD MONEY -    *
000310* WITH THE SAME NAME AND COUNTRY MATCH CASH31 USES, AND RAISES A *
000320* PENDING ('P') SANCREF REFERRAL FOR EACH ACTIVE LIST ENTRY THE  *
000330* CUSTOMER MATCHES THAT HAS NO PENDING, CONFIRMED OR CLEARED     *
000340* REFERRAL ALREADY - SO A RERUN, OR TOMORROW'S RUN, DOES NOT     *
000350* REFER THE SAME HIT TWICE. ONE CUSTOMER IS ONE UNIT OF WORK.    *
000360* THE REPORT THEN LISTS, FOR COMPLIANCE:                         *
000370*  - THE NEW HITS RAISED TONIGHT;                                *
000380*  - EVERY REFERRAL STILL PENDING, OLDEST FIRST, WITH ITS AGE IN *
000390*    DAYS - THOSE PAST WS-AGE-WARN DAYS ARE FLAGGED OVERDUE;     *
000400*  - THE DECISIONS CASH39 RECORDED THIS BUSINESS DATE;           *
000410* AND THE COUNT OF CONFIRMED (FROZEN) CUSTOMERS IN FORCE.        *
000420******************************************************************
000430 ENVIRONMENT DIVISION.
000440 CONFIGURATION SECTION.
000450 SOURCE-COMPUTER. IBM-370.
000460 OBJECT-COMPUTER. IBM-370.
000470 DATA DIVISION.
000480 WORKING-STORAGE SECTION.
000490     EXEC SQL
000500         INCLUDE SQLCA
000510     END-EXEC.
000520     EXEC SQL
000530         INCLUDE DCLCUST
000540     END-EXEC.
000550     EXEC SQL
000560         INCLUDE DCLWLST
000570     END-EXEC.
000580     EXEC SQL
000590         INCLUDE DCLSREF
000600     END-EXEC.
000610     EXEC SQL
000620         INCLUDE DCLBDAT
000630     END-EXEC.
000640     EXEC SQL
000650         INCLUDE DCLRUNC
000660     END-EXEC.
000670*
000680******************************************************************
000690* WORKING STORAGE - THRESHOLDS, COUNTERS AND SWITCHES            *
000700******************************************************************
000710*    DAYS A REFERRAL MAY STAY PENDING BEFORE THE REPORT FLAGS IT
000720*    OVERDUE FOR A COMPLIANCE DECISION.
000730 77  WS-AGE-WARN             PIC 9(3) VALUE 005.
000740 77  WS-EOF-SW               PIC X(01) VALUE 'N'.
000750     88 WS-EOF-YES                     VALUE 'Y'.
000760 77  WS-HIT-EOF-SW           PIC X(01) VALUE 'N'.
000770     88 WS-HIT-EOF                     VALUE 'Y'.
000780 77  WS-RPT-EOF-SW           PIC X(01) VALUE 'N'.
000790     88 WS-RPT-EOF                     VALUE 'Y'.
000800 77  WS-CUST-BAD-SW          PIC X(01) VALUE 'N'.
000810     88 WS-CUST-BAD                    VALUE 'Y'.
000820 77  WS-RUN-ERROR-SW         PIC X(01) VALUE 'N'.
000830     88 WS-RUN-ERROR                   VALUE 'Y'.
000840 77  WS-SREF-INS-SW          PIC X(01) VALUE 'N'.
000850     88 WS-SREF-INS-DONE               VALUE 'Y'.
000860 77  WS-SREF-SEQ             PIC 9(02) VALUE ZERO.
000870 77  WS-CUST-READ            PIC 9(7) COMP VALUE ZERO.
000880 77  WS-CUST-HIT             PIC 9(7) COMP VALUE ZERO.
000890 77  WS-CUST-FAILED          PIC 9(7) COMP VALUE ZERO.
000900 77  WS-NEW-HITS             PIC 9(7) COMP VALUE ZERO.
000910 77  WS-CUST-HITS            PIC 9(7) COMP VALUE ZERO.
000920 77  WS-PEND-CNT             PIC 9(7) COMP VALUE ZERO.
000930 77  WS-OVERDUE-CNT          PIC 9(7) COMP VALUE ZERO.
000940 77  WS-DECIDED-CNT          PIC 9(7) COMP VALUE ZERO.
000950 77  WS-CONFIRMED-CNT        PIC S9(9) COMP VALUE ZERO.
000960 77  WS-ASKTIME-DATE         PIC X(08).
000970 77  WS-ASKTIME-TIME         PIC X(06).
000980 77  WS-REGIONID             PIC X(08) VALUE 'CASHRGN '.
000990 77  WS-BUSDT                PIC X(08) VALUE SPACES.
001000 77  WS-BUSDT-N              PIC 9(08) VALUE ZERO.
001010 77  WS-WORK-N               PIC 9(08) VALUE ZERO.
001020 77  WS-AGE-DAYS             PIC S9(7) VALUE ZERO.
001030 77  WS-AGE-DISP             PIC Z(6)9.
001040 77  WS-AGE-FLAG             PIC X(15) VALUE SPACES.
001050 77  WS-DECISION             PIC X(10) VALUE SPACES.
001060******************************************************************
001070* BATCH RUN-CONTROL (SEE DCLRUNC): THIS JOB REGISTERS ON         *
001080* RUNCTL, REFUSES TO START UNTIL ITS PREDECESSORS SHOW COMPLETE  *
001090* FOR THE BUSINESS DATE (UNLESS AN OPERATOR SET THE CASH29       *
001100* OVERRIDE), AND MARKS ITSELF COMPLETE OR FAILED AT END OF RUN.  *
001110******************************************************************
001120 77  WS-RC-JOBNAME           PIC X(08) VALUE 'CASH38  '.
001130 01  WS-RC-PRED-LIST.
001140     05 FILLER               PIC X(08) VALUE 'CASH37  '.
001150 01  WS-RC-PRED-LIST-R REDEFINES WS-RC-PRED-LIST.
001160     05 WS-RC-PRED OCCURS 1 TIMES
001170                             PIC X(08).
001180 77  WS-RC-PRED-MAX          PIC 9(2) VALUE 1.
001190 77  WS-RC-SUB               PIC 9(2) COMP VALUE ZERO.
001200 77  WS-RC-PREDNAME          PIC X(08) VALUE SPACES.
001210 77  WS-RC-REGION            PIC X(08) VALUE 'CASHRGN '.
001220 77  WS-RC-BUSDT             PIC X(08) VALUE SPACES.
001230 77  WS-RC-TIME              PIC X(06) VALUE SPACES.
001240 77  WS-RC-REFUSED-SW        PIC X(01) VALUE 'N'.
001250     88 WS-RC-REFUSED                  VALUE 'Y'.
001260 PROCEDURE DIVISION.
001270*
001280 0000-MAINLINE.
001290     PERFORM 1000-INITIALIZE
001300         THRU 1000-INITIALIZE-EXIT
001310     PERFORM 2000-PROCESS-CUSTOMER
001320         THRU 2000-PROCESS-CUSTOMER-EXIT
001330         UNTIL WS-EOF-YES
001340     IF NOT WS-RC-REFUSED
001350         PERFORM 5000-PENDING-REPORT
001360             THRU 5000-PENDING-REPORT-EXIT
001370         PERFORM 6000-DECISION-REPORT
001380             THRU 6000-DECISION-REPORT-EXIT
001390     END-IF
001400     PERFORM 8000-TERMINATE
001410         THRU 8000-TERMINATE-EXIT
001420     GOBACK.
001430******************************************************************
001440* 0800-RUN-CONTROL - REGISTER THIS RUN ON RUNCTL AND ENFORCE     *
001450*   THE NIGHT-WINDOW SEQUENCE: PREDECESSORS MUST SHOW COMPLETE   *
001460*   FOR THE BUSINESS DATE BEFORE THIS JOB TOUCHES ANYTHING,      *
001470*   UNLESS AN OPERATOR SET THE CASH29 OVERRIDE ON THIS ROW.      *
001480******************************************************************
001490 0800-RUN-CONTROL.
001500     MOVE 'N' TO WS-RC-REFUSED-SW
001510     ACCEPT WS-RC-TIME FROM TIME
001520
001530     ACCEPT WS-RC-BUSDT FROM DATE YYYYMMDD
001540     EXEC SQL
001550         SELECT REGIONID, BUSDT, WSTATUS
001560         INTO :DCLBUSDATE
001570         FROM STOCKTRD.BUSDATE
001580         WHERE REGIONID = :WS-RC-REGION
001590     END-EXEC
001600     IF SQLCODE = 0
001610         MOVE BD-BUSDT TO WS-RC-BUSDT
001620     END-IF
001630
001640     EXEC SQL
001650         SELECT JOBNAME, BUSDT, RSTATUS, STARTTM, ENDTM,
001660                OVERRIDE
001670         INTO :DCLRUNCTL
001680         FROM STOCKTRD.RUNCTL
001690         WHERE JOBNAME = :WS-RC-JOBNAME
001700           AND BUSDT = :WS-RC-BUSDT
001710     END-EXEC
001720
001730     IF SQLCODE = 0 AND RC-OVERRIDE = 'Y'
001740         DISPLAY 'CASH38 - OPERATOR OVERRIDE IN PLACE -'
001750             ' PREDECESSOR CHECK WAIVED'
001760     ELSE
001770         PERFORM 0850-CHECK-ONE-PRED
001780             THRU 0850-CHECK-ONE-PRED-EXIT
001790             VARYING WS-RC-SUB FROM 1 BY 1
001800             UNTIL WS-RC-SUB > WS-RC-PRED-MAX
001810             OR WS-RC-REFUSED
001820     END-IF
001830
001840     IF WS-RC-REFUSED
001850         GO TO 0800-RUN-CONTROL-EXIT
001860     END-IF
001870
001880     EXEC SQL
001890         UPDATE STOCKTRD.RUNCTL
001900         SET RSTATUS = 'S',
001910             STARTTM = :WS-RC-TIME,
001920             ENDTM   = ' '
001930         WHERE JOBNAME = :WS-RC-JOBNAME
001940           AND BUSDT = :WS-RC-BUSDT
001950     END-EXEC
001960     IF SQLCODE NOT = 0 OR SQLERRD(3) = 0
001970         EXEC SQL
001980             INSERT INTO STOCKTRD.RUNCTL(
001990                 JOBNAME, BUSDT, RSTATUS, STARTTM,
002000                 ENDTM, OVERRIDE)
002010             VALUES (:WS-RC-JOBNAME, :WS-RC-BUSDT, 'S',
002020                 :WS-RC-TIME, ' ', ' ')
002030         END-EXEC
002040     END-IF
002050     IF SQLCODE NOT = 0
002060         DISPLAY 'CASH38 - RUNCTL REGISTRATION FAILED,'
002070             ' SQLCODE=' SQLCODE
002080     END-IF
002090     .
002100 0800-RUN-CONTROL-EXIT.
002110     EXIT.
002120*
002130******************************************************************
002140* 0850-CHECK-ONE-PRED - ONE PREDECESSOR MUST SHOW COMPLETE FOR   *
002150*   THE SAME BUSINESS DATE OR THE RUN REFUSES TO START           *
002160******************************************************************
002170 0850-CHECK-ONE-PRED.
002180     MOVE WS-RC-PRED(WS-RC-SUB) TO WS-RC-PREDNAME
002190
002200     EXEC SQL
002210         SELECT JOBNAME, BUSDT, RSTATUS, STARTTM, ENDTM,
002220                OVERRIDE
002230         INTO :DCLRUNCTL
002240         FROM STOCKTRD.RUNCTL
002250         WHERE JOBNAME = :WS-RC-PREDNAME
002260           AND BUSDT = :WS-RC-BUSDT
002270     END-EXEC
002280
002290     IF SQLCODE NOT = 0 OR RC-RSTATUS NOT = 'C'
002300         DISPLAY 'CASH38 - PREDECESSOR ' WS-RC-PREDNAME
002310             ' NOT COMPLETE FOR ' WS-RC-BUSDT
002320             ' - RUN REFUSED (OVERRIDE VIA CASH29)'
002330         MOVE 'Y' TO WS-RC-REFUSED-SW
002340     END-IF
002350     .
002360 0850-CHECK-ONE-PRED-EXIT.
002370     EXIT.
002380*
002390******************************************************************
002400* 0900-RUN-COMPLETE - MARK THE RUN COMPLETE (OR FAILED, WHEN IT  *
002410*   ENDED ON AN ERROR) ON RUNCTL, WITH ITS OWN COMMIT SO THE     *
002420*   STATUS IS DURABLE THE MOMENT THE JOB ENDS                    *
002430******************************************************************
002440 0900-RUN-COMPLETE.
002450     IF WS-RC-REFUSED
002460         GO TO 0900-RUN-COMPLETE-EXIT
002470     END-IF
002480
002490     ACCEPT WS-RC-TIME FROM TIME
002500     IF WS-RUN-ERROR
002510         MOVE 'F' TO RC-RSTATUS
002520     ELSE
002530         MOVE 'C' TO RC-RSTATUS
002540     END-IF
002550
002560     EXEC SQL
002570         UPDATE STOCKTRD.RUNCTL
002580         SET RSTATUS = :RC-RSTATUS,
002590             ENDTM   = :WS-RC-TIME
002600         WHERE JOBNAME = :WS-RC-JOBNAME
002610           AND BUSDT = :WS-RC-BUSDT
002620     END-EXEC
002630
002640     EXEC SQL
002650         COMMIT
002660     END-EXEC
002670     .
002680 0900-RUN-COMPLETE-EXIT.
002690     EXIT.
002700*
002710******************************************************************
002720* 1000-INITIALIZE - REGISTER, ESTABLISH THE BUSINESS DATE AND    *
002730*   OPEN THE CUSTOMER CURSOR                                     *
002740******************************************************************
002750 1000-INITIALIZE.
002760     PERFORM 0800-RUN-CONTROL
002770         THRU 0800-RUN-CONTROL-EXIT
002780     IF WS-RC-REFUSED
002790         MOVE 'Y' TO WS-EOF-SW
002800         MOVE 'Y' TO WS-RUN-ERROR-SW
002810         GO TO 1000-INITIALIZE-EXIT
002820     END-IF
002830* THE COMMIT MAKES THE REGISTRATION DURABLE; THE PER-CUSTOMER
002840* ROLLBACK BELOW MUST NOT TAKE IT BACK.
002850     EXEC SQL
002860         COMMIT
002870     END-EXEC
002880
002890     DISPLAY 'CASH38 - SANCTIONS RESCREEN AND EXCEPTIONS'
002900         ' REPORT - STARTING'
002910     DISPLAY '  PENDING AGE WARNING (DAYS): ' WS-AGE-WARN
002920     DISPLAY ' '
002930
002940     ACCEPT WS-ASKTIME-DATE FROM DATE YYYYMMDD
002950     PERFORM 1200-READ-BUSDATE
002960         THRU 1200-READ-BUSDATE-EXIT
002970
002980     EXEC SQL
002990         DECLARE CASH38CSR CURSOR FOR
003000         SELECT CUSTID, LEGALNAME, ADDRLINE1, ADDRLINE2,
003010                COUNTRY, CSTATUS, FXTIER
003020         FROM STOCKTRD.CUSTMAST
003030         ORDER BY CUSTID
003040         WITH HOLD
003050     END-EXEC
003060
003070     EXEC SQL
003080         DECLARE CASH38HCSR CURSOR FOR
003090         SELECT W.LISTID, W.LISTSRC, W.WTYPE, W.LISTNAME,
003100                W.NAMEKEY, W.COUNTRY, W.WSTATUS, W.LOADDT
003110         FROM STOCKTRD.WATCHLST W
003120         WHERE W.WSTATUS = 'A'
003130           AND ((W.WTYPE = 'N'
003140                 AND W.NAMEKEY =
003150                     REPLACE(REPLACE(REPLACE(REPLACE(
003160                     UPPER(:CU-LEGALNAME),' ',''),'.',''),
003170                     ',',''),'-','')
003180                 AND (W.COUNTRY = ' '
003190                      OR W.COUNTRY = :CU-COUNTRY))
003200             OR (W.WTYPE = 'C'
003210                 AND W.NAMEKEY = :CU-COUNTRY))
003220           AND NOT EXISTS
003230               (SELECT 1 FROM STOCKTRD.SANCREF R
003240                WHERE R.CUSTID = :CU-CUSTID
003250                  AND R.LISTID = W.LISTID
003260                  AND R.RSTATUS IN ('P', 'F', 'X'))
003270         ORDER BY W.LISTID
003280     END-EXEC
003290
003300     EXEC SQL
003310         OPEN CASH38CSR
003320     END-EXEC
003330
003340     IF SQLCODE NOT = 0
003350         DISPLAY 'CASH38 - OPEN CURSOR FAILED, SQLCODE=' SQLCODE
003360         MOVE 'Y' TO WS-EOF-SW
003370         MOVE 'Y' TO WS-RUN-ERROR-SW
003380         GO TO 1000-INITIALIZE-EXIT
003390     END-IF
003400
003410     DISPLAY ' '
003420     DISPLAY 'NEW WATCH-LIST HITS REFERRED TONIGHT'
003430     DISPLAY 'CUSTID   LEGAL NAME                       CT'
003440         ' LIST ENTRY    T LIST'
003450     .
003460 1000-INITIALIZE-EXIT.
003470     EXIT.
003480*
003490******************************************************************
003500* 1200-READ-BUSDATE - THE LEDGER BUSINESS DATE THE REPORT IS FOR *
003510*   AND PENDING AGES COUNT TO; NO ROW = CALENDAR DATE            *
003520******************************************************************
003530 1200-READ-BUSDATE.
003540     MOVE WS-ASKTIME-DATE TO WS-BUSDT
003550
003560     EXEC SQL
003570         SELECT REGIONID, BUSDT, WSTATUS
003580         INTO :DCLBUSDATE
003590         FROM STOCKTRD.BUSDATE
003600         WHERE REGIONID = :WS-REGIONID
003610     END-EXEC
003620
003630     IF SQLCODE = 0
003640         MOVE BD-BUSDT TO WS-BUSDT
003650     ELSE
003660         DISPLAY 'CASH38 - NO BUSDATE ROW, USING CALENDAR DATE '
003670             WS-BUSDT
003680     END-IF
003690
003700     MOVE WS-BUSDT TO WS-BUSDT-N
003710     DISPLAY 'CASH38 - BUSINESS DATE = ' WS-BUSDT
003720     .
003730 1200-READ-BUSDATE-EXIT.
003740     EXIT.
003750*
003760******************************************************************
003770* 2000-PROCESS-CUSTOMER - FETCH ONE CUSTOMER AND REFER EVERY NEW *
003780*   HIT AGAINST IT; ONE UNIT OF WORK PER CUSTOMER                *
003790******************************************************************
003800 2000-PROCESS-CUSTOMER.
003810     EXEC SQL
003820         FETCH CASH38CSR
003830         INTO :DCLCUSTMAST
003840     END-EXEC
003850
003860     IF SQLCODE = 100
003870         MOVE 'Y' TO WS-EOF-SW
003880         GO TO 2000-PROCESS-CUSTOMER-EXIT
003890     END-IF
003900
003910     IF SQLCODE NOT = 0
003920         DISPLAY 'CASH38 - FETCH FAILED, SQLCODE=' SQLCODE
003930         MOVE 'Y' TO WS-EOF-SW
003940         MOVE 'Y' TO WS-RUN-ERROR-SW
003950         GO TO 2000-PROCESS-CUSTOMER-EXIT
003960     END-IF
003970
003980     ADD 1 TO WS-CUST-READ
003990     MOVE 'N'  TO WS-CUST-BAD-SW
004000     MOVE 'N'  TO WS-HIT-EOF-SW
004010     MOVE ZERO TO WS-CUST-HITS
004020
004030     EXEC SQL
004040         OPEN CASH38HCSR
004050     END-EXEC
004060
004070     IF SQLCODE NOT = 0
004080         DISPLAY 'CASH38 - SCREEN FAILED FOR ' CU-CUSTID
004090             ' SQLCODE=' SQLCODE
004100         ADD 1 TO WS-CUST-FAILED
004110         MOVE 'Y' TO WS-RUN-ERROR-SW
004120         GO TO 2000-PROCESS-CUSTOMER-EXIT
004130     END-IF
004140
004150     PERFORM 3000-REFER-HIT
004160         THRU 3000-REFER-HIT-EXIT
004170         UNTIL WS-HIT-EOF
004180
004190     EXEC SQL
004200         CLOSE CASH38HCSR
004210     END-EXEC
004220
004230* A ROLLBACK CLOSES EVEN A HELD CURSOR, SO A CUSTOMER WHOSE
004240* REFERRALS CANNOT BE WRITTEN ENDS THE SCAN; THE RERUN PICKS
004250* UP EVERY HIT NOT YET REFERRED.
004260     IF WS-CUST-BAD
004270         EXEC SQL
004280             ROLLBACK
004290         END-EXEC
004300         DISPLAY 'CASH38 - RESCREEN STOPPED AT ' CU-CUSTID
004310         ADD 1 TO WS-CUST-FAILED
004320         MOVE 'Y' TO WS-RUN-ERROR-SW
004330         MOVE 'Y' TO WS-EOF-SW
004340         GO TO 2000-PROCESS-CUSTOMER-EXIT
004350     END-IF
004360
004370     EXEC SQL
004380         COMMIT
004390     END-EXEC
004400
004410     IF WS-CUST-HITS > ZERO
004420         ADD 1            TO WS-CUST-HIT
004430         ADD WS-CUST-HITS TO WS-NEW-HITS
004440     END-IF
004450     .
004460 2000-PROCESS-CUSTOMER-EXIT.
004470     EXIT.
004480*
004490******************************************************************
004500* 3000-REFER-HIT - FETCH ONE LIST ENTRY THE CUSTOMER MATCHES AND *
004510*   RAISE ITS PENDING REFERRAL                                   *
004520******************************************************************
004530 3000-REFER-HIT.
004540     EXEC SQL
004550         FETCH CASH38HCSR
004560         INTO :DCLWATCHLST
004570     END-EXEC
004580
004590     IF SQLCODE = 100
004600         MOVE 'Y' TO WS-HIT-EOF-SW
004610         GO TO 3000-REFER-HIT-EXIT
004620     END-IF
004630
004640     IF SQLCODE NOT = 0
004650         DISPLAY 'CASH38 - HIT FETCH FAILED FOR ' CU-CUSTID
004660             ' SQLCODE=' SQLCODE
004670         MOVE 'Y' TO WS-CUST-BAD-SW
004680         MOVE 'Y' TO WS-HIT-EOF-SW
004690         GO TO 3000-REFER-HIT-EXIT
004700     END-IF
004710
004720     MOVE SPACES       TO DCLSANCREF
004730     MOVE CU-CUSTID    TO SR-CUSTID
004740     MOVE CU-LEGALNAME TO SR-SNAME
004750     MOVE CU-COUNTRY   TO SR-COUNTRY
004760     MOVE WL-LISTID    TO SR-LISTID
004770     MOVE WL-WTYPE     TO SR-HITTYPE
004780     MOVE 'CASH38'     TO SR-SRCPGM
004790     MOVE 'P'          TO SR-RSTATUS
004800     ACCEPT WS-ASKTIME-TIME FROM TIME
004810     MOVE WS-ASKTIME-DATE TO SR-ENTRYDT
004820     MOVE WS-ASKTIME-TIME TO SR-ENTRYTM
004830
004840     MOVE ZERO TO WS-SREF-SEQ
004850     MOVE 'N'  TO WS-SREF-INS-SW
004860     PERFORM 3100-SREF-INSERT-TRY
004870         THRU 3100-SREF-INSERT-TRY-EXIT
004880         UNTIL WS-SREF-INS-DONE
004890
004900     IF SQLCODE NOT = 0
004910         DISPLAY 'CASH38 - REFERRAL INSERT FAILED FOR '
004920             CU-CUSTID ' ' WL-LISTID ' SQLCODE=' SQLCODE
004930         MOVE 'Y' TO WS-CUST-BAD-SW
004940         MOVE 'Y' TO WS-HIT-EOF-SW
004950         GO TO 3000-REFER-HIT-EXIT
004960     END-IF
004970
004980     ADD 1 TO WS-CUST-HITS
004990     DISPLAY CU-CUSTID ' ' CU-LEGALNAME ' ' CU-COUNTRY ' '
005000         WL-LISTID '  ' WL-WTYPE ' ' WL-LISTSRC
005010     .
005020 3000-REFER-HIT-EXIT.
005030     EXIT.
005040*
005050******************************************************************
005060* 3100-SREF-INSERT-TRY - ONE TRY AT THE REFERRAL ROW: DATE+TIME+ *
005070*   SEQ, BUMPING THE SEQ PAST A COLLISION AS CASH00 DOES         *
005080******************************************************************
005090 3100-SREF-INSERT-TRY.
005100     MOVE SPACES      TO SR-REFID
005110     MOVE SR-ENTRYDT  TO SR-REFID(1:8)
005120     MOVE SR-ENTRYTM  TO SR-REFID(9:6)
005130     MOVE WS-SREF-SEQ TO SR-REFID(15:2)
005140
005150     EXEC SQL
005160         INSERT INTO STOCKTRD.SANCREF(
005170             REFID, CUSTID, SNAME, COUNTRY, LISTID, HITTYPE,
005180             SRCPGM, SRCREF, RSTATUS, ENTRYDT, ENTRYTM,
005190             DECIDID, DECIDDT)
005200         VALUES (:SR-REFID, :SR-CUSTID, UPPER(:SR-SNAME),
005210             :SR-COUNTRY, :SR-LISTID, :SR-HITTYPE,
005220             :SR-SRCPGM, :SR-SRCREF, :SR-RSTATUS,
005230             :SR-ENTRYDT, :SR-ENTRYTM, :SR-DECIDID,
005240             :SR-DECIDDT)
005250     END-EXEC
005260
005270     IF SQLCODE = -803 AND WS-SREF-SEQ < 99
005280         ADD 1 TO WS-SREF-SEQ
005290     ELSE
005300         MOVE 'Y' TO WS-SREF-INS-SW
005310     END-IF
005320     .
005330 3100-SREF-INSERT-TRY-EXIT.
005340     EXIT.
005350*
005360******************************************************************
005370* 5000-PENDING-REPORT - EVERY REFERRAL STILL AWAITING A          *
005380*   DECISION, OLDEST FIRST, AGED IN DAYS TO THE BUSINESS DATE    *
005390******************************************************************
005400 5000-PENDING-REPORT.
005410     EXEC SQL
005420         DECLARE CASH38PCSR CURSOR FOR
005430         SELECT REFID, CUSTID, SNAME, COUNTRY, LISTID,
005440                HITTYPE, SRCPGM, SRCREF, RSTATUS, ENTRYDT,
005450                ENTRYTM, DECIDID, DECIDDT
005460         FROM STOCKTRD.SANCREF
005470         WHERE RSTATUS = 'P'
005480         ORDER BY ENTRYDT, ENTRYTM
005490     END-EXEC
005500
005510     EXEC SQL
005520         OPEN CASH38PCSR
005530     END-EXEC
005540
005550     IF SQLCODE NOT = 0
005560         DISPLAY 'CASH38 - OPEN PENDING CURSOR FAILED, SQLCODE='
005570             SQLCODE
005580         MOVE 'Y' TO WS-RUN-ERROR-SW
005590         GO TO 5000-PENDING-REPORT-EXIT
005600     END-IF
005610
005620     DISPLAY ' '
005630     DISPLAY 'REFERRALS PENDING A DECISION (OLDEST FIRST)'
005640     DISPLAY 'REFERENCE        CUSTID   NAME                    '
005650         '         LIST ENTRY   SOURCE   RAISED      DAYS'
005660
005670     MOVE 'N' TO WS-RPT-EOF-SW
005680     PERFORM 5100-PENDING-LINE
005690         THRU 5100-PENDING-LINE-EXIT
005700         UNTIL WS-RPT-EOF
005710
005720     EXEC SQL
005730         CLOSE CASH38PCSR
005740     END-EXEC
005750
005760     DISPLAY '  PENDING REFERRALS : ' WS-PEND-CNT
005770     DISPLAY '  OVERDUE (> ' WS-AGE-WARN ' DAYS): ' WS-OVERDUE-CNT
005780     .
005790 5000-PENDING-REPORT-EXIT.
005800     EXIT.
005810*
005820 5100-PENDING-LINE.
005830     EXEC SQL
005840         FETCH CASH38PCSR
005850         INTO :DCLSANCREF
005860     END-EXEC
005870
005880     IF SQLCODE = 100
005890         MOVE 'Y' TO WS-RPT-EOF-SW
005900         GO TO 5100-PENDING-LINE-EXIT
005910     END-IF
005920
005930     IF SQLCODE NOT = 0
005940         DISPLAY 'CASH38 - PENDING FETCH FAILED, SQLCODE='
005950             SQLCODE
005960         MOVE 'Y' TO WS-RUN-ERROR-SW
005970         MOVE 'Y' TO WS-RPT-EOF-SW
005980         GO TO 5100-PENDING-LINE-EXIT
005990     END-IF
006000
006010     ADD 1 TO WS-PEND-CNT
006020     MOVE SR-ENTRYDT TO WS-WORK-N
006030     COMPUTE WS-AGE-DAYS =
006040         FUNCTION INTEGER-OF-DATE(WS-BUSDT-N) -
006050         FUNCTION INTEGER-OF-DATE(WS-WORK-N)
006060     END-COMPUTE
006070     IF WS-AGE-DAYS < ZERO
006080         MOVE ZERO TO WS-AGE-DAYS
006090     END-IF
006100     MOVE WS-AGE-DAYS TO WS-AGE-DISP
006110
006120     MOVE SPACES TO WS-AGE-FLAG
006130     IF WS-AGE-DAYS > WS-AGE-WARN
006140         MOVE '*** OVERDUE ***' TO WS-AGE-FLAG
006150         ADD 1 TO WS-OVERDUE-CNT
006160     END-IF
006170
006180     DISPLAY SR-REFID ' ' SR-CUSTID ' ' SR-SNAME ' '
006190         SR-LISTID ' ' SR-SRCPGM ' ' SR-ENTRYDT ' '
006200         WS-AGE-DISP ' ' WS-AGE-FLAG
006210     .
006220 5100-PENDING-LINE-EXIT.
006230     EXIT.
006240*
006250******************************************************************
006260* 6000-DECISION-REPORT - THE CASH39 DECISIONS RECORDED ON THIS   *
006270*   BUSINESS DATE, AND THE CONFIRMED HITS STILL IN FORCE         *
006280******************************************************************
006290 6000-DECISION-REPORT.
006300     EXEC SQL
006310         DECLARE CASH38DCSR CURSOR FOR
006320         SELECT REFID, CUSTID, SNAME, COUNTRY, LISTID,
006330                HITTYPE, SRCPGM, SRCREF, RSTATUS, ENTRYDT,
006340                ENTRYTM, DECIDID, DECIDDT
006350         FROM STOCKTRD.SANCREF
006360         WHERE DECIDDT = :WS-BUSDT
006370           AND RSTATUS IN ('F', 'X', 'R')
006380         ORDER BY RSTATUS, REFID
006390     END-EXEC
006400
006410     EXEC SQL
006420         OPEN CASH38DCSR
006430     END-EXEC
006440
006450     IF SQLCODE NOT = 0
006460         DISPLAY 'CASH38 - OPEN DECISION CURSOR FAILED, SQLCODE='
006470             SQLCODE
006480         MOVE 'Y' TO WS-RUN-ERROR-SW
006490         GO TO 6000-DECISION-REPORT-EXIT
006500     END-IF
006510
006520     DISPLAY ' '
006530     DISPLAY 'DECISIONS RECORDED FOR ' WS-BUSDT
006540     DISPLAY 'REFERENCE        CUSTID   NAME                    '
006550         '         LIST ENTRY   DECISION   BY'
006560
006570     MOVE 'N' TO WS-RPT-EOF-SW
006580     PERFORM 6100-DECISION-LINE
006590         THRU 6100-DECISION-LINE-EXIT
006600         UNTIL WS-RPT-EOF
006610
006620     EXEC SQL
006630         CLOSE CASH38DCSR
006640     END-EXEC
006650
006660     DISPLAY '  DECISIONS RECORDED: ' WS-DECIDED-CNT
006670
006680     EXEC SQL
006690         SELECT COUNT(*)
006700         INTO :WS-CONFIRMED-CNT
006710         FROM STOCKTRD.SANCREF
006720         WHERE RSTATUS = 'F'
006730     END-EXEC
006740
006750     IF SQLCODE NOT = 0
006760         DISPLAY 'CASH38 - CONFIRMED COUNT FAILED, SQLCODE='
006770             SQLCODE
006780         MOVE 'Y' TO WS-RUN-ERROR-SW
006790     END-IF
006800     DISPLAY '  CONFIRMED HITS IN FORCE (FROZEN): '
006810         WS-CONFIRMED-CNT
006820     .
006830 6000-DECISION-REPORT-EXIT.
006840     EXIT.
006850*
006860 6100-DECISION-LINE.
006870     EXEC SQL
006880         FETCH CASH38DCSR
006890         INTO :DCLSANCREF
006900     END-EXEC
006910
006920     IF SQLCODE = 100
006930         MOVE 'Y' TO WS-RPT-EOF-SW
006940         GO TO 6100-DECISION-LINE-EXIT
006950     END-IF
006960
006970     IF SQLCODE NOT = 0
006980         DISPLAY 'CASH38 - DECISION FETCH FAILED, SQLCODE='
006990             SQLCODE
007000         MOVE 'Y' TO WS-RUN-ERROR-SW
007010         MOVE 'Y' TO WS-RPT-EOF-SW
007020         GO TO 6100-DECISION-LINE-EXIT
007030     END-IF
007040
007050     ADD 1 TO WS-DECIDED-CNT
007060     EVALUATE SR-RSTATUS
007070         WHEN 'F'
007080             MOVE 'CONFIRMED ' TO WS-DECISION
007090         WHEN 'X'
007100             MOVE 'CLEARED   ' TO WS-DECISION
007110         WHEN OTHER
007120             MOVE 'RELEASED  ' TO WS-DECISION
007130     END-EVALUATE
007140
007150     DISPLAY SR-REFID ' ' SR-CUSTID ' ' SR-SNAME ' '
007160         SR-LISTID ' ' WS-DECISION ' ' SR-DECIDID
007170     .
007180 6100-DECISION-LINE-EXIT.
007190     EXIT.
007200*
007210******************************************************************
007220* 8000-TERMINATE - CLOSE THE CURSOR AND REPORT RUN TOTALS        *
007230******************************************************************
007240 8000-TERMINATE.
007250     IF NOT WS-RC-REFUSED
007260         EXEC SQL
007270             CLOSE CASH38CSR
007280         END-EXEC
007290     END-IF
007300
007310     EXEC SQL
007320         COMMIT
007330     END-EXEC
007340
007350     DISPLAY ' '
007360     DISPLAY 'CASH38 - CUSTOMERS SCREENED    : ' WS-CUST-READ
007370     DISPLAY 'CASH38 - CUSTOMERS WITH NEW HIT: ' WS-CUST-HIT
007380     DISPLAY 'CASH38 - NEW REFERRALS RAISED  : ' WS-NEW-HITS
007390     DISPLAY 'CASH38 - CUSTOMERS NOT SCREENED: ' WS-CUST-FAILED
007400     DISPLAY 'CASH38 - REFERRALS PENDING     : ' WS-PEND-CNT
007410     DISPLAY 'CASH38 - PENDING PAST WARNING  : ' WS-OVERDUE-CNT
007420     DISPLAY 'CASH38 - CONFIRMED IN FORCE    : ' WS-CONFIRMED-CNT
007430
007440     IF WS-RUN-ERROR
007450         DISPLAY 'CASH38 - RUN ENDED WITH ERRORS - SEE MESSAGES'
007460             ' ABOVE'
007470     END-IF
007480
007490     DISPLAY 'CASH38 - SANCTIONS RESCREEN - COMPLETE'
007500
007510     PERFORM 0900-RUN-COMPLETE
007520         THRU 0900-RUN-COMPLETE-EXIT
007530     .
007540 8000-TERMINATE-EXIT.
007550     EXIT.
