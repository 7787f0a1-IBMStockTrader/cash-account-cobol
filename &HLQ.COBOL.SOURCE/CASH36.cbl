000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. CASH36.
000120 AUTHOR. D-L CASH MANAGEMENT SUPPORT.
000130 INSTALLATION. STOCKTRD - CASH ACCOUNT SERVICES.
000140 DATE-WRITTEN. 2026-10-15.
000150 DATE-COMPILED.
000160******************************************************************
000170* MODIFICATION HISTORY                                          *
000180*  DATE       BY    DESCRIPTION                                 *
000190*  2026-10-15 DLM   INITIAL VERSION - NIGHTLY REFERENCE-DATA    *
000200*                    CHANGE REPORT OFF THE CHGLOG CHANGE LOG,   *
000210*                    GROUPED BY TABLE AND USER, WITH SELF-      *
000220*                    GRANTED ENTITLEMENT CHANGES CALLED OUT.    *
000230*  2026-10-15 DLM   FORMATS THE NEW FXSPREAD TABLE (CASH44) AND *
000240*                    THE CUSTMAST FXTIER COLUMN.                *
000250*  2026-10-15 DLM   FORMATS CASHACCT ROWS - THE CASHACCOUNTY    *
000260*                    RESTORES CASH46 LOGS.                      *
000270******************************************************************
000280*
000290******************************************************************
000300* EVERY RATE, TAX STATUS, LIMIT, ENTITLEMENT, CUSTOMER AND       *
000310* CALENDAR CHANGE MADE THROUGH THE MAINTENANCE TRANSACTIONS      *
000320* LEAVES A CHGLOG ROW WITH THE ROW'S BEFORE AND AFTER IMAGES     *
000330* (SEE DCLCLOG). THIS JOB LISTS ONE BUSINESS DATE'S ROWS GROUPED *
000340* BY TABLE AND THEN BY USER, EACH IMAGE MAPPED BACK THROUGH ITS  *
000350* OWN DCLGEN SO THE REVIEWER READS FIELDS, NOT BYTES. A USERENT  *
000360* CHANGE WHOSE KEY IS THE CALLER'S OWN USERID IS A USER GRANTING *
000370* THEMSELF ENTITLEMENT - IT IS FLAGGED WHERE IT FALLS AND LISTED *
000380* AGAIN AT THE FOOT OF THE REPORT.                               *
000390*                                                                *
000400* THE SYSIN CARD NAMES THE BUSINESS DATE (YYYYMMDD); A BLANK     *
000410* CARD MEANS THE REGION BUSINESS DATE, AS CASH13'S DOES.         *
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
000530         INCLUDE DCLCLOG
000540     END-EXEC.
000550     EXEC SQL
000560         INCLUDE DCLFRANK
000570     END-EXEC.
000580     EXEC SQL
000590         INCLUDE DCLINTR
000600     END-EXEC.
000610     EXEC SQL
000620         INCLUDE DCLSORD
000630     END-EXEC.
000640     EXEC SQL
000650         INCLUDE DCLOTAX
000660     END-EXEC.
000670     EXEC SQL
000680         INCLUDE DCLUENT
000690     END-EXEC.
000700     EXEC SQL
000710         INCLUDE DCLCMST
000720     END-EXEC.
000730     EXEC SQL
000740         INCLUDE DCLADVP
000750     END-EXEC.
000760     EXEC SQL
000770         INCLUDE DCLVLIM
000780     END-EXEC.
000790     EXEC SQL
000800         INCLUDE DCLCUST
000810     END-EXEC.
000820     EXEC SQL
000830         INCLUDE DCLHCAL
000840     END-EXEC.
000850     EXEC SQL
000860         INCLUDE DCLBDAT
000870     END-EXEC.
000880     EXEC SQL
000890         INCLUDE DCLRUNC
000900     END-EXEC.
000910     EXEC SQL
000920         INCLUDE DCLFXSP
000930     END-EXEC.
000940     EXEC SQL
000950         INCLUDE DCLCASH
000960     END-EXEC.
000970*
000980******************************************************************
000990* WORKING STORAGE - COUNTERS AND SWITCHES                        *
001000******************************************************************
001010 77  WS-PARM-DATE            PIC X(08) VALUE SPACES.
001020 77  WS-ROWS-READ            PIC 9(7) COMP VALUE ZERO.
001030 77  WS-TABLE-CNT            PIC 9(7) COMP VALUE ZERO.
001040 77  WS-USER-CNT             PIC 9(7) COMP VALUE ZERO.
001050 77  WS-TABLES-SEEN          PIC 9(7) COMP VALUE ZERO.
001060 77  WS-SELF-CNT             PIC 9(7) COMP VALUE ZERO.
001070 77  WS-PREV-TABNAME         PIC X(10) VALUE SPACES.
001080 77  WS-PREV-USERID          PIC X(08) VALUE SPACES.
001090 77  WS-EOF-SW               PIC X(01) VALUE 'N'.
001100     88 WS-EOF-YES                     VALUE 'Y'.
001110 77  WS-RUN-ERROR-SW         PIC X(01) VALUE 'N'.
001120     88 WS-RUN-ERROR                   VALUE 'Y'.
001130*
001140******************************************************************
001150* IMAGE FORMATTING: 3000-FORMAT-IMAGE MAPS WS-IMAGE THROUGH THE  *
001160* TABLE'S DCLGEN INTO ONE OR TWO PRINT LINES                     *
001170******************************************************************
001180 77  WS-IMAGE                PIC X(160) VALUE SPACES.
001190 77  WS-FMT-LINE1            PIC X(100) VALUE SPACES.
001200 77  WS-FMT-LINE2            PIC X(100) VALUE SPACES.
001210 77  WS-IMG-LABEL            PIC X(08) VALUE SPACES.
001220 77  WS-RULE-LINE            PIC X(80) VALUE ALL '='.
001230 77  WS-ED-AMT               PIC -Z,ZZZ,ZZ9.99.
001240 77  WS-ED-RATE2             PIC -9.99.
001250 77  WS-ED-RATE6             PIC -9.999999.
001260 77  WS-ED-PREC              PIC -ZZ9.999999.
001270 77  WS-ED-MINOR             PIC -ZZZ9.
001280 77  WS-ED-CNT               PIC -Z(8)9.
001290 77  WS-ED-BP                PIC -ZZ9.99.
001300 01  WS-ACTION-TEXT          PIC X(06) VALUE SPACES.
001310 01  WS-CHG-TIME.
001320     05 WS-CHG-HH            PIC X(02).
001330     05 FILLER               PIC X(01) VALUE ':'.
001340     05 WS-CHG-MM            PIC X(02).
001350     05 FILLER               PIC X(01) VALUE ':'.
001360     05 WS-CHG-SS            PIC X(02).
001370*
001380******************************************************************
001390* SELF-GRANTED ENTITLEMENT CHANGES, KEPT FOR THE CLOSING LIST.   *
001400* A NIGHT WITH MORE THAN WS-SG-MAX IS ITSELF THE FINDING - THE   *
001410* OVERFLOW IS COUNTED, AND EVERY ONE IS FLAGGED IN THE BODY.     *
001420******************************************************************
001430 77  WS-SG-CNT               PIC 9(4) COMP VALUE ZERO.
001440 77  WS-SG-MAX               PIC 9(4) COMP VALUE 50.
001450 77  WS-SG-SUB               PIC 9(4) COMP VALUE ZERO.
001460 01  WS-SG-TABLE.
001470     05 WS-SG-ENTRY          OCCURS 50 TIMES.
001480        10 WS-SG-USERID      PIC X(08).
001490        10 WS-SG-ACTION      PIC X(01).
001500        10 WS-SG-PGMNAME     PIC X(08).
001510        10 WS-SG-CHGDT       PIC X(08).
001520        10 WS-SG-CHGTM       PIC X(06).
001530******************************************************************
001540* BATCH RUN-CONTROL (SEE DCLRUNC): THIS JOB REGISTERS ON        *
001550* RUNCTL AND MARKS ITSELF COMPLETE OR FAILED AT END OF RUN. IT  *
001560* HAS NO PREDECESSORS - IT READS ONLY THE CHANGE LOG, WHICH THE *
001570* ONLINE TRANSACTIONS WRITE, SO IT CAN RUN ANY TIME.            *
001580******************************************************************
001590 77  WS-RC-JOBNAME           PIC X(08) VALUE 'CASH36  '.
001600 77  WS-RC-REGION            PIC X(08) VALUE 'CASHRGN '.
001610 77  WS-RC-BUSDT             PIC X(08) VALUE SPACES.
001620 77  WS-RC-TIME              PIC X(06) VALUE SPACES.
001630 77  WS-RC-REFUSED-SW        PIC X(01) VALUE 'N'.
001640     88 WS-RC-REFUSED                  VALUE 'Y'.
001650 PROCEDURE DIVISION.
001660*
001670 0000-MAINLINE.
001680     PERFORM 1000-INITIALIZE
001690         THRU 1000-INITIALIZE-EXIT
001700     PERFORM 2000-PROCESS-CHANGES
001710         THRU 2000-PROCESS-CHANGES-EXIT
001720         UNTIL WS-EOF-YES
001730     PERFORM 8000-TERMINATE
001740         THRU 8000-TERMINATE-EXIT
001750     GOBACK.
001760******************************************************************
001770* 0800-RUN-CONTROL - REGISTER THIS RUN ON RUNCTL                *
001780******************************************************************
001790 0800-RUN-CONTROL.
001800     MOVE 'N' TO WS-RC-REFUSED-SW
001810     ACCEPT WS-RC-TIME FROM TIME
001820
001830     ACCEPT WS-RC-BUSDT FROM DATE YYYYMMDD
001840     EXEC SQL
001850         SELECT REGIONID, BUSDT, WSTATUS
001860         INTO :DCLBUSDATE
001870         FROM STOCKTRD.BUSDATE
001880         WHERE REGIONID = :WS-RC-REGION
001890     END-EXEC
001900     IF SQLCODE = 0
001910         MOVE BD-BUSDT TO WS-RC-BUSDT
001920     END-IF
001930
001940     EXEC SQL
001950         UPDATE STOCKTRD.RUNCTL
001960         SET RSTATUS = 'S',
001970             STARTTM = :WS-RC-TIME,
001980             ENDTM   = ' '
001990         WHERE JOBNAME = :WS-RC-JOBNAME
002000           AND BUSDT = :WS-RC-BUSDT
002010     END-EXEC
002020     IF SQLCODE NOT = 0 OR SQLERRD(3) = 0
002030         EXEC SQL
002040             INSERT INTO STOCKTRD.RUNCTL(
002050                 JOBNAME, BUSDT, RSTATUS, STARTTM,
002060                 ENDTM, OVERRIDE)
002070             VALUES (:WS-RC-JOBNAME, :WS-RC-BUSDT, 'S',
002080                 :WS-RC-TIME, ' ', ' ')
002090         END-EXEC
002100     END-IF
002110     IF SQLCODE NOT = 0
002120         DISPLAY 'CASH36 - RUNCTL REGISTRATION FAILED,'
002130             ' SQLCODE=' SQLCODE
002140     END-IF
002150     .
002160 0800-RUN-CONTROL-EXIT.
002170     EXIT.
002180*
002190******************************************************************
002200* 0900-RUN-COMPLETE - MARK THE RUN COMPLETE (OR FAILED) ON      *
002210*   RUNCTL, WITH ITS OWN COMMIT                                 *
002220******************************************************************
002230 0900-RUN-COMPLETE.
002240     ACCEPT WS-RC-TIME FROM TIME
002250     IF WS-RUN-ERROR
002260         MOVE 'F' TO RC-RSTATUS
002270     ELSE
002280         MOVE 'C' TO RC-RSTATUS
002290     END-IF
002300
002310     EXEC SQL
002320         UPDATE STOCKTRD.RUNCTL
002330         SET RSTATUS = :RC-RSTATUS,
002340             ENDTM   = :WS-RC-TIME
002350         WHERE JOBNAME = :WS-RC-JOBNAME
002360           AND BUSDT = :WS-RC-BUSDT
002370     END-EXEC
002380
002390     EXEC SQL
002400         COMMIT
002410     END-EXEC
002420     .
002430 0900-RUN-COMPLETE-EXIT.
002440     EXIT.
002450*
002460******************************************************************
002470* 1000-INITIALIZE - READ THE RUN-DATE CARD AND OPEN THE CHANGE- *
002480*   LOG CURSOR FOR THAT BUSINESS DATE                           *
002490******************************************************************
002500 1000-INITIALIZE.
002510     PERFORM 0800-RUN-CONTROL
002520         THRU 0800-RUN-CONTROL-EXIT
002530
002540     DISPLAY 'CASH36 - REFERENCE-DATA CHANGE REPORT - STARTING'
002550
002560     ACCEPT WS-PARM-DATE FROM SYSIN
002570     IF WS-PARM-DATE = SPACES
002580         MOVE WS-RC-BUSDT TO WS-PARM-DATE
002590     END-IF
002600     DISPLAY 'CASH36 - BUSINESS DATE = ' WS-PARM-DATE
002610
002620     IF WS-PARM-DATE NOT NUMERIC
002630         DISPLAY 'CASH36 - RUN DATE CARD NOT NUMERIC - RUN ENDED'
002640         MOVE 'Y' TO WS-EOF-SW
002650         MOVE 'Y' TO WS-RUN-ERROR-SW
002660         GO TO 1000-INITIALIZE-EXIT
002670     END-IF
002680
002690     EXEC SQL
002700         DECLARE CASH36CSR CURSOR FOR
002710         SELECT TABNAME, TABKEY, ACTION, USERID, PGMNAME,
002720                CHGDT, CHGTM, BUSDT, BEFOREIMG, AFTERIMG
002730         FROM STOCKTRD.CHGLOG
002740         WHERE BUSDT = :WS-PARM-DATE
002750         ORDER BY TABNAME, USERID, CHGDT, CHGTM
002760     END-EXEC
002770
002780     EXEC SQL
002790         OPEN CASH36CSR
002800     END-EXEC
002810
002820     IF SQLCODE NOT = 0
002830         DISPLAY 'CASH36 - OPEN CURSOR FAILED, SQLCODE=' SQLCODE
002840         MOVE 'Y' TO WS-EOF-SW
002850         MOVE 'Y' TO WS-RUN-ERROR-SW
002860     END-IF
002870     .
002880 1000-INITIALIZE-EXIT.
002890     EXIT.
002900*
002910******************************************************************
002920* 2000-PROCESS-CHANGES - ONE CHGLOG ROW: BREAK ON TABLE AND     *
002930*   USER, THEN LIST THE CHANGE WITH ITS BEFORE AND AFTER        *
002940******************************************************************
002950 2000-PROCESS-CHANGES.
002960     EXEC SQL
002970         FETCH CASH36CSR
002980         INTO :DCLCHGLOG
002990     END-EXEC
003000
003010     IF SQLCODE = 100
003020         MOVE 'Y' TO WS-EOF-SW
003030         GO TO 2000-PROCESS-CHANGES-EXIT
003040     END-IF
003050
003060     IF SQLCODE NOT = 0
003070         DISPLAY 'CASH36 - FETCH FAILED, SQLCODE=' SQLCODE
003080         MOVE 'Y' TO WS-EOF-SW
003090         MOVE 'Y' TO WS-RUN-ERROR-SW
003100         GO TO 2000-PROCESS-CHANGES-EXIT
003110     END-IF
003120
003130     ADD 1 TO WS-ROWS-READ
003140
003150     IF CL-TABNAME NOT = WS-PREV-TABNAME
003160         IF WS-ROWS-READ > 1
003170             PERFORM 2800-USER-TOTAL
003180                 THRU 2800-USER-TOTAL-EXIT
003190             PERFORM 2900-TABLE-TOTAL
003200                 THRU 2900-TABLE-TOTAL-EXIT
003210         END-IF
003220         ADD 1 TO WS-TABLES-SEEN
003230         MOVE CL-TABNAME TO WS-PREV-TABNAME
003240         DISPLAY ' '
003250         DISPLAY WS-RULE-LINE
003260         DISPLAY 'TABLE ' CL-TABNAME
003270         DISPLAY WS-RULE-LINE
003280         MOVE SPACES TO WS-PREV-USERID
003290     END-IF
003300
003310     IF CL-USERID NOT = WS-PREV-USERID
003320         IF WS-USER-CNT > ZERO
003330             PERFORM 2800-USER-TOTAL
003340                 THRU 2800-USER-TOTAL-EXIT
003350         END-IF
003360         MOVE CL-USERID TO WS-PREV-USERID
003370         DISPLAY ' '
003380         DISPLAY '  USER ' CL-USERID
003390     END-IF
003400
003410     ADD 1 TO WS-TABLE-CNT
003420     ADD 1 TO WS-USER-CNT
003430
003440     EVALUATE CL-ACTION
003450         WHEN 'A'
003460             MOVE 'ADD'    TO WS-ACTION-TEXT
003470         WHEN 'U'
003480             MOVE 'UPDATE' TO WS-ACTION-TEXT
003490         WHEN 'E'
003500             MOVE 'EXPIRE' TO WS-ACTION-TEXT
003510         WHEN OTHER
003520             MOVE CL-ACTION TO WS-ACTION-TEXT
003530     END-EVALUATE
003540     MOVE CL-CHGTM(1:2) TO WS-CHG-HH
003550     MOVE CL-CHGTM(3:2) TO WS-CHG-MM
003560     MOVE CL-CHGTM(5:2) TO WS-CHG-SS
003570
003580     DISPLAY '    ' CL-CHGDT ' ' WS-CHG-TIME ' ' WS-ACTION-TEXT
003590         ' ' CL-PGMNAME ' KEY ' CL-TABKEY
003600
003610     IF CL-TABNAME = 'USERENT'
003620         AND CL-TABKEY(1:8) = CL-USERID
003630         PERFORM 2500-SELF-GRANT
003640             THRU 2500-SELF-GRANT-EXIT
003650     END-IF
003660
003670     MOVE 'BEFORE: ' TO WS-IMG-LABEL
003680     MOVE CL-BEFOREIMG TO WS-IMAGE
003690     PERFORM 3000-FORMAT-IMAGE
003700         THRU 3000-FORMAT-IMAGE-EXIT
003710     MOVE 'AFTER : ' TO WS-IMG-LABEL
003720     MOVE CL-AFTERIMG TO WS-IMAGE
003730     PERFORM 3000-FORMAT-IMAGE
003740         THRU 3000-FORMAT-IMAGE-EXIT
003750     .
003760 2000-PROCESS-CHANGES-EXIT.
003770     EXIT.
003780*
003790******************************************************************
003800* 2500-SELF-GRANT - THE CALLER CHANGED THEIR OWN USERENT ROW:   *
003810*   FLAG IT HERE AND KEEP IT FOR THE CLOSING LIST               *
003820******************************************************************
003830 2500-SELF-GRANT.
003840     ADD 1 TO WS-SELF-CNT
003850     DISPLAY '    *** SELF-GRANTED *** ' CL-USERID
003860         ' CHANGED THEIR OWN ENTITLEMENT ROW'
003870
003880     IF WS-SG-CNT < WS-SG-MAX
003890         ADD 1 TO WS-SG-CNT
003900         MOVE CL-USERID  TO WS-SG-USERID(WS-SG-CNT)
003910         MOVE CL-ACTION  TO WS-SG-ACTION(WS-SG-CNT)
003920         MOVE CL-PGMNAME TO WS-SG-PGMNAME(WS-SG-CNT)
003930         MOVE CL-CHGDT   TO WS-SG-CHGDT(WS-SG-CNT)
003940         MOVE CL-CHGTM   TO WS-SG-CHGTM(WS-SG-CNT)
003950     END-IF
003960     .
003970 2500-SELF-GRANT-EXIT.
003980     EXIT.
003990*
004000******************************************************************
004010* 2800-USER-TOTAL / 2900-TABLE-TOTAL - CONTROL-BREAK COUNTS     *
004020******************************************************************
004030 2800-USER-TOTAL.
004040     DISPLAY '  USER ' WS-PREV-USERID ' CHANGES: ' WS-USER-CNT
004050     MOVE ZERO TO WS-USER-CNT
004060     .
004070 2800-USER-TOTAL-EXIT.
004080     EXIT.
004090*
004100 2900-TABLE-TOTAL.
004110     DISPLAY 'TABLE ' WS-PREV-TABNAME ' CHANGES: ' WS-TABLE-CNT
004120     MOVE ZERO TO WS-TABLE-CNT
004130     .
004140 2900-TABLE-TOTAL-EXIT.
004150     EXIT.
004160*
004170******************************************************************
004180* 3000-FORMAT-IMAGE - MAP WS-IMAGE BACK THROUGH THE DCLGEN OF   *
004190*   THE ROW'S TABLE AND PRINT IT FIELD BY FIELD. A BLANK IMAGE  *
004200*   IS THE BEFORE OF AN ADD OR THE AFTER OF A DELETE.           *
004210******************************************************************
004220 3000-FORMAT-IMAGE.
004230     MOVE SPACES TO WS-FMT-LINE1
004240     MOVE SPACES TO WS-FMT-LINE2
004250
004260     IF WS-IMAGE = SPACES
004270         DISPLAY '      ' WS-IMG-LABEL '(NO ROW)'
004280         GO TO 3000-FORMAT-IMAGE-EXIT
004290     END-IF
004300
004310     EVALUATE CL-TABNAME
004320         WHEN 'FRANKFURT1'
004330             MOVE WS-IMAGE TO DCLFRANKFURT1
004340             MOVE AMOUNT TO WS-ED-AMT
004350             MOVE RATES  TO WS-ED-RATE2
004360             STRING 'CURRNKEY=' CURRNKEY
004370                 ' BASE=' CURRNBASE
004380                 ' AMOUNT=' WS-ED-AMT
004390                 ' RATES=' WS-ED-RATE2
004400                 ' LOADDT=' LOADDT
004410                 DELIMITED BY SIZE INTO WS-FMT-LINE1
004420             END-STRING
004430         WHEN 'INTRATE'
004440             MOVE WS-IMAGE TO DCLINTRATE
004450             MOVE INTRATE TO WS-ED-RATE6
004460             STRING 'CURRENCYC=' CURRENCYC OF DCLINTRATE
004470                 ' INTRATE=' WS-ED-RATE6
004480                 ' EFFDT=' EFFDT
004490                 DELIMITED BY SIZE INTO WS-FMT-LINE1
004500             END-STRING
004510         WHEN 'STANDORD'
004520             MOVE WS-IMAGE TO DCLSTANDORD
004530             MOVE SO-AMOUNT TO WS-ED-AMT
004540             STRING 'ORDERID=' SO-ORDERID
004550                 ' OWNER=' SO-OWNER
004560                 ' REQ=' SO-REQ
004570                 ' AMOUNT=' WS-ED-AMT
004580                 ' ' SO-CURRENCYC
004590                 DELIMITED BY SIZE INTO WS-FMT-LINE1
004600             END-STRING
004610             STRING 'FREQ=' SO-FREQ
004620                 ' NEXTRUN=' SO-NEXTRUN
004630                 ' SCHEDRUN=' SO-SCHEDRUN
004640                 ' ENDDT=' SO-ENDDT
004650                 ' OSTATUS=' SO-OSTATUS
004660                 ' BDCONV=' SO-BDCONV
004670                 DELIMITED BY SIZE INTO WS-FMT-LINE2
004680             END-STRING
004690         WHEN 'OWNERTAX'
004700             MOVE WS-IMAGE TO DCLOWNERTAX
004710             MOVE OT-TAXRATE TO WS-ED-RATE6
004720             STRING 'OWNER=' OT-OWNER
004730                 ' TAXSTAT=' OT-TAXSTAT
004740                 ' TAXRATE=' WS-ED-RATE6
004750                 ' TAXAUTH=' OT-TAXAUTH
004760                 DELIMITED BY SIZE INTO WS-FMT-LINE1
004770             END-STRING
004780         WHEN 'USERENT'
004790             MOVE WS-IMAGE TO DCLUSERENT
004800             MOVE UE-AMTLIMIT TO WS-ED-AMT
004810             STRING 'USERID=' UE-USERID
004820                 ' FUNCS=' UE-FUNCS
004830                 ' AMTLIMIT=' WS-ED-AMT
004840                 DELIMITED BY SIZE INTO WS-FMT-LINE1
004850             END-STRING
004860         WHEN 'CURRMAST'
004870             MOVE WS-IMAGE TO DCLCURRMAST
004880             MOVE CM-MINORUNIT TO WS-ED-MINOR
004890             MOVE CM-PRECRATE  TO WS-ED-PREC
004900             STRING 'CURRENCYC=' CM-CURRENCYC
004910                 ' MINORUNIT=' WS-ED-MINOR
004920                 ' PRECRATE=' WS-ED-PREC
004930                 ' ROUNDRULE=' CM-ROUNDRULE
004940                 DELIMITED BY SIZE INTO WS-FMT-LINE1
004950             END-STRING
004960         WHEN 'ADVPREF'
004970             MOVE WS-IMAGE TO DCLADVPREF
004980             STRING 'OWNER=' AP-OWNER
004990                 ' SUPPRESS=' AP-SUPPRESS
005000                 DELIMITED BY SIZE INTO WS-FMT-LINE1
005010             END-STRING
005020         WHEN 'VELLIMIT'
005030             MOVE WS-IMAGE TO DCLVELLIMIT
005040             MOVE VL-AMTLIMIT TO WS-ED-AMT
005050             MOVE VL-CNTLIMIT TO WS-ED-CNT
005060             STRING 'OWNER=' VL-OWNER
005070                 ' AMTLIMIT=' WS-ED-AMT
005080                 ' CNTLIMIT=' WS-ED-CNT
005090                 DELIMITED BY SIZE INTO WS-FMT-LINE1
005100             END-STRING
005110         WHEN 'CUSTMAST'
005120             MOVE WS-IMAGE TO DCLCUSTMAST
005130             STRING 'CUSTID=' CU-CUSTID
005140                 ' LEGALNAME=' CU-LEGALNAME
005150                 ' COUNTRY=' CU-COUNTRY
005160                 ' CSTATUS=' CU-CSTATUS
005170                 ' FXTIER=' CU-FXTIER
005180                 DELIMITED BY SIZE INTO WS-FMT-LINE1
005190             END-STRING
005200             STRING 'ADDRESS=' CU-ADDRLINE1
005210                 ' / ' CU-ADDRLINE2
005220                 DELIMITED BY SIZE INTO WS-FMT-LINE2
005230             END-STRING
005240         WHEN 'HOLCAL'
005250             MOVE WS-IMAGE TO DCLHOLCAL
005260             STRING 'CALCODE=' HC-CALCODE
005270                 ' HOLDT=' HC-HOLDT
005280                 ' DESCR=' HC-DESCR
005290                 DELIMITED BY SIZE INTO WS-FMT-LINE1
005300             END-STRING
005310         WHEN 'FXSPREAD'
005320             MOVE WS-IMAGE TO DCLFXSPREAD
005330             MOVE FS-SPREADBP TO WS-ED-BP
005340             STRING 'FROMCCY=' FS-FROMCCY
005350                 ' TOCCY=' FS-TOCCY
005360                 ' TIER=' FS-TIER
005370                 ' SPREADBP=' WS-ED-BP
005380                 DELIMITED BY SIZE INTO WS-FMT-LINE1
005390             END-STRING
005400         WHEN 'CASHACCT'
005410             MOVE WS-IMAGE TO DCLCASHACCOUNTY
005420             MOVE BALANCE TO WS-ED-AMT
005430             STRING 'OWNER=' OWNER
005440                 ' CURRENCYC=' CURRENCYC OF DCLCASHACCOUNTY
005450                 ' BALANCE=' WS-ED-AMT
005460                 DELIMITED BY SIZE INTO WS-FMT-LINE1
005470             END-STRING
005480             STRING 'ACCTSTAT=' ACCTSTAT
005490                 ' STATRSN=' STATRSN
005500                 DELIMITED BY SIZE INTO WS-FMT-LINE2
005510             END-STRING
005520         WHEN OTHER
005530             MOVE 'NO FORMAT FOR THIS TABLE - SEE DCLCLOG'
005540                 TO WS-FMT-LINE1
005550     END-EVALUATE
005560
005570     DISPLAY '      ' WS-IMG-LABEL WS-FMT-LINE1
005580     IF WS-FMT-LINE2 NOT = SPACES
005590         DISPLAY '              ' WS-FMT-LINE2
005600     END-IF
005610     .
005620 3000-FORMAT-IMAGE-EXIT.
005630     EXIT.
005640*
005650******************************************************************
005660* 8000-TERMINATE - CLOSE THE LAST GROUPS, LIST THE SELF-GRANTED *
005670*   CHANGES AND REPORT RUN TOTALS                               *
005680******************************************************************
005690 8000-TERMINATE.
005700     EXEC SQL
005710         CLOSE CASH36CSR
005720     END-EXEC
005730
005740     IF WS-ROWS-READ > ZERO
005750         PERFORM 2800-USER-TOTAL
005760             THRU 2800-USER-TOTAL-EXIT
005770         PERFORM 2900-TABLE-TOTAL
005780             THRU 2900-TABLE-TOTAL-EXIT
005790     END-IF
005800
005810     DISPLAY ' '
005820     DISPLAY 'SELF-GRANTED ENTITLEMENT CHANGES'
005830     DISPLAY 'USERID   ACTION PROGRAM  DATE     TIME'
005840     DISPLAY '-------- ------ -------- -------- ------'
005850     IF WS-SELF-CNT = ZERO
005860         DISPLAY '(NONE)'
005870     ELSE
005880         PERFORM 8100-LIST-SELF-GRANT
005890             THRU 8100-LIST-SELF-GRANT-EXIT
005900             VARYING WS-SG-SUB FROM 1 BY 1
005910             UNTIL WS-SG-SUB > WS-SG-CNT
005920         IF WS-SELF-CNT > WS-SG-CNT
005930             DISPLAY '... AND MORE - SEE *** SELF-GRANTED *** '
005940                 'LINES ABOVE'
005950         END-IF
005960     END-IF
005970
005980     DISPLAY ' '
005990     DISPLAY 'CASH36 - CHANGES LISTED    : ' WS-ROWS-READ
006000     DISPLAY 'CASH36 - TABLES CHANGED    : ' WS-TABLES-SEEN
006010     DISPLAY 'CASH36 - SELF-GRANTED      : ' WS-SELF-CNT
006020
006030     IF WS-RUN-ERROR
006040         DISPLAY 'CASH36 - RUN ENDED WITH ERRORS - SEE MESSAGES'
006050             ' ABOVE'
006060     END-IF
006070
006080     DISPLAY 'CASH36 - REFERENCE-DATA CHANGE REPORT - COMPLETE'
006090
006100     PERFORM 0900-RUN-COMPLETE
006110         THRU 0900-RUN-COMPLETE-EXIT
006120     .
006130 8000-TERMINATE-EXIT.
006140     EXIT.
006150*
006160 8100-LIST-SELF-GRANT.
006170     DISPLAY WS-SG-USERID(WS-SG-SUB) ' '
006180         WS-SG-ACTION(WS-SG-SUB) '      '
006190         WS-SG-PGMNAME(WS-SG-SUB) ' '
006200         WS-SG-CHGDT(WS-SG-SUB) ' '
006210         WS-SG-CHGTM(WS-SG-SUB)
006220     .
006230 8100-LIST-SELF-GRANT-EXIT.
006240     EXIT.
