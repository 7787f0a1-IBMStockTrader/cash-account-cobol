000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. CASH51.
000120 AUTHOR. D-L CASH MANAGEMENT SUPPORT.
000130 INSTALLATION. STOCKTRD - CASH ACCOUNT SERVICES.
000140 DATE-WRITTEN. 2026-10-15.
000150 DATE-COMPILED.
000160******************************************************************
000170* MODIFICATION HISTORY                                           *
000180*  DATE       BY    DESCRIPTION                                  *
000190*  2026-10-15 DLM   INITIAL VERSION - NIGHTLY DISPUTE CASE       *
000200*                    AGEING REPORT, FLAGGING OPEN CASES NEAR OR  *
000210*                    PAST THEIR RESOLUTION DEADLINE, WITH A      *
000220*                    RUNCTL ENTRY.                               *
000230******************************************************************
000240*
000250******************************************************************
000260* EVERY OPEN DISPUTE CASE (SEE DCLDISP/CASH50) MUST BE RESOLVED  *
000270* BY ITS DEADLINE, DUEDT. THIS JOB LISTS THE OPEN CASES IN       *
000280* DEADLINE ORDER AS OF THE RUN DATE, EACH WITH THE DAYS IT HAS   *
000290* BEEN OPEN, THE DAYS LEFT, ITS PROVISIONAL CREDIT STATUS AND A  *
000300* FLAG:                                                          *
000310*   OVERDUE      THE DEADLINE HAS PASSED                         *
000320*   APPROACHING  THE DEADLINE IS WITHIN THE WARNING DAYS         *
000330* THE CLOSING TOTALS COUNT THE OPEN, APPROACHING AND OVERDUE     *
000340* CASES AND THOSE STILL CARRYING A PROVISIONAL CREDIT. A CASE    *
000350* WHOSE DEADLINE IS NOT A DATE IS LISTED AS 'BAD DUEDT' AND      *
000360* COUNTED AS OVERDUE, SO IT CANNOT DROP OFF THE REPORT. THE JOB  *
000370* READS ONLY - IT CHANGES NO CASE.                               *
000380*                                                                *
000390* SYSIN, ONE VALUE PER CARD (A BLANK CARD TAKES THE DEFAULT):    *
000400*   1  RUN DATE     YYYYMMDD (BLANK = THE BUSINESS DATE)         *
000410*   2  WARN DAYS    NNN - DAYS BEFORE THE DEADLINE A CASE IS     *
000420*                   FLAGGED APPROACHING (BLANK = 10)             *
000430******************************************************************
000440 ENVIRONMENT DIVISION.
000450 CONFIGURATION SECTION.
000460 SOURCE-COMPUTER. IBM-370.
000470 OBJECT-COMPUTER. IBM-370.
000480 DATA DIVISION.
000490 WORKING-STORAGE SECTION.
000500     EXEC SQL
000510         INCLUDE SQLCA
000520     END-EXEC.
000530     EXEC SQL
000540         INCLUDE DCLDISP
000550     END-EXEC.
000560     EXEC SQL
000570         INCLUDE DCLBDAT
000580     END-EXEC.
000590     EXEC SQL
000600         INCLUDE DCLRUNC
000610     END-EXEC.
000620*
000630******************************************************************
000640* WORKING STORAGE - PARAMETERS, COUNTERS AND SWITCHES            *
000650******************************************************************
000660 77  WS-PARM-RUNDT           PIC X(08) VALUE SPACES.
000670 77  WS-PARM-WARN            PIC X(03) VALUE SPACES.
000680 77  WS-RUNDT                PIC X(08) VALUE SPACES.
000690 77  WS-WARN-DAYS            PIC 9(03) VALUE 10.
000700 77  WS-TODAY-X              PIC X(08) VALUE SPACES.
000710 77  WS-REGIONID             PIC X(08) VALUE 'CASHRGN '.
000720 77  WS-BUSDT                PIC X(08) VALUE SPACES.
000730 77  WS-DB2-EOF-SW           PIC X(01) VALUE 'N'.
000740     88 WS-DB2-EOF                     VALUE 'Y'.
000750 77  WS-CSR-OPEN-SW          PIC X(01) VALUE 'N'.
000760     88 WS-CSR-OPEN                    VALUE 'Y'.
000770 77  WS-RUN-ERROR-SW         PIC X(01) VALUE 'N'.
000780     88 WS-RUN-ERROR                   VALUE 'Y'.
000790 77  WS-CASES-OPEN           PIC 9(7) COMP VALUE ZERO.
000800 77  WS-CASES-APPROACHING    PIC 9(7) COMP VALUE ZERO.
000810 77  WS-CASES-OVERDUE        PIC 9(7) COMP VALUE ZERO.
000820 77  WS-CASES-PROVISIONAL    PIC 9(7) COMP VALUE ZERO.
000830******************************************************************
000840* AGEING ARITHMETIC - DAYS OPEN AND DAYS LEFT, THROUGH           *
000850* INTEGER-OF-DATE AS THE OTHER DATE-AGEING JOBS DO               *
000860******************************************************************
000870 77  WS-RUN-N                PIC 9(08) VALUE ZERO.
000880 77  WS-OPEN-N               PIC 9(08) VALUE ZERO.
000890 77  WS-DUE-N                PIC 9(08) VALUE ZERO.
000900 77  WS-DAYS-OPEN            PIC S9(5) COMP VALUE ZERO.
000910 77  WS-DAYS-LEFT            PIC S9(5) COMP VALUE ZERO.
000920 77  WS-FLAG                 PIC X(11) VALUE SPACES.
000930******************************************************************
000940* REPORT EDIT FIELDS                                             *
000950******************************************************************
000960 77  WS-ED-AMOUNT            PIC -(7)9.99.
000970 77  WS-ED-DAYS              PIC -(4)9.
000980 77  WS-ED-LEFT              PIC -(4)9.
000990 77  WS-ED-COUNT             PIC Z(8)9.
001000******************************************************************
001010* BATCH RUN-CONTROL (SEE DCLRUNC): THIS JOB REGISTERS ON         *
001020* RUNCTL AND MARKS ITSELF COMPLETE OR FAILED AT END OF RUN. IT   *
001030* HAS NO PREDECESSORS - IT ONLY READS THE CASE FILE.             *
001040******************************************************************
001050 77  WS-RC-JOBNAME           PIC X(08) VALUE 'CASH51  '.
001060 77  WS-RC-REGION            PIC X(08) VALUE 'CASHRGN '.
001070 77  WS-RC-BUSDT             PIC X(08) VALUE SPACES.
001080 77  WS-RC-TIME              PIC X(06) VALUE SPACES.
001090 PROCEDURE DIVISION.
001100*
001110 0000-MAINLINE.
001120     PERFORM 1000-INITIALIZE
001130         THRU 1000-INITIALIZE-EXIT
001140     PERFORM 2000-PROCESS-CASE
001150         THRU 2000-PROCESS-CASE-EXIT
001160         UNTIL WS-DB2-EOF
001170     PERFORM 8000-TERMINATE
001180         THRU 8000-TERMINATE-EXIT
001190     GOBACK.
001200*
001210******************************************************************
001220* 0800-RUN-CONTROL - REGISTER THIS RUN ON RUNCTL                 *
001230******************************************************************
001240 0800-RUN-CONTROL.
001250     ACCEPT WS-RC-TIME FROM TIME
001260
001270     ACCEPT WS-RC-BUSDT FROM DATE YYYYMMDD
001280     EXEC SQL
001290         SELECT REGIONID, BUSDT, WSTATUS
001300         INTO :DCLBUSDATE
001310         FROM STOCKTRD.BUSDATE
001320         WHERE REGIONID = :WS-RC-REGION
001330     END-EXEC
001340     IF SQLCODE = 0
001350         MOVE BD-BUSDT TO WS-RC-BUSDT
001360     END-IF
001370
001380     EXEC SQL
001390         UPDATE STOCKTRD.RUNCTL
001400         SET RSTATUS = 'S',
001410             STARTTM = :WS-RC-TIME,
001420             ENDTM   = ' '
001430         WHERE JOBNAME = :WS-RC-JOBNAME
001440           AND BUSDT = :WS-RC-BUSDT
001450     END-EXEC
001460     IF SQLCODE NOT = 0 OR SQLERRD(3) = 0
001470         EXEC SQL
001480             INSERT INTO STOCKTRD.RUNCTL(
001490                 JOBNAME, BUSDT, RSTATUS, STARTTM,
001500                 ENDTM, OVERRIDE)
001510             VALUES (:WS-RC-JOBNAME, :WS-RC-BUSDT, 'S',
001520                 :WS-RC-TIME, ' ', ' ')
001530         END-EXEC
001540     END-IF
001550     IF SQLCODE NOT = 0
001560         DISPLAY 'CASH51 - RUNCTL REGISTRATION FAILED,'
001570             ' SQLCODE=' SQLCODE
001580     END-IF
001590
001600     EXEC SQL
001610         COMMIT
001620     END-EXEC
001630     .
001640 0800-RUN-CONTROL-EXIT.
001650     EXIT.
001660*
001670******************************************************************
001680* 0900-RUN-COMPLETE - MARK THE RUN COMPLETE (OR FAILED) ON       *
001690*   RUNCTL, WITH ITS OWN COMMIT                                  *
001700******************************************************************
001710 0900-RUN-COMPLETE.
001720     ACCEPT WS-RC-TIME FROM TIME
001730     IF WS-RUN-ERROR
001740         MOVE 'F' TO RC-RSTATUS
001750     ELSE
001760         MOVE 'C' TO RC-RSTATUS
001770     END-IF
001780
001790     EXEC SQL
001800         UPDATE STOCKTRD.RUNCTL
001810         SET RSTATUS = :RC-RSTATUS,
001820             ENDTM   = :WS-RC-TIME
001830         WHERE JOBNAME = :WS-RC-JOBNAME
001840           AND BUSDT = :WS-RC-BUSDT
001850     END-EXEC
001860
001870     EXEC SQL
001880         COMMIT
001890     END-EXEC
001900     .
001910 0900-RUN-COMPLETE-EXIT.
001920     EXIT.
001930*
001940******************************************************************
001950* 1000-INITIALIZE - READ THE CARDS, REGISTER, ESTABLISH THE      *
001960*   BUSINESS AND RUN DATES AND OPEN THE CURSOR                   *
001970******************************************************************
001980 1000-INITIALIZE.
001990     MOVE 'Y' TO WS-DB2-EOF-SW
002000
002010     PERFORM 0800-RUN-CONTROL
002020         THRU 0800-RUN-CONTROL-EXIT
002030
002040     DISPLAY 'CASH51 - DISPUTE CASE AGEING - STARTING'
002050
002060     ACCEPT WS-TODAY-X FROM DATE YYYYMMDD
002070
002080     PERFORM 1100-READ-PARMS
002090         THRU 1100-READ-PARMS-EXIT
002100     IF WS-RUN-ERROR
002110         GO TO 1000-INITIALIZE-EXIT
002120     END-IF
002130
002140     PERFORM 1200-READ-BUSDATE
002150         THRU 1200-READ-BUSDATE-EXIT
002160
002170     IF WS-PARM-RUNDT = SPACES
002180         MOVE WS-BUSDT TO WS-RUNDT
002190     ELSE
002200         MOVE WS-PARM-RUNDT TO WS-RUNDT
002210     END-IF
002220     MOVE WS-RUNDT TO WS-RUN-N
002230     DISPLAY 'CASH51 - RUN DATE = ' WS-RUNDT
002240         ' WARN DAYS = ' WS-WARN-DAYS
002250
002260     EXEC SQL
002270         DECLARE CASH51CSR CURSOR FOR
002280         SELECT CASEID, REFID, OWNER, CURRENCYC, ORIGREQ,
002290                ORIGAMT, RATEAPPL, DISPAMT, REASON, CSTATUS,
002300                PROVSTAT, PROVAMT, PROVDT, OPENDT, OPENTM,
002310                OPENID, DUEDT, FINDINGS, CLOSEID, CLOSEDT
002320         FROM STOCKTRD.DISPCASE
002330         WHERE CSTATUS = 'O'
002340         ORDER BY DUEDT, CASEID
002350     END-EXEC
002360
002370     EXEC SQL
002380         OPEN CASH51CSR
002390     END-EXEC
002400
002410     IF SQLCODE NOT = 0
002420         DISPLAY 'CASH51 - OPEN CURSOR FAILED, SQLCODE=' SQLCODE
002430         MOVE 'Y' TO WS-RUN-ERROR-SW
002440         GO TO 1000-INITIALIZE-EXIT
002450     END-IF
002460
002470     MOVE 'Y' TO WS-CSR-OPEN-SW
002480     MOVE 'N' TO WS-DB2-EOF-SW
002490     PERFORM 2100-FETCH-CASE
002500         THRU 2100-FETCH-CASE-EXIT
002510
002520     DISPLAY ' '
002530     DISPLAY 'CASE ID      REFERENCE    CURRENCY     DISPUTED'
002540         ' P OPENED   DUE      OPEN  LEFT FLAG        OWNER'
002550     .
002560 1000-INITIALIZE-EXIT.
002570     EXIT.
002580*
002590******************************************************************
002600* 1100-READ-PARMS - THE RUN DATE AND WARNING DAYS CARDS          *
002610******************************************************************
002620 1100-READ-PARMS.
002630     ACCEPT WS-PARM-RUNDT FROM SYSIN
002640     ACCEPT WS-PARM-WARN FROM SYSIN
002650
002660     IF WS-PARM-RUNDT NOT = SPACES
002670         AND WS-PARM-RUNDT NOT NUMERIC
002680         DISPLAY 'CASH51 - RUN DATE MUST BE YYYYMMDD, GOT '
002690             WS-PARM-RUNDT
002700         MOVE 'Y' TO WS-RUN-ERROR-SW
002710     END-IF
002720
002730     IF WS-PARM-WARN NOT = SPACES
002740         IF WS-PARM-WARN NUMERIC
002750             MOVE WS-PARM-WARN TO WS-WARN-DAYS
002760         ELSE
002770             DISPLAY 'CASH51 - WARN DAYS MUST BE NNN, GOT '
002780                 WS-PARM-WARN
002790             MOVE 'Y' TO WS-RUN-ERROR-SW
002800         END-IF
002810     END-IF
002820     .
002830 1100-READ-PARMS-EXIT.
002840     EXIT.
002850*
002860******************************************************************
002870* 1200-READ-BUSDATE - THE LEDGER BUSINESS DATE; NO ROW =         *
002880*   CALENDAR DATE, AS ELSEWHERE                                  *
002890******************************************************************
002900 1200-READ-BUSDATE.
002910     MOVE WS-TODAY-X TO WS-BUSDT
002920
002930     EXEC SQL
002940         SELECT REGIONID, BUSDT, WSTATUS
002950         INTO :DCLBUSDATE
002960         FROM STOCKTRD.BUSDATE
002970         WHERE REGIONID = :WS-REGIONID
002980     END-EXEC
002990
003000     IF SQLCODE = 0
003010         MOVE BD-BUSDT TO WS-BUSDT
003020     ELSE
003030         DISPLAY 'CASH51 - NO BUSDATE ROW, USING CALENDAR DATE '
003040             WS-BUSDT
003050     END-IF
003060
003070     DISPLAY 'CASH51 - BUSINESS DATE = ' WS-BUSDT
003080     .
003090 1200-READ-BUSDATE-EXIT.
003100     EXIT.
003110*
003120******************************************************************
003130* 2000-PROCESS-CASE - AGE ONE OPEN CASE AGAINST THE RUN DATE AND *
003140*   LIST IT WITH ITS FLAG                                        *
003150******************************************************************
003160 2000-PROCESS-CASE.
003170     ADD 1 TO WS-CASES-OPEN
003180     IF DC-PROVSTAT = 'P'
003190         ADD 1 TO WS-CASES-PROVISIONAL
003200     END-IF
003210
003220     MOVE SPACES TO WS-FLAG
003230     MOVE ZERO   TO WS-DAYS-OPEN
003240     MOVE ZERO   TO WS-DAYS-LEFT
003250
003260     IF DC-DUEDT NOT NUMERIC OR DC-OPENDT NOT NUMERIC
003270         MOVE 'BAD DUEDT' TO WS-FLAG
003280         ADD 1 TO WS-CASES-OVERDUE
003290         GO TO 2000-PROCESS-CASE-PRINT
003300     END-IF
003310
003320     MOVE DC-OPENDT TO WS-OPEN-N
003330     MOVE DC-DUEDT  TO WS-DUE-N
003340     COMPUTE WS-DAYS-OPEN =
003350         FUNCTION INTEGER-OF-DATE(WS-RUN-N) -
003360         FUNCTION INTEGER-OF-DATE(WS-OPEN-N)
003370     END-COMPUTE
003380     COMPUTE WS-DAYS-LEFT =
003390         FUNCTION INTEGER-OF-DATE(WS-DUE-N) -
003400         FUNCTION INTEGER-OF-DATE(WS-RUN-N)
003410     END-COMPUTE
003420
003430     IF WS-DAYS-LEFT < ZERO
003440         MOVE 'OVERDUE' TO WS-FLAG
003450         ADD 1 TO WS-CASES-OVERDUE
003460     ELSE
003470         IF WS-DAYS-LEFT NOT > WS-WARN-DAYS
003480             MOVE 'APPROACHING' TO WS-FLAG
003490             ADD 1 TO WS-CASES-APPROACHING
003500         END-IF
003510     END-IF
003520     .
003530 2000-PROCESS-CASE-PRINT.
003540     MOVE DC-DISPAMT   TO WS-ED-AMOUNT
003550     MOVE WS-DAYS-OPEN TO WS-ED-DAYS
003560     MOVE WS-DAYS-LEFT TO WS-ED-LEFT
003570     DISPLAY DC-CASEID ' ' DC-REFID ' ' DC-CURRENCYC ' '
003580         WS-ED-AMOUNT ' ' DC-PROVSTAT ' ' DC-OPENDT ' ' DC-DUEDT
003590         ' ' WS-ED-DAYS ' ' WS-ED-LEFT ' ' WS-FLAG ' ' DC-OWNER
003600
003610     PERFORM 2100-FETCH-CASE
003620         THRU 2100-FETCH-CASE-EXIT
003630     .
003640 2000-PROCESS-CASE-EXIT.
003650     EXIT.
003660*
003670 2100-FETCH-CASE.
003680     EXEC SQL
003690         FETCH CASH51CSR
003700         INTO :DCLDISPCASE
003710     END-EXEC
003720
003730     EVALUATE SQLCODE
003740         WHEN 0
003750             CONTINUE
003760         WHEN 100
003770             MOVE 'Y' TO WS-DB2-EOF-SW
003780         WHEN OTHER
003790             DISPLAY 'CASH51 - FETCH FAILED, SQLCODE=' SQLCODE
003800             MOVE 'Y' TO WS-RUN-ERROR-SW
003810             MOVE 'Y' TO WS-DB2-EOF-SW
003820     END-EVALUATE
003830     .
003840 2100-FETCH-CASE-EXIT.
003850     EXIT.
003860*
003870******************************************************************
003880* 8000-TERMINATE - CLOSE THE CURSOR AND REPORT THE TOTALS        *
003890******************************************************************
003900 8000-TERMINATE.
003910     IF WS-CSR-OPEN
003920         EXEC SQL
003930             CLOSE CASH51CSR
003940         END-EXEC
003950         MOVE 'N' TO WS-CSR-OPEN-SW
003960     END-IF
003970
003980     DISPLAY ' '
003990     MOVE WS-CASES-OPEN TO WS-ED-COUNT
004000     DISPLAY 'CASH51 - OPEN CASES              : ' WS-ED-COUNT
004010     MOVE WS-CASES-APPROACHING TO WS-ED-COUNT
004020     DISPLAY 'CASH51 - APPROACHING DEADLINE    : ' WS-ED-COUNT
004030     MOVE WS-CASES-OVERDUE TO WS-ED-COUNT
004040     DISPLAY 'CASH51 - PAST DEADLINE           : ' WS-ED-COUNT
004050     MOVE WS-CASES-PROVISIONAL TO WS-ED-COUNT
004060     DISPLAY 'CASH51 - WITH PROVISIONAL CREDIT : ' WS-ED-COUNT
004070
004080     IF WS-CASES-OVERDUE > ZERO
004090         DISPLAY 'CASH51 - CASES PAST THEIR RESOLUTION DEADLINE -'
004100             ' REFER TO THE DISPUTES MANAGER'
004110     END-IF
004120
004130     IF WS-RUN-ERROR
004140         DISPLAY 'CASH51 - RUN ENDED WITH ERRORS - SEE MESSAGES'
004150             ' ABOVE'
004160     END-IF
004170
004180     DISPLAY 'CASH51 - DISPUTE CASE AGEING - COMPLETE'
004190
004200     PERFORM 0900-RUN-COMPLETE
004210         THRU 0900-RUN-COMPLETE-EXIT
004220     .
004230 8000-TERMINATE-EXIT.
004240     EXIT.
