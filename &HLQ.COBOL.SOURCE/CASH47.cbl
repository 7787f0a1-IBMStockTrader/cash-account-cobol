000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. CASH47.
000120 AUTHOR. D-L CASH MANAGEMENT SUPPORT.
000130 INSTALLATION. STOCKTRD - CASH ACCOUNT SERVICES.
000140 DATE-WRITTEN. 2026-10-15.
000150 DATE-COMPILED.
000160******************************************************************
000170* MODIFICATION HISTORY                                           *
000180*  DATE       BY    DESCRIPTION                                  *
000190*  2026-10-15 DLM   INITIAL VERSION - NIGHTLY OUTBOUND PAYMENT   *
000200*                    FILE FROM THE PAYOUT INSTRUCTIONS CASH00    *
000210*                    'O' WITHDRAWALS LEAVE, WITH CONTROL TOTALS  *
000220*                    AND A RUNCTL ENTRY.                         *
000230******************************************************************
000240*
000250******************************************************************
000260* AN 'O' WITHDRAWAL DEBITS THE POSITION AND LEAVES A PAYOUT ROW  *
000270* (SEE DCLPOUT) CARRYING THE BENEFICIARY'S BANK DETAILS. THIS    *
000280* JOB GATHERS EVERY NEW ('N') INSTRUCTION ENTERED ON OR BEFORE   *
000290* THE RUN DATE INTO ONE FIXED-FORMAT PAYMENT FILE (PAYFILE) FOR  *
000300* THE BANK: A HEADER NAMING THE FILE, ONE DETAIL PER PAYMENT     *
000310* CARRYING THE CASHREF REFERENCE AS ITS END-TO-END ID, AND A     *
000320* TRAILER WITH THE DETAIL COUNT AND THE HASH TOTAL OF THE        *
000330* AMOUNTS. EACH INSTRUCTION WRITTEN IS MARKED SENT ('S') WITH    *
000340* THE FILE ID AND THE RUN DATE, SO CASH48 CAN MATCH A RETURN     *
000350* BACK TO IT. THE WHOLE FILE IS ONE UNIT OF WORK: ANY SQL OR     *
000360* WRITE FAILURE ROLLS EVERY MARK BACK AND FAILS THE RUN, AND THE *
000370* FILE MUST NOT BE SENT - THE NEXT RUN PICKS THE SAME            *
000380* INSTRUCTIONS UP AGAIN. AN INSTRUCTION REVERSED ONLINE BETWEEN  *
000390* THE FETCH AND ITS MARK IS LEFT OUT. THE CONTROL REPORT TOTALS  *
000400* THE FILE BY CURRENCY.                                          *
000410*                                                                *
000420* SYSIN, ONE VALUE PER CARD (A BLANK CARD TAKES THE DEFAULT):    *
000430*   1  RUN DATE     YYYYMMDD - REQUESTED EXECUTION DATE AND THE  *
000440*                   ENTRY CUTOFF (BLANK = THE BUSINESS DATE)     *
000450******************************************************************
000460 ENVIRONMENT DIVISION.
000470 CONFIGURATION SECTION.
000480 SOURCE-COMPUTER. IBM-370.
000490 OBJECT-COMPUTER. IBM-370.
000500 INPUT-OUTPUT SECTION.
000510 FILE-CONTROL.
000520     SELECT PAY-FILE ASSIGN TO PAYFILE
000530         ORGANIZATION IS SEQUENTIAL
000540         FILE STATUS IS WS-PAY-FSTAT.
000550 DATA DIVISION.
000560 FILE SECTION.
000570 FD  PAY-FILE
000580     LABEL RECORDS ARE STANDARD.
000590******************************************************************
000600* OUTBOUND PAYMENT RECORD. 'H' OPENS THE FILE, 'D' IS ONE        *
000610* PAYMENT, 'T' CLOSES IT WITH THE DETAIL COUNT AND THE HASH      *
000620* TOTAL OF THE DETAIL AMOUNTS. AMOUNTS ARE UNSIGNED WITH TWO     *
000630* IMPLIED DECIMALS, IN THE DETAIL'S OWN CURRENCY.                *
000640******************************************************************
000650 01  PAY-RECORD.
000660     05 PR-REC-TYPE       PIC X(01).
000670     05 PR-REC-BODY       PIC X(199).
000680 01  PAY-HEADER REDEFINES PAY-RECORD.
000690     05 FILLER            PIC X(01).
000700     05 PH-FILEID         PIC X(16).
000710     05 PH-CREDT          PIC X(08).
000720     05 PH-CRETM          PIC X(06).
000730     05 PH-EXECDT         PIC X(08).
000740     05 PH-DEBTOR         PIC X(35).
000750     05 FILLER            PIC X(126).
000760 01  PAY-DETAIL REDEFINES PAY-RECORD.
000770     05 FILLER            PIC X(01).
000780     05 PD-ENDTOEND       PIC X(12).
000790     05 PD-CURRENCY       PIC X(08).
000800     05 PD-AMOUNT         PIC 9(9)V99.
000810     05 PD-BENENAME       PIC X(35).
000820     05 PD-BENEIBAN       PIC X(34).
000830     05 PD-BENEBIC        PIC X(11).
000840     05 PD-OWNER          PIC X(32).
000850     05 PD-EXECDT         PIC X(08).
000860     05 FILLER            PIC X(48).
000870 01  PAY-TRAILER REDEFINES PAY-RECORD.
000880     05 FILLER            PIC X(01).
000890     05 PT-FILEID         PIC X(16).
000900     05 PT-COUNT          PIC 9(07).
000910     05 PT-HASH           PIC 9(11)V99.
000920     05 FILLER            PIC X(163).
000930 WORKING-STORAGE SECTION.
000940     EXEC SQL
000950         INCLUDE SQLCA
000960     END-EXEC.
000970     EXEC SQL
000980         INCLUDE DCLPOUT
000990     END-EXEC.
001000     EXEC SQL
001010         INCLUDE DCLBDAT
001020     END-EXEC.
001030     EXEC SQL
001040         INCLUDE DCLRUNC
001050     END-EXEC.
001060*
001070******************************************************************
001080* WORKING STORAGE - PARAMETERS, COUNTERS AND SWITCHES            *
001090******************************************************************
001100 77  WS-PARM-RUNDT           PIC X(08) VALUE SPACES.
001110 77  WS-RUNDT                PIC X(08) VALUE SPACES.
001120 77  WS-PAY-FSTAT            PIC X(02) VALUE '00'.
001130 77  WS-TODAY-X              PIC X(08) VALUE SPACES.
001140 77  WS-NOW-TIME             PIC X(06) VALUE SPACES.
001150 77  WS-REGIONID             PIC X(08) VALUE 'CASHRGN '.
001160 77  WS-BUSDT                PIC X(08) VALUE SPACES.
001170 77  WS-DB2-EOF-SW           PIC X(01) VALUE 'N'.
001180     88 WS-DB2-EOF                     VALUE 'Y'.
001190 77  WS-CSR-OPEN-SW          PIC X(01) VALUE 'N'.
001200     88 WS-CSR-OPEN                    VALUE 'Y'.
001210 77  WS-FILE-OPEN-SW         PIC X(01) VALUE 'N'.
001220     88 WS-FILE-OPEN                   VALUE 'Y'.
001230 77  WS-RUN-ERROR-SW         PIC X(01) VALUE 'N'.
001240     88 WS-RUN-ERROR                   VALUE 'Y'.
001250 77  WS-ROWS-READ            PIC 9(7) COMP VALUE ZERO.
001260 77  WS-ROWS-SKIPPED         PIC 9(7) COMP VALUE ZERO.
001270 77  WS-DETAILS-WRITTEN      PIC 9(7) VALUE ZERO.
001280 77  WS-HASH-TOTAL           PIC 9(11)V99 COMP-3 VALUE ZERO.
001290******************************************************************
001300* THE FILE'S IDENTITY - 'PO' + CREATION DATE AND TIME. IT GOES   *
001310* ON THE HEADER, THE TRAILER AND EVERY INSTRUCTION IT CARRIES.   *
001320* THE DEBTOR IS THE CLIENT MONEY ACCOUNT THE BANK DEBITS.        *
001330******************************************************************
001340 01  WS-FILEID.
001350     05 FILLER               PIC X(02) VALUE 'PO'.
001360     05 WS-FID-DATE          PIC X(08) VALUE SPACES.
001370     05 WS-FID-TIME          PIC X(06) VALUE SPACES.
001380 77  WS-DEBTOR-NAME          PIC X(35)
001390                         VALUE 'STOCKTRADER CLIENT MONEY ACCOUNT'.
001400******************************************************************
001410* CURRENCY CONTROL BREAK - THE CURSOR COMES IN CURRENCY ORDER,   *
001420* SO EACH CURRENCY'S COUNT AND TOTAL PRINT AS IT CHANGES.        *
001430******************************************************************
001440 77  WS-BRK-CCY              PIC X(08) VALUE SPACES.
001450 77  WS-BRK-COUNT            PIC 9(7) COMP VALUE ZERO.
001460 77  WS-BRK-TOTAL            PIC S9(11)V99 COMP-3 VALUE ZERO.
001470******************************************************************
001480* REPORT EDIT FIELDS                                             *
001490******************************************************************
001500 77  WS-ED-AMOUNT            PIC -(7)9.99.
001510 77  WS-ED-TOTAL             PIC -(10)9.99.
001520 77  WS-ED-COUNT             PIC Z(8)9.
001530******************************************************************
001540* BATCH RUN-CONTROL (SEE DCLRUNC): THIS JOB REGISTERS ON         *
001550* RUNCTL AND MARKS ITSELF COMPLETE OR FAILED AT END OF RUN. IT   *
001560* HAS NO PREDECESSORS; CASH48 RUNS WHEN THE BANK'S RETURN FILE   *
001570* ARRIVES.                                                       *
001580******************************************************************
001590 77  WS-RC-JOBNAME           PIC X(08) VALUE 'CASH47  '.
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
001700     PERFORM 2000-PROCESS-PAYMENT
001710         THRU 2000-PROCESS-PAYMENT-EXIT
001720         UNTIL WS-DB2-EOF
001730     PERFORM 3000-FINISH-FILE
001740         THRU 3000-FINISH-FILE-EXIT
001750     PERFORM 8000-TERMINATE
001760         THRU 8000-TERMINATE-EXIT
001770     GOBACK.
001780******************************************************************
001790* 0800-RUN-CONTROL - REGISTER THIS RUN ON RUNCTL                 *
001800******************************************************************
001810 0800-RUN-CONTROL.
001820     MOVE 'N' TO WS-RC-REFUSED-SW
001830     ACCEPT WS-RC-TIME FROM TIME
001840
001850     ACCEPT WS-RC-BUSDT FROM DATE YYYYMMDD
001860     EXEC SQL
001870         SELECT REGIONID, BUSDT, WSTATUS
001880         INTO :DCLBUSDATE
001890         FROM STOCKTRD.BUSDATE
001900         WHERE REGIONID = :WS-RC-REGION
001910     END-EXEC
001920     IF SQLCODE = 0
001930         MOVE BD-BUSDT TO WS-RC-BUSDT
001940     END-IF
001950
001960     EXEC SQL
001970         UPDATE STOCKTRD.RUNCTL
001980         SET RSTATUS = 'S',
001990             STARTTM = :WS-RC-TIME,
002000             ENDTM   = ' '
002010         WHERE JOBNAME = :WS-RC-JOBNAME
002020           AND BUSDT = :WS-RC-BUSDT
002030     END-EXEC
002040     IF SQLCODE NOT = 0 OR SQLERRD(3) = 0
002050         EXEC SQL
002060             INSERT INTO STOCKTRD.RUNCTL(
002070                 JOBNAME, BUSDT, RSTATUS, STARTTM,
002080                 ENDTM, OVERRIDE)
002090             VALUES (:WS-RC-JOBNAME, :WS-RC-BUSDT, 'S',
002100                 :WS-RC-TIME, ' ', ' ')
002110         END-EXEC
002120     END-IF
002130     IF SQLCODE NOT = 0
002140         DISPLAY 'CASH47 - RUNCTL REGISTRATION FAILED,'
002150             ' SQLCODE=' SQLCODE
002160     END-IF
002170
002180*    COMMITTED NOW SO A FAILED FILE'S ROLLBACK CANNOT TAKE
002190*    THE REGISTRATION WITH IT.
002200     EXEC SQL
002210         COMMIT
002220     END-EXEC
002230     .
002240 0800-RUN-CONTROL-EXIT.
002250     EXIT.
002260*
002270******************************************************************
002280* 0900-RUN-COMPLETE - MARK THE RUN COMPLETE (OR FAILED) ON       *
002290*   RUNCTL, WITH ITS OWN COMMIT                                  *
002300******************************************************************
002310 0900-RUN-COMPLETE.
002320     ACCEPT WS-RC-TIME FROM TIME
002330     IF WS-RUN-ERROR
002340         MOVE 'F' TO RC-RSTATUS
002350     ELSE
002360         MOVE 'C' TO RC-RSTATUS
002370     END-IF
002380
002390     EXEC SQL
002400         UPDATE STOCKTRD.RUNCTL
002410         SET RSTATUS = :RC-RSTATUS,
002420             ENDTM   = :WS-RC-TIME
002430         WHERE JOBNAME = :WS-RC-JOBNAME
002440           AND BUSDT = :WS-RC-BUSDT
002450     END-EXEC
002460
002470     EXEC SQL
002480         COMMIT
002490     END-EXEC
002500     .
002510 0900-RUN-COMPLETE-EXIT.
002520     EXIT.
002530*
002540******************************************************************
002550* 1000-INITIALIZE - READ THE CARD, REGISTER, ESTABLISH THE       *
002560*   BUSINESS AND RUN DATES, OPEN THE FILE, WRITE ITS HEADER AND  *
002570*   OPEN THE CURSOR. ANY FAILURE HERE ENDS THE RUN BEFORE A      *
002580*   SINGLE INSTRUCTION IS MARKED.                                *
002590******************************************************************
002600 1000-INITIALIZE.
002610     MOVE 'Y' TO WS-DB2-EOF-SW
002620
002630     PERFORM 0800-RUN-CONTROL
002640         THRU 0800-RUN-CONTROL-EXIT
002650
002660     DISPLAY 'CASH47 - OUTBOUND PAYMENT FILE - STARTING'
002670
002680     ACCEPT WS-TODAY-X FROM DATE YYYYMMDD
002690     ACCEPT WS-NOW-TIME FROM TIME
002700
002710     PERFORM 1100-READ-PARMS
002720         THRU 1100-READ-PARMS-EXIT
002730     IF WS-RUN-ERROR
002740         GO TO 1000-INITIALIZE-EXIT
002750     END-IF
002760
002770     PERFORM 1200-READ-BUSDATE
002780         THRU 1200-READ-BUSDATE-EXIT
002790
002800     IF WS-PARM-RUNDT = SPACES
002810         MOVE WS-BUSDT TO WS-RUNDT
002820     ELSE
002830         MOVE WS-PARM-RUNDT TO WS-RUNDT
002840     END-IF
002850     DISPLAY 'CASH47 - RUN DATE = ' WS-RUNDT
002860
002870     MOVE WS-TODAY-X  TO WS-FID-DATE
002880     MOVE WS-NOW-TIME TO WS-FID-TIME
002890
002900     OPEN OUTPUT PAY-FILE
002910     IF WS-PAY-FSTAT NOT = '00'
002920         DISPLAY 'CASH47 - OPEN OF PAYMENT FILE FAILED, STATUS='
002930             WS-PAY-FSTAT
002940         MOVE 'Y' TO WS-RUN-ERROR-SW
002950         GO TO 1000-INITIALIZE-EXIT
002960     END-IF
002970     MOVE 'Y' TO WS-FILE-OPEN-SW
002980
002990     MOVE SPACES         TO PAY-RECORD
003000     MOVE 'H'            TO PR-REC-TYPE
003010     MOVE WS-FILEID      TO PH-FILEID
003020     MOVE WS-TODAY-X     TO PH-CREDT
003030     MOVE WS-NOW-TIME    TO PH-CRETM
003040     MOVE WS-RUNDT       TO PH-EXECDT
003050     MOVE WS-DEBTOR-NAME TO PH-DEBTOR
003060     WRITE PAY-RECORD
003070     PERFORM 6800-CHECK-PAY-WRITE
003080         THRU 6800-CHECK-PAY-WRITE-EXIT
003090     IF WS-RUN-ERROR
003100         GO TO 1000-INITIALIZE-EXIT
003110     END-IF
003120
003130     EXEC SQL
003140         DECLARE CASH47CSR CURSOR FOR
003150         SELECT REFID, OWNER, CURRENCYC, AMOUNT, BENENAME,
003160                BENEIBAN, BENEBIC, ENTRYDT, ENTRYTM, USERID,
003170                PSTATUS, FILEID, SENTDT, RETDT, RETRSN
003180         FROM STOCKTRD.PAYOUT
003190         WHERE PSTATUS = 'N'
003200           AND ENTRYDT <= :WS-RUNDT
003210         ORDER BY CURRENCYC, REFID
003220     END-EXEC
003230
003240     EXEC SQL
003250         OPEN CASH47CSR
003260     END-EXEC
003270
003280     IF SQLCODE NOT = 0
003290         DISPLAY 'CASH47 - OPEN CURSOR FAILED, SQLCODE=' SQLCODE
003300         MOVE 'Y' TO WS-RUN-ERROR-SW
003310         GO TO 1000-INITIALIZE-EXIT
003320     END-IF
003330
003340     MOVE 'Y' TO WS-CSR-OPEN-SW
003350     MOVE 'N' TO WS-DB2-EOF-SW
003360     PERFORM 2100-FETCH-PAYMENT
003370         THRU 2100-FETCH-PAYMENT-EXIT
003380
003390     DISPLAY ' '
003400     DISPLAY 'CASH47 - PAYMENT FILE ' WS-FILEID
003410     DISPLAY 'REFERENCE    CURRENCY       AMOUNT  BENEFICIARY'
003420         ' IBAN                         OWNER'
003430     .
003440 1000-INITIALIZE-EXIT.
003450     EXIT.
003460*
003470******************************************************************
003480* 1100-READ-PARMS - THE RUN DATE CARD                            *
003490******************************************************************
003500 1100-READ-PARMS.
003510     ACCEPT WS-PARM-RUNDT FROM SYSIN
003520
003530     IF WS-PARM-RUNDT NOT = SPACES
003540         AND WS-PARM-RUNDT NOT NUMERIC
003550         DISPLAY 'CASH47 - RUN DATE MUST BE YYYYMMDD, GOT '
003560             WS-PARM-RUNDT
003570         MOVE 'Y' TO WS-RUN-ERROR-SW
003580     END-IF
003590     .
003600 1100-READ-PARMS-EXIT.
003610     EXIT.
003620*
003630******************************************************************
003640* 1200-READ-BUSDATE - THE LEDGER BUSINESS DATE, THE DEFAULT RUN  *
003650*   DATE. NO ROW = CALENDAR DATE, AS EVERYWHERE ELSE.            *
003660******************************************************************
003670 1200-READ-BUSDATE.
003680     MOVE WS-TODAY-X TO WS-BUSDT
003690
003700     EXEC SQL
003710         SELECT REGIONID, BUSDT, WSTATUS
003720         INTO :DCLBUSDATE
003730         FROM STOCKTRD.BUSDATE
003740         WHERE REGIONID = :WS-REGIONID
003750     END-EXEC
003760
003770     IF SQLCODE = 0
003780         MOVE BD-BUSDT TO WS-BUSDT
003790     ELSE
003800         DISPLAY 'CASH47 - NO BUSDATE ROW, USING CALENDAR DATE '
003810             WS-BUSDT
003820     END-IF
003830
003840     DISPLAY 'CASH47 - BUSINESS DATE = ' WS-BUSDT
003850     .
003860 1200-READ-BUSDATE-EXIT.
003870     EXIT.
003880*
003890******************************************************************
003900* 2000-PROCESS-PAYMENT - MARK THE INSTRUCTION SENT, THEN WRITE   *
003910*   ITS DETAIL. THE MARK CARRIES THE 'N' CONDITION, SO AN        *
003920*   INSTRUCTION AN ONLINE 'V' CANCELLED SINCE THE FETCH UPDATES  *
003930*   NOTHING AND IS LEFT OUT OF THE FILE. A ZERO AMOUNT IS NEVER  *
003940*   SENT - IT STAYS NEW FOR OPERATIONS TO LOOK AT.               *
003950******************************************************************
003960 2000-PROCESS-PAYMENT.
003970     ADD 1 TO WS-ROWS-READ
003980
003990     IF PO-CURRENCYC NOT = WS-BRK-CCY
004000         IF WS-BRK-COUNT > ZERO
004010             PERFORM 2300-PRINT-CURRENCY
004020                 THRU 2300-PRINT-CURRENCY-EXIT
004030         END-IF
004040         MOVE PO-CURRENCYC TO WS-BRK-CCY
004050         MOVE ZERO         TO WS-BRK-COUNT
004060         MOVE ZERO         TO WS-BRK-TOTAL
004070     END-IF
004080
004090     IF PO-AMOUNT NOT > ZERO
004100         DISPLAY PO-REFID ' SKIPPED - NO AMOUNT ON THE'
004110             ' INSTRUCTION'
004120         ADD 1 TO WS-ROWS-SKIPPED
004130         GO TO 2000-PROCESS-PAYMENT-NEXT
004140     END-IF
004150
004160     EXEC SQL
004170         UPDATE STOCKTRD.PAYOUT
004180         SET PSTATUS = 'S',
004190             FILEID  = :WS-FILEID,
004200             SENTDT  = :WS-RUNDT
004210         WHERE REFID = :PO-REFID
004220           AND PSTATUS = 'N'
004230     END-EXEC
004240
004250     IF SQLCODE NOT = 0
004260         DISPLAY 'CASH47 - MARK OF ' PO-REFID
004270             ' FAILED, SQLCODE=' SQLCODE
004280         MOVE 'Y' TO WS-RUN-ERROR-SW
004290         MOVE 'Y' TO WS-DB2-EOF-SW
004300         GO TO 2000-PROCESS-PAYMENT-EXIT
004310     END-IF
004320
004330     IF SQLERRD(3) = 0
004340         DISPLAY PO-REFID ' SKIPPED - CANCELLED SINCE IT WAS'
004350             ' READ'
004360         ADD 1 TO WS-ROWS-SKIPPED
004370         GO TO 2000-PROCESS-PAYMENT-NEXT
004380     END-IF
004390
004400     PERFORM 2200-WRITE-DETAIL
004410         THRU 2200-WRITE-DETAIL-EXIT
004420     IF WS-RUN-ERROR
004430         MOVE 'Y' TO WS-DB2-EOF-SW
004440         GO TO 2000-PROCESS-PAYMENT-EXIT
004450     END-IF
004460     .
004470 2000-PROCESS-PAYMENT-NEXT.
004480     PERFORM 2100-FETCH-PAYMENT
004490         THRU 2100-FETCH-PAYMENT-EXIT
004500     .
004510 2000-PROCESS-PAYMENT-EXIT.
004520     EXIT.
004530*
004540 2100-FETCH-PAYMENT.
004550     EXEC SQL
004560         FETCH CASH47CSR
004570         INTO :DCLPAYOUT
004580     END-EXEC
004590
004600     EVALUATE SQLCODE
004610         WHEN 0
004620             CONTINUE
004630         WHEN 100
004640             MOVE 'Y' TO WS-DB2-EOF-SW
004650         WHEN OTHER
004660             DISPLAY 'CASH47 - FETCH FAILED, SQLCODE=' SQLCODE
004670             MOVE 'Y' TO WS-RUN-ERROR-SW
004680             MOVE 'Y' TO WS-DB2-EOF-SW
004690     END-EVALUATE
004700     .
004710 2100-FETCH-PAYMENT-EXIT.
004720     EXIT.
004730*
004740******************************************************************
004750* 2200-WRITE-DETAIL - ONE PAYMENT: THE REFERENCE AS END-TO-END   *
004760*   ID, THE AMOUNT IN THE POSITION CURRENCY IT LEFT, THE         *
004770*   BENEFICIARY AND THE REQUESTED EXECUTION DATE                 *
004780******************************************************************
004790 2200-WRITE-DETAIL.
004800     MOVE SPACES       TO PAY-RECORD
004810     MOVE 'D'          TO PR-REC-TYPE
004820     MOVE PO-REFID     TO PD-ENDTOEND
004830     MOVE PO-CURRENCYC TO PD-CURRENCY
004840     MOVE PO-AMOUNT    TO PD-AMOUNT
004850     MOVE PO-BENENAME  TO PD-BENENAME
004860     MOVE PO-BENEIBAN  TO PD-BENEIBAN
004870     MOVE PO-BENEBIC   TO PD-BENEBIC
004880     MOVE PO-OWNER     TO PD-OWNER
004890     MOVE WS-RUNDT     TO PD-EXECDT
004900     WRITE PAY-RECORD
004910     PERFORM 6800-CHECK-PAY-WRITE
004920         THRU 6800-CHECK-PAY-WRITE-EXIT
004930     IF WS-RUN-ERROR
004940         GO TO 2200-WRITE-DETAIL-EXIT
004950     END-IF
004960
004970     ADD 1         TO WS-DETAILS-WRITTEN
004980     ADD PO-AMOUNT TO WS-HASH-TOTAL
004990     ADD 1         TO WS-BRK-COUNT
005000     ADD PO-AMOUNT TO WS-BRK-TOTAL
005010
005020     MOVE PO-AMOUNT TO WS-ED-AMOUNT
005030     DISPLAY PO-REFID ' ' PO-CURRENCYC ' ' WS-ED-AMOUNT '  '
005040         PO-BENENAME(1:11) ' ' PO-BENEIBAN(1:28) ' ' PO-OWNER
005050     .
005060 2200-WRITE-DETAIL-EXIT.
005070     EXIT.
005080*
005090 2300-PRINT-CURRENCY.
005100     MOVE WS-BRK-COUNT TO WS-ED-COUNT
005110     MOVE WS-BRK-TOTAL TO WS-ED-TOTAL
005120     DISPLAY '    CURRENCY ' WS-BRK-CCY ' PAYMENTS ' WS-ED-COUNT
005130         ' TOTAL ' WS-ED-TOTAL
005140     .
005150 2300-PRINT-CURRENCY-EXIT.
005160     EXIT.
005170*
005180******************************************************************
005190* 3000-FINISH-FILE - CLOSE THE CURSOR, THEN EITHER WRITE THE     *
005200*   TRAILER AND COMMIT EVERY MARK, OR ROLL THEM ALL BACK. A      *
005210*   FILE WITH NO TRAILER IS INCOMPLETE; THE BANK REJECTS IT AND  *
005220*   OPERATIONS MUST NOT SEND IT IN ANY CASE.                     *
005230******************************************************************
005240 3000-FINISH-FILE.
005250     IF WS-CSR-OPEN
005260         EXEC SQL
005270             CLOSE CASH47CSR
005280         END-EXEC
005290         MOVE 'N' TO WS-CSR-OPEN-SW
005300     END-IF
005310
005320     IF WS-BRK-COUNT > ZERO
005330         PERFORM 2300-PRINT-CURRENCY
005340             THRU 2300-PRINT-CURRENCY-EXIT
005350     END-IF
005360
005370     IF WS-FILE-OPEN AND NOT WS-RUN-ERROR
005380         MOVE SPACES             TO PAY-RECORD
005390         MOVE 'T'                TO PR-REC-TYPE
005400         MOVE WS-FILEID          TO PT-FILEID
005410         MOVE WS-DETAILS-WRITTEN TO PT-COUNT
005420         MOVE WS-HASH-TOTAL      TO PT-HASH
005430         WRITE PAY-RECORD
005440         PERFORM 6800-CHECK-PAY-WRITE
005450             THRU 6800-CHECK-PAY-WRITE-EXIT
005460     END-IF
005470
005480     IF NOT WS-RUN-ERROR
005490         EXEC SQL
005500             COMMIT
005510         END-EXEC
005520         IF SQLCODE = 0
005530             GO TO 3000-FINISH-FILE-EXIT
005540         END-IF
005550         DISPLAY 'CASH47 - COMMIT FAILED, SQLCODE=' SQLCODE
005560         MOVE 'Y' TO WS-RUN-ERROR-SW
005570     END-IF
005580
005590     EXEC SQL
005600         ROLLBACK
005610     END-EXEC
005620     DISPLAY 'CASH47 - PAYMENT FILE ' WS-FILEID ' IS NOT VALID -'
005630         ' DO NOT SEND IT. NO INSTRUCTION WAS MARKED SENT;'
005640         ' RERUN WHEN THE ERROR IS CLEARED'
005650     .
005660 3000-FINISH-FILE-EXIT.
005670     EXIT.
005680*
005690******************************************************************
005700* 6800-CHECK-PAY-WRITE - ANY WRITE FAILURE FAILS THE FILE        *
005710******************************************************************
005720 6800-CHECK-PAY-WRITE.
005730     IF WS-PAY-FSTAT NOT = '00'
005740         DISPLAY 'CASH47 - WRITE TO PAYMENT FILE FAILED, STATUS='
005750             WS-PAY-FSTAT
005760         MOVE 'Y' TO WS-RUN-ERROR-SW
005770     END-IF
005780     .
005790 6800-CHECK-PAY-WRITE-EXIT.
005800     EXIT.
005810*
005820******************************************************************
005830* 8000-TERMINATE - CLOSE THE FILE AND REPORT THE CONTROL TOTALS  *
005840******************************************************************
005850 8000-TERMINATE.
005860     IF WS-FILE-OPEN
005870         CLOSE PAY-FILE
005880     END-IF
005890
005900     MOVE WS-HASH-TOTAL TO WS-ED-TOTAL
005910     DISPLAY ' '
005920     DISPLAY 'CASH47 - INSTRUCTIONS READ       : ' WS-ROWS-READ
005930     DISPLAY 'CASH47 - INSTRUCTIONS SKIPPED    : '
005940         WS-ROWS-SKIPPED
005950     DISPLAY 'CASH47 - PAYMENTS WRITTEN        : '
005960         WS-DETAILS-WRITTEN
005970     DISPLAY 'CASH47 - HASH TOTAL OF AMOUNTS   : ' WS-ED-TOTAL
005980
005990     IF WS-RUN-ERROR
006000         DISPLAY 'CASH47 - RUN ENDED WITH ERRORS - SEE MESSAGES'
006010             ' ABOVE'
006020     END-IF
006030
006040     DISPLAY 'CASH47 - OUTBOUND PAYMENT FILE - COMPLETE'
006050
006060     PERFORM 0900-RUN-COMPLETE
006070         THRU 0900-RUN-COMPLETE-EXIT
006080     .
006090 8000-TERMINATE-EXIT.
006100     EXIT.
