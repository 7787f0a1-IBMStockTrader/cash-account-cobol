000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. CASH48.
000120 AUTHOR. D-L CASH MANAGEMENT SUPPORT.
000130 INSTALLATION. STOCKTRD - CASH ACCOUNT SERVICES.
000140 DATE-WRITTEN. 2026-10-15.
000150 DATE-COMPILED.
000160******************************************************************
000170* MODIFICATION HISTORY                                           *
000180*  DATE       BY    DESCRIPTION                                  *
000190*  2026-10-15 DLM   INITIAL VERSION - BANK RETURN/REJECT FILE    *
000200*                    PROCESSING: MATCH EACH RETURNED PAYMENT TO  *
000210*                    ITS PAYOUT INSTRUCTION AND RE-CREDIT THE    *
000220*                    OWNER WITH A CHAINED 'O' HISTORY RECORD.    *
000230*  2026-10-15 DLM   A RETURN OF A PAYMENT UNDER AN OPEN OR       *
000240*                    UPHELD DISPUTE CASE IS LISTED 'IN DISPUTE'  *
000250*                    INSTEAD OF CREDITED A SECOND TIME.          *
000260******************************************************************
000270*
000280******************************************************************
000290* A PAYMENT CASH47 SENT CAN COME BACK - A CLOSED ACCOUNT, A BAD  *
000300* IBAN, A BENEFICIARY BANK'S REJECT. THE BANK REPORTS THEM IN A  *
000310* FIXED-FORMAT RETURN FILE (RETFILE): A HEADER, ONE DETAIL PER   *
000320* RETURNED PAYMENT CARRYING THE END-TO-END ID WE SENT (THE       *
000330* CASHREF REFERENCE), THE AMOUNT, CURRENCY, ISO REASON CODE AND  *
000340* RETURN DATE, AND A TRAILER WITH THE DETAIL COUNT AND HASH      *
000350* TOTAL. THE WHOLE FILE IS READ AND PROVED AGAINST ITS TRAILER   *
000360* FIRST - A FILE THAT FAILS IS REFUSED BEFORE ANYTHING POSTS.    *
000370* EACH DETAIL IS THEN MATCHED TO ITS SENT PAYOUT ROW AND, IN ITS *
000380* OWN UNIT OF WORK, THE AMOUNT IS CREDITED BACK TO THE POSITION  *
000390* IT LEFT, THE INSTRUCTION IS MARKED RETURNED ('R'), THE CASHREF *
000400* ROW IS MARKED 'T' SO THE REFERENCE CANNOT BE REVERSED OR       *
000410* REUSED, AND AN 'O' HISTORY RECORD ('PMT RETRND') CARRYING THE  *
000420* ORIGINAL REFERENCE IS CHAINED AND WRITTEN. THE RE-CREDIT IS    *
000430* THE AMOUNT THAT LEFT THE POSITION, AT RATE 1 - ANY FX MARGIN   *
000440* ON THE ORIGINAL STAYS EARNED. A DETAIL THAT CANNOT BE MATCHED  *
000450* CLEANLY MOVES NO MONEY AND IS LISTED FOR OPERATIONS. A RERUN   *
000460* OF THE SAME FILE LISTS EVERY ITEM AS ALREADY RETURNED.         *
000470******************************************************************
000480 ENVIRONMENT DIVISION.
000490 CONFIGURATION SECTION.
000500 SOURCE-COMPUTER. IBM-370.
000510 OBJECT-COMPUTER. IBM-370.
000520 INPUT-OUTPUT SECTION.
000530 FILE-CONTROL.
000540     SELECT RET-FILE ASSIGN TO RETFILE
000550         ORGANIZATION IS SEQUENTIAL
000560         FILE STATUS IS WS-RET-FSTAT.
000570     SELECT HISTORY-FILE ASSIGN TO HISTFILE
000580         ORGANIZATION IS INDEXED
000590         ACCESS MODE IS DYNAMIC
000600         RECORD KEY IS WS-VR-KEY
000610         FILE STATUS IS WS-HIST-FSTAT.
000620 DATA DIVISION.
000630 FILE SECTION.
000640 FD  RET-FILE
000650     LABEL RECORDS ARE STANDARD.
000660******************************************************************
000670* BANK RETURN RECORD. 'H' OPENS THE FILE, 'D' IS ONE RETURNED OR *
000680* REJECTED PAYMENT, 'T' CLOSES IT WITH THE DETAIL COUNT AND THE  *
000690* HASH TOTAL OF THE DETAIL AMOUNTS. AMOUNTS ARE UNSIGNED WITH    *
000700* TWO IMPLIED DECIMALS. RD-ORGREF IS THE END-TO-END ID CASH47    *
000710* SENT; RD-REASON THE ISO 20022 RETURN REASON (AC01, AC04, ...). *
000720******************************************************************
000730 01  RET-RECORD.
000740     05 RR-REC-TYPE       PIC X(01).
000750     05 RR-REC-BODY       PIC X(199).
000760 01  RET-HEADER REDEFINES RET-RECORD.
000770     05 FILLER            PIC X(01).
000780     05 RH-FILEID         PIC X(16).
000790     05 RH-CREDT          PIC X(08).
000800     05 FILLER            PIC X(175).
000810 01  RET-DETAIL REDEFINES RET-RECORD.
000820     05 FILLER            PIC X(01).
000830     05 RD-ORGREF         PIC X(12).
000840     05 RD-CURRENCY       PIC X(08).
000850     05 RD-AMOUNT         PIC 9(9)V99.
000860     05 RD-REASON         PIC X(04).
000870     05 RD-RETDT          PIC X(08).
000880     05 RD-BANKREF        PIC X(16).
000890     05 FILLER            PIC X(140).
000900 01  RET-TRAILER REDEFINES RET-RECORD.
000910     05 FILLER            PIC X(01).
000920     05 RT-COUNT          PIC 9(07).
000930     05 RT-HASH           PIC 9(11)V99.
000940     05 FILLER            PIC X(179).
000950 FD  HISTORY-FILE
000960     LABEL RECORDS ARE STANDARD.
000970     COPY DCLHIST.
000980 WORKING-STORAGE SECTION.
000990     EXEC SQL
001000         INCLUDE SQLCA
001010     END-EXEC.
001020     EXEC SQL
001030         INCLUDE DCLCASH
001040     END-EXEC.
001050     EXEC SQL
001060         INCLUDE DCLPOUT
001070     END-EXEC.
001080     EXEC SQL
001090         INCLUDE DCLBDAT
001100     END-EXEC.
001110     EXEC SQL
001120         INCLUDE DCLRUNC
001130     END-EXEC.
001140     EXEC SQL
001150         INCLUDE DCLHCHN
001160     END-EXEC.
001170     EXEC SQL
001180         INCLUDE DCLDISP
001190     END-EXEC.
001200*
001210******************************************************************
001220* WORKING STORAGE - COUNTERS AND SWITCHES                        *
001230******************************************************************
001240 77  WS-RET-FSTAT            PIC X(02) VALUE '00'.
001250 77  WS-HIST-FSTAT           PIC X(02) VALUE '00'.
001260 77  WS-TODAY-X              PIC X(08) VALUE SPACES.
001270 77  WS-REGIONID             PIC X(08) VALUE 'CASHRGN '.
001280 77  WS-BUSDT                PIC X(08) VALUE SPACES.
001290 77  WS-EOF-SW               PIC X(01) VALUE 'N'.
001300     88 WS-EOF-YES                     VALUE 'Y'.
001310 77  WS-RET-OPEN-SW          PIC X(01) VALUE 'N'.
001320     88 WS-RET-OPEN                    VALUE 'Y'.
001330 77  WS-HIST-OPEN-SW         PIC X(01) VALUE 'N'.
001340     88 WS-HIST-OPEN                   VALUE 'Y'.
001350 77  WS-RUN-ERROR-SW         PIC X(01) VALUE 'N'.
001360     88 WS-RUN-ERROR                   VALUE 'Y'.
001370 77  WS-FILE-BAD-SW          PIC X(01) VALUE 'N'.
001380     88 WS-FILE-BAD                    VALUE 'Y'.
001390 77  WS-HDR-SEEN-SW          PIC X(01) VALUE 'N'.
001400     88 WS-HDR-SEEN                    VALUE 'Y'.
001410 77  WS-TRL-SEEN-SW          PIC X(01) VALUE 'N'.
001420     88 WS-TRL-SEEN                    VALUE 'Y'.
001430 77  WS-RECS-READ            PIC 9(7) COMP VALUE ZERO.
001440 77  WS-ITEMS-CREDITED       PIC 9(7) COMP VALUE ZERO.
001450 77  WS-ITEMS-UNMATCHED      PIC 9(7) COMP VALUE ZERO.
001460 77  WS-HASH-TOTAL           PIC 9(11)V99 COMP-3 VALUE ZERO.
001470 77  WS-CREDITED-TOTAL       PIC S9(11)V99 COMP-3 VALUE ZERO.
001480 77  WS-UNMATCHED-TOTAL      PIC S9(11)V99 COMP-3 VALUE ZERO.
001490 77  WS-FILE-REASON          PIC X(20) VALUE SPACES.
001500 77  WS-RETFILE-ID           PIC X(16) VALUE SPACES.
001510******************************************************************
001520* THE RETURNED ITEMS, LOADED WHOLE BEFORE ANY OF THEM POSTS. A   *
001530* FILE WITH MORE ITEMS THAN THE TABLE HOLDS IS REFUSED.          *
001540******************************************************************
001550 77  WS-ITM-MAX              PIC 9(4) COMP VALUE 2000.
001560 77  WS-ITM-CNT              PIC 9(4) COMP VALUE ZERO.
001570 77  WS-ITM-IDX              PIC 9(4) COMP VALUE ZERO.
001580 01  WS-ITM-TABLE.
001590     05 WS-ITM-ENTRY OCCURS 2000 TIMES.
001600        10 WS-ITM-REFID      PIC X(12).
001610        10 WS-ITM-CCY        PIC X(08).
001620        10 WS-ITM-AMOUNT     PIC S9(9)V99 COMP-3.
001630        10 WS-ITM-REASON     PIC X(04).
001640        10 WS-ITM-RETDT      PIC X(08).
001650        10 WS-ITM-BANKREF    PIC X(16).
001660******************************************************************
001670* THE ITEM IN HAND. WS-UNM-REASON IS SPACES WHILE IT STILL       *
001680* MATCHES; ANYTHING ELSE LISTS IT FOR OPERATIONS.                *
001690******************************************************************
001700 77  WS-UNM-REASON           PIC X(12) VALUE SPACES.
001710 77  WS-DISP-CNT             PIC S9(9) COMP VALUE ZERO.
001720 77  WS-PRIOR-BAL            PIC S9(7)V99 COMP-3 VALUE ZERO.
001730 77  WS-CALC                 PIC S9(9)V99 COMP-3 VALUE ZERO.
001740 77  WS-BAL-LIMIT            PIC S9(9)V99 COMP-3
001750                             VALUE 9999999.99.
001760 77  WS-NOW-DATE             PIC X(08) VALUE SPACES.
001770 77  WS-NOW-TIME             PIC X(06) VALUE SPACES.
001780 77  WS-WRITE-SEQ            PIC 9(2) VALUE ZERO.
001790 77  WS-WRITE-DONE-SW        PIC X(01) VALUE 'N'.
001800     88 WS-WRITE-DONE                  VALUE 'Y'.
001810*    HISTORY CHAIN FIELDS (SEE DCLHCHN/DCLHIST): THE 'O' RECORD
001820*    IS LINKED INTO ITS OWNER'S CHAIN BEFORE THE COMMIT, SO THE
001830*    HEAD UPDATE COMMITS WITH THE BALANCE IT RECORDS.
001840*    WS-CHN-BYTE-HW PICKS UP ONE RECORD BYTE IN ITS LOW HALF.
001850 77  WS-CHN-POS              PIC S9(4) COMP VALUE ZERO.
001860 77  WS-CHN-LEN              PIC S9(4) COMP VALUE ZERO.
001870 77  WS-CHN-SAVE-SEQ         PIC 9(2) VALUE ZERO.
001880 77  WS-CHN-WORK             PIC S9(15) COMP-3 VALUE ZERO.
001890 77  WS-CHN-QUOT             PIC S9(15) COMP-3 VALUE ZERO.
001900 77  WS-CHN-MOD-A            PIC S9(11) COMP-3 VALUE 2147483647.
001910 77  WS-CHN-MOD-B            PIC S9(11) COMP-3 VALUE 999999937.
001920 77  WS-CHN-ZERO-VAL         PIC X(20) VALUE ALL '0'.
001930 01  WS-CHN-BYTE-HW          PIC 9(4) COMP VALUE ZERO.
001940 01  WS-CHN-BYTE-R REDEFINES WS-CHN-BYTE-HW.
001950     05 WS-CHN-BYTE-HI       PIC X(01).
001960     05 WS-CHN-BYTE-LO       PIC X(01).
001970 01  WS-CHN-VALUE.
001980     05 WS-CHN-A             PIC 9(10).
001990     05 WS-CHN-B             PIC 9(10).
002000******************************************************************
002010* REPORT EDIT FIELDS                                             *
002020******************************************************************
002030 77  WS-ED-AMOUNT            PIC -(7)9.99.
002040 77  WS-ED-BALANCE           PIC -(7)9.99.
002050 77  WS-ED-TOTAL             PIC -(10)9.99.
002060 77  WS-ED-COUNT             PIC Z(8)9.
002070******************************************************************
002080* BATCH RUN-CONTROL (SEE DCLRUNC): THIS JOB REGISTERS ON         *
002090* RUNCTL AND MARKS ITSELF COMPLETE OR FAILED AT END OF RUN. IT   *
002100* HAS NO PREDECESSORS - IT RUNS WHEN THE BANK'S FILE ARRIVES.    *
002110******************************************************************
002120 77  WS-RC-JOBNAME           PIC X(08) VALUE 'CASH48  '.
002130 77  WS-RC-REGION            PIC X(08) VALUE 'CASHRGN '.
002140 77  WS-RC-BUSDT             PIC X(08) VALUE SPACES.
002150 77  WS-RC-TIME              PIC X(06) VALUE SPACES.
002160 77  WS-RC-REFUSED-SW        PIC X(01) VALUE 'N'.
002170     88 WS-RC-REFUSED                  VALUE 'Y'.
002180 PROCEDURE DIVISION.
002190*
002200 0000-MAINLINE.
002210     PERFORM 1000-INITIALIZE
002220         THRU 1000-INITIALIZE-EXIT
002230     IF NOT WS-RUN-ERROR
002240         PERFORM 2000-LOAD-FILE
002250             THRU 2000-LOAD-FILE-EXIT
002260     END-IF
002270     IF NOT WS-RUN-ERROR
002280         PERFORM 4000-POST-RETURN
002290             THRU 4000-POST-RETURN-EXIT
002300             VARYING WS-ITM-IDX FROM 1 BY 1
002310             UNTIL WS-ITM-IDX > WS-ITM-CNT
002320     END-IF
002330     PERFORM 8000-TERMINATE
002340         THRU 8000-TERMINATE-EXIT
002350     GOBACK.
002360******************************************************************
002370* 0800-RUN-CONTROL - REGISTER THIS RUN ON RUNCTL                 *
002380******************************************************************
002390 0800-RUN-CONTROL.
002400     MOVE 'N' TO WS-RC-REFUSED-SW
002410     ACCEPT WS-RC-TIME FROM TIME
002420
002430     ACCEPT WS-RC-BUSDT FROM DATE YYYYMMDD
002440     EXEC SQL
002450         SELECT REGIONID, BUSDT, WSTATUS
002460         INTO :DCLBUSDATE
002470         FROM STOCKTRD.BUSDATE
002480         WHERE REGIONID = :WS-RC-REGION
002490     END-EXEC
002500     IF SQLCODE = 0
002510         MOVE BD-BUSDT TO WS-RC-BUSDT
002520     END-IF
002530
002540     EXEC SQL
002550         UPDATE STOCKTRD.RUNCTL
002560         SET RSTATUS = 'S',
002570             STARTTM = :WS-RC-TIME,
002580             ENDTM   = ' '
002590         WHERE JOBNAME = :WS-RC-JOBNAME
002600           AND BUSDT = :WS-RC-BUSDT
002610     END-EXEC
002620     IF SQLCODE NOT = 0 OR SQLERRD(3) = 0
002630         EXEC SQL
002640             INSERT INTO STOCKTRD.RUNCTL(
002650                 JOBNAME, BUSDT, RSTATUS, STARTTM,
002660                 ENDTM, OVERRIDE)
002670             VALUES (:WS-RC-JOBNAME, :WS-RC-BUSDT, 'S',
002680                 :WS-RC-TIME, ' ', ' ')
002690         END-EXEC
002700     END-IF
002710     IF SQLCODE NOT = 0
002720         DISPLAY 'CASH48 - RUNCTL REGISTRATION FAILED,'
002730             ' SQLCODE=' SQLCODE
002740     END-IF
002750
002760*    COMMITTED NOW SO A FAILED ITEM'S ROLLBACK CANNOT TAKE
002770*    THE REGISTRATION WITH IT.
002780     EXEC SQL
002790         COMMIT
002800     END-EXEC
002810     .
002820 0800-RUN-CONTROL-EXIT.
002830     EXIT.
002840*
002850******************************************************************
002860* 0900-RUN-COMPLETE - MARK THE RUN COMPLETE (OR FAILED) ON       *
002870*   RUNCTL, WITH ITS OWN COMMIT                                  *
002880******************************************************************
002890 0900-RUN-COMPLETE.
002900     ACCEPT WS-RC-TIME FROM TIME
002910     IF WS-RUN-ERROR
002920         MOVE 'F' TO RC-RSTATUS
002930     ELSE
002940         MOVE 'C' TO RC-RSTATUS
002950     END-IF
002960
002970     EXEC SQL
002980         UPDATE STOCKTRD.RUNCTL
002990         SET RSTATUS = :RC-RSTATUS,
003000             ENDTM   = :WS-RC-TIME
003010         WHERE JOBNAME = :WS-RC-JOBNAME
003020           AND BUSDT = :WS-RC-BUSDT
003030     END-EXEC
003040
003050     EXEC SQL
003060         COMMIT
003070     END-EXEC
003080     .
003090 0900-RUN-COMPLETE-EXIT.
003100     EXIT.
003110*
003120******************************************************************
003130* 1000-INITIALIZE - REGISTER, ESTABLISH THE BUSINESS DATE AND    *
003140*   OPEN THE RETURN FILE AND HISTORY                             *
003150******************************************************************
003160 1000-INITIALIZE.
003170     PERFORM 0800-RUN-CONTROL
003180         THRU 0800-RUN-CONTROL-EXIT
003190
003200     DISPLAY 'CASH48 - PAYMENT RETURNS - STARTING'
003210
003220     ACCEPT WS-TODAY-X FROM DATE YYYYMMDD
003230     PERFORM 1200-READ-BUSDATE
003240         THRU 1200-READ-BUSDATE-EXIT
003250
003260     OPEN INPUT RET-FILE
003270     IF WS-RET-FSTAT NOT = '00'
003280         DISPLAY 'CASH48 - OPEN OF RETURN FILE FAILED, STATUS='
003290             WS-RET-FSTAT
003300         MOVE 'Y' TO WS-RUN-ERROR-SW
003310         GO TO 1000-INITIALIZE-EXIT
003320     END-IF
003330     MOVE 'Y' TO WS-RET-OPEN-SW
003340
003350     OPEN I-O HISTORY-FILE
003360     IF WS-HIST-FSTAT NOT = '00'
003370         DISPLAY 'CASH48 - OPEN OF HISTORY FILE FAILED, STATUS='
003380             WS-HIST-FSTAT
003390         MOVE 'Y' TO WS-RUN-ERROR-SW
003400         GO TO 1000-INITIALIZE-EXIT
003410     END-IF
003420     MOVE 'Y' TO WS-HIST-OPEN-SW
003430     .
003440 1000-INITIALIZE-EXIT.
003450     EXIT.
003460*
003470******************************************************************
003480* 1200-READ-BUSDATE - THE LEDGER BUSINESS DATE THE RE-CREDITS    *
003490*   CARRY. NO ROW = CALENDAR DATE, AS EVERYWHERE ELSE.           *
003500******************************************************************
003510 1200-READ-BUSDATE.
003520     MOVE WS-TODAY-X TO WS-BUSDT
003530
003540     EXEC SQL
003550         SELECT REGIONID, BUSDT, WSTATUS
003560         INTO :DCLBUSDATE
003570         FROM STOCKTRD.BUSDATE
003580         WHERE REGIONID = :WS-REGIONID
003590     END-EXEC
003600
003610     IF SQLCODE = 0
003620         MOVE BD-BUSDT TO WS-BUSDT
003630     ELSE
003640         DISPLAY 'CASH48 - NO BUSDATE ROW, USING CALENDAR DATE '
003650             WS-BUSDT
003660     END-IF
003670
003680     DISPLAY 'CASH48 - BUSINESS DATE = ' WS-BUSDT
003690     .
003700 1200-READ-BUSDATE-EXIT.
003710     EXIT.
003720*
003730******************************************************************
003740* 2000-LOAD-FILE - READ THE WHOLE FILE INTO THE ITEM TABLE AND   *
003750*   PROVE IT: ONE HEADER FIRST, DETAILS, ONE TRAILER LAST WHOSE  *
003760*   COUNT AND HASH AGREE WITH THE DETAILS READ. ANY FAULT        *
003770*   REFUSES THE FILE AND NOTHING POSTS.                          *
003780******************************************************************
003790 2000-LOAD-FILE.
003800     PERFORM 2100-READ-RETURN
003810         THRU 2100-READ-RETURN-EXIT
003820     PERFORM 2200-LOAD-RECORD
003830         THRU 2200-LOAD-RECORD-EXIT
003840         UNTIL WS-EOF-YES OR WS-FILE-BAD
003850
003860     IF NOT WS-FILE-BAD AND NOT WS-HDR-SEEN
003870         MOVE 'EMPTY FILE' TO WS-FILE-REASON
003880         MOVE 'Y' TO WS-FILE-BAD-SW
003890     END-IF
003900
003910     IF NOT WS-FILE-BAD AND NOT WS-TRL-SEEN
003920         MOVE 'NO TRAILER' TO WS-FILE-REASON
003930         MOVE 'Y' TO WS-FILE-BAD-SW
003940     END-IF
003950
003960     IF WS-FILE-BAD
003970         DISPLAY 'CASH48 - RETURN FILE ' WS-RETFILE-ID
003980             ' REFUSED AT RECORD ' WS-RECS-READ ' - '
003990             WS-FILE-REASON ' - NOTHING POSTED'
004000         MOVE 'Y' TO WS-RUN-ERROR-SW
004010         GO TO 2000-LOAD-FILE-EXIT
004020     END-IF
004030
004040     MOVE WS-ITM-CNT TO WS-ED-COUNT
004050     DISPLAY 'CASH48 - RETURN FILE ' WS-RETFILE-ID ' PROVED - '
004060         WS-ED-COUNT ' ITEM(S)'
004070     DISPLAY ' '
004080     DISPLAY 'RESULT      REFERENCE    CURRENCY       AMOUNT'
004090         ' RSN  OWNER                            BALANCE'
004100     .
004110 2000-LOAD-FILE-EXIT.
004120     EXIT.
004130*
004140 2100-READ-RETURN.
004150     READ RET-FILE
004160         AT END
004170             MOVE 'Y' TO WS-EOF-SW
004180     END-READ
004190     IF NOT WS-EOF-YES
004200         IF WS-RET-FSTAT NOT = '00'
004210             MOVE 'READ FAILED' TO WS-FILE-REASON
004220             MOVE 'Y' TO WS-FILE-BAD-SW
004230         ELSE
004240             ADD 1 TO WS-RECS-READ
004250         END-IF
004260     END-IF
004270     .
004280 2100-READ-RETURN-EXIT.
004290     EXIT.
004300*
004310 2200-LOAD-RECORD.
004320     IF WS-TRL-SEEN
004330         MOVE 'DATA AFTER TRAILER' TO WS-FILE-REASON
004340         MOVE 'Y' TO WS-FILE-BAD-SW
004350         GO TO 2200-LOAD-RECORD-EXIT
004360     END-IF
004370
004380     IF NOT WS-HDR-SEEN AND RR-REC-TYPE NOT = 'H'
004390         MOVE 'NO HEADER' TO WS-FILE-REASON
004400         MOVE 'Y' TO WS-FILE-BAD-SW
004410         GO TO 2200-LOAD-RECORD-EXIT
004420     END-IF
004430
004440     EVALUATE RR-REC-TYPE
004450         WHEN 'H'
004460             IF WS-HDR-SEEN
004470                 MOVE 'SECOND HEADER' TO WS-FILE-REASON
004480                 MOVE 'Y' TO WS-FILE-BAD-SW
004490                 GO TO 2200-LOAD-RECORD-EXIT
004500             END-IF
004510             MOVE 'Y'       TO WS-HDR-SEEN-SW
004520             MOVE RH-FILEID TO WS-RETFILE-ID
004530         WHEN 'D'
004540             PERFORM 2300-LOAD-DETAIL
004550                 THRU 2300-LOAD-DETAIL-EXIT
004560         WHEN 'T'
004570             MOVE 'Y' TO WS-TRL-SEEN-SW
004580             PERFORM 2400-PROVE-TRAILER
004590                 THRU 2400-PROVE-TRAILER-EXIT
004600         WHEN OTHER
004610             MOVE 'UNKNOWN RECORD TYPE' TO WS-FILE-REASON
004620             MOVE 'Y' TO WS-FILE-BAD-SW
004630             GO TO 2200-LOAD-RECORD-EXIT
004640     END-EVALUATE
004650
004660     PERFORM 2100-READ-RETURN
004670         THRU 2100-READ-RETURN-EXIT
004680     .
004690 2200-LOAD-RECORD-EXIT.
004700     EXIT.
004710*
004720 2300-LOAD-DETAIL.
004730     IF RD-AMOUNT NOT NUMERIC OR RD-ORGREF = SPACES
004740         MOVE 'BAD DETAIL' TO WS-FILE-REASON
004750         MOVE 'Y' TO WS-FILE-BAD-SW
004760         GO TO 2300-LOAD-DETAIL-EXIT
004770     END-IF
004780
004790     IF WS-ITM-CNT >= WS-ITM-MAX
004800         MOVE 'TOO MANY ITEMS' TO WS-FILE-REASON
004810         MOVE 'Y' TO WS-FILE-BAD-SW
004820         GO TO 2300-LOAD-DETAIL-EXIT
004830     END-IF
004840
004850     ADD 1 TO WS-ITM-CNT
004860     MOVE RD-ORGREF   TO WS-ITM-REFID(WS-ITM-CNT)
004870     MOVE RD-CURRENCY TO WS-ITM-CCY(WS-ITM-CNT)
004880     MOVE RD-AMOUNT   TO WS-ITM-AMOUNT(WS-ITM-CNT)
004890     MOVE RD-REASON   TO WS-ITM-REASON(WS-ITM-CNT)
004900     MOVE RD-BANKREF  TO WS-ITM-BANKREF(WS-ITM-CNT)
004910     IF RD-RETDT = SPACES
004920         MOVE WS-BUSDT TO WS-ITM-RETDT(WS-ITM-CNT)
004930     ELSE
004940         MOVE RD-RETDT TO WS-ITM-RETDT(WS-ITM-CNT)
004950     END-IF
004960     ADD RD-AMOUNT TO WS-HASH-TOTAL
004970     .
004980 2300-LOAD-DETAIL-EXIT.
004990     EXIT.
005000*
005010 2400-PROVE-TRAILER.
005020     IF RT-COUNT NOT NUMERIC OR RT-HASH NOT NUMERIC
005030         MOVE 'BAD TRAILER' TO WS-FILE-REASON
005040         MOVE 'Y' TO WS-FILE-BAD-SW
005050         GO TO 2400-PROVE-TRAILER-EXIT
005060     END-IF
005070
005080     IF RT-COUNT NOT = WS-ITM-CNT
005090         DISPLAY 'CASH48 - TRAILER COUNT ' RT-COUNT
005100             ' BUT ' WS-ITM-CNT ' DETAILS READ'
005110         MOVE 'COUNT BAD' TO WS-FILE-REASON
005120         MOVE 'Y' TO WS-FILE-BAD-SW
005130         GO TO 2400-PROVE-TRAILER-EXIT
005140     END-IF
005150
005160     IF RT-HASH NOT = WS-HASH-TOTAL
005170         MOVE RT-HASH       TO WS-ED-TOTAL
005180         DISPLAY 'CASH48 - TRAILER HASH ' WS-ED-TOTAL
005190         MOVE WS-HASH-TOTAL TO WS-ED-TOTAL
005200         DISPLAY '         BUT DETAILS TOTAL ' WS-ED-TOTAL
005210         MOVE 'HASH BAD' TO WS-FILE-REASON
005220         MOVE 'Y' TO WS-FILE-BAD-SW
005230     END-IF
005240     .
005250 2400-PROVE-TRAILER-EXIT.
005260     EXIT.
005270*
005280******************************************************************
005290* 4000-POST-RETURN - MATCH ONE ITEM TO ITS SENT INSTRUCTION AND  *
005300*   RE-CREDIT IT: POSITION, INSTRUCTION AND CASHREF MARKS AND    *
005310*   THE CHAINED HISTORY RECORD COMMIT TOGETHER, THEN THE RECORD  *
005320*   IS WRITTEN. THE ITEM MUST BE THE SAME CURRENCY AND AMOUNT AS *
005330*   THE PAYMENT - A PARTIAL OR CONVERTED RETURN IS FOR           *
005340*   OPERATIONS. A CLOSED OR ESCHEATED POSITION IS NOT REOPENED.  *
005350*   A PAYMENT UNDER AN OPEN OR UPHELD DISPUTE CASE (CASH50) IS   *
005360*   LISTED 'IN DISPUTE' - ITS PROVISIONAL OR FINAL CREDIT HAS    *
005370*   ALREADY PUT THE MONEY BACK, AND THE DISPUTE DESK SETTLES IT. *
005380******************************************************************
005390 4000-POST-RETURN.
005400     MOVE SPACES TO WS-UNM-REASON
005410     ACCEPT WS-NOW-DATE FROM DATE YYYYMMDD
005420     ACCEPT WS-NOW-TIME FROM TIME
005430
005440     MOVE WS-ITM-REFID(WS-ITM-IDX) TO PO-REFID
005450     EXEC SQL
005460         SELECT REFID, OWNER, CURRENCYC, AMOUNT, BENENAME,
005470                BENEIBAN, BENEBIC, ENTRYDT, ENTRYTM, USERID,
005480                PSTATUS, FILEID, SENTDT, RETDT, RETRSN
005490         INTO :DCLPAYOUT
005500         FROM STOCKTRD.PAYOUT
005510         WHERE REFID = :PO-REFID
005520     END-EXEC
005530
005540     EVALUATE TRUE
005550         WHEN SQLCODE = 100
005560             MOVE 'NO PAYMENT'   TO WS-UNM-REASON
005570         WHEN SQLCODE NOT = 0
005580             DISPLAY 'CASH48 - PAYOUT READ FOR ' PO-REFID
005590                 ' FAILED, SQLCODE=' SQLCODE
005600             MOVE 'SQL FAILED'   TO WS-UNM-REASON
005610             MOVE 'Y' TO WS-RUN-ERROR-SW
005620         WHEN PO-PSTATUS = 'R'
005630             MOVE 'ALRDY RETD'   TO WS-UNM-REASON
005640         WHEN PO-PSTATUS NOT = 'S'
005650             MOVE 'NOT SENT'     TO WS-UNM-REASON
005660         WHEN PO-CURRENCYC NOT = WS-ITM-CCY(WS-ITM-IDX)
005670             MOVE 'CCY MISMATCH' TO WS-UNM-REASON
005680         WHEN PO-AMOUNT NOT = WS-ITM-AMOUNT(WS-ITM-IDX)
005690             MOVE 'AMT MISMATCH' TO WS-UNM-REASON
005700         WHEN OTHER
005710             CONTINUE
005720     END-EVALUATE
005730     IF WS-UNM-REASON NOT = SPACES
005740         GO TO 4000-POST-RETURN-EXIT
005750     END-IF
005760
005770     EXEC SQL
005780         SELECT COUNT(*)
005790         INTO :WS-DISP-CNT
005800         FROM STOCKTRD.DISPCASE
005810         WHERE REFID = :PO-REFID
005820           AND CSTATUS IN ('O', 'U')
005830     END-EXEC
005840     IF SQLCODE NOT = 0
005850         DISPLAY 'CASH48 - DISPCASE READ FOR ' PO-REFID
005860             ' FAILED, SQLCODE=' SQLCODE
005870         MOVE 'SQL FAILED'   TO WS-UNM-REASON
005880         MOVE 'Y' TO WS-RUN-ERROR-SW
005890         GO TO 4000-POST-RETURN-EXIT
005900     END-IF
005910     IF WS-DISP-CNT > ZERO
005920         MOVE 'IN DISPUTE'   TO WS-UNM-REASON
005930         GO TO 4000-POST-RETURN-EXIT
005940     END-IF
005950
005960     MOVE PO-OWNER     TO OWNER
005970     MOVE PO-CURRENCYC TO CURRENCYC
005980     EXEC SQL
005990         SELECT OWNER, BALANCE, CURRENCYC, ACCTSTAT, STATRSN
006000         INTO :DCLCASHACCOUNTY
006010         FROM STOCKTRD.CASHACCOUNTY
006020         WHERE OWNER = :OWNER
006030           AND CURRENCYC = :CURRENCYC
006040     END-EXEC
006050
006060     EVALUATE TRUE
006070         WHEN SQLCODE = 100
006080             MOVE 'NO POSITION'  TO WS-UNM-REASON
006090         WHEN SQLCODE NOT = 0
006100             DISPLAY 'CASH48 - POSITION READ FOR ' PO-REFID
006110                 ' FAILED, SQLCODE=' SQLCODE
006120             MOVE 'SQL FAILED'   TO WS-UNM-REASON
006130             MOVE 'Y' TO WS-RUN-ERROR-SW
006140         WHEN ACCTSTAT = 'C'
006150             MOVE 'ACCT CLOSED'  TO WS-UNM-REASON
006160         WHEN ACCTSTAT = 'E'
006170             MOVE 'ACCT ESCHTD'  TO WS-UNM-REASON
006180         WHEN OTHER
006190             CONTINUE
006200     END-EVALUATE
006210     IF WS-UNM-REASON NOT = SPACES
006220         GO TO 4000-POST-RETURN-EXIT
006230     END-IF
006240
006250     MOVE BALANCE TO WS-PRIOR-BAL
006260     COMPUTE WS-CALC = BALANCE + PO-AMOUNT
006270     END-COMPUTE
006280     IF WS-CALC > WS-BAL-LIMIT
006290         MOVE 'BAL LIMIT' TO WS-UNM-REASON
006300         GO TO 4000-POST-RETURN-EXIT
006310     END-IF
006320     MOVE WS-CALC TO BALANCE
006330
006340     EXEC SQL
006350         UPDATE STOCKTRD.CASHACCOUNTY
006360         SET BALANCE = :BALANCE
006370         WHERE OWNER = :OWNER
006380           AND CURRENCYC = :CURRENCYC
006390     END-EXEC
006400     IF SQLCODE NOT = 0
006410         DISPLAY 'CASH48 - RE-CREDIT OF ' PO-REFID
006420             ' FAILED, SQLCODE=' SQLCODE
006430         GO TO 4000-POST-RETURN-ROLLBACK
006440     END-IF
006450
006460     MOVE WS-ITM-RETDT(WS-ITM-IDX)  TO PO-RETDT
006470     MOVE WS-ITM-REASON(WS-ITM-IDX) TO PO-RETRSN
006480     EXEC SQL
006490         UPDATE STOCKTRD.PAYOUT
006500         SET PSTATUS = 'R',
006510             RETDT   = :PO-RETDT,
006520             RETRSN  = :PO-RETRSN
006530         WHERE REFID = :PO-REFID
006540           AND PSTATUS = 'S'
006550     END-EXEC
006560     IF SQLCODE NOT = 0 OR SQLERRD(3) = 0
006570         DISPLAY 'CASH48 - RETURN MARK OF ' PO-REFID
006580             ' FAILED, SQLCODE=' SQLCODE
006590         GO TO 4000-POST-RETURN-ROLLBACK
006600     END-IF
006610
006620*    NO CASHREF ROW (PURGED BY CASH08) IS NOT AN ERROR - THE
006630*    PAYOUT ROW IS WHAT STOPS A SECOND RE-CREDIT.
006640     EXEC SQL
006650         UPDATE STOCKTRD.CASHREF
006660         SET RSTATUS = 'T'
006670         WHERE REFID = :PO-REFID
006680           AND REQ = 'O'
006690     END-EXEC
006700     IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
006710         DISPLAY 'CASH48 - CASHREF MARK OF ' PO-REFID
006720             ' FAILED, SQLCODE=' SQLCODE
006730         GO TO 4000-POST-RETURN-ROLLBACK
006740     END-IF
006750
006760     PERFORM 5000-BUILD-HISTORY
006770         THRU 5000-BUILD-HISTORY-EXIT
006780
006790     EXEC SQL
006800         COMMIT
006810     END-EXEC
006820     IF SQLCODE NOT = 0
006830         DISPLAY 'CASH48 - COMMIT FAILED FOR ' PO-REFID
006840             ', SQLCODE=' SQLCODE
006850         GO TO 4000-POST-RETURN-ROLLBACK
006860     END-IF
006870
006880     PERFORM 6000-WRITE-HISTORY
006890         THRU 6000-WRITE-HISTORY-EXIT
006900
006910     ADD 1         TO WS-ITEMS-CREDITED
006920     ADD PO-AMOUNT TO WS-CREDITED-TOTAL
006930     MOVE PO-AMOUNT TO WS-ED-AMOUNT
006940     MOVE BALANCE   TO WS-ED-BALANCE
006950     DISPLAY 'RE-CREDITED ' PO-REFID ' ' PO-CURRENCYC ' '
006960         WS-ED-AMOUNT ' ' PO-RETRSN ' ' PO-OWNER ' '
006970         WS-ED-BALANCE
006980     GO TO 4000-POST-RETURN-EXIT
006990     .
007000 4000-POST-RETURN-ROLLBACK.
007010     EXEC SQL
007020         ROLLBACK
007030     END-EXEC
007040     MOVE 'SQL FAILED' TO WS-UNM-REASON
007050     MOVE 'Y' TO WS-RUN-ERROR-SW
007060     .
007070 4000-POST-RETURN-EXIT.
007080     IF WS-UNM-REASON NOT = SPACES
007090         ADD 1 TO WS-ITEMS-UNMATCHED
007100         ADD WS-ITM-AMOUNT(WS-ITM-IDX) TO WS-UNMATCHED-TOTAL
007110         MOVE WS-ITM-AMOUNT(WS-ITM-IDX) TO WS-ED-AMOUNT
007120         DISPLAY 'UNMATCHED   ' WS-ITM-REFID(WS-ITM-IDX) ' '
007130             WS-ITM-CCY(WS-ITM-IDX) ' ' WS-ED-AMOUNT ' '
007140             WS-ITM-REASON(WS-ITM-IDX) ' - ' WS-UNM-REASON
007150             ' BANK REF ' WS-ITM-BANKREF(WS-ITM-IDX)
007160     END-IF
007170     EXIT.
007180*
007190******************************************************************
007200* 5000-BUILD-HISTORY - THE 'O' RE-CREDIT RECORD: THE AMOUNT THE  *
007210*   BANK RETURNED AT RATE 1, PRIOR AND RESULTING BALANCES, AND   *
007220*   THE ORIGINAL PAYMENT'S REFERENCE SO IT POINTS AT WHAT CAME   *
007230*   BACK - THEN LINK IT INTO THE OWNER'S CHAIN BEFORE THE COMMIT *
007240******************************************************************
007250 5000-BUILD-HISTORY.
007260     MOVE SPACES         TO WS-VSAM-RECORD
007270     MOVE OWNER          TO WS-VR-NAME
007280     MOVE WS-NOW-DATE    TO WS-VR-DATE
007290     MOVE WS-NOW-TIME    TO WS-VR-TIME
007300     MOVE ZERO           TO WS-VR-SEQ
007310     MOVE 'O'            TO WS-VR-REQ
007320     MOVE BALANCE        TO WS-VR-BALANCE
007330     MOVE CURRENCYC      TO WS-VR-CURRENCY
007340     MOVE 'PMT RETRND'   TO WS-VR-RETCODE
007350     MOVE PO-AMOUNT      TO WS-VR-AMOUNT
007360     MOVE 1              TO WS-VR-RATE
007370     MOVE WS-PRIOR-BAL   TO WS-VR-PRIOR-BAL
007380     MOVE WS-BUSDT       TO WS-VR-BUSDT
007390     MOVE PO-REFID       TO WS-VR-REFID
007400     MOVE WS-BUSDT       TO WS-VR-VALUEDT
007410     MOVE ZERO           TO WS-VR-MARGIN
007420
007430     PERFORM 6210-ADVANCE-CHAIN
007440         THRU 6210-ADVANCE-CHAIN-EXIT
007450     .
007460 5000-BUILD-HISTORY-EXIT.
007470     EXIT.
007480*
007490******************************************************************
007500* 6000-WRITE-HISTORY - WRITE THE RE-CREDIT RECORD AFTER THE      *
007510*   COMMIT THAT MADE IT DURABLE. A RECORD IN THE SAME SECOND AS  *
007520*   ANOTHER FOR THE NAME BUMPS THE SEQ SUFFIX AND RETRIES, THE   *
007530*   SAME DISCIPLINE EVERY OTHER WRITER USES, SO IT IS NEVER      *
007540*   DROPPED.                                                     *
007550******************************************************************
007560 6000-WRITE-HISTORY.
007570     MOVE ZERO TO WS-WRITE-SEQ
007580     MOVE 'N'  TO WS-WRITE-DONE-SW
007590     PERFORM 6150-WRITE-HISTORY-TRY
007600         THRU 6150-WRITE-HISTORY-TRY-EXIT
007610         UNTIL WS-WRITE-DONE
007620     .
007630 6000-WRITE-HISTORY-EXIT.
007640     EXIT.
007650*
007660 6150-WRITE-HISTORY-TRY.
007670     MOVE WS-WRITE-SEQ TO WS-VR-SEQ
007680     WRITE WS-VSAM-RECORD
007690         INVALID KEY
007700             CONTINUE
007710     END-WRITE
007720     IF WS-HIST-FSTAT = '00'
007730         MOVE 'Y' TO WS-WRITE-DONE-SW
007740     ELSE
007750         IF WS-HIST-FSTAT = '22' AND WS-WRITE-SEQ < 99
007760             ADD 1 TO WS-WRITE-SEQ
007770         ELSE
007780             DISPLAY 'CASH48 - HISTORY WRITE FAILED FOR '
007790                 WS-VR-NAME ' STATUS=' WS-HIST-FSTAT
007800             MOVE 'Y' TO WS-RUN-ERROR-SW
007810             MOVE 'Y' TO WS-WRITE-DONE-SW
007820         END-IF
007830     END-IF
007840     .
007850 6150-WRITE-HISTORY-TRY-EXIT.
007860     EXIT.
007870*
007880******************************************************************
007890* 6210-ADVANCE-CHAIN - BUMP THE OWNER'S CHAIN HEAD, STAMP THE    *
007900*   NEW SEQUENCE AND THE PREVIOUS RECORD'S VALUE INTO THE        *
007910*   RECORD, COMPUTE ITS OWN AND LEAVE IT ON THE HEAD. NO HEAD    *
007920*   ROW IS THE OWNER'S FIRST CHAINED RECORD; AN INSERT LOSING A  *
007930*   RACE (-803) FALLS BACK TO THE UPDATE. A FAILURE LEAVES THE   *
007940*   RECORD UNCHAINED BUT STILL WRITTEN, FOR CASH45 TO REPORT     *
007950******************************************************************
007960 6210-ADVANCE-CHAIN.
007970     MOVE ZERO   TO WS-VR-CHAINSEQ
007980     MOVE SPACES TO WS-VR-PREVVAL
007990     MOVE SPACES TO WS-VR-CHAINVAL
008000
008010     EXEC SQL
008020         UPDATE STOCKTRD.HISTCHN
008030         SET CHAINSEQ = CHAINSEQ + 1
008040         WHERE NAME = :WS-VR-NAME
008050     END-EXEC
008060     IF SQLCODE NOT = 0 OR SQLERRD(3) = 0
008070         EXEC SQL
008080             INSERT INTO STOCKTRD.HISTCHN(
008090                 NAME, CHAINSEQ, LASTVAL, ARCHSEQ, ARCHVAL,
008100                 FIRSTDT)
008110             VALUES (:WS-VR-NAME, 1, :WS-CHN-ZERO-VAL, 0,
008120                 :WS-CHN-ZERO-VAL, :WS-VR-DATE)
008130         END-EXEC
008140         IF SQLCODE = -803
008150             EXEC SQL
008160                 UPDATE STOCKTRD.HISTCHN
008170                 SET CHAINSEQ = CHAINSEQ + 1
008180                 WHERE NAME = :WS-VR-NAME
008190             END-EXEC
008200         END-IF
008210     END-IF
008220
008230     IF SQLCODE = 0
008240         EXEC SQL
008250             SELECT CHAINSEQ, LASTVAL
008260             INTO :HN-CHAINSEQ, :HN-LASTVAL
008270             FROM STOCKTRD.HISTCHN
008280             WHERE NAME = :WS-VR-NAME
008290         END-EXEC
008300     END-IF
008310
008320     IF SQLCODE NOT = 0
008330         DISPLAY 'CASH48 - HISTCHN UPDATE FAILED FOR ' WS-VR-NAME
008340             ' SQLCODE=' SQLCODE
008350         GO TO 6210-ADVANCE-CHAIN-EXIT
008360     END-IF
008370
008380     MOVE HN-CHAINSEQ TO WS-VR-CHAINSEQ
008390     MOVE HN-LASTVAL  TO WS-VR-PREVVAL
008400     PERFORM 6220-CHAIN-VALUE
008410         THRU 6220-CHAIN-VALUE-EXIT
008420
008430     EXEC SQL
008440         UPDATE STOCKTRD.HISTCHN
008450         SET LASTVAL = :WS-VR-CHAINVAL
008460         WHERE NAME = :WS-VR-NAME
008470     END-EXEC
008480     IF SQLCODE NOT = 0
008490         DISPLAY 'CASH48 - HISTCHN UPDATE FAILED FOR ' WS-VR-NAME
008500             ' SQLCODE=' SQLCODE
008510         MOVE ZERO   TO WS-VR-CHAINSEQ
008520         MOVE SPACES TO WS-VR-PREVVAL
008530         MOVE SPACES TO WS-VR-CHAINVAL
008540     END-IF
008550     .
008560 6210-ADVANCE-CHAIN-EXIT.
008570     EXIT.
008580*
008590******************************************************************
008600* 6220-CHAIN-VALUE - THE RECORD'S INTEGRITY VALUE, EXACTLY AS    *
008610*   CASH00'S CASH-HIST-CHAIN-VALUE COMPUTES IT: TWO RUNNING      *
008620*   SUMS OVER EVERY BYTE OF THE RECORD, EACH FOLDED BY ITS OWN   *
008630*   MULTIPLIER AND PRIME MODULUS. THE KEY SUFFIX COUNTS AS ZERO  *
008640*   (IT IS ONLY SETTLED AT THE WRITE) AND THE VALUE FIELD        *
008650*   ITSELF AS SPACES. A CHANGE HERE MUST BE MADE IN EVERY        *
008660*   HISTORY WRITER AND IN CASH45 OR EVERY CHAIN BREAKS           *
008670******************************************************************
008680 6220-CHAIN-VALUE.
008690     MOVE WS-VR-SEQ TO WS-CHN-SAVE-SEQ
008700     MOVE ZERO      TO WS-VR-SEQ
008710     MOVE SPACES    TO WS-VR-CHAINVAL
008720     MOVE 1         TO WS-CHN-A
008730     MOVE ZERO      TO WS-CHN-B
008740     MOVE LENGTH OF WS-VSAM-RECORD TO WS-CHN-LEN
008750
008760     PERFORM 6230-CHAIN-BYTE
008770         THRU 6230-CHAIN-BYTE-EXIT
008780         VARYING WS-CHN-POS FROM 1 BY 1
008790         UNTIL WS-CHN-POS > WS-CHN-LEN
008800
008810     MOVE WS-CHN-SAVE-SEQ TO WS-VR-SEQ
008820     MOVE WS-CHN-VALUE    TO WS-VR-CHAINVAL
008830     .
008840 6220-CHAIN-VALUE-EXIT.
008850     EXIT.
008860*
008870 6230-CHAIN-BYTE.
008880     MOVE LOW-VALUE TO WS-CHN-BYTE-HI
008890     MOVE WS-VSAM-RECORD(WS-CHN-POS:1) TO WS-CHN-BYTE-LO
008900     COMPUTE WS-CHN-WORK = WS-CHN-A * 31 + WS-CHN-BYTE-HW + 1
008910     DIVIDE WS-CHN-WORK BY WS-CHN-MOD-A
008920         GIVING WS-CHN-QUOT REMAINDER WS-CHN-A
008930     COMPUTE WS-CHN-WORK = WS-CHN-B * 257 + WS-CHN-BYTE-HW
008940                           + WS-CHN-POS
008950     DIVIDE WS-CHN-WORK BY WS-CHN-MOD-B
008960         GIVING WS-CHN-QUOT REMAINDER WS-CHN-B
008970     .
008980 6230-CHAIN-BYTE-EXIT.
008990     EXIT.
009000*
009010******************************************************************
009020* 8000-TERMINATE - CLOSE FILES AND REPORT RUN TOTALS             *
009030******************************************************************
009040 8000-TERMINATE.
009050     IF WS-RET-OPEN
009060         CLOSE RET-FILE
009070     END-IF
009080     IF WS-HIST-OPEN
009090         CLOSE HISTORY-FILE
009100     END-IF
009110
009120     DISPLAY ' '
009130     DISPLAY 'CASH48 - RECORDS READ            : ' WS-RECS-READ
009140     DISPLAY 'CASH48 - ITEMS IN FILE           : ' WS-ITM-CNT
009150     MOVE WS-CREDITED-TOTAL TO WS-ED-TOTAL
009160     DISPLAY 'CASH48 - ITEMS RE-CREDITED       : '
009170         WS-ITEMS-CREDITED ' TOTAL ' WS-ED-TOTAL
009180     MOVE WS-UNMATCHED-TOTAL TO WS-ED-TOTAL
009190     DISPLAY 'CASH48 - ITEMS UNMATCHED         : '
009200         WS-ITEMS-UNMATCHED ' TOTAL ' WS-ED-TOTAL
009210     IF WS-ITEMS-UNMATCHED > ZERO
009220         DISPLAY 'CASH48 - UNMATCHED ITEMS MOVED NO MONEY -'
009230             ' OPERATIONS MUST RESOLVE EACH ONE LISTED ABOVE'
009240     END-IF
009250
009260     IF WS-RUN-ERROR
009270         DISPLAY 'CASH48 - RUN ENDED WITH ERRORS - SEE MESSAGES'
009280             ' ABOVE'
009290     END-IF
009300
009310     DISPLAY 'CASH48 - PAYMENT RETURNS - COMPLETE'
009320
009330     PERFORM 0900-RUN-COMPLETE
009340         THRU 0900-RUN-COMPLETE-EXIT
009350     .
009360 8000-TERMINATE-EXIT.
009370     EXIT.
