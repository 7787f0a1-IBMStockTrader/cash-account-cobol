000589*                    ITS SIMULATION, SO A CORRECTED POSTING OR *
000589*                    DEPENDENT DEBIT LATER IN THE SAME FILE IS *
000589*                    NOT FALSELY REJECTED.                     *
000590*  2026-10-15 DLM   A VALUE DATE ON A WEEKEND OR A HOLCAL        *
000591*                    HOLIDAY OF THE SETTLEMENT CURRENCY NOW      *
000592*                    ROLLS BY THE RECORD'S NEW TR-VALCONV        *
000593*                    ('F' FOLLOWING - THE DEFAULT, 'P'           *
000594*                    PRECEDING) OR REJECTS 'VALDT HOL' ('R').    *
000595*  2026-10-15 DLM   AN ESCHEATED POSITION (ACCTSTAT 'E') NOW     *
000596*                    REJECTS 'ACCT ESCHT' ON POSTING AND         *
000597*                    REVERSAL.                                   *
000598*  2026-10-15 DLM   SETTLEMENT RECORDS NOW CARRY THE             *
000600*                    COUNTERPARTY BIC (TR-CPTY-BIC, ALSO ON THE  *
000601*                    REJECT RECORD). A BIC WHOSE BANK OR         *
000602*                    COUNTRY IS ON THE SANCTIONS WATCH LIST      *
000603*                    REJECTS 'SANCTIONS' AND RAISES A SANCREF    *
000604*                    REFERRAL (SEE DCLWLST/DCLSREF).             *
000605*  2026-10-15 DLM   CONVERSIONS NOW PRICE AT THE CUSTOMER RATE - *
000606*                    THE MID MOVED BY THE FXSPREAD ROW FOR THE   *
000607*                    PAIR AND THE OWNER'S FXTIER (SEE DCLFXSP).  *
000608*                    THE MARGIN OVER THE MID GOES TO CASHREF     *
000610*                    FXMARGIN AND HISTORY WS-VR-MARGIN; A        *
000611*                    REVERSAL HANDS BACK THE ORIGINAL MARGIN.    *
000612*  2026-10-15 DLM   HISTORY CHAIN: EVERY STAGED HISTORY ROW IS   *
000613*                    LINKED INTO ITS OWNER'S CHAIN ON HISTCHN    *
000614*                    (SEE DCLHCHN) AS IT IS STAGED - SEQUENCE,   *
000615*                    PREVIOUS RECORD'S VALUE AND ITS OWN         *
000616*                    INTEGRITY VALUE - SO CASH45 CAN PROVE THE   *
000617*                    TRAIL COMPLETE.                             *
000618*  2026-10-15 DLM   A 'V' REVERSAL OF A POSTING UNDER AN OPEN    *
000620*                    OR UPHELD DISPUTE CASE IS REJECTED 'IN      *
000621*                    DISPUTE' ('DISP FAILD' IF DISPCASE FAILS).  *
000622*  2026-10-15 DLM   A VALUE DATE WHOSE HOLCAL READ FAILS NOW     *
000623*                    REJECTS 'HCAL FAILD' INSTEAD OF BEING       *
000624*                    TAKEN FOR A WORKING DAY.                    *
000625******************************************************************
000626*
000627******************************************************************
000628* THIS PROGRAM READS SETTLEMENT TRANSACTIONS (OWNER, REQUEST     *
000630* CODE, AMOUNT, CURRENCY, REFERENCE) AND POSTS EACH ONE AGAINST  *
000640* CASHACCOUNTY UNDER THE SAME OVERDRAFT FLOOR, CURRENCY-KEY      *
000650* CHECK AND FRANKFURT1 RATE-STALENESS RULES CASH00'S             *
001054*    SPACES MEANS IT SETTLES ON THE POSTING DATE, AS EVERY
001056*    RECORD DID BEFORE THE FIELD EXISTED.
001058     05 TR-VALUEDT        PIC X(08).
001059*    WHAT TO DO WITH A VALUE DATE THAT IS NOT A WORKING DAY OF
001060*    THE CURRENCY: 'F' (OR SPACE) ROLL TO THE NEXT WORKING DAY,
001061*    'P' ROLL TO THE ONE BEFORE, 'R' REJECT THE RECORD.
001062     05 TR-VALCONV        PIC X(01).
001064*    THE COUNTERPARTY BANK'S BIC AS THE CUSTODIAN REPORTED IT.
001065*    SCREENED AGAINST THE SANCTIONS WATCH LIST (SEE DCLWLST);
001066*    SPACES - NO COUNTERPARTY GIVEN, NOTHING TO SCREEN.
001067     05 TR-CPTY-BIC       PIC X(11).
001068     05 FILLER            PIC X(15).
001070 FD  REJECT-FILE
001080     LABEL RECORDS ARE STANDARD.
001090 01  REJECT-RECORD.
001146*    MOVES TO THE FILLER AREA AFTER IT.
001148     05 RJ-VALUEDT        PIC X(08).
001150     05 RJ-REASON         PIC X(10).
001155     05 RJ-VALCONV        PIC X(01).
001160     05 RJ-CPTY-BIC       PIC X(11).
001165     05 FILLER            PIC X(05).
001170 FD  HISTORY-FILE
001180     LABEL RECORDS ARE STANDARD.
001190     COPY DCLHIST.
001471     EXEC SQL
001472         INCLUDE DCLRUNC
001473     END-EXEC.
001474     EXEC SQL
001475         INCLUDE DCLHCAL
001476     END-EXEC.
001477     EXEC SQL
001478         INCLUDE DCLWLST
001479     END-EXEC.
001480     EXEC SQL
001482         INCLUDE DCLSREF
001483     END-EXEC.
001484     EXEC SQL
001485         INCLUDE DCLCUST
001486     END-EXEC.
001487     EXEC SQL
001488         INCLUDE DCLFXSP
001489     END-EXEC.
001491     EXEC SQL
001492         INCLUDE DCLHCHN
001493     END-EXEC.
001494     EXEC SQL
001495         INCLUDE DCLDISP
001496     END-EXEC.
001497*
001498******************************************************************
001500* WORKING STORAGE - COUNTERS AND SWITCHES                       *
001510******************************************************************
001520 77  WS-TRAN-FSTAT           PIC X(02) VALUE '00'.
001730 77  WS-PROCDT               PIC X(8) VALUE SPACES.
001740 77  WS-REGIONID             PIC X(8) VALUE 'CASHRGN '.
001750 77  WS-BUSDT                PIC X(8) VALUE SPACES.
001755 77  WS-DISP-CNT             PIC S9(9) COMP VALUE ZERO.
001760******************************************************************
001770* CURRENCY-MASTER CONVERSION WORK FIELDS - SAME MACHINERY AS     *
001780* CASH00'S CASH-CONVERT-AMOUNT (SEE DCLCMST)                     *
001870 77  WS-CONV-SCALED          PIC S9(12)V9(6) COMP-3 VALUE ZERO.
001880 77  WS-CONV-INT             PIC S9(12) COMP-3 VALUE ZERO.
001890 77  WS-CONV-FRAC            PIC S9(1)V9(6) COMP-3 VALUE ZERO.
001891 77  WS-CONV-RESULT          PIC S9(10)V99 COMP-3 VALUE ZERO.
001893******************************************************************
001894* FX PRICING FIELDS - SAME PRICING AS CASH00'S CASH-FX-PRICE     *
001896* (SEE DCLFXSP). SIDE 'S' THE SHOP SELLS THE POSITION CURRENCY   *
001897* (A CREDIT), 'B' IT BUYS IT BACK (A DEBIT).                     *
001899******************************************************************
001900 77  WS-FX-FROMCCY           PIC X(8) VALUE SPACES.
001902 77  WS-FX-TOCCY             PIC X(8) VALUE SPACES.
001903 77  WS-FX-SIDE              PIC X(1) VALUE SPACE.
001905 77  WS-FX-SPREAD            PIC S9(3)V99 COMP-3 VALUE ZERO.
001906 77  WS-FX-MID-RESULT        PIC S9(10)V99 COMP-3 VALUE ZERO.
001908 77  WS-FX-MARGIN            PIC S9(7)V99 COMP-3 VALUE ZERO.
001910******************************************************************
001920* DAILY DEBIT VELOCITY FIELDS - SAME DEFAULTS AND ACCUMULATION   *
001930* AS CASH00'S CASH-VEL-CHECK/CASH-VEL-RECORD                     *
002000 77  WS-VEL-USED-CNT         PIC S9(9) COMP VALUE ZERO.
002010 77  WS-VEL-BLOCKED-SW       PIC X(1) VALUE 'N'.
002020     88 WS-VEL-BLOCKED                 VALUE 'Y'.
002026******************************************************************
002032* VALUE-DATE WORK FIELDS: THE EFFECTIVE VALUE DATE, THE DAYS A  *
002038* BACK-VALUED POSTING TRAILED THE BUSINESS DATE, AND THE        *
002044* INTEREST ADJUSTMENT COMPUTED AT THE INTRATE IN FORCE          *
002050******************************************************************
002056 77  WS-BUSDT-ISO            PIC X(10) VALUE SPACES.
002062 77  WS-VALUEDT              PIC X(08) VALUE SPACES.
002068 77  WS-VAL-N                PIC 9(8) VALUE ZERO.
002074 77  WS-BUSDT-N              PIC 9(8) VALUE ZERO.
002080 77  WS-BACKVAL-DAYS         PIC S9(5) VALUE ZERO.
002086 77  WS-ADJ-AMT              PIC S9(7)V99 COMP-3 VALUE ZERO.
002092 77  WS-RATE-FOUND-SW        PIC X(01) VALUE 'N'.
002098     88 WS-RATE-FOUND                  VALUE 'Y'.
002104 77  WS-BACKVAL-CNT          PIC 9(7) COMP VALUE ZERO.
002110 77  WS-BACKVAL-TOTAL        PIC S9(9)V99 COMP-3 VALUE ZERO.
002116*    WORKING-DAY ROLL OF THE VALUE DATE: DAY 1 OF INTEGER-OF-DATE
002122*    (1601-01-01) WAS A MONDAY, SO THE DAY NUMBER'S REMAINDER BY
002128*    7 IS 6 ON A SATURDAY AND 0 ON A SUNDAY. THE TRY COUNT STOPS
002134*    A CALENDAR KEYED SOLID WITH HOLIDAYS FROM LOOPING THE RUN.
002140 77  WS-ROLL-INT             PIC S9(7) VALUE ZERO.
002146 77  WS-ROLL-STEP            PIC S9(1) VALUE +1.
002152 77  WS-ROLL-WEEKS           PIC S9(7) VALUE ZERO.
002158 77  WS-ROLL-DOW             PIC 9(1) VALUE ZERO.
002164     88 WS-ROLL-WEEKEND                VALUE 0 6.
002170 77  WS-NONWORK-SW           PIC X(01) VALUE 'N'.
002176     88 WS-NONWORK-DAY                 VALUE 'Y'.
002178 77  WS-CAL-ERR-SW           PIC X(01) VALUE 'N'.
002180     88 WS-CAL-ERROR                   VALUE 'Y'.
002182 77  WS-ROLL-TRIES           PIC 9(2) COMP VALUE ZERO.
002188 77  WS-VALROLL-CNT          PIC 9(7) COMP VALUE ZERO.
002194******************************************************************
002200* COUNTERPARTY SANCTIONS SCREEN: A BIC WHOSE INSTITUTION+COUNTRY+*
002206* LOCATION (FIRST 8) IS A LISTED BANK, OR WHOSE COUNTRY (5:2) IS *
002212* EMBARGOED, REJECTS 'SANCTIONS' AND - ON A LIVE RUN - RAISES A  *
002218* SANCREF REFERRAL FOR COMPLIANCE.                               *
002224******************************************************************
002230 77  WS-CPTY-BIC8            PIC X(08) VALUE SPACES.
002236 77  WS-CPTY-CTRY            PIC X(02) VALUE SPACES.
002242 77  WS-SANC-CNT             PIC 9(7) COMP VALUE ZERO.
002248 77  WS-SREF-SEQ             PIC 9(02) VALUE ZERO.
002254 77  WS-SREF-INS-SW          PIC X(01) VALUE 'N'.
002260     88 WS-SREF-INS-DONE               VALUE 'Y'.
002267******************************************************************
002268* VALIDATE-ONLY MODE (SYSIN CARD 'VALIDATE'): EVERY EDIT RUNS,  *
002269* NOTHING POSTS. THE FLOOR CHECKS WORK AGAINST A SIMULATED      *
002220        10 WS-PEND-HIST-PRIOR    PIC 9(7)V99.
002230        10 WS-PEND-HIST-REFID    PIC X(12).
002232        10 WS-PEND-HIST-VALDT    PIC X(08).
002233        10 WS-PEND-HIST-MARGIN   PIC 9(7)V99.
002235        10 WS-PEND-HIST-CHSEQ    PIC 9(09).
002236        10 WS-PEND-HIST-PREVVAL  PIC X(20).
002238        10 WS-PEND-HIST-CHVAL    PIC X(20).
002240*    SAME STAGED-HISTORY DISCIPLINE AS CASH01: A ROW ONLY MOVES
002250*    FROM HERE TO THE VSAM FILE AFTER THE DB2 COMMIT THAT MADE
002260*    ITS BALANCE UPDATE DURABLE, SO AN ABEND BETWEEN COMMITS CAN
002280 77  WS-PEND-HIST-CNT        PIC 9(5) COMP VALUE ZERO.
002290 77  WS-PEND-HIST-IDX        PIC 9(5) COMP VALUE ZERO.
002300 77  WS-WRITE-SEQ            PIC 9(2) VALUE ZERO.
002301 77  WS-WRITE-DONE-SW        PIC X(01) VALUE 'N'.
002302     88 WS-WRITE-DONE                   VALUE 'Y'.
002304*    HISTORY CHAIN FIELDS (SEE DCLHCHN/DCLHIST): EACH ROW IS
002305*    LINKED INTO ITS OWNER'S CHAIN AS IT IS STAGED, SO THE HEAD
002306*    UPDATE COMMITS WITH THE BALANCE UPDATE THE ROW RECORDS.
002308*    WS-CHN-BYTE-HW PICKS UP ONE RECORD BYTE IN ITS LOW HALF.
002309 77  WS-CHN-POS              PIC S9(4) COMP VALUE ZERO.
002310 77  WS-CHN-LEN              PIC S9(4) COMP VALUE ZERO.
002312 77  WS-CHN-SAVE-SEQ         PIC 9(2) VALUE ZERO.
002313 77  WS-CHN-WORK             PIC S9(15) COMP-3 VALUE ZERO.
002315 77  WS-CHN-QUOT             PIC S9(15) COMP-3 VALUE ZERO.
002316 77  WS-CHN-MOD-A            PIC S9(11) COMP-3 VALUE 2147483647.
002317 77  WS-CHN-MOD-B            PIC S9(11) COMP-3 VALUE 999999937.
002319 77  WS-CHN-ZERO-VAL         PIC X(20) VALUE ALL '0'.
002320 01  WS-CHN-BYTE-HW          PIC 9(4) COMP VALUE ZERO.
002321 01  WS-CHN-BYTE-R REDEFINES WS-CHN-BYTE-HW.
002323     05 WS-CHN-BYTE-HI       PIC X(01).
002324     05 WS-CHN-BYTE-LO       PIC X(01).
002325 01  WS-CHN-VALUE.
002327     05 WS-CHN-A             PIC 9(10).
002328     05 WS-CHN-B             PIC 9(10).
002330 01  WS-PEND-REJ-TABLE.
002340     05 WS-PEND-REJ-ENTRY OCCURS 1000 TIMES
002350                             PIC X(80).
004620         OR TR-CURRENCY(6:3) NOT = SPACES
004630         MOVE 'BAD CURNCY' TO WS-REJECT-REASON
004640         GO TO 3000-VALIDATE-TRAN-EXIT
004641     END-IF
004642
004643     IF TR-VALCONV NOT = 'F' AND TR-VALCONV NOT = 'P'
004644         AND TR-VALCONV NOT = 'R' AND TR-VALCONV NOT = SPACE
004645         MOVE 'BAD VALCNV' TO WS-REJECT-REASON
004646         GO TO 3000-VALIDATE-TRAN-EXIT
004647     END-IF
004648
004650     IF TR-VALUEDT NOT = SPACES
004651         PERFORM 3100-VALDT-WORKDAY
004652             THRU 3100-VALDT-WORKDAY-EXIT
004653     END-IF
004654
004655     IF WS-REJECT-REASON = SPACES AND TR-CPTY-BIC NOT = SPACES
004656         PERFORM 3400-CPTY-SCREEN
004657             THRU 3400-CPTY-SCREEN-EXIT
004658     END-IF
004660     .
004661 3000-VALIDATE-TRAN-EXIT.
004662     EXIT.
004663*
004664******************************************************************
004665* 3100-VALDT-WORKDAY - A VALUE DATE MUST BE A WORKING DAY OF THE *
004666*   SETTLEMENT CURRENCY (WEEKDAY, NO HOLCAL ROW - SEE CASH33).   *
004667*   ONE THAT IS NOT EITHER REJECTS 'VALDT HOL' ('R') OR IS       *
004668*   ROLLED IN PLACE IN TR-VALUEDT, SO THE HISTORY VALDT AND THE  *
004669*   BACK-VALUATION DAY COUNT BOTH SEE THE WORKING DAY. A ROLL    *
004670*   FORWARD NEVER PASSES THE BUSINESS DATE - A MOVEMENT CANNOT   *
004671*   BE VALUED AFTER THE DAY IT POSTS. A HOLCAL READ THAT FAILS   *
004672*   REJECTS 'HCAL FAILD' - THE DAY IS NEVER GUESSED.             *
004673******************************************************************
004674 3100-VALDT-WORKDAY.
004675     MOVE 'N' TO WS-CAL-ERR-SW
004676     MOVE TR-VALUEDT TO WS-VAL-N
004677     COMPUTE WS-ROLL-INT = FUNCTION INTEGER-OF-DATE(WS-VAL-N)
004678     END-COMPUTE
004679     PERFORM 3200-WORKDAY-CHECK
004680         THRU 3200-WORKDAY-CHECK-EXIT
004681     IF WS-CAL-ERROR
004682         MOVE 'HCAL FAILD' TO WS-REJECT-REASON
004683         GO TO 3100-VALDT-WORKDAY-EXIT
004684     END-IF
004685     IF NOT WS-NONWORK-DAY
004686         GO TO 3100-VALDT-WORKDAY-EXIT
004687     END-IF
004688
004689     IF TR-VALCONV = 'R'
004690         MOVE 'VALDT HOL' TO WS-REJECT-REASON
004691         GO TO 3100-VALDT-WORKDAY-EXIT
004692     END-IF
004693
004694     IF TR-VALCONV = 'P'
004695         MOVE -1 TO WS-ROLL-STEP
004696     ELSE
004697         MOVE +1 TO WS-ROLL-STEP
004698     END-IF
004699     MOVE ZERO TO WS-ROLL-TRIES
004700     PERFORM 3150-ROLL-ONE-DAY
004701         THRU 3150-ROLL-ONE-DAY-EXIT
004702         UNTIL NOT WS-NONWORK-DAY
004703         OR WS-ROLL-TRIES > 31
004704         OR WS-CAL-ERROR
004705     IF WS-CAL-ERROR
004706         MOVE 'HCAL FAILD' TO WS-REJECT-REASON
004707         GO TO 3100-VALDT-WORKDAY-EXIT
004708     END-IF
004709     IF WS-NONWORK-DAY
004710         MOVE 'VALDT HOL' TO WS-REJECT-REASON
004711         GO TO 3100-VALDT-WORKDAY-EXIT
004712     END-IF
004713
004714     IF WS-VAL-N > WS-BUSDT
004715         AND TR-VALUEDT NOT > WS-BUSDT
004716         MOVE WS-BUSDT TO WS-VAL-N
004717     END-IF
004718
004719     ADD 1 TO WS-VALROLL-CNT
004720     DISPLAY 'CASH07 - VALUE DATE ROLLED ' TR-OWNER ' '
004721         TR-REFERENCE ' ' TR-VALUEDT ' TO ' WS-VAL-N
004722     MOVE WS-VAL-N TO TR-VALUEDT
004723     .
004724 3100-VALDT-WORKDAY-EXIT.
004725     EXIT.
004726*
004727 3150-ROLL-ONE-DAY.
004728     ADD 1 TO WS-ROLL-TRIES
004729     ADD WS-ROLL-STEP TO WS-ROLL-INT
004730     COMPUTE WS-VAL-N = FUNCTION DATE-OF-INTEGER(WS-ROLL-INT)
004731     END-COMPUTE
004732     PERFORM 3200-WORKDAY-CHECK
004733         THRU 3200-WORKDAY-CHECK-EXIT
004734     .
004735 3150-ROLL-ONE-DAY-EXIT.
004736     EXIT.
004737*
004738******************************************************************
004739* 3200-WORKDAY-CHECK - IS WS-VAL-N (DAY NUMBER IN WS-ROLL-INT) A *
004740*   NON-WORKING DAY OF TR-CURRENCY? SATURDAY AND SUNDAY ALWAYS   *
004741*   ARE; A WEEKDAY IS WHEN THE CURRENCY'S HOLCAL CALENDAR        *
004742*   CARRIES IT. SAME TEST AS CASH19'S NEXTRUN ROLL. ANY OTHER    *
004743*   SQLCODE SETS WS-CAL-ERR-SW INSTEAD OF ANSWERING.             *
004744******************************************************************
004745 3200-WORKDAY-CHECK.
004746     MOVE 'N' TO WS-NONWORK-SW
004747
004748     DIVIDE WS-ROLL-INT BY 7 GIVING WS-ROLL-WEEKS
004749         REMAINDER WS-ROLL-DOW
004750     IF WS-ROLL-WEEKEND
004751         MOVE 'Y' TO WS-NONWORK-SW
004752         GO TO 3200-WORKDAY-CHECK-EXIT
004753     END-IF
004754
004755     MOVE WS-VAL-N TO HC-HOLDT
004756     EXEC SQL
004757          SELECT CALCODE
004758          INTO  :HC-CALCODE
004759          FROM STOCKTRD.HOLCAL
004760          WHERE CALCODE = :TR-CURRENCY
004761            AND HOLDT = :HC-HOLDT
004762     END-EXEC
004763     IF SQLCODE = 0
004764         MOVE 'Y' TO WS-NONWORK-SW
004765     END-IF
004766     IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
004767         DISPLAY 'CASH07 - HOLCAL READ FAILED FOR ' TR-REFERENCE
004768             ' SQLCODE=' SQLCODE
004769         MOVE 'Y' TO WS-CAL-ERR-SW
004770     END-IF
004771     .
004772 3200-WORKDAY-CHECK-EXIT.
004773     EXIT.
004774*
004775******************************************************************
004776* 3400-CPTY-SCREEN - THE COUNTERPARTY BIC AGAINST THE SANCTIONS  *
004777*   WATCH LIST: A LISTED BANK ('B', ON THE BIC'S FIRST 8) OR AN  *
004778*   EMBARGOED COUNTRY ('C', ON BIC POSITIONS 5-6), SKIPPING A    *
004779*   HIT COMPLIANCE ALREADY CLEARED FOR THIS OWNER. A HIT REJECTS *
004780*   'SANCTIONS'; A LIVE RUN ALSO PUTS IT ON THE SANCREF REFERRAL *
004781*   QUEUE, COMMITTED WITH THE NEXT CHECKPOINT SO A RESTART THAT  *
004782*   RE-READS THE RECORD RE-RAISES IT ONLY IF IT WAS LOST. A      *
004783*   SCREEN THAT CANNOT RUN REJECTS RATHER THAN POSTS UNSCREENED. *
004784******************************************************************
004785 3400-CPTY-SCREEN.
004786     MOVE TR-CPTY-BIC(1:8) TO WS-CPTY-BIC8
004787     MOVE TR-CPTY-BIC(5:2) TO WS-CPTY-CTRY
004788     MOVE TR-OWNER         TO WS-OWNER-32
004789
004790     EXEC SQL
004791         SELECT W.LISTID, W.LISTSRC, W.WTYPE, W.LISTNAME,
004792                W.NAMEKEY, W.COUNTRY, W.WSTATUS, W.LOADDT
004793         INTO :DCLWATCHLST
004794         FROM STOCKTRD.WATCHLST W
004795         WHERE W.WSTATUS = 'A'
004796           AND ((W.WTYPE = 'B'
004797                 AND W.NAMEKEY = UPPER(:WS-CPTY-BIC8))
004798             OR (W.WTYPE = 'C'
004799                 AND W.NAMEKEY = UPPER(:WS-CPTY-CTRY)))
004800           AND NOT EXISTS
004801               (SELECT 1 FROM STOCKTRD.SANCREF R
004802                WHERE R.SNAME = UPPER(:WS-OWNER-32)
004803                  AND R.LISTID = W.LISTID
004804                  AND R.RSTATUS = 'X')
004805         ORDER BY W.WTYPE
004806         FETCH FIRST 1 ROW ONLY
004807     END-EXEC
004808
004809     IF SQLCODE = 100
004810         GO TO 3400-CPTY-SCREEN-EXIT
004811     END-IF
004812
004813     IF SQLCODE NOT = 0
004814         DISPLAY 'CASH07 - SANCTIONS SCREEN FAILED FOR '
004815             TR-REFERENCE ' SQLCODE=' SQLCODE
004816         MOVE 'SCRN FAILD' TO WS-REJECT-REASON
004817         GO TO 3400-CPTY-SCREEN-EXIT
004818     END-IF
004819
004820     MOVE 'SANCTIONS' TO WS-REJECT-REASON
004821     ADD 1 TO WS-SANC-CNT
004822     DISPLAY 'CASH07 - COUNTERPARTY ' TR-CPTY-BIC
004823         ' MATCHES WATCH-LIST ENTRY ' WL-LISTID
004824
004825     IF WS-VALIDATE-ONLY
004826         GO TO 3400-CPTY-SCREEN-EXIT
004827     END-IF
004828
004829*    THE OWNER'S CUSTOMER ID WHEN A MASTER MATCHES, SO THE
004830*    REFERRAL HOLDS THAT CUSTOMER'S OPENS LIKE ANY OTHER.
004831     MOVE SPACES TO DCLSANCREF
004832     EXEC SQL
004833         SELECT CUSTID
004834         INTO :SR-CUSTID
004835         FROM STOCKTRD.CUSTMAST
004836         WHERE UPPER(LEGALNAME) = UPPER(:WS-OWNER-32)
004837         FETCH FIRST 1 ROW ONLY
004838     END-EXEC
004839     IF SQLCODE NOT = 0
004840         MOVE SPACES TO SR-CUSTID
004841     END-IF
004842
004843     MOVE WS-OWNER-32      TO SR-SNAME
004844     MOVE WS-CPTY-CTRY     TO SR-COUNTRY
004845     MOVE WL-LISTID        TO SR-LISTID
004846     MOVE WL-WTYPE         TO SR-HITTYPE
004847     MOVE 'CASH07'         TO SR-SRCPGM
004848     MOVE TR-REFERENCE     TO SR-SRCREF
004849     MOVE 'P'              TO SR-RSTATUS
004850     ACCEPT WS-ASKTIME-DATE FROM DATE YYYYMMDD
004851     ACCEPT WS-ASKTIME-TIME FROM TIME
004852     MOVE WS-ASKTIME-DATE  TO SR-ENTRYDT
004853     MOVE WS-ASKTIME-TIME  TO SR-ENTRYTM
004854
004855     MOVE ZERO TO WS-SREF-SEQ
004856     MOVE 'N'  TO WS-SREF-INS-SW
004857     PERFORM 3450-SREF-INSERT-TRY
004858         THRU 3450-SREF-INSERT-TRY-EXIT
004859         UNTIL WS-SREF-INS-DONE
004860
004861     IF SQLCODE NOT = 0
004862         DISPLAY 'CASH07 - SANCTIONS REFERRAL NOT RECORDED FOR '
004863             TR-REFERENCE ' SQLCODE=' SQLCODE
004864         MOVE 'Y' TO WS-RUN-ERROR-SW
004865     END-IF
004866     .
004867 3400-CPTY-SCREEN-EXIT.
004868     EXIT.
004869*
004870 3450-SREF-INSERT-TRY.
004871     MOVE SPACES          TO SR-REFID
004872     MOVE WS-ASKTIME-DATE TO SR-REFID(1:8)
004873     MOVE WS-ASKTIME-TIME TO SR-REFID(9:6)
004874     MOVE WS-SREF-SEQ     TO SR-REFID(15:2)
004875
004876     EXEC SQL
004877         INSERT INTO STOCKTRD.SANCREF(
004878             REFID, CUSTID, SNAME, COUNTRY, LISTID, HITTYPE,
004879             SRCPGM, SRCREF, RSTATUS, ENTRYDT, ENTRYTM,
004880             DECIDID, DECIDDT)
004881         VALUES (:SR-REFID, :SR-CUSTID, UPPER(:SR-SNAME),
004882             :SR-COUNTRY, :SR-LISTID, :SR-HITTYPE,
004883             :SR-SRCPGM, :SR-SRCREF, :SR-RSTATUS,
004884             :SR-ENTRYDT, :SR-ENTRYTM, :SR-DECIDID,
004885             :SR-DECIDDT)
004886     END-EXEC
004887
004888     IF SQLCODE = -803 AND WS-SREF-SEQ < 99
004889         ADD 1 TO WS-SREF-SEQ
004890     ELSE
004891         MOVE 'Y' TO WS-SREF-INS-SW
004892     END-IF
004893     .
004894 3450-SREF-INSERT-TRY-EXIT.
004895     EXIT.
004896*
004897******************************************************************
004898* 4000-POST-TRAN - READ THE POSITION, CHECK THE RATE, APPLY THE  *
004899*   MOVEMENT UNDER THE OVERDRAFT FLOOR, STAGE THE AUDIT RECORD   *
004900******************************************************************
004901 4000-POST-TRAN.
004902     MOVE TR-OWNER TO WS-OWNER-32
004903
004904     IF TR-REQ = 'V'
004905         PERFORM 4700-REVERSE-TRAN
004906             THRU 4700-REVERSE-TRAN-EXIT
004907         GO TO 4000-POST-TRAN-EXIT
004908     END-IF
004909
004910     EXEC SQL
004911         SELECT OWNER, BALANCE, CURRENCYC, ACCTSTAT, STATRSN
004912         INTO :DCLCASHACCOUNTY
004913         FROM STOCKTRD.CASHACCOUNTY
004914         WHERE UPPER(OWNER) = UPPER(:WS-OWNER-32)
004915           AND CURRENCYC = :TR-CURRENCY
004916     END-EXEC
004917
004918     IF SQLCODE NOT = 0
004920         MOVE 'NOT FOUND' TO WS-REJECT-REASON
004930         GO TO 4000-POST-TRAN-EXIT
004940     END-IF
005000
005010     IF ACCTSTAT = 'C'
005020         MOVE 'ACCT CLOSD' TO WS-REJECT-REASON
005021         GO TO 4000-POST-TRAN-EXIT
005023     END-IF
005025
005026     IF ACCTSTAT = 'E'
005028         MOVE 'ACCT ESCHT' TO WS-REJECT-REASON
005030         GO TO 4000-POST-TRAN-EXIT
005040     END-IF
005042
005600
005610*    CONVERT THROUGH THE CURRENCY MASTER WHERE ONE EXISTS, THE
005620*    SAME ARITHMETIC CASH00 APPLIES ONLINE - SAME AMOUNT, SAME
005630*    CENT, EVERYWHERE - PRICED AT THE CUSTOMER RATE: A CREDIT
005632*    SELLS THE POSITION CURRENCY, A DEBIT BUYS IT BACK.
005640     MOVE TR-CURRENCY TO WS-CONV-CURRENCY
005650     MOVE RATES       TO WS-CONV-RATE
005660     MOVE TR-AMOUNT   TO WS-CONV-AMT
005670     PERFORM 4600-CURRMAST-LOOKUP
005680         THRU 4600-CURRMAST-LOOKUP-EXIT
005682     IF TR-REQ = 'C'
005684         MOVE CURRNBASE   TO WS-FX-FROMCCY
005686         MOVE TR-CURRENCY TO WS-FX-TOCCY
005688         MOVE 'S'         TO WS-FX-SIDE
005690     ELSE
005692         MOVE TR-CURRENCY TO WS-FX-FROMCCY
005694         MOVE CURRNBASE   TO WS-FX-TOCCY
005696         MOVE 'B'         TO WS-FX-SIDE
005698     END-IF
005699     PERFORM 4660-FX-PRICE
005700         THRU 4660-FX-PRICE-EXIT
005710
005720     IF TR-REQ = 'C'
005730         COMPUTE WS-CALC = BALANCE + WS-CONV-RESULT
006970         WHEN OTHER
006980             IF WS-CONV-FRAC >= 0.5
006990                 ADD 1 TO WS-CONV-INT
006991             END-IF
006992     END-EVALUATE
006993
006994     COMPUTE WS-CONV-RESULT = WS-CONV-INT / WS-CONV-MULT
006995     END-COMPUTE
006996     .
006997 4650-CONVERT-AMOUNT-EXIT.
006998     EXIT.
006999*
007000******************************************************************
007001* 4660-FX-PRICE - CONVERT AT THE CUSTOMER RATE RATHER THAN THE   *
007002*   MID (SEE DCLFXSP). THE SPREAD IS THE PAIR'S ROW AT THE       *
007003*   OWNER'S CUSTMAST FXTIER, ELSE THE PAIR'S STANDARD (BLANK     *
007004*   TIER) ROW. NO ROW, OR A FAILED READ, CONVERTS AT THE MID     *
007005*   WITH NO MARGIN, EXACTLY AS BEFORE THE TABLE EXISTED. ON      *
007006*   ENTRY WS-CONV-RATE HOLDS THE MID FROM 4600; ON EXIT IT HOLDS *
007007*   THE RATE APPLIED, WS-CONV-RESULT THE MOVEMENT AT THAT RATE   *
007008*   AND WS-FX-MARGIN THE DIFFERENCE FROM THE MID CONVERSION.     *
007009******************************************************************
007010 4660-FX-PRICE.
007011     MOVE ZERO TO WS-FX-SPREAD
007012     MOVE ZERO TO WS-FX-MARGIN
007013
007014     EXEC SQL
007015         SELECT FXTIER
007016         INTO  :CU-FXTIER
007017         FROM STOCKTRD.CUSTMAST
007018         WHERE UPPER(LEGALNAME) = UPPER(:WS-OWNER-32)
007019         FETCH FIRST 1 ROW ONLY
007020     END-EXEC
007021     IF SQLCODE NOT = 0
007022         MOVE SPACE TO CU-FXTIER
007023     END-IF
007024
007025*    A TIER ROW SORTS AHEAD OF THE BLANK STANDARD ROW.
007026     EXEC SQL
007027         SELECT SPREADBP
007028         INTO  :FS-SPREADBP
007030         FROM STOCKTRD.FXSPREAD
007031         WHERE FROMCCY = :WS-FX-FROMCCY
007032           AND TOCCY   = :WS-FX-TOCCY
007033           AND (TIER = :CU-FXTIER OR TIER = ' ')
007034         ORDER BY TIER DESC
007035         FETCH FIRST 1 ROW ONLY
007036     END-EXEC
007037     IF SQLCODE = 0
007038         MOVE FS-SPREADBP TO WS-FX-SPREAD
007039     END-IF
007040
007041     PERFORM 4650-CONVERT-AMOUNT
007042         THRU 4650-CONVERT-AMOUNT-EXIT
007043
007044     IF WS-FX-SPREAD NOT > ZERO
007045         GO TO 4660-FX-PRICE-EXIT
007046     END-IF
007047
007048     MOVE WS-CONV-RESULT TO WS-FX-MID-RESULT
007049     IF WS-FX-SIDE = 'S'
007050         COMPUTE WS-CONV-RATE ROUNDED =
007051             WS-CONV-RATE * (10000 - WS-FX-SPREAD) / 10000
007052         END-COMPUTE
007053     ELSE
007054         COMPUTE WS-CONV-RATE ROUNDED =
007055             WS-CONV-RATE * (10000 + WS-FX-SPREAD) / 10000
007056         END-COMPUTE
007057     END-IF
007058     PERFORM 4650-CONVERT-AMOUNT
007059         THRU 4650-CONVERT-AMOUNT-EXIT
007060     IF WS-CONV-RESULT > WS-FX-MID-RESULT
007061         COMPUTE WS-FX-MARGIN = WS-CONV-RESULT - WS-FX-MID-RESULT
007062         END-COMPUTE
007063     ELSE
007064         COMPUTE WS-FX-MARGIN = WS-FX-MID-RESULT - WS-CONV-RESULT
007065         END-COMPUTE
007066     END-IF
007067     .
007068 4660-FX-PRICE-EXIT.
007070     EXIT.
007080*
007090******************************************************************
007890     END-IF
007900     .
007910 4690-VEL-RECORD-EXIT.
007911     EXIT.
007912*
007913******************************************************************
007914* 4860-BACKVAL-ADJUST - THE POSTING JUST APPLIED CARRIES A      *
007915*   VALUE DATE BEHIND THE BUSINESS DATE: POST THE INTEREST THE  *
007916*   TRAILING DAYS EARNED (CREDIT) OR OWE (DEBIT), AT THE        *
007917*   INTRATE ROW IN FORCE ON THE BUSINESS DATE, IN THE SAME      *
007918*   UNIT OF WORK AS THE POSTING, AND STAGE AN 'I' AUDIT RECORD *
007919*   FLAGGED 'VALDT ADJ'. NO INTRATE ROW MEANS NO ADJUSTMENT -  *
007920*   THE REPORT LINE SAYS SO AND THE TAX DESK CHASES THE RATE.  *
007921******************************************************************
007922 4860-BACKVAL-ADJUST.
007923     ADD 1 TO WS-BACKVAL-CNT
007924
007925     MOVE WS-VALUEDT TO WS-VAL-N
007926     MOVE WS-BUSDT   TO WS-BUSDT-N
007927     COMPUTE WS-BACKVAL-DAYS =
007928         FUNCTION INTEGER-OF-DATE(WS-BUSDT-N) -
007929         FUNCTION INTEGER-OF-DATE(WS-VAL-N)
007930     END-COMPUTE
007931
007933     MOVE 'N' TO WS-RATE-FOUND-SW
007934     EXEC SQL
007935         SELECT CURRENCYC, INTRATE, EFFDT
007936         INTO :DCLINTRATE
007937         FROM STOCKTRD.INTRATE
007938         WHERE CURRENCYC = :TR-CURRENCY
007939           AND EFFDT <= :WS-BUSDT-ISO
007940         ORDER BY EFFDT DESC
007941         FETCH FIRST 1 ROW ONLY
007942     END-EXEC
007943     IF SQLCODE = 0
007944         MOVE 'Y' TO WS-RATE-FOUND-SW
007945     END-IF
007946
007947     IF NOT WS-RATE-FOUND
007948         DISPLAY 'CASH07 - BACK-VALUED ' TR-OWNER ' '
007949             TR-REFERENCE ' VALUE ' WS-VALUEDT ' DAYS '
007950             WS-BACKVAL-DAYS ' - NO INTRATE ROW, NOT ADJUSTED'
007951         GO TO 4860-BACKVAL-ADJUST-EXIT
007952     END-IF
007953
007954*    THE ADJUSTMENT RUNS ON THE CONVERTED MOVEMENT THE POSTING
007956*    JUST APPLIED (WS-CONV-RESULT), ONE DAY'S INTRATE PER
007957*    TRAILING DAY - THE SAME PER-RUN RATE CASH01 ACCRUES WITH.
007958     COMPUTE WS-ADJ-AMT ROUNDED =
007959         WS-CONV-RESULT * INTRATE * WS-BACKVAL-DAYS
007960     END-COMPUTE
007961
007962     IF WS-ADJ-AMT = ZERO
007963         DISPLAY 'CASH07 - BACK-VALUED ' TR-OWNER ' '
007964             TR-REFERENCE ' VALUE ' WS-VALUEDT ' DAYS '
007965             WS-BACKVAL-DAYS ' - ADJUSTMENT ROUNDS TO ZERO'
007966         GO TO 4860-BACKVAL-ADJUST-EXIT
007967     END-IF
007968
007969     MOVE BALANCE TO WS-PRIOR-BAL
007970     IF TR-REQ = 'C'
007971         ADD WS-ADJ-AMT TO BALANCE
007972     ELSE
007973         SUBTRACT WS-ADJ-AMT FROM BALANCE
007974     END-IF
007975
007976     EXEC SQL
007977         UPDATE STOCKTRD.CASHACCOUNTY
007979         SET BALANCE = :BALANCE
007980         WHERE UPPER(OWNER) = UPPER(:WS-OWNER-32)
007981           AND CURRENCYC = :TR-CURRENCY
007982     END-EXEC
007983
007984     IF SQLCODE NOT = 0
007985         DISPLAY 'CASH07 - BACK-VAL ADJUST FAILED FOR '
007986             TR-OWNER ' SQLCODE=' SQLCODE
007987         MOVE 'Y' TO WS-RUN-ERROR-SW
007988         GO TO 4860-BACKVAL-ADJUST-EXIT
007989     END-IF
007990
007991     ADD WS-ADJ-AMT TO WS-BACKVAL-TOTAL
007992
007993     ADD 1 TO WS-PEND-HIST-CNT
007994     MOVE TR-OWNER          TO WS-PEND-HIST-NAME(WS-PEND-HIST-CNT)
007995     MOVE WS-ASKTIME-DATE   TO WS-PEND-HIST-DATE(WS-PEND-HIST-CNT)
007996     MOVE WS-ASKTIME-TIME   TO WS-PEND-HIST-TIME(WS-PEND-HIST-CNT)
007997     MOVE ZERO              TO WS-PEND-HIST-SEQ(WS-PEND-HIST-CNT)
007998     MOVE 'I'               TO WS-PEND-HIST-REQ(WS-PEND-HIST-CNT)
007999     MOVE BALANCE TO
008000         WS-PEND-HIST-BALANCE(WS-PEND-HIST-CNT)
008002     MOVE CURRENCYC OF DCLCASHACCOUNTY TO
008003         WS-PEND-HIST-CURRENCY(WS-PEND-HIST-CNT)
008004     MOVE 'VALDT ADJ' TO
008005         WS-PEND-HIST-RETCODE(WS-PEND-HIST-CNT)
008006     MOVE WS-ADJ-AMT TO
008007         WS-PEND-HIST-AMOUNT(WS-PEND-HIST-CNT)
008008     MOVE INTRATE TO
008009         WS-PEND-HIST-RATE(WS-PEND-HIST-CNT)
008010     MOVE WS-PRIOR-BAL TO
008011         WS-PEND-HIST-PRIOR(WS-PEND-HIST-CNT)
008012     MOVE TR-REFERENCE TO
008013         WS-PEND-HIST-REFID(WS-PEND-HIST-CNT)
008014     MOVE WS-VALUEDT TO
008015         WS-PEND-HIST-VALDT(WS-PEND-HIST-CNT)
008016     MOVE ZERO TO
008017         WS-PEND-HIST-MARGIN(WS-PEND-HIST-CNT)
008018
008019     DISPLAY 'CASH07 - BACK-VALUED ' TR-OWNER ' '
008020         TR-REFERENCE ' VALUE ' WS-VALUEDT ' DAYS '
008021         WS-BACKVAL-DAYS ' ADJUSTMENT ' WS-ADJ-AMT
008022     PERFORM 5900-CHAIN-PENDING
008023         THRU 5900-CHAIN-PENDING-EXIT
008025     .
008026 4860-BACKVAL-ADJUST-EXIT.
008027     EXIT.
008030 4700-REVERSE-TRAN.
008040     EXEC SQL
008050         SELECT REFID, OWNER, REQ, RETCODE, BALANCE,
008056                CURRENCYC, PROCDT, AMOUNT, RATEAPPL, RSTATUS,
008063                FXMARGIN
008070         INTO :DCLCASHREF
008080         FROM STOCKTRD.CASHREF
008090         WHERE REFID = :TR-REFERENCE
008240         OR REF-AMOUNT NOT > ZERO
008250         MOVE 'NOT REVSBL' TO WS-REJECT-REASON
008260         GO TO 4700-REVERSE-TRAN-EXIT
008261     END-IF
008262
008263*    A POSTING UNDER AN OPEN OR UPHELD DISPUTE CASE IS SETTLED
008265*    BY THE CASE (CASH50) - A REVERSAL ON TOP OF ITS PROVISIONAL
008266*    OR FINAL CREDIT WOULD PAY THE CUSTOMER TWICE. SAME GUARD AS
008267*    CASH00'S 'V'.
008268     MOVE ZERO TO WS-DISP-CNT
008270     EXEC SQL
008271         SELECT COUNT(*)
008272         INTO  :WS-DISP-CNT
008273         FROM STOCKTRD.DISPCASE
008275         WHERE REFID = :TR-REFERENCE
008276           AND CSTATUS IN ('O', 'U')
008277     END-EXEC
008278     IF SQLCODE NOT = 0
008280         MOVE 'DISP FAILD' TO WS-REJECT-REASON
008281         GO TO 4700-REVERSE-TRAN-EXIT
008282     END-IF
008283     IF WS-DISP-CNT > ZERO
008285         MOVE 'IN DISPUTE' TO WS-REJECT-REASON
008286         GO TO 4700-REVERSE-TRAN-EXIT
008287     END-IF
008288
008290     EXEC SQL
008300         SELECT OWNER, BALANCE, CURRENCYC, ACCTSTAT, STATRSN
008310         INTO :DCLCASHACCOUNTY
008450     END-IF
008460     IF ACCTSTAT = 'C'
008470         MOVE 'ACCT CLOSD' TO WS-REJECT-REASON
008472         GO TO 4700-REVERSE-TRAN-EXIT
008474     END-IF
008476     IF ACCTSTAT = 'E'
008478         MOVE 'ACCT ESCHT' TO WS-REJECT-REASON
008480         GO TO 4700-REVERSE-TRAN-EXIT
008490     END-IF
008500
009380         WS-PEND-HIST-PRIOR(WS-PEND-HIST-CNT)
009385     MOVE WS-BUSDT TO
009386         WS-PEND-HIST-VALDT(WS-PEND-HIST-CNT)
009388*    THE REVERSAL HANDS BACK THE MARGIN THE ORIGINAL POSTING
009390*    TOOK, AT THE CUSTOMER RATE IT WAS TAKEN AT.
009393     MOVE REF-FXMARGIN TO
009395         WS-PEND-HIST-MARGIN(WS-PEND-HIST-CNT)
009397     MOVE TR-REFERENCE TO
009400         WS-PEND-HIST-REFID(WS-PEND-HIST-CNT)
009401     PERFORM 5900-CHAIN-PENDING
009402         THRU 5900-CHAIN-PENDING-EXIT
009410     .
009420 4750-STAGE-REVERSE-HISTORY-EXIT.
009430     EXIT.
009550     EXEC SQL
009560         INSERT INTO STOCKTRD.CASHREF(
009570             REFID, OWNER, REQ, RETCODE, BALANCE,
009580             CURRENCYC, PROCDT, AMOUNT, RATEAPPL, RSTATUS,
009585             FXMARGIN)
009590         VALUES (:TR-REFERENCE, :WS-OWNER-32, :TR-REQ,
009600             'SETTLED', :BALANCE,
009610             :DCLCASHACCOUNTY.CURRENCYC, :WS-PROCDT,
009620             :TR-AMOUNT, :WS-CONV-RATE, 'A', :WS-FX-MARGIN)
009630     END-EXEC
009640
009650*    -803 HERE CAN ONLY BE A CORRECTED POSTING REUSING A
009760                 PROCDT    = :WS-PROCDT,
009770                 AMOUNT    = :TR-AMOUNT,
009780                 RATEAPPL  = :WS-CONV-RATE,
009790                 RSTATUS   = 'A',
009795                 FXMARGIN  = :WS-FX-MARGIN
009800             WHERE REFID = :TR-REFERENCE
009810               AND RSTATUS = 'R'
009820         END-EXEC
010210         WS-PEND-HIST-REFID(WS-PEND-HIST-CNT)
010212     MOVE WS-VALUEDT TO
010214         WS-PEND-HIST-VALDT(WS-PEND-HIST-CNT)
010215     MOVE WS-FX-MARGIN TO
010216         WS-PEND-HIST-MARGIN(WS-PEND-HIST-CNT)
010217     PERFORM 5900-CHAIN-PENDING
010218         THRU 5900-CHAIN-PENDING-EXIT
010220     .
010230 5000-WRITE-HISTORY-EXIT.
010240     EXIT.
010400*
010410******************************************************************
010420* 5600-WRITE-ONE-PENDING - WRITE ONE STAGED ROW TO HISTORY       *
010421******************************************************************
010422 5600-WRITE-ONE-PENDING.
010423     PERFORM 5610-LOAD-PENDING
010425         THRU 5610-LOAD-PENDING-EXIT
010426
010427*    TWO STAGED ROWS FOR THE SAME OWNER IN THE SAME SECOND WOULD
010429*    COLLIDE ON THE KEY - BUMP THE SEQ SUFFIX AND RETRY, AS
010430*    CASH00'S ONLINE WRITE DOES.
010431     MOVE ZERO TO WS-WRITE-SEQ
010433     MOVE 'N'  TO WS-WRITE-DONE-SW
010434     PERFORM 5650-WRITE-PENDING-TRY
010435         THRU 5650-WRITE-PENDING-TRY-EXIT
010436         UNTIL WS-WRITE-DONE
010438     .
010439 5600-WRITE-ONE-PENDING-EXIT.
010440     EXIT.
010442*
010443******************************************************************
010444* 5610-LOAD-PENDING - LOAD ONE STAGED ROW, CHAIN FIELDS AND      *
010446*   ALL, INTO THE HISTORY RECORD                                 *
010447******************************************************************
010448 5610-LOAD-PENDING.
010450     MOVE WS-PEND-HIST-NAME(WS-PEND-HIST-IDX)     TO WS-VR-NAME
010460     MOVE WS-PEND-HIST-DATE(WS-PEND-HIST-IDX)     TO WS-VR-DATE
010470     MOVE WS-PEND-HIST-TIME(WS-PEND-HIST-IDX)     TO WS-VR-TIME
010590     MOVE WS-PEND-HIST-REFID(WS-PEND-HIST-IDX)    TO WS-VR-REFID
010592     MOVE WS-PEND-HIST-VALDT(WS-PEND-HIST-IDX)    TO
010594         WS-VR-VALUEDT
010630     MOVE WS-PEND-HIST-MARGIN(WS-PEND-HIST-IDX)   TO
010635         WS-VR-MARGIN
010640     MOVE WS-PEND-HIST-CHSEQ(WS-PEND-HIST-IDX)    TO
010645         WS-VR-CHAINSEQ
010650     MOVE WS-PEND-HIST-PREVVAL(WS-PEND-HIST-IDX)  TO
010655         WS-VR-PREVVAL
010660     MOVE WS-PEND-HIST-CHVAL(WS-PEND-HIST-IDX)    TO
010665         WS-VR-CHAINVAL
010690     .
010700 5610-LOAD-PENDING-EXIT.
010710     EXIT.
010720*
010730 5650-WRITE-PENDING-TRY.
010750     WRITE WS-VSAM-RECORD
010760         INVALID KEY
010770             CONTINUE
010771     END-WRITE
010772     IF WS-HIST-FSTAT = '00'
010773         MOVE 'Y' TO WS-WRITE-DONE-SW
010774     ELSE
010775         IF WS-HIST-FSTAT = '22' AND WS-WRITE-SEQ < 99
010776             ADD 1 TO WS-WRITE-SEQ
010777         ELSE
010778             DISPLAY 'CASH07 - HISTORY WRITE FAILED FOR '
010779                 WS-VR-NAME ' STATUS=' WS-HIST-FSTAT
010780             MOVE 'Y' TO WS-WRITE-DONE-SW
010781         END-IF
010782     END-IF
010783     .
010784 5650-WRITE-PENDING-TRY-EXIT.
010785     EXIT.
010786*
010787******************************************************************
010788* 5900-CHAIN-PENDING - LINK THE ROW JUST STAGED INTO ITS         *
010789*   OWNER'S HISTORY CHAIN (SEE DCLHCHN) IN THE SAME UNIT OF      *
010790*   WORK AS THE BALANCE UPDATE IT RECORDS, AND KEEP THE CHAIN    *
010791*   FIELDS ON THE STAGED ROW FOR 5600 TO WRITE                   *
010792******************************************************************
010793 5900-CHAIN-PENDING.
010794     MOVE WS-PEND-HIST-CNT TO WS-PEND-HIST-IDX
010795     PERFORM 5610-LOAD-PENDING
010796         THRU 5610-LOAD-PENDING-EXIT
010797     PERFORM 5910-ADVANCE-CHAIN
010798         THRU 5910-ADVANCE-CHAIN-EXIT
010799     MOVE WS-VR-CHAINSEQ TO WS-PEND-HIST-CHSEQ(WS-PEND-HIST-IDX)
010800     MOVE WS-VR-PREVVAL  TO WS-PEND-HIST-PREVVAL(WS-PEND-HIST-IDX)
010801     MOVE WS-VR-CHAINVAL TO WS-PEND-HIST-CHVAL(WS-PEND-HIST-IDX)
010802     .
010803 5900-CHAIN-PENDING-EXIT.
010804     EXIT.
010805*
010806******************************************************************
010807* 5910-ADVANCE-CHAIN - BUMP THE OWNER'S CHAIN HEAD, STAMP THE    *
010808*   NEW SEQUENCE AND THE PREVIOUS RECORD'S VALUE INTO THE        *
010809*   RECORD, COMPUTE ITS OWN AND LEAVE IT ON THE HEAD. NO HEAD    *
010810*   ROW IS THE OWNER'S FIRST CHAINED RECORD; AN INSERT LOSING A  *
010811*   RACE (-803) FALLS BACK TO THE UPDATE. A FAILURE LEAVES THE   *
010812*   RECORD UNCHAINED BUT STILL WRITTEN, FOR CASH45 TO REPORT     *
010813******************************************************************
010814 5910-ADVANCE-CHAIN.
010815     MOVE ZERO   TO WS-VR-CHAINSEQ
010816     MOVE SPACES TO WS-VR-PREVVAL
010817     MOVE SPACES TO WS-VR-CHAINVAL
010818
010820     EXEC SQL
010821         UPDATE STOCKTRD.HISTCHN
010822         SET CHAINSEQ = CHAINSEQ + 1
010823         WHERE NAME = :WS-VR-NAME
010824     END-EXEC
010825     IF SQLCODE NOT = 0 OR SQLERRD(3) = 0
010826         EXEC SQL
010827             INSERT INTO STOCKTRD.HISTCHN(
010828                 NAME, CHAINSEQ, LASTVAL, ARCHSEQ, ARCHVAL,
010829                 FIRSTDT)
010830             VALUES (:WS-VR-NAME, 1, :WS-CHN-ZERO-VAL, 0,
010831                 :WS-CHN-ZERO-VAL, :WS-VR-DATE)
010832         END-EXEC
010833         IF SQLCODE = -803
010834             EXEC SQL
010835                 UPDATE STOCKTRD.HISTCHN
010836                 SET CHAINSEQ = CHAINSEQ + 1
010837                 WHERE NAME = :WS-VR-NAME
010838             END-EXEC
010839         END-IF
010840     END-IF
010841
010842     IF SQLCODE = 0
010843         EXEC SQL
010844             SELECT CHAINSEQ, LASTVAL
010845             INTO :HN-CHAINSEQ, :HN-LASTVAL
010846             FROM STOCKTRD.HISTCHN
010847             WHERE NAME = :WS-VR-NAME
010848         END-EXEC
010849     END-IF
010850
010851     IF SQLCODE NOT = 0
010852         DISPLAY 'CASH07 - HISTCHN UPDATE FAILED FOR ' WS-VR-NAME
010853             ' SQLCODE=' SQLCODE
010854         GO TO 5910-ADVANCE-CHAIN-EXIT
010855     END-IF
010856
010857     MOVE HN-CHAINSEQ TO WS-VR-CHAINSEQ
010858     MOVE HN-LASTVAL  TO WS-VR-PREVVAL
010859     PERFORM 5920-CHAIN-VALUE
010860         THRU 5920-CHAIN-VALUE-EXIT
010861
010862     EXEC SQL
010863         UPDATE STOCKTRD.HISTCHN
010864         SET LASTVAL = :WS-VR-CHAINVAL
010865         WHERE NAME = :WS-VR-NAME
010866     END-EXEC
010867     IF SQLCODE NOT = 0
010868         DISPLAY 'CASH07 - HISTCHN UPDATE FAILED FOR ' WS-VR-NAME
010870             ' SQLCODE=' SQLCODE
010871         MOVE ZERO   TO WS-VR-CHAINSEQ
010872         MOVE SPACES TO WS-VR-PREVVAL
010873         MOVE SPACES TO WS-VR-CHAINVAL
010874     END-IF
010875     .
010876 5910-ADVANCE-CHAIN-EXIT.
010877     EXIT.
010878*
010879******************************************************************
010880* 5920-CHAIN-VALUE - THE RECORD'S INTEGRITY VALUE, EXACTLY AS    *
010881*   CASH00'S CASH-HIST-CHAIN-VALUE COMPUTES IT: TWO RUNNING      *
010882*   SUMS OVER EVERY BYTE OF THE RECORD, EACH FOLDED BY ITS OWN   *
010883*   MULTIPLIER AND PRIME MODULUS. THE KEY SUFFIX COUNTS AS ZERO  *
010884*   (IT IS ONLY SETTLED AT THE WRITE) AND THE VALUE FIELD        *
010885*   ITSELF AS SPACES. A CHANGE HERE MUST BE MADE IN EVERY        *
010886*   HISTORY WRITER AND IN CASH45 OR EVERY CHAIN BREAKS           *
010887******************************************************************
010888 5920-CHAIN-VALUE.
010889     MOVE WS-VR-SEQ TO WS-CHN-SAVE-SEQ
010890     MOVE ZERO      TO WS-VR-SEQ
010891     MOVE SPACES    TO WS-VR-CHAINVAL
010892     MOVE 1         TO WS-CHN-A
010893     MOVE ZERO      TO WS-CHN-B
010894     MOVE LENGTH OF WS-VSAM-RECORD TO WS-CHN-LEN
010895
010896     PERFORM 5930-CHAIN-BYTE
010897         THRU 5930-CHAIN-BYTE-EXIT
010898         VARYING WS-CHN-POS FROM 1 BY 1
010899         UNTIL WS-CHN-POS > WS-CHN-LEN
010900
010901     MOVE WS-CHN-SAVE-SEQ TO WS-VR-SEQ
010902     MOVE WS-CHN-VALUE    TO WS-VR-CHAINVAL
010903     .
010904 5920-CHAIN-VALUE-EXIT.
010905     EXIT.
010906*
010907 5930-CHAIN-BYTE.
010908     MOVE LOW-VALUE TO WS-CHN-BYTE-HI
010909     MOVE WS-VSAM-RECORD(WS-CHN-POS:1) TO WS-CHN-BYTE-LO
010910     COMPUTE WS-CHN-WORK = WS-CHN-A * 31 + WS-CHN-BYTE-HW + 1
010911     DIVIDE WS-CHN-WORK BY WS-CHN-MOD-A
010912         GIVING WS-CHN-QUOT REMAINDER WS-CHN-A
010913     COMPUTE WS-CHN-WORK = WS-CHN-B * 257 + WS-CHN-BYTE-HW
010914                           + WS-CHN-POS
010915     DIVIDE WS-CHN-WORK BY WS-CHN-MOD-B
010916         GIVING WS-CHN-QUOT REMAINDER WS-CHN-B
010917     .
010918 5930-CHAIN-BYTE-EXIT.
010920     EXIT.
010930*
010940******************************************************************
011710     MOVE TR-CURRENCY   TO RJ-CURRENCY
011720     MOVE TR-REFERENCE  TO RJ-REFERENCE
011721     MOVE TR-VALUEDT    TO RJ-VALUEDT
011724     MOVE TR-VALCONV    TO RJ-VALCONV
011727     MOVE TR-CPTY-BIC   TO RJ-CPTY-BIC
011730     MOVE WS-REJECT-REASON TO RJ-REASON
011740
011750     ADD 1 TO WS-PEND-REJ-CNT
011894         DISPLAY 'CASH07 - PROJECTED AMOUNT   : ' WS-AMOUNT-TOTAL
011895         DISPLAY 'CASH07 - RECORDS REJECTED   : ' WS-ROWS-REJECTED
011896         DISPLAY 'CASH07 - BACK-VALUED ITEMS  : ' WS-BACKVAL-CNT
011897         DISPLAY 'CASH07 - VALUE DATES ROLLED : ' WS-VALROLL-CNT
011898         DISPLAY 'CASH07 - SANCTIONS HITS     : ' WS-SANC-CNT
011900         DISPLAY 'CASH07 - SETTLEMENT VALIDATE-ONLY PASS -'
011901             ' COMPLETE'
011903         GO TO 8000-TERMINATE-EXIT
011904     END-IF
011905
011907     EXEC SQL
011908         COMMIT
011910     END-EXEC
011920
011930     PERFORM 5500-FLUSH-HISTORY
012130     DISPLAY 'CASH07 - RECORDS ACCEPTED : ' WS-ROWS-ACCEPTED
012132     DISPLAY 'CASH07 - BACK-VALUED ITEMS: ' WS-BACKVAL-CNT
012134     DISPLAY 'CASH07 - BACK-VAL ADJ TOTAL: ' WS-BACKVAL-TOTAL
012136     DISPLAY 'CASH07 - VALUE DATES ROLLED: ' WS-VALROLL-CNT
012138     DISPLAY 'CASH07 - SANCTIONS REFERRED: ' WS-SANC-CNT
012140     DISPLAY 'CASH07 - RECORDS REJECTED : ' WS-ROWS-REJECTED
012150     DISPLAY 'CASH07 - AMOUNT ACCEPTED  : ' WS-AMOUNT-TOTAL
012160     DISPLAY 'CASH07 - SETTLEMENT POSTING BATCH - COMPLETE'
