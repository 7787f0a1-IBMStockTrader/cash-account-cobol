000279*                    SAME ARITHMETIC CASH00/CASH07/CASH15 USE.   *
000280*  2026-09-02 DLM   NOW REGISTERS ITS START AND COMPLETION ON    *
000281*                    THE RUNCTL RUN-CONTROL TABLE (SEE CASH29).  *
000282*  2026-10-15 DLM   NEXTRUN NOW HONOURS THE ORDER'S BDCONV       *
000283*                    BUSINESS-DAY CONVENTION AGAINST THE HOLCAL  *
000284*                    CALENDAR OF ITS CURRENCY: THE FREQUENCY     *
000285*                    STEPS THE UNADJUSTED SCHEDRUN AND NEXTRUN   *
000286*                    IS THAT DATE ROLLED TO A WORKING DAY.       *
000287*  2026-10-15 DLM   AN ESCHEATED POSITION (ACCTSTAT 'E') NOW     *
000288*                    REJECTS THE ORDER 'ACCT ESCHT'.             *
000289*  2026-10-15 DLM   CONVERSIONS NOW PRICE AT THE CUSTOMER RATE - *
000290*                    THE MID MOVED BY THE FXSPREAD ROW FOR THE   *
000291*                    PAIR AND THE OWNER'S FXTIER (SEE DCLFXSP).  *
000292*                    THE MARGIN OVER THE MID GOES TO CASHREF     *
000293*                    FXMARGIN AND HISTORY WS-VR-MARGIN.          *
000294*  2026-10-15 DLM   HISTORY CHAIN: EVERY STAGED HISTORY ROW IS   *
000295*                    LINKED INTO ITS OWNER'S CHAIN ON HISTCHN    *
000296*                    (SEE DCLHCHN) AS IT IS STAGED - SEQUENCE,   *
000297*                    PREVIOUS RECORD'S VALUE AND ITS OWN         *
000298*                    INTEGRITY VALUE - SO CASH45 CAN PROVE THE   *
000299*                    TRAIL COMPLETE.                             *
000300*  2026-10-15 DLM   A HOLCAL READ FAILURE NOW FAILS THE RUN AND  *
000301*                    LEAVES THE ORDER UN-ADVANCED INSTEAD OF     *
000302*                    ROLLING ONTO A POSSIBLE HOLIDAY.            *
000280******************************************************************
000290*
000300******************************************************************
000830     EXEC SQL
000831         INCLUDE DCLRUNC
000832     END-EXEC.
000833     EXEC SQL
000834         INCLUDE DCLHCAL
000835     END-EXEC.
000836     EXEC SQL
000837         INCLUDE DCLCUST
000838     END-EXEC.
000839     EXEC SQL
000840         INCLUDE DCLFXSP
000841     END-EXEC.
000842     EXEC SQL
000843         INCLUDE DCLHCHN
000844     END-EXEC.
000830*
000840******************************************************************
000850* WORKING STORAGE - COUNTERS AND SWITCHES                       *
001093 77  WS-CONV-INT             PIC S9(12) COMP-3 VALUE ZERO.
001094 77  WS-CONV-FRAC            PIC S9(1)V9(6) COMP-3 VALUE ZERO.
001095 77  WS-CONV-RESULT          PIC S9(10)V99 COMP-3 VALUE ZERO.
001096******************************************************************
001097* FX PRICING FIELDS - SAME PRICING AS CASH00'S CASH-FX-PRICE     *
001098* (SEE DCLFXSP). SIDE 'S' THE SHOP SELLS THE POSITION CURRENCY   *
001099* (A CREDIT), 'B' IT BUYS IT BACK (A DEBIT).                     *
001100******************************************************************
001101 77  WS-FX-FROMCCY           PIC X(8) VALUE SPACES.
001102 77  WS-FX-TOCCY             PIC X(8) VALUE SPACES.
001103 77  WS-FX-SIDE              PIC X(1) VALUE SPACE.
001104 77  WS-FX-SPREAD            PIC S9(3)V99 COMP-3 VALUE ZERO.
001105 77  WS-FX-MID-RESULT        PIC S9(10)V99 COMP-3 VALUE ZERO.
001106 77  WS-FX-MARGIN            PIC S9(7)V99 COMP-3 VALUE ZERO.
001070 77  WS-PRIOR-BAL            PIC S9(7)V99 VALUE ZERO.
001080 77  WS-LOAD-N               PIC 9(8) VALUE ZERO.
001090 77  WS-DAYS-OLD             PIC S9(5) VALUE ZERO.
001330 01  WS-MONTH-LEN-LIST-R REDEFINES WS-MONTH-LEN-LIST.
001340     05 WS-MONTH-LEN OCCURS 12 TIMES
001350                             PIC 9(2).
001351 77  WS-MONTH-MAX            PIC 9(2) VALUE ZERO.
001352 77  WS-LEAP-REM             PIC 9(4) VALUE ZERO.
001353******************************************************************
001354* BUSINESS-DAY ROLL WORK FIELDS - THE SCHEDULE DATE IS COPIED    *
001356* INTO WS-ROLL-N AND STEPPED ONE DAY AT A TIME (+1 FOLLOWING,    *
001357* -1 PRECEDING) UNTIL IT IS A WORKING DAY OF THE ORDER'S         *
001358* CURRENCY. DAY 1 OF INTEGER-OF-DATE (1601-01-01) WAS A MONDAY,  *
001359* SO THE DAY NUMBER'S REMAINDER BY 7 IS 6 ON A SATURDAY AND 0 ON *
001360* A SUNDAY. THE TRY COUNTS STOP A CALENDAR KEYED SOLID WITH      *
001362* HOLIDAYS FROM LOOPING THE RUN.                                 *
001363******************************************************************
001364 77  WS-ROLL-N               PIC 9(8) VALUE ZERO.
001365 77  WS-ROLL-INT             PIC S9(7) VALUE ZERO.
001366 77  WS-ROLL-STEP            PIC S9(1) VALUE +1.
001368 77  WS-ROLL-WEEKS           PIC S9(7) VALUE ZERO.
001369 77  WS-ROLL-DOW             PIC 9(1) VALUE ZERO.
001370     88 WS-ROLL-WEEKEND                VALUE 0 6.
001371 77  WS-NONWORK-SW           PIC X(01) VALUE 'N'.
001372     88 WS-NONWORK-DAY                 VALUE 'Y'.
001374 77  WS-CAL-ERR-SW           PIC X(01) VALUE 'N'.
001375     88 WS-CAL-ERROR                   VALUE 'Y'.
001376 77  WS-ROLL-TRIES           PIC 9(2) COMP VALUE ZERO.
001377 77  WS-STEP-TRIES           PIC 9(2) COMP VALUE ZERO.
001378 77  WS-POSTED-RUN           PIC X(8) VALUE SPACES.
001380 01  WS-PEND-HIST-TABLE.
001390     05 WS-PEND-HIST-ENTRY OCCURS 1000 TIMES.
001400        10 WS-PEND-HIST-NAME     PIC X(15).
001490        10 WS-PEND-HIST-RATE     PIC 9(3)V9(6).
001500        10 WS-PEND-HIST-PRIOR    PIC 9(7)V99.
001505        10 WS-PEND-HIST-REFID    PIC X(12).
001506        10 WS-PEND-HIST-MARGIN   PIC 9(7)V99.
001507        10 WS-PEND-HIST-CHSEQ    PIC 9(09).
001508        10 WS-PEND-HIST-PREVVAL  PIC X(20).
001509        10 WS-PEND-HIST-CHVAL    PIC X(20).
001510*    SAME STAGED-HISTORY DISCIPLINE AS CASH01/CASH07: A ROW ONLY
001520*    MOVES FROM HERE TO THE VSAM FILE AFTER THE DB2 COMMIT THAT
001530*    MADE ITS BALANCE UPDATE DURABLE, SO AN ABEND BETWEEN
001550*    ROLLS BACK.
001560 77  WS-PEND-HIST-CNT        PIC 9(5) COMP VALUE ZERO.
001570 77  WS-PEND-HIST-IDX        PIC 9(5) COMP VALUE ZERO.
001571 77  WS-WRITE-SEQ            PIC 9(2) VALUE ZERO.
001572 77  WS-WRITE-DONE-SW        PIC X(01) VALUE 'N'.
001574     88 WS-WRITE-DONE                   VALUE 'Y'.
001575*    HISTORY CHAIN FIELDS (SEE DCLHCHN/DCLHIST): EACH ROW IS
001576*    LINKED INTO ITS OWNER'S CHAIN AS IT IS STAGED, SO THE HEAD
001578*    UPDATE COMMITS WITH THE BALANCE UPDATE THE ROW RECORDS.
001579*    WS-CHN-BYTE-HW PICKS UP ONE RECORD BYTE IN ITS LOW HALF.
001580 77  WS-CHN-POS              PIC S9(4) COMP VALUE ZERO.
001582 77  WS-CHN-LEN              PIC S9(4) COMP VALUE ZERO.
001583 77  WS-CHN-SAVE-SEQ         PIC 9(2) VALUE ZERO.
001584 77  WS-CHN-WORK             PIC S9(15) COMP-3 VALUE ZERO.
001586 77  WS-CHN-QUOT             PIC S9(15) COMP-3 VALUE ZERO.
001587 77  WS-CHN-MOD-A            PIC S9(11) COMP-3 VALUE 2147483647.
001588 77  WS-CHN-MOD-B            PIC S9(11) COMP-3 VALUE 999999937.
001590 77  WS-CHN-ZERO-VAL         PIC X(20) VALUE ALL '0'.
001591 01  WS-CHN-BYTE-HW          PIC 9(4) COMP VALUE ZERO.
001592 01  WS-CHN-BYTE-R REDEFINES WS-CHN-BYTE-HW.
001594     05 WS-CHN-BYTE-HI       PIC X(01).
001595     05 WS-CHN-BYTE-LO       PIC X(01).
001596 01  WS-CHN-VALUE.
001598     05 WS-CHN-A             PIC 9(10).
001599     05 WS-CHN-B             PIC 9(10).
001601******************************************************************
001602* BATCH RUN-CONTROL (SEE DCLRUNC): THIS JOB REGISTERS ON        *
001603* RUNCTL, REFUSES TO START UNTIL ITS PREDECESSORS SHOW COMPLETE *
001930     EXEC SQL
001940         DECLARE CASH19CSR CURSOR FOR
001950         SELECT ORDERID, OWNER, REQ, AMOUNT, CURRENCYC, FREQ,
001960                NEXTRUN, ENDDT, OSTATUS, BDCONV, SCHEDRUN
001970         FROM STOCKTRD.STANDORD
001980         WHERE OSTATUS = 'A'
001990           AND NEXTRUN <= :WS-BUSDT
003350         GO TO 4000-POST-ORDER-EXIT
003360     END-IF
003370
003371     IF ACCTSTAT = 'E'
003373         MOVE 'ACCT ESCHT' TO WS-REJECT-REASON
003375         GO TO 4000-POST-ORDER-EXIT
003376     END-IF
003378
003380     EXEC SQL
003385*    A ROW THE 'V' REVERSAL MARKED REVERSED NO LONGER BLOCKS -
003386*    THE CORRECTED POSTING GOES THROUGH AND 4800 REPLACES THE
003710     MOVE BALANCE TO WS-PRIOR-BAL
003712
003714*    CONVERT THROUGH THE CURRENCY MASTER WHERE ONE EXISTS, THE
003715*    SAME ARITHMETIC CASH00 AND CASH07 APPLY, PRICED AT THE
003716*    CUSTOMER RATE: A CREDIT SELLS THE POSITION CURRENCY, A
003717*    DEBIT BUYS IT BACK.
003718     MOVE SO-CURRENCYC TO WS-CONV-CURRENCY
003720     MOVE RATES        TO WS-CONV-RATE
003722     MOVE SO-AMOUNT    TO WS-CONV-AMT
003724     PERFORM 4600-CURRMAST-LOOKUP
003726         THRU 4600-CURRMAST-LOOKUP-EXIT
003727     IF SO-REQ = 'C'
003728         MOVE CURRNBASE    TO WS-FX-FROMCCY
003729         MOVE SO-CURRENCYC TO WS-FX-TOCCY
003730         MOVE 'S'          TO WS-FX-SIDE
003731     ELSE
003732         MOVE SO-CURRENCYC TO WS-FX-FROMCCY
003733         MOVE CURRNBASE    TO WS-FX-TOCCY
003734         MOVE 'B'          TO WS-FX-SIDE
003735     END-IF
003736     PERFORM 4660-FX-PRICE
003737         THRU 4660-FX-PRICE-EXIT
003738
003739     IF SO-REQ = 'C'
003740         COMPUTE WS-CALC = BALANCE + WS-CONV-RESULT
003750         END-COMPUTE
003760     ELSE
004439     EXIT.
004440*
004390******************************************************************
004391* 4660-FX-PRICE - CONVERT AT THE CUSTOMER RATE RATHER THAN THE   *
004392*   MID, THE SAME PRICING AS CASH00'S CASH-FX-PRICE AND CASH07'S *
004393*   4660 (SEE DCLFXSP). NO FXSPREAD ROW, OR A FAILED READ,       *
004394*   CONVERTS AT THE MID WITH NO MARGIN. ON EXIT WS-CONV-RATE     *
004395*   HOLDS THE RATE APPLIED, WS-CONV-RESULT THE MOVEMENT AT THAT  *
004396*   RATE AND WS-FX-MARGIN THE DIFFERENCE FROM THE MID.           *
004397******************************************************************
004398 4660-FX-PRICE.
004399     MOVE ZERO TO WS-FX-SPREAD
004400     MOVE ZERO TO WS-FX-MARGIN
004401
004402     EXEC SQL
004403         SELECT FXTIER
004404         INTO  :CU-FXTIER
004405         FROM STOCKTRD.CUSTMAST
004406         WHERE UPPER(LEGALNAME) = UPPER(:SO-OWNER)
004407         FETCH FIRST 1 ROW ONLY
004408     END-EXEC
004410     IF SQLCODE NOT = 0
004411         MOVE SPACE TO CU-FXTIER
004412     END-IF
004413
004414*    A TIER ROW SORTS AHEAD OF THE BLANK STANDARD ROW.
004415     EXEC SQL
004416         SELECT SPREADBP
004417         INTO  :FS-SPREADBP
004418         FROM STOCKTRD.FXSPREAD
004419         WHERE FROMCCY = :WS-FX-FROMCCY
004420           AND TOCCY   = :WS-FX-TOCCY
004421           AND (TIER = :CU-FXTIER OR TIER = ' ')
004422         ORDER BY TIER DESC
004423         FETCH FIRST 1 ROW ONLY
004424     END-EXEC
004425     IF SQLCODE = 0
004426         MOVE FS-SPREADBP TO WS-FX-SPREAD
004427     END-IF
004428
004430     PERFORM 4650-CONVERT-AMOUNT
004431         THRU 4650-CONVERT-AMOUNT-EXIT
004432
004433     IF WS-FX-SPREAD NOT > ZERO
004434         GO TO 4660-FX-PRICE-EXIT
004435     END-IF
004436
004437     MOVE WS-CONV-RESULT TO WS-FX-MID-RESULT
004438     IF WS-FX-SIDE = 'S'
004439         COMPUTE WS-CONV-RATE ROUNDED =
004440             WS-CONV-RATE * (10000 - WS-FX-SPREAD) / 10000
004441         END-COMPUTE
004442     ELSE
004443         COMPUTE WS-CONV-RATE ROUNDED =
004444             WS-CONV-RATE * (10000 + WS-FX-SPREAD) / 10000
004445         END-COMPUTE
004446     END-IF
004447     PERFORM 4650-CONVERT-AMOUNT
004448         THRU 4650-CONVERT-AMOUNT-EXIT
004450     IF WS-CONV-RESULT > WS-FX-MID-RESULT
004451         COMPUTE WS-FX-MARGIN = WS-CONV-RESULT - WS-FX-MID-RESULT
004452         END-COMPUTE
004453     ELSE
004454         COMPUTE WS-FX-MARGIN = WS-FX-MID-RESULT - WS-CONV-RESULT
004455         END-COMPUTE
004456     END-IF
004457     .
004458 4660-FX-PRICE-EXIT.
004459     EXIT.
004460*
004461******************************************************************
004462* 4800-RECORD-REFERENCE - REMEMBER THE GENERATED REFERENCE IN    *
004463*   THE SAME UNIT OF WORK AS THE BALANCE UPDATE, SO THE          *
004464*   CHECKPOINT COMMIT MAKES BOTH DURABLE TOGETHER                *
004465******************************************************************
004466 4800-RECORD-REFERENCE.
004467     EXEC SQL
004468         INSERT INTO STOCKTRD.CASHREF(
004470             REFID, OWNER, REQ, RETCODE, BALANCE,
004480             CURRENCYC, PROCDT, AMOUNT, RATEAPPL, RSTATUS,
004485             FXMARGIN)
004490         VALUES (:WS-GEN-REFERENCE, :SO-OWNER, :SO-REQ,
004500             'STND ORDER', :BALANCE,
004510             :DCLCASHACCOUNTY.CURRENCYC, :WS-BUSDT,
004512             :SO-AMOUNT, :WS-CONV-RATE, 'A', :WS-FX-MARGIN)
004520     END-EXEC
004522
004524*    -803 HERE CAN ONLY BE A POSTING REUSING A REVERSED
004548                 PROCDT    = :WS-BUSDT,
004550                 AMOUNT    = :SO-AMOUNT,
004552                 RATEAPPL  = :WS-CONV-RATE,
004554                 RSTATUS   = 'A',
004555                 FXMARGIN  = :WS-FX-MARGIN
004556             WHERE REFID = :WS-GEN-REFERENCE
004558               AND RSTATUS = 'R'
004560         END-EXEC
004600     EXIT.
004610*
004620******************************************************************
004621* 4900-ADVANCE-ORDER - MOVE THE SCHEDULE FORWARD ONE FREQUENCY   *
004623*   STEP, ROLL IT ONTO A WORKING DAY BY THE ORDER'S BDCONV, AND  *
004624*   EXPIRE THE ORDER ONCE THE SCHEDULE PASSES ENDDT. THE UPDATE  *
004626*   RIDES IN THE SAME UNIT OF WORK AS THE POSTING, SO BOTH       *
004627*   COMMIT OR NEITHER DOES. AN ORDER THAT MISSED SEVERAL NIGHTS  *
004629*   ADVANCES ONE STEP PER NIGHT - ONE OCCURRENCE POSTS PER RUN   *
004630*   AND THE MISSED LIST SHOWS IT UNTIL IT CATCHES UP. A STEP     *
004632*   WHOSE ROLLED DATE IS NOT LATER THAN THE OCCURRENCE JUST      *
004634*   POSTED IS STEPPED PAST, SO A DAILY ORDER POSTS ONCE PER      *
004635*   WORKING DAY INSTEAD OF STACKING ITS WEEKEND OCCURRENCES.     *
004637*   A HOLCAL READ THAT FAILS LEAVES THE ORDER UN-ADVANCED AND    *
004638*   FAILS THE RUN.                                               *
004640******************************************************************
004641 4900-ADVANCE-ORDER.
004643     MOVE SO-NEXTRUN TO WS-POSTED-RUN
004645     IF SO-SCHEDRUN = SPACES
004646         MOVE SO-NEXTRUN TO SO-SCHEDRUN
004648     END-IF
004649     MOVE SO-SCHEDRUN TO WS-ADV-DATE-N
004651     MOVE ZERO TO WS-STEP-TRIES
004652     MOVE 'N' TO WS-CAL-ERR-SW
004654
004655     PERFORM 4905-STEP-SCHEDULE
004657         THRU 4905-STEP-SCHEDULE-EXIT
004659         UNTIL SO-NEXTRUN > WS-POSTED-RUN
004660         OR WS-STEP-TRIES > 31
004662         OR WS-CAL-ERROR
004663     IF WS-CAL-ERROR
004665         DISPLAY 'CASH19 - ORDER NOT ADVANCED FOR ' SO-ORDERID
004666         GO TO 4900-ADVANCE-ORDER-EXIT
004668     END-IF
004670
004671*    ENDDT BOUNDS THE SCHEDULE, NOT THE ROLLED DATE - AN
004673*    OCCURRENCE DUE INSIDE THE TERM STILL PAYS WHEN 'F' ROLLS IT
004674*    PAST THE END, AND ONE DUE AFTER IT NEVER PAYS BECAUSE 'P'
004676*    ROLLED IT BACK INSIDE.
004677     IF SO-ENDDT NOT = SPACES AND SO-SCHEDRUN > SO-ENDDT
004679         MOVE 'X' TO SO-OSTATUS
004680     END-IF
004682
004684     EXEC SQL
004685         UPDATE STOCKTRD.STANDORD
004687         SET NEXTRUN  = :SO-NEXTRUN,
004688             SCHEDRUN = :SO-SCHEDRUN,
004690             OSTATUS  = :SO-OSTATUS
004691         WHERE ORDERID = :SO-ORDERID
004693     END-EXEC
004695
004696     IF SQLCODE NOT = 0
004698         DISPLAY 'CASH19 - ORDER ADVANCE FAILED FOR ' SO-ORDERID
004699             ' SQLCODE=' SQLCODE
004701         MOVE 'Y' TO WS-RUN-ERROR-SW
004702     END-IF
004704     .
004705 4900-ADVANCE-ORDER-EXIT.
004707     EXIT.
004709*
004710******************************************************************
004712* 4905-STEP-SCHEDULE - ONE FREQUENCY STEP OF THE UNADJUSTED      *
004713*   SCHEDULE IN WS-ADV-DATE, THEN ITS ROLLED NEXTRUN             *
004715******************************************************************
004716 4905-STEP-SCHEDULE.
004718     ADD 1 TO WS-STEP-TRIES
004720
004730     EVALUATE SO-FREQ
004740         WHEN 'D'
004820                 THRU 4920-ADVANCE-MONTH-EXIT
004830     END-EVALUATE
004840
004850     MOVE WS-ADV-DATE-N TO SO-SCHEDRUN
004860
004916     PERFORM 4930-ROLL-BDCONV
004973         THRU 4930-ROLL-BDCONV-EXIT
005030     .
005040 4905-STEP-SCHEDULE-EXIT.
005050     EXIT.
005060*
005070 4910-ADVANCE-DAYS.
005400             MOVE 29 TO WS-MONTH-MAX
005410         END-IF
005420     END-IF
005421
005422     IF WS-ADV-DD > WS-MONTH-MAX
005423         MOVE WS-MONTH-MAX TO WS-ADV-DD
005424     END-IF
005425     .
005426 4920-ADVANCE-MONTH-EXIT.
005427     EXIT.
005428*
005429******************************************************************
005430* 4930-ROLL-BDCONV - NEXTRUN IS THE SCHEDULE DATE WHEN THAT IS A *
005431*   WORKING DAY OF THE ORDER'S CURRENCY; OTHERWISE 'P' STEPS     *
005432*   BACK TO THE WORKING DAY BEFORE IT AND 'F' OR SPACES STEP     *
005433*   FORWARD TO THE ONE AFTER. A CALENDAR WITH NO WORKING DAY     *
005434*   INSIDE A MONTH LEAVES THE SCHEDULE DATE AS IT IS.            *
005435******************************************************************
005436 4930-ROLL-BDCONV.
005437     MOVE WS-ADV-DATE-N TO WS-ROLL-N
005438     COMPUTE WS-ROLL-INT = FUNCTION INTEGER-OF-DATE(WS-ROLL-N)
005439     END-COMPUTE
005440     PERFORM 4950-WORKDAY-CHECK
005441         THRU 4950-WORKDAY-CHECK-EXIT
005442
005443     IF WS-NONWORK-DAY
005444         IF SO-BDCONV = 'P'
005445             MOVE -1 TO WS-ROLL-STEP
005446         ELSE
005447             MOVE +1 TO WS-ROLL-STEP
005448         END-IF
005449         MOVE ZERO TO WS-ROLL-TRIES
005450         PERFORM 4940-ROLL-ONE-DAY
005451             THRU 4940-ROLL-ONE-DAY-EXIT
005452             UNTIL NOT WS-NONWORK-DAY
005454             OR WS-ROLL-TRIES > 31
005455             OR WS-CAL-ERROR
005456         IF WS-NONWORK-DAY AND NOT WS-CAL-ERROR
005457             DISPLAY 'CASH19 - NO WORKING DAY NEAR ' SO-SCHEDRUN
005458                 ' FOR ' SO-ORDERID ' ON ' SO-CURRENCYC
005459             MOVE WS-ADV-DATE-N TO WS-ROLL-N
005460         END-IF
005461     END-IF
005462
005463     MOVE WS-ROLL-N TO SO-NEXTRUN
005464     .
005465 4930-ROLL-BDCONV-EXIT.
005466     EXIT.
005467*
005468 4940-ROLL-ONE-DAY.
005469     ADD 1 TO WS-ROLL-TRIES
005470     ADD WS-ROLL-STEP TO WS-ROLL-INT
005471     COMPUTE WS-ROLL-N = FUNCTION DATE-OF-INTEGER(WS-ROLL-INT)
005472     END-COMPUTE
005473     PERFORM 4950-WORKDAY-CHECK
005474         THRU 4950-WORKDAY-CHECK-EXIT
005475     .
005476 4940-ROLL-ONE-DAY-EXIT.
005477     EXIT.
005478*
005479******************************************************************
005480* 4950-WORKDAY-CHECK - IS WS-ROLL-N (DAY NUMBER IN WS-ROLL-INT) A*
005481*   NON-WORKING DAY? SATURDAY AND SUNDAY ALWAYS ARE; A WEEKDAY   *
005482*   IS WHEN THE HOLCAL CALENDAR OF THE ORDER'S CURRENCY CARRIES  *
005483*   IT (SEE CASH33). ANY SQLCODE BUT 0 OR 100 SETS WS-CAL-ERR-SW *
005484*   AND FAILS THE RUN - THE DAY IS NEVER GUESSED.                *
005485******************************************************************
005487 4950-WORKDAY-CHECK.
005488     MOVE 'N' TO WS-NONWORK-SW
005489
005490     DIVIDE WS-ROLL-INT BY 7 GIVING WS-ROLL-WEEKS
005491         REMAINDER WS-ROLL-DOW
005492     IF WS-ROLL-WEEKEND
005493         MOVE 'Y' TO WS-NONWORK-SW
005494         GO TO 4950-WORKDAY-CHECK-EXIT
005495     END-IF
005496
005497     MOVE WS-ROLL-N TO HC-HOLDT
005498     EXEC SQL
005499          SELECT CALCODE
005500          INTO  :HC-CALCODE
005501          FROM STOCKTRD.HOLCAL
005502          WHERE CALCODE = :SO-CURRENCYC
005503            AND HOLDT = :HC-HOLDT
005504     END-EXEC
005505     IF SQLCODE = 0
005506         MOVE 'Y' TO WS-NONWORK-SW
005507     END-IF
005508     IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
005509         DISPLAY 'CASH19 - HOLCAL READ FAILED FOR ' SO-ORDERID
005510             ' SQLCODE=' SQLCODE
005511         MOVE 'Y' TO WS-CAL-ERR-SW
005512         MOVE 'Y' TO WS-RUN-ERROR-SW
005513     END-IF
005514     .
005515 4950-WORKDAY-CHECK-EXIT.
005516     EXIT.
005517*
005518******************************************************************
005520* 5000-WRITE-HISTORY - STAGE THE AUDIT RECORD FOR THE POSTING    *
005530*   JUST APPLIED UNDER THE ORDER'S OWN 'C' OR 'D', SO CASH12 AND *
005540*   CASH13 ROLL IT UP WITH THE REST OF THE DAY'S MOVEMENT        *
005780         WS-PEND-HIST-PRIOR(WS-PEND-HIST-CNT)
005782     MOVE WS-GEN-REFERENCE TO
005784         WS-PEND-HIST-REFID(WS-PEND-HIST-CNT)
005785     MOVE WS-FX-MARGIN TO
005786         WS-PEND-HIST-MARGIN(WS-PEND-HIST-CNT)
005787     PERFORM 5900-CHAIN-PENDING
005788         THRU 5900-CHAIN-PENDING-EXIT
005790     .
005800 5000-WRITE-HISTORY-EXIT.
005810     EXIT.
005970*
005980******************************************************************
005990* 5600-WRITE-ONE-PENDING - WRITE ONE STAGED ROW TO HISTORY       *
005991******************************************************************
005992 5600-WRITE-ONE-PENDING.
005993     PERFORM 5610-LOAD-PENDING
005995         THRU 5610-LOAD-PENDING-EXIT
005996
005997*    TWO STAGED ROWS FOR THE SAME OWNER IN THE SAME SECOND WOULD
005999*    COLLIDE ON THE KEY - BUMP THE SEQ SUFFIX AND RETRY, AS
006000*    CASH00'S ONLINE WRITE DOES.
006001     MOVE ZERO TO WS-WRITE-SEQ
006003     MOVE 'N'  TO WS-WRITE-DONE-SW
006004     PERFORM 5650-WRITE-PENDING-TRY
006005         THRU 5650-WRITE-PENDING-TRY-EXIT
006006         UNTIL WS-WRITE-DONE
006008     .
006009 5600-WRITE-ONE-PENDING-EXIT.
006010     EXIT.
006012*
006013******************************************************************
006014* 5610-LOAD-PENDING - LOAD ONE STAGED ROW, CHAIN FIELDS AND      *
006016*   ALL, INTO THE HISTORY RECORD                                 *
006017******************************************************************
006018 5610-LOAD-PENDING.
006020     MOVE WS-PEND-HIST-NAME(WS-PEND-HIST-IDX)     TO WS-VR-NAME
006030     MOVE WS-PEND-HIST-DATE(WS-PEND-HIST-IDX)     TO WS-VR-DATE
006040     MOVE WS-PEND-HIST-TIME(WS-PEND-HIST-IDX)     TO WS-VR-TIME
006145     MOVE WS-BUSDT                                TO WS-VR-BUSDT
006147     MOVE WS-PEND-HIST-REFID(WS-PEND-HIST-IDX)    TO WS-VR-REFID
006148     MOVE WS-BUSDT                                TO WS-VR-VALUEDT
006195     MOVE WS-PEND-HIST-MARGIN(WS-PEND-HIST-IDX)   TO WS-VR-MARGIN
006200     MOVE WS-PEND-HIST-CHSEQ(WS-PEND-HIST-IDX)    TO
006205         WS-VR-CHAINSEQ
006210     MOVE WS-PEND-HIST-PREVVAL(WS-PEND-HIST-IDX)  TO
006215         WS-VR-PREVVAL
006220     MOVE WS-PEND-HIST-CHVAL(WS-PEND-HIST-IDX)    TO
006225         WS-VR-CHAINVAL
006240     .
006250 5610-LOAD-PENDING-EXIT.
006260     EXIT.
006270*
006280 5650-WRITE-PENDING-TRY.
006300     WRITE WS-VSAM-RECORD
006310         INVALID KEY
006320             CONTINUE
006321     END-WRITE
006322     IF WS-HIST-FSTAT = '00'
006323         MOVE 'Y' TO WS-WRITE-DONE-SW
006324     ELSE
006325         IF WS-HIST-FSTAT = '22' AND WS-WRITE-SEQ < 99
006326             ADD 1 TO WS-WRITE-SEQ
006327         ELSE
006328             DISPLAY 'CASH19 - HISTORY WRITE FAILED FOR '
006329                 WS-VR-NAME ' STATUS=' WS-HIST-FSTAT
006330             MOVE 'Y' TO WS-WRITE-DONE-SW
006331         END-IF
006332     END-IF
006333     .
006334 5650-WRITE-PENDING-TRY-EXIT.
006335     EXIT.
006336*
006337******************************************************************
006338* 5900-CHAIN-PENDING - LINK THE ROW JUST STAGED INTO ITS         *
006339*   OWNER'S HISTORY CHAIN (SEE DCLHCHN) IN THE SAME UNIT OF      *
006340*   WORK AS THE BALANCE UPDATE IT RECORDS, AND KEEP THE CHAIN    *
006341*   FIELDS ON THE STAGED ROW FOR 5600 TO WRITE                   *
006342******************************************************************
006343 5900-CHAIN-PENDING.
006344     MOVE WS-PEND-HIST-CNT TO WS-PEND-HIST-IDX
006345     PERFORM 5610-LOAD-PENDING
006346         THRU 5610-LOAD-PENDING-EXIT
006347     PERFORM 5910-ADVANCE-CHAIN
006348         THRU 5910-ADVANCE-CHAIN-EXIT
006349     MOVE WS-VR-CHAINSEQ TO WS-PEND-HIST-CHSEQ(WS-PEND-HIST-IDX)
006350     MOVE WS-VR-PREVVAL  TO WS-PEND-HIST-PREVVAL(WS-PEND-HIST-IDX)
006351     MOVE WS-VR-CHAINVAL TO WS-PEND-HIST-CHVAL(WS-PEND-HIST-IDX)
006352     .
006353 5900-CHAIN-PENDING-EXIT.
006354     EXIT.
006355*
006356******************************************************************
006357* 5910-ADVANCE-CHAIN - BUMP THE OWNER'S CHAIN HEAD, STAMP THE    *
006358*   NEW SEQUENCE AND THE PREVIOUS RECORD'S VALUE INTO THE        *
006359*   RECORD, COMPUTE ITS OWN AND LEAVE IT ON THE HEAD. NO HEAD    *
006360*   ROW IS THE OWNER'S FIRST CHAINED RECORD; AN INSERT LOSING A  *
006361*   RACE (-803) FALLS BACK TO THE UPDATE. A FAILURE LEAVES THE   *
006362*   RECORD UNCHAINED BUT STILL WRITTEN, FOR CASH45 TO REPORT     *
006363******************************************************************
006364 5910-ADVANCE-CHAIN.
006365     MOVE ZERO   TO WS-VR-CHAINSEQ
006366     MOVE SPACES TO WS-VR-PREVVAL
006367     MOVE SPACES TO WS-VR-CHAINVAL
006368
006370     EXEC SQL
006371         UPDATE STOCKTRD.HISTCHN
006372         SET CHAINSEQ = CHAINSEQ + 1
006373         WHERE NAME = :WS-VR-NAME
006374     END-EXEC
006375     IF SQLCODE NOT = 0 OR SQLERRD(3) = 0
006376         EXEC SQL
006377             INSERT INTO STOCKTRD.HISTCHN(
006378                 NAME, CHAINSEQ, LASTVAL, ARCHSEQ, ARCHVAL,
006379                 FIRSTDT)
006380             VALUES (:WS-VR-NAME, 1, :WS-CHN-ZERO-VAL, 0,
006381                 :WS-CHN-ZERO-VAL, :WS-VR-DATE)
006382         END-EXEC
006383         IF SQLCODE = -803
006384             EXEC SQL
006385                 UPDATE STOCKTRD.HISTCHN
006386                 SET CHAINSEQ = CHAINSEQ + 1
006387                 WHERE NAME = :WS-VR-NAME
006388             END-EXEC
006389         END-IF
006390     END-IF
006391
006392     IF SQLCODE = 0
006393         EXEC SQL
006394             SELECT CHAINSEQ, LASTVAL
006395             INTO :HN-CHAINSEQ, :HN-LASTVAL
006396             FROM STOCKTRD.HISTCHN
006397             WHERE NAME = :WS-VR-NAME
006398         END-EXEC
006399     END-IF
006400
006401     IF SQLCODE NOT = 0
006402         DISPLAY 'CASH19 - HISTCHN UPDATE FAILED FOR ' WS-VR-NAME
006403             ' SQLCODE=' SQLCODE
006404         GO TO 5910-ADVANCE-CHAIN-EXIT
006405     END-IF
006406
006407     MOVE HN-CHAINSEQ TO WS-VR-CHAINSEQ
006408     MOVE HN-LASTVAL  TO WS-VR-PREVVAL
006409     PERFORM 5920-CHAIN-VALUE
006410         THRU 5920-CHAIN-VALUE-EXIT
006411
006412     EXEC SQL
006413         UPDATE STOCKTRD.HISTCHN
006414         SET LASTVAL = :WS-VR-CHAINVAL
006415         WHERE NAME = :WS-VR-NAME
006416     END-EXEC
006417     IF SQLCODE NOT = 0
006418         DISPLAY 'CASH19 - HISTCHN UPDATE FAILED FOR ' WS-VR-NAME
006420             ' SQLCODE=' SQLCODE
006421         MOVE ZERO   TO WS-VR-CHAINSEQ
006422         MOVE SPACES TO WS-VR-PREVVAL
006423         MOVE SPACES TO WS-VR-CHAINVAL
006424     END-IF
006425     .
006426 5910-ADVANCE-CHAIN-EXIT.
006427     EXIT.
006428*
006429******************************************************************
006430* 5920-CHAIN-VALUE - THE RECORD'S INTEGRITY VALUE, EXACTLY AS    *
006431*   CASH00'S CASH-HIST-CHAIN-VALUE COMPUTES IT: TWO RUNNING      *
006432*   SUMS OVER EVERY BYTE OF THE RECORD, EACH FOLDED BY ITS OWN   *
006433*   MULTIPLIER AND PRIME MODULUS. THE KEY SUFFIX COUNTS AS ZERO  *
006434*   (IT IS ONLY SETTLED AT THE WRITE) AND THE VALUE FIELD        *
006435*   ITSELF AS SPACES. A CHANGE HERE MUST BE MADE IN EVERY        *
006436*   HISTORY WRITER AND IN CASH45 OR EVERY CHAIN BREAKS           *
006437******************************************************************
006438 5920-CHAIN-VALUE.
006439     MOVE WS-VR-SEQ TO WS-CHN-SAVE-SEQ
006440     MOVE ZERO      TO WS-VR-SEQ
006441     MOVE SPACES    TO WS-VR-CHAINVAL
006442     MOVE 1         TO WS-CHN-A
006443     MOVE ZERO      TO WS-CHN-B
006444     MOVE LENGTH OF WS-VSAM-RECORD TO WS-CHN-LEN
006445
006446     PERFORM 5930-CHAIN-BYTE
006447         THRU 5930-CHAIN-BYTE-EXIT
006448         VARYING WS-CHN-POS FROM 1 BY 1
006449         UNTIL WS-CHN-POS > WS-CHN-LEN
006450
006451     MOVE WS-CHN-SAVE-SEQ TO WS-VR-SEQ
006452     MOVE WS-CHN-VALUE    TO WS-VR-CHAINVAL
006453     .
006454 5920-CHAIN-VALUE-EXIT.
006455     EXIT.
006456*
006457 5930-CHAIN-BYTE.
006458     MOVE LOW-VALUE TO WS-CHN-BYTE-HI
006459     MOVE WS-VSAM-RECORD(WS-CHN-POS:1) TO WS-CHN-BYTE-LO
006460     COMPUTE WS-CHN-WORK = WS-CHN-A * 31 + WS-CHN-BYTE-HW + 1
006461     DIVIDE WS-CHN-WORK BY WS-CHN-MOD-A
006462         GIVING WS-CHN-QUOT REMAINDER WS-CHN-A
006463     COMPUTE WS-CHN-WORK = WS-CHN-B * 257 + WS-CHN-BYTE-HW
006464                           + WS-CHN-POS
006465     DIVIDE WS-CHN-WORK BY WS-CHN-MOD-B
006466         GIVING WS-CHN-QUOT REMAINDER WS-CHN-B
006467     .
006468 5930-CHAIN-BYTE-EXIT.
006470     EXIT.
006480*
006490******************************************************************
