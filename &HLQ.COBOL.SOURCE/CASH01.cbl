000312*                    TABLE AND REFUSES TO START UNTIL ITS        *
000313*                    PREDECESSORS SHOW COMPLETE FOR THE BUSINESS *
000314*                    DATE (OPERATOR OVERRIDE VIA CASH29).        *
000315*  2026-10-15 DLM   ACCRUAL NOW COUNTS CALENDAR DAYS: EACH RUN   *
000316*                    ACCRUES FROM THE BUSINESS DATE UP TO THE    *
000317*                    NEXT WORKING DAY OF THE POSITION'S CURRENCY *
000318*                    ON THE HOLCAL CALENDAR, SO WEEKENDS AND     *
000319*                    HOLIDAYS EARN ON THE DAY BEFORE THEM; A     *
000320*                    CURRENCY HOLIDAY ITSELF ACCRUES NOTHING.    *
000321*  2026-10-15 DLM   AN ESCHEATED POSITION (ACCTSTAT 'E') ACCRUES *
000322*                    NOTHING, LIKE A CLOSED ONE.                 *
000323*  2026-10-15 DLM   CASH43 TRADE SETTLEMENT ADDED TO THE RUNCTL  *
000324*                    PREDECESSORS, SO A DAY'S STOCK TRADES POST  *
000325*                    BEFORE THE BALANCE ACCRUES.                 *
000326*  2026-10-15 DLM   HISTORY CHAIN: EVERY STAGED HISTORY ROW IS   *
000327*                    LINKED INTO ITS OWNER'S CHAIN ON HISTCHN    *
000328*                    (SEE DCLHCHN) AS IT IS STAGED - SEQUENCE,   *
000329*                    PREVIOUS RECORD'S VALUE AND ITS OWN         *
000330*                    INTEGRITY VALUE - SO CASH45 CAN PROVE THE   *
000331*                    TRAIL COMPLETE.                             *
000332*  2026-10-15 DLM   A HOLCAL READ FAILURE NOW FAILS THE RUN AND  *
000333*                    SKIPS THE POSITION'S ACCRUAL INSTEAD OF     *
000334*                    TAKING THE DAY FOR A WORKING DAY.           *
000311******************************************************************
000312*
000320******************************************************************
000720     EXEC SQL
000721         INCLUDE DCLRUNC
000722     END-EXEC.
000723     EXEC SQL
000724         INCLUDE DCLHCAL
000725     END-EXEC.
000726     EXEC SQL
000727         INCLUDE DCLHCHN
000728     END-EXEC.
000720*
000730******************************************************************
000740* WORKING STORAGE - COUNTERS AND SWITCHES                       *
000933 77  WS-TAX-AMT              PIC S9(7)V99 COMP-3 VALUE ZERO.
000934 77  WS-NET-AMT              PIC S9(7)V99 COMP-3 VALUE ZERO.
000935 77  WS-ROWS-WITHHELD        PIC 9(7) COMP VALUE ZERO.
000936*    ACCRUAL DAY COUNT: CALENDAR DAYS FROM THE BUSINESS DATE TO
000937*    THE NEXT WORKING DAY OF THE POSITION'S CURRENCY, WORKED
000938*    OUT ONCE PER CURRENCY AND KEPT IN WS-ACCR-CURRENCY/DAYS.
000939*    DAY 1 OF INTEGER-OF-DATE (1601-01-01) WAS A MONDAY, SO THE
000940*    DAY NUMBER'S REMAINDER BY 7 IS 6 ON A SATURDAY AND 0 ON A
000941*    SUNDAY.
000942 77  WS-ACCR-CURRENCY        PIC X(08) VALUE SPACES.
000943 77  WS-ACCR-DAYS            PIC S9(3) COMP-3 VALUE ZERO.
000944 77  WS-ACCR-N               PIC 9(8) VALUE ZERO.
000945 77  WS-ACCR-INT             PIC S9(7) VALUE ZERO.
000946 77  WS-ACCR-WEEKS           PIC S9(7) VALUE ZERO.
000947 77  WS-ACCR-DOW             PIC 9(1) VALUE ZERO.
000948     88 WS-ACCR-WEEKEND                VALUE 0 6.
000949 77  WS-NONWORK-SW           PIC X(01) VALUE 'N'.
000950     88 WS-NONWORK-DAY                 VALUE 'Y'.
000951 77  WS-CAL-ERR-SW           PIC X(01) VALUE 'N'.
000952     88 WS-CAL-ERROR                   VALUE 'Y'.
000953 77  WS-ROWS-NONWORK         PIC 9(7) COMP VALUE ZERO.
000935 77  WS-GRAND-GROSS          PIC S9(9)V99 COMP-3 VALUE ZERO.
000935 77  WS-GRAND-TAX            PIC S9(9)V99 COMP-3 VALUE ZERO.
000935 77  WS-GRAND-NET            PIC S9(9)V99 COMP-3 VALUE ZERO.
001032        10 WS-PEND-HIST-AMOUNT   PIC 9(7)V99.
001034        10 WS-PEND-HIST-RATE     PIC 9(3)V9(6).
001036        10 WS-PEND-HIST-PRIOR    PIC 9(7)V99.
001037        10 WS-PEND-HIST-CHSEQ    PIC 9(09).
001038        10 WS-PEND-HIST-PREVVAL  PIC X(20).
001039        10 WS-PEND-HIST-CHVAL    PIC X(20).
001040*    WS-PEND-HIST-TABLE HOLDS HISTORY ROWS NOT YET WRITTEN TO
001050*    HISTORY-FILE. A ROW ONLY MOVES FROM HERE TO THE VSAM FILE
001060*    AFTER THE DB2 COMMIT THAT MADE ITS BALANCE UPDATE DURABLE,
001070*    SO AN ABEND BETWEEN COMMITS CAN NEVER LEAVE A HISTORY RECORD
001080*    ON DISK FOR AN UPDATE THAT DB2 LATER ROLLS BACK - SEE
001090*    5000-WRITE-HISTORY AND 5500-FLUSH-HISTORY BELOW.
001091 77  WS-PRIOR-BAL            PIC S9(7)V99 VALUE ZERO.
001092 77  WS-PEND-HIST-CNT        PIC 9(5) COMP VALUE ZERO.
001093 77  WS-PEND-HIST-IDX        PIC 9(5) COMP VALUE ZERO.
001094 77  WS-WRITE-SEQ            PIC 9(2) VALUE ZERO.
001095 77  WS-WRITE-DONE-SW        PIC X(01) VALUE 'N'.
001096     88 WS-WRITE-DONE                   VALUE 'Y'.
001097*    HISTORY CHAIN FIELDS (SEE DCLHCHN/DCLHIST): EACH ROW IS
001098*    LINKED INTO ITS OWNER'S CHAIN AS IT IS STAGED, SO THE HEAD
001099*    UPDATE COMMITS WITH THE BALANCE UPDATE THE ROW RECORDS.
001100*    WS-CHN-BYTE-HW PICKS UP ONE RECORD BYTE IN ITS LOW HALF.
001101 77  WS-CHN-POS              PIC S9(4) COMP VALUE ZERO.
001102 77  WS-CHN-LEN              PIC S9(4) COMP VALUE ZERO.
001103 77  WS-CHN-SAVE-SEQ         PIC 9(2) VALUE ZERO.
001104 77  WS-CHN-WORK             PIC S9(15) COMP-3 VALUE ZERO.
001105 77  WS-CHN-QUOT             PIC S9(15) COMP-3 VALUE ZERO.
001106 77  WS-CHN-MOD-A            PIC S9(11) COMP-3 VALUE 2147483647.
001107 77  WS-CHN-MOD-B            PIC S9(11) COMP-3 VALUE 999999937.
001108 77  WS-CHN-ZERO-VAL         PIC X(20) VALUE ALL '0'.
001109 01  WS-CHN-BYTE-HW          PIC 9(4) COMP VALUE ZERO.
001110 01  WS-CHN-BYTE-R REDEFINES WS-CHN-BYTE-HW.
001111     05 WS-CHN-BYTE-HI       PIC X(01).
001112     05 WS-CHN-BYTE-LO       PIC X(01).
001113 01  WS-CHN-VALUE.
001114     05 WS-CHN-A             PIC 9(10).
001115     05 WS-CHN-B             PIC 9(10).
001117 01  WS-PEND-REMIT-TABLE.
001118     05 WS-PEND-REMIT-ENTRY OCCURS 1000 TIMES
001119                             PIC X(90).
001150 01  WS-RC-PRED-LIST.
001151     05 FILLER               PIC X(08) VALUE 'CASH07  '.
001152     05 FILLER               PIC X(08) VALUE 'CASH19  '.
001153     05 FILLER               PIC X(08) VALUE 'CASH43  '.
001154 01  WS-RC-PRED-LIST-R REDEFINES WS-RC-PRED-LIST.
001155     05 WS-RC-PRED OCCURS 3 TIMES
001156                             PIC X(08).
001157 77  WS-RC-PRED-MAX          PIC 9(2) VALUE 3.
001158 77  WS-RC-SUB               PIC 9(2) COMP VALUE ZERO.
001159 77  WS-RC-PREDNAME          PIC X(08) VALUE SPACES.
001160 77  WS-RC-REGION            PIC X(08) VALUE 'CASHRGN '.
001161 77  WS-RC-BUSDT             PIC X(08) VALUE SPACES.
001162 77  WS-RC-TIME              PIC X(06) VALUE SPACES.
001163 77  WS-RC-REFUSED-SW        PIC X(01) VALUE 'N'.
001164     88 WS-RC-REFUSED                  VALUE 'Y'.
001165 PROCEDURE DIVISION.
001166*
001167 0000-MAINLINE.
001168     PERFORM 1000-INITIALIZE
001169         THRU 1000-INITIALIZE-EXIT
001170     PERFORM 2000-PROCESS-ACCOUNTS
001180         THRU 2000-PROCESS-ACCOUNTS-EXIT
001190         UNTIL WS-EOF-YES
002090 
002100     ADD 1 TO WS-ROWS-READ
002102 
002104*    A CLOSED OR ESCHEATED POSITION EARNS NOTHING; A FROZEN ONE
002106*    STILL ACCRUES - COMPLIANCE BLOCKED POSTINGS, NOT INTEREST.
002107*    THE ROW STILL COUNTS TOWARD THE CHECKPOINT INTERVAL BELOW.
002108     IF ACCTSTAT = 'C' OR ACCTSTAT = 'E'
002110         CONTINUE
002112     ELSE
002120         PERFORM 3000-LOOKUP-RATE
002130             THRU 3000-LOOKUP-RATE-EXIT
002140 
002150         IF WS-RATE-FOUND
002151             PERFORM 4100-ACCRUAL-DAYS
002153                 THRU 4100-ACCRUAL-DAYS-EXIT
002155*            A BUSINESS DATE THAT IS A HOLIDAY OF THIS CURRENCY
002157*            WAS ALREADY ACCRUED BY THE WORKING DAY BEFORE IT.
002159             IF WS-ACCR-DAYS = ZERO
002161                 IF WS-CAL-ERROR
002163                     DISPLAY 'CASH01 - NO ACCRUAL FOR ' OWNER
002165                         ' - HOLCAL UNREADABLE'
002166                 ELSE
002168                     ADD 1 TO WS-ROWS-NONWORK
002170                 END-IF
002172             ELSE
002174                 PERFORM 4000-POST-INTEREST
002176                     THRU 4000-POST-INTEREST-EXIT
002178             END-IF
002180         ELSE
002190             ADD 1 TO WS-ROWS-NORATE
002200             DISPLAY 'CASH01 - NO INTRATE ROW FOR ' CURRENCYC OF
002820******************************************************************
002830 4000-POST-INTEREST.
002835     MOVE BALANCE TO WS-PRIOR-BAL
002840     COMPUTE WS-INTEREST-AMT ROUNDED =
002845         BALANCE * INTRATE * WS-ACCR-DAYS
002850         END-COMPUTE
002852
002854*    WITHHOLD AT SOURCE FOR OWNERS THE TAX DESK LISTS: THE NET
002960     END-EXEC
002970 
002980     IF SQLCODE NOT = 0
002981         DISPLAY 'CASH01 - UPDATE FAILED FOR ' OWNER
002982             ' SQLCODE=' SQLCODE
002983         GO TO 4000-POST-INTEREST-EXIT
002984     END-IF
002985 
002986     ADD 1 TO WS-ROWS-POSTED
002987
002988     PERFORM 5000-WRITE-HISTORY
002989         THRU 5000-WRITE-HISTORY-EXIT
002990
002991     IF WS-TAX-AMT > ZERO
002992         ADD 1 TO WS-ROWS-WITHHELD
002993         PERFORM 5100-STAGE-TAX-HISTORY
002994             THRU 5100-STAGE-TAX-HISTORY-EXIT
002995         PERFORM 5200-STAGE-REMIT
002996             THRU 5200-STAGE-REMIT-EXIT
002997     END-IF
002999     .
003000 4000-POST-INTEREST-EXIT.
003001     EXIT.
003002*
003003******************************************************************
003004* 4100-ACCRUAL-DAYS - HOW MANY DAYS' INTEREST THIS RUN ACCRUES   *
003005*   FOR THE POSITION'S CURRENCY: ZERO WHEN THE BUSINESS DATE IS  *
003006*   ITSELF A NON-WORKING DAY OF THE CURRENCY, OTHERWISE THE      *
003007*   CALENDAR DAYS UP TO THE NEXT DAY THAT IS A WORKING DAY OF    *
003008*   BOTH THE CURRENCY AND THE REGION - ONE ON AN ORDINARY        *
003009*   WEEKDAY, THREE ON A FRIDAY, FOUR BEFORE A MONDAY HOLIDAY.    *
003010*   THE CALENDARS ARE HOLCAL UNDER THE CURRENCY CODE AND UNDER   *
003011*   'CASHRGN' (SEE CASH33); NO ROWS MEANS WEEKENDS ONLY. A       *
003012*   CALENDAR THAT CANNOT BE READ GIVES ZERO DAYS WITH            *
003013*   WS-CAL-ERR-SW SET, AND IS NOT CACHED SO THE NEXT POSITION    *
003014*   TRIES AGAIN.                                                 *
003015******************************************************************
003016 4100-ACCRUAL-DAYS.
003018     IF CURRENCYC OF DCLCASHACCOUNTY = WS-ACCR-CURRENCY
003019         GO TO 4100-ACCRUAL-DAYS-EXIT
003020     END-IF
003021     MOVE CURRENCYC OF DCLCASHACCOUNTY TO WS-ACCR-CURRENCY
003022     MOVE ZERO TO WS-ACCR-DAYS
003023     MOVE 'N' TO WS-CAL-ERR-SW
003024
003025     MOVE WS-BUSDT TO WS-ACCR-N
003026     COMPUTE WS-ACCR-INT = FUNCTION INTEGER-OF-DATE(WS-ACCR-N)
003027     END-COMPUTE
003028     PERFORM 4150-WORKDAY-CHECK
003029         THRU 4150-WORKDAY-CHECK-EXIT
003030     IF WS-CAL-ERROR
003031         MOVE SPACES TO WS-ACCR-CURRENCY
003032         GO TO 4100-ACCRUAL-DAYS-EXIT
003033     END-IF
003034     IF WS-NONWORK-DAY
003035         DISPLAY 'CASH01 - ' WS-BUSDT ' IS NOT A WORKING DAY FOR '
003037             WS-ACCR-CURRENCY ' - NO ACCRUAL'
003038         GO TO 4100-ACCRUAL-DAYS-EXIT
003039     END-IF
003040
003041     MOVE 'Y' TO WS-NONWORK-SW
003042     PERFORM 4120-NEXT-DAY
003043         THRU 4120-NEXT-DAY-EXIT
003044         UNTIL NOT WS-NONWORK-DAY
003045         OR WS-ACCR-DAYS > 31
003046         OR WS-CAL-ERROR
003047     IF WS-CAL-ERROR
003048         MOVE ZERO TO WS-ACCR-DAYS
003049         MOVE SPACES TO WS-ACCR-CURRENCY
003050     END-IF
003051     .
003052 4100-ACCRUAL-DAYS-EXIT.
003053     EXIT.
003054*
003056 4120-NEXT-DAY.
003057     ADD 1 TO WS-ACCR-DAYS
003058     ADD 1 TO WS-ACCR-INT
003059     COMPUTE WS-ACCR-N = FUNCTION DATE-OF-INTEGER(WS-ACCR-INT)
003060     END-COMPUTE
003061     PERFORM 4150-WORKDAY-CHECK
003062         THRU 4150-WORKDAY-CHECK-EXIT
003063     .
003064 4120-NEXT-DAY-EXIT.
003065     EXIT.
003066*
003067******************************************************************
003068* 4150-WORKDAY-CHECK - IS WS-ACCR-N (DAY NUMBER IN WS-ACCR-INT)  *
003069*   A DAY THIS POSITION DOES NOT ACCRUE ON? SATURDAY AND SUNDAY  *
003070*   ALWAYS ARE; A WEEKDAY IS WHEN HOLCAL CARRIES IT UNDER THE    *
003071*   CURRENCY OR UNDER THE REGION - A REGION HOLIDAY HAS NO RUN,  *
003072*   SO THE RUN BEFORE IT MUST COVER IT. SAME TEST AS CASH19'S    *
003073*   NEXTRUN ROLL. ANY SQLCODE BUT 0 OR 100 FAILS THE RUN AND     *
003075*   SETS WS-CAL-ERR-SW - A DAY IS NEVER ACCRUED ON A GUESS.      *
003076******************************************************************
003077 4150-WORKDAY-CHECK.
003078     MOVE 'N' TO WS-NONWORK-SW
003079
003080     DIVIDE WS-ACCR-INT BY 7 GIVING WS-ACCR-WEEKS
003081         REMAINDER WS-ACCR-DOW
003082     IF WS-ACCR-WEEKEND
003083         MOVE 'Y' TO WS-NONWORK-SW
003084         GO TO 4150-WORKDAY-CHECK-EXIT
003085     END-IF
003086
003087     MOVE WS-ACCR-N TO HC-HOLDT
003088     EXEC SQL
003089          SELECT CALCODE
003090          INTO  :HC-CALCODE
003091          FROM STOCKTRD.HOLCAL
003092          WHERE CALCODE IN (:WS-ACCR-CURRENCY, :WS-REGIONID)
003094            AND HOLDT = :HC-HOLDT
003095          FETCH FIRST 1 ROW ONLY
003096     END-EXEC
003097     IF SQLCODE = 0
003098         MOVE 'Y' TO WS-NONWORK-SW
003099     END-IF
003100     IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
003101         DISPLAY 'CASH01 - HOLCAL READ FAILED FOR '
003102             WS-ACCR-CURRENCY ' ' WS-ACCR-N ' SQLCODE=' SQLCODE
003103         MOVE 'Y' TO WS-CAL-ERR-SW
003104         MOVE 'Y' TO WS-RUN-ERROR-SW
003105     END-IF
003106     .
003107 4150-WORKDAY-CHECK-EXIT.
003108     EXIT.
003109*
003110******************************************************************
003112* 4200-LOOKUP-TAX - THE OWNER'S WITHHOLDING ROW, IF THE TAX     *
003113*   DESK LISTED ONE (SEE CASH21)                                 *
003114******************************************************************
003315         WS-PEND-HIST-RATE(WS-PEND-HIST-CNT)
003316     MOVE WS-PRIOR-BAL TO
003317         WS-PEND-HIST-PRIOR(WS-PEND-HIST-CNT)
003318     PERFORM 5900-CHAIN-PENDING
003319         THRU 5900-CHAIN-PENDING-EXIT
003320     .
003330 5000-WRITE-HISTORY-EXIT.
003331     EXIT.
003332*
003333******************************************************************
003334* 5100-STAGE-TAX-HISTORY - THE 'W' AUDIT RECORD FOR THE TAX      *
003336*   JUST WITHHELD. BALANCE AND PRIOR BOTH CARRY THE RESULTING    *
003337*   BALANCE - THE MOVEMENT ALREADY BOOKED ON THE 'I' RECORD AS   *
003338*   THE NET, SO THIS RECORD EXPLAINS THE TAX WITHOUT BOOKING     *
003339*   ANY MOVEMENT OF ITS OWN.                                     *
003340******************************************************************
003342 5100-STAGE-TAX-HISTORY.
003343     ADD 1 TO WS-PEND-HIST-CNT
003344
003345     MOVE OWNER             TO WS-PEND-HIST-NAME(WS-PEND-HIST-CNT)
003347     MOVE WS-ASKTIME-DATE   TO WS-PEND-HIST-DATE(WS-PEND-HIST-CNT)
003348     MOVE WS-ASKTIME-TIME   TO WS-PEND-HIST-TIME(WS-PEND-HIST-CNT)
003349     MOVE ZERO              TO WS-PEND-HIST-SEQ(WS-PEND-HIST-CNT)
003350     MOVE 'W'               TO WS-PEND-HIST-REQ(WS-PEND-HIST-CNT)
003351     MOVE BALANCE TO
003353         WS-PEND-HIST-BALANCE(WS-PEND-HIST-CNT)
003354     MOVE CURRENCYC OF DCLCASHACCOUNTY TO
003355         WS-PEND-HIST-CURRENCY(WS-PEND-HIST-CNT)
003356     MOVE 'TAX WHELD' TO
003358         WS-PEND-HIST-RETCODE(WS-PEND-HIST-CNT)
003359     MOVE WS-TAX-AMT TO
003360         WS-PEND-HIST-AMOUNT(WS-PEND-HIST-CNT)
003361     MOVE OT-TAXRATE TO
003362         WS-PEND-HIST-RATE(WS-PEND-HIST-CNT)
003364     MOVE BALANCE TO
003365         WS-PEND-HIST-PRIOR(WS-PEND-HIST-CNT)
003366     PERFORM 5900-CHAIN-PENDING
003367         THRU 5900-CHAIN-PENDING-EXIT
003369     .
003370 5100-STAGE-TAX-HISTORY-EXIT.
003371     EXIT.
003520*
003530******************************************************************
003540* 5600-WRITE-ONE-PENDING - WRITE ONE STAGED ROW TO HISTORY     *
003541******************************************************************
003542 5600-WRITE-ONE-PENDING.
003543     PERFORM 5610-LOAD-PENDING
003545         THRU 5610-LOAD-PENDING-EXIT
003546
003547*    TWO STAGED ROWS FOR THE SAME OWNER IN THE SAME SECOND (TWO
003549*    CURRENCY POSITIONS) WOULD COLLIDE ON THE KEY - BUMP THE SEQ
003550*    SUFFIX AND RETRY, AS CASH00'S ONLINE WRITE DOES.
003551     MOVE ZERO TO WS-WRITE-SEQ
003553     MOVE 'N'  TO WS-WRITE-DONE-SW
003554     PERFORM 5650-WRITE-PENDING-TRY
003555         THRU 5650-WRITE-PENDING-TRY-EXIT
003556         UNTIL WS-WRITE-DONE
003558     .
003559 5600-WRITE-ONE-PENDING-EXIT.
003560     EXIT.
003562*
003563******************************************************************
003564* 5610-LOAD-PENDING - LOAD ONE STAGED ROW, CHAIN FIELDS AND      *
003566*   ALL, INTO THE HISTORY RECORD                                 *
003567******************************************************************
003568 5610-LOAD-PENDING.
003570     MOVE WS-PEND-HIST-NAME(WS-PEND-HIST-IDX)     TO WS-VR-NAME
003580     MOVE WS-PEND-HIST-DATE(WS-PEND-HIST-IDX)     TO WS-VR-DATE
003590     MOVE WS-PEND-HIST-TIME(WS-PEND-HIST-IDX)     TO WS-VR-TIME
003600     MOVE WS-PEND-HIST-SEQ(WS-PEND-HIST-IDX)      TO WS-VR-SEQ
003601     MOVE WS-PEND-HIST-REQ(WS-PEND-HIST-IDX)      TO WS-VR-REQ
003602     MOVE WS-PEND-HIST-BALANCE(WS-PEND-HIST-IDX)  TO WS-VR-BALANCE
003603     MOVE WS-PEND-HIST-CURRENCY(WS-PEND-HIST-IDX) TO
003604         WS-VR-CURRENCY
003605     MOVE WS-PEND-HIST-RETCODE(WS-PEND-HIST-IDX)  TO WS-VR-RETCODE
003606     MOVE WS-PEND-HIST-AMOUNT(WS-PEND-HIST-IDX)   TO WS-VR-AMOUNT
003607     MOVE WS-PEND-HIST-RATE(WS-PEND-HIST-IDX)     TO WS-VR-RATE
003608     MOVE WS-PEND-HIST-PRIOR(WS-PEND-HIST-IDX)    TO
003609         WS-VR-PRIOR-BAL
003610     MOVE WS-BUSDT                                TO WS-VR-BUSDT
003611     MOVE SPACES                                  TO WS-VR-REFID
003612     MOVE WS-BUSDT                                TO WS-VR-VALUEDT
003613     MOVE ZERO                                    TO WS-VR-MARGIN
003614     MOVE WS-PEND-HIST-CHSEQ(WS-PEND-HIST-IDX)    TO
003615         WS-VR-CHAINSEQ
003616     MOVE WS-PEND-HIST-PREVVAL(WS-PEND-HIST-IDX)  TO
003617         WS-VR-PREVVAL
003618     MOVE WS-PEND-HIST-CHVAL(WS-PEND-HIST-IDX)    TO
003619         WS-VR-CHAINVAL
003620     .
003621 5610-LOAD-PENDING-EXIT.
003622     EXIT.
003623*
003624 5650-WRITE-PENDING-TRY.
003626     MOVE WS-WRITE-SEQ TO WS-VR-SEQ
003627     WRITE WS-VSAM-RECORD
003628         INVALID KEY
003629             CONTINUE
003630     END-WRITE
003631     IF WS-HIST-FSTAT = '00'
003632         MOVE 'Y' TO WS-WRITE-DONE-SW
003633     ELSE
003634         IF WS-HIST-FSTAT = '22' AND WS-WRITE-SEQ < 99
003635             ADD 1 TO WS-WRITE-SEQ
003636         ELSE
003637             DISPLAY 'CASH01 - HISTORY WRITE FAILED FOR '
003638                 WS-VR-NAME ' STATUS=' WS-HIST-FSTAT
003639             MOVE 'Y' TO WS-WRITE-DONE-SW
003640         END-IF
003641     END-IF
003642     .
003643 5650-WRITE-PENDING-TRY-EXIT.
003644     EXIT.
003645*
003646******************************************************************
003647* 5900-CHAIN-PENDING - LINK THE ROW JUST STAGED INTO ITS         *
003648*   OWNER'S HISTORY CHAIN (SEE DCLHCHN) IN THE SAME UNIT OF      *
003649*   WORK AS THE BALANCE UPDATE IT RECORDS, AND KEEP THE CHAIN    *
003650*   FIELDS ON THE STAGED ROW FOR 5600 TO WRITE                   *
003652******************************************************************
003653 5900-CHAIN-PENDING.
003654     MOVE WS-PEND-HIST-CNT TO WS-PEND-HIST-IDX
003655     PERFORM 5610-LOAD-PENDING
003656         THRU 5610-LOAD-PENDING-EXIT
003657     PERFORM 5910-ADVANCE-CHAIN
003658         THRU 5910-ADVANCE-CHAIN-EXIT
003659     MOVE WS-VR-CHAINSEQ TO WS-PEND-HIST-CHSEQ(WS-PEND-HIST-IDX)
003660     MOVE WS-VR-PREVVAL  TO WS-PEND-HIST-PREVVAL(WS-PEND-HIST-IDX)
003661     MOVE WS-VR-CHAINVAL TO WS-PEND-HIST-CHVAL(WS-PEND-HIST-IDX)
003662     .
003663 5900-CHAIN-PENDING-EXIT.
003664     EXIT.
003665*
003666******************************************************************
003667* 5910-ADVANCE-CHAIN - BUMP THE OWNER'S CHAIN HEAD, STAMP THE    *
003668*   NEW SEQUENCE AND THE PREVIOUS RECORD'S VALUE INTO THE        *
003669*   RECORD, COMPUTE ITS OWN AND LEAVE IT ON THE HEAD. NO HEAD    *
003670*   ROW IS THE OWNER'S FIRST CHAINED RECORD; AN INSERT LOSING A  *
003671*   RACE (-803) FALLS BACK TO THE UPDATE. A FAILURE LEAVES THE   *
003672*   RECORD UNCHAINED BUT STILL WRITTEN, FOR CASH45 TO REPORT     *
003673******************************************************************
003674 5910-ADVANCE-CHAIN.
003675     MOVE ZERO   TO WS-VR-CHAINSEQ
003676     MOVE SPACES TO WS-VR-PREVVAL
003678     MOVE SPACES TO WS-VR-CHAINVAL
003679
003680     EXEC SQL
003681         UPDATE STOCKTRD.HISTCHN
003682         SET CHAINSEQ = CHAINSEQ + 1
003683         WHERE NAME = :WS-VR-NAME
003684     END-EXEC
003685     IF SQLCODE NOT = 0 OR SQLERRD(3) = 0
003686         EXEC SQL
003687             INSERT INTO STOCKTRD.HISTCHN(
003688                 NAME, CHAINSEQ, LASTVAL, ARCHSEQ, ARCHVAL,
003689                 FIRSTDT)
003690             VALUES (:WS-VR-NAME, 1, :WS-CHN-ZERO-VAL, 0,
003691                 :WS-CHN-ZERO-VAL, :WS-VR-DATE)
003692         END-EXEC
003693         IF SQLCODE = -803
003694             EXEC SQL
003695                 UPDATE STOCKTRD.HISTCHN
003696                 SET CHAINSEQ = CHAINSEQ + 1
003697                 WHERE NAME = :WS-VR-NAME
003698             END-EXEC
003699         END-IF
003700     END-IF
003701
003702     IF SQLCODE = 0
003704         EXEC SQL
003705             SELECT CHAINSEQ, LASTVAL
003706             INTO :HN-CHAINSEQ, :HN-LASTVAL
003707             FROM STOCKTRD.HISTCHN
003708             WHERE NAME = :WS-VR-NAME
003709         END-EXEC
003710     END-IF
003711
003712     IF SQLCODE NOT = 0
003713         DISPLAY 'CASH01 - HISTCHN UPDATE FAILED FOR ' WS-VR-NAME
003714             ' SQLCODE=' SQLCODE
003715         GO TO 5910-ADVANCE-CHAIN-EXIT
003716     END-IF
003717
003718     MOVE HN-CHAINSEQ TO WS-VR-CHAINSEQ
003719     MOVE HN-LASTVAL  TO WS-VR-PREVVAL
003720     PERFORM 5920-CHAIN-VALUE
003721         THRU 5920-CHAIN-VALUE-EXIT
003722
003723     EXEC SQL
003724         UPDATE STOCKTRD.HISTCHN
003725         SET LASTVAL = :WS-VR-CHAINVAL
003726         WHERE NAME = :WS-VR-NAME
003727     END-EXEC
003728     IF SQLCODE NOT = 0
003730         DISPLAY 'CASH01 - HISTCHN UPDATE FAILED FOR ' WS-VR-NAME
003731             ' SQLCODE=' SQLCODE
003732         MOVE ZERO   TO WS-VR-CHAINSEQ
003733         MOVE SPACES TO WS-VR-PREVVAL
003734         MOVE SPACES TO WS-VR-CHAINVAL
003735     END-IF
003736     .
003737 5910-ADVANCE-CHAIN-EXIT.
003738     EXIT.
003739*
003740******************************************************************
003741* 5920-CHAIN-VALUE - THE RECORD'S INTEGRITY VALUE, EXACTLY AS    *
003742*   CASH00'S CASH-HIST-CHAIN-VALUE COMPUTES IT: TWO RUNNING      *
003743*   SUMS OVER EVERY BYTE OF THE RECORD, EACH FOLDED BY ITS OWN   *
003744*   MULTIPLIER AND PRIME MODULUS. THE KEY SUFFIX COUNTS AS ZERO  *
003745*   (IT IS ONLY SETTLED AT THE WRITE) AND THE VALUE FIELD        *
003746*   ITSELF AS SPACES. A CHANGE HERE MUST BE MADE IN EVERY        *
003747*   HISTORY WRITER AND IN CASH45 OR EVERY CHAIN BREAKS           *
003748******************************************************************
003749 5920-CHAIN-VALUE.
003750     MOVE WS-VR-SEQ TO WS-CHN-SAVE-SEQ
003751     MOVE ZERO      TO WS-VR-SEQ
003752     MOVE SPACES    TO WS-VR-CHAINVAL
003753     MOVE 1         TO WS-CHN-A
003754     MOVE ZERO      TO WS-CHN-B
003756     MOVE LENGTH OF WS-VSAM-RECORD TO WS-CHN-LEN
003757
003758     PERFORM 5930-CHAIN-BYTE
003759         THRU 5930-CHAIN-BYTE-EXIT
003760         VARYING WS-CHN-POS FROM 1 BY 1
003761         UNTIL WS-CHN-POS > WS-CHN-LEN
003762
003763     MOVE WS-CHN-SAVE-SEQ TO WS-VR-SEQ
003764     MOVE WS-CHN-VALUE    TO WS-VR-CHAINVAL
003765     .
003766 5920-CHAIN-VALUE-EXIT.
003767     EXIT.
003768*
003769 5930-CHAIN-BYTE.
003770     MOVE LOW-VALUE TO WS-CHN-BYTE-HI
003771     MOVE WS-VSAM-RECORD(WS-CHN-POS:1) TO WS-CHN-BYTE-LO
003772     COMPUTE WS-CHN-WORK = WS-CHN-A * 31 + WS-CHN-BYTE-HW + 1
003773     DIVIDE WS-CHN-WORK BY WS-CHN-MOD-A
003774         GIVING WS-CHN-QUOT REMAINDER WS-CHN-A
003775     COMPUTE WS-CHN-WORK = WS-CHN-B * 257 + WS-CHN-BYTE-HW
003776                           + WS-CHN-POS
003777     DIVIDE WS-CHN-WORK BY WS-CHN-MOD-B
003778         GIVING WS-CHN-QUOT REMAINDER WS-CHN-B
003779     .
003780 5930-CHAIN-BYTE-EXIT.
003782     EXIT.
003783*
003784******************************************************************
004010     DISPLAY 'CASH01 - ROWS READ      : ' WS-ROWS-READ
004020     DISPLAY 'CASH01 - ROWS POSTED    : ' WS-ROWS-POSTED
004030     DISPLAY 'CASH01 - ROWS NO RATE   : ' WS-ROWS-NORATE
004031     DISPLAY 'CASH01 - ROWS NON-WORK  : ' WS-ROWS-NONWORK
004032     DISPLAY 'CASH01 - ROWS WITHHELD  : ' WS-ROWS-WITHHELD
004040     DISPLAY 'CASH01 - INTEREST ACCRUAL BATCH - COMPLETE'
004041
