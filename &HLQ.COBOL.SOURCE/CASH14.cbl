000248*                    TABLE AND REFUSES TO START UNTIL ITS        *
000249*                    PREDECESSORS SHOW COMPLETE FOR THE BUSINESS *
000250*                    DATE (OPERATOR OVERRIDE VIA CASH29).        *
000251*  2026-10-15 DLM   AN ESCHEATED POSITION (ACCTSTAT 'E') IS      *
000252*                    SKIPPED LIKE A FROZEN OR CLOSED ONE.        *
000253*  2026-10-15 DLM   HISTORY CHAIN: EVERY STAGED HISTORY ROW IS   *
000254*                    LINKED INTO ITS OWNER'S CHAIN ON HISTCHN    *
000255*                    (SEE DCLHCHN) AS IT IS STAGED - SEQUENCE,   *
000256*                    PREVIOUS RECORD'S VALUE AND ITS OWN         *
000257*                    INTEGRITY VALUE - SO CASH45 CAN PROVE THE   *
000258*                    TRAIL COMPLETE.                             *
000250******************************************************************
000260*
000270******************************************************************
000686     END-EXEC.
000687     EXEC SQL
000688         INCLUDE DCLRUNC
000690     END-EXEC.
000692     EXEC SQL
000694         INCLUDE DCLHCHN
000696     END-EXEC.
000698*
000700******************************************************************
000710* WORKING STORAGE - COUNTERS AND SWITCHES                       *
000720******************************************************************
001390        10 WS-PEND-HIST-AMOUNT   PIC 9(7)V99.
001400        10 WS-PEND-HIST-RATE     PIC 9(3)V9(6).
001410        10 WS-PEND-HIST-PRIOR    PIC 9(7)V99.
001411        10 WS-PEND-HIST-CHSEQ    PIC 9(09).
001412        10 WS-PEND-HIST-PREVVAL  PIC X(20).
001413        10 WS-PEND-HIST-CHVAL    PIC X(20).
001420*    SAME STAGED-HISTORY DISCIPLINE AS CASH01/CASH07: ROWS ONLY
001430*    FLUSH TO THE VSAM FILE AFTER THE COMMIT THAT MADE THEIR
001440*    BALANCE UPDATES DURABLE.
001441 77  WS-PEND-HIST-CNT        PIC 9(5) COMP VALUE ZERO.
001442 77  WS-PEND-HIST-IDX        PIC 9(5) COMP VALUE ZERO.
001443 77  WS-WRITE-SEQ            PIC 9(2) VALUE ZERO.
001444 77  WS-WRITE-DONE-SW        PIC X(01) VALUE 'N'.
001445     88 WS-WRITE-DONE                   VALUE 'Y'.
001446*    HISTORY CHAIN FIELDS (SEE DCLHCHN/DCLHIST): EACH ROW IS
001447*    LINKED INTO ITS OWNER'S CHAIN AS IT IS STAGED, SO THE HEAD
001448*    UPDATE COMMITS WITH THE BALANCE UPDATE THE ROW RECORDS.
001449*    WS-CHN-BYTE-HW PICKS UP ONE RECORD BYTE IN ITS LOW HALF.
001450 77  WS-CHN-POS              PIC S9(4) COMP VALUE ZERO.
001451 77  WS-CHN-LEN              PIC S9(4) COMP VALUE ZERO.
001452 77  WS-CHN-SAVE-SEQ         PIC 9(2) VALUE ZERO.
001454 77  WS-CHN-WORK             PIC S9(15) COMP-3 VALUE ZERO.
001455 77  WS-CHN-QUOT             PIC S9(15) COMP-3 VALUE ZERO.
001456 77  WS-CHN-MOD-A            PIC S9(11) COMP-3 VALUE 2147483647.
001457 77  WS-CHN-MOD-B            PIC S9(11) COMP-3 VALUE 999999937.
001458 77  WS-CHN-ZERO-VAL         PIC X(20) VALUE ALL '0'.
001459 01  WS-CHN-BYTE-HW          PIC 9(4) COMP VALUE ZERO.
001460 01  WS-CHN-BYTE-R REDEFINES WS-CHN-BYTE-HW.
001461     05 WS-CHN-BYTE-HI       PIC X(01).
001462     05 WS-CHN-BYTE-LO       PIC X(01).
001463 01  WS-CHN-VALUE.
001464     05 WS-CHN-A             PIC 9(10).
001465     05 WS-CHN-B             PIC 9(10).
001467******************************************************************
001468* BATCH RUN-CONTROL (SEE DCLRUNC): THIS JOB REGISTERS ON        *
001469* RUNCTL, REFUSES TO START UNTIL ITS PREDECESSORS SHOW COMPLETE *
002490
002500     ADD 1 TO WS-ROWS-READ
002510
002520*    A FROZEN, CLOSED OR ESCHEATED POSITION TAKES NO POSTINGS,
002530*    A FEE INCLUDED - THE ROW STILL COUNTS TOWARD THE CHECKPOINT
002540*    INTERVAL BELOW.
002550     IF ACCTSTAT = 'F' OR ACCTSTAT = 'C' OR ACCTSTAT = 'E'
002560         ADD 1 TO WS-ROWS-SKIPPED
002570     ELSE
002580         PERFORM 3000-ASSESS-FEE
004300         WS-PEND-HIST-RATE(WS-PEND-HIST-CNT)
004310     MOVE WS-PRIOR-BAL TO
004320         WS-PEND-HIST-PRIOR(WS-PEND-HIST-CNT)
004321     PERFORM 5900-CHAIN-PENDING
004322         THRU 5900-CHAIN-PENDING-EXIT
004330     .
004340 5000-WRITE-HISTORY-EXIT.
004350     EXIT.
004470     .
004480 5600-FLUSH-HISTORY-EXIT.
004490     EXIT.
004491*
004492 5700-WRITE-ONE-PENDING.
004493     PERFORM 5710-LOAD-PENDING
004495         THRU 5710-LOAD-PENDING-EXIT
004496
004497*    TWO STAGED ROWS FOR THE SAME OWNER IN THE SAME SECOND (TWO
004498*    CURRENCY POSITIONS) WOULD COLLIDE ON THE KEY - BUMP THE SEQ
004500*    SUFFIX AND RETRY, THE SAME DISCIPLINE CASH00'S ONLINE WRITE
004501*    USES, SO NO AUDIT RECORD IS EVER DROPPED.
004502     MOVE ZERO TO WS-WRITE-SEQ
004503     MOVE 'N'  TO WS-WRITE-DONE-SW
004505     PERFORM 5750-WRITE-PENDING-TRY
004506         THRU 5750-WRITE-PENDING-TRY-EXIT
004507         UNTIL WS-WRITE-DONE
004508     .
004510 5700-WRITE-ONE-PENDING-EXIT.
004511     EXIT.
004512*
004513******************************************************************
004515* 5710-LOAD-PENDING - LOAD ONE STAGED ROW, CHAIN FIELDS AND      *
004516*   ALL, INTO THE HISTORY RECORD                                 *
004517******************************************************************
004518 5710-LOAD-PENDING.
004520     MOVE WS-PEND-HIST-NAME(WS-PEND-HIST-IDX)     TO WS-VR-NAME
004530     MOVE WS-PEND-HIST-DATE(WS-PEND-HIST-IDX)     TO WS-VR-DATE
004540     MOVE WS-PEND-HIST-TIME(WS-PEND-HIST-IDX)     TO WS-VR-TIME
004642     MOVE WS-BUSDT                                TO WS-VR-BUSDT
004644     MOVE SPACES                                  TO WS-VR-REFID
004646     MOVE WS-BUSDT                                TO WS-VR-VALUEDT
004662     MOVE ZERO                                    TO WS-VR-MARGIN
004666     MOVE WS-PEND-HIST-CHSEQ(WS-PEND-HIST-IDX)    TO
004670         WS-VR-CHAINSEQ
004674     MOVE WS-PEND-HIST-PREVVAL(WS-PEND-HIST-IDX)  TO
004678         WS-VR-PREVVAL
004682     MOVE WS-PEND-HIST-CHVAL(WS-PEND-HIST-IDX)    TO
004686         WS-VR-CHAINVAL
004710     .
004720 5710-LOAD-PENDING-EXIT.
004730     EXIT.
004732*
004734 5750-WRITE-PENDING-TRY.
004766     END-IF
004768     .
004770 5750-WRITE-PENDING-TRY-EXIT.
004771     EXIT.
004772*
004773******************************************************************
004774* 5900-CHAIN-PENDING - LINK THE ROW JUST STAGED INTO ITS         *
004775*   OWNER'S HISTORY CHAIN (SEE DCLHCHN) IN THE SAME UNIT OF      *
004776*   WORK AS THE BALANCE UPDATE IT RECORDS, AND KEEP THE CHAIN    *
004777*   FIELDS ON THE STAGED ROW FOR 5700 TO WRITE                   *
004778******************************************************************
004779 5900-CHAIN-PENDING.
004780     MOVE WS-PEND-HIST-CNT TO WS-PEND-HIST-IDX
004781     PERFORM 5710-LOAD-PENDING
004782         THRU 5710-LOAD-PENDING-EXIT
004783     PERFORM 5910-ADVANCE-CHAIN
004784         THRU 5910-ADVANCE-CHAIN-EXIT
004785     MOVE WS-VR-CHAINSEQ TO WS-PEND-HIST-CHSEQ(WS-PEND-HIST-IDX)
004786     MOVE WS-VR-PREVVAL  TO WS-PEND-HIST-PREVVAL(WS-PEND-HIST-IDX)
004787     MOVE WS-VR-CHAINVAL TO WS-PEND-HIST-CHVAL(WS-PEND-HIST-IDX)
004788     .
004789 5900-CHAIN-PENDING-EXIT.
004790     EXIT.
004791*
004793******************************************************************
004794* 5910-ADVANCE-CHAIN - BUMP THE OWNER'S CHAIN HEAD, STAMP THE    *
004795*   NEW SEQUENCE AND THE PREVIOUS RECORD'S VALUE INTO THE        *
004796*   RECORD, COMPUTE ITS OWN AND LEAVE IT ON THE HEAD. NO HEAD    *
004797*   ROW IS THE OWNER'S FIRST CHAINED RECORD; AN INSERT LOSING A  *
004798*   RACE (-803) FALLS BACK TO THE UPDATE. A FAILURE LEAVES THE   *
004799*   RECORD UNCHAINED BUT STILL WRITTEN, FOR CASH45 TO REPORT     *
004800******************************************************************
004801 5910-ADVANCE-CHAIN.
004802     MOVE ZERO   TO WS-VR-CHAINSEQ
004803     MOVE SPACES TO WS-VR-PREVVAL
004804     MOVE SPACES TO WS-VR-CHAINVAL
004805
004806     EXEC SQL
004807         UPDATE STOCKTRD.HISTCHN
004808         SET CHAINSEQ = CHAINSEQ + 1
004809         WHERE NAME = :WS-VR-NAME
004810     END-EXEC
004811     IF SQLCODE NOT = 0 OR SQLERRD(3) = 0
004812         EXEC SQL
004813             INSERT INTO STOCKTRD.HISTCHN(
004814                 NAME, CHAINSEQ, LASTVAL, ARCHSEQ, ARCHVAL,
004816                 FIRSTDT)
004817             VALUES (:WS-VR-NAME, 1, :WS-CHN-ZERO-VAL, 0,
004818                 :WS-CHN-ZERO-VAL, :WS-VR-DATE)
004819         END-EXEC
004820         IF SQLCODE = -803
004821             EXEC SQL
004822                 UPDATE STOCKTRD.HISTCHN
004823                 SET CHAINSEQ = CHAINSEQ + 1
004824                 WHERE NAME = :WS-VR-NAME
004825             END-EXEC
004826         END-IF
004827     END-IF
004828
004829     IF SQLCODE = 0
004830         EXEC SQL
004831             SELECT CHAINSEQ, LASTVAL
004832             INTO :HN-CHAINSEQ, :HN-LASTVAL
004833             FROM STOCKTRD.HISTCHN
004834             WHERE NAME = :WS-VR-NAME
004835         END-EXEC
004836     END-IF
004837
004839     IF SQLCODE NOT = 0
004840         DISPLAY 'CASH14 - HISTCHN UPDATE FAILED FOR ' WS-VR-NAME
004841             ' SQLCODE=' SQLCODE
004842         GO TO 5910-ADVANCE-CHAIN-EXIT
004843     END-IF
004844
004845     MOVE HN-CHAINSEQ TO WS-VR-CHAINSEQ
004846     MOVE HN-LASTVAL  TO WS-VR-PREVVAL
004847     PERFORM 5920-CHAIN-VALUE
004848         THRU 5920-CHAIN-VALUE-EXIT
004849
004850     EXEC SQL
004851         UPDATE STOCKTRD.HISTCHN
004852         SET LASTVAL = :WS-VR-CHAINVAL
004853         WHERE NAME = :WS-VR-NAME
004854     END-EXEC
004855     IF SQLCODE NOT = 0
004856         DISPLAY 'CASH14 - HISTCHN UPDATE FAILED FOR ' WS-VR-NAME
004857             ' SQLCODE=' SQLCODE
004858         MOVE ZERO   TO WS-VR-CHAINSEQ
004859         MOVE SPACES TO WS-VR-PREVVAL
004860         MOVE SPACES TO WS-VR-CHAINVAL
004862     END-IF
004863     .
004864 5910-ADVANCE-CHAIN-EXIT.
004865     EXIT.
004866*
004867******************************************************************
004868* 5920-CHAIN-VALUE - THE RECORD'S INTEGRITY VALUE, EXACTLY AS    *
004869*   CASH00'S CASH-HIST-CHAIN-VALUE COMPUTES IT: TWO RUNNING      *
004870*   SUMS OVER EVERY BYTE OF THE RECORD, EACH FOLDED BY ITS OWN   *
004871*   MULTIPLIER AND PRIME MODULUS. THE KEY SUFFIX COUNTS AS ZERO  *
004872*   (IT IS ONLY SETTLED AT THE WRITE) AND THE VALUE FIELD        *
004873*   ITSELF AS SPACES. A CHANGE HERE MUST BE MADE IN EVERY        *
004874*   HISTORY WRITER AND IN CASH45 OR EVERY CHAIN BREAKS           *
004875******************************************************************
004876 5920-CHAIN-VALUE.
004877     MOVE WS-VR-SEQ TO WS-CHN-SAVE-SEQ
004878     MOVE ZERO      TO WS-VR-SEQ
004879     MOVE SPACES    TO WS-VR-CHAINVAL
004880     MOVE 1         TO WS-CHN-A
004881     MOVE ZERO      TO WS-CHN-B
004882     MOVE LENGTH OF WS-VSAM-RECORD TO WS-CHN-LEN
004883
004885     PERFORM 5930-CHAIN-BYTE
004886         THRU 5930-CHAIN-BYTE-EXIT
004887         VARYING WS-CHN-POS FROM 1 BY 1
004888         UNTIL WS-CHN-POS > WS-CHN-LEN
004889
004890     MOVE WS-CHN-SAVE-SEQ TO WS-VR-SEQ
004891     MOVE WS-CHN-VALUE    TO WS-VR-CHAINVAL
004892     .
004893 5920-CHAIN-VALUE-EXIT.
004894     EXIT.
004895*
004896 5930-CHAIN-BYTE.
004897     MOVE LOW-VALUE TO WS-CHN-BYTE-HI
004898     MOVE WS-VSAM-RECORD(WS-CHN-POS:1) TO WS-CHN-BYTE-LO
004899     COMPUTE WS-CHN-WORK = WS-CHN-A * 31 + WS-CHN-BYTE-HW + 1
004900     DIVIDE WS-CHN-WORK BY WS-CHN-MOD-A
004901         GIVING WS-CHN-QUOT REMAINDER WS-CHN-A
004902     COMPUTE WS-CHN-WORK = WS-CHN-B * 257 + WS-CHN-BYTE-HW
004903                           + WS-CHN-POS
004904     DIVIDE WS-CHN-WORK BY WS-CHN-MOD-B
004905         GIVING WS-CHN-QUOT REMAINDER WS-CHN-B
004906     .
004908 5930-CHAIN-BYTE-EXIT.
004909     EXIT.
004910*
004911******************************************************************
004912* 6000-WRITE-CHECKPOINT - COMMIT, FLUSH HISTORY, RECORD THE LAST *
004913*   POSITION ASSESSED                                            *
004914******************************************************************
004915 6000-WRITE-CHECKPOINT.
004916     EXEC SQL
004917         COMMIT
004918     END-EXEC
004919
004920     PERFORM 5600-FLUSH-HISTORY
004921         THRU 5600-FLUSH-HISTORY-EXIT
004922
004923     MOVE OWNER         TO WS-CKPT-OWNER
004924     MOVE CURRENCYC OF DCLCASHACCOUNTY TO WS-CKPT-CURRENCY
004925     MOVE WS-ROWS-READ  TO WS-CKPT-ROWS-DONE
004926
004927     OPEN OUTPUT CKPT-FILE
004928     WRITE WS-CKPT-RECORD
004930     CLOSE CKPT-FILE
004940
004950     MOVE ZERO TO WS-CKPT-SINCE
