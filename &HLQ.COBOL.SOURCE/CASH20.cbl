000239*                    STAMP - AND ITS READERS SELECT - THE      *
000239*                    SAME LEDGER DAY THE ONLINE ACTIVITY       *
000239*                    CARRIES. THE NEXT DAY STARTS AT REOPEN.   *
000240*  2026-10-15 DLM   A BLANK-DATE REOPEN NOW ADVANCES TO THE    *
000241*                    NEXT WORKING DAY ON THE REGION'S HOLCAL   *
000242*                    CALENDAR (SEE CASH33), NOT ONE CALENDAR   *
000243*                    DAY; A KEYED WEEKEND OR HOLIDAY DATE      *
000244*                    REJECTS 'NON WRKDAY'.                     *
000245*  2026-10-15 DLM   A FAILED HOLCAL READ STOPS THE REOPEN      *
000246*                    ('OPEN FAILD') INSTEAD OF PASSING AS A    *
000247*                    WORKING DAY.                              *
000248******************************************************************
000250*
000260******************************************************************
000270* CASH00 STAMPED HISTORY WITH THE WALL-CLOCK EIBDATE WHILE THE   *
000340* DATE ALONE, SO THE NIGHT BATCHES AND THE END-OF-DAY READERS    *
000350* ALL PROCESS THE DAY BEING CLOSED; 'O' REOPENS THE WINDOW       *
000360* AFTER THE BATCH RUN AND ADVANCES THE BUSINESS DATE TO THE      *
000362* SUPPLIED DATE, OR THE NEXT WORKING DAY WHEN NONE IS GIVEN,     *
000364* STARTING THE NEXT LEDGER DAY; 'Q' SHOWS THE DATE AND WINDOW    *
000366* STATE. THE FIRST CUTOVER EVER RUN INSERTS THE ROW.             *
000380******************************************************************
000501     EXEC SQL
000502         INCLUDE DCLUENT
000503     END-EXEC.
000504     EXEC SQL
000505         INCLUDE DCLHCAL
000506     END-EXEC.
000510*
000520******************************************************************
000530* WORKING STORAGE - COUNTERS AND WORK AREAS                      *
000590 77  WS-ROW-FOUND-SW     PIC X(01) VALUE 'N'.
000600     88 WS-ROW-FOUND               VALUE 'Y'.
000610 77  WS-ADV-N            PIC 9(08) VALUE ZERO.
000611 77  WS-ADV-INT          PIC S9(7) VALUE ZERO.
000612*    WORKING-DAY TEST: DAY 1 OF INTEGER-OF-DATE (1601-01-01) WAS
000614*    A MONDAY, SO THE REMAINDER BY 7 IS 6 ON A SATURDAY AND 0 ON
000615*    A SUNDAY. THE TRY COUNT STOPS A CALENDAR KEYED SOLID WITH
000617*    HOLIDAYS FROM LOOPING THE TRANSACTION.
000618 77  WS-ADV-WEEKS        PIC S9(7) VALUE ZERO.
000620 77  WS-ADV-DOW          PIC 9(01) VALUE ZERO.
000621     88 WS-ADV-WEEKEND              VALUE 0 6.
000622 77  WS-NONWORK-SW       PIC X(01) VALUE 'N'.
000624     88 WS-NONWORK-DAY              VALUE 'Y'.
000625 77  WS-CAL-ERR-SW       PIC X(01) VALUE 'N'.
000627     88 WS-CAL-ERROR                VALUE 'Y'.
000628 77  WS-ADV-TRIES        PIC 9(02) COMP VALUE ZERO.
000630
000640 01  WS-BDATE-COMMAREA.
000650     05 WS-BD-REQ        PIC X(01).
002200*
002210******************************************************************
002220* 4000-BDATE-REOPEN - REOPEN THE POSTING WINDOW ONCE THE BATCH   *
002221*   RUN IS DONE AND START THE NEXT LEDGER DAY: A DATE IN THE     *
002222*   COMMAREA BECOMES THE NEW BUSINESS DATE, PROVIDED IT IS A     *
002223*   WORKING DAY ON THE REGION CALENDAR; A BLANK DATE ADVANCES TO *
002224*   THE NEXT WORKING DAY, STEPPING OVER WEEKENDS AND HOLCAL      *
002225*   HOLIDAYS. SAME REGION ENQ AS THE CUTOVER SO TWO OPERATORS    *
002226*   CANNOT ADVANCE THE DATE TWICE.                               *
002227******************************************************************
002228 4000-BDATE-REOPEN.
002230*    THE NEW DATE FEEDS INTEGER-OF-DATE AND EVERY POSTER, SO A
002231*    NUMERIC-BUT-IMPOSSIBLE DATE MUST REJECT HERE - THE SAME
002232*    EDIT CASH09'S 0500-EDIT-EFFDT APPLIES TO RATE DATES.
002233     IF WS-BD-BUSDT NOT = SPACES
002234         IF WS-BD-BUSDT NOT NUMERIC
002235             OR WS-BD-BUSDT(5:2) < '01'
002236             OR WS-BD-BUSDT(5:2) > '12'
002237             OR WS-BD-BUSDT(7:2) < '01'
002238             OR WS-BD-BUSDT(7:2) > '31'
002240             MOVE 'BAD BUSDT' TO WS-BD-RETCODE
002241             GO TO 4000-BDATE-REOPEN-EXIT
002242         END-IF
002243*        AN OPERATOR KEYING A DATE IS STARTING A LEDGER DAY ON
002244*        IT - A WEEKEND OR HOLIDAY IS A TYPING SLIP, NOT A DAY.
002245         MOVE WS-BD-BUSDT TO WS-ADV-N
002246         COMPUTE WS-ADV-INT = FUNCTION INTEGER-OF-DATE(WS-ADV-N)
002247         END-COMPUTE
002248         PERFORM 4200-WORKDAY-CHECK
002250             THRU 4200-WORKDAY-CHECK-EXIT
002251         IF WS-CAL-ERROR
002252             MOVE 'OPEN FAILD' TO WS-BD-RETCODE
002253             GO TO 4000-BDATE-REOPEN-EXIT
002254         END-IF
002255         IF WS-NONWORK-DAY
002256             MOVE 'NON WRKDAY' TO WS-BD-RETCODE
002257             GO TO 4000-BDATE-REOPEN-EXIT
002259         END-IF
002260     END-IF
002261
002262     EXEC CICS ENQ RESOURCE (WS-REGIONID)
002263          LENGTH (LENGTH OF WS-REGIONID)
002264     END-EXEC
002265
002266     PERFORM 1000-BDATE-READ
002267         THRU 1000-BDATE-READ-EXIT
002269
002270     IF NOT WS-ROW-FOUND
002271         MOVE 'NOT FOUND' TO WS-BD-RETCODE
002272         GO TO 4000-BDATE-REOPEN-DEQ
002273     END-IF
002274
002275     IF WS-BD-BUSDT NOT = SPACES
002276         MOVE WS-BD-BUSDT TO BD-BUSDT
002277     ELSE
002279         MOVE BD-BUSDT TO WS-ADV-N
002280         COMPUTE WS-ADV-INT = FUNCTION INTEGER-OF-DATE(WS-ADV-N)
002281         END-COMPUTE
002282         MOVE ZERO TO WS-ADV-TRIES
002283         MOVE 'Y'  TO WS-NONWORK-SW
002284         PERFORM 4100-NEXT-DAY
002285             THRU 4100-NEXT-DAY-EXIT
002286             UNTIL NOT WS-NONWORK-DAY
002287             OR WS-ADV-TRIES > 31
002289         IF WS-CAL-ERROR
002290             MOVE 'OPEN FAILD' TO WS-BD-RETCODE
002291             GO TO 4000-BDATE-REOPEN-DEQ
002292         END-IF
002293         IF WS-NONWORK-DAY
002294             MOVE 'NON WRKDAY' TO WS-BD-RETCODE
002295             GO TO 4000-BDATE-REOPEN-DEQ
002296         END-IF
002298         MOVE WS-ADV-N TO BD-BUSDT
002299     END-IF
002300
002320     .
002450 4000-BDATE-REOPEN-EXIT.
002460     EXIT.
002470*
002480******************************************************************
002490* 4100-NEXT-DAY - STEP ONE CALENDAR DAY FORWARD AND TEST IT      *
002500******************************************************************
002510 4100-NEXT-DAY.
002520     ADD 1 TO WS-ADV-TRIES
002530     ADD 1 TO WS-ADV-INT
002540     COMPUTE WS-ADV-N = FUNCTION DATE-OF-INTEGER(WS-ADV-INT)
002550     END-COMPUTE
002560     PERFORM 4200-WORKDAY-CHECK
002570         THRU 4200-WORKDAY-CHECK-EXIT
002580     .
002590 4100-NEXT-DAY-EXIT.
002600     EXIT.
002610*
002620******************************************************************
002630* 4200-WORKDAY-CHECK - IS WS-ADV-N (DAY NUMBER IN WS-ADV-INT) A  *
002640*   NON-WORKING DAY? SATURDAY AND SUNDAY ALWAYS ARE; A WEEKDAY   *
002650*   IS WHEN THE REGION'S HOLCAL CALENDAR CARRIES IT (SEE CASH33).*
002660*   A HOLCAL READ THAT FAILS IS NEITHER ANSWER: IT SETS          *
002670*   WS-CAL-ERR-SW, AND THE REOPEN STOPS ON IT                    *
002680******************************************************************
002690 4200-WORKDAY-CHECK.
002700     MOVE 'N' TO WS-NONWORK-SW
002710
002720     DIVIDE WS-ADV-INT BY 7 GIVING WS-ADV-WEEKS
002730         REMAINDER WS-ADV-DOW
002740     IF WS-ADV-WEEKEND
002750         MOVE 'Y' TO WS-NONWORK-SW
002760         GO TO 4200-WORKDAY-CHECK-EXIT
002770     END-IF
002780
002790     MOVE WS-ADV-N TO HC-HOLDT
002800     EXEC SQL
002810          SELECT CALCODE
002820          INTO  :HC-CALCODE
002830          FROM STOCKTRD.HOLCAL
002840          WHERE CALCODE = :WS-REGIONID
002850            AND HOLDT = :HC-HOLDT
002860     END-EXEC
002870     IF SQLCODE = 0
002880         MOVE 'Y' TO WS-NONWORK-SW
002890     END-IF
002900     IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
002910         DISPLAY 'CASH20 - HOLCAL READ FAILED, SQLCODE=' SQLCODE
002920         MOVE 'Y' TO WS-CAL-ERR-SW
002930     END-IF
002940     .
002950 4200-WORKDAY-CHECK-EXIT.
002960     EXIT.
