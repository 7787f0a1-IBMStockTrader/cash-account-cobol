000234*                    ON THE CALLER'S USERENT ROW (SEE CASH22);   *
000236*                    REFUSALS ANSWER 'NOT ENTITL' AND RAISE A    *
000238*                    SECURTY ALERT FOR CASH11'S OPSLOG.          *
000239*  2026-10-15 DLM   EVERY ADD, UPDATE AND EXPIRE NOW WRITES ITS  *
000240*                    BEFORE AND AFTER ROW IMAGES TO THE CHGLOG   *
000242*                    CHANGE LOG (SEE DCLCLOG/CASH36); A BLANK-   *
000243*                    EFFDT EXPIRE NOW DELETES AND LOGS ROW BY    *
000244*                    ROW.                                        *
000246*  2026-10-15 DLM   A FAILED FETCH IN A BLANK-EFFDT EXPIRE NOW   *
000247*                    ROLLS BACK THE ROWS ALREADY EXPIRED.        *
000248******************************************************************
000250*
000260******************************************************************
000270* THIS TRANSACTION MAINTAINS STOCKTRD.INTRATE FROM AN OPERATOR   *
000472     EXEC SQL
000474         INCLUDE DCLUENT
000476     END-EXEC.
000477     EXEC SQL
000478         INCLUDE DCLCLOG
000479     END-EXEC.
000480*
000490******************************************************************
000500* WORKING STORAGE - COUNTERS AND WORK AREAS                      *
000586 77  WS-FUNC-SUB         PIC 9(2) COMP VALUE ZERO.
000588 77  WS-ENT-ALERT-MSG    PIC X(40) VALUE SPACES.
000590
000591*
000593******************************************************************
000594* CHANGE-LOG WORK FIELDS (SEE DCLCLOG): THE BEFORE IMAGE IS      *
000596* TAKEN AHEAD OF THE CHANGE, THE AFTER IMAGE RE-READ ONCE IT IS  *
000597* MADE, AND THE LOG ROW RIDES THE CHANGE'S OWN UNIT OF WORK.     *
000599******************************************************************
000600 77  WS-CL-ASKTIME       PIC S9(15) COMP-3 VALUE ZERO.
000602 77  WS-CL-REGION        PIC X(08) VALUE 'CASHRGN '.
000603 77  WS-CL-EXPCNT        PIC S9(4) COMP VALUE ZERO.
000605 77  WS-CL-DONE-SW       PIC X(01) VALUE 'N'.
000606     88 WS-CL-DONE                 VALUE 'Y'.
000608 01  WS-RATE-COMMAREA.
000610     05 WS-IR-REQ        PIC X(01).
000620     05 WS-IR-CURRENCYC  PIC X(08).
000630     05 WS-IR-INTRATE    PIC 9(01)V9(06).
001840
001850         IF SQLCODE = 0
001860             MOVE 'RATE ADDED' TO WS-IR-RETCODE
001861             MOVE SPACES TO CL-BEFOREIMG
001862             MOVE 'A' TO CL-ACTION
001863             PERFORM 7000-LOG-CHANGE
001864                 THRU 7000-LOG-CHANGE-EXIT
001870         ELSE
001880             MOVE 'ADD FAILED' TO WS-IR-RETCODE
001890         END-IF
002520         GO TO 3000-INT-RATE-UPDATE-EXIT
002530     END-IF
002540
002541     PERFORM 6000-READ-IMAGE
002542         THRU 6000-READ-IMAGE-EXIT
002543     MOVE SPACES TO CL-BEFOREIMG
002544     IF SQLCODE = 0
002545         MOVE DCLINTRATE TO CL-BEFOREIMG
002546     END-IF
002547
002550     EXEC SQL
002560          UPDATE STOCKTRD.INTRATE
002570          SET INTRATE = :WS-IR-INTRATE
002630         MOVE SQLERRD(3) TO WS-ROWCOUNT
002640         IF WS-ROWCOUNT > ZERO
002650             MOVE 'RATE UPDT' TO WS-IR-RETCODE
002651             MOVE 'U' TO CL-ACTION
002652             PERFORM 7000-LOG-CHANGE
002653                 THRU 7000-LOG-CHANGE-EXIT
002660         ELSE
002670             MOVE 'NOT FOUND' TO WS-IR-RETCODE
002680         END-IF
002770* 4000-INT-RATE-EXPIRE - A FILLED EFFDT REMOVES THAT ONE ROW     *
002780*   (E.G. A FUTURE-DATED ENTRY KEYED IN ERROR); A BLANK EFFDT    *
002790*   REMOVES EVERY ROW FOR THE CURRENCY, THE SAME EFFECT AS       *
002800*   CASH02'S EXPIRE HAS ON FRANKFURT1 - ROW BY ROW IN 4100 SO    *
002801*   EACH ROW REMOVED GETS ITS OWN CHANGE-LOG ENTRY.              *
002810******************************************************************
002820 4000-INT-RATE-EXPIRE.
002830     IF WS-IR-EFFDT = SPACES
002831         PERFORM 4100-EXPIRE-ALL
002832             THRU 4100-EXPIRE-ALL-EXIT
002833         GO TO 4000-INT-RATE-EXPIRE-EXIT
002834     END-IF
002835
002836     PERFORM 6000-READ-IMAGE
002837         THRU 6000-READ-IMAGE-EXIT
002838     MOVE SPACES TO CL-BEFOREIMG
002839     IF SQLCODE = 0
002840         MOVE DCLINTRATE TO CL-BEFOREIMG
002841     END-IF
002842
002890     EXEC SQL
002900          DELETE FROM STOCKTRD.INTRATE
002910          WHERE CURRENCYC = :WS-IR-CURRENCYC
002920            AND EFFDT = :WS-IR-EFFDT
002930     END-EXEC
002950
002960     IF SQLCODE = 0
002970         MOVE SQLERRD(3) TO WS-ROWCOUNT
002980         IF WS-ROWCOUNT > ZERO
002990             MOVE 'RATE EXPRD' TO WS-IR-RETCODE
002991             MOVE 'E' TO CL-ACTION
002992             PERFORM 7000-LOG-CHANGE
002993                 THRU 7000-LOG-CHANGE-EXIT
003000         ELSE
003010             MOVE 'NOT FOUND' TO WS-IR-RETCODE
003020         END-IF
003060     .
003070 4000-INT-RATE-EXPIRE-EXIT.
003080     EXIT.
003090*
003100******************************************************************
003110* 4100-EXPIRE-ALL - REMOVE EVERY ROW FOR THE CURRENCY, ONE AT A  *
003120*   TIME OFF A CURSOR, LOGGING EACH. IF ANY DELETE OR LOG WRITE  *
003130*   FAILS THE WHOLE EXPIRE IS ROLLED BACK, AS THE SINGLE DELETE  *
003140*   THIS REPLACED WOULD HAVE BEEN.                               *
003150******************************************************************
003160 4100-EXPIRE-ALL.
003170     MOVE ZERO TO WS-CL-EXPCNT
003180     MOVE 'N'  TO WS-CL-DONE-SW
003190
003200     EXEC SQL
003210          DECLARE CASH09XCSR CURSOR FOR
003220          SELECT CURRENCYC, INTRATE, EFFDT
003230          FROM STOCKTRD.INTRATE
003240          WHERE CURRENCYC = :WS-IR-CURRENCYC
003250          ORDER BY EFFDT
003260     END-EXEC
003270
003280     EXEC SQL
003290          OPEN CASH09XCSR
003300     END-EXEC
003310
003320     IF SQLCODE NOT = 0
003330         MOVE 'EXPR FAILD' TO WS-IR-RETCODE
003340         GO TO 4100-EXPIRE-ALL-EXIT
003350     END-IF
003360
003370     PERFORM 4150-EXPIRE-ONE
003380         THRU 4150-EXPIRE-ONE-EXIT
003390         UNTIL WS-CL-DONE
003400
003410     IF WS-IR-RETCODE NOT = 'LOG FAILED'
003420         EXEC SQL
003430              CLOSE CASH09XCSR
003440         END-EXEC
003450     END-IF
003460
003470     MOVE SPACES TO WS-IR-EFFDT
003480     IF WS-IR-RETCODE = SPACES
003490         IF WS-CL-EXPCNT > ZERO
003500             MOVE 'RATE EXPRD' TO WS-IR-RETCODE
003510         ELSE
003520             MOVE 'NOT FOUND' TO WS-IR-RETCODE
003530         END-IF
003540     END-IF
003550     .
003560 4100-EXPIRE-ALL-EXIT.
003570     EXIT.
003580*
003590 4150-EXPIRE-ONE.
003600     EXEC SQL
003610          FETCH CASH09XCSR
003620          INTO :DCLINTRATE
003630     END-EXEC
003640
003650     IF SQLCODE = 100
003660         MOVE 'Y' TO WS-CL-DONE-SW
003670         GO TO 4150-EXPIRE-ONE-EXIT
003680     END-IF
003690
003700*    A BROKEN CURSOR LEAVES NOTHING HALF EXPIRED - THE ROWS
003710*    ALREADY DELETED (AND THEIR LOG ROWS) GO BACK WITH IT.
003720     IF SQLCODE NOT = 0
003730         EXEC CICS SYNCPOINT ROLLBACK END-EXEC
003740         MOVE 'EXPR FAILD' TO WS-IR-RETCODE
003750         MOVE 'Y' TO WS-CL-DONE-SW
003760         GO TO 4150-EXPIRE-ONE-EXIT
003770     END-IF
003780
003790     MOVE DCLINTRATE TO CL-BEFOREIMG
003800     MOVE EFFDT TO WS-IR-EFFDT
003810
003820     EXEC SQL
003830          DELETE FROM STOCKTRD.INTRATE
003840          WHERE CURRENCYC = :WS-IR-CURRENCYC
003850            AND EFFDT = :WS-IR-EFFDT
003860     END-EXEC
003870
003880     IF SQLCODE NOT = 0
003890         EXEC CICS SYNCPOINT ROLLBACK END-EXEC
003900         MOVE 'EXPR FAILD' TO WS-IR-RETCODE
003910         MOVE 'Y' TO WS-CL-DONE-SW
003920         GO TO 4150-EXPIRE-ONE-EXIT
003930     END-IF
003940
003950     ADD 1 TO WS-CL-EXPCNT
003960     MOVE 'E' TO CL-ACTION
003970     PERFORM 7000-LOG-CHANGE
003980         THRU 7000-LOG-CHANGE-EXIT
003990     IF WS-IR-RETCODE = 'LOG FAILED'
004000         MOVE 'Y' TO WS-CL-DONE-SW
004010     END-IF
004020     .
004030 4150-EXPIRE-ONE-EXIT.
004040     EXIT.
004050*
004060******************************************************************
004070* 6000-READ-IMAGE - THE WHOLE ROW FOR THE TRANSACTION'S KEY,     *
004080*   INTO ITS DCLGEN HOST STRUCTURE, FOR THE CHANGE-LOG IMAGES    *
004090******************************************************************
004100 6000-READ-IMAGE.
004110     EXEC SQL
004120          SELECT CURRENCYC, INTRATE, EFFDT
004130          INTO  :DCLINTRATE
004140          FROM STOCKTRD.INTRATE
004150          WHERE CURRENCYC = :WS-IR-CURRENCYC
004160            AND EFFDT = :WS-IR-EFFDT
004170     END-EXEC
004180     .
004190 6000-READ-IMAGE-EXIT.
004200     EXIT.
004210*
004220******************************************************************
004230* 7000-LOG-CHANGE - WRITE THE CHGLOG ROW FOR THE CHANGE JUST     *
004240*   MADE (CL-ACTION AND CL-BEFOREIMG SET BY THE CALLER). THE     *
004250*   AFTER IMAGE IS THE ROW AS IT NOW STANDS - BLANK WHEN THE     *
004260*   CHANGE DELETED IT. A CHANGE THAT CANNOT BE LOGGED IS ROLLED  *
004270*   BACK: AN UNAUDITED REFERENCE-DATA CHANGE IS WORSE THAN NONE. *
004280******************************************************************
004290 7000-LOG-CHANGE.
004300     MOVE SPACES TO CL-AFTERIMG
004310     PERFORM 6000-READ-IMAGE
004320         THRU 6000-READ-IMAGE-EXIT
004330     IF SQLCODE = 0
004340         MOVE DCLINTRATE TO CL-AFTERIMG
004350     END-IF
004360
004370     MOVE 'INTRATE' TO CL-TABNAME
004380     MOVE SPACES TO CL-TABKEY
004390     MOVE WS-IR-CURRENCYC TO CL-TABKEY(1:8)
004400     MOVE WS-IR-EFFDT TO CL-TABKEY(10:10)
004410     MOVE WS-IR-USERID TO CL-USERID
004420     MOVE 'CASH09' TO CL-PGMNAME
004430
004440     EXEC CICS ASKTIME ABSTIME (WS-CL-ASKTIME) END-EXEC
004450     EXEC CICS FORMATTIME ABSTIME (WS-CL-ASKTIME)
004460          YYYYMMDD (CL-CHGDT)
004470          TIME     (CL-CHGTM)
004480     END-EXEC
004490
004500     EXEC SQL
004510          SELECT BUSDT
004520          INTO  :CL-BUSDT
004530          FROM STOCKTRD.BUSDATE
004540          WHERE REGIONID = :WS-CL-REGION
004550     END-EXEC
004560     IF SQLCODE NOT = 0
004570         MOVE CL-CHGDT TO CL-BUSDT
004580     END-IF
004590
004600     EXEC SQL
004610          INSERT INTO STOCKTRD.CHGLOG(
004620             TABNAME, TABKEY, ACTION, USERID, PGMNAME,
004630             CHGDT, CHGTM, BUSDT, BEFOREIMG, AFTERIMG)
004640          VALUES (:CL-TABNAME, :CL-TABKEY, :CL-ACTION,
004650             :CL-USERID, :CL-PGMNAME, :CL-CHGDT, :CL-CHGTM,
004660             :CL-BUSDT, :CL-BEFOREIMG, :CL-AFTERIMG)
004670     END-EXEC
004680
004690     IF SQLCODE NOT = 0
004700         EXEC CICS SYNCPOINT ROLLBACK END-EXEC
004710         MOVE 'LOG FAILED' TO WS-IR-RETCODE
004720     END-IF
004730     .
004740 7000-LOG-CHANGE-EXIT.
004750     EXIT.
