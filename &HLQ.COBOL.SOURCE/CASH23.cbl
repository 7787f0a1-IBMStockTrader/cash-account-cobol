000210*                    EXPIRE BY CURRENCYC) IN THE CASH02 MOLD,    *
000220*                    UNDER THE SAME 'M' ENTITLEMENT THE FX RATE  *
000230*                    SCREEN USES.                                *
000232*  2026-10-15 DLM   EVERY ADD, UPDATE AND EXPIRE NOW WRITES ITS  *
000235*                    BEFORE AND AFTER ROW IMAGES TO THE CHGLOG   *
000237*                    CHANGE LOG (SEE DCLCLOG/CASH36).            *
000240******************************************************************
000250*
000260******************************************************************
000470     EXEC SQL
000480         INCLUDE DCLUENT
000490     END-EXEC.
000491     EXEC SQL
000492         INCLUDE DCLCLOG
000493     END-EXEC.
000500*
000510******************************************************************
000520* WORKING STORAGE - COUNTERS AND WORK AREAS                      *
000590 77  WS-FUNC-SUB         PIC 9(2) COMP VALUE ZERO.
000600 77  WS-ENT-ALERT-MSG    PIC X(40) VALUE SPACES.
000610
000611*
000612******************************************************************
000613* CHANGE-LOG WORK FIELDS (SEE DCLCLOG): THE BEFORE IMAGE IS      *
000614* TAKEN AHEAD OF THE CHANGE, THE AFTER IMAGE RE-READ ONCE IT IS  *
000615* MADE, AND THE LOG ROW RIDES THE CHANGE'S OWN UNIT OF WORK.     *
000616******************************************************************
000617 77  WS-CL-ASKTIME       PIC S9(15) COMP-3 VALUE ZERO.
000618 77  WS-CL-REGION        PIC X(08) VALUE 'CASHRGN '.
000620 01  WS-CMST-COMMAREA.
000630     05 WS-CM-REQ        PIC X(01).
000640     05 WS-CM-CURRENCYC  PIC X(08).
002320
002330         IF SQLCODE = 0
002340             MOVE 'CURR ADDED' TO WS-CM-RETCODE
002341             MOVE SPACES TO CL-BEFOREIMG
002342             MOVE 'A' TO CL-ACTION
002343             PERFORM 7000-LOG-CHANGE
002344                 THRU 7000-LOG-CHANGE-EXIT
002350         ELSE
002360             MOVE 'ADD FAILED' TO WS-CM-RETCODE
002370         END-IF
002780         GO TO 3000-CURRMAST-UPDATE-EXIT
002790     END-IF
002800
002801     PERFORM 6000-READ-IMAGE
002802         THRU 6000-READ-IMAGE-EXIT
002803     MOVE SPACES TO CL-BEFOREIMG
002804     IF SQLCODE = 0
002805         MOVE DCLCURRMAST TO CL-BEFOREIMG
002806     END-IF
002807
002810     EXEC SQL
002820          UPDATE STOCKTRD.CURRMAST
002830          SET MINORUNIT = :WS-CM-MINORUNIT,
002900         MOVE SQLERRD(3) TO WS-ROWCOUNT
002910         IF WS-ROWCOUNT > ZERO
002920             MOVE 'CURR UPDT' TO WS-CM-RETCODE
002921             MOVE 'U' TO CL-ACTION
002922             PERFORM 7000-LOG-CHANGE
002923                 THRU 7000-LOG-CHANGE-EXIT
002930         ELSE
002940             MOVE 'NOT FOUND' TO WS-CM-RETCODE
002950         END-IF
003060*   THE OLD TRUNCATING ARITHMETIC, AS BEFORE THE MASTER EXISTED. *
003070******************************************************************
003080 4000-CURRMAST-EXPIRE.
003081     PERFORM 6000-READ-IMAGE
003082         THRU 6000-READ-IMAGE-EXIT
003083     MOVE SPACES TO CL-BEFOREIMG
003084     IF SQLCODE = 0
003085         MOVE DCLCURRMAST TO CL-BEFOREIMG
003086     END-IF
003087
003090     EXEC SQL
003100          DELETE FROM STOCKTRD.CURRMAST
003110          WHERE CURRENCYC = :WS-CM-CURRENCYC
003150         MOVE SQLERRD(3) TO WS-ROWCOUNT
003160         IF WS-ROWCOUNT > ZERO
003170             MOVE 'CURR EXPRD' TO WS-CM-RETCODE
003171             MOVE 'E' TO CL-ACTION
003172             PERFORM 7000-LOG-CHANGE
003173                 THRU 7000-LOG-CHANGE-EXIT
003180         ELSE
003190             MOVE 'NOT FOUND' TO WS-CM-RETCODE
003200         END-IF
003240     .
003250 4000-CURRMAST-EXPIRE-EXIT.
003260     EXIT.
003261*
003262******************************************************************
003263* 6000-READ-IMAGE - THE WHOLE ROW FOR THE TRANSACTION'S KEY,     *
003264*   INTO ITS DCLGEN HOST STRUCTURE, FOR THE CHANGE-LOG IMAGES    *
003265******************************************************************
003266 6000-READ-IMAGE.
003267     EXEC SQL
003268          SELECT CURRENCYC, MINORUNIT, PRECRATE, ROUNDRULE
003269          INTO  :DCLCURRMAST
003270          FROM STOCKTRD.CURRMAST
003271          WHERE CURRENCYC = :WS-CM-CURRENCYC
003272     END-EXEC
003273     .
003274 6000-READ-IMAGE-EXIT.
003275     EXIT.
003276*
003277******************************************************************
003278* 7000-LOG-CHANGE - WRITE THE CHGLOG ROW FOR THE CHANGE JUST     *
003279*   MADE (CL-ACTION AND CL-BEFOREIMG SET BY THE CALLER). THE     *
003280*   AFTER IMAGE IS THE ROW AS IT NOW STANDS - BLANK WHEN THE     *
003281*   CHANGE DELETED IT. A CHANGE THAT CANNOT BE LOGGED IS ROLLED  *
003282*   BACK: AN UNAUDITED REFERENCE-DATA CHANGE IS WORSE THAN NONE. *
003283******************************************************************
003284 7000-LOG-CHANGE.
003285     MOVE SPACES TO CL-AFTERIMG
003286     PERFORM 6000-READ-IMAGE
003287         THRU 6000-READ-IMAGE-EXIT
003288     IF SQLCODE = 0
003289         MOVE DCLCURRMAST TO CL-AFTERIMG
003290     END-IF
003291
003292     MOVE 'CURRMAST' TO CL-TABNAME
003293     MOVE WS-CM-CURRENCYC TO CL-TABKEY
003294     MOVE WS-CM-USERID TO CL-USERID
003295     MOVE 'CASH23' TO CL-PGMNAME
003296
003297     EXEC CICS ASKTIME ABSTIME (WS-CL-ASKTIME) END-EXEC
003298     EXEC CICS FORMATTIME ABSTIME (WS-CL-ASKTIME)
003299          YYYYMMDD (CL-CHGDT)
003300          TIME     (CL-CHGTM)
003301     END-EXEC
003302
003303     EXEC SQL
003304          SELECT BUSDT
003305          INTO  :CL-BUSDT
003306          FROM STOCKTRD.BUSDATE
003307          WHERE REGIONID = :WS-CL-REGION
003308     END-EXEC
003309     IF SQLCODE NOT = 0
003310         MOVE CL-CHGDT TO CL-BUSDT
003311     END-IF
003312
003313     EXEC SQL
003314          INSERT INTO STOCKTRD.CHGLOG(
003315             TABNAME, TABKEY, ACTION, USERID, PGMNAME,
003316             CHGDT, CHGTM, BUSDT, BEFOREIMG, AFTERIMG)
003317          VALUES (:CL-TABNAME, :CL-TABKEY, :CL-ACTION,
003318             :CL-USERID, :CL-PGMNAME, :CL-CHGDT, :CL-CHGTM,
003319             :CL-BUSDT, :CL-BEFOREIMG, :CL-AFTERIMG)
003320     END-EXEC
003321
003322     IF SQLCODE NOT = 0
003323         EXEC CICS SYNCPOINT ROLLBACK END-EXEC
003324         MOVE 'LOG FAILED' TO WS-CM-RETCODE
003325     END-IF
003326     .
003327 7000-LOG-CHANGE-EXIT.
003328     EXIT.
