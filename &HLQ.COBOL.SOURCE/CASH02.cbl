000254*                    ON THE CALLER'S USERENT ROW (SEE CASH22);   *
000256*                    REFUSALS ANSWER 'NOT ENTITL' AND RAISE A    *
000258*                    SECURTY ALERT FOR CASH11'S OPSLOG.          *
000260*  2026-10-15 DLM   EVERY ADD, UPDATE AND EXPIRE NOW WRITES ITS  *
000262*                    BEFORE AND AFTER ROW IMAGES TO THE CHGLOG   *
000265*                    CHANGE LOG (SEE DCLCLOG/CASH36).            *
000267******************************************************************
000270*
000280******************************************************************
000290* THIS TRANSACTION MAINTAINS STOCKTRD.FRANKFURT1 FX RATES FROM   *
000442     EXEC SQL
000444         INCLUDE DCLUENT
000446     END-EXEC.
000447     EXEC SQL
000448         INCLUDE DCLCLOG
000449     END-EXEC.
000450*
000460******************************************************************
000470* WORKING STORAGE - COUNTERS AND WORK AREAS                      *
000506 77  WS-FUNC-SUB         PIC 9(2) COMP VALUE ZERO.
000508 77  WS-ENT-ALERT-MSG    PIC X(40) VALUE SPACES.
000510
000511*
000512******************************************************************
000513* CHANGE-LOG WORK FIELDS (SEE DCLCLOG): THE BEFORE IMAGE IS      *
000514* TAKEN AHEAD OF THE CHANGE, THE AFTER IMAGE RE-READ ONCE IT IS  *
000515* MADE, AND THE LOG ROW RIDES THE CHANGE'S OWN UNIT OF WORK.     *
000516******************************************************************
000517 77  WS-CL-ASKTIME       PIC S9(15) COMP-3 VALUE ZERO.
000518 77  WS-CL-REGION        PIC X(08) VALUE 'CASHRGN '.
000520 01  WS-RATE-COMMAREA.
000530     05 WS-RT-REQ        PIC X(01).
000540     05 WS-RT-CURRNKEY   PIC X(05).
001380 
001390         IF SQLCODE = 0
001400             MOVE 'RATE ADDED' TO WS-RT-RETCODE
001401             MOVE SPACES TO CL-BEFOREIMG
001402             MOVE 'A' TO CL-ACTION
001403             PERFORM 7000-LOG-CHANGE
001404                 THRU 7000-LOG-CHANGE-EXIT
001410         ELSE
001420             MOVE 'ADD FAILED' TO WS-RT-RETCODE
001430         END-IF
001890         GO TO 3000-FX-RATE-UPDATE-EXIT
001900     END-IF
001910 
001911     PERFORM 6000-READ-IMAGE
001912         THRU 6000-READ-IMAGE-EXIT
001913     MOVE SPACES TO CL-BEFOREIMG
001914     IF SQLCODE = 0
001915         MOVE DCLFRANKFURT1 TO CL-BEFOREIMG
001916     END-IF
001917
001920     EXEC SQL
001930          UPDATE STOCKTRD.FRANKFURT1
001940          SET CURRNBASE = :WS-RT-CURRNBASE,
002020         MOVE SQLERRD(3) TO WS-ROWCOUNT
002030         IF WS-ROWCOUNT > ZERO
002040             MOVE 'RATE UPDT' TO WS-RT-RETCODE
002041             MOVE 'U' TO CL-ACTION
002042             PERFORM 7000-LOG-CHANGE
002043                 THRU 7000-LOG-CHANGE-EXIT
002050         ELSE
002060             MOVE 'NOT FOUND' TO WS-RT-RETCODE
002070         END-IF
002180*   THE LIVE TABLE - THE SAME EFFECT AS NEVER HAVING LOADED IT.  *
002190******************************************************************
002200 4000-FX-RATE-EXPIRE.
002201     PERFORM 6000-READ-IMAGE
002202         THRU 6000-READ-IMAGE-EXIT
002203     MOVE SPACES TO CL-BEFOREIMG
002204     IF SQLCODE = 0
002205         MOVE DCLFRANKFURT1 TO CL-BEFOREIMG
002206     END-IF
002207
002210     EXEC SQL
002220          DELETE FROM STOCKTRD.FRANKFURT1
002230          WHERE CURRNKEY = :WS-RT-CURRNKEY
002270         MOVE SQLERRD(3) TO WS-ROWCOUNT
002280         IF WS-ROWCOUNT > ZERO
002290             MOVE 'RATE EXPRD' TO WS-RT-RETCODE
002291             MOVE 'E' TO CL-ACTION
002292             PERFORM 7000-LOG-CHANGE
002293                 THRU 7000-LOG-CHANGE-EXIT
002300         ELSE
002310             MOVE 'NOT FOUND' TO WS-RT-RETCODE
002320         END-IF
002360     .
002370 4000-FX-RATE-EXPIRE-EXIT.
002380     EXIT.
002381*
002382******************************************************************
002383* 6000-READ-IMAGE - THE WHOLE ROW FOR THE TRANSACTION'S KEY,     *
002384*   INTO ITS DCLGEN HOST STRUCTURE, FOR THE CHANGE-LOG IMAGES    *
002385******************************************************************
002386 6000-READ-IMAGE.
002387     EXEC SQL
002388          SELECT CURRNKEY,CURRNBASE,AMOUNT,RATES,LOADDT
002389          INTO  :DCLFRANKFURT1
002390          FROM STOCKTRD.FRANKFURT1
002391          WHERE CURRNKEY = :WS-RT-CURRNKEY
002392     END-EXEC
002393     .
002394 6000-READ-IMAGE-EXIT.
002395     EXIT.
002396*
002397******************************************************************
002398* 7000-LOG-CHANGE - WRITE THE CHGLOG ROW FOR THE CHANGE JUST     *
002399*   MADE (CL-ACTION AND CL-BEFOREIMG SET BY THE CALLER). THE     *
002400*   AFTER IMAGE IS THE ROW AS IT NOW STANDS - BLANK WHEN THE     *
002401*   CHANGE DELETED IT. A CHANGE THAT CANNOT BE LOGGED IS ROLLED  *
002402*   BACK: AN UNAUDITED REFERENCE-DATA CHANGE IS WORSE THAN NONE. *
002403******************************************************************
002404 7000-LOG-CHANGE.
002405     MOVE SPACES TO CL-AFTERIMG
002406     PERFORM 6000-READ-IMAGE
002407         THRU 6000-READ-IMAGE-EXIT
002408     IF SQLCODE = 0
002409         MOVE DCLFRANKFURT1 TO CL-AFTERIMG
002410     END-IF
002411
002412     MOVE 'FRANKFURT1' TO CL-TABNAME
002413     MOVE WS-RT-CURRNKEY TO CL-TABKEY
002414     MOVE WS-RT-USERID TO CL-USERID
002415     MOVE 'CASH02' TO CL-PGMNAME
002416
002417     EXEC CICS ASKTIME ABSTIME (WS-CL-ASKTIME) END-EXEC
002418     EXEC CICS FORMATTIME ABSTIME (WS-CL-ASKTIME)
002419          YYYYMMDD (CL-CHGDT)
002420          TIME     (CL-CHGTM)
002421     END-EXEC
002422
002423     EXEC SQL
002424          SELECT BUSDT
002425          INTO  :CL-BUSDT
002426          FROM STOCKTRD.BUSDATE
002427          WHERE REGIONID = :WS-CL-REGION
002428     END-EXEC
002429     IF SQLCODE NOT = 0
002430         MOVE CL-CHGDT TO CL-BUSDT
002431     END-IF
002432
002433     EXEC SQL
002434          INSERT INTO STOCKTRD.CHGLOG(
002435             TABNAME, TABKEY, ACTION, USERID, PGMNAME,
002436             CHGDT, CHGTM, BUSDT, BEFOREIMG, AFTERIMG)
002437          VALUES (:CL-TABNAME, :CL-TABKEY, :CL-ACTION,
002438             :CL-USERID, :CL-PGMNAME, :CL-CHGDT, :CL-CHGTM,
002439             :CL-BUSDT, :CL-BEFOREIMG, :CL-AFTERIMG)
002440     END-EXEC
002441
002442     IF SQLCODE NOT = 0
002443         EXEC CICS SYNCPOINT ROLLBACK END-EXEC
002444         MOVE 'LOG FAILED' TO WS-RT-RETCODE
002445     END-IF
002446     .
002447 7000-LOG-CHANGE-EXIT.
002448     EXIT.
