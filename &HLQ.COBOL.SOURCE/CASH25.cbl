000223*                    (SEE CASH22); REFUSALS ANSWER            *
000224*                    'NOT ENTITL' AND RAISE A SECURTY ALERT   *
000225*                    FOR CASH11'S OPSLOG.                     *
000226*  2026-10-15 DLM   EVERY ADD, UPDATE AND EXPIRE NOW WRITES ITS  *
000227*                    BEFORE AND AFTER ROW IMAGES TO THE CHGLOG   *
000228*                    CHANGE LOG (SEE DCLCLOG/CASH36).            *
000230******************************************************************
000240*
000250******************************************************************
000421     EXEC SQL
000422         INCLUDE DCLUENT
000423     END-EXEC.
000424     EXEC SQL
000425         INCLUDE DCLCLOG
000426     END-EXEC.
000430*
000440******************************************************************
000450* WORKING STORAGE - COUNTERS AND WORK AREAS                      *
000473 77  WS-FUNC-SUB         PIC 9(2) COMP VALUE ZERO.
000474 77  WS-ENT-ALERT-MSG    PIC X(40) VALUE SPACES.
000480
000481*
000482******************************************************************
000483* CHANGE-LOG WORK FIELDS (SEE DCLCLOG): THE BEFORE IMAGE IS      *
000484* TAKEN AHEAD OF THE CHANGE, THE AFTER IMAGE RE-READ ONCE IT IS  *
000485* MADE, AND THE LOG ROW RIDES THE CHANGE'S OWN UNIT OF WORK.     *
000486******************************************************************
000487 77  WS-CL-ASKTIME       PIC S9(15) COMP-3 VALUE ZERO.
000488 77  WS-CL-REGION        PIC X(08) VALUE 'CASHRGN '.
000490 01  WS-PREF-COMMAREA.
000500     05 WS-AP-REQ        PIC X(01).
000510     05 WS-AP-OWNER      PIC X(32).
001260
001270         IF SQLCODE = 0
001280             MOVE 'PREF ADDED' TO WS-AP-RETCODE
001281             MOVE SPACES TO CL-BEFOREIMG
001282             MOVE 'A' TO CL-ACTION
001283             PERFORM 7000-LOG-CHANGE
001284                 THRU 7000-LOG-CHANGE-EXIT
001290         ELSE
001300             MOVE 'ADD FAILED' TO WS-AP-RETCODE
001310         END-IF
001680         GO TO 3000-PREF-UPDATE-EXIT
001690     END-IF
001700
001701     PERFORM 6000-READ-IMAGE
001702         THRU 6000-READ-IMAGE-EXIT
001703     MOVE SPACES TO CL-BEFOREIMG
001704     IF SQLCODE = 0
001705         MOVE DCLADVPREF TO CL-BEFOREIMG
001706     END-IF
001707
001710     EXEC SQL
001720          UPDATE STOCKTRD.ADVPREF
001730          SET SUPPRESS = :WS-AP-SUPPRESS
001780         MOVE SQLERRD(3) TO WS-ROWCOUNT
001790         IF WS-ROWCOUNT > ZERO
001800             MOVE 'PREF UPDT' TO WS-AP-RETCODE
001801             MOVE 'U' TO CL-ACTION
001802             PERFORM 7000-LOG-CHANGE
001803                 THRU 7000-LOG-CHANGE-EXIT
001810         ELSE
001820             MOVE 'NOT FOUND' TO WS-AP-RETCODE
001830         END-IF
001930*   ADVICES GO OUT AGAIN - PAPER IS THE DEFAULT.                 *
001940******************************************************************
001950 4000-PREF-EXPIRE.
001951     PERFORM 6000-READ-IMAGE
001952         THRU 6000-READ-IMAGE-EXIT
001953     MOVE SPACES TO CL-BEFOREIMG
001954     IF SQLCODE = 0
001955         MOVE DCLADVPREF TO CL-BEFOREIMG
001956     END-IF
001957
001960     EXEC SQL
001970          DELETE FROM STOCKTRD.ADVPREF
001980          WHERE UPPER(OWNER) = UPPER(:WS-AP-OWNER)
002020         MOVE SQLERRD(3) TO WS-ROWCOUNT
002030         IF WS-ROWCOUNT > ZERO
002040             MOVE 'PREF EXPRD' TO WS-AP-RETCODE
002041             MOVE 'E' TO CL-ACTION
002042             PERFORM 7000-LOG-CHANGE
002043                 THRU 7000-LOG-CHANGE-EXIT
002050         ELSE
002060             MOVE 'NOT FOUND' TO WS-AP-RETCODE
002070         END-IF
002110     .
002120 4000-PREF-EXPIRE-EXIT.
002130     EXIT.
002131*
002132******************************************************************
002133* 6000-READ-IMAGE - THE WHOLE ROW FOR THE TRANSACTION'S KEY,     *
002134*   INTO ITS DCLGEN HOST STRUCTURE, FOR THE CHANGE-LOG IMAGES    *
002135******************************************************************
002136 6000-READ-IMAGE.
002137     EXEC SQL
002138          SELECT OWNER, SUPPRESS
002139          INTO  :DCLADVPREF
002140          FROM STOCKTRD.ADVPREF
002141          WHERE UPPER(OWNER) = UPPER(:WS-AP-OWNER)
002142     END-EXEC
002143     .
002144 6000-READ-IMAGE-EXIT.
002145     EXIT.
002146*
002147******************************************************************
002148* 7000-LOG-CHANGE - WRITE THE CHGLOG ROW FOR THE CHANGE JUST     *
002149*   MADE (CL-ACTION AND CL-BEFOREIMG SET BY THE CALLER). THE     *
002150*   AFTER IMAGE IS THE ROW AS IT NOW STANDS - BLANK WHEN THE     *
002151*   CHANGE DELETED IT. A CHANGE THAT CANNOT BE LOGGED IS ROLLED  *
002152*   BACK: AN UNAUDITED REFERENCE-DATA CHANGE IS WORSE THAN NONE. *
002153******************************************************************
002154 7000-LOG-CHANGE.
002155     MOVE SPACES TO CL-AFTERIMG
002156     PERFORM 6000-READ-IMAGE
002157         THRU 6000-READ-IMAGE-EXIT
002158     IF SQLCODE = 0
002159         MOVE DCLADVPREF TO CL-AFTERIMG
002160     END-IF
002161
002162     MOVE 'ADVPREF' TO CL-TABNAME
002163     MOVE WS-AP-OWNER TO CL-TABKEY
002164     MOVE WS-AP-USERID TO CL-USERID
002165     MOVE 'CASH25' TO CL-PGMNAME
002166
002167     EXEC CICS ASKTIME ABSTIME (WS-CL-ASKTIME) END-EXEC
002168     EXEC CICS FORMATTIME ABSTIME (WS-CL-ASKTIME)
002169          YYYYMMDD (CL-CHGDT)
002170          TIME     (CL-CHGTM)
002171     END-EXEC
002172
002173     EXEC SQL
002174          SELECT BUSDT
002175          INTO  :CL-BUSDT
002176          FROM STOCKTRD.BUSDATE
002177          WHERE REGIONID = :WS-CL-REGION
002178     END-EXEC
002179     IF SQLCODE NOT = 0
002180         MOVE CL-CHGDT TO CL-BUSDT
002181     END-IF
002182
002183     EXEC SQL
002184          INSERT INTO STOCKTRD.CHGLOG(
002185             TABNAME, TABKEY, ACTION, USERID, PGMNAME,
002186             CHGDT, CHGTM, BUSDT, BEFOREIMG, AFTERIMG)
002187          VALUES (:CL-TABNAME, :CL-TABKEY, :CL-ACTION,
002188             :CL-USERID, :CL-PGMNAME, :CL-CHGDT, :CL-CHGTM,
002189             :CL-BUSDT, :CL-BEFOREIMG, :CL-AFTERIMG)
002190     END-EXEC
002191
002192     IF SQLCODE NOT = 0
002193         EXEC CICS SYNCPOINT ROLLBACK END-EXEC
002194         MOVE 'LOG FAILED' TO WS-AP-RETCODE
002195     END-IF
002196     .
002197 7000-LOG-CHANGE-EXIT.
002198     EXIT.
