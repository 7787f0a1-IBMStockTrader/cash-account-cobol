000223*                    (SEE CASH22); REFUSALS ANSWER            *
000224*                    'NOT ENTITL' AND RAISE A SECURTY ALERT   *
000225*                    FOR CASH11'S OPSLOG.                     *
000226*  2026-10-15 DLM   EVERY ADD, UPDATE AND EXPIRE NOW WRITES ITS  *
000227*                    BEFORE AND AFTER ROW IMAGES TO THE CHGLOG   *
000228*                    CHANGE LOG (SEE DCLCLOG/CASH36).            *
000230******************************************************************
000240*
000250******************************************************************
000451     EXEC SQL
000452         INCLUDE DCLUENT
000453     END-EXEC.
000454     EXEC SQL
000455         INCLUDE DCLCLOG
000456     END-EXEC.
000460*
000470******************************************************************
000480* WORKING STORAGE - COUNTERS AND WORK AREAS                      *
000503 77  WS-FUNC-SUB         PIC 9(2) COMP VALUE ZERO.
000504 77  WS-ENT-ALERT-MSG    PIC X(40) VALUE SPACES.
000510
000511*
000512******************************************************************
000513* CHANGE-LOG WORK FIELDS (SEE DCLCLOG): THE BEFORE IMAGE IS      *
000514* TAKEN AHEAD OF THE CHANGE, THE AFTER IMAGE RE-READ ONCE IT IS  *
000515* MADE, AND THE LOG ROW RIDES THE CHANGE'S OWN UNIT OF WORK.     *
000516******************************************************************
000517 77  WS-CL-ASKTIME       PIC S9(15) COMP-3 VALUE ZERO.
000518 77  WS-CL-REGION        PIC X(08) VALUE 'CASHRGN '.
000520 01  WS-VLIM-COMMAREA.
000530     05 WS-VL-REQ        PIC X(01).
000540     05 WS-VL-OWNER      PIC X(32).
001310
001320         IF SQLCODE = 0
001330             MOVE 'LIMT ADDED' TO WS-VL-RETCODE
001331             MOVE SPACES TO CL-BEFOREIMG
001332             MOVE 'A' TO CL-ACTION
001333             PERFORM 7000-LOG-CHANGE
001334                 THRU 7000-LOG-CHANGE-EXIT
001340         ELSE
001350             MOVE 'ADD FAILED' TO WS-VL-RETCODE
001360         END-IF
001740         GO TO 3000-VLIMIT-UPDATE-EXIT
001750     END-IF
001760
001761     PERFORM 6000-READ-IMAGE
001762         THRU 6000-READ-IMAGE-EXIT
001763     MOVE SPACES TO CL-BEFOREIMG
001764     IF SQLCODE = 0
001765         MOVE DCLVELLIMIT TO CL-BEFOREIMG
001766     END-IF
001767
001770     EXEC SQL
001780          UPDATE STOCKTRD.VELLIMIT
001790          SET AMTLIMIT = :WS-VL-AMTLIMIT,
001850         MOVE SQLERRD(3) TO WS-ROWCOUNT
001860         IF WS-ROWCOUNT > ZERO
001870             MOVE 'LIMT UPDT' TO WS-VL-RETCODE
001871             MOVE 'U' TO CL-ACTION
001872             PERFORM 7000-LOG-CHANGE
001873                 THRU 7000-LOG-CHANGE-EXIT
001880         ELSE
001890             MOVE 'NOT FOUND' TO WS-VL-RETCODE
001900         END-IF
002000*   THE CHECKING PROGRAMS' DEFAULTS APPLY AGAIN.                 *
002010******************************************************************
002020 4000-VLIMIT-EXPIRE.
002021     PERFORM 6000-READ-IMAGE
002022         THRU 6000-READ-IMAGE-EXIT
002023     MOVE SPACES TO CL-BEFOREIMG
002024     IF SQLCODE = 0
002025         MOVE DCLVELLIMIT TO CL-BEFOREIMG
002026     END-IF
002027
002030     EXEC SQL
002040          DELETE FROM STOCKTRD.VELLIMIT
002050          WHERE UPPER(OWNER) = UPPER(:WS-VL-OWNER)
002090         MOVE SQLERRD(3) TO WS-ROWCOUNT
002100         IF WS-ROWCOUNT > ZERO
002110             MOVE 'LIMT EXPRD' TO WS-VL-RETCODE
002111             MOVE 'E' TO CL-ACTION
002112             PERFORM 7000-LOG-CHANGE
002113                 THRU 7000-LOG-CHANGE-EXIT
002120         ELSE
002130             MOVE 'NOT FOUND' TO WS-VL-RETCODE
002140         END-IF
002180     .
002190 4000-VLIMIT-EXPIRE-EXIT.
002200     EXIT.
002201*
002202******************************************************************
002203* 6000-READ-IMAGE - THE WHOLE ROW FOR THE TRANSACTION'S KEY,     *
002204*   INTO ITS DCLGEN HOST STRUCTURE, FOR THE CHANGE-LOG IMAGES    *
002205******************************************************************
002206 6000-READ-IMAGE.
002207     EXEC SQL
002208          SELECT OWNER, AMTLIMIT, CNTLIMIT
002209          INTO  :DCLVELLIMIT
002210          FROM STOCKTRD.VELLIMIT
002211          WHERE UPPER(OWNER) = UPPER(:WS-VL-OWNER)
002212     END-EXEC
002213     .
002214 6000-READ-IMAGE-EXIT.
002215     EXIT.
002216*
002217******************************************************************
002218* 7000-LOG-CHANGE - WRITE THE CHGLOG ROW FOR THE CHANGE JUST     *
002219*   MADE (CL-ACTION AND CL-BEFOREIMG SET BY THE CALLER). THE     *
002220*   AFTER IMAGE IS THE ROW AS IT NOW STANDS - BLANK WHEN THE     *
002221*   CHANGE DELETED IT. A CHANGE THAT CANNOT BE LOGGED IS ROLLED  *
002222*   BACK: AN UNAUDITED REFERENCE-DATA CHANGE IS WORSE THAN NONE. *
002223******************************************************************
002224 7000-LOG-CHANGE.
002225     MOVE SPACES TO CL-AFTERIMG
002226     PERFORM 6000-READ-IMAGE
002227         THRU 6000-READ-IMAGE-EXIT
002228     IF SQLCODE = 0
002229         MOVE DCLVELLIMIT TO CL-AFTERIMG
002230     END-IF
002231
002232     MOVE 'VELLIMIT' TO CL-TABNAME
002233     MOVE WS-VL-OWNER TO CL-TABKEY
002234     MOVE WS-VL-USERID TO CL-USERID
002235     MOVE 'CASH26' TO CL-PGMNAME
002236
002237     EXEC CICS ASKTIME ABSTIME (WS-CL-ASKTIME) END-EXEC
002238     EXEC CICS FORMATTIME ABSTIME (WS-CL-ASKTIME)
002239          YYYYMMDD (CL-CHGDT)
002240          TIME     (CL-CHGTM)
002241     END-EXEC
002242
002243     EXEC SQL
002244          SELECT BUSDT
002245          INTO  :CL-BUSDT
002246          FROM STOCKTRD.BUSDATE
002247          WHERE REGIONID = :WS-CL-REGION
002248     END-EXEC
002249     IF SQLCODE NOT = 0
002250         MOVE CL-CHGDT TO CL-BUSDT
002251     END-IF
002252
002253     EXEC SQL
002254          INSERT INTO STOCKTRD.CHGLOG(
002255             TABNAME, TABKEY, ACTION, USERID, PGMNAME,
002256             CHGDT, CHGTM, BUSDT, BEFOREIMG, AFTERIMG)
002257          VALUES (:CL-TABNAME, :CL-TABKEY, :CL-ACTION,
002258             :CL-USERID, :CL-PGMNAME, :CL-CHGDT, :CL-CHGTM,
002259             :CL-BUSDT, :CL-BEFOREIMG, :CL-AFTERIMG)
002260     END-EXEC
002261
002262     IF SQLCODE NOT = 0
002263         EXEC CICS SYNCPOINT ROLLBACK END-EXEC
002264         MOVE 'LOG FAILED' TO WS-VL-RETCODE
002265     END-IF
002266     .
002267 7000-LOG-CHANGE-EXIT.
002268     EXIT.
