000223*                    (SEE CASH22); REFUSALS ANSWER            *
000224*                    'NOT ENTITL' AND RAISE A SECURTY ALERT   *
000225*                    FOR CASH11'S OPSLOG.                     *
000226*  2026-10-15 DLM   EVERY ADD, UPDATE AND EXPIRE NOW WRITES ITS  *
000227*                    BEFORE AND AFTER ROW IMAGES TO THE CHGLOG   *
000228*                    CHANGE LOG (SEE DCLCLOG/CASH36).            *
000230******************************************************************
000240*
000250******************************************************************
000441     EXEC SQL
000442         INCLUDE DCLUENT
000443     END-EXEC.
000444     EXEC SQL
000445         INCLUDE DCLCLOG
000446     END-EXEC.
000450*
000460******************************************************************
000470* WORKING STORAGE - COUNTERS AND WORK AREAS                      *
000500 77  WS-EDIT-BAD-SW      PIC X(01) VALUE 'N'.
000510     88 WS-EDIT-BAD                 VALUE 'Y'.
000520
000521*
000522******************************************************************
000523* CHANGE-LOG WORK FIELDS (SEE DCLCLOG): THE BEFORE IMAGE IS      *
000524* TAKEN AHEAD OF THE CHANGE, THE AFTER IMAGE RE-READ ONCE IT IS  *
000525* MADE, AND THE LOG ROW RIDES THE CHANGE'S OWN UNIT OF WORK.     *
000526******************************************************************
000527 77  WS-CL-ASKTIME       PIC S9(15) COMP-3 VALUE ZERO.
000528 77  WS-CL-REGION        PIC X(08) VALUE 'CASHRGN '.
000530 01  WS-TAX-COMMAREA.
000540     05 WS-TX-REQ        PIC X(01).
000550     05 WS-TX-OWNER      PIC X(32).
001630
001640         IF SQLCODE = 0
001650             MOVE 'TAX ADDED' TO WS-TX-RETCODE
001651             MOVE SPACES TO CL-BEFOREIMG
001652             MOVE 'A' TO CL-ACTION
001653             PERFORM 7000-LOG-CHANGE
001654                 THRU 7000-LOG-CHANGE-EXIT
001660         ELSE
001670             MOVE 'ADD FAILED' TO WS-TX-RETCODE
001680         END-IF
002090         GO TO 3000-TAX-STATUS-UPDATE-EXIT
002100     END-IF
002110
002111     PERFORM 6000-READ-IMAGE
002112         THRU 6000-READ-IMAGE-EXIT
002113     MOVE SPACES TO CL-BEFOREIMG
002114     IF SQLCODE = 0
002115         MOVE DCLOWNERTAX TO CL-BEFOREIMG
002116     END-IF
002117
002120     EXEC SQL
002130          UPDATE STOCKTRD.OWNERTAX
002140          SET TAXSTAT = :WS-TX-TAXSTAT,
002210         MOVE SQLERRD(3) TO WS-ROWCOUNT
002220         IF WS-ROWCOUNT > ZERO
002230             MOVE 'TAX UPDT' TO WS-TX-RETCODE
002231             MOVE 'U' TO CL-ACTION
002232             PERFORM 7000-LOG-CHANGE
002233                 THRU 7000-LOG-CHANGE-EXIT
002240         ELSE
002250             MOVE 'NOT FOUND' TO WS-TX-RETCODE
002260         END-IF
002370*   OWNER WITH THE TAX DESK.                                     *
002380******************************************************************
002390 4000-TAX-STATUS-EXPIRE.
002391     PERFORM 6000-READ-IMAGE
002392         THRU 6000-READ-IMAGE-EXIT
002393     MOVE SPACES TO CL-BEFOREIMG
002394     IF SQLCODE = 0
002395         MOVE DCLOWNERTAX TO CL-BEFOREIMG
002396     END-IF
002397
002400     EXEC SQL
002410          DELETE FROM STOCKTRD.OWNERTAX
002420          WHERE UPPER(OWNER) = UPPER(:WS-TX-OWNER)
002460         MOVE SQLERRD(3) TO WS-ROWCOUNT
002470         IF WS-ROWCOUNT > ZERO
002480             MOVE 'TAX EXPRD' TO WS-TX-RETCODE
002481             MOVE 'E' TO CL-ACTION
002482             PERFORM 7000-LOG-CHANGE
002483                 THRU 7000-LOG-CHANGE-EXIT
002490         ELSE
002500             MOVE 'NOT FOUND' TO WS-TX-RETCODE
002510         END-IF
002550     .
002560 4000-TAX-STATUS-EXPIRE-EXIT.
002570     EXIT.
002571*
002572******************************************************************
002573* 6000-READ-IMAGE - THE WHOLE ROW FOR THE TRANSACTION'S KEY,     *
002574*   INTO ITS DCLGEN HOST STRUCTURE, FOR THE CHANGE-LOG IMAGES    *
002575******************************************************************
002576 6000-READ-IMAGE.
002577     EXEC SQL
002578          SELECT OWNER, TAXSTAT, TAXRATE, TAXAUTH
002579          INTO  :DCLOWNERTAX
002580          FROM STOCKTRD.OWNERTAX
002581          WHERE UPPER(OWNER) = UPPER(:WS-TX-OWNER)
002582     END-EXEC
002583     .
002584 6000-READ-IMAGE-EXIT.
002585     EXIT.
002586*
002587******************************************************************
002588* 7000-LOG-CHANGE - WRITE THE CHGLOG ROW FOR THE CHANGE JUST     *
002589*   MADE (CL-ACTION AND CL-BEFOREIMG SET BY THE CALLER). THE     *
002590*   AFTER IMAGE IS THE ROW AS IT NOW STANDS - BLANK WHEN THE     *
002591*   CHANGE DELETED IT. A CHANGE THAT CANNOT BE LOGGED IS ROLLED  *
002592*   BACK: AN UNAUDITED REFERENCE-DATA CHANGE IS WORSE THAN NONE. *
002593******************************************************************
002594 7000-LOG-CHANGE.
002595     MOVE SPACES TO CL-AFTERIMG
002596     PERFORM 6000-READ-IMAGE
002597         THRU 6000-READ-IMAGE-EXIT
002598     IF SQLCODE = 0
002599         MOVE DCLOWNERTAX TO CL-AFTERIMG
002600     END-IF
002601
002602     MOVE 'OWNERTAX' TO CL-TABNAME
002603     MOVE WS-TX-OWNER TO CL-TABKEY
002604     MOVE WS-TX-USERID TO CL-USERID
002605     MOVE 'CASH21' TO CL-PGMNAME
002606
002607     EXEC CICS ASKTIME ABSTIME (WS-CL-ASKTIME) END-EXEC
002608     EXEC CICS FORMATTIME ABSTIME (WS-CL-ASKTIME)
002609          YYYYMMDD (CL-CHGDT)
002610          TIME     (CL-CHGTM)
002611     END-EXEC
002612
002613     EXEC SQL
002614          SELECT BUSDT
002615          INTO  :CL-BUSDT
002616          FROM STOCKTRD.BUSDATE
002617          WHERE REGIONID = :WS-CL-REGION
002618     END-EXEC
002619     IF SQLCODE NOT = 0
002620         MOVE CL-CHGDT TO CL-BUSDT
002621     END-IF
002622
002623     EXEC SQL
002624          INSERT INTO STOCKTRD.CHGLOG(
002625             TABNAME, TABKEY, ACTION, USERID, PGMNAME,
002626             CHGDT, CHGTM, BUSDT, BEFOREIMG, AFTERIMG)
002627          VALUES (:CL-TABNAME, :CL-TABKEY, :CL-ACTION,
002628             :CL-USERID, :CL-PGMNAME, :CL-CHGDT, :CL-CHGTM,
002629             :CL-BUSDT, :CL-BEFOREIMG, :CL-AFTERIMG)
002630     END-EXEC
002631
002632     IF SQLCODE NOT = 0
002633         EXEC CICS SYNCPOINT ROLLBACK END-EXEC
002634         MOVE 'LOG FAILED' TO WS-TX-RETCODE
002635     END-IF
002636     .
002637 7000-LOG-CHANGE-EXIT.
002638     EXIT.
