000190*  2026-09-02 DLM   INITIAL VERSION - USER ENTITLEMENT           *
000200*                    MAINTENANCE TRANSACTION (ADD/QUERY/UPDATE/  *
000210*                    EXPIRE BY USERID) IN THE CASH02 MOLD.       *
000212*  2026-10-15 DLM   EVERY ADD, UPDATE AND EXPIRE NOW WRITES ITS  *
000214*                    BEFORE AND AFTER ROW IMAGES TO THE CHGLOG   *
000216*                    CHANGE LOG (SEE DCLCLOG/CASH36), WHICH      *
000218*                    CALLS OUT ANY USER CHANGING THEIR OWN ROW.  *
000220******************************************************************
000230*
000240******************************************************************
000450     EXEC SQL
000460         INCLUDE DCLUENT
000470     END-EXEC.
000471     EXEC SQL
000472         INCLUDE DCLCLOG
000473     END-EXEC.
000480*
000490******************************************************************
000500* WORKING STORAGE - COUNTERS AND WORK AREAS                      *
000560 77  WS-FUNC-SUB         PIC 9(2) COMP VALUE ZERO.
000570 77  WS-ENT-ALERT-MSG    PIC X(40) VALUE SPACES.
000580
000581*
000582******************************************************************
000583* CHANGE-LOG WORK FIELDS (SEE DCLCLOG): THE BEFORE IMAGE IS      *
000584* TAKEN AHEAD OF THE CHANGE, THE AFTER IMAGE RE-READ ONCE IT IS  *
000585* MADE, AND THE LOG ROW RIDES THE CHANGE'S OWN UNIT OF WORK.     *
000586******************************************************************
000587 77  WS-CL-ASKTIME       PIC S9(15) COMP-3 VALUE ZERO.
000588 77  WS-CL-REGION        PIC X(08) VALUE 'CASHRGN '.
000590 01  WS-ENT-COMMAREA.
000600     05 WS-UE-REQ        PIC X(01).
000610     05 WS-UE-USERID     PIC X(08).
002110
002120         IF SQLCODE = 0
002130             MOVE 'USER ADDED' TO WS-UE-RETCODE
002131             MOVE SPACES TO CL-BEFOREIMG
002132             MOVE 'A' TO CL-ACTION
002133             PERFORM 7000-LOG-CHANGE
002134                 THRU 7000-LOG-CHANGE-EXIT
002140         ELSE
002150             MOVE 'ADD FAILED' TO WS-UE-RETCODE
002160         END-IF
002550         GO TO 3000-ENTITLE-UPDATE-EXIT
002560     END-IF
002570
002571     PERFORM 6000-READ-IMAGE
002572         THRU 6000-READ-IMAGE-EXIT
002573     MOVE SPACES TO CL-BEFOREIMG
002574     IF SQLCODE = 0
002575         MOVE DCLUSERENT TO CL-BEFOREIMG
002576     END-IF
002577
002580     EXEC SQL
002590          UPDATE STOCKTRD.USERENT
002600          SET FUNCS    = :WS-UE-FUNCS,
002660         MOVE SQLERRD(3) TO WS-ROWCOUNT
002670         IF WS-ROWCOUNT > ZERO
002680             MOVE 'USER UPDT' TO WS-UE-RETCODE
002681             MOVE 'U' TO CL-ACTION
002682             PERFORM 7000-LOG-CHANGE
002683                 THRU 7000-LOG-CHANGE-EXIT
002690         ELSE
002700             MOVE 'NOT FOUND' TO WS-UE-RETCODE
002710         END-IF
002810*   ENTITLEMENTS AT ALL - THE SAFE STATE FOR A LEAVER.           *
002820******************************************************************
002830 4000-ENTITLE-EXPIRE.
002831     PERFORM 6000-READ-IMAGE
002832         THRU 6000-READ-IMAGE-EXIT
002833     MOVE SPACES TO CL-BEFOREIMG
002834     IF SQLCODE = 0
002835         MOVE DCLUSERENT TO CL-BEFOREIMG
002836     END-IF
002837
002840     EXEC SQL
002850          DELETE FROM STOCKTRD.USERENT
002860          WHERE USERID = :WS-UE-USERID
002900         MOVE SQLERRD(3) TO WS-ROWCOUNT
002910         IF WS-ROWCOUNT > ZERO
002920             MOVE 'USER EXPRD' TO WS-UE-RETCODE
002921             MOVE 'E' TO CL-ACTION
002922             PERFORM 7000-LOG-CHANGE
002923                 THRU 7000-LOG-CHANGE-EXIT
002930         ELSE
002940             MOVE 'NOT FOUND' TO WS-UE-RETCODE
002950         END-IF
002990     .
003000 4000-ENTITLE-EXPIRE-EXIT.
003010     EXIT.
003011*
003012******************************************************************
003013* 6000-READ-IMAGE - THE WHOLE ROW FOR THE TRANSACTION'S KEY,     *
003014*   INTO ITS DCLGEN HOST STRUCTURE, FOR THE CHANGE-LOG IMAGES    *
003015******************************************************************
003016 6000-READ-IMAGE.
003017     EXEC SQL
003018          SELECT USERID, FUNCS, AMTLIMIT
003019          INTO  :DCLUSERENT
003020          FROM STOCKTRD.USERENT
003021          WHERE USERID = :WS-UE-USERID
003022     END-EXEC
003023     .
003024 6000-READ-IMAGE-EXIT.
003025     EXIT.
003026*
003027******************************************************************
003028* 7000-LOG-CHANGE - WRITE THE CHGLOG ROW FOR THE CHANGE JUST     *
003029*   MADE (CL-ACTION AND CL-BEFOREIMG SET BY THE CALLER). THE     *
003030*   AFTER IMAGE IS THE ROW AS IT NOW STANDS - BLANK WHEN THE     *
003031*   CHANGE DELETED IT. A CHANGE THAT CANNOT BE LOGGED IS ROLLED  *
003032*   BACK: AN UNAUDITED REFERENCE-DATA CHANGE IS WORSE THAN NONE. *
003033******************************************************************
003034 7000-LOG-CHANGE.
003035     MOVE SPACES TO CL-AFTERIMG
003036     PERFORM 6000-READ-IMAGE
003037         THRU 6000-READ-IMAGE-EXIT
003038     IF SQLCODE = 0
003039         MOVE DCLUSERENT TO CL-AFTERIMG
003040     END-IF
003041
003042     MOVE 'USERENT' TO CL-TABNAME
003043     MOVE WS-UE-USERID TO CL-TABKEY
003044     MOVE WS-UE-CALLER TO CL-USERID
003045     MOVE 'CASH22' TO CL-PGMNAME
003046
003047     EXEC CICS ASKTIME ABSTIME (WS-CL-ASKTIME) END-EXEC
003048     EXEC CICS FORMATTIME ABSTIME (WS-CL-ASKTIME)
003049          YYYYMMDD (CL-CHGDT)
003050          TIME     (CL-CHGTM)
003051     END-EXEC
003052
003053     EXEC SQL
003054          SELECT BUSDT
003055          INTO  :CL-BUSDT
003056          FROM STOCKTRD.BUSDATE
003057          WHERE REGIONID = :WS-CL-REGION
003058     END-EXEC
003059     IF SQLCODE NOT = 0
003060         MOVE CL-CHGDT TO CL-BUSDT
003061     END-IF
003062
003063     EXEC SQL
003064          INSERT INTO STOCKTRD.CHGLOG(
003065             TABNAME, TABKEY, ACTION, USERID, PGMNAME,
003066             CHGDT, CHGTM, BUSDT, BEFOREIMG, AFTERIMG)
003067          VALUES (:CL-TABNAME, :CL-TABKEY, :CL-ACTION,
003068             :CL-USERID, :CL-PGMNAME, :CL-CHGDT, :CL-CHGTM,
003069             :CL-BUSDT, :CL-BEFOREIMG, :CL-AFTERIMG)
003070     END-EXEC
003071
003072     IF SQLCODE NOT = 0
003073         EXEC CICS SYNCPOINT ROLLBACK END-EXEC
003074         MOVE 'LOG FAILED' TO WS-UE-RETCODE
003075     END-IF
003076     .
003077 7000-LOG-CHANGE-EXIT.
003078     EXIT.
