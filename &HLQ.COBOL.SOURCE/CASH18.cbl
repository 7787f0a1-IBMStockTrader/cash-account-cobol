000227*                    RANGE EDIT - THEY FEED CASH19'S         *
000228*                    INTEGER-OF-DATE ADVANCE, WHICH MUST     *
000229*                    NEVER SEE AN IMPOSSIBLE DATE.           *
000230*  2026-10-15 DLM   NEW BDCONV BUSINESS-DAY CONVENTION ('F'     *
000231*                    FOLLOWING / 'P' PRECEDING) MAINTAINED ON  *
000232*                    ADD/UPDATE; NEXTRUN ALSO SEEDS THE        *
000233*                    UNADJUSTED SCHEDRUN CASH19 STEPS FROM.    *
000235*  2026-10-15 DLM   EVERY ADD, UPDATE AND EXPIRE NOW WRITES ITS  *
000236*                    BEFORE AND AFTER ROW IMAGES TO THE CHGLOG   *
000237*                    CHANGE LOG (SEE DCLCLOG/CASH36).            *
000238******************************************************************
000240*
000250******************************************************************
000260* RENT, PAYROLL AND SWEEP MOVEMENTS WERE HAND-KEYED INTO CASH00  *
000461     EXEC SQL
000462         INCLUDE DCLUENT
000463     END-EXEC.
000464     EXEC SQL
000465         INCLUDE DCLCLOG
000466     END-EXEC.
000470*
000480******************************************************************
000490* WORKING STORAGE - COUNTERS AND WORK AREAS                      *
000520 77  WS-EDIT-BAD-SW      PIC X(01) VALUE 'N'.
000530     88 WS-EDIT-BAD                 VALUE 'Y'.
000540
000541*
000542******************************************************************
000543* CHANGE-LOG WORK FIELDS (SEE DCLCLOG): THE BEFORE IMAGE IS      *
000544* TAKEN AHEAD OF THE CHANGE, THE AFTER IMAGE RE-READ ONCE IT IS  *
000545* MADE, AND THE LOG ROW RIDES THE CHANGE'S OWN UNIT OF WORK.     *
000546******************************************************************
000547 77  WS-CL-ASKTIME       PIC S9(15) COMP-3 VALUE ZERO.
000548 77  WS-CL-REGION        PIC X(08) VALUE 'CASHRGN '.
000550 01  WS-ORDER-COMMAREA.
000560     05 WS-OD-REQ        PIC X(01).
000570     05 WS-OD-ORDERID    PIC X(08).
000662*    SENDING A SHORTER COMMAREA LEAVES IT BLANK - AND A BLANK
000663*    USERID IS SIMPLY NOT ENTITLED.
000664     05 WS-OD-USERID     PIC X(08).
000665     05 WS-OD-BDCONV     PIC X(01).
000670
000680 LINKAGE SECTION.
000690 01  DFHCOMMAREA.
001610             MOVE 'BAD ENDDT' TO WS-OD-RETCODE
001620             MOVE 'Y' TO WS-EDIT-BAD-SW
001630         END-IF
001631     END-IF
001632
001633*    BLANK IS ACCEPTED AND ACTS AS 'F' IN CASH19 - AN OLDER
001634*    CALLER THAT NEVER SENDS THE FIELD KEEPS FOLLOWING.
001635     IF WS-OD-BDCONV NOT = 'F' AND WS-OD-BDCONV NOT = 'P'
001636         AND WS-OD-BDCONV NOT = SPACE
001637         MOVE 'BAD BDCONV' TO WS-OD-RETCODE
001638         MOVE 'Y' TO WS-EDIT-BAD-SW
001639     END-IF
001640     .
001650 0500-EDIT-ORDER-EXIT.
001660     EXIT.
001950         EXEC SQL
001960              INSERT INTO STOCKTRD.STANDORD(
001970                 ORDERID, OWNER, REQ, AMOUNT, CURRENCYC, FREQ,
001980                 NEXTRUN, ENDDT, OSTATUS, BDCONV, SCHEDRUN)
001990              VALUES (:WS-OD-ORDERID, :WS-OD-OWNER,
002000                 :WS-OD-POSTREQ, :WS-OD-AMOUNT, :WS-OD-CURRENCYC,
002010                 :WS-OD-FREQ, :WS-OD-NEXTRUN, :WS-OD-ENDDT, 'A',
002015                 :WS-OD-BDCONV, :WS-OD-NEXTRUN)
002020         END-EXEC
002030
002040         IF SQLCODE = 0
002050             MOVE 'ORDR ADDED' TO WS-OD-RETCODE
002051             MOVE SPACES TO CL-BEFOREIMG
002052             MOVE 'A' TO CL-ACTION
002053             PERFORM 7000-LOG-CHANGE
002054                 THRU 7000-LOG-CHANGE-EXIT
002060         ELSE
002070             MOVE 'ADD FAILED' TO WS-OD-RETCODE
002080         END-IF
002210 2000-ORDER-QUERY.
002220     EXEC SQL
002230          SELECT ORDERID, OWNER, REQ, AMOUNT, CURRENCYC, FREQ,
002240                 NEXTRUN, ENDDT, OSTATUS, BDCONV, SCHEDRUN
002250          INTO  :DCLSTANDORD
002260          FROM STOCKTRD.STANDORD
002270          WHERE ORDERID = :WS-OD-ORDERID
002360         MOVE SO-NEXTRUN   TO WS-OD-NEXTRUN
002370         MOVE SO-ENDDT     TO WS-OD-ENDDT
002380         MOVE SO-OSTATUS   TO WS-OD-OSTATUS
002385         MOVE SO-BDCONV    TO WS-OD-BDCONV
002390         MOVE 'FOUND'      TO WS-OD-RETCODE
002400     ELSE
002410         MOVE 'NOT FOUND' TO WS-OD-RETCODE
002560         GO TO 3000-ORDER-UPDATE-EXIT
002570     END-IF
002580
002581     PERFORM 6000-READ-IMAGE
002582         THRU 6000-READ-IMAGE-EXIT
002583     MOVE SPACES TO CL-BEFOREIMG
002584     IF SQLCODE = 0
002585         MOVE DCLSTANDORD TO CL-BEFOREIMG
002586     END-IF
002587
002590     EXEC SQL
002600          UPDATE STOCKTRD.STANDORD
002610          SET OWNER     = :WS-OD-OWNER,
002650              FREQ      = :WS-OD-FREQ,
002660              NEXTRUN   = :WS-OD-NEXTRUN,
002670              ENDDT     = :WS-OD-ENDDT,
002680              OSTATUS   = 'A',
002682              BDCONV    = :WS-OD-BDCONV,
002684              SCHEDRUN  = :WS-OD-NEXTRUN
002690          WHERE ORDERID = :WS-OD-ORDERID
002700     END-EXEC
002710
002730         MOVE SQLERRD(3) TO WS-ROWCOUNT
002740         IF WS-ROWCOUNT > ZERO
002750             MOVE 'ORDR UPDT' TO WS-OD-RETCODE
002751             MOVE 'U' TO CL-ACTION
002752             PERFORM 7000-LOG-CHANGE
002753                 THRU 7000-LOG-CHANGE-EXIT
002760         ELSE
002770             MOVE 'NOT FOUND' TO WS-OD-RETCODE
002780         END-IF
002890*   ORDER'S DEFINITION STAY INSPECTABLE AFTER THE FACT.          *
002900******************************************************************
002910 4000-ORDER-EXPIRE.
002911     PERFORM 6000-READ-IMAGE
002912         THRU 6000-READ-IMAGE-EXIT
002913     MOVE SPACES TO CL-BEFOREIMG
002914     IF SQLCODE = 0
002915         MOVE DCLSTANDORD TO CL-BEFOREIMG
002916     END-IF
002917
002920     EXEC SQL
002930          UPDATE STOCKTRD.STANDORD
002940          SET OSTATUS = 'X'
003000         MOVE SQLERRD(3) TO WS-ROWCOUNT
003010         IF WS-ROWCOUNT > ZERO
003020             MOVE 'ORDR EXPRD' TO WS-OD-RETCODE
003021             MOVE 'E' TO CL-ACTION
003022             PERFORM 7000-LOG-CHANGE
003023                 THRU 7000-LOG-CHANGE-EXIT
003030         ELSE
003040             MOVE 'NOT FOUND' TO WS-OD-RETCODE
003050         END-IF
003090     .
003100 4000-ORDER-EXPIRE-EXIT.
003110     EXIT.
003111*
003112******************************************************************
003113* 6000-READ-IMAGE - THE WHOLE ROW FOR THE TRANSACTION'S KEY,     *
003114*   INTO ITS DCLGEN HOST STRUCTURE, FOR THE CHANGE-LOG IMAGES    *
003115******************************************************************
003116 6000-READ-IMAGE.
003117     EXEC SQL
003118          SELECT ORDERID, OWNER, REQ, AMOUNT, CURRENCYC, FREQ,
003119                 NEXTRUN, ENDDT, OSTATUS, BDCONV, SCHEDRUN
003120          INTO  :DCLSTANDORD
003121          FROM STOCKTRD.STANDORD
003122          WHERE ORDERID = :WS-OD-ORDERID
003123     END-EXEC
003124     .
003125 6000-READ-IMAGE-EXIT.
003126     EXIT.
003127*
003128******************************************************************
003129* 7000-LOG-CHANGE - WRITE THE CHGLOG ROW FOR THE CHANGE JUST     *
003130*   MADE (CL-ACTION AND CL-BEFOREIMG SET BY THE CALLER). THE     *
003131*   AFTER IMAGE IS THE ROW AS IT NOW STANDS - BLANK WHEN THE     *
003132*   CHANGE DELETED IT. A CHANGE THAT CANNOT BE LOGGED IS ROLLED  *
003133*   BACK: AN UNAUDITED REFERENCE-DATA CHANGE IS WORSE THAN NONE. *
003134******************************************************************
003135 7000-LOG-CHANGE.
003136     MOVE SPACES TO CL-AFTERIMG
003137     PERFORM 6000-READ-IMAGE
003138         THRU 6000-READ-IMAGE-EXIT
003139     IF SQLCODE = 0
003140         MOVE DCLSTANDORD TO CL-AFTERIMG
003141     END-IF
003142
003143     MOVE 'STANDORD' TO CL-TABNAME
003144     MOVE WS-OD-ORDERID TO CL-TABKEY
003145     MOVE WS-OD-USERID TO CL-USERID
003146     MOVE 'CASH18' TO CL-PGMNAME
003147
003148     EXEC CICS ASKTIME ABSTIME (WS-CL-ASKTIME) END-EXEC
003149     EXEC CICS FORMATTIME ABSTIME (WS-CL-ASKTIME)
003150          YYYYMMDD (CL-CHGDT)
003151          TIME     (CL-CHGTM)
003152     END-EXEC
003153
003154     EXEC SQL
003155          SELECT BUSDT
003156          INTO  :CL-BUSDT
003157          FROM STOCKTRD.BUSDATE
003158          WHERE REGIONID = :WS-CL-REGION
003159     END-EXEC
003160     IF SQLCODE NOT = 0
003161         MOVE CL-CHGDT TO CL-BUSDT
003162     END-IF
003163
003164     EXEC SQL
003165          INSERT INTO STOCKTRD.CHGLOG(
003166             TABNAME, TABKEY, ACTION, USERID, PGMNAME,
003167             CHGDT, CHGTM, BUSDT, BEFOREIMG, AFTERIMG)
003168          VALUES (:CL-TABNAME, :CL-TABKEY, :CL-ACTION,
003169             :CL-USERID, :CL-PGMNAME, :CL-CHGDT, :CL-CHGTM,
003170             :CL-BUSDT, :CL-BEFOREIMG, :CL-AFTERIMG)
003171     END-EXEC
003172
003173     IF SQLCODE NOT = 0
003174         EXEC CICS SYNCPOINT ROLLBACK END-EXEC
003175         MOVE 'LOG FAILED' TO WS-OD-RETCODE
003176     END-IF
003177     .
003178 7000-LOG-CHANGE-EXIT.
003179     EXIT.
