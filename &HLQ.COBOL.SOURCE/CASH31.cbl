000223*                    (SEE CASH22); REFUSALS ANSWER            *
000224*                    'NOT ENTITL' AND RAISE A SECURTY ALERT   *
000225*                    FOR CASH11'S OPSLOG.                     *
000226*  2026-10-15 DLM   CHANGES NOW LOGGED TO CHGLOG (SEE CASH36).  *
000227*  2026-10-15 DLM   ADD/UPDATE SCREEN THE WATCH LIST (CASH39).  *
000228*  2026-10-15 DLM   MAINTAINS FXTIER (SEE DCLFXSP/CASH44); AN   *
000229*                    OLD SHORT COMMAREA KEEPS THE TIER.         *
000230******************************************************************
000240*
000250******************************************************************
000441     EXEC SQL
000442         INCLUDE DCLUENT
000443     END-EXEC.
000444     EXEC SQL
000446         INCLUDE DCLCLOG
000447     END-EXEC.
000449     EXEC SQL
000450         INCLUDE DCLWLST
000452     END-EXEC.
000453     EXEC SQL
000455         INCLUDE DCLSREF
000456     END-EXEC.
000458*
000460******************************************************************
000470* WORKING STORAGE - COUNTERS AND WORK AREAS                      *
000480******************************************************************
000494 77  WS-ENT-ALERT-MSG    PIC X(40) VALUE SPACES.
000500 77  WS-EDIT-BAD-SW      PIC X(01) VALUE 'N'.
000510     88 WS-EDIT-BAD                 VALUE 'Y'.
000511
000512*
000513******************************************************************
000514* CHANGE-LOG WORK FIELDS (SEE DCLCLOG): THE BEFORE IMAGE IS      *
000515* TAKEN AHEAD OF THE CHANGE, THE AFTER IMAGE RE-READ ONCE IT IS  *
000517* MADE, AND THE LOG ROW RIDES THE CHANGE'S OWN UNIT OF WORK.     *
000518******************************************************************
000519 77  WS-CL-ASKTIME       PIC S9(15) COMP-3 VALUE ZERO.
000520 77  WS-CL-REGION        PIC X(08) VALUE 'CASHRGN '.
000521*
000522******************************************************************
000524* SANCTIONS SCREENING WORK FIELDS (SEE DCLWLST/DCLSREF)          *
000525******************************************************************
000526 77  WS-SR-SEQ           PIC 9(02) VALUE ZERO.
000527 77  WS-SR-INS-SW        PIC X(01) VALUE 'N'.
000528     88 WS-SR-INS-DONE              VALUE 'Y'.
000530 01  WS-CUST-COMMAREA.
000540     05 WS-CU-REQ        PIC X(01).
000550     05 WS-CU-CUSTID     PIC X(08).
000612*    SENDING A SHORTER COMMAREA LEAVES IT BLANK - AND A BLANK
000613*    USERID IS SIMPLY NOT ENTITLED.
000614     05 WS-CU-USERID     PIC X(08).
000615*    THE FX PRICING TIER: BLANK IS THE STANDARD SPREAD, ANY
000616*    OTHER LETTER OR DIGIT PICKS UP THAT TIER'S FXSPREAD ROWS.
000617     05 WS-CU-FXTIER     PIC X(01).
000620
000630 LINKAGE SECTION.
000640 01  DFHCOMMAREA.
000670 PROCEDURE DIVISION.
000680*
000690 0000-MAINLINE.
000695     MOVE SPACE TO WS-CU-FXTIER
000700     MOVE DFHCOMMAREA(1:EIBCALEN) TO WS-CUST-COMMAREA
000710
000720     DISPLAY 'REQ   :'   WS-CU-REQ
001040******************************************************************
001050* 0500-EDIT-CUSTOMER - FIELD EDITS SHARED BY ADD AND UPDATE:    *
001060*   A LEGAL NAME IS THE POINT OF THE MASTER, AND THE STATUS     *
001070*   MUST BE A KNOWN CODE; THE FX TIER IS BLANK OR ONE LETTER OR *
001075*   DIGIT                                                       *
001080******************************************************************
001090 0500-EDIT-CUSTOMER.
001100     MOVE 'N' TO WS-EDIT-BAD-SW
001170
001180     IF WS-CU-CSTATUS NOT = 'A' AND WS-CU-CSTATUS NOT = 'C'
001190         MOVE 'BAD STATUS' TO WS-CU-RETCODE
001191         MOVE 'Y' TO WS-EDIT-BAD-SW
001192         GO TO 0500-EDIT-CUSTOMER-EXIT
001193     END-IF
001195
001196     IF WS-CU-FXTIER IS NOT ALPHABETIC-UPPER
001197        AND WS-CU-FXTIER IS NOT NUMERIC
001198         MOVE 'BAD TIER' TO WS-CU-RETCODE
001200         MOVE 'Y' TO WS-EDIT-BAD-SW
001210     END-IF
001220     .
001520         EXEC SQL
001530              INSERT INTO STOCKTRD.CUSTMAST(
001540                 CUSTID, LEGALNAME, ADDRLINE1, ADDRLINE2,
001550                 COUNTRY, CSTATUS, FXTIER)
001560              VALUES (:WS-CU-CUSTID, UPPER(:WS-CU-LEGALNAME),
001570                 :WS-CU-ADDRLINE1, :WS-CU-ADDRLINE2,
001580                 :WS-CU-COUNTRY, :WS-CU-CSTATUS, :WS-CU-FXTIER)
001590         END-EXEC
001600
001610         IF SQLCODE = 0
001620             MOVE 'CUST ADDED' TO WS-CU-RETCODE
001621             MOVE SPACES TO CL-BEFOREIMG
001622             MOVE 'A' TO CL-ACTION
001623             PERFORM 7000-LOG-CHANGE
001624                 THRU 7000-LOG-CHANGE-EXIT
001625             IF WS-CU-RETCODE NOT = 'LOG FAILED'
001626                 PERFORM 5000-SANC-SCREEN
001627                     THRU 5000-SANC-SCREEN-EXIT
001628             END-IF
001630         ELSE
001640             MOVE 'ADD FAILED' TO WS-CU-RETCODE
001650         END-IF
001780 2000-CUST-QUERY.
001790     EXEC SQL
001800          SELECT CUSTID, LEGALNAME, ADDRLINE1, ADDRLINE2,
001810                 COUNTRY, CSTATUS, FXTIER
001820          INTO  :DCLCUSTMAST
001830          FROM STOCKTRD.CUSTMAST
001840          WHERE CUSTID = :WS-CU-CUSTID
001900         MOVE CU-ADDRLINE2 TO WS-CU-ADDRLINE2
001910         MOVE CU-COUNTRY   TO WS-CU-COUNTRY
001920         MOVE CU-CSTATUS   TO WS-CU-CSTATUS
001925         MOVE CU-FXTIER    TO WS-CU-FXTIER
001930         MOVE 'FOUND'      TO WS-CU-RETCODE
001940     ELSE
001950         MOVE 'NOT FOUND' TO WS-CU-RETCODE
002100     IF WS-EDIT-BAD
002110         GO TO 3000-CUST-UPDATE-EXIT
002120     END-IF
002121
002122     PERFORM 6000-READ-IMAGE
002124         THRU 6000-READ-IMAGE-EXIT
002125     MOVE SPACES TO CL-BEFOREIMG
002127     IF SQLCODE = 0
002128         MOVE DCLCUSTMAST TO CL-BEFOREIMG
002130*        A COMMAREA TOO SHORT TO CARRY THE TIER CANNOT MEAN TO
002131*        RESET IT - KEEP THE ONE ON FILE.
002132         IF EIBCALEN < LENGTH OF WS-CUST-COMMAREA
002134             MOVE CU-FXTIER TO WS-CU-FXTIER
002135         END-IF
002137     END-IF
002138
002140     EXEC SQL
002150          UPDATE STOCKTRD.CUSTMAST
002160          SET LEGALNAME = UPPER(:WS-CU-LEGALNAME),
002170              ADDRLINE1 = :WS-CU-ADDRLINE1,
002180              ADDRLINE2 = :WS-CU-ADDRLINE2,
002190              COUNTRY   = :WS-CU-COUNTRY,
002200              CSTATUS   = :WS-CU-CSTATUS,
002205              FXTIER    = :WS-CU-FXTIER
002210          WHERE CUSTID = :WS-CU-CUSTID
002220     END-EXEC
002230
002250         MOVE SQLERRD(3) TO WS-ROWCOUNT
002260         IF WS-ROWCOUNT > ZERO
002270             MOVE 'CUST UPDT' TO WS-CU-RETCODE
002271             MOVE 'U' TO CL-ACTION
002272             PERFORM 7000-LOG-CHANGE
002273                 THRU 7000-LOG-CHANGE-EXIT
002274             IF WS-CU-RETCODE NOT = 'LOG FAILED'
002275                 PERFORM 5000-SANC-SCREEN
002276                     THRU 5000-SANC-SCREEN-EXIT
002277             END-IF
002280         ELSE
002290             MOVE 'NOT FOUND' TO WS-CU-RETCODE
002300         END-IF
002410*   ENTRY; A CLOSED CUSTOMER OPENS NO NEW POSITIONS.            *
002420******************************************************************
002430 4000-CUST-EXPIRE.
002431     PERFORM 6000-READ-IMAGE
002432         THRU 6000-READ-IMAGE-EXIT
002433     MOVE SPACES TO CL-BEFOREIMG
002434     IF SQLCODE = 0
002435         MOVE DCLCUSTMAST TO CL-BEFOREIMG
002436     END-IF
002437
002440     EXEC SQL
002450          UPDATE STOCKTRD.CUSTMAST
002460          SET CSTATUS = 'C'
002520         MOVE SQLERRD(3) TO WS-ROWCOUNT
002530         IF WS-ROWCOUNT > ZERO
002540             MOVE 'CUST CLOSD' TO WS-CU-RETCODE
002541             MOVE 'E' TO CL-ACTION
002542             PERFORM 7000-LOG-CHANGE
002543                 THRU 7000-LOG-CHANGE-EXIT
002550         ELSE
002560             MOVE 'NOT FOUND' TO WS-CU-RETCODE
002570         END-IF
002610     .
002620 4000-CUST-EXPIRE-EXIT.
002630     EXIT.
002640*
002650******************************************************************
002660* 5000-SANC-SCREEN - SCREEN THE CUSTOMER JUST ADDED OR UPDATED   *
002670*   AGAINST THE SANCTIONS WATCH LIST (SEE DCLWLST): THE LEGAL    *
002680*   NAME, SQUEEZED THE WAY CASH37 BUILT THE NAME KEYS, AND THE   *
002690*   COUNTRY. THE CHANGE STANDS, BUT A HIT NOT ALREADY REFERRED   *
002700*   OR CLEARED FOR THIS CUSTOMER GOES ON THE SANCREF QUEUE       *
002710*   AND ANSWERS 'CUST REFRD' - CASH00 OPENS NOTHING FOR THE      *
002720*   CUSTOMER UNTIL CASH39 CLEARS IT. A SCREENING OR REFERRAL     *
002730*   FAILURE ROLLS THE CHANGE BACK: AN UNSCREENED CUSTOMER IS NOT *
002740*   LEFT ON THE MASTER.                                          *
002750******************************************************************
002760 5000-SANC-SCREEN.
002770     EXEC SQL
002780          SELECT W.LISTID, W.LISTSRC, W.WTYPE, W.LISTNAME,
002790                 W.NAMEKEY, W.COUNTRY, W.WSTATUS, W.LOADDT
002800          INTO  :DCLWATCHLST
002810          FROM STOCKTRD.WATCHLST W
002820          WHERE W.WSTATUS = 'A'
002830            AND ((W.WTYPE = 'N'
002840                  AND W.NAMEKEY =
002850                      REPLACE(REPLACE(REPLACE(REPLACE(
002860                      UPPER(:WS-CU-LEGALNAME),' ',''),'.',''),
002870                      ',',''),'-','')
002880                  AND (W.COUNTRY = ' '
002890                       OR W.COUNTRY = :WS-CU-COUNTRY))
002900              OR (W.WTYPE = 'C'
002910                  AND W.NAMEKEY = :WS-CU-COUNTRY))
002920            AND NOT EXISTS
002930                (SELECT 1 FROM STOCKTRD.SANCREF R
002940                 WHERE R.CUSTID = :WS-CU-CUSTID
002950                   AND R.LISTID = W.LISTID
002960                   AND R.RSTATUS IN ('P', 'F', 'X'))
002970          ORDER BY W.WTYPE DESC
002980          FETCH FIRST 1 ROW ONLY
002990     END-EXEC
003000
003010     IF SQLCODE = 100
003020         GO TO 5000-SANC-SCREEN-EXIT
003030     END-IF
003040
003050     IF SQLCODE NOT = 0
003060         EXEC CICS SYNCPOINT ROLLBACK END-EXEC
003070         MOVE 'SCRN FAILD' TO WS-CU-RETCODE
003080         GO TO 5000-SANC-SCREEN-EXIT
003090     END-IF
003100
003110     MOVE SPACES          TO DCLSANCREF
003120     MOVE WS-CU-CUSTID    TO SR-CUSTID
003130     MOVE WS-CU-LEGALNAME TO SR-SNAME
003140     MOVE WS-CU-COUNTRY   TO SR-COUNTRY
003150     MOVE WL-LISTID       TO SR-LISTID
003160     MOVE WL-WTYPE        TO SR-HITTYPE
003170     MOVE 'CASH31'        TO SR-SRCPGM
003180     MOVE 'P'             TO SR-RSTATUS
003190     MOVE CL-CHGDT        TO SR-ENTRYDT
003200     MOVE CL-CHGTM        TO SR-ENTRYTM
003210
003220     MOVE ZERO TO WS-SR-SEQ
003230     MOVE 'N'  TO WS-SR-INS-SW
003240     PERFORM 5100-SANC-INSERT-TRY
003250         THRU 5100-SANC-INSERT-TRY-EXIT
003260         UNTIL WS-SR-INS-DONE
003270
003280     IF SQLCODE = 0
003290         MOVE 'CUST REFRD' TO WS-CU-RETCODE
003300     ELSE
003310         EXEC CICS SYNCPOINT ROLLBACK END-EXEC
003320         MOVE 'SCRN FAILD' TO WS-CU-RETCODE
003330     END-IF
003340     .
003350 5000-SANC-SCREEN-EXIT.
003360     EXIT.
003370*
003380******************************************************************
003390* 5100-SANC-INSERT-TRY - ONE TRY AT THE REFERRAL ROW: DATE+TIME+ *
003400*   SEQ, BUMPING THE SEQ PAST A COLLISION AS CASH00 DOES         *
003410******************************************************************
003420 5100-SANC-INSERT-TRY.
003430     MOVE SPACES    TO SR-REFID
003440     MOVE CL-CHGDT  TO SR-REFID(1:8)
003450     MOVE CL-CHGTM  TO SR-REFID(9:6)
003460     MOVE WS-SR-SEQ TO SR-REFID(15:2)
003470
003480     EXEC SQL
003490          INSERT INTO STOCKTRD.SANCREF(
003500             REFID, CUSTID, SNAME, COUNTRY, LISTID, HITTYPE,
003510             SRCPGM, SRCREF, RSTATUS, ENTRYDT, ENTRYTM,
003520             DECIDID, DECIDDT)
003530          VALUES (:SR-REFID, :SR-CUSTID, UPPER(:SR-SNAME),
003540             :SR-COUNTRY, :SR-LISTID, :SR-HITTYPE,
003550             :SR-SRCPGM, :SR-SRCREF, :SR-RSTATUS,
003560             :SR-ENTRYDT, :SR-ENTRYTM, :SR-DECIDID,
003570             :SR-DECIDDT)
003580     END-EXEC
003590
003600     IF SQLCODE = -803 AND WS-SR-SEQ < 99
003610         ADD 1 TO WS-SR-SEQ
003620     ELSE
003630         MOVE 'Y' TO WS-SR-INS-SW
003640     END-IF
003650     .
003660 5100-SANC-INSERT-TRY-EXIT.
003670     EXIT.
003680*
003690******************************************************************
003700* 6000-READ-IMAGE - THE WHOLE ROW FOR THE TRANSACTION'S KEY,     *
003710*   INTO ITS DCLGEN HOST STRUCTURE, FOR THE CHANGE-LOG IMAGES    *
003720******************************************************************
003730 6000-READ-IMAGE.
003740     EXEC SQL
003750          SELECT CUSTID, LEGALNAME, ADDRLINE1, ADDRLINE2,
003760                 COUNTRY, CSTATUS, FXTIER
003770          INTO  :DCLCUSTMAST
003780          FROM STOCKTRD.CUSTMAST
003790          WHERE CUSTID = :WS-CU-CUSTID
003800     END-EXEC
003810     .
003820 6000-READ-IMAGE-EXIT.
003830     EXIT.
003840*
003850******************************************************************
003860* 7000-LOG-CHANGE - WRITE THE CHGLOG ROW FOR THE CHANGE JUST     *
003870*   MADE (CL-ACTION AND CL-BEFOREIMG SET BY THE CALLER). THE     *
003880*   AFTER IMAGE IS THE ROW AS IT NOW STANDS - BLANK WHEN THE     *
003890*   CHANGE DELETED IT. A CHANGE THAT CANNOT BE LOGGED IS ROLLED  *
003900*   BACK: AN UNAUDITED REFERENCE-DATA CHANGE IS WORSE THAN NONE. *
003910******************************************************************
003920 7000-LOG-CHANGE.
003930     MOVE SPACES TO CL-AFTERIMG
003940     PERFORM 6000-READ-IMAGE
003950         THRU 6000-READ-IMAGE-EXIT
003960     IF SQLCODE = 0
003970         MOVE DCLCUSTMAST TO CL-AFTERIMG
003980     END-IF
003990
004000     MOVE 'CUSTMAST' TO CL-TABNAME
004010     MOVE WS-CU-CUSTID TO CL-TABKEY
004020     MOVE WS-CU-USERID TO CL-USERID
004030     MOVE 'CASH31' TO CL-PGMNAME
004040
004050     EXEC CICS ASKTIME ABSTIME (WS-CL-ASKTIME) END-EXEC
004060     EXEC CICS FORMATTIME ABSTIME (WS-CL-ASKTIME)
004070          YYYYMMDD (CL-CHGDT)
004080          TIME     (CL-CHGTM)
004090     END-EXEC
004100
004110     EXEC SQL
004120          SELECT BUSDT
004130          INTO  :CL-BUSDT
004140          FROM STOCKTRD.BUSDATE
004150          WHERE REGIONID = :WS-CL-REGION
004160     END-EXEC
004170     IF SQLCODE NOT = 0
004180         MOVE CL-CHGDT TO CL-BUSDT
004190     END-IF
004200
004210     EXEC SQL
004220          INSERT INTO STOCKTRD.CHGLOG(
004230             TABNAME, TABKEY, ACTION, USERID, PGMNAME,
004240             CHGDT, CHGTM, BUSDT, BEFOREIMG, AFTERIMG)
004250          VALUES (:CL-TABNAME, :CL-TABKEY, :CL-ACTION,
004260             :CL-USERID, :CL-PGMNAME, :CL-CHGDT, :CL-CHGTM,
004270             :CL-BUSDT, :CL-BEFOREIMG, :CL-AFTERIMG)
004280     END-EXEC
004290
004300     IF SQLCODE NOT = 0
004310         EXEC CICS SYNCPOINT ROLLBACK END-EXEC
004320         MOVE 'LOG FAILED' TO WS-CU-RETCODE
004330     END-IF
004340     .
004350 7000-LOG-CHANGE-EXIT.
004360     EXIT.
