000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. CASH44.
000120 AUTHOR. D-L CASH MANAGEMENT SUPPORT.
000130 INSTALLATION. STOCKTRD - CASH ACCOUNT SERVICES.
000140 DATE-WRITTEN. 2026-10-15.
000150 DATE-COMPILED.
000160******************************************************************
000170* MODIFICATION HISTORY                                           *
000180*  DATE       BY    DESCRIPTION                                  *
000190*  2026-10-15 DLM   INITIAL VERSION - FX SPREAD MAINTENANCE      *
000200*                    TRANSACTION (ADD/QUERY/UPDATE/EXPIRE BY     *
000210*                    FROMCCY+TOCCY+TIER) IN THE CASH23 MOLD,     *
000220*                    UNDER THE SAME 'M' ENTITLEMENT THE FX RATE  *
000230*                    SCREENS USE, EVERY CHANGE LOGGED TO CHGLOG. *
000240******************************************************************
000250*
000260******************************************************************
000270* EVERY CONVERSION USED TO APPLY THE FRANKFURT1/CURRMAST MID     *
000280* RATE, SO THE SHOP EARNED NOTHING ON FX AND COULD NOT PRICE A   *
000290* CONVERSION BY CUSTOMER. THIS TRANSACTION MAINTAINS             *
000300* STOCKTRD.FXSPREAD (SEE DCLFXSP): THE SPREAD, IN BASIS POINTS   *
000310* OF THE MID, TAKEN ON A CONVERSION FROM ONE CURRENCY INTO       *
000320* ANOTHER - A BLANK TIER FOR THE PAIR'S STANDARD SPREAD, A TIER  *
000330* LETTER OR DIGIT FOR CUSTOMERS CARRYING THAT CUSTMAST FXTIER    *
000340* (SET THROUGH CASH31). CASH00/CASH07/CASH19 PRICE THROUGH IT.   *
000350* EXPIRING A TIER ROW DROPS THOSE CUSTOMERS BACK TO THE PAIR'S   *
000360* STANDARD ROW; EXPIRING THAT LEAVES THE PAIR AT THE MID.        *
000370******************************************************************
000380 ENVIRONMENT DIVISION.
000390 CONFIGURATION SECTION.
000400 SOURCE-COMPUTER. IBM-370.
000410 OBJECT-COMPUTER. IBM-370.
000420 DATA DIVISION.
000430 WORKING-STORAGE SECTION.
000440     EXEC SQL
000450         INCLUDE SQLCA
000460     END-EXEC.
000470     EXEC SQL
000480         INCLUDE DCLFXSP
000490     END-EXEC.
000500     EXEC SQL
000510         INCLUDE DCLUENT
000520     END-EXEC.
000530     EXEC SQL
000540         INCLUDE DCLCLOG
000550     END-EXEC.
000560*
000570******************************************************************
000580* WORKING STORAGE - COUNTERS AND WORK AREAS                      *
000590******************************************************************
000600 77  WS-ROWCOUNT         PIC S9(4) COMP VALUE ZERO.
000610 77  WS-EDIT-BAD-SW      PIC X(01) VALUE 'N'.
000620     88 WS-EDIT-BAD                 VALUE 'Y'.
000630 77  WS-ENTITLED-SW      PIC X(01) VALUE 'N'.
000640     88 WS-ENTITLED                 VALUE 'Y'.
000650 77  WS-FUNC-SUB         PIC 9(2) COMP VALUE ZERO.
000660 77  WS-ENT-ALERT-MSG    PIC X(40) VALUE SPACES.
000670*    THE WIDEST SPREAD THE SCREEN WILL TAKE - 500 BASIS POINTS,
000680*    FIVE PER CENT OF THE MID. ANYTHING WIDER IS A KEYING SLIP.
000690 77  WS-MAX-SPREADBP     PIC 9(03)V9(02) VALUE 500.00.
000700
000710*
000720******************************************************************
000730* CHANGE-LOG WORK FIELDS (SEE DCLCLOG): THE BEFORE IMAGE IS      *
000740* TAKEN AHEAD OF THE CHANGE, THE AFTER IMAGE RE-READ ONCE IT IS  *
000750* MADE, AND THE LOG ROW RIDES THE CHANGE'S OWN UNIT OF WORK.     *
000760******************************************************************
000770 77  WS-CL-ASKTIME       PIC S9(15) COMP-3 VALUE ZERO.
000780 77  WS-CL-REGION        PIC X(08) VALUE 'CASHRGN '.
000790 01  WS-FXSP-COMMAREA.
000800     05 WS-FS-REQ        PIC X(01).
000810*    THE ROW KEY, ALSO THE ENQ RESOURCE FOR AN ADD.
000820     05 WS-FS-KEY.
000830        10 WS-FS-FROMCCY PIC X(08).
000840        10 WS-FS-TOCCY   PIC X(08).
000850        10 WS-FS-TIER    PIC X(01).
000860     05 WS-FS-SPREADBP   PIC 9(03)V9(02).
000870     05 WS-FS-USERID     PIC X(08).
000880     05 WS-FS-RETCODE    PIC X(10).
000890
000900 LINKAGE SECTION.
000910 01  DFHCOMMAREA.
000920     05 LK-COMMAREA   PIC X(01) OCCURS 1 TO 32767 TIMES
000930         DEPENDING ON EIBCALEN.
000940 PROCEDURE DIVISION.
000950*
000960 0000-MAINLINE.
000970     MOVE DFHCOMMAREA(1:EIBCALEN) TO WS-FXSP-COMMAREA
000980
000990     DISPLAY 'REQ   :'   WS-FS-REQ
001000     DISPLAY 'FROM  :'   WS-FS-FROMCCY
001010     DISPLAY 'TO    :'   WS-FS-TOCCY
001020     DISPLAY 'TIER  :'   WS-FS-TIER
001030
001040     MOVE SPACES TO WS-FS-RETCODE
001050
001060     PERFORM 0400-EDIT-KEY
001070         THRU 0400-EDIT-KEY-EXIT
001080     IF WS-EDIT-BAD
001090         GO TO 0000-MAINLINE-EXIT
001100     END-IF
001110
001120*    QUERIES STAY OPEN; ANYTHING THAT CHANGES THE PRICING NEEDS
001130*    THE 'M' FUNCTION ON THE CALLER'S USERENT ROW, THE SAME
001140*    ENTITLEMENT THE CASH02 AND CASH23 RATE SCREENS CHECK.
001150     IF WS-FS-REQ = 'A' OR WS-FS-REQ = 'U' OR WS-FS-REQ = 'E'
001160         PERFORM 0800-ENTITLE-CHECK
001170             THRU 0800-ENTITLE-CHECK-EXIT
001180         IF NOT WS-ENTITLED
001190             GO TO 0000-MAINLINE-EXIT
001200         END-IF
001210     END-IF
001220
001230     EVALUATE WS-FS-REQ
001240         WHEN 'A'
001250             PERFORM 1000-FXSPREAD-ADD
001260                 THRU 1000-FXSPREAD-ADD-EXIT
001270         WHEN 'Q'
001280             PERFORM 2000-FXSPREAD-QUERY
001290                 THRU 2000-FXSPREAD-QUERY-EXIT
001300         WHEN 'U'
001310             PERFORM 3000-FXSPREAD-UPDATE
001320                 THRU 3000-FXSPREAD-UPDATE-EXIT
001330         WHEN 'E'
001340             PERFORM 4000-FXSPREAD-EXPIRE
001350                 THRU 4000-FXSPREAD-EXPIRE-EXIT
001360         WHEN OTHER
001370             MOVE 'BAD REQ' TO WS-FS-RETCODE
001380     END-EVALUATE
001390     .
001400 0000-MAINLINE-EXIT.
001410     MOVE WS-FXSP-COMMAREA TO DFHCOMMAREA(1:EIBCALEN)
001420
001430     EXEC CICS RETURN END-EXEC.
001440*
001450******************************************************************
001460* 0400-EDIT-KEY - BOTH CURRENCIES PRESENT AND DIFFERENT, AND THE *
001470*   TIER BLANK OR ONE LETTER OR DIGIT, AS CASH31 EDITS FXTIER    *
001480******************************************************************
001490 0400-EDIT-KEY.
001500     MOVE 'N' TO WS-EDIT-BAD-SW
001510
001520     IF WS-FS-FROMCCY = SPACES OR WS-FS-TOCCY = SPACES
001530         MOVE 'BAD KEY' TO WS-FS-RETCODE
001540         MOVE 'Y' TO WS-EDIT-BAD-SW
001550         GO TO 0400-EDIT-KEY-EXIT
001560     END-IF
001570
001580     IF WS-FS-FROMCCY = WS-FS-TOCCY
001590         MOVE 'SAME CCY' TO WS-FS-RETCODE
001600         MOVE 'Y' TO WS-EDIT-BAD-SW
001610         GO TO 0400-EDIT-KEY-EXIT
001620     END-IF
001630
001640     IF WS-FS-TIER IS NOT ALPHABETIC-UPPER
001650        AND WS-FS-TIER IS NOT NUMERIC
001660         MOVE 'BAD TIER' TO WS-FS-RETCODE
001670         MOVE 'Y' TO WS-EDIT-BAD-SW
001680     END-IF
001690     .
001700 0400-EDIT-KEY-EXIT.
001710     EXIT.
001720*
001730******************************************************************
001740* 0500-EDIT-FXSPREAD - FIELD EDITS SHARED BY ADD AND UPDATE. A   *
001750*   ZERO SPREAD IS ALLOWED - A TIER PRICED AT THE MID - BUT NOT  *
001760*   ONE WIDER THAN WS-MAX-SPREADBP.                              *
001770******************************************************************
001780 0500-EDIT-FXSPREAD.
001790     MOVE 'N' TO WS-EDIT-BAD-SW
001800
001810     IF WS-FS-SPREADBP NOT NUMERIC
001820         MOVE 'BAD SPREAD' TO WS-FS-RETCODE
001830         MOVE 'Y' TO WS-EDIT-BAD-SW
001840         GO TO 0500-EDIT-FXSPREAD-EXIT
001850     END-IF
001860
001870     IF WS-FS-SPREADBP > WS-MAX-SPREADBP
001880         MOVE 'BAD SPREAD' TO WS-FS-RETCODE
001890         MOVE 'Y' TO WS-EDIT-BAD-SW
001900     END-IF
001910     .
001920 0500-EDIT-FXSPREAD-EXIT.
001930     EXIT.
001940*
001950******************************************************************
001960* 0800-ENTITLE-CHECK - SAME 'M' FUNCTION CHECK AS CASH02'S, AND  *
001970*   THE SAME SECURTY ALERT ON REFUSAL                            *
001980******************************************************************
001990 0800-ENTITLE-CHECK.
002000     MOVE 'N' TO WS-ENTITLED-SW
002010
002020     IF WS-FS-USERID NOT = SPACES
002030         EXEC SQL
002040              SELECT USERID, FUNCS, AMTLIMIT
002050              INTO  :DCLUSERENT
002060              FROM STOCKTRD.USERENT
002070              WHERE USERID = :WS-FS-USERID
002080         END-EXEC
002090
002100         IF SQLCODE = 0
002110             PERFORM 0900-SCAN-ONE-FUNC
002120                 THRU 0900-SCAN-ONE-FUNC-EXIT
002130                 VARYING WS-FUNC-SUB FROM 1 BY 1
002140                 UNTIL WS-FUNC-SUB > 16
002150                 OR WS-ENTITLED
002160         END-IF
002170     END-IF
002180
002190     IF NOT WS-ENTITLED
002200         MOVE 'NOT ENTITL' TO WS-FS-RETCODE
002210         MOVE SPACES TO WS-ENT-ALERT-MSG
002220         STRING 'SECURTY DENIED ' WS-FS-USERID ' FUNC M'
002230             DELIMITED BY SIZE
002240             INTO WS-ENT-ALERT-MSG
002250         END-STRING
002260         EXEC CICS WRITEQ TD QUEUE ('CSHALRT')
002270              FROM   (WS-ENT-ALERT-MSG)
002280              LENGTH (LENGTH OF WS-ENT-ALERT-MSG)
002290         END-EXEC
002300     END-IF
002310     .
002320 0800-ENTITLE-CHECK-EXIT.
002330     EXIT.
002340*
002350 0900-SCAN-ONE-FUNC.
002360     IF UE-FUNCS(WS-FUNC-SUB:1) = 'M'
002370         MOVE 'Y' TO WS-ENTITLED-SW
002380     END-IF
002390     .
002400 0900-SCAN-ONE-FUNC-EXIT.
002410     EXIT.
002420*
002430******************************************************************
002440* 1000-FXSPREAD-ADD - INSERT A NEW SPREAD ROW. ENQ ON THE WHOLE  *
002450*   KEY SO TWO CONCURRENT ADDS CAN'T BOTH PASS THE DUPLICATE     *
002460*   CHECK, THE SAME PROTECTION CASH02'S ADD USES.                *
002470******************************************************************
002480 1000-FXSPREAD-ADD.
002490     PERFORM 0500-EDIT-FXSPREAD
002500         THRU 0500-EDIT-FXSPREAD-EXIT
002510     IF WS-EDIT-BAD
002520         GO TO 1000-FXSPREAD-ADD-EXIT
002530     END-IF
002540
002550     EXEC CICS ENQ RESOURCE (WS-FS-KEY)
002560          LENGTH (LENGTH OF WS-FS-KEY)
002570     END-EXEC
002580
002590     EXEC SQL
002600          SELECT FROMCCY
002610          INTO  :FS-FROMCCY
002620          FROM STOCKTRD.FXSPREAD
002630          WHERE FROMCCY = :WS-FS-FROMCCY
002640            AND TOCCY   = :WS-FS-TOCCY
002650            AND TIER    = :WS-FS-TIER
002660     END-EXEC
002670
002680     IF SQLCODE = 0
002690         MOVE 'DUPLICATE' TO WS-FS-RETCODE
002700     ELSE
002710         EXEC SQL
002720              INSERT INTO STOCKTRD.FXSPREAD(
002730                 FROMCCY, TOCCY, TIER, SPREADBP)
002740              VALUES (:WS-FS-FROMCCY, :WS-FS-TOCCY,
002750                 :WS-FS-TIER, :WS-FS-SPREADBP)
002760         END-EXEC
002770
002780         IF SQLCODE = 0
002790             MOVE 'SPRD ADDED' TO WS-FS-RETCODE
002800             MOVE SPACES TO CL-BEFOREIMG
002810             MOVE 'A' TO CL-ACTION
002820             PERFORM 7000-LOG-CHANGE
002830                 THRU 7000-LOG-CHANGE-EXIT
002840         ELSE
002850             MOVE 'ADD FAILED' TO WS-FS-RETCODE
002860         END-IF
002870     END-IF
002880
002890     EXEC CICS DEQ RESOURCE (WS-FS-KEY)
002900          LENGTH (LENGTH OF WS-FS-KEY)
002910     END-EXEC
002920     .
002930 1000-FXSPREAD-ADD-EXIT.
002940     EXIT.
002950*
002960******************************************************************
002970* 2000-FXSPREAD-QUERY - READ BACK ONE SPREAD ROW. THIS IS THE    *
002980*   ROW FOR EXACTLY THE KEY GIVEN - IT DOES NOT FALL BACK FROM   *
002990*   A TIER TO THE STANDARD ROW THE WAY A CONVERSION DOES.        *
003000******************************************************************
003010 2000-FXSPREAD-QUERY.
003020     PERFORM 6000-READ-IMAGE
003030         THRU 6000-READ-IMAGE-EXIT
003040
003050     IF SQLCODE = 0
003060         MOVE FS-SPREADBP TO WS-FS-SPREADBP
003070         MOVE 'FOUND'     TO WS-FS-RETCODE
003080     ELSE
003090         MOVE 'NOT FOUND' TO WS-FS-RETCODE
003100     END-IF
003110     .
003120 2000-FXSPREAD-QUERY-EXIT.
003130     EXIT.
003140*
003150******************************************************************
003160* 3000-FXSPREAD-UPDATE - REPLACE THE SPREAD ON AN EXISTING ROW   *
003170******************************************************************
003180 3000-FXSPREAD-UPDATE.
003190     PERFORM 0500-EDIT-FXSPREAD
003200         THRU 0500-EDIT-FXSPREAD-EXIT
003210     IF WS-EDIT-BAD
003220         GO TO 3000-FXSPREAD-UPDATE-EXIT
003230     END-IF
003240
003250     PERFORM 6000-READ-IMAGE
003260         THRU 6000-READ-IMAGE-EXIT
003270     MOVE SPACES TO CL-BEFOREIMG
003280     IF SQLCODE = 0
003290         MOVE DCLFXSPREAD TO CL-BEFOREIMG
003300     END-IF
003310
003320     EXEC SQL
003330          UPDATE STOCKTRD.FXSPREAD
003340          SET SPREADBP = :WS-FS-SPREADBP
003350          WHERE FROMCCY = :WS-FS-FROMCCY
003360            AND TOCCY   = :WS-FS-TOCCY
003370            AND TIER    = :WS-FS-TIER
003380     END-EXEC
003390
003400     IF SQLCODE = 0
003410         MOVE SQLERRD(3) TO WS-ROWCOUNT
003420         IF WS-ROWCOUNT > ZERO
003430             MOVE 'SPRD UPDT' TO WS-FS-RETCODE
003440             MOVE 'U' TO CL-ACTION
003450             PERFORM 7000-LOG-CHANGE
003460                 THRU 7000-LOG-CHANGE-EXIT
003470         ELSE
003480             MOVE 'NOT FOUND' TO WS-FS-RETCODE
003490         END-IF
003500     ELSE
003510         MOVE 'UPDT FAILD' TO WS-FS-RETCODE
003520     END-IF
003530     .
003540 3000-FXSPREAD-UPDATE-EXIT.
003550     EXIT.
003560*
003570******************************************************************
003580* 4000-FXSPREAD-EXPIRE - REMOVE THE ROW. A TIER'S CUSTOMERS FALL *
003590*   BACK TO THE PAIR'S STANDARD ROW; WITH THAT GONE TOO THE      *
003600*   PAIR CONVERTS AT THE MID, AS BEFORE THE TABLE EXISTED.       *
003610******************************************************************
003620 4000-FXSPREAD-EXPIRE.
003630     PERFORM 6000-READ-IMAGE
003640         THRU 6000-READ-IMAGE-EXIT
003650     MOVE SPACES TO CL-BEFOREIMG
003660     IF SQLCODE = 0
003670         MOVE DCLFXSPREAD TO CL-BEFOREIMG
003680     END-IF
003690
003700     EXEC SQL
003710          DELETE FROM STOCKTRD.FXSPREAD
003720          WHERE FROMCCY = :WS-FS-FROMCCY
003730            AND TOCCY   = :WS-FS-TOCCY
003740            AND TIER    = :WS-FS-TIER
003750     END-EXEC
003760
003770     IF SQLCODE = 0
003780         MOVE SQLERRD(3) TO WS-ROWCOUNT
003790         IF WS-ROWCOUNT > ZERO
003800             MOVE 'SPRD EXPRD' TO WS-FS-RETCODE
003810             MOVE 'E' TO CL-ACTION
003820             PERFORM 7000-LOG-CHANGE
003830                 THRU 7000-LOG-CHANGE-EXIT
003840         ELSE
003850             MOVE 'NOT FOUND' TO WS-FS-RETCODE
003860         END-IF
003870     ELSE
003880         MOVE 'EXPR FAILD' TO WS-FS-RETCODE
003890     END-IF
003900     .
003910 4000-FXSPREAD-EXPIRE-EXIT.
003920     EXIT.
003930*
003940******************************************************************
003950* 6000-READ-IMAGE - THE WHOLE ROW FOR THE TRANSACTION'S KEY,     *
003960*   INTO ITS DCLGEN HOST STRUCTURE, FOR THE CHANGE-LOG IMAGES    *
003970******************************************************************
003980 6000-READ-IMAGE.
003990     EXEC SQL
004000          SELECT FROMCCY, TOCCY, TIER, SPREADBP
004010          INTO  :DCLFXSPREAD
004020          FROM STOCKTRD.FXSPREAD
004030          WHERE FROMCCY = :WS-FS-FROMCCY
004040            AND TOCCY   = :WS-FS-TOCCY
004050            AND TIER    = :WS-FS-TIER
004060     END-EXEC
004070     .
004080 6000-READ-IMAGE-EXIT.
004090     EXIT.
004100*
004110******************************************************************
004120* 7000-LOG-CHANGE - WRITE THE CHGLOG ROW FOR THE CHANGE JUST     *
004130*   MADE (CL-ACTION AND CL-BEFOREIMG SET BY THE CALLER). THE     *
004140*   AFTER IMAGE IS THE ROW AS IT NOW STANDS - BLANK WHEN THE     *
004150*   CHANGE DELETED IT. A CHANGE THAT CANNOT BE LOGGED IS ROLLED  *
004160*   BACK: AN UNAUDITED REFERENCE-DATA CHANGE IS WORSE THAN NONE. *
004170******************************************************************
004180 7000-LOG-CHANGE.
004190     MOVE SPACES TO CL-AFTERIMG
004200     PERFORM 6000-READ-IMAGE
004210         THRU 6000-READ-IMAGE-EXIT
004220     IF SQLCODE = 0
004230         MOVE DCLFXSPREAD TO CL-AFTERIMG
004240     END-IF
004250
004260     MOVE 'FXSPREAD' TO CL-TABNAME
004270     MOVE SPACES TO CL-TABKEY
004280     MOVE WS-FS-FROMCCY TO CL-TABKEY(1:8)
004290     MOVE WS-FS-TOCCY TO CL-TABKEY(10:8)
004300     MOVE WS-FS-TIER TO CL-TABKEY(19:1)
004310     MOVE WS-FS-USERID TO CL-USERID
004320     MOVE 'CASH44' TO CL-PGMNAME
004330
004340     EXEC CICS ASKTIME ABSTIME (WS-CL-ASKTIME) END-EXEC
004350     EXEC CICS FORMATTIME ABSTIME (WS-CL-ASKTIME)
004360          YYYYMMDD (CL-CHGDT)
004370          TIME     (CL-CHGTM)
004380     END-EXEC
004390
004400     EXEC SQL
004410          SELECT BUSDT
004420          INTO  :CL-BUSDT
004430          FROM STOCKTRD.BUSDATE
004440          WHERE REGIONID = :WS-CL-REGION
004450     END-EXEC
004460     IF SQLCODE NOT = 0
004470         MOVE CL-CHGDT TO CL-BUSDT
004480     END-IF
004490
004500     EXEC SQL
004510          INSERT INTO STOCKTRD.CHGLOG(
004520             TABNAME, TABKEY, ACTION, USERID, PGMNAME,
004530             CHGDT, CHGTM, BUSDT, BEFOREIMG, AFTERIMG)
004540          VALUES (:CL-TABNAME, :CL-TABKEY, :CL-ACTION,
004550             :CL-USERID, :CL-PGMNAME, :CL-CHGDT, :CL-CHGTM,
004560             :CL-BUSDT, :CL-BEFOREIMG, :CL-AFTERIMG)
004570     END-EXEC
004580
004590     IF SQLCODE NOT = 0
004600         EXEC CICS SYNCPOINT ROLLBACK END-EXEC
004610         MOVE 'LOG FAILED' TO WS-FS-RETCODE
004620     END-IF
004630     .
004640 7000-LOG-CHANGE-EXIT.
004650     EXIT.
