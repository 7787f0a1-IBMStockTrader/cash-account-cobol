000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. CASH33.
000120 AUTHOR. D-L CASH MANAGEMENT SUPPORT.
000130 INSTALLATION. STOCKTRD - CASH ACCOUNT SERVICES.
000140 DATE-WRITTEN. 2026-10-15.
000150 DATE-COMPILED.
000160******************************************************************
000170* MODIFICATION HISTORY                                          *
000180*  DATE       BY    DESCRIPTION                                 *
000190*  2026-10-15 DLM   INITIAL VERSION - NON-WORKING-DAY CALENDAR  *
000200*                    MAINTENANCE TRANSACTION (ADD/QUERY/UPDATE/ *
000210*                    EXPIRE BY CALENDAR CODE AND DATE) IN THE   *
000220*                    CASH02 MOLD, FEEDING THE CASH20 REOPEN,    *
000230*                    CASH19 NEXTRUN ROLL, CASH07 VALUE-DATE     *
000240*                    EDIT AND CASH01 ACCRUAL DAY COUNT.         *
000250*                    ADD/UPDATE/EXPIRE NEED THE 'H' FUNCTION    *
000260*                    ON THE CALLER'S USERENT ROW (SEE CASH22).  *
000270*  2026-10-15 DLM   EVERY ADD, UPDATE AND EXPIRE NOW WRITES ITS  *
000280*                    BEFORE AND AFTER ROW IMAGES TO THE CHGLOG   *
000290*                    CHANGE LOG (SEE DCLCLOG/CASH36).            *
000300******************************************************************
000310*
000320******************************************************************
000330* THE BUSINESS DATE, STANDING ORDERS AND INTEREST ALL STEPPED    *
000340* ONE CALENDAR DAY AT A TIME, SO EVERY WEEKEND AND BANK HOLIDAY  *
000350* NEEDED A HAND FIX-UP. THIS TRANSACTION MAINTAINS               *
000360* STOCKTRD.HOLCAL: ONE ROW PER CALENDAR CODE (A CURRENCY, OR THE *
000370* REGION ID FOR THE LEDGER ITSELF) AND HOLIDAY DATE. WEEKENDS    *
000380* ARE NEVER KEYED - EVERY PROGRAM TREATS SATURDAY AND SUNDAY AS  *
000390* NON-WORKING - SO AN ADD ON A WEEKEND REJECTS, AND A QUERY OF   *
000400* AN UNKEYED WEEKEND DATE ANSWERS 'WEEKEND'.                     *
000410******************************************************************
000420 ENVIRONMENT DIVISION.
000430 CONFIGURATION SECTION.
000440 SOURCE-COMPUTER. IBM-370.
000450 OBJECT-COMPUTER. IBM-370.
000460 DATA DIVISION.
000470 WORKING-STORAGE SECTION.
000480     EXEC SQL
000490         INCLUDE SQLCA
000500     END-EXEC.
000510     EXEC SQL
000520         INCLUDE DCLHCAL
000530     END-EXEC.
000540     EXEC SQL
000550         INCLUDE DCLUENT
000560     END-EXEC.
000570     EXEC SQL
000580         INCLUDE DCLCLOG
000590     END-EXEC.
000600*
000610******************************************************************
000620* WORKING STORAGE - COUNTERS AND WORK AREAS                      *
000630******************************************************************
000640 77  WS-ROWCOUNT         PIC S9(4) COMP VALUE ZERO.
000650 77  WS-ENTITLED-SW      PIC X(01) VALUE 'N'.
000660     88 WS-ENTITLED                 VALUE 'Y'.
000670 77  WS-FUNC-SUB         PIC 9(2) COMP VALUE ZERO.
000680 77  WS-ENT-ALERT-MSG    PIC X(40) VALUE SPACES.
000690 77  WS-EDIT-BAD-SW      PIC X(01) VALUE 'N'.
000700     88 WS-EDIT-BAD                 VALUE 'Y'.
000710*    DAY OF THE WEEK FROM INTEGER-OF-DATE: DAY 1 (1601-01-01)
000720*    WAS A MONDAY, SO THE REMAINDER BY 7 IS 1 MONDAY THROUGH
000730*    5 FRIDAY, 6 SATURDAY AND 0 SUNDAY.
000740 77  WS-DAY-N            PIC 9(08) VALUE ZERO.
000750 77  WS-DAY-INT          PIC S9(7) VALUE ZERO.
000760 77  WS-DAY-WEEKS        PIC S9(7) VALUE ZERO.
000770 77  WS-DAY-OF-WEEK      PIC 9(01) VALUE ZERO.
000780     88 WS-WEEKEND-DAY              VALUE 0 6.
000790
000800*
000810******************************************************************
000820* CHANGE-LOG WORK FIELDS (SEE DCLCLOG): THE BEFORE IMAGE IS      *
000830* TAKEN AHEAD OF THE CHANGE, THE AFTER IMAGE RE-READ ONCE IT IS  *
000840* MADE, AND THE LOG ROW RIDES THE CHANGE'S OWN UNIT OF WORK.     *
000850******************************************************************
000860 77  WS-CL-ASKTIME       PIC S9(15) COMP-3 VALUE ZERO.
000870 77  WS-CL-REGION        PIC X(08) VALUE 'CASHRGN '.
000880 01  WS-HCAL-COMMAREA.
000890     05 WS-HC-REQ        PIC X(01).
000900     05 WS-HC-CALCODE    PIC X(08).
000910     05 WS-HC-HOLDT      PIC X(08).
000920     05 WS-HC-DESCR      PIC X(20).
000930     05 WS-HC-RETCODE    PIC X(10).
000940     05 WS-HC-USERID     PIC X(08).
000950
000960 LINKAGE SECTION.
000970 01  DFHCOMMAREA.
000980     05 LK-COMMAREA   PIC X(01) OCCURS 1 TO 32767 TIMES
000990         DEPENDING ON EIBCALEN.
001000 PROCEDURE DIVISION.
001010*
001020 0000-MAINLINE.
001030     MOVE DFHCOMMAREA(1:EIBCALEN) TO WS-HCAL-COMMAREA
001040
001050     DISPLAY 'REQ   :'   WS-HC-REQ
001060     DISPLAY 'CAL   :'   WS-HC-CALCODE
001070     DISPLAY 'DATE  :'   WS-HC-HOLDT
001080
001090     MOVE SPACES TO WS-HC-RETCODE
001100
001110     IF WS-HC-CALCODE = SPACES
001120         MOVE 'BAD KEY' TO WS-HC-RETCODE
001130         GO TO 0000-MAINLINE-EXIT
001140     END-IF
001150
001160     PERFORM 0500-EDIT-HOLDT
001170         THRU 0500-EDIT-HOLDT-EXIT
001180     IF WS-EDIT-BAD
001190         GO TO 0000-MAINLINE-EXIT
001200     END-IF
001210
001220*    QUERIES STAY OPEN; ANYTHING THAT CHANGES THE CALENDAR
001230*    NEEDS THE 'H' FUNCTION ON THE CALLER'S USERENT ROW.
001240     IF WS-HC-REQ = 'A' OR WS-HC-REQ = 'U' OR WS-HC-REQ = 'E'
001250         PERFORM 0800-ENTITLE-CHECK
001260             THRU 0800-ENTITLE-CHECK-EXIT
001270         IF NOT WS-ENTITLED
001280             GO TO 0000-MAINLINE-EXIT
001290         END-IF
001300     END-IF
001310
001320     EVALUATE WS-HC-REQ
001330         WHEN 'A'
001340             PERFORM 1000-HCAL-ADD
001350                 THRU 1000-HCAL-ADD-EXIT
001360         WHEN 'Q'
001370             PERFORM 2000-HCAL-QUERY
001380                 THRU 2000-HCAL-QUERY-EXIT
001390         WHEN 'U'
001400             PERFORM 3000-HCAL-UPDATE
001410                 THRU 3000-HCAL-UPDATE-EXIT
001420         WHEN 'E'
001430             PERFORM 4000-HCAL-EXPIRE
001440                 THRU 4000-HCAL-EXPIRE-EXIT
001450         WHEN OTHER
001460             MOVE 'BAD REQ' TO WS-HC-RETCODE
001470     END-EVALUATE
001480     .
001490 0000-MAINLINE-EXIT.
001500     MOVE WS-HCAL-COMMAREA TO DFHCOMMAREA(1:EIBCALEN)
001510
001520     EXEC CICS RETURN END-EXEC.
001530*
001540******************************************************************
001550* 0500-EDIT-HOLDT - THE DATE IS PART OF THE KEY AND FEEDS        *
001560*   INTEGER-OF-DATE HERE AND IN EVERY CALENDAR READER, SO A      *
001570*   NUMERIC-BUT-IMPOSSIBLE DATE MUST REJECT - THE SAME EDIT      *
001580*   CASH09'S 0500-EDIT-EFFDT APPLIES TO RATE DATES. A GOOD DATE  *
001590*   LEAVES ITS DAY OF THE WEEK IN WS-DAY-OF-WEEK.                *
001600******************************************************************
001610 0500-EDIT-HOLDT.
001620     MOVE 'N' TO WS-EDIT-BAD-SW
001630
001640     IF WS-HC-HOLDT NOT NUMERIC
001650         OR WS-HC-HOLDT(5:2) < '01'
001660         OR WS-HC-HOLDT(5:2) > '12'
001670         OR WS-HC-HOLDT(7:2) < '01'
001680         OR WS-HC-HOLDT(7:2) > '31'
001690         MOVE 'BAD HOLDT' TO WS-HC-RETCODE
001700         MOVE 'Y' TO WS-EDIT-BAD-SW
001710         GO TO 0500-EDIT-HOLDT-EXIT
001720     END-IF
001730
001740     MOVE WS-HC-HOLDT TO WS-DAY-N
001750     COMPUTE WS-DAY-INT = FUNCTION INTEGER-OF-DATE(WS-DAY-N)
001760     END-COMPUTE
001770     DIVIDE WS-DAY-INT BY 7 GIVING WS-DAY-WEEKS
001780         REMAINDER WS-DAY-OF-WEEK
001790     .
001800 0500-EDIT-HOLDT-EXIT.
001810     EXIT.
001820*
001830******************************************************************
001840* 0800-ENTITLE-CHECK - THE CALLER NEEDS THE 'H' FUNCTION ON      *
001850*   THEIR USERENT ROW (SEE DCLUENT/CASH22). NO ROW, NO USERID    *
001860*   OR NO 'H' ALL REFUSE 'NOT ENTITL', AND EVERY REFUSAL GOES    *
001870*   TO THE CSHALRT QUEUE SO SECURITY REVIEW SEES WHO TRIED.      *
001880******************************************************************
001890 0800-ENTITLE-CHECK.
001900     MOVE 'N' TO WS-ENTITLED-SW
001910
001920     IF WS-HC-USERID NOT = SPACES
001930         EXEC SQL
001940              SELECT USERID, FUNCS, AMTLIMIT
001950              INTO  :DCLUSERENT
001960              FROM STOCKTRD.USERENT
001970              WHERE USERID = :WS-HC-USERID
001980         END-EXEC
001990
002000         IF SQLCODE = 0
002010             PERFORM 0900-SCAN-ONE-FUNC
002020                 THRU 0900-SCAN-ONE-FUNC-EXIT
002030                 VARYING WS-FUNC-SUB FROM 1 BY 1
002040                 UNTIL WS-FUNC-SUB > 16
002050                 OR WS-ENTITLED
002060         END-IF
002070     END-IF
002080
002090     IF NOT WS-ENTITLED
002100         MOVE 'NOT ENTITL' TO WS-HC-RETCODE
002110         MOVE SPACES TO WS-ENT-ALERT-MSG
002120         STRING 'SECURTY DENIED ' WS-HC-USERID ' FUNC H'
002130             DELIMITED BY SIZE
002140             INTO WS-ENT-ALERT-MSG
002150         END-STRING
002160         EXEC CICS WRITEQ TD QUEUE ('CSHALRT')
002170              FROM   (WS-ENT-ALERT-MSG)
002180              LENGTH (LENGTH OF WS-ENT-ALERT-MSG)
002190         END-EXEC
002200     END-IF
002210     .
002220 0800-ENTITLE-CHECK-EXIT.
002230     EXIT.
002240*
002250 0900-SCAN-ONE-FUNC.
002260     IF UE-FUNCS(WS-FUNC-SUB:1) = 'H'
002270         MOVE 'Y' TO WS-ENTITLED-SW
002280     END-IF
002290     .
002300 0900-SCAN-ONE-FUNC-EXIT.
002310     EXIT.
002320*
002330******************************************************************
002340* 1000-HCAL-ADD - INSERT A NEW HOLIDAY. A WEEKEND IS ALREADY     *
002350*   NON-WORKING AND IS REFUSED. ENQ ON THE CALENDAR CODE SO TWO  *
002360*   CONCURRENT ADDS CAN'T BOTH PASS THE DUPLICATE CHECK, THE     *
002370*   SAME PROTECTION CASH02'S ADD USES.                           *
002380******************************************************************
002390 1000-HCAL-ADD.
002400     IF WS-WEEKEND-DAY
002410         MOVE 'WEEKEND' TO WS-HC-RETCODE
002420         GO TO 1000-HCAL-ADD-EXIT
002430     END-IF
002440
002450     EXEC CICS ENQ RESOURCE (WS-HC-CALCODE)
002460          LENGTH (LENGTH OF WS-HC-CALCODE)
002470     END-EXEC
002480
002490     EXEC SQL
002500          SELECT CALCODE
002510          INTO  :HC-CALCODE
002520          FROM STOCKTRD.HOLCAL
002530          WHERE CALCODE = :WS-HC-CALCODE
002540            AND HOLDT = :WS-HC-HOLDT
002550     END-EXEC
002560
002570     IF SQLCODE = 0
002580         MOVE 'DUPLICATE' TO WS-HC-RETCODE
002590     ELSE
002600         EXEC SQL
002610              INSERT INTO STOCKTRD.HOLCAL(
002620                 CALCODE, HOLDT, DESCR)
002630              VALUES (:WS-HC-CALCODE, :WS-HC-HOLDT,
002640                 :WS-HC-DESCR)
002650         END-EXEC
002660
002670         IF SQLCODE = 0
002680             MOVE 'HOL ADDED' TO WS-HC-RETCODE
002690             MOVE SPACES TO CL-BEFOREIMG
002700             MOVE 'A' TO CL-ACTION
002710             PERFORM 7000-LOG-CHANGE
002720                 THRU 7000-LOG-CHANGE-EXIT
002730         ELSE
002740             MOVE 'ADD FAILED' TO WS-HC-RETCODE
002750         END-IF
002760     END-IF
002770
002780     EXEC CICS DEQ RESOURCE (WS-HC-CALCODE)
002790          LENGTH (LENGTH OF WS-HC-CALCODE)
002800     END-EXEC
002810     .
002820 1000-HCAL-ADD-EXIT.
002830     EXIT.
002840*
002850******************************************************************
002860* 2000-HCAL-QUERY - IS THE DATE A HOLIDAY ON THIS CALENDAR?      *
002870*   'FOUND' WITH ITS DESCRIPTION, 'WEEKEND' FOR AN UNKEYED       *
002880*   SATURDAY OR SUNDAY, OTHERWISE 'NOT FOUND' - A WORKING DAY.   *
002890******************************************************************
002900 2000-HCAL-QUERY.
002910     EXEC SQL
002920          SELECT CALCODE, HOLDT, DESCR
002930          INTO  :DCLHOLCAL
002940          FROM STOCKTRD.HOLCAL
002950          WHERE CALCODE = :WS-HC-CALCODE
002960            AND HOLDT = :WS-HC-HOLDT
002970     END-EXEC
002980
002990     IF SQLCODE = 0
003000         MOVE HC-DESCR    TO WS-HC-DESCR
003010         MOVE 'FOUND'     TO WS-HC-RETCODE
003020     ELSE
003030         MOVE SPACES      TO WS-HC-DESCR
003040         IF WS-WEEKEND-DAY
003050             MOVE 'WEEKEND'   TO WS-HC-RETCODE
003060         ELSE
003070             MOVE 'NOT FOUND' TO WS-HC-RETCODE
003080         END-IF
003090     END-IF
003100     .
003110 2000-HCAL-QUERY-EXIT.
003120     EXIT.
003130*
003140******************************************************************
003150* 3000-HCAL-UPDATE - REPLACE THE DESCRIPTION ON AN EXISTING ROW  *
003160******************************************************************
003170 3000-HCAL-UPDATE.
003180     PERFORM 6000-READ-IMAGE
003190         THRU 6000-READ-IMAGE-EXIT
003200     MOVE SPACES TO CL-BEFOREIMG
003210     IF SQLCODE = 0
003220         MOVE DCLHOLCAL TO CL-BEFOREIMG
003230     END-IF
003240
003250     EXEC SQL
003260          UPDATE STOCKTRD.HOLCAL
003270          SET DESCR = :WS-HC-DESCR
003280          WHERE CALCODE = :WS-HC-CALCODE
003290            AND HOLDT = :WS-HC-HOLDT
003300     END-EXEC
003310
003320     IF SQLCODE = 0
003330         MOVE SQLERRD(3) TO WS-ROWCOUNT
003340         IF WS-ROWCOUNT > ZERO
003350             MOVE 'HOL UPDT' TO WS-HC-RETCODE
003360             MOVE 'U' TO CL-ACTION
003370             PERFORM 7000-LOG-CHANGE
003380                 THRU 7000-LOG-CHANGE-EXIT
003390         ELSE
003400             MOVE 'NOT FOUND' TO WS-HC-RETCODE
003410         END-IF
003420     ELSE
003430         MOVE 'UPDT FAILD' TO WS-HC-RETCODE
003440     END-IF
003450     .
003460 3000-HCAL-UPDATE-EXIT.
003470     EXIT.
003480*
003490******************************************************************
003500* 4000-HCAL-EXPIRE - REMOVE THE HOLIDAY. NO ROW MEANS THE DATE   *
003510*   IS A WORKING DAY AGAIN FOR EVERY CALENDAR READER.            *
003520******************************************************************
003530 4000-HCAL-EXPIRE.
003540     PERFORM 6000-READ-IMAGE
003550         THRU 6000-READ-IMAGE-EXIT
003560     MOVE SPACES TO CL-BEFOREIMG
003570     IF SQLCODE = 0
003580         MOVE DCLHOLCAL TO CL-BEFOREIMG
003590     END-IF
003600
003610     EXEC SQL
003620          DELETE FROM STOCKTRD.HOLCAL
003630          WHERE CALCODE = :WS-HC-CALCODE
003640            AND HOLDT = :WS-HC-HOLDT
003650     END-EXEC
003660
003670     IF SQLCODE = 0
003680         MOVE SQLERRD(3) TO WS-ROWCOUNT
003690         IF WS-ROWCOUNT > ZERO
003700             MOVE 'HOL EXPRD' TO WS-HC-RETCODE
003710             MOVE 'E' TO CL-ACTION
003720             PERFORM 7000-LOG-CHANGE
003730                 THRU 7000-LOG-CHANGE-EXIT
003740         ELSE
003750             MOVE 'NOT FOUND' TO WS-HC-RETCODE
003760         END-IF
003770     ELSE
003780         MOVE 'EXPR FAILD' TO WS-HC-RETCODE
003790     END-IF
003800     .
003810 4000-HCAL-EXPIRE-EXIT.
003820     EXIT.
003830*
003840******************************************************************
003850* 6000-READ-IMAGE - THE WHOLE ROW FOR THE TRANSACTION'S KEY,     *
003860*   INTO ITS DCLGEN HOST STRUCTURE, FOR THE CHANGE-LOG IMAGES    *
003870******************************************************************
003880 6000-READ-IMAGE.
003890     EXEC SQL
003900          SELECT CALCODE, HOLDT, DESCR
003910          INTO  :DCLHOLCAL
003920          FROM STOCKTRD.HOLCAL
003930          WHERE CALCODE = :WS-HC-CALCODE
003940            AND HOLDT = :WS-HC-HOLDT
003950     END-EXEC
003960     .
003970 6000-READ-IMAGE-EXIT.
003980     EXIT.
003990*
004000******************************************************************
004010* 7000-LOG-CHANGE - WRITE THE CHGLOG ROW FOR THE CHANGE JUST     *
004020*   MADE (CL-ACTION AND CL-BEFOREIMG SET BY THE CALLER). THE     *
004030*   AFTER IMAGE IS THE ROW AS IT NOW STANDS - BLANK WHEN THE     *
004040*   CHANGE DELETED IT. A CHANGE THAT CANNOT BE LOGGED IS ROLLED  *
004050*   BACK: AN UNAUDITED REFERENCE-DATA CHANGE IS WORSE THAN NONE. *
004060******************************************************************
004070 7000-LOG-CHANGE.
004080     MOVE SPACES TO CL-AFTERIMG
004090     PERFORM 6000-READ-IMAGE
004100         THRU 6000-READ-IMAGE-EXIT
004110     IF SQLCODE = 0
004120         MOVE DCLHOLCAL TO CL-AFTERIMG
004130     END-IF
004140
004150     MOVE 'HOLCAL' TO CL-TABNAME
004160     MOVE SPACES TO CL-TABKEY
004170     MOVE WS-HC-CALCODE TO CL-TABKEY(1:8)
004180     MOVE WS-HC-HOLDT TO CL-TABKEY(10:8)
004190     MOVE WS-HC-USERID TO CL-USERID
004200     MOVE 'CASH33' TO CL-PGMNAME
004210
004220     EXEC CICS ASKTIME ABSTIME (WS-CL-ASKTIME) END-EXEC
004230     EXEC CICS FORMATTIME ABSTIME (WS-CL-ASKTIME)
004240          YYYYMMDD (CL-CHGDT)
004250          TIME     (CL-CHGTM)
004260     END-EXEC
004270
004280     EXEC SQL
004290          SELECT BUSDT
004300          INTO  :CL-BUSDT
004310          FROM STOCKTRD.BUSDATE
004320          WHERE REGIONID = :WS-CL-REGION
004330     END-EXEC
004340     IF SQLCODE NOT = 0
004350         MOVE CL-CHGDT TO CL-BUSDT
004360     END-IF
004370
004380     EXEC SQL
004390          INSERT INTO STOCKTRD.CHGLOG(
004400             TABNAME, TABKEY, ACTION, USERID, PGMNAME,
004410             CHGDT, CHGTM, BUSDT, BEFOREIMG, AFTERIMG)
004420          VALUES (:CL-TABNAME, :CL-TABKEY, :CL-ACTION,
004430             :CL-USERID, :CL-PGMNAME, :CL-CHGDT, :CL-CHGTM,
004440             :CL-BUSDT, :CL-BEFOREIMG, :CL-AFTERIMG)
004450     END-EXEC
004460
004470     IF SQLCODE NOT = 0
004480         EXEC CICS SYNCPOINT ROLLBACK END-EXEC
004490         MOVE 'LOG FAILED' TO WS-HC-RETCODE
004500     END-IF
004510     .
004520 7000-LOG-CHANGE-EXIT.
004530     EXIT.
