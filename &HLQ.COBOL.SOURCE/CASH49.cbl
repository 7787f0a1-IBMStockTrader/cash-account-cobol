000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. CASH49.
000120 AUTHOR. D-L CASH MANAGEMENT SUPPORT.
000130 INSTALLATION. STOCKTRD - CASH ACCOUNT SERVICES.
000140 DATE-WRITTEN. 2026-10-15.
000150 DATE-COMPILED.
000160******************************************************************
000170* MODIFICATION HISTORY                                           *
000180*  DATE       BY    DESCRIPTION                                  *
000190*  2026-10-15 DLM   INITIAL VERSION - YEAR-END INTEREST AND      *
000200*                    WITHHOLDING STATEMENT FILE PER CUSTOMER,    *
000210*                    RECONCILED TO THE YEAR'S REMITTANCE         *
000220*                    EXTRACTS.                                   *
000230*  2026-10-15 DLM   ONLY FILES THAT OPENED ARE CLOSED.           *
000240******************************************************************
000250*
000260******************************************************************
000270* CASH01 CREDITS INTEREST ('I' HISTORY RECORDS, GROSS IN THE     *
000280* AMOUNT FIELD) AND WITHHOLDS TAX AT SOURCE FOR THE OWNERS THE   *
000290* TAX DESK LISTS ON OWNERTAX ('W' RECORDS, PLUS A DETAIL ON THE  *
000300* RUN'S TAXRFILE REMITTANCE EXTRACT); CASH07 POSTS BACK-VALUED   *
000310* INTEREST ADJUSTMENTS AS 'I' RECORDS TOO. THIS JOB GATHERS A    *
000320* TAX YEAR OF THOSE RECORDS FROM THE CASH08 ARCHIVE GENERATIONS  *
000330* AND THE LIVE HISTORY FILE, TOTALS THEM PER OWNER AND CURRENCY, *
000340* AND WRITES ONE STATEMENT PER CUSTMAST CUSTOMER TO THE PRINT    *
000350* HOUSE FILE (STMTFILE): THE CUSTOMER'S ADDRESS AND OWNERTAX     *
000360* STATUS AND AUTHORITY, THEN ONE LINE PER CURRENCY WITH THE      *
000370* INTEREST CREDITED, INTEREST CHARGED, REPORTABLE GROSS, TAX     *
000380* WITHHELD AND NET. A RECORD IS IN THE YEAR OF ITS LEDGER        *
000390* BUSINESS DATE (WS-VR-BUSDT; THE KEY DATE ON RECORDS OLDER      *
000400* THAN THAT FIELD), THE SAME DATE CASH01 STAMPS ON THE           *
000410* REMITTANCE DETAIL. A RECORD FOUND BOTH IN AN ARCHIVE AND IN    *
000420* THE LIVE FILE (A PURGE CASH08 COULD NOT FINISH) COUNTS ONCE.   *
000430*                                                                *
000440* HISTORY CARRIES THE FIRST 15 CHARACTERS OF THE OWNER, SO AN    *
000450* OWNER IS MATCHED TO THE CUSTOMER WHOSE LEGAL NAME STARTS WITH  *
000460* THEM, AS CASH04 AND CASH46 MATCH. NAMES THAT MATCH NO CUSTOMER *
000470* (LEGACY SPELLINGS, PRE-MERGE NAMES) AND NAMES SHARED BY TWO    *
000480* CUSTOMERS GET NO STATEMENT - THEY ARE LISTED WITH THEIR        *
000490* AMOUNTS FOR THE HELP DESK TO ISSUE BY HAND. A CUSTOMER WITH NO *
000500* INTEREST OR TAX IN THE YEAR GETS NO STATEMENT.                 *
000510*                                                                *
000520* THE RECONCILIATION PROVES EACH REMITTANCE GENERATION AGAINST   *
000530* ITS OWN 'T' TRAILER, THEN, CURRENCY BY CURRENCY, THAT THE      *
000540* WITHHOLDINGS ON THE STATEMENTS PLUS THOSE LISTED AS NOT        *
000550* ISSUED AGREE - COUNT, GROSS AND TAX - WITH THE YEAR'S          *
000560* REMITTANCE DETAILS. A BREAK OR A BAD GENERATION FAILS THE RUN  *
000570* AND THE STATEMENT FILE MUST NOT BE RELEASED.                   *
000580*                                                                *
000590* SYSIN, ONE VALUE PER CARD (A BLANK CARD TAKES THE DEFAULT):    *
000600*   1  TAX YEAR     YYYY (BLANK = THE YEAR BEFORE THE BUSINESS   *
000610*                   DATE'S, FOR THE USUAL JANUARY RUN)           *
000620* DD ARCHIN   EVERY CASH08 ARCHIVE GENERATION THAT CAN HOLD THE  *
000630*             YEAR, CONCATENATED (DD DUMMY WHEN NONE)            *
000640* DD REMITIN  EVERY CASH01 TAXRFILE GENERATION OF THE YEAR,      *
000650*             CONCATENATED, PLUS THE FIRST RUNS OF THE NEW YEAR  *
000660*             - ONLY DETAILS DATED IN THE TAX YEAR ARE COUNTED   *
000670******************************************************************
000680 ENVIRONMENT DIVISION.
000690 CONFIGURATION SECTION.
000700 SOURCE-COMPUTER. IBM-370.
000710 OBJECT-COMPUTER. IBM-370.
000720 INPUT-OUTPUT SECTION.
000730 FILE-CONTROL.
000740     SELECT HISTORY-FILE ASSIGN TO HISTFILE
000750         ORGANIZATION IS INDEXED
000760         ACCESS MODE IS DYNAMIC
000770         RECORD KEY IS WS-VR-KEY
000780         FILE STATUS IS WS-HIST-FSTAT.
000790     SELECT ARCH-FILE ASSIGN TO ARCHIN
000800         ORGANIZATION IS SEQUENTIAL
000810         FILE STATUS IS WS-ARCH-FSTAT.
000820     SELECT REMIT-FILE ASSIGN TO REMITIN
000830         ORGANIZATION IS SEQUENTIAL
000840         FILE STATUS IS WS-REMIT-FSTAT.
000850     SELECT STMT-FILE ASSIGN TO STMTFILE
000860         ORGANIZATION IS SEQUENTIAL
000870         FILE STATUS IS WS-STMT-FSTAT.
000880     SELECT SORT-FILE ASSIGN TO SORTWK1.
000890 DATA DIVISION.
000900 FILE SECTION.
000910 FD  HISTORY-FILE
000920     LABEL RECORDS ARE STANDARD.
000930     COPY DCLHIST.
000940 FD  ARCH-FILE
000950     LABEL RECORDS ARE STANDARD.
000960 01  ARCH-RECORD          PIC X(172).
000970 FD  REMIT-FILE
000980     LABEL RECORDS ARE STANDARD.
000990******************************************************************
001000* CASH01'S TAX REMITTANCE EXTRACT (SEE ITS REMIT-RECORD): 'D'    *
001010* ONE WITHHOLDING, 'S' CURRENCY-AND-AUTHORITY SUBTOTAL, 'T' THE  *
001020* GENERATION'S GRAND TRAILER.                                    *
001030******************************************************************
001040 01  REMIT-RECORD.
001050     05 RM-REC-TYPE       PIC X(01).
001060     05 RM-OWNER          PIC X(32).
001070     05 RM-CURRENCY       PIC X(08).
001080     05 RM-TAXAUTH        PIC X(08).
001090     05 RM-GROSS          PIC 9(7)V99.
001100     05 RM-TAX            PIC 9(7)V99.
001110     05 RM-NET            PIC 9(7)V99.
001120     05 RM-BUSDT          PIC X(08).
001130     05 FILLER            PIC X(06).
001140 FD  STMT-FILE
001150     LABEL RECORDS ARE STANDARD.
001160******************************************************************
001170* PRINT-HOUSE STATEMENT RECORD. 'H' OPENS THE FILE; EACH         *
001180* STATEMENT IS ONE 'C' CUSTOMER RECORD (ADDRESS AND TAX STATUS)  *
001190* FOLLOWED BY ITS 'D' CURRENCY LINES; 'T' CLOSES THE FILE WITH   *
001200* THE STATEMENT AND LINE COUNTS AND THE HASH TOTALS OF THE       *
001210* LINES' GROSS AND TAX. AMOUNTS ARE UNSIGNED WITH TWO IMPLIED    *
001220* DECIMALS IN THE LINE'S CURRENCY; GROSS AND NET CARRY A SIGN    *
001230* BYTE ('-' WHEN BACK-VALUED CHARGES EXCEED THE INTEREST         *
001240* CREDITED, OTHERWISE SPACE). TAX STATUS IS OWNERTAX'S AS AT THE *
001250* RUN ('W' WITHHOLD, 'E' EXEMPT, SPACE NOT LISTED).              *
001260******************************************************************
001270 01  STMT-RECORD.
001280     05 ST-REC-TYPE       PIC X(01).
001290     05 ST-REC-BODY       PIC X(199).
001300 01  STMT-HEADER REDEFINES STMT-RECORD.
001310     05 FILLER            PIC X(01).
001320     05 SH-FILEID         PIC X(16).
001330     05 SH-TAXYEAR        PIC X(04).
001340     05 SH-CREDT          PIC X(08).
001350     05 SH-ISSUER         PIC X(35).
001360     05 FILLER            PIC X(136).
001370 01  STMT-CUSTOMER REDEFINES STMT-RECORD.
001380     05 FILLER            PIC X(01).
001390     05 SC-CUSTID         PIC X(08).
001400     05 SC-LEGALNAME      PIC X(32).
001410     05 SC-ADDRLINE1      PIC X(32).
001420     05 SC-ADDRLINE2      PIC X(32).
001430     05 SC-COUNTRY        PIC X(02).
001440     05 SC-TAXYEAR        PIC X(04).
001450     05 SC-TAXSTAT        PIC X(01).
001460     05 SC-TAXAUTH        PIC X(08).
001470     05 SC-TAXRATE        PIC 9V9(6).
001480     05 SC-LINES          PIC 9(03).
001490     05 FILLER            PIC X(70).
001500 01  STMT-DETAIL REDEFINES STMT-RECORD.
001510     05 FILLER            PIC X(01).
001520     05 SD-CUSTID         PIC X(08).
001530     05 SD-CURRENCY       PIC X(08).
001540     05 SD-CREDITED       PIC 9(9)V99.
001550     05 SD-CHARGED        PIC 9(9)V99.
001560     05 SD-GROSS          PIC 9(9)V99.
001570     05 SD-GROSS-SIGN     PIC X(01).
001580     05 SD-TAX            PIC 9(9)V99.
001590     05 SD-NET            PIC 9(9)V99.
001600     05 SD-NET-SIGN       PIC X(01).
001610     05 SD-POSTINGS       PIC 9(05).
001620     05 FILLER            PIC X(120).
001630 01  STMT-TRAILER REDEFINES STMT-RECORD.
001640     05 FILLER            PIC X(01).
001650     05 STT-FILEID        PIC X(16).
001660     05 STT-STATEMENTS    PIC 9(07).
001670     05 STT-LINES         PIC 9(07).
001680     05 STT-HASH-GROSS    PIC 9(11)V99.
001690     05 STT-HASH-TAX      PIC 9(11)V99.
001700     05 FILLER            PIC X(143).
001710 SD  SORT-FILE.
001720 01  SORT-RECORD.
001730     05 SR-NAME           PIC X(15).
001740     05 SR-CURRENCY       PIC X(08).
001750     05 SR-DATE           PIC X(08).
001760     05 SR-TIME           PIC X(06).
001770     05 SR-SEQ            PIC 9(02).
001780     05 SR-REQ            PIC X(01).
001790     05 SR-AMOUNT         PIC 9(7)V99.
001800     05 SR-SIGN           PIC X(01).
001810 WORKING-STORAGE SECTION.
001820     EXEC SQL
001830         INCLUDE SQLCA
001840     END-EXEC.
001850     EXEC SQL
001860         INCLUDE DCLCUST
001870     END-EXEC.
001880     EXEC SQL
001890         INCLUDE DCLOTAX
001900     END-EXEC.
001910     EXEC SQL
001920         INCLUDE DCLBDAT
001930     END-EXEC.
001940     EXEC SQL
001950         INCLUDE DCLRUNC
001960     END-EXEC.
001970*
001980******************************************************************
001990* WORKING STORAGE - PARAMETERS, COUNTERS AND SWITCHES            *
002000******************************************************************
002010 77  WS-PARM-TAXYEAR         PIC X(04) VALUE SPACES.
002020 77  WS-TAXYEAR              PIC X(04) VALUE SPACES.
002030 77  WS-TAXYEAR-N            PIC 9(04) VALUE ZERO.
002040 77  WS-HIST-FSTAT           PIC X(02) VALUE '00'.
002050 77  WS-ARCH-FSTAT           PIC X(02) VALUE '00'.
002060 77  WS-REMIT-FSTAT          PIC X(02) VALUE '00'.
002070 77  WS-STMT-FSTAT           PIC X(02) VALUE '00'.
002080 77  WS-TODAY-X              PIC X(08) VALUE SPACES.
002090 77  WS-NOW-TIME             PIC X(06) VALUE SPACES.
002100 77  WS-REGIONID             PIC X(08) VALUE 'CASHRGN '.
002110 77  WS-BUSDT                PIC X(08) VALUE SPACES.
002120 77  WS-REC-YEAR             PIC X(04) VALUE SPACES.
002130 77  WS-ARCH-EOF-SW          PIC X(01) VALUE 'N'.
002140     88 WS-ARCH-EOF                    VALUE 'Y'.
002150 77  WS-HIST-EOF-SW          PIC X(01) VALUE 'N'.
002160     88 WS-HIST-EOF                    VALUE 'Y'.
002170 77  WS-REMIT-EOF-SW         PIC X(01) VALUE 'N'.
002180     88 WS-REMIT-EOF                   VALUE 'Y'.
002190 77  WS-SORT-EOF-SW          PIC X(01) VALUE 'N'.
002200     88 WS-SORT-EOF                    VALUE 'Y'.
002210 77  WS-STMT-OPEN-SW         PIC X(01) VALUE 'N'.
002220     88 WS-STMT-OPEN                   VALUE 'Y'.
002230 77  WS-REMIT-OPEN-SW        PIC X(01) VALUE 'N'.
002240     88 WS-REMIT-OPEN                  VALUE 'Y'.
002250 77  WS-ARCH-OPEN-SW         PIC X(01) VALUE 'N'.
002260     88 WS-ARCH-OPEN                   VALUE 'Y'.
002270 77  WS-HIST-OPEN-SW         PIC X(01) VALUE 'N'.
002280     88 WS-HIST-OPEN                   VALUE 'Y'.
002290 77  WS-TAX-FOUND-SW         PIC X(01) VALUE 'N'.
002300     88 WS-TAX-FOUND                   VALUE 'Y'.
002310 77  WS-RUN-ERROR-SW         PIC X(01) VALUE 'N'.
002320     88 WS-RUN-ERROR                   VALUE 'Y'.
002330 77  WS-RECON-BREAK-SW       PIC X(01) VALUE 'N'.
002340     88 WS-RECON-BREAK                 VALUE 'Y'.
002350 77  WS-ARCH-READ            PIC 9(9) COMP VALUE ZERO.
002360 77  WS-HIST-READ            PIC 9(9) COMP VALUE ZERO.
002370 77  WS-RECS-SELECTED        PIC 9(9) COMP VALUE ZERO.
002380 77  WS-RECS-REPEATED        PIC 9(9) COMP VALUE ZERO.
002390 77  WS-RECS-NOAMOUNT        PIC 9(9) COMP VALUE ZERO.
002400 77  WS-W-UNPAIRED           PIC 9(9) COMP VALUE ZERO.
002410 77  WS-OWNERS-SEEN          PIC 9(7) COMP VALUE ZERO.
002420 77  WS-CUST-READ            PIC 9(7) COMP VALUE ZERO.
002430 77  WS-CUST-NOINT           PIC 9(7) COMP VALUE ZERO.
002440 77  WS-NOT-ISSUED           PIC 9(7) COMP VALUE ZERO.
002450 77  WS-STATEMENTS           PIC 9(7) VALUE ZERO.
002460 77  WS-LINES                PIC 9(7) VALUE ZERO.
002470 77  WS-HASH-GROSS           PIC 9(11)V99 COMP-3 VALUE ZERO.
002480 77  WS-HASH-TAX             PIC 9(11)V99 COMP-3 VALUE ZERO.
002490 77  WS-WORK-GROSS           PIC S9(9)V99 COMP-3 VALUE ZERO.
002500 77  WS-WORK-NET             PIC S9(9)V99 COMP-3 VALUE ZERO.
002510******************************************************************
002520* THE FILE'S IDENTITY - 'YS' + CREATION DATE AND TIME, ON THE    *
002530* HEADER AND THE TRAILER                                         *
002540******************************************************************
002550 01  WS-FILEID.
002560     05 FILLER               PIC X(02) VALUE 'YS'.
002570     05 WS-FID-DATE          PIC X(08) VALUE SPACES.
002580     05 WS-FID-TIME          PIC X(06) VALUE SPACES.
002590 77  WS-ISSUER-NAME          PIC X(35)
002600               VALUE 'STOCKTRADER CASH ACCOUNT SERVICES'.
002610*    THE RECORD IN HAND, RETURNED FROM THE SORT, AND THE KEY OF
002620*    THE ONE BEFORE IT - THE SAME KEY TWICE IS ONE RECORD SEEN IN
002630*    AN ARCHIVE AND IN THE LIVE FILE.
002640 01  WS-REC.
002650     05 WS-REC-NAME          PIC X(15).
002660     05 WS-REC-CURRENCY      PIC X(08).
002670     05 WS-REC-DATE          PIC X(08).
002680     05 WS-REC-TIME          PIC X(06).
002690     05 WS-REC-SEQ           PIC 9(02).
002700     05 WS-REC-REQ           PIC X(01).
002710     05 WS-REC-AMOUNT        PIC 9(7)V99.
002720     05 WS-REC-SIGN          PIC X(01).
002730 01  WS-PREV-KEY.
002740     05 WS-PREV-NAME         PIC X(15) VALUE SPACES.
002750     05 WS-PREV-DATE         PIC X(08) VALUE SPACES.
002760     05 WS-PREV-TIME         PIC X(06) VALUE SPACES.
002770     05 WS-PREV-SEQ          PIC 9(02) VALUE ZERO.
002780 77  WS-CUR-OWNER            PIC X(15) VALUE SPACES.
002790*    THE LAST 'I' RECORD OF THE CURRENCY IN HAND. CASH01 STAGES
002800*    A WITHHOLDING'S 'W' RECORD WITH THE SAME DATE AND TIME AS
002810*    ITS ACCRUAL, SO THE 'W' SORTS STRAIGHT AFTER IT AND THE
002820*    ACCRUAL'S GROSS IS THE GROSS THE REMITTANCE DETAIL CARRIES.
002830 77  WS-LASTI-DATE           PIC X(08) VALUE SPACES.
002840 77  WS-LASTI-TIME           PIC X(06) VALUE SPACES.
002850 77  WS-LASTI-AMOUNT         PIC 9(7)V99 VALUE ZERO.
002860******************************************************************
002870* CUSTOMER MATCH. THE CURSOR COMES IN LEGAL NAME ORDER;          *
002880* CUSTOMERS WHOSE NAMES SHARE THE 15-CHARACTER HISTORY PREFIX    *
002890* ARE GROUPED (WS-CG-COUNT > 1 MEANS THE OWNER CANNOT BE TOLD    *
002900* APART). THE NEXT CUSTOMER IS FETCHED AHEAD INTO WS-NX-CUST.    *
002910******************************************************************
002920 77  WS-CUST-EOF-SW          PIC X(01) VALUE 'N'.
002930     88 WS-CUST-EOF                    VALUE 'Y'.
002940 77  WS-NX-EOF-SW            PIC X(01) VALUE 'N'.
002950     88 WS-NX-EOF                      VALUE 'Y'.
002960 77  WS-CG-FOUND-SW          PIC X(01) VALUE 'N'.
002970     88 WS-CG-FOUND                    VALUE 'Y'.
002980 77  WS-CG-KEY               PIC X(15) VALUE SPACES.
002990 77  WS-CG-COUNT             PIC 9(3) COMP VALUE ZERO.
003000 77  WS-CG-OTHER-ID          PIC X(08) VALUE SPACES.
003010 01  WS-CG-CUST.
003020     05 WS-CG-CUSTID         PIC X(08).
003030     05 WS-CG-LEGALNAME      PIC X(32).
003040     05 WS-CG-ADDRLINE1      PIC X(32).
003050     05 WS-CG-ADDRLINE2      PIC X(32).
003060     05 WS-CG-COUNTRY        PIC X(02).
003070     05 WS-CG-CSTATUS        PIC X(01).
003080     05 WS-CG-FXTIER         PIC X(01).
003090 01  WS-NX-CUST.
003100     05 WS-NX-CUSTID         PIC X(08).
003110     05 WS-NX-LEGALNAME      PIC X(32).
003120     05 WS-NX-ADDRLINE1      PIC X(32).
003130     05 WS-NX-ADDRLINE2      PIC X(32).
003140     05 WS-NX-COUNTRY        PIC X(02).
003150     05 WS-NX-CSTATUS        PIC X(01).
003160     05 WS-NX-FXTIER         PIC X(01).
003170******************************************************************
003180* ONE OWNER'S YEAR, BY CURRENCY                                  *
003190******************************************************************
003200 77  WS-OC-MAX               PIC 9(3) COMP VALUE 20.
003210 77  WS-OC-CNT               PIC 9(3) COMP VALUE ZERO.
003220 77  WS-OC-SUB               PIC 9(3) COMP VALUE ZERO.
003230 77  WS-OC-FULL-SW           PIC X(01) VALUE 'N'.
003240     88 WS-OC-FULL                     VALUE 'Y'.
003250 01  WS-OC-TABLE.
003260     05 WS-OC-ENTRY OCCURS 20 TIMES.
003270        10 WS-OC-CURRENCY    PIC X(08).
003280        10 WS-OC-CREDITED    PIC S9(9)V99 COMP-3.
003290        10 WS-OC-CHARGED     PIC S9(9)V99 COMP-3.
003300        10 WS-OC-TAX         PIC S9(9)V99 COMP-3.
003310        10 WS-OC-WHGROSS     PIC S9(9)V99 COMP-3.
003320        10 WS-OC-WHCOUNT     PIC 9(7) COMP.
003330        10 WS-OC-POSTINGS    PIC 9(5) COMP.
003340******************************************************************
003350* THE YEAR BY CURRENCY, FOR THE RECONCILIATION: WITHHOLDINGS ON  *
003360* THE STATEMENTS, WITHHOLDINGS ON OWNERS LISTED AS NOT ISSUED,   *
003370* AND THE REMITTANCE DETAILS DATED IN THE YEAR                   *
003380******************************************************************
003390 77  WS-YC-MAX               PIC 9(3) COMP VALUE 50.
003400 77  WS-YC-CNT               PIC 9(3) COMP VALUE ZERO.
003410 77  WS-YC-HIT               PIC 9(3) COMP VALUE ZERO.
003420 77  WS-YC-SUB               PIC 9(3) COMP VALUE ZERO.
003430 77  WS-YC-CCY               PIC X(08) VALUE SPACES.
003440 77  WS-YC-FOUND-SW          PIC X(01) VALUE 'N'.
003450     88 WS-YC-FOUND                    VALUE 'Y'.
003460 01  WS-YC-TABLE.
003470     05 WS-YC-ENTRY OCCURS 50 TIMES.
003480        10 WS-YC-CURRENCY    PIC X(08).
003490        10 WS-YC-INTEREST    PIC S9(11)V99 COMP-3.
003500        10 WS-YC-ST-COUNT    PIC 9(7) COMP.
003510        10 WS-YC-ST-GROSS    PIC S9(11)V99 COMP-3.
003520        10 WS-YC-ST-TAX      PIC S9(11)V99 COMP-3.
003530        10 WS-YC-NI-COUNT    PIC 9(7) COMP.
003540        10 WS-YC-NI-GROSS    PIC S9(11)V99 COMP-3.
003550        10 WS-YC-NI-TAX      PIC S9(11)V99 COMP-3.
003560        10 WS-YC-RM-COUNT    PIC 9(7) COMP.
003570        10 WS-YC-RM-GROSS    PIC S9(11)V99 COMP-3.
003580        10 WS-YC-RM-TAX      PIC S9(11)V99 COMP-3.
003590******************************************************************
003600* REMITTANCE GENERATION PROOF - THE DETAILS SINCE THE LAST 'T'   *
003610* TRAILER, CHECKED AGAINST THE NEXT ONE                          *
003620******************************************************************
003630 77  WS-GEN-NO               PIC 9(5) COMP VALUE ZERO.
003640 77  WS-GEN-DETAILS          PIC 9(7) COMP VALUE ZERO.
003650 77  WS-GEN-GROSS            PIC S9(11)V99 COMP-3 VALUE ZERO.
003660 77  WS-GEN-TAX              PIC S9(11)V99 COMP-3 VALUE ZERO.
003670 77  WS-RM-READ              PIC 9(9) COMP VALUE ZERO.
003680 77  WS-RM-OTHER-YEAR        PIC 9(9) COMP VALUE ZERO.
003690******************************************************************
003700* REPORT EDIT FIELDS                                             *
003710******************************************************************
003720 77  WS-ED-AMT1              PIC -(10)9.99.
003730 77  WS-ED-AMT2              PIC -(10)9.99.
003740 77  WS-ED-AMT3              PIC -(10)9.99.
003750 77  WS-ED-AMT4              PIC -(10)9.99.
003760 77  WS-ED-CNT1              PIC Z(9)9.
003770 77  WS-ED-CNT2              PIC Z(9)9.
003780 77  WS-ED-CNT3              PIC Z(9)9.
003790 77  WS-ED-CNT4              PIC -(9)9.
003800 77  WS-ED-COUNT             PIC Z(8)9.
003810 77  WS-DIFF-AMT             PIC S9(11)V99 COMP-3 VALUE ZERO.
003820 77  WS-DIFF-CNT             PIC S9(9) COMP VALUE ZERO.
003830 77  WS-NI-REASON            PIC X(14) VALUE SPACES.
003840******************************************************************
003850* BATCH RUN-CONTROL (SEE DCLRUNC): THIS JOB REGISTERS ON         *
003860* RUNCTL AND MARKS ITSELF COMPLETE OR FAILED AT END OF RUN. IT   *
003870* RUNS ONCE A YEAR, AFTER THE YEAR'S LAST CASH01 ACCRUAL, AND    *
003880* READS NOTHING THE NIGHT WINDOW IS STILL WRITING, SO IT HAS NO  *
003890* PREDECESSORS.                                                  *
003900******************************************************************
003910 77  WS-RC-JOBNAME           PIC X(08) VALUE 'CASH49  '.
003920 77  WS-RC-REGION            PIC X(08) VALUE 'CASHRGN '.
003930 77  WS-RC-BUSDT             PIC X(08) VALUE SPACES.
003940 77  WS-RC-TIME              PIC X(06) VALUE SPACES.
003950 PROCEDURE DIVISION.
003960*
003970 0000-MAINLINE.
003980     PERFORM 1000-INITIALIZE
003990         THRU 1000-INITIALIZE-EXIT
004000     IF NOT WS-RUN-ERROR
004010         PERFORM 2000-LOAD-REMITTANCE
004020             THRU 2000-LOAD-REMITTANCE-EXIT
004030     END-IF
004040     IF NOT WS-RUN-ERROR
004050         SORT SORT-FILE
004060             ON ASCENDING KEY SR-NAME SR-CURRENCY
004070                              SR-DATE SR-TIME SR-SEQ
004080             INPUT PROCEDURE IS 3000-LOAD-HISTORY
004090                 THRU 3000-LOAD-HISTORY-EXIT
004100             OUTPUT PROCEDURE IS 4000-BUILD-STATEMENTS
004110                 THRU 4000-BUILD-STATEMENTS-EXIT
004120         IF SORT-RETURN NOT = ZERO
004130             DISPLAY 'CASH49 - SORT FAILED, SORT-RETURN='
004140                 SORT-RETURN
004150             MOVE 'Y' TO WS-RUN-ERROR-SW
004160         END-IF
004170     END-IF
004180     IF NOT WS-RUN-ERROR
004190         PERFORM 6000-FINISH-FILE
004200             THRU 6000-FINISH-FILE-EXIT
004210         PERFORM 7000-RECONCILE
004220             THRU 7000-RECONCILE-EXIT
004230     END-IF
004240     PERFORM 8000-TERMINATE
004250         THRU 8000-TERMINATE-EXIT
004260     GOBACK.
004270******************************************************************
004280* 0800-RUN-CONTROL - REGISTER THIS RUN ON RUNCTL                 *
004290******************************************************************
004300 0800-RUN-CONTROL.
004310     ACCEPT WS-RC-TIME FROM TIME
004320
004330     ACCEPT WS-RC-BUSDT FROM DATE YYYYMMDD
004340     EXEC SQL
004350         SELECT REGIONID, BUSDT, WSTATUS
004360         INTO :DCLBUSDATE
004370         FROM STOCKTRD.BUSDATE
004380         WHERE REGIONID = :WS-RC-REGION
004390     END-EXEC
004400     IF SQLCODE = 0
004410         MOVE BD-BUSDT TO WS-RC-BUSDT
004420     END-IF
004430
004440     EXEC SQL
004450         UPDATE STOCKTRD.RUNCTL
004460         SET RSTATUS = 'S',
004470             STARTTM = :WS-RC-TIME,
004480             ENDTM   = ' '
004490         WHERE JOBNAME = :WS-RC-JOBNAME
004500           AND BUSDT = :WS-RC-BUSDT
004510     END-EXEC
004520     IF SQLCODE NOT = 0 OR SQLERRD(3) = 0
004530         EXEC SQL
004540             INSERT INTO STOCKTRD.RUNCTL(
004550                 JOBNAME, BUSDT, RSTATUS, STARTTM,
004560                 ENDTM, OVERRIDE)
004570             VALUES (:WS-RC-JOBNAME, :WS-RC-BUSDT, 'S',
004580                 :WS-RC-TIME, ' ', ' ')
004590         END-EXEC
004600     END-IF
004610     IF SQLCODE NOT = 0
004620         DISPLAY 'CASH49 - RUNCTL REGISTRATION FAILED,'
004630             ' SQLCODE=' SQLCODE
004640     END-IF
004650
004660     EXEC SQL
004670         COMMIT
004680     END-EXEC
004690     .
004700 0800-RUN-CONTROL-EXIT.
004710     EXIT.
004720*
004730******************************************************************
004740* 0900-RUN-COMPLETE - MARK THE RUN COMPLETE (OR FAILED) ON       *
004750*   RUNCTL, WITH ITS OWN COMMIT                                  *
004760******************************************************************
004770 0900-RUN-COMPLETE.
004780     ACCEPT WS-RC-TIME FROM TIME
004790     IF WS-RUN-ERROR
004800         MOVE 'F' TO RC-RSTATUS
004810     ELSE
004820         MOVE 'C' TO RC-RSTATUS
004830     END-IF
004840
004850     EXEC SQL
004860         UPDATE STOCKTRD.RUNCTL
004870         SET RSTATUS = :RC-RSTATUS,
004880             ENDTM   = :WS-RC-TIME
004890         WHERE JOBNAME = :WS-RC-JOBNAME
004900           AND BUSDT = :WS-RC-BUSDT
004910     END-EXEC
004920
004930     EXEC SQL
004940         COMMIT
004950     END-EXEC
004960     .
004970 0900-RUN-COMPLETE-EXIT.
004980     EXIT.
004990*
005000******************************************************************
005010* 1000-INITIALIZE - READ THE CARD, REGISTER, ESTABLISH THE TAX   *
005020*   YEAR, OPEN THE FILES AND WRITE THE STATEMENT FILE HEADER     *
005030******************************************************************
005040 1000-INITIALIZE.
005050     PERFORM 0800-RUN-CONTROL
005060         THRU 0800-RUN-CONTROL-EXIT
005070
005080     DISPLAY 'CASH49 - YEAR-END INTEREST AND WITHHOLDING'
005090         ' STATEMENTS - STARTING'
005100
005110     ACCEPT WS-TODAY-X FROM DATE YYYYMMDD
005120     ACCEPT WS-NOW-TIME FROM TIME
005130
005140     PERFORM 1100-READ-PARMS
005150         THRU 1100-READ-PARMS-EXIT
005160     IF WS-RUN-ERROR
005170         GO TO 1000-INITIALIZE-EXIT
005180     END-IF
005190
005200     PERFORM 1200-READ-BUSDATE
005210         THRU 1200-READ-BUSDATE-EXIT
005220
005230     IF WS-PARM-TAXYEAR = SPACES
005240         MOVE WS-BUSDT(1:4) TO WS-TAXYEAR-N
005250         SUBTRACT 1 FROM WS-TAXYEAR-N
005260         MOVE WS-TAXYEAR-N  TO WS-TAXYEAR
005270     ELSE
005280         MOVE WS-PARM-TAXYEAR TO WS-TAXYEAR
005290     END-IF
005300     DISPLAY 'CASH49 - TAX YEAR = ' WS-TAXYEAR
005310
005320     MOVE WS-TODAY-X  TO WS-FID-DATE
005330     MOVE WS-NOW-TIME TO WS-FID-TIME
005340
005350     OPEN INPUT REMIT-FILE
005360     IF WS-REMIT-FSTAT NOT = '00'
005370         DISPLAY 'CASH49 - OPEN OF REMITIN FAILED, STATUS='
005380             WS-REMIT-FSTAT
005390         MOVE 'Y' TO WS-RUN-ERROR-SW
005400         GO TO 1000-INITIALIZE-EXIT
005410     END-IF
005420     MOVE 'Y' TO WS-REMIT-OPEN-SW
005430
005440     OPEN INPUT ARCH-FILE
005450     IF WS-ARCH-FSTAT NOT = '00'
005460         DISPLAY 'CASH49 - OPEN OF ARCHIN FAILED, STATUS='
005470             WS-ARCH-FSTAT
005480         MOVE 'Y' TO WS-RUN-ERROR-SW
005490         GO TO 1000-INITIALIZE-EXIT
005500     END-IF
005510     MOVE 'Y' TO WS-ARCH-OPEN-SW
005520
005530     OPEN INPUT HISTORY-FILE
005540     IF WS-HIST-FSTAT NOT = '00'
005550         DISPLAY 'CASH49 - OPEN OF HISTORY FILE FAILED, STATUS='
005560             WS-HIST-FSTAT
005570         MOVE 'Y' TO WS-RUN-ERROR-SW
005580         GO TO 1000-INITIALIZE-EXIT
005590     END-IF
005600     MOVE 'Y' TO WS-HIST-OPEN-SW
005610     MOVE LOW-VALUE TO WS-VR-NAME
005620     MOVE LOW-VALUE TO WS-VR-DATE
005630     MOVE LOW-VALUE TO WS-VR-TIME
005640     MOVE ZERO      TO WS-VR-SEQ
005650     START HISTORY-FILE
005660         KEY IS GREATER THAN OR EQUAL TO WS-VR-KEY
005670         INVALID KEY
005680             DISPLAY 'CASH49 - HISTORY FILE IS EMPTY'
005690             MOVE 'Y' TO WS-HIST-EOF-SW
005700     END-START
005710
005720     OPEN OUTPUT STMT-FILE
005730     IF WS-STMT-FSTAT NOT = '00'
005740         DISPLAY 'CASH49 - OPEN OF STATEMENT FILE FAILED,'
005750             ' STATUS=' WS-STMT-FSTAT
005760         MOVE 'Y' TO WS-RUN-ERROR-SW
005770         GO TO 1000-INITIALIZE-EXIT
005780     END-IF
005790     MOVE 'Y' TO WS-STMT-OPEN-SW
005800
005810     MOVE SPACES         TO STMT-RECORD
005820     MOVE 'H'            TO ST-REC-TYPE
005830     MOVE WS-FILEID      TO SH-FILEID
005840     MOVE WS-TAXYEAR     TO SH-TAXYEAR
005850     MOVE WS-TODAY-X     TO SH-CREDT
005860     MOVE WS-ISSUER-NAME TO SH-ISSUER
005870     WRITE STMT-RECORD
005880     PERFORM 6800-CHECK-STMT-WRITE
005890         THRU 6800-CHECK-STMT-WRITE-EXIT
005900     .
005910 1000-INITIALIZE-EXIT.
005920     EXIT.
005930*
005940******************************************************************
005950* 1100-READ-PARMS - THE TAX YEAR CARD                            *
005960******************************************************************
005970 1100-READ-PARMS.
005980     ACCEPT WS-PARM-TAXYEAR FROM SYSIN
005990
006000     IF WS-PARM-TAXYEAR NOT = SPACES
006010         AND WS-PARM-TAXYEAR NOT NUMERIC
006020         DISPLAY 'CASH49 - TAX YEAR MUST BE YYYY, GOT '
006030             WS-PARM-TAXYEAR
006040         MOVE 'Y' TO WS-RUN-ERROR-SW
006050     END-IF
006060     .
006070 1100-READ-PARMS-EXIT.
006080     EXIT.
006090*
006100******************************************************************
006110* 1200-READ-BUSDATE - THE LEDGER BUSINESS DATE THE DEFAULT TAX   *
006120*   YEAR COMES FROM. NO ROW = CALENDAR DATE, AS EVERYWHERE ELSE. *
006130******************************************************************
006140 1200-READ-BUSDATE.
006150     MOVE WS-TODAY-X TO WS-BUSDT
006160
006170     EXEC SQL
006180         SELECT REGIONID, BUSDT, WSTATUS
006190         INTO :DCLBUSDATE
006200         FROM STOCKTRD.BUSDATE
006210         WHERE REGIONID = :WS-REGIONID
006220     END-EXEC
006230
006240     IF SQLCODE = 0
006250         MOVE BD-BUSDT TO WS-BUSDT
006260     ELSE
006270         DISPLAY 'CASH49 - NO BUSDATE ROW, USING CALENDAR DATE '
006280             WS-BUSDT
006290     END-IF
006300
006310     DISPLAY 'CASH49 - BUSINESS DATE = ' WS-BUSDT
006320     .
006330 1200-READ-BUSDATE-EXIT.
006340     EXIT.
006350*
006360******************************************************************
006370* 2000-LOAD-REMITTANCE - READ EVERY REMITTANCE GENERATION ON     *
006380*   REMITIN. EACH ONE'S DETAILS MUST AGREE WITH ITS OWN 'T'      *
006390*   TRAILER - A GENERATION THAT DOES NOT, OR ENDS WITHOUT ONE,   *
006400*   CANNOT PROVE ANYTHING AND FAILS THE RUN BEFORE A STATEMENT   *
006410*   IS WRITTEN. DETAILS DATED IN THE TAX YEAR ARE TOTALLED BY    *
006420*   CURRENCY FOR THE RECONCILIATION.                             *
006430******************************************************************
006440 2000-LOAD-REMITTANCE.
006450     MOVE ZERO TO WS-GEN-NO
006460     MOVE ZERO TO WS-GEN-DETAILS
006470     MOVE ZERO TO WS-GEN-GROSS
006480     MOVE ZERO TO WS-GEN-TAX
006490
006500     PERFORM 2100-READ-ONE-REMIT
006510         THRU 2100-READ-ONE-REMIT-EXIT
006520         UNTIL WS-REMIT-EOF
006530
006540     IF WS-RUN-ERROR
006550         GO TO 2000-LOAD-REMITTANCE-EXIT
006560     END-IF
006570
006580     IF WS-GEN-DETAILS > ZERO
006590         ADD 1 TO WS-GEN-NO
006600         DISPLAY 'CASH49 - REMITTANCE GENERATION ' WS-GEN-NO
006610             ' HAS NO TRAILER - AN UNFINISHED CASH01 RUN'
006620         MOVE 'Y' TO WS-RUN-ERROR-SW
006630         GO TO 2000-LOAD-REMITTANCE-EXIT
006640     END-IF
006650
006660     IF WS-GEN-NO = ZERO
006670         DISPLAY 'CASH49 - WARNING - NO REMITTANCE GENERATIONS'
006680             ' ON REMITIN'
006690     END-IF
006700     DISPLAY 'CASH49 - REMITTANCE GENERATIONS PROVED: '
006710         WS-GEN-NO
006720     .
006730 2000-LOAD-REMITTANCE-EXIT.
006740     EXIT.
006750*
006760 2100-READ-ONE-REMIT.
006770     READ REMIT-FILE
006780         AT END
006790             MOVE 'Y' TO WS-REMIT-EOF-SW
006800             GO TO 2100-READ-ONE-REMIT-EXIT
006810     END-READ
006820     IF WS-REMIT-FSTAT NOT = '00'
006830         DISPLAY 'CASH49 - REMITIN READ FAILED, STATUS='
006840             WS-REMIT-FSTAT
006850         MOVE 'Y' TO WS-REMIT-EOF-SW
006860         MOVE 'Y' TO WS-RUN-ERROR-SW
006870         GO TO 2100-READ-ONE-REMIT-EXIT
006880     END-IF
006890     ADD 1 TO WS-RM-READ
006900
006910     EVALUATE RM-REC-TYPE
006920         WHEN 'D'
006930             ADD 1        TO WS-GEN-DETAILS
006940             ADD RM-GROSS TO WS-GEN-GROSS
006950             ADD RM-TAX   TO WS-GEN-TAX
006960             IF RM-BUSDT(1:4) = WS-TAXYEAR
006970                 MOVE RM-CURRENCY TO WS-YC-CCY
006980                 PERFORM 5500-FIND-YEAR-CCY
006990                     THRU 5500-FIND-YEAR-CCY-EXIT
007000                 IF WS-YC-FOUND
007010                     ADD 1 TO WS-YC-RM-COUNT(WS-YC-HIT)
007020                     ADD RM-GROSS TO WS-YC-RM-GROSS(WS-YC-HIT)
007030                     ADD RM-TAX   TO WS-YC-RM-TAX(WS-YC-HIT)
007040                 END-IF
007050             ELSE
007060                 ADD 1 TO WS-RM-OTHER-YEAR
007070             END-IF
007080         WHEN 'S'
007090             CONTINUE
007100         WHEN 'T'
007110             ADD 1 TO WS-GEN-NO
007120             IF RM-GROSS NOT = WS-GEN-GROSS
007130                 OR RM-TAX NOT = WS-GEN-TAX
007140                 MOVE WS-GEN-GROSS TO WS-ED-AMT1
007150                 MOVE WS-GEN-TAX   TO WS-ED-AMT2
007160                 DISPLAY 'CASH49 - REMITTANCE GENERATION '
007170                     WS-GEN-NO ' (' RM-BUSDT ') DETAILS GROSS '
007180                     WS-ED-AMT1 ' TAX ' WS-ED-AMT2
007190                 MOVE RM-GROSS TO WS-ED-AMT1
007200                 MOVE RM-TAX   TO WS-ED-AMT2
007210                 DISPLAY '         DO NOT AGREE WITH ITS TRAILER'
007220                     ' GROSS ' WS-ED-AMT1 ' TAX ' WS-ED-AMT2
007230                 MOVE 'Y' TO WS-RUN-ERROR-SW
007240             END-IF
007250             MOVE ZERO TO WS-GEN-DETAILS
007260             MOVE ZERO TO WS-GEN-GROSS
007270             MOVE ZERO TO WS-GEN-TAX
007280         WHEN OTHER
007290             DISPLAY 'CASH49 - REMITIN RECORD ' WS-RM-READ
007300                 ' HAS UNKNOWN TYPE ' RM-REC-TYPE
007310             MOVE 'Y' TO WS-RUN-ERROR-SW
007320     END-EVALUATE
007330     .
007340 2100-READ-ONE-REMIT-EXIT.
007350     EXIT.
007360*
007370******************************************************************
007380* 3000-LOAD-HISTORY - SORT INPUT: THE TAX YEAR'S 'I' AND 'W'     *
007390*   RECORDS, FROM THE ARCHIVE GENERATIONS FIRST, THEN THE LIVE   *
007400*   FILE                                                         *
007410******************************************************************
007420 3000-LOAD-HISTORY.
007430     PERFORM 3100-LOAD-ONE-ARCHIVE
007440         THRU 3100-LOAD-ONE-ARCHIVE-EXIT
007450         UNTIL WS-ARCH-EOF
007460
007470     PERFORM 3200-LOAD-ONE-LIVE
007480         THRU 3200-LOAD-ONE-LIVE-EXIT
007490         UNTIL WS-HIST-EOF
007500
007510     DISPLAY 'CASH49 - ARCHIVE RECORDS READ : ' WS-ARCH-READ
007520     DISPLAY 'CASH49 - LIVE RECORDS READ    : ' WS-HIST-READ
007530     DISPLAY 'CASH49 - RECORDS IN TAX YEAR  : ' WS-RECS-SELECTED
007540     .
007550 3000-LOAD-HISTORY-EXIT.
007560     EXIT.
007570*
007580 3100-LOAD-ONE-ARCHIVE.
007590     READ ARCH-FILE INTO WS-VSAM-RECORD
007600         AT END
007610             MOVE 'Y' TO WS-ARCH-EOF-SW
007620             GO TO 3100-LOAD-ONE-ARCHIVE-EXIT
007630     END-READ
007640     IF WS-ARCH-FSTAT NOT = '00'
007650         DISPLAY 'CASH49 - ARCHIN READ FAILED, STATUS='
007660             WS-ARCH-FSTAT
007670         MOVE 'Y' TO WS-ARCH-EOF-SW
007680         MOVE 'Y' TO WS-RUN-ERROR-SW
007690         GO TO 3100-LOAD-ONE-ARCHIVE-EXIT
007700     END-IF
007710     ADD 1 TO WS-ARCH-READ
007720
007730     PERFORM 3500-SELECT-RECORD
007740         THRU 3500-SELECT-RECORD-EXIT
007750     .
007760 3100-LOAD-ONE-ARCHIVE-EXIT.
007770     EXIT.
007780*
007790 3200-LOAD-ONE-LIVE.
007800     READ HISTORY-FILE NEXT RECORD
007810         AT END
007820             MOVE 'Y' TO WS-HIST-EOF-SW
007830             GO TO 3200-LOAD-ONE-LIVE-EXIT
007840     END-READ
007850     IF WS-HIST-FSTAT NOT = '00'
007860         DISPLAY 'CASH49 - HISTORY READ FAILED, STATUS='
007870             WS-HIST-FSTAT
007880         MOVE 'Y' TO WS-HIST-EOF-SW
007890         MOVE 'Y' TO WS-RUN-ERROR-SW
007900         GO TO 3200-LOAD-ONE-LIVE-EXIT
007910     END-IF
007920     ADD 1 TO WS-HIST-READ
007930
007940     PERFORM 3500-SELECT-RECORD
007950         THRU 3500-SELECT-RECORD-EXIT
007960     .
007970 3200-LOAD-ONE-LIVE-EXIT.
007980     EXIT.
007990*
008000******************************************************************
008010* 3500-SELECT-RECORD - RELEASE THE RECORD IN WS-VSAM-RECORD TO   *
008020*   THE SORT WHEN IT IS AN 'I' OR 'W' IN THE TAX YEAR. AN 'I'    *
008030*   THAT LEFT THE BALANCE LOWER THAN IT FOUND IT IS A BACK-      *
008040*   VALUED CHARGE (CASH07) OR A NEGATIVE-RATE ACCRUAL, AND       *
008050*   COUNTS AGAINST THE INTEREST CREDITED.                        *
008060******************************************************************
008070 3500-SELECT-RECORD.
008080     IF WS-VR-REQ NOT = 'I' AND WS-VR-REQ NOT = 'W'
008090         GO TO 3500-SELECT-RECORD-EXIT
008100     END-IF
008110
008120     IF WS-VR-BUSDT = SPACES
008130         MOVE WS-VR-DATE(1:4)  TO WS-REC-YEAR
008140     ELSE
008150         MOVE WS-VR-BUSDT(1:4) TO WS-REC-YEAR
008160     END-IF
008170     IF WS-REC-YEAR NOT = WS-TAXYEAR
008180         GO TO 3500-SELECT-RECORD-EXIT
008190     END-IF
008200
008210     IF WS-VR-AMOUNT NOT NUMERIC
008220         ADD 1 TO WS-RECS-NOAMOUNT
008230         GO TO 3500-SELECT-RECORD-EXIT
008240     END-IF
008250
008260     MOVE WS-VR-NAME     TO SR-NAME
008270     MOVE WS-VR-CURRENCY TO SR-CURRENCY
008280     MOVE WS-VR-DATE     TO SR-DATE
008290     MOVE WS-VR-TIME     TO SR-TIME
008300     MOVE WS-VR-SEQ      TO SR-SEQ
008310     MOVE WS-VR-REQ      TO SR-REQ
008320     MOVE WS-VR-AMOUNT   TO SR-AMOUNT
008330     MOVE SPACE          TO SR-SIGN
008340     IF WS-VR-REQ = 'I'
008350         AND WS-VR-BALANCE NUMERIC
008360         AND WS-VR-PRIOR-BAL NUMERIC
008370         AND WS-VR-BALANCE < WS-VR-PRIOR-BAL
008380         MOVE '-' TO SR-SIGN
008390     END-IF
008400
008410     ADD 1 TO WS-RECS-SELECTED
008420     RELEASE SORT-RECORD
008430     .
008440 3500-SELECT-RECORD-EXIT.
008450     EXIT.
008460*
008470******************************************************************
008480* 4000-BUILD-STATEMENTS - SORT OUTPUT: WALK THE RECORDS OWNER BY *
008490*   OWNER, MATCHED AGAINST THE CUSTOMER MASTER IN NAME ORDER     *
008500******************************************************************
008510 4000-BUILD-STATEMENTS.
008520     EXEC SQL
008530         DECLARE CASH49CSR CURSOR WITH HOLD FOR
008540         SELECT CUSTID, LEGALNAME,
008550                COALESCE(ADDRLINE1, ' '),
008560                COALESCE(ADDRLINE2, ' '),
008570                COALESCE(COUNTRY, ' '),
008580                CSTATUS, FXTIER
008590         FROM STOCKTRD.CUSTMAST
008600         ORDER BY LEGALNAME, CUSTID
008610     END-EXEC
008620
008630     EXEC SQL
008640         OPEN CASH49CSR
008650     END-EXEC
008660
008670     IF SQLCODE NOT = 0
008680         DISPLAY 'CASH49 - OPEN CUSTMAST CURSOR FAILED,'
008690             ' SQLCODE=' SQLCODE
008700         MOVE 'Y' TO WS-RUN-ERROR-SW
008710         GO TO 4000-BUILD-STATEMENTS-EXIT
008720     END-IF
008730
008740     DISPLAY ' '
008750     DISPLAY 'OWNERS WITH NO STATEMENT FOR ' WS-TAXYEAR
008760         ' - TO BE ISSUED BY HAND'
008770     DISPLAY 'OWNER (HISTORY)  REASON         CURRENCY'
008780         '      INTEREST       TAX WITHHELD'
008790
008800     MOVE 'N' TO WS-NX-EOF-SW
008810     MOVE 'N' TO WS-SORT-EOF-SW
008820     PERFORM 4150-FETCH-CUSTOMER
008830         THRU 4150-FETCH-CUSTOMER-EXIT
008840     PERFORM 4100-FETCH-GROUP
008850         THRU 4100-FETCH-GROUP-EXIT
008860     PERFORM 4200-RETURN-RECORD
008870         THRU 4200-RETURN-RECORD-EXIT
008880
008890     PERFORM 4300-PROCESS-OWNER
008900         THRU 4300-PROCESS-OWNER-EXIT
008910         UNTIL (WS-SORT-EOF AND WS-CUST-EOF)
008920         OR WS-RUN-ERROR
008930
008940     EXEC SQL
008950         CLOSE CASH49CSR
008960     END-EXEC
008970     .
008980 4000-BUILD-STATEMENTS-EXIT.
008990     EXIT.
009000*
009010******************************************************************
009020* 4100-FETCH-GROUP - THE NEXT CUSTOMER, PLUS ANY CUSTOMERS AFTER *
009030*   IT WHOSE NAMES SHARE ITS 15-CHARACTER PREFIX                 *
009040******************************************************************
009050 4100-FETCH-GROUP.
009060     IF WS-NX-EOF
009070         MOVE 'Y'        TO WS-CUST-EOF-SW
009080         MOVE HIGH-VALUE TO WS-CG-KEY
009090         GO TO 4100-FETCH-GROUP-EXIT
009100     END-IF
009110
009120     MOVE WS-NX-CUST           TO WS-CG-CUST
009130     MOVE WS-CG-LEGALNAME(1:15) TO WS-CG-KEY
009140     MOVE 1                    TO WS-CG-COUNT
009150     MOVE SPACES               TO WS-CG-OTHER-ID
009160
009170     PERFORM 4150-FETCH-CUSTOMER
009180         THRU 4150-FETCH-CUSTOMER-EXIT
009190     PERFORM 4160-SAME-PREFIX
009200         THRU 4160-SAME-PREFIX-EXIT
009210         UNTIL WS-NX-EOF
009220         OR WS-NX-LEGALNAME(1:15) NOT = WS-CG-KEY
009230     .
009240 4100-FETCH-GROUP-EXIT.
009250     EXIT.
009260*
009270 4150-FETCH-CUSTOMER.
009280     EXEC SQL
009290         FETCH CASH49CSR
009300         INTO :DCLCUSTMAST
009310     END-EXEC
009320
009330     IF SQLCODE NOT = 0
009340         IF SQLCODE NOT = 100
009350             DISPLAY 'CASH49 - CUSTMAST FETCH FAILED,'
009360                 ' SQLCODE=' SQLCODE
009370             MOVE 'Y' TO WS-RUN-ERROR-SW
009380         END-IF
009390         MOVE 'Y' TO WS-NX-EOF-SW
009400         GO TO 4150-FETCH-CUSTOMER-EXIT
009410     END-IF
009420
009430     ADD 1 TO WS-CUST-READ
009440     MOVE DCLCUSTMAST TO WS-NX-CUST
009450     .
009460 4150-FETCH-CUSTOMER-EXIT.
009470     EXIT.
009480*
009490 4160-SAME-PREFIX.
009500     ADD 1 TO WS-CG-COUNT
009510     MOVE WS-NX-CUSTID TO WS-CG-OTHER-ID
009520     PERFORM 4150-FETCH-CUSTOMER
009530         THRU 4150-FETCH-CUSTOMER-EXIT
009540     .
009550 4160-SAME-PREFIX-EXIT.
009560     EXIT.
009570*
009580 4200-RETURN-RECORD.
009590     RETURN SORT-FILE INTO WS-REC
009600         AT END
009610             MOVE 'Y'        TO WS-SORT-EOF-SW
009620             MOVE HIGH-VALUE TO WS-REC-NAME
009630     END-RETURN
009640     .
009650 4200-RETURN-RECORD-EXIT.
009660     EXIT.
009670*
009680******************************************************************
009690* 4300-PROCESS-OWNER - ONE OWNER: THE LOWER OF THE NEXT RECORD'S *
009700*   NAME AND THE NEXT CUSTOMER GROUP'S PREFIX. TOTAL ITS YEAR,   *
009710*   THEN ISSUE ITS STATEMENT OR LIST WHY IT GETS NONE.           *
009720******************************************************************
009730 4300-PROCESS-OWNER.
009740     IF WS-REC-NAME < WS-CG-KEY
009750         MOVE WS-REC-NAME TO WS-CUR-OWNER
009760     ELSE
009770         MOVE WS-CG-KEY   TO WS-CUR-OWNER
009780     END-IF
009790
009800     IF WS-CG-KEY = WS-CUR-OWNER AND NOT WS-CUST-EOF
009810         MOVE 'Y' TO WS-CG-FOUND-SW
009820     ELSE
009830         MOVE 'N' TO WS-CG-FOUND-SW
009840     END-IF
009850
009860     MOVE ZERO   TO WS-OC-CNT
009870     MOVE SPACES TO WS-LASTI-DATE
009880     MOVE SPACES TO WS-LASTI-TIME
009890     MOVE ZERO   TO WS-LASTI-AMOUNT
009900     PERFORM 4400-TAKE-ONE-RECORD
009910         THRU 4400-TAKE-ONE-RECORD-EXIT
009920         UNTIL WS-SORT-EOF
009930         OR WS-REC-NAME NOT = WS-CUR-OWNER
009940         OR WS-RUN-ERROR
009950
009960     IF WS-RUN-ERROR
009970         GO TO 4300-PROCESS-OWNER-EXIT
009980     END-IF
009990
010000     IF WS-OC-CNT = ZERO
010010         ADD WS-CG-COUNT TO WS-CUST-NOINT
010020         GO TO 4300-PROCESS-OWNER-NEXT
010030     END-IF
010040
010050     ADD 1 TO WS-OWNERS-SEEN
010060     EVALUATE TRUE
010070         WHEN NOT WS-CG-FOUND
010080             MOVE 'NO CUSTOMER'    TO WS-NI-REASON
010090             PERFORM 4800-NOT-ISSUED
010100                 THRU 4800-NOT-ISSUED-EXIT
010110         WHEN WS-CG-COUNT > 1
010120             MOVE 'SHARED NAME'    TO WS-NI-REASON
010130             DISPLAY WS-CUR-OWNER '  CUSTOMERS ' WS-CG-CUSTID
010140                 ' AND ' WS-CG-OTHER-ID ' SHARE THIS NAME'
010150             PERFORM 4800-NOT-ISSUED
010160                 THRU 4800-NOT-ISSUED-EXIT
010170         WHEN OTHER
010180             PERFORM 4600-ISSUE-STATEMENT
010190                 THRU 4600-ISSUE-STATEMENT-EXIT
010200     END-EVALUATE
010210     .
010220 4300-PROCESS-OWNER-NEXT.
010230     IF WS-CG-FOUND
010240         PERFORM 4100-FETCH-GROUP
010250             THRU 4100-FETCH-GROUP-EXIT
010260     END-IF
010270     .
010280 4300-PROCESS-OWNER-EXIT.
010290     EXIT.
010300*
010310******************************************************************
010320* 4400-TAKE-ONE-RECORD - ADD ONE RECORD TO THE OWNER'S CURRENCY  *
010330*   TOTALS, THEN RETURN THE NEXT                                 *
010340******************************************************************
010350 4400-TAKE-ONE-RECORD.
010360     IF WS-REC-NAME = WS-PREV-NAME
010370         AND WS-REC-DATE = WS-PREV-DATE
010380         AND WS-REC-TIME = WS-PREV-TIME
010390         AND WS-REC-SEQ  = WS-PREV-SEQ
010400         ADD 1 TO WS-RECS-REPEATED
010410         GO TO 4400-TAKE-ONE-RECORD-NEXT
010420     END-IF
010430     MOVE WS-REC-NAME TO WS-PREV-NAME
010440     MOVE WS-REC-DATE TO WS-PREV-DATE
010450     MOVE WS-REC-TIME TO WS-PREV-TIME
010460     MOVE WS-REC-SEQ  TO WS-PREV-SEQ
010470
010480*    THE SORT KEEPS AN OWNER'S CURRENCIES TOGETHER, SO A NEW
010490*    CURRENCY IS ALWAYS A NEW ENTRY AT THE END OF THE TABLE.
010500     IF WS-OC-CNT = ZERO
010510         OR WS-OC-CURRENCY(WS-OC-CNT) NOT = WS-REC-CURRENCY
010520         IF WS-OC-CNT NOT < WS-OC-MAX
010530             DISPLAY 'CASH49 - ' WS-REC-NAME ' HOLDS MORE THAN '
010540                 WS-OC-MAX ' CURRENCIES - RUN ENDED'
010550             MOVE 'Y' TO WS-RUN-ERROR-SW
010560             GO TO 4400-TAKE-ONE-RECORD-EXIT
010570         END-IF
010580         ADD 1 TO WS-OC-CNT
010590         MOVE WS-REC-CURRENCY TO WS-OC-CURRENCY(WS-OC-CNT)
010600         MOVE ZERO TO WS-OC-CREDITED(WS-OC-CNT)
010610         MOVE ZERO TO WS-OC-CHARGED(WS-OC-CNT)
010620         MOVE ZERO TO WS-OC-TAX(WS-OC-CNT)
010630         MOVE ZERO TO WS-OC-WHGROSS(WS-OC-CNT)
010640         MOVE ZERO TO WS-OC-WHCOUNT(WS-OC-CNT)
010650         MOVE ZERO TO WS-OC-POSTINGS(WS-OC-CNT)
010660         MOVE SPACES TO WS-LASTI-DATE
010670         MOVE SPACES TO WS-LASTI-TIME
010680         MOVE ZERO   TO WS-LASTI-AMOUNT
010690     END-IF
010700
010710     IF WS-REC-REQ = 'I'
010720         ADD 1 TO WS-OC-POSTINGS(WS-OC-CNT)
010730         IF WS-REC-SIGN = '-'
010740             ADD WS-REC-AMOUNT TO WS-OC-CHARGED(WS-OC-CNT)
010750         ELSE
010760             ADD WS-REC-AMOUNT TO WS-OC-CREDITED(WS-OC-CNT)
010770         END-IF
010780         MOVE WS-REC-DATE   TO WS-LASTI-DATE
010790         MOVE WS-REC-TIME   TO WS-LASTI-TIME
010800         MOVE WS-REC-AMOUNT TO WS-LASTI-AMOUNT
010810         GO TO 4400-TAKE-ONE-RECORD-NEXT
010820     END-IF
010830
010840     ADD WS-REC-AMOUNT TO WS-OC-TAX(WS-OC-CNT)
010850     ADD 1             TO WS-OC-WHCOUNT(WS-OC-CNT)
010860     IF WS-REC-DATE = WS-LASTI-DATE
010870         AND WS-REC-TIME = WS-LASTI-TIME
010880         ADD WS-LASTI-AMOUNT TO WS-OC-WHGROSS(WS-OC-CNT)
010890         MOVE SPACES TO WS-LASTI-DATE
010900         MOVE SPACES TO WS-LASTI-TIME
010910     ELSE
010920         ADD 1 TO WS-W-UNPAIRED
010930         DISPLAY WS-REC-NAME '  W RECORD ' WS-REC-DATE ' '
010940             WS-REC-TIME ' ' WS-REC-CURRENCY
010950             ' HAS NO ACCRUAL RECORD BESIDE IT'
010960     END-IF
010970     .
010980 4400-TAKE-ONE-RECORD-NEXT.
010990     PERFORM 4200-RETURN-RECORD
011000         THRU 4200-RETURN-RECORD-EXIT
011010     .
011020 4400-TAKE-ONE-RECORD-EXIT.
011030     EXIT.
011040*
011050******************************************************************
011060* 4600-ISSUE-STATEMENT - THE CUSTOMER RECORD, WITH THE OWNERTAX  *
011070*   STATUS AS IT STANDS, THEN ONE LINE PER CURRENCY              *
011080******************************************************************
011090 4600-ISSUE-STATEMENT.
011100     PERFORM 4700-LOOKUP-TAX
011110         THRU 4700-LOOKUP-TAX-EXIT
011120     IF WS-RUN-ERROR
011130         GO TO 4600-ISSUE-STATEMENT-EXIT
011140     END-IF
011150
011160     MOVE SPACES          TO STMT-RECORD
011170     MOVE 'C'             TO ST-REC-TYPE
011180     MOVE WS-CG-CUSTID    TO SC-CUSTID
011190     MOVE WS-CG-LEGALNAME TO SC-LEGALNAME
011200     MOVE WS-CG-ADDRLINE1 TO SC-ADDRLINE1
011210     MOVE WS-CG-ADDRLINE2 TO SC-ADDRLINE2
011220     MOVE WS-CG-COUNTRY   TO SC-COUNTRY
011230     MOVE WS-TAXYEAR      TO SC-TAXYEAR
011240     MOVE WS-OC-CNT       TO SC-LINES
011250     IF WS-TAX-FOUND
011260         MOVE OT-TAXSTAT  TO SC-TAXSTAT
011270         MOVE OT-TAXAUTH  TO SC-TAXAUTH
011280         MOVE OT-TAXRATE  TO SC-TAXRATE
011290     ELSE
011300         MOVE SPACE       TO SC-TAXSTAT
011310         MOVE SPACES      TO SC-TAXAUTH
011320         MOVE ZERO        TO SC-TAXRATE
011330     END-IF
011340     WRITE STMT-RECORD
011350     PERFORM 6800-CHECK-STMT-WRITE
011360         THRU 6800-CHECK-STMT-WRITE-EXIT
011370     IF WS-RUN-ERROR
011380         GO TO 4600-ISSUE-STATEMENT-EXIT
011390     END-IF
011400     ADD 1 TO WS-STATEMENTS
011410
011420     PERFORM 4650-WRITE-LINE
011430         THRU 4650-WRITE-LINE-EXIT
011440         VARYING WS-OC-SUB FROM 1 BY 1
011450         UNTIL WS-OC-SUB > WS-OC-CNT
011460         OR WS-RUN-ERROR
011470     .
011480 4600-ISSUE-STATEMENT-EXIT.
011490     EXIT.
011500*
011510 4650-WRITE-LINE.
011520     COMPUTE WS-WORK-GROSS = WS-OC-CREDITED(WS-OC-SUB)
011530         - WS-OC-CHARGED(WS-OC-SUB)
011540     END-COMPUTE
011550     COMPUTE WS-WORK-NET = WS-WORK-GROSS - WS-OC-TAX(WS-OC-SUB)
011560     END-COMPUTE
011570
011580     MOVE SPACES                    TO STMT-RECORD
011590     MOVE 'D'                       TO ST-REC-TYPE
011600     MOVE WS-CG-CUSTID              TO SD-CUSTID
011610     MOVE WS-OC-CURRENCY(WS-OC-SUB) TO SD-CURRENCY
011620     MOVE WS-OC-CREDITED(WS-OC-SUB) TO SD-CREDITED
011630     MOVE WS-OC-CHARGED(WS-OC-SUB)  TO SD-CHARGED
011640     MOVE WS-WORK-GROSS             TO SD-GROSS
011650     MOVE WS-OC-TAX(WS-OC-SUB)      TO SD-TAX
011660     MOVE WS-WORK-NET               TO SD-NET
011670     MOVE WS-OC-POSTINGS(WS-OC-SUB) TO SD-POSTINGS
011680     IF WS-WORK-GROSS < ZERO
011690         MOVE '-' TO SD-GROSS-SIGN
011700     END-IF
011710     IF WS-WORK-NET < ZERO
011720         MOVE '-' TO SD-NET-SIGN
011730     END-IF
011740     WRITE STMT-RECORD
011750     PERFORM 6800-CHECK-STMT-WRITE
011760         THRU 6800-CHECK-STMT-WRITE-EXIT
011770     IF WS-RUN-ERROR
011780         GO TO 4650-WRITE-LINE-EXIT
011790     END-IF
011800
011810     ADD 1        TO WS-LINES
011820     ADD SD-GROSS TO WS-HASH-GROSS
011830     ADD SD-TAX   TO WS-HASH-TAX
011840
011850     MOVE WS-OC-CURRENCY(WS-OC-SUB) TO WS-YC-CCY
011860     PERFORM 5500-FIND-YEAR-CCY
011870         THRU 5500-FIND-YEAR-CCY-EXIT
011880     IF WS-YC-FOUND
011890         ADD WS-WORK-GROSS TO WS-YC-INTEREST(WS-YC-HIT)
011900         ADD WS-OC-WHCOUNT(WS-OC-SUB)
011910             TO WS-YC-ST-COUNT(WS-YC-HIT)
011920         ADD WS-OC-WHGROSS(WS-OC-SUB)
011930             TO WS-YC-ST-GROSS(WS-YC-HIT)
011940         ADD WS-OC-TAX(WS-OC-SUB)
011950             TO WS-YC-ST-TAX(WS-YC-HIT)
011960     END-IF
011970     .
011980 4650-WRITE-LINE-EXIT.
011990     EXIT.
012000*
012010******************************************************************
012020* 4700-LOOKUP-TAX - THE CUSTOMER'S WITHHOLDING ROW, IF THE TAX   *
012030*   DESK LISTED ONE (SEE CASH21), MATCHED AS CASH01 MATCHES IT   *
012040******************************************************************
012050 4700-LOOKUP-TAX.
012060     MOVE 'N' TO WS-TAX-FOUND-SW
012070
012080     EXEC SQL
012090         SELECT OWNER, TAXSTAT, TAXRATE,
012100                COALESCE(TAXAUTH, ' ')
012110         INTO :DCLOWNERTAX
012120         FROM STOCKTRD.OWNERTAX
012130         WHERE UPPER(OWNER) = UPPER(:WS-CG-LEGALNAME)
012140     END-EXEC
012150
012160     EVALUATE SQLCODE
012170         WHEN 0
012180             MOVE 'Y' TO WS-TAX-FOUND-SW
012190         WHEN 100
012200             CONTINUE
012210         WHEN OTHER
012220             DISPLAY 'CASH49 - OWNERTAX LOOKUP FAILED FOR '
012230                 WS-CG-CUSTID ' SQLCODE=' SQLCODE
012240             MOVE 'Y' TO WS-RUN-ERROR-SW
012250     END-EVALUATE
012260     .
012270 4700-LOOKUP-TAX-EXIT.
012280     EXIT.
012290*
012300******************************************************************
012310* 4800-NOT-ISSUED - LIST THE OWNER'S CURRENCIES FOR THE HELP     *
012320*   DESK AND CARRY ITS WITHHOLDINGS TO THE NOT-ISSUED COLUMN OF  *
012330*   THE RECONCILIATION                                           *
012340******************************************************************
012350 4800-NOT-ISSUED.
012360     ADD 1 TO WS-NOT-ISSUED
012370     PERFORM 4850-NOT-ISSUED-LINE
012380         THRU 4850-NOT-ISSUED-LINE-EXIT
012390         VARYING WS-OC-SUB FROM 1 BY 1
012400         UNTIL WS-OC-SUB > WS-OC-CNT
012410     .
012420 4800-NOT-ISSUED-EXIT.
012430     EXIT.
012440*
012450 4850-NOT-ISSUED-LINE.
012460     COMPUTE WS-WORK-GROSS = WS-OC-CREDITED(WS-OC-SUB)
012470         - WS-OC-CHARGED(WS-OC-SUB)
012480     END-COMPUTE
012490     MOVE WS-WORK-GROSS        TO WS-ED-AMT1
012500     MOVE WS-OC-TAX(WS-OC-SUB) TO WS-ED-AMT2
012510     DISPLAY WS-CUR-OWNER '  ' WS-NI-REASON ' '
012520         WS-OC-CURRENCY(WS-OC-SUB) ' ' WS-ED-AMT1 ' '
012530         WS-ED-AMT2
012540
012550     MOVE WS-OC-CURRENCY(WS-OC-SUB) TO WS-YC-CCY
012560     PERFORM 5500-FIND-YEAR-CCY
012570         THRU 5500-FIND-YEAR-CCY-EXIT
012580     IF WS-YC-FOUND
012590         ADD WS-WORK-GROSS TO WS-YC-INTEREST(WS-YC-HIT)
012600         ADD WS-OC-WHCOUNT(WS-OC-SUB)
012610             TO WS-YC-NI-COUNT(WS-YC-HIT)
012620         ADD WS-OC-WHGROSS(WS-OC-SUB)
012630             TO WS-YC-NI-GROSS(WS-YC-HIT)
012640         ADD WS-OC-TAX(WS-OC-SUB)
012650             TO WS-YC-NI-TAX(WS-YC-HIT)
012660     END-IF
012670     .
012680 4850-NOT-ISSUED-LINE-EXIT.
012690     EXIT.
012700*
012710******************************************************************
012720* 5500-FIND-YEAR-CCY - FIND OR ADD WS-YC-CCY'S ENTRY IN THE      *
012730*   RECONCILIATION TABLE. A FULL TABLE FAILS THE RUN - A         *
012740*   CURRENCY LEFT OUT WOULD LEAVE THE PROOF INCOMPLETE.          *
012750******************************************************************
012760 5500-FIND-YEAR-CCY.
012770     MOVE 'N'  TO WS-YC-FOUND-SW
012780     MOVE ZERO TO WS-YC-HIT
012790
012800     PERFORM 5550-MATCH-YEAR-CCY
012810         THRU 5550-MATCH-YEAR-CCY-EXIT
012820         VARYING WS-YC-SUB FROM 1 BY 1
012830         UNTIL WS-YC-SUB > WS-YC-CNT
012840         OR WS-YC-FOUND
012850
012860     IF WS-YC-FOUND
012870         GO TO 5500-FIND-YEAR-CCY-EXIT
012880     END-IF
012890
012900     IF WS-YC-CNT NOT < WS-YC-MAX
012910         DISPLAY 'CASH49 - RECONCILIATION TABLE FULL - '
012920             WS-YC-CCY ' NOT TOTALLED'
012930         MOVE 'Y' TO WS-RUN-ERROR-SW
012940         GO TO 5500-FIND-YEAR-CCY-EXIT
012950     END-IF
012960
012970     ADD 1 TO WS-YC-CNT
012980     MOVE WS-YC-CNT TO WS-YC-HIT
012990     MOVE WS-YC-CCY TO WS-YC-CURRENCY(WS-YC-HIT)
013000     MOVE ZERO      TO WS-YC-INTEREST(WS-YC-HIT)
013010     MOVE ZERO      TO WS-YC-ST-COUNT(WS-YC-HIT)
013020     MOVE ZERO      TO WS-YC-ST-GROSS(WS-YC-HIT)
013030     MOVE ZERO      TO WS-YC-ST-TAX(WS-YC-HIT)
013040     MOVE ZERO      TO WS-YC-NI-COUNT(WS-YC-HIT)
013050     MOVE ZERO      TO WS-YC-NI-GROSS(WS-YC-HIT)
013060     MOVE ZERO      TO WS-YC-NI-TAX(WS-YC-HIT)
013070     MOVE ZERO      TO WS-YC-RM-COUNT(WS-YC-HIT)
013080     MOVE ZERO      TO WS-YC-RM-GROSS(WS-YC-HIT)
013090     MOVE ZERO      TO WS-YC-RM-TAX(WS-YC-HIT)
013100     MOVE 'Y'       TO WS-YC-FOUND-SW
013110     .
013120 5500-FIND-YEAR-CCY-EXIT.
013130     EXIT.
013140*
013150 5550-MATCH-YEAR-CCY.
013160     IF WS-YC-CURRENCY(WS-YC-SUB) = WS-YC-CCY
013170         MOVE 'Y'       TO WS-YC-FOUND-SW
013180         MOVE WS-YC-SUB TO WS-YC-HIT
013190     END-IF
013200     .
013210 5550-MATCH-YEAR-CCY-EXIT.
013220     EXIT.
013230*
013240******************************************************************
013250* 6000-FINISH-FILE - THE TRAILER: STATEMENT AND LINE COUNTS AND  *
013260*   THE HASH TOTALS OF THE LINES' GROSS AND TAX                  *
013270******************************************************************
013280 6000-FINISH-FILE.
013290     MOVE SPACES         TO STMT-RECORD
013300     MOVE 'T'            TO ST-REC-TYPE
013310     MOVE WS-FILEID      TO STT-FILEID
013320     MOVE WS-STATEMENTS  TO STT-STATEMENTS
013330     MOVE WS-LINES       TO STT-LINES
013340     MOVE WS-HASH-GROSS  TO STT-HASH-GROSS
013350     MOVE WS-HASH-TAX    TO STT-HASH-TAX
013360     WRITE STMT-RECORD
013370     PERFORM 6800-CHECK-STMT-WRITE
013380         THRU 6800-CHECK-STMT-WRITE-EXIT
013390     .
013400 6000-FINISH-FILE-EXIT.
013410     EXIT.
013420*
013430******************************************************************
013440* 6800-CHECK-STMT-WRITE - A FAILED WRITE ENDS THE RUN            *
013450******************************************************************
013460 6800-CHECK-STMT-WRITE.
013470     IF WS-STMT-FSTAT NOT = '00'
013480         DISPLAY 'CASH49 - STATEMENT FILE WRITE FAILED, STATUS='
013490             WS-STMT-FSTAT
013500         MOVE 'Y' TO WS-RUN-ERROR-SW
013510     END-IF
013520     .
013530 6800-CHECK-STMT-WRITE-EXIT.
013540     EXIT.
013550*
013560******************************************************************
013570* 7000-RECONCILE - CURRENCY BY CURRENCY: THE WITHHOLDINGS ON THE *
013580*   STATEMENTS PLUS THOSE NOT ISSUED MUST EQUAL THE YEAR'S       *
013590*   REMITTANCE DETAILS IN COUNT, GROSS AND TAX. ANY DIFFERENCE   *
013600*   IS A BREAK AND FAILS THE RUN.                                *
013610******************************************************************
013620 7000-RECONCILE.
013630     DISPLAY ' '
013640     DISPLAY 'RECONCILIATION TO THE REMITTANCE EXTRACTS FOR '
013650         WS-TAXYEAR
013660     DISPLAY 'CURRENCY ITEM         STATEMENTS    NOT ISSUED'
013670         '    REMITTANCE    DIFFERENCE'
013680
013690     PERFORM 7100-RECONCILE-ONE
013700         THRU 7100-RECONCILE-ONE-EXIT
013710         VARYING WS-YC-SUB FROM 1 BY 1
013720         UNTIL WS-YC-SUB > WS-YC-CNT
013730
013740     IF WS-RECON-BREAK
013750         MOVE 'Y' TO WS-RUN-ERROR-SW
013760     END-IF
013770     .
013780 7000-RECONCILE-EXIT.
013790     EXIT.
013800*
013810 7100-RECONCILE-ONE.
013820     MOVE WS-YC-INTEREST(WS-YC-SUB) TO WS-ED-AMT1
013830     DISPLAY WS-YC-CURRENCY(WS-YC-SUB) ' INTEREST  '
013840         WS-ED-AMT1 ' (ALL OWNERS, GROSS)'
013850
013860     COMPUTE WS-DIFF-CNT = WS-YC-ST-COUNT(WS-YC-SUB)
013870         + WS-YC-NI-COUNT(WS-YC-SUB)
013880         - WS-YC-RM-COUNT(WS-YC-SUB)
013890     END-COMPUTE
013900     MOVE WS-YC-ST-COUNT(WS-YC-SUB) TO WS-ED-CNT1
013910     MOVE WS-YC-NI-COUNT(WS-YC-SUB) TO WS-ED-CNT2
013920     MOVE WS-YC-RM-COUNT(WS-YC-SUB) TO WS-ED-CNT3
013930     MOVE WS-DIFF-CNT               TO WS-ED-CNT4
013940     DISPLAY '         WITHHELD     ' WS-ED-CNT1 '    '
013950         WS-ED-CNT2 '    ' WS-ED-CNT3 '    ' WS-ED-CNT4
013960     IF WS-DIFF-CNT NOT = ZERO
013970         MOVE 'Y' TO WS-RECON-BREAK-SW
013980     END-IF
013990
014000     COMPUTE WS-DIFF-AMT = WS-YC-ST-GROSS(WS-YC-SUB)
014010         + WS-YC-NI-GROSS(WS-YC-SUB)
014020         - WS-YC-RM-GROSS(WS-YC-SUB)
014030     END-COMPUTE
014040     MOVE WS-YC-ST-GROSS(WS-YC-SUB) TO WS-ED-AMT1
014050     MOVE WS-YC-NI-GROSS(WS-YC-SUB) TO WS-ED-AMT2
014060     MOVE WS-YC-RM-GROSS(WS-YC-SUB) TO WS-ED-AMT3
014070     MOVE WS-DIFF-AMT               TO WS-ED-AMT4
014080     DISPLAY '         GROSS     ' WS-ED-AMT1 ' '
014090         WS-ED-AMT2 ' ' WS-ED-AMT3 ' ' WS-ED-AMT4
014100     IF WS-DIFF-AMT NOT = ZERO
014110         MOVE 'Y' TO WS-RECON-BREAK-SW
014120     END-IF
014130
014140     COMPUTE WS-DIFF-AMT = WS-YC-ST-TAX(WS-YC-SUB)
014150         + WS-YC-NI-TAX(WS-YC-SUB)
014160         - WS-YC-RM-TAX(WS-YC-SUB)
014170     END-COMPUTE
014180     MOVE WS-YC-ST-TAX(WS-YC-SUB) TO WS-ED-AMT1
014190     MOVE WS-YC-NI-TAX(WS-YC-SUB) TO WS-ED-AMT2
014200     MOVE WS-YC-RM-TAX(WS-YC-SUB) TO WS-ED-AMT3
014210     MOVE WS-DIFF-AMT             TO WS-ED-AMT4
014220     DISPLAY '         TAX       ' WS-ED-AMT1 ' '
014230         WS-ED-AMT2 ' ' WS-ED-AMT3 ' ' WS-ED-AMT4
014240     IF WS-DIFF-AMT NOT = ZERO
014250         MOVE 'Y' TO WS-RECON-BREAK-SW
014260         DISPLAY '         *** ' WS-YC-CURRENCY(WS-YC-SUB)
014270             ' DOES NOT TIE ***'
014280     END-IF
014290     .
014300 7100-RECONCILE-ONE-EXIT.
014310     EXIT.
014320*
014330******************************************************************
014340* 8000-TERMINATE - CLOSE THE FILES, REPORT THE RUN TOTALS AND    *
014350*   MARK THE RUN ON RUNCTL                                       *
014360******************************************************************
014370 8000-TERMINATE.
014380     IF WS-REMIT-OPEN
014390         CLOSE REMIT-FILE
014400     END-IF
014410     IF WS-ARCH-OPEN
014420         CLOSE ARCH-FILE
014430     END-IF
014440     IF WS-HIST-OPEN
014450         CLOSE HISTORY-FILE
014460     END-IF
014470     IF WS-STMT-OPEN
014480         CLOSE STMT-FILE
014490     END-IF
014500
014510     DISPLAY ' '
014520     MOVE WS-STATEMENTS TO WS-ED-COUNT
014530     DISPLAY 'CASH49 - STATEMENTS WRITTEN      : ' WS-ED-COUNT
014540     MOVE WS-LINES TO WS-ED-COUNT
014550     DISPLAY 'CASH49 - CURRENCY LINES WRITTEN  : ' WS-ED-COUNT
014560     MOVE WS-NOT-ISSUED TO WS-ED-COUNT
014570     DISPLAY 'CASH49 - OWNERS NOT ISSUED       : ' WS-ED-COUNT
014580     MOVE WS-CUST-READ TO WS-ED-COUNT
014590     DISPLAY 'CASH49 - CUSTOMERS READ          : ' WS-ED-COUNT
014600     MOVE WS-CUST-NOINT TO WS-ED-COUNT
014610     DISPLAY 'CASH49 - CUSTOMERS WITH NO INTEREST: ' WS-ED-COUNT
014620     MOVE WS-RECS-REPEATED TO WS-ED-COUNT
014630     DISPLAY 'CASH49 - RECORDS SEEN TWICE      : ' WS-ED-COUNT
014640     MOVE WS-RECS-NOAMOUNT TO WS-ED-COUNT
014650     DISPLAY 'CASH49 - RECORDS WITH NO AMOUNT  : ' WS-ED-COUNT
014660     MOVE WS-W-UNPAIRED TO WS-ED-COUNT
014670     DISPLAY 'CASH49 - W WITHOUT ITS ACCRUAL   : ' WS-ED-COUNT
014680     MOVE WS-RM-OTHER-YEAR TO WS-ED-COUNT
014690     DISPLAY 'CASH49 - REMIT DETAILS OTHER YEAR: ' WS-ED-COUNT
014700
014710     IF WS-RUN-ERROR
014720         DISPLAY 'CASH49 - RUN ENDED ON AN ERROR - STATEMENT'
014730             ' FILE '
014740             WS-FILEID ' IS NOT VALID - DO NOT RELEASE IT'
014750     ELSE
014760         DISPLAY 'CASH49 - STATEMENT FILE ' WS-FILEID
014770             ' TIES TO THE REMITTANCES - COMPLETE'
014780     END-IF
014790
014800     PERFORM 0900-RUN-COMPLETE
014810         THRU 0900-RUN-COMPLETE-EXIT
014820     .
014830 8000-TERMINATE-EXIT.
014840     EXIT.
