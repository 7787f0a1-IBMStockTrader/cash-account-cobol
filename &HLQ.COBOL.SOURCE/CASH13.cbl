000257*  2026-09-02 DLM   A BLANK RUN-DATE CARD NOW DEFAULTS TO THE  *
000257*                    REGION BUSINESS DATE, NOT THE CALENDAR    *
000257*                    DATE, MATCHING CASH27/CASH30.             *
000258*  2026-10-15 DLM   EXCEPTION LIST NOW SKIPS THE ESCHEAT         *
000259*                    RETCODES 'ACCT ESCHT', 'NOT ESCHTD' AND     *
000260*                    'SUSP SHORT'.                               *
000262*  2026-10-15 DLM   FX MARGIN ON THE DAY'S CONVERSIONS (HISTORY  *
000263*                    WS-VR-MARGIN, SEE DCLFXSP) NOW BOOKS AS A   *
000264*                    SEPARATE REVENUE PAIR PER POSTING TYPE AND  *
000265*                    CURRENCY: CONTRA AGAINST THE FXREV ACCOUNT, *
000267*                    REVERSED FOR 'V'.                           *
000268*  2026-10-15 DLM   'O' OUTBOUND PAYMENTS (AND CASH48'S RETURNS  *
000269*                    OF THEM) NOW BOOK AGAINST THE OPAYCLEAR     *
000270*                    PAYMENTS CLEARING ACCOUNT; THE EXCEPTION    *
000272*                    LIST SKIPS 'NO BENEFIC', 'REF USED' AND     *
000273*                    'PAY FAILD'.                                *
000274*  2026-10-15 DLM   CASH00 'N' DISPUTE PROVISIONAL CREDITS AND   *
000276*                    'Z' CLAWBACKS NOW BOOK AGAINST THE DISPCLR  *
000277*                    DISPUTES CLEARING ACCOUNT; THE EXCEPTION    *
000278*                    LIST SKIPS 'CASE STAT', 'IN DISPUTE' AND    *
000279*                    'DISP FAILD'.                               *
000281*  2026-10-15 DLM   EXCEPTION LIST NOW SKIPS THE SANCTIONS       *
000282*                    RETCODES 'SANCTIONED', 'SCRN FAILD' AND     *
000283*                    'REFERRED' - A REFUSED 'O' MOVED NO MONEY.  *
000284******************************************************************
000286*
000287******************************************************************
000288* FINANCE RE-KEYED MONTH-END NUMBERS INTO THE LEDGER FROM THE    *
000290* CASH03 PRINTOUT, WHICH IS SLOW AND HAS ALREADY CAUSED ONE      *
000300* RESTATEMENT. THIS JOB READS THE DAY'S HISTORY RECORDS AND      *
000310* WRITES A FIXED-FORMAT GL INTERFACE FILE: A HEADER, ONE         *
000970        10 WS-SUM-REQ         PIC X(01).
000980        10 WS-SUM-CURRENCY    PIC X(08).
000990        10 WS-SUM-MOVEMENT    PIC S9(11)V99 COMP-3.
000991        10 WS-SUM-MARGIN      PIC S9(11)V99 COMP-3.
001000******************************************************************
001010* EXCEPTION RETCODES - RECORDS CARRYING ONE OF THESE MOVED NO    *
001020* MONEY AND STAY OUT OF THE LEDGER (SAME LIST CASH12 COUNTS)     *
001147     05 FILLER                PIC X(10) VALUE 'HELD FUNDS'.
001148     05 FILLER                PIC X(10) VALUE 'NO CUSTID'.
001149     05 FILLER                PIC X(10) VALUE 'BAD CUSTID'.
001150     05 FILLER                PIC X(10) VALUE 'ACCT ESCHT'.
001151     05 FILLER                PIC X(10) VALUE 'NOT ESCHTD'.
001152     05 FILLER                PIC X(10) VALUE 'SUSP SHORT'.
001153     05 FILLER                PIC X(10) VALUE 'NO BENEFIC'.
001155     05 FILLER                PIC X(10) VALUE 'REF USED'.
001156     05 FILLER                PIC X(10) VALUE 'PAY FAILD'.
001157     05 FILLER                PIC X(10) VALUE 'CASE STAT'.
001158     05 FILLER                PIC X(10) VALUE 'IN DISPUTE'.
001160     05 FILLER                PIC X(10) VALUE 'DISP FAILD'.
001161     05 FILLER                PIC X(10) VALUE 'SANCTIONED'.
001162     05 FILLER                PIC X(10) VALUE 'SCRN FAILD'.
001163     05 FILLER                PIC X(10) VALUE 'REFERRED'.
001165 01  WS-EXC-CODES-R REDEFINES WS-EXC-CODES.
001166     05 WS-EXC-CODE OCCURS 41 TIMES
001167                              PIC X(10).
001168 77  WS-EXC-MAX               PIC 9(3) COMP VALUE 41.
001170 77  WS-EXC-HIT-SW            PIC X(01) VALUE 'N'.
001180     88 WS-EXC-HIT                      VALUE 'Y'.
001190******************************************************************
001280     05 FILLER                PIC X(09) VALUE 'FFEEINC  '.
001282     05 FILLER                PIC X(09) VALUE 'EFXCLEAR '.
001284     05 FILLER                PIC X(09) VALUE 'VSETTLCLR'.
001286     05 FILLER                PIC X(09) VALUE 'OPAYCLEAR'.
001287     05 FILLER                PIC X(09) VALUE 'NDISPCLR '.
001288     05 FILLER                PIC X(09) VALUE 'ZDISPCLR '.
001290 01  WS-CONTRA-LIST-R REDEFINES WS-CONTRA-LIST.
001300     05 WS-CONTRA-ENTRY OCCURS 9 TIMES.
001310        10 WS-CONTRA-REQ      PIC X(01).
001320        10 WS-CONTRA-ACCT     PIC X(08).
001321 77  WS-CONTRA-MAX            PIC 9(3) COMP VALUE 9.
001323 77  WS-CONTRA-USE            PIC X(08) VALUE SPACES.
001325******************************************************************
001327* FX REVENUE: THE MARGIN A CONVERSION EARNED OVER THE MID RATE   *
001328* IS ALREADY INSIDE THE CASH MOVEMENT, SO THE CONTRA ABOVE IS    *
001330* OVERSTATED BY IT. THE REVENUE PAIR MOVES IT FROM THE CONTRA TO *
001332* THE FX REVENUE ACCOUNT - DEBIT CONTRA, CREDIT FXREV - AND A    *
001334* 'V' REVERSAL, HANDING THE MARGIN BACK, BOOKS THE OPPOSITE.     *
001335******************************************************************
001337 77  WS-FXREV-ACCT            PIC X(08) VALUE 'FXREV'.
001339 77  WS-ABS-MARGIN            PIC 9(11)V99 VALUE ZERO.
001341******************************************************************
001342* BATCH RUN-CONTROL (SEE DCLRUNC): THIS JOB REGISTERS ON        *
001343* RUNCTL, REFUSES TO START UNTIL ITS PREDECESSORS SHOW COMPLETE *
002220     END-IF
002230
002235*    SAME-CURRENCY TRANSFERS STAY OUT: A 'T' IS AN INTERNAL MOVE
002240*    THAT NETS TO ZERO ACROSS CASHACCOUNTY; ITS DEBIT AND CREDIT
002245*    LEG RECORDS WOULD ONLY BOOK A CASHBAL DECREASE AND AN EQUAL
002250*    INCREASE THAT CANCEL IN THE LEDGER.
002252*    CROSS-CURRENCY 'E' TRANSFERS DO BOOK: BOTH LEGS WRITE
002254*    HISTORY, SO EACH CURRENCY'S SIDE PAIRS AGAINST FX CLEARING.
002256*    'V' REVERSALS BOOK AGAINST THE SETTLEMENT CLEARING ACCOUNT
002257*    THE ORIGINAL POSTING USED, UNWINDING IT IN THE LEDGER TOO.
002258*    'O' PAYMENTS OUT, AND CASH48'S RE-CREDITS WHEN THEY COME
002259*    BACK, BOOK AGAINST PAYMENTS CLEARING.
002260*    'N' DISPUTE PROVISIONAL CREDITS, AND THE 'Z' CLAWBACKS OF
002261*    THEM FOR DENIED CASES, BOOK AGAINST DISPUTES CLEARING.
002262     IF WS-VR-REQ NOT = 'C' AND WS-VR-REQ NOT = 'D'
002263         AND WS-VR-REQ NOT = 'I' AND WS-VR-REQ NOT = 'F'
002265         AND WS-VR-REQ NOT = 'E' AND WS-VR-REQ NOT = 'V'
002267         AND WS-VR-REQ NOT = 'O' AND WS-VR-REQ NOT = 'N'
002268         AND WS-VR-REQ NOT = 'Z'
002270         GO TO 2000-PROCESS-HISTORY-EXIT
002280     END-IF
002290
002820         MOVE WS-VR-REQ      TO WS-SUM-REQ(WS-HIT)
002830         MOVE WS-VR-CURRENCY TO WS-SUM-CURRENCY(WS-HIT)
002840         MOVE ZERO           TO WS-SUM-MOVEMENT(WS-HIT)
002845         MOVE ZERO           TO WS-SUM-MARGIN(WS-HIT)
002850     END-IF
002860
002870     COMPUTE WS-MOVEMENT =
002880         WS-VR-BALANCE - WS-VR-PRIOR-BAL
002890     END-COMPUTE
002900     ADD WS-MOVEMENT TO WS-SUM-MOVEMENT(WS-HIT)
002902*    RECORDS WRITTEN BEFORE THE MARGIN FIELD EXISTED CARRY
002904*    SPACES THERE - NO SPREAD WAS TAKEN ON THEM.
002906     IF WS-VR-MARGIN NUMERIC
002908         ADD WS-VR-MARGIN TO WS-SUM-MARGIN(WS-HIT)
002909     END-IF
002910     .
002920 3000-ROLL-UP-MOVEMENT-EXIT.
002930     EXIT.
003840         ADD WS-ABS-MOVEMENT TO WS-HASH-TOTAL
003842     END-IF
003850     DISPLAY GL-REQ '    ' GL-CURRENCY '  ' GL-DRCR '      '
003851         GL-ACCOUNT '  ' GL-AMOUNT
003852
003853     IF WS-SUM-MARGIN(WS-SUB) NOT = ZERO
003854         PERFORM 6550-WRITE-FX-REVENUE
003855             THRU 6550-WRITE-FX-REVENUE-EXIT
003856     END-IF
003857     .
003858 6500-WRITE-ONE-PAIR-EXIT.
003859     EXIT.
003860*
003861******************************************************************
003862* 6550-WRITE-FX-REVENUE - THE FX MARGIN PAIR FOR ONE (REQ,       *
003863*   CURRENCY): DEBIT THE CONTRA AND CREDIT FXREV, OR THE REVERSE *
003864*   FOR 'V' (WS-CONTRA-USE IS STILL SET FROM THE PAIR ABOVE)     *
003865******************************************************************
003866 6550-WRITE-FX-REVENUE.
003867     IF WS-SUM-MARGIN(WS-SUB) < ZERO
003868         COMPUTE WS-ABS-MARGIN = ZERO - WS-SUM-MARGIN(WS-SUB)
003869         END-COMPUTE
003870     ELSE
003871         MOVE WS-SUM-MARGIN(WS-SUB) TO WS-ABS-MARGIN
003872     END-IF
003873
003874     MOVE WS-CONTRA-USE         TO GL-ACCOUNT
003875     MOVE WS-ABS-MARGIN         TO GL-AMOUNT
003876     IF WS-SUM-REQ(WS-SUB) = 'V'
003877         MOVE 'C' TO GL-DRCR
003878     ELSE
003879         MOVE 'D' TO GL-DRCR
003880     END-IF
003881     WRITE GL-RECORD
003882     PERFORM 6800-CHECK-GL-WRITE
003883         THRU 6800-CHECK-GL-WRITE-EXIT
003884     IF WS-GL-FSTAT = '00'
003885         ADD 1 TO WS-DETAILS-WRITTEN
003886         ADD WS-ABS-MARGIN TO WS-HASH-TOTAL
003887     END-IF
003888     DISPLAY GL-REQ '    ' GL-CURRENCY '  ' GL-DRCR '      '
003889         GL-ACCOUNT '  ' GL-AMOUNT
003890
003891     MOVE WS-FXREV-ACCT         TO GL-ACCOUNT
003892     IF WS-SUM-REQ(WS-SUB) = 'V'
003893         MOVE 'D' TO GL-DRCR
003894     ELSE
003895         MOVE 'C' TO GL-DRCR
003896     END-IF
003897     WRITE GL-RECORD
003898     PERFORM 6800-CHECK-GL-WRITE
003899         THRU 6800-CHECK-GL-WRITE-EXIT
003900     IF WS-GL-FSTAT = '00'
003901         ADD 1 TO WS-DETAILS-WRITTEN
003902         ADD WS-ABS-MARGIN TO WS-HASH-TOTAL
003903     END-IF
003904     DISPLAY GL-REQ '    ' GL-CURRENCY '  ' GL-DRCR '      '
003905         GL-ACCOUNT '  ' GL-AMOUNT
003906     .
003907 6550-WRITE-FX-REVENUE-EXIT.
003908     EXIT.
003909*
003910******************************************************************
003920* 6600-FIND-CONTRA - CONTRA ACCOUNT FOR THE POSTING TYPE         *
003930******************************************************************
