000249*                    (DAYEXTR) INSTEAD OF SCANNING THE WHOLE    *
000249*                    HISTORY KSDS - SAME REPORT, A FRACTION OF  *
000249*                    THE I/O. RUN CASH30 FOR THE DATE FIRST.    *
000250*  2026-10-15 DLM   EXCEPTION LIST NOW COUNTS THE ESCHEAT        *
000251*                    RETCODES 'ACCT ESCHT', 'NOT ESCHTD' AND     *
000252*                    'SUSP SHORT'.                               *
000253*  2026-10-15 DLM   'O' OUTBOUND PAYMENTS AND THEIR CASH48       *
000254*                    RETURNS NOW COUNT AS MOVEMENTS; THE         *
000256*                    EXCEPTION LIST COUNTS 'NO BENEFIC', 'REF    *
000257*                    USED' AND 'PAY FAILD'.                      *
000258*  2026-10-15 DLM   CASH00 'N' DISPUTE PROVISIONAL CREDITS AND   *
000259*                    'Z' CLAWBACKS NOW COUNT AS MOVEMENTS; THE   *
000260*                    EXCEPTION LIST COUNTS 'CASE STAT', 'IN      *
000261*                    DISPUTE' AND 'DISP FAILD'.                  *
000263*  2026-10-15 DLM   EXCEPTION LIST NOW COUNTS THE SANCTIONS      *
000264*                    RETCODES 'SANCTIONED', 'SCRN FAILD' AND     *
000265*                    'REFERRED' - A REFUSED 'O' STILL WRITES ITS *
000266*                    HISTORY RECORD BUT MOVED NO MONEY.          *
000267******************************************************************
000268*
000270******************************************************************
000280* THERE IS A TRIAL BALANCE (CASH03) OVER LIVE BALANCES AND A     *
000290* RECONCILIATION (CASH04), BUT NO END-OF-DAY PICTURE OF WHAT     *
000927     05 FILLER                PIC X(10) VALUE 'HELD FUNDS'.
000928     05 FILLER                PIC X(10) VALUE 'NO CUSTID'.
000929     05 FILLER                PIC X(10) VALUE 'BAD CUSTID'.
000930     05 FILLER                PIC X(10) VALUE 'ACCT ESCHT'.
000931     05 FILLER                PIC X(10) VALUE 'NOT ESCHTD'.
000932     05 FILLER                PIC X(10) VALUE 'SUSP SHORT'.
000933     05 FILLER                PIC X(10) VALUE 'NO BENEFIC'.
000935     05 FILLER                PIC X(10) VALUE 'REF USED'.
000936     05 FILLER                PIC X(10) VALUE 'PAY FAILD'.
000937     05 FILLER                PIC X(10) VALUE 'CASE STAT'.
000938     05 FILLER                PIC X(10) VALUE 'IN DISPUTE'.
000940     05 FILLER                PIC X(10) VALUE 'DISP FAILD'.
000941     05 FILLER                PIC X(10) VALUE 'SANCTIONED'.
000942     05 FILLER                PIC X(10) VALUE 'SCRN FAILD'.
000943     05 FILLER                PIC X(10) VALUE 'REFERRED'.
000945 01  WS-EXC-CODES-R REDEFINES WS-EXC-CODES.
000946     05 WS-EXC-CODE OCCURS 41 TIMES
000947                              PIC X(10).
000948 01  WS-EXC-COUNTS.
000950     05 WS-EXC-COUNT OCCURS 41 TIMES
000960                              PIC 9(7) COMP VALUE ZERO.
000970 77  WS-EXC-MAX               PIC 9(3) COMP VALUE 41.
000972 77  WS-EXC-HIT-SW            PIC X(01) VALUE 'N'.
000974     88 WS-EXC-HIT                      VALUE 'Y'.
000980 PROCEDURE DIVISION.
002185         WHEN WS-EXC-HIT
002187             CONTINUE
002190         WHEN WS-VR-REQ = 'C' OR 'D' OR 'T' OR 'I' OR 'F' OR 'E'
002192             OR 'V' OR 'O' OR 'N' OR 'Z'
002240             COMPUTE WS-MOVEMENT =
002250                 WS-VR-BALANCE - WS-VR-PRIOR-BAL
002260             END-COMPUTE
