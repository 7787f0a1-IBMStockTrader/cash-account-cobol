000242*                    TABLE AND REFUSES TO START UNTIL ITS        *
000243*                    PREDECESSORS SHOW COMPLETE FOR THE BUSINESS *
000244*                    DATE (OPERATOR OVERRIDE VIA CASH29).        *
000245*  2026-10-15 DLM   EXCEPTION LIST NOW SKIPS THE ESCHEAT         *
000246*                    RETCODES 'ACCT ESCHT', 'NOT ESCHTD' AND     *
000248*                    'SUSP SHORT'.                               *
000249*  2026-10-15 DLM   'O' OUTBOUND PAYMENTS AND THEIR CASH48       *
000251*                    RETURNS NOW GET AN ADVICE; THE EXCEPTION    *
000252*                    LIST SKIPS 'NO BENEFIC', 'REF USED' AND     *
000254*                    'PAY FAILD'.                                *
000255*  2026-10-15 DLM   CASH00 'N' DISPUTE PROVISIONAL CREDITS AND   *
000257*                    'Z' CLAWBACKS NOW GET AN ADVICE; THE        *
000258*                    EXCEPTION LIST SKIPS 'CASE STAT', 'IN       *
000259*                    DISPUTE' AND 'DISP FAILD'.                  *
000261*  2026-10-15 DLM   EXCEPTION LIST NOW SKIPS THE SANCTIONS       *
000262*                    RETCODES 'SANCTIONED', 'SCRN FAILD' AND     *
000264*                    'REFERRED', SO NO ADVICE GOES OUT FOR A     *
000265*                    PAYMENT THAT NEVER LEFT.                    *
000267******************************************************************
000268*
000270******************************************************************
000280* CUSTOMERS FOUND OUT ABOUT POSTINGS WHEN THEY CALLED, OR WEEKS  *
000290* LATER FROM A CASH05 STATEMENT. THIS JOB READS THE RUN DATE'S   *
000300* HISTORY RECORDS (BY THE WS-VR-BUSDT LEDGER STAMP, KEY DATE     *
000310* FOR PRE-STAMP RECORDS), SELECTS APPLIED MONETARY POSTINGS -   *
000320* C, D, T, E, V, O, N AND Z, WHICH COVERS APPROVED HIGH-VALUE   *
000330* ITEMS SINCE APPROVAL POSTS THEM AS C/D - AND EXCLUDES ERROR   *
000340* RETCODES. OWNERS WHOSE ADVPREF ROW SAYS SUPPRESS 'Y' ARE      *
000350* SKIPPED AND COUNTED. EACH ADVICE CARRIES OWNER, CURRENCY,     *
000360* AMOUNT, APPLIED RATE, PRIOR AND RESULTING BALANCE AND THE     *
001396     05 FILLER                PIC X(10) VALUE 'HELD FUNDS'.
001397     05 FILLER                PIC X(10) VALUE 'NO CUSTID'.
001398     05 FILLER                PIC X(10) VALUE 'BAD CUSTID'.
001399     05 FILLER                PIC X(10) VALUE 'ACCT ESCHT'.
001400     05 FILLER                PIC X(10) VALUE 'NOT ESCHTD'.
001402     05 FILLER                PIC X(10) VALUE 'SUSP SHORT'.
001403     05 FILLER                PIC X(10) VALUE 'NO BENEFIC'.
001405     05 FILLER                PIC X(10) VALUE 'REF USED'.
001406     05 FILLER                PIC X(10) VALUE 'PAY FAILD'.
001408     05 FILLER                PIC X(10) VALUE 'CASE STAT'.
001409     05 FILLER                PIC X(10) VALUE 'IN DISPUTE'.
001411     05 FILLER                PIC X(10) VALUE 'DISP FAILD'.
001412     05 FILLER                PIC X(10) VALUE 'SANCTIONED'.
001414     05 FILLER                PIC X(10) VALUE 'SCRN FAILD'.
001415     05 FILLER                PIC X(10) VALUE 'REFERRED'.
001417 01  WS-EXC-CODES-R REDEFINES WS-EXC-CODES.
001418     05 WS-EXC-CODE OCCURS 41 TIMES
001420                              PIC X(10).
001430 77  WS-EXC-MAX               PIC 9(3) COMP VALUE 41.
001440 77  WS-EXC-HIT-SW            PIC X(01) VALUE 'N'.
001450     88 WS-EXC-HIT                      VALUE 'Y'.
001451******************************************************************
002340
002350     IF WS-VR-REQ NOT = 'C' AND WS-VR-REQ NOT = 'D'
002360         AND WS-VR-REQ NOT = 'T' AND WS-VR-REQ NOT = 'E'
002370         AND WS-VR-REQ NOT = 'V' AND WS-VR-REQ NOT = 'O'
002375         AND WS-VR-REQ NOT = 'N' AND WS-VR-REQ NOT = 'Z'
002380         GO TO 2000-PROCESS-HISTORY-EXIT
002390     END-IF
002400
