000213*                    (SEE CASH22); REFUSALS ANSWER            *
000214*                    'NOT ENTITL' AND RAISE A SECURTY ALERT   *
000215*                    FOR CASH11'S OPSLOG.                     *
000216*  2026-10-15 DLM   WINDOW LIST WIDENED TO 40 ENTRIES - THE      *
000217*                    SANCTIONS LOAD AND RESCREEN (CASH37/        *
000218*                    CASH38) TAKE THE REGISTERING JOBS TO        *
000219*                    TWENTY-ONE, PAST THE OLD 20-DEEP TABLE.     *
000220******************************************************************
000230*
000240******************************************************************
000524 77  WS-ENT-ALERT-MSG    PIC X(40) VALUE SPACES.
000530 77  WS-REGIONID         PIC X(08) VALUE 'CASHRGN '.
000540 77  WS-LIST-CNT         PIC 9(2) VALUE ZERO.
000545*    TWENTY-ONE JOBS NOW REGISTER PER BUSINESS DATE - SIZED WITH
000546*    HEADROOM SO THE WINDOW LIST NEVER SILENTLY TRUNCATES.
000550 77  WS-LIST-MAX         PIC 9(2) VALUE 40.
000560 77  WS-LIST-DONE-SW     PIC X(01) VALUE 'N'.
000570     88 WS-LIST-DONE               VALUE 'Y'.
000580
000633*    USERID IS SIMPLY NOT ENTITLED.
000634     05 WS-RX-USERID     PIC X(08).
000640     05 WS-RX-COUNT      PIC 9(02).
000650     05 WS-RX-ENTRIES    OCCURS 40 TIMES.
000660        10 WS-RX-JOB       PIC X(08).
000670        10 WS-RX-RSTATUS   PIC X(01).
000680        10 WS-RX-STARTTM   PIC X(06).
