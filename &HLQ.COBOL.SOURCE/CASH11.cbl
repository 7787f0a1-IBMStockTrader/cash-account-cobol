000242*  2026-09-02 DLM   SECURTY ENTITLEMENT-REFUSAL ALERTS (CASH00/  *
000244*                    CASH02/CASH09/CASH22) NOW CLASSIFY UNDER    *
000246*                    THEIR OWN SOURCE FOR SECURITY REVIEW.       *
000247*  2026-10-15 DLM   CONFIRMED SANCTIONS HITS (SANCTNS, FROM      *
000249*                    CASH39) LOG UNDER THEIR OWN SEVERITY 'S'.   *
000250*  2026-10-15 DLM   NEW 'R' REQUEST QUEUES ONE ALERT ON CSHALRT  *
000252*                    FOR A CALLER OUTSIDE CICS (CASH45 LINKS IN  *
000253*                    THROUGH EXCI). HISTORY CHAIN ALERTS         *
000255*                    (HISTCHN, FROM CASH00 AND CASH45) LOG AS    *
000256*                    CRITICAL UNDER THEIR OWN SOURCE.            *
000258******************************************************************
000260*
000270******************************************************************
000280* CASH00'S CASH-HIST-WRITE-TRY AND CASH-REF-RECORD WRITE         *
000340* FILE WITH A SEVERITY AND SOURCE, AND RETURNS THE MOST RECENT   *
000350* LOGGED ALERTS ('B') SO THE HELP DESK CAN SEE OPEN ALERTS       *
000360* DURING THE DAY. THREE OR MORE NOT-OPEN ALERTS IN ONE DRAIN     *
000370* ESCALATE TO A DISTINCT CONSOLE MESSAGE. A BATCH JOB RAISES AN  *
000372* ALERT ('R') BY LINKING HERE THROUGH EXCI WITH THE TEXT IN THE  *
000374* FIRST ENTRY'S MESSAGE; IT IS QUEUED AND LOGGED BY THE NEXT     *
000376* DRAIN LIKE ANY OTHER.                                          *
000380******************************************************************
000390 ENVIRONMENT DIVISION.
000400 CONFIGURATION SECTION.
000650 77  WS-BROWSE-DONE-SW   PIC X(01) VALUE 'N'.
000660     88 WS-BROWSE-DONE             VALUE 'Y'.
000670 77  WS-CONSOLE-MSG      PIC X(60) VALUE SPACES.
000672 77  WS-RAISE-RESP       PIC S9(8) COMP VALUE ZERO.
000680
000690     COPY DCLALRT.
000700
000990         WHEN 'B'
001000             PERFORM 5000-BROWSE-ALERTS
001010                 THRU 5000-BROWSE-ALERTS-EXIT
001012         WHEN 'R'
001014             PERFORM 6000-RAISE-ALERT
001016                 THRU 6000-RAISE-ALERT-EXIT
001020         WHEN OTHER
001030             MOVE 'BAD REQ' TO WS-AL-RETCODE
001040     END-EVALUATE
001950                 MOVE 'W'        TO WS-OL-SEVERITY
001952                 MOVE 'SECURTY'  TO WS-OL-SOURCE
001954             ELSE
001955*                A CONFIRMED SANCTIONS HIT (CASH39) - ITS OWN
001956*                SEVERITY SO COMPLIANCE CAN PULL THEM ALONE.
001957                 IF WS-ALERT-TEXT(1:7) = 'SANCTNS'
001959                     MOVE 'S'        TO WS-OL-SEVERITY
001960                     MOVE 'SANCTNS'  TO WS-OL-SOURCE
001961                 ELSE
001963*                    A BROKEN OR UNMAINTAINED HISTORY CHAIN
001964*                    (CASH00'S HEAD UPDATE, CASH45'S VERIFICATION)
001965*                    IS AN AUDIT TRAIL GAP LIKE ANY OTHER.
001967                     IF WS-ALERT-TEXT(1:7) = 'HISTCHN'
001968                         MOVE 'C'        TO WS-OL-SEVERITY
001969                         MOVE 'HISTCHN'  TO WS-OL-SOURCE
001970                     ELSE
001972                         MOVE 'W'        TO WS-OL-SEVERITY
001973                         MOVE 'CSHALRT'  TO WS-OL-SOURCE
001974                     END-IF
001976                 END-IF
001977             END-IF
001978         END-IF
001980     END-IF
001990
002000     MOVE ZERO TO WS-LOG-SEQ
003410     .
003420 5500-BROWSE-ONE-ALERT-EXIT.
003430     EXIT.
003440*
003450******************************************************************
003460* 6000-RAISE-ALERT - QUEUE THE FIRST ENTRY'S MESSAGE ON CSHALRT  *
003470*   FOR A CALLER THAT CANNOT WRITE THE QUEUE ITSELF              *
003480******************************************************************
003490 6000-RAISE-ALERT.
003500     IF WS-AL-MESSAGE(1) = SPACES
003510         MOVE 'NO TEXT' TO WS-AL-RETCODE
003520         GO TO 6000-RAISE-ALERT-EXIT
003530     END-IF
003540
003550     MOVE WS-AL-MESSAGE(1) TO WS-ALERT-TEXT
003560
003570     EXEC CICS WRITEQ TD QUEUE ('CSHALRT')
003580          FROM   (WS-ALERT-TEXT)
003590          LENGTH (LENGTH OF WS-ALERT-TEXT)
003600          RESP   (WS-RAISE-RESP)
003610     END-EXEC
003620
003630     IF WS-RAISE-RESP = DFHRESP(NORMAL)
003640         MOVE 'RAISED' TO WS-AL-RETCODE
003650         MOVE 1 TO WS-AL-COUNT
003660     ELSE
003670         MOVE 'RAISE FAIL' TO WS-AL-RETCODE
003680         MOVE ZERO TO WS-AL-COUNT
003690     END-IF
003700     .
003710 6000-RAISE-ALERT-EXIT.
003720     EXIT.
