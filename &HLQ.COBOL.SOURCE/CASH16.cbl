000210*                    CUTOFF DATE AND REPORTS EACH ONE.           *
000211*  2026-09-02 DLM   NOW REGISTERS ITS START AND COMPLETION ON    *
000212*                    THE RUNCTL RUN-CONTROL TABLE (SEE CASH29).  *
000213*  2026-10-15 DLM   AN EXPIRED 'O' PAYMENT ALSO CANCELS ITS HELD *
000214*                    PAYOUT INSTRUCTION (SEE DCLPOUT).           *
000220******************************************************************
000230*
000240******************************************************************
000434     EXEC SQL
000435         INCLUDE DCLBDAT
000436     END-EXEC.
000437     EXEC SQL
000438         INCLUDE DCLPOUT
000439     END-EXEC.
000440*
000450******************************************************************
000460* WORKING STORAGE - PARAMETERS, COUNTERS AND SWITCHES            *
001450         MOVE 'Y' TO WS-RUN-ERROR-SW
001460         GO TO 2000-EXPIRE-ITEMS-EXIT
001470     END-IF
001471
001472*    AN EXPIRED 'O' WILL NEVER PAY - ITS HELD INSTRUCTION IS
001473*    CANCELLED WITH IT, SO THE REFERENCE CAN BE USED AGAIN WHEN
001474*    THE MAKER RE-ENTERS THE PAYMENT.
001475     IF PND-REQ = 'O'
001476         EXEC SQL
001477             UPDATE STOCKTRD.PAYOUT
001478             SET PSTATUS = 'X'
001479             WHERE REFID = :PND-REFID
001480               AND PSTATUS = 'H'
001481         END-EXEC
001482         IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
001483             DISPLAY 'CASH16 - PAYOUT CANCEL FAILED FOR '
001484                 PND-PENDID ' SQLCODE=' SQLCODE
001485             MOVE 'Y' TO WS-RUN-ERROR-SW
001486             GO TO 2000-EXPIRE-ITEMS-EXIT
001487         END-IF
001488     END-IF
001489
001490     ADD 1 TO WS-ROWS-EXPIRED
001500     DISPLAY PND-PENDID '  ' PND-OWNER(1:15) '  ' PND-REQ '    '
001510         PND-AMOUNT '  ' PND-CURRENCYC '  ' PND-MAKERID '  '
