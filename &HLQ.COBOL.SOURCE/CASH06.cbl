000255*                    TABLE AND REFUSES TO START UNTIL ITS        *
000256*                    PREDECESSORS SHOW COMPLETE FOR THE BUSINESS *
000257*                    DATE (OPERATOR OVERRIDE VIA CASH29).        *
000258*  2026-10-15 DLM   DORMANT AND NO-HISTORY POSITIONS NOW ALSO    *
000259*                    GO TO THE DORMEXTR EXTRACT (SEE DCLDORM)    *
000260*                    THAT DRIVES THE CASH35 UNCLAIMED-PROPERTY   *
000261*                    CYCLE; ESCHEATED ('E') POSITIONS ARE        *
000262*                    SKIPPED LIKE CLOSED ONES.                   *
000255******************************************************************
000260*
000270******************************************************************
000470     SELECT CKPT-FILE ASSIGN TO CK06FILE
000480         ORGANIZATION IS SEQUENTIAL
000490         FILE STATUS IS WS-CKPT-FSTAT.
000491     SELECT DORMANT-FILE ASSIGN TO DORMEXTR
000492         ORGANIZATION IS SEQUENTIAL
000493         FILE STATUS IS WS-DORM-FSTAT.
000500 DATA DIVISION.
000510 FILE SECTION.
000520 FD  HISTORY-FILE
000550 FD  CKPT-FILE
000560     LABEL RECORDS ARE STANDARD.
000570     COPY DCLCKPT.
000571 FD  DORMANT-FILE
000572     LABEL RECORDS ARE STANDARD.
000573     COPY DCLDORM.
000580 WORKING-STORAGE SECTION.
000590     EXEC SQL
000600         INCLUDE SQLCA
000866     88 WS-HIST-EOF                      VALUE 'Y'.
000868 77  WS-LAST-ACT-DATE         PIC X(08) VALUE SPACES.
000871 77  WS-RUN-ERROR-SW          PIC X(01) VALUE 'N'.
000872     88 WS-RUN-ERROR                    VALUE 'Y'.
000873 77  WS-DORM-FSTAT            PIC X(02) VALUE '00'.
000874 77  WS-ROWS-EXTRACTED        PIC 9(7) COMP VALUE ZERO.
000875******************************************************************
000876* BATCH RUN-CONTROL (SEE DCLRUNC): THIS JOB REGISTERS ON        *
000877* RUNCTL, REFUSES TO START UNTIL ITS PREDECESSORS SHOW COMPLETE *
001080 
001090     PERFORM 1500-READ-CHECKPOINT
001100         THRU 1500-READ-CHECKPOINT-EXIT
001101 
001102*    A RESTART CARRIES ON THE EXTRACT THE FAILED RUN STARTED;
001103*    A FRESH RUN REPLACES IT.
001105     IF WS-RESTART-OWNER = SPACES
001106         OPEN OUTPUT DORMANT-FILE
001107     ELSE
001108         OPEN EXTEND DORMANT-FILE
001110     END-IF
001111     IF WS-DORM-FSTAT NOT = '00'
001112         DISPLAY 'CASH06 - OPEN OF DORMEXTR FAILED, STATUS='
001113             WS-DORM-FSTAT
001115         MOVE 'Y' TO WS-EOF-SW
001116         MOVE 'Y' TO WS-RUN-ERROR-SW
001117     END-IF
001118
001120     OPEN INPUT HISTORY-FILE
001130     IF WS-HIST-FSTAT NOT = '00'
001140         DISPLAY 'CASH06 - OPEN OF HISTORY FILE FAILED, STATUS='
001840     END-IF
001850 
001860     ADD 1 TO WS-ROWS-READ
001861
001862*    AN ALREADY-CLOSED POSITION FEEDS NOTHING - THE SWEEP EXISTS
001863*    TO FIND CANDIDATES FOR THE 'S' CLOSE REQUEST. NEITHER DOES AN
001864*    ESCHEATED ONE - ITS MONEY IS IN SUSPENSE AND CASH35 OWNS IT.
001865*    THE ROW STILL COUNTS TOWARD THE CHECKPOINT INTERVAL BELOW.
001866     IF ACCTSTAT = 'C' OR ACCTSTAT = 'E'
001867         CONTINUE
001868     ELSE
001870         MOVE 'N' TO WS-FLAG-SW
002070             ADD 1 TO WS-ROWS-FLAGGED
002080             DISPLAY '  ' OWNER ' ' CURRENCYC '  BAL=' BALANCE
002085                 '  ' WS-FLAG-REASON
002086             IF WS-FLAG-REASON NOT = 'ZERO BALANCE'
002087                 PERFORM 5000-WRITE-EXTRACT
002088                     THRU 5000-WRITE-EXTRACT-EXIT
002089             END-IF
002090         END-IF
002095     END-IF
002100 
002240******************************************************************
002250 3000-FIND-LATEST-HISTORY.
002255     MOVE 'N'        TO WS-HIST-FOUND-SW
002257     MOVE SPACES     TO WS-LAST-ACT-DATE
002258     MOVE 99999      TO WS-DAYS-SINCE
002260     MOVE 'N'        TO WS-HIST-EOF-SW
002265     MOVE OWNER      TO WS-VR-NAME
002270     MOVE LOW-VALUE  TO WS-VR-DATE
002640     .
002650 4000-CHECK-DORMANT-EXIT.
002660     EXIT.
002661*
002662******************************************************************
002663* 5000-WRITE-EXTRACT - ONE DORMEXTR RECORD FOR A POSITION FLAGGED*
002664*   DORMANT OR WITH NO HISTORY AT ALL (LAST ACTIVITY SPACES AND  *
002665*   99999 DAYS), FOR THE CASH35 UNCLAIMED-PROPERTY CYCLE.        *
002666******************************************************************
002667 5000-WRITE-EXTRACT.
002668     MOVE OWNER            TO WS-DORM-OWNER
002669     MOVE CURRENCYC        TO WS-DORM-CURRENCY
002670     MOVE BALANCE          TO WS-DORM-BALANCE
002671     MOVE ACCTSTAT         TO WS-DORM-ACCTSTAT
002672     MOVE WS-LAST-ACT-DATE TO WS-DORM-LASTACT
002673     MOVE WS-DAYS-SINCE    TO WS-DORM-DAYS
002674     MOVE WS-FLAG-REASON   TO WS-DORM-REASON
002675
002676     WRITE WS-DORM-RECORD
002677     IF WS-DORM-FSTAT = '00'
002678         ADD 1 TO WS-ROWS-EXTRACTED
002679     ELSE
002680         DISPLAY 'CASH06 - DORMEXTR WRITE FAILED, STATUS='
002681             WS-DORM-FSTAT
002682         MOVE 'Y' TO WS-RUN-ERROR-SW
002683     END-IF
002684     .
002685 5000-WRITE-EXTRACT-EXIT.
002686     EXIT.
002687*
002688******************************************************************
002690* 6000-WRITE-CHECKPOINT - COMMIT THE WORK DONE SO FAR AND RECORD *
002700*   THE OWNER JUST SWEPT, SO A RESTART CAN PICK UP AFTER IT     *
002710*   WITHOUT REPROCESSING OR SKIPPING ACCOUNTS.                  *
003024     END-IF
003040
003050     CLOSE HISTORY-FILE
003052     CLOSE DORMANT-FILE
003060
003070     DISPLAY ' '
003080     DISPLAY 'CASH06 - ACCOUNTS READ    : ' WS-ROWS-READ
003090     DISPLAY 'CASH06 - ACCOUNTS FLAGGED : ' WS-ROWS-FLAGGED
003092     DISPLAY 'CASH06 - DORMANT EXTRACTED: ' WS-ROWS-EXTRACTED
003100     DISPLAY 'CASH06 - DORMANT/ZERO-BALANCE SWEEP - COMPLETE'
003101
003102     PERFORM 0900-RUN-COMPLETE
