000243*                    TABLE AND REFUSES TO START UNTIL ITS       *
000244*                    PREDECESSORS SHOW COMPLETE FOR THE BUSINESS*
000245*                    DATE (OPERATOR OVERRIDE VIA CASH29).       *
000246*  2026-10-15 DLM   ARCHIVE RECORD WIDENED TO THE 123-BYTE      *
000247*                    HISTORY LAYOUT (WS-VR-MARGIN APPENDED).    *
000248*  2026-10-15 DLM   ARCHIVE RECORD WIDENED TO THE 172-BYTE      *
000249*                    HISTORY LAYOUT (HISTORY CHAIN APPENDED).   *
000250*                    EACH OWNER'S HIGHEST ARCHIVED CHAIN        *
000251*                    SEQUENCE AND ITS VALUE GO TO HISTCHN       *
000252*                    ARCHSEQ/ARCHVAL (SEE DCLHCHN), COMMITTED   *
000253*                    OWNER BY OWNER, SO CASH45 CAN CHECK THE    *
000254*                    LIVE CHAIN FROM WHERE THE ARCHIVE ENDS.    *
000240******************************************************************
000250*
000260******************************************************************
000560     COPY DCLHIST.
000570 FD  ARCHIVE-FILE
000580     LABEL RECORDS ARE STANDARD.
000590 01  ARCH-RECORD          PIC X(172).
000600 WORKING-STORAGE SECTION.
000602     EXEC SQL
000604         INCLUDE SQLCA
000613     EXEC SQL
000614         INCLUDE DCLBDAT
000615     END-EXEC.
000616     EXEC SQL
000617         INCLUDE DCLHCHN
000618     END-EXEC.
000619******************************************************************
000620* WORKING STORAGE - PARAMETERS, COUNTERS AND SWITCHES            *
000630******************************************************************
000640 77  WS-HIST-FSTAT            PIC X(02) VALUE '00'.
000740 77  WS-RUN-ERROR-SW          PIC X(01) VALUE 'N'.
000750     88 WS-RUN-ERROR                    VALUE 'Y'.
000760 77  WS-FIRST-ROW-SW          PIC X(01) VALUE 'Y'.
000761     88 WS-FIRST-ROW                    VALUE 'Y'.
000763 77  WS-REFS-PURGED           PIC S9(9) COMP VALUE ZERO.
000765*    THE HIGHEST CHAIN SEQUENCE (AND ITS VALUE) ARCHIVED FOR THE
000767*    CURRENT OWNER, LEFT ON HISTCHN AT THE OWNER BREAK.
000769 77  WS-OWNER-ARCH-SEQ        PIC 9(9) VALUE ZERO.
000771 77  WS-OWNER-ARCH-VAL        PIC X(20) VALUE SPACES.
000773******************************************************************
000774* BATCH RUN-CONTROL (SEE DCLRUNC): THIS JOB REGISTERS ON        *
000775* RUNCTL, REFUSES TO START UNTIL ITS PREDECESSORS SHOW COMPLETE *
002070
002080     IF WS-HIST-FSTAT = '00'
002090         ADD 1 TO WS-ROWS-ARCHIVED
002091         ADD 1 TO WS-OWNER-ARCHIVED
002093*        RECORDS FROM BEFORE THE HISTORY CHAIN CARRY SPACES.
002095         IF WS-VR-CHAINSEQ NUMERIC
002096             IF WS-VR-CHAINSEQ > WS-OWNER-ARCH-SEQ
002098                 MOVE WS-VR-CHAINSEQ TO WS-OWNER-ARCH-SEQ
002100                 MOVE WS-VR-CHAINVAL TO WS-OWNER-ARCH-VAL
002101             END-IF
002103         END-IF
002105     ELSE
002107*        THE RECORD IS STILL ON THE LIVE FILE, SO IT COUNTS AS
002108*        KEPT - READ MUST ALWAYS EQUAL ARCHIVED PLUS KEPT.
002160******************************************************************
002170* 7000-PRINT-OWNER-BREAK - ONE REPORT LINE PER OWNER WITH AN     *
002180*   ARCHIVED COUNT, SO AUDIT CAN TIE THE ARCHIVE BACK TO THE     *
002190*   LIVE FILE OWNER BY OWNER. THE HIGHEST CHAIN SEQUENCE         *
002191*   ARCHIVED GOES TO THE OWNER'S HISTCHN ROW AND IS COMMITTED    *
002192*   AT ONCE - THE DELETES ARE ALREADY FINAL ON THE LIVE FILE     *
002200******************************************************************
002210 7000-PRINT-OWNER-BREAK.
002220     IF WS-OWNER-ARCHIVED > ZERO
002230         DISPLAY WS-OWNER-BREAK '  ' WS-OWNER-ARCHIVED
002240     END-IF
002241
002242     IF WS-OWNER-ARCH-SEQ > ZERO
002243         MOVE WS-OWNER-ARCH-SEQ TO HN-ARCHSEQ
002244         MOVE WS-OWNER-ARCH-VAL TO HN-ARCHVAL
002245         EXEC SQL
002246             UPDATE STOCKTRD.HISTCHN
002247             SET ARCHSEQ = :HN-ARCHSEQ,
002248                 ARCHVAL = :HN-ARCHVAL
002249             WHERE NAME = :WS-OWNER-BREAK
002250               AND ARCHSEQ < :HN-ARCHSEQ
002251         END-EXEC
002252         IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
002253             DISPLAY 'CASH08 - HISTCHN UPDATE FAILED FOR '
002254                 WS-OWNER-BREAK ' SQLCODE=' SQLCODE
002255             MOVE 'Y' TO WS-RUN-ERROR-SW
002256         END-IF
002257         EXEC SQL
002258             COMMIT
002259         END-EXEC
002260     END-IF
002261
002262     MOVE ZERO   TO WS-OWNER-ARCHIVED
002263     MOVE ZERO   TO WS-OWNER-ARCH-SEQ
002264     MOVE SPACES TO WS-OWNER-ARCH-VAL
002270     .
002280 7000-PRINT-OWNER-BREAK-EXIT.
002290     EXIT.
