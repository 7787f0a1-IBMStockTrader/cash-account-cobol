000250*                    TABLE AND REFUSES TO START UNTIL ITS        *
000251*                    PREDECESSORS SHOW COMPLETE FOR THE BUSINESS *
000252*                    DATE (OPERATOR OVERRIDE VIA CASH29).        *
000253*  2026-10-15 DLM   EACH SNAPSHOT RECORD NOW CARRIES THE WALL-   *
000254*                    CLOCK DATE AND TIME IT WAS TAKEN, SO THE    *
000255*                    CASH46 REBUILD KNOWS WHICH HISTORY RECORDS  *
000256*                    THE BALANCE ALREADY INCLUDES.               *
000250******************************************************************
000260*
000270******************************************************************
000620     05 SO-OWNER          PIC X(32).
000630     05 SO-CURRENCY       PIC X(08).
000640     05 SO-BALANCE        PIC 9(7)V99.
000642*    WHEN THE ROW WAS TAKEN, AGAINST THE HISTORY KEY'S WALL-CLOCK
000644*    DATE AND TIME. SPACES ON SNAPSHOTS WRITTEN BEFORE THE STAMP.
000646     05 SO-TAKEN-DATE     PIC X(08).
000648     05 SO-TAKEN-TIME     PIC X(06).
000650     05 FILLER            PIC X(09).
000660 FD  SNAP-PRIOR-FILE
000670     LABEL RECORDS ARE STANDARD.
000680 01  SNAP-PRIOR-RECORD.
000700     05 SP-OWNER          PIC X(32).
000710     05 SP-CURRENCY       PIC X(08).
000720     05 SP-BALANCE        PIC 9(7)V99.
000722     05 SP-TAKEN-DATE     PIC X(08).
000724     05 SP-TAKEN-TIME     PIC X(06).
000730     05 FILLER            PIC X(09).
000740 FD  ACTIVITY-FILE
000750     LABEL RECORDS ARE STANDARD.
000752*    THE CASH30 EXTRACT CARRIES THE HISTORY RECORDS AS-IS, SO
003560     MOVE OWNER      TO SO-OWNER
003570     MOVE CURRENCYC  TO SO-CURRENCY
003580     MOVE BALANCE    TO SO-BALANCE
003582     ACCEPT SO-TAKEN-DATE FROM DATE YYYYMMDD
003584     ACCEPT SO-TAKEN-TIME FROM TIME
003590     WRITE SNAP-OUT-RECORD
003592*    TONIGHT'S FILE IS TOMORROW NIGHT'S BASELINE - A SILENTLY
003594*    TRUNCATED SNAPSHOT WOULD MAKE EVERY MISSING POSITION A
