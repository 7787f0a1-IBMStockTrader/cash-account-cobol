      ******************************************************************
      * COPYBOOK: DCLDORM                                              *
      * DORMANT-POSITION EXTRACT RECORD. CASH06 WRITES ONE FOR EVERY   *
      * POSITION ITS SWEEP FLAGS 'DORMANT' OR 'NO HISTORY EVER' (ZERO  *
      * BALANCES INCLUDED - THE READER DECIDES WHAT IT CARES ABOUT);   *
      * CASH35 READS IT TO DRIVE THE UNCLAIMED-PROPERTY NOTICE AND     *
      * ESCHEAT CYCLE. WS-DORM-LASTACT IS THE DATE OF THE POSITION'S   *
      * LAST HISTORY RECORD, SPACES WHEN IT HAS NONE, IN WHICH CASE    *
      * WS-DORM-DAYS CARRIES 99999. A RESTARTED CASH06 EXTENDS THE     *
      * FILE, SO A POSITION SWEPT AGAIN AFTER THE LAST CHECKPOINT CAN  *
      * APPEAR TWICE - READERS MUST TREAT A REPEAT AS HARMLESS.        *
      ******************************************************************
       01 WS-DORM-RECORD.
          05 WS-DORM-OWNER        PIC X(32).
          05 WS-DORM-CURRENCY     PIC X(08).
          05 WS-DORM-BALANCE      PIC S9(7)V99 COMP-3.
          05 WS-DORM-ACCTSTAT     PIC X(01).
          05 WS-DORM-LASTACT      PIC X(08).
          05 WS-DORM-DAYS         PIC 9(05).
          05 WS-DORM-REASON       PIC X(25).
          05 FILLER               PIC X(16).
      ******************************************************************
      * THE NUMBER OF FIELDS DESCRIBED BY THIS COPYBOOK IS 7           *
      ******************************************************************
