      ******************************************************************
      * COPYBOOK: DCLTEVT                                              *
      * STOCK TRADER TRADE EVENT. THE PORTFOLIO SERVICE PUTS ONE       *
      * MESSAGE PER EVENT ON THE CICS-MQ BRIDGE REQUEST QUEUE; THE     *
      * BRIDGE RUNS CASH42 WITH THE MESSAGE AS ITS COMMAREA AND PUTS   *
      * THE COMMAREA BACK ON THE REPLY QUEUE, RETCODE FILLED IN. AN    *
      * EVENT CASH42 REFUSES IS ALSO WRITTEN, AS IS, TO THE CSHTREX    *
      * EXCEPTION QUEUE FOR CORRECTION AND RESUBMISSION.               *
      ******************************************************************
       01 WS-TRADE-EVENT.
      *    'O' ORDER PLACED, 'F' ORDER FILLED, 'C' ORDER CANCELLED,
      *    'X' ORDER EXPIRED UNFILLED.
          05 WS-TE-EVENT       PIC X(1).
          05 WS-TE-TRADEID     PIC X(12).
      *    'B' BUY, 'S' SELL.
          05 WS-TE-SIDE        PIC X(1).
          05 WS-TE-OWNER       PIC X(15).
          05 WS-TE-CURRENCY    PIC X(8).
      *    'O': THE ORDER VALUE AND ESTIMATED COMMISSION.
      *    'F': THE EXECUTED VALUE AND ACTUAL COMMISSION.
          05 WS-TE-AMOUNT      PIC 9(7)V99.
          05 WS-TE-COMMISSION  PIC 9(7)V99.
      *    'O': THE ORDER'S LAST GOOD DAY, SPACES FOR NONE.
          05 WS-TE-GOODTIL     PIC X(8).
      *    'F': THE SETTLEMENT DATE.
          05 WS-TE-SETTLDT     PIC X(8).
      *    OUT: THE RESULT, AND THE HOLD A BUY ORDER PLACED.
          05 WS-TE-RETCODE     PIC X(10).
          05 WS-TE-HOLDID      PIC X(16).
      ******************************************************************
      * RETCODES: 'HELD' (BUY ORDER, FUNDS HELD), 'ACCEPTED' (ANY      *
      * OTHER EVENT RECORDED), 'DUP REQST' (THE SAME EVENT AGAIN -     *
      * NOTHING CHANGED, NOT AN EXCEPTION). EVERYTHING ELSE IS A       *
      * REFUSAL AND GOES TO THE EXCEPTION QUEUE AND TRADEEXC.          *
      ******************************************************************
