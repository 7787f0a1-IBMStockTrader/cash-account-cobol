      ******************************************************************
      * DCLGEN TABLE(STOCKTRD.TRADEORD)                                *
      *        LIBRARY(SYSD.STOCK.COBOL)                               *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(TO-)                                              *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE STOCKTRD.TRADEORD TABLE
           ( TRADEID                        CHAR(12) NOT NULL,
             OWNER                          CHAR(32) NOT NULL,
             SIDE                           CHAR(1) NOT NULL,
             CURRENCYC                      CHAR(8) NOT NULL,
             ORDAMT                         DECIMAL(9, 2) NOT NULL,
             HOLDID                         CHAR(16) NOT NULL,
             FILLAMT                        DECIMAL(9, 2) NOT NULL,
             TRADEDT                        CHAR(8) NOT NULL,
             FILLDT                         CHAR(8) NOT NULL,
             SETTLDT                        CHAR(8) NOT NULL,
             TSTATUS                        CHAR(1) NOT NULL,
             POSTDT                         CHAR(8) NOT NULL,
             RETCODE                        CHAR(10) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE DBSTAPP.TRADEORD                   *
      ******************************************************************
       01  DCLTRADEORD.
           10 TO-TRADEID           PIC X(12).
           10 TO-OWNER             PIC X(32).
           10 TO-SIDE              PIC X(1).
           10 TO-CURRENCYC         PIC X(8).
           10 TO-ORDAMT            PIC S9(7)V9(2) USAGE COMP-3.
           10 TO-HOLDID            PIC X(16).
           10 TO-FILLAMT           PIC S9(7)V9(2) USAGE COMP-3.
           10 TO-TRADEDT           PIC X(8).
           10 TO-FILLDT            PIC X(8).
           10 TO-SETTLDT           PIC X(8).
           10 TO-TSTATUS           PIC X(1).
           10 TO-POSTDT            PIC X(8).
           10 TO-RETCODE           PIC X(10).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 13      *
      ******************************************************************
      ******************************************************************
      * TRADEORD TIES A STOCK TRADER ORDER TO THE CASH IT MOVES, KEYED *
      * BY THE PORTFOLIO SERVICE'S TRADE ID. CASH42 WRITES IT FROM THE *
      * TRADE EVENTS (SEE DCLTEVT) AND CASH43 SETTLES IT:              *
      *   SIDE     'B' BUY (DEBITS THE POSITION), 'S' SELL (CREDITS)   *
      *   ORDAMT   BUY: ORDER VALUE PLUS ESTIMATED COMMISSION - THE    *
      *            AMOUNT HELD. SELL: ESTIMATED PROCEEDS, NOT HELD.    *
      *   HOLDID   THE CASHHOLD EARMARK A BUY PLACED (SPACES ON A      *
      *            SELL). ITS REFID IS THE TRADE ID.                   *
      *   FILLAMT  THE AMOUNT THAT SETTLES - BUY: EXECUTED VALUE PLUS  *
      *            COMMISSION; SELL: EXECUTED VALUE LESS COMMISSION    *
      *   TSTATUS  'H' BUY OPEN WITH FUNDS HELD                        *
      *            'O' SELL OPEN                                       *
      *            'F' FILLED, WAITING FOR SETTLDT                     *
      *            'S' SETTLED ON POSTDT                               *
      *            'C' CANCELLED, 'X' EXPIRED - HOLD RELEASED          *
      *            'E' SETTLEMENT FAILED (RETCODE SAYS WHY) - CASH43   *
      *                TRIES AGAIN EVERY NIGHT UNTIL IT POSTS          *
      * THE SETTLEMENT POSTING CARRIES THE TRADE ID AS ITS CASHREF AND *
      * HISTORY REFERENCE. ROWS ARE NEVER DELETED.                     *
      ******************************************************************
