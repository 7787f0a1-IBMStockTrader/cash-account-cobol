      ******************************************************************
      * DCLGEN TABLE(STOCKTRD.TRADEEXC)                                *
      *        LIBRARY(SYSD.STOCK.COBOL)                               *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(TX-)                                              *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE STOCKTRD.TRADEEXC TABLE
           ( EXCID                          CHAR(16) NOT NULL,
             TRADEID                        CHAR(12) NOT NULL,
             EVENT                          CHAR(1) NOT NULL,
             SIDE                           CHAR(1) NOT NULL,
             OWNER                          CHAR(32) NOT NULL,
             CURRENCYC                      CHAR(8) NOT NULL,
             AMOUNT                         DECIMAL(9, 2) NOT NULL,
             RETCODE                        CHAR(10) NOT NULL,
             SRCPGM                         CHAR(8) NOT NULL,
             BUSDT                          CHAR(8) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE DBSTAPP.TRADEEXC                   *
      ******************************************************************
       01  DCLTRADEEXC.
           10 TX-EXCID             PIC X(16).
           10 TX-TRADEID           PIC X(12).
           10 TX-EVENT             PIC X(1).
           10 TX-SIDE              PIC X(1).
           10 TX-OWNER             PIC X(32).
           10 TX-CURRENCYC         PIC X(8).
           10 TX-AMOUNT            PIC S9(7)V9(2) USAGE COMP-3.
           10 TX-RETCODE           PIC X(10).
           10 TX-SRCPGM            PIC X(8).
           10 TX-BUSDT             PIC X(8).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 10      *
      ******************************************************************
      ******************************************************************
      * TRADEEXC RECORDS EVERY TRADE EVENT OR SETTLEMENT THAT FAILED,  *
      * ONE ROW PER FAILURE, KEYED DATE+TIME+SEQ LIKE A HOLD ID.       *
      * SRCPGM IS 'CASH42' FOR AN EVENT THE LISTENER REFUSED (EVENT IS *
      * THE TRADE EVENT CODE) AND 'CASH43' FOR A SETTLEMENT THAT DID   *
      * NOT POST (EVENT 'P'). BUSDT IS THE LEDGER BUSINESS DATE OF THE *
      * FAILURE - CASH43'S UNMATCHED-TRADES REPORT LISTS THE DAY'S     *
      * ROWS. ROWS ARE NEVER DELETED.                                  *
      ******************************************************************
